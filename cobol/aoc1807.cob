               MOVE 'deckack' TO WS-COPY-IN-FILE
               PERFORM ARCHIVE-ONE-FILE
           END-IF.
      * AOC1812's missing-deck report is rewritten every night, and
      * a month's scorecard needs every night's verdict - only the
      * dated generation keeps them.
           MOVE 'missingdecks' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
      * AOC1823's conversion rejects and report are rewritten every
      * night as well, and a repair can be chasing an older night.
           MOVE 'convreject' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE 'convreport' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
      * AOC1824's verdicts are rewritten nightly too; a mismatch
      * being chased needs the report from the night it was found.
           MOVE 'verifyreport' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
      * AOC1825's plan is rebuilt before each batch; kept beside the
      * journal it lets the projection be held against the night.
           MOVE 'planreport' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE 'audit' TO WS-COPY-IN-FILE.
           PERFORM ARCHIVE-ONE-FILE.
      * With the audit trail safely archived, AOC1801R's own keyed
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
           MOVE SPACES TO WS-WORK-FILE.
           STRING 'missingdecks.D' DELIMITED BY SIZE
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
           MOVE SPACES TO WS-WORK-FILE.
           STRING 'convreject.D' DELIMITED BY SIZE
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
           MOVE SPACES TO WS-WORK-FILE.
           STRING 'convreport.D' DELIMITED BY SIZE
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
           MOVE SPACES TO WS-WORK-FILE.
           STRING 'verifyreport.D' DELIMITED BY SIZE
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
           MOVE SPACES TO WS-WORK-FILE.
           STRING 'planreport.D' DELIMITED BY SIZE
                  WS-CAT-DATE(C) DELIMITED BY SIZE
               INTO WS-WORK-FILE.
           PERFORM DELETE-WORK-FILE.
      * Stream-qualified generations too. An old generation may have
      * been archived under a different stream split than today's,
      * so every possible stream slot is tried - deleting a name
                          WS-STREAM-NUM DELIMITED BY SIZE
                       INTO WS-WORK-FILE
                   PERFORM DELETE-WORK-FILE
      * And the stream's duplicate transmission receipts, folded
      * into the register by the same merge.
                   MOVE SPACES TO WS-WORK-FILE
                   STRING 'deckreceipt' DELIMITED BY SIZE
                          WS-STREAM-NUM DELIMITED BY SIZE
                       INTO WS-WORK-FILE
                   PERFORM DELETE-WORK-FILE
               END-IF
           END-IF.
      *
