      * night the answer to "what needs action before the posting
      * job runs" used to live scattered across the run journal, the
      * balancing report, the reject file, the GL reconciliation,
      * the trend report, the stream merge and the parallel-run
      * verification - and the worst finding was whichever file got
      * opened last. This program reads all of them and writes one
      * prioritized exception report, 'morningreport': every
      * quarantined, held, aborted or abandoned deck with its
      * reason, rejects awaiting repair, reconciliation, merge and
      * parallel-run failures, and trend anomalies, grouped by
      * severity with the most urgent first - and a plain "nothing
      * to do" page when the night was clean. Inputs that are
      * missing are treated as having nothing to say, so the
      * report works for any mix of steps a given night ran.
      *
       IDENTIFICATION DIVISION.
           SELECT MERGE-IN ASSIGN TO 'glmerge'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-STATUS.
      *
      * AOC1824's findings - a search-mode mismatch means a posted
      * Part 2 answer is in doubt.
           SELECT VERIFY-IN ASSIGN TO 'verifyreport'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.
      *
           SELECT MORNING-REPORT ASSIGN TO 'morningreport'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD MERGE-IN
          LABEL RECORDS ARE OMITTED.
       01 MERGE-LINE           PIC X(132).
      *
      * AOC1824's report: a 'DECK ' line carries the name and the
      * deck's RESULT line below it the verdict and reason.
       FD VERIFY-IN
          LABEL RECORDS ARE OMITTED.
       01 VERIFY-LINE          PIC X(132).
       01 VERIFY-DECK-LINE.
         05 VD-TAG             PIC X(5).
         05 VD-DECK-NAME       PIC X(100).
       01 VERIFY-RESULT-LINE.
         05 VR-TAG             PIC X(12).
         05 VR-RESULT          PIC X(10).
         05 FILLER             PIC X(3).
         05 VR-REASON          PIC X(30).
      *
       FD MORNING-REPORT
          LABEL RECORDS ARE OMITTED.
       01 WS-RECON-STATUS      PIC X(2)     VALUE '00'.
       01 WS-TREND-STATUS      PIC X(2)     VALUE '00'.
       01 WS-MERGE-STATUS      PIC X(2)     VALUE '00'.
       01 WS-VERIFY-STATUS     PIC X(2)     VALUE '00'.
       01 WS-JOURNAL-EOF       PIC X        VALUE 'N'.
       01 WS-HOLDQ-EOF         PIC X        VALUE 'N'.
       01 WS-BALANCE-EOF       PIC X        VALUE 'N'.
       01 WS-RECON-EOF         PIC X        VALUE 'N'.
       01 WS-TREND-EOF         PIC X        VALUE 'N'.
       01 WS-MERGE-EOF         PIC X        VALUE 'N'.
       01 WS-VERIFY-EOF        PIC X        VALUE 'N'.
      *
      * The stream split the batch ran under, read the same way
      * AOC1807 reads it - a split batch's journals, hold queues,
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
      *
      * Every exception found, staged here then ranked by severity:
      * 1 an aborted deck or a run/merge that died, 2 a quarantine,
      * reconciliation failure or parallel-run mismatch, 3 a deck
      * held for review, 4 rejects awaiting repair, an abandoned
      * search or a trend anomaly. 500 exceptions is several
      * catastrophes past any real night.
       01 WS-EX-TABLE.
         05 WS-EX-COUNT        PIC 9(3)     VALUE 0.
         05 WS-EX-ENTRY        OCCURS 500 TIMES INDEXED BY E.
       01 WS-BAL-LAST-DECK     PIC X(100)   VALUE SPACES.
       01 WS-BAL-LAST-BAD      PIC X        VALUE 'N'.
       01 WS-TREND-LAST-DECK   PIC X(100)   VALUE SPACES.
       01 WS-VERIFY-LAST-DECK  PIC X(100)   VALUE SPACES.
       01 WS-OOB-TALLY         PIC 9(3)     VALUE 0.
       01 WS-SEV-I             PIC 9        VALUE 0.
       01 WS-SEV-WROTE         PIC X        VALUE 'N'.
           PERFORM GATHER-RECON-EXCEPTIONS.
           PERFORM GATHER-MERGE-EXCEPTIONS.
           PERFORM GATHER-TREND-EXCEPTIONS.
           PERFORM GATHER-VERIFY-EXCEPTIONS.
           PERFORM WRITE-MORNING-REPORT.
           IF WS-EX-COUNT > 0
               DISPLAY WS-EX-COUNT ' EXCEPTION(S) NEED ACTION - SEE '
               MOVE WS-REASON-WORK TO WS-NEW-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
      * A duplicate transmission waits on the same supervisor a
      * hold does - either a confirmed reject or a deliberate repost.
           IF JD-OUTCOME = 'DUPLICATE'
               MOVE 3 TO WS-NEW-SEV
               MOVE 'HOLD QUEUE' TO WS-NEW-SOURCE
               MOVE JD-NAME TO WS-NEW-NAME
               MOVE 'DUPLICATE TRANSMISSION - ALREADY POSTED'
                   TO WS-NEW-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           IF JD-OUTCOME = 'DEFERRED'
               MOVE 3 TO WS-NEW-SEV
               MOVE 'RUN JOURNAL' TO WS-NEW-SOURCE
           READ TREND-IN RECORD
               AT END MOVE 'Y' TO WS-TREND-EOF
           END-READ.
      *
      * A mismatch means the two Part 2 searches disagree on a deck
      * whose answer has already been posted. Nothing stops that
      * posting, so it ranks with the balance failures here, for
      * someone to find out which answer is right and adjust if
      * need be. An unverified deck proves nothing either way and
      * stays off.
       GATHER-VERIFY-EXCEPTIONS.
           MOVE 'N' TO WS-VERIFY-EOF.
           OPEN INPUT VERIFY-IN.
           IF WS-VERIFY-STATUS = '00'
               READ VERIFY-IN RECORD
                   AT END MOVE 'Y' TO WS-VERIFY-EOF
               END-READ
               PERFORM SCAN-VERIFY-LINE UNTIL WS-VERIFY-EOF = 'Y'
               CLOSE VERIFY-IN
           END-IF.
      *
       SCAN-VERIFY-LINE.
           IF VD-TAG = 'DECK '
               MOVE VD-DECK-NAME TO WS-VERIFY-LAST-DECK
           ELSE
               IF VR-TAG = '  RESULT' AND VR-RESULT = 'MISMATCH'
                   MOVE 2 TO WS-NEW-SEV
                   MOVE 'PARALLEL RUN' TO WS-NEW-SOURCE
                   MOVE WS-VERIFY-LAST-DECK TO WS-NEW-NAME
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'PARALLEL RUN MISMATCH - ' DELIMITED BY SIZE
                          VR-REASON DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.
           READ VERIFY-IN RECORD
               AT END MOVE 'Y' TO WS-VERIFY-EOF
           END-READ.
      *
       ADD-EXCEPTION.
           IF WS-EX-COUNT >= 500
