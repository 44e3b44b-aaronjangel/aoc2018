      *
           SELECT DELTA-REPORT ASSIGN TO 'deckdelta'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      * One line per compare, appended - the deckdelta report is
      * rewritten every run, so this is the only lasting record of
      * which decks were resent and whether the resend changed
      * anything.
           SELECT RESEND-LOG ASSIGN TO 'resendlog'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DELTA-REPORT
          LABEL RECORDS ARE OMITTED.
       01 DELTA-LINE           PIC X(132).
      *
       FD RESEND-LOG
          LABEL RECORDS ARE OMITTED.
       01 RL-RECORD.
         05 RL-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 RL-DECK-A          PIC X(100).
         05 FILLER             PIC X(1).
         05 RL-DECK-B          PIC X(100).
         05 FILLER             PIC X(1).
         05 RL-ADDED           PIC 9(6).
         05 FILLER             PIC X(1).
         05 RL-DELETED         PIC 9(6).
         05 FILLER             PIC X(1).
         05 RL-CHANGED         PIC 9(6).
         05 FILLER             PIC X(1).
         05 RL-VERDICT         PIC X.
      *
       WORKING-STORAGE SECTION.
       01 WS-PUZZLE-FILE       PIC X(100)   VALUE SPACES.
       01 WS-PUZZLE-STATUS     PIC X(2)     VALUE '00'.
       01 WS-CH-STATUS         PIC X(2)     VALUE '00'.
       01 WS-RL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RECORD-SIZE       PIC 9(4).
       01 WS-EOF               PIC X        VALUE 'N'.
      *
           CLOSE CMP-HIST-FILE.
           PERFORM WRITE-SUMMARY.
           CLOSE DELTA-REPORT.
           PERFORM LOG-RESEND.
           GOBACK.
      *
      * Both deck names are required - a compare of a deck against
           END-IF.
           WRITE DELTA-LINE FROM WS-DELTA-VERDICT.
      *
      * DECKA is the deck already processed, so it is the name the
      * resend is filed under. Verdict 'I' identical, 'D' differs.
      * Status 35 is just a site logging its first ever compare.
       LOG-RESEND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND RESEND-LOG.
           IF WS-RL-STATUS = '35'
               OPEN OUTPUT RESEND-LOG
           END-IF.
           IF WS-RL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RESEND-LOG, STATUS '
                   WS-RL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RL-RECORD.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE WS-DECK-A TO RL-DECK-A.
           MOVE WS-DECK-B TO RL-DECK-B.
           MOVE WS-ADDED-COUNT TO RL-ADDED.
           MOVE WS-DELETED-COUNT TO RL-DELETED.
           MOVE WS-CHANGED-COUNT TO RL-CHANGED.
           IF WS-ADDED-COUNT = 0 AND WS-DELETED-COUNT = 0 AND
              WS-CHANGED-COUNT = 0
               MOVE 'I' TO RL-VERDICT
           ELSE
               MOVE 'D' TO RL-VERDICT
           END-IF.
           WRITE RL-RECORD.
           CLOSE RESEND-LOG.
      *
      * Same leading-sign-plus-digits rules AOC1801 applies on
      * intake, length cap included, kept in step so the compare and
      * the clue walk never disagree about which clues count.
