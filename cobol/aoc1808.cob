      * deck's business attributes - owning department, the GL
      * account and cost center stamped on that deck's interface
      * detail row, the expected clue-count range, and the maximum
      * tolerated reject count. Add, change, delete and list
      * transactions arrive on an ops-supplied file, every field is
      * validated, and each transaction's fate lands on the
      * 'deckmaintrpt' report. A valid add, change or delete does
      * not touch the master here: it is staged on the pending
      * changes file with the before and after images it would
      * make, and only AOC1821's approval run - signed by a second
      * operator - applies it. Until then AOC1801 and everything
      * else go on reading the current master record.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1808.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
      * Staged changes awaiting a second operator - written here,
      * disposed of by AOC1821. A pending change keeps its entry on
      * file after it is applied, rejected or expired, so the file
      * is also the record of who proposed what.
           SELECT PENDING-CHANGES ASSIGN TO 'deckpending'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-PENDING-ID
           FILE STATUS IS WS-PD-STATUS.
      *
           SELECT MAINT-REPORT ASSIGN TO 'deckmaintrpt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Change history journal - every applied add, change and
      * delete lands here with before and after images, the date
      * and time it was applied, the operator who entered it and
      * the operator who approved it. AOC1821 appends to it as
      * changes are approved; this program only reads it, so the
      * history accumulates for
      * the life of the master; when a deck posts to the wrong
      * account, "when did that mapping change" is answered by an
      * 'H' inquiry transaction instead of by nobody.
      * mandatory on anything that touches the master.
         05 FILLER             PIC X(1).
         05 TR-OPERATOR        PIC X(8).
      * Run priority, 01 most urgent through 99. Optional - spaces
      * (and every transaction cut before priorities existed) means
      * the deck has none.
         05 FILLER             PIC X(1).
         05 TR-PRIORITY        PIC X(2).
      *
      * Same record AOC1801's LOOKUP-DECK-MASTER reads.
       FD DECK-MASTER.
         05 DM-MAX-REJECTS     PIC 9(4).
         05 DM-SCHED-FREQ      PIC X.
         05 DM-SCHED-DAY       PIC 9(2).
         05 DM-PRIORITY        PIC 9(2).
      *
      * One staged change. The key is the moment it was entered
      * plus the transaction's place in its file, which is also
      * the id the approving operator quotes. Status 'P' pending,
      * 'A' applied, 'R' rejected, 'X' expired unapproved. The
      * images are the master's attribute set in the journal's
      * shape; an add has a blank before image, a delete a blank
      * after image.
       FD PENDING-CHANGES.
       01 PD-RECORD.
         05 PD-PENDING-ID.
           10 PD-ENTRY-DATE    PIC 9(8).
           10 PD-ENTRY-TIME    PIC 9(6).
           10 PD-ENTRY-SEQ     PIC 9(4).
         05 PD-STATUS          PIC X.
         05 PD-ACTION          PIC X.
         05 PD-DECK-NAME       PIC X(100).
         05 PD-MAKER           PIC X(8).
         05 PD-BEFORE          PIC X(44).
         05 PD-AFTER           PIC X(44).
         05 PD-CHECKER         PIC X(8).
         05 PD-DISP-DATE       PIC 9(8).
         05 PD-DISP-TIME       PIC 9(6).
         05 PD-DISP-REASON     PIC X(30).
      * The run priority before and after, blank on the same side
      * as the image.
         05 PD-BEFORE-PRIORITY PIC X(2).
         05 PD-AFTER-PRIORITY  PIC X(2).
      *
       FD MAINT-REPORT
          LABEL RECORDS ARE OMITTED.
         05 LG-BEFORE          PIC X(44).
         05 FILLER             PIC X(1).
         05 LG-AFTER           PIC X(44).
      * Lines journaled before changes needed approval carry spaces.
         05 FILLER             PIC X(1).
         05 LG-APPROVER        PIC X(8).
      * The run priority rides beside the images, not in them, so
      * lines journaled before priorities existed read as they
      * always did; those carry spaces.
         05 FILLER             PIC X(1).
         05 LG-BEFORE-PRIORITY PIC X(2).
         05 FILLER             PIC X(1).
         05 LG-AFTER-PRIORITY  PIC X(2).
      *
       WORKING-STORAGE SECTION.
       01 WS-TRANS-FILE        PIC X(100)   VALUE 'deckmainttrans'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-TRANS-EOF         PIC X        VALUE 'N'.
       01 WS-LIST-EOF          PIC X        VALUE 'N'.
      *
       01 WS-PD-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PD-EOF            PIC X        VALUE 'N'.
       01 WS-PENDING-FOUND     PIC X        VALUE 'N'.
       01 WS-PENDING-ID        PIC X(18)    VALUE SPACES.
      *
       01 WS-TRANS-VALID       PIC X        VALUE 'Y'.
       01 WS-TRANS-REASON      PIC X(30)    VALUE SPACES.
       01 WS-RECORD-FOUND      PIC X        VALUE 'N'.
      *
      * Staging working data - the attribute images a transaction
      * would make, and the run's date and time, which head every
      * pending id it writes.
       01 WS-LOG-STATUS        PIC X(2)     VALUE '00'.
       01 WS-LOG-EOF           PIC X        VALUE 'N'.
       01 WS-LOG-DATE          PIC 9(8)     VALUE 0.
       01 WS-LOG-TIME          PIC 9(8)     VALUE 0.
       01 WS-BEFORE-IMAGE      PIC X(44)    VALUE SPACES.
       01 WS-AFTER-IMAGE       PIC X(44)    VALUE SPACES.
       01 WS-BEFORE-PRIORITY   PIC X(2)     VALUE SPACES.
       01 WS-AFTER-PRIORITY    PIC X(2)     VALUE SPACES.
       01 WS-IMAGE-PRIORITY    PIC X(2)     VALUE SPACES.
       01 WS-IMAGE-WORK.
         05 WS-IM-DEPT         PIC X(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-HI-BEFORE       PIC X(44).
         05 FILLER             PIC X(4)     VALUE ' -> '.
         05 WS-HI-AFTER        PIC X(44).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-HI-APPROVER     PIC X(8).
         05 FILLER             PIC X(5)     VALUE ' PRI '.
         05 WS-HI-BEFORE-PRI   PIC X(2).
         05 FILLER             PIC X(4)     VALUE ' -> '.
         05 WS-HI-AFTER-PRI    PIC X(2).
      *
       01 WS-TRANS-READ        PIC 9(4)     VALUE 0.
       01 WS-TRANS-APPLIED     PIC 9(4)     VALUE 0.
       01 WS-TRANS-PENDED      PIC 9(4)     VALUE 0.
       01 WS-TRANS-REJECTED    PIC 9(4)     VALUE 0.
      *
       01 WS-RPT-DETAIL.
         05 WS-RL-SCHED-FREQ   PIC X.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RL-SCHED-DAY    PIC 9(2).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RL-PRIORITY     PIC 9(2).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOTAL-LABEL PIC X(24).
         05 WS-RPT-TOTAL-COUNT PIC ZZZ9.
           PERFORM APPLY-TRANSACTION UNTIL WS-TRANS-EOF = 'Y'.
           CLOSE MAINT-TRANS.
           CLOSE DECK-MASTER.
           CLOSE PENDING-CHANGES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MAINT-REPORT.
           DISPLAY 'Transactions read:    ' WS-TRANS-READ.
           DISPLAY 'Transactions applied: ' WS-TRANS-APPLIED.
           DISPLAY 'Awaiting approval:    ' WS-TRANS-PENDED.
           DISPLAY 'Transactions rejected ' WS-TRANS-REJECTED.
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
      *
      * The master is created empty the first time maintenance runs
      * on a new site (file status 35) - the same create-on-first-
      * use treatment AOC1801 gives the deck profile master - and
      * the pending changes file likewise. The master is only read
      * here; changes to it wait for AOC1821.
       OPEN-FILES.
           ACCEPT WS-TRANS-FILE FROM ENVIRONMENT 'DECKMAINT'
               ON EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS = '35'
               OPEN OUTPUT DECK-MASTER
               CLOSE DECK-MASTER
               OPEN INPUT DECK-MASTER
           END-IF.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DECK-MASTER, STATUS '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-CHANGES.
           IF WS-PD-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF.
           IF WS-PD-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PENDING-CHANGES, STATUS '
                   WS-PD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN OUTPUT MAINT-REPORT.
      *
       APPLY-TRANSACTION.
           ADD 1 TO WS-TRANS-READ.
           IF WS-TRANS-VALID = 'Y'
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE SPACES TO WS-BEFORE-PRIORITY
               MOVE SPACES TO WS-AFTER-PRIORITY
               IF TR-ACTION = 'A' OR TR-ACTION = 'C' OR
                  TR-ACTION = 'D'
                   PERFORM CHECK-OPEN-PENDING
               END-IF
               IF WS-TRANS-VALID = 'Y' AND TR-ACTION = 'A'
                   PERFORM STAGE-ADD
               END-IF
               IF WS-TRANS-VALID = 'Y' AND TR-ACTION = 'C'
                   PERFORM STAGE-CHANGE
               END-IF
               IF WS-TRANS-VALID = 'Y' AND TR-ACTION = 'D'
                   PERFORM STAGE-DELETE
               END-IF
               IF TR-ACTION = 'L'
                   PERFORM LIST-MASTER
                   PERFORM LIST-DECK-HISTORY
               END-IF
           END-IF.
      * Only a valid change gets staged - a rejected transaction
      * never reaches the approver. The history journal is written
      * when AOC1821 applies the change, not here.
           IF WS-TRANS-VALID = 'Y' AND
              (TR-ACTION = 'A' OR TR-ACTION = 'C' OR TR-ACTION = 'D')
               PERFORM WRITE-PENDING-CHANGE
           END-IF.
           IF WS-TRANS-VALID = 'Y'
               IF TR-ACTION = 'A' OR TR-ACTION = 'C' OR
                  TR-ACTION = 'D'
                   ADD 1 TO WS-TRANS-PENDED
                   MOVE 'PENDING' TO WS-RPT-STATUS
                   MOVE SPACES TO WS-RPT-REASON
                   STRING 'PENDING ID ' DELIMITED BY SIZE
                          WS-PENDING-ID DELIMITED BY SIZE
                       INTO WS-RPT-REASON
               ELSE
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE 'APPLIED' TO WS-RPT-STATUS
                   MOVE SPACES TO WS-RPT-REASON
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'REJECTED' TO WS-RPT-STATUS
           IF WS-TRANS-VALID = 'Y'
               PERFORM VALIDATE-SCHEDULE
           END-IF.
           IF WS-TRANS-VALID = 'Y' AND TR-PRIORITY NOT = SPACES
               IF TR-PRIORITY IS NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'PRIORITY NOT NUMERIC' TO WS-TRANS-REASON
               END-IF
           END-IF.
      *
      * Only a weekly or monthly schedule needs a day, and the day
      * has to mean something - a weekly deck due on day 9 would
           ELSE
               MOVE 0 TO DM-SCHED-DAY
           END-IF.
           IF TR-PRIORITY IS NUMERIC
               MOVE TR-PRIORITY TO DM-PRIORITY
           ELSE
               MOVE 0 TO DM-PRIORITY
           END-IF.
      *
      * The existence checks are made against the master as it
      * stands now; AOC1821 makes them again, and refuses a change
      * whose before image no longer matches, when it comes to
      * apply.
       STAGE-ADD.
           PERFORM LOOKUP-MASTER-RECORD.
           IF WS-RECORD-FOUND = 'Y'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'DECK ALREADY ON MASTER' TO WS-TRANS-REASON
           ELSE
               PERFORM BUILD-MASTER-RECORD
               PERFORM SNAP-MASTER-IMAGE
               MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
               MOVE WS-IMAGE-PRIORITY TO WS-AFTER-PRIORITY
           END-IF.
      *
       STAGE-CHANGE.
           PERFORM LOOKUP-MASTER-RECORD.
           IF WS-RECORD-FOUND = 'N'
               MOVE 'N' TO WS-TRANS-VALID
           ELSE
               PERFORM SNAP-MASTER-IMAGE
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
               MOVE WS-IMAGE-PRIORITY TO WS-BEFORE-PRIORITY
               PERFORM BUILD-MASTER-RECORD
               PERFORM SNAP-MASTER-IMAGE
               MOVE WS-IMAGE-WORK TO WS-AFTER-IMAGE
               MOVE WS-IMAGE-PRIORITY TO WS-AFTER-PRIORITY
           END-IF.
      *
       STAGE-DELETE.
           PERFORM LOOKUP-MASTER-RECORD.
           IF WS-RECORD-FOUND = 'N'
               MOVE 'N' TO WS-TRANS-VALID
           ELSE
               PERFORM SNAP-MASTER-IMAGE
               MOVE WS-IMAGE-WORK TO WS-BEFORE-IMAGE
               MOVE WS-IMAGE-PRIORITY TO WS-BEFORE-PRIORITY
           END-IF.
      *
       SNAP-MASTER-IMAGE.
           MOVE DM-MAX-REJECTS TO WS-IM-REJECTS.
           MOVE DM-SCHED-FREQ TO WS-IM-SCHED-FREQ.
           MOVE DM-SCHED-DAY TO WS-IM-SCHED-DAY.
           MOVE DM-PRIORITY TO WS-IMAGE-PRIORITY.
      *
      * One deck, one pending change: a second change staged behind
      * the first would be approved against a before image the
      * first one is about to replace.
       CHECK-OPEN-PENDING.
           MOVE 'N' TO WS-PENDING-FOUND.
           MOVE 'N' TO WS-PD-EOF.
           MOVE LOW-VALUES TO PD-PENDING-ID.
           START PENDING-CHANGES KEY IS NOT LESS THAN PD-PENDING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PD-EOF
           END-START.
           PERFORM MATCH-OPEN-PENDING
               UNTIL WS-PD-EOF = 'Y' OR WS-PENDING-FOUND = 'Y'.
           IF WS-PENDING-FOUND = 'Y'
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'CHANGE ALREADY PENDING' TO WS-TRANS-REASON
           END-IF.
      *
       MATCH-OPEN-PENDING.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ.
           IF WS-PD-EOF NOT = 'Y'
               IF PD-STATUS = 'P' AND PD-DECK-NAME = TR-DECK-NAME
                   MOVE 'Y' TO WS-PENDING-FOUND
               END-IF
           END-IF.
      *
      * Every pending id this run writes starts with the run's own
      * date and time, so a second run in the same second is the
      * only way to collide - refused, and simply resubmitted.
       WRITE-PENDING-CHANGE.
           MOVE SPACES TO PD-RECORD.
           MOVE WS-LOG-DATE TO PD-ENTRY-DATE.
           MOVE WS-LOG-TIME(1:6) TO PD-ENTRY-TIME.
           MOVE WS-TRANS-READ TO PD-ENTRY-SEQ.
           MOVE 'P' TO PD-STATUS.
           MOVE TR-ACTION TO PD-ACTION.
           MOVE TR-DECK-NAME TO PD-DECK-NAME.
           MOVE TR-OPERATOR TO PD-MAKER.
           MOVE WS-BEFORE-IMAGE TO PD-BEFORE.
           MOVE WS-AFTER-IMAGE TO PD-AFTER.
           MOVE WS-BEFORE-PRIORITY TO PD-BEFORE-PRIORITY.
           MOVE WS-AFTER-PRIORITY TO PD-AFTER-PRIORITY.
           MOVE 0 TO PD-DISP-DATE.
           MOVE 0 TO PD-DISP-TIME.
           MOVE PD-PENDING-ID TO WS-PENDING-ID.
           WRITE PD-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'PENDING ID IN USE - RESUBMIT'
                       TO WS-TRANS-REASON
           END-WRITE.
      *
      * The named deck's full change history in date order - the
      * journal only ever appends, so file order IS date order.
      * Changes staged but not yet approved are not history yet.
       LIST-DECK-HISTORY.
           MOVE 0 TO WS-HIST-LINES.
           MOVE 'N' TO WS-LOG-EOF.
           OPEN INPUT MAINT-LOG.
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       LIST-HISTORY-ENTRY.
           IF LG-DECK-NAME = TR-DECK-NAME
               MOVE LG-ACTION TO WS-HI-ACTION
               MOVE LG-BEFORE TO WS-HI-BEFORE
               MOVE LG-AFTER TO WS-HI-AFTER
               MOVE LG-APPROVER TO WS-HI-APPROVER
               MOVE LG-BEFORE-PRIORITY TO WS-HI-BEFORE-PRI
               MOVE LG-AFTER-PRIORITY TO WS-HI-AFTER-PRI
               WRITE REPORT-LINE FROM WS-HIST-DETAIL
           END-IF.
           READ MAINT-LOG RECORD
               MOVE DM-MAX-REJECTS TO WS-RL-REJECTS
               MOVE DM-SCHED-FREQ TO WS-RL-SCHED-FREQ
               MOVE DM-SCHED-DAY TO WS-RL-SCHED-DAY
               MOVE DM-PRIORITY TO WS-RL-PRIORITY
               WRITE REPORT-LINE FROM WS-RPT-LIST-LINE
           END-IF.
      *
           MOVE 'TRANSACTIONS APPLIED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TRANS-APPLIED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'AWAITING APPROVAL' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TRANS-PENDED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TRANS-REJECTED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
