      * Advent of Code 2018, Day 1 - Deck Master Change Approval.
      *
      * Companion to AOC1808. Maintenance no longer changes the deck
      * control master on one operator's say-so: AOC1808 validates
      * each add, change and delete and stages it on the pending
      * changes file, and this program is the second operator's
      * half. An ops-supplied approval file names each pending
      * change by its id and approves or rejects it; an approval
      * is refused when it is signed by the operator who entered
      * the change, and refused (and the change rejected) when the
      * master no longer looks the way it did when the change was
      * entered. Approved changes are applied to the master and
      * journaled on 'deckmasterlog' with both operators. Changes
      * nobody approves within PENDEXPIRE days expire. Every
      * disposition lands on the 'deckapprrpt' report, followed by
      * everything still waiting and who entered it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1821.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Approval transactions, one per line: 'A' approve or 'R'
      * reject, the pending id from the report, the deciding
      * operator and a reason. Defaults to 'deckapprovals',
      * overridden with a DECKAPPROVE environment variable; NONE
      * (or no file) just expires and reports.
           SELECT APPROVAL-FILE ASSIGN TO WS-APPROVAL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.
      *
      * Same file AOC1808's WRITE-PENDING-CHANGE stages into.
           SELECT PENDING-CHANGES ASSIGN TO 'deckpending'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-PENDING-ID
           FILE STATUS IS WS-PD-STATUS.
      *
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
      * The change history AOC1808's 'H' inquiry reads - extended,
      * so it never restarts.
           SELECT MAINT-LOG ASSIGN TO 'deckmasterlog'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      *
           SELECT APPROVAL-REPORT ASSIGN TO 'deckapprrpt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE
          LABEL RECORDS ARE OMITTED.
       01 APPROVAL-RECORD.
         05 AP-ACTION          PIC X.
         05 FILLER             PIC X(1).
         05 AP-PENDING-ID      PIC X(18).
         05 FILLER             PIC X(1).
         05 AP-OPERATOR        PIC X(8).
         05 FILLER             PIC X(1).
         05 AP-REASON          PIC X(30).
      *
      * Same record AOC1808's WRITE-PENDING-CHANGE writes.
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
         05 PD-BEFORE-PRIORITY PIC X(2).
         05 PD-AFTER-PRIORITY  PIC X(2).
      *
      * Same record AOC1801's LOOKUP-DECK-MASTER reads.
       FD DECK-MASTER.
       01 DM-RECORD.
         05 DM-DECK-NAME       PIC X(100).
         05 DM-DEPT            PIC X(4).
         05 DM-GL-ACCOUNT      PIC X(8).
         05 DM-COST-CENTER     PIC X(6).
         05 DM-MIN-CLUES       PIC 9(6).
         05 DM-MAX-CLUES       PIC 9(6).
         05 DM-MAX-REJECTS     PIC 9(4).
         05 DM-SCHED-FREQ      PIC X.
         05 DM-SCHED-DAY       PIC 9(2).
         05 DM-PRIORITY        PIC 9(2).
      *
      * Same record AOC1808's LIST-DECK-HISTORY reads.
       FD MAINT-LOG
          LABEL RECORDS ARE OMITTED.
       01 LOG-RECORD.
         05 LG-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 LG-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 LG-OPERATOR        PIC X(8).
         05 FILLER             PIC X(1).
         05 LG-ACTION          PIC X.
         05 FILLER             PIC X(1).
         05 LG-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 LG-BEFORE          PIC X(44).
         05 FILLER             PIC X(1).
         05 LG-AFTER           PIC X(44).
         05 FILLER             PIC X(1).
         05 LG-APPROVER        PIC X(8).
         05 FILLER             PIC X(1).
         05 LG-BEFORE-PRIORITY PIC X(2).
         05 FILLER             PIC X(1).
         05 LG-AFTER-PRIORITY  PIC X(2).
      *
       FD APPROVAL-REPORT
          LABEL RECORDS ARE OMITTED.
       01 REPORT-LINE          PIC X(250).
      *
       WORKING-STORAGE SECTION.
       01 WS-APPROVAL-FILE     PIC X(100)   VALUE 'deckapprovals'.
       01 WS-AP-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PD-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-LOG-STATUS        PIC X(2)     VALUE '00'.
       01 WS-AP-EOF            PIC X        VALUE 'N'.
       01 WS-PD-EOF            PIC X        VALUE 'N'.
      *
       01 WS-EXPIRE-DAYS-X     PIC X(3)     VALUE SPACES.
       01 WS-EXPIRE-DAYS       PIC 9(3)     VALUE 7.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RUN-CLOCK         PIC 9(8)     VALUE 0.
       01 WS-TODAY-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-ENTRY-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-AGE-DAYS          PIC S9(5)    VALUE 0.
      *
       01 WS-PENDING-FOUND     PIC X        VALUE 'N'.
       01 WS-RECORD-FOUND      PIC X        VALUE 'N'.
       01 WS-APPROVAL-OK       PIC X        VALUE 'Y'.
       01 WS-REFUSAL           PIC X(30)    VALUE SPACES.
       01 WS-OUTCOME           PIC X(18)    VALUE SPACES.
      *
      * The master's attribute set in the shape AOC1808 stages it -
      * snapped from the master to compare with a before image, or
      * loaded from an after image to build the record it applies.
       01 WS-IMAGE-WORK.
         05 WS-IM-DEPT         PIC X(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-ACCOUNT      PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-COST-CENTER  PIC X(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-MIN          PIC 9(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-MAX          PIC 9(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-REJECTS      PIC 9(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-SCHED-FREQ   PIC X.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-IM-SCHED-DAY    PIC 9(2).
      * The run priority, staged beside the image rather than in it.
       01 WS-IMAGE-PRIORITY    PIC X(2)     VALUE SPACES.
      *
      * Date-to-serial work fields, as AOC1813 ages its suspense.
       01 WS-CV-DATE           PIC 9(8)     VALUE 0.
       01 WS-CV-DATE-R REDEFINES WS-CV-DATE.
         05 WS-CV-YEAR         PIC 9(4).
         05 WS-CV-MONTH        PIC 9(2).
         05 WS-CV-DAY          PIC 9(2).
       01 WS-CV-Y              PIC 9(4)     VALUE 0.
       01 WS-CV-M              PIC 9(2)     VALUE 0.
       01 WS-CV-Q4             PIC 9(4)     VALUE 0.
       01 WS-CV-Q100           PIC 9(4)     VALUE 0.
       01 WS-CV-Q400           PIC 9(4)     VALUE 0.
       01 WS-CV-MDAYS          PIC 9(4)     VALUE 0.
       01 WS-CV-MWORK          PIC 9(6)     VALUE 0.
       01 WS-CV-SERIAL         PIC 9(9)     VALUE 0.
      *
       01 WS-APPROVALS-READ    PIC 9(4)     VALUE 0.
       01 WS-APPLIED-COUNT     PIC 9(4)     VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(4)     VALUE 0.
       01 WS-STALE-COUNT       PIC 9(4)     VALUE 0.
       01 WS-EXPIRED-COUNT     PIC 9(4)     VALUE 0.
       01 WS-REFUSED-COUNT     PIC 9(4)     VALUE 0.
       01 WS-WAITING-COUNT     PIC 9(4)     VALUE 0.
      *
       01 WS-RPT-HEADER.
         05 FILLER             PIC X(32)
                               VALUE 'DECK MASTER CHANGE APPROVAL RUN '.
         05 WS-RH-DATE         PIC 9(8).
         05 FILLER             PIC X(16)
                               VALUE '   EXPIRY DAYS '.
         05 WS-RH-EXPIRE       PIC ZZ9.
       01 WS-RPT-SECTION       PIC X(40)    VALUE SPACES.
       01 WS-RPT-DETAIL.
         05 WS-RPT-STATUS      PIC X(18).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-ID          PIC X(18).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-ACTION      PIC X.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-DECK        PIC X(100).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-MAKER       PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-CHECKER     PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-REASON      PIC X(30).
      * A waiting change: what it is, who entered it, how long it
      * has waited, and the before and after images it would make.
       01 WS-RPT-WAITING.
         05 WS-RW-ID           PIC X(18).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RW-ACTION       PIC X.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RW-DECK         PIC X(100).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RW-MAKER        PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RW-AGE          PIC ZZZ9.
         05 FILLER             PIC X(6)     VALUE ' DAYS '.
         05 WS-RW-BEFORE       PIC X(44).
         05 FILLER             PIC X(4)     VALUE ' -> '.
         05 WS-RW-AFTER        PIC X(44).
         05 FILLER             PIC X(5)     VALUE ' PRI '.
         05 WS-RW-BEFORE-PRI   PIC X(2).
         05 FILLER             PIC X(4)     VALUE ' -> '.
         05 WS-RW-AFTER-PRI    PIC X(2).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOTAL-LABEL PIC X(26).
         05 WS-RPT-TOTAL-COUNT PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Deck Master Approval'
           PERFORM GET-PARMS.
           PERFORM OPEN-FILES.
           MOVE 'EXPIRED AND DISPOSED' TO WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           PERFORM EXPIRE-PENDING-CHANGES.
           PERFORM PROCESS-APPROVALS.
           PERFORM LIST-WAITING-CHANGES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PENDING-CHANGES.
           CLOSE DECK-MASTER.
           CLOSE MAINT-LOG.
           CLOSE APPROVAL-REPORT.
           DISPLAY 'Approvals read:      ' WS-APPROVALS-READ.
           DISPLAY 'Changes applied:     ' WS-APPLIED-COUNT.
           DISPLAY 'Changes rejected:    ' WS-REJECTED-COUNT.
           DISPLAY 'Changes expired:     ' WS-EXPIRED-COUNT.
           DISPLAY 'Approvals refused:   ' WS-REFUSED-COUNT.
           DISPLAY 'Still waiting:       ' WS-WAITING-COUNT.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * PENDEXPIRE arrives as text, one to three digits; anything
      * unusable leaves the seven-day default.
       GET-PARMS.
           ACCEPT WS-APPROVAL-FILE FROM ENVIRONMENT 'DECKAPPROVE'
               ON EXCEPTION
                   MOVE 'deckapprovals' TO WS-APPROVAL-FILE
           END-ACCEPT.
           ACCEPT WS-EXPIRE-DAYS-X FROM ENVIRONMENT 'PENDEXPIRE'
               ON EXCEPTION
                   MOVE SPACES TO WS-EXPIRE-DAYS-X
           END-ACCEPT.
           IF WS-EXPIRE-DAYS-X(3:1) = SPACE
               MOVE WS-EXPIRE-DAYS-X(2:1) TO WS-EXPIRE-DAYS-X(3:1)
               MOVE WS-EXPIRE-DAYS-X(1:1) TO WS-EXPIRE-DAYS-X(2:1)
               MOVE '0' TO WS-EXPIRE-DAYS-X(1:1)
           END-IF.
           IF WS-EXPIRE-DAYS-X(3:1) = SPACE
               MOVE WS-EXPIRE-DAYS-X(2:1) TO WS-EXPIRE-DAYS-X(3:1)
               MOVE '0' TO WS-EXPIRE-DAYS-X(2:1)
           END-IF.
           IF WS-EXPIRE-DAYS-X IS NUMERIC AND
              WS-EXPIRE-DAYS-X NOT = '000'
               MOVE WS-EXPIRE-DAYS-X TO WS-EXPIRE-DAYS
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-CLOCK FROM TIME.
           MOVE WS-RUN-DATE TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-TODAY-SERIAL.
      *
      * A site with nothing ever staged has no pending file, and one
      * with no master yet gets it created empty, as AOC1808 does.
       OPEN-FILES.
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
           OPEN I-O DECK-MASTER.
           IF WS-DM-STATUS = '35'
               OPEN OUTPUT DECK-MASTER
               CLOSE DECK-MASTER
               OPEN I-O DECK-MASTER
           END-IF.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DECK-MASTER, STATUS '
                   WS-DM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAINT-LOG, STATUS '
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-EXPIRE-DAYS TO WS-RH-EXPIRE.
           WRITE REPORT-LINE FROM WS-RPT-HEADER.
      *
      * Expiry runs before any approval is judged, so a change that
      * has sat past the limit cannot be approved on the day it
      * lapses - it has to be entered again and seen fresh.
       EXPIRE-PENDING-CHANGES.
           MOVE 'N' TO WS-PD-EOF.
           MOVE LOW-VALUES TO PD-PENDING-ID.
           START PENDING-CHANGES KEY IS NOT LESS THAN PD-PENDING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PD-EOF
           END-START.
           PERFORM EXPIRE-ONE-PENDING UNTIL WS-PD-EOF = 'Y'.
      *
       EXPIRE-ONE-PENDING.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ.
           IF WS-PD-EOF NOT = 'Y' AND PD-STATUS = 'P'
               PERFORM AGE-PENDING-CHANGE
               IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                   MOVE 'X' TO PD-STATUS
                   MOVE SPACES TO PD-CHECKER
                   MOVE WS-RUN-DATE TO PD-DISP-DATE
                   MOVE WS-RUN-CLOCK(1:6) TO PD-DISP-TIME
                   MOVE 'EXPIRED UNAPPROVED' TO PD-DISP-REASON
                   REWRITE PD-RECORD
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED' TO WS-OUTCOME
                   MOVE SPACES TO WS-RPT-CHECKER
                   MOVE PD-DISP-REASON TO WS-RPT-REASON
                   PERFORM WRITE-DISPOSITION-LINE
               END-IF
           END-IF.
      *
       AGE-PENDING-CHANGE.
           MOVE PD-ENTRY-DATE TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-ENTRY-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
      *
       PROCESS-APPROVALS.
           IF WS-APPROVAL-FILE = 'NONE'
               MOVE '35' TO WS-AP-STATUS
           ELSE
               OPEN INPUT APPROVAL-FILE
           END-IF.
           IF WS-AP-STATUS = '00'
               READ APPROVAL-FILE RECORD
                   AT END MOVE 'Y' TO WS-AP-EOF
               END-READ
               PERFORM JUDGE-APPROVAL UNTIL WS-AP-EOF = 'Y'
               CLOSE APPROVAL-FILE
           ELSE
               IF WS-AP-STATUS NOT = '35'
                   DISPLAY 'UNABLE TO OPEN APPROVAL FILE '
                       WS-APPROVAL-FILE ', STATUS ' WS-AP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * One approval transaction: find the change it answers and
      * make sure this operator may decide it before anything moves.
       JUDGE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ.
           MOVE 'Y' TO WS-APPROVAL-OK.
           MOVE SPACES TO WS-REFUSAL.
           MOVE 'N' TO WS-PENDING-FOUND.
           MOVE SPACES TO PD-RECORD.
           IF AP-ACTION NOT = 'A' AND AP-ACTION NOT = 'R'
               MOVE 'N' TO WS-APPROVAL-OK
               MOVE 'INVALID ACTION CODE' TO WS-REFUSAL
           END-IF.
           IF WS-APPROVAL-OK = 'Y' AND AP-OPERATOR = SPACES
               MOVE 'N' TO WS-APPROVAL-OK
               MOVE 'OPERATOR ID MISSING' TO WS-REFUSAL
           END-IF.
           IF WS-APPROVAL-OK = 'Y'
               MOVE AP-PENDING-ID TO PD-PENDING-ID
               READ PENDING-CHANGES KEY IS PD-PENDING-ID
                   INVALID KEY
                       MOVE 'N' TO WS-APPROVAL-OK
                       MOVE 'NO SUCH PENDING CHANGE' TO WS-REFUSAL
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PENDING-FOUND
               END-READ
           END-IF.
           IF WS-APPROVAL-OK = 'Y' AND PD-STATUS NOT = 'P'
               MOVE 'N' TO WS-APPROVAL-OK
               IF PD-STATUS = 'X'
                   MOVE 'CHANGE HAS EXPIRED' TO WS-REFUSAL
               ELSE
                   MOVE 'CHANGE ALREADY DISPOSED' TO WS-REFUSAL
               END-IF
           END-IF.
      * The whole point: whoever entered a change cannot also be
      * the one who lets it through - approve or reject.
           IF WS-APPROVAL-OK = 'Y' AND AP-OPERATOR = PD-MAKER
               MOVE 'N' TO WS-APPROVAL-OK
               MOVE 'APPROVER ENTERED THE CHANGE' TO WS-REFUSAL
           END-IF.
           IF WS-APPROVAL-OK = 'Y'
               IF AP-ACTION = 'A'
                   PERFORM APPLY-PENDING-CHANGE
               ELSE
                   MOVE 'R' TO PD-STATUS
                   MOVE AP-REASON TO PD-DISP-REASON
                   PERFORM CLOSE-PENDING-CHANGE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-OUTCOME
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED' TO WS-OUTCOME
           END-IF.
           IF WS-PENDING-FOUND = 'N'
               MOVE AP-PENDING-ID TO PD-PENDING-ID
           END-IF.
           MOVE AP-OPERATOR TO WS-RPT-CHECKER.
           IF WS-REFUSAL NOT = SPACES
               MOVE WS-REFUSAL TO WS-RPT-REASON
           ELSE
               MOVE AP-REASON TO WS-RPT-REASON
           END-IF.
           PERFORM WRITE-DISPOSITION-LINE.
           READ APPROVAL-FILE RECORD
               AT END MOVE 'Y' TO WS-AP-EOF
           END-READ.
      *
      * The master has to be where the maker left it: an add still
      * absent, a change or delete still carrying the before image
      * the approver was shown. Anything else means someone else's
      * change got there first, and this one is rejected rather
      * than laid blindly over it.
       APPLY-PENDING-CHANGE.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE PD-DECK-NAME TO DM-DECK-NAME.
           READ DECK-MASTER KEY IS DM-DECK-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.
           IF WS-RECORD-FOUND = 'Y'
               PERFORM SNAP-MASTER-IMAGE
           END-IF.
           IF (PD-ACTION = 'A' AND WS-RECORD-FOUND = 'Y') OR
              (PD-ACTION NOT = 'A' AND WS-RECORD-FOUND = 'N') OR
              (PD-ACTION NOT = 'A' AND WS-IMAGE-WORK NOT = PD-BEFORE)
              OR (PD-ACTION NOT = 'A' AND
                  WS-IMAGE-PRIORITY NOT = PD-BEFORE-PRIORITY)
               MOVE 'R' TO PD-STATUS
               MOVE 'MASTER CHANGED SINCE ENTRY' TO WS-REFUSAL
               MOVE WS-REFUSAL TO PD-DISP-REASON
               PERFORM CLOSE-PENDING-CHANGE
               ADD 1 TO WS-STALE-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO WS-OUTCOME
           ELSE
               IF PD-ACTION = 'D'
                   DELETE DECK-MASTER RECORD
               ELSE
                   PERFORM BUILD-MASTER-RECORD
                   IF PD-ACTION = 'A'
                       WRITE DM-RECORD
                   ELSE
                       REWRITE DM-RECORD
                   END-IF
               END-IF
               PERFORM WRITE-MASTER-LOG
               MOVE 'A' TO PD-STATUS
               MOVE AP-REASON TO PD-DISP-REASON
               PERFORM CLOSE-PENDING-CHANGE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO WS-OUTCOME
           END-IF.
      *
       CLOSE-PENDING-CHANGE.
           MOVE AP-OPERATOR TO PD-CHECKER.
           MOVE WS-RUN-DATE TO PD-DISP-DATE.
           MOVE WS-RUN-CLOCK(1:6) TO PD-DISP-TIME.
           REWRITE PD-RECORD.
      *
       SNAP-MASTER-IMAGE.
           MOVE DM-DEPT TO WS-IM-DEPT.
           MOVE DM-GL-ACCOUNT TO WS-IM-ACCOUNT.
           MOVE DM-COST-CENTER TO WS-IM-COST-CENTER.
           MOVE DM-MIN-CLUES TO WS-IM-MIN.
           MOVE DM-MAX-CLUES TO WS-IM-MAX.
           MOVE DM-MAX-REJECTS TO WS-IM-REJECTS.
           MOVE DM-SCHED-FREQ TO WS-IM-SCHED-FREQ.
           MOVE DM-SCHED-DAY TO WS-IM-SCHED-DAY.
           MOVE DM-PRIORITY TO WS-IMAGE-PRIORITY.
      *
      * The after image already went through AOC1808's validation
      * and BUILD-MASTER-RECORD, so it is the record, field for
      * field.
       BUILD-MASTER-RECORD.
           MOVE PD-AFTER TO WS-IMAGE-WORK.
           MOVE PD-DECK-NAME TO DM-DECK-NAME.
           MOVE WS-IM-DEPT TO DM-DEPT.
           MOVE WS-IM-ACCOUNT TO DM-GL-ACCOUNT.
           MOVE WS-IM-COST-CENTER TO DM-COST-CENTER.
           MOVE WS-IM-MIN TO DM-MIN-CLUES.
           MOVE WS-IM-MAX TO DM-MAX-CLUES.
           MOVE WS-IM-REJECTS TO DM-MAX-REJECTS.
           MOVE WS-IM-SCHED-FREQ TO DM-SCHED-FREQ.
           MOVE WS-IM-SCHED-DAY TO DM-SCHED-DAY.
           IF PD-AFTER-PRIORITY IS NUMERIC
               MOVE PD-AFTER-PRIORITY TO DM-PRIORITY
           ELSE
               MOVE 0 TO DM-PRIORITY
           END-IF.
      *
      * Journaled under the operator who entered the change, with
      * the approver beside them.
       WRITE-MASTER-LOG.
           MOVE SPACES TO LOG-RECORD.
           MOVE WS-RUN-DATE TO LG-DATE.
           MOVE WS-RUN-CLOCK(1:6) TO LG-TIME.
           MOVE PD-MAKER TO LG-OPERATOR.
           MOVE PD-ACTION TO LG-ACTION.
           MOVE PD-DECK-NAME TO LG-DECK-NAME.
           MOVE PD-BEFORE TO LG-BEFORE.
           MOVE PD-AFTER TO LG-AFTER.
           MOVE AP-OPERATOR TO LG-APPROVER.
           MOVE PD-BEFORE-PRIORITY TO LG-BEFORE-PRIORITY.
           MOVE PD-AFTER-PRIORITY TO LG-AFTER-PRIORITY.
           WRITE LOG-RECORD.
      *
       WRITE-DISPOSITION-LINE.
           MOVE WS-OUTCOME TO WS-RPT-STATUS.
           MOVE PD-PENDING-ID TO WS-RPT-ID.
           MOVE PD-ACTION TO WS-RPT-ACTION.
           MOVE PD-DECK-NAME TO WS-RPT-DECK.
           MOVE PD-MAKER TO WS-RPT-MAKER.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
      *
      * Everything still waiting after this run, oldest first - the
      * key starts with the entry date, so key order is age order.
       LIST-WAITING-CHANGES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHANGES AWAITING APPROVAL' TO WS-RPT-SECTION.
           WRITE REPORT-LINE FROM WS-RPT-SECTION.
           MOVE 'N' TO WS-PD-EOF.
           MOVE LOW-VALUES TO PD-PENDING-ID.
           START PENDING-CHANGES KEY IS NOT LESS THAN PD-PENDING-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PD-EOF
           END-START.
           PERFORM LIST-WAITING-ENTRY UNTIL WS-PD-EOF = 'Y'.
           IF WS-WAITING-COUNT = 0
               MOVE 'NO CHANGES AWAITING APPROVAL' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       LIST-WAITING-ENTRY.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PD-EOF
           END-READ.
           IF WS-PD-EOF NOT = 'Y' AND PD-STATUS = 'P'
               ADD 1 TO WS-WAITING-COUNT
               PERFORM AGE-PENDING-CHANGE
               MOVE PD-PENDING-ID TO WS-RW-ID
               MOVE PD-ACTION TO WS-RW-ACTION
               MOVE PD-DECK-NAME TO WS-RW-DECK
               MOVE PD-MAKER TO WS-RW-MAKER
               MOVE WS-AGE-DAYS TO WS-RW-AGE
               MOVE PD-BEFORE TO WS-RW-BEFORE
               MOVE PD-AFTER TO WS-RW-AFTER
               MOVE PD-BEFORE-PRIORITY TO WS-RW-BEFORE-PRI
               MOVE PD-AFTER-PRIORITY TO WS-RW-AFTER-PRI
               WRITE REPORT-LINE FROM WS-RPT-WAITING
           END-IF.
      *
      * March-based civil day count, same as AOC1813's.
       CONVERT-DATE-TO-SERIAL.
           IF WS-CV-MONTH < 3
               COMPUTE WS-CV-Y = WS-CV-YEAR - 1
               COMPUTE WS-CV-M = WS-CV-MONTH + 12
           ELSE
               MOVE WS-CV-YEAR TO WS-CV-Y
               MOVE WS-CV-MONTH TO WS-CV-M
           END-IF.
           DIVIDE WS-CV-Y BY 4 GIVING WS-CV-Q4.
           DIVIDE WS-CV-Y BY 100 GIVING WS-CV-Q100.
           DIVIDE WS-CV-Y BY 400 GIVING WS-CV-Q400.
           COMPUTE WS-CV-MWORK = 153 * (WS-CV-M + 1).
           DIVIDE WS-CV-MWORK BY 5 GIVING WS-CV-MDAYS.
           COMPUTE WS-CV-SERIAL = 365 * WS-CV-Y + WS-CV-Q4
               - WS-CV-Q100 + WS-CV-Q400 + WS-CV-MDAYS + WS-CV-DAY.
      *
       WRITE-REPORT-TOTALS.
           MOVE 'APPROVALS READ' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-APPROVALS-READ TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CHANGES APPLIED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CHANGES REJECTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE '  MASTER CHANGED SINCE' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-STALE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CHANGES EXPIRED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'APPROVALS REFUSED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'STILL AWAITING APPROVAL' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-WAITING-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
