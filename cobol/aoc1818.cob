      * Advent of Code 2018, Day 1 - Period Ledger Month-End Close.
      *
      * Companion to AOC1817. Once the last night of a month has
      * been rolled into 'periodledger', this run closes the month:
      * every account and cost center's record for the period is
      * locked, its year-to-date is worked out from the previous
      * closed period of the same fiscal year plus this period's
      * net, and an account with year-to-date money but no activity
      * this month gets a zero-activity record so its balance still
      * carries forward. The period is then recorded as closed in
      * 'ledgercontrol', after which AOC1817 will not post to it
      * again. A statement per owning department - DM-DEPT from the
      * deck control master, found through the decks that stamp
      * each account and cost center - is printed to 'periodstmt'
      * for finance, one department to a page.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1818.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Same ledger AOC1817 posts - keyed by account, cost center
      * and period, so a sequential walk hands back each account's
      * months oldest-first as one unbroken group.
           SELECT PERIOD-LEDGER ASSIGN TO 'periodledger'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-STATUS.
      *
           SELECT LEDGER-CONTROL ASSIGN TO 'ledgercontrol'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LC-STATUS.
      *
      * Read only, to learn which department owns each account and
      * cost center. A site with no deck master still closes; its
      * statement just has no department to file the lines under.
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
           SELECT PERIOD-STATEMENT ASSIGN TO 'periodstmt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Same record AOC1817's POST-TO-LEDGER writes.
       FD PERIOD-LEDGER
          LABEL RECORDS ARE STANDARD.
       01 PL-RECORD.
         05 PL-KEY.
           10 PL-ACCOUNT       PIC X(8).
           10 PL-COST-CENTER   PIC X(6).
           10 PL-PERIOD        PIC 9(6).
         05 PL-PERIOD-STATUS   PIC X.
         05 PL-PERIOD-NET      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 PL-YTD-OPENING     PIC S9(11) SIGN IS LEADING SEPARATE.
         05 PL-YTD-CLOSING     PIC S9(11) SIGN IS LEADING SEPARATE.
         05 PL-POSTINGS        PIC 9(5).
         05 PL-ADJUSTMENTS     PIC 9(5).
         05 PL-ROUTED-IN       PIC 9(5).
         05 PL-LAST-POSTED     PIC 9(8).
         05 PL-CLOSED-DATE     PIC 9(8).
      *
      * Same record AOC1817's WRITE-LEDGER-CONTROL writes.
       FD LEDGER-CONTROL
          LABEL RECORDS ARE OMITTED.
       01 LC-RECORD.
         05 LC-LAST-CLOSED     PIC 9(6).
         05 FILLER             PIC X(1).
         05 LC-CLOSED-DATE     PIC 9(8).
         05 FILLER             PIC X(1).
         05 LC-LAST-SUMMARY    PIC 9(8).
         05 FILLER             PIC X(1).
         05 LC-LAST-ADJ-DATE   PIC 9(8).
         05 FILLER             PIC X(1).
         05 LC-LAST-ADJ-DECK   PIC X(100).
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
       FD PERIOD-STATEMENT
          LABEL RECORDS ARE OMITTED.
       01 STATEMENT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-PL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-LC-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PL-EOF            PIC X        VALUE 'N'.
       01 WS-DM-EOF            PIC X        VALUE 'N'.
      *
      * The period to close (CLOSEPERIOD, YYYYMM) defaults to the
      * month before today - the close normally runs in the first
      * days of the new month. The fiscal year starts in the month
      * FISCALSTART names (01-12, default 01 for a calendar year).
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-CLOSE-PERIOD      PIC 9(6)     VALUE 0.
       01 WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD
                               PIC X(6).
       01 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
         05 WS-CP-YEAR         PIC 9(4).
         05 WS-CP-MONTH        PIC 9(2).
       01 WS-FISCAL-START      PIC 9(2)     VALUE 1.
       01 WS-FISCAL-START-X REDEFINES WS-FISCAL-START
                               PIC X(2).
      *
      * The period after the last close - the only one that may be
      * closed next, so no month's year-to-date is ever built on a
      * month still open.
       01 WS-NEXT-PERIOD       PIC 9(6)     VALUE 0.
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
         05 WS-NP-YEAR         PIC 9(4).
         05 WS-NP-MONTH        PIC 9(2).
      *
       01 WS-CTL-LAST-CLOSED   PIC 9(6)     VALUE 0.
       01 WS-CTL-CLOSED-DATE   PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-SUMMARY  PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-ADJ-DATE PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-ADJ-DECK PIC X(100)   VALUE SPACES.
      *
      * Fiscal year of a period: its calendar year from FISCALSTART
      * on, the year before up to it.
       01 WS-FY-PERIOD         PIC 9(6)     VALUE 0.
       01 WS-FY-PERIOD-R REDEFINES WS-FY-PERIOD.
         05 WS-FY-YEAR         PIC 9(4).
         05 WS-FY-MONTH        PIC 9(2).
       01 WS-FISCAL-YEAR       PIC 9(4)     VALUE 0.
       01 WS-CLOSE-FY          PIC 9(4)     VALUE 0.
      *
      * The account group being walked: its key, and the last
      * year-to-date it closed with and in which fiscal year.
       01 WS-GRP-ACTIVE        PIC X        VALUE 'N'.
       01 WS-GRP-ACCOUNT       PIC X(8)     VALUE SPACES.
       01 WS-GRP-COST-CTR      PIC X(6)     VALUE SPACES.
       01 WS-GRP-YTD           PIC S9(11)   VALUE 0.
       01 WS-GRP-YTD-PERIOD    PIC 9(6)     VALUE 0.
       01 WS-GRP-YTD-FY        PIC 9(4)     VALUE 0.
       01 WS-GRP-HIT           PIC X        VALUE 'N'.
      *
      * Accounts with year-to-date money but nothing this period -
      * written after the walk so the walk never meets its own
      * inserts.
       01 WS-CARRY-TABLE.
         05 WS-CARRY-COUNT     PIC 9(4)     VALUE 0.
         05 WS-CARRY-ENTRY     OCCURS 500 TIMES INDEXED BY C.
           10 WS-CR-ACCOUNT    PIC X(8).
           10 WS-CR-COST-CTR   PIC X(6).
           10 WS-CR-YTD        PIC S9(11).
      *
      * Account and cost center to owning department, from the
      * decks that stamp them. The first deck found decides; a
      * combination more than one department posts to is flagged
      * on the statement rather than split.
       01 WS-MAP-TABLE.
         05 WS-MAP-COUNT       PIC 9(4)     VALUE 0.
         05 WS-MAP-ENTRY       OCCURS 500 TIMES INDEXED BY M.
           10 WS-MP-ACCOUNT    PIC X(8).
           10 WS-MP-COST-CTR   PIC X(6).
           10 WS-MP-DEPT       PIC X(4).
           10 WS-MP-SHARED     PIC X.
       01 WS-MAP-FOUND         PIC X        VALUE 'N'.
       01 WS-MASTER-PRESENT    PIC X        VALUE 'N'.
      *
      * The period's closed lines, in ledger (account) order, for
      * the statements.
       01 WS-STMT-TABLE.
         05 WS-STMT-COUNT      PIC 9(4)     VALUE 0.
         05 WS-STMT-ENTRY      OCCURS 1000 TIMES INDEXED BY S.
           10 WS-ST-DEPT       PIC X(4).
           10 WS-ST-SHARED     PIC X.
           10 WS-ST-ACCOUNT    PIC X(8).
           10 WS-ST-COST-CTR   PIC X(6).
           10 WS-ST-OPENING    PIC S9(11).
           10 WS-ST-NET        PIC S9(11).
           10 WS-ST-CLOSING    PIC S9(11).
           10 WS-ST-POSTINGS   PIC 9(5).
           10 WS-ST-ADJUSTS    PIC 9(5).
           10 WS-ST-ROUTED     PIC 9(5).
       01 WS-DEPT-TABLE.
         05 WS-DEPT-COUNT      PIC 9(3)     VALUE 0.
         05 WS-DEPT-ENTRY      OCCURS 200 TIMES INDEXED BY D.
           10 WS-DP-DEPT       PIC X(4).
       01 WS-DEPT-FOUND        PIC X        VALUE 'N'.
       01 WS-DEPT-OPENING      PIC S9(11)   VALUE 0.
       01 WS-DEPT-NET          PIC S9(11)   VALUE 0.
       01 WS-DEPT-CLOSING      PIC S9(11)   VALUE 0.
      *
       01 WS-CLOSED-COUNT      PIC 9(4)     VALUE 0.
       01 WS-EARLIER-COUNT     PIC 9(4)     VALUE 0.
       01 WS-CARRIED-COUNT     PIC 9(4)     VALUE 0.
      *
       01 WS-STMT-HEADER.
         05 FILLER             PIC X(24)
            VALUE 'PERIOD STATEMENT PERIOD '.
         05 WS-SH-PERIOD       PIC 9(6).
         05 FILLER             PIC X(12)    VALUE ' DEPARTMENT '.
         05 WS-SH-DEPT         PIC X(4).
         05 FILLER             PIC X(8)     VALUE ' CLOSED '.
         05 WS-SH-DATE         PIC 9(8).
       01 WS-STMT-COLUMNS.
         05 FILLER             PIC X(16)    VALUE 'ACCOUNT  COST'.
         05 FILLER             PIC X(14)    VALUE ' YTD OPENING'.
         05 FILLER             PIC X(14)    VALUE '  PERIOD NET'.
         05 FILLER             PIC X(14)    VALUE ' YTD CLOSING'.
         05 FILLER             PIC X(7)     VALUE 'POSTS'.
         05 FILLER             PIC X(7)     VALUE 'ADJS'.
         05 FILLER             PIC X(5)     VALUE 'ROUTE'.
       01 WS-STMT-DETAIL.
         05 WS-SD-ACCOUNT      PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SD-COST-CTR     PIC X(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SD-OPENING      PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-NET          PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-CLOSING      PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-POSTINGS     PIC ZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-ADJUSTS      PIC ZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-ROUTED       PIC ZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SD-NOTE         PIC X(30).
       01 WS-STMT-TOTAL.
         05 WS-STT-LABEL       PIC X(15).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-STT-OPENING     PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-STT-NET         PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-STT-CLOSING     PIC -ZZZZZZZZZZ9.
       01 WS-STMT-EMPTY.
         05 FILLER             PIC X(39)
            VALUE 'NO LEDGER ACTIVITY OR BALANCE IN PERIOD'.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SE-PERIOD       PIC 9(6).
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Month-End Close'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-PARAMETERS.
           PERFORM READ-LEDGER-CONTROL.
           PERFORM JUDGE-CLOSE-PERIOD.
           PERFORM LOAD-DEPT-MAP.
           PERFORM OPEN-PERIOD-LEDGER.
           MOVE WS-CLOSE-PERIOD TO WS-FY-PERIOD.
           PERFORM SET-FISCAL-YEAR.
           MOVE WS-FISCAL-YEAR TO WS-CLOSE-FY.
           PERFORM CLOSE-LEDGER-PERIODS.
           PERFORM WRITE-CARRY-RECORDS.
           CLOSE PERIOD-LEDGER.
           PERFORM WRITE-LEDGER-CONTROL.
           PERFORM WRITE-PERIOD-STATEMENTS.
           DISPLAY 'Period closed:       ' WS-CLOSE-PERIOD.
           DISPLAY 'Accounts closed:     ' WS-CLOSED-COUNT.
           DISPLAY 'Balances carried:    ' WS-CARRIED-COUNT.
           IF WS-EARLIER-COUNT > 0
               DISPLAY 'Earlier open records closed: '
                   WS-EARLIER-COUNT
           END-IF.
           GOBACK.
      *
       ACCEPT-PARAMETERS.
           MOVE WS-RUN-YEAR TO WS-CP-YEAR.
           MOVE WS-RUN-MONTH TO WS-CP-MONTH.
           IF WS-CP-MONTH = 1
               SUBTRACT 1 FROM WS-CP-YEAR
               MOVE 12 TO WS-CP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-CP-MONTH
           END-IF.
           ACCEPT WS-CLOSE-PERIOD-X FROM ENVIRONMENT 'CLOSEPERIOD'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-CLOSE-PERIOD-X NOT NUMERIC OR
              WS-CP-MONTH < 1 OR WS-CP-MONTH > 12
               DISPLAY 'CLOSEPERIOD MUST BE YYYYMM - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-FISCAL-START-X FROM ENVIRONMENT 'FISCALSTART'
               ON EXCEPTION
                   MOVE 1 TO WS-FISCAL-START
           END-ACCEPT.
           IF WS-FISCAL-START-X NOT NUMERIC OR
              WS-FISCAL-START < 1 OR WS-FISCAL-START > 12
               MOVE 1 TO WS-FISCAL-START
           END-IF.
      *
       READ-LEDGER-CONTROL.
           OPEN INPUT LEDGER-CONTROL.
           IF WS-LC-STATUS = '00'
               READ LEDGER-CONTROL
               IF WS-LC-STATUS = '00'
                   MOVE LC-LAST-CLOSED TO WS-CTL-LAST-CLOSED
                   MOVE LC-CLOSED-DATE TO WS-CTL-CLOSED-DATE
                   MOVE LC-LAST-SUMMARY TO WS-CTL-LAST-SUMMARY
                   MOVE LC-LAST-ADJ-DATE TO WS-CTL-LAST-ADJ-DATE
                   MOVE LC-LAST-ADJ-DECK TO WS-CTL-LAST-ADJ-DECK
               END-IF
               CLOSE LEDGER-CONTROL
           END-IF.
      *
      * Periods close once and in order. The very first close may
      * name any period - everything still open up to it closes with
      * it - but after that only the month following the last close
      * may be closed. This month and later are never closed: AOC1817
      * is still rolling each night's postings into them.
       JUDGE-CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD-X NOT < WS-RUN-DATE(1:6)
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' HAS NOT ENDED '
                   '- ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD NOT > WS-CTL-LAST-CLOSED
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS ALREADY CLOSED '
                   '(LAST CLOSED ' WS-CTL-LAST-CLOSED ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CTL-LAST-CLOSED > 0
               MOVE WS-CTL-LAST-CLOSED TO WS-NEXT-PERIOD
               IF WS-NP-MONTH = 12
                   ADD 1 TO WS-NP-YEAR
                   MOVE 1 TO WS-NP-MONTH
               ELSE
                   ADD 1 TO WS-NP-MONTH
               END-IF
               IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                   DISPLAY 'PERIOD ' WS-NEXT-PERIOD ' MUST BE CLOSED '
                       'BEFORE ' WS-CLOSE-PERIOD ' - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       LOAD-DEPT-MAP.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-PRESENT
               MOVE LOW-VALUES TO DM-DECK-NAME
               START DECK-MASTER KEY IS NOT LESS THAN DM-DECK-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-DM-EOF
               END-START
               PERFORM MAP-ONE-DECK UNTIL WS-DM-EOF = 'Y'
               CLOSE DECK-MASTER
           ELSE
               IF WS-DM-STATUS = '35'
                   MOVE 'N' TO WS-MASTER-PRESENT
               ELSE
                   DISPLAY 'UNABLE TO OPEN DECK-MASTER, STATUS '
                       WS-DM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
       MAP-ONE-DECK.
           READ DECK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DM-EOF
           END-READ.
           IF WS-DM-EOF NOT = 'Y'
               MOVE 'N' TO WS-MAP-FOUND
               PERFORM MATCH-MAP-DECK VARYING M FROM 1 BY 1
                   UNTIL M > WS-MAP-COUNT OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-FOUND = 'Y'
                   SET M DOWN BY 1
                   IF WS-MP-DEPT(M) NOT = DM-DEPT
                       MOVE 'Y' TO WS-MP-SHARED(M)
                   END-IF
               ELSE
                   IF WS-MAP-COUNT >= 500
                       DISPLAY 'DEPARTMENT MAP HAS MORE THAN 500 '
                           'ENTRIES - ABORTING'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
                   SET M TO WS-MAP-COUNT
                   MOVE DM-GL-ACCOUNT TO WS-MP-ACCOUNT(M)
                   MOVE DM-COST-CENTER TO WS-MP-COST-CTR(M)
                   MOVE DM-DEPT TO WS-MP-DEPT(M)
                   MOVE 'N' TO WS-MP-SHARED(M)
               END-IF
           END-IF.
      *
       MATCH-MAP-DECK.
           IF WS-MP-ACCOUNT(M) = DM-GL-ACCOUNT AND
              WS-MP-COST-CTR(M) = DM-COST-CENTER
               MOVE 'Y' TO WS-MAP-FOUND
           END-IF.
      *
      * No ledger yet is an empty close, not a failure - the month
      * is still recorded as closed so nothing can be posted to it
      * afterwards.
       OPEN-PERIOD-LEDGER.
           OPEN I-O PERIOD-LEDGER.
           IF WS-PL-STATUS = '35'
               OPEN OUTPUT PERIOD-LEDGER
               CLOSE PERIOD-LEDGER
               OPEN I-O PERIOD-LEDGER
           END-IF.
           IF WS-PL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PERIOD-LEDGER, STATUS '
                   WS-PL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       SET-FISCAL-YEAR.
           IF WS-FY-MONTH < WS-FISCAL-START
               COMPUTE WS-FISCAL-YEAR = WS-FY-YEAR - 1
           ELSE
               MOVE WS-FY-YEAR TO WS-FISCAL-YEAR
           END-IF.
      *
       CLOSE-LEDGER-PERIODS.
           MOVE LOW-VALUES TO PL-KEY.
           START PERIOD-LEDGER KEY IS NOT LESS THAN PL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PL-EOF
           END-START.
           PERFORM CLOSE-ONE-RECORD UNTIL WS-PL-EOF = 'Y'.
           IF WS-GRP-ACTIVE = 'Y'
               PERFORM END-ACCOUNT-GROUP
           END-IF.
      *
      * Records come back account by account, each account's months
      * in order, so the year-to-date a month opens with is simply
      * the last one this group closed with - provided it is from
      * the same fiscal year. Months after the close period are
      * left for their own close.
       CLOSE-ONE-RECORD.
           READ PERIOD-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PL-EOF
           END-READ.
           IF WS-PL-EOF NOT = 'Y'
               IF WS-GRP-ACTIVE NOT = 'Y' OR
                  PL-ACCOUNT NOT = WS-GRP-ACCOUNT OR
                  PL-COST-CENTER NOT = WS-GRP-COST-CTR
                   IF WS-GRP-ACTIVE = 'Y'
                       PERFORM END-ACCOUNT-GROUP
                   END-IF
                   MOVE 'Y' TO WS-GRP-ACTIVE
                   MOVE PL-ACCOUNT TO WS-GRP-ACCOUNT
                   MOVE PL-COST-CENTER TO WS-GRP-COST-CTR
                   MOVE 0 TO WS-GRP-YTD
                   MOVE 0 TO WS-GRP-YTD-PERIOD
                   MOVE 0 TO WS-GRP-YTD-FY
                   MOVE 'N' TO WS-GRP-HIT
               END-IF
               IF PL-PERIOD NOT > WS-CLOSE-PERIOD
                   MOVE PL-PERIOD TO WS-FY-PERIOD
                   PERFORM SET-FISCAL-YEAR
                   IF PL-PERIOD-STATUS NOT = 'C'
                       PERFORM CLOSE-LEDGER-RECORD
                   END-IF
                   MOVE PL-YTD-CLOSING TO WS-GRP-YTD
                   MOVE PL-PERIOD TO WS-GRP-YTD-PERIOD
                   MOVE WS-FISCAL-YEAR TO WS-GRP-YTD-FY
                   IF PL-PERIOD = WS-CLOSE-PERIOD
                       MOVE 'Y' TO WS-GRP-HIT
                       PERFORM ADD-STATEMENT-LINE
                   END-IF
               END-IF
           END-IF.
      *
       CLOSE-LEDGER-RECORD.
           IF WS-GRP-YTD-PERIOD > 0 AND
              WS-GRP-YTD-FY = WS-FISCAL-YEAR
               MOVE WS-GRP-YTD TO PL-YTD-OPENING
           ELSE
               MOVE 0 TO PL-YTD-OPENING
           END-IF.
           COMPUTE PL-YTD-CLOSING = PL-YTD-OPENING + PL-PERIOD-NET.
           MOVE 'C' TO PL-PERIOD-STATUS.
           MOVE WS-RUN-DATE TO PL-CLOSED-DATE.
           REWRITE PL-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REWRITE LEDGER RECORD '
                       PL-ACCOUNT ' ' PL-COST-CENTER ' ' PL-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           IF PL-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               ADD 1 TO WS-EARLIER-COUNT
           END-IF.
      *
      * An account that closed an earlier month of this fiscal year
      * but saw nothing this month still has a year-to-date balance
      * finance expects to see - it gets a zero-activity record.
       END-ACCOUNT-GROUP.
           IF WS-GRP-HIT = 'N' AND WS-GRP-YTD-PERIOD > 0 AND
              WS-GRP-YTD-FY = WS-CLOSE-FY
               IF WS-CARRY-COUNT >= 500
                   DISPLAY 'MORE THAN 500 BALANCES TO CARRY - '
                       'ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CARRY-COUNT
               SET C TO WS-CARRY-COUNT
               MOVE WS-GRP-ACCOUNT TO WS-CR-ACCOUNT(C)
               MOVE WS-GRP-COST-CTR TO WS-CR-COST-CTR(C)
               MOVE WS-GRP-YTD TO WS-CR-YTD(C)
           END-IF.
      *
       WRITE-CARRY-RECORDS.
           PERFORM WRITE-CARRY-RECORD VARYING C FROM 1 BY 1
               UNTIL C > WS-CARRY-COUNT.
      *
       WRITE-CARRY-RECORD.
           MOVE WS-CR-ACCOUNT(C) TO PL-ACCOUNT.
           MOVE WS-CR-COST-CTR(C) TO PL-COST-CENTER.
           MOVE WS-CLOSE-PERIOD TO PL-PERIOD.
           MOVE 'C' TO PL-PERIOD-STATUS.
           MOVE 0 TO PL-PERIOD-NET.
           MOVE WS-CR-YTD(C) TO PL-YTD-OPENING.
           MOVE WS-CR-YTD(C) TO PL-YTD-CLOSING.
           MOVE 0 TO PL-POSTINGS.
           MOVE 0 TO PL-ADJUSTMENTS.
           MOVE 0 TO PL-ROUTED-IN.
           MOVE 0 TO PL-LAST-POSTED.
           MOVE WS-RUN-DATE TO PL-CLOSED-DATE.
           WRITE PL-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO WRITE CARRY RECORD '
                       PL-ACCOUNT ' ' PL-COST-CENTER ' ' PL-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM ADD-STATEMENT-LINE.
      *
       ADD-STATEMENT-LINE.
           IF WS-STMT-COUNT >= 1000
               DISPLAY 'PERIOD STATEMENT HAS MORE THAN 1000 LINES - '
                   'ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           SET S TO WS-STMT-COUNT.
           MOVE SPACES TO WS-ST-DEPT(S).
           MOVE 'N' TO WS-ST-SHARED(S).
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM MATCH-MAP-LEDGER VARYING M FROM 1 BY 1
               UNTIL M > WS-MAP-COUNT OR WS-MAP-FOUND = 'Y'.
           IF WS-MAP-FOUND = 'Y'
               SET M DOWN BY 1
               MOVE WS-MP-DEPT(M) TO WS-ST-DEPT(S)
               MOVE WS-MP-SHARED(M) TO WS-ST-SHARED(S)
           END-IF.
           MOVE PL-ACCOUNT TO WS-ST-ACCOUNT(S).
           MOVE PL-COST-CENTER TO WS-ST-COST-CTR(S).
           MOVE PL-YTD-OPENING TO WS-ST-OPENING(S).
           MOVE PL-PERIOD-NET TO WS-ST-NET(S).
           MOVE PL-YTD-CLOSING TO WS-ST-CLOSING(S).
           MOVE PL-POSTINGS TO WS-ST-POSTINGS(S).
           MOVE PL-ADJUSTMENTS TO WS-ST-ADJUSTS(S).
           MOVE PL-ROUTED-IN TO WS-ST-ROUTED(S).
      *
       MATCH-MAP-LEDGER.
           IF WS-MP-ACCOUNT(M) = PL-ACCOUNT AND
              WS-MP-COST-CTR(M) = PL-COST-CENTER
               MOVE 'Y' TO WS-MAP-FOUND
           END-IF.
      *
       WRITE-LEDGER-CONTROL.
           OPEN OUTPUT LEDGER-CONTROL.
           IF WS-LC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEDGER-CONTROL, STATUS '
                   WS-LC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO LC-RECORD.
           MOVE WS-CLOSE-PERIOD TO LC-LAST-CLOSED.
           MOVE WS-RUN-DATE TO LC-CLOSED-DATE.
           MOVE WS-CTL-LAST-SUMMARY TO LC-LAST-SUMMARY.
           MOVE WS-CTL-LAST-ADJ-DATE TO LC-LAST-ADJ-DATE.
           MOVE WS-CTL-LAST-ADJ-DECK TO LC-LAST-ADJ-DECK.
           WRITE LC-RECORD.
           CLOSE LEDGER-CONTROL.
      *
      * One page per department, in the order the departments first
      * appear in the ledger. Lines whose account no deck stamps
      * share a page of their own under a blank department code.
       WRITE-PERIOD-STATEMENTS.
           OPEN OUTPUT PERIOD-STATEMENT.
           PERFORM COLLECT-STATEMENT-DEPT VARYING S FROM 1 BY 1
               UNTIL S > WS-STMT-COUNT.
           IF WS-DEPT-COUNT = 0
               MOVE WS-CLOSE-PERIOD TO WS-SE-PERIOD
               WRITE STATEMENT-LINE FROM WS-STMT-EMPTY
           ELSE
               PERFORM PRINT-DEPT-STATEMENT VARYING D FROM 1 BY 1
                   UNTIL D > WS-DEPT-COUNT
           END-IF.
           CLOSE PERIOD-STATEMENT.
      *
       COLLECT-STATEMENT-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM MATCH-DEPT-ENTRY VARYING D FROM 1 BY 1
               UNTIL D > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'.
           IF WS-DEPT-FOUND NOT = 'Y'
               IF WS-DEPT-COUNT >= 200
                   DISPLAY 'MORE THAN 200 DEPARTMENTS - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET D TO WS-DEPT-COUNT
               MOVE WS-ST-DEPT(S) TO WS-DP-DEPT(D)
           END-IF.
      *
       MATCH-DEPT-ENTRY.
           IF WS-DP-DEPT(D) = WS-ST-DEPT(S)
               MOVE 'Y' TO WS-DEPT-FOUND
           END-IF.
      *
       PRINT-DEPT-STATEMENT.
           MOVE WS-CLOSE-PERIOD TO WS-SH-PERIOD.
           MOVE WS-DP-DEPT(D) TO WS-SH-DEPT.
           MOVE WS-RUN-DATE TO WS-SH-DATE.
           IF D = 1
               WRITE STATEMENT-LINE FROM WS-STMT-HEADER
           ELSE
               WRITE STATEMENT-LINE FROM WS-STMT-HEADER
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STMT-COLUMNS.
           MOVE 0 TO WS-DEPT-OPENING.
           MOVE 0 TO WS-DEPT-NET.
           MOVE 0 TO WS-DEPT-CLOSING.
           PERFORM PRINT-STATEMENT-LINE VARYING S FROM 1 BY 1
               UNTIL S > WS-STMT-COUNT.
           MOVE 'DEPARTMENT' TO WS-STT-LABEL.
           MOVE WS-DEPT-OPENING TO WS-STT-OPENING.
           MOVE WS-DEPT-NET TO WS-STT-NET.
           MOVE WS-DEPT-CLOSING TO WS-STT-CLOSING.
           WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
      *
       PRINT-STATEMENT-LINE.
           IF WS-ST-DEPT(S) = WS-DP-DEPT(D)
               MOVE WS-ST-ACCOUNT(S) TO WS-SD-ACCOUNT
               MOVE WS-ST-COST-CTR(S) TO WS-SD-COST-CTR
               MOVE WS-ST-OPENING(S) TO WS-SD-OPENING
               MOVE WS-ST-NET(S) TO WS-SD-NET
               MOVE WS-ST-CLOSING(S) TO WS-SD-CLOSING
               MOVE WS-ST-POSTINGS(S) TO WS-SD-POSTINGS
               MOVE WS-ST-ADJUSTS(S) TO WS-SD-ADJUSTS
               MOVE WS-ST-ROUTED(S) TO WS-SD-ROUTED
               MOVE SPACES TO WS-SD-NOTE
               IF WS-ST-DEPT(S) = SPACES
                   MOVE 'NO DECK STAMPS THIS ACCOUNT' TO WS-SD-NOTE
               ELSE
                   IF WS-ST-SHARED(S) = 'Y'
                       MOVE 'SHARED WITH OTHER DEPARTMENTS'
                           TO WS-SD-NOTE
                   END-IF
               END-IF
               WRITE STATEMENT-LINE FROM WS-STMT-DETAIL
               ADD WS-ST-OPENING(S) TO WS-DEPT-OPENING
               ADD WS-ST-NET(S) TO WS-DEPT-NET
               ADD WS-ST-CLOSING(S) TO WS-DEPT-CLOSING
           END-IF.
