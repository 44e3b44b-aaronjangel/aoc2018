      * Advent of Code 2018, Day 1 - Period Ledger Posting.
      *
      * Companion to AOC1815 and AOC1809. AOC1815 nets each night's
      * Part 1 amounts by GL account and cost center, but only for
      * that night - month-to-date and year-to-date figures were
      * being rebuilt by hand from archived generations. This step
      * rolls each night's summarized postings, and any adjustment
      * pair AOC1809 cut, into the indexed period ledger
      * 'periodledger': one record per account, cost center and
      * fiscal period (the calendar month, YYYYMM), accumulating the
      * period's net until AOC1818's month-end close locks it and
      * carries it into year-to-date. A closed period is never
      * posted to. Tonight's summary for a period already closed
      * goes to the open period; a late adjustment for a closed
      * period is routed to the open period or refused outright,
      * as LATEADJUST says - either way it is on the report, never
      * silently folded into a month finance has already signed.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1817.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Tonight's summarized postings. Defaults to 'glsummary' but
      * can be overridden with a GLSUMMARY environment variable, or
      * set to NONE on a night that only posts an adjustment.
           SELECT GL-SUMMARY ASSIGN TO WS-SUMMARY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SM-STATUS.
      *
      * An AOC1809 adjustment pair to roll in. Defaults to NONE: an
      * adjustment is a per-incident fact, and 'gladjust' is not
      * swept away afterwards, so it is only posted when GLADJUST
      * names it.
           SELECT GL-ADJUST ASSIGN TO WS-ADJUST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AJ-STATUS.
      *
      * Keyed by account, cost center and period, so a sequential
      * walk hands back each account's months oldest-first as one
      * unbroken group - the shape AOC1818's close depends on.
           SELECT PERIOD-LEDGER ASSIGN TO 'periodledger'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-STATUS.
      *
      * One-record control file: the last period closed and when,
      * and the last summary and adjustment rolled in, so a rerun of
      * the same night does not post the same money twice. AOC1818
      * rewrites it at every close.
           SELECT LEDGER-CONTROL ASSIGN TO 'ledgercontrol'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LC-STATUS.
      *
           SELECT LEDGER-REPORT ASSIGN TO 'ledgerpost'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Same record AOC1815's WRITE-SUMMARY-FILE writes.
       FD GL-SUMMARY
          LABEL RECORDS ARE OMITTED.
       01 GL-SUMMARY-RECORD.
         05 SM-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SM-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 SM-COST-CENTER     PIC X(6).
         05 FILLER             PIC X(1).
         05 SM-AMOUNT          PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 SM-DECKS           PIC 9(3).
      *
      * Same record AOC1809's adjustment rows use - the interface
      * layout under record types 'R', 'A' and 'T'.
       FD GL-ADJUST
          LABEL RECORDS ARE OMITTED.
       01 GL-ADJUST-RECORD.
         05 AJ-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 AJ-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 AJ-PART1-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 AJ-PART1-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(2).
         05 AJ-PART2-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 AJ-PART2-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 AJ-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 AJ-COST-CENTER     PIC X(6).
      *
      * PL-PERIOD-STATUS: 'O' open, 'C' closed by AOC1818. The YTD
      * figures are set at close - opening is the year-to-date
      * carried in from the account's previous closed period of the
      * same fiscal year, closing is opening plus the period net.
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
       FD LEDGER-REPORT
          LABEL RECORDS ARE OMITTED.
       01 LEDGER-LINE          PIC X(170).
      *
       WORKING-STORAGE SECTION.
       01 WS-SUMMARY-FILE      PIC X(100)   VALUE 'glsummary'.
       01 WS-ADJUST-FILE       PIC X(100)   VALUE 'NONE'.
       01 WS-SM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-AJ-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-LC-STATUS         PIC X(2)     VALUE '00'.
       01 WS-SM-EOF            PIC X        VALUE 'N'.
       01 WS-AJ-EOF            PIC X        VALUE 'N'.
      *
      * The night being posted (POSTDATE, YYYYMMDD, defaults to
      * today), the period it falls in, and the period a late
      * adjustment says it corrects (ADJPERIOD, YYYYMM, defaults to
      * tonight's period).
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-POST-DATE         PIC 9(8)     VALUE 0.
       01 WS-POST-DATE-X REDEFINES WS-POST-DATE
                               PIC X(8).
       01 WS-POST-DATE-R REDEFINES WS-POST-DATE.
         05 WS-POST-PERIOD     PIC 9(6).
         05 FILLER             PIC 9(2).
       01 WS-ADJ-PERIOD        PIC 9(6)     VALUE 0.
       01 WS-ADJ-PERIOD-X REDEFINES WS-ADJ-PERIOD
                               PIC X(6).
       01 WS-LATE-ADJUST       PIC X(6)     VALUE 'ROUTE'.
      *
      * The open period - the later of tonight's period and the
      * month after the last close - is where anything aimed at a
      * closed period is routed.
       01 WS-OPEN-PERIOD       PIC 9(6)     VALUE 0.
       01 WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
         05 WS-OP-YEAR         PIC 9(4).
         05 WS-OP-MONTH        PIC 9(2).
       01 WS-TARGET-PERIOD     PIC 9(6)     VALUE 0.
       01 WS-TARGET-PERIOD-R REDEFINES WS-TARGET-PERIOD.
         05 WS-TP-YEAR         PIC 9(4).
         05 WS-TP-MONTH        PIC 9(2).
      *
      * Set when any ledger record a file is about to post to is
      * already closed - the ledger's own word, whatever the control
      * file says.
       01 WS-TARGET-CLOSED     PIC X        VALUE 'N'.
      *
       01 WS-CONTROL-PRESENT   PIC X        VALUE 'N'.
       01 WS-CTL-LAST-CLOSED   PIC 9(6)     VALUE 0.
       01 WS-CTL-CLOSED-DATE   PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-SUMMARY  PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-ADJ-DATE PIC 9(8)     VALUE 0.
       01 WS-CTL-LAST-ADJ-DECK PIC X(100)   VALUE SPACES.
      *
      * Tonight's summary rows, proven against their own trailer
      * before any of them touches the ledger - a summary that does
      * not foot is a summary that is not posted.
       01 WS-ROW-TABLE.
         05 WS-ROW-COUNT       PIC 9(3)     VALUE 0.
         05 WS-ROW-ENTRY       OCCURS 200 TIMES INDEXED BY R.
           10 WS-RW-ACCOUNT    PIC X(8).
           10 WS-RW-COST-CTR   PIC X(6).
           10 WS-RW-AMOUNT     PIC S9(11).
       01 WS-ROW-FOOT          PIC S9(11)   VALUE 0.
       01 WS-ROW-TRAILER       PIC S9(11)   VALUE 0.
       01 WS-ROW-TRL-COUNT     PIC 9(3)     VALUE 0.
      *
      * The adjustment pair, the same way.
       01 WS-ADJ-TABLE.
         05 WS-ADJ-COUNT       PIC 9(3)     VALUE 0.
         05 WS-ADJ-ENTRY       OCCURS 20 TIMES INDEXED BY A.
           10 WS-AD-TYPE       PIC X.
           10 WS-AD-ACCOUNT    PIC X(8).
           10 WS-AD-COST-CTR   PIC X(6).
           10 WS-AD-AMOUNT     PIC S9(11).
       01 WS-ADJ-DECK          PIC X(100)   VALUE SPACES.
       01 WS-ADJ-FOOT          PIC S9(11)   VALUE 0.
       01 WS-ADJ-TRAILER       PIC S9(11)   VALUE 0.
       01 WS-ADJ-TRL-COUNT     PIC 9(3)     VALUE 0.
      *
      * The posting being applied to the ledger.
       01 WS-POST-ACCOUNT      PIC X(8)     VALUE SPACES.
       01 WS-POST-COST-CTR     PIC X(6)     VALUE SPACES.
       01 WS-POST-AMOUNT       PIC S9(11)   VALUE 0.
       01 WS-POST-KIND         PIC X        VALUE SPACE.
       01 WS-POST-ROUTED       PIC X        VALUE 'N'.
      *
       01 WS-SUMMARY-POSTED    PIC 9(4)     VALUE 0.
       01 WS-ADJUST-POSTED     PIC 9(4)     VALUE 0.
       01 WS-ROUTED-COUNT      PIC 9(4)     VALUE 0.
       01 WS-REFUSED-COUNT     PIC 9(4)     VALUE 0.
       01 WS-REPEAT-COUNT      PIC 9(4)     VALUE 0.
       01 WS-POSTED-NET        PIC S9(11)   VALUE 0.
       01 WS-NET-DISP          PIC -ZZZZZZZZZZ9.
      *
       01 WS-RPT-HEADER.
         05 FILLER             PIC X(27)
            VALUE 'PERIOD LEDGER POSTING FOR '.
         05 WS-RH-DATE         PIC 9(8).
         05 FILLER             PIC X(15)    VALUE ' OPEN PERIOD '.
         05 WS-RH-OPEN         PIC 9(6).
         05 FILLER             PIC X(15)    VALUE ' LAST CLOSED '.
         05 WS-RH-CLOSED       PIC 9(6).
       01 WS-RPT-DETAIL.
         05 WS-RD-KIND         PIC X(7).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-PERIOD       PIC 9(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-ACCOUNT      PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-COST-CTR     PIC X(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-AMOUNT       PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RD-NOTE         PIC X(40).
       01 WS-RPT-MESSAGE.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RM-TEXT         PIC X(50).
         05 FILLER             PIC X(8)     VALUE ' PERIOD '.
         05 WS-RM-PERIOD       PIC 9(6).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RT-LABEL        PIC X(30).
         05 WS-RT-COUNT        PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Period Ledger'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM ACCEPT-PARAMETERS.
           PERFORM READ-LEDGER-CONTROL.
           PERFORM SET-OPEN-PERIOD.
           PERFORM OPEN-PERIOD-LEDGER.
           OPEN OUTPUT LEDGER-REPORT.
           MOVE WS-POST-DATE TO WS-RH-DATE.
           MOVE WS-OPEN-PERIOD TO WS-RH-OPEN.
           MOVE WS-CTL-LAST-CLOSED TO WS-RH-CLOSED.
           WRITE LEDGER-LINE FROM WS-RPT-HEADER.
           IF WS-SUMMARY-FILE NOT = 'NONE'
               PERFORM POST-SUMMARY-FILE
           END-IF.
           IF WS-ADJUST-FILE NOT = 'NONE'
               PERFORM POST-ADJUST-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LEDGER-REPORT.
           CLOSE PERIOD-LEDGER.
           PERFORM WRITE-LEDGER-CONTROL.
           MOVE WS-POSTED-NET TO WS-NET-DISP.
           DISPLAY 'Summary rows posted: ' WS-SUMMARY-POSTED.
           DISPLAY 'Adjustments posted:  ' WS-ADJUST-POSTED.
           DISPLAY '  Net to the ledger: ' WS-NET-DISP.
           IF WS-ROUTED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               DISPLAY 'POSTINGS AIMED AT A CLOSED PERIOD - SEE '
                   'LEDGERPOST'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REPEAT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       ACCEPT-PARAMETERS.
           ACCEPT WS-SUMMARY-FILE FROM ENVIRONMENT 'GLSUMMARY'
               ON EXCEPTION
                   MOVE 'glsummary' TO WS-SUMMARY-FILE
           END-ACCEPT.
           ACCEPT WS-ADJUST-FILE FROM ENVIRONMENT 'GLADJUST'
               ON EXCEPTION
                   MOVE 'NONE' TO WS-ADJUST-FILE
           END-ACCEPT.
           ACCEPT WS-POST-DATE-X FROM ENVIRONMENT 'POSTDATE'
               ON EXCEPTION
                   MOVE WS-RUN-DATE TO WS-POST-DATE
           END-ACCEPT.
           IF WS-POST-DATE-X NOT NUMERIC OR WS-POST-DATE = 0
               MOVE WS-RUN-DATE TO WS-POST-DATE
           END-IF.
           ACCEPT WS-ADJ-PERIOD-X FROM ENVIRONMENT 'ADJPERIOD'
               ON EXCEPTION
                   MOVE WS-POST-PERIOD TO WS-ADJ-PERIOD
           END-ACCEPT.
           IF WS-ADJ-PERIOD-X NOT NUMERIC OR WS-ADJ-PERIOD = 0
               MOVE WS-POST-PERIOD TO WS-ADJ-PERIOD
           END-IF.
           ACCEPT WS-LATE-ADJUST FROM ENVIRONMENT 'LATEADJUST'
               ON EXCEPTION
                   MOVE 'ROUTE' TO WS-LATE-ADJUST
           END-ACCEPT.
           IF WS-LATE-ADJUST NOT = 'REFUSE'
               MOVE 'ROUTE' TO WS-LATE-ADJUST
           END-IF.
      *
      * No control file yet means no period has ever been closed.
      * A control file that is there but cannot be read is not the
      * same thing, and posting on as if it were would lose the
      * last close and the repeat guards with it.
       READ-LEDGER-CONTROL.
           OPEN INPUT LEDGER-CONTROL.
           IF WS-LC-STATUS NOT = '35'
               IF WS-LC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN LEDGER-CONTROL, STATUS '
                       WS-LC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ LEDGER-CONTROL
               IF WS-LC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO READ LEDGER-CONTROL, STATUS '
                       WS-LC-STATUS
                   CLOSE LEDGER-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-CONTROL-PRESENT
               MOVE LC-LAST-CLOSED TO WS-CTL-LAST-CLOSED
               MOVE LC-CLOSED-DATE TO WS-CTL-CLOSED-DATE
               MOVE LC-LAST-SUMMARY TO WS-CTL-LAST-SUMMARY
               MOVE LC-LAST-ADJ-DATE TO WS-CTL-LAST-ADJ-DATE
               MOVE LC-LAST-ADJ-DECK TO WS-CTL-LAST-ADJ-DECK
               CLOSE LEDGER-CONTROL
           END-IF.
      *
       SET-OPEN-PERIOD.
           MOVE WS-POST-PERIOD TO WS-OPEN-PERIOD.
           IF WS-OPEN-PERIOD NOT > WS-CTL-LAST-CLOSED
               MOVE WS-CTL-LAST-CLOSED TO WS-OPEN-PERIOD
               IF WS-OP-MONTH = 12
                   ADD 1 TO WS-OP-YEAR
                   MOVE 1 TO WS-OP-MONTH
               ELSE
                   ADD 1 TO WS-OP-MONTH
               END-IF
           END-IF.
      *
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
      * The summary is read whole and footed first. A night already
      * rolled in is not rolled in again; a summary AOC1815 would
      * not have handed on is not posted at all.
       POST-SUMMARY-FILE.
           IF WS-POST-DATE = WS-CTL-LAST-SUMMARY
               MOVE 'SUMMARY ALREADY IN LEDGER - NOT POSTED AGAIN'
                   TO WS-RM-TEXT
               MOVE WS-POST-PERIOD TO WS-RM-PERIOD
               WRITE LEDGER-LINE FROM WS-RPT-MESSAGE
               DISPLAY 'SUMMARY FOR ' WS-POST-DATE
                   ' ALREADY IN LEDGER - NOT POSTED AGAIN'
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM READ-SUMMARY-FILE
               IF WS-ROW-TRL-COUNT NOT = 1 OR
                  WS-ROW-FOOT NOT = WS-ROW-TRAILER
                   DISPLAY 'SUMMARY DOES NOT FOOT TO ITS TRAILER - '
                       'NOT POSTED'
                   MOVE 'SUMMARY DOES NOT FOOT - NOT POSTED'
                       TO WS-RM-TEXT
                   MOVE WS-POST-PERIOD TO WS-RM-PERIOD
                   WRITE LEDGER-LINE FROM WS-RPT-MESSAGE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-POST-PERIOD TO WS-TARGET-PERIOD
                   MOVE 'N' TO WS-POST-ROUTED
                   IF WS-TARGET-PERIOD NOT > WS-CTL-LAST-CLOSED
                       MOVE WS-OPEN-PERIOD TO WS-TARGET-PERIOD
                       MOVE 'Y' TO WS-POST-ROUTED
                   END-IF
                   PERFORM CHECK-SUMMARY-TARGET
                   PERFORM ADVANCE-SUMMARY-TARGET
                       UNTIL WS-TARGET-CLOSED = 'N'
                   MOVE 'S' TO WS-POST-KIND
                   PERFORM POST-SUMMARY-ROW VARYING R FROM 1 BY 1
                       UNTIL R > WS-ROW-COUNT
                   MOVE WS-POST-DATE TO WS-CTL-LAST-SUMMARY
               END-IF
           END-IF.
      *
       READ-SUMMARY-FILE.
           OPEN INPUT GL-SUMMARY.
           IF WS-SM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL SUMMARY FILE, STATUS '
                   WS-SM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-SUMMARY RECORD
               AT END MOVE 'Y' TO WS-SM-EOF
           END-READ.
           PERFORM LOAD-SUMMARY-ROW UNTIL WS-SM-EOF = 'Y'.
           CLOSE GL-SUMMARY.
      *
       LOAD-SUMMARY-ROW.
           IF SM-REC-TYPE = 'D'
               IF WS-ROW-COUNT >= 200
                   DISPLAY 'GL SUMMARY HAS MORE THAN 200 ROWS - '
                       'ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ROW-COUNT
               SET R TO WS-ROW-COUNT
               MOVE SM-ACCOUNT TO WS-RW-ACCOUNT(R)
               MOVE SM-COST-CENTER TO WS-RW-COST-CTR(R)
               MOVE SM-AMOUNT TO WS-RW-AMOUNT(R)
               ADD SM-AMOUNT TO WS-ROW-FOOT
           ELSE
               IF SM-REC-TYPE = 'T'
                   ADD 1 TO WS-ROW-TRL-COUNT
                   MOVE SM-AMOUNT TO WS-ROW-TRAILER
               END-IF
           END-IF.
           READ GL-SUMMARY RECORD
               AT END MOVE 'Y' TO WS-SM-EOF
           END-READ.
      *
      * Every row's ledger record in the target period is read
      * before any row posts, so the whole night lands in one
      * period. A period the ledger holds as closed is skipped for
      * the month after it, the same as one the control file names.
       CHECK-SUMMARY-TARGET.
           MOVE 'N' TO WS-TARGET-CLOSED.
           PERFORM CHECK-SUMMARY-ROW VARYING R FROM 1 BY 1
               UNTIL R > WS-ROW-COUNT.
      *
       CHECK-SUMMARY-ROW.
           MOVE WS-RW-ACCOUNT(R) TO WS-POST-ACCOUNT.
           MOVE WS-RW-COST-CTR(R) TO WS-POST-COST-CTR.
           PERFORM CHECK-LEDGER-CLOSED.
      *
       ADVANCE-SUMMARY-TARGET.
           PERFORM NEXT-TARGET-PERIOD.
           MOVE 'Y' TO WS-POST-ROUTED.
           PERFORM CHECK-SUMMARY-TARGET.
      *
       CHECK-LEDGER-CLOSED.
           MOVE WS-POST-ACCOUNT TO PL-ACCOUNT.
           MOVE WS-POST-COST-CTR TO PL-COST-CENTER.
           MOVE WS-TARGET-PERIOD TO PL-PERIOD.
           READ PERIOD-LEDGER KEY IS PL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PL-PERIOD-STATUS = 'C'
                       MOVE 'Y' TO WS-TARGET-CLOSED
                   END-IF
           END-READ.
      *
       NEXT-TARGET-PERIOD.
           IF WS-TP-MONTH = 12
               ADD 1 TO WS-TP-YEAR
               MOVE 1 TO WS-TP-MONTH
           ELSE
               ADD 1 TO WS-TP-MONTH
           END-IF.
      *
       POST-SUMMARY-ROW.
           MOVE WS-RW-ACCOUNT(R) TO WS-POST-ACCOUNT.
           MOVE WS-RW-COST-CTR(R) TO WS-POST-COST-CTR.
           MOVE WS-RW-AMOUNT(R) TO WS-POST-AMOUNT.
           PERFORM POST-TO-LEDGER.
           ADD 1 TO WS-SUMMARY-POSTED.
           MOVE 'SUMMARY' TO WS-RD-KIND.
           PERFORM WRITE-POSTING-LINE.
      *
      * An adjustment corrects the period ADJPERIOD names. While
      * that period is open it posts there like any other night; once
      * it is closed, LATEADJUST decides - ROUTE (the default) posts
      * it to the open period and says so on the report, REFUSE
      * posts nothing and leaves it for finance to journal by hand.
       POST-ADJUST-FILE.
           PERFORM READ-ADJUST-FILE.
           IF WS-ADJ-TRL-COUNT NOT = 1 OR
              WS-ADJ-FOOT NOT = WS-ADJ-TRAILER
               DISPLAY 'ADJUSTMENT DOES NOT FOOT TO ITS TRAILER - '
                   'NOT POSTED'
               MOVE 'ADJUSTMENT DOES NOT FOOT - NOT POSTED'
                   TO WS-RM-TEXT
               MOVE WS-ADJ-PERIOD TO WS-RM-PERIOD
               WRITE LEDGER-LINE FROM WS-RPT-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADJ-DECK = WS-CTL-LAST-ADJ-DECK AND
                  WS-POST-DATE = WS-CTL-LAST-ADJ-DATE
                   MOVE 'ADJUSTMENT ALREADY IN LEDGER - NOT REPOSTED'
                       TO WS-RM-TEXT
                   MOVE WS-ADJ-PERIOD TO WS-RM-PERIOD
                   WRITE LEDGER-LINE FROM WS-RPT-MESSAGE
                   DISPLAY 'ADJUSTMENT FOR ' WS-ADJ-DECK
                   DISPLAY '  ALREADY IN LEDGER - NOT POSTED AGAIN'
                   ADD 1 TO WS-REPEAT-COUNT
               ELSE
                   PERFORM ROUTE-ADJUSTMENT
               END-IF
           END-IF.
      *
      * The pair is judged whole - both sides route, or both are
      * refused - so a correction is never left half posted. The
      * period counts as closed if the control file says so or if
      * the ledger holds any of the pair's records as closed.
       ROUTE-ADJUSTMENT.
           MOVE WS-ADJ-PERIOD TO WS-TARGET-PERIOD.
           MOVE 'N' TO WS-POST-ROUTED.
           PERFORM CHECK-ADJUST-TARGET.
           IF WS-ADJ-PERIOD NOT > WS-CTL-LAST-CLOSED
               MOVE 'Y' TO WS-TARGET-CLOSED
           END-IF.
           IF WS-TARGET-CLOSED = 'Y'
               IF WS-LATE-ADJUST = 'REFUSE'
                   PERFORM REFUSE-ADJUST-ROW VARYING A FROM 1 BY 1
                       UNTIL A > WS-ADJ-COUNT
                   DISPLAY 'ADJUSTMENT FOR CLOSED PERIOD '
                       WS-ADJ-PERIOD ' REFUSED'
               ELSE
                   MOVE WS-OPEN-PERIOD TO WS-TARGET-PERIOD
                   MOVE 'Y' TO WS-POST-ROUTED
                   IF WS-TARGET-PERIOD NOT > WS-ADJ-PERIOD
                       MOVE WS-ADJ-PERIOD TO WS-TARGET-PERIOD
                       PERFORM NEXT-TARGET-PERIOD
                   END-IF
                   PERFORM CHECK-ADJUST-TARGET
                   PERFORM ADVANCE-ADJUST-TARGET
                       UNTIL WS-TARGET-CLOSED = 'N'
               END-IF
           END-IF.
           IF WS-TARGET-CLOSED = 'N'
               MOVE 'A' TO WS-POST-KIND
               PERFORM POST-ADJUST-ROW VARYING A FROM 1 BY 1
                   UNTIL A > WS-ADJ-COUNT
               MOVE WS-ADJ-DECK TO WS-CTL-LAST-ADJ-DECK
               MOVE WS-POST-DATE TO WS-CTL-LAST-ADJ-DATE
           END-IF.
      *
       CHECK-ADJUST-TARGET.
           MOVE 'N' TO WS-TARGET-CLOSED.
           PERFORM CHECK-ADJUST-ROW VARYING A FROM 1 BY 1
               UNTIL A > WS-ADJ-COUNT.
      *
       CHECK-ADJUST-ROW.
           MOVE WS-AD-ACCOUNT(A) TO WS-POST-ACCOUNT.
           MOVE WS-AD-COST-CTR(A) TO WS-POST-COST-CTR.
           PERFORM CHECK-LEDGER-CLOSED.
      *
       ADVANCE-ADJUST-TARGET.
           PERFORM NEXT-TARGET-PERIOD.
           PERFORM CHECK-ADJUST-TARGET.
      *
       READ-ADJUST-FILE.
           OPEN INPUT GL-ADJUST.
           IF WS-AJ-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL ADJUSTMENT FILE, STATUS '
                   WS-AJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-ADJUST RECORD
               AT END MOVE 'Y' TO WS-AJ-EOF
           END-READ.
           PERFORM LOAD-ADJUST-ROW UNTIL WS-AJ-EOF = 'Y'.
           CLOSE GL-ADJUST.
      *
      * Only Part 1 is account-posted, so a side whose Part 1 never
      * ran moves nothing in the ledger.
       LOAD-ADJUST-ROW.
           IF (AJ-REC-TYPE = 'R' OR AJ-REC-TYPE = 'A') AND
              AJ-PART1-RAN = 'Y'
               IF WS-ADJ-COUNT >= 20
                   DISPLAY 'GL ADJUSTMENT HAS MORE THAN 20 ROWS - '
                       'ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               SET A TO WS-ADJ-COUNT
               MOVE AJ-REC-TYPE TO WS-AD-TYPE(A)
               MOVE AJ-ACCOUNT TO WS-AD-ACCOUNT(A)
               MOVE AJ-COST-CENTER TO WS-AD-COST-CTR(A)
               MOVE AJ-PART1-FREQ TO WS-AD-AMOUNT(A)
               MOVE AJ-DECK-NAME TO WS-ADJ-DECK
               ADD AJ-PART1-FREQ TO WS-ADJ-FOOT
           ELSE
               IF AJ-REC-TYPE = 'T'
                   ADD 1 TO WS-ADJ-TRL-COUNT
                   MOVE AJ-PART1-FREQ TO WS-ADJ-TRAILER
               END-IF
           END-IF.
           READ GL-ADJUST RECORD
               AT END MOVE 'Y' TO WS-AJ-EOF
           END-READ.
      *
       POST-ADJUST-ROW.
           MOVE WS-AD-ACCOUNT(A) TO WS-POST-ACCOUNT.
           MOVE WS-AD-COST-CTR(A) TO WS-POST-COST-CTR.
           MOVE WS-AD-AMOUNT(A) TO WS-POST-AMOUNT.
           PERFORM POST-TO-LEDGER.
           ADD 1 TO WS-ADJUST-POSTED.
           IF WS-AD-TYPE(A) = 'R'
               MOVE 'REVERSE' TO WS-RD-KIND
           ELSE
               MOVE 'REPLACE' TO WS-RD-KIND
           END-IF.
           PERFORM WRITE-POSTING-LINE.
      *
       REFUSE-ADJUST-ROW.
           ADD 1 TO WS-REFUSED-COUNT.
           IF WS-AD-TYPE(A) = 'R'
               MOVE 'REVERSE' TO WS-RD-KIND
           ELSE
               MOVE 'REPLACE' TO WS-RD-KIND
           END-IF.
           MOVE WS-ADJ-PERIOD TO WS-RD-PERIOD.
           MOVE WS-AD-ACCOUNT(A) TO WS-RD-ACCOUNT.
           MOVE WS-AD-COST-CTR(A) TO WS-RD-COST-CTR.
           MOVE WS-AD-AMOUNT(A) TO WS-RD-AMOUNT.
           MOVE 'REFUSED - PERIOD CLOSED' TO WS-RD-NOTE.
           WRITE LEDGER-LINE FROM WS-RPT-DETAIL.
      *
      * A ledger record is born open the first time an account and
      * cost center see money in a period.
       POST-TO-LEDGER.
           MOVE WS-POST-ACCOUNT TO PL-ACCOUNT.
           MOVE WS-POST-COST-CTR TO PL-COST-CENTER.
           MOVE WS-TARGET-PERIOD TO PL-PERIOD.
           READ PERIOD-LEDGER KEY IS PL-KEY
               INVALID KEY
                   MOVE 'O' TO PL-PERIOD-STATUS
                   MOVE 0 TO PL-PERIOD-NET
                   MOVE 0 TO PL-YTD-OPENING
                   MOVE 0 TO PL-YTD-CLOSING
                   MOVE 0 TO PL-POSTINGS
                   MOVE 0 TO PL-ADJUSTMENTS
                   MOVE 0 TO PL-ROUTED-IN
                   MOVE 0 TO PL-CLOSED-DATE
           END-READ.
           ADD WS-POST-AMOUNT TO PL-PERIOD-NET.
           ADD WS-POST-AMOUNT TO WS-POSTED-NET.
           IF WS-POST-KIND = 'S'
               ADD 1 TO PL-POSTINGS
           ELSE
               ADD 1 TO PL-ADJUSTMENTS
           END-IF.
           IF WS-POST-ROUTED = 'Y'
               ADD 1 TO PL-ROUTED-IN
               ADD 1 TO WS-ROUTED-COUNT
           END-IF.
           MOVE WS-POST-DATE TO PL-LAST-POSTED.
           WRITE PL-RECORD
               INVALID KEY
                   REWRITE PL-RECORD
           END-WRITE.
      *
       WRITE-POSTING-LINE.
           MOVE WS-TARGET-PERIOD TO WS-RD-PERIOD.
           MOVE WS-POST-ACCOUNT TO WS-RD-ACCOUNT.
           MOVE WS-POST-COST-CTR TO WS-RD-COST-CTR.
           MOVE WS-POST-AMOUNT TO WS-RD-AMOUNT.
           MOVE SPACES TO WS-RD-NOTE.
           IF WS-POST-ROUTED = 'Y'
               IF WS-POST-KIND = 'S'
                   STRING 'ROUTED FROM CLOSED PERIOD '
                       DELIMITED BY SIZE
                       WS-POST-PERIOD DELIMITED BY SIZE
                       INTO WS-RD-NOTE
               ELSE
                   STRING 'ROUTED FROM CLOSED PERIOD '
                       DELIMITED BY SIZE
                       WS-ADJ-PERIOD DELIMITED BY SIZE
                       INTO WS-RD-NOTE
               END-IF
           END-IF.
           WRITE LEDGER-LINE FROM WS-RPT-DETAIL.
      *
      * Rewritten whole every run; the close fields are carried
      * through untouched for AOC1818.
       WRITE-LEDGER-CONTROL.
           OPEN OUTPUT LEDGER-CONTROL.
           IF WS-LC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEDGER-CONTROL, STATUS '
                   WS-LC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO LC-RECORD.
           MOVE WS-CTL-LAST-CLOSED TO LC-LAST-CLOSED.
           MOVE WS-CTL-CLOSED-DATE TO LC-CLOSED-DATE.
           MOVE WS-CTL-LAST-SUMMARY TO LC-LAST-SUMMARY.
           MOVE WS-CTL-LAST-ADJ-DATE TO LC-LAST-ADJ-DATE.
           MOVE WS-CTL-LAST-ADJ-DECK TO LC-LAST-ADJ-DECK.
           WRITE LC-RECORD.
           CLOSE LEDGER-CONTROL.
      *
       WRITE-REPORT-TOTALS.
           MOVE 'SUMMARY ROWS POSTED' TO WS-RT-LABEL.
           MOVE WS-SUMMARY-POSTED TO WS-RT-COUNT.
           WRITE LEDGER-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ADJUSTMENT ROWS POSTED' TO WS-RT-LABEL.
           MOVE WS-ADJUST-POSTED TO WS-RT-COUNT.
           WRITE LEDGER-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ROUTED FROM A CLOSED PERIOD' TO WS-RT-LABEL.
           MOVE WS-ROUTED-COUNT TO WS-RT-COUNT.
           WRITE LEDGER-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REFUSED' TO WS-RT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-RT-COUNT.
           WRITE LEDGER-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ALREADY IN LEDGER' TO WS-RT-LABEL.
           MOVE WS-REPEAT-COUNT TO WS-RT-COUNT.
           WRITE LEDGER-LINE FROM WS-RPT-TOTAL-LINE.
