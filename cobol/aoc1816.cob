      * Advent of Code 2018, Day 1 - GL Posting Confirmation Match.
      *
      * Companion to AOC1815 and AOC1809. Everything this system
      * hands the GL - the summarized 'glsummary' rows, the detail
      * rows of 'glinterface' when no summary was made, and the
      * 'R'/'A' pairs of a 'gladjust' file - leaves as a file and,
      * until now, was never heard of again: when the GL team
      * rejected a row or dropped it, nobody here found out until
      * the month-end balance was wrong. The GL now sends back a
      * confirmation file, one row per posting it took or refused,
      * carrying the account, cost center, amount, a 'P' posted or
      * 'R' rejected status and the GL's reason. This step matches
      * those confirmations to what was sent and keeps the result
      * on an indexed open-items master 'glopenitems': every row
      * sent is an item the GL owes an answer on, a posted
      * confirmation clears it, a rejection leaves it standing with
      * the GL's reason, and a confirmation for something nobody
      * here sent becomes an item of its own. Items the GL has not
      * answered stay open from run to run, and the report
      * 'glconfirmrpt' ages them the way AOC1813 ages suspense, so
      * a posting the GL never acknowledged is chased in days, not
      * discovered at month end. Some items no answer will ever
      * close - a rejection of something nobody here sent, a row
      * the GL lost for good, a rejected row AOC1809 corrected with
      * a new pair - so operators close those by hand: a line on
      * the disposition file 'glconfirmdisp' names the item by its
      * key, with the operator's id and a reason, and the item is
      * written off and listed on the report the night it happens.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1816.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The GL's confirmation file. Defaults to 'glconfirm' but can
      * be pointed elsewhere with a GLCONFIRM environment variable,
      * the same override pattern AOC1803 follows.
           SELECT GL-CONFIRM ASSIGN TO WS-CONFIRM-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CF-STATUS.
      *
      * What was sent. Each defaults to the working file of that
      * name and each can be overridden - GLSUMMARY, GLINTERFACE,
      * GLADJUST - or set to NONE to say nothing of that kind was
      * sent, the same convention AOC1803 uses for RUNJOURNAL. The
      * adjustment file defaults to NONE: AOC1809 writes one only
      * for a specific incident, and a 'gladjust' left lying from
      * last week is not something sent tonight.
           SELECT GL-SUMMARY ASSIGN TO WS-SUMMARY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SM-STATUS.
      *
           SELECT GL-INTERFACE ASSIGN TO WS-GL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
      *
           SELECT GL-ADJUST ASSIGN TO WS-ADJUST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AJ-STATUS.
      *
      * Operator write-offs, one per line: the open item's key as
      * the report shows it, the operator's id and a reason - the
      * same operator/reason shape as AOC1810's dispositions.
      * Defaults to 'glconfirmdisp', overridden with a GLCONFIRMDISP
      * environment variable; most nights there is none.
           SELECT CONFIRM-DISPOSITION ASSIGN TO WS-DISP-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DS-STATUS.
      *
      * One record per row sent to the GL, keyed by the date it was
      * sent, what kind of row it was, where it posted, the deck it
      * came from and its place in the file - so loading the same
      * night's files a second time finds every item already there
      * and adds nothing.
           SELECT OPEN-ITEMS ASSIGN TO 'glopenitems'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-KEY
           FILE STATUS IS WS-OI-STATUS.
      *
           SELECT CONFIRM-REPORT ASSIGN TO 'glconfirmrpt'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * One row per posting the GL took ('P') or refused ('R'), with
      * the GL's own reason on a refusal.
       FD GL-CONFIRM
          LABEL RECORDS ARE OMITTED.
       01 GL-CONFIRM-RECORD.
         05 CF-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 CF-COST-CENTER     PIC X(6).
         05 FILLER             PIC X(1).
         05 CF-AMOUNT          PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 CF-POST-STATUS     PIC X.
         05 FILLER             PIC X(1).
         05 CF-REASON          PIC X(30).
      *
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
      * Same record AOC1801's WRITE-GL-DETAIL/WRITE-GL-TRAILER write.
       FD GL-INTERFACE
          LABEL RECORDS ARE OMITTED.
       01 GL-INTERFACE-RECORD.
         05 GL-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 GL-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 GL-PART1-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 GL-PART1-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(2).
         05 GL-PART2-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 GL-PART2-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 GL-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 GL-COST-CENTER     PIC X(6).
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
       FD CONFIRM-DISPOSITION
          LABEL RECORDS ARE OMITTED.
       01 CONFIRM-DISPOSITION-RECORD.
         05 DS-SENT-DATE       PIC 9(8).
         05 FILLER             PIC X(1).
         05 DS-SOURCE          PIC X.
         05 FILLER             PIC X(1).
         05 DS-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 DS-COST-CENTER     PIC X(6).
         05 FILLER             PIC X(1).
         05 DS-DECK            PIC X(100).
         05 FILLER             PIC X(1).
         05 DS-SEQ             PIC 9(4).
         05 FILLER             PIC X(1).
         05 DS-OPERATOR        PIC X(8).
         05 FILLER             PIC X(1).
         05 DS-REASON          PIC X(30).
      *
      * OI-SOURCE: 'S' summary row, 'D' interface detail row, 'R'
      * reversal, 'A' replacement, 'C' confirmed but never sent.
      * OI-ITEM-STATUS: 'O' open (no answer yet), 'X' rejected by
      * the GL, 'C' cleared, 'W' written off by an operator, with
      * the operator's reason. OI-CONF-AMOUNT is how much of the item
      * the GL has confirmed so far - a summary row the GL chose to
      * post in pieces clears when the pieces add up.
       FD OPEN-ITEMS
          LABEL RECORDS ARE STANDARD.
       01 OI-RECORD.
         05 OI-KEY.
           10 OI-SENT-DATE     PIC 9(8).
           10 OI-SOURCE        PIC X.
           10 OI-ACCOUNT       PIC X(8).
           10 OI-COST-CENTER   PIC X(6).
           10 OI-DECK          PIC X(100).
           10 OI-SEQ           PIC 9(4).
         05 OI-AMOUNT          PIC S9(11) SIGN IS LEADING SEPARATE.
         05 OI-CONF-AMOUNT     PIC S9(11) SIGN IS LEADING SEPARATE.
         05 OI-ITEM-STATUS     PIC X.
         05 OI-REASON          PIC X(30).
         05 OI-ADDED           PIC 9(8).
         05 OI-CLEARED         PIC 9(8).
      *
       FD CONFIRM-REPORT
          LABEL RECORDS ARE OMITTED.
       01 CONFIRM-LINE         PIC X(220).
      *
       WORKING-STORAGE SECTION.
       01 WS-CONFIRM-FILE      PIC X(100)   VALUE 'glconfirm'.
       01 WS-SUMMARY-FILE      PIC X(100)   VALUE 'glsummary'.
       01 WS-GL-FILE           PIC X(100)   VALUE 'glinterface'.
       01 WS-ADJUST-FILE       PIC X(100)   VALUE 'NONE'.
       01 WS-DISP-FILE         PIC X(100)   VALUE 'glconfirmdisp'.
       01 WS-CF-STATUS         PIC X(2)     VALUE '00'.
       01 WS-SM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-GL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-AJ-STATUS         PIC X(2)     VALUE '00'.
       01 WS-OI-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DS-STATUS         PIC X(2)     VALUE '00'.
       01 WS-CF-EOF            PIC X        VALUE 'N'.
       01 WS-SM-EOF            PIC X        VALUE 'N'.
       01 WS-GL-EOF            PIC X        VALUE 'N'.
       01 WS-AJ-EOF            PIC X        VALUE 'N'.
       01 WS-OI-EOF            PIC X        VALUE 'N'.
       01 WS-DS-EOF            PIC X        VALUE 'N'.
      *
      * The date the files being loaded were sent. Defaults to
      * today; a SENTDATE environment variable (YYYYMMDD) names the
      * posting night when the match runs the morning after.
       01 WS-SENT-DATE         PIC 9(8)     VALUE 0.
       01 WS-SENT-DATE-X REDEFINES WS-SENT-DATE
                               PIC X(8).
      *
      * Today and the item under judgment as serial day counts, the
      * same March-based civil day count AOC1813 ages suspense by.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-TODAY-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-ENTRY-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-AGE-DAYS          PIC S9(5)    VALUE 0.
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
      * The row being posted to the open-items master as the sent
      * files are read, whichever file it came from.
       01 WS-NEW-SOURCE        PIC X        VALUE SPACE.
       01 WS-NEW-ACCOUNT       PIC X(8)     VALUE SPACES.
       01 WS-NEW-COST-CENTER   PIC X(6)     VALUE SPACES.
       01 WS-NEW-DECK          PIC X(100)   VALUE SPACES.
       01 WS-NEW-SEQ           PIC 9(4)     VALUE 0.
       01 WS-NEW-AMOUNT        PIC S9(11)   VALUE 0.
       01 WS-SUMMARY-ROWS      PIC 9(4)     VALUE 0.
      *
      * Every item still owed an answer, plus the items cleared
      * today so a confirmation file fed through twice is seen as a
      * repeat rather than as postings nobody sent. A night sends
      * at most a few hundred rows; 2000 slots hold weeks of
      * unanswered ones before anything overflows.
       01 WS-ITEM-TABLE.
         05 WS-ITEM-COUNT      PIC 9(4)     VALUE 0.
         05 WS-ITEM-ENTRY      OCCURS 2000 TIMES INDEXED BY I.
           10 WS-IT-KEY.
             15 WS-IT-SENT-DATE
                               PIC 9(8).
             15 WS-IT-SOURCE   PIC X.
             15 WS-IT-ACCOUNT  PIC X(8).
             15 WS-IT-COST-CTR PIC X(6).
             15 WS-IT-DECK     PIC X(100).
             15 WS-IT-SEQ      PIC 9(4).
           10 WS-IT-AMOUNT     PIC S9(11).
           10 WS-IT-CONF-AMT   PIC S9(11).
           10 WS-IT-STATUS     PIC X.
           10 WS-IT-REASON     PIC X(30).
           10 WS-IT-ADDED      PIC 9(8).
           10 WS-IT-CLEARED    PIC 9(8).
           10 WS-IT-CHANGED    PIC X.
           10 WS-IT-OPERATOR   PIC X(8).
       01 WS-ITEM-FOUND        PIC X        VALUE 'N'.
       01 WS-AHEAD-ITEM        PIC 9(4)     VALUE 0.
       01 WS-REMAINING         PIC S9(11)   VALUE 0.
       01 WS-CF-LINE           PIC 9(4)     VALUE 0.
      *
      * The item a disposition line names, laid out as WS-IT-KEY so
      * the two compare whole.
       01 WS-DISP-KEY.
         05 WS-DK-SENT-DATE    PIC 9(8).
         05 WS-DK-SOURCE       PIC X.
         05 WS-DK-ACCOUNT      PIC X(8).
         05 WS-DK-COST-CTR     PIC X(6).
         05 WS-DK-DECK         PIC X(100).
         05 WS-DK-SEQ          PIC 9(4).
       01 WS-DS-LINE           PIC 9(4)     VALUE 0.
       01 WS-DS-REFUSAL        PIC X(30)    VALUE SPACES.
      *
       01 WS-CONFIRM-COUNT     PIC 9(4)     VALUE 0.
       01 WS-POSTED-COUNT      PIC 9(4)     VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(4)     VALUE 0.
       01 WS-PARTIAL-COUNT     PIC 9(4)     VALUE 0.
       01 WS-REPEAT-COUNT      PIC 9(4)     VALUE 0.
       01 WS-NOT-SENT-COUNT    PIC 9(4)     VALUE 0.
       01 WS-UNREADABLE-COUNT  PIC 9(4)     VALUE 0.
       01 WS-AHEAD-COUNT       PIC 9(4)     VALUE 0.
       01 WS-DISP-COUNT        PIC 9(4)     VALUE 0.
       01 WS-DISP-REPEAT-COUNT PIC 9(4)     VALUE 0.
       01 WS-DISP-REFUSED-COUNT
                               PIC 9(4)     VALUE 0.
       01 WS-WRITTEN-OFF-COUNT PIC 9(4)     VALUE 0.
       01 WS-LOADED-COUNT      PIC 9(4)     VALUE 0.
       01 WS-ON-FILE-COUNT     PIC 9(4)     VALUE 0.
       01 WS-OPEN-COUNT        PIC 9(4)     VALUE 0.
       01 WS-OPEN-REJ-COUNT    PIC 9(4)     VALUE 0.
       01 WS-OPEN-NS-COUNT     PIC 9(4)     VALUE 0.
       01 WS-AGED-2-COUNT      PIC 9(4)     VALUE 0.
       01 WS-AGED-7-COUNT      PIC 9(4)     VALUE 0.
      *
       01 WS-RPT-HEADER.
         05 FILLER             PIC X(37)
            VALUE 'GL POSTING CONFIRMATION MATCH AS OF '.
         05 WS-RH-DATE         PIC 9(8).
         05 FILLER             PIC X(11)    VALUE ' SENT DATE '.
         05 WS-RH-SENT-DATE    PIC 9(8).
       01 WS-RPT-DETAIL.
         05 WS-RD-BAND         PIC X(7).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-AGE          PIC ZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-STATE        PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-SOURCE       PIC X.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-SENT-DATE    PIC 9(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-SEQ          PIC 9(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-ACCOUNT      PIC X(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-COST-CTR     PIC X(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-AMOUNT       PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-CONF-AMT     PIC -ZZZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RD-REASON       PIC X(30).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-DECK         PIC X(100).
       01 WS-RPT-CLOSED-TITLE.
         05 FILLER             PIC X(18)
            VALUE 'CLOSED BY OPERATOR'.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RT-LABEL        PIC X(30).
         05 WS-RT-COUNT        PIC ZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - GL Confirmation'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-TODAY-SERIAL.
           PERFORM ACCEPT-PARAMETERS.
           PERFORM OPEN-OPEN-ITEMS.
           PERFORM LOAD-SENT-ITEMS.
           PERFORM LOAD-ITEM-TABLE.
           PERFORM MATCH-CONFIRMATIONS.
           PERFORM CLEAR-AHEAD-CONFIRMATIONS.
           PERFORM APPLY-DISPOSITIONS.
           PERFORM REWRITE-OPEN-ITEMS.
           CLOSE OPEN-ITEMS.
           PERFORM WRITE-CONFIRM-REPORT.
           DISPLAY 'Confirmations read:  ' WS-CONFIRM-COUNT.
           DISPLAY 'Items still open:    ' WS-OPEN-COUNT.
           DISPLAY 'Rejected by the GL:  ' WS-OPEN-REJ-COUNT.
           DISPLAY 'Confirmed, not sent: ' WS-OPEN-NS-COUNT.
           DISPLAY 'Closed by operator:  ' WS-WRITTEN-OFF-COUNT.
           IF WS-AGED-2-COUNT > 0 OR WS-OPEN-REJ-COUNT > 0 OR
              WS-OPEN-NS-COUNT > 0 OR WS-DISP-REFUSED-COUNT > 0
               DISPLAY 'GL POSTINGS NEED ATTENTION - SEE '
                   'GLCONFIRMRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       ACCEPT-PARAMETERS.
           ACCEPT WS-CONFIRM-FILE FROM ENVIRONMENT 'GLCONFIRM'
               ON EXCEPTION
                   MOVE 'glconfirm' TO WS-CONFIRM-FILE
           END-ACCEPT.
           ACCEPT WS-SUMMARY-FILE FROM ENVIRONMENT 'GLSUMMARY'
               ON EXCEPTION
                   MOVE 'glsummary' TO WS-SUMMARY-FILE
           END-ACCEPT.
           ACCEPT WS-GL-FILE FROM ENVIRONMENT 'GLINTERFACE'
               ON EXCEPTION
                   MOVE 'glinterface' TO WS-GL-FILE
           END-ACCEPT.
           ACCEPT WS-ADJUST-FILE FROM ENVIRONMENT 'GLADJUST'
               ON EXCEPTION
                   MOVE 'NONE' TO WS-ADJUST-FILE
           END-ACCEPT.
           ACCEPT WS-DISP-FILE FROM ENVIRONMENT 'GLCONFIRMDISP'
               ON EXCEPTION
                   MOVE 'glconfirmdisp' TO WS-DISP-FILE
           END-ACCEPT.
           ACCEPT WS-SENT-DATE-X FROM ENVIRONMENT 'SENTDATE'
               ON EXCEPTION
                   MOVE WS-RUN-DATE TO WS-SENT-DATE
           END-ACCEPT.
           IF WS-SENT-DATE-X NOT NUMERIC OR WS-SENT-DATE = 0
               MOVE WS-RUN-DATE TO WS-SENT-DATE
           END-IF.
      *
       OPEN-OPEN-ITEMS.
           OPEN I-O OPEN-ITEMS.
           IF WS-OI-STATUS = '35'
               OPEN OUTPUT OPEN-ITEMS
               CLOSE OPEN-ITEMS
               OPEN I-O OPEN-ITEMS
           END-IF.
           IF WS-OI-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL OPEN-ITEMS MASTER, STATUS '
                   WS-OI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * The summary is what the posting job sends when AOC1815 has
      * run; the interface's detail rows are only what the GL saw
      * when it has not, so they are loaded only when no summary
      * row was. Adjustment pairs ride on top of either.
       LOAD-SENT-ITEMS.
           IF WS-SUMMARY-FILE NOT = 'NONE'
               PERFORM LOAD-SUMMARY-FILE
           END-IF.
           IF WS-SUMMARY-ROWS = 0 AND WS-GL-FILE NOT = 'NONE'
               PERFORM LOAD-INTERFACE-FILE
           END-IF.
           IF WS-ADJUST-FILE NOT = 'NONE'
               PERFORM LOAD-ADJUST-FILE
           END-IF.
           DISPLAY 'Sent rows loaded:    ' WS-LOADED-COUNT.
           IF WS-ON-FILE-COUNT > 0
               DISPLAY 'Sent rows already on file: ' WS-ON-FILE-COUNT
           END-IF.
      *
       LOAD-SUMMARY-FILE.
           OPEN INPUT GL-SUMMARY.
           IF WS-SM-STATUS = '35'
               DISPLAY 'NO GL SUMMARY FILE - LOADING INTERFACE ROWS'
           ELSE
               IF WS-SM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GL SUMMARY FILE, STATUS '
                       WS-SM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-NEW-SEQ
               READ GL-SUMMARY RECORD
                   AT END MOVE 'Y' TO WS-SM-EOF
               END-READ
               PERFORM LOAD-SUMMARY-ROW UNTIL WS-SM-EOF = 'Y'
               CLOSE GL-SUMMARY
           END-IF.
      *
       LOAD-SUMMARY-ROW.
           IF SM-REC-TYPE = 'D'
               ADD 1 TO WS-SUMMARY-ROWS
               ADD 1 TO WS-NEW-SEQ
               MOVE 'S' TO WS-NEW-SOURCE
               MOVE SM-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE SM-COST-CENTER TO WS-NEW-COST-CENTER
               MOVE SPACES TO WS-NEW-DECK
               MOVE SM-AMOUNT TO WS-NEW-AMOUNT
               PERFORM POST-SENT-ITEM
           END-IF.
           READ GL-SUMMARY RECORD
               AT END MOVE 'Y' TO WS-SM-EOF
           END-READ.
      *
       LOAD-INTERFACE-FILE.
           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS = '35'
               DISPLAY 'NO GL INTERFACE FILE - NO DETAIL ROWS SENT'
           ELSE
               IF WS-GL-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GL INTERFACE FILE, STATUS '
                       WS-GL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-NEW-SEQ
               READ GL-INTERFACE RECORD
                   AT END MOVE 'Y' TO WS-GL-EOF
               END-READ
               PERFORM LOAD-INTERFACE-ROW UNTIL WS-GL-EOF = 'Y'
               CLOSE GL-INTERFACE
           END-IF.
      *
      * Only Part 1 is account-posted, so a deck whose Part 1 never
      * ran sent the GL nothing to confirm.
       LOAD-INTERFACE-ROW.
           IF GL-REC-TYPE = 'D' AND GL-PART1-RAN = 'Y'
               ADD 1 TO WS-NEW-SEQ
               MOVE 'D' TO WS-NEW-SOURCE
               MOVE GL-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE GL-COST-CENTER TO WS-NEW-COST-CENTER
               MOVE GL-DECK-NAME TO WS-NEW-DECK
               MOVE GL-PART1-FREQ TO WS-NEW-AMOUNT
               PERFORM POST-SENT-ITEM
           END-IF.
           READ GL-INTERFACE RECORD
               AT END MOVE 'Y' TO WS-GL-EOF
           END-READ.
      *
       LOAD-ADJUST-FILE.
           OPEN INPUT GL-ADJUST.
           IF WS-AJ-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL ADJUSTMENT FILE, STATUS '
                   WS-AJ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-NEW-SEQ.
           READ GL-ADJUST RECORD
               AT END MOVE 'Y' TO WS-AJ-EOF
           END-READ.
           PERFORM LOAD-ADJUST-ROW UNTIL WS-AJ-EOF = 'Y'.
           CLOSE GL-ADJUST.
      *
       LOAD-ADJUST-ROW.
           IF (AJ-REC-TYPE = 'R' OR AJ-REC-TYPE = 'A') AND
              AJ-PART1-RAN = 'Y'
               ADD 1 TO WS-NEW-SEQ
               MOVE AJ-REC-TYPE TO WS-NEW-SOURCE
               MOVE AJ-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE AJ-COST-CENTER TO WS-NEW-COST-CENTER
               MOVE AJ-DECK-NAME TO WS-NEW-DECK
               MOVE AJ-PART1-FREQ TO WS-NEW-AMOUNT
               PERFORM POST-SENT-ITEM
           END-IF.
           READ GL-ADJUST RECORD
               AT END MOVE 'Y' TO WS-AJ-EOF
           END-READ.
      *
      * An item already on the master under the same key is the
      * same row loaded again by a rerun - it keeps whatever answer
      * it already has.
       POST-SENT-ITEM.
           MOVE WS-SENT-DATE TO OI-SENT-DATE.
           MOVE WS-NEW-SOURCE TO OI-SOURCE.
           MOVE WS-NEW-ACCOUNT TO OI-ACCOUNT.
           MOVE WS-NEW-COST-CENTER TO OI-COST-CENTER.
           MOVE WS-NEW-DECK TO OI-DECK.
           MOVE WS-NEW-SEQ TO OI-SEQ.
           MOVE WS-NEW-AMOUNT TO OI-AMOUNT.
           MOVE 0 TO OI-CONF-AMOUNT.
           MOVE 'O' TO OI-ITEM-STATUS.
           MOVE SPACES TO OI-REASON.
           MOVE WS-RUN-DATE TO OI-ADDED.
           MOVE 0 TO OI-CLEARED.
           WRITE OI-RECORD
               INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
      *
      * Everything still owed an answer comes into the table, and
      * so does anything cleared or written off today, so a second
      * pass over the same files recognizes what it already closed.
       LOAD-ITEM-TABLE.
           MOVE LOW-VALUES TO OI-KEY.
           START OPEN-ITEMS KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OI-EOF
           END-START.
           PERFORM LOAD-ONE-ITEM UNTIL WS-OI-EOF = 'Y'.
      *
       LOAD-ONE-ITEM.
           READ OPEN-ITEMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OI-EOF
           END-READ.
           IF WS-OI-EOF NOT = 'Y'
               IF (OI-ITEM-STATUS NOT = 'C' AND
                   OI-ITEM-STATUS NOT = 'W') OR
                  OI-CLEARED = WS-RUN-DATE
                   PERFORM ADD-TABLE-ITEM
               END-IF
           END-IF.
      *
       ADD-TABLE-ITEM.
           IF WS-ITEM-COUNT >= 2000
               DISPLAY 'GL OPEN-ITEMS HAS MORE THAN 2000 ENTRIES - '
                   'ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           SET I TO WS-ITEM-COUNT.
           MOVE OI-SENT-DATE TO WS-IT-SENT-DATE(I).
           MOVE OI-SOURCE TO WS-IT-SOURCE(I).
           MOVE OI-ACCOUNT TO WS-IT-ACCOUNT(I).
           MOVE OI-COST-CENTER TO WS-IT-COST-CTR(I).
           MOVE OI-DECK TO WS-IT-DECK(I).
           MOVE OI-SEQ TO WS-IT-SEQ(I).
           MOVE OI-AMOUNT TO WS-IT-AMOUNT(I).
           MOVE OI-CONF-AMOUNT TO WS-IT-CONF-AMT(I).
           MOVE OI-ITEM-STATUS TO WS-IT-STATUS(I).
           MOVE OI-REASON TO WS-IT-REASON(I).
           MOVE OI-ADDED TO WS-IT-ADDED(I).
           MOVE OI-CLEARED TO WS-IT-CLEARED(I).
           MOVE 'N' TO WS-IT-CHANGED(I).
           MOVE SPACES TO WS-IT-OPERATOR(I).
      *
       MATCH-CONFIRMATIONS.
           OPEN INPUT GL-CONFIRM.
           IF WS-CF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL CONFIRMATION FILE, STATUS '
                   WS-CF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ GL-CONFIRM RECORD
               AT END MOVE 'Y' TO WS-CF-EOF
           END-READ.
           PERFORM APPLY-ONE-CONFIRMATION UNTIL WS-CF-EOF = 'Y'.
           CLOSE GL-CONFIRM.
      *
      * A confirmation settles the most specific thing it can. An
      * exact account/cost-center/amount match on an open summary
      * or adjustment row comes first, then on an interface detail
      * row, then on an item the GL rejected earlier and has now
      * taken after all. Failing those, the GL may have posted a
      * summary row in pieces, so a confirmation that fits inside
      * an open summary row for the same account counts toward it.
      * Only then is it a repeat of something cleared today - and
      * only after that a posting nobody here sent.
       APPLY-ONE-CONFIRMATION.
           ADD 1 TO WS-CF-LINE.
           IF CF-POST-STATUS NOT = 'P' AND CF-POST-STATUS NOT = 'R'
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY 'CONFIRMATION LINE ' WS-CF-LINE
                   ' HAS NO P/R STATUS - IGNORED'
           ELSE
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE 'N' TO WS-ITEM-FOUND
               PERFORM MATCH-EXACT-SENT VARYING I FROM 1 BY 1
                   UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
               IF WS-ITEM-FOUND NOT = 'Y'
                   PERFORM MATCH-EXACT-DETAIL VARYING I FROM 1 BY 1
                       UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
               END-IF
               IF WS-ITEM-FOUND NOT = 'Y'
                   PERFORM MATCH-EXACT-REJECTED VARYING I FROM 1 BY 1
                       UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
               END-IF
               IF WS-ITEM-FOUND = 'Y'
                   SET I DOWN BY 1
                   PERFORM SETTLE-EXACT-ITEM
               ELSE
                   PERFORM MATCH-PARTIAL-SUMMARY VARYING I FROM 1 BY 1
                       UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
                   IF WS-ITEM-FOUND = 'Y'
                       SET I DOWN BY 1
                       PERFORM SETTLE-PARTIAL-ITEM
                   ELSE
                       PERFORM MATCH-REPEAT-CLEARED VARYING I
                           FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT OR
                           WS-ITEM-FOUND = 'Y'
                       IF WS-ITEM-FOUND = 'Y'
                           ADD 1 TO WS-REPEAT-COUNT
                       ELSE
                           PERFORM ADD-NEVER-SENT-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ GL-CONFIRM RECORD
               AT END MOVE 'Y' TO WS-CF-EOF
           END-READ.
      *
       MATCH-EXACT-SENT.
           IF WS-IT-STATUS(I) = 'O' AND
              (WS-IT-SOURCE(I) = 'S' OR WS-IT-SOURCE(I) = 'R' OR
               WS-IT-SOURCE(I) = 'A') AND
              WS-IT-CONF-AMT(I) = 0 AND
              WS-IT-ACCOUNT(I) = CF-ACCOUNT AND
              WS-IT-COST-CTR(I) = CF-COST-CENTER AND
              WS-IT-AMOUNT(I) = CF-AMOUNT
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
       MATCH-EXACT-DETAIL.
           IF WS-IT-STATUS(I) = 'O' AND
              WS-IT-SOURCE(I) = 'D' AND
              WS-IT-CONF-AMT(I) = 0 AND
              WS-IT-ACCOUNT(I) = CF-ACCOUNT AND
              WS-IT-COST-CTR(I) = CF-COST-CENTER AND
              WS-IT-AMOUNT(I) = CF-AMOUNT
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
       MATCH-EXACT-REJECTED.
           IF WS-IT-STATUS(I) = 'X' AND
              WS-IT-SOURCE(I) NOT = 'C' AND
              WS-IT-ACCOUNT(I) = CF-ACCOUNT AND
              WS-IT-COST-CTR(I) = CF-COST-CENTER AND
              WS-IT-AMOUNT(I) = CF-AMOUNT
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
      * A piece fits when it has the same sign as what is still
      * unconfirmed on the summary row and is no bigger than it.
       MATCH-PARTIAL-SUMMARY.
           IF WS-IT-STATUS(I) = 'O' AND
              WS-IT-SOURCE(I) = 'S' AND
              WS-IT-ACCOUNT(I) = CF-ACCOUNT AND
              WS-IT-COST-CTR(I) = CF-COST-CENTER
               COMPUTE WS-REMAINING = WS-IT-AMOUNT(I)
                   - WS-IT-CONF-AMT(I)
               IF (WS-REMAINING > 0 AND CF-AMOUNT > 0 AND
                   CF-AMOUNT NOT > WS-REMAINING) OR
                  (WS-REMAINING < 0 AND CF-AMOUNT < 0 AND
                   CF-AMOUNT NOT < WS-REMAINING)
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-IF.
      *
       MATCH-REPEAT-CLEARED.
           IF (WS-IT-STATUS(I) = 'C' OR WS-IT-STATUS(I) = 'W') AND
              WS-IT-CLEARED(I) = WS-RUN-DATE AND
              WS-IT-ACCOUNT(I) = CF-ACCOUNT AND
              WS-IT-COST-CTR(I) = CF-COST-CENTER
               IF (WS-IT-AMOUNT(I) = CF-AMOUNT) OR
                  (WS-IT-AMOUNT(I) > 0 AND CF-AMOUNT > 0 AND
                   CF-AMOUNT NOT > WS-IT-AMOUNT(I)) OR
                  (WS-IT-AMOUNT(I) < 0 AND CF-AMOUNT < 0 AND
                   CF-AMOUNT NOT < WS-IT-AMOUNT(I))
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-IF.
      *
       SETTLE-EXACT-ITEM.
           MOVE 'Y' TO WS-IT-CHANGED(I).
           IF CF-POST-STATUS = 'P'
               ADD 1 TO WS-POSTED-COUNT
               MOVE WS-IT-AMOUNT(I) TO WS-IT-CONF-AMT(I)
               MOVE 'C' TO WS-IT-STATUS(I)
               MOVE SPACES TO WS-IT-REASON(I)
               MOVE WS-RUN-DATE TO WS-IT-CLEARED(I)
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'X' TO WS-IT-STATUS(I)
               MOVE CF-REASON TO WS-IT-REASON(I)
           END-IF.
      *
      * A rejected piece rejects the row it belongs to - the GL
      * refused part of what was sent, and the whole row needs a
      * look, not just the part.
       SETTLE-PARTIAL-ITEM.
           MOVE 'Y' TO WS-IT-CHANGED(I).
           IF CF-POST-STATUS = 'P'
               ADD 1 TO WS-PARTIAL-COUNT
               ADD CF-AMOUNT TO WS-IT-CONF-AMT(I)
               IF WS-IT-CONF-AMT(I) = WS-IT-AMOUNT(I)
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE 'C' TO WS-IT-STATUS(I)
                   MOVE SPACES TO WS-IT-REASON(I)
                   MOVE WS-RUN-DATE TO WS-IT-CLEARED(I)
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'X' TO WS-IT-STATUS(I)
               MOVE CF-REASON TO WS-IT-REASON(I)
           END-IF.
      *
      * Keyed by today and the confirmation's line number, so the
      * same file fed through twice lands on the same key. The item
      * the first pass added is found here first, and the line is
      * counted as a repeat rather than as a second never-sent item.
       ADD-NEVER-SENT-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM MATCH-NEVER-SENT-REPEAT VARYING I FROM 1 BY 1
               UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'.
           IF WS-ITEM-FOUND = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM ADD-NEVER-SENT-ENTRY
           END-IF.
      *
       MATCH-NEVER-SENT-REPEAT.
           IF WS-IT-SOURCE(I) = 'C' AND
              WS-IT-SENT-DATE(I) = WS-RUN-DATE AND
              WS-IT-SEQ(I) = WS-CF-LINE
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
       ADD-NEVER-SENT-ENTRY.
           ADD 1 TO WS-NOT-SENT-COUNT.
           IF WS-ITEM-COUNT >= 2000
               DISPLAY 'GL OPEN-ITEMS HAS MORE THAN 2000 ENTRIES - '
                   'ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           SET I TO WS-ITEM-COUNT.
           MOVE WS-RUN-DATE TO WS-IT-SENT-DATE(I).
           MOVE 'C' TO WS-IT-SOURCE(I).
           MOVE CF-ACCOUNT TO WS-IT-ACCOUNT(I).
           MOVE CF-COST-CENTER TO WS-IT-COST-CTR(I).
           MOVE SPACES TO WS-IT-DECK(I).
           MOVE WS-CF-LINE TO WS-IT-SEQ(I).
           MOVE CF-AMOUNT TO WS-IT-AMOUNT(I).
           MOVE CF-AMOUNT TO WS-IT-CONF-AMT(I).
           MOVE 'O' TO WS-IT-STATUS(I).
           IF CF-POST-STATUS = 'P'
               MOVE 'CONFIRMED BUT NEVER SENT' TO WS-IT-REASON(I)
           ELSE
               MOVE 'REJECTED BUT NEVER SENT' TO WS-IT-REASON(I)
           END-IF.
           MOVE WS-RUN-DATE TO WS-IT-ADDED(I).
           MOVE 0 TO WS-IT-CLEARED(I).
           MOVE 'Y' TO WS-IT-CHANGED(I).
           MOVE SPACES TO WS-IT-OPERATOR(I).
      *
      * A confirmation that arrived before the row it confirms was
      * loaded - the GL answered an earlier night's file, or the
      * sent file was loaded late - stands open as never sent. Once
      * a still-open sent row turns up that it fits exactly, the
      * two settle each other. Run after tonight's confirmations so
      * tonight's rows go to tonight's answers first.
       CLEAR-AHEAD-CONFIRMATIONS.
           PERFORM CLEAR-ONE-AHEAD VARYING I FROM 1 BY 1
               UNTIL I > WS-ITEM-COUNT.
      *
       CLEAR-ONE-AHEAD.
           IF WS-IT-SOURCE(I) = 'C' AND WS-IT-STATUS(I) = 'O' AND
              WS-IT-REASON(I) = 'CONFIRMED BUT NEVER SENT'
               SET WS-AHEAD-ITEM TO I
               MOVE 'N' TO WS-ITEM-FOUND
               PERFORM MATCH-AHEAD-SEND VARYING I FROM 1 BY 1
                   UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
               IF WS-ITEM-FOUND = 'Y'
                   SET I DOWN BY 1
                   ADD 1 TO WS-AHEAD-COUNT
                   MOVE WS-IT-AMOUNT(I) TO WS-IT-CONF-AMT(I)
                   MOVE 'C' TO WS-IT-STATUS(I)
                   MOVE SPACES TO WS-IT-REASON(I)
                   MOVE WS-RUN-DATE TO WS-IT-CLEARED(I)
                   MOVE 'Y' TO WS-IT-CHANGED(I)
               END-IF
               SET I TO WS-AHEAD-ITEM
               IF WS-ITEM-FOUND = 'Y'
                   MOVE 'C' TO WS-IT-STATUS(I)
                   MOVE 'CONFIRMED AHEAD OF SEND' TO WS-IT-REASON(I)
                   MOVE WS-RUN-DATE TO WS-IT-CLEARED(I)
                   MOVE 'Y' TO WS-IT-CHANGED(I)
               END-IF
           END-IF.
      *
       MATCH-AHEAD-SEND.
           IF WS-IT-STATUS(I) = 'O' AND
              WS-IT-SOURCE(I) NOT = 'C' AND
              WS-IT-CONF-AMT(I) = 0 AND
              WS-IT-ACCOUNT(I) = WS-IT-ACCOUNT(WS-AHEAD-ITEM) AND
              WS-IT-COST-CTR(I) = WS-IT-COST-CTR(WS-AHEAD-ITEM) AND
              WS-IT-AMOUNT(I) = WS-IT-AMOUNT(WS-AHEAD-ITEM)
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
      * Run after the night's confirmations, so an item the GL has
      * answered after all is settled by the answer, not written
      * off. An operator id is mandatory, as on AOC1810's
      * dispositions. A line naming an item written off earlier
      * tonight is a rerun of the same file and changes nothing.
       APPLY-DISPOSITIONS.
           OPEN INPUT CONFIRM-DISPOSITION.
           IF WS-DS-STATUS = '35'
               DISPLAY 'NO GL CONFIRMATION DISPOSITIONS TONIGHT'
           ELSE
               IF WS-DS-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN DISPOSITION FILE '
                       WS-DISP-FILE ', STATUS ' WS-DS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CONFIRM-DISPOSITION RECORD
                   AT END MOVE 'Y' TO WS-DS-EOF
               END-READ
               PERFORM JUDGE-DISPOSITION UNTIL WS-DS-EOF = 'Y'
               CLOSE CONFIRM-DISPOSITION
           END-IF.
      *
       JUDGE-DISPOSITION.
           ADD 1 TO WS-DS-LINE.
           ADD 1 TO WS-DISP-COUNT.
           MOVE SPACES TO WS-DS-REFUSAL.
           MOVE 'N' TO WS-ITEM-FOUND.
           IF DS-SENT-DATE NOT NUMERIC OR DS-SEQ NOT NUMERIC
               MOVE 'ITEM KEY NOT NUMERIC' TO WS-DS-REFUSAL
           ELSE
               MOVE DS-SENT-DATE TO WS-DK-SENT-DATE
               MOVE DS-SOURCE TO WS-DK-SOURCE
               MOVE DS-ACCOUNT TO WS-DK-ACCOUNT
               MOVE DS-COST-CENTER TO WS-DK-COST-CTR
               MOVE DS-DECK TO WS-DK-DECK
               MOVE DS-SEQ TO WS-DK-SEQ
               PERFORM MATCH-DISPOSITION-ITEM VARYING I FROM 1 BY 1
                   UNTIL I > WS-ITEM-COUNT OR WS-ITEM-FOUND = 'Y'
           END-IF.
           IF WS-DS-REFUSAL = SPACES
               IF WS-ITEM-FOUND NOT = 'Y'
                   MOVE 'NO SUCH OPEN ITEM' TO WS-DS-REFUSAL
               ELSE
                   SET I DOWN BY 1
                   PERFORM APPLY-ONE-DISPOSITION
               END-IF
           END-IF.
           IF WS-DS-REFUSAL NOT = SPACES
               ADD 1 TO WS-DISP-REFUSED-COUNT
               DISPLAY 'DISPOSITION LINE ' WS-DS-LINE ' REFUSED - '
                   WS-DS-REFUSAL
           END-IF.
           READ CONFIRM-DISPOSITION RECORD
               AT END MOVE 'Y' TO WS-DS-EOF
           END-READ.
      *
       MATCH-DISPOSITION-ITEM.
           IF WS-IT-KEY(I) = WS-DISP-KEY
               MOVE 'Y' TO WS-ITEM-FOUND
           END-IF.
      *
       APPLY-ONE-DISPOSITION.
           IF DS-OPERATOR = SPACES
               MOVE 'OPERATOR MISSING' TO WS-DS-REFUSAL
           ELSE
               IF WS-IT-STATUS(I) = 'W'
                   ADD 1 TO WS-DISP-REPEAT-COUNT
                   MOVE DS-OPERATOR TO WS-IT-OPERATOR(I)
               ELSE
                   IF WS-IT-STATUS(I) = 'C'
                       MOVE 'ALREADY CLEARED' TO WS-DS-REFUSAL
                   ELSE
                       MOVE 'W' TO WS-IT-STATUS(I)
                       MOVE DS-REASON TO WS-IT-REASON(I)
                       MOVE WS-RUN-DATE TO WS-IT-CLEARED(I)
                       MOVE DS-OPERATOR TO WS-IT-OPERATOR(I)
                       MOVE 'Y' TO WS-IT-CHANGED(I)
                   END-IF
               END-IF
           END-IF.
      *
       REWRITE-OPEN-ITEMS.
           PERFORM REWRITE-ONE-ITEM VARYING I FROM 1 BY 1
               UNTIL I > WS-ITEM-COUNT.
      *
       REWRITE-ONE-ITEM.
           IF WS-IT-CHANGED(I) = 'Y'
               MOVE WS-IT-SENT-DATE(I) TO OI-SENT-DATE
               MOVE WS-IT-SOURCE(I) TO OI-SOURCE
               MOVE WS-IT-ACCOUNT(I) TO OI-ACCOUNT
               MOVE WS-IT-COST-CTR(I) TO OI-COST-CENTER
               MOVE WS-IT-DECK(I) TO OI-DECK
               MOVE WS-IT-SEQ(I) TO OI-SEQ
               MOVE WS-IT-AMOUNT(I) TO OI-AMOUNT
               MOVE WS-IT-CONF-AMT(I) TO OI-CONF-AMOUNT
               MOVE WS-IT-STATUS(I) TO OI-ITEM-STATUS
               MOVE WS-IT-REASON(I) TO OI-REASON
               MOVE WS-IT-ADDED(I) TO OI-ADDED
               MOVE WS-IT-CLEARED(I) TO OI-CLEARED
               WRITE OI-RECORD
                   INVALID KEY
                       REWRITE OI-RECORD
               END-WRITE
           END-IF.
      *
       WRITE-CONFIRM-REPORT.
           OPEN OUTPUT CONFIRM-REPORT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-SENT-DATE TO WS-RH-SENT-DATE.
           WRITE CONFIRM-LINE FROM WS-RPT-HEADER.
           PERFORM REPORT-ONE-ITEM VARYING I FROM 1 BY 1
               UNTIL I > WS-ITEM-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-CLOSED-TITLE.
           PERFORM REPORT-CLOSED-ITEM VARYING I FROM 1 BY 1
               UNTIL I > WS-ITEM-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CONFIRM-REPORT.
      *
      * The GL answers the morning after a posting, so a row sent
      * yesterday with no answer yet is current; two days without
      * one is a posting to chase, and a week is one the GL has
      * lost.
       REPORT-ONE-ITEM.
           IF WS-IT-STATUS(I) NOT = 'C' AND WS-IT-STATUS(I) NOT = 'W'
               MOVE WS-IT-SENT-DATE(I) TO WS-CV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CV-SERIAL TO WS-ENTRY-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               PERFORM REPORT-OPEN-ITEM
           END-IF.
      *
       REPORT-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE SPACES TO WS-RD-BAND.
           IF WS-AGE-DAYS >= 7
               ADD 1 TO WS-AGED-7-COUNT
               ADD 1 TO WS-AGED-2-COUNT
               MOVE ' 7 DAYS' TO WS-RD-BAND
           ELSE
               IF WS-AGE-DAYS >= 2
                   ADD 1 TO WS-AGED-2-COUNT
                   MOVE ' 2 DAYS' TO WS-RD-BAND
               ELSE
                   MOVE 'CURRENT' TO WS-RD-BAND
               END-IF
           END-IF.
           IF WS-IT-SOURCE(I) = 'C'
               ADD 1 TO WS-OPEN-NS-COUNT
               MOVE 'NOT SENT' TO WS-RD-STATE
           ELSE
               IF WS-IT-STATUS(I) = 'X'
                   ADD 1 TO WS-OPEN-REJ-COUNT
                   MOVE 'REJECTED' TO WS-RD-STATE
               ELSE
                   MOVE 'OPEN' TO WS-RD-STATE
               END-IF
           END-IF.
           PERFORM FORMAT-REPORT-DETAIL.
      *
      * Tonight's write-offs, the operator's id in the state column.
      * An item written off on an earlier night is no longer loaded.
       REPORT-CLOSED-ITEM.
           IF WS-IT-STATUS(I) = 'W'
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               MOVE WS-IT-SENT-DATE(I) TO WS-CV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CV-SERIAL TO WS-ENTRY-SERIAL
               COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-ENTRY-SERIAL
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               MOVE 'CLOSED' TO WS-RD-BAND
               MOVE WS-IT-OPERATOR(I) TO WS-RD-STATE
               PERFORM FORMAT-REPORT-DETAIL
           END-IF.
      *
       FORMAT-REPORT-DETAIL.
           MOVE WS-AGE-DAYS TO WS-RD-AGE.
           MOVE WS-IT-SOURCE(I) TO WS-RD-SOURCE.
           MOVE WS-IT-SENT-DATE(I) TO WS-RD-SENT-DATE.
           MOVE WS-IT-SEQ(I) TO WS-RD-SEQ.
           MOVE WS-IT-ACCOUNT(I) TO WS-RD-ACCOUNT.
           MOVE WS-IT-COST-CTR(I) TO WS-RD-COST-CTR.
           MOVE WS-IT-AMOUNT(I) TO WS-RD-AMOUNT.
           MOVE WS-IT-CONF-AMT(I) TO WS-RD-CONF-AMT.
           MOVE WS-IT-REASON(I) TO WS-RD-REASON.
           MOVE WS-IT-DECK(I) TO WS-RD-DECK.
           WRITE CONFIRM-LINE FROM WS-RPT-DETAIL.
      *
      * March-based civil day count, as in AOC1813: January and
      * February count as months 13 and 14 of the year before, and
      * (153 * (month + 1)) / 5 walks the month-length pattern.
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
           MOVE 'SENT ROWS LOADED' TO WS-RT-LABEL.
           MOVE WS-LOADED-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'SENT ROWS ALREADY ON FILE' TO WS-RT-LABEL.
           MOVE WS-ON-FILE-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CONFIRMATIONS READ' TO WS-RT-LABEL.
           MOVE WS-CONFIRM-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CONFIRMATIONS UNREADABLE' TO WS-RT-LABEL.
           MOVE WS-UNREADABLE-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ITEMS CLEARED AS POSTED' TO WS-RT-LABEL.
           MOVE WS-POSTED-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'PARTIAL CONFIRMATIONS' TO WS-RT-LABEL.
           MOVE WS-PARTIAL-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REJECTIONS RECEIVED' TO WS-RT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REPEAT CONFIRMATIONS' TO WS-RT-LABEL.
           MOVE WS-REPEAT-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CONFIRMED BUT NEVER SENT' TO WS-RT-LABEL.
           MOVE WS-NOT-SENT-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CONFIRMED AHEAD OF SEND' TO WS-RT-LABEL.
           MOVE WS-AHEAD-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ITEMS STILL OPEN' TO WS-RT-LABEL.
           MOVE WS-OPEN-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'OPEN AS REJECTED' TO WS-RT-LABEL.
           MOVE WS-OPEN-REJ-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'OPEN AS NEVER SENT' TO WS-RT-LABEL.
           MOVE WS-OPEN-NS-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'OPEN 2 DAYS OR MORE' TO WS-RT-LABEL.
           MOVE WS-AGED-2-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'OPEN 7 DAYS OR MORE' TO WS-RT-LABEL.
           MOVE WS-AGED-7-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DISPOSITIONS READ' TO WS-RT-LABEL.
           MOVE WS-DISP-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DISPOSITIONS REPEATED' TO WS-RT-LABEL.
           MOVE WS-DISP-REPEAT-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DISPOSITIONS REFUSED' TO WS-RT-LABEL.
           MOVE WS-DISP-REFUSED-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'CLOSED BY OPERATOR' TO WS-RT-LABEL.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-RT-COUNT.
           WRITE CONFIRM-LINE FROM WS-RPT-TOTAL-LINE.
