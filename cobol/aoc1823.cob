      * Advent of Code 2018, Day 1 - Inbound Format Conversion.
      *
      * Companion to AOC1801, which only reads the PUZZLE layout -
      * '+'/'-' signed clues with optional 'H'/'T' control records.
      * Some sending departments can only produce comma-separated
      * extracts (a date and a reference number on every row) or
      * fixed-width records with the amount wherever their system
      * puts it. This run turns those feeds into standard PUZZLE
      * decks, driven by one format definition per sender on the
      * 'senderformat' file, so nobody re-keys or hand-edits them.
      *
      * Each deck is wrapped in 'H'/'T' control records carrying
      * the sender's own totals row - never totals we computed - so
      * AOC1801's BALANCE-DECK-CONTROLS proves the conversion and
      * the transmission in one go: a row this run could not
      * convert leaves the deck out of balance exactly as a bad
      * clue in a native deck would. Rows that fail go to the
      * 'convreject' file in AOC1801's reject layout and onto the
      * reject suspense master, stamped with the converted deck's
      * name and the row number in the sender's file, so AOC1802
      * repairs them (REJECTFILE=convreject) like any other reject.
      * AOC1801 rewrites its own 'reject' file every night, which is
      * why conversion rejects keep a file of their own. A report
      * of every deck converted, every row rejected and the totals
      * goes to 'convreport'.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1823.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * One line per sender - how to find the amount, date,
      * reference and totals row in what they send. Defaults to
      * 'senderformat', overridden with a SENDERFORMAT environment
      * variable. Lines starting '*' are comments.
           SELECT SENDER-FORMAT ASSIGN TO WS-FORMAT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SF-STATUS.
      *
      * Tonight's conversions, one per line: the sending department
      * (DM-DEPT, which picks the format), the file as received and
      * the PUZZLE deck to build from it. Defaults to 'convertlist',
      * overridden with a CONVERTLIST environment variable.
           SELECT CONVERT-LIST ASSIGN TO WS-CONVERT-LIST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-STATUS.
      *
      * The sender's file, read twice - once for its totals row,
      * once to convert - so the deck's header can carry the
      * totals wherever in the file the sender put them.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.
      *
           SELECT CONV-DECK ASSIGN TO WS-DECK-OUT-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECK-STATUS.
      *
      * Same layout AOC1801's PUZZLE-REJECT writes, so AOC1802's
      * REJECT-FILE reads it unchanged. Defaults to 'convreject',
      * overridden with a CONVREJECT environment variable.
           SELECT CONV-REJECT ASSIGN TO WS-CONV-REJECT-FILE
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      * The cross-run reject suspense master AOC1801 posts its own
      * rejects to - conversion runs ahead of the night's streams,
      * so it always posts to the master itself, never a delta.
           SELECT REJ-SUSPENSE ASSIGN TO 'rejsuspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-KEY
           FILE STATUS IS WS-RSP-STATUS.
      *
           SELECT CONV-REPORT ASSIGN TO 'convreport'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * Positions are field numbers for a comma-separated sender
      * ('C') and column numbers for a fixed-width one ('F'), where
      * the length says how many columns the item takes (at most
      * 40). A zero date or reference position means the sender
      * sends none. The amount sign is 'L' leading or 'T' trailing;
      * no sign at all is a credit either way. The totals row is the
      * one carrying SF-TOT-TAG at SF-TAG-POS, with the sender's row
      * count and amount total where the count and sum positions
      * say.
       FD SENDER-FORMAT
          LABEL RECORDS ARE OMITTED.
       01 FORMAT-RECORD.
         05 SF-SENDER          PIC X(4).
         05 FILLER             PIC X(1).
         05 SF-LAYOUT          PIC X.
         05 FILLER             PIC X(1).
         05 SF-DELIM           PIC X.
         05 FILLER             PIC X(1).
         05 SF-SKIP-ROWS       PIC 9(2).
         05 FILLER             PIC X(1).
         05 SF-AMT-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-AMT-LEN         PIC 9(2).
         05 FILLER             PIC X(1).
         05 SF-SIGN            PIC X.
         05 FILLER             PIC X(1).
         05 SF-DATE-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-DATE-LEN        PIC 9(2).
         05 FILLER             PIC X(1).
         05 SF-REF-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-REF-LEN         PIC 9(2).
         05 FILLER             PIC X(1).
         05 SF-TOT-TAG         PIC X(8).
         05 FILLER             PIC X(1).
         05 SF-TAG-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-TCNT-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-TCNT-LEN        PIC 9(2).
         05 FILLER             PIC X(1).
         05 SF-TSUM-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 SF-TSUM-LEN        PIC 9(2).
         05 FILLER             PIC X(19).
      *
       FD CONVERT-LIST
          LABEL RECORDS ARE OMITTED.
       01 CONVERT-LIST-RECORD.
         05 CL-SENDER          PIC X(4).
         05 FILLER             PIC X(1).
         05 CL-INBOUND         PIC X(100).
         05 FILLER             PIC X(1).
         05 CL-DECK            PIC X(100).
      *
       FD INBOUND-FILE
          LABEL RECORDS ARE OMITTED.
       01 IN-ROW               PIC X(500).
      *
       FD CONV-DECK
          LABEL RECORDS ARE OMITTED.
       01 DECK-RECORD          PIC X(19).
      *
       FD CONV-REJECT
          LABEL RECORDS ARE OMITTED.
       01 REJECT-RECORD.
         05 REJECT-DECK-NAME   PIC X(100).
         05 FILLER             PIC X(1)  VALUE SPACE.
         05 REJECT-LINE        PIC 9(6).
         05 FILLER             PIC X(1)  VALUE SPACE.
         05 REJECT-CLUE        PIC X(7).
         05 FILLER             PIC X(3)  VALUE SPACES.
         05 REJECT-REASON      PIC X(30).
      *
      * Same record AOC1801's POST-REJECT-SUSPENSE writes.
       FD REJ-SUSPENSE.
       01 RSP-RECORD.
         05 RSP-KEY.
           10 RSP-DECK         PIC X(100).
           10 RSP-LINE         PIC 9(6).
         05 RSP-CLUE           PIC X(7).
         05 RSP-REASON         PIC X(30).
         05 RSP-STATUS         PIC X.
         05 RSP-ADDED          PIC 9(8).
         05 RSP-CLEARED        PIC 9(8).
      *
       FD CONV-REPORT
          LABEL RECORDS ARE OMITTED.
       01 REPORT-LINE          PIC X(170).
      *
       WORKING-STORAGE SECTION.
       01 WS-FORMAT-FILE       PIC X(100)   VALUE 'senderformat'.
       01 WS-CONVERT-LIST-FILE PIC X(100)   VALUE 'convertlist'.
       01 WS-CONV-REJECT-FILE  PIC X(100)   VALUE 'convreject'.
       01 WS-INBOUND-FILE      PIC X(100)   VALUE SPACES.
       01 WS-DECK-OUT-FILE     PIC X(100)   VALUE SPACES.
       01 WS-SF-STATUS         PIC X(2)     VALUE '00'.
       01 WS-CL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-IN-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DECK-STATUS       PIC X(2)     VALUE '00'.
       01 WS-RSP-STATUS        PIC X(2)     VALUE '00'.
       01 WS-SF-EOF            PIC X        VALUE 'N'.
       01 WS-CL-EOF            PIC X        VALUE 'N'.
       01 WS-IN-EOF            PIC X        VALUE 'N'.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
      *
      * Every sender's definition, held as the line image so the
      * one in use can be laid back over WS-CUR-FORMAT. Fifty
      * sending departments is far more than the shop has.
       01 WS-FORMAT-TABLE.
         05 WS-FT-COUNT        PIC 9(2)     VALUE 0.
         05 WS-FT-IMAGE        PIC X(80)
                                OCCURS 50 TIMES
                                INDEXED BY S.
       01 WS-FORMAT-LINE-NO    PIC 9(4)     VALUE 0.
       01 WS-FORMAT-ERROR      PIC X(40)    VALUE SPACES.
       01 WS-FORMAT-FOUND      PIC X        VALUE 'N'.
      *
      * The definition for the deck in hand - same layout as
      * FORMAT-RECORD.
       01 WS-CUR-FORMAT.
         05 CF-SENDER          PIC X(4).
         05 FILLER             PIC X(1).
         05 CF-LAYOUT          PIC X.
         05 FILLER             PIC X(1).
         05 CF-DELIM           PIC X.
         05 FILLER             PIC X(1).
         05 CF-SKIP-ROWS       PIC 9(2).
         05 FILLER             PIC X(1).
         05 CF-AMT-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-AMT-LEN         PIC 9(2).
         05 FILLER             PIC X(1).
         05 CF-SIGN            PIC X.
         05 FILLER             PIC X(1).
         05 CF-DATE-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-DATE-LEN        PIC 9(2).
         05 FILLER             PIC X(1).
         05 CF-REF-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-REF-LEN         PIC 9(2).
         05 FILLER             PIC X(1).
         05 CF-TOT-TAG         PIC X(8).
         05 FILLER             PIC X(1).
         05 CF-TAG-POS         PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-TCNT-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-TCNT-LEN        PIC 9(2).
         05 FILLER             PIC X(1).
         05 CF-TSUM-POS        PIC 9(3).
         05 FILLER             PIC X(1).
         05 CF-TSUM-LEN        PIC 9(2).
         05 FILLER             PIC X(19).
       01 WS-TAG-LEN           PIC 9(2)     VALUE 0.
       01 WS-TAG-IDX           PIC 9(2)     VALUE 0.
      *
      * The row in hand: its number in the sender's file, how far
      * it really runs, what kind of row it is ('S' heading row
      * skipped, 'B' blank, 'T' the totals row, 'D' data) and, for
      * a comma-separated sender, its fields.
       01 WS-ROW-NO            PIC 9(6)     VALUE 0.
       01 WS-ROW-LEN           PIC 9(3)     VALUE 0.
       01 WS-ROW-IDX           PIC 9(3)     VALUE 0.
       01 WS-ROW-CHAR          PIC X        VALUE SPACE.
       01 WS-ROW-KIND          PIC X        VALUE SPACE.
       01 WS-IN-QUOTES         PIC X        VALUE 'N'.
       01 WS-CSV-COUNT         PIC 9(2)     VALUE 0.
       01 WS-CSV-LEN           PIC 9(2)     VALUE 0.
       01 WS-CSV-FIELDS.
         05 WS-CSV-FIELD       PIC X(40)    OCCURS 30 TIMES.
      *
      * One item lifted off the row, left-justified.
       01 WS-WANT-POS          PIC 9(3)     VALUE 0.
       01 WS-WANT-LEN          PIC 9(2)     VALUE 0.
       01 WS-FIELD-FOUND       PIC X        VALUE 'N'.
       01 WS-FIELD-TEXT        PIC X(40)    VALUE SPACES.
       01 WS-WORK-TEXT         PIC X(40)    VALUE SPACES.
       01 WS-LEAD              PIC 9(2)     VALUE 0.
      *
      * An amount, count or total read off the row. Spaces around
      * it, a sign where the sender puts it, thousands commas and a
      * decimal part of zeros are all tolerated; anything else is
      * named in WS-NUM-REASON. Leading zeros do not count against
      * the eleven digits a total can hold. The state runs 'B'
      * before the digits, 'D' in them, 'F' in the decimal part and
      * 'E' once the number has ended.
       01 WS-NUM-TEXT          PIC X(40)    VALUE SPACES.
       01 WS-NUM-SIGN-STYLE    PIC X        VALUE 'L'.
       01 WS-NUM-OK            PIC X        VALUE 'Y'.
       01 WS-NUM-REASON        PIC X(30)    VALUE SPACES.
       01 WS-NUM-STATE         PIC X        VALUE 'B'.
       01 WS-NUM-NEG           PIC X        VALUE 'N'.
       01 WS-NUM-SIGNS         PIC 9        VALUE 0.
       01 WS-NUM-SEEN          PIC X        VALUE 'N'.
       01 WS-NUM-DIGITS        PIC 9(2)     VALUE 0.
       01 WS-NUM-IDX           PIC 9(2)     VALUE 0.
       01 WS-NUM-CHAR          PIC X        VALUE SPACE.
       01 WS-NUM-DIGIT         PIC 9        VALUE 0.
       01 WS-NUM-ABS           PIC 9(11)    VALUE 0.
       01 WS-NUM-VALUE         PIC S9(11)   VALUE 0.
      *
       01 WS-DATE-WORK         PIC X(8)     VALUE SPACES.
      *
      * The deck in hand.
       01 WS-DECK-FAILED       PIC X        VALUE 'N'.
       01 WS-FAIL-REASON       PIC X(30)    VALUE SPACES.
       01 WS-ROW-VALID         PIC X        VALUE 'Y'.
       01 WS-ROW-REASON        PIC X(30)    VALUE SPACES.
       01 WS-REJ-TEXT          PIC X(40)    VALUE SPACES.
       01 WS-TOTALS-ROWS       PIC 9(4)     VALUE 0.
       01 WS-TOTALS-BAD        PIC X        VALUE 'N'.
       01 WS-SENDER-COUNT      PIC 9(6)     VALUE 0.
       01 WS-SENDER-HASH       PIC S9(11)   VALUE 0.
       01 WS-ROWS-READ         PIC 9(6)     VALUE 0.
       01 WS-ROWS-CONVERTED    PIC 9(6)     VALUE 0.
       01 WS-ROWS-REJECTED     PIC 9(6)     VALUE 0.
       01 WS-ROWS-SKIPPED      PIC 9(6)     VALUE 0.
       01 WS-CONV-HASH         PIC S9(11)   VALUE 0.
      *
      * Run totals.
       01 WS-DECKS-LISTED      PIC 9(4)     VALUE 0.
       01 WS-DECKS-CONVERTED   PIC 9(4)     VALUE 0.
       01 WS-DECKS-UNBALANCED  PIC 9(4)     VALUE 0.
       01 WS-DECKS-FAILED      PIC 9(4)     VALUE 0.
       01 WS-TOTAL-CONVERTED   PIC 9(6)     VALUE 0.
       01 WS-TOTAL-REJECTED    PIC 9(6)     VALUE 0.
      *
      * The converted clue under judgment, plus the same validation
      * working fields AOC1801's VALIDATE-CLUE uses - a converted
      * clue is checked against the intake rules before it is
      * written, so the deck never bounces on a clue we built.
       01 WS-CLUE-EDIT         PIC Z(5)9.
       01 WS-CLUE-SIGN         PIC X        VALUE '+'.
       01 WS-WORK-CLUE         PIC X(7).
       01 WS-RECORD-SIZE       PIC 9(4)     VALUE 0.
       01 WS-CLUE-VALID        PIC X        VALUE 'Y'.
       01 WS-CLUE-REASON       PIC X(30).
       01 WS-CLUE-IDX          PIC 9(2).
       01 WS-CLUE-CHAR         PIC X.
       01 WS-CLUE-DIGITS       PIC 9(2)     VALUE 0.
      *
      * Deck control record, same 19-byte layout AOC1801's
      * PUZZLE-CONTROL reads.
       01 WS-DECK-CONTROL.
         05 WS-DC-REC-TYPE     PIC X.
         05 WS-DC-COUNT        PIC 9(6).
         05 WS-DC-HASH         PIC S9(11) SIGN IS LEADING SEPARATE.
      *
       01 WS-RPT-DECK-LINE.
         05 WS-RPT-STATUS      PIC X(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-SENDER      PIC X(4).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RPT-DECK        PIC X(100).
       01 WS-RPT-ITEM-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-RPT-ITEM-LABEL  PIC X(16).
         05 WS-RPT-ITEM-VALUE  PIC X(100).
       01 WS-RPT-ROWS-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 FILLER             PIC X(10)    VALUE 'ROWS READ '.
         05 WS-RPT-READ        PIC ZZZZZ9.
         05 FILLER             PIC X(12)    VALUE '  CONVERTED '.
         05 WS-RPT-CONVERTED   PIC ZZZZZ9.
         05 FILLER             PIC X(11)    VALUE '  REJECTED '.
         05 WS-RPT-REJECTED    PIC ZZZZZ9.
         05 FILLER             PIC X(10)    VALUE '  SKIPPED '.
         05 WS-RPT-SKIPPED     PIC ZZZZZ9.
       01 WS-RPT-BAL-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-RPT-BAL-LABEL   PIC X(16).
         05 FILLER             PIC X(6)     VALUE 'COUNT '.
         05 WS-RPT-BAL-COUNT   PIC ZZZZZ9.
         05 FILLER             PIC X(7)     VALUE '  HASH '.
         05 WS-RPT-BAL-HASH    PIC ---,---,---,--9.
       01 WS-RPT-REJECT-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 FILLER             PIC X(11)    VALUE 'REJECT ROW '.
         05 WS-RPT-REJ-ROW     PIC ZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RPT-REJ-TEXT    PIC X(20).
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RPT-REJ-REASON  PIC X(30).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOTAL-LABEL PIC X(26).
         05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Inbound Conversion'
           PERFORM GET-PARMS.
           PERFORM LOAD-SENDER-FORMATS.
           PERFORM OPEN-CONVERSION-FILES.
           READ CONVERT-LIST RECORD
               AT END MOVE 'Y' TO WS-CL-EOF
           END-READ.
           PERFORM CONVERT-LIST-ENTRY UNTIL WS-CL-EOF = 'Y'.
           CLOSE CONVERT-LIST.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CONV-REPORT.
           CLOSE CONV-REJECT.
           CLOSE REJ-SUSPENSE.
           DISPLAY 'Decks listed:        ' WS-DECKS-LISTED.
           DISPLAY 'Decks converted:     ' WS-DECKS-CONVERTED.
           DISPLAY 'Out of balance:      ' WS-DECKS-UNBALANCED.
           DISPLAY 'Not converted:       ' WS-DECKS-FAILED.
           DISPLAY 'Rows converted:      ' WS-TOTAL-CONVERTED.
           DISPLAY 'Rows rejected:       ' WS-TOTAL-REJECTED.
           IF WS-DECKS-FAILED > 0 OR WS-DECKS-UNBALANCED > 0 OR
              WS-TOTAL-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-FORMAT-FILE FROM ENVIRONMENT 'SENDERFORMAT'
               ON EXCEPTION
                   MOVE 'senderformat' TO WS-FORMAT-FILE
           END-ACCEPT.
           ACCEPT WS-CONVERT-LIST-FILE FROM ENVIRONMENT 'CONVERTLIST'
               ON EXCEPTION
                   MOVE 'convertlist' TO WS-CONVERT-LIST-FILE
           END-ACCEPT.
           ACCEPT WS-CONV-REJECT-FILE FROM ENVIRONMENT 'CONVREJECT'
               ON EXCEPTION
                   MOVE 'convreject' TO WS-CONV-REJECT-FILE
           END-ACCEPT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
      * A definition that cannot be followed is fixed before the
      * night runs, not discovered one sender at a time - any bad
      * line stops the run.
       LOAD-SENDER-FORMATS.
           OPEN INPUT SENDER-FORMAT.
           IF WS-SF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SENDER FORMAT FILE '
                   WS-FORMAT-FILE ', STATUS ' WS-SF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SENDER-FORMAT RECORD
               AT END MOVE 'Y' TO WS-SF-EOF
           END-READ.
           PERFORM LOAD-FORMAT-ENTRY UNTIL WS-SF-EOF = 'Y'.
           CLOSE SENDER-FORMAT.
      *
       LOAD-FORMAT-ENTRY.
           ADD 1 TO WS-FORMAT-LINE-NO.
           IF FORMAT-RECORD NOT = SPACES AND
              FORMAT-RECORD(1:1) NOT = '*'
               PERFORM VALIDATE-FORMAT-LINE
               IF WS-FORMAT-ERROR NOT = SPACES
                   DISPLAY 'SENDER FORMAT LINE ' WS-FORMAT-LINE-NO
                       ' ' WS-FORMAT-ERROR
                   CLOSE SENDER-FORMAT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FT-COUNT
               SET S TO WS-FT-COUNT
               MOVE FORMAT-RECORD TO WS-FT-IMAGE(S)
           END-IF.
           READ SENDER-FORMAT RECORD
               AT END MOVE 'Y' TO WS-SF-EOF
           END-READ.
      *
       VALIDATE-FORMAT-LINE.
           MOVE SPACES TO WS-FORMAT-ERROR.
           IF SF-LAYOUT = 'C' AND SF-DELIM = SPACE
               MOVE ',' TO SF-DELIM
           END-IF.
           IF SF-SKIP-ROWS IS NOT NUMERIC OR
              SF-AMT-POS IS NOT NUMERIC OR
              SF-AMT-LEN IS NOT NUMERIC OR
              SF-DATE-POS IS NOT NUMERIC OR
              SF-DATE-LEN IS NOT NUMERIC OR
              SF-REF-POS IS NOT NUMERIC OR
              SF-REF-LEN IS NOT NUMERIC OR
              SF-TAG-POS IS NOT NUMERIC OR
              SF-TCNT-POS IS NOT NUMERIC OR
              SF-TCNT-LEN IS NOT NUMERIC OR
              SF-TSUM-POS IS NOT NUMERIC OR
              SF-TSUM-LEN IS NOT NUMERIC
               MOVE 'POSITION OR LENGTH NOT NUMERIC'
                   TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND SF-SENDER = SPACES
               MOVE 'SENDER MISSING' TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND
              SF-LAYOUT NOT = 'C' AND SF-LAYOUT NOT = 'F'
               MOVE 'LAYOUT NOT C OR F' TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND
              SF-SIGN NOT = 'L' AND SF-SIGN NOT = 'T'
               MOVE 'SIGN NOT L OR T' TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND
              (SF-AMT-POS = 0 OR SF-TOT-TAG = SPACES OR
               SF-TAG-POS = 0 OR SF-TCNT-POS = 0 OR SF-TSUM-POS = 0)
               MOVE 'AMOUNT OR TOTALS ROW NOT DEFINED'
                   TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND SF-LAYOUT = 'C' AND
              (SF-AMT-POS > 30 OR SF-DATE-POS > 30 OR
               SF-REF-POS > 30 OR SF-TAG-POS > 30 OR
               SF-TCNT-POS > 30 OR SF-TSUM-POS > 30)
               MOVE 'FIELD NUMBER OVER 30' TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND SF-LAYOUT = 'F'
               PERFORM VALIDATE-FIXED-COLUMNS
           END-IF.
           IF WS-FORMAT-ERROR = SPACES
               PERFORM CHECK-DUPLICATE-SENDER VARYING S FROM 1 BY 1
                   UNTIL S > WS-FT-COUNT
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND WS-FT-COUNT >= 50
               MOVE 'MORE THAN 50 SENDERS' TO WS-FORMAT-ERROR
           END-IF.
      *
      * A fixed-width item has to have a length and has to fit in
      * the row - and the date, if there is one, in the 8 or 10
      * columns a date takes.
       VALIDATE-FIXED-COLUMNS.
           IF SF-AMT-LEN = 0 OR SF-AMT-LEN > 40 OR
              SF-TCNT-LEN = 0 OR SF-TCNT-LEN > 40 OR
              SF-TSUM-LEN = 0 OR SF-TSUM-LEN > 40 OR
              SF-DATE-LEN > 40 OR SF-REF-LEN > 40 OR
              (SF-DATE-POS > 0 AND SF-DATE-LEN = 0) OR
              (SF-REF-POS > 0 AND SF-REF-LEN = 0)
               MOVE 'COLUMN LENGTH MISSING OR OVER 40'
                   TO WS-FORMAT-ERROR
           END-IF.
           IF WS-FORMAT-ERROR = SPACES AND
              (SF-AMT-POS + SF-AMT-LEN > 501 OR
               SF-DATE-POS + SF-DATE-LEN > 501 OR
               SF-REF-POS + SF-REF-LEN > 501 OR
               SF-TAG-POS + 8 > 501 OR
               SF-TCNT-POS + SF-TCNT-LEN > 501 OR
               SF-TSUM-POS + SF-TSUM-LEN > 501)
               MOVE 'COLUMNS RUN PAST 500' TO WS-FORMAT-ERROR
           END-IF.
      *
       CHECK-DUPLICATE-SENDER.
           IF WS-FT-IMAGE(S)(1:4) = SF-SENDER
               MOVE 'SENDER DEFINED TWICE' TO WS-FORMAT-ERROR
           END-IF.
      *
      * File status 35 on the suspense master just means the site
      * has never posted a reject yet - created on first use, same
      * as AOC1801 does it.
       OPEN-CONVERSION-FILES.
           OPEN INPUT CONVERT-LIST.
           IF WS-CL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONVERSION LIST '
                   WS-CONVERT-LIST-FILE ', STATUS ' WS-CL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REJ-SUSPENSE.
           IF WS-RSP-STATUS = '35'
               OPEN OUTPUT REJ-SUSPENSE
               CLOSE REJ-SUSPENSE
               OPEN I-O REJ-SUSPENSE
           END-IF.
           IF WS-RSP-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN REJ-SUSPENSE, STATUS '
                   WS-RSP-STATUS
               CLOSE CONVERT-LIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONV-REJECT.
           OPEN OUTPUT CONV-REPORT.
      *
       CONVERT-LIST-ENTRY.
           IF CONVERT-LIST-RECORD NOT = SPACES AND
              CONVERT-LIST-RECORD(1:1) NOT = '*'
               PERFORM CONVERT-ONE-DECK
           END-IF.
           READ CONVERT-LIST RECORD
               AT END MOVE 'Y' TO WS-CL-EOF
           END-READ.
      *
      * One sender file into one deck. Everything that would make
      * the whole file unusable - no definition, no file, no usable
      * totals row - is found before the deck is opened, so a deck
      * that cannot be built is never left half-written for the
      * night's run to pick up.
       CONVERT-ONE-DECK.
           ADD 1 TO WS-DECKS-LISTED.
           MOVE 'N' TO WS-DECK-FAILED.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 0 TO WS-ROWS-CONVERTED.
           MOVE 0 TO WS-ROWS-REJECTED.
           MOVE 0 TO WS-ROWS-SKIPPED.
           MOVE 0 TO WS-CONV-HASH.
           MOVE 0 TO WS-SENDER-COUNT.
           MOVE 0 TO WS-SENDER-HASH.
           MOVE CL-INBOUND TO WS-INBOUND-FILE.
           MOVE CL-DECK TO WS-DECK-OUT-FILE.
           MOVE 'DECK' TO WS-RPT-STATUS.
           MOVE CL-SENDER TO WS-RPT-SENDER.
           MOVE CL-DECK TO WS-RPT-DECK.
           WRITE REPORT-LINE FROM WS-RPT-DECK-LINE.
           MOVE 'INBOUND FILE' TO WS-RPT-ITEM-LABEL.
           MOVE CL-INBOUND TO WS-RPT-ITEM-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM-LINE.
           IF CL-DECK = SPACES OR CL-INBOUND = SPACES
               MOVE 'Y' TO WS-DECK-FAILED
               MOVE 'INBOUND OR DECK NAME MISSING' TO WS-FAIL-REASON
           END-IF.
           IF WS-DECK-FAILED = 'N' AND CL-DECK = CL-INBOUND
               MOVE 'Y' TO WS-DECK-FAILED
               MOVE 'DECK WOULD OVERWRITE INBOUND' TO WS-FAIL-REASON
           END-IF.
           IF WS-DECK-FAILED = 'N'
               PERFORM SELECT-SENDER-FORMAT
           END-IF.
           IF WS-DECK-FAILED = 'N'
               PERFORM FIND-SENDER-TOTALS
           END-IF.
           IF WS-DECK-FAILED = 'N'
               OPEN OUTPUT CONV-DECK
               IF WS-DECK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-DECK-FAILED
                   MOVE 'UNABLE TO OPEN DECK' TO WS-FAIL-REASON
               END-IF
           END-IF.
           IF WS-DECK-FAILED = 'N'
               PERFORM BUILD-DECK
               CLOSE CONV-DECK
           END-IF.
           PERFORM REPORT-DECK.
      *
       SELECT-SENDER-FORMAT.
           MOVE 'N' TO WS-FORMAT-FOUND.
           PERFORM MATCH-SENDER-FORMAT VARYING S FROM 1 BY 1
               UNTIL S > WS-FT-COUNT OR WS-FORMAT-FOUND = 'Y'.
           IF WS-FORMAT-FOUND = 'N'
               MOVE 'Y' TO WS-DECK-FAILED
               MOVE 'NO FORMAT FOR SENDER' TO WS-FAIL-REASON
           ELSE
               MOVE 0 TO WS-TAG-LEN
               PERFORM SIZE-TOTALS-TAG VARYING WS-TAG-IDX FROM 1 BY 1
                   UNTIL WS-TAG-IDX > 8
           END-IF.
      *
       MATCH-SENDER-FORMAT.
           IF WS-FT-IMAGE(S)(1:4) = CL-SENDER
               MOVE 'Y' TO WS-FORMAT-FOUND
               MOVE WS-FT-IMAGE(S) TO WS-CUR-FORMAT
           END-IF.
      *
       SIZE-TOTALS-TAG.
           IF CF-TOT-TAG(WS-TAG-IDX:1) NOT = SPACE
               MOVE WS-TAG-IDX TO WS-TAG-LEN
           END-IF.
      *
      * First pass - the sender's totals row, wherever it sits. One
      * and only one is the rule; a file with none, two, or one
      * that will not read as numbers cannot be proven, so it is
      * not converted at all.
       FIND-SENDER-TOTALS.
           MOVE 0 TO WS-TOTALS-ROWS.
           MOVE 'N' TO WS-TOTALS-BAD.
           OPEN INPUT INBOUND-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'Y' TO WS-DECK-FAILED
               MOVE 'INBOUND FILE NOT FOUND' TO WS-FAIL-REASON
           ELSE
               MOVE 0 TO WS-ROW-NO
               MOVE 'N' TO WS-IN-EOF
               READ INBOUND-FILE RECORD
                   AT END MOVE 'Y' TO WS-IN-EOF
               END-READ
               PERFORM SCAN-FOR-TOTALS UNTIL WS-IN-EOF = 'Y'
               CLOSE INBOUND-FILE
               IF WS-TOTALS-ROWS = 0
                   MOVE 'Y' TO WS-DECK-FAILED
                   MOVE 'SENDER TOTALS ROW MISSING' TO WS-FAIL-REASON
               END-IF
               IF WS-TOTALS-ROWS > 1
                   MOVE 'Y' TO WS-DECK-FAILED
                   MOVE 'SENDER TOTALS ROW REPEATED' TO WS-FAIL-REASON
               END-IF
               IF WS-TOTALS-ROWS = 1 AND WS-TOTALS-BAD = 'Y'
                   MOVE 'Y' TO WS-DECK-FAILED
                   MOVE 'SENDER TOTALS NOT NUMERIC' TO WS-FAIL-REASON
               END-IF
           END-IF.
      *
       SCAN-FOR-TOTALS.
           ADD 1 TO WS-ROW-NO.
           PERFORM PREPARE-ROW.
           IF WS-ROW-KIND = 'T'
               ADD 1 TO WS-TOTALS-ROWS
               IF WS-TOTALS-ROWS = 1
                   PERFORM CAPTURE-SENDER-TOTALS
               END-IF
           END-IF.
           READ INBOUND-FILE RECORD
               AT END MOVE 'Y' TO WS-IN-EOF
           END-READ.
      *
      * The count is a plain unsigned number; the amount total is
      * signed the same way the sender signs its rows. Both have to
      * fit the control record AOC1801 reads.
       CAPTURE-SENDER-TOTALS.
           MOVE CF-TCNT-POS TO WS-WANT-POS.
           MOVE CF-TCNT-LEN TO WS-WANT-LEN.
           PERFORM GET-ROW-FIELD.
           MOVE WS-FIELD-TEXT TO WS-NUM-TEXT.
           MOVE 'L' TO WS-NUM-SIGN-STYLE.
           PERFORM PARSE-NUMBER.
           IF WS-FIELD-FOUND = 'N' OR WS-NUM-OK = 'N' OR
              WS-NUM-NEG = 'Y' OR WS-NUM-ABS > 999999
               MOVE 'Y' TO WS-TOTALS-BAD
           ELSE
               MOVE WS-NUM-ABS TO WS-SENDER-COUNT
           END-IF.
           MOVE CF-TSUM-POS TO WS-WANT-POS.
           MOVE CF-TSUM-LEN TO WS-WANT-LEN.
           PERFORM GET-ROW-FIELD.
           MOVE WS-FIELD-TEXT TO WS-NUM-TEXT.
           MOVE CF-SIGN TO WS-NUM-SIGN-STYLE.
           PERFORM PARSE-NUMBER.
           IF WS-FIELD-FOUND = 'N' OR WS-NUM-OK = 'N'
               MOVE 'Y' TO WS-TOTALS-BAD
           ELSE
               MOVE WS-NUM-VALUE TO WS-SENDER-HASH
           END-IF.
      *
      * Second pass - header, one clue per good data row, trailer.
       BUILD-DECK.
           MOVE 'H' TO WS-DC-REC-TYPE.
           MOVE WS-SENDER-COUNT TO WS-DC-COUNT.
           MOVE WS-SENDER-HASH TO WS-DC-HASH.
           WRITE DECK-RECORD FROM WS-DECK-CONTROL.
           OPEN INPUT INBOUND-FILE.
           MOVE 0 TO WS-ROW-NO.
           MOVE 'N' TO WS-IN-EOF.
           READ INBOUND-FILE RECORD
               AT END MOVE 'Y' TO WS-IN-EOF
           END-READ.
           PERFORM CONVERT-INBOUND-ROW UNTIL WS-IN-EOF = 'Y'.
           CLOSE INBOUND-FILE.
           MOVE 'T' TO WS-DC-REC-TYPE.
           WRITE DECK-RECORD FROM WS-DECK-CONTROL.
      *
       CONVERT-INBOUND-ROW.
           ADD 1 TO WS-ROW-NO.
           ADD 1 TO WS-ROWS-READ.
           PERFORM PREPARE-ROW.
           IF WS-ROW-KIND = 'D'
               PERFORM CONVERT-DATA-ROW
           ELSE
               ADD 1 TO WS-ROWS-SKIPPED
           END-IF.
           READ INBOUND-FILE RECORD
               AT END MOVE 'Y' TO WS-IN-EOF
           END-READ.
      *
      * Amount first, since that is the clue; then the date and
      * reference where the sender sends them, since a row without
      * them cannot be traced back to the sender's books.
       CONVERT-DATA-ROW.
           MOVE 'Y' TO WS-ROW-VALID.
           MOVE SPACES TO WS-ROW-REASON.
           MOVE CF-AMT-POS TO WS-WANT-POS.
           MOVE CF-AMT-LEN TO WS-WANT-LEN.
           PERFORM GET-ROW-FIELD.
           MOVE WS-FIELD-TEXT TO WS-REJ-TEXT.
           IF WS-FIELD-FOUND = 'N' OR WS-FIELD-TEXT = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'AMOUNT MISSING' TO WS-ROW-REASON
           ELSE
               MOVE WS-FIELD-TEXT TO WS-NUM-TEXT
               MOVE CF-SIGN TO WS-NUM-SIGN-STYLE
               PERFORM PARSE-NUMBER
               IF WS-NUM-OK = 'N'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE WS-NUM-REASON TO WS-ROW-REASON
               ELSE
                   IF WS-NUM-ABS > 999999
                       MOVE 'N' TO WS-ROW-VALID
                       MOVE 'AMOUNT TOO LARGE FOR CLUE'
                           TO WS-ROW-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-ROW-VALID = 'Y' AND CF-DATE-POS > 0
               MOVE CF-DATE-POS TO WS-WANT-POS
               MOVE CF-DATE-LEN TO WS-WANT-LEN
               PERFORM GET-ROW-FIELD
               PERFORM CHECK-ROW-DATE
           END-IF.
           IF WS-ROW-VALID = 'Y' AND CF-REF-POS > 0
               MOVE CF-REF-POS TO WS-WANT-POS
               MOVE CF-REF-LEN TO WS-WANT-LEN
               PERFORM GET-ROW-FIELD
               IF WS-FIELD-FOUND = 'N' OR WS-FIELD-TEXT = SPACES
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'REFERENCE MISSING' TO WS-ROW-REASON
               END-IF
           END-IF.
           IF WS-ROW-VALID = 'Y'
               PERFORM BUILD-CLUE
               PERFORM SIZE-WORK-CLUE
               PERFORM VALIDATE-CLUE
               IF WS-CLUE-VALID = 'N'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE WS-CLUE-REASON TO WS-ROW-REASON
               END-IF
           END-IF.
           IF WS-ROW-VALID = 'Y'
               ADD 1 TO WS-ROWS-CONVERTED
               ADD WS-NUM-VALUE TO WS-CONV-HASH
               MOVE SPACES TO DECK-RECORD
               MOVE WS-WORK-CLUE TO DECK-RECORD
               WRITE DECK-RECORD
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.
      *
      * YYYYMMDD, or YYYY-MM-DD the way most extracts write it.
       CHECK-ROW-DATE.
           MOVE SPACES TO WS-DATE-WORK.
           IF WS-FIELD-TEXT(5:1) = '-' AND WS-FIELD-TEXT(8:1) = '-'
               IF WS-FIELD-TEXT(11:30) = SPACES
                   STRING WS-FIELD-TEXT(1:4) DELIMITED BY SIZE
                          WS-FIELD-TEXT(6:2) DELIMITED BY SIZE
                          WS-FIELD-TEXT(9:2) DELIMITED BY SIZE
                       INTO WS-DATE-WORK
               END-IF
           ELSE
               IF WS-FIELD-TEXT(9:32) = SPACES
                   MOVE WS-FIELD-TEXT(1:8) TO WS-DATE-WORK
               END-IF
           END-IF.
           IF WS-FIELD-FOUND = 'N' OR WS-FIELD-TEXT = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE 'ROW DATE MISSING' TO WS-ROW-REASON
           ELSE
               IF WS-DATE-WORK IS NOT NUMERIC OR
                  WS-DATE-WORK(5:2) < '01' OR
                  WS-DATE-WORK(5:2) > '12' OR
                  WS-DATE-WORK(7:2) < '01' OR
                  WS-DATE-WORK(7:2) > '31'
                   MOVE 'N' TO WS-ROW-VALID
                   MOVE 'ROW DATE INVALID' TO WS-ROW-REASON
               END-IF
           END-IF.
      *
      * The clue is the amount with its sign in front and no
      * leading zeros - exactly what a native sender keys.
       BUILD-CLUE.
           MOVE WS-NUM-ABS TO WS-CLUE-EDIT.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-CLUE-EDIT TALLYING WS-LEAD FOR LEADING SPACES.
           IF WS-NUM-NEG = 'Y' AND WS-NUM-ABS > 0
               MOVE '-' TO WS-CLUE-SIGN
           ELSE
               MOVE '+' TO WS-CLUE-SIGN
           END-IF.
           MOVE SPACES TO WS-WORK-CLUE.
           STRING WS-CLUE-SIGN DELIMITED BY SIZE
                  WS-CLUE-EDIT(WS-LEAD + 1:) DELIMITED BY SIZE
               INTO WS-WORK-CLUE.
      *
      * Stamped with the converted deck's name and the row's number
      * in the sender's file - that is the line AOC1802's
      * corrections quote back, and the row the sender is asked
      * about.
       WRITE-REJECT-RECORD.
           ADD 1 TO WS-ROWS-REJECTED.
           MOVE SPACES TO REJECT-RECORD.
           MOVE CL-DECK TO REJECT-DECK-NAME.
           MOVE WS-ROW-NO TO REJECT-LINE.
           MOVE WS-REJ-TEXT(1:7) TO REJECT-CLUE.
           MOVE WS-ROW-REASON TO REJECT-REASON.
           WRITE REJECT-RECORD.
           PERFORM POST-REJECT-SUSPENSE.
           MOVE WS-ROW-NO TO WS-RPT-REJ-ROW.
           MOVE WS-REJ-TEXT TO WS-RPT-REJ-TEXT.
           MOVE WS-ROW-REASON TO WS-RPT-REJ-REASON.
           WRITE REPORT-LINE FROM WS-RPT-REJECT-LINE.
      *
      * Same rules as AOC1801's POST-REJECT-SUSPENSE: an entry
      * still open keeps its original added date, a cleared one
      * reopens fresh.
       POST-REJECT-SUSPENSE.
           MOVE CL-DECK TO RSP-DECK.
           MOVE WS-ROW-NO TO RSP-LINE.
           READ REJ-SUSPENSE KEY IS RSP-KEY
               INVALID KEY
                   MOVE REJECT-CLUE TO RSP-CLUE
                   MOVE WS-ROW-REASON TO RSP-REASON
                   MOVE 'O' TO RSP-STATUS
                   MOVE WS-RUN-DATE TO RSP-ADDED
                   MOVE 0 TO RSP-CLEARED
                   WRITE RSP-RECORD
               NOT INVALID KEY
                   MOVE REJECT-CLUE TO RSP-CLUE
                   MOVE WS-ROW-REASON TO RSP-REASON
                   IF RSP-STATUS = 'C'
                       MOVE 'O' TO RSP-STATUS
                       MOVE WS-RUN-DATE TO RSP-ADDED
                       MOVE 0 TO RSP-CLEARED
                   END-IF
                   REWRITE RSP-RECORD
           END-READ.
      *
      * The close of the deck's block on the report - its rejected
      * rows were listed under the deck line as they were found. A
      * deck whose rows do not add up to the sender's totals is
      * still written - AOC1801 will quarantine it, and the report
      * says so tonight rather than leaving ops to find out from
      * the balancing report.
       REPORT-DECK.
           MOVE 'RESULT' TO WS-RPT-ITEM-LABEL.
           IF WS-DECK-FAILED = 'Y'
               ADD 1 TO WS-DECKS-FAILED
               MOVE 'NOT CONVERTED' TO WS-RPT-ITEM-VALUE
           ELSE
               ADD 1 TO WS-DECKS-CONVERTED
               ADD WS-ROWS-CONVERTED TO WS-TOTAL-CONVERTED
               ADD WS-ROWS-REJECTED TO WS-TOTAL-REJECTED
               IF WS-ROWS-CONVERTED NOT = WS-SENDER-COUNT OR
                  WS-CONV-HASH NOT = WS-SENDER-HASH
                   ADD 1 TO WS-DECKS-UNBALANCED
                   MOVE 'OUT OF BALANCE - AOC1801 WILL QUARANTINE'
                       TO WS-RPT-ITEM-VALUE
               ELSE
                   MOVE 'CONVERTED' TO WS-RPT-ITEM-VALUE
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-ITEM-LINE.
           IF WS-DECK-FAILED = 'Y'
               MOVE 'REASON' TO WS-RPT-ITEM-LABEL
               MOVE WS-FAIL-REASON TO WS-RPT-ITEM-VALUE
               WRITE REPORT-LINE FROM WS-RPT-ITEM-LINE
           ELSE
               MOVE WS-ROWS-READ TO WS-RPT-READ
               MOVE WS-ROWS-CONVERTED TO WS-RPT-CONVERTED
               MOVE WS-ROWS-REJECTED TO WS-RPT-REJECTED
               MOVE WS-ROWS-SKIPPED TO WS-RPT-SKIPPED
               WRITE REPORT-LINE FROM WS-RPT-ROWS-LINE
               MOVE 'SENDER TOTALS' TO WS-RPT-BAL-LABEL
               MOVE WS-SENDER-COUNT TO WS-RPT-BAL-COUNT
               MOVE WS-SENDER-HASH TO WS-RPT-BAL-HASH
               WRITE REPORT-LINE FROM WS-RPT-BAL-LINE
               MOVE 'CONVERTED' TO WS-RPT-BAL-LABEL
               MOVE WS-ROWS-CONVERTED TO WS-RPT-BAL-COUNT
               MOVE WS-CONV-HASH TO WS-RPT-BAL-HASH
               WRITE REPORT-LINE FROM WS-RPT-BAL-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-TOTALS.
           MOVE 'DECKS LISTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-LISTED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS CONVERTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-CONVERTED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS OUT OF BALANCE' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-UNBALANCED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS NOT CONVERTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-FAILED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ROWS CONVERTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-CONVERTED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'ROWS REJECTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-REJECTED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
      *
      * Row handling - classifying a row and lifting items off it.
       PREPARE-ROW.
           PERFORM SIZE-ROW.
           IF CF-LAYOUT = 'C'
               PERFORM SPLIT-CSV-ROW
           END-IF.
           IF WS-ROW-NO <= CF-SKIP-ROWS
               MOVE 'S' TO WS-ROW-KIND
           ELSE
               IF WS-ROW-LEN = 0
                   MOVE 'B' TO WS-ROW-KIND
               ELSE
                   MOVE CF-TAG-POS TO WS-WANT-POS
                   MOVE WS-TAG-LEN TO WS-WANT-LEN
                   PERFORM GET-ROW-FIELD
                   IF WS-FIELD-FOUND = 'Y' AND
                      WS-FIELD-TEXT = CF-TOT-TAG
                       MOVE 'T' TO WS-ROW-KIND
                   ELSE
                       MOVE 'D' TO WS-ROW-KIND
                   END-IF
               END-IF
           END-IF.
      *
      * A line sequential row arrives padded with spaces - its real
      * length is up to the last non-space character.
       SIZE-ROW.
           MOVE 0 TO WS-ROW-LEN.
           PERFORM SIZE-ROW-CHAR VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 500.
      *
       SIZE-ROW-CHAR.
           IF IN-ROW(WS-ROW-IDX:1) NOT = SPACE
               MOVE WS-ROW-IDX TO WS-ROW-LEN
           END-IF.
      *
      * Fields split on the sender's delimiter, except inside double
      * quotes, which are dropped. A field keeps its first 40
      * characters; fields past the thirtieth are ignored.
       SPLIT-CSV-ROW.
           MOVE SPACES TO WS-CSV-FIELDS.
           MOVE 1 TO WS-CSV-COUNT.
           MOVE 0 TO WS-CSV-LEN.
           MOVE 'N' TO WS-IN-QUOTES.
           PERFORM SPLIT-CSV-CHAR VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-LEN.
      *
       SPLIT-CSV-CHAR.
           MOVE IN-ROW(WS-ROW-IDX:1) TO WS-ROW-CHAR.
           IF WS-ROW-CHAR = '"'
               IF WS-IN-QUOTES = 'Y'
                   MOVE 'N' TO WS-IN-QUOTES
               ELSE
                   MOVE 'Y' TO WS-IN-QUOTES
               END-IF
           ELSE
               IF WS-ROW-CHAR = CF-DELIM AND WS-IN-QUOTES = 'N'
                   IF WS-CSV-COUNT < 30
                       ADD 1 TO WS-CSV-COUNT
                       MOVE 0 TO WS-CSV-LEN
                   ELSE
                       MOVE 40 TO WS-CSV-LEN
                   END-IF
               ELSE
                   IF WS-CSV-LEN < 40
                       ADD 1 TO WS-CSV-LEN
                       MOVE WS-ROW-CHAR TO
                           WS-CSV-FIELD(WS-CSV-COUNT)(WS-CSV-LEN:1)
                   END-IF
               END-IF
           END-IF.
      *
      * Field WS-WANT-POS of a comma-separated row, or WS-WANT-LEN
      * columns from column WS-WANT-POS of a fixed-width one.
       GET-ROW-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE 'Y' TO WS-FIELD-FOUND.
           IF CF-LAYOUT = 'C'
               IF WS-WANT-POS > WS-CSV-COUNT
                   MOVE 'N' TO WS-FIELD-FOUND
               ELSE
                   MOVE WS-CSV-FIELD(WS-WANT-POS) TO WS-FIELD-TEXT
               END-IF
           ELSE
               IF WS-WANT-POS > WS-ROW-LEN
                   MOVE 'N' TO WS-FIELD-FOUND
               ELSE
                   MOVE IN-ROW(WS-WANT-POS:WS-WANT-LEN)
                       TO WS-FIELD-TEXT
               END-IF
           END-IF.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-FIELD-TEXT TALLYING WS-LEAD FOR LEADING SPACES.
           IF WS-LEAD > 0 AND WS-LEAD < 40
               MOVE WS-FIELD-TEXT(WS-LEAD + 1:) TO WS-WORK-TEXT
               MOVE WS-WORK-TEXT TO WS-FIELD-TEXT
           END-IF.
      *
       PARSE-NUMBER.
           MOVE 'Y' TO WS-NUM-OK.
           MOVE SPACES TO WS-NUM-REASON.
           MOVE 'B' TO WS-NUM-STATE.
           MOVE 'N' TO WS-NUM-NEG.
           MOVE 0 TO WS-NUM-SIGNS.
           MOVE 0 TO WS-NUM-DIGITS.
           MOVE 'N' TO WS-NUM-SEEN.
           MOVE 0 TO WS-NUM-ABS.
           MOVE 0 TO WS-NUM-VALUE.
           PERFORM PARSE-NUMBER-CHAR VARYING WS-NUM-IDX FROM 1 BY 1
               UNTIL WS-NUM-IDX > 40 OR WS-NUM-OK = 'N'.
           IF WS-NUM-OK = 'Y' AND WS-NUM-SEEN = 'N'
               MOVE 'N' TO WS-NUM-OK
               MOVE 'AMOUNT MISSING' TO WS-NUM-REASON
           END-IF.
           IF WS-NUM-OK = 'Y'
               IF WS-NUM-NEG = 'Y'
                   COMPUTE WS-NUM-VALUE = 0 - WS-NUM-ABS
               ELSE
                   MOVE WS-NUM-ABS TO WS-NUM-VALUE
               END-IF
           END-IF.
      *
       PARSE-NUMBER-CHAR.
           MOVE WS-NUM-TEXT(WS-NUM-IDX:1) TO WS-NUM-CHAR.
           IF WS-NUM-CHAR = SPACE
               IF WS-NUM-STATE = 'D' OR WS-NUM-STATE = 'F'
                   MOVE 'E' TO WS-NUM-STATE
               END-IF
           ELSE
               IF WS-NUM-CHAR = '+' OR WS-NUM-CHAR = '-'
                   PERFORM TAKE-NUMBER-SIGN
               ELSE
                   IF WS-NUM-CHAR IS NUMERIC
                       PERFORM TAKE-NUMBER-DIGIT
                   ELSE
                       IF WS-NUM-CHAR = ',' AND WS-NUM-STATE = 'D'
                           CONTINUE
                       ELSE
                           IF WS-NUM-CHAR = '.' AND
                              (WS-NUM-STATE = 'B' OR
                               WS-NUM-STATE = 'D')
                               MOVE 'F' TO WS-NUM-STATE
                           ELSE
                               MOVE 'N' TO WS-NUM-OK
                               MOVE 'AMOUNT NOT NUMERIC'
                                   TO WS-NUM-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * One sign, and only where this sender puts it.
       TAKE-NUMBER-SIGN.
           IF WS-NUM-SIGNS > 0
               MOVE 'N' TO WS-NUM-OK
               MOVE 'AMOUNT SIGN REPEATED' TO WS-NUM-REASON
           ELSE
               IF (WS-NUM-STATE = 'B' AND WS-NUM-SIGN-STYLE = 'T') OR
                  (WS-NUM-STATE NOT = 'B' AND WS-NUM-SIGN-STYLE = 'L')
                   MOVE 'N' TO WS-NUM-OK
                   MOVE 'AMOUNT SIGN MISPLACED' TO WS-NUM-REASON
               ELSE
                   ADD 1 TO WS-NUM-SIGNS
                   IF WS-NUM-CHAR = '-'
                       MOVE 'Y' TO WS-NUM-NEG
                   END-IF
                   IF WS-NUM-STATE NOT = 'B'
                       MOVE 'E' TO WS-NUM-STATE
                   END-IF
               END-IF
           END-IF.
      *
       TAKE-NUMBER-DIGIT.
           IF WS-NUM-STATE = 'B' OR WS-NUM-STATE = 'D'
               IF WS-NUM-DIGITS >= 11
                   MOVE 'N' TO WS-NUM-OK
                   MOVE 'AMOUNT TOO LARGE' TO WS-NUM-REASON
               ELSE
                   MOVE WS-NUM-CHAR TO WS-NUM-DIGIT
                   COMPUTE WS-NUM-ABS = WS-NUM-ABS * 10 + WS-NUM-DIGIT
                   IF WS-NUM-ABS > 0
                       ADD 1 TO WS-NUM-DIGITS
                   END-IF
                   MOVE 'Y' TO WS-NUM-SEEN
                   MOVE 'D' TO WS-NUM-STATE
               END-IF
           ELSE
               IF WS-NUM-STATE = 'F'
                   IF WS-NUM-CHAR NOT = '0'
                       MOVE 'N' TO WS-NUM-OK
                       MOVE 'AMOUNT NOT A WHOLE NUMBER'
                           TO WS-NUM-REASON
                   END-IF
               ELSE
                   MOVE 'N' TO WS-NUM-OK
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-NUM-REASON
               END-IF
           END-IF.
      *
      * The built clue has no trailing spaces worth counting - its
      * effective record size is up to the last non-space character.
       SIZE-WORK-CLUE.
           MOVE 0 TO WS-RECORD-SIZE.
           PERFORM SIZE-WORK-CLUE-CHAR VARYING WS-CLUE-IDX
               FROM 1 BY 1 UNTIL WS-CLUE-IDX > 7.
      *
       SIZE-WORK-CLUE-CHAR.
           IF WS-WORK-CLUE(WS-CLUE-IDX:1) NOT = SPACE
               MOVE WS-CLUE-IDX TO WS-RECORD-SIZE
           END-IF.
      *
      * Same leading-sign-plus-digits rules AOC1801 applies on
      * intake.
       VALIDATE-CLUE.
           MOVE 'Y' TO WS-CLUE-VALID.
           MOVE SPACES TO WS-CLUE-REASON.
           MOVE 0 TO WS-CLUE-DIGITS.
           IF WS-RECORD-SIZE < 2
               MOVE 'N' TO WS-CLUE-VALID
               MOVE 'RECORD TOO SHORT' TO WS-CLUE-REASON
           ELSE
               IF WS-WORK-CLUE(1:1) NOT = '+' AND
                  WS-WORK-CLUE(1:1) NOT = '-'
                   MOVE 'N' TO WS-CLUE-VALID
                   MOVE 'MISSING LEADING SIGN' TO WS-CLUE-REASON
               END-IF
           END-IF.
           IF WS-CLUE-VALID = 'Y'
               PERFORM CHECK-CLUE-DIGIT VARYING WS-CLUE-IDX FROM 2 BY 1
                       UNTIL WS-CLUE-IDX > WS-RECORD-SIZE
               IF WS-CLUE-VALID = 'Y' AND WS-CLUE-DIGITS = 0
                   MOVE 'N' TO WS-CLUE-VALID
                   MOVE 'NO DIGITS IN CLUE' TO WS-CLUE-REASON
               END-IF
           END-IF.
      *
      * One character of the clue body per call - same out-of-line
      * PERFORM style AOC1801's VALIDATE-CLUE uses.
       CHECK-CLUE-DIGIT.
           MOVE WS-WORK-CLUE(WS-CLUE-IDX:1) TO WS-CLUE-CHAR.
           IF WS-CLUE-CHAR IS NUMERIC
               ADD 1 TO WS-CLUE-DIGITS
           ELSE
               MOVE 'N' TO WS-CLUE-VALID
               MOVE 'NON-NUMERIC CLUE BODY' TO WS-CLUE-REASON
           END-IF.
