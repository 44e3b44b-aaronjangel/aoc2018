      * Advent of Code 2018, Day 1 - Deck Status Inquiry.
      *
      * Companion to AOC1801 and everything that keeps a record of
      * what it did. "What happened to my deck" used to mean
      * opening the journal, the hold queue, the ack file, the
      * profile master, the reject suspense and the archive catalog
      * one at a time. This inquiry answers it on one sheet per
      * deck on 'deckstatus', in four parts: the deck master's
      * attributes and schedule (and any change waiting on
      * AOC1821's approval); the latest journal outcome with its
      * clue, reject and pass counts; any open hold and any open
      * suspense rejects; and the last acknowledgment sent, the GL
      * amounts and account the deck last posted to, and its recent
      * profile history.
      *
      * One deck is asked about with a DECKNAME environment
      * variable, optionally as of an INQDATE (YYYYMMDD - history
      * after that date is ignored); otherwise every line of the
      * 'deckinquiry' file (DECKINQUIRY) gets a sheet, which is how
      * the month-end department packs are run. Journal, ack and GL
      * history come from the night's files if they are still in
      * place and from AOC1807's dated generations behind them, the
      * same every-stream-slot way AOC1814 chases them. The hold
      * queue keeps no history, so an as-of sheet still shows the
      * holds open today.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1822.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Bulk requests, one per line: the deck name and an optional
      * as-of date. Defaults to 'deckinquiry', overridden with a
      * DECKINQUIRY environment variable; not read at all when
      * DECKNAME names a single deck.
           SELECT INQUIRY-FILE ASSIGN TO WS-INQUIRY-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IQ-STATUS.
      *
      * Read-only, same as AOC1812's walk.
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
           SELECT PENDING-CHANGES ASSIGN TO 'deckpending'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-PENDING-ID
           FILE STATUS IS WS-PD-STATUS.
      *
           SELECT DECK-PROFILE ASSIGN TO 'deckprofile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-KEY
           FILE STATUS IS WS-DP-STATUS.
      *
           SELECT REJ-SUSPENSE ASSIGN TO 'rejsuspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-KEY
           FILE STATUS IS WS-RSP-STATUS.
      *
      * The generation catalog exactly as AOC1807 maintains it -
      * one archived run date per line, oldest first.
           SELECT ARCH-CAT ASSIGN TO 'archcat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
      *
      * One journal, ack, interface or hold queue file at a time -
      * the name rebuilt per file kind, generation and stream slot.
           SELECT SCAN-IN ASSIGN TO WS-SCAN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAN-STATUS.
      *
           SELECT STATUS-SHEET ASSIGN TO 'deckstatus'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-FILE
          LABEL RECORDS ARE OMITTED.
       01 INQUIRY-RECORD.
         05 IQ-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 IQ-AS-OF           PIC X(8).
      *
      * Same record AOC1808's maintenance transactions build.
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
      * Same record AOC1801's WRITE-DECK-PROFILE writes.
       FD DECK-PROFILE.
       01 DP-RECORD.
         05 DP-KEY.
           10 DP-DECK-NAME     PIC X(100).
           10 DP-RUN-DATE      PIC 9(8).
         05 DP-CLUE-COUNT      PIC 9(6).
         05 DP-REJECT-COUNT    PIC 9(6).
         05 DP-POS-COUNT       PIC 9(6).
         05 DP-NEG-COUNT       PIC 9(6).
         05 DP-MAX-SHIFT       PIC 9(9).
         05 DP-MIN-FREQ        PIC S9(9).
         05 DP-MAX-FREQ        PIC S9(9).
         05 DP-NET-DRIFT       PIC S9(9).
         05 DP-PASSES          PIC 9(6).
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
       FD ARCH-CAT
          LABEL RECORDS ARE OMITTED.
       01 ARCH-CAT-RECORD      PIC 9(8).
      *
      * One record area, four shapes - which applies is decided by
      * the scan kind, never by the data. The journal, ack and
      * interface layouts are the deck lines AOC1801 writes; the
      * hold queue is WRITE-HOLD-QUEUE's.
       FD SCAN-IN
          LABEL RECORDS ARE OMITTED.
       01 SCAN-RECORD          PIC X(200).
       01 SCAN-JOURNAL-RECORD.
         05 SJ-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SJ-NUM             PIC X(3).
         05 FILLER             PIC X(1).
         05 SJ-NAME            PIC X(100).
         05 FILLER             PIC X(1).
         05 SJ-START-DATE      PIC 9(8).
         05 FILLER             PIC X(1).
         05 SJ-START-TIME      PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-END-DATE        PIC 9(8).
         05 FILLER             PIC X(1).
         05 SJ-END-TIME        PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-REJECTS         PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-PASSES          PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-OUTCOME         PIC X(12).
         05 FILLER             PIC X(28).
       01 SCAN-ACK-RECORD.
         05 SA-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SA-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 SA-STATUS          PIC X(12).
         05 FILLER             PIC X(1).
         05 SA-COUNT           PIC 9(6).
         05 FILLER             PIC X(1).
         05 SA-HASH            PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 SA-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 SA-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 SA-REASON          PIC X(30).
         05 FILLER             PIC X(18).
       01 SCAN-GL-RECORD.
         05 SG-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SG-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 SG-PART1-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 SG-PART1-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(2).
         05 SG-PART2-RAN       PIC X.
         05 FILLER             PIC X(1).
         05 SG-PART2-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 SG-ACCOUNT         PIC X(8).
         05 FILLER             PIC X(1).
         05 SG-COST-CENTER     PIC X(6).
         05 FILLER             PIC X(52).
       01 SCAN-HOLD-RECORD.
         05 SH-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 SH-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 SH-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-REJECTS         PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-MIN-CLUES       PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-MAX-CLUES       PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-MAX-REJECTS     PIC 9(4).
         05 FILLER             PIC X(1).
         05 SH-REASON          PIC X(30).
         05 FILLER             PIC X(20).
      *
       FD STATUS-SHEET
          LABEL RECORDS ARE OMITTED.
       01 SHEET-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-INQUIRY-FILE      PIC X(100)   VALUE 'deckinquiry'.
       01 WS-SCAN-FILE         PIC X(100)   VALUE SPACES.
       01 WS-IQ-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PD-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DP-STATUS         PIC X(2)     VALUE '00'.
       01 WS-RSP-STATUS        PIC X(2)     VALUE '00'.
       01 WS-CAT-STATUS        PIC X(2)     VALUE '00'.
       01 WS-SCAN-STATUS       PIC X(2)     VALUE '00'.
       01 WS-IQ-EOF            PIC X        VALUE 'N'.
       01 WS-CAT-EOF           PIC X        VALUE 'N'.
       01 WS-SCAN-EOF          PIC X        VALUE 'N'.
       01 WS-WALK-EOF          PIC X        VALUE 'N'.
      *
      * Which optional masters this site has - a missing one is
      * reported on the sheet, not treated as an error.
       01 WS-MASTER-PRESENT    PIC X        VALUE 'N'.
       01 WS-PENDING-PRESENT   PIC X        VALUE 'N'.
       01 WS-PROFILE-PRESENT   PIC X        VALUE 'N'.
       01 WS-SUSPENSE-PRESENT  PIC X        VALUE 'N'.
      *
       01 WS-SINGLE-DECK       PIC X(100)   VALUE SPACES.
       01 WS-SINGLE-AS-OF      PIC X(8)     VALUE SPACES.
       01 WS-TODAY             PIC 9(8)     VALUE 0.
      *
      * The deck in hand and the date the sheet is as of.
       01 WS-DECK              PIC X(100)   VALUE SPACES.
       01 WS-AS-OF-X           PIC X(8)     VALUE SPACES.
       01 WS-AS-OF             PIC 9(8)     VALUE 0.
       01 WS-AS-OF-NOTE        PIC X(30)    VALUE SPACES.
      *
      * The catalog in storage. Same 200-entry bound AOC1807
      * enforces. Searches walk it newest first.
       01 WS-CAT-TABLE.
         05 WS-CAT-COUNT       PIC 9(3)     VALUE 0.
         05 WS-CAT-DATE        PIC 9(8)
                                OCCURS 200 TIMES
                                INDEXED BY C.
      *
      * A history search: WS-SCAN-KIND picks the file and match
      * rule - 'J' journal, 'A' ack, 'G' interface, 'H' hold queue.
      * Position 0 is the files still in place from the last run,
      * positions 1 up the cataloged generations newest first; the
      * search stops at the first position that yields a hit, and
      * remembers where, so the interface can be looked for in the
      * run the journal line came from and the ones before it.
       01 WS-SCAN-KIND         PIC X        VALUE SPACE.
       01 WS-SCAN-BASE         PIC X(12)    VALUE SPACES.
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
       01 WS-GEN-DATE          PIC 9(8)     VALUE 0.
       01 WS-POS               PIC 9(3)     VALUE 0.
       01 WS-START-POS         PIC 9(3)     VALUE 0.
       01 WS-HIT-POS           PIC 9(3)     VALUE 0.
       01 WS-HIT-FOUND         PIC X        VALUE 'N'.
       01 WS-HIT-FILE          PIC X(100)   VALUE SPACES.
       01 WS-HIT-STAMP         PIC 9(14)    VALUE 0.
       01 WS-REC-STAMP         PIC 9(14)    VALUE 0.
       01 WS-JOURNAL-POS       PIC 9(3)     VALUE 0.
      *
      * What the searches found.
       01 WS-LAST-JOURNAL.
         05 WS-LJ-FOUND        PIC X.
         05 WS-LJ-FILE         PIC X(100).
         05 WS-LJ-START-DATE   PIC 9(8).
         05 WS-LJ-START-TIME   PIC 9(6).
         05 WS-LJ-END-DATE     PIC 9(8).
         05 WS-LJ-END-TIME     PIC 9(6).
         05 WS-LJ-CLUES        PIC 9(6).
         05 WS-LJ-REJECTS      PIC 9(6).
         05 WS-LJ-PASSES       PIC 9(6).
         05 WS-LJ-OUTCOME      PIC X(12).
       01 WS-LAST-ACK.
         05 WS-LA-FOUND        PIC X.
         05 WS-LA-FILE         PIC X(100).
         05 WS-LA-STATUS       PIC X(12).
         05 WS-LA-COUNT        PIC 9(6).
         05 WS-LA-HASH         PIC S9(11).
         05 WS-LA-DATE         PIC 9(8).
         05 WS-LA-TIME         PIC 9(6).
         05 WS-LA-REASON       PIC X(30).
       01 WS-LAST-GL.
         05 WS-LG-FOUND        PIC X.
         05 WS-LG-FILE         PIC X(100).
         05 WS-LG-PART1-RAN    PIC X.
         05 WS-LG-PART1-FREQ   PIC S9(11).
         05 WS-LG-PART2-RAN    PIC X.
         05 WS-LG-PART2-FREQ   PIC S9(11).
         05 WS-LG-ACCOUNT      PIC X(8).
         05 WS-LG-COST-CENTER  PIC X(6).
      *
      * The deck's most recent profile entries up to the as-of
      * date, oldest first - kept as a sliding window of five.
       01 WS-PROFILE-TABLE.
         05 WS-PR-COUNT        PIC 9(2)     VALUE 0.
         05 WS-PR-ENTRY        OCCURS 5 TIMES INDEXED BY P.
           10 WS-PR-DATE       PIC 9(8).
           10 WS-PR-CLUES      PIC 9(6).
           10 WS-PR-REJECTS    PIC 9(6).
           10 WS-PR-PASSES     PIC 9(6).
           10 WS-PR-MIN-FREQ   PIC S9(9).
           10 WS-PR-MAX-FREQ   PIC S9(9).
           10 WS-PR-NET-DRIFT  PIC S9(9).
      *
       01 WS-HOLD-COUNT        PIC 9(4)     VALUE 0.
       01 WS-SUSP-COUNT        PIC 9(6)     VALUE 0.
       01 WS-SUSP-LISTED       PIC 9(2)     VALUE 0.
       01 WS-PENDING-COUNT     PIC 9(3)     VALUE 0.
      *
       01 WS-SHEETS            PIC 9(4)     VALUE 0.
       01 WS-NOT-ON-MASTER     PIC 9(4)     VALUE 0.
       01 WS-BAD-DATES         PIC 9(4)     VALUE 0.
      *
       01 WS-SH-HEADER.
         05 FILLER             PIC X(20)    VALUE
             'DECK STATUS SHEET - '.
         05 WS-SHH-DECK        PIC X(100).
       01 WS-SH-ASOF.
         05 FILLER             PIC X(20)    VALUE 'AS OF'.
         05 WS-SHA-DATE        PIC 9(8).
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SHA-NOTE        PIC X(30).
       01 WS-SH-PART           PIC X(132)   VALUE SPACES.
      * A label and a value - most of the sheet is this shape.
       01 WS-SH-ITEM.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-SHI-LABEL       PIC X(22).
         05 WS-SHI-VALUE       PIC X(100).
       01 WS-EDIT-COUNT        PIC ZZZ,ZZ9.
       01 WS-EDIT-COUNT-R REDEFINES WS-EDIT-COUNT
                               PIC X(7).
       01 WS-EDIT-AMOUNT       PIC ---,---,---,--9.
       01 WS-EDIT-AMOUNT-R REDEFINES WS-EDIT-AMOUNT
                               PIC X(15).
       01 WS-EDIT-DAY          PIC Z9.
       01 WS-EDIT-DAY-R REDEFINES WS-EDIT-DAY
                               PIC X(2).
       01 WS-SH-HOLD.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 FILLER             PIC X(9)     VALUE 'HELD     '.
         05 WS-SHD-DATE        PIC 9(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHD-TIME        PIC 9(6).
         05 FILLER             PIC X(8)     VALUE '  CLUES '.
         05 WS-SHD-CLUES       PIC ZZZZZ9.
         05 FILLER             PIC X(10)    VALUE '  REJECTS '.
         05 WS-SHD-REJECTS     PIC ZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SHD-REASON      PIC X(30).
       01 WS-SH-SUSP.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 FILLER             PIC X(9)     VALUE 'REJECT   '.
         05 WS-SHS-LINE        PIC ZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHS-CLUE        PIC X(7).
         05 FILLER             PIC X(8)     VALUE '  ADDED '.
         05 WS-SHS-ADDED       PIC 9(8).
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SHS-REASON      PIC X(30).
       01 WS-SH-PROFILE-HEAD.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 FILLER             PIC X(50)    VALUE
             'RUN DATE    CLUES REJECTS PASSES   MIN FREQ   MAX '.
         05 FILLER             PIC X(20)    VALUE
             'FREQ  NET DRIFT     '.
       01 WS-SH-PROFILE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-SHP-DATE        PIC 9(8).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHP-CLUES       PIC ZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-SHP-REJECTS     PIC ZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHP-PASSES      PIC ZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHP-MIN         PIC -(9)9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHP-MAX         PIC -(9)9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-SHP-DRIFT       PIC -(9)9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Deck Status Inquiry'
           PERFORM GET-PARMS.
           PERFORM LOAD-CATALOG.
           PERFORM OPEN-MASTERS.
           OPEN OUTPUT STATUS-SHEET.
           IF WS-SINGLE-DECK NOT = SPACES
               MOVE WS-SINGLE-DECK TO WS-DECK
               MOVE WS-SINGLE-AS-OF TO WS-AS-OF-X
               PERFORM PRODUCE-STATUS-SHEET
           ELSE
               PERFORM SERVE-INQUIRY-FILE
           END-IF.
           CLOSE STATUS-SHEET.
           PERFORM CLOSE-MASTERS.
           DISPLAY 'Sheets produced:     ' WS-SHEETS.
           DISPLAY 'Not on deck master:  ' WS-NOT-ON-MASTER.
           DISPLAY 'Bad as-of dates:     ' WS-BAD-DATES.
           IF WS-NOT-ON-MASTER > 0 OR WS-BAD-DATES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-SINGLE-DECK FROM ENVIRONMENT 'DECKNAME'
               ON EXCEPTION
                   MOVE SPACES TO WS-SINGLE-DECK
           END-ACCEPT.
           ACCEPT WS-SINGLE-AS-OF FROM ENVIRONMENT 'INQDATE'
               ON EXCEPTION
                   MOVE SPACES TO WS-SINGLE-AS-OF
           END-ACCEPT.
           ACCEPT WS-INQUIRY-FILE FROM ENVIRONMENT 'DECKINQUIRY'
               ON EXCEPTION
                   MOVE 'deckinquiry' TO WS-INQUIRY-FILE
           END-ACCEPT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *
      * No catalog just means nothing has ever been archived - the
      * searches fall back on whatever the last run left in place.
       LOAD-CATALOG.
           OPEN INPUT ARCH-CAT.
           IF WS-CAT-STATUS = '00'
               READ ARCH-CAT RECORD
                   AT END MOVE 'Y' TO WS-CAT-EOF
               END-READ
               PERFORM LOAD-CATALOG-ENTRY UNTIL WS-CAT-EOF = 'Y'
               CLOSE ARCH-CAT
           END-IF.
      *
       LOAD-CATALOG-ENTRY.
           IF WS-CAT-COUNT >= 200
               DISPLAY 'ARCHIVE CATALOG FULL - PURGE BY HAND'
               CLOSE ARCH-CAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           SET C TO WS-CAT-COUNT.
           MOVE ARCH-CAT-RECORD TO WS-CAT-DATE(C).
           READ ARCH-CAT RECORD
               AT END MOVE 'Y' TO WS-CAT-EOF
           END-READ.
      *
       OPEN-MASTERS.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-PRESENT
           END-IF.
           OPEN INPUT PENDING-CHANGES.
           IF WS-PD-STATUS = '00'
               MOVE 'Y' TO WS-PENDING-PRESENT
           END-IF.
           OPEN INPUT DECK-PROFILE.
           IF WS-DP-STATUS = '00'
               MOVE 'Y' TO WS-PROFILE-PRESENT
           END-IF.
           OPEN INPUT REJ-SUSPENSE.
           IF WS-RSP-STATUS = '00'
               MOVE 'Y' TO WS-SUSPENSE-PRESENT
           END-IF.
      *
       CLOSE-MASTERS.
           IF WS-MASTER-PRESENT = 'Y'
               CLOSE DECK-MASTER
           END-IF.
           IF WS-PENDING-PRESENT = 'Y'
               CLOSE PENDING-CHANGES
           END-IF.
           IF WS-PROFILE-PRESENT = 'Y'
               CLOSE DECK-PROFILE
           END-IF.
           IF WS-SUSPENSE-PRESENT = 'Y'
               CLOSE REJ-SUSPENSE
           END-IF.
      *
      * A bulk run with no request file is a run somebody forgot to
      * feed - abort loudly rather than hand over an empty pack.
       SERVE-INQUIRY-FILE.
           OPEN INPUT INQUIRY-FILE.
           IF WS-IQ-STATUS NOT = '00'
               DISPLAY 'NO DECKNAME AND UNABLE TO OPEN INQUIRY FILE '
                   WS-INQUIRY-FILE ', STATUS ' WS-IQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ INQUIRY-FILE RECORD
               AT END MOVE 'Y' TO WS-IQ-EOF
           END-READ.
           PERFORM SERVE-ONE-INQUIRY UNTIL WS-IQ-EOF = 'Y'.
           CLOSE INQUIRY-FILE.
      *
       SERVE-ONE-INQUIRY.
           IF IQ-DECK-NAME NOT = SPACES
               MOVE IQ-DECK-NAME TO WS-DECK
               MOVE IQ-AS-OF TO WS-AS-OF-X
               PERFORM PRODUCE-STATUS-SHEET
           END-IF.
           READ INQUIRY-FILE RECORD
               AT END MOVE 'Y' TO WS-IQ-EOF
           END-READ.
      *
      * One deck, one sheet, each on its own page.
       PRODUCE-STATUS-SHEET.
           PERFORM SET-AS-OF-DATE.
           ADD 1 TO WS-SHEETS.
           MOVE WS-DECK TO WS-SHH-DECK.
           IF WS-SHEETS = 1
               WRITE SHEET-LINE FROM WS-SH-HEADER
           ELSE
               WRITE SHEET-LINE FROM WS-SH-HEADER
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-AS-OF TO WS-SHA-DATE.
           MOVE WS-AS-OF-NOTE TO WS-SHA-NOTE.
           WRITE SHEET-LINE FROM WS-SH-ASOF.
           PERFORM SHEET-MASTER-PART.
           PERFORM SHEET-JOURNAL-PART.
           PERFORM SHEET-OPEN-ITEMS-PART.
           PERFORM SHEET-POSTING-PART.
      *
      * Blank means today; anything that is not a plausible date is
      * answered as of today and said so on the sheet.
       SET-AS-OF-DATE.
           MOVE SPACES TO WS-AS-OF-NOTE.
           IF WS-AS-OF-X = SPACES
               MOVE WS-TODAY TO WS-AS-OF
           ELSE
               IF WS-AS-OF-X IS NUMERIC AND
                  WS-AS-OF-X(5:2) >= '01' AND
                  WS-AS-OF-X(5:2) <= '12' AND
                  WS-AS-OF-X(7:2) >= '01' AND
                  WS-AS-OF-X(7:2) <= '31'
                   MOVE WS-AS-OF-X TO WS-AS-OF
               ELSE
                   MOVE WS-TODAY TO WS-AS-OF
                   MOVE 'REQUESTED DATE INVALID' TO WS-AS-OF-NOTE
                   ADD 1 TO WS-BAD-DATES
               END-IF
           END-IF.
      *
      * Part one - what the deck control master says about the deck.
       SHEET-MASTER-PART.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE '1. DECK MASTER' TO WS-SH-PART.
           WRITE SHEET-LINE FROM WS-SH-PART.
           MOVE 'N' TO WS-WALK-EOF.
           IF WS-MASTER-PRESENT = 'Y'
               MOVE WS-DECK TO DM-DECK-NAME
               READ DECK-MASTER KEY IS DM-DECK-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-READ
           ELSE
               MOVE 'Y' TO WS-WALK-EOF
           END-IF.
           IF WS-WALK-EOF = 'Y'
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE 'STATUS' TO WS-SHI-LABEL
               MOVE 'NOT ON DECK MASTER - UNCONTROLLED DECK'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           ELSE
               PERFORM WRITE-MASTER-ITEMS
           END-IF.
           PERFORM COUNT-PENDING-CHANGES.
           IF WS-PENDING-COUNT > 0
               MOVE 'PENDING CHANGE' TO WS-SHI-LABEL
               MOVE 'AWAITING APPROVAL - SEE AOC1821 REPORT'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           END-IF.
      *
       WRITE-MASTER-ITEMS.
           MOVE 'DEPARTMENT' TO WS-SHI-LABEL.
           MOVE DM-DEPT TO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'GL ACCOUNT / COST CTR' TO WS-SHI-LABEL.
           MOVE SPACES TO WS-SHI-VALUE.
           STRING DM-GL-ACCOUNT DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  DM-COST-CENTER DELIMITED BY SIZE
               INTO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'CLUE RANGE' TO WS-SHI-LABEL.
           MOVE SPACES TO WS-SHI-VALUE.
           STRING DM-MIN-CLUES DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  DM-MAX-CLUES DELIMITED BY SIZE
               INTO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'MAXIMUM REJECTS' TO WS-SHI-LABEL.
           MOVE DM-MAX-REJECTS TO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'SCHEDULE' TO WS-SHI-LABEL.
           MOVE DM-SCHED-DAY TO WS-EDIT-DAY.
           MOVE SPACES TO WS-SHI-VALUE.
           IF DM-SCHED-FREQ = 'D'
               MOVE 'DUE DAILY' TO WS-SHI-VALUE
           END-IF.
           IF DM-SCHED-FREQ = 'W'
               STRING 'DUE WEEKLY ON DAY ' DELIMITED BY SIZE
                      WS-EDIT-DAY-R DELIMITED BY SIZE
                      ' (1 = MONDAY)' DELIMITED BY SIZE
                   INTO WS-SHI-VALUE
           END-IF.
           IF DM-SCHED-FREQ = 'M'
               STRING 'DUE MONTHLY ON DAY ' DELIMITED BY SIZE
                      WS-EDIT-DAY-R DELIMITED BY SIZE
                   INTO WS-SHI-VALUE
           END-IF.
           IF WS-SHI-VALUE = SPACES
               MOVE 'NOT SCHEDULED' TO WS-SHI-VALUE
           END-IF.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'RUN PRIORITY' TO WS-SHI-LABEL.
           IF DM-PRIORITY = 0
               MOVE 'NONE GIVEN' TO WS-SHI-VALUE
           ELSE
               MOVE DM-PRIORITY TO WS-SHI-VALUE
           END-IF.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
      *
       COUNT-PENDING-CHANGES.
           MOVE 0 TO WS-PENDING-COUNT.
           IF WS-PENDING-PRESENT = 'Y'
               MOVE 'N' TO WS-WALK-EOF
               MOVE LOW-VALUES TO PD-PENDING-ID
               START PENDING-CHANGES
                   KEY IS NOT LESS THAN PD-PENDING-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-START
               PERFORM COUNT-PENDING-ENTRY UNTIL WS-WALK-EOF = 'Y'
           END-IF.
      *
       COUNT-PENDING-ENTRY.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WALK-EOF
           END-READ.
           IF WS-WALK-EOF NOT = 'Y'
               IF PD-STATUS = 'P' AND PD-DECK-NAME = WS-DECK
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF.
      *
      * Part two - the latest journal outcome on or before the date.
       SHEET-JOURNAL-PART.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE '2. LATEST RUN JOURNAL OUTCOME' TO WS-SH-PART.
           WRITE SHEET-LINE FROM WS-SH-PART.
           MOVE 'N' TO WS-LJ-FOUND.
           MOVE 'J' TO WS-SCAN-KIND.
           MOVE 'runjournal' TO WS-SCAN-BASE.
           MOVE 0 TO WS-START-POS.
           PERFORM SEARCH-HISTORY.
           MOVE WS-HIT-POS TO WS-JOURNAL-POS.
           IF WS-LJ-FOUND = 'N'
               MOVE 'STATUS' TO WS-SHI-LABEL
               MOVE 'NO JOURNAL ENTRY IN THE RETAINED GENERATIONS'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           ELSE
               MOVE 'OUTCOME' TO WS-SHI-LABEL
               MOVE WS-LJ-OUTCOME TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               MOVE 'PROCESSED' TO WS-SHI-LABEL
               MOVE SPACES TO WS-SHI-VALUE
               STRING WS-LJ-START-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LJ-START-TIME DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-LJ-END-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LJ-END-TIME DELIMITED BY SIZE
                   INTO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               MOVE 'CLUES' TO WS-SHI-LABEL
               MOVE WS-LJ-CLUES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT-R TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               MOVE 'REJECTS' TO WS-SHI-LABEL
               MOVE WS-LJ-REJECTS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT-R TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               MOVE 'PASSES' TO WS-SHI-LABEL
               MOVE WS-LJ-PASSES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT-R TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               MOVE 'FROM' TO WS-SHI-LABEL
               MOVE WS-LJ-FILE TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           END-IF.
      *
      * Part three - what is still open against the deck.
       SHEET-OPEN-ITEMS-PART.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE '3. OPEN HOLDS AND SUSPENSE REJECTS' TO WS-SH-PART.
           WRITE SHEET-LINE FROM WS-SH-PART.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 'H' TO WS-SCAN-KIND.
           MOVE 'holdqueue' TO WS-SCAN-BASE.
           MOVE 0 TO WS-GEN-DATE.
           PERFORM SCAN-CURRENT-SET.
           IF WS-HOLD-COUNT = 0
               MOVE 'HOLDS' TO WS-SHI-LABEL
               MOVE 'NONE ON THE HOLD QUEUE TODAY' TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           END-IF.
           MOVE 0 TO WS-SUSP-COUNT.
           MOVE 0 TO WS-SUSP-LISTED.
           IF WS-SUSPENSE-PRESENT = 'Y'
               MOVE 'N' TO WS-WALK-EOF
               MOVE WS-DECK TO RSP-DECK
               MOVE 0 TO RSP-LINE
               START REJ-SUSPENSE KEY IS NOT LESS THAN RSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-START
               PERFORM LIST-SUSPENSE-ENTRY UNTIL WS-WALK-EOF = 'Y'
           END-IF.
           MOVE 'SUSPENSE REJECTS OPEN' TO WS-SHI-LABEL.
           MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-SHI-VALUE.
           IF WS-SUSP-COUNT > WS-SUSP-LISTED
               STRING WS-EDIT-COUNT-R DELIMITED BY SIZE
                      ' (FIRST 10 LISTED)' DELIMITED BY SIZE
                   INTO WS-SHI-VALUE
           ELSE
               MOVE WS-EDIT-COUNT-R TO WS-SHI-VALUE
           END-IF.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
      *
      * A reject was open on the as-of date if it had been posted
      * by then and was not cleared until after it.
       LIST-SUSPENSE-ENTRY.
           READ REJ-SUSPENSE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WALK-EOF
           END-READ.
           IF WS-WALK-EOF NOT = 'Y'
               IF RSP-DECK NOT = WS-DECK
                   MOVE 'Y' TO WS-WALK-EOF
               END-IF
           END-IF.
           IF WS-WALK-EOF NOT = 'Y' AND RSP-ADDED <= WS-AS-OF
               IF RSP-STATUS = 'O' OR RSP-CLEARED > WS-AS-OF
                   ADD 1 TO WS-SUSP-COUNT
                   IF WS-SUSP-LISTED < 10
                       ADD 1 TO WS-SUSP-LISTED
                       MOVE RSP-LINE TO WS-SHS-LINE
                       MOVE RSP-CLUE TO WS-SHS-CLUE
                       MOVE RSP-ADDED TO WS-SHS-ADDED
                       MOVE RSP-REASON TO WS-SHS-REASON
                       WRITE SHEET-LINE FROM WS-SH-SUSP
                   END-IF
               END-IF
           END-IF.
      *
      * Part four - what the sender was told, what posted, and the
      * deck's recent shape.
       SHEET-POSTING-PART.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE '4. ACKNOWLEDGMENT, GL POSTING AND PROFILE HISTORY'
               TO WS-SH-PART.
           WRITE SHEET-LINE FROM WS-SH-PART.
           MOVE 'N' TO WS-LA-FOUND.
           MOVE 'A' TO WS-SCAN-KIND.
           MOVE 'deckack' TO WS-SCAN-BASE.
           MOVE 0 TO WS-START-POS.
           PERFORM SEARCH-HISTORY.
           IF WS-LA-FOUND = 'N'
               MOVE 'LAST ACKNOWLEDGMENT' TO WS-SHI-LABEL
               MOVE 'NONE IN THE RETAINED GENERATIONS'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           ELSE
               PERFORM WRITE-ACK-ITEMS
           END-IF.
      * The interface row is looked for in the run the journal line
      * came from first, then in the runs before it - a deck that
      * was quarantined last night last posted some earlier night.
           MOVE 'N' TO WS-LG-FOUND.
           MOVE 'G' TO WS-SCAN-KIND.
           MOVE 'glinterface' TO WS-SCAN-BASE.
           MOVE WS-JOURNAL-POS TO WS-START-POS.
           PERFORM SEARCH-HISTORY.
           IF WS-LG-FOUND = 'N'
               MOVE 'LAST GL POSTING' TO WS-SHI-LABEL
               MOVE 'NONE IN THE RETAINED GENERATIONS'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           ELSE
               PERFORM WRITE-GL-ITEMS
           END-IF.
           PERFORM LOAD-PROFILE-HISTORY.
           IF WS-PR-COUNT = 0
               MOVE 'PROFILE HISTORY' TO WS-SHI-LABEL
               MOVE 'NONE ON THE DECK PROFILE MASTER'
                   TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           ELSE
               MOVE 'PROFILE HISTORY' TO WS-SHI-LABEL
               MOVE 'MOST RECENT FIRST' TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
               WRITE SHEET-LINE FROM WS-SH-PROFILE-HEAD
               PERFORM WRITE-PROFILE-LINE VARYING P FROM WS-PR-COUNT
                   BY -1 UNTIL P < 1
           END-IF.
      *
       WRITE-ACK-ITEMS.
           MOVE 'LAST ACKNOWLEDGMENT' TO WS-SHI-LABEL.
           MOVE SPACES TO WS-SHI-VALUE.
           STRING WS-LA-STATUS DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  WS-LA-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LA-TIME DELIMITED BY SIZE
               INTO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           IF WS-LA-REASON NOT = SPACES
               MOVE 'ACK REASON' TO WS-SHI-LABEL
               MOVE WS-LA-REASON TO WS-SHI-VALUE
               WRITE SHEET-LINE FROM WS-SH-ITEM
           END-IF.
           MOVE 'ACK COUNT / HASH' TO WS-SHI-LABEL.
           MOVE WS-LA-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LA-HASH TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-SHI-VALUE.
           STRING WS-EDIT-COUNT-R DELIMITED BY SIZE
                  ' / ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT-R DELIMITED BY SIZE
               INTO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
      *
       WRITE-GL-ITEMS.
           MOVE 'LAST GL POSTING' TO WS-SHI-LABEL.
           MOVE SPACES TO WS-SHI-VALUE.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  WS-LG-ACCOUNT DELIMITED BY SIZE
                  ' COST CENTER ' DELIMITED BY SIZE
                  WS-LG-COST-CENTER DELIMITED BY SIZE
               INTO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'PART 1 AMOUNT' TO WS-SHI-LABEL.
           IF WS-LG-PART1-RAN = 'Y'
               MOVE WS-LG-PART1-FREQ TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT-R TO WS-SHI-VALUE
           ELSE
               MOVE 'NOT RUN' TO WS-SHI-VALUE
           END-IF.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'PART 2 AMOUNT' TO WS-SHI-LABEL.
           IF WS-LG-PART2-RAN = 'Y'
               MOVE WS-LG-PART2-FREQ TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT-R TO WS-SHI-VALUE
           ELSE
               MOVE 'NOT RUN' TO WS-SHI-VALUE
           END-IF.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
           MOVE 'FROM' TO WS-SHI-LABEL.
           MOVE WS-LG-FILE TO WS-SHI-VALUE.
           WRITE SHEET-LINE FROM WS-SH-ITEM.
      *
      * The profile is keyed deck then run date, so the deck's
      * entries come back oldest first; the window keeps the last
      * five on or before the as-of date.
       LOAD-PROFILE-HISTORY.
           MOVE 0 TO WS-PR-COUNT.
           IF WS-PROFILE-PRESENT = 'Y'
               MOVE 'N' TO WS-WALK-EOF
               MOVE WS-DECK TO DP-DECK-NAME
               MOVE 0 TO DP-RUN-DATE
               START DECK-PROFILE KEY IS NOT LESS THAN DP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-START
               PERFORM LOAD-PROFILE-ENTRY UNTIL WS-WALK-EOF = 'Y'
           END-IF.
      *
       LOAD-PROFILE-ENTRY.
           READ DECK-PROFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WALK-EOF
           END-READ.
           IF WS-WALK-EOF NOT = 'Y'
               IF DP-DECK-NAME NOT = WS-DECK OR
                  DP-RUN-DATE > WS-AS-OF
                   MOVE 'Y' TO WS-WALK-EOF
               END-IF
           END-IF.
           IF WS-WALK-EOF NOT = 'Y'
               IF WS-PR-COUNT >= 5
                   PERFORM SLIDE-PROFILE-WINDOW VARYING P FROM 1 BY 1
                       UNTIL P > 4
               ELSE
                   ADD 1 TO WS-PR-COUNT
               END-IF
               SET P TO WS-PR-COUNT
               MOVE DP-RUN-DATE TO WS-PR-DATE(P)
               MOVE DP-CLUE-COUNT TO WS-PR-CLUES(P)
               MOVE DP-REJECT-COUNT TO WS-PR-REJECTS(P)
               MOVE DP-PASSES TO WS-PR-PASSES(P)
               MOVE DP-MIN-FREQ TO WS-PR-MIN-FREQ(P)
               MOVE DP-MAX-FREQ TO WS-PR-MAX-FREQ(P)
               MOVE DP-NET-DRIFT TO WS-PR-NET-DRIFT(P)
           END-IF.
      *
       SLIDE-PROFILE-WINDOW.
           MOVE WS-PR-ENTRY(P + 1) TO WS-PR-ENTRY(P).
      *
       WRITE-PROFILE-LINE.
           MOVE WS-PR-DATE(P) TO WS-SHP-DATE.
           MOVE WS-PR-CLUES(P) TO WS-SHP-CLUES.
           MOVE WS-PR-REJECTS(P) TO WS-SHP-REJECTS.
           MOVE WS-PR-PASSES(P) TO WS-SHP-PASSES.
           MOVE WS-PR-MIN-FREQ(P) TO WS-SHP-MIN.
           MOVE WS-PR-MAX-FREQ(P) TO WS-SHP-MAX.
           MOVE WS-PR-NET-DRIFT(P) TO WS-SHP-DRIFT.
           WRITE SHEET-LINE FROM WS-SH-PROFILE.
      *
      * History search, shared by the journal, ack and interface
      * parts. Positions run newest to oldest from WS-START-POS:
      * position 0 is the files still in place from the last run
      * (only consulted for a sheet as of today), position n the
      * catalog's nth newest generation. The first position with a
      * hit ends the search.
       SEARCH-HISTORY.
           MOVE 'N' TO WS-HIT-FOUND.
           MOVE 0 TO WS-HIT-STAMP.
           MOVE 0 TO WS-HIT-POS.
           PERFORM SEARCH-ONE-POSITION
               VARYING WS-POS FROM WS-START-POS BY 1
               UNTIL WS-POS > WS-CAT-COUNT OR WS-HIT-FOUND = 'Y'.
      *
       SEARCH-ONE-POSITION.
           IF WS-POS = 0
               IF WS-AS-OF = WS-TODAY
                   MOVE 0 TO WS-GEN-DATE
                   PERFORM SCAN-CURRENT-SET
               END-IF
           ELSE
               COMPUTE WS-GEN-DATE =
                   WS-CAT-DATE(WS-CAT-COUNT - WS-POS + 1)
               PERFORM SCAN-GENERATION-SET
           END-IF.
           IF WS-HIT-FOUND = 'Y'
               MOVE WS-POS TO WS-HIT-POS
           END-IF.
      *
      * The unqualified file an unsplit run (or AOC1806's merge)
      * leaves, then every possible stream slot - opening a name
      * that was never written costs nothing, same trade AOC1814
      * makes.
       SCAN-CURRENT-SET.
           MOVE 0 TO WS-STREAM-NUM.
           PERFORM SCAN-CURRENT-FILE.
           PERFORM SCAN-CURRENT-FILE
               VARYING WS-STREAM-NUM FROM 1 BY 1
               UNTIL WS-STREAM-NUM > 50.
      *
       SCAN-CURRENT-FILE.
           MOVE SPACES TO WS-SCAN-FILE.
           IF WS-STREAM-NUM = 0
               MOVE WS-SCAN-BASE TO WS-SCAN-FILE
           ELSE
               STRING WS-SCAN-BASE DELIMITED BY SPACE
                      WS-STREAM-NUM DELIMITED BY SIZE
                   INTO WS-SCAN-FILE
           END-IF.
           PERFORM SCAN-ONE-FILE.
      *
       SCAN-GENERATION-SET.
           MOVE 0 TO WS-STREAM-NUM.
           PERFORM SCAN-GENERATION-FILE.
           PERFORM SCAN-GENERATION-FILE
               VARYING WS-STREAM-NUM FROM 1 BY 1
               UNTIL WS-STREAM-NUM > 50.
      *
       SCAN-GENERATION-FILE.
           MOVE SPACES TO WS-SCAN-FILE.
           IF WS-STREAM-NUM = 0
               STRING WS-SCAN-BASE DELIMITED BY SPACE
                      '.D' DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-SCAN-FILE
           ELSE
               STRING WS-SCAN-BASE DELIMITED BY SPACE
                      WS-STREAM-NUM DELIMITED BY SIZE
                      '.D' DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-SCAN-FILE
           END-IF.
           PERFORM SCAN-ONE-FILE.
      *
       SCAN-ONE-FILE.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT SCAN-IN.
           IF WS-SCAN-STATUS = '00'
               READ SCAN-IN RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               PERFORM JUDGE-SCAN-RECORD UNTIL WS-SCAN-EOF = 'Y'
               CLOSE SCAN-IN
           END-IF.
      *
       JUDGE-SCAN-RECORD.
           IF WS-SCAN-KIND = 'J'
               PERFORM JUDGE-JOURNAL-RECORD
           END-IF.
           IF WS-SCAN-KIND = 'A'
               PERFORM JUDGE-ACK-RECORD
           END-IF.
           IF WS-SCAN-KIND = 'G'
               PERFORM JUDGE-GL-RECORD
           END-IF.
           IF WS-SCAN-KIND = 'H'
               PERFORM JUDGE-HOLD-RECORD
           END-IF.
           READ SCAN-IN RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
      *
      * The latest deck line ended on or before the as-of date -
      * a split run's stream journal and the merged journal both
      * carry it, and either will do.
       JUDGE-JOURNAL-RECORD.
           IF SJ-REC-TYPE = 'D' AND SJ-NAME = WS-DECK AND
              SJ-END-DATE IS NUMERIC AND SJ-END-TIME IS NUMERIC
              AND SJ-END-DATE <= WS-AS-OF
               COMPUTE WS-REC-STAMP =
                   SJ-END-DATE * 1000000 + SJ-END-TIME
               IF WS-REC-STAMP > WS-HIT-STAMP
                   MOVE 'Y' TO WS-HIT-FOUND
                   MOVE WS-REC-STAMP TO WS-HIT-STAMP
                   MOVE 'Y' TO WS-LJ-FOUND
                   MOVE WS-SCAN-FILE TO WS-LJ-FILE
                   MOVE SJ-START-DATE TO WS-LJ-START-DATE
                   MOVE SJ-START-TIME TO WS-LJ-START-TIME
                   MOVE SJ-END-DATE TO WS-LJ-END-DATE
                   MOVE SJ-END-TIME TO WS-LJ-END-TIME
                   MOVE SJ-CLUES TO WS-LJ-CLUES
                   MOVE SJ-REJECTS TO WS-LJ-REJECTS
                   MOVE SJ-PASSES TO WS-LJ-PASSES
                   MOVE SJ-OUTCOME TO WS-LJ-OUTCOME
               END-IF
           END-IF.
      *
       JUDGE-ACK-RECORD.
           IF SA-REC-TYPE = 'D' AND SA-DECK-NAME = WS-DECK AND
              SA-DATE IS NUMERIC AND SA-TIME IS NUMERIC AND
              SA-DATE <= WS-AS-OF
               COMPUTE WS-REC-STAMP = SA-DATE * 1000000 + SA-TIME
               IF WS-REC-STAMP > WS-HIT-STAMP
                   MOVE 'Y' TO WS-HIT-FOUND
                   MOVE WS-REC-STAMP TO WS-HIT-STAMP
                   MOVE 'Y' TO WS-LA-FOUND
                   MOVE WS-SCAN-FILE TO WS-LA-FILE
                   MOVE SA-STATUS TO WS-LA-STATUS
                   MOVE SA-COUNT TO WS-LA-COUNT
                   MOVE SA-HASH TO WS-LA-HASH
                   MOVE SA-DATE TO WS-LA-DATE
                   MOVE SA-TIME TO WS-LA-TIME
                   MOVE SA-REASON TO WS-LA-REASON
               END-IF
           END-IF.
      *
      * Interface rows carry no date of their own - the position
      * the search is at already puts them on or before the date.
       JUDGE-GL-RECORD.
           IF SG-REC-TYPE = 'D' AND SG-DECK-NAME = WS-DECK AND
              WS-HIT-FOUND = 'N'
               MOVE 'Y' TO WS-HIT-FOUND
               MOVE 'Y' TO WS-LG-FOUND
               MOVE WS-SCAN-FILE TO WS-LG-FILE
               MOVE SG-PART1-RAN TO WS-LG-PART1-RAN
               MOVE SG-PART1-FREQ TO WS-LG-PART1-FREQ
               MOVE SG-PART2-RAN TO WS-LG-PART2-RAN
               MOVE SG-PART2-FREQ TO WS-LG-PART2-FREQ
               MOVE SG-ACCOUNT TO WS-LG-ACCOUNT
               MOVE SG-COST-CENTER TO WS-LG-COST-CENTER
           END-IF.
      *
       JUDGE-HOLD-RECORD.
           IF SH-DECK-NAME = WS-DECK
               ADD 1 TO WS-HOLD-COUNT
               MOVE SH-DATE TO WS-SHD-DATE
               MOVE SH-TIME TO WS-SHD-TIME
               MOVE SH-CLUES TO WS-SHD-CLUES
               MOVE SH-REJECTS TO WS-SHD-REJECTS
               MOVE SH-REASON TO WS-SHD-REASON
               WRITE SHEET-LINE FROM WS-SH-HOLD
           END-IF.
