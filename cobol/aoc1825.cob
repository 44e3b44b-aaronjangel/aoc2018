      * Advent of Code 2018, Day 1 - DECKLIST Builder.
      *
      * Companion to AOC1801. The DECKLIST used to be typed by hand
      * in arrival order, and a split batch then dealt the decks to
      * streams by position - so one stream could draw every heavy
      * multi-pass deck while another was finished in minutes, and
      * with a DEADLINE set the decks the window squeezed out were
      * as likely to be the important ones as not. This program
      * plans the batch instead. It starts from the decks actually
      * on hand, estimates each one's run time from its history -
      * the clue count and DP-PASSES on its deck profile records,
      * and the start and end times its past runs left on the run
      * journal - takes its priority off the deck control master,
      * and deals the decks, most urgent first, each to whichever
      * stream has the least estimated work so far.
      *
      * The DECKLIST it writes, 'plandecklist', lists the decks in
      * priority order, so every stream meets its own decks most
      * urgent first. 'streamplan' says which stream each entry
      * runs in; AOC1801 honours it when STREAMPLAN names it, and a
      * deck's number (and its working files) stays its DECKLIST
      * position as before. 'planreport' projects every stream's
      * decks against the DEADLINE the run will be given, the way
      * AOC1801 applies it: a deck not started by the deadline is
      * deferred, and so is one still in its iterative Part 2 walk
      * when the deadline passes - the walk checkpoints and stops,
      * and the deck posts nothing. Only an analytical search
      * (SEARCHMODE=A) or a Part 1 only run (RUNMODE=1) carries a
      * deck on past the deadline to its end.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1825.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The decks in the intake directory tonight, one file name per
      * line - DECKLIST format. Defaults to 'decksonhand', or
      * DECKSONHAND names it. A listed deck that cannot be opened is
      * not on hand and is left out of the plan.
           SELECT ON-HAND ASSIGN TO WS-ONHAND-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ONHAND-STATUS.
      *
      * Each deck opened once, to prove it is there and to count the
      * clues tonight's run will walk.
           SELECT PUZZLE ASSIGN TO WS-PUZZLE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PUZZLE-STATUS.
      *
      * Read-only and optional, both of them: a deck off the master
      * takes the default priority, a deck with no profile history
      * is estimated from its journal history alone.
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
           SELECT DECK-PROFILE ASSIGN TO 'deckprofile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-KEY
           FILE STATUS IS WS-DP-STATUS.
      *
      * AOC1807's catalog of archived generations, newest last.
           SELECT ARCH-CAT ASSIGN TO 'archcat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
      *
      * One past run journal at a time - the last run's files still
      * in place, then the archived generations, unqualified and
      * stream-qualified alike.
           SELECT HIST-JOURNAL ASSIGN TO WS-SCAN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAN-STATUS.
      *
           SELECT PLAN-DECKLIST ASSIGN TO 'plandecklist'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STREAM-PLAN ASSIGN TO 'streamplan'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PLAN-REPORT ASSIGN TO 'planreport'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ON-HAND
          LABEL RECORDS ARE OMITTED.
       01 ON-HAND-RECORD       PIC X(100).
      *
      * Same 19-character record AOC1801 reads; the 'H'/'T' control
      * records are not clues and are not counted.
       FD PUZZLE
          LABEL RECORDS ARE OMITTED
          DATA RECORD IS PUZZLE-CLUE
          RECORD IS VARYING IN SIZE FROM 1 TO 19
              DEPENDING ON WS-RECORD-SIZE.
       01 PUZZLE-CLUE          PIC X(19).
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
       FD ARCH-CAT
          LABEL RECORDS ARE OMITTED.
       01 ARCH-CAT-RECORD      PIC 9(8).
      *
      * Only the fields the estimate needs from AOC1801's journal.
       FD HIST-JOURNAL
          LABEL RECORDS ARE OMITTED.
       01 JOURNAL-RECORD       PIC X(180).
       01 JOURNAL-HEADER-RECORD.
         05 JH-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 JH-DATE            PIC 9(8).
         05 FILLER             PIC X(171).
       01 JOURNAL-DECK-RECORD.
         05 JD-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 JD-NUM             PIC 9(3).
         05 FILLER             PIC X(1).
         05 JD-NAME            PIC X(100).
         05 FILLER             PIC X(1).
         05 JD-START-DATE      PIC 9(8).
         05 FILLER             PIC X(1).
         05 JD-START-TIME      PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-END-DATE        PIC 9(8).
         05 FILLER             PIC X(1).
         05 JD-END-TIME        PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-REJECTS         PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-PASSES          PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-OUTCOME         PIC X(12).
         05 FILLER             PIC X(8).
      *
       FD PLAN-DECKLIST
          LABEL RECORDS ARE OMITTED.
       01 PLAN-DECKLIST-RECORD PIC X(100).
      *
      * Same record AOC1801's READ-STREAM-PLAN-ENTRY reads.
       FD STREAM-PLAN
          LABEL RECORDS ARE OMITTED.
       01 STREAM-PLAN-RECORD.
         05 SP-STREAM          PIC 9(2).
         05 FILLER             PIC X(1).
         05 SP-DECK-NAME       PIC X(100).
      *
       FD PLAN-REPORT
          LABEL RECORDS ARE OMITTED.
       01 REPORT-LINE          PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01 WS-ONHAND-FILE       PIC X(100)   VALUE 'decksonhand'.
       01 WS-PUZZLE-FILE       PIC X(100)   VALUE SPACES.
       01 WS-SCAN-FILE         PIC X(100)   VALUE SPACES.
       01 WS-ONHAND-STATUS     PIC X(2)     VALUE '00'.
       01 WS-PUZZLE-STATUS     PIC X(2)     VALUE '00'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DP-STATUS         PIC X(2)     VALUE '00'.
       01 WS-CAT-STATUS        PIC X(2)     VALUE '00'.
       01 WS-SCAN-STATUS       PIC X(2)     VALUE '00'.
       01 WS-ONHAND-EOF        PIC X        VALUE 'N'.
       01 WS-EOF               PIC X        VALUE 'N'.
       01 WS-CAT-EOF           PIC X        VALUE 'N'.
       01 WS-SCAN-EOF          PIC X        VALUE 'N'.
       01 WS-WALK-EOF          PIC X        VALUE 'N'.
       01 WS-MASTER-PRESENT    PIC X        VALUE 'N'.
       01 WS-PROFILE-PRESENT   PIC X        VALUE 'N'.
       01 WS-RECORD-SIZE       PIC 9(4).
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RUN-TIME          PIC 9(8)     VALUE 0.
      *
      * The stream split the batch will run under, read the same way
      * AOC1801 reads it.
       01 WS-STREAM-COUNT-X    PIC X(2)     VALUE SPACES.
       01 WS-STREAM-COUNT      PIC 9(2)     VALUE 1.
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
      *
      * The batch window: PLANSTART is when the batch will start
      * (HHMMSS, default now), DEADLINE the same HHMMSS AOC1801 will
      * be given. No deadline, nothing is projected late.
       01 WS-PLAN-START-X      PIC X(6)     VALUE SPACES.
       01 WS-DEADLINE-X        PIC X(6)     VALUE SPACES.
       01 WS-DEADLINE-SET      PIC X        VALUE 'N'.
       01 WS-HMS               PIC 9(6)     VALUE 0.
       01 WS-HMS-R REDEFINES WS-HMS.
         05 WS-HMS-HH          PIC 9(2).
         05 WS-HMS-MM          PIC 9(2).
         05 WS-HMS-SS          PIC 9(2).
       01 WS-PLAN-START-SECS   PIC 9(7)     VALUE 0.
       01 WS-DEADLINE-SECS     PIC 9(7)     VALUE 0.
       01 WS-CUT-SECS          PIC 9(7)     VALUE 0.
      *
      * The RUNMODE and SEARCHMODE the batch will run under, read
      * with AOC1801's defaults - they decide whether a deck caught
      * running at the deadline finishes or is cut off.
       01 WS-RUN-MODE          PIC X        VALUE 'B'.
       01 WS-SEARCH-MODE       PIC X        VALUE 'I'.
      *
      * How many archived nights of journal feed the estimates -
      * PLANNIGHTS, default 7. Enough to smooth one slow night out
      * without letting last quarter's deck sizes in.
       01 WS-NIGHTS-X          PIC X(2)     VALUE SPACES.
       01 WS-NIGHTS            PIC 9(2)     VALUE 7.
      *
      * The decks on hand - AOC1801's 50-deck batch limit applies,
      * since the plan becomes its DECKLIST. A deck listed twice is
      * planned once.
       01 WS-PLAN-TABLE.
         05 WS-PLAN-COUNT      PIC 9(3)     VALUE 0.
         05 WS-PLAN-ENTRY      OCCURS 50 TIMES INDEXED BY K.
           10 WS-PK-NAME       PIC X(100).
           10 WS-PK-SEQ        PIC 9(3).
           10 WS-PK-PRIORITY   PIC 9(2).
           10 WS-PK-PRI-NOTE   PIC X(7).
           10 WS-PK-CLUES      PIC 9(6).
           10 WS-PK-RING-COUNT PIC 9(2).
           10 WS-PK-RING-PASS  PIC 9(6)     OCCURS 5 TIMES.
           10 WS-PK-JRN-RUNS   PIC 9(4).
           10 WS-PK-JRN-SECS   PIC 9(9).
           10 WS-PK-JRN-UNITS  PIC 9(15).
           10 WS-PK-JRN-PASSES PIC 9(9).
           10 WS-PK-JRN-P-RUNS PIC 9(4).
           10 WS-PK-PASSES     PIC 9(6).
           10 WS-PK-UNITS      PIC 9(12).
           10 WS-PK-EST-SECS   PIC 9(7).
           10 WS-PK-BASIS      PIC X(7).
           10 WS-PK-PLACED     PIC X.
           10 WS-PK-STREAM     PIC 9(2).
           10 WS-PK-START-SECS PIC 9(7).
           10 WS-PK-END-SECS   PIC 9(7).
       01 WS-FOUND             PIC X        VALUE 'N'.
       01 WS-FOUND-NUM         PIC 9(3)     VALUE 0.
       01 WS-LISTED-COUNT      PIC 9(5)     VALUE 0.
       01 WS-TWICE-COUNT       PIC 9(5)     VALUE 0.
      *
      * Listed decks that could not be opened, for the report.
       01 WS-ABSENT-TABLE.
         05 WS-ABSENT-COUNT    PIC 9(5)     VALUE 0.
         05 WS-ABSENT-NAME     PIC X(100)
                                OCCURS 50 TIMES INDEXED BY A.
      *
      * The plan: deck subscripts in DECKLIST order, and each
      * stream's estimated load as decks are dealt to it.
       01 WS-ORDER-TABLE.
         05 WS-ORDER-COUNT     PIC 9(3)     VALUE 0.
         05 WS-ORDER-NUM       PIC 9(3)
                                OCCURS 50 TIMES INDEXED BY O.
       01 WS-STREAM-TABLE.
         05 WS-STREAM-ENTRY    OCCURS 50 TIMES INDEXED BY S.
           10 WS-ST-LOAD       PIC 9(7).
           10 WS-ST-DECKS      PIC 9(3).
           10 WS-ST-DEFERRED   PIC 9(3).
           10 WS-ST-PAST       PIC X.
           10 WS-ST-FINISH     PIC 9(7).
       01 WS-BEST-NUM          PIC 9(3)     VALUE 0.
       01 WS-BEST-STREAM       PIC 9(2)     VALUE 0.
      *
      * The estimate. A deck's work is its clues times the passes
      * its Part 2 walk usually takes; its rate, seconds per unit of
      * that work, comes from its own past runs, else from every
      * deck's past runs together, else a first guess that the
      * first night of journal history replaces.
       01 WS-DEFAULT-PRIORITY  PIC 9(2)     VALUE 50.
       01 WS-DEFAULT-RATE      PIC 9(3)V9(9) VALUE 0.000050000.
       01 WS-RATE              PIC 9(3)V9(9) VALUE 0.
       01 WS-SITE-SECS         PIC 9(11)    VALUE 0.
       01 WS-SITE-UNITS        PIC 9(17)    VALUE 0.
       01 WS-RING-SUM          PIC 9(9)     VALUE 0.
       01 WS-RING-SLOT         PIC 9(2)     VALUE 0.
       01 WS-RING-Q            PIC 9(6)     VALUE 0.
       01 WS-RING-IX           PIC 9(2)     VALUE 0.
       01 WS-EST-WORK          PIC 9(9)V9(4) VALUE 0.
      *
      * One past journal line's run time.
       01 WS-START-SECS        PIC 9(7)     VALUE 0.
       01 WS-END-SECS          PIC 9(7)     VALUE 0.
       01 WS-ELAPSED           PIC S9(7)    VALUE 0.
       01 WS-LINE-PASSES       PIC 9(6)     VALUE 0.
       01 WS-LINE-UNITS        PIC 9(15)    VALUE 0.
      *
      * Archive generations, as AOC1822 walks them: position 0 is
      * the files still in place, position n the nth newest.
       01 WS-CAT-TABLE.
         05 WS-CAT-COUNT       PIC 9(3)     VALUE 0.
         05 WS-CAT-DATE        PIC 9(8)
                                OCCURS 200 TIMES INDEXED BY C.
       01 WS-NEWEST-CAT-DATE   PIC 9(8)     VALUE 0.
       01 WS-POS               PIC 9(3)     VALUE 0.
       01 WS-LAST-POS          PIC 9(3)     VALUE 0.
       01 WS-GEN-DATE          PIC 9(8)     VALUE 0.
       01 WS-JOURNALS-READ     PIC 9(5)     VALUE 0.
       01 WS-HIST-LINES        PIC 9(7)     VALUE 0.
      *
      * Clock work - seconds from the batch night's midnight to
      * HH:MM:SS, with '+1' once the projection runs past midnight.
       01 WS-CLK-SECS          PIC 9(7)     VALUE 0.
       01 WS-CLK-DAY           PIC 9(2)     VALUE 0.
       01 WS-CLK-REM           PIC 9(7)     VALUE 0.
       01 WS-CLK-HH            PIC 9(2)     VALUE 0.
       01 WS-CLK-MM            PIC 9(2)     VALUE 0.
       01 WS-CLK-SS            PIC 9(2)     VALUE 0.
       01 WS-CLK-TEXT          PIC X(11)    VALUE SPACES.
       01 WS-CLK-OF-DAY        PIC 9(7)     VALUE 0.
       01 WS-DEADLINE-HIT      PIC X        VALUE 'N'.
      *
       01 WS-DECKS-PLANNED     PIC 9(5)     VALUE 0.
       01 WS-DECKS-DEFERRED    PIC 9(5)     VALUE 0.
       01 WS-STREAMS-LATE      PIC 9(5)     VALUE 0.
       01 WS-POS-IN-LIST       PIC 9(3)     VALUE 0.
      *
       01 WS-RPT-HEADER.
         05 FILLER             PIC X(18)    VALUE 'DECK RUN PLAN FOR '.
         05 WS-RH-DATE         PIC 9(8).
         05 FILLER             PIC X(10)    VALUE '  STREAMS '.
         05 WS-RH-STREAMS      PIC Z9.
         05 FILLER             PIC X(8)     VALUE '  START '.
         05 WS-RH-START        PIC X(11).
         05 FILLER             PIC X(11)    VALUE '  DEADLINE '.
         05 WS-RH-DEADLINE     PIC X(11).
       01 WS-RPT-STREAM-HEAD.
         05 FILLER             PIC X(7)     VALUE 'STREAM '.
         05 WS-RSH-STREAM      PIC 9(2).
       01 WS-RPT-COLUMNS.
         05 FILLER             PIC X(34)
            VALUE '  POS PRI CLUES PASSES  EST SECS  '.
         05 FILLER             PIC X(36)
            VALUE 'START       FINISH      BASIS   DECK'.
       01 WS-RPT-DETAIL.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RD-POS          PIC ZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-PRIORITY     PIC 99.
         05 WS-RD-PRI-FLAG     PIC X(1).
         05 WS-RD-CLUES        PIC ZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-PASSES       PIC ZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-EST          PIC ZZZZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RD-START        PIC X(11).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-FINISH       PIC X(11).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-BASIS        PIC X(7).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-DECK         PIC X(100).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RD-NOTE         PIC X(20).
       01 WS-RPT-STREAM-FOOT.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RSF-DECKS       PIC ZZ9.
         05 FILLER             PIC X(22)
            VALUE ' DECK(S), EST SECONDS '.
         05 WS-RSF-LOAD        PIC ZZZZZZ9.
         05 FILLER             PIC X(19)
            VALUE ', PROJECTED FINISH '.
         05 WS-RSF-FINISH      PIC X(11).
         05 FILLER             PIC X(3)     VALUE ' - '.
         05 WS-RSF-VERDICT     PIC X(40).
       01 WS-RPT-NOTE          PIC X(100)   VALUE SPACES.
       01 WS-RPT-ABSENT.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RA-DECK         PIC X(100).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOTAL-LABEL PIC X(26).
         05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - DECKLIST Builder'
           PERFORM GET-PARMS.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-DECKS-ON-HAND.
           PERFORM OPEN-MASTERS.
           PERFORM LOOKUP-DECK-HISTORY VARYING K FROM 1 BY 1
               UNTIL K > WS-PLAN-COUNT.
           PERFORM GATHER-JOURNAL-HISTORY.
           PERFORM ESTIMATE-DECK-COST VARYING K FROM 1 BY 1
               UNTIL K > WS-PLAN-COUNT.
           PERFORM ORDER-DECKS.
           PERFORM DEAL-DECKS-TO-STREAMS.
           PERFORM WRITE-PLAN-FILES.
           PERFORM WRITE-PLAN-REPORT.
           IF WS-MASTER-PRESENT = 'Y'
               CLOSE DECK-MASTER
           END-IF.
           IF WS-PROFILE-PRESENT = 'Y'
               CLOSE DECK-PROFILE
           END-IF.
           DISPLAY 'Decks listed:        ' WS-LISTED-COUNT.
           DISPLAY 'Decks not on hand:   ' WS-ABSENT-COUNT.
           DISPLAY 'Decks planned:       ' WS-DECKS-PLANNED.
           DISPLAY 'Projected deferred:  ' WS-DECKS-DEFERRED.
           IF WS-DECKS-DEFERRED > 0 OR WS-STREAMS-LATE > 0 OR
              WS-ABSENT-COUNT > 0
               DISPLAY 'PLAN NEEDS A LOOK - SEE PLANREPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-ONHAND-FILE FROM ENVIRONMENT 'DECKSONHAND'
               ON EXCEPTION
                   MOVE 'decksonhand' TO WS-ONHAND-FILE
           END-ACCEPT.
           ACCEPT WS-STREAM-COUNT-X FROM ENVIRONMENT 'STREAMCOUNT'
               ON EXCEPTION
                   MOVE SPACES TO WS-STREAM-COUNT-X
           END-ACCEPT.
           IF WS-STREAM-COUNT-X NOT = SPACES
               IF WS-STREAM-COUNT-X(2:1) = SPACE
                   MOVE WS-STREAM-COUNT-X(1:1)
                       TO WS-STREAM-COUNT-X(2:1)
                   MOVE '0' TO WS-STREAM-COUNT-X(1:1)
               END-IF
               IF WS-STREAM-COUNT-X IS NUMERIC
                   MOVE WS-STREAM-COUNT-X TO WS-STREAM-COUNT
               ELSE
                   DISPLAY 'STREAMCOUNT IS NOT NUMERIC - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-STREAM-COUNT < 1
               MOVE 1 TO WS-STREAM-COUNT
           END-IF.
           IF WS-STREAM-COUNT > 50
               DISPLAY 'STREAMCOUNT EXCEEDS THE 50-DECK BATCH '
                   'LIMIT - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-NIGHTS-X FROM ENVIRONMENT 'PLANNIGHTS'
               ON EXCEPTION
                   MOVE SPACES TO WS-NIGHTS-X
           END-ACCEPT.
           IF WS-NIGHTS-X NOT = SPACES
               IF WS-NIGHTS-X(2:1) = SPACE
                   MOVE WS-NIGHTS-X(1:1) TO WS-NIGHTS-X(2:1)
                   MOVE '0' TO WS-NIGHTS-X(1:1)
               END-IF
               IF WS-NIGHTS-X IS NUMERIC
                   MOVE WS-NIGHTS-X TO WS-NIGHTS
               ELSE
                   DISPLAY 'PLANNIGHTS IS NOT NUMERIC - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WS-PLAN-START-X FROM ENVIRONMENT 'PLANSTART'
               ON EXCEPTION
                   MOVE SPACES TO WS-PLAN-START-X
           END-ACCEPT.
           IF WS-PLAN-START-X = SPACES
               MOVE WS-RUN-TIME(1:6) TO WS-PLAN-START-X
           END-IF.
           IF WS-PLAN-START-X IS NOT NUMERIC
               DISPLAY 'PLANSTART MUST BE HHMMSS - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PLAN-START-X TO WS-HMS.
           COMPUTE WS-PLAN-START-SECS =
               WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT 'RUNMODE'
               ON EXCEPTION
                   MOVE 'B' TO WS-RUN-MODE
           END-ACCEPT.
           ACCEPT WS-SEARCH-MODE FROM ENVIRONMENT 'SEARCHMODE'
               ON EXCEPTION
                   MOVE 'I' TO WS-SEARCH-MODE
           END-ACCEPT.
           ACCEPT WS-DEADLINE-X FROM ENVIRONMENT 'DEADLINE'
               ON EXCEPTION
                   MOVE SPACES TO WS-DEADLINE-X
           END-ACCEPT.
           IF WS-DEADLINE-X NOT = SPACES
               IF WS-DEADLINE-X IS NUMERIC
                   MOVE WS-DEADLINE-X TO WS-HMS
                   COMPUTE WS-DEADLINE-SECS =
                       WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
                   MOVE 'Y' TO WS-DEADLINE-SET
               ELSE
                   DISPLAY 'DEADLINE MUST BE HHMMSS - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * No catalog just means nothing has been archived yet - the
      * estimates rest on whatever journals the last run left.
       LOAD-CATALOG.
           OPEN INPUT ARCH-CAT.
           IF WS-CAT-STATUS = '00'
               READ ARCH-CAT RECORD
                   AT END MOVE 'Y' TO WS-CAT-EOF
               END-READ
               PERFORM LOAD-CATALOG-ENTRY UNTIL WS-CAT-EOF = 'Y'
               CLOSE ARCH-CAT
           END-IF.
           IF WS-CAT-COUNT > 0
               MOVE WS-CAT-DATE(WS-CAT-COUNT) TO WS-NEWEST-CAT-DATE
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
       LOAD-DECKS-ON-HAND.
           OPEN INPUT ON-HAND.
           IF WS-ONHAND-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DECKS-ON-HAND FILE '
                   WS-ONHAND-FILE ', STATUS ' WS-ONHAND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ON-HAND RECORD
               AT END MOVE 'Y' TO WS-ONHAND-EOF
           END-READ.
           PERFORM READ-ON-HAND-ENTRY UNTIL WS-ONHAND-EOF = 'Y'.
           CLOSE ON-HAND.
      *
       READ-ON-HAND-ENTRY.
           IF ON-HAND-RECORD NOT = SPACES
               ADD 1 TO WS-LISTED-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM MATCH-PLANNED-DECK VARYING K FROM 1 BY 1
                   UNTIL K > WS-PLAN-COUNT OR WS-FOUND = 'Y'
               IF WS-FOUND = 'Y'
                   ADD 1 TO WS-TWICE-COUNT
               ELSE
                   PERFORM CHECK-DECK-ON-HAND
               END-IF
           END-IF.
           READ ON-HAND RECORD
               AT END MOVE 'Y' TO WS-ONHAND-EOF
           END-READ.
      *
       MATCH-PLANNED-DECK.
           IF WS-PK-NAME(K) = ON-HAND-RECORD
               MOVE 'Y' TO WS-FOUND
           END-IF.
      *
      * Opening the deck is the proof it is on hand; reading it
      * through gives tonight's clue count, which beats any history
      * for the size of the walk.
       CHECK-DECK-ON-HAND.
           MOVE ON-HAND-RECORD TO WS-PUZZLE-FILE.
           OPEN INPUT PUZZLE.
           IF WS-PUZZLE-STATUS NOT = '00'
               ADD 1 TO WS-ABSENT-COUNT
               IF WS-ABSENT-COUNT NOT > 50
                   SET A TO WS-ABSENT-COUNT
                   MOVE ON-HAND-RECORD TO WS-ABSENT-NAME(A)
               END-IF
           ELSE
               IF WS-PLAN-COUNT >= 50
                   DISPLAY 'MORE THAN 50 DECKS ON HAND - SPLIT THE '
                       'BATCH - ABORTING'
                   CLOSE PUZZLE
                   CLOSE ON-HAND
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAN-COUNT
               SET K TO WS-PLAN-COUNT
               MOVE ON-HAND-RECORD TO WS-PK-NAME(K)
               MOVE WS-PLAN-COUNT TO WS-PK-SEQ(K)
               MOVE 0 TO WS-PK-CLUES(K)
               MOVE 0 TO WS-PK-RING-COUNT(K)
               MOVE 0 TO WS-PK-JRN-RUNS(K)
               MOVE 0 TO WS-PK-JRN-SECS(K)
               MOVE 0 TO WS-PK-JRN-UNITS(K)
               MOVE 0 TO WS-PK-JRN-PASSES(K)
               MOVE 0 TO WS-PK-JRN-P-RUNS(K)
               MOVE 'N' TO WS-PK-PLACED(K)
               MOVE 0 TO WS-PK-STREAM(K)
               MOVE 'N' TO WS-EOF
               READ PUZZLE RECORD AT END MOVE 'Y' TO WS-EOF END-READ
               PERFORM COUNT-DECK-CLUE UNTIL WS-EOF = 'Y'
               CLOSE PUZZLE
           END-IF.
      *
       COUNT-DECK-CLUE.
           IF PUZZLE-CLUE(1:1) NOT = 'H' AND
              PUZZLE-CLUE(1:1) NOT = 'T'
               ADD 1 TO WS-PK-CLUES(K)
           END-IF.
           READ PUZZLE RECORD AT END MOVE 'Y' TO WS-EOF END-READ.
      *
       OPEN-MASTERS.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-PRESENT
           END-IF.
           OPEN INPUT DECK-PROFILE.
           IF WS-DP-STATUS = '00'
               MOVE 'Y' TO WS-PROFILE-PRESENT
           END-IF.
      *
      * The master's priority, and the deck's last five profile
      * records' pass counts. Profile keys run deck name then run
      * date, so one START and a forward read walk a deck's
      * history oldest first; the ring keeps the newest five.
       LOOKUP-DECK-HISTORY.
           MOVE WS-DEFAULT-PRIORITY TO WS-PK-PRIORITY(K).
           MOVE 'DEFAULT' TO WS-PK-PRI-NOTE(K).
           IF WS-MASTER-PRESENT = 'Y'
               MOVE WS-PK-NAME(K) TO DM-DECK-NAME
               READ DECK-MASTER KEY IS DM-DECK-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DM-PRIORITY > 0
                           MOVE DM-PRIORITY TO WS-PK-PRIORITY(K)
                           MOVE 'MASTER' TO WS-PK-PRI-NOTE(K)
                       END-IF
               END-READ
           END-IF.
           IF WS-PROFILE-PRESENT = 'Y'
               MOVE WS-PK-NAME(K) TO DP-DECK-NAME
               MOVE 0 TO DP-RUN-DATE
               MOVE 'N' TO WS-WALK-EOF
               START DECK-PROFILE KEY IS NOT LESS THAN DP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-WALK-EOF
               END-START
               PERFORM READ-PROFILE-ENTRY UNTIL WS-WALK-EOF = 'Y'
           END-IF.
      *
      * A zero pass count is a run where Part 2 never ran - it says
      * nothing about how long the walk takes.
       READ-PROFILE-ENTRY.
           READ DECK-PROFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WALK-EOF
           END-READ.
           IF WS-WALK-EOF NOT = 'Y'
               IF DP-DECK-NAME NOT = WS-PK-NAME(K)
                   MOVE 'Y' TO WS-WALK-EOF
               ELSE
                   IF DP-PASSES > 0
                       DIVIDE WS-PK-RING-COUNT(K) BY 5
                           GIVING WS-RING-Q REMAINDER WS-RING-SLOT
                       ADD 1 TO WS-RING-SLOT
                       MOVE DP-PASSES
                           TO WS-PK-RING-PASS(K, WS-RING-SLOT)
                       ADD 1 TO WS-PK-RING-COUNT(K)
                   END-IF
               END-IF
           END-IF.
      *
      * The last run's journals in place, unless AOC1807 has already
      * archived that night, then the newest PLANNIGHTS generations.
       GATHER-JOURNAL-HISTORY.
           MOVE WS-NIGHTS TO WS-LAST-POS.
           IF WS-LAST-POS > WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-LAST-POS
           END-IF.
           PERFORM SCAN-HISTORY-POSITION
               VARYING WS-POS FROM 0 BY 1
               UNTIL WS-POS > WS-LAST-POS.
      *
       SCAN-HISTORY-POSITION.
           IF WS-POS = 0
               MOVE 0 TO WS-GEN-DATE
           ELSE
               COMPUTE WS-GEN-DATE =
                   WS-CAT-DATE(WS-CAT-COUNT - WS-POS + 1)
           END-IF.
           MOVE 0 TO WS-STREAM-NUM.
           PERFORM SCAN-JOURNAL-SLOT.
           PERFORM SCAN-JOURNAL-SLOT
               VARYING WS-STREAM-NUM FROM 1 BY 1
               UNTIL WS-STREAM-NUM > 50.
      *
      * Opening a name that was never written costs nothing, the
      * same trade AOC1814 and AOC1822 make.
       SCAN-JOURNAL-SLOT.
           MOVE SPACES TO WS-SCAN-FILE.
           IF WS-GEN-DATE = 0
               IF WS-STREAM-NUM = 0
                   MOVE 'runjournal' TO WS-SCAN-FILE
               ELSE
                   STRING 'runjournal' DELIMITED BY SIZE
                          WS-STREAM-NUM DELIMITED BY SIZE
                       INTO WS-SCAN-FILE
               END-IF
           ELSE
               IF WS-STREAM-NUM = 0
                   STRING 'runjournal.D' DELIMITED BY SIZE
                          WS-GEN-DATE DELIMITED BY SIZE
                       INTO WS-SCAN-FILE
               ELSE
                   STRING 'runjournal' DELIMITED BY SIZE
                          WS-STREAM-NUM DELIMITED BY SIZE
                          '.D' DELIMITED BY SIZE
                          WS-GEN-DATE DELIMITED BY SIZE
                       INTO WS-SCAN-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT HIST-JOURNAL.
           IF WS-SCAN-STATUS = '00'
               ADD 1 TO WS-JOURNALS-READ
               READ HIST-JOURNAL RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               PERFORM SCAN-JOURNAL-RECORD UNTIL WS-SCAN-EOF = 'Y'
               CLOSE HIST-JOURNAL
           END-IF.
      *
      * A journal still in place from a night already archived is
      * that generation over again - read once, not twice.
       SCAN-JOURNAL-RECORD.
           IF JH-REC-TYPE = 'H' AND WS-GEN-DATE = 0 AND
              JH-DATE NOT > WS-NEWEST-CAT-DATE
               MOVE 'Y' TO WS-SCAN-EOF
           ELSE
               IF JD-REC-TYPE = 'D' AND JD-OUTCOME = 'COMPLETED'
                   PERFORM TAKE-JOURNAL-TIMING
               END-IF
               READ HIST-JOURNAL RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
               END-READ
           END-IF.
      *
      * Only a completed run's clock is the whole deck's work - a
      * deferred or held deck stopped part way. A run that crossed
      * midnight ends on the next day's date.
       TAKE-JOURNAL-TIMING.
           MOVE JD-START-TIME TO WS-HMS.
           COMPUTE WS-START-SECS =
               WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
           MOVE JD-END-TIME TO WS-HMS.
           COMPUTE WS-END-SECS =
               WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.
           COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS.
           IF JD-END-DATE > JD-START-DATE
               ADD 86400 TO WS-ELAPSED
           END-IF.
           IF WS-ELAPSED NOT < 0 AND JD-CLUES > 0
               MOVE JD-PASSES TO WS-LINE-PASSES
               IF WS-LINE-PASSES = 0
                   MOVE 1 TO WS-LINE-PASSES
               END-IF
               COMPUTE WS-LINE-UNITS = JD-CLUES * WS-LINE-PASSES
               ADD 1 TO WS-HIST-LINES
               ADD WS-ELAPSED TO WS-SITE-SECS
               ADD WS-LINE-UNITS TO WS-SITE-UNITS
               MOVE 'N' TO WS-FOUND
               PERFORM MATCH-JOURNAL-DECK VARYING K FROM 1 BY 1
                   UNTIL K > WS-PLAN-COUNT OR WS-FOUND = 'Y'
           END-IF.
      *
       MATCH-JOURNAL-DECK.
           IF WS-PK-NAME(K) = JD-NAME
               MOVE 'Y' TO WS-FOUND
               ADD 1 TO WS-PK-JRN-RUNS(K)
               ADD WS-ELAPSED TO WS-PK-JRN-SECS(K)
               ADD WS-LINE-UNITS TO WS-PK-JRN-UNITS(K)
               IF JD-PASSES > 0
                   ADD JD-PASSES TO WS-PK-JRN-PASSES(K)
                   ADD 1 TO WS-PK-JRN-P-RUNS(K)
               END-IF
           END-IF.
      *
      * Passes from the profile when it has any, else the journal's
      * own count, else one; the rate from the deck's own runs, else
      * every deck's, else the first guess. BASIS on the report says
      * which rate was used.
       ESTIMATE-DECK-COST.
           MOVE 1 TO WS-PK-PASSES(K).
           IF WS-PK-RING-COUNT(K) > 0
               MOVE 0 TO WS-RING-SUM
               MOVE WS-PK-RING-COUNT(K) TO WS-RING-SLOT
               IF WS-RING-SLOT > 5
                   MOVE 5 TO WS-RING-SLOT
               END-IF
               PERFORM ADD-RING-PASS VARYING WS-RING-IX FROM 1 BY 1
                   UNTIL WS-RING-IX > WS-RING-SLOT
               COMPUTE WS-PK-PASSES(K) ROUNDED =
                   WS-RING-SUM / WS-RING-SLOT
           ELSE
               IF WS-PK-JRN-P-RUNS(K) > 0
                   COMPUTE WS-PK-PASSES(K) ROUNDED =
                       WS-PK-JRN-PASSES(K) / WS-PK-JRN-P-RUNS(K)
               END-IF
           END-IF.
           IF WS-PK-PASSES(K) = 0
               MOVE 1 TO WS-PK-PASSES(K)
           END-IF.
           COMPUTE WS-PK-UNITS(K) = WS-PK-CLUES(K) * WS-PK-PASSES(K).
           IF WS-PK-JRN-RUNS(K) > 0 AND WS-PK-JRN-UNITS(K) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-PK-JRN-SECS(K) / WS-PK-JRN-UNITS(K)
               MOVE 'DECK' TO WS-PK-BASIS(K)
           ELSE
               IF WS-SITE-UNITS > 0
                   COMPUTE WS-RATE ROUNDED =
                       WS-SITE-SECS / WS-SITE-UNITS
                   MOVE 'SITE' TO WS-PK-BASIS(K)
               ELSE
                   MOVE WS-DEFAULT-RATE TO WS-RATE
                   MOVE 'DEFAULT' TO WS-PK-BASIS(K)
               END-IF
           END-IF.
           COMPUTE WS-EST-WORK = WS-PK-UNITS(K) * WS-RATE.
           IF WS-EST-WORK > 9999999
               MOVE 9999999 TO WS-PK-EST-SECS(K)
           ELSE
               COMPUTE WS-PK-EST-SECS(K) ROUNDED = WS-EST-WORK
           END-IF.
           IF WS-PK-EST-SECS(K) < 1
               MOVE 1 TO WS-PK-EST-SECS(K)
           END-IF.
      *
       ADD-RING-PASS.
           ADD WS-PK-RING-PASS(K, WS-RING-IX) TO WS-RING-SUM.
      *
      * DECKLIST order: most urgent priority first; within a
      * priority the longest deck first, so the big ones start
      * while there is still window to absorb them; a tie keeps the
      * order the decks were listed in.
       ORDER-DECKS.
           MOVE 0 TO WS-ORDER-COUNT.
           PERFORM PICK-NEXT-DECK WS-PLAN-COUNT TIMES.
      *
       PICK-NEXT-DECK.
           MOVE 0 TO WS-BEST-NUM.
           PERFORM JUDGE-NEXT-DECK VARYING K FROM 1 BY 1
               UNTIL K > WS-PLAN-COUNT.
           SET K TO WS-BEST-NUM.
           MOVE 'Y' TO WS-PK-PLACED(K).
           ADD 1 TO WS-ORDER-COUNT.
           SET O TO WS-ORDER-COUNT.
           MOVE WS-BEST-NUM TO WS-ORDER-NUM(O).
      *
       JUDGE-NEXT-DECK.
           IF WS-PK-PLACED(K) = 'N'
               IF WS-BEST-NUM = 0
                   SET WS-BEST-NUM TO K
               ELSE
                   IF WS-PK-PRIORITY(K) <
                      WS-PK-PRIORITY(WS-BEST-NUM) OR
                      (WS-PK-PRIORITY(K) =
                       WS-PK-PRIORITY(WS-BEST-NUM) AND
                       WS-PK-EST-SECS(K) >
                       WS-PK-EST-SECS(WS-BEST-NUM))
                       SET WS-BEST-NUM TO K
                   END-IF
               END-IF
           END-IF.
      *
      * Each deck in DECKLIST order goes to the stream with the
      * least estimated work so far (the lowest-numbered on a tie),
      * and starts when that stream's work to date is done.
       DEAL-DECKS-TO-STREAMS.
           PERFORM CLEAR-STREAM-LOAD VARYING S FROM 1 BY 1
               UNTIL S > WS-STREAM-COUNT.
           PERFORM DEAL-ONE-DECK VARYING O FROM 1 BY 1
               UNTIL O > WS-ORDER-COUNT.
      *
       CLEAR-STREAM-LOAD.
           MOVE 0 TO WS-ST-LOAD(S).
           MOVE 0 TO WS-ST-DECKS(S).
           MOVE 0 TO WS-ST-DEFERRED(S).
           MOVE 'N' TO WS-ST-PAST(S).
           MOVE WS-PLAN-START-SECS TO WS-ST-FINISH(S).
      *
       DEAL-ONE-DECK.
           SET K TO WS-ORDER-NUM(O).
           MOVE 1 TO WS-BEST-STREAM.
           PERFORM JUDGE-STREAM-LOAD VARYING S FROM 2 BY 1
               UNTIL S > WS-STREAM-COUNT.
           SET S TO WS-BEST-STREAM.
           MOVE WS-BEST-STREAM TO WS-PK-STREAM(K).
           COMPUTE WS-PK-START-SECS(K) =
               WS-PLAN-START-SECS + WS-ST-LOAD(S).
           ADD WS-PK-EST-SECS(K) TO WS-ST-LOAD(S).
           COMPUTE WS-PK-END-SECS(K) =
               WS-PLAN-START-SECS + WS-ST-LOAD(S).
           ADD 1 TO WS-ST-DECKS(S).
           ADD 1 TO WS-DECKS-PLANNED.
      *
       JUDGE-STREAM-LOAD.
           IF WS-ST-LOAD(S) < WS-ST-LOAD(WS-BEST-STREAM)
               SET WS-BEST-STREAM TO S
           END-IF.
      *
      * The DECKLIST and, beside it line for line, the stream each
      * entry runs in. An unsplit batch gets a plan of all stream
      * 01, which AOC1801 never needs to read.
       WRITE-PLAN-FILES.
           OPEN OUTPUT PLAN-DECKLIST.
           OPEN OUTPUT STREAM-PLAN.
           PERFORM WRITE-PLAN-ENTRY VARYING O FROM 1 BY 1
               UNTIL O > WS-ORDER-COUNT.
           CLOSE PLAN-DECKLIST.
           CLOSE STREAM-PLAN.
      *
       WRITE-PLAN-ENTRY.
           SET K TO WS-ORDER-NUM(O).
           MOVE WS-PK-NAME(K) TO PLAN-DECKLIST-RECORD.
           WRITE PLAN-DECKLIST-RECORD.
           MOVE SPACES TO STREAM-PLAN-RECORD.
           MOVE WS-PK-STREAM(K) TO SP-STREAM.
           MOVE WS-PK-NAME(K) TO SP-DECK-NAME.
           WRITE STREAM-PLAN-RECORD.
      *
       WRITE-PLAN-REPORT.
           OPEN OUTPUT PLAN-REPORT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-STREAM-COUNT TO WS-RH-STREAMS.
           MOVE WS-PLAN-START-SECS TO WS-CLK-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLK-TEXT TO WS-RH-START.
           IF WS-DEADLINE-SET = 'Y'
               MOVE WS-DEADLINE-SECS TO WS-CLK-SECS
               PERFORM FORMAT-CLOCK
               MOVE WS-CLK-TEXT TO WS-RH-DEADLINE
           ELSE
               MOVE 'NONE' TO WS-RH-DEADLINE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ORDER-COUNT = 0
               MOVE 'NO DECK ON HAND - NOTHING TO PLAN' TO WS-RPT-NOTE
               WRITE REPORT-LINE FROM WS-RPT-NOTE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-STREAM-SECTION VARYING S FROM 1 BY 1
                   UNTIL S > WS-STREAM-COUNT
           END-IF.
           IF WS-ABSENT-COUNT > 0
               MOVE 'LISTED BUT NOT ON HAND - LEFT OUT OF THE PLAN'
                   TO WS-RPT-NOTE
               WRITE REPORT-LINE FROM WS-RPT-NOTE
               PERFORM WRITE-ABSENT-LINE VARYING A FROM 1 BY 1
                   UNTIL A > WS-ABSENT-COUNT OR A > 50
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PLAN-REPORT.
      *
      * A stream's decks in the order it will meet them. AOC1801
      * checks the deadline before starting each deck and at every
      * Part 2 checkpoint and, once it has passed, runs nothing more
      * - so the projection does the same, by clock time of day, and
      * the stream's finish is when its last deck actually stops.
       WRITE-STREAM-SECTION.
           SET WS-STREAM-NUM TO S.
           MOVE WS-STREAM-NUM TO WS-RSH-STREAM.
           WRITE REPORT-LINE FROM WS-RPT-STREAM-HEAD.
           WRITE REPORT-LINE FROM WS-RPT-COLUMNS.
           MOVE 'N' TO WS-DEADLINE-HIT.
           PERFORM WRITE-STREAM-DECK VARYING O FROM 1 BY 1
               UNTIL O > WS-ORDER-COUNT.
           MOVE WS-ST-DECKS(S) TO WS-RSF-DECKS.
           MOVE WS-ST-LOAD(S) TO WS-RSF-LOAD.
           MOVE WS-ST-FINISH(S) TO WS-CLK-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLK-TEXT TO WS-RSF-FINISH.
           IF WS-DEADLINE-SET = 'N'
               MOVE 'NO DEADLINE SET' TO WS-RSF-VERDICT
           ELSE
               IF WS-ST-DEFERRED(S) > 0
                   MOVE 'DECKS WILL BE DEFERRED' TO WS-RSF-VERDICT
                   ADD 1 TO WS-STREAMS-LATE
               ELSE
                   IF WS-ST-PAST(S) = 'Y'
                       MOVE 'FINISHES PAST THE DEADLINE'
                           TO WS-RSF-VERDICT
                       ADD 1 TO WS-STREAMS-LATE
                   ELSE
                       MOVE 'INSIDE THE WINDOW' TO WS-RSF-VERDICT
                   END-IF
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-STREAM-FOOT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-STREAM-DECK.
           SET K TO WS-ORDER-NUM(O).
           IF WS-PK-STREAM(K) = WS-STREAM-NUM
               SET WS-POS-IN-LIST TO O
               MOVE WS-POS-IN-LIST TO WS-RD-POS
               MOVE WS-PK-PRIORITY(K) TO WS-RD-PRIORITY
               MOVE SPACE TO WS-RD-PRI-FLAG
               IF WS-PK-PRI-NOTE(K) = 'DEFAULT'
                   MOVE '*' TO WS-RD-PRI-FLAG
               END-IF
               MOVE WS-PK-CLUES(K) TO WS-RD-CLUES
               MOVE WS-PK-PASSES(K) TO WS-RD-PASSES
               MOVE WS-PK-EST-SECS(K) TO WS-RD-EST
               MOVE WS-PK-START-SECS(K) TO WS-CLK-SECS
               PERFORM FORMAT-CLOCK
               MOVE WS-CLK-TEXT TO WS-RD-START
               MOVE WS-PK-END-SECS(K) TO WS-CLK-SECS
               PERFORM FORMAT-CLOCK
               MOVE WS-CLK-TEXT TO WS-RD-FINISH
               MOVE WS-PK-BASIS(K) TO WS-RD-BASIS
               MOVE WS-PK-NAME(K) TO WS-RD-DECK
               MOVE SPACES TO WS-RD-NOTE
               IF WS-DEADLINE-SET = 'Y'
                   PERFORM JUDGE-AGAINST-DEADLINE
               ELSE
                   MOVE WS-PK-END-SECS(K) TO WS-ST-FINISH(S)
               END-IF
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           END-IF.
      *
       JUDGE-AGAINST-DEADLINE.
           MOVE WS-PK-START-SECS(K) TO WS-CLK-SECS.
           DIVIDE WS-CLK-SECS BY 86400
               GIVING WS-CLK-DAY REMAINDER WS-CLK-OF-DAY.
           IF WS-CLK-OF-DAY NOT < WS-DEADLINE-SECS
               MOVE 'Y' TO WS-DEADLINE-HIT
           END-IF.
           IF WS-DEADLINE-HIT = 'Y'
               MOVE 'WILL BE DEFERRED' TO WS-RD-NOTE
               ADD 1 TO WS-ST-DEFERRED(S)
               ADD 1 TO WS-DECKS-DEFERRED
           ELSE
               COMPUTE WS-CUT-SECS =
                   WS-CLK-DAY * 86400 + WS-DEADLINE-SECS
               IF WS-PK-END-SECS(K) > WS-CUT-SECS
                   PERFORM JUDGE-DECK-AT-DEADLINE
               ELSE
                   MOVE WS-PK-END-SECS(K) TO WS-ST-FINISH(S)
               END-IF
           END-IF.
      *
      * Still running when the deadline passes. An iterative Part 2
      * walk is stopped at its next checkpoint and the deck deferred
      * with nothing posted, which ends the stream's night there.
       JUDGE-DECK-AT-DEADLINE.
           IF WS-SEARCH-MODE NOT = 'A' AND WS-RUN-MODE NOT = '1'
               MOVE 'CUT OFF AT DEADLINE' TO WS-RD-NOTE
               MOVE 'Y' TO WS-DEADLINE-HIT
               ADD 1 TO WS-ST-DEFERRED(S)
               ADD 1 TO WS-DECKS-DEFERRED
               MOVE WS-CUT-SECS TO WS-ST-FINISH(S)
               MOVE WS-CUT-SECS TO WS-CLK-SECS
               PERFORM FORMAT-CLOCK
               MOVE WS-CLK-TEXT TO WS-RD-FINISH
           ELSE
               MOVE 'RUNS PAST DEADLINE' TO WS-RD-NOTE
               MOVE 'Y' TO WS-ST-PAST(S)
               MOVE WS-PK-END-SECS(K) TO WS-ST-FINISH(S)
           END-IF.
      *
       WRITE-ABSENT-LINE.
           MOVE WS-ABSENT-NAME(A) TO WS-RA-DECK.
           WRITE REPORT-LINE FROM WS-RPT-ABSENT.
      *
      * Seconds since the batch night's midnight as HH:MM:SS, marked
      * '+1' when it falls on the next day.
       FORMAT-CLOCK.
           DIVIDE WS-CLK-SECS BY 86400
               GIVING WS-CLK-DAY REMAINDER WS-CLK-REM.
           DIVIDE WS-CLK-REM BY 3600
               GIVING WS-CLK-HH REMAINDER WS-CLK-REM.
           DIVIDE WS-CLK-REM BY 60
               GIVING WS-CLK-MM REMAINDER WS-CLK-SS.
           MOVE SPACES TO WS-CLK-TEXT.
           STRING WS-CLK-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-CLK-MM DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-CLK-SS DELIMITED BY SIZE
               INTO WS-CLK-TEXT.
           IF WS-CLK-DAY > 0
               MOVE '+1' TO WS-CLK-TEXT(10:2)
           END-IF.
      *
       WRITE-REPORT-TOTALS.
           MOVE '* PRIORITY NOT ON MASTER - DEFAULT USED'
               TO WS-RPT-NOTE.
           WRITE REPORT-LINE FROM WS-RPT-NOTE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DECKS LISTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'LISTED TWICE' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TWICE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'NOT ON HAND' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ABSENT-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS PLANNED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-PLANNED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'PROJECTED DEFERRED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-DEFERRED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'STREAMS PAST DEADLINE' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-STREAMS-LATE TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'JOURNALS READ' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNALS-READ TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'PAST RUNS TIMED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-HIST-LINES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
