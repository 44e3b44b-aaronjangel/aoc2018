      * Advent of Code 2018, Day 1 - Nightly Batch Controller.
      *
      * Companion to every step of the nightly run. The order of
      * the night - AOC1801 (once per stream in a split batch), the
      * AOC1806 merge, AOC1803 reconciliation, AOC1815 summary,
      * AOC1817 ledger roll, AOC1805 trend, AOC1812 missing decks,
      * AOC1813 aging, AOC1824 parallel-run verification, AOC1811
      * morning report and AOC1807 housekeeping - and the rule that
      * a step whose predecessor failed must not run, used to live
      * in the operators' heads.
      * This controller runs the night from a step table instead:
      * each step names its program, the highest condition code it
      * may end with and still count as complete, the steps it
      * depends on, and up to two environment variables to set
      * before it starts. A step whose dependencies did not all
      * complete is blocked, not run. Every start, end, failure and
      * block goes to the 'steplog' history, and the state of the
      * night is kept in 'stepstatus' after every step, so a rerun
      * with RESTART=Y resumes at the first failed, blocked or
      * unrun step without repeating the ones that finished.
      *
      * Whatever the table says, a GL summary, confirmation or
      * ledger step never runs behind a reconciliation that did not
      * complete - an out-of-balance interface must not be
      * summarized or posted on the strength of someone reading the
      * console.
      *
      * Steps are CALLed in this run unit and CANCELled after, so
      * each starts from its own initial storage. A step that stops
      * the run unit itself (the STOP RUN its own abort paths use)
      * takes the controller down with it; 'stepstatus' then still
      * shows the step running, and the restart runs it again.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1820.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The night's steps, one per line, in the order they run.
      * Defaults to 'steptable', overridden with a STEPTABLE
      * environment variable. A site without one runs the standard
      * night built in below.
           SELECT STEP-TABLE-FILE ASSIGN TO WS-TABLE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TABLE-STATUS.
      *
      * The night in progress - rewritten after every step, and
      * the only thing a restart trusts.
           SELECT STEP-STATUS ASSIGN TO 'stepstatus'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SS-STATUS.
      *
      * Extend, so the history never restarts - status 35 is just a
      * site running its first controlled night.
           SELECT STEP-LOG ASSIGN TO 'steplog'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * Step id, program, highest acceptable condition code, up to
      * four step ids it depends on, and up to two environment
      * variables to set first. A dependency ending in '*' means
      * every earlier step whose id starts with what comes before
      * it - RUN* for all the stream runs, however many there are.
      * An environment variable stays set for the steps after, as
      * a JCL SET would, so a step that points a file elsewhere is
      * followed by one that points it back. Lines starting '*' are
      * comments.
       FD STEP-TABLE-FILE
          LABEL RECORDS ARE OMITTED.
       01 TABLE-RECORD.
         05 TB-STEP-ID         PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-PROGRAM         PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-MAX-CC-X        PIC X(4).
         05 TB-MAX-CC REDEFINES TB-MAX-CC-X
                               PIC 9(4).
         05 FILLER             PIC X(1).
         05 TB-DEP-1           PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-DEP-2           PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-DEP-3           PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-DEP-4           PIC X(8).
         05 FILLER             PIC X(1).
         05 TB-ENV-NAME-1      PIC X(12).
         05 FILLER             PIC X(1).
         05 TB-ENV-VALUE-1     PIC X(30).
         05 FILLER             PIC X(1).
         05 TB-ENV-NAME-2      PIC X(12).
         05 FILLER             PIC X(1).
         05 TB-ENV-VALUE-2     PIC X(30).
      *
      * 'H' header with the night's identity (the date and time it
      * first started), then one 'S' line per step: status ' '
      * unrun, 'R' running, 'C' complete, 'F' failed, 'B' blocked.
       FD STEP-STATUS
          LABEL RECORDS ARE OMITTED.
       01 SS-RECORD.
         05 SS-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SS-STEP-ID         PIC X(8).
         05 FILLER             PIC X(1).
         05 SS-PROGRAM         PIC X(8).
         05 FILLER             PIC X(1).
         05 SS-STEP-STATUS     PIC X.
         05 FILLER             PIC X(1).
         05 SS-START-DATE      PIC 9(8).
         05 FILLER             PIC X(1).
         05 SS-START-TIME      PIC 9(6).
         05 FILLER             PIC X(1).
         05 SS-END-DATE        PIC 9(8).
         05 FILLER             PIC X(1).
         05 SS-END-TIME        PIC 9(6).
         05 FILLER             PIC X(1).
         05 SS-CC              PIC 9(4).
       01 SS-HEADER-RECORD.
         05 SH-REC-TYPE        PIC X.
         05 FILLER             PIC X(1).
         05 SH-BATCH-DATE      PIC 9(8).
         05 FILLER             PIC X(1).
         05 SH-BATCH-TIME      PIC 9(6).
         05 FILLER             PIC X(1).
         05 SH-STEP-COUNT      PIC 9(3).
         05 FILLER             PIC X(38).
      *
       FD STEP-LOG
          LABEL RECORDS ARE OMITTED.
       01 SL-RECORD.
         05 SL-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 SL-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 SL-BATCH-DATE      PIC 9(8).
         05 FILLER             PIC X(1).
         05 SL-BATCH-TIME      PIC 9(6).
         05 FILLER             PIC X(1).
         05 SL-STEP-ID         PIC X(8).
         05 FILLER             PIC X(1).
         05 SL-PROGRAM         PIC X(8).
         05 FILLER             PIC X(1).
         05 SL-EVENT           PIC X(8).
         05 FILLER             PIC X(1).
         05 SL-CC              PIC 9(4).
         05 FILLER             PIC X(1).
         05 SL-NOTE            PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01 WS-TABLE-FILE        PIC X(100)   VALUE 'steptable'.
       01 WS-TABLE-STATUS      PIC X(2)     VALUE '00'.
       01 WS-SS-STATUS         PIC X(2)     VALUE '00'.
       01 WS-LOG-STATUS        PIC X(2)     VALUE '00'.
       01 WS-TABLE-EOF         PIC X        VALUE 'N'.
       01 WS-SS-EOF            PIC X        VALUE 'N'.
      *
       01 WS-RESTART           PIC X        VALUE 'N'.
       01 WS-STREAM-COUNT-X    PIC X(2)     VALUE SPACES.
       01 WS-STREAM-COUNT      PIC 9(2)     VALUE 1.
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
       01 WS-TABLE-SOURCE      PIC X(40)    VALUE SPACES.
      *
      * The night's identity, carried over on a restart, and the
      * clock as each event is logged.
       01 WS-BATCH-DATE        PIC 9(8)     VALUE 0.
       01 WS-BATCH-TIME        PIC 9(6)     VALUE 0.
       01 WS-NOW-DATE          PIC 9(8)     VALUE 0.
       01 WS-NOW-CLOCK         PIC 9(8)     VALUE 0.
       01 WS-NOW-CLOCK-R REDEFINES WS-NOW-CLOCK.
         05 WS-NOW-TIME        PIC 9(6).
         05 FILLER             PIC 9(2).
      *
       01 WS-STEP-TABLE.
         05 WS-STEP-COUNT      PIC 9(3)     VALUE 0.
         05 WS-STEP-ENTRY      OCCURS 120 TIMES INDEXED BY S.
           10 WS-SP-ID         PIC X(8).
           10 WS-SP-PROGRAM    PIC X(8).
           10 WS-SP-MAX-CC     PIC 9(4).
           10 WS-SP-DEP-1      PIC X(8).
           10 WS-SP-DEP-2      PIC X(8).
           10 WS-SP-DEP-3      PIC X(8).
           10 WS-SP-DEP-4      PIC X(8).
           10 WS-SP-ENV-NAME-1 PIC X(12).
           10 WS-SP-ENV-VAL-1  PIC X(30).
           10 WS-SP-ENV-NAME-2 PIC X(12).
           10 WS-SP-ENV-VAL-2  PIC X(30).
           10 WS-SP-STATUS     PIC X.
           10 WS-SP-START-DATE PIC 9(8).
           10 WS-SP-START-TIME PIC 9(6).
           10 WS-SP-END-DATE   PIC 9(8).
           10 WS-SP-END-TIME   PIC 9(6).
           10 WS-SP-CC         PIC 9(4).
      *
      * The step being added to the table, from a table line or
      * from the standard night.
       01 WS-NEW-STEP.
         05 WS-NS-ID           PIC X(8).
         05 WS-NS-PROGRAM      PIC X(8).
         05 WS-NS-MAX-CC       PIC 9(4).
         05 WS-NS-DEP-1        PIC X(8).
         05 WS-NS-DEP-2        PIC X(8).
         05 WS-NS-DEP-3        PIC X(8).
         05 WS-NS-DEP-4        PIC X(8).
         05 WS-NS-ENV-NAME-1   PIC X(12).
         05 WS-NS-ENV-VAL-1    PIC X(30).
         05 WS-NS-ENV-NAME-2   PIC X(12).
         05 WS-NS-ENV-VAL-2    PIC X(30).
      *
      * Dependency checking: the dependency in hand, whether it is
      * a prefix, how many earlier steps it matched and whether
      * they all completed.
       01 T                    PIC 9(3)     VALUE 0.
       01 WS-CHECK-DEP         PIC X(8)     VALUE SPACES.
       01 WS-STAR-COUNT        PIC 9(2)     VALUE 0.
       01 WS-PREFIX-LEN        PIC 9(2)     VALUE 0.
       01 WS-DEP-MATCHES       PIC 9(3)     VALUE 0.
       01 WS-DEP-INCOMPLETE    PIC 9(3)     VALUE 0.
       01 WS-DEP-ID-MATCH      PIC X        VALUE 'N'.
       01 WS-DEPS-MET          PIC X        VALUE 'Y'.
       01 WS-BLOCKED-BY        PIC X(8)     VALUE SPACES.
       01 WS-TABLE-ERRORS      PIC 9(3)     VALUE 0.
       01 WS-DUP-FOUND         PIC X        VALUE 'N'.
      *
      * The step being run.
       01 WS-CALL-PROGRAM      PIC X(8)     VALUE SPACES.
       01 WS-ENV-NAME          PIC X(12)    VALUE SPACES.
       01 WS-ENV-VALUE         PIC X(30)    VALUE SPACES.
       01 WS-STEP-CC           PIC 9(4)     VALUE 0.
       01 WS-CALL-FOUND        PIC X        VALUE 'Y'.
       01 WS-LOG-EVENT         PIC X(8)     VALUE SPACES.
       01 WS-LOG-NOTE          PIC X(40)    VALUE SPACES.
       01 WS-RECON-BAD         PIC X        VALUE 'N'.
      *
       01 WS-RAN-COUNT         PIC 9(3)     VALUE 0.
       01 WS-SKIPPED-COUNT     PIC 9(3)     VALUE 0.
       01 WS-FAILED-COUNT      PIC 9(3)     VALUE 0.
       01 WS-BLOCKED-COUNT     PIC 9(3)     VALUE 0.
       01 WS-WARNED-COUNT      PIC 9(3)     VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Nightly Batch '
               'Controller'
           PERFORM GET-PARMS.
           PERFORM LOAD-STEP-TABLE.
           PERFORM VALIDATE-STEP-TABLE.
           PERFORM OPEN-STEP-LOG.
           IF WS-RESTART = 'Y'
               PERFORM LOAD-STEP-STATUS
           ELSE
               ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-CLOCK FROM TIME
               MOVE WS-NOW-TIME TO WS-BATCH-TIME
           END-IF.
           PERFORM RUN-ONE-STEP VARYING S FROM 1 BY 1
               UNTIL S > WS-STEP-COUNT.
           CLOSE STEP-LOG.
           DISPLAY 'Steps run:           ' WS-RAN-COUNT.
           DISPLAY 'Steps already done:  ' WS-SKIPPED-COUNT.
           DISPLAY 'Steps failed:        ' WS-FAILED-COUNT.
           DISPLAY 'Steps blocked:       ' WS-BLOCKED-COUNT.
           IF WS-FAILED-COUNT > 0 OR WS-BLOCKED-COUNT > 0
               DISPLAY 'NIGHT INCOMPLETE - FIX AND RERUN WITH '
                   'RESTART=Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      *
      * STREAMCOUNT arrives as text, a single digit without its
      * leading zero - same handling AOC1812 gives it. It only
      * shapes the standard night; a step table names its own
      * stream steps.
       GET-PARMS.
           ACCEPT WS-RESTART FROM ENVIRONMENT 'RESTART'
               ON EXCEPTION
                   MOVE 'N' TO WS-RESTART
           END-ACCEPT.
           ACCEPT WS-TABLE-FILE FROM ENVIRONMENT 'STEPTABLE'
               ON EXCEPTION
                   MOVE 'steptable' TO WS-TABLE-FILE
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
      *
       LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-TABLE-STATUS = '00'
               MOVE WS-TABLE-FILE TO WS-TABLE-SOURCE
               READ STEP-TABLE-FILE RECORD
                   AT END MOVE 'Y' TO WS-TABLE-EOF
               END-READ
               PERFORM LOAD-TABLE-LINE UNTIL WS-TABLE-EOF = 'Y'
               CLOSE STEP-TABLE-FILE
           ELSE
               DISPLAY 'NO STEP TABLE ' WS-TABLE-FILE
               DISPLAY 'RUNNING THE STANDARD NIGHT'
               MOVE 'STANDARD NIGHT' TO WS-TABLE-SOURCE
               PERFORM BUILD-STANDARD-NIGHT
           END-IF.
           DISPLAY 'Step table:          ' WS-TABLE-SOURCE.
      *
       LOAD-TABLE-LINE.
           IF TABLE-RECORD NOT = SPACES AND
              TABLE-RECORD(1:1) NOT = '*'
               MOVE TB-STEP-ID TO WS-NS-ID
               MOVE TB-PROGRAM TO WS-NS-PROGRAM
               IF TB-MAX-CC-X IS NUMERIC
                   MOVE TB-MAX-CC TO WS-NS-MAX-CC
               ELSE
                   DISPLAY 'STEP ' TB-STEP-ID
                       ' MAXIMUM CONDITION CODE NOT NUMERIC'
                   ADD 1 TO WS-TABLE-ERRORS
                   MOVE 0 TO WS-NS-MAX-CC
               END-IF
               MOVE TB-DEP-1 TO WS-NS-DEP-1
               MOVE TB-DEP-2 TO WS-NS-DEP-2
               MOVE TB-DEP-3 TO WS-NS-DEP-3
               MOVE TB-DEP-4 TO WS-NS-DEP-4
               MOVE TB-ENV-NAME-1 TO WS-NS-ENV-NAME-1
               MOVE TB-ENV-VALUE-1 TO WS-NS-ENV-VAL-1
               MOVE TB-ENV-NAME-2 TO WS-NS-ENV-NAME-2
               MOVE TB-ENV-VALUE-2 TO WS-NS-ENV-VAL-2
               PERFORM ADD-STEP
           END-IF.
           READ STEP-TABLE-FILE RECORD
               AT END MOVE 'Y' TO WS-TABLE-EOF
           END-READ.
      *
       ADD-STEP.
           IF WS-STEP-COUNT >= 120
               DISPLAY 'MORE THAN 120 STEPS - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           SET S TO WS-STEP-COUNT.
           MOVE WS-NS-ID TO WS-SP-ID(S).
           MOVE WS-NS-PROGRAM TO WS-SP-PROGRAM(S).
           MOVE WS-NS-MAX-CC TO WS-SP-MAX-CC(S).
           MOVE WS-NS-DEP-1 TO WS-SP-DEP-1(S).
           MOVE WS-NS-DEP-2 TO WS-SP-DEP-2(S).
           MOVE WS-NS-DEP-3 TO WS-SP-DEP-3(S).
           MOVE WS-NS-DEP-4 TO WS-SP-DEP-4(S).
           MOVE WS-NS-ENV-NAME-1 TO WS-SP-ENV-NAME-1(S).
           MOVE WS-NS-ENV-VAL-1 TO WS-SP-ENV-VAL-1(S).
           MOVE WS-NS-ENV-NAME-2 TO WS-SP-ENV-NAME-2(S).
           MOVE WS-NS-ENV-VAL-2 TO WS-SP-ENV-VAL-2(S).
           MOVE SPACE TO WS-SP-STATUS(S).
           MOVE 0 TO WS-SP-START-DATE(S).
           MOVE 0 TO WS-SP-START-TIME(S).
           MOVE 0 TO WS-SP-END-DATE(S).
           MOVE 0 TO WS-SP-END-TIME(S).
           MOVE 0 TO WS-SP-CC(S).
           MOVE SPACES TO WS-NEW-STEP.
           MOVE 0 TO WS-NS-MAX-CC.
      *
      * The standard night. A split batch runs AOC1801 once per
      * stream and reconciles each stream's interface against its
      * own journal before AOC1806 merges them; the summary is then
      * pointed back at the merged 'glinterface' and 'runjournal'.
      * Reconciliation and merge must end clean; everything else
      * may end with a warning.
       BUILD-STANDARD-NIGHT.
           MOVE SPACES TO WS-NEW-STEP.
           MOVE 0 TO WS-NS-MAX-CC.
           IF WS-STREAM-COUNT > 1
               PERFORM ADD-STREAM-RUN-STEP
                   VARYING WS-STREAM-NUM FROM 1 BY 1
                   UNTIL WS-STREAM-NUM > WS-STREAM-COUNT
               PERFORM ADD-STREAM-RECON-STEP
                   VARYING WS-STREAM-NUM FROM 1 BY 1
                   UNTIL WS-STREAM-NUM > WS-STREAM-COUNT
               MOVE 'MERGE' TO WS-NS-ID
               MOVE 'AOC1806' TO WS-NS-PROGRAM
               MOVE 0 TO WS-NS-MAX-CC
               MOVE 'RUN*' TO WS-NS-DEP-1
               PERFORM ADD-STEP
               MOVE 'SUMMARY' TO WS-NS-ID
               MOVE 'AOC1815' TO WS-NS-PROGRAM
               MOVE 4 TO WS-NS-MAX-CC
               MOVE 'MERGE' TO WS-NS-DEP-1
               MOVE 'RECON*' TO WS-NS-DEP-2
               MOVE 'GLINTERFACE' TO WS-NS-ENV-NAME-1
               MOVE 'glinterface' TO WS-NS-ENV-VAL-1
               MOVE 'RUNJOURNAL' TO WS-NS-ENV-NAME-2
               MOVE 'runjournal' TO WS-NS-ENV-VAL-2
               PERFORM ADD-STEP
               MOVE 'TREND' TO WS-NS-ID
               MOVE 'AOC1805' TO WS-NS-PROGRAM
               MOVE 4 TO WS-NS-MAX-CC
               MOVE 'MERGE' TO WS-NS-DEP-1
               PERFORM ADD-STEP
           ELSE
               MOVE 'RUN' TO WS-NS-ID
               MOVE 'AOC1801' TO WS-NS-PROGRAM
               MOVE 4 TO WS-NS-MAX-CC
               PERFORM ADD-STEP
               MOVE 'RECON' TO WS-NS-ID
               MOVE 'AOC1803' TO WS-NS-PROGRAM
               MOVE 0 TO WS-NS-MAX-CC
               MOVE 'RUN' TO WS-NS-DEP-1
               PERFORM ADD-STEP
               MOVE 'SUMMARY' TO WS-NS-ID
               MOVE 'AOC1815' TO WS-NS-PROGRAM
               MOVE 4 TO WS-NS-MAX-CC
               MOVE 'RECON' TO WS-NS-DEP-1
               PERFORM ADD-STEP
               MOVE 'TREND' TO WS-NS-ID
               MOVE 'AOC1805' TO WS-NS-PROGRAM
               MOVE 4 TO WS-NS-MAX-CC
               MOVE 'RUN' TO WS-NS-DEP-1
               PERFORM ADD-STEP
           END-IF.
           MOVE 'LEDGER' TO WS-NS-ID.
           MOVE 'AOC1817' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'SUMMARY' TO WS-NS-DEP-1.
           PERFORM ADD-STEP.
           MOVE 'MISSING' TO WS-NS-ID.
           MOVE 'AOC1812' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'RUN*' TO WS-NS-DEP-1.
           PERFORM ADD-STEP.
           MOVE 'AGING' TO WS-NS-ID.
           MOVE 'AOC1813' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'RUN*' TO WS-NS-DEP-1.
           PERFORM ADD-STEP.
      * The parallel-run check reads each stream's own journal and
      * interface, but the pass counts it compares come from the
      * profile master, which a split night only has once the merge
      * has folded the stream profiles in.
           MOVE 'VERIFY' TO WS-NS-ID.
           MOVE 'AOC1824' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'RUN*' TO WS-NS-DEP-1.
           IF WS-STREAM-COUNT > 1
               MOVE 'MERGE' TO WS-NS-DEP-2
           END-IF.
           PERFORM ADD-STEP.
           MOVE 'MORNING' TO WS-NS-ID.
           MOVE 'AOC1811' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'RUN*' TO WS-NS-DEP-1.
           PERFORM ADD-STEP.
      * Housekeeping archives and truncates what the reports read,
      * so it waits for them.
           MOVE 'HOUSEKP' TO WS-NS-ID.
           MOVE 'AOC1807' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'MORNING' TO WS-NS-DEP-1.
           MOVE 'MISSING' TO WS-NS-DEP-2.
           PERFORM ADD-STEP.
      *
       ADD-STREAM-RUN-STEP.
           MOVE SPACES TO WS-NS-ID.
           STRING 'RUN' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-NS-ID.
           MOVE 'AOC1801' TO WS-NS-PROGRAM.
           MOVE 4 TO WS-NS-MAX-CC.
           MOVE 'STREAMNUM' TO WS-NS-ENV-NAME-1.
           MOVE WS-STREAM-NUM TO WS-NS-ENV-VAL-1.
           PERFORM ADD-STEP.
      *
       ADD-STREAM-RECON-STEP.
           MOVE SPACES TO WS-NS-ID.
           STRING 'RECON' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-NS-ID.
           MOVE 'AOC1803' TO WS-NS-PROGRAM.
           MOVE 0 TO WS-NS-MAX-CC.
           STRING 'RUN' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-NS-DEP-1.
           MOVE 'GLINTERFACE' TO WS-NS-ENV-NAME-1.
           STRING 'glinterface' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-NS-ENV-VAL-1.
           MOVE 'RUNJOURNAL' TO WS-NS-ENV-NAME-2.
           STRING 'runjournal' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-NS-ENV-VAL-2.
           PERFORM ADD-STEP.
      *
      * A table that cannot be run as written is refused whole,
      * before any step starts: every step needs an id no earlier
      * step uses and a program, and every dependency must name
      * at least one earlier step.
       VALIDATE-STEP-TABLE.
           IF WS-STEP-COUNT = 0
               DISPLAY 'STEP TABLE ' WS-TABLE-FILE ' HAS NO STEPS'
               ADD 1 TO WS-TABLE-ERRORS
           END-IF.
           PERFORM VALIDATE-ONE-STEP VARYING S FROM 1 BY 1
               UNTIL S > WS-STEP-COUNT.
           IF WS-TABLE-ERRORS > 0
               DISPLAY WS-TABLE-ERRORS ' STEP TABLE ERROR(S) - '
                   'ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       VALIDATE-ONE-STEP.
           IF WS-SP-ID(S) = SPACES OR WS-SP-PROGRAM(S) = SPACES
               DISPLAY 'STEP ' S ' NEEDS AN ID AND A PROGRAM'
               ADD 1 TO WS-TABLE-ERRORS
           END-IF.
           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM MATCH-DUPLICATE-ID VARYING T FROM 1 BY 1
               UNTIL T >= S.
           IF WS-DUP-FOUND = 'Y'
               DISPLAY 'STEP ' WS-SP-ID(S) ' IS IN THE TABLE TWICE'
               ADD 1 TO WS-TABLE-ERRORS
           END-IF.
           MOVE WS-SP-DEP-1(S) TO WS-CHECK-DEP.
           PERFORM VALIDATE-DEPENDENCY.
           MOVE WS-SP-DEP-2(S) TO WS-CHECK-DEP.
           PERFORM VALIDATE-DEPENDENCY.
           MOVE WS-SP-DEP-3(S) TO WS-CHECK-DEP.
           PERFORM VALIDATE-DEPENDENCY.
           MOVE WS-SP-DEP-4(S) TO WS-CHECK-DEP.
           PERFORM VALIDATE-DEPENDENCY.
      *
       MATCH-DUPLICATE-ID.
           IF WS-SP-ID(T) = WS-SP-ID(S)
               MOVE 'Y' TO WS-DUP-FOUND
           END-IF.
      *
       VALIDATE-DEPENDENCY.
           IF WS-CHECK-DEP NOT = SPACES
               PERFORM SCAN-DEPENDENCY
               IF WS-DEP-MATCHES = 0
                   DISPLAY 'STEP ' WS-SP-ID(S) ' DEPENDS ON '
                       WS-CHECK-DEP ' - NO SUCH EARLIER STEP'
                   ADD 1 TO WS-TABLE-ERRORS
               END-IF
           END-IF.
      *
      * Counts the earlier steps WS-CHECK-DEP names, and how many
      * of them have not completed.
       SCAN-DEPENDENCY.
           MOVE 0 TO WS-STAR-COUNT.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT WS-CHECK-DEP TALLYING WS-STAR-COUNT FOR ALL '*'.
           IF WS-STAR-COUNT > 0
               INSPECT WS-CHECK-DEP TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
           END-IF.
           MOVE 0 TO WS-DEP-MATCHES.
           MOVE 0 TO WS-DEP-INCOMPLETE.
           PERFORM MATCH-DEPENDENCY VARYING T FROM 1 BY 1
               UNTIL T >= S.
      *
       MATCH-DEPENDENCY.
           MOVE 'N' TO WS-DEP-ID-MATCH.
           IF WS-STAR-COUNT = 0
               IF WS-SP-ID(T) = WS-CHECK-DEP
                   MOVE 'Y' TO WS-DEP-ID-MATCH
               END-IF
           ELSE
               IF WS-PREFIX-LEN = 0
                   MOVE 'Y' TO WS-DEP-ID-MATCH
               ELSE
                   IF WS-SP-ID(T)(1:WS-PREFIX-LEN) =
                      WS-CHECK-DEP(1:WS-PREFIX-LEN)
                       MOVE 'Y' TO WS-DEP-ID-MATCH
                   END-IF
               END-IF
           END-IF.
           IF WS-DEP-ID-MATCH = 'Y'
               ADD 1 TO WS-DEP-MATCHES
               IF WS-SP-STATUS(T) NOT = 'C'
                   ADD 1 TO WS-DEP-INCOMPLETE
               END-IF
           END-IF.
      *
       OPEN-STEP-LOG.
           OPEN EXTEND STEP-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT STEP-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STEP-LOG, STATUS '
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * A restart carries on the night 'stepstatus' describes, and
      * only if the table still lists the same steps in the same
      * order - resuming a different night's table would skip
      * steps that never ran. Completed steps stay complete; a
      * step left running was taken down mid-step and runs again,
      * as does every failed or blocked one.
       LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS.
           IF WS-SS-STATUS NOT = '00'
               DISPLAY 'NO STEP STATUS TO RESTART FROM - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ STEP-STATUS RECORD
               AT END MOVE 'Y' TO WS-SS-EOF
           END-READ.
           IF WS-SS-EOF = 'Y' OR SH-REC-TYPE NOT = 'H' OR
              SH-STEP-COUNT NOT = WS-STEP-COUNT
               DISPLAY 'STEP TABLE CHANGED SINCE THE NIGHT BEING '
                   'RESTARTED - ABORTING'
               CLOSE STEP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SH-BATCH-DATE TO WS-BATCH-DATE.
           MOVE SH-BATCH-TIME TO WS-BATCH-TIME.
           PERFORM LOAD-STATUS-LINE VARYING S FROM 1 BY 1
               UNTIL S > WS-STEP-COUNT.
           CLOSE STEP-STATUS.
           DISPLAY 'Restarting night of  ' WS-BATCH-DATE ' '
               WS-BATCH-TIME.
      *
       LOAD-STATUS-LINE.
           READ STEP-STATUS RECORD
               AT END MOVE 'Y' TO WS-SS-EOF
           END-READ.
           IF WS-SS-EOF = 'Y' OR SS-REC-TYPE NOT = 'S' OR
              SS-STEP-ID NOT = WS-SP-ID(S)
               DISPLAY 'STEP TABLE CHANGED SINCE THE NIGHT BEING '
                   'RESTARTED - ABORTING'
               CLOSE STEP-STATUS
               CLOSE STEP-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SS-START-DATE TO WS-SP-START-DATE(S).
           MOVE SS-START-TIME TO WS-SP-START-TIME(S).
           MOVE SS-END-DATE TO WS-SP-END-DATE(S).
           MOVE SS-END-TIME TO WS-SP-END-TIME(S).
           MOVE SS-CC TO WS-SP-CC(S).
           IF SS-STEP-STATUS = 'C'
               MOVE 'C' TO WS-SP-STATUS(S)
           ELSE
               MOVE SPACE TO WS-SP-STATUS(S)
               IF SS-STEP-STATUS = 'R'
                   MOVE 'ABENDED' TO WS-LOG-EVENT
                   MOVE 0 TO WS-STEP-CC
                   MOVE 'STARTED BUT NEVER ENDED - RUNS AGAIN'
                       TO WS-LOG-NOTE
                   PERFORM WRITE-STEP-LOG
               END-IF
           END-IF.
      *
      * One step: skipped if a previous attempt at this night
      * completed it, blocked if anything it depends on did not
      * complete, otherwise run and judged against its limit.
       RUN-ONE-STEP.
           IF WS-SP-STATUS(S) = 'C'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'SKIPPED' TO WS-LOG-EVENT
               MOVE WS-SP-CC(S) TO WS-STEP-CC
               MOVE 'COMPLETED EARLIER THIS NIGHT' TO WS-LOG-NOTE
               PERFORM WRITE-STEP-LOG
           ELSE
               PERFORM JUDGE-DEPENDENCIES
               IF WS-DEPS-MET = 'Y'
                   PERFORM JUDGE-POSTING-GUARD
               END-IF
               IF WS-DEPS-MET = 'Y'
                   PERFORM EXECUTE-STEP
               ELSE
                   MOVE 'B' TO WS-SP-STATUS(S)
                   MOVE 0 TO WS-SP-CC(S)
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE 'BLOCKED' TO WS-LOG-EVENT
                   MOVE 0 TO WS-STEP-CC
                   MOVE SPACES TO WS-LOG-NOTE
                   STRING 'DEPENDS ON ' DELIMITED BY SIZE
                          WS-BLOCKED-BY DELIMITED BY SPACE
                          ' - NOT COMPLETE' DELIMITED BY SIZE
                       INTO WS-LOG-NOTE
                   PERFORM WRITE-STEP-LOG
                   DISPLAY 'STEP ' WS-SP-ID(S) ' BLOCKED - '
                       WS-LOG-NOTE
                   PERFORM SAVE-STEP-STATUS
               END-IF
           END-IF.
           IF WS-SP-PROGRAM(S) = 'AOC1803' AND
              WS-SP-STATUS(S) NOT = 'C'
               MOVE 'Y' TO WS-RECON-BAD
           END-IF.
      *
       JUDGE-DEPENDENCIES.
           MOVE 'Y' TO WS-DEPS-MET.
           MOVE SPACES TO WS-BLOCKED-BY.
           MOVE WS-SP-DEP-1(S) TO WS-CHECK-DEP.
           PERFORM JUDGE-ONE-DEPENDENCY.
           MOVE WS-SP-DEP-2(S) TO WS-CHECK-DEP.
           PERFORM JUDGE-ONE-DEPENDENCY.
           MOVE WS-SP-DEP-3(S) TO WS-CHECK-DEP.
           PERFORM JUDGE-ONE-DEPENDENCY.
           MOVE WS-SP-DEP-4(S) TO WS-CHECK-DEP.
           PERFORM JUDGE-ONE-DEPENDENCY.
      *
       JUDGE-ONE-DEPENDENCY.
           IF WS-CHECK-DEP NOT = SPACES AND WS-DEPS-MET = 'Y'
               PERFORM SCAN-DEPENDENCY
               IF WS-DEP-INCOMPLETE > 0
                   MOVE 'N' TO WS-DEPS-MET
                   MOVE WS-CHECK-DEP TO WS-BLOCKED-BY
               END-IF
           END-IF.
      *
      * The GL summary, the confirmation match and the ledger roll
      * all carry the interface onward; none runs once any
      * reconciliation this night has failed or been blocked.
       JUDGE-POSTING-GUARD.
           IF WS-RECON-BAD = 'Y' AND
              (WS-SP-PROGRAM(S) = 'AOC1815' OR
               WS-SP-PROGRAM(S) = 'AOC1816' OR
               WS-SP-PROGRAM(S) = 'AOC1817')
               MOVE 'N' TO WS-DEPS-MET
               MOVE 'RECON' TO WS-BLOCKED-BY
           END-IF.
      *
       EXECUTE-STEP.
           MOVE WS-SP-ENV-NAME-1(S) TO WS-ENV-NAME.
           MOVE WS-SP-ENV-VAL-1(S) TO WS-ENV-VALUE.
           PERFORM SET-STEP-ENVIRONMENT.
           MOVE WS-SP-ENV-NAME-2(S) TO WS-ENV-NAME.
           MOVE WS-SP-ENV-VAL-2(S) TO WS-ENV-VALUE.
           PERFORM SET-STEP-ENVIRONMENT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE 'R' TO WS-SP-STATUS(S).
           MOVE WS-NOW-DATE TO WS-SP-START-DATE(S).
           MOVE WS-NOW-TIME TO WS-SP-START-TIME(S).
           MOVE 0 TO WS-SP-END-DATE(S).
           MOVE 0 TO WS-SP-END-TIME(S).
           MOVE 0 TO WS-SP-CC(S).
           PERFORM SAVE-STEP-STATUS.
           MOVE 'STARTED' TO WS-LOG-EVENT.
           MOVE 0 TO WS-STEP-CC.
           MOVE SPACES TO WS-LOG-NOTE.
           PERFORM WRITE-STEP-LOG.
           DISPLAY 'STEP ' WS-SP-ID(S) ' STARTING ' WS-SP-PROGRAM(S).
           ADD 1 TO WS-RAN-COUNT.
           MOVE WS-SP-PROGRAM(S) TO WS-CALL-PROGRAM.
           MOVE 'Y' TO WS-CALL-FOUND.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE 'N' TO WS-CALL-FOUND
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-CC.
           MOVE 0 TO RETURN-CODE.
           IF WS-CALL-FOUND = 'Y'
               CANCEL WS-CALL-PROGRAM
               MOVE SPACES TO WS-LOG-NOTE
           ELSE
               MOVE 8 TO WS-STEP-CC
               MOVE 'PROGRAM NOT FOUND' TO WS-LOG-NOTE
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE WS-NOW-DATE TO WS-SP-END-DATE(S).
           MOVE WS-NOW-TIME TO WS-SP-END-TIME(S).
           MOVE WS-STEP-CC TO WS-SP-CC(S).
           IF WS-STEP-CC > WS-SP-MAX-CC(S)
               MOVE 'F' TO WS-SP-STATUS(S)
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FAILED' TO WS-LOG-EVENT
               IF WS-LOG-NOTE = SPACES
                   MOVE 'CONDITION CODE OVER THE STEP LIMIT'
                       TO WS-LOG-NOTE
               END-IF
               DISPLAY 'STEP ' WS-SP-ID(S) ' FAILED, CONDITION CODE '
                   WS-STEP-CC
           ELSE
               MOVE 'C' TO WS-SP-STATUS(S)
               IF WS-STEP-CC > 0
                   ADD 1 TO WS-WARNED-COUNT
               END-IF
               MOVE 'ENDED' TO WS-LOG-EVENT
               DISPLAY 'STEP ' WS-SP-ID(S) ' ENDED, CONDITION CODE '
                   WS-STEP-CC
           END-IF.
           PERFORM WRITE-STEP-LOG.
           PERFORM SAVE-STEP-STATUS.
      *
       SET-STEP-ENVIRONMENT.
           IF WS-ENV-NAME NOT = SPACES
               DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
               DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF.
      *
      * The whole night rewritten after every step, so whatever
      * happens next the file says exactly where the night stood.
       SAVE-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS.
           IF WS-SS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STEP-STATUS, STATUS '
                   WS-SS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SS-HEADER-RECORD.
           MOVE 'H' TO SH-REC-TYPE.
           MOVE WS-BATCH-DATE TO SH-BATCH-DATE.
           MOVE WS-BATCH-TIME TO SH-BATCH-TIME.
           MOVE WS-STEP-COUNT TO SH-STEP-COUNT.
           WRITE SS-HEADER-RECORD.
           PERFORM WRITE-STATUS-LINE VARYING T FROM 1 BY 1
               UNTIL T > WS-STEP-COUNT.
           CLOSE STEP-STATUS.
      *
       WRITE-STATUS-LINE.
           MOVE SPACES TO SS-RECORD.
           MOVE 'S' TO SS-REC-TYPE.
           MOVE WS-SP-ID(T) TO SS-STEP-ID.
           MOVE WS-SP-PROGRAM(T) TO SS-PROGRAM.
           MOVE WS-SP-STATUS(T) TO SS-STEP-STATUS.
           MOVE WS-SP-START-DATE(T) TO SS-START-DATE.
           MOVE WS-SP-START-TIME(T) TO SS-START-TIME.
           MOVE WS-SP-END-DATE(T) TO SS-END-DATE.
           MOVE WS-SP-END-TIME(T) TO SS-END-TIME.
           MOVE WS-SP-CC(T) TO SS-CC.
           WRITE SS-RECORD.
      *
       WRITE-STEP-LOG.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE SPACES TO SL-RECORD.
           MOVE WS-NOW-DATE TO SL-DATE.
           MOVE WS-NOW-TIME TO SL-TIME.
           MOVE WS-BATCH-DATE TO SL-BATCH-DATE.
           MOVE WS-BATCH-TIME TO SL-BATCH-TIME.
           MOVE WS-SP-ID(S) TO SL-STEP-ID.
           MOVE WS-SP-PROGRAM(S) TO SL-PROGRAM.
           MOVE WS-LOG-EVENT TO SL-EVENT.
           MOVE WS-STEP-CC TO SL-CC.
           MOVE WS-LOG-NOTE TO SL-NOTE.
           WRITE SL-RECORD.
