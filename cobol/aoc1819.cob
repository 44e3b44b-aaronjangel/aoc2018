      * Advent of Code 2018, Day 1 - Sender Quality Scorecard.
      *
      * Companion to AOC1812 and AOC1807. Each sending department
      * hears about its own problems one night at a time - a
      * missing deck here, a hold there, a quarantine next week -
      * and nobody ever sees the month whole. This run scores one
      * calendar month (SCOREMONTH, YYYYMM, default last month) for
      * every deck on the deck control master and rolls the decks
      * up by owning department (DM-DEPT):
      *
      *   - decks expected under the master's schedule against the
      *     days a run journal actually saw them, and of the due
      *     days AOC1812 reported missing, which arrived late
      *     (before the next due day) and which never did;
      *   - clue and reject counts from the run journal, every
      *     outcome but a deferral, as a reject rate;
      *   - quarantines (control totals that did not balance) and
      *     holds from the run journal outcomes, with the hold
      *     queue's reasons summarized per department;
      *   - retransmissions - AOC1804's resend log plus duplicate
      *     transmissions the journal turned away;
      *   - the month's rejects in the suspense master, how many
      *     are still open and their average age.
      *
      * Each deck is rated GOOD, FAIR or POOR against the limits in
      * the thresholds file, and the department carries the rating
      * of its worst deck. The journals and missing-deck reports
      * come from AOC1807's dated generations in 'archcat', so the
      * retention count must cover the month being scored; every
      * page states how many of the month's nights were on file.
      * One department to a page on 'scorecard'.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1819.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Read-only, same as AOC1812's walk - AOC1808 owns every
      * change to the master.
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
      * The generation catalog exactly as AOC1807 maintains it -
      * one archived run date per line, oldest first.
           SELECT ARCH-CAT ASSIGN TO 'archcat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.
      *
      * One archived generation file at a time - a run journal or a
      * missing-deck report, the name rebuilt per date and per
      * stream slot the way AOC1814 rebuilds it.
           SELECT SCAN-IN ASSIGN TO WS-SCAN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAN-STATUS.
      *
           SELECT REJ-SUSPENSE ASSIGN TO 'rejsuspense'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-KEY
           FILE STATUS IS WS-RSP-STATUS.
      *
      * The unsplit run's 'holdqueue' and every stream's
      * holdqueueNN - AOC1801 appends to them and only AOC1810's
      * dispositions ever shrink them.
           SELECT HOLD-QUEUE ASSIGN TO WS-HOLDQ-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDQ-STATUS.
      *
           SELECT RESEND-LOG ASSIGN TO 'resendlog'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RL-STATUS.
      *
      * The rating limits, maintained by hand - one line per
      * measure. Defaults to 'scorethresh', overridden with a
      * SCORETHRESH environment variable; a measure the file does
      * not name keeps its built-in limits.
           SELECT SCORE-THRESH ASSIGN TO WS-THRESH-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TH-STATUS.
      *
           SELECT SCORECARD ASSIGN TO 'scorecard'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD ARCH-CAT
          LABEL RECORDS ARE OMITTED.
       01 ARCH-CAT-RECORD      PIC 9(8).
      *
      * Only the fields the scorecard needs: the deck name, clue
      * and reject counts and outcome of an AOC1801 journal deck
      * line, or the status and deck of an AOC1812 missing-deck
      * line.
       FD SCAN-IN
          LABEL RECORDS ARE OMITTED.
       01 SCAN-RECORD          PIC X(180).
       01 SCAN-JOURNAL-RECORD.
         05 SJ-REC-TYPE        PIC X.
         05 FILLER             PIC X(5).
         05 SJ-NAME            PIC X(100).
         05 FILLER             PIC X(33).
         05 SJ-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 SJ-REJECTS         PIC 9(6).
         05 FILLER             PIC X(8).
         05 SJ-OUTCOME         PIC X(12).
         05 FILLER             PIC X(8).
       01 SCAN-MISSING-RECORD.
         05 SM-STATUS          PIC X(8).
         05 FILLER             PIC X(1).
         05 SM-DECK            PIC X(100).
         05 FILLER             PIC X(71).
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
      * Same record AOC1801's WRITE-HOLD-QUEUE writes.
       FD HOLD-QUEUE
          LABEL RECORDS ARE OMITTED.
       01 HOLD-QUEUE-RECORD.
         05 HQ-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 HQ-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 HQ-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 HQ-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 HQ-REJECTS         PIC 9(6).
         05 FILLER             PIC X(1).
         05 HQ-MIN-CLUES       PIC 9(6).
         05 FILLER             PIC X(1).
         05 HQ-MAX-CLUES       PIC 9(6).
         05 FILLER             PIC X(1).
         05 HQ-MAX-REJECTS     PIC 9(4).
         05 FILLER             PIC X(1).
         05 HQ-REASON          PIC X(30).
      *
      * Same record AOC1804's LOG-RESEND writes.
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
      * Measure name, then the FAIR and POOR limits - a value above
      * the FAIR limit rates FAIR, above the POOR limit POOR. The
      * measures are MISSING, LATE, QUARANT, HOLDS and RESENDS
      * (counts for the month), REJRATE (rejects per clue sent, in
      * hundredths of a percent - 00250 is 2.50%) and REJAGE
      * (average age of the month's suspense rejects, in days).
       FD SCORE-THRESH
          LABEL RECORDS ARE OMITTED.
       01 TH-RECORD.
         05 TH-MEASURE         PIC X(8).
         05 FILLER             PIC X(1).
         05 TH-FAIR-X          PIC X(5).
         05 TH-FAIR REDEFINES TH-FAIR-X
                               PIC 9(5).
         05 FILLER             PIC X(1).
         05 TH-POOR-X          PIC X(5).
         05 TH-POOR REDEFINES TH-POOR-X
                               PIC 9(5).
      *
       FD SCORECARD
          LABEL RECORDS ARE OMITTED.
       01 SCORE-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-SCAN-FILE         PIC X(100)   VALUE SPACES.
       01 WS-HOLDQ-FILE        PIC X(100)   VALUE 'holdqueue'.
       01 WS-THRESH-FILE       PIC X(100)   VALUE 'scorethresh'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-CAT-STATUS        PIC X(2)     VALUE '00'.
       01 WS-SCAN-STATUS       PIC X(2)     VALUE '00'.
       01 WS-RSP-STATUS        PIC X(2)     VALUE '00'.
       01 WS-HOLDQ-STATUS      PIC X(2)     VALUE '00'.
       01 WS-RL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-TH-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DM-EOF            PIC X        VALUE 'N'.
       01 WS-CAT-EOF           PIC X        VALUE 'N'.
       01 WS-SCAN-EOF          PIC X        VALUE 'N'.
       01 WS-RSP-EOF           PIC X        VALUE 'N'.
       01 WS-HOLDQ-EOF         PIC X        VALUE 'N'.
       01 WS-RL-EOF            PIC X        VALUE 'N'.
       01 WS-TH-EOF            PIC X        VALUE 'N'.
      *
      * The month being scored (SCOREMONTH, YYYYMM) defaults to the
      * month before today - the scorecard normally runs once the
      * month's last night has been archived. A month still in
      * progress is scored up to today.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
         05 WS-RUN-YEAR        PIC 9(4).
         05 WS-RUN-MONTH       PIC 9(2).
         05 WS-RUN-DAY         PIC 9(2).
       01 WS-SCORE-MONTH       PIC 9(6)     VALUE 0.
       01 WS-SCORE-MONTH-X REDEFINES WS-SCORE-MONTH
                               PIC X(6).
       01 WS-SCORE-MONTH-R REDEFINES WS-SCORE-MONTH.
         05 WS-SM-YEAR         PIC 9(4).
         05 WS-SM-MONTH        PIC 9(2).
       01 WS-RUN-PERIOD        PIC 9(6)     VALUE 0.
      *
      * The month's shape: its length (same leap rule AOC1812
      * applies), the last day actually scored, the date the
      * suspense ages are measured to, and the weekday of the 1st -
      * found from the day count since Monday 1 January 2018 - from
      * which every other day's weekday (1 Monday through 7 Sunday,
      * as AOC1812 judges weekly decks) follows.
       01 WS-MONTH-LAST-DAY    PIC 9(2)     VALUE 0.
       01 WS-LAST-SCORED       PIC 9(2)     VALUE 0.
       01 WS-LEAP-Q            PIC 9(4)     VALUE 0.
       01 WS-LEAP-R4           PIC 9(4)     VALUE 0.
       01 WS-LEAP-R100         PIC 9(4)     VALUE 0.
       01 WS-LEAP-R400         PIC 9(4)     VALUE 0.
       01 WS-MONTH-START       PIC 9(8)     VALUE 0.
       01 WS-MONTH-END         PIC 9(8)     VALUE 0.
       01 WS-AS-OF-DATE        PIC 9(8)     VALUE 0.
       01 WS-AS-OF-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-FIRST-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-MONDAY-SERIAL     PIC 9(9)     VALUE 0.
       01 WS-DAY-COUNT         PIC 9(9)     VALUE 0.
       01 WS-DOW-Q             PIC 9(9)     VALUE 0.
       01 WS-DOW-R             PIC 9(1)     VALUE 0.
       01 WS-DAY-OF-WEEK       PIC 9(1)     VALUE 0.
       01 WS-DAY-OF-MONTH      PIC 9(2)     VALUE 0.
       01 WS-DAY-FROM          PIC 9(2)     VALUE 0.
       01 WS-NEXT-DUE          PIC 9(2)     VALUE 0.
       01 WS-SEEK-DAY          PIC 9(2)     VALUE 0.
       01 WS-DECK-DUE          PIC X        VALUE 'N'.
       01 WS-DUE-FOUND         PIC X        VALUE 'N'.
       01 WS-LATE-FOUND        PIC X        VALUE 'N'.
      *
      * Same March-based day count AOC1813 ages its suspense with.
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
       01 WS-ENTRY-SERIAL      PIC 9(9)     VALUE 0.
       01 WS-END-SERIAL        PIC 9(9)     VALUE 0.
       01 WS-AGE-DAYS          PIC S9(9)    VALUE 0.
      *
      * Built-in limits, in the order the measures are judged. A
      * line in the thresholds file replaces the pair for its
      * measure.
       01 WS-THRESH-DEFAULTS.
         05 FILLER             PIC X(18)    VALUE 'MISSING 0000000002'.
         05 FILLER             PIC X(18)    VALUE 'LATE    0000100003'.
         05 FILLER             PIC X(18)    VALUE 'REJRATE 0010000500'.
         05 FILLER             PIC X(18)    VALUE 'QUARANT 0000000002'.
         05 FILLER             PIC X(18)    VALUE 'HOLDS   0000100003'.
         05 FILLER             PIC X(18)    VALUE 'RESENDS 0000100003'.
         05 FILLER             PIC X(18)    VALUE 'REJAGE  0000700030'.
       01 WS-THRESH-TABLE REDEFINES WS-THRESH-DEFAULTS.
         05 WS-TH-ENTRY        OCCURS 7 TIMES INDEXED BY T.
           10 WS-TH-MEASURE    PIC X(8).
           10 WS-TH-FAIR       PIC 9(5).
           10 WS-TH-POOR       PIC 9(5).
       01 WS-TH-FOUND          PIC X        VALUE 'N'.
       01 WS-TH-BAD-COUNT      PIC 9(3)     VALUE 0.
       01 WS-TH-SOURCE         PIC X(30)    VALUE SPACES.
      *
      * Every deck on the master with its schedule and the month's
      * evidence. The three day maps hold one byte per day of the
      * month - due under the schedule, seen in a run journal,
      * reported missing by AOC1812 - with a spare 32nd byte so a
      * search may step one day past a 31-day month.
       01 WS-DECK-TABLE.
         05 WS-DECK-COUNT      PIC 9(3)     VALUE 0.
         05 WS-DECK-ENTRY      OCCURS 500 TIMES INDEXED BY K.
           10 WS-DK-NAME       PIC X(100).
           10 WS-DK-DEPT       PIC X(4).
           10 WS-DK-FREQ       PIC X.
           10 WS-DK-DAY        PIC 9(2).
           10 WS-DK-DUE        PIC X(32).
           10 WS-DK-ARRIVED    PIC X(32).
           10 WS-DK-MISSED     PIC X(32).
           10 WS-DK-EXPECTED   PIC 9(3).
           10 WS-DK-RECEIVED   PIC 9(3).
           10 WS-DK-LATE       PIC 9(3).
           10 WS-DK-MISSING    PIC 9(3).
           10 WS-DK-CLUES      PIC 9(8).
           10 WS-DK-REJECTS    PIC 9(8).
           10 WS-DK-QUARANT    PIC 9(3).
           10 WS-DK-HELD       PIC 9(3).
           10 WS-DK-RESENDS    PIC 9(3).
           10 WS-DK-SUSP-COUNT PIC 9(5).
           10 WS-DK-SUSP-DAYS  PIC 9(7).
           10 WS-DK-SUSP-OPEN  PIC 9(5).
           10 WS-DK-RATE       PIC 9(5).
           10 WS-DK-AVG-AGE    PIC 9(4).
           10 WS-DK-LEVEL      PIC 9(1).
           10 WS-DK-RATING     PIC X(4).
       01 WS-DECK-FOUND        PIC X        VALUE 'N'.
       01 WS-FIND-NAME         PIC X(100)   VALUE SPACES.
       01 WS-MASTER-PRESENT    PIC X        VALUE 'N'.
      *
      * Departments in the order they first appear on the master,
      * with the month's totals and the worst rating among their
      * decks.
       01 WS-DEPT-TABLE.
         05 WS-DEPT-COUNT      PIC 9(3)     VALUE 0.
         05 WS-DEPT-ENTRY      OCCURS 200 TIMES INDEXED BY D.
           10 WS-DP-DEPT       PIC X(4).
           10 WS-DP-DECKS      PIC 9(3).
           10 WS-DP-EXPECTED   PIC 9(5).
           10 WS-DP-RECEIVED   PIC 9(5).
           10 WS-DP-LATE       PIC 9(5).
           10 WS-DP-MISSING    PIC 9(5).
           10 WS-DP-CLUES      PIC 9(9).
           10 WS-DP-REJECTS    PIC 9(9).
           10 WS-DP-QUARANT    PIC 9(5).
           10 WS-DP-HELD       PIC 9(5).
           10 WS-DP-RESENDS    PIC 9(5).
           10 WS-DP-SUSP-COUNT PIC 9(6).
           10 WS-DP-SUSP-DAYS  PIC 9(8).
           10 WS-DP-SUSP-OPEN  PIC 9(6).
           10 WS-DP-LEVEL      PIC 9(1).
           10 WS-DP-RATED      PIC 9(3).
       01 WS-DEPT-FOUND        PIC X        VALUE 'N'.
      *
      * The month's hold reasons, per department.
       01 WS-REASON-TABLE.
         05 WS-REASON-COUNT    PIC 9(3)     VALUE 0.
         05 WS-REASON-ENTRY    OCCURS 500 TIMES INDEXED BY R.
           10 WS-RS-DEPT       PIC X(4).
           10 WS-RS-REASON     PIC X(30).
           10 WS-RS-HOLDS      PIC 9(4).
       01 WS-REASON-FOUND      PIC X        VALUE 'N'.
       01 WS-DEPT-REASONS      PIC 9(3)     VALUE 0.
      *
      * The catalog in storage, oldest first. Same 200-entry bound
      * AOC1807 enforces.
       01 WS-CAT-TABLE.
         05 WS-CAT-COUNT       PIC 9(3)     VALUE 0.
         05 WS-CAT-DATE        PIC 9(8)
                                OCCURS 200 TIMES
                                INDEXED BY C.
      *
      * The generation being read. WS-SCAN-KIND picks the record
      * layout: 'J' run journal, 'M' missing-deck report.
       01 WS-GEN-DATE          PIC 9(8)     VALUE 0.
       01 WS-GEN-DATE-R REDEFINES WS-GEN-DATE.
         05 WS-GEN-PERIOD      PIC 9(6).
         05 WS-GEN-DAY         PIC 9(2).
       01 WS-SCAN-KIND         PIC X        VALUE SPACE.
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
       01 WS-GEN-JOURNAL       PIC X        VALUE 'N'.
       01 WS-JOURNAL-NIGHTS    PIC 9(2)     VALUE 0.
       01 WS-CHECK-NIGHTS      PIC 9(2)     VALUE 0.
       01 WS-DATE-WORK         PIC 9(8)     VALUE 0.
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
         05 WS-DW-PERIOD       PIC 9(6).
         05 WS-DW-DAY          PIC 9(2).
      *
      * Judging one measure against its limits.
       01 WS-MEASURE-VALUE     PIC 9(7)     VALUE 0.
       01 WS-MEASURE-LEVEL     PIC 9(1)     VALUE 0.
      *
       01 WS-UNREGISTERED      PIC 9(5)     VALUE 0.
       01 WS-GOOD-COUNT        PIC 9(3)     VALUE 0.
       01 WS-FAIR-COUNT        PIC 9(3)     VALUE 0.
       01 WS-POOR-COUNT        PIC 9(3)     VALUE 0.
       01 WS-IDLE-COUNT        PIC 9(3)     VALUE 0.
       01 WS-POOR-DEPTS        PIC 9(3)     VALUE 0.
       01 WS-RATE-WORK         PIC 9(5)     VALUE 0.
       01 WS-AGE-WORK          PIC 9(4)     VALUE 0.
      *
       01 WS-PAGE-HEADER.
         05 FILLER             PIC X(31)
            VALUE 'SENDER QUALITY SCORECARD MONTH '.
         05 WS-PH-MONTH        PIC 9(6).
         05 FILLER             PIC X(12)    VALUE ' DEPARTMENT '.
         05 WS-PH-DEPT         PIC X(4).
         05 FILLER             PIC X(8)     VALUE ' RATING '.
         05 WS-PH-RATING       PIC X(4).
         05 FILLER             PIC X(10)    VALUE ' RUN DATE '.
         05 WS-PH-DATE         PIC 9(8).
       01 WS-PAGE-COVERAGE.
         05 FILLER             PIC X(13)    VALUE 'DAYS SCORED '.
         05 WS-PC-DAYS         PIC Z9.
         05 FILLER             PIC X(25)
            VALUE '  NIGHTS WITH A JOURNAL '.
         05 WS-PC-JOURNALS     PIC Z9.
         05 FILLER             PIC X(30)
            VALUE '  NIGHTS WITH A MISSING CHECK '.
         05 WS-PC-CHECKS       PIC Z9.
       01 WS-PAGE-COLUMNS.
         05 FILLER             PIC X(41)    VALUE 'DECK'.
         05 FILLER             PIC X(16)
            VALUE ' EXP RCV LTE MIS'.
         05 FILLER             PIC X(18)
            VALUE '    CLUES  REJECTS'.
         05 FILLER             PIC X(7)     VALUE '  REJ%'.
         05 FILLER             PIC X(12)
            VALUE ' QUA HLD RSN'.
         05 FILLER             PIC X(15)
            VALUE '  SUSP OPEN AGE'.
         05 FILLER             PIC X(7)     VALUE ' RATING'.
       01 WS-PAGE-DETAIL.
         05 WS-PD-DECK         PIC X(40).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-PD-EXPECTED     PIC ZZZ9.
         05 WS-PD-RECEIVED     PIC ZZZ9.
         05 WS-PD-LATE         PIC ZZZ9.
         05 WS-PD-MISSING      PIC ZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-PD-CLUES        PIC ZZZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-PD-REJECTS      PIC ZZZZZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-PD-RATE         PIC ZZ9.99.
         05 WS-PD-QUARANT      PIC ZZZ9.
         05 WS-PD-HELD         PIC ZZZ9.
         05 WS-PD-RESENDS      PIC ZZZ9.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-PD-SUSP         PIC ZZZZ9.
         05 WS-PD-OPEN         PIC ZZZZ9.
         05 WS-PD-AGE          PIC ZZZ9.
         05 FILLER             PIC X(3)     VALUE SPACES.
         05 WS-PD-RATING       PIC X(4).
       01 WS-PD-RATE-WORK      PIC 9(3)V99  VALUE 0.
       01 WS-REASON-HEADER     PIC X(40)
            VALUE 'HOLD REASONS THIS MONTH'.
       01 WS-REASON-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-RL-REASON       PIC X(30).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RL-HOLDS        PIC ZZZ9.
       01 WS-REASON-NONE       PIC X(40)
            VALUE '    NO DECK HELD THIS MONTH'.
       01 WS-SCORE-EMPTY.
         05 FILLER             PIC X(31)
            VALUE 'SENDER QUALITY SCORECARD MONTH '.
         05 WS-SE-MONTH        PIC 9(6).
         05 FILLER             PIC X(30)
            VALUE ' - NO DECKS ON THE MASTER'.
       01 WS-THRESH-HEADER.
         05 FILLER             PIC X(31)
            VALUE 'RATING LIMITS IN FORCE, FROM '.
         05 WS-TR-SOURCE       PIC X(30).
       01 WS-THRESH-LINE.
         05 FILLER             PIC X(4)     VALUE SPACES.
         05 WS-TL-MEASURE      PIC X(8).
         05 FILLER             PIC X(13)    VALUE ' FAIR ABOVE '.
         05 WS-TL-FAIR         PIC ZZZZ9.
         05 FILLER             PIC X(13)    VALUE '  POOR ABOVE '.
         05 WS-TL-POOR         PIC ZZZZ9.
       01 WS-RPT-TOTAL-LINE.
         05 WS-RT-LABEL        PIC X(30).
         05 WS-RT-COUNT        PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Sender Quality '
               'Scorecard'
           PERFORM GET-PARMS.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-DECK-MASTER.
           PERFORM LOAD-CATALOG.
           PERFORM SCAN-ONE-GENERATION VARYING C FROM 1 BY 1
               UNTIL C > WS-CAT-COUNT.
           PERFORM LOAD-SUSPENSE.
           PERFORM LOAD-HOLD-QUEUES.
           PERFORM LOAD-RESEND-LOG.
           PERFORM SCORE-ONE-DECK VARYING K FROM 1 BY 1
               UNTIL K > WS-DECK-COUNT.
           PERFORM WRITE-SCORECARD.
           DISPLAY 'Decks scored:        ' WS-DECK-COUNT.
           DISPLAY 'Rated POOR:          ' WS-POOR-COUNT.
           DISPLAY 'Nights with journal: ' WS-JOURNAL-NIGHTS.
           IF WS-POOR-DEPTS > 0
               DISPLAY WS-POOR-DEPTS ' DEPARTMENT(S) RATED POOR '
                   '- SEE SCORECARD'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-JOURNAL-NIGHTS < WS-LAST-SCORED
               DISPLAY 'ONLY ' WS-JOURNAL-NIGHTS ' OF '
                   WS-LAST-SCORED ' NIGHTS HAVE AN ARCHIVED '
                   'JOURNAL - CHECK RETAIN'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TH-BAD-COUNT > 0
               DISPLAY WS-TH-BAD-COUNT ' THRESHOLD LINE(S) IGNORED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           MOVE WS-RUN-PERIOD TO WS-SCORE-MONTH.
           IF WS-SM-MONTH = 1
               SUBTRACT 1 FROM WS-SM-YEAR
               MOVE 12 TO WS-SM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-SM-MONTH
           END-IF.
           ACCEPT WS-SCORE-MONTH-X FROM ENVIRONMENT 'SCOREMONTH'
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WS-SCORE-MONTH-X NOT NUMERIC OR
              WS-SM-MONTH < 1 OR WS-SM-MONTH > 12
               DISPLAY 'SCOREMONTH MUST BE YYYYMM - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SCORE-MONTH > WS-RUN-PERIOD
               DISPLAY 'SCOREMONTH ' WS-SCORE-MONTH
                   ' HAS NOT STARTED - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-THRESH-FILE FROM ENVIRONMENT 'SCORETHRESH'
               ON EXCEPTION
                   MOVE 'scorethresh' TO WS-THRESH-FILE
           END-ACCEPT.
           PERFORM SET-MONTH-LAST-DAY.
           IF WS-SCORE-MONTH = WS-RUN-PERIOD
               MOVE WS-RUN-DAY TO WS-LAST-SCORED
           ELSE
               MOVE WS-MONTH-LAST-DAY TO WS-LAST-SCORED
           END-IF.
           MOVE WS-SCORE-MONTH TO WS-DW-PERIOD.
           MOVE 1 TO WS-DW-DAY.
           MOVE WS-DATE-WORK TO WS-MONTH-START.
           MOVE WS-LAST-SCORED TO WS-DW-DAY.
           MOVE WS-DATE-WORK TO WS-MONTH-END.
           MOVE WS-MONTH-END TO WS-AS-OF-DATE.
           MOVE WS-AS-OF-DATE TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-AS-OF-SERIAL.
           MOVE WS-MONTH-START TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-FIRST-SERIAL.
           MOVE 20180101 TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-MONDAY-SERIAL.
      *
      * 30-day months are April, June, September and November;
      * February gets its leap day when the year divides by 4 but
      * not by 100, unless it divides by 400 too.
       SET-MONTH-LAST-DAY.
           MOVE 31 TO WS-MONTH-LAST-DAY.
           IF WS-SM-MONTH = 04 OR WS-SM-MONTH = 06 OR
              WS-SM-MONTH = 09 OR WS-SM-MONTH = 11
               MOVE 30 TO WS-MONTH-LAST-DAY
           END-IF.
           IF WS-SM-MONTH = 02
               DIVIDE WS-SM-YEAR BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
               DIVIDE WS-SM-YEAR BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
               DIVIDE WS-SM-YEAR BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0 AND
                  (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               ELSE
                   MOVE 28 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF.
      *
      * No thresholds file just means the built-in limits. A line
      * naming no known measure, or with limits that are not
      * numbers, is reported and ignored rather than guessed at.
       LOAD-THRESHOLDS.
           MOVE 'BUILT-IN DEFAULTS' TO WS-TH-SOURCE.
           OPEN INPUT SCORE-THRESH.
           IF WS-TH-STATUS = '00'
               MOVE WS-THRESH-FILE TO WS-TH-SOURCE
               READ SCORE-THRESH RECORD
                   AT END MOVE 'Y' TO WS-TH-EOF
               END-READ
               PERFORM APPLY-THRESHOLD UNTIL WS-TH-EOF = 'Y'
               CLOSE SCORE-THRESH
           END-IF.
      *
       APPLY-THRESHOLD.
           MOVE 'N' TO WS-TH-FOUND.
           PERFORM MATCH-THRESHOLD VARYING T FROM 1 BY 1
               UNTIL T > 7 OR WS-TH-FOUND = 'Y'.
           IF WS-TH-FOUND = 'Y' AND TH-FAIR-X IS NUMERIC AND
              TH-POOR-X IS NUMERIC
               SET T DOWN BY 1
               MOVE TH-FAIR TO WS-TH-FAIR(T)
               MOVE TH-POOR TO WS-TH-POOR(T)
           ELSE
               DISPLAY 'THRESHOLD LINE IGNORED: ' TH-RECORD
               ADD 1 TO WS-TH-BAD-COUNT
           END-IF.
           READ SCORE-THRESH RECORD
               AT END MOVE 'Y' TO WS-TH-EOF
           END-READ.
      *
       MATCH-THRESHOLD.
           IF WS-TH-MEASURE(T) = TH-MEASURE
               MOVE 'Y' TO WS-TH-FOUND
           END-IF.
      *
      * The whole master in key order. A site with no master has
      * no senders to score and gets a one-line scorecard saying
      * so.
       LOAD-DECK-MASTER.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS = '35'
               DISPLAY 'NO DECK CONTROL MASTER - NOTHING TO SCORE'
           ELSE
               IF WS-DM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN DECK-MASTER, STATUS '
                       WS-DM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-MASTER-PRESENT
               MOVE LOW-VALUES TO DM-DECK-NAME
               START DECK-MASTER KEY IS NOT LESS THAN DM-DECK-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-DM-EOF
               END-START
               PERFORM LOAD-ONE-DECK UNTIL WS-DM-EOF = 'Y'
               CLOSE DECK-MASTER
           END-IF.
      *
       LOAD-ONE-DECK.
           READ DECK-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DM-EOF
           END-READ.
           IF WS-DM-EOF NOT = 'Y'
               IF WS-DECK-COUNT >= 500
                   DISPLAY 'MORE THAN 500 DECKS ON THE MASTER '
                       '- ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DECK-COUNT
               SET K TO WS-DECK-COUNT
               MOVE DM-DECK-NAME TO WS-DK-NAME(K)
               MOVE DM-DEPT TO WS-DK-DEPT(K)
               MOVE DM-SCHED-FREQ TO WS-DK-FREQ(K)
               MOVE DM-SCHED-DAY TO WS-DK-DAY(K)
               MOVE ALL 'N' TO WS-DK-DUE(K)
               MOVE ALL 'N' TO WS-DK-ARRIVED(K)
               MOVE ALL 'N' TO WS-DK-MISSED(K)
               MOVE 0 TO WS-DK-EXPECTED(K)
               MOVE 0 TO WS-DK-RECEIVED(K)
               MOVE 0 TO WS-DK-LATE(K)
               MOVE 0 TO WS-DK-MISSING(K)
               MOVE 0 TO WS-DK-CLUES(K)
               MOVE 0 TO WS-DK-REJECTS(K)
               MOVE 0 TO WS-DK-QUARANT(K)
               MOVE 0 TO WS-DK-HELD(K)
               MOVE 0 TO WS-DK-RESENDS(K)
               MOVE 0 TO WS-DK-SUSP-COUNT(K)
               MOVE 0 TO WS-DK-SUSP-DAYS(K)
               MOVE 0 TO WS-DK-SUSP-OPEN(K)
               MOVE 0 TO WS-DK-RATE(K)
               MOVE 0 TO WS-DK-AVG-AGE(K)
               MOVE 0 TO WS-DK-LEVEL(K)
               MOVE SPACES TO WS-DK-RATING(K)
               PERFORM COLLECT-DEPT
           END-IF.
      *
       COLLECT-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM MATCH-DEPT-ENTRY VARYING D FROM 1 BY 1
               UNTIL D > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'.
           IF WS-DEPT-FOUND = 'Y'
               SET D DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT >= 200
                   DISPLAY 'MORE THAN 200 DEPARTMENTS - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               SET D TO WS-DEPT-COUNT
               MOVE WS-DK-DEPT(K) TO WS-DP-DEPT(D)
               MOVE 0 TO WS-DP-DECKS(D)
               MOVE 0 TO WS-DP-EXPECTED(D)
               MOVE 0 TO WS-DP-RECEIVED(D)
               MOVE 0 TO WS-DP-LATE(D)
               MOVE 0 TO WS-DP-MISSING(D)
               MOVE 0 TO WS-DP-CLUES(D)
               MOVE 0 TO WS-DP-REJECTS(D)
               MOVE 0 TO WS-DP-QUARANT(D)
               MOVE 0 TO WS-DP-HELD(D)
               MOVE 0 TO WS-DP-RESENDS(D)
               MOVE 0 TO WS-DP-SUSP-COUNT(D)
               MOVE 0 TO WS-DP-SUSP-DAYS(D)
               MOVE 0 TO WS-DP-SUSP-OPEN(D)
               MOVE 0 TO WS-DP-LEVEL(D)
               MOVE 0 TO WS-DP-RATED(D)
           END-IF.
           ADD 1 TO WS-DP-DECKS(D).
      *
       MATCH-DEPT-ENTRY.
           IF WS-DP-DEPT(D) = WS-DK-DEPT(K)
               MOVE 'Y' TO WS-DEPT-FOUND
           END-IF.
      *
      * Leaves K on the deck named in WS-FIND-NAME when it is on
      * the master.
       FIND-DECK.
           MOVE 'N' TO WS-DECK-FOUND.
           PERFORM MATCH-DECK-ENTRY VARYING K FROM 1 BY 1
               UNTIL K > WS-DECK-COUNT OR WS-DECK-FOUND = 'Y'.
           IF WS-DECK-FOUND = 'Y'
               SET K DOWN BY 1
           END-IF.
      *
       MATCH-DECK-ENTRY.
           IF WS-DK-NAME(K) = WS-FIND-NAME
               MOVE 'Y' TO WS-DECK-FOUND
           END-IF.
      *
      * No catalog just means nothing has ever been archived - the
      * month scores with no arrivals, and the coverage line on
      * every page says why.
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
      * One archived night inside the scored days: its journal(s)
      * - unqualified from an unsplit run, then every possible
      * stream slot, the same try-every-slot trade AOC1814 makes -
      * and the missing-deck report AOC1812 wrote that night.
       SCAN-ONE-GENERATION.
           MOVE WS-CAT-DATE(C) TO WS-GEN-DATE.
           IF WS-GEN-PERIOD = WS-SCORE-MONTH AND
              WS-GEN-DAY >= 1 AND WS-GEN-DAY <= WS-LAST-SCORED
               MOVE 'N' TO WS-GEN-JOURNAL
               MOVE 'J' TO WS-SCAN-KIND
               MOVE 0 TO WS-STREAM-NUM
               PERFORM BUILD-JOURNAL-GEN-NAME
               PERFORM SCAN-ONE-FILE
               PERFORM SCAN-STREAM-JOURNAL
                   VARYING WS-STREAM-NUM FROM 1 BY 1
                   UNTIL WS-STREAM-NUM > 50
               IF WS-GEN-JOURNAL = 'Y'
                   ADD 1 TO WS-JOURNAL-NIGHTS
               END-IF
               MOVE 'M' TO WS-SCAN-KIND
               MOVE SPACES TO WS-SCAN-FILE
               STRING 'missingdecks.D' DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-SCAN-FILE
               PERFORM SCAN-ONE-FILE
           END-IF.
      *
       SCAN-STREAM-JOURNAL.
           PERFORM BUILD-JOURNAL-GEN-NAME.
           PERFORM SCAN-ONE-FILE.
      *
       BUILD-JOURNAL-GEN-NAME.
           MOVE SPACES TO WS-SCAN-FILE.
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
           END-IF.
      *
       SCAN-ONE-FILE.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT SCAN-IN.
           IF WS-SCAN-STATUS = '00'
               IF WS-SCAN-KIND = 'J'
                   MOVE 'Y' TO WS-GEN-JOURNAL
               ELSE
                   ADD 1 TO WS-CHECK-NIGHTS
               END-IF
               READ SCAN-IN RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
               END-READ
               PERFORM JUDGE-SCAN-RECORD UNTIL WS-SCAN-EOF = 'Y'
               CLOSE SCAN-IN
           END-IF.
      *
      * Any journal deck line means the deck arrived that night,
      * whatever its outcome - the rule AOC1812 judges by. Decks
      * the master does not know are counted, not scored. Its clue
      * and reject counts go to the reject rate whatever the
      * outcome too - a held or quarantined deck's bad clues are
      * the sender's as much as a posted deck's - except a deferral,
      * which the journal sees again on the night the deck resumes.
       JUDGE-SCAN-RECORD.
           IF WS-SCAN-KIND = 'J' AND SJ-REC-TYPE = 'D'
               MOVE SJ-NAME TO WS-FIND-NAME
               PERFORM FIND-DECK
               IF WS-DECK-FOUND = 'Y'
                   MOVE 'Y' TO WS-DK-ARRIVED(K)(WS-GEN-DAY:1)
                   IF SJ-OUTCOME = 'QUARANTINED'
                       ADD 1 TO WS-DK-QUARANT(K)
                   END-IF
                   IF SJ-OUTCOME = 'HELD'
                       ADD 1 TO WS-DK-HELD(K)
                   END-IF
                   IF SJ-OUTCOME = 'DUPLICATE'
                       ADD 1 TO WS-DK-RESENDS(K)
                   END-IF
                   IF SJ-OUTCOME NOT = 'DEFERRED'
                       ADD SJ-CLUES TO WS-DK-CLUES(K)
                       ADD SJ-REJECTS TO WS-DK-REJECTS(K)
                   END-IF
               ELSE
                   ADD 1 TO WS-UNREGISTERED
               END-IF
           END-IF.
           IF WS-SCAN-KIND = 'M' AND SM-STATUS = 'MISSING'
               MOVE SM-DECK TO WS-FIND-NAME
               PERFORM FIND-DECK
               IF WS-DECK-FOUND = 'Y'
                   MOVE 'Y' TO WS-DK-MISSED(K)(WS-GEN-DAY:1)
               END-IF
           END-IF.
           READ SCAN-IN RECORD
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
      *
      * The month's rejects in suspense, aged to the day they
      * cleared or, still open, to the last scored day. An entry
      * cleared after that day was still open on it.
       LOAD-SUSPENSE.
           OPEN INPUT REJ-SUSPENSE.
           IF WS-RSP-STATUS NOT = '35'
               IF WS-RSP-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN REJ-SUSPENSE, STATUS '
                       WS-RSP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO RSP-KEY
               START REJ-SUSPENSE KEY IS NOT LESS THAN RSP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RSP-EOF
               END-START
               PERFORM TALLY-ONE-SUSPENSE UNTIL WS-RSP-EOF = 'Y'
               CLOSE REJ-SUSPENSE
           END-IF.
      *
       TALLY-ONE-SUSPENSE.
           READ REJ-SUSPENSE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RSP-EOF
           END-READ.
           IF WS-RSP-EOF NOT = 'Y' AND
              RSP-ADDED >= WS-MONTH-START AND
              RSP-ADDED <= WS-MONTH-END
               MOVE RSP-DECK TO WS-FIND-NAME
               PERFORM FIND-DECK
               IF WS-DECK-FOUND = 'Y'
                   PERFORM AGE-SUSPENSE-ENTRY
               END-IF
           END-IF.
      *
       AGE-SUSPENSE-ENTRY.
           ADD 1 TO WS-DK-SUSP-COUNT(K).
           MOVE RSP-ADDED TO WS-CV-DATE.
           PERFORM CONVERT-DATE-TO-SERIAL.
           MOVE WS-CV-SERIAL TO WS-ENTRY-SERIAL.
           IF RSP-STATUS NOT = 'O' AND RSP-CLEARED > 0 AND
              RSP-CLEARED <= WS-AS-OF-DATE
               MOVE RSP-CLEARED TO WS-CV-DATE
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-CV-SERIAL TO WS-END-SERIAL
           ELSE
               ADD 1 TO WS-DK-SUSP-OPEN(K)
               MOVE WS-AS-OF-SERIAL TO WS-END-SERIAL
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-END-SERIAL - WS-ENTRY-SERIAL.
           IF WS-AGE-DAYS > 0
               ADD WS-AGE-DAYS TO WS-DK-SUSP-DAYS(K)
           END-IF.
      *
      * Every hold queue there is - the unqualified one, then each
      * stream slot - for the reasons behind the month's holds.
       LOAD-HOLD-QUEUES.
           MOVE 'holdqueue' TO WS-HOLDQ-FILE.
           PERFORM READ-HOLD-QUEUE.
           PERFORM READ-STREAM-HOLD-QUEUE
               VARYING WS-STREAM-NUM FROM 1 BY 1
               UNTIL WS-STREAM-NUM > 50.
      *
       READ-STREAM-HOLD-QUEUE.
           MOVE SPACES TO WS-HOLDQ-FILE.
           STRING 'holdqueue' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-HOLDQ-FILE.
           PERFORM READ-HOLD-QUEUE.
      *
       READ-HOLD-QUEUE.
           MOVE 'N' TO WS-HOLDQ-EOF.
           OPEN INPUT HOLD-QUEUE.
           IF WS-HOLDQ-STATUS = '00'
               READ HOLD-QUEUE RECORD
                   AT END MOVE 'Y' TO WS-HOLDQ-EOF
               END-READ
               PERFORM TALLY-ONE-HOLD UNTIL WS-HOLDQ-EOF = 'Y'
               CLOSE HOLD-QUEUE
           END-IF.
      *
       TALLY-ONE-HOLD.
           IF HQ-DATE >= WS-MONTH-START AND HQ-DATE <= WS-MONTH-END
               MOVE HQ-DECK-NAME TO WS-FIND-NAME
               PERFORM FIND-DECK
               IF WS-DECK-FOUND = 'Y'
                   PERFORM COLLECT-HOLD-REASON
               END-IF
           END-IF.
           READ HOLD-QUEUE RECORD
               AT END MOVE 'Y' TO WS-HOLDQ-EOF
           END-READ.
      *
       COLLECT-HOLD-REASON.
           MOVE 'N' TO WS-REASON-FOUND.
           PERFORM MATCH-REASON-ENTRY VARYING R FROM 1 BY 1
               UNTIL R > WS-REASON-COUNT OR WS-REASON-FOUND = 'Y'.
           IF WS-REASON-FOUND = 'Y'
               SET R DOWN BY 1
           ELSE
               IF WS-REASON-COUNT >= 500
                   DISPLAY 'MORE THAN 500 HOLD REASONS - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REASON-COUNT
               SET R TO WS-REASON-COUNT
               MOVE WS-DK-DEPT(K) TO WS-RS-DEPT(R)
               MOVE HQ-REASON TO WS-RS-REASON(R)
               MOVE 0 TO WS-RS-HOLDS(R)
           END-IF.
           ADD 1 TO WS-RS-HOLDS(R).
      *
       MATCH-REASON-ENTRY.
           IF WS-RS-DEPT(R) = WS-DK-DEPT(K) AND
              WS-RS-REASON(R) = HQ-REASON
               MOVE 'Y' TO WS-REASON-FOUND
           END-IF.
      *
      * Each compare AOC1804 logged this month is a resend of the
      * deck it compared against.
       LOAD-RESEND-LOG.
           OPEN INPUT RESEND-LOG.
           IF WS-RL-STATUS = '00'
               READ RESEND-LOG RECORD
                   AT END MOVE 'Y' TO WS-RL-EOF
               END-READ
               PERFORM TALLY-ONE-RESEND UNTIL WS-RL-EOF = 'Y'
               CLOSE RESEND-LOG
           END-IF.
      *
       TALLY-ONE-RESEND.
           IF RL-DATE >= WS-MONTH-START AND RL-DATE <= WS-MONTH-END
               MOVE RL-DECK-A TO WS-FIND-NAME
               PERFORM FIND-DECK
               IF WS-DECK-FOUND = 'Y'
                   ADD 1 TO WS-DK-RESENDS(K)
               END-IF
           END-IF.
           READ RESEND-LOG RECORD
               AT END MOVE 'Y' TO WS-RL-EOF
           END-READ.
      *
      * Arrivals against the schedule, then the measures, then the
      * rating. A deck with nothing due and nothing received all
      * month is IDLE - it is listed but neither rated nor allowed
      * to pull its department's rating.
       SCORE-ONE-DECK.
           PERFORM JUDGE-ONE-DAY VARYING WS-DAY-OF-MONTH FROM 1 BY 1
               UNTIL WS-DAY-OF-MONTH > WS-LAST-SCORED.
           PERFORM JUDGE-MISSED-DAY VARYING WS-DAY-OF-MONTH
               FROM 1 BY 1
               UNTIL WS-DAY-OF-MONTH > WS-LAST-SCORED.
      * Rejects against everything the sender sent, good and bad,
      * so the rate tops out at 100.00% however bad the deck.
           IF WS-DK-CLUES(K) + WS-DK-REJECTS(K) > 0
               COMPUTE WS-DK-RATE(K) ROUNDED =
                   WS-DK-REJECTS(K) * 10000 /
                   (WS-DK-CLUES(K) + WS-DK-REJECTS(K))
           END-IF.
           IF WS-DK-SUSP-COUNT(K) > 0
               COMPUTE WS-DK-AVG-AGE(K) ROUNDED =
                   WS-DK-SUSP-DAYS(K) / WS-DK-SUSP-COUNT(K)
           END-IF.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM MATCH-DEPT-ENTRY VARYING D FROM 1 BY 1
               UNTIL D > WS-DEPT-COUNT OR WS-DEPT-FOUND = 'Y'.
           SET D DOWN BY 1.
           IF WS-DK-EXPECTED(K) = 0 AND WS-DK-RECEIVED(K) = 0
               MOVE 'IDLE' TO WS-DK-RATING(K)
               ADD 1 TO WS-IDLE-COUNT
           ELSE
               PERFORM RATE-DECK
               ADD 1 TO WS-DP-RATED(D)
               IF WS-DK-LEVEL(K) > WS-DP-LEVEL(D)
                   MOVE WS-DK-LEVEL(K) TO WS-DP-LEVEL(D)
               END-IF
           END-IF.
           ADD WS-DK-EXPECTED(K) TO WS-DP-EXPECTED(D).
           ADD WS-DK-RECEIVED(K) TO WS-DP-RECEIVED(D).
           ADD WS-DK-LATE(K) TO WS-DP-LATE(D).
           ADD WS-DK-MISSING(K) TO WS-DP-MISSING(D).
           ADD WS-DK-CLUES(K) TO WS-DP-CLUES(D).
           ADD WS-DK-REJECTS(K) TO WS-DP-REJECTS(D).
           ADD WS-DK-QUARANT(K) TO WS-DP-QUARANT(D).
           ADD WS-DK-HELD(K) TO WS-DP-HELD(D).
           ADD WS-DK-RESENDS(K) TO WS-DP-RESENDS(D).
           ADD WS-DK-SUSP-COUNT(K) TO WS-DP-SUSP-COUNT(D).
           ADD WS-DK-SUSP-DAYS(K) TO WS-DP-SUSP-DAYS(D).
           ADD WS-DK-SUSP-OPEN(K) TO WS-DP-SUSP-OPEN(D).
      *
      * The weekday runs on from the 1st's; the due rules are
      * AOC1812's JUDGE-DECK-DUE, applied to each day in turn.
       JUDGE-ONE-DAY.
           COMPUTE WS-DAY-COUNT = WS-FIRST-SERIAL - WS-MONDAY-SERIAL
               + WS-DAY-OF-MONTH - 1.
           DIVIDE WS-DAY-COUNT BY 7 GIVING WS-DOW-Q
               REMAINDER WS-DOW-R.
           COMPUTE WS-DAY-OF-WEEK = WS-DOW-R + 1.
           PERFORM JUDGE-DECK-DUE.
           IF WS-DECK-DUE = 'Y'
               MOVE 'Y' TO WS-DK-DUE(K)(WS-DAY-OF-MONTH:1)
               ADD 1 TO WS-DK-EXPECTED(K)
           END-IF.
           IF WS-DK-ARRIVED(K)(WS-DAY-OF-MONTH:1) = 'Y'
               ADD 1 TO WS-DK-RECEIVED(K)
           END-IF.
      *
       JUDGE-DECK-DUE.
           MOVE 'N' TO WS-DECK-DUE.
           IF WS-DK-FREQ(K) = 'D'
               MOVE 'Y' TO WS-DECK-DUE
           END-IF.
           IF WS-DK-FREQ(K) = 'W' AND
              WS-DK-DAY(K) = WS-DAY-OF-WEEK
               MOVE 'Y' TO WS-DECK-DUE
           END-IF.
           IF WS-DK-FREQ(K) = 'M'
               IF WS-DK-DAY(K) = WS-DAY-OF-MONTH
                   MOVE 'Y' TO WS-DECK-DUE
               ELSE
                   IF WS-DK-DAY(K) > WS-MONTH-LAST-DAY AND
                      WS-DAY-OF-MONTH = WS-MONTH-LAST-DAY
                       MOVE 'Y' TO WS-DECK-DUE
                   END-IF
               END-IF
           END-IF.
      *
      * A day AOC1812 reported missing was made good if the deck
      * turned up on a later day before it next fell due (or
      * before the month ran out) - that is a late arrival. A
      * daily deck is due again the next day, so it can only ever
      * be missing.
       JUDGE-MISSED-DAY.
           IF WS-DK-MISSED(K)(WS-DAY-OF-MONTH:1) = 'Y'
               COMPUTE WS-DAY-FROM = WS-DAY-OF-MONTH + 1
               MOVE 'N' TO WS-DUE-FOUND
               PERFORM SEEK-NEXT-DUE VARYING WS-NEXT-DUE
                   FROM WS-DAY-FROM BY 1
                   UNTIL WS-NEXT-DUE > WS-LAST-SCORED OR
                         WS-DUE-FOUND = 'Y'
               IF WS-DUE-FOUND = 'Y'
                   SUBTRACT 1 FROM WS-NEXT-DUE
               END-IF
               MOVE 'N' TO WS-LATE-FOUND
               PERFORM SEEK-LATE-ARRIVAL VARYING WS-SEEK-DAY
                   FROM WS-DAY-FROM BY 1
                   UNTIL WS-SEEK-DAY >= WS-NEXT-DUE OR
                         WS-LATE-FOUND = 'Y'
               IF WS-LATE-FOUND = 'Y'
                   ADD 1 TO WS-DK-LATE(K)
               ELSE
                   ADD 1 TO WS-DK-MISSING(K)
               END-IF
           END-IF.
      *
       SEEK-NEXT-DUE.
           IF WS-DK-DUE(K)(WS-NEXT-DUE:1) = 'Y'
               MOVE 'Y' TO WS-DUE-FOUND
           END-IF.
      *
       SEEK-LATE-ARRIVAL.
           IF WS-DK-ARRIVED(K)(WS-SEEK-DAY:1) = 'Y'
               MOVE 'Y' TO WS-LATE-FOUND
           END-IF.
      *
      * Worst of the seven measures: 0 GOOD, 1 FAIR, 2 POOR.
       RATE-DECK.
           MOVE 0 TO WS-DK-LEVEL(K).
           SET T TO 1.
           MOVE WS-DK-MISSING(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 2.
           MOVE WS-DK-LATE(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 3.
           MOVE WS-DK-RATE(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 4.
           MOVE WS-DK-QUARANT(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 5.
           MOVE WS-DK-HELD(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 6.
           MOVE WS-DK-RESENDS(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           SET T TO 7.
           MOVE WS-DK-AVG-AGE(K) TO WS-MEASURE-VALUE.
           PERFORM JUDGE-MEASURE.
           IF WS-DK-LEVEL(K) = 2
               MOVE 'POOR' TO WS-DK-RATING(K)
               ADD 1 TO WS-POOR-COUNT
           ELSE
               IF WS-DK-LEVEL(K) = 1
                   MOVE 'FAIR' TO WS-DK-RATING(K)
                   ADD 1 TO WS-FAIR-COUNT
               ELSE
                   MOVE 'GOOD' TO WS-DK-RATING(K)
                   ADD 1 TO WS-GOOD-COUNT
               END-IF
           END-IF.
      *
       JUDGE-MEASURE.
           MOVE 0 TO WS-MEASURE-LEVEL.
           IF WS-MEASURE-VALUE > WS-TH-POOR(T)
               MOVE 2 TO WS-MEASURE-LEVEL
           ELSE
               IF WS-MEASURE-VALUE > WS-TH-FAIR(T)
                   MOVE 1 TO WS-MEASURE-LEVEL
               END-IF
           END-IF.
           IF WS-MEASURE-LEVEL > WS-DK-LEVEL(K)
               MOVE WS-MEASURE-LEVEL TO WS-DK-LEVEL(K)
           END-IF.
      *
      * One page per department, then a closing page with the
      * limits the ratings were judged by and the run's totals.
       WRITE-SCORECARD.
           OPEN OUTPUT SCORECARD.
           IF WS-DEPT-COUNT = 0
               MOVE WS-SCORE-MONTH TO WS-SE-MONTH
               WRITE SCORE-LINE FROM WS-SCORE-EMPTY
           ELSE
               PERFORM PRINT-DEPT-PAGE VARYING D FROM 1 BY 1
                   UNTIL D > WS-DEPT-COUNT
               MOVE WS-TH-SOURCE TO WS-TR-SOURCE
               WRITE SCORE-LINE FROM WS-THRESH-HEADER
                   AFTER ADVANCING PAGE
               PERFORM PRINT-THRESHOLD VARYING T FROM 1 BY 1
                   UNTIL T > 7
               PERFORM WRITE-REPORT-TOTALS
           END-IF.
           CLOSE SCORECARD.
      *
       PRINT-DEPT-PAGE.
           MOVE WS-SCORE-MONTH TO WS-PH-MONTH.
           MOVE WS-DP-DEPT(D) TO WS-PH-DEPT.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           IF WS-DP-RATED(D) = 0
               MOVE 'IDLE' TO WS-PH-RATING
           ELSE
               IF WS-DP-LEVEL(D) = 2
                   MOVE 'POOR' TO WS-PH-RATING
                   ADD 1 TO WS-POOR-DEPTS
               ELSE
                   IF WS-DP-LEVEL(D) = 1
                       MOVE 'FAIR' TO WS-PH-RATING
                   ELSE
                       MOVE 'GOOD' TO WS-PH-RATING
                   END-IF
               END-IF
           END-IF.
           IF D = 1
               WRITE SCORE-LINE FROM WS-PAGE-HEADER
           ELSE
               WRITE SCORE-LINE FROM WS-PAGE-HEADER
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-LAST-SCORED TO WS-PC-DAYS.
           MOVE WS-JOURNAL-NIGHTS TO WS-PC-JOURNALS.
           MOVE WS-CHECK-NIGHTS TO WS-PC-CHECKS.
           WRITE SCORE-LINE FROM WS-PAGE-COVERAGE.
           WRITE SCORE-LINE FROM WS-PAGE-COLUMNS.
           PERFORM PRINT-DECK-LINE VARYING K FROM 1 BY 1
               UNTIL K > WS-DECK-COUNT.
           PERFORM PRINT-DEPT-TOTAL.
           WRITE SCORE-LINE FROM WS-REASON-HEADER.
           MOVE 0 TO WS-DEPT-REASONS.
           PERFORM PRINT-HOLD-REASON VARYING R FROM 1 BY 1
               UNTIL R > WS-REASON-COUNT.
           IF WS-DEPT-REASONS = 0
               WRITE SCORE-LINE FROM WS-REASON-NONE
           END-IF.
      *
       PRINT-DECK-LINE.
           IF WS-DK-DEPT(K) = WS-DP-DEPT(D)
               MOVE WS-DK-NAME(K) TO WS-PD-DECK
               MOVE WS-DK-EXPECTED(K) TO WS-PD-EXPECTED
               MOVE WS-DK-RECEIVED(K) TO WS-PD-RECEIVED
               MOVE WS-DK-LATE(K) TO WS-PD-LATE
               MOVE WS-DK-MISSING(K) TO WS-PD-MISSING
               MOVE WS-DK-CLUES(K) TO WS-PD-CLUES
               MOVE WS-DK-REJECTS(K) TO WS-PD-REJECTS
               COMPUTE WS-PD-RATE-WORK = WS-DK-RATE(K) / 100
               MOVE WS-PD-RATE-WORK TO WS-PD-RATE
               MOVE WS-DK-QUARANT(K) TO WS-PD-QUARANT
               MOVE WS-DK-HELD(K) TO WS-PD-HELD
               MOVE WS-DK-RESENDS(K) TO WS-PD-RESENDS
               MOVE WS-DK-SUSP-COUNT(K) TO WS-PD-SUSP
               MOVE WS-DK-SUSP-OPEN(K) TO WS-PD-OPEN
               MOVE WS-DK-AVG-AGE(K) TO WS-PD-AGE
               MOVE WS-DK-RATING(K) TO WS-PD-RATING
               WRITE SCORE-LINE FROM WS-PAGE-DETAIL
           END-IF.
      *
      * The department's pooled reject rate and average age, over
      * all its decks' clues and suspense entries together.
       PRINT-DEPT-TOTAL.
           MOVE 'DEPARTMENT TOTAL' TO WS-PD-DECK.
           MOVE WS-DP-EXPECTED(D) TO WS-PD-EXPECTED.
           MOVE WS-DP-RECEIVED(D) TO WS-PD-RECEIVED.
           MOVE WS-DP-LATE(D) TO WS-PD-LATE.
           MOVE WS-DP-MISSING(D) TO WS-PD-MISSING.
           MOVE WS-DP-CLUES(D) TO WS-PD-CLUES.
           MOVE WS-DP-REJECTS(D) TO WS-PD-REJECTS.
           MOVE 0 TO WS-RATE-WORK.
           IF WS-DP-CLUES(D) + WS-DP-REJECTS(D) > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-DP-REJECTS(D) * 10000 /
                   (WS-DP-CLUES(D) + WS-DP-REJECTS(D))
           END-IF.
           COMPUTE WS-PD-RATE-WORK = WS-RATE-WORK / 100.
           MOVE WS-PD-RATE-WORK TO WS-PD-RATE.
           MOVE WS-DP-QUARANT(D) TO WS-PD-QUARANT.
           MOVE WS-DP-HELD(D) TO WS-PD-HELD.
           MOVE WS-DP-RESENDS(D) TO WS-PD-RESENDS.
           MOVE WS-DP-SUSP-COUNT(D) TO WS-PD-SUSP.
           MOVE WS-DP-SUSP-OPEN(D) TO WS-PD-OPEN.
           MOVE 0 TO WS-AGE-WORK.
           IF WS-DP-SUSP-COUNT(D) > 0
               COMPUTE WS-AGE-WORK ROUNDED =
                   WS-DP-SUSP-DAYS(D) / WS-DP-SUSP-COUNT(D)
           END-IF.
           MOVE WS-AGE-WORK TO WS-PD-AGE.
           MOVE WS-PH-RATING TO WS-PD-RATING.
           WRITE SCORE-LINE FROM WS-PAGE-DETAIL.
      *
       PRINT-HOLD-REASON.
           IF WS-RS-DEPT(R) = WS-DP-DEPT(D)
               ADD 1 TO WS-DEPT-REASONS
               MOVE WS-RS-REASON(R) TO WS-RL-REASON
               MOVE WS-RS-HOLDS(R) TO WS-RL-HOLDS
               WRITE SCORE-LINE FROM WS-REASON-LINE
           END-IF.
      *
       PRINT-THRESHOLD.
           MOVE WS-TH-MEASURE(T) TO WS-TL-MEASURE.
           MOVE WS-TH-FAIR(T) TO WS-TL-FAIR.
           MOVE WS-TH-POOR(T) TO WS-TL-POOR.
           WRITE SCORE-LINE FROM WS-THRESH-LINE.
      *
      * March-based civil day count: January and February count as
      * months 13 and 14 of the year before, the leap day falls at
      * the end of the cycle, and (153 * (month + 1)) / 5 walks the
      * 31/30/31/30/31 month-length pattern exactly. Divisions are
      * done as separate integer DIVIDEs so no intermediate keeps a
      * fraction.
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
           MOVE 'DECKS SCORED' TO WS-RT-LABEL.
           MOVE WS-DECK-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DEPARTMENTS' TO WS-RT-LABEL.
           MOVE WS-DEPT-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS RATED GOOD' TO WS-RT-LABEL.
           MOVE WS-GOOD-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS RATED FAIR' TO WS-RT-LABEL.
           MOVE WS-FAIR-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS RATED POOR' TO WS-RT-LABEL.
           MOVE WS-POOR-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS IDLE ALL MONTH' TO WS-RT-LABEL.
           MOVE WS-IDLE-COUNT TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DEPARTMENTS RATED POOR' TO WS-RT-LABEL.
           MOVE WS-POOR-DEPTS TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'JOURNAL LINES NOT ON MASTER' TO WS-RT-LABEL.
           MOVE WS-UNREGISTERED TO WS-RT-COUNT.
           WRITE SCORE-LINE FROM WS-RPT-TOTAL-LINE.
