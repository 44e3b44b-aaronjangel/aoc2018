      * Advent of Code 2018, Day 1 - Parallel-Run Verification.
      *
      * Companion to AOC1801. SEARCHMODE=A went in to be parallel-
      * run against the iterative walk until the analytical Part 2
      * search had earned its keep, and production stays on the
      * slow walk until somebody can show it has. This run is the
      * showing. Each night it samples decks the run journal
      * records as COMPLETED, re-solves their Part 2 in whichever
      * mode did NOT produce the posted answer - the journal's
      * search-mode byte says which one did - and compares the
      * repeat frequency with the GL interface row and the pass
      * count with the deck profile record.
      *
      * Every verdict goes on the 'verifylog' history, and each
      * deck's running tallies on the 'verifystats' master, so the
      * agreement rate per deck builds up night on night. The
      * night's findings are on 'verifyreport', where AOC1811
      * picks up any mismatch for the morning report. Decks are
      * sampled least recently verified first, so a small nightly
      * sample still works its way round every deck in turn.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1824.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Same journal AOC1801 writes - runjournalNN per stream in a
      * split batch, read the same way AOC1811 chases them.
           SELECT RUN-JOURNAL ASSIGN TO WS-JOURNAL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      *
      * The interface the same stream wrote, so each journal is
      * matched against the GL rows of its own run.
           SELECT GL-INTERFACE ASSIGN TO WS-GL-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
      *
      * Read-only. A site with no profile master yet falls back on
      * the journal's pass count.
           SELECT DECK-PROFILE ASSIGN TO 'deckprofile'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-KEY
           FILE STATUS IS WS-DP-STATUS.
      *
      * The sampled deck itself, re-read from where the journal
      * says the run found it.
           SELECT PUZZLE ASSIGN TO WS-PUZZLE-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PUZZLE-STATUS.
      *
      * The re-solve's working files, the same three keyed files
      * AOC1801's walk and analytical search use, named apart from
      * AOC1801's own (and AOC1801R's) so a verification run never
      * clobbers a clue-walk job's files in the same directory.
           SELECT VERIFY-HIST ASSIGN TO 'verifyhist'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-SEQ
           FILE STATUS IS WS-PH-STATUS.
      *
           SELECT VERIFY-SEEN ASSIGN TO 'verifyseen'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-KEY
           FILE STATUS IS WS-FS-STATUS.
      *
           SELECT VERIFY-SUMS ASSIGN TO 'verifysums'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-KEY
           FILE STATUS IS WS-PS-STATUS.
      *
      * Verification history - one line per deck verified, kept
      * for good. Opened extend; status 35 is a site verifying for
      * the first time.
           SELECT VERIFY-LOG ASSIGN TO 'verifylog'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VL-STATUS.
      *
      * Running tallies per deck, keyed by deck name - what the
      * agreement rate is worked out from, and what the sample
      * order is chosen by.
           SELECT VERIFY-STATS ASSIGN TO 'verifystats'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VS-DECK-NAME
           FILE STATUS IS WS-VS-STATUS.
      *
           SELECT VERIFY-REPORT ASSIGN TO 'verifyreport'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * Only the fields this run needs from AOC1801's journal. The
      * header's run date is the date the deck profile record was
      * filed under.
       FD RUN-JOURNAL
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
         05 FILLER             PIC X(33).
         05 JD-CLUES           PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-REJECTS         PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-PASSES          PIC 9(6).
         05 FILLER             PIC X(1).
         05 JD-OUTCOME         PIC X(12).
         05 FILLER             PIC X(1).
         05 JD-SEARCH-MODE     PIC X.
         05 FILLER             PIC X(6).
      *
      * Same record AOC1801's WRITE-GL-DETAIL writes.
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
      * Same 19-character record AOC1801 reads, so the sender's
      * 'H'/'T' control records can be recognised and stepped over.
       FD PUZZLE
          LABEL RECORDS ARE OMITTED
          DATA RECORD IS PUZZLE-CLUE
          RECORD IS VARYING IN SIZE FROM 2 TO 19
              DEPENDING ON WS-RECORD-SIZE.
       01 PUZZLE-CLUE          PIC X(19).
      *
       FD VERIFY-HIST.
       01 PH-RECORD.
         05 PH-SEQ             PIC 9(6).
         05 PH-CLUE            PIC X(7).
      *
       FD VERIFY-SEEN.
       01 FS-RECORD.
         05 FS-KEY             PIC 9(10).
         05 FS-FREQ            PIC S9(9).
         05 FS-SEQ             PIC 9(6).
      *
       FD VERIFY-SUMS.
       01 PS-RECORD.
         05 PS-KEY.
           10 PS-RESIDUE       PIC 9(10).
           10 PS-VALKEY        PIC 9(10).
         05 PS-FREQ            PIC S9(9).
         05 PS-SEQ             PIC 9(6).
      *
      * Space-delimited like the reject and hold queue records, so
      * the history reads in an editor and parses mechanically.
      * Modes are 'I' iterative, 'A' analytical.
       FD VERIFY-LOG
          LABEL RECORDS ARE OMITTED.
       01 VL-RECORD.
         05 VL-DATE            PIC 9(8).
         05 FILLER             PIC X(1).
         05 VL-TIME            PIC 9(6).
         05 FILLER             PIC X(1).
         05 VL-DECK-NAME       PIC X(100).
         05 FILLER             PIC X(1).
         05 VL-RUN-DATE        PIC 9(8).
         05 FILLER             PIC X(1).
         05 VL-POSTED-MODE     PIC X.
         05 FILLER             PIC X(1).
         05 VL-CHECK-MODE      PIC X.
         05 FILLER             PIC X(1).
         05 VL-POSTED-FREQ     PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 VL-CHECK-FREQ      PIC S9(11) SIGN IS LEADING SEPARATE.
         05 FILLER             PIC X(1).
         05 VL-POSTED-PASSES   PIC 9(6).
         05 FILLER             PIC X(1).
         05 VL-CHECK-PASSES    PIC 9(6).
         05 FILLER             PIC X(1).
         05 VL-RESULT          PIC X(10).
         05 FILLER             PIC X(1).
         05 VL-REASON          PIC X(30).
      *
       FD VERIFY-STATS.
       01 VS-RECORD.
         05 VS-DECK-NAME       PIC X(100).
         05 VS-VERIFIED        PIC 9(6).
         05 VS-AGREED          PIC 9(6).
         05 VS-MISMATCHED      PIC 9(6).
         05 VS-UNVERIFIED      PIC 9(6).
         05 VS-FIRST-DATE      PIC 9(8).
         05 VS-LAST-DATE       PIC 9(8).
         05 VS-LAST-RESULT     PIC X(10).
         05 VS-LAST-MISMATCH   PIC 9(8).
      *
       FD VERIFY-REPORT
          LABEL RECORDS ARE OMITTED.
       01 REPORT-LINE          PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE      PIC X(100)   VALUE 'runjournal'.
       01 WS-GL-FILE           PIC X(100)   VALUE 'glinterface'.
       01 WS-PUZZLE-FILE       PIC X(100)   VALUE SPACES.
       01 WS-JOURNAL-STATUS    PIC X(2)     VALUE '00'.
       01 WS-GL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DP-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PUZZLE-STATUS     PIC X(2)     VALUE '00'.
       01 WS-PH-STATUS         PIC X(2)     VALUE '00'.
       01 WS-FS-STATUS         PIC X(2)     VALUE '00'.
       01 WS-PS-STATUS         PIC X(2)     VALUE '00'.
       01 WS-VL-STATUS         PIC X(2)     VALUE '00'.
       01 WS-VS-STATUS         PIC X(2)     VALUE '00'.
       01 WS-JOURNAL-EOF       PIC X        VALUE 'N'.
       01 WS-GL-EOF            PIC X        VALUE 'N'.
       01 WS-EOF               PIC X        VALUE 'N'.
       01 WS-STATS-EOF         PIC X        VALUE 'N'.
       01 WS-PROFILE-PRESENT   PIC X        VALUE 'N'.
       01 WS-RUN-DATE          PIC 9(8)     VALUE 0.
       01 WS-RUN-TIME          PIC 9(8)     VALUE 0.
      *
      * The stream split the batch ran under, read the same way
      * AOC1811 reads it. Slot 0 is an unsplit run's unqualified
      * journal and interface.
       01 WS-STREAM-COUNT-X    PIC X(2)     VALUE SPACES.
       01 WS-STREAM-COUNT      PIC 9(2)     VALUE 1.
       01 WS-STREAM-NUM        PIC 9(2)     VALUE 0.
      *
      * Decks verified a night - VERIFYSAMPLE, default 5. Zero
      * turns the night's sample off without taking the step out.
       01 WS-SAMPLE-X          PIC X(3)     VALUE SPACES.
       01 WS-SAMPLE-WORK       PIC X(3)     VALUE SPACES.
       01 WS-SAMPLE-SIZE       PIC 9(3)     VALUE 5.
       01 WS-PICK-NUM          PIC 9(3)     VALUE 0.
       01 WS-PICK-DONE         PIC X        VALUE 'N'.
       01 WS-BEST-NUM          PIC 9(3)     VALUE 0.
       01 WS-BEST-DATE         PIC 9(8)     VALUE 0.
      *
      * Every COMPLETED deck in the night's journals. A batch is
      * capped at 50 decks, and a deck listed twice is verified on
      * its first listing only.
       01 WS-CAND-TABLE.
         05 WS-CAND-COUNT      PIC 9(3)     VALUE 0.
         05 WS-CAND-ENTRY      OCCURS 50 TIMES INDEXED BY CX.
           10 WS-CD-NAME       PIC X(100).
           10 WS-CD-SLOT       PIC 9(2).
           10 WS-CD-RUN-DATE   PIC 9(8).
           10 WS-CD-MODE       PIC X.
           10 WS-CD-CLUES      PIC 9(6).
           10 WS-CD-PASSES     PIC 9(6).
           10 WS-CD-GL-FOUND   PIC X.
           10 WS-CD-PART2-RAN  PIC X.
           10 WS-CD-GL-FREQ    PIC S9(11).
           10 WS-CD-LAST-DATE  PIC 9(8).
           10 WS-CD-PICKED     PIC X.
       01 WS-CAND-FOUND        PIC X        VALUE 'N'.
       01 WS-JRN-RUN-DATE      PIC 9(8)     VALUE 0.
      *
      * The deck being verified: what was posted, how it is being
      * re-solved, and the verdict.
       01 WS-POSTED-MODE       PIC X        VALUE SPACE.
       01 WS-CHECK-MODE        PIC X        VALUE SPACE.
       01 WS-MODE-WORK         PIC X        VALUE SPACE.
       01 WS-POSTED-FREQ       PIC S9(11)   VALUE 0.
       01 WS-POSTED-PASSES     PIC 9(6)     VALUE 0.
       01 WS-PASSES-SOURCE     PIC X(7)     VALUE SPACES.
       01 WS-CHECK-FREQ        PIC S9(11)   VALUE 0.
       01 WS-CHECK-PASSES      PIC 9(6)     VALUE 0.
       01 WS-RESULT            PIC X(10)    VALUE SPACES.
       01 WS-REASON            PIC X(30)    VALUE SPACES.
      *
      * The re-solve. Field for field the walk and the analytical
      * search AOC1801 runs, with the same offset key, the same
      * pass bound and the same abandoned-search pass count, so a
      * disagreement is the two modes disagreeing and nothing else.
       01 WS-RECORD-SIZE       PIC 9(4).
       01 WS-CLUE-VALID        PIC X        VALUE 'Y'.
       01 WS-CLUE-IDX          PIC 9(2).
       01 WS-CLUE-CHAR         PIC X.
       01 WS-CLUE-DIGITS       PIC 9(2)     VALUE 0.
       01 WS-PUZZLE-COUNT      PIC 9(6)     VALUE 0.
       01 P                    PIC 9(6)     VALUE 1.
       01 WS-FREQ-SHFT         PIC S9(9)    VALUE 0.
       01 WS-FREQ-LAST         PIC S9(9)    VALUE 0.
       01 WS-FREQ-MATCH        PIC X        VALUE 'N'.
       01 WS-FREQ-DUP          PIC S9(9)    VALUE 0.
       01 WS-FREQ-HIST-COUNT   PIC 9(6)     VALUE 0.
       01 WS-FREQ-KEY-OFFSET   PIC 9(10)    VALUE 5000000000.
       01 WS-PASS-COUNT        PIC 9(6)     VALUE 1.
       01 WS-MAX-PASSES        PIC 9(6)     VALUE 100000.
       01 WS-NO-DUP            PIC X        VALUE 'N'.
       01 WS-HIST-ERROR        PIC X        VALUE 'N'.
       01 WS-WORK-ERROR        PIC X        VALUE 'N'.
       01 WS-ANA-DRIFT         PIC S9(9)    VALUE 0.
       01 WS-ANA-ABS-D         PIC 9(9)     VALUE 0.
       01 WS-ANA-Q             PIC S9(9)    VALUE 0.
       01 WS-ANA-R             PIC S9(9)    VALUE 0.
       01 WS-ANA-DIFF          PIC S9(11)   VALUE 0.
       01 WS-ANA-K             PIC 9(10)    VALUE 0.
       01 WS-ANA-J             PIC 9(6)     VALUE 0.
       01 WS-ANA-FREQ          PIC S9(9)    VALUE 0.
       01 WS-ANA-PASS          PIC 9(10)    VALUE 0.
       01 WS-ANA-BEST-K        PIC 9(10)    VALUE 0.
       01 WS-ANA-BEST-J        PIC 9(6)     VALUE 0.
       01 WS-ANA-BEST-FREQ     PIC S9(9)    VALUE 0.
       01 WS-ANA-FOUND         PIC X        VALUE 'N'.
       01 WS-ANA-HAVE-PREV     PIC X        VALUE 'N'.
       01 WS-ANA-PREV-RES      PIC 9(10)    VALUE 0.
       01 WS-ANA-PREV-VAL      PIC S9(9)    VALUE 0.
       01 WS-ANA-PREV-SEQ      PIC 9(6)     VALUE 0.
       01 WS-ANA-EOF           PIC X        VALUE 'N'.
       01 WS-FS-SCAN-EOF       PIC X        VALUE 'N'.
      *
      * The night's tallies, and the whole master's for the
      * closing agreement rate.
       01 WS-JOURNALS-READ     PIC 9(3)     VALUE 0.
       01 WS-JOURNALS-MISSING  PIC 9(3)     VALUE 0.
       01 WS-DECKS-COMPLETED   PIC 9(6)     VALUE 0.
       01 WS-DECKS-ELIGIBLE    PIC 9(6)     VALUE 0.
       01 WS-DECKS-VERIFIED    PIC 9(6)     VALUE 0.
       01 WS-DECKS-AGREED      PIC 9(6)     VALUE 0.
       01 WS-DECKS-MISMATCHED  PIC 9(6)     VALUE 0.
       01 WS-DECKS-UNVERIFIED  PIC 9(6)     VALUE 0.
       01 WS-ALL-DECKS         PIC 9(6)     VALUE 0.
       01 WS-ALL-AGREED        PIC 9(9)     VALUE 0.
       01 WS-ALL-MISMATCHED    PIC 9(9)     VALUE 0.
       01 WS-RATE-AGREED       PIC 9(9)     VALUE 0.
       01 WS-RATE-COMPARED     PIC 9(9)     VALUE 0.
       01 WS-RATE              PIC 9(3)V9   VALUE 0.
       01 WS-RATE-EDIT         PIC ZZ9.9.
       01 WS-RATE-TEXT         PIC X(6)     VALUE SPACES.
      *
       01 WS-RPT-HEADER.
         05 FILLER             PIC X(33)
            VALUE 'PARALLEL-RUN VERIFICATION FOR RUN'.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-RH-DATE         PIC 9(8).
         05 FILLER             PIC X(15)    VALUE ' - SAMPLE SIZE '.
         05 WS-RH-SAMPLE       PIC ZZ9.
       01 WS-RPT-NOTE          PIC X(80)    VALUE SPACES.
       01 WS-RPT-DECK-LINE.
         05 FILLER             PIC X(5)     VALUE 'DECK '.
         05 WS-RD-DECK         PIC X(100).
       01 WS-RPT-SIDE-LINE.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RS-TAG          PIC X(10).
         05 FILLER             PIC X(5)     VALUE 'MODE '.
         05 WS-RS-MODE         PIC X(10).
         05 FILLER             PIC X(6)     VALUE ' FREQ '.
         05 WS-RS-FREQ         PIC -(11)9.
         05 FILLER             PIC X(9)     VALUE '  PASSES '.
         05 WS-RS-PASSES       PIC ZZZZZ9.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-RS-NOTE         PIC X(40).
       01 WS-RPT-RESULT-LINE.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 FILLER             PIC X(10)    VALUE 'RESULT'.
         05 WS-RR-RESULT       PIC X(10).
         05 FILLER             PIC X(3)     VALUE ' - '.
         05 WS-RR-REASON       PIC X(30).
       01 WS-RPT-HISTORY-LINE.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 FILLER             PIC X(10)    VALUE 'HISTORY'.
         05 FILLER             PIC X(9)     VALUE 'VERIFIED '.
         05 WS-RY-VERIFIED     PIC ZZZZZ9.
         05 FILLER             PIC X(9)     VALUE '  AGREED '.
         05 WS-RY-AGREED       PIC ZZZZZ9.
         05 FILLER             PIC X(13)    VALUE '  MISMATCHED '.
         05 WS-RY-MISMATCHED   PIC ZZZZZ9.
         05 FILLER             PIC X(13)    VALUE '  UNVERIFIED '.
         05 WS-RY-UNVERIFIED   PIC ZZZZZ9.
         05 FILLER             PIC X(12)    VALUE '  AGREEMENT '.
         05 WS-RY-RATE         PIC X(6).
       01 WS-RPT-TOTAL-LINE.
         05 WS-RPT-TOTAL-LABEL PIC X(26).
         05 WS-RPT-TOTAL-COUNT PIC ZZZZZ9.
       01 WS-RPT-RATE-LINE.
         05 WS-RPT-RATE-LABEL  PIC X(26).
         05 WS-RPT-RATE-TEXT   PIC X(6).
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Parallel-Run Check'
           PERFORM GET-PARMS.
           PERFORM OPEN-VERIFY-FILES.
           PERFORM GATHER-CANDIDATES.
           PERFORM LOAD-LAST-VERIFIED VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CAND-COUNT.
           MOVE 'N' TO WS-PICK-DONE.
           PERFORM PICK-AND-VERIFY VARYING WS-PICK-NUM FROM 1 BY 1
               UNTIL WS-PICK-NUM > WS-SAMPLE-SIZE
                  OR WS-PICK-DONE = 'Y'.
           IF WS-DECKS-VERIFIED = 0
               PERFORM WRITE-NOTHING-SAMPLED
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE VERIFY-REPORT.
           CLOSE VERIFY-LOG.
           CLOSE VERIFY-STATS.
           IF WS-PROFILE-PRESENT = 'Y'
               CLOSE DECK-PROFILE
           END-IF.
           DISPLAY 'Decks completed:     ' WS-DECKS-COMPLETED.
           DISPLAY 'Part 2 posted:       ' WS-DECKS-ELIGIBLE.
           DISPLAY 'Decks verified:      ' WS-DECKS-VERIFIED.
           DISPLAY 'Agreed:              ' WS-DECKS-AGREED.
           DISPLAY 'Mismatched:          ' WS-DECKS-MISMATCHED.
           DISPLAY 'Unverified:          ' WS-DECKS-UNVERIFIED.
           IF WS-DECKS-MISMATCHED > 0
               DISPLAY 'SEARCH MODES DISAGREE - SEE VERIFYREPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-JOURNAL-FILE FROM ENVIRONMENT 'RUNJOURNAL'
               ON EXCEPTION
                   MOVE 'runjournal' TO WS-JOURNAL-FILE
           END-ACCEPT.
           ACCEPT WS-GL-FILE FROM ENVIRONMENT 'GLINTERFACE'
               ON EXCEPTION
                   MOVE 'glinterface' TO WS-GL-FILE
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
      * One to three digits, shuffled right and zero-filled before
      * the numeric move, the way STREAMCOUNT is.
           ACCEPT WS-SAMPLE-X FROM ENVIRONMENT 'VERIFYSAMPLE'
               ON EXCEPTION
                   MOVE SPACES TO WS-SAMPLE-X
           END-ACCEPT.
           IF WS-SAMPLE-X NOT = SPACES
               MOVE WS-SAMPLE-X TO WS-SAMPLE-WORK
               IF WS-SAMPLE-X(3:1) = SPACE
                   IF WS-SAMPLE-X(2:1) = SPACE
                       MOVE '00' TO WS-SAMPLE-WORK(1:2)
                       MOVE WS-SAMPLE-X(1:1) TO WS-SAMPLE-WORK(3:1)
                   ELSE
                       MOVE '0' TO WS-SAMPLE-WORK(1:1)
                       MOVE WS-SAMPLE-X(1:2) TO WS-SAMPLE-WORK(2:2)
                   END-IF
               END-IF
               IF WS-SAMPLE-WORK IS NUMERIC
                   MOVE WS-SAMPLE-WORK TO WS-SAMPLE-SIZE
               ELSE
                   DISPLAY 'VERIFYSAMPLE IS NOT NUMERIC - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      * The profile master is optional; the history files are
      * created the first time they are needed.
       OPEN-VERIFY-FILES.
           OPEN INPUT DECK-PROFILE.
           IF WS-DP-STATUS = '00'
               MOVE 'Y' TO WS-PROFILE-PRESENT
           END-IF.
           OPEN I-O VERIFY-STATS.
           IF WS-VS-STATUS = '35'
               OPEN OUTPUT VERIFY-STATS
               CLOSE VERIFY-STATS
               OPEN I-O VERIFY-STATS
           END-IF.
           IF WS-VS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VERIFY-STATS, STATUS '
                   WS-VS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND VERIFY-LOG.
           IF WS-VL-STATUS = '35'
               OPEN OUTPUT VERIFY-LOG
           END-IF.
           IF WS-VL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VERIFY-LOG, STATUS '
                   WS-VL-STATUS
               CLOSE VERIFY-STATS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIFY-REPORT.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-SAMPLE-SIZE TO WS-RH-SAMPLE.
           WRITE REPORT-LINE FROM WS-RPT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Every journal the night wrote, each paired with the GL
      * interface its own run wrote.
       GATHER-CANDIDATES.
           IF WS-STREAM-COUNT > 1
               PERFORM GATHER-ONE-STREAM
                   VARYING WS-STREAM-NUM FROM 1 BY 1
                   UNTIL WS-STREAM-NUM > WS-STREAM-COUNT
           ELSE
               MOVE 0 TO WS-STREAM-NUM
               PERFORM READ-JOURNAL-FILE
               PERFORM READ-GL-FILE
           END-IF.
      *
       GATHER-ONE-STREAM.
           MOVE SPACES TO WS-JOURNAL-FILE.
           STRING 'runjournal' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE.
           MOVE SPACES TO WS-GL-FILE.
           STRING 'glinterface' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-GL-FILE.
           PERFORM READ-JOURNAL-FILE.
           PERFORM READ-GL-FILE.
      *
      * A missing journal is a stream that never ran - nothing to
      * verify from it, counted on the report.
       READ-JOURNAL-FILE.
           MOVE 'N' TO WS-JOURNAL-EOF.
           MOVE 0 TO WS-JRN-RUN-DATE.
           OPEN INPUT RUN-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
               ADD 1 TO WS-JOURNALS-READ
               READ RUN-JOURNAL RECORD
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF
               END-READ
               PERFORM SCAN-JOURNAL-RECORD
                   UNTIL WS-JOURNAL-EOF = 'Y'
               CLOSE RUN-JOURNAL
           ELSE
               ADD 1 TO WS-JOURNALS-MISSING
           END-IF.
      *
       SCAN-JOURNAL-RECORD.
           IF JH-REC-TYPE = 'H'
               MOVE JH-DATE TO WS-JRN-RUN-DATE
           END-IF.
           IF JD-REC-TYPE = 'D' AND JD-OUTCOME = 'COMPLETED'
               ADD 1 TO WS-DECKS-COMPLETED
               PERFORM ADD-CANDIDATE
           END-IF.
           READ RUN-JOURNAL RECORD
               AT END MOVE 'Y' TO WS-JOURNAL-EOF
           END-READ.
      *
      * A journal written before the search-mode byte existed
      * leaves it blank - those runs could only have been the
      * iterative walk, since the analytical search came later.
       ADD-CANDIDATE.
           MOVE 'N' TO WS-CAND-FOUND.
           PERFORM MATCH-CANDIDATE-NAME VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CAND-COUNT OR WS-CAND-FOUND = 'Y'.
           IF WS-CAND-FOUND = 'N'
               IF WS-CAND-COUNT >= 50
                   DISPLAY 'MORE THAN 50 COMPLETED DECKS - '
                       JD-NAME ' NOT CONSIDERED'
               ELSE
                   ADD 1 TO WS-CAND-COUNT
                   SET CX TO WS-CAND-COUNT
                   MOVE JD-NAME TO WS-CD-NAME(CX)
                   MOVE WS-STREAM-NUM TO WS-CD-SLOT(CX)
                   MOVE WS-JRN-RUN-DATE TO WS-CD-RUN-DATE(CX)
                   MOVE JD-SEARCH-MODE TO WS-CD-MODE(CX)
                   IF WS-CD-MODE(CX) = SPACE
                       MOVE 'I' TO WS-CD-MODE(CX)
                   END-IF
                   MOVE JD-CLUES TO WS-CD-CLUES(CX)
                   MOVE JD-PASSES TO WS-CD-PASSES(CX)
                   MOVE 'N' TO WS-CD-GL-FOUND(CX)
                   MOVE 'N' TO WS-CD-PART2-RAN(CX)
                   MOVE 0 TO WS-CD-GL-FREQ(CX)
                   MOVE 0 TO WS-CD-LAST-DATE(CX)
                   MOVE 'N' TO WS-CD-PICKED(CX)
               END-IF
           END-IF.
      *
       MATCH-CANDIDATE-NAME.
           IF WS-CD-NAME(CX) = JD-NAME
               MOVE 'Y' TO WS-CAND-FOUND
           END-IF.
      *
      * Each detail row is the posted answer for the first deck of
      * that name this stream's journal completed and no earlier
      * row has claimed.
       READ-GL-FILE.
           MOVE 'N' TO WS-GL-EOF.
           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS = '00'
               READ GL-INTERFACE RECORD
                   AT END MOVE 'Y' TO WS-GL-EOF
               END-READ
               PERFORM SCAN-GL-RECORD UNTIL WS-GL-EOF = 'Y'
               CLOSE GL-INTERFACE
           END-IF.
      *
       SCAN-GL-RECORD.
           IF GL-REC-TYPE = 'D'
               MOVE 'N' TO WS-CAND-FOUND
               PERFORM MATCH-GL-ROW VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-CAND-COUNT OR WS-CAND-FOUND = 'Y'
           END-IF.
           READ GL-INTERFACE RECORD
               AT END MOVE 'Y' TO WS-GL-EOF
           END-READ.
      *
       MATCH-GL-ROW.
           IF WS-CD-NAME(CX) = GL-DECK-NAME AND
              WS-CD-SLOT(CX) = WS-STREAM-NUM AND
              WS-CD-GL-FOUND(CX) = 'N'
               MOVE 'Y' TO WS-CAND-FOUND
               MOVE 'Y' TO WS-CD-GL-FOUND(CX)
               MOVE GL-PART2-RAN TO WS-CD-PART2-RAN(CX)
               MOVE GL-PART2-FREQ TO WS-CD-GL-FREQ(CX)
               IF GL-PART2-RAN = 'Y'
                   ADD 1 TO WS-DECKS-ELIGIBLE
               END-IF
           END-IF.
      *
       LOAD-LAST-VERIFIED.
           MOVE WS-CD-NAME(CX) TO VS-DECK-NAME.
           READ VERIFY-STATS KEY IS VS-DECK-NAME
               INVALID KEY
                   MOVE 0 TO WS-CD-LAST-DATE(CX)
               NOT INVALID KEY
                   MOVE VS-LAST-DATE TO WS-CD-LAST-DATE(CX)
           END-READ.
      *
      * Only a deck whose Part 2 answer was actually posted has
      * anything to verify. Of those, the one verified longest ago
      * (never counts as longest) goes next; a tie goes to the
      * deck the journal reached first.
       PICK-AND-VERIFY.
           MOVE 0 TO WS-BEST-NUM.
           MOVE 0 TO WS-BEST-DATE.
           PERFORM JUDGE-CANDIDATE VARYING CX FROM 1 BY 1
               UNTIL CX > WS-CAND-COUNT.
           IF WS-BEST-NUM = 0
               MOVE 'Y' TO WS-PICK-DONE
           ELSE
               SET CX TO WS-BEST-NUM
               MOVE 'Y' TO WS-CD-PICKED(CX)
               PERFORM VERIFY-ONE-DECK
           END-IF.
      *
       JUDGE-CANDIDATE.
           IF WS-CD-PART2-RAN(CX) = 'Y' AND WS-CD-PICKED(CX) = 'N'
               IF WS-BEST-NUM = 0 OR
                  WS-CD-LAST-DATE(CX) < WS-BEST-DATE
                   SET WS-BEST-NUM TO CX
                   MOVE WS-CD-LAST-DATE(CX) TO WS-BEST-DATE
               END-IF
           END-IF.
      *
      * One sampled deck, CX pointing at it: re-read it, re-solve
      * it the other way, judge, and file the verdict everywhere it
      * belongs.
       VERIFY-ONE-DECK.
           ADD 1 TO WS-DECKS-VERIFIED.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO WS-NO-DUP.
           MOVE WS-CD-MODE(CX) TO WS-POSTED-MODE.
           IF WS-POSTED-MODE = 'A'
               MOVE 'I' TO WS-CHECK-MODE
           ELSE
               MOVE 'A' TO WS-CHECK-MODE
           END-IF.
           MOVE WS-CD-GL-FREQ(CX) TO WS-POSTED-FREQ.
           PERFORM FIND-POSTED-PASSES.
           MOVE 0 TO WS-CHECK-FREQ.
           MOVE 0 TO WS-CHECK-PASSES.
           DISPLAY 'Verifying ' WS-CD-NAME(CX).
           PERFORM LOAD-VERIFY-DECK.
           IF WS-RESULT = SPACES
               PERFORM RE-SOLVE-DECK
           END-IF.
           IF WS-RESULT = SPACES
               PERFORM JUDGE-RE-SOLVE
           END-IF.
           IF WS-RESULT = 'AGREE'
               ADD 1 TO WS-DECKS-AGREED
           END-IF.
           IF WS-RESULT = 'MISMATCH'
               ADD 1 TO WS-DECKS-MISMATCHED
           END-IF.
           IF WS-RESULT = 'UNVERIFIED'
               ADD 1 TO WS-DECKS-UNVERIFIED
           END-IF.
           PERFORM WRITE-VERIFY-LOG.
           PERFORM UPDATE-VERIFY-STATS.
           PERFORM WRITE-DECK-REPORT.
      *
      * The profile record filed under the run's own date is the
      * posted pass count; a site without one falls back on the
      * journal, which AOC1801 fills from the same counter.
       FIND-POSTED-PASSES.
           MOVE WS-CD-PASSES(CX) TO WS-POSTED-PASSES.
           MOVE 'JOURNAL' TO WS-PASSES-SOURCE.
           IF WS-PROFILE-PRESENT = 'Y'
               MOVE WS-CD-NAME(CX) TO DP-DECK-NAME
               MOVE WS-CD-RUN-DATE(CX) TO DP-RUN-DATE
               READ DECK-PROFILE KEY IS DP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-PASSES > 0
                           MOVE DP-PASSES TO WS-POSTED-PASSES
                           MOVE 'PROFILE' TO WS-PASSES-SOURCE
                       END-IF
               END-READ
           END-IF.
      *
      * The deck is reloaded exactly as AOC1801 loads it - control
      * records stepped over, clues failing the same checks left
      * out - and a clue count that no longer matches the journal
      * means the file was replaced after the run, so whatever the
      * re-solve found would prove nothing.
       LOAD-VERIFY-DECK.
           MOVE WS-CD-NAME(CX) TO WS-PUZZLE-FILE.
           MOVE 0 TO WS-PUZZLE-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT PUZZLE.
           IF WS-PUZZLE-STATUS NOT = '00'
               MOVE 'UNVERIFIED' TO WS-RESULT
               MOVE 'DECK FILE NOT AVAILABLE' TO WS-REASON
           ELSE
               OPEN OUTPUT VERIFY-HIST
               IF WS-PH-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN VERIFY-HIST, STATUS '
                       WS-PH-STATUS
                   CLOSE PUZZLE
                   MOVE 'UNVERIFIED' TO WS-RESULT
                   MOVE 'VERIFY WORK FILE FAILED' TO WS-REASON
               ELSE
                   READ PUZZLE RECORD
                       AT END MOVE 'Y' TO WS-EOF
                   END-READ
                   PERFORM LOAD-DECK-RECORD UNTIL WS-EOF = 'Y'
                   CLOSE PUZZLE
                   CLOSE VERIFY-HIST
                   IF WS-PUZZLE-COUNT = 0
                       MOVE 'UNVERIFIED' TO WS-RESULT
                       MOVE 'NO VALID CLUES ON RE-READ' TO WS-REASON
                   ELSE
                       IF WS-PUZZLE-COUNT NOT = WS-CD-CLUES(CX)
                           MOVE 'UNVERIFIED' TO WS-RESULT
                           MOVE 'DECK FILE CHANGED SINCE RUN'
                               TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       LOAD-DECK-RECORD.
           IF PUZZLE-CLUE(1:1) NOT = 'H' AND
              PUZZLE-CLUE(1:1) NOT = 'T'
               PERFORM VALIDATE-CLUE
               IF WS-CLUE-VALID = 'Y'
                   ADD 1 TO WS-PUZZLE-COUNT
                   MOVE WS-PUZZLE-COUNT TO PH-SEQ
                   MOVE PUZZLE-CLUE TO PH-CLUE
                   WRITE PH-RECORD
               END-IF
           END-IF.
           READ PUZZLE RECORD AT END MOVE 'Y' TO WS-EOF END-READ.
      *
      * Same leading-sign-plus-digits check AOC1801 applies; the
      * reasons are AOC1801's business, only the verdict matters
      * here.
       VALIDATE-CLUE.
           MOVE 'Y' TO WS-CLUE-VALID.
           MOVE 0 TO WS-CLUE-DIGITS.
           IF WS-RECORD-SIZE < 2 OR WS-RECORD-SIZE > 7
               MOVE 'N' TO WS-CLUE-VALID
           ELSE
               IF PUZZLE-CLUE(1:1) NOT = '+' AND
                  PUZZLE-CLUE(1:1) NOT = '-'
                   MOVE 'N' TO WS-CLUE-VALID
               END-IF
           END-IF.
           IF WS-CLUE-VALID = 'Y'
               PERFORM CHECK-CLUE-DIGIT VARYING WS-CLUE-IDX FROM 2 BY 1
                       UNTIL WS-CLUE-IDX > WS-RECORD-SIZE
               IF WS-CLUE-VALID = 'Y' AND WS-CLUE-DIGITS = 0
                   MOVE 'N' TO WS-CLUE-VALID
               END-IF
           END-IF.
      *
       CHECK-CLUE-DIGIT.
           MOVE PUZZLE-CLUE(WS-CLUE-IDX:1) TO WS-CLUE-CHAR.
           IF WS-CLUE-CHAR IS NUMERIC
               ADD 1 TO WS-CLUE-DIGITS
           ELSE
               MOVE 'N' TO WS-CLUE-VALID
           END-IF.
      *
      * A fresh seen-frequency file per deck, then whichever search
      * the posted answer did not come from.
       RE-SOLVE-DECK.
           MOVE 'N' TO WS-WORK-ERROR.
           MOVE 'N' TO WS-HIST-ERROR.
           MOVE 'N' TO WS-FREQ-MATCH.
           MOVE 'N' TO WS-NO-DUP.
           MOVE 0 TO WS-FREQ-LAST.
           MOVE 0 TO WS-FREQ-DUP.
           MOVE 0 TO WS-FREQ-HIST-COUNT.
           MOVE 1 TO WS-PASS-COUNT.
           SET P TO 1.
           OPEN INPUT VERIFY-HIST.
           IF WS-PH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REOPEN VERIFY-HIST, STATUS '
                   WS-PH-STATUS
               MOVE 'Y' TO WS-WORK-ERROR
           ELSE
               OPEN OUTPUT VERIFY-SEEN
               CLOSE VERIFY-SEEN
               OPEN I-O VERIFY-SEEN
               IF WS-FS-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN VERIFY-SEEN, STATUS '
                       WS-FS-STATUS
                   MOVE 'Y' TO WS-WORK-ERROR
               ELSE
                   IF WS-CHECK-MODE = 'I'
                       PERFORM FREQUENCY-SHIFT
                           UNTIL WS-FREQ-MATCH = 'Y' OR
                                 WS-NO-DUP = 'Y' OR
                                 WS-HIST-ERROR = 'Y'
                   ELSE
                       PERFORM ANALYTICAL-RE-SOLVE
                   END-IF
                   CLOSE VERIFY-SEEN
               END-IF
               CLOSE VERIFY-HIST
           END-IF.
           IF WS-WORK-ERROR = 'Y' OR WS-HIST-ERROR = 'Y'
               MOVE 'UNVERIFIED' TO WS-RESULT
               MOVE 'RE-SOLVE ABORTED - WORK FILE' TO WS-REASON
           ELSE
               MOVE WS-FREQ-DUP TO WS-CHECK-FREQ
               MOVE WS-PASS-COUNT TO WS-CHECK-PASSES
           END-IF.
      *
      * AOC1801's PART-2-ANALYTICAL from the capture pass on: a
      * repeat inside the first pass is the answer as it stands, a
      * zero drift repeats the first sum at the top of pass two,
      * and anything else is read off the partial sums grouped by
      * residue.
       ANALYTICAL-RE-SOLVE.
           PERFORM FREQUENCY-SHIFT
               UNTIL P > WS-PUZZLE-COUNT OR WS-FREQ-MATCH = 'Y'
                   OR WS-HIST-ERROR = 'Y'.
           IF WS-HIST-ERROR NOT = 'Y' AND WS-FREQ-MATCH NOT = 'Y'
               MOVE WS-FREQ-LAST TO WS-ANA-DRIFT
               IF WS-ANA-DRIFT = 0
                   MOVE 1 TO PH-SEQ
                   READ VERIFY-HIST KEY IS PH-SEQ
                       INVALID KEY
                           MOVE 'Y' TO WS-HIST-ERROR
                   END-READ
                   IF WS-HIST-ERROR NOT = 'Y'
                       MOVE PH-CLUE TO WS-FREQ-SHFT
                       MOVE WS-FREQ-SHFT TO WS-FREQ-DUP
                       MOVE 2 TO WS-PASS-COUNT
                       MOVE 'Y' TO WS-FREQ-MATCH
                   END-IF
               ELSE
                   PERFORM BUILD-SUMS-FILE
                   IF WS-WORK-ERROR NOT = 'Y'
                       PERFORM SCAN-SUMS-FILE
                       IF WS-ANA-FOUND = 'Y' AND
                          WS-ANA-PASS NOT > WS-MAX-PASSES
                           MOVE WS-ANA-BEST-FREQ TO WS-FREQ-DUP
                           MOVE WS-ANA-PASS TO WS-PASS-COUNT
                           MOVE 'Y' TO WS-FREQ-MATCH
                       ELSE
                           MOVE 'Y' TO WS-NO-DUP
                           COMPUTE WS-PASS-COUNT = WS-MAX-PASSES + 1
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       BUILD-SUMS-FILE.
           MOVE WS-ANA-DRIFT TO WS-ANA-ABS-D.
           OPEN OUTPUT VERIFY-SUMS.
           IF WS-PS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VERIFY-SUMS, STATUS '
                   WS-PS-STATUS
               MOVE 'Y' TO WS-WORK-ERROR
           ELSE
               MOVE 0 TO FS-KEY
               MOVE 'N' TO WS-FS-SCAN-EOF
               START VERIFY-SEEN KEY IS NOT LESS THAN FS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FS-SCAN-EOF
               END-START
               PERFORM REKEY-SUMS-ENTRY
                   UNTIL WS-FS-SCAN-EOF = 'Y'
               CLOSE VERIFY-SUMS
               OPEN INPUT VERIFY-SUMS
               IF WS-PS-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO REOPEN VERIFY-SUMS, STATUS '
                       WS-PS-STATUS
                   MOVE 'Y' TO WS-WORK-ERROR
               END-IF
           END-IF.
      *
       REKEY-SUMS-ENTRY.
           READ VERIFY-SEEN NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FS-SCAN-EOF
           END-READ.
           IF WS-FS-SCAN-EOF NOT = 'Y'
               DIVIDE FS-FREQ BY WS-ANA-ABS-D
                   GIVING WS-ANA-Q REMAINDER WS-ANA-R
               IF WS-ANA-R < 0
                   ADD WS-ANA-ABS-D TO WS-ANA-R
               END-IF
               MOVE WS-ANA-R TO PS-RESIDUE
               COMPUTE PS-VALKEY = FS-FREQ + WS-FREQ-KEY-OFFSET
               MOVE FS-FREQ TO PS-FREQ
               MOVE FS-SEQ TO PS-SEQ
               WRITE PS-RECORD
           END-IF.
      *
       SCAN-SUMS-FILE.
           MOVE 'N' TO WS-ANA-FOUND.
           MOVE 'N' TO WS-ANA-HAVE-PREV.
           MOVE 'N' TO WS-ANA-EOF.
           MOVE 0 TO WS-ANA-PASS.
           PERFORM SCAN-SUMS-ENTRY UNTIL WS-ANA-EOF = 'Y'.
           CLOSE VERIFY-SUMS.
           IF WS-ANA-FOUND = 'Y'
               COMPUTE WS-ANA-PASS = WS-ANA-BEST-K + 1
           END-IF.
      *
       SCAN-SUMS-ENTRY.
           READ VERIFY-SUMS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ANA-EOF
           END-READ.
           IF WS-ANA-EOF NOT = 'Y'
               IF WS-ANA-HAVE-PREV = 'Y' AND
                  PS-RESIDUE = WS-ANA-PREV-RES
                   PERFORM JUDGE-SUMS-PAIR
               END-IF
               MOVE PS-RESIDUE TO WS-ANA-PREV-RES
               MOVE PS-FREQ TO WS-ANA-PREV-VAL
               MOVE PS-SEQ TO WS-ANA-PREV-SEQ
               MOVE 'Y' TO WS-ANA-HAVE-PREV
           END-IF.
      *
       JUDGE-SUMS-PAIR.
           COMPUTE WS-ANA-DIFF = PS-FREQ - WS-ANA-PREV-VAL.
           DIVIDE WS-ANA-DIFF BY WS-ANA-ABS-D GIVING WS-ANA-K.
           IF WS-ANA-DRIFT > 0
               MOVE WS-ANA-PREV-SEQ TO WS-ANA-J
               MOVE PS-FREQ TO WS-ANA-FREQ
           ELSE
               MOVE PS-SEQ TO WS-ANA-J
               MOVE WS-ANA-PREV-VAL TO WS-ANA-FREQ
           END-IF.
           IF WS-ANA-FOUND = 'N' OR WS-ANA-K < WS-ANA-BEST-K OR
              (WS-ANA-K = WS-ANA-BEST-K AND WS-ANA-J < WS-ANA-BEST-J)
               MOVE 'Y' TO WS-ANA-FOUND
               MOVE WS-ANA-K TO WS-ANA-BEST-K
               MOVE WS-ANA-J TO WS-ANA-BEST-J
               MOVE WS-ANA-FREQ TO WS-ANA-BEST-FREQ
           END-IF.
      *
      * AOC1801's walk, one clue per call, wrapping to the top of
      * the deck and counting a pass each time round.
       FREQUENCY-SHIFT.
           IF P > WS-PUZZLE-COUNT
               SET P TO 1
               ADD 1 TO WS-PASS-COUNT
               IF WS-PASS-COUNT > WS-MAX-PASSES
                   MOVE 'Y' TO WS-NO-DUP
               END-IF
           END-IF.
           IF WS-NO-DUP NOT = 'Y' AND WS-HIST-ERROR NOT = 'Y'
               MOVE P TO PH-SEQ
               READ VERIFY-HIST KEY IS PH-SEQ
                   INVALID KEY
                       DISPLAY 'CLUE ' PH-SEQ
                           ' MISSING FROM VERIFY-HIST - ABORTING'
                       MOVE 'Y' TO WS-HIST-ERROR
               END-READ
               IF WS-HIST-ERROR NOT = 'Y'
                   MOVE PH-CLUE TO WS-FREQ-SHFT
                   ADD WS-FREQ-SHFT TO WS-FREQ-LAST
                   PERFORM CHECK-FREQ-SEEN
                   ADD 1 TO P
               END-IF
           END-IF.
      *
       CHECK-FREQ-SEEN.
           IF WS-FREQ-MATCH NOT = 'Y'
               COMPUTE FS-KEY = WS-FREQ-LAST + WS-FREQ-KEY-OFFSET
               READ VERIFY-SEEN KEY IS FS-KEY
                   INVALID KEY
                       ADD 1 TO WS-FREQ-HIST-COUNT
                       MOVE WS-FREQ-LAST TO FS-FREQ
                       MOVE WS-FREQ-HIST-COUNT TO FS-SEQ
                       WRITE FS-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FREQ-MATCH
                       MOVE WS-FREQ-LAST TO WS-FREQ-DUP
               END-READ
           END-IF.
      *
      * The posted run completed, so a re-solve that finds no
      * repeat at all is as much a disagreement as a different one.
       JUDGE-RE-SOLVE.
           IF WS-NO-DUP = 'Y'
               MOVE 'MISMATCH' TO WS-RESULT
               MOVE 'NO REPEAT ON RE-SOLVE' TO WS-REASON
           ELSE
               IF WS-CHECK-FREQ NOT = WS-POSTED-FREQ
                   MOVE 'MISMATCH' TO WS-RESULT
                   IF WS-CHECK-PASSES NOT = WS-POSTED-PASSES
                       MOVE 'FREQUENCY AND PASSES DIFFER'
                           TO WS-REASON
                   ELSE
                       MOVE 'FREQUENCY DIFFERS' TO WS-REASON
                   END-IF
               ELSE
                   IF WS-CHECK-PASSES NOT = WS-POSTED-PASSES
                       MOVE 'MISMATCH' TO WS-RESULT
                       MOVE 'PASS COUNT DIFFERS' TO WS-REASON
                   ELSE
                       MOVE 'AGREE' TO WS-RESULT
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-VERIFY-LOG.
           MOVE SPACES TO VL-RECORD.
           MOVE WS-RUN-DATE TO VL-DATE.
           MOVE WS-RUN-TIME(1:6) TO VL-TIME.
           MOVE WS-CD-NAME(CX) TO VL-DECK-NAME.
           MOVE WS-CD-RUN-DATE(CX) TO VL-RUN-DATE.
           MOVE WS-POSTED-MODE TO VL-POSTED-MODE.
           MOVE WS-CHECK-MODE TO VL-CHECK-MODE.
           MOVE WS-POSTED-FREQ TO VL-POSTED-FREQ.
           MOVE WS-CHECK-FREQ TO VL-CHECK-FREQ.
           MOVE WS-POSTED-PASSES TO VL-POSTED-PASSES.
           MOVE WS-CHECK-PASSES TO VL-CHECK-PASSES.
           MOVE WS-RESULT TO VL-RESULT.
           MOVE WS-REASON TO VL-REASON.
           WRITE VL-RECORD.
      *
      * A deck's first verification starts its tallies. An
      * unverified night still counts as the deck's turn, so a
      * deck whose file has gone does not hold up the rotation.
       UPDATE-VERIFY-STATS.
           MOVE WS-CD-NAME(CX) TO VS-DECK-NAME.
           READ VERIFY-STATS KEY IS VS-DECK-NAME
               INVALID KEY
                   MOVE 0 TO VS-VERIFIED
                   MOVE 0 TO VS-AGREED
                   MOVE 0 TO VS-MISMATCHED
                   MOVE 0 TO VS-UNVERIFIED
                   MOVE WS-RUN-DATE TO VS-FIRST-DATE
                   MOVE 0 TO VS-LAST-MISMATCH
           END-READ.
           ADD 1 TO VS-VERIFIED.
           IF WS-RESULT = 'AGREE'
               ADD 1 TO VS-AGREED
           END-IF.
           IF WS-RESULT = 'MISMATCH'
               ADD 1 TO VS-MISMATCHED
               MOVE WS-RUN-DATE TO VS-LAST-MISMATCH
           END-IF.
           IF WS-RESULT = 'UNVERIFIED'
               ADD 1 TO VS-UNVERIFIED
           END-IF.
           MOVE WS-RUN-DATE TO VS-LAST-DATE.
           MOVE WS-RESULT TO VS-LAST-RESULT.
           WRITE VS-RECORD
               INVALID KEY
                   REWRITE VS-RECORD
           END-WRITE.
      *
      * The running agreement rate counts only verifications that
      * got as far as comparing - agreed over agreed plus
      * mismatched, to one decimal place.
       SET-RATE-TEXT.
           IF WS-RATE-COMPARED = 0
               MOVE '   N/A' TO WS-RATE-TEXT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-RATE-AGREED * 100 / WS-RATE-COMPARED
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE SPACES TO WS-RATE-TEXT
               STRING WS-RATE-EDIT DELIMITED BY SIZE
                      '%' DELIMITED BY SIZE
                   INTO WS-RATE-TEXT
           END-IF.
      *
       WRITE-DECK-REPORT.
           MOVE WS-CD-NAME(CX) TO WS-RD-DECK.
           WRITE REPORT-LINE FROM WS-RPT-DECK-LINE.
           MOVE 'POSTED' TO WS-RS-TAG.
           MOVE WS-POSTED-MODE TO WS-MODE-WORK.
           PERFORM SET-MODE-NAME.
           MOVE WS-POSTED-FREQ TO WS-RS-FREQ.
           MOVE WS-POSTED-PASSES TO WS-RS-PASSES.
           MOVE SPACES TO WS-RS-NOTE.
           STRING 'RUN ' DELIMITED BY SIZE
                  WS-CD-RUN-DATE(CX) DELIMITED BY SIZE
                  ', PASSES FROM ' DELIMITED BY SIZE
                  WS-PASSES-SOURCE DELIMITED BY SPACE
               INTO WS-RS-NOTE.
           WRITE REPORT-LINE FROM WS-RPT-SIDE-LINE.
           MOVE 'RE-SOLVED' TO WS-RS-TAG.
           MOVE WS-CHECK-MODE TO WS-MODE-WORK.
           PERFORM SET-MODE-NAME.
           MOVE WS-CHECK-FREQ TO WS-RS-FREQ.
           MOVE WS-CHECK-PASSES TO WS-RS-PASSES.
           MOVE SPACES TO WS-RS-NOTE.
           IF WS-RESULT = 'UNVERIFIED'
               MOVE 'NOT RE-SOLVED' TO WS-RS-NOTE
           END-IF.
           IF WS-NO-DUP = 'Y' AND WS-RESULT = 'MISMATCH'
               MOVE 'SEARCH ABANDONED AT PASS LIMIT' TO WS-RS-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SIDE-LINE.
           MOVE WS-RESULT TO WS-RR-RESULT.
           MOVE WS-REASON TO WS-RR-REASON.
           IF WS-REASON = SPACES
               MOVE 'SAME FREQUENCY, SAME PASSES' TO WS-RR-REASON
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-RESULT-LINE.
           MOVE VS-VERIFIED TO WS-RY-VERIFIED.
           MOVE VS-AGREED TO WS-RY-AGREED.
           MOVE VS-MISMATCHED TO WS-RY-MISMATCHED.
           MOVE VS-UNVERIFIED TO WS-RY-UNVERIFIED.
           MOVE VS-AGREED TO WS-RATE-AGREED.
           COMPUTE WS-RATE-COMPARED = VS-AGREED + VS-MISMATCHED.
           PERFORM SET-RATE-TEXT.
           MOVE WS-RATE-TEXT TO WS-RY-RATE.
           WRITE REPORT-LINE FROM WS-RPT-HISTORY-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       SET-MODE-NAME.
           IF WS-MODE-WORK = 'A'
               MOVE 'ANALYTICAL' TO WS-RS-MODE
           ELSE
               MOVE 'ITERATIVE' TO WS-RS-MODE
           END-IF.
      *
       WRITE-NOTHING-SAMPLED.
           IF WS-SAMPLE-SIZE = 0
               MOVE 'VERIFYSAMPLE IS 0 - NO DECK VERIFIED TONIGHT'
                   TO WS-RPT-NOTE
           ELSE
               MOVE 'NO COMPLETED DECK WITH A POSTED PART 2 ANSWER'
                   TO WS-RPT-NOTE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-NOTE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Tonight's counts, then the agreement rate across every deck
      * ever verified - the figure the mode switch is decided on.
       WRITE-REPORT-TOTALS.
           MOVE 'JOURNALS READ' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNALS-READ TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'JOURNALS NOT FOUND' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNALS-MISSING TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS COMPLETED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-COMPLETED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'PART 2 ANSWER POSTED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-ELIGIBLE TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'DECKS VERIFIED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-VERIFIED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'AGREED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-AGREED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'MISMATCHED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-MISMATCHED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'UNVERIFIED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DECKS-UNVERIFIED TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE WS-DECKS-AGREED TO WS-RATE-AGREED.
           COMPUTE WS-RATE-COMPARED =
               WS-DECKS-AGREED + WS-DECKS-MISMATCHED.
           PERFORM SET-RATE-TEXT.
           MOVE 'AGREEMENT TONIGHT' TO WS-RPT-RATE-LABEL.
           MOVE WS-RATE-TEXT TO WS-RPT-RATE-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-RATE-LINE.
           PERFORM TOTAL-VERIFY-STATS.
           MOVE 'DECKS EVER VERIFIED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ALL-DECKS TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE WS-ALL-AGREED TO WS-RATE-AGREED.
           COMPUTE WS-RATE-COMPARED =
               WS-ALL-AGREED + WS-ALL-MISMATCHED.
           PERFORM SET-RATE-TEXT.
           MOVE 'AGREEMENT TO DATE' TO WS-RPT-RATE-LABEL.
           MOVE WS-RATE-TEXT TO WS-RPT-RATE-TEXT.
           WRITE REPORT-LINE FROM WS-RPT-RATE-LINE.
      *
       TOTAL-VERIFY-STATS.
           MOVE LOW-VALUES TO VS-DECK-NAME.
           MOVE 'N' TO WS-STATS-EOF.
           START VERIFY-STATS KEY IS NOT LESS THAN VS-DECK-NAME
               INVALID KEY
                   MOVE 'Y' TO WS-STATS-EOF
           END-START.
           PERFORM ADD-STATS-ENTRY UNTIL WS-STATS-EOF = 'Y'.
      *
       ADD-STATS-ENTRY.
           READ VERIFY-STATS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STATS-EOF
           END-READ.
           IF WS-STATS-EOF NOT = 'Y'
               ADD 1 TO WS-ALL-DECKS
               ADD VS-AGREED TO WS-ALL-AGREED
               ADD VS-MISMATCHED TO WS-ALL-MISMATCHED
           END-IF.
