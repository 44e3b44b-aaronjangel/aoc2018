           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECKLIST-STATUS.
      *
      * An optional stream plan for a split batch - the stream each
      * DECKLIST entry runs in, as AOC1825 balanced them. Without
      * one, decks go to streams by position, as they always have.
           SELECT STREAM-PLAN ASSIGN TO WS-STREAM-PLAN-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
      *
      * The clue deck, keyed by its line number, so PREPARE-RECORDS
      * no longer has to fit every clue into a fixed-size table
      * before FREQUENCY-SHIFT can start walking it.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-KEY
           FILE STATUS IS WS-RSP-STATUS.
      *
      * Duplicate transmission register - one receipt per deck ever
      * posted, kept for good the way the profile master is. Keyed
      * by the record count and hash total we computed from the
      * clues themselves - not by sender, since a resend under a
      * name nobody registered has no sender to key on - so a sender
      * re-sending last night's deck under a new file name still
      * lands on the same receipt: the file name is the one thing a
      * resend always changes. Carries the sender's own header and
      * trailer totals and the first and latest posting alongside.
      * A split run writes a fresh deckreceiptNN delta that AOC1806
      * folds into the register, same as the suspense master.
           SELECT DECK-RECEIPT ASSIGN TO WS-RECEIPT-OUT-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-RC-STATUS.
      *
      * The register itself, read-only, for a split run - each
      * stream checks its own delta for tonight's postings and the
      * register for every night before.
           SELECT RECEIPT-MASTER ASSIGN TO 'deckreceipt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-RM-STATUS.
      *
      * Supervisor repost list - deck names AOC1810 has released as
      * deliberate reposts of a deck already on the register. Same
      * one-name-per-line format as the hold release list.
           SELECT REPOST-OVERRIDE-LIST ASSIGN TO WS-REPOST-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPOST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DECK-LIST
          LABEL RECORDS ARE OMITTED.
       01 DECK-LIST-RECORD     PIC X(100).
      *
      * Same record AOC1825's WRITE-PLAN-ENTRY writes: one line per
      * DECKLIST entry, in DECKLIST order.
       FD STREAM-PLAN
          LABEL RECORDS ARE OMITTED.
       01 STREAM-PLAN-RECORD.
         05 SP-STREAM             PIC X(2).
         05 FILLER                PIC X(1).
         05 SP-DECK-NAME          PIC X(100).
      *
       FD PUZZLE-HIST-FILE.
       01 PH-RECORD.
         05 DM-MAX-REJECTS        PIC 9(4).
         05 DM-SCHED-FREQ         PIC X.
         05 DM-SCHED-DAY          PIC 9(2).
      * Run priority for the DECKLIST builder, 01 most urgent
      * through 99; 00 when the deck was never given one.
         05 DM-PRIORITY           PIC 9(2).
      *
      * The sender is the owning department off the deck control
      * master that first posted the deck - spaces for a deck run
      * uncontrolled or released off the hold queue unregistered -
      * kept for the record, not the key. The first posting is
      * kept for good; the latest posting (and its run start time,
      * which is what tells a same-night rerun from a deck listed
      * twice in one batch) moves with every repost.
       FD DECK-RECEIPT.
       01 RC-RECORD.
         05 RC-KEY.
           10 RC-COUNT            PIC 9(6).
           10 RC-HASH             PIC S9(11) SIGN IS LEADING SEPARATE.
         05 RC-SENDER             PIC X(4).
         05 RC-HDR-COUNT          PIC 9(6).
         05 RC-HDR-HASH           PIC S9(11) SIGN IS LEADING SEPARATE.
         05 RC-TRL-COUNT          PIC 9(6).
         05 RC-TRL-HASH           PIC S9(11) SIGN IS LEADING SEPARATE.
         05 RC-FIRST-DECK         PIC X(100).
         05 RC-FIRST-DATE         PIC 9(8).
         05 RC-LAST-DECK          PIC X(100).
         05 RC-LAST-DATE          PIC 9(8).
         05 RC-LAST-TIME          PIC 9(6).
         05 RC-REPOSTS            PIC 9(4).
      *
       FD RECEIPT-MASTER.
       01 RM-RECORD.
         05 RM-KEY                PIC X(18).
         05 RM-DATA               PIC X(266).
      *
       FD REPOST-OVERRIDE-LIST
          LABEL RECORDS ARE OMITTED.
       01 REPOST-OVERRIDE-RECORD PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-PUZZLE-FILE       PIC X(100)   VALUE 'input'.
      * Parallel job streams. STREAMCOUNT splits a DECKLIST batch
      * into that many independent streams and STREAMNUM says which
      * one this run is: deck D belongs to stream ((D-1) mod N) + 1,
      * or to the stream a STREAMPLAN gives it, and either way the
      * deck numbers - and with them the freqseenNNN /
      * restartNNN / partsumNNN working files - stay globally unique
      * and no stream ever touches another's decks. Every run-level
      * output the streams would otherwise fight over (GL interface,
       01 WS-STREAM-Q          PIC 9(3)     VALUE 0.
       01 WS-STREAM-R          PIC 9(3)     VALUE 0.
       01 WS-STREAM-DECKS      PIC 9(3)     VALUE 0.
      * STREAMPLAN names AOC1825's plan. It has to describe exactly
      * the DECKLIST in hand - same decks, same order - or the run
      * stops rather than guess; a deck's number (and so its
      * working files) is still its DECKLIST position either way.
       01 WS-STREAM-PLAN-FILE  PIC X(100)   VALUE SPACES.
       01 WS-PLAN-STATUS       PIC X(2)     VALUE '00'.
       01 WS-PLAN-EOF          PIC X        VALUE 'N'.
       01 WS-PLAN-LOADED       PIC X        VALUE 'N'.
       01 WS-PLAN-COUNT        PIC 9(3)     VALUE 0.
       01 WS-PLAN-STREAM-X     PIC X(2)     VALUE SPACES.
       01 WS-PLAN-TABLE.
         05 WS-PLAN-STREAM     PIC 9(2)
                                OCCURS 50 TIMES.
      * The deck control master's verdict on the deck in hand. With
      * no master on site every deck runs uncontrolled: the bounds
      * fall wide open and the GL stamping fields stay spaces.
       01 WS-GL-OUT-FILE       PIC X(100)   VALUE 'glinterface'.
       01 WS-PUZZLE-HIST-FILE  PIC X(100)   VALUE 'puzzlehist'.
       01 WS-PROFILE-OUT-FILE  PIC X(100)   VALUE 'deckprofile'.
      *
      * The duplicate transmission check. WS-RCPT-IMAGE holds the
      * receipt a deck matched, from whichever of the delta or the
      * register it came, until POST-DECK-RECEIPT brings it up to
      * date. A match is a duplicate unless it is this same deck
      * posted earlier tonight by another run - a same-night rerun
      * rewrites tonight's GL file rather than adding to it - or a
      * supervisor has released it as a deliberate repost through
      * REPOSTOVERRIDE. Unset means no reposts are authorized.
       01 WS-RECEIPT-OUT-FILE  PIC X(100)   VALUE 'deckreceipt'.
       01 WS-RC-STATUS         PIC X(2)     VALUE '00'.
       01 WS-RM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-RECEIPT-MASTER-PRESENT PIC X   VALUE 'N'.
       01 WS-RCPT-KEY          PIC X(18)    VALUE SPACES.
       01 WS-RCPT-IMAGE        PIC X(284)   VALUE SPACES.
       01 WS-RCPT-FOUND        PIC X        VALUE 'N'.
       01 WS-RCPT-RERUN        PIC X        VALUE 'N'.
       01 WS-DECK-DUPLICATE    PIC X        VALUE 'N'.
       01 WS-DUP-POSTED-DATE   PIC 9(8)     VALUE 0.
       01 WS-REPOST-FILE       PIC X(100)   VALUE SPACES.
       01 WS-REPOST-STATUS     PIC X(2)     VALUE '00'.
       01 WS-REPOST-EOF        PIC X        VALUE 'N'.
       01 WS-REPOST-MATCH      PIC X        VALUE 'N'.
       01 WS-REPOST-TABLE.
         05 WS-REPOST-COUNT    PIC 9(3)     VALUE 0.
         05 WS-REPOST-DECK     PIC X(100)
                                OCCURS 50 TIMES
                                INDEXED BY RP.
       01 WS-GRAND-PART1-TOTAL PIC S9(11)   VALUE 0.
       01 WS-GRAND-PART1-COUNT PIC 9(3)     VALUE 0.
       01 WS-GRAND-PART2-TOTAL PIC S9(11)   VALUE 0.
         05 WS-JD-PASSES       PIC 9(6).
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-JD-OUTCOME      PIC X(12).
      * How Part 2 was searched - 'I' iterative walk, 'A' the
      * analytical search - so AOC1824 knows which answer it is
      * parallel-running against. Space when Part 2 never ran.
         05 FILLER             PIC X(1)     VALUE SPACE.
         05 WS-JD-SEARCH-MODE  PIC X.
       01 WS-JRN-TRAILER.
         05 FILLER             PIC X(2)     VALUE 'T '.
         05 WS-JT-DATE         PIC 9(8).
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 FILLER             PIC X(7)     VALUE 'REASON '.
         05 WS-BAL-REASON      PIC X(30).
       01 WS-BAL-POSTED-LINE.
         05 FILLER             PIC X(2)     VALUE SPACES.
         05 WS-BAL-POSTED-LABEL PIC X(14).
         05 WS-BAL-POSTED-DATE PIC 9(8).
         05 FILLER             PIC X(4)     VALUE ' AS '.
         05 WS-BAL-POSTED-DECK PIC X(100).
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM OPEN-DECK-PROFILE.
           PERFORM OPEN-REJ-SUSPENSE.
           PERFORM OPEN-DECK-MASTER.
           PERFORM OPEN-DECK-RECEIPT.
           OPEN OUTPUT GL-INTERFACE.
      * Opened once for the whole run, same as GL-INTERFACE, so a
      * multi-deck batch accumulates every deck's rejects instead of
           IF WS-MASTER-PRESENT = 'Y'
               CLOSE DECK-MASTER
           END-IF.
           CLOSE DECK-RECEIPT.
           IF WS-RECEIPT-MASTER-PRESENT = 'Y'
               CLOSE RECEIPT-MASTER
           END-IF.
           PERFORM DISPLAY-GRAND-TOTALS.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.
           END-IF.
           PERFORM SET-STREAM-SPLIT.
           PERFORM LOAD-HOLD-OVERRIDES.
           PERFORM LOAD-REPOST-OVERRIDES.
      *
      * Reads the stream split for this run and, when the batch is
      * actually split, requalifies every run-level output name with
                   STOP RUN
               END-IF
               PERFORM QUALIFY-STREAM-NAMES
               PERFORM LOAD-STREAM-PLAN
               MOVE 0 TO WS-STREAM-DECKS
               PERFORM COUNT-STREAM-DECK VARYING D FROM 1 BY 1
                   UNTIL D > WS-DECK-COUNT
           STRING 'rejsuspense' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-SUSP-OUT-FILE.
           MOVE SPACES TO WS-RECEIPT-OUT-FILE.
           STRING 'deckreceipt' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-RECEIPT-OUT-FILE.
      *
       COUNT-STREAM-DECK.
           SET WS-DECK-NUM TO D.
           END-IF.
      *
       COMPUTE-DECK-STREAM.
           IF WS-PLAN-LOADED = 'Y'
               MOVE WS-PLAN-STREAM(WS-DECK-NUM) TO WS-DECK-STREAM
           ELSE
               COMPUTE WS-STREAM-R = WS-DECK-NUM - 1
               DIVIDE WS-STREAM-R BY WS-STREAM-COUNT
                   GIVING WS-STREAM-Q REMAINDER WS-STREAM-R
               COMPUTE WS-DECK-STREAM = WS-STREAM-R + 1
           END-IF.
      *
      * Every stream of the batch loads the same plan and checks it
      * the same way, so either all of them run to it or none does.
       LOAD-STREAM-PLAN.
           ACCEPT WS-STREAM-PLAN-FILE FROM ENVIRONMENT 'STREAMPLAN'
               ON EXCEPTION
                   MOVE SPACES TO WS-STREAM-PLAN-FILE
           END-ACCEPT.
           IF WS-STREAM-PLAN-FILE NOT = SPACES
               OPEN INPUT STREAM-PLAN
               IF WS-PLAN-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN STREAMPLAN FILE '
                       WS-STREAM-PLAN-FILE ', STATUS ' WS-PLAN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-PLAN-COUNT
               READ STREAM-PLAN RECORD
                   AT END MOVE 'Y' TO WS-PLAN-EOF
               END-READ
               PERFORM READ-STREAM-PLAN-ENTRY
                   UNTIL WS-PLAN-EOF = 'Y'
               CLOSE STREAM-PLAN
               IF WS-PLAN-COUNT NOT = WS-DECK-COUNT
                   DISPLAY 'STREAMPLAN HAS ' WS-PLAN-COUNT
                       ' ENTRIES FOR ' WS-DECK-COUNT
                       ' DECKLIST DECKS - ABORTING'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-PLAN-LOADED
           END-IF.
      *
       READ-STREAM-PLAN-ENTRY.
           ADD 1 TO WS-PLAN-COUNT.
           IF WS-PLAN-COUNT > WS-DECK-COUNT
               DISPLAY 'STREAMPLAN IS LONGER THAN DECKLIST - '
                   'ABORTING'
               CLOSE STREAM-PLAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET D TO WS-PLAN-COUNT.
           IF SP-DECK-NAME NOT = WS-DECK-NAME(D)
               DISPLAY 'STREAMPLAN ENTRY ' WS-PLAN-COUNT
                   ' IS NOT DECKLIST DECK ' WS-DECK-NAME(D)
                   ' - ABORTING'
               CLOSE STREAM-PLAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SP-STREAM TO WS-PLAN-STREAM-X.
           IF WS-PLAN-STREAM-X IS NUMERIC
               MOVE WS-PLAN-STREAM-X TO WS-PLAN-STREAM(WS-PLAN-COUNT)
           ELSE
               MOVE 0 TO WS-PLAN-STREAM(WS-PLAN-COUNT)
           END-IF.
           IF WS-PLAN-STREAM(WS-PLAN-COUNT) < 1 OR
              WS-PLAN-STREAM(WS-PLAN-COUNT) > WS-STREAM-COUNT
               DISPLAY 'STREAMPLAN ENTRY ' WS-PLAN-COUNT
                   ' NAMES NO STREAM OF ' WS-STREAM-COUNT
                   ' - ABORTING'
               CLOSE STREAM-PLAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ STREAM-PLAN RECORD
               AT END MOVE 'Y' TO WS-PLAN-EOF
           END-READ.
      *
      * One entry of the DECKLIST file per call - pulled out of
      * LOAD-DECK-LIST so the batch build uses the same out-of-line
           PERFORM GET-TIMESTAMP.
           MOVE WS-JRN-DATE TO WS-JD-START-DATE.
           MOVE WS-JRN-TIME(1:6) TO WS-JD-START-TIME.
           MOVE SPACE TO WS-JD-SEARCH-MODE.
           DISPLAY 'Deck ' D ': ' WS-PUZZLE-FILE
               ' DEFERRED - BATCH WINDOW DEADLINE PASSED'.
           MOVE 'DEFERRED' TO WS-DECK-OUTCOME.
           MOVE 0 TO WS-MIN-FREQ.
           MOVE 0 TO WS-MAX-FREQ.
           MOVE SPACES TO WS-DECK-OUTCOME.
           MOVE 'N' TO WS-RCPT-FOUND.
           MOVE 'N' TO WS-RCPT-RERUN.
           MOVE 'N' TO WS-DECK-DUPLICATE.
           MOVE 0 TO WS-DUP-POSTED-DATE.
           PERFORM GET-TIMESTAMP.
           MOVE WS-JRN-DATE TO WS-JD-START-DATE.
           MOVE WS-JRN-TIME(1:6) TO WS-JD-START-TIME.
           MOVE SPACE TO WS-JD-SEARCH-MODE.
           DISPLAY 'Deck ' D ': ' WS-PUZZLE-FILE.
           PERFORM LOOKUP-DECK-MASTER.
           PERFORM CHECK-HOLD-OVERRIDE.
                  WS-DECK-ABORT NOT = 'Y'
                   PERFORM CHECK-DECK-TOLERANCES
                   PERFORM CHECK-HOLD-OVERRIDE
      * Only a deck that would otherwise post is worth checking
      * against the register - and only once its clues are loaded,
      * since the computed count and hash are the receipt's key.
                   IF WS-DECK-HELD NOT = 'Y' AND WS-PUZZLE-COUNT > 0
                       PERFORM CHECK-DECK-RECEIPT
                   END-IF
               END-IF
               IF WS-DECK-QUARANTINED = 'Y'
                   DISPLAY '  DECK QUARANTINED - CONTROL TOTALS DO '
                           ELSE
                               PERFORM ACCUMULATE-GRAND-TOTALS
                               PERFORM WRITE-GL-DETAIL
                               IF WS-PUZZLE-COUNT > 0
                                   PERFORM POST-DECK-RECEIPT
                               END-IF
                               PERFORM SET-DECK-OUTCOME
                               PERFORM WRITE-DECK-PROFILE
                           END-IF
           PERFORM WRITE-JOURNAL-DECK.
           PERFORM WRITE-DECK-ACK.
      *
      * A duplicate transmission is held like any other hold - it
      * sits on the queue until a supervisor disposes of it - but is
      * journaled and acknowledged under its own outcome so the
      * sender sees it was a repeat, not a tolerance breach.
       HOLD-DECK.
           DISPLAY '  DECK HELD FOR REVIEW - ' WS-HELD-REASON.
           IF WS-DECK-DUPLICATE = 'Y'
               MOVE 'DUPLICATE' TO WS-DECK-OUTCOME
           ELSE
               MOVE 'HELD' TO WS-DECK-OUTCOME
           END-IF.
           PERFORM WRITE-HOLD-QUEUE.
           MOVE 4 TO WS-NEW-RC.
           PERFORM RAISE-RUN-RC.
               MOVE 'Y' TO WS-OVERRIDE-MATCH
           END-IF.
      *
      * AOC1810's repost list, loaded the same way and for the same
      * reason the release list is - an unreadable list would hold
      * again the very reposts the rerun exists to post. Kept apart
      * from HOLDOVERRIDE so releasing a tolerance hold can never
      * wave a duplicate through by accident.
       LOAD-REPOST-OVERRIDES.
           ACCEPT WS-REPOST-FILE FROM ENVIRONMENT 'REPOSTOVERRIDE'
               ON EXCEPTION
                   MOVE SPACES TO WS-REPOST-FILE
           END-ACCEPT.
           IF WS-REPOST-FILE NOT = SPACES
               OPEN INPUT REPOST-OVERRIDE-LIST
               IF WS-REPOST-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN REPOSTOVERRIDE FILE '
                       WS-REPOST-FILE ', STATUS '
                       WS-REPOST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ REPOST-OVERRIDE-LIST RECORD
                   AT END MOVE 'Y' TO WS-REPOST-EOF
               END-READ
               PERFORM LOAD-REPOST-ENTRY
                   UNTIL WS-REPOST-EOF = 'Y'
               CLOSE REPOST-OVERRIDE-LIST
           END-IF.
      *
       LOAD-REPOST-ENTRY.
           IF WS-REPOST-COUNT >= 50
               DISPLAY 'REPOSTOVERRIDE HAS MORE THAN 50 ENTRIES - '
                   'ABORTING'
               CLOSE REPOST-OVERRIDE-LIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REPOST-COUNT.
           SET RP TO WS-REPOST-COUNT.
           MOVE REPOST-OVERRIDE-RECORD TO WS-REPOST-DECK(RP).
           READ REPOST-OVERRIDE-LIST RECORD
               AT END MOVE 'Y' TO WS-REPOST-EOF
           END-READ.
      *
       CHECK-REPOST-OVERRIDE.
           MOVE 'N' TO WS-REPOST-MATCH.
           IF WS-REPOST-COUNT > 0
               PERFORM MATCH-REPOST-ENTRY
                   VARYING RP FROM 1 BY 1
                   UNTIL RP > WS-REPOST-COUNT
                       OR WS-REPOST-MATCH = 'Y'
           END-IF.
      *
       MATCH-REPOST-ENTRY.
           IF WS-REPOST-DECK(RP) = WS-PUZZLE-FILE
               MOVE 'Y' TO WS-REPOST-MATCH
           END-IF.
      *
      * Unsplit, the register is opened for update with the same
      * create-on-35 treatment the profile master gets. A split run
      * writes a fresh per-stream delta, same as the suspense
      * master, and reads the register alongside it - status 35 on
      * the register is just a site that has never posted a deck.
       OPEN-DECK-RECEIPT.
           IF WS-STREAM-COUNT > 1
               OPEN OUTPUT DECK-RECEIPT
               CLOSE DECK-RECEIPT
               OPEN I-O DECK-RECEIPT
               OPEN INPUT RECEIPT-MASTER
               IF WS-RM-STATUS = '00'
                   MOVE 'Y' TO WS-RECEIPT-MASTER-PRESENT
               ELSE
                   IF WS-RM-STATUS NOT = '35'
                       DISPLAY 'UNABLE TO OPEN RECEIPT-MASTER, STATUS '
                           WS-RM-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               OPEN I-O DECK-RECEIPT
               IF WS-RC-STATUS = '35'
                   OPEN OUTPUT DECK-RECEIPT
                   CLOSE DECK-RECEIPT
                   OPEN I-O DECK-RECEIPT
               END-IF
           END-IF.
           IF WS-RC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DECK-RECEIPT, STATUS '
                   WS-RC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * Looks the loaded deck up on the register by count and hash,
      * whoever sent it - tonight's postings first, then every night
      * before. The same deck posted earlier tonight by a different
      * run is a rerun and goes through; the same deck listed twice
      * in one batch shares this run's start time and does not.
       CHECK-DECK-RECEIPT.
           MOVE WS-PUZZLE-COUNT TO RC-COUNT.
           MOVE WS-CTL-ACT-HASH TO RC-HASH.
           MOVE RC-KEY TO WS-RCPT-KEY.
           READ DECK-RECEIPT KEY IS RC-KEY
               INVALID KEY
                   MOVE 'N' TO WS-RCPT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RCPT-FOUND
                   MOVE RC-RECORD TO WS-RCPT-IMAGE
           END-READ.
           IF WS-RCPT-FOUND = 'N' AND WS-RECEIPT-MASTER-PRESENT = 'Y'
               MOVE WS-RCPT-KEY TO RM-KEY
               READ RECEIPT-MASTER KEY IS RM-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-RCPT-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RCPT-FOUND
                       MOVE RM-RECORD TO WS-RCPT-IMAGE
               END-READ
           END-IF.
           IF WS-RCPT-FOUND = 'Y'
               MOVE WS-RCPT-IMAGE TO RC-RECORD
               IF RC-LAST-DECK = WS-PUZZLE-FILE AND
                  RC-LAST-DATE = WS-RUN-DATE AND
                  RC-LAST-TIME NOT = WS-JH-TIME
                   MOVE 'Y' TO WS-RCPT-RERUN
               ELSE
                   PERFORM CHECK-REPOST-OVERRIDE
                   IF WS-REPOST-MATCH = 'Y'
                       DISPLAY '  REPOST AUTHORIZED BY SUPERVISOR - '
                           'LAST POSTED ' RC-LAST-DATE
                   ELSE
                       MOVE 'Y' TO WS-DECK-DUPLICATE
                       MOVE 'Y' TO WS-DECK-HELD
                       MOVE 'DUPLICATE TRANSMISSION' TO WS-HELD-REASON
                       MOVE RC-LAST-DATE TO WS-DUP-POSTED-DATE
                       PERFORM WRITE-DUPLICATE-REPORT
                   END-IF
               END-IF
           END-IF.
      *
      * A duplicate gets a block on the balancing report whether or
      * not it carried control records - ops needs to see which
      * earlier posting it repeats before the supervisor decides.
       WRITE-DUPLICATE-REPORT.
           MOVE WS-PUZZLE-FILE TO WS-BAL-DECK-NAME.
           MOVE 'DUPLICATE' TO WS-BAL-STATUS.
           WRITE BALANCE-LINE FROM WS-BAL-DECK-LINE.
           MOVE 'FIRST POSTED' TO WS-BAL-POSTED-LABEL.
           MOVE RC-FIRST-DATE TO WS-BAL-POSTED-DATE.
           MOVE RC-FIRST-DECK TO WS-BAL-POSTED-DECK.
           WRITE BALANCE-LINE FROM WS-BAL-POSTED-LINE.
           MOVE 'LAST POSTED' TO WS-BAL-POSTED-LABEL.
           MOVE RC-LAST-DATE TO WS-BAL-POSTED-DATE.
           MOVE RC-LAST-DECK TO WS-BAL-POSTED-DECK.
           WRITE BALANCE-LINE FROM WS-BAL-POSTED-LINE.
           MOVE 'DUPLICATE TRANSMISSION' TO WS-BAL-REASON.
           WRITE BALANCE-LINE FROM WS-BAL-REASON-LINE.
      *
      * Records the posting on the register. A first posting starts
      * a receipt; a supervisor-authorized repost counts itself on
      * the receipt it matched; a same-night rerun just restamps it.
       POST-DECK-RECEIPT.
           IF WS-RCPT-FOUND = 'Y'
               MOVE WS-RCPT-IMAGE TO RC-RECORD
               IF WS-RCPT-RERUN NOT = 'Y'
                   ADD 1 TO RC-REPOSTS
               END-IF
           ELSE
               MOVE WS-DM-DEPT TO RC-SENDER
               MOVE WS-PUZZLE-COUNT TO RC-COUNT
               MOVE WS-CTL-ACT-HASH TO RC-HASH
               MOVE WS-PUZZLE-FILE TO RC-FIRST-DECK
               MOVE WS-RUN-DATE TO RC-FIRST-DATE
               MOVE 0 TO RC-REPOSTS
           END-IF.
           MOVE WS-CTL-EXP-COUNT TO RC-HDR-COUNT.
           MOVE WS-CTL-EXP-HASH TO RC-HDR-HASH.
           MOVE WS-CTL-TRL-COUNT TO RC-TRL-COUNT.
           MOVE WS-CTL-TRL-HASH TO RC-TRL-HASH.
           MOVE WS-PUZZLE-FILE TO RC-LAST-DECK.
           MOVE WS-RUN-DATE TO RC-LAST-DATE.
           MOVE WS-JH-TIME TO RC-LAST-TIME.
           WRITE RC-RECORD
               INVALID KEY
                   REWRITE RC-RECORD
           END-WRITE.
      *
      * The pre-flight lookup. No master on site leaves the deck
      * uncontrolled with the bounds wide open; a master with no
      * record for this deck holds it - a deck name nobody
               ELSE
                   PERFORM PRUNE-FREQ-SEEN
                   MOVE '2' TO WS-PART-NUM
                   MOVE 'I' TO WS-JD-SEARCH-MODE
      * A checkpoint is always a snapshot of the iterative walk, so
      * a resumed deck finishes iteratively even under SEARCHMODE A
      * - the analytical mode never writes a checkpoint of its own.
                   END-IF
                   IF WS-RUN-MODE NOT = '1'
                       IF WS-SEARCH-MODE = 'A'
                           MOVE 'A' TO WS-JD-SEARCH-MODE
                           PERFORM PART-2-ANALYTICAL
                       ELSE
                           MOVE 'I' TO WS-JD-SEARCH-MODE
                           PERFORM PART-2
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      * A duplicate tells the sender when the deck it repeats was
      * posted, so they can tell a resend from a genuinely new deck
      * that happens to total the same.
           IF WS-DECK-OUTCOME = 'DUPLICATE'
               MOVE 'DUPLICATE' TO WS-AK-STATUS
               STRING 'ALREADY POSTED ' DELIMITED BY SIZE
                      WS-DUP-POSTED-DATE DELIMITED BY SIZE
                   INTO WS-AK-REASON
           END-IF.
           WRITE ACK-RECORD FROM WS-ACK-DETAIL.
           ADD 1 TO WS-ACKS-WRITTEN.
      *
