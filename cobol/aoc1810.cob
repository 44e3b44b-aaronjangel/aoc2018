      * reason. Released decks are written to 'releaselist', which
      * the rerun feeds back to AOC1801 as both its DECKLIST and its
      * HOLDOVERRIDE so the decks process with their hold verdicts
      * set aside; confirmed rejects are formally closed. A deck held
      * as a duplicate transmission can only be let through as a
      * deliberate repost, which also lands it on 'repostlist' for
      * the rerun's REPOSTOVERRIDE. The queue is rewritten holding
      * only the decks nobody disposed of, and every disposition -
      * matched or not - lands on the 'holdrelease' report. The
      * master's bounds are never touched.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1810.
           FILE STATUS IS WS-HOLDQ-STATUS.
      *
      * Supervisor dispositions, one per line: an action code ('R'
      * release with override, 'P' repost a duplicate transmission,
      * 'C' confirm the reject), the held
      * deck's name, the deciding operator and a reason. Defaults to
      * 'dispositions', overridden with a DISPOSITIONS environment
      * variable.
      * the released decks ride straight back through processing.
           SELECT RELEASE-LIST ASSIGN TO 'releaselist'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      * Decks released as deliberate reposts of a deck already on
      * AOC1801's duplicate transmission register - the rerun names
      * this file as its REPOSTOVERRIDE. Every deck on it is on the
      * release list too.
           SELECT REPOST-LIST ASSIGN TO 'repostlist'
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RELEASE-REPORT ASSIGN TO 'holdrelease'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD RELEASE-LIST
          LABEL RECORDS ARE OMITTED.
       01 RELEASE-RECORD       PIC X(100).
      *
       FD REPOST-LIST
          LABEL RECORDS ARE OMITTED.
       01 REPOST-RECORD        PIC X(100).
      *
       FD RELEASE-REPORT
          LABEL RECORDS ARE OMITTED.
       01 WS-FOUND             PIC X        VALUE 'N'.
       01 WS-DISP-TOTAL        PIC 9(4)     VALUE 0.
       01 WS-RELEASED-COUNT    PIC 9(4)     VALUE 0.
       01 WS-REPOSTED-COUNT    PIC 9(4)     VALUE 0.
       01 WS-CLOSED-COUNT      PIC 9(4)     VALUE 0.
       01 WS-INVALID-COUNT     PIC 9(4)     VALUE 0.
       01 WS-REMAINING-COUNT   PIC 9(4)     VALUE 0.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RELEASE-REPORT.
           DISPLAY 'Decks released:   ' WS-RELEASED-COUNT.
           DISPLAY 'Reposts allowed:  ' WS-REPOSTED-COUNT.
           DISPLAY 'Rejects closed:   ' WS-CLOSED-COUNT.
           DISPLAY 'Bad dispositions: ' WS-INVALID-COUNT.
           DISPLAY 'Still held:       ' WS-REMAINING-COUNT.
               MOVE 'OPERATOR MISSING' TO WS-RPT-STATUS
               WRITE REPORT-LINE FROM WS-RPT-DETAIL
           ELSE
               IF DS-ACTION = 'R' OR DS-ACTION = 'P'
                   PERFORM APPLY-RELEASE
               ELSE
                   IF DS-ACTION = 'C'
                       MOVE 'C' TO WS-HLD-DISPOSED(H)
               END-IF
           END-IF.
      *
      * A duplicate transmission and an ordinary hold are released
      * by different codes on purpose: 'R' only sets aside a hold
      * verdict, while 'P' is the supervisor saying in writing that
      * the same deck really is meant to post a second time. Either
      * code against the wrong kind of hold is refused, not guessed.
       APPLY-RELEASE.
           IF WS-HLD-REASON(H) = 'DUPLICATE TRANSMISSION'
               IF DS-ACTION = 'P'
                   MOVE 'P' TO WS-HLD-DISPOSED(H)
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD 1 TO WS-REPOSTED-COUNT
                   MOVE 'REPOST AUTHORIZED' TO WS-RPT-STATUS
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE 'USE P TO REPOST' TO WS-RPT-STATUS
               END-IF
           ELSE
               IF DS-ACTION = 'R'
                   MOVE 'R' TO WS-HLD-DISPOSED(H)
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'RELEASED' TO WS-RPT-STATUS
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE 'NOT A DUPLICATE HOLD' TO WS-RPT-STATUS
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL.
      *
      * Every released deck, DECKLIST format - the rerun names this
      * file as both its DECKLIST and its HOLDOVERRIDE, and the
      * repost list as its REPOSTOVERRIDE. Both written even when
      * empty, same as AOC1802's supplement deck.
       WRITE-RELEASE-LIST.
           OPEN OUTPUT RELEASE-LIST.
           OPEN OUTPUT REPOST-LIST.
           PERFORM WRITE-RELEASE-ENTRY VARYING H FROM 1 BY 1
               UNTIL H > WS-HOLD-COUNT.
           CLOSE RELEASE-LIST.
           CLOSE REPOST-LIST.
      *
       WRITE-RELEASE-ENTRY.
           IF WS-HLD-DISPOSED(H) = 'R' OR WS-HLD-DISPOSED(H) = 'P'
               MOVE WS-HLD-DECK(H) TO RELEASE-RECORD
               WRITE RELEASE-RECORD
           END-IF.
           IF WS-HLD-DISPOSED(H) = 'P'
               MOVE WS-HLD-DECK(H) TO REPOST-RECORD
               WRITE REPOST-RECORD
           END-IF.
      *
      * The queue goes back to disk holding only what nobody
      * disposed of - released decks are the rerun's problem now,
           MOVE 'DECKS RELEASED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REPOSTS AUTHORIZED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-REPOSTED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
           MOVE 'REJECTS CONFIRMED' TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE.
