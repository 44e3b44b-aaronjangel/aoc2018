      * against its own trailer, combines the detail rows into the
      * single 'glinterface' the downstream posting job reads, writes
      * the one true 'T' trailer with the grand totals, folds the
      * stream profile records into the 'deckprofile' master and the
      * stream receipts into the 'deckreceipt' register, and
      * reports per stream on 'glmerge'. A missing stream file or a
      * stream that doesn't foot fails loudly with a non-zero
      * condition code - half a batch must never post as a whole one.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RSP-KEY
           FILE STATUS IS WS-RSP-STATUS.
      *
      * One stream's duplicate transmission receipts at a time,
      * folded into the register. Each stream only ever checked its
      * own postings and the register as it stood before tonight, so
      * the same deck posted by two streams is caught here instead.
           SELECT STREAM-RECEIPT ASSIGN TO WS-STREAM-RCPT-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY
           FILE STATUS IS WS-SRCPT-STATUS.
      *
           SELECT DECK-RECEIPT ASSIGN TO 'deckreceipt'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-RC-STATUS.
      *
           SELECT MERGE-REPORT ASSIGN TO 'glmerge'
           ORGANIZATION IS LINE SEQUENTIAL.
         05 RSP-STATUS         PIC X.
         05 RSP-ADDED          PIC 9(8).
         05 RSP-CLEARED        PIC 9(8).
      *
      * Same record AOC1801's POST-DECK-RECEIPT writes - past the
      * count-and-hash key and the sender, only the latest-posting
      * fields are named, since the fold judges those and copies
      * the rest whole.
       FD STREAM-RECEIPT.
       01 SR-RECORD.
         05 SR-KEY             PIC X(18).
         05 SR-SENDER          PIC X(4).
         05 SR-TOTALS          PIC X(36).
         05 SR-FIRST-POSTING   PIC X(108).
         05 SR-LAST-DECK       PIC X(100).
         05 SR-LAST-DATE       PIC 9(8).
         05 SR-LAST-TIME       PIC 9(6).
         05 SR-REPOSTS         PIC 9(4).
      *
       FD DECK-RECEIPT.
       01 RC-RECORD.
         05 RC-KEY             PIC X(18).
         05 RC-SENDER          PIC X(4).
         05 RC-TOTALS          PIC X(36).
         05 RC-FIRST-POSTING   PIC X(108).
         05 RC-LAST-DECK       PIC X(100).
         05 RC-LAST-DATE       PIC 9(8).
         05 RC-LAST-TIME       PIC 9(6).
         05 RC-REPOSTS         PIC 9(4).
      *
       FD MERGE-REPORT
          LABEL RECORDS ARE OMITTED.
       01 WS-SGL-EOF           PIC X        VALUE 'N'.
       01 WS-SPROF-EOF         PIC X        VALUE 'N'.
       01 WS-SSUSP-EOF         PIC X        VALUE 'N'.
       01 WS-STREAM-RCPT-FILE  PIC X(100)   VALUE SPACES.
       01 WS-SRCPT-STATUS      PIC X(2)     VALUE '00'.
       01 WS-RC-STATUS         PIC X(2)     VALUE '00'.
       01 WS-SRCPT-EOF         PIC X        VALUE 'N'.
      *
      * Every receipt key folded so far this merge. A second stream
      * folding a key already folded tonight posted the same deck
      * twice, whatever the register says - one entry per deck the
      * 50-deck batch can hold.
       01 WS-FOLDED-TABLE.
         05 WS-FOLDED-COUNT    PIC 9(3)     VALUE 0.
         05 WS-FOLDED-KEY      PIC X(18)
                                OCCURS 50 TIMES
                                INDEXED BY FK.
       01 WS-FOLDED-MATCH      PIC X        VALUE 'N'.
       01 WS-DUP-NOTE.
         05 FILLER             PIC X(15)    VALUE 'DUPLICATE DECK '.
         05 FILLER             PIC X(22)
                                VALUE 'POSTED IN TWO STREAMS '.
         05 WS-DN-DECK         PIC X(33).
      *
       01 WS-STREAM-COUNT-X    PIC X(2)     VALUE SPACES.
       01 WS-STREAM-COUNT      PIC 9(2)     VALUE 0.
           OPEN OUTPUT GL-INTERFACE.
           PERFORM OPEN-DECK-PROFILE.
           PERFORM OPEN-REJ-SUSPENSE.
           PERFORM OPEN-DECK-RECEIPT.
           PERFORM MERGE-ONE-STREAM
               VARYING WS-STREAM-NUM FROM 1 BY 1
               UNTIL WS-STREAM-NUM > WS-STREAM-COUNT.
           CLOSE GL-INTERFACE.
           CLOSE DECK-PROFILE.
           CLOSE REJ-SUSPENSE.
           CLOSE DECK-RECEIPT.
           PERFORM WRITE-MERGE-VERDICT.
           CLOSE MERGE-REPORT.
           PERFORM DISPLAY-GRAND-TOTALS.
               PERFORM JUDGE-STREAM-FOOTING
               PERFORM FOLD-STREAM-PROFILE
               PERFORM FOLD-STREAM-SUSPENSE
               PERFORM FOLD-STREAM-RECEIPT
           END-IF.
      *
      * Detail rows go straight through to the consolidated file
               END-READ
           END-IF.
      *
      * Same create-on-35 treatment - the register may not exist
      * until a site's first posted deck.
       OPEN-DECK-RECEIPT.
           OPEN I-O DECK-RECEIPT.
           IF WS-RC-STATUS = '35'
               OPEN OUTPUT DECK-RECEIPT
               CLOSE DECK-RECEIPT
               OPEN I-O DECK-RECEIPT
           END-IF.
           IF WS-RC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DECK-RECEIPT, STATUS '
                   WS-RC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      * A stream with no receipt delta only means none of its decks
      * posted - nothing to fold.
       FOLD-STREAM-RECEIPT.
           MOVE SPACES TO WS-STREAM-RCPT-FILE.
           STRING 'deckreceipt' DELIMITED BY SIZE
                  WS-STREAM-NUM DELIMITED BY SIZE
               INTO WS-STREAM-RCPT-FILE.
           MOVE 'N' TO WS-SRCPT-EOF.
           OPEN INPUT STREAM-RECEIPT.
           IF WS-SRCPT-STATUS = '00'
               PERFORM FOLD-RECEIPT-RECORD
                   UNTIL WS-SRCPT-EOF = 'Y'
               CLOSE STREAM-RECEIPT
           END-IF.
      *
      * A new receipt goes on whole. One already on the register is
      * replaced only when the stream had the right to post it: a
      * supervisor-authorized repost (the stream counted one more
      * repost than the register holds) or a same-night rerun of the
      * very deck the register last saw. Anything else - or a key a
      * second stream folds tonight - is the same deck posted twice,
      * and the interface is failed rather than posted.
       FOLD-RECEIPT-RECORD.
           READ STREAM-RECEIPT NEXT RECORD
               AT END MOVE 'Y' TO WS-SRCPT-EOF
           END-READ.
           IF WS-SRCPT-EOF NOT = 'Y'
               MOVE 'N' TO WS-FOLDED-MATCH
               PERFORM MATCH-FOLDED-KEY VARYING FK FROM 1 BY 1
                   UNTIL FK > WS-FOLDED-COUNT OR WS-FOLDED-MATCH = 'Y'
               IF WS-FOLDED-MATCH = 'Y'
                   PERFORM REPORT-CROSS-STREAM-DUP
               ELSE
                   PERFORM REMEMBER-FOLDED-KEY
                   MOVE SR-KEY TO RC-KEY
                   READ DECK-RECEIPT KEY IS RC-KEY
                       INVALID KEY
                           MOVE SR-RECORD TO RC-RECORD
                           WRITE RC-RECORD
                       NOT INVALID KEY
                           IF SR-REPOSTS > RC-REPOSTS OR
                              (SR-LAST-DECK = RC-LAST-DECK AND
                               SR-LAST-DATE = RC-LAST-DATE)
                               MOVE SR-RECORD TO RC-RECORD
                               REWRITE RC-RECORD
                           ELSE
                               PERFORM REPORT-CROSS-STREAM-DUP
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
       MATCH-FOLDED-KEY.
           IF WS-FOLDED-KEY(FK) = SR-KEY
               MOVE 'Y' TO WS-FOLDED-MATCH
           END-IF.
      *
       REMEMBER-FOLDED-KEY.
           IF WS-FOLDED-COUNT < 50
               ADD 1 TO WS-FOLDED-COUNT
               SET FK TO WS-FOLDED-COUNT
               MOVE SR-KEY TO WS-FOLDED-KEY(FK)
           END-IF.
      *
       REPORT-CROSS-STREAM-DUP.
           DISPLAY 'STREAM ' WS-STREAM-NUM ' POSTED A DUPLICATE DECK '
               SR-LAST-DECK.
           ADD 1 TO WS-FAIL-COUNT.
           MOVE SR-LAST-DECK TO WS-DN-DECK.
           WRITE MERGE-LINE FROM WS-DUP-NOTE.
      *
      * The one true trailer, exactly as AOC1801's WRITE-GL-TRAILER
      * builds it for an unsplit run: RAN flags up when any detail
      * row actually ran that part - a grand total that genuinely
