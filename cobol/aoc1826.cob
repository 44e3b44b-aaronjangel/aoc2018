      * Advent of Code 2018, Day 1 - Deck Control Master Conversion.
      *
      * Companion to AOC1808. The deck control master grew a run
      * priority (DM-PRIORITY, read by AOC1825's DECKLIST builder),
      * two bytes on the end of every record, and a master built
      * before then cannot be opened under the new layout. This
      * one-off conversion carries it across: ops renames the old
      * 'deckmaster' to 'deckmasterold' (or names it with OLDMASTER),
      * and every record is copied to a fresh 'deckmaster' with its
      * attributes untouched and no priority given - 00, which the
      * builder plans at its default until AOC1808 sets one. The
      * conversion refuses to run over a 'deckmaster' that is still
      * there, so a second run can never overwrite a converted
      * master, and it proves the record counts agree before it
      * reports success.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC1826.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The master as it stood under the old layout, read in key
      * order.
           SELECT OLD-MASTER ASSIGN TO WS-OLD-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OM-DECK-NAME
           FILE STATUS IS WS-OM-STATUS.
      *
      * The new master, written in the same key order.
           SELECT DECK-MASTER ASSIGN TO 'deckmaster'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DM-DECK-NAME
           FILE STATUS IS WS-DM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * The record AOC1808 wrote before the run priority was added.
       FD OLD-MASTER.
       01 OM-RECORD.
         05 OM-DECK-NAME       PIC X(100).
         05 OM-DEPT            PIC X(4).
         05 OM-GL-ACCOUNT      PIC X(8).
         05 OM-COST-CENTER     PIC X(6).
         05 OM-MIN-CLUES       PIC 9(6).
         05 OM-MAX-CLUES       PIC 9(6).
         05 OM-MAX-REJECTS     PIC 9(4).
         05 OM-SCHED-FREQ      PIC X.
         05 OM-SCHED-DAY       PIC 9(2).
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
       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-FILE   PIC X(100)   VALUE 'deckmasterold'.
       01 WS-OM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-DM-STATUS         PIC X(2)     VALUE '00'.
       01 WS-OM-EOF            PIC X        VALUE 'N'.
       01 WS-READ-COUNT        PIC 9(7)     VALUE 0.
       01 WS-WRITE-COUNT       PIC 9(7)     VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Advent of Code 2018, Day 1 - Master Conversion'
           PERFORM GET-PARMS.
           PERFORM OPEN-MASTERS.
           READ OLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-OM-EOF
           END-READ.
           PERFORM CHECK-OLD-READ.
           PERFORM CONVERT-ONE-RECORD UNTIL WS-OM-EOF = 'Y'.
           CLOSE OLD-MASTER.
           CLOSE DECK-MASTER.
           DISPLAY 'Old master records read:   ' WS-READ-COUNT.
           DISPLAY 'New master records written: ' WS-WRITE-COUNT.
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
               DISPLAY 'RECORD COUNTS DO NOT AGREE - CONVERSION FAILED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           GOBACK.
      *
       GET-PARMS.
           ACCEPT WS-OLD-MASTER-FILE FROM ENVIRONMENT 'OLDMASTER'
               ON EXCEPTION
                   MOVE 'deckmasterold' TO WS-OLD-MASTER-FILE
           END-ACCEPT.
      *
      * Any status but 35 on the new name means a master is still
      * there - converted already, or not yet renamed out of the
      * way - and OPEN OUTPUT would empty it.
       OPEN-MASTERS.
           OPEN INPUT DECK-MASTER.
           IF WS-DM-STATUS NOT = '35'
               IF WS-DM-STATUS = '00'
                   CLOSE DECK-MASTER
               END-IF
               DISPLAY 'DECKMASTER ALREADY EXISTS, STATUS '
                   WS-DM-STATUS ' - RENAME THE OLD MASTER TO '
                   WS-OLD-MASTER-FILE ' FIRST - ABORTING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OLD-MASTER.
           IF WS-OM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OLD MASTER '
                   WS-OLD-MASTER-FILE ', STATUS ' WS-OM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DECK-MASTER.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO CREATE DECK-MASTER, STATUS '
                   WS-DM-STATUS
               CLOSE OLD-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE OM-DECK-NAME TO DM-DECK-NAME.
           MOVE OM-DEPT TO DM-DEPT.
           MOVE OM-GL-ACCOUNT TO DM-GL-ACCOUNT.
           MOVE OM-COST-CENTER TO DM-COST-CENTER.
           MOVE OM-MIN-CLUES TO DM-MIN-CLUES.
           MOVE OM-MAX-CLUES TO DM-MAX-CLUES.
           MOVE OM-MAX-REJECTS TO DM-MAX-REJECTS.
           MOVE OM-SCHED-FREQ TO DM-SCHED-FREQ.
           MOVE OM-SCHED-DAY TO DM-SCHED-DAY.
           MOVE 0 TO DM-PRIORITY.
           WRITE DM-RECORD.
           IF WS-DM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE DECK ' DM-DECK-NAME
                   ', STATUS ' WS-DM-STATUS ' - ABORTING'
               CLOSE OLD-MASTER
               CLOSE DECK-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
           READ OLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-OM-EOF
           END-READ.
           PERFORM CHECK-OLD-READ.
      *
      * A read that fails short of end of file would otherwise look
      * like a short master and convert half of it.
       CHECK-OLD-READ.
           IF WS-OM-EOF NOT = 'Y' AND WS-OM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO READ OLD MASTER, STATUS '
                   WS-OM-STATUS ' - ABORTING'
               CLOSE OLD-MASTER
               CLOSE DECK-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
