         05 DM-MAX-REJECTS     PIC 9(4).
         05 DM-SCHED-FREQ      PIC X.
         05 DM-SCHED-DAY       PIC 9(2).
         05 DM-PRIORITY        PIC 9(2).
      *
      * Only the fields this check needs from AOC1801's journal.
       FD RUN-JOURNAL
