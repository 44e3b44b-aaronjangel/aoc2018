         05 DM-MAX-REJECTS     PIC 9(4).
         05 DM-SCHED-FREQ      PIC X.
         05 DM-SCHED-DAY       PIC 9(2).
         05 DM-PRIORITY        PIC 9(2).
      *
       FD AGING-REPORT
          LABEL RECORDS ARE OMITTED.
