      *> MULTSCG - change-history record appended by MultSchedMaint
      *> for every calendar request applied: who asked for it, when
      *> it was applied, the action, and the due days and cutoff
      *> before and after (blank days and zero cutoff where there
      *> was no entry before or is none after). The dataset is
      *> cumulative (DISP=MOD), so "when did this sender stop being
      *> due on Saturdays" is answered from one file.
       01  SCHED-CHANGE-REC.
           05  SCG-DATE                PIC 9(8).
           05  SCG-TIME                PIC 9(8).
           05  SCG-OPERATOR-ID         PIC X(8).
           05  SCG-ACTION              PIC X.
           05  SCG-SYSTEM-ID           PIC X(8).
           05  SCG-OLD-DAY-FLAGS       PIC X(7).
           05  SCG-OLD-CUTOFF-TIME     PIC 9(4).
           05  SCG-NEW-DAY-FLAGS       PIC X(7).
           05  SCG-NEW-CUTOFF-TIME     PIC 9(4).
