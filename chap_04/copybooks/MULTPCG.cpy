      *> MULTPCG - change-history record appended by MultPeriodMaint
      *> for every fiscal calendar request applied: who asked for
      *> it, when it was applied, the action, and the period's
      *> dates and status before and after. The history dataset is
      *> cumulative (DISP=MOD), so "who closed the period, and was
      *> it ever reopened" is answered from one file.
       01  PERIOD-CHANGE-REC.
           05  PCG-DATE                PIC 9(8).
           05  PCG-TIME                PIC 9(8).
           05  PCG-OPERATOR-ID         PIC X(8).
           05  PCG-ACTION              PIC X.
           05  PCG-PERIOD-ID           PIC 9(6).
           05  PCG-OLD-START-DATE      PIC 9(8).
           05  PCG-OLD-END-DATE        PIC 9(8).
           05  PCG-OLD-STATUS          PIC X.
           05  PCG-NEW-START-DATE      PIC 9(8).
           05  PCG-NEW-END-DATE        PIC 9(8).
           05  PCG-NEW-STATUS          PIC X.
