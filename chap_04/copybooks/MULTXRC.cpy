      *> MULTXRC - change-history record appended by MultRateMaint
      *> for every exchange-rate request applied: who asked for it,
      *> when it was applied, the action, the effective date it
      *> carries, and the rate and staleness limit before and
      *> after. The history dataset is cumulative (DISP=MOD), so
      *> "who set the rate this batch converted at" is answered
      *> from one file.
       01  RATE-CHANGE-REC.
           05  XRC-DATE                PIC 9(8).
           05  XRC-TIME                PIC 9(8).
           05  XRC-OPERATOR-ID         PIC X(8).
           05  XRC-ACTION              PIC X.
           05  XRC-CURRENCY            PIC X(3).
           05  XRC-EFF-DATE            PIC 9(8).
           05  XRC-OLD-RATE            PIC 9(5)V9(6).
           05  XRC-NEW-RATE            PIC 9(5)V9(6).
           05  XRC-OLD-MAX-AGE         PIC 9(3).
           05  XRC-NEW-MAX-AGE         PIC 9(3).
