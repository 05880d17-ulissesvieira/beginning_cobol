      *> MULTPRQ - operator request card for the MultPeriodMaint
      *> fiscal calendar maintenance program, one card per
      *> requested change: A = add a period (open), C = change an
      *> open period's start and end dates, L = close (lock) a
      *> period, R = reopen a closed period. PRQ-START-DATE and
      *> PRQ-END-DATE (YYYYMMDD) are required on A and C and
      *> ignored on L and R. Every value is carried as PIC X so a
      *> fat-fingered card is rejected loudly by the maintenance
      *> program instead of being written to the calendar. One bad
      *> card fails the whole run with nothing applied.
       01  PERIOD-MAINT-REQUEST-REC.
           05  PRQ-OPERATOR-ID         PIC X(8).
           05  PRQ-ACTION              PIC X.
           05  PRQ-PERIOD-ID           PIC X(6).
           05  PRQ-START-DATE          PIC X(8).
           05  PRQ-END-DATE            PIC X(8).
