      *> MULTSRQ - operator request card for the MultSchedMaint
      *> expected-transmission calendar maintenance program, one
      *> card per requested change: A = add a sending system to the
      *> calendar, C = change its due days, cutoff and description,
      *> D = delete it from the calendar. The day flags are seven
      *> Y/N bytes, Monday first; the cutoff is HHMM. Every value is
      *> carried as PIC X so a fat-fingered card is rejected loudly
      *> by the maintenance program - one bad card fails the whole
      *> run with nothing applied, as for the item master.
       01  SCHED-MAINT-REQUEST-REC.
           05  SRQ-OPERATOR-ID         PIC X(8).
           05  SRQ-ACTION              PIC X.
           05  SRQ-SYSTEM-ID           PIC X(8).
           05  SRQ-DAY-FLAGS           PIC X(7).
           05  SRQ-CUTOFF-TIME         PIC X(4).
           05  SRQ-DESCRIPTION         PIC X(30).
