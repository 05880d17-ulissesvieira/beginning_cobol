      *> MULTHST - cumulative history master for the Listing4-2
      *> batch, one record per run date and processing cycle
      *> (HIST-CYCLE-NO, 1 the overnight cycle), folded in by
      *> MultHistUpdate after reconciliation: calculations performed,
      *> result sum, rejects written and duplicates suspended that
      *> day. The nightly fold appends each new day at the end; a
      *> wherever it lands, so readers must select by HIST-RUN-DATE
      *> rather than assume date order. The month-end trend report
      *> (MultMonthReport) reads this master instead of pulling
      *> dozens of daily generations by hand. Records folded before
      *> cycles were carried hold a space in HIST-CYCLE-NO and were
      *> cycle 1.
       01  MULT-HISTORY-REC.
           05  HIST-RUN-DATE           PIC 9(8).
           05  HIST-CALC-COUNT         PIC 9(7).
           05  HIST-RESULT-SUM         PIC 9(11)V99.
           05  HIST-REJECT-COUNT       PIC 9(7).
           05  HIST-SUSPEND-COUNT      PIC 9(7).
           05  HIST-CYCLE-NO           PIC 9.
