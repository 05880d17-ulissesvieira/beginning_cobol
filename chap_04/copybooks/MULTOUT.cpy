      *> with its processing date so a retained generation is
      *> self-identifying and the results master can be rebuilt
      *> from the generations alone.
      *> MULT-RESULT is in the transaction's own currency,
      *> MULT-CURRENCY; MULT-EXCH-RATE is the rate in force that
      *> converted it (base units per unit, 1 for the base
      *> currency) and MULT-BASE-RESULT the converted amount - the
      *> figure the ledger, the reconciliation and the budgets use.
      *> Generations written before currencies were carried have
      *> spaces here; they were all priced in the base currency.
      *> MULT-POST-PERIOD is the fiscal period (YYYYPP, from the
      *> MULTPER calendar) the result posts to. Activity dated into
      *> a closed period posts to the current open period instead,
      *> with MULT-PPA-FLAG Y marking it a prior-period adjustment.
      *> Generations written before the calendar was carried have
      *> spaces in both.
      *> MULT-CYCLE-NO is the processing cycle of the run date that
      *> wrote the result (1 overnight, 2 upward intraday), so two
      *> cycles on one date load, reconcile and fold as separate
      *> units. Generations written before cycles were carried have
      *> a space here and were cycle 1.
       01  MULT-RESULT-REC.
           05  MULT-ITEM-CODE      PIC X(8).
           05  MULT-DEPT-CODE      PIC X(4).
           05  MULT-NUM2           PIC 9(5)V99.
           05  MULT-RESULT         PIC 9(9)V99.
           05  MULT-RUN-DATE       PIC 9(8).
           05  MULT-CURRENCY       PIC X(3).
           05  MULT-EXCH-RATE      PIC 9(5)V9(6).
           05  MULT-BASE-RESULT    PIC 9(11)V99.
           05  MULT-POST-PERIOD    PIC 9(6).
           05  MULT-PPA-FLAG       PIC X.
               88  MULT-PRIOR-PERIOD-ADJ    VALUE "Y".
           05  MULT-CYCLE-NO       PIC 9.
