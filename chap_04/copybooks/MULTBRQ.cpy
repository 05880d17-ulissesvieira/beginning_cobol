      *> MULTBRQ - operator request card for the MultBudgetMaint
      *> department budget maintenance program, one card per
      *> requested change: A = add a budget for a department on the
      *> department master, C = change its monthly amount and warning
      *> percentage, D = delete it. The amount is eleven digits with
      *> two implied decimals (00000250000 = 2,500.00); the warning
      *> percentage is three digits, 001 to 100. Every value is
      *> carried as PIC X so a fat-fingered card is rejected loudly
      *> by the maintenance program - one bad card fails the whole
      *> run with nothing applied, as for the item master.
       01  BUDGET-MAINT-REQUEST-REC.
           05  BRQ-OPERATOR-ID         PIC X(8).
           05  BRQ-ACTION              PIC X.
           05  BRQ-DEPT-CODE           PIC X(4).
           05  BRQ-MONTHLY-AMOUNT      PIC X(11).
           05  BRQ-WARN-PCT            PIC X(3).
