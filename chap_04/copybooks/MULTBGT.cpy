      *> MULTBGT - department budget record: one record per
      *> department (DEPT-CODE as on the department master MULTDEPT)
      *> carrying the amount the department is planned to spend in
      *> a month and the warning percentage - the share of that
      *> budget at which the budget report (MultBudgetReport) starts
      *> flagging the department before it is actually over. The
      *> same monthly amount applies to every month until it is
      *> changed. The file is maintained only through MultBudgetMaint
      *> request cards, never by hand edit.
       01  DEPT-BUDGET-REC.
           05  BGT-DEPT-CODE           PIC X(4).
           05  BGT-MONTHLY-AMOUNT      PIC 9(9)V99.
           05  BGT-WARN-PCT            PIC 9(3).
