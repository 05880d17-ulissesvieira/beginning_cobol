      *> MULTBCG - change-history record appended by MultBudgetMaint
      *> for every budget request applied: who asked for it, when it
      *> was applied, the action, and the monthly amount and warning
      *> percentage before and after (zero where there was no budget
      *> before or is none after). The dataset is cumulative
      *> (DISP=MOD), so "who raised this department's budget, and
      *> when" is answered from one file.
       01  BUDGET-CHANGE-REC.
           05  BCG-DATE                PIC 9(8).
           05  BCG-TIME                PIC 9(8).
           05  BCG-OPERATOR-ID         PIC X(8).
           05  BCG-ACTION              PIC X.
           05  BCG-DEPT-CODE           PIC X(4).
           05  BCG-OLD-AMOUNT          PIC 9(9)V99.
           05  BCG-OLD-WARN-PCT        PIC 9(3).
           05  BCG-NEW-AMOUNT          PIC 9(9)V99.
           05  BCG-NEW-WARN-PCT        PIC 9(3).
