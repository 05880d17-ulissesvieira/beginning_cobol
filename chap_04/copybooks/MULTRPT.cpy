           05  RPT-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RPT-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(9) VALUE "  CYCLE: ".
           05  RPT-HDR-CYCLE           PIC 9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE "MULTIPLICATION CALCULATION REPORT".
           05  FILLER                  PIC X(20) VALUE SPACES.
      *> price-break entry and the flat Num2 was used.
           05  FILLER                  PIC X(6) VALUE "TIER: ".
           05  RPT-DTL-TIER            PIC Z9.
      *> Result is in the transaction's currency; BASE is the amount
      *> converted into the base currency, which the totals sum.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUR: ".
           05  RPT-DTL-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  RPT-DTL-BASE            PIC ZZZZZZZZZZ9.99.
      *> Fiscal period the result posts to, and PPA when it posts
      *> there as a prior-period adjustment.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-DTL-PERIOD          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-DTL-PPA             PIC X(3).
           05  FILLER                  PIC X(5) VALUE SPACES.

      *> Department subtotal line, written at each department break
      *> and reused for the department recap lines ahead of the
      *> grand total. Sums are in the base currency.
       01  RPT-SUBTOTAL-LINE.
           05  RPT-SUB-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
               VALUE "CALCULATIONS:   ".
           05  RPT-SUB-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "SUM BASE:   ".
           05  RPT-SUB-RESULT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(56) VALUE SPACES.

           05  RPT-SUSP-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

      *> Outlier hold summary, written with the suspense summary:
      *> calculations whose Result fell outside the tolerance range
      *> and went to the hold file instead of being posted. They are
      *> not in the calculation counts or sums.
       01  RPT-HOLD-LINE.
           05  RPT-HOLD-CTRL           PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE "HELD AS OUTLIERS:        ".
           05  RPT-HOLD-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
               VALUE "CALCULATIONS:   ".
           05  RPT-SUM-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "SUM BASE:   ".
           05  RPT-SUM-RESULT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

           05  FILLER                  PIC X(12)
               VALUE "BACKED OUT: ".
           05  RPT-RVS-RESULT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUR: ".
           05  RPT-RVS-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RPT-RVS-PERIOD          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-RVS-PPA             PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.

      *> Reversal summary, written with the suspense summary ahead
      *> of the grand total. Reversals do not change the calculation
               VALUE "REVERSALS APPLIED:       ".
           05  RPT-RVM-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

      *> Prior-period adjustment summary: results and reversals
      *> dated into a closed fiscal period that posted to the
      *> current open period instead. MultPriorPeriodReport lists
      *> them for the controller.
       01  RPT-PPA-LINE.
           05  RPT-PPA-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE "PRIOR-PERIOD ADJUSTMENTS:".
           05  FILLER                  PIC X VALUE SPACE.
           05  RPT-PPA-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.
