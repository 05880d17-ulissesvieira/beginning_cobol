      *> MULTBDR - 132 column print line layouts for the
      *> MultBudgetReport department budget-versus-actual report:
      *> the report month and as-of date, the run days the
      *> projection is based on, one line per department (budget,
      *> actual to date net of reversed calculations, variance
      *> amount and percent, projected month-end figure and the
      *> warning/over flag), the totals, the counts and an overall
      *> line matching the program's return code. Amounts are
      *> signed so an under-budget variance shows as a decrease.
      *> First byte of every line is an ASA carriage-control character.
       01  BDR-HEADER-LINE.
           05  BDR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  BDR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "DEPARTMENT BUDGET VERSUS ACTUAL".
           05  FILLER                  PIC X(7) VALUE "MONTH: ".
           05  BDR-HDR-MONTH           PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "AS OF: ".
           05  BDR-HDR-AS-OF           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDR-HDR-MODE            PIC X(13).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  BDR-RUNDAY-LINE.
           05  BDR-RDY-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "RUN DAYS SO FAR: ".
           05  BDR-RDY-RUN-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "WEEKDAYS REMAINING: ".
           05  BDR-RDY-REMAINING       PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "DAYS IN MONTH: ".
           05  BDR-RDY-MONTH-DAYS      PIC Z9.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  BDR-COLUMN-LINE.
           05  BDR-COL-CTRL            PIC X VALUE "0".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(21) VALUE "NAME".
           05  FILLER                  PIC X(16)
               VALUE "         BUDGET".
           05  FILLER                  PIC X(16)
               VALUE "         ACTUAL".
           05  FILLER                  PIC X(16)
               VALUE "       VARIANCE".
           05  FILLER                  PIC X(9) VALUE "   VAR %".
           05  FILLER                  PIC X(17)
               VALUE " PROJ MONTH-END".
           05  FILLER                  PIC X(29) VALUE "STATUS".

       01  BDR-DETAIL-LINE.
           05  BDR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-DEPT            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDR-DTL-NAME            PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-BUDGET          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-ACTUAL          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-VARIANCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-PCT             PIC -ZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  BDR-DTL-PROJECTED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDR-DTL-STATUS          PIC X(14).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  BDR-COUNT-LINE.
           05  BDR-CNT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  BDR-CNT-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  BDR-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  BDR-VERDICT-LINE.
           05  BDR-VRD-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "OVERALL: ".
           05  BDR-VRD-TEXT            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "RETURN CODE: ".
           05  BDR-VRD-RC              PIC 99.
           05  FILLER                  PIC X(73) VALUE SPACES.
