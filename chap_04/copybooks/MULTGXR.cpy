               VALUE "GL JOURNAL DETAIL-TO-SUMMARY CROSSWALK".
           05  FILLER                  PIC X(46) VALUE SPACES.

      *> The journal line's fiscal period closes the line, with PPA
      *> beside it when the line nets prior-period adjustments.
       01  GXR-DETAIL-LINE.
           05  GXR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE "ACCT: ".
           05  GXR-DTL-ACCOUNT         PIC X(10).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE "DEPT: ".
           05  GXR-DTL-DEPT            PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(7) VALUE "LINES: ".
           05  GXR-DTL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE "PLUS: ".
           05  GXR-DTL-PLUS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "NET: ".
           05  GXR-DTL-SIGN            PIC X.
           05  GXR-DTL-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  GXR-DTL-PERIOD          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  GXR-DTL-PPA             PIC X(3).

       01  GXR-TOTAL-LINE.
           05  GXR-TOT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(51).
           05  GXR-TOT-DEC-VALUE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(61).

      *> Per-currency subtotals, after the file totals: for each
      *> currency on the extract, the detail lines in it, their net
      *> in that currency, and the plus, minus and net of the same
      *> lines converted into the base currency. The base figures
      *> across all currencies make up the journal, which balances
      *> in the base currency only.
       01  GXR-CUR-TITLE-LINE.
           05  GXR-CRT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE "PER-CURRENCY SUBTOTALS - ".
           05  FILLER                  PIC X(35)
               VALUE "PLUS/MINUS/NET IN BASE CURRENCY".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  GXR-CUR-LINE.
           05  GXR-CUR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUR: ".
           05  GXR-CUR-CODE            PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "LINES: ".
           05  GXR-CUR-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TXN NET: ".
           05  GXR-CUR-TXN-SIGN        PIC X.
           05  GXR-CUR-TXN-NET         PIC Z(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PLUS: ".
           05  GXR-CUR-PLUS            PIC Z(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "MINUS: ".
           05  GXR-CUR-MINUS           PIC Z(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "NET: ".
           05  GXR-CUR-SIGN            PIC X.
           05  GXR-CUR-NET             PIC Z(10)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.
