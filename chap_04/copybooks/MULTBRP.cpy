           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DATE: ".
           05  BRP-DTL-RUN-DATE        PIC 9(8).
      *> Result is in the transaction's currency; BASE is the amount
      *> converted into the base currency, which the total sums.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUR: ".
           05  BRP-DTL-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  BRP-DTL-BASE            PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  BRP-TOTAL-LINE.
           05  BRP-TOT-CTRL            PIC X VALUE SPACE.
               VALUE "CALCULATIONS:   ".
           05  BRP-TOT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "SUM BASE:   ".
           05  BRP-TOT-RESULT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.
