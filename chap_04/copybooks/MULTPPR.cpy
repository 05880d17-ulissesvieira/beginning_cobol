      *> MULTPPR - 132 column print line layouts for the
      *> MultPriorPeriodReport prior-period adjustment report: the
      *> posting period reported and its calendar status, one line
      *> per result or reversal dated into a closed period that
      *> posted to this one instead (the date that placed it, the
      *> period that date belongs to, when it posted, its identity
      *> and amounts), and the counts and base-currency totals the
      *> controller signs off before the period is closed.
      *> First byte of every line is an ASA carriage-control character.
       01  PPR-HEADER-LINE.
           05  PPR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  PPR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "PRIOR-PERIOD ADJUSTMENTS".
           05  FILLER                  PIC X(16)
               VALUE "POSTING PERIOD: ".
           05  PPR-HDR-PERIOD          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-HDR-STATUS          PIC X(15).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  PPR-COLUMN-LINE.
           05  PPR-COL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(10) VALUE "DATED".
           05  FILLER                  PIC X(8) VALUE "PERIOD".
           05  FILLER                  PIC X(10) VALUE "POSTED ON".
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(6) VALUE "DEPT".
           05  FILLER                  PIC X(9) VALUE "C-SEQ".
           05  FILLER                  PIC X(5) VALUE "CUR".
           05  FILLER                  PIC X(14) VALUE "      RESULT".
           05  FILLER                  PIC X(16)
               VALUE "   BASE AMOUNT".
           05  FILLER                  PIC X(31) VALUE SPACES.

      *> DATED is the date that placed the activity in a closed
      *> period - a result's run date, the original run date for a
      *> reversal - and PERIOD the closed period it belongs to.
      *> POSTED ON is the run date that posted it here. A result
      *> adds to the period (+), a reversal backs out of it (-).
      *> C-SEQ is the result's processing cycle and sequence number,
      *> which with the run date and item make its master key.
       01  PPR-DETAIL-LINE.
           05  PPR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-TYPE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-DATED           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-PERIOD          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-POSTED          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-ITEM            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-DEPT            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-CYCLE-NO        PIC 9.
           05  FILLER                  PIC X VALUE "-".
           05  PPR-DTL-SEQ             PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-RESULT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PPR-DTL-BASE            PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  PPR-DTL-SIGN            PIC X.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  PPR-TOTAL-LINE.
           05  PPR-TOT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PPR-TOT-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PPR-TOT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  PPR-TOTAL-DEC-LINE REDEFINES PPR-TOTAL-LINE.
           05  FILLER                  PIC X(51).
           05  PPR-TOT-DEC-VALUE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(60).
