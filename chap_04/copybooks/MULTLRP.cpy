           05  FILLER                  PIC X(6) VALUE "ITEM: ".
           05  LKR-DTL-ITEM-CODE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CYCLE: ".
           05  LKR-DTL-CYCLE-NO        PIC 9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SEQ: ".
           05  LKR-DTL-SEQ-NO          PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LKR-DTL-RESULT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LKR-DTL-STATUS          PIC X(18).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  LKR-TOTAL-LINE.
           05  LKR-TOT-CTRL            PIC X VALUE SPACE.
