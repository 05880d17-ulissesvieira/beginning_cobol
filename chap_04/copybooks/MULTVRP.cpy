           05  FILLER                  PIC X(6) VALUE "DATE: ".
           05  VRP-DRF-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CYCLE: ".
           05  VRP-DRF-CYCLE-NO        PIC 9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "ITEM: ".
           05  VRP-DRF-ITEM-CODE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RESULT: ".
           05  VRP-DRF-RESULT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  VRP-TOTAL-LINE.
           05  VRP-TOT-CTRL            PIC X VALUE SPACE.
