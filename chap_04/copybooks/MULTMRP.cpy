           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "SUSP: ".
           05  MRP-DAY-SUSP            PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "CYCLE: ".
           05  MRP-DAY-CYCLE           PIC X.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  MRP-TOTAL-LINE.
           05  MRP-TOT-CTRL            PIC X VALUE SPACE.
