           05  GKR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "BATCH: ".
           05  GKR-DTL-BATCH-ID        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DATE: ".
           05  GKR-DTL-JOURNAL-DATE    PIC 9(8).
           05  GKR-DTL-AMOUNT          PIC Z(12)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GKR-DTL-STATUS          PIC X(11).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  GKR-TOTAL-LINE.
           05  GKR-TOT-CTRL            PIC X VALUE SPACE.
