      *> MULTHRP - 132 column print line layouts for the
      *> MultHoldRelease outlier hold release report (header, one
      *> detail line per held record or unmatched decision, summary
      *> lines).
      *> First byte of every line is an ASA carriage-control character.
       01  HRL-HEADER-LINE.
           05  HRL-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HRL-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "OUTLIER HOLD RELEASE REPORT".
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  HRL-DETAIL-LINE.
           05  HRL-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "ITEM: ".
           05  HRL-DTL-ITEM-CODE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "DEPT: ".
           05  HRL-DTL-DEPT-CODE       PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "NUM1: ".
           05  HRL-DTL-NUM1            PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "NUM2: ".
           05  HRL-DTL-NUM2            PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "RESULT: ".
           05  HRL-DTL-RESULT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "RUN: ".
           05  HRL-DTL-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HRL-DTL-DISPOSITION     PIC X(30).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  HRL-SUMMARY-LINE.
           05  HRL-SUM-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  HRL-SUM-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  HRL-SUM-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.
