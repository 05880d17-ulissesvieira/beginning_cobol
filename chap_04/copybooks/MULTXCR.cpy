      *> MULTXCR - 132 column print line layouts for the
      *> MultXmitCheck expected-transmission report: the multiply
      *> run the check is based on, one line per batch received or
      *> sender missing, grouped by sending system, with its timing
      *> and sequence findings, then the exception counts and an
      *> overall line matching the program's return code. There is
      *> one run line per processing cycle run on the check date,
      *> and each batch prints as cycle-batch number (1-003).
      *> First byte of every line is an ASA carriage-control character.
       01  XCR-HEADER-LINE.
           05  XCR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "CHECK DATE: ".
           05  XCR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-HDR-DAY             PIC X(9).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "EXPECTED-TRANSMISSION CHECK BY SENDING SYSTEM".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  XCR-RUN-LINE.
           05  XCR-RUN-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "MULTIPLY RUN: ".
           05  XCR-RUN-TEXT            PIC X(60).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  XCR-COLUMN-LINE.
           05  XCR-COL-CTRL            PIC X VALUE "0".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SYSTEM".
           05  FILLER                  PIC X(7) VALUE "C-BAT".
           05  FILLER                  PIC X(10) VALUE "BATCH DT".
           05  FILLER                  PIC X(8) VALUE "SEQ".
           05  FILLER                  PIC X(6) VALUE "SENT".
           05  FILLER                  PIC X(6) VALUE "CUTOF".
           05  FILLER                  PIC X(10) VALUE "VERDICT".
           05  FILLER                  PIC X(14) VALUE "TIMING".
           05  FILLER                  PIC X(14) VALUE "SEQUENCE".
           05  FILLER                  PIC X(44) VALUE "NOTE".

       01  XCR-DETAIL-LINE.
           05  XCR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-SYSTEM-ID       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-CYCLE-NO        PIC X.
           05  XCR-DTL-CYCLE-SEP       PIC X.
           05  XCR-DTL-BATCH-NO        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-BATCH-DATE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-BATCH-SEQ       PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-SEND-TIME       PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-CUTOFF-TIME     PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-VERDICT         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-TIMING          PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-SEQUENCE        PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  XCR-DTL-NOTE            PIC X(40).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  XCR-COUNT-LINE.
           05  XCR-CNT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  XCR-CNT-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  XCR-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  XCR-VERDICT-LINE.
           05  XCR-VRD-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "OVERALL: ".
           05  XCR-VRD-TEXT            PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "RETURN CODE: ".
           05  XCR-VRD-RC              PIC 99.
           05  FILLER                  PIC X(73) VALUE SPACES.
