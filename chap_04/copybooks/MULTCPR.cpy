      *> MULTCPR - 132 column print line layouts for the
      *> MultCapacityReport capacity report over the reference files
      *> and the batch verdict history (page header, one line per
      *> file or measure, summary lines). CPR-DTL-LIMIT and
      *> CPR-DTL-PCT are alphanumeric so a measure with no limit
      *> can print NO LIMIT and a blank percentage.
      *> First byte of every line is an ASA carriage-control character.
       01  CPR-HEADER-LINE.
           05  CPR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  CPR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "REFERENCE FILE CAPACITY REPORT".
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  CPR-DETAIL-LINE.
           05  CPR-DTL-CTRL            PIC X VALUE SPACE.
           05  CPR-DTL-DDNAME          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CPR-DTL-DESC            PIC X(34).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "COUNT: ".
           05  CPR-DTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "LIMIT: ".
           05  CPR-DTL-LIMIT           PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "USED: ".
           05  CPR-DTL-PCT             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CPR-DTL-FLAG            PIC X(18).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  CPR-SUMMARY-LINE.
           05  CPR-SUM-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CPR-SUM-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CPR-SUM-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.
