      *> MULTOLR - 132 column print line layouts for the Listing4-2
      *> outlier hold report: header, column headings, one detail
      *> line per calculation held as out of tolerance, and the
      *> closing count lines. The operator keys release and deny
      *> decisions for MultHoldRelease from this report.
      *> First byte of every line is an ASA carriage-control character.
       01  OLR-HEADER-LINE.
           05  OLR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  OLR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "OUTLIER HOLD REPORT".
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  OLR-COLUMN-LINE.
           05  OLR-COL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE "  DEPT".
           05  FILLER                  PIC X(10) VALUE "  ITEM    ".
           05  FILLER                  PIC X(7) VALUE "   NUM1".
           05  FILLER                  PIC X(10) VALUE "      NUM2".
           05  FILLER                  PIC X(4) VALUE "  TR".
           05  FILLER                  PIC X(5) VALUE "  CUR".
           05  FILLER                  PIC X(16)
               VALUE "     BASE RESULT".
           05  FILLER                  PIC X(16)
               VALUE "       RANGE LOW".
           05  FILLER                  PIC X(16)
               VALUE "      RANGE HIGH".
           05  FILLER                  PIC X(11) VALUE "     SAMPLE".
           05  FILLER                  PIC X(11) VALUE "  BASIS    ".
           05  FILLER                  PIC X(10) VALUE "  SYSTEM  ".
           05  FILLER                  PIC X(5) VALUE "  BAT".
           05  FILLER                  PIC X(4) VALUE SPACES.

      *> NUM2 is the unit amount the calculation applied (the tier
      *> amount when a quantity break priced it). Ranges are base
      *> currency, so BASE RESULT is the amount judged: for a
      *> calculation sent in the base currency NUM1 x NUM2 = BASE
      *> RESULT holds on the line; for one sent in another currency
      *> (CUR) it is that product converted. BASIS says which range
      *> judged it.
       01  OLR-DETAIL-LINE.
           05  OLR-DTL-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-DEPT            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-ITEM            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-NUM1            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-NUM2            PIC ZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-TIER            PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-CURRENCY        PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-RESULT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-LOW             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-HIGH            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-SAMPLE          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-BASIS           PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-SYSTEM          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OLR-DTL-BATCH           PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  OLR-COUNT-LINE.
           05  OLR-CNT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  OLR-CNT-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  OLR-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.
