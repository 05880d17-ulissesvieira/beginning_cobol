      *> MULTPSR - 132 column print line layouts for the
      *> MultPriceSimulate what-if repricing report: the selection
      *> and table sizes, current versus simulated Result by item
      *> and by department with the net change and percent, the
      *> tier shifts the proposed table would cause, and the run
      *> totals. Amounts are base currency, and signed so a price
      *> cut shows negative.
      *> First byte of every line is an ASA carriage-control character.
       01  PSR-HEADER-LINE.
           05  PSR-HDR-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  PSR-HDR-DATE            PIC 99/99/9999.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "WHAT-IF REPRICING SIMULATION".
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  PSR-CRITERIA-LINE.
           05  PSR-CRI-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATES ".
           05  PSR-CRI-FROM-DATE       PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  PSR-CRI-TO-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "PROPOSED TIERS: ".
           05  PSR-CRI-PROPOSED        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "CURRENT TIERS: ".
           05  PSR-CRI-CURRENT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  PSR-SECTION-LINE.
           05  PSR-SEC-CTRL            PIC X VALUE "0".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-SEC-TITLE           PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  PSR-AMOUNT-LINE.
           05  PSR-AMT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-AMT-KEY             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RECS: ".
           05  PSR-AMT-RECS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "CURRENT: ".
           05  PSR-AMT-CURRENT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SIM: ".
           05  PSR-AMT-SIMULATED       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "CHANGE: ".
           05  PSR-AMT-CHANGE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-AMT-PCT             PIC -ZZZ9.99.
           05  FILLER                  PIC X VALUE "%".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-AMT-FLAG            PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  PSR-SHIFT-LINE.
           05  PSR-SHF-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-SHF-ITEM-CODE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "FROM TIER ".
           05  PSR-SHF-FROM-TIER       PIC Z9.
           05  FILLER                  PIC X(5) VALUE " MIN ".
           05  PSR-SHF-FROM-MIN        PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "TO TIER ".
           05  PSR-SHF-TO-TIER         PIC Z9.
           05  FILLER                  PIC X(5) VALUE " MIN ".
           05  PSR-SHF-TO-MIN          PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "RECS: ".
           05  PSR-SHF-RECS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "CHANGE: ".
           05  PSR-SHF-CHANGE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PSR-SHF-NOTE            PIC X(20).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  PSR-COUNT-LINE.
           05  PSR-CNT-CTRL            PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PSR-CNT-LABEL           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PSR-CNT-VALUE           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.
