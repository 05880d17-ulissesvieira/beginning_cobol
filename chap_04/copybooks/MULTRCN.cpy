           05  RECN-HDR-CTRL           PIC X VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  RECN-HDR-DATE           PIC 99/99/9999.
           05  FILLER                  PIC X(9) VALUE "  CYCLE: ".
           05  RECN-HDR-CYCLE          PIC 9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE "BATCH CONTROL-TOTAL RECONCILIATION REPORT".
           05  FILLER                  PIC X(46) VALUE SPACES.
           05  FILLER                  PIC X(86) VALUE SPACES.

      *> One line per department: input (MULTIN details plus recycled
      *> records), rejects, duplicate suspends, outlier holds,
      *> output, output result sum and a per-department
      *> balanced/mismatch status.
       01  RECN-DEPT-LINE.
           05  RECN-DEPT-CTRL          PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "INPUT: ".
           05  RECN-DEPT-INPUT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "REJ: ".
           05  RECN-DEPT-REJECTS       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "SUSP: ".
           05  RECN-DEPT-SUSP          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "HELD: ".
           05  RECN-DEPT-HELD          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "OUT: ".
           05  RECN-DEPT-OUTPUT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "SUM: ".
           05  RECN-DEPT-SUM           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RECN-DEPT-STATUS        PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACES.

      *> One line per H/D.../T batch found on MULTIN, in file order:
      *> sending system, batch date, detail count, Num1/Num2 hash and
           05  FILLER                  PIC X(6) VALUE "HASH: ".
           05  RECN-SYS-HASH           PIC Z(12)9.99.
           05  FILLER                  PIC X(40) VALUE SPACES.

      *> One line per currency on MULTOUT: records, the Result sum
      *> in that currency, the base-currency sum, and how many
      *> records' base amount does not re-derive from Result times
      *> the rate carried on the record. The output sums above are
      *> in the base currency.
       01  RECN-CUR-TITLE-LINE.
           05  RECN-CRT-CTRL           PIC X VALUE SPACE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "PER-CURRENCY OUTPUT SUBTOTALS".
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  RECN-CUR-LINE.
           05  RECN-CUR-CTRL           PIC X VALUE SPACE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUR: ".
           05  RECN-CUR-CODE           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "RECORDS: ".
           05  RECN-CUR-RECORDS        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "TXN SUM: ".
           05  RECN-CUR-TXN-SUM        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BASE SUM: ".
           05  RECN-CUR-BASE-SUM       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "CONV ERRS: ".
           05  RECN-CUR-CONV-ERRS      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RECN-CUR-STATUS         PIC X(9).
           05  FILLER                  PIC X(13) VALUE SPACES.
