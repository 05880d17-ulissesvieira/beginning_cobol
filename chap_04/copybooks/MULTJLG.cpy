      *> night is caught the next morning, not at month-end close.
      *> The log travels as generations (MULTJLGI in, MULTJLGO out)
      *> like the duplicate history.
      *> The batch id quoted to the ledger is JLOG-BATCH-ID (the
      *> journal date) followed by JLOG-BATCH-SUFFIX ("-" and the
      *> processing cycle, YYYYMMDD-C), so each cycle of a day is
      *> its own journal batch. Entries logged before cycles were
      *> carried have spaces in the suffix - their id is the bare
      *> journal date, and they are cycle 1's batch.
       01  MULT-JOURNAL-LOG-REC.
           05  JLOG-BATCH-ID           PIC X(8).
           05  JLOG-JOURNAL-DATE       PIC 9(8).
           05  JLOG-AMOUNT-TOTAL       PIC 9(13)V99.
           05  JLOG-CONFIRMED-FLAG     PIC X.
           05  JLOG-CONFIRMED-DATE     PIC 9(8).
           05  JLOG-BATCH-SUFFIX       PIC X(2).
