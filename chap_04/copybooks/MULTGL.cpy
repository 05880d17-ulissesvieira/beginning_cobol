      *> on the negating entry a reversal writes against the same
      *> account and department, so downstream netting applies the
      *> unsigned GL-RESULT with the right direction.
      *> GL-RESULT is in the transaction's currency, GL-CURRENCY;
      *> GL-BASE-AMOUNT is that amount converted at GL-EXCH-RATE
      *> into the base currency, and is the amount the ledger
      *> posts - the journal nets and balances on it alone.
      *> GL-POST-PERIOD is the fiscal period (YYYYPP) the entry
      *> posts to; GL-PPA-FLAG is Y when the activity was dated
      *> into a closed period and is posting to the current open
      *> period as a prior-period adjustment.
      *> GL-CYCLE-NO is the processing cycle that wrote the entry;
      *> MultGLSummary cuts one journal batch per journal date and
      *> cycle.
       01  GL-EXTRACT-REC.
           05  GL-ACCOUNT-CODE         PIC X(10) VALUE SPACES.
           05  GL-DEPT-CODE            PIC X(4).
           05  GL-RUN-DATE             PIC 9(8).
           05  GL-SYSTEM-ID            PIC X(8).
           05  GL-AMOUNT-SIGN          PIC X.
           05  GL-CURRENCY             PIC X(3).
           05  GL-EXCH-RATE            PIC 9(5)V9(6).
           05  GL-BASE-AMOUNT          PIC 9(11)V99.
           05  GL-POST-PERIOD          PIC 9(6).
           05  GL-PPA-FLAG             PIC X.
           05  GL-CYCLE-NO             PIC 9.
