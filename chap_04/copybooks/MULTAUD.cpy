      *> used), otherwise the tier number whose unit amount replaced
      *> it - AUDIT-NUM2 shows the amount actually applied.
           05  AUDIT-PRICE-TIER        PIC 99.
      *> Currency the Result is in, the exchange rate that converted
      *> it and the base-currency amount posted to the ledger. A
      *> reversal shows the currency, rate and base amount of the
      *> original it backed out.
           05  AUDIT-CURRENCY          PIC X(3).
           05  AUDIT-EXCH-RATE         PIC 9(5)V9(6).
           05  AUDIT-BASE-RESULT       PIC 9(11)V99.
