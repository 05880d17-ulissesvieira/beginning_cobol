      *> MULTBCY - our base (ledger) currency. Every Result is
      *> converted into it at the exchange rate in force, the GL
      *> journal and the reconciliation balance in it, and a
      *> transaction priced in it needs no exchange rate at all.
      *> It is deliberately NOT on the rate file - the ledger's own
      *> currency is not something an operator card may change.
       01  MULT-BASE-CURRENCY          PIC X(3) VALUE "USD".
