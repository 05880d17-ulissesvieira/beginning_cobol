      *> MULTXRT - exchange-rate master record, maintained by
      *> MultRateMaint. XRT-RATE is the number of base-currency
      *> units (MULTBCY) one unit of XRT-CURRENCY buys, to six
      *> decimal places. The master is effective-dated like the
      *> item master: a new rate APPENDS a record stamped with the
      *> date it takes effect, leaving the prior rates in place, so
      *> the multiply step resolves the rate in force on each
      *> batch's processing date and a catch-up run converts at
      *> the rate of the day the batch belongs to. XRT-MAX-AGE-DAYS
      *> is how many days that rate may stay in force before it is
      *> stale: a transaction whose rate in force took effect more
      *> than that many days before its processing date rejects
      *> rather than converting at a rate nobody has confirmed.
      *> XRT-STATUS I withdraws the currency from its effective
      *> date - transactions in it reject as having no rate.
       01  EXCH-RATE-REC.
           05  XRT-CURRENCY            PIC X(3).
           05  XRT-EFF-DATE            PIC 9(8).
           05  XRT-RATE                PIC 9(5)V9(6).
           05  XRT-MAX-AGE-DAYS        PIC 9(3).
           05  XRT-STATUS              PIC X.
