      *> MULTPER - fiscal period calendar record, maintained by
      *> MultPeriodMaint. One record per accounting period:
      *> PER-PERIOD-ID is the fiscal year and period number
      *> (YYYYPP), and the period runs from PER-START-DATE through
      *> PER-END-DATE inclusive. Periods may not overlap, so every
      *> date falls in at most one. PER-STATUS O (open) accepts
      *> postings; C (closed) is the close lock - once the ledger
      *> month is closed nothing more may post into it. Activity
      *> dated into a closed period (a catch-up batch, a reversal
      *> of a closed month's result) posts to the current open
      *> period instead, flagged as a prior-period adjustment.
      *> PER-STATUS-DATE and PER-STATUS-BY record when and by whom
      *> the period was last opened, closed or reopened.
       01  FISCAL-PERIOD-REC.
           05  PER-PERIOD-ID           PIC 9(6).
           05  PER-START-DATE          PIC 9(8).
           05  PER-END-DATE            PIC 9(8).
           05  PER-STATUS              PIC X.
               88  PER-OPEN                 VALUE "O".
               88  PER-CLOSED               VALUE "C".
           05  PER-STATUS-DATE         PIC 9(8).
           05  PER-STATUS-BY           PIC X(8).
