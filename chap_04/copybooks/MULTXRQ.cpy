      *> MULTXRQ - operator request card for the MultRateMaint
      *> exchange-rate master maintenance program, one card per
      *> requested change: A = add a currency with its first rate,
      *> C = a new rate for a currency (a new effective-dated
      *> record is appended - earlier rates stay on the master so
      *> older processing dates still resolve to them), D =
      *> withdraw a currency from the effective date. XRQ-RATE is
      *> eleven digits with six implied decimals (base units per
      *> one unit of the currency); XRQ-MAX-AGE is the staleness
      *> limit in days, required on an add and carried forward from
      *> the prior rate when left blank on a change. Every value is
      *> carried as PIC X so a fat-fingered card is rejected loudly
      *> by the maintenance program instead of being written to the
      *> master for the multiply step to convert with. One bad card
      *> fails the whole run with nothing applied.
       01  RATE-MAINT-REQUEST-REC.
           05  XRQ-OPERATOR-ID         PIC X(8).
           05  XRQ-ACTION              PIC X.
           05  XRQ-CURRENCY            PIC X(3).
           05  XRQ-RATE                PIC X(11).
           05  XRQ-MAX-AGE             PIC X(3).
           05  XRQ-EFF-DATE            PIC X(8).
