      *> MULTHLD - outlier hold record for Listing4-2. A calculation
      *> whose Result falls outside the normal range on the
      *> tolerance file (MULTTOLK) is diverted here instead of being
      *> written to MULTOUT, the audit trail and the GL extract. The
      *> record carries the transaction exactly as it arrived
      *> (HOLD-NUM2 is the sender's Num2, so a released hold is
      *> re-priced through the quantity-break table like any other
      *> transaction), the unit amount, tier and Result the run
      *> calculated, and the range it was judged against. The
      *> operator reviews the outlier report and releases or denies
      *> each hold through MultHoldRelease; a released hold returns
      *> on the recycle file and posts without being judged again.
      *> HOLD-TOL-BASIS is D when the item/department range was
      *> used, I when the item-wide range was. HOLD-SYSTEM-ID and
      *> HOLD-BATCH-NO name the sending system and the batch within
      *> the run it arrived in, for the sender response step.
      *> HOLD-CURRENCY is the currency HOLD-RESULT is in, carried so
      *> a released hold recycles in the currency it was sent in.
      *> The range (HOLD-TOL-LOW, -HIGH, -MEAN) is base currency and
      *> was compared with the Result converted to base.
       01  MULT-HOLD-REC.
           05  HOLD-ITEM-CODE          PIC X(8).
           05  HOLD-DEPT-CODE          PIC X(4).
           05  HOLD-NUM1               PIC X(5).
           05  HOLD-NUM2               PIC X(7).
           05  HOLD-APPLIED-NUM2       PIC 9(5)V99.
           05  HOLD-PRICE-TIER         PIC 99.
           05  HOLD-RESULT             PIC 9(9)V99.
           05  HOLD-TOL-LOW            PIC 9(9)V99.
           05  HOLD-TOL-HIGH           PIC 9(9)V99.
           05  HOLD-TOL-MEAN           PIC 9(9)V99.
           05  HOLD-TOL-SAMPLE         PIC 9(7).
           05  HOLD-TOL-BASIS          PIC X.
           05  HOLD-RUN-DATE           PIC 9(8).
           05  HOLD-SYSTEM-ID          PIC X(8).
           05  HOLD-BATCH-NO           PIC 9(3).
           05  HOLD-CURRENCY           PIC X(3).
