      *> whose structure is broken (no opening header, or records
      *> between a trailer and the next header) still refuses the
      *> whole run - stray records cannot be attributed to a sender.
      *> The header also carries the sender's own transmission
      *> sequence number (MULT-HDR-BATCH-SEQ, one higher for each
      *> batch that system sends) and the HHMM time it was sent
      *> (MULT-HDR-SEND-TIME); the transmission check (MultXmitCheck)
      *> proves both against the expected-transmission calendar.
      *> A sender that does not yet number its batches leaves the
      *> sequence zero or blank and is not sequence-checked.
      *> On a detail record MULT-ITEM-CODE keys the item/account
      *> master (MULTITM); MULT-DEPT-CODE is the owning department /
      *> cost-center, carried through the result, audit and GL files
      *> table, MULT-RVSL-NUM2 is the tier unit amount the original
      *> calculation actually used (MultResultLookup shows it), not
      *> the flat amount the sender first transmitted.
      *> MULT-HOLD-RELEASE-FLAG is set to Y only by MultHoldRelease,
      *> on the recycle record of an outlier hold the operator has
      *> released: the multiply step then posts the calculation
      *> without judging it against the tolerance file again. The
      *> flag is honoured on the recycle file only - on MULTIN it is
      *> part of the sender's unused filler and is ignored.
      *> Currency: MULT-HDR-CURRENCY names the ISO currency the
      *> batch's unit amounts are priced in, and MULT-DTL-CURRENCY
      *> overrides it for a single detail record. Blank on the
      *> detail means the batch's currency; blank on the header
      *> means our base currency (MULTBCY), so a sender that has
      *> never priced in anything else need not change a byte. The
      *> multiply step converts each Result to the base currency at
      *> the exchange rate in force (MULTXRT). A reversal has no
      *> room for a currency - it backs out the original at the
      *> currency, rate and base amount the original posted with.
      *> Recycled records always carry the currency resolved when
      *> they were first read.
       01  MULT-TRANS-REC.
           05  MULT-REC-TYPE           PIC X.
               88  MULT-HEADER-REC          VALUE "H".
               10  MULT-NUM1           PIC 9(5).
               10  MULT-NUM2           PIC 9(5)V99.
               10  MULT-DEPT-CODE      PIC X(4).
               10  MULT-HOLD-RELEASE-FLAG
                                       PIC X.
                   88  MULT-HOLD-RELEASED   VALUE "Y".
               10  MULT-DTL-CURRENCY   PIC X(3).
               10  FILLER              PIC X(4).
           05  MULT-HEADER-BODY REDEFINES MULT-TRANS-BODY.
               10  MULT-HDR-BATCH-DATE PIC 9(8).
               10  MULT-HDR-SYSTEM-ID  PIC X(8).
               10  MULT-HDR-BATCH-SEQ  PIC 9(6).
               10  MULT-HDR-SEND-TIME  PIC 9(4).
               10  MULT-HDR-CURRENCY   PIC X(3).
               10  FILLER              PIC X(3).
           05  MULT-TRAILER-BODY REDEFINES MULT-TRANS-BODY.
               10  MULT-TRL-REC-COUNT  PIC 9(9).
               10  MULT-TRL-HASH-TOTAL PIC 9(13)V99.
