      *> restart does not split one run's rejects across two dates);
      *> the MultRejRepair cycle uses it to age rejects still
      *> outstanding past the operator's repair-age limit.
      *> MULT-REJ-SYSTEM-ID and MULT-REJ-BATCH-NO name the sending
      *> system and the batch (its ordinal within the run's MULTIN)
      *> the record arrived in, so the sender response step can
      *> return each reject to the system that sent it. Records
      *> recycled through MULTRCY carry RECYCLE and batch zero -
      *> they are ours to repair, not the sender's.
      *> MULT-REJ-CURRENCY is the currency resolved for the record
      *> (its own, its batch's, or the base currency), carried so a
      *> repaired record recycles in the currency it was sent in.
      *> Reasons 08 (no exchange rate) and 09 (rate stale) are
      *> cleared by maintaining the rate file (MultRateMaint), then
      *> recycling the record through a correction card that keys
      *> its Num1 and Num2 unchanged.
      *> Reasons 10 (date in no accounting period) and 11 (period
      *> closed and no open period to post to) are cleared by
      *> maintaining the fiscal calendar (MultPeriodMaint), then
      *> recycling the record the same way.
      *> MULT-REJ-CYCLE-NO is the processing cycle of the rejecting
      *> run, folded with its run date into the history master.
      *> Rejects written before cycles were carried have a space
      *> here and belong to cycle 1.
       01  MULT-REJECT-REC.
           05  MULT-REJ-ITEM-CODE      PIC X(8).
           05  MULT-REJ-DEPT-CODE      PIC X(4).
           05  MULT-REJ-REASON-CODE    PIC 99.
           05  MULT-REJ-REASON-TEXT    PIC X(40).
           05  MULT-REJ-RUN-DATE       PIC 9(8).
           05  MULT-REJ-SYSTEM-ID      PIC X(8).
           05  MULT-REJ-BATCH-NO       PIC 9(3).
           05  MULT-REJ-CURRENCY       PIC X(3).
           05  MULT-REJ-CYCLE-NO       PIC 9.
