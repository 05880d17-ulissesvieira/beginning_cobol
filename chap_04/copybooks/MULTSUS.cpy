      *> suspended. The operator reviews the suspense report and,
      *> when the resend really is a legitimate new transaction,
      *> releases it through MultSuspRelease onto the recycle file.
      *> SUSP-SYSTEM-ID and SUSP-BATCH-NO name the sending system and
      *> the batch within the run it arrived in, for the sender
      *> response step. SUSP-CURRENCY is the currency resolved for
      *> the record, carried so a released suspend recycles in the
      *> currency it was sent in.
      *> SUSP-CYCLE-NO is the processing cycle of the run that
      *> suspended the record (a space on records written before
      *> cycles were carried - cycle 1).
       01  MULT-SUSPENSE-REC.
           05  SUSP-ITEM-CODE          PIC X(8).
           05  SUSP-DEPT-CODE          PIC X(4).
           05  SUSP-NUM2               PIC X(7).
           05  SUSP-ORIG-RUN-DATE      PIC 9(8).
           05  SUSP-SUSP-DATE          PIC 9(8).
           05  SUSP-SYSTEM-ID          PIC X(8).
           05  SUSP-BATCH-NO           PIC 9(3).
           05  SUSP-CURRENCY           PIC X(3).
           05  SUSP-CYCLE-NO           PIC 9.
