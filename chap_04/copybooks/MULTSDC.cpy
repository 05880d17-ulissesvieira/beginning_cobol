      *> most one suspended record, so a decision keyed twice cannot
      *> release the same suspend twice - the spare copy is reported
      *> as matching no suspended record.
      *> Dual control: DEC-PREPARER-ID is the operator who keyed the
      *> decision. A different operator authorizes it separately
      *> with a MULTAPV approval repeating its identity; a decision
      *> with no preparer, no matching approval, or approved only by
      *> its own preparer is held and reported and the suspend stays
      *> in suspense.
       01  MULT-SUSP-DECISION-REC.
           05  DEC-ITEM-CODE           PIC X(8).
           05  DEC-DEPT-CODE           PIC X(4).
           05  DEC-NUM1                PIC X(5).
           05  DEC-NUM2                PIC X(7).
           05  DEC-PREPARER-ID         PIC X(8).
