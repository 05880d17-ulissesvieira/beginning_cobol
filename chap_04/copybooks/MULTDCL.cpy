      *> MULTDCL - dual-control change-history record appended by
      *> MultRejRepair, MultSuspRelease and MultHoldRelease for
      *> every operator card they read: a correction (deck C), a
      *> suspense release decision (deck S) or an outlier hold
      *> decision (deck H). Each card writes a P record, taken from
      *> the card, naming the operator who prepared it. Then comes
      *> an A record, taken from the MULTAPV approval that matched
      *> it, naming the different operator who approved it - or an
      *> R record when the card was refused: no preparer keyed, no
      *> approval matching the card (operator blank), or only an
      *> approval by the preparer (operator is that approver). A
      *> U record is written from each approval that matched no
      *> card. DCL-OUTCOME is what became of the card (on an R
      *> record, why it was refused). The history dataset is
      *> cumulative (DISP=MOD), so who keyed and who authorized
      *> every repaired or released transaction is answered from
      *> one file.
       01  MULT-DUAL-CTL-REC.
           05  DCL-DATE                PIC 9(8).
           05  DCL-TIME                PIC 9(8).
           05  DCL-DECK                PIC X.
               88  DCL-CORRECTION-DECK      VALUE "C".
               88  DCL-SUSP-DECISION-DECK   VALUE "S".
               88  DCL-HOLD-DECISION-DECK   VALUE "H".
           05  DCL-EVENT               PIC X.
               88  DCL-PREPARED             VALUE "P".
               88  DCL-APPROVED             VALUE "A".
               88  DCL-REFUSED              VALUE "R".
               88  DCL-APPROVAL-UNUSED      VALUE "U".
           05  DCL-OPERATOR-ID         PIC X(8).
           05  DCL-ITEM-CODE           PIC X(8).
           05  DCL-DEPT-CODE           PIC X(4).
           05  DCL-NUM1                PIC X(5).
           05  DCL-NUM2                PIC X(7).
      *> Corrected values on a deck C card; spaces otherwise.
           05  DCL-NEW-NUM1            PIC X(5).
           05  DCL-NEW-NUM2            PIC X(7).
      *> Release (R) or deny (D) on a deck H card; space otherwise.
           05  DCL-ACTION              PIC X.
           05  DCL-OUTCOME             PIC X(30).
