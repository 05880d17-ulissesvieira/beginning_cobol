      *> MULTAPV - second-operator approval for a card on the
      *> correction deck (MULTCOR, deck C), the suspense release
      *> decision deck (MULTSDC, deck S) or the outlier hold
      *> decision deck (MULTHDC, deck H). Approvals are keyed by the
      *> approving operator into their own dataset, which the
      *> operators who prepare the decks cannot update, so a card
      *> cannot approve itself. An approval repeats exactly what it
      *> authorizes - the card's identity (item, department and the
      *> Num1/Num2 as they stand on the reject, suspense or hold
      *> record) plus, on deck C, the corrected Num1/Num2 and, on
      *> deck H, the R or D action. A card is applied only when an
      *> approval matches it field for field and names an operator
      *> other than the card's preparer, so a card altered after it
      *> was approved matches nothing and is held. Each approval
      *> authorizes one card; one matching no card is reported.
      *> APV-NEW-NUM1/APV-NEW-NUM2 are spaces except on deck C and
      *> APV-ACTION is a space except on deck H.
       01  MULT-APPROVAL-REC.
           05  APV-DECK                PIC X.
               88  APV-CORRECTION-DECK      VALUE "C".
               88  APV-SUSP-DECISION-DECK   VALUE "S".
               88  APV-HOLD-DECISION-DECK   VALUE "H".
           05  APV-ACTION              PIC X.
           05  APV-ITEM-CODE           PIC X(8).
           05  APV-DEPT-CODE           PIC X(4).
           05  APV-NUM1                PIC X(5).
           05  APV-NUM2                PIC X(7).
           05  APV-NEW-NUM1            PIC X(5).
           05  APV-NEW-NUM2            PIC X(7).
           05  APV-APPROVER-ID         PIC X(8).
