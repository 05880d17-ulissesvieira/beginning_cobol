      *> MULTHDC - operator decision for the MultHoldRelease outlier
      *> hold cycle. HDC-ACTION R releases the hold onto the recycle
      *> file - the operator has confirmed the amount is genuine -
      *> and D denies it, so it never posts and the sender must
      *> correct and resend. A decision is keyed to a held
      *> transaction by its full detail identity exactly as it
      *> appears on the hold record, and settles at most one hold,
      *> so a decision keyed twice cannot release the same hold
      *> twice - the spare copy is reported as matching no hold.
      *> Dual control applies as on the correction and suspense
      *> decks: HDC-PREPARER-ID keyed the decision and a different
      *> operator must authorize it with a MULTAPV approval
      *> repeating its identity and its R or D action, or the
      *> decision is held and reported and the hold carried forward.
       01  MULT-HOLD-DECISION-REC.
           05  HDC-ACTION              PIC X.
               88  HDC-RELEASE              VALUE "R".
               88  HDC-DENY                 VALUE "D".
           05  HDC-ITEM-CODE           PIC X(8).
           05  HDC-DEPT-CODE           PIC X(4).
           05  HDC-NUM1                PIC X(5).
           05  HDC-NUM2                PIC X(7).
           05  HDC-PREPARER-ID         PIC X(8).
