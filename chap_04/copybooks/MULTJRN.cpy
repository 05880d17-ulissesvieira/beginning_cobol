      *> discipline the MULTIN batch records give our input - so
      *> the ledger system can prove the journal complete before
      *> posting a line of it. JRN-HDR-BATCH-ID identifies the
      *> journal batch (the journal date and processing cycle,
      *> YYYYMMDD-C, one batch per cycle) and is what the ledger's
      *> acknowledgment file quotes back.
      *> On a detail line the net amount is unsigned with its
      *> direction in JRN-AMOUNT-SIGN ('+' or '-'), netted from the
      *> extract's signed entries (reversals post minus). The
      *> trailer declares the detail line count and the sum of the
      *> net amounts.
      *> Each detail line carries the fiscal period it posts to,
      *> JRN-POST-PERIOD, and JRN-PPA-FLAG Y when it nets prior-
      *> period adjustments - activity dated into a closed period -
      *> so those never net with the period's own activity.
       01  MULT-JOURNAL-REC.
           05  JRN-REC-TYPE            PIC X.
               88  JRN-HEADER-REC           VALUE "H".
               10  JRN-DEPT-CODE       PIC X(4).
               10  JRN-AMOUNT-SIGN     PIC X.
               10  JRN-NET-AMOUNT      PIC 9(11)V99.
               10  JRN-POST-PERIOD     PIC 9(6).
               10  JRN-PPA-FLAG        PIC X.
           05  JRN-HEADER-BODY REDEFINES JRN-DETAIL-BODY.
               10  JRN-HDR-JOURNAL-DATE
                                       PIC 9(8).
               10  JRN-HDR-BATCH-ID    PIC X(10).
               10  FILLER              PIC X(17).
           05  JRN-TRAILER-BODY REDEFINES JRN-DETAIL-BODY.
               10  JRN-TRL-LINE-COUNT  PIC 9(9).
               10  JRN-TRL-AMOUNT-TOTAL
                                       PIC 9(13)V99.
               10  FILLER              PIC X(11).
