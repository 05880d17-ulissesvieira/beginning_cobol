      *> MULTRSP - sender response record written by
      *> MultSenderResponse, one file per sending system, telling
      *> the sender what happened to each batch it transmitted so it
      *> can correct and retransmit at source. For every batch the
      *> file carries, in order:
      *>   B  the batch verdict - A accepted or R refused, with the
      *>      refusal reason - and the detail count and Num1/Num2
      *>      hash the run proved against what the trailer declared;
      *>   J  one record per detail (or reversal) that was rejected,
      *>      with its MULTREJ reason code and text;
      *>   S  one record per detail suspended as a duplicate, with
      *>      response reason 90 and the run date of the earlier
      *>      transaction it matched - it posts only if our
      *>      operators release it, so the sender must not resend;
      *>   O  one record per detail held because its Result fell
      *>      outside the item's historical tolerance range, with
      *>      response reason 91 - it posts only if our operators
      *>      release it, so again the sender must not resend;
      *>   T  the batch's outcome totals - details read, rejected,
      *>      suspended, held and accepted for posting.
      *> A refused batch has no J, S or O records: nothing in it was
      *> processed, and the whole batch must be retransmitted.
      *> Every record type carries the sender's own transmission
      *> sequence number from the batch header (RESP-BATCH-SEQ, zero
      *> where the sender left it blank) and the processing cycle of
      *> the run (RESP-CYCLE-NO), so the sender can tie each verdict
      *> to the transmission it answers and tell apart batches sent
      *> to two cycles on the same date. The batch body has no spare
      *> bytes, so these two fields lengthened the record to 127.
       01  MULT-RESPONSE-REC.
           05  RESP-REC-TYPE           PIC X.
               88  RESP-BATCH-REC           VALUE "B".
               88  RESP-REJECT-REC          VALUE "J".
               88  RESP-SUSPEND-REC         VALUE "S".
               88  RESP-HELD-REC            VALUE "O".
               88  RESP-TOTAL-REC           VALUE "T".
           05  RESP-SYSTEM-ID          PIC X(8).
           05  RESP-RUN-DATE           PIC 9(8).
           05  RESP-BATCH-NO           PIC 9(3).
           05  RESP-BATCH-DATE         PIC 9(8).
           05  RESP-BATCH-SEQ          PIC 9(6).
           05  RESP-CYCLE-NO           PIC 9.
           05  RESP-BODY               PIC X(92).
           05  RESP-BATCH-BODY REDEFINES RESP-BODY.
               10  RESP-VERDICT        PIC X.
               10  RESP-VERDICT-TEXT   PIC X(42).
               10  RESP-PROVED-COUNT   PIC 9(9).
               10  RESP-PROVED-HASH    PIC 9(13)V99.
               10  RESP-DECL-COUNT     PIC 9(9).
               10  RESP-DECL-HASH      PIC 9(13)V99.
               10  RESP-TRAILER-FLAG   PIC X.
           05  RESP-DETAIL-BODY REDEFINES RESP-BODY.
               10  RESP-ITEM-CODE      PIC X(8).
               10  RESP-DEPT-CODE      PIC X(4).
               10  RESP-NUM1           PIC X(5).
               10  RESP-NUM2           PIC X(7).
               10  RESP-REASON-CODE    PIC 99.
               10  RESP-REASON-TEXT    PIC X(40).
               10  RESP-ORIG-RUN-DATE  PIC 9(8).
               10  FILLER              PIC X(18).
           05  RESP-TOTAL-BODY REDEFINES RESP-BODY.
               10  RESP-TOT-READ       PIC 9(9).
               10  RESP-TOT-REJECTED   PIC 9(7).
               10  RESP-TOT-SUSPENDED  PIC 9(7).
               10  RESP-TOT-ACCEPTED   PIC 9(9).
               10  RESP-TOT-HELD       PIC 9(7).
               10  FILLER              PIC X(53).
