      *> MULTBVD - batch verdict record written by Listing4-2 from
      *> its pre-scan of MULTIN: one record per H/D.../T batch, in
      *> file order, carrying the sending system, the header date,
      *> the accepted/refused verdict with the refusal reason, and
      *> the count and Num1/Num2 hash the pre-scan proved alongside
      *> what the batch trailer declared. BVD-BATCH-NO is the
      *> batch's ordinal within the run's MULTIN - the same number
      *> the run stamps on that batch's rejects and suspends - so the
      *> sender response step can return every outcome to the batch
      *> it came from. A batch with no trailer carries N in
      *> BVD-TRAILER-FLAG and zero declared totals. BVD-BATCH-SEQ
      *> and BVD-SEND-TIME carry the header's transmission sequence
      *> number and HHMM send time (zero where the sender left them
      *> blank) for the transmission check. One generation
      *> per run; a structurally refused run (return code 12)
      *> writes none.
      *> BVD-CYCLE-NO is the processing cycle of the run, so the
      *> batches of two cycles on one run date stay distinguishable.
       01  MULT-BATCH-VERDICT-REC.
           05  BVD-RUN-DATE            PIC 9(8).
           05  BVD-BATCH-NO            PIC 9(3).
           05  BVD-SYSTEM-ID           PIC X(8).
           05  BVD-BATCH-DATE          PIC 9(8).
           05  BVD-STATUS              PIC X.
               88  BVD-ACCEPTED             VALUE "A".
               88  BVD-REFUSED              VALUE "R".
           05  BVD-REFUSE-TEXT         PIC X(42).
           05  BVD-PROVED-COUNT        PIC 9(9).
           05  BVD-PROVED-HASH         PIC 9(13)V99.
           05  BVD-TRAILER-FLAG        PIC X.
               88  BVD-TRAILER-PRESENT      VALUE "Y".
           05  BVD-DECL-COUNT          PIC 9(9).
           05  BVD-DECL-HASH           PIC 9(13)V99.
           05  BVD-BATCH-SEQ           PIC 9(6).
           05  BVD-SEND-TIME           PIC 9(4).
           05  BVD-CYCLE-NO            PIC 9.
