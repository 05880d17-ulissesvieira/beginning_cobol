      *> and amounts agree - an ack that disagrees is reported as a
      *> mismatch, not quietly accepted.
       01  GL-ACK-REC.
           05  ACK-BATCH-ID            PIC X(10).
           05  ACK-POSTED-FLAG         PIC X.
           05  ACK-LINE-COUNT          PIC 9(9).
           05  ACK-AMOUNT-TOTAL        PIC 9(13)V99.
