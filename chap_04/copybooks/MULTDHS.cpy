      *> MULTDHS - duplicate-history record for Listing4-2. One
      *> record per transaction processed, keyed by the full detail
      *> identity (item, department, Num1, Num2) with the run date it
      *> was processed. The working history is the indexed file
      *> MULTDHSK, keyed on DHST-KEY: the multiply step reads it for
      *> each new MULTIN transaction, writes each transaction it
      *> processes straight into it, and at end of job drops the
      *> entries older than its retention window and unloads the
      *> rest to a new sequential generation (MULTDHSO) - the copy
      *> MultRefLoad reloads the indexed file from after a loss. Key
      *> fields are PIC X so the comparison is the raw record bytes.
      *> DHST-PROC-DATE, DHST-CYCLE-NO and DHST-REC-NO identify the
      *> run that wrote the entry - its processing date, cycle and
      *> the record number it gave the transaction - so a checkpoint
      *> restart reprocessing a record it already wrote before the
      *> abend does not suspend it as a duplicate of itself. Entries
      *> unloaded before these were carried read as spaces.
       01  MULT-DUPHIST-REC.
           05  DHST-KEY.
               10  DHST-ITEM-CODE      PIC X(8).
               10  DHST-DEPT-CODE      PIC X(4).
               10  DHST-NUM1           PIC X(5).
               10  DHST-NUM2           PIC X(7).
           05  DHST-RUN-DATE           PIC 9(8).
           05  DHST-PROC-DATE          PIC 9(8).
           05  DHST-CYCLE-NO           PIC 9.
           05  DHST-REC-NO             PIC 9(9).
