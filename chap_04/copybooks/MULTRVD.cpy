      *> for staleness. The verdict covers both the file-level
      *> balance and the per-department balances - MISMATCH when
      *> either failed.
      *> RCNV-CYCLE-NO is the processing cycle reconciled, so each
      *> cycle of a day carries its own verdict; readers take the
      *> last record per cycle. Records written before cycles were
      *> carried were cycle 1; the one-time MULTCNVL conversion
      *> widened them with a space here.
       01  MULT-RECON-VERDICT-REC.
           05  RCNV-RUN-DATE           PIC 9(8).
           05  RCNV-STATUS             PIC X(9).
           05  RCNV-SUSPEND-COUNT      PIC 9(7).
           05  RCNV-RVSL-COUNT         PIC 9(7).
           05  RCNV-REFUSED-BATCHES    PIC 9(3).
           05  RCNV-CYCLE-NO           PIC 9.
