      *> MULTDPT - department (cost-center) master record. One
      *> record per department, keyed by DEPT-CODE, carrying the
      *> department name and the responsible manager who signs the
      *> department's numbers off. MultRefLoad copies the master into
      *> the indexed file MULTDPTK (same layout, keyed on DEPT-CODE)
      *> ahead of each multiply run, and Listing4-2 validates every
      *> transaction's MULT-DEPT-CODE with a keyed read - a mis-keyed
      *> department now rejects with reason 07 instead of flowing to
      *> the ledger as a phantom cost center - and the report burst
      *> step (MultReportBurst) heads each department's report file
