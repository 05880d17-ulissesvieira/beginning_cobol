      *> splitting one generation across two dates (or refusing the
      *> restart outright because the header no longer matches the
      *> clock).
      *> CKPT-CYCLE-NO is the processing cycle of the interrupted
      *> run (1 overnight, 2 upward for the intraday cycles). A
      *> restart must be run for the same cycle - a later cycle
      *> started over an unfinished one is refused before it
      *> writes anything. A checkpoint written before cycles were
      *> carried belongs to cycle 1; the one-time MULTCNVL
      *> conversion widened it with a space here.
       01  MULT-CKPT-REC.
           05  CKPT-LAST-REC-NO        PIC 9(9).
           05  CKPT-LAST-PAGE-NO       PIC 9(4).
           05  CKPT-RUN-DATE           PIC 9(8).
           05  CKPT-CYCLE-NO           PIC 9.
