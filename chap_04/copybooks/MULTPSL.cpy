      *> MULTPSL - selection card for the MultPriceSimulate what-if
      *> repricing run: the first and last run dates (YYYYMMDD) of
      *> the posted history on the keyed results master to re-price
      *> against the proposed price-break table. Carried as PIC X
      *> and validated by the simulation so a mis-keyed card is
      *> reported, not obeyed.
       01  PRICE-SIM-SELECT-REC.
           05  PSL-FROM-DATE           PIC X(8).
           05  PSL-TO-DATE             PIC X(8).
