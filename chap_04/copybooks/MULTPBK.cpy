      *> transaction whose MULT-NUM1 quantity is PBRK-MIN-QTY or
      *> more (until a higher tier takes over), and its unit amount
      *> replaces the flat MULT-NUM2 the sending system supplied.
      *> PBRK-UNIT-AMOUNT is in the base currency (MULTCTL), and a
      *> tier applies only to a transaction sent in the base
      *> currency; one sent in any other currency keeps its flat
      *> Num2 at tier 0, so no Result is converted twice.
      *> Copied into the keyed file MULTPBKK (MULTPTK) by MultRefLoad
      *> ahead of each multiply run, which reads an item's tiers from
      *> there as it reads the item master; the file is optional
      *> and an item with no records here keeps the flat unit
      *> amount, so installing the table changes nothing until
      *> Purchasing keys the first agreement in. The tier applied is
