      *> MULTPTK - keyed quantity-break price record (MULTPBKK), the
      *> indexed copy of the sequential MULTPBK price-break file the
      *> multiply step reads one item at a time. Keyed by item code
      *> and minimum quantity, so an item's tiers sit side by side
      *> in ascending quantity and the tier for a transaction is the
      *> last one read whose minimum does not exceed its Num1.
      *> PTK-TIER is the tier's ordinal within its item, numbered by
      *> MultRefLoad from the sorted sequential file exactly as the
      *> multiply step used to number them on loading it.
      *> PTK-UNIT-AMOUNT is base currency, as on MULTPBK, and is
      *> applied only to base-currency transactions.
       01  PRICE-TIER-KEYED-REC.
           05  PTK-KEY.
               10  PTK-ITEM-CODE       PIC X(8).
               10  PTK-MIN-QTY         PIC 9(5).
           05  PTK-UNIT-AMOUNT         PIC 9(5)V99.
           05  PTK-TIER                PIC 99.
