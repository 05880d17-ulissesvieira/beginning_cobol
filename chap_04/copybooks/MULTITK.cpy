      *> MULTITK - keyed item/account master record (MULTITMK), the
      *> indexed copy of the sequential MULTITM master that the
      *> multiply step reads one item at a time instead of holding
      *> the whole master in storage. Same fields as MULTITM, with
      *> the item code and effective date brought together as the
      *> record key, so an item's effective-dated records sit side
      *> by side in date order and the record in force on a date is
      *> the last one read before a later effective date. A second
      *> record for the same item and date replaces the first - the
      *> later maintenance wins, as it always has. MultItemMaint
      *> writes every record it appends to the master here too;
      *> MultRefLoad reloads the whole file from a master generation
      *> at installation or after a loss. A record copied from the
      *> master before it was effective-dated keys under date zero
      *> and status A.
       01  ITEM-KEYED-REC.
           05  ITMK-KEY.
               10  ITMK-ITEM-CODE      PIC X(8).
               10  ITMK-EFF-DATE       PIC 9(8).
           05  ITMK-GL-ACCOUNT         PIC X(10).
           05  ITMK-DESCRIPTION        PIC X(30).
           05  ITMK-STATUS             PIC X.
