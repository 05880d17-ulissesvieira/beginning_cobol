      *> COR-DEPT-CODE must match the reject's department as well -
      *> two departments can reject the same item and values on the
      *> same day, and a correction must not cross departments.
      *> Dual control: COR-PREPARER-ID is the operator who keyed the
      *> correction. It is authorized separately, by a different
      *> operator's MULTAPV approval repeating the item, department
      *> and original and corrected values; a card with no preparer,
      *> no matching approval, or approved only by its own preparer
      *> is held and reported - never applied - and the reject stays
      *> outstanding until a matching approval is supplied.
       01  MULT-CORRECTION-REC.
           05  COR-ITEM-CODE           PIC X(8).
           05  COR-DEPT-CODE           PIC X(4).
           05  COR-ORIG-NUM2           PIC X(7).
           05  COR-NEW-NUM1            PIC X(5).
           05  COR-NEW-NUM2            PIC X(7).
           05  COR-PREPARER-ID         PIC X(8).
