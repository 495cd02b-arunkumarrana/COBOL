      *> as a negative balance on the reorder report, not wrap into
      *> a huge positive one. ITEM-REORDER-POINT of zero means the
      *> item is not stock-tracked and REORDER-REPORT ignores it.
      *> ITEM-VENDOR-CODE names the preferred vendor on
      *> VENDOR-MASTER.DAT and ITEM-ORDER-QTY the quantity to buy
      *> each time; PO-BUILD orders only items that carry both, and
      *> lists the rest for the buyers to set up.
      *> ITEM-UNIT-COST is what one unit stands the store in: keyed
      *> through ITEM-MAINT when the item is set up, and moved to
      *> the weighted average of stock on hand and the delivery
      *> each time STOCK-RECEIPTS books a receipt with a cost. The
      *> pricing chain logs it against every sale so the margin
      *> report works from the cost of the day, and the inventory
      *> valuation extends on-hand stock at it.
       01  ITEM-MASTER-RECORD.
           05  ITEM-CODE               PIC X(08).
           05  ITEM-DESCRIPTION        PIC X(30).
               88  ITEM-NOT-TAXABLE        VALUE "N".
           05  ITEM-ON-HAND-QTY        PIC S9(7).
           05  ITEM-REORDER-POINT      PIC 9(5).
           05  ITEM-VENDOR-CODE        PIC X(06).
           05  ITEM-ORDER-QTY          PIC 9(5).
           05  ITEM-UNIT-COST          PIC 9(5)V99.
