      *> key a whole season's price sheet in one sitting and no one
      *> comes in on a Sunday to run the batch for a first-of-month
      *> increase.
      *> PND-UNIT-COST-X carries the unit cost exactly as keyed:
      *> spaces mean no cost was keyed, and the apply step treats
      *> them the way ITEM-MAINT does -- zero on an add, the cost on
      *> file left alone on a change. PND-ORDER-QTY-X is carried
      *> the same way and follows the same rule; a record parked
      *> before the quantity was carried as keyed has spaces there
      *> too.
       01  ITEM-PENDING-RECORD.
           05  PND-ACTION              PIC X(01).
               88  PND-ADD                 VALUE "A".
           05  PND-TAXABLE-FLAG        PIC X(01).
           05  PND-REORDER-POINT       PIC 9(5).
           05  PND-EFF-DATE            PIC 9(8).
           05  PND-VENDOR-CODE         PIC X(06).
           05  PND-ORDER-QTY-X         PIC X(05).
           05  PND-ORDER-QTY REDEFINES PND-ORDER-QTY-X
                                       PIC 9(5).
           05  PND-UNIT-COST-X         PIC X(07).
           05  PND-UNIT-COST REDEFINES PND-UNIT-COST-X
                                       PIC 9(5)V99.
