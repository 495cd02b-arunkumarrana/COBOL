      *> backorder-post.cpy
      *> Parameter area for BACKORDER-SUB, the one place that opens
      *> or cancels a backorder on BACKORDER.DAT. COPY into
      *> WORKING-STORAGE, set the action, fill the item and the run
      *> stamp of the audit-log line that sold it, and
      *>     CALL "BACKORDER-SUB" USING BOP-PARM-AREA.
      *> To open ("O"), also fill the customer, the quantity the
      *> shelf could not cover and the order and line (zeros when
      *> the sale was not an order line). BOP-STATUS comes back "Y"
      *> backorder opened, "D" that log line already has a
      *> backorder (nothing written), "U" file unusable (nothing
      *> written).
      *> To cancel ("C") for a return of that sale, fill the
      *> quantity returned. As much of it as the backorder still
      *> owes is cancelled and handed back in BOP-QTY-CANCELLED --
      *> goods never shipped, which must not go back on the shelf.
      *> BOP-STATUS comes back "Y" done (the cancelled quantity may
      *> be zero when the backorder is already filled), "N" the
      *> sale has no backorder, "U" file unusable (nothing
      *> cancelled).
       01  BOP-PARM-AREA.
           05  BOP-ACTION              PIC X(01).
               88  BOP-ACTION-OPEN         VALUE "O".
               88  BOP-ACTION-CANCEL       VALUE "C".
           05  BOP-ITEM-CODE           PIC X(08).
           05  BOP-ORIG-RUN-DATE       PIC 9(8).
           05  BOP-ORIG-RUN-ID         PIC X(08).
           05  BOP-ORIG-SEQ            PIC 9(6).
           05  BOP-CUST-CODE           PIC X(06).
           05  BOP-QUANTITY            PIC 9(5).
           05  BOP-ORDER-NO            PIC 9(6).
           05  BOP-ORDER-LINE          PIC 9(3).
           05  BOP-STATUS              PIC X(01).
               88  BOP-OPENED              VALUE "Y".
               88  BOP-CANCEL-DONE         VALUE "Y".
               88  BOP-DUPLICATE           VALUE "D".
               88  BOP-NO-BACKORDER        VALUE "N".
               88  BOP-UNUSABLE            VALUE "U".
           05  BOP-QTY-CANCELLED       PIC 9(5).
