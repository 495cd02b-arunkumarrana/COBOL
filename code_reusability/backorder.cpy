      *> backorder.cpy
      *> Record layout for BACKORDER.DAT, the indexed file of goods
      *> sold to an account customer that the shelf could not cover
      *> when the sale was priced. COPY into the FILE SECTION under
      *> an FD for the file. The key is the item followed by the run
      *> stamp of the SALES-LOG.DAT line that sold the goods, so
      *> reading an item's backorders in key order visits them
      *> oldest first -- the order STOCK-RECEIPTS fills them in as
      *> stock arrives. Backorders are only ever opened and
      *> cancelled through BACKORDER-SUB and only ever filled by
      *> STOCK-RECEIPTS.
      *> BO-QTY is what was short on the day of the sale and never
      *> changes; BO-QTY-RELEASED counts up as receipts are
      *> allocated to it, and BO-QTY-CANCELLED as returns of the
      *> sale take back goods that never shipped. What is still
      *> owed is BO-QTY less both. The backorder is closed when
      *> nothing is owed: FILLED when any of it was released,
      *> CANCELLED when the returns took all of it. Closed
      *> backorders stay on the file as the record of what the
      *> customer's goods did.
       01  BACKORDER-RECORD.
           05  BO-KEY.
               10  BO-ITEM-CODE        PIC X(08).
               10  BO-ORIG-RUN-DATE    PIC 9(8).
               10  BO-ORIG-RUN-ID      PIC X(08).
               10  BO-ORIG-SEQ         PIC 9(6).
           05  BO-CUST-CODE            PIC X(06).
      *> The business date the backorder was raised.
           05  BO-DATE                 PIC 9(8).
           05  BO-QTY                  PIC 9(5).
           05  BO-QTY-RELEASED         PIC 9(5).
           05  BO-STATUS               PIC X(01).
               88  BO-OPEN                 VALUE "O".
               88  BO-FILLED               VALUE "F".
               88  BO-CANCELLED            VALUE "C".
           05  BO-LAST-RELEASE-DATE    PIC 9(8).
      *> The customer order and line the sale came from, zeros on a
      *> sale keyed as a single transaction.
           05  BO-ORDER-NO             PIC 9(6).
           05  BO-ORDER-LINE           PIC 9(3).
      *> What returns of the sale took back before it shipped.
           05  BO-QTY-CANCELLED        PIC 9(5).
