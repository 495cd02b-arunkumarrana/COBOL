      *> whenever convenient, instead of the night before.
      *> A missing master is created empty on the first add, the
      *> same way the pricing jobs create a missing SALES-LOG.DAT.
      *> Each add or change may also key the item's preferred vendor
      *> and the quantity PO-BUILD orders from it; both are optional,
      *> and an item without them is simply never put on a PO.
      *> An add with the order quantity left blank starts it at
      *> zero. A change with the vendor or the order quantity left
      *> blank keeps the one on file, so a price change keyed
      *> without them does not drop the item out of PO-BUILD.
      *> An add or change may key the item's unit cost as well. An
      *> add with the cost left blank starts the item at zero cost
      *> until STOCK-RECEIPTS books a costed delivery; a change with
      *> it blank leaves the cost on file alone, since receiving
      *> keeps it current once goods have come in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  MNT-EFF-DATE-X          PIC X(08).
           05  MNT-EFF-DATE REDEFINES MNT-EFF-DATE-X
                                       PIC 9(8).
           05  MNT-VENDOR-CODE         PIC X(06).
           05  MNT-ORDER-QTY-X         PIC X(05).
           05  MNT-ORDER-QTY REDEFINES MNT-ORDER-QTY-X
                                       PIC 9(5).
           05  MNT-UNIT-COST-X         PIC X(07).
           05  MNT-UNIT-COST REDEFINES MNT-UNIT-COST-X
                                       PIC 9(5)V99.

       FD  ITEM-MASTER-FILE.
       COPY 'item-master.cpy'. *> Imports the item-master layout

       FD  ITEM-MAINT-REPORT-FILE.
       01  ITEM-MAINT-REPORT-LINE      PIC X(120).

       FD  ITEM-PENDING-FILE.
       COPY 'item-pending.cpy'. *> Imports the pending-change layout
           05  MNT-IL-ON-HAND          PIC Z(6)9-.
           05  FILLER                  PIC X(05) VALUE "  RP ".
           05  MNT-IL-REORDER          PIC Z(4)9.
           05  FILLER                  PIC X(07) VALUE "  VEND ".
           05  MNT-IL-VENDOR           PIC X(06).
           05  FILLER                  PIC X(05) VALUE "  OQ ".
           05  MNT-IL-ORDER-QTY        PIC Z(4)9.
           05  FILLER                  PIC X(05) VALUE "  UC ".
           05  MNT-IL-UNIT-COST        PIC Z(4)9.99.

       01  MNT-TEXT-LINE.
           05  MNT-TL-TAG              PIC X(09).
               PERFORM 2910-LIST-SKIPPED-BAD-FIELDS THRU 2910-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF (MNT-ADD OR MNT-CHANGE)
              AND MNT-UNIT-COST-X NOT = SPACES
              AND MNT-UNIT-COST-X NOT NUMERIC
               PERFORM 2910-LIST-SKIPPED-BAD-FIELDS THRU 2910-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF (MNT-ADD OR MNT-CHANGE)
              AND MNT-ORDER-QTY-X NOT = SPACES
              AND MNT-ORDER-QTY-X NOT NUMERIC
               PERFORM 2910-LIST-SKIPPED-BAD-FIELDS THRU 2910-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF MNT-CHANGE AND (MNT-UNIT-PRICE-X NOT NUMERIC
              OR MNT-UNIT-PRICE = ZERO
              OR MNT-REORDER-POINT-X NOT NUMERIC)
      *> STOCK-RECEIPTS, never through maintenance.
               MOVE ZERO TO ITEM-ON-HAND-QTY
               MOVE MNT-REORDER-POINT TO ITEM-REORDER-POINT
               MOVE MNT-VENDOR-CODE TO ITEM-VENDOR-CODE
               IF MNT-ORDER-QTY-X = SPACES
                   MOVE ZERO TO ITEM-ORDER-QTY
               ELSE
                   MOVE MNT-ORDER-QTY TO ITEM-ORDER-QTY
               END-IF
               IF MNT-UNIT-COST-X = SPACES
                   MOVE ZERO TO ITEM-UNIT-COST
               ELSE
                   MOVE MNT-UNIT-COST TO ITEM-UNIT-COST
               END-IF
               WRITE ITEM-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
      *> ITEM-ON-HAND-QTY is deliberately left as read -- the
      *> system maintains it, not the maintenance batch.
               MOVE MNT-REORDER-POINT TO ITEM-REORDER-POINT
               IF MNT-VENDOR-CODE NOT = SPACES
                   MOVE MNT-VENDOR-CODE TO ITEM-VENDOR-CODE
               END-IF
               IF MNT-ORDER-QTY-X NOT = SPACES
                   MOVE MNT-ORDER-QTY TO ITEM-ORDER-QTY
               END-IF
               IF MNT-UNIT-COST-X NOT = SPACES
                   MOVE MNT-UNIT-COST TO ITEM-UNIT-COST
               END-IF
               REWRITE ITEM-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
           MOVE MNT-TAXABLE-FLAG TO PND-TAXABLE-FLAG.
           MOVE MNT-REORDER-POINT TO PND-REORDER-POINT.
           MOVE MNT-EFF-DATE TO PND-EFF-DATE.
           MOVE MNT-VENDOR-CODE TO PND-VENDOR-CODE.
           MOVE MNT-ORDER-QTY-X TO PND-ORDER-QTY-X.
           MOVE MNT-UNIT-COST-X TO PND-UNIT-COST-X.
           WRITE ITEM-PENDING-RECORD.
           IF PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ITEM-MAINT: ITEM-PENDING.DAT WRITE FAILED"
           EXIT.

       2910-LIST-SKIPPED-BAD-FIELDS.
           MOVE "SKIPPED - BAD KEY/PRICE/QTY" TO MNT-AL-DISPOSITION.
           ADD 1 TO MNT-SKIPPED-COUNT.
           WRITE ITEM-MAINT-REPORT-LINE FROM MNT-ACTION-LINE.
       2910-EXIT.
           MOVE ITEM-TAXABLE-FLAG TO MNT-IL-TAXABLE.
           MOVE ITEM-ON-HAND-QTY TO MNT-IL-ON-HAND.
           MOVE ITEM-REORDER-POINT TO MNT-IL-REORDER.
           MOVE ITEM-VENDOR-CODE TO MNT-IL-VENDOR.
           MOVE ITEM-ORDER-QTY TO MNT-IL-ORDER-QTY.
           MOVE ITEM-UNIT-COST TO MNT-IL-UNIT-COST.
           WRITE ITEM-MAINT-REPORT-LINE FROM MNT-IMAGE-LINE.
       4000-EXIT.
           EXIT.
           MOVE ITEM-TAXABLE-FLAG TO MNT-IL-TAXABLE.
           MOVE ITEM-ON-HAND-QTY TO MNT-IL-ON-HAND.
           MOVE ITEM-REORDER-POINT TO MNT-IL-REORDER.
           MOVE ITEM-VENDOR-CODE TO MNT-IL-VENDOR.
           MOVE ITEM-ORDER-QTY TO MNT-IL-ORDER-QTY.
           MOVE ITEM-UNIT-COST TO MNT-IL-UNIT-COST.
           WRITE ITEM-MAINT-REPORT-LINE FROM MNT-IMAGE-LINE.
       4200-EXIT.
           EXIT.
