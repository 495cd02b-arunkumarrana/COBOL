      *> SALES-ITEM-SUB enforces for pricing-side reads.
      *> The action code says which way the stock moves: "R"
      *> relieves (a sale leaving the door), "P" replenishes (a
      *> return coming back or a receipt booked in), "C" replenishes
      *> a receipt that came in at a known cost. For "C" the caller
      *> hands the delivery's unit cost in STOCK-UNIT-COST-PARM and
      *> ITEM-UNIT-COST moves to the weighted average of the stock
      *> already on the shelf and the delivery; when there is no
      *> stock on hand, or no cost yet to average with, the
      *> delivery's cost simply becomes the item's cost. The cost
      *> parameter is ignored for "R" and "P". An oversell is
      *> allowed to drive the balance negative -- the picker came
      *> back empty, but the books must show by how much.
      *> "S" ships a sale to an account customer from stock: it
      *> relieves only what is on the shelf, never driving the
      *> balance below zero, and hands the part it could not ship
      *> back in STOCK-SHORT-QTY-PARM so the pricing job can put it
      *> on backorder. An item with no reorder point is not
      *> stock-tracked and always ships in full. The short quantity
      *> is zero for every other action.
      *> The master is opened I-O on the first call of the run and
      *> stays open until the operating system ends the job. A
      *> missing or unusable master is reported once and every call
       WORKING-STORAGE SECTION.
       77  ITEM-FILE-STATUS            PIC X(02).

       77  STOCK-COST-VALUE            PIC 9(13)V99.
       77  STOCK-COST-QTY              PIC 9(8).
       77  STOCK-SHIP-QTY              PIC 9(5).

       01  STOCK-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  STOCK-MASTER-OPENED         VALUE "Y".
           88  STOCK-MASTER-UNUSABLE       VALUE "U".
       01  STOCK-ACTION-PARM           PIC X(01).
           88  STOCK-ACTION-RELIEVE        VALUE "R".
           88  STOCK-ACTION-REPLENISH      VALUE "P".
           88  STOCK-ACTION-RECEIVE-AT-COST VALUE "C".
           88  STOCK-ACTION-SHIP           VALUE "S".
       01  STOCK-STATUS-PARM           PIC X(01).
       01  STOCK-UNIT-COST-PARM        PIC 9(5)V99.
       01  STOCK-SHORT-QTY-PARM        PIC 9(5).

       PROCEDURE DIVISION USING ITEM-CODE-PARM,
               STOCK-QUANTITY-PARM, STOCK-ACTION-PARM,
               STOCK-STATUS-PARM, STOCK-UNIT-COST-PARM,
               STOCK-SHORT-QTY-PARM.
       0000-MAIN.
           MOVE ZERO TO STOCK-SHORT-QTY-PARM.
           IF NOT STOCK-MASTER-OPENED AND NOT STOCK-MASTER-UNUSABLE
               PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
           END-IF.
                   MOVE "N" TO STOCK-STATUS-PARM
                   GO TO 2000-EXIT
           END-READ.
           IF STOCK-ACTION-RECEIVE-AT-COST
               PERFORM 2100-AVERAGE-IN-COST THRU 2100-EXIT
           END-IF.
           IF STOCK-ACTION-SHIP
               PERFORM 2200-SHIP-FROM-STOCK THRU 2200-EXIT
               GO TO 2000-REWRITE
           END-IF.
           IF STOCK-ACTION-RELIEVE
               SUBTRACT STOCK-QUANTITY-PARM FROM ITEM-ON-HAND-QTY
           ELSE
               ADD STOCK-QUANTITY-PARM TO ITEM-ON-HAND-QTY
           END-IF.
       2000-REWRITE.
           REWRITE ITEM-MASTER-RECORD.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "SALES-STOCK-SUB: ITEM-MASTER.DAT REWRITE"
           MOVE "Y" TO STOCK-STATUS-PARM.
       2000-EXIT.
           EXIT.

      *> Runs before the receipt's quantity is added, so the
      *> on-hand balance is still the stock the old cost applied to.
       2100-AVERAGE-IN-COST.
           IF ITEM-ON-HAND-QTY NOT > ZERO
              OR ITEM-UNIT-COST NOT NUMERIC
              OR ITEM-UNIT-COST = ZERO
               MOVE STOCK-UNIT-COST-PARM TO ITEM-UNIT-COST
               GO TO 2100-EXIT
           END-IF.
           COMPUTE STOCK-COST-VALUE =
               ITEM-ON-HAND-QTY * ITEM-UNIT-COST
               + STOCK-QUANTITY-PARM * STOCK-UNIT-COST-PARM.
           COMPUTE STOCK-COST-QTY =
               ITEM-ON-HAND-QTY + STOCK-QUANTITY-PARM.
           COMPUTE ITEM-UNIT-COST ROUNDED =
               STOCK-COST-VALUE / STOCK-COST-QTY.
       2100-EXIT.
           EXIT.

      *> Ships what the shelf holds and reports the rest short. A
      *> balance already negative from a walk-in oversell has
      *> nothing on the shelf to ship.
       2200-SHIP-FROM-STOCK.
           IF ITEM-REORDER-POINT = ZERO
              OR ITEM-ON-HAND-QTY NOT < STOCK-QUANTITY-PARM
               SUBTRACT STOCK-QUANTITY-PARM FROM ITEM-ON-HAND-QTY
               GO TO 2200-EXIT
           END-IF.
           IF ITEM-ON-HAND-QTY > ZERO
               MOVE ITEM-ON-HAND-QTY TO STOCK-SHIP-QTY
           ELSE
               MOVE ZERO TO STOCK-SHIP-QTY
           END-IF.
           SUBTRACT STOCK-SHIP-QTY FROM ITEM-ON-HAND-QTY.
           COMPUTE STOCK-SHORT-QTY-PARM =
               STOCK-QUANTITY-PARM - STOCK-SHIP-QTY.
       2200-EXIT.
           EXIT.
