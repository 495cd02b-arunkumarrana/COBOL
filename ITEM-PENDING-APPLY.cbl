      *> indexed item master ITEM-MASTER.DAT -- the same add /
      *> change / delete rules ITEM-MAINT applies on sight, with a
      *> change leaving the system-maintained on-hand balance
      *> untouched and a blank unit cost zero on an add but the
      *> cost on file kept on a change, as are a blank vendor and
      *> a blank order quantity -- and rewrites
      *> ITEM-PENDING.DAT with only the records still waiting for
      *> their day. The audit listing to ITEM-PENDING-REPORT.DAT
      *> shows what was applied tonight, with before/after images,
      *> and what is still pending with its date, so the desk can
      *> see the whole keyed-ahead price sheet at a glance.
      *> The pending file is read whole into storage before the
      *> master is touched, so the rewrite can never eat a record
      *> the apply has not dealt with. A missing pending file is
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-PENDING-FILE.
       01  ITEM-PENDING-IO-RECORD      PIC X(78).

       FD  ITEM-MASTER-FILE.
       COPY 'item-master.cpy'. *> Imports the item-master layout

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'item-pending.cpy'. *> Imports the pending-change layout
       77  PNA-ENTRY-INDEX             PIC 9(3) COMP.
       01  PNA-TABLE-AREA.
           05  PNA-ENTRY OCCURS 500 TIMES.
               10  PNA-ENTRY-IMAGE     PIC X(78).
               10  PNA-ENTRY-KEPT      PIC X(01).

       01  PNA-HEADING-LINE            PIC X(44) VALUE
           05  PNA-IL-TAXABLE          PIC X(01).
           05  FILLER                  PIC X(05) VALUE "  RP ".
           05  PNA-IL-REORDER          PIC Z(4)9.
           05  FILLER                  PIC X(07) VALUE "  VEND ".
           05  PNA-IL-VENDOR           PIC X(06).
           05  FILLER                  PIC X(05) VALUE "  OQ ".
           05  PNA-IL-ORDER-QTY        PIC Z(4)9.
           05  FILLER                  PIC X(05) VALUE "  UC ".
           05  PNA-IL-UNIT-COST        PIC Z(4)9.99.

       01  PNA-TEXT-LINE.
           05  PNA-TL-TAG              PIC X(09).
       3100-JUDGE-ONE-ENTRY.
           MOVE PNA-ENTRY-IMAGE (PNA-ENTRY-INDEX)
               TO ITEM-PENDING-RECORD.
      *> A record parked before items carried a vendor has neither
      *> vendor nor order quantity on it; it is treated like a
      *> quantity left blank.
           IF PND-ORDER-QTY-X NOT NUMERIC
               MOVE SPACES TO PND-ORDER-QTY-X
           END-IF.
      *> Nor does one parked before items carried a cost.
           IF PND-UNIT-COST-X NOT NUMERIC
               MOVE SPACES TO PND-UNIT-COST-X
           END-IF.
           MOVE PND-ACTION TO PNA-AL-ACTION.
           MOVE PND-ITEM-CODE TO PNA-AL-ITEM-CODE.
           MOVE PND-EFF-DATE TO PNA-AL-EFF-DATE.
               MOVE PND-TAXABLE-FLAG TO ITEM-TAXABLE-FLAG
               MOVE ZERO TO ITEM-ON-HAND-QTY
               MOVE PND-REORDER-POINT TO ITEM-REORDER-POINT
               MOVE PND-VENDOR-CODE TO ITEM-VENDOR-CODE
               IF PND-ORDER-QTY-X = SPACES
                   MOVE ZERO TO ITEM-ORDER-QTY
               ELSE
                   MOVE PND-ORDER-QTY TO ITEM-ORDER-QTY
               END-IF
               IF PND-UNIT-COST-X = SPACES
                   MOVE ZERO TO ITEM-UNIT-COST
               ELSE
                   MOVE PND-UNIT-COST TO ITEM-UNIT-COST
               END-IF
               WRITE ITEM-MASTER-RECORD
               PERFORM 6000-CHECK-MASTER-IO THRU 6000-EXIT
               PERFORM 5200-LIST-AFTER-IMAGE THRU 5200-EXIT
      *> ITEM-ON-HAND-QTY is deliberately left as read -- the
      *> system maintains it, not the maintenance batch.
               MOVE PND-REORDER-POINT TO ITEM-REORDER-POINT
               IF PND-VENDOR-CODE NOT = SPACES
                   MOVE PND-VENDOR-CODE TO ITEM-VENDOR-CODE
               END-IF
               IF PND-ORDER-QTY-X NOT = SPACES
                   MOVE PND-ORDER-QTY TO ITEM-ORDER-QTY
               END-IF
               IF PND-UNIT-COST-X NOT = SPACES
                   MOVE PND-UNIT-COST TO ITEM-UNIT-COST
               END-IF
               REWRITE ITEM-MASTER-RECORD
               PERFORM 6000-CHECK-MASTER-IO THRU 6000-EXIT
               PERFORM 5200-LIST-AFTER-IMAGE THRU 5200-EXIT
           MOVE ITEM-UNIT-PRICE TO PNA-IL-UNIT-PRICE.
           MOVE ITEM-TAXABLE-FLAG TO PNA-IL-TAXABLE.
           MOVE ITEM-REORDER-POINT TO PNA-IL-REORDER.
           MOVE ITEM-VENDOR-CODE TO PNA-IL-VENDOR.
           MOVE ITEM-ORDER-QTY TO PNA-IL-ORDER-QTY.
           MOVE ITEM-UNIT-COST TO PNA-IL-UNIT-COST.
           WRITE PENDING-REPORT-LINE FROM PNA-IMAGE-LINE.
       5000-EXIT.
           EXIT.
           MOVE ITEM-UNIT-PRICE TO PNA-IL-UNIT-PRICE.
           MOVE ITEM-TAXABLE-FLAG TO PNA-IL-TAXABLE.
           MOVE ITEM-REORDER-POINT TO PNA-IL-REORDER.
           MOVE ITEM-VENDOR-CODE TO PNA-IL-VENDOR.
           MOVE ITEM-ORDER-QTY TO PNA-IL-ORDER-QTY.
           MOVE ITEM-UNIT-COST TO PNA-IL-UNIT-COST.
           WRITE PENDING-REPORT-LINE FROM PNA-IMAGE-LINE.
       5200-EXIT.
           EXIT.
