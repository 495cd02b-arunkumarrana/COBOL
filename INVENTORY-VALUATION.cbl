       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTORY-VALUATION.
      *> Inventory valuation at cost, the companion to the
      *> gross-margin report. Walks the whole item master in key
      *> order and lists, to INVENTORY-VALUATION.DAT, every item
      *> with stock on hand: the on-hand quantity, the item's unit
      *> cost and the stock's value at that cost, with the value of
      *> the whole inventory on the closing line. Items with
      *> nothing on hand are counted but not listed.
      *> Two kinds of item cannot be valued properly and are
      *> flagged on their line and counted on the summary: an
      *> oversold item (negative on hand) is valued at zero, not
      *> at a negative amount that would hide other stock, and an
      *> item with stock but no unit cost on the master is valued
      *> at zero until ITEM-MAINT or a costed receipt gives it one.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing master ends the run with a console message, an
      *> IOER journal line and RETURN-CODE 12.
      *> RETURN-CODE: 0 clean, 4 when any item was flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.
           SELECT VALUATION-REPORT-FILE
               ASSIGN TO "INVENTORY-VALUATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
       COPY 'item-master.cpy'. *> Imports the item-master layout

       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  ITEM-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-MASTER               VALUE "Y".

       77  IVL-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  IVL-LISTED-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  IVL-NEGATIVE-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  IVL-NO-COST-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  IVL-RUN-DATE                PIC 9(8).

       77  IVL-ITEM-VALUE              PIC 9(11)V99.
       77  IVL-TOTAL-VALUE             PIC 9(13)V99 VALUE ZERO.

       01  IVL-HEADING-LINE            PIC X(40) VALUE
               "INVENTORY VALUATION AT COST".
       01  IVL-RULE-LINE               PIC X(100) VALUE ALL "-".

       01  IVL-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  IVL-DL-DATE             PIC 9(8).

       01  IVL-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE "ITEM".
           05  FILLER                  PIC X(10) VALUE
                   "   ON HAND".
           05  FILLER                  PIC X(11) VALUE
                   "  UNIT COST".
           05  FILLER                  PIC X(17) VALUE
                   "            VALUE".

       01  IVL-DETAIL-LINE.
           05  IVL-DT-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-DT-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  IVL-DT-ON-HAND          PIC Z(6)9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-DT-UNIT-COST        PIC Z(4)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-DT-VALUE            PIC Z(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IVL-DT-FLAG             PIC X(20).

       01  IVL-TOTAL-LINE.
           05  FILLER                  PIC X(24) VALUE
                   "TOTAL INVENTORY AT COST:".
           05  IVL-TL-VALUE            PIC Z(13)9.99.

       01  IVL-SUMMARY-LINE.
           05  FILLER                  PIC X(13) VALUE
                   "ITEMS READ:  ".
           05  IVL-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE
                   "  LISTED:  ".
           05  IVL-SL-LISTED           PIC Z(7)9.
           05  FILLER                  PIC X(13) VALUE
                   "  OVERSOLD:  ".
           05  IVL-SL-NEGATIVE         PIC Z(7)9.
           05  FILLER                  PIC X(12) VALUE
                   "  NO COST:  ".
           05  IVL-SL-NO-COST          PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-VALUE-ONE-ITEM THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT IVL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "INVENTORY-VALUE" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "INVENTORY-VALUATION: CANNOT OPEN"
                   " ITEM-MASTER.DAT STATUS " ITEM-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "INVENTORY-VALUATION: CANNOT OPEN"
                   " INVENTORY-VALUATION.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE IVL-RUN-DATE TO IVL-DL-DATE.
           WRITE VALUATION-REPORT-LINE FROM IVL-HEADING-LINE.
           WRITE VALUATION-REPORT-LINE FROM IVL-DATE-LINE.
           WRITE VALUATION-REPORT-LINE FROM IVL-RULE-LINE.
           WRITE VALUATION-REPORT-LINE FROM IVL-COLUMN-LINE.
           PERFORM 1100-READ-MASTER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-MASTER.
           READ ITEM-MASTER-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-VALUE-ONE-ITEM.
           ADD 1 TO IVL-READ-COUNT.
           IF ITEM-ON-HAND-QTY = ZERO
               GO TO 2000-READ-NEXT
           END-IF.
      *> A master record written before items carried a cost has
      *> no cost to value at.
           IF ITEM-UNIT-COST NOT NUMERIC
               MOVE ZERO TO ITEM-UNIT-COST
           END-IF.
           ADD 1 TO IVL-LISTED-COUNT.
           MOVE SPACES TO IVL-DT-FLAG.
           MOVE ZERO TO IVL-ITEM-VALUE.
           IF ITEM-ON-HAND-QTY < ZERO
               ADD 1 TO IVL-NEGATIVE-COUNT
               MOVE "OVERSOLD - AT ZERO" TO IVL-DT-FLAG
           ELSE
               IF ITEM-UNIT-COST = ZERO
                   ADD 1 TO IVL-NO-COST-COUNT
                   MOVE "NO COST - AT ZERO" TO IVL-DT-FLAG
               ELSE
                   COMPUTE IVL-ITEM-VALUE =
                       ITEM-ON-HAND-QTY * ITEM-UNIT-COST
               END-IF
           END-IF.
           ADD IVL-ITEM-VALUE TO IVL-TOTAL-VALUE.
           MOVE ITEM-CODE TO IVL-DT-ITEM-CODE.
           MOVE ITEM-DESCRIPTION TO IVL-DT-DESCRIPTION.
           MOVE ITEM-ON-HAND-QTY TO IVL-DT-ON-HAND.
           MOVE ITEM-UNIT-COST TO IVL-DT-UNIT-COST.
           MOVE IVL-ITEM-VALUE TO IVL-DT-VALUE.
           WRITE VALUATION-REPORT-LINE FROM IVL-DETAIL-LINE.
       2000-READ-NEXT.
           PERFORM 1100-READ-MASTER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE IVL-TOTAL-VALUE TO IVL-TL-VALUE.
           MOVE IVL-READ-COUNT TO IVL-SL-READ.
           MOVE IVL-LISTED-COUNT TO IVL-SL-LISTED.
           MOVE IVL-NEGATIVE-COUNT TO IVL-SL-NEGATIVE.
           MOVE IVL-NO-COST-COUNT TO IVL-SL-NO-COST.
           WRITE VALUATION-REPORT-LINE FROM IVL-RULE-LINE.
           WRITE VALUATION-REPORT-LINE FROM IVL-TOTAL-LINE.
           WRITE VALUATION-REPORT-LINE FROM IVL-SUMMARY-LINE.
           DISPLAY IVL-TOTAL-LINE.
           DISPLAY IVL-SUMMARY-LINE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE VALUATION-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE IVL-READ-COUNT TO RJ-READ-COUNT.
           MOVE IVL-LISTED-COUNT TO RJ-WRITE-COUNT.
           COMPUTE RJ-REJECT-COUNT =
               IVL-NEGATIVE-COUNT + IVL-NO-COST-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF IVL-NEGATIVE-COUNT > ZERO OR IVL-NO-COST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE IVL-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
