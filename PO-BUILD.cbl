       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-BUILD.
      *> Nightly purchase-order build. Screens the item master with
      *> the same rule REORDER-REPORT lists by -- a stock-tracked
      *> item at or below its reorder point -- and raises open
      *> purchase orders on OPEN-PO.DAT for the night's candidates:
      *> one PO per preferred vendor, one line per item, each line
      *> for the item's order quantity and due the vendor's lead
      *> time after today. Stock already on order is counted before
      *> an item is judged, so an item whose open PO lines will lift
      *> it back above its reorder point is listed as already on
      *> order instead of being ordered a second time every night
      *> until the goods arrive.
      *> A candidate with no preferred vendor, no order quantity, or
      *> a vendor not on VENDOR-MASTER.DAT is listed and not
      *> ordered, for the buyers to set up. Every PO raised is
      *> printed with its lines to PO-BUILD-REPORT.DAT, which is
      *> the document the buyers send.
      *> PO numbers carry on from the highest already on OPEN-PO.DAT,
      *> and a missing open-PO file is created on the first build.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 4 when any candidate could not be
      *> ordered, 8 when open lines or candidates exceed storage
      *> (nothing is ordered in that case), 12 when a file would
      *> not open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-CODE
               FILE STATUS IS VEND-FILE-STATUS.
           SELECT PO-REPORT-FILE ASSIGN TO "PO-BUILD-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY 'open-po.cpy'. *> Imports the open-PO layout

       FD  ITEM-MASTER-FILE.
       COPY 'item-master.cpy'. *> Imports the item-master layout

       FD  VENDOR-MASTER-FILE.
       COPY 'vendor-master.cpy'. *> Imports the vendor layout

       FD  PO-REPORT-FILE.
       01  PO-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  PO-FILE-STATUS              PIC X(02).
       77  ITEM-FILE-STATUS            PIC X(02).
       77  VEND-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-FILE                 VALUE "Y".

       01  POB-PO-FILE-SWITCH          PIC X(01) VALUE "Y".
           88  POB-PO-FILE-EXISTS          VALUE "Y".
           88  POB-PO-FILE-MISSING         VALUE "N".

       01  POB-VENDOR-SWITCH           PIC X(01).
           88  POB-VENDOR-FOUND            VALUE "Y".
           88  POB-VENDOR-NOT-FOUND        VALUE "N".

       77  POB-TODAY                   PIC 9(8).
       77  POB-DUE-DATE                PIC 9(8).
       77  POB-LAST-PO-NUMBER          PIC 9(6) VALUE ZERO.
       77  POB-LINE-NO                 PIC 9(3).
       77  POB-ON-ORDER                PIC 9(7).
       77  POB-OUTSTANDING             PIC 9(5).

       77  POB-OPEN-READ-COUNT         PIC 9(8) COMP VALUE ZERO.
       77  POB-ITEM-READ-COUNT         PIC 9(8) COMP VALUE ZERO.
       77  POB-PO-COUNT                PIC 9(8) COMP VALUE ZERO.
       77  POB-LINE-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  POB-ON-ORDER-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  POB-NOT-ORDERED-COUNT       PIC 9(8) COMP VALUE ZERO.

      *> Quantity still to come in on open PO lines, by item.
       77  POB-OO-MAX                  PIC 9(4) COMP VALUE 1000.
       77  POB-OO-COUNT                PIC 9(4) COMP VALUE ZERO.
       77  POB-OO-INDEX                PIC 9(4) COMP.
       77  POB-OO-SLOT                 PIC 9(4) COMP.
       01  POB-SEARCH-CODE             PIC X(08).
       01  POB-ON-ORDER-TABLE-AREA.
           05  POB-OO-ENTRY OCCURS 1000 TIMES.
               10  POB-OO-ITEM-CODE    PIC X(08).
               10  POB-OO-QUANTITY     PIC 9(7).

      *> Tonight's candidates, held until the master walk is done so
      *> each vendor's lines can be gathered under one PO number.
       77  POB-CAND-MAX                PIC 9(4) COMP VALUE 1000.
       77  POB-CAND-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  POB-CAND-INDEX              PIC 9(4) COMP.
       77  POB-CAND-MATCH              PIC 9(4) COMP.
       01  POB-CANDIDATE-TABLE-AREA.
           05  POB-CAND-ENTRY OCCURS 1000 TIMES.
               10  POB-CAND-ITEM-CODE  PIC X(08).
               10  POB-CAND-DESCRIPTION
                                       PIC X(30).
               10  POB-CAND-VENDOR     PIC X(06).
               10  POB-CAND-QUANTITY   PIC 9(5).
               10  POB-CAND-DONE       PIC X(01).

       01  POB-HEADING-LINE            PIC X(40) VALUE
               "PURCHASE ORDER BUILD".
       01  POB-RULE-LINE               PIC X(80) VALUE ALL "-".

       01  POB-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  POB-DL-DATE             PIC 9(8).

       01  POB-SECTION-LINE            PIC X(60).

       01  POB-PO-HEAD-LINE.
           05  FILLER                  PIC X(03) VALUE "PO ".
           05  POB-PH-PO-NUMBER        PIC 9(6).
           05  FILLER                  PIC X(09) VALUE "  VENDOR ".
           05  POB-PH-VENDOR           PIC X(06).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POB-PH-VENDOR-NAME      PIC X(30).
           05  FILLER                  PIC X(09) VALUE "  ORDERED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  POB-PH-ORDER-DATE       PIC 9(8).
           05  FILLER                  PIC X(06) VALUE "  DUE ".
           05  POB-PH-DUE-DATE         PIC 9(8).

       01  POB-PO-LINE.
           05  FILLER                  PIC X(07) VALUE "  LINE ".
           05  POB-PL-LINE-NO          PIC 9(3).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POB-PL-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POB-PL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  POB-PL-QUANTITY         PIC Z(4)9.

       01  POB-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POB-IL-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POB-IL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POB-IL-REASON           PIC X(40).

       01  POB-SUMMARY-LINE.
           05  FILLER                  PIC X(05) VALUE "POS: ".
           05  POB-SL-POS              PIC Z(7)9.
           05  FILLER                  PIC X(08) VALUE "  LINES:".
           05  POB-SL-LINES            PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE "  ON ORDER:".
           05  POB-SL-ON-ORDER         PIC Z(7)9.
           05  FILLER                  PIC X(14) VALUE
                   "  NOT ORDERED:".
           05  POB-SL-NOT-ORDERED      PIC Z(7)9.

       77  POB-EDIT-QTY                PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-OPEN-LINES THRU 2000-EXIT.
           PERFORM 3000-SCREEN-MASTER THRU 3000-EXIT.
           PERFORM 4000-RAISE-ORDERS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT POB-TODAY FROM DATE YYYYMMDD.
           MOVE "PO-BUILD" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN OUTPUT PO-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: CANNOT OPEN PO-BUILD-REPORT.DAT"
                   " STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE POB-TODAY TO POB-DL-DATE.
           WRITE PO-REPORT-LINE FROM POB-HEADING-LINE.
           WRITE PO-REPORT-LINE FROM POB-DATE-LINE.
           WRITE PO-REPORT-LINE FROM POB-RULE-LINE.
       1000-EXIT.
           EXIT.

      *> One pass of the open-PO file: the last key read is the
      *> highest PO number issued, and every open line adds what is
      *> still to come in to its item's on-order figure.
       2000-LOAD-OPEN-LINES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-PO-FILE.
           IF PO-FILE-STATUS = "35"
               SET POB-PO-FILE-MISSING TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: CANNOT OPEN OPEN-PO.DAT STATUS "
                   PO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 2100-READ-OPEN-LINE THRU 2100-EXIT.
           PERFORM 2200-TALLY-ONE-LINE THRU 2200-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-PO-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-OPEN-LINE.
           READ OPEN-PO-FILE NEXT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TALLY-ONE-LINE.
           ADD 1 TO POB-OPEN-READ-COUNT.
           MOVE PO-NUMBER TO POB-LAST-PO-NUMBER.
           IF NOT PO-LINE-OPEN
              OR PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               GO TO 2200-READ-NEXT
           END-IF.
           MOVE PO-ITEM-CODE TO POB-SEARCH-CODE.
           PERFORM 2300-FIND-ON-ORDER-SLOT THRU 2300-EXIT.
           IF POB-OO-SLOT = ZERO
               IF POB-OO-COUNT >= POB-OO-MAX
                   DISPLAY "PO-BUILD: OPEN PO LINES COVER MORE THAN"
                       " 1000 ITEMS - NOTHING ORDERED"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
               ADD 1 TO POB-OO-COUNT
               MOVE POB-OO-COUNT TO POB-OO-SLOT
               MOVE PO-ITEM-CODE TO POB-OO-ITEM-CODE (POB-OO-SLOT)
               MOVE ZERO TO POB-OO-QUANTITY (POB-OO-SLOT)
           END-IF.
           COMPUTE POB-OO-QUANTITY (POB-OO-SLOT) =
               POB-OO-QUANTITY (POB-OO-SLOT)
               + PO-QTY-ORDERED - PO-QTY-RECEIVED.
       2200-READ-NEXT.
           PERFORM 2100-READ-OPEN-LINE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-FIND-ON-ORDER-SLOT.
           MOVE ZERO TO POB-OO-SLOT.
           PERFORM VARYING POB-OO-INDEX FROM 1 BY 1
                   UNTIL POB-OO-INDEX > POB-OO-COUNT
               IF POB-OO-ITEM-CODE (POB-OO-INDEX) = POB-SEARCH-CODE
                   MOVE POB-OO-INDEX TO POB-OO-SLOT
                   MOVE POB-OO-COUNT TO POB-OO-INDEX
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

       3000-SCREEN-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: CANNOT OPEN ITEM-MASTER.DAT STATUS "
                   ITEM-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE "REORDER CANDIDATES NOT ORDERED TONIGHT"
               TO POB-SECTION-LINE.
           WRITE PO-REPORT-LINE FROM POB-SECTION-LINE.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
           PERFORM 3200-SCREEN-ONE-ITEM THRU 3200-EXIT
               UNTIL END-OF-FILE.
           CLOSE ITEM-MASTER-FILE.
           WRITE PO-REPORT-LINE FROM POB-RULE-LINE.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER.
           READ ITEM-MASTER-FILE NEXT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-SCREEN-ONE-ITEM.
           ADD 1 TO POB-ITEM-READ-COUNT.
           IF ITEM-REORDER-POINT = ZERO
              OR ITEM-ON-HAND-QTY > ITEM-REORDER-POINT
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE ITEM-CODE TO POB-IL-ITEM-CODE.
           MOVE ITEM-DESCRIPTION TO POB-IL-DESCRIPTION.
           MOVE ITEM-CODE TO POB-SEARCH-CODE.
           PERFORM 2300-FIND-ON-ORDER-SLOT THRU 2300-EXIT.
           IF POB-OO-SLOT = ZERO
               MOVE ZERO TO POB-ON-ORDER
           ELSE
               MOVE POB-OO-QUANTITY (POB-OO-SLOT) TO POB-ON-ORDER
           END-IF.
           IF POB-ON-ORDER > ZERO
              AND ITEM-ON-HAND-QTY + POB-ON-ORDER > ITEM-REORDER-POINT
               ADD 1 TO POB-ON-ORDER-COUNT
               MOVE POB-ON-ORDER TO POB-EDIT-QTY
               MOVE SPACES TO POB-IL-REASON
               STRING "ALREADY ON ORDER - " POB-EDIT-QTY " DUE IN"
                   DELIMITED BY SIZE INTO POB-IL-REASON
               WRITE PO-REPORT-LINE FROM POB-ITEM-LINE
               GO TO 3200-READ-NEXT
           END-IF.
           IF ITEM-VENDOR-CODE = SPACES
               MOVE "NOT ORDERED - NO PREFERRED VENDOR"
                   TO POB-IL-REASON
               PERFORM 3900-LIST-NOT-ORDERED THRU 3900-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           IF ITEM-ORDER-QTY = ZERO
               MOVE "NOT ORDERED - NO ORDER QUANTITY"
                   TO POB-IL-REASON
               PERFORM 3900-LIST-NOT-ORDERED THRU 3900-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           IF POB-CAND-COUNT >= POB-CAND-MAX
               DISPLAY "PO-BUILD: MORE THAN 1000 REORDER CANDIDATES"
                   " - NOTHING ORDERED"
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           ADD 1 TO POB-CAND-COUNT.
           MOVE ITEM-CODE TO POB-CAND-ITEM-CODE (POB-CAND-COUNT).
           MOVE ITEM-DESCRIPTION
               TO POB-CAND-DESCRIPTION (POB-CAND-COUNT).
           MOVE ITEM-VENDOR-CODE TO POB-CAND-VENDOR (POB-CAND-COUNT).
           MOVE ITEM-ORDER-QTY TO POB-CAND-QUANTITY (POB-CAND-COUNT).
           MOVE "N" TO POB-CAND-DONE (POB-CAND-COUNT).
       3200-READ-NEXT.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3900-LIST-NOT-ORDERED.
           ADD 1 TO POB-NOT-ORDERED-COUNT.
           WRITE PO-REPORT-LINE FROM POB-ITEM-LINE.
       3900-EXIT.
           EXIT.

      *> Candidates are taken in master order; the first candidate
      *> for a vendor opens that vendor's PO and gathers every later
      *> candidate for the same vendor onto it as further lines.
       4000-RAISE-ORDERS.
           IF POB-CAND-COUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF VEND-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: CANNOT OPEN VENDOR-MASTER.DAT"
                   " STATUS " VEND-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           IF POB-PO-FILE-MISSING
               OPEN OUTPUT OPEN-PO-FILE
           ELSE
               OPEN EXTEND OPEN-PO-FILE
           END-IF.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: CANNOT OPEN OPEN-PO.DAT FOR OUTPUT"
                   " STATUS " PO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE "PURCHASE ORDERS RAISED" TO POB-SECTION-LINE.
           WRITE PO-REPORT-LINE FROM POB-SECTION-LINE.
           PERFORM 4100-RAISE-ONE-ORDER THRU 4100-EXIT
               VARYING POB-CAND-INDEX FROM 1 BY 1
               UNTIL POB-CAND-INDEX > POB-CAND-COUNT.
           CLOSE OPEN-PO-FILE.
           CLOSE VENDOR-MASTER-FILE.
       4000-EXIT.
           EXIT.

       4100-RAISE-ONE-ORDER.
           IF POB-CAND-DONE (POB-CAND-INDEX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           MOVE POB-CAND-VENDOR (POB-CAND-INDEX) TO VEND-CODE.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   SET POB-VENDOR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET POB-VENDOR-FOUND TO TRUE
           END-READ.
           IF POB-VENDOR-NOT-FOUND
               PERFORM 4300-LIST-UNKNOWN-VENDOR THRU 4300-EXIT
                   VARYING POB-CAND-MATCH FROM POB-CAND-INDEX BY 1
                   UNTIL POB-CAND-MATCH > POB-CAND-COUNT
               GO TO 4100-EXIT
           END-IF.
           IF POB-LAST-PO-NUMBER = 999999
               DISPLAY "PO-BUILD: PO NUMBERS EXHAUSTED - NO FURTHER"
                   " ORDERS RAISED"
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           ADD 1 TO POB-LAST-PO-NUMBER.
           ADD 1 TO POB-PO-COUNT.
           MOVE ZERO TO POB-LINE-NO.
           COMPUTE POB-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (POB-TODAY) + VEND-LEAD-DAYS).
           MOVE POB-LAST-PO-NUMBER TO POB-PH-PO-NUMBER.
           MOVE VEND-CODE TO POB-PH-VENDOR.
           MOVE VEND-NAME TO POB-PH-VENDOR-NAME.
           MOVE POB-TODAY TO POB-PH-ORDER-DATE.
           MOVE POB-DUE-DATE TO POB-PH-DUE-DATE.
           WRITE PO-REPORT-LINE FROM POB-PO-HEAD-LINE.
           PERFORM 4200-ADD-LINE-IF-VENDOR THRU 4200-EXIT
               VARYING POB-CAND-MATCH FROM POB-CAND-INDEX BY 1
               UNTIL POB-CAND-MATCH > POB-CAND-COUNT.
       4100-EXIT.
           EXIT.

       4200-ADD-LINE-IF-VENDOR.
           IF POB-CAND-DONE (POB-CAND-MATCH) = "Y"
              OR POB-CAND-VENDOR (POB-CAND-MATCH) NOT = VEND-CODE
               GO TO 4200-EXIT
           END-IF.
           MOVE "Y" TO POB-CAND-DONE (POB-CAND-MATCH).
           ADD 1 TO POB-LINE-NO.
           ADD 1 TO POB-LINE-COUNT.
           MOVE POB-LAST-PO-NUMBER TO PO-NUMBER.
           MOVE POB-LINE-NO TO PO-LINE-NO.
           MOVE VEND-CODE TO PO-VENDOR-CODE.
           MOVE POB-CAND-ITEM-CODE (POB-CAND-MATCH) TO PO-ITEM-CODE.
           MOVE POB-TODAY TO PO-ORDER-DATE.
           MOVE POB-DUE-DATE TO PO-DUE-DATE.
           MOVE POB-CAND-QUANTITY (POB-CAND-MATCH) TO PO-QTY-ORDERED.
           MOVE ZERO TO PO-QTY-RECEIVED.
           MOVE ZERO TO PO-LAST-RECEIPT-DATE.
           SET PO-LINE-OPEN TO TRUE.
           WRITE OPEN-PO-RECORD.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "PO-BUILD: OPEN-PO.DAT WRITE FAILED STATUS "
                   PO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE POB-LINE-NO TO POB-PL-LINE-NO.
           MOVE PO-ITEM-CODE TO POB-PL-ITEM-CODE.
           MOVE POB-CAND-DESCRIPTION (POB-CAND-MATCH)
               TO POB-PL-DESCRIPTION.
           MOVE PO-QTY-ORDERED TO POB-PL-QUANTITY.
           WRITE PO-REPORT-LINE FROM POB-PO-LINE.
       4200-EXIT.
           EXIT.

       4300-LIST-UNKNOWN-VENDOR.
           IF POB-CAND-DONE (POB-CAND-MATCH) = "Y"
              OR POB-CAND-VENDOR (POB-CAND-MATCH) NOT = VEND-CODE
               GO TO 4300-EXIT
           END-IF.
           MOVE "Y" TO POB-CAND-DONE (POB-CAND-MATCH).
           MOVE POB-CAND-ITEM-CODE (POB-CAND-MATCH)
               TO POB-IL-ITEM-CODE.
           MOVE POB-CAND-DESCRIPTION (POB-CAND-MATCH)
               TO POB-IL-DESCRIPTION.
           MOVE SPACES TO POB-IL-REASON.
           STRING "NOT ORDERED - VENDOR " VEND-CODE
               " NOT ON MASTER" DELIMITED BY SIZE INTO POB-IL-REASON.
           PERFORM 3900-LIST-NOT-ORDERED THRU 3900-EXIT.
       4300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE POB-PO-COUNT TO POB-SL-POS.
           MOVE POB-LINE-COUNT TO POB-SL-LINES.
           MOVE POB-ON-ORDER-COUNT TO POB-SL-ON-ORDER.
           MOVE POB-NOT-ORDERED-COUNT TO POB-SL-NOT-ORDERED.
           WRITE PO-REPORT-LINE FROM POB-RULE-LINE.
           WRITE PO-REPORT-LINE FROM POB-SUMMARY-LINE.
           DISPLAY POB-SUMMARY-LINE.
           CLOSE PO-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE POB-ITEM-READ-COUNT TO RJ-READ-COUNT.
           MOVE POB-LINE-COUNT TO RJ-WRITE-COUNT.
           MOVE POB-NOT-ORDERED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF POB-NOT-ORDERED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE POB-ITEM-READ-COUNT TO RJ-READ-COUNT.
           MOVE POB-LINE-COUNT TO RJ-WRITE-COUNT.
           MOVE POB-NOT-ORDERED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE POB-ITEM-READ-COUNT TO RJ-READ-COUNT.
           MOVE POB-LINE-COUNT TO RJ-WRITE-COUNT.
           MOVE POB-NOT-ORDERED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
