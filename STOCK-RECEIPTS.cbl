      *> clipboard. Every receipt is listed, booked or skipped with
      *> its reason, to STOCK-RECEIPTS-REPORT.DAT so the dock can
      *> check the day's bookings against the paperwork.
      *> A receipt may also carry the unit cost off the supplier's
      *> invoice. A costed receipt is booked through SALES-STOCK-SUB
      *> at that cost, which moves the item's unit cost to the
      *> weighted average of the stock on hand and the delivery; a
      *> receipt with the cost left blank is booked without
      *> touching the item's cost, and one whose cost is not a
      *> positive amount is skipped so a keying slip cannot write a
      *> wrong cost into the master.
      *> Each receipt may name the PO it was shipped against. The
      *> receipt is matched to the first open line on that PO for
      *> the same item on OPEN-PO.DAT: the quantity is added to the
      *> line's received figure, a line received in full is closed,
      *> and a short shipment leaves the line open for the balance.
      *> Goods that arrive are always booked to on-hand -- they are
      *> on the dock whatever the paperwork says -- but a receipt
      *> with no PO, naming a PO that is not on file, or for an item
      *> the PO has no open line for, and a receipt that takes a
      *> line over its ordered quantity, are flagged on the listing
      *> and counted on the summary for purchasing to chase.
      *> Stock that account customers are waiting for goes to them
      *> before it goes to the shelf. Once a receipt is booked, its
      *> quantity is allocated to the item's open backorders on
      *> BACKORDER.DAT oldest sale first, each backorder taking what
      *> it is still owed until the receipt runs out, and what is
      *> allocated is relieved from on-hand again through
      *> SALES-STOCK-SUB as it leaves for the customer, so only the
      *> remainder stays on the shelf. Every allocation is listed
      *> on BACKORDER-RELEASE.DAT, the warehouse's pick list for the
      *> backordered goods, with the customer, the sale, the
      *> quantity released and what the backorder is still owed; a
      *> backorder owed nothing more is closed as filled. The
      *> booking listing shows how much of each receipt went to
      *> backorders. Should the released goods fail to come off
      *> on-hand again, the backorders stay released -- the goods
      *> have gone to the customers -- but the receipt is marked
      *> "BO RELEASE NOT RELIEVED" on the listing and counted on
      *> the release list for the stock figure to be corrected by
      *> hand. A backorder owes what was short less what has been
      *> released to it and what returns of the sale cancelled.
      *> A missing input file is treated as "nothing received
      *> today", a missing OPEN-PO.DAT as "no POs on file", and a
      *> missing BACKORDER.DAT as "nothing on backorder".
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 4 when any receipt had to be
      *> skipped, was flagged as an over-receipt or as having no
      *> PO, or released goods to backorders that could not be
      *> relieved from on-hand, 12 when a file would not open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPTS-IN-FILE ASSIGN TO "STOCK-RECEIPTS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-IN-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS BO-FILE-STATUS.
           SELECT RECEIPTS-REPORT-FILE
               ASSIGN TO "STOCK-RECEIPTS-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT RELEASE-LIST-FILE
               ASSIGN TO "BACKORDER-RELEASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RCP-QUANTITY REDEFINES RCP-QUANTITY-X
                                       PIC 9(5).
           05  RCP-REFERENCE           PIC X(10).
           05  RCP-PO-NUMBER-X         PIC X(06).
           05  RCP-PO-NUMBER REDEFINES RCP-PO-NUMBER-X
                                       PIC 9(6).
           05  RCP-UNIT-COST-X         PIC X(07).
           05  RCP-UNIT-COST REDEFINES RCP-UNIT-COST-X
                                       PIC 9(5)V99.

       FD  OPEN-PO-FILE.
       COPY 'open-po.cpy'. *> Imports the open-PO layout

       FD  BACKORDER-FILE.
       COPY 'backorder.cpy'. *> Imports the backorder layout

       FD  RECEIPTS-REPORT-FILE.
       01  RECEIPTS-REPORT-LINE        PIC X(120).

       FD  RELEASE-LIST-FILE.
       01  RELEASE-LIST-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  RECEIPTS-IN-FILE-STATUS     PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  PO-FILE-STATUS              PIC X(02).
       77  BO-FILE-STATUS              PIC X(02).
       77  REL-FILE-STATUS             PIC X(02).
       77  RCP-TODAY                   PIC 9(8).

       01  RCP-PO-FILE-SWITCH          PIC X(01) VALUE "N".
           88  RCP-PO-FILE-OPEN            VALUE "Y".

       01  RCP-BO-FILE-SWITCH          PIC X(01) VALUE "N".
           88  RCP-BO-FILE-OPEN            VALUE "Y".

       01  RCP-RELIEVE-SWITCH          PIC X(01).
           88  RCP-RELIEVE-FAILED          VALUE "Y".

       01  RCP-BO-SEARCH-SWITCH        PIC X(01).
           88  RCP-BO-SEARCH-ENDED         VALUE "Y".

       01  RCP-LINE-SWITCH             PIC X(01).
           88  RCP-LINE-FOUND              VALUE "Y".
           88  RCP-LINE-NOT-FOUND          VALUE "N".
           88  RCP-PO-NOT-FOUND            VALUE "P".

       01  RCP-SEARCH-SWITCH           PIC X(01).
           88  RCP-SEARCH-ENDED            VALUE "Y".

       77  RCP-LINE-NO                 PIC 9(3).
       77  RCP-OUTSTANDING             PIC 9(5).
       77  RCP-EXCESS                  PIC 9(5).
       77  RCP-EDIT-QTY                PIC Z(4)9.
       77  RCP-TO-ALLOCATE             PIC 9(5).
       77  RCP-ALLOCATED               PIC 9(5).
       77  RCP-BO-OWED                 PIC 9(5).
       77  RCP-BO-RELEASE              PIC 9(5).
       77  STOCK-SHORT-QTY             PIC 9(5).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-RECEIPTS             VALUE "Y".
       77  RCP-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  RCP-BOOKED-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  RCP-SKIPPED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  RCP-MATCHED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  RCP-NO-PO-COUNT             PIC 9(8) COMP VALUE ZERO.
       77  RCP-OVER-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  RCP-RELEASE-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  RCP-RELEASE-UNITS           PIC 9(8) COMP VALUE ZERO.
       77  RCP-UNRELIEVED-COUNT        PIC 9(8) COMP VALUE ZERO.
       77  STOCK-ACTION                PIC X(01).
       77  STOCK-STATUS                PIC X(01).

       01  RCP-HEADING-LINE            PIC X(40) VALUE
               "STOCK RECEIPTS BOOKING LISTING".
       01  RCP-RULE-LINE               PIC X(80) VALUE ALL "-".

       01  RCP-DETAIL-LINE.
           05  FILLER                  PIC X(06) VALUE "ITEM ".
           05  RCP-DL-QUANTITY         PIC X(05).
           05  FILLER                  PIC X(06) VALUE "  REF ".
           05  RCP-DL-REFERENCE        PIC X(10).
           05  FILLER                  PIC X(05) VALUE "  PO ".
           05  RCP-DL-PO-NUMBER        PIC X(06).
           05  FILLER                  PIC X(07) VALUE "  COST ".
           05  RCP-DL-UNIT-COST        PIC X(07).
           05  FILLER                  PIC X(05) VALUE "  BO ".
           05  RCP-DL-RELEASED         PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  RCP-DL-DISPOSITION      PIC X(40).

       01  RCP-SUMMARY-LINE.
           05  FILLER                  PIC X(07) VALUE "READ: ".
           05  RCP-SL-BOOKED           PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  SKIPPED:".
           05  RCP-SL-SKIPPED          PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  MATCHED:".
           05  RCP-SL-MATCHED          PIC Z(7)9.
           05  FILLER                  PIC X(08) VALUE "  NO PO:".
           05  RCP-SL-NO-PO            PIC Z(7)9.
           05  FILLER                  PIC X(07) VALUE "  OVER:".
           05  RCP-SL-OVER             PIC Z(7)9.

       01  REL-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
                   "BACKORDER RELEASE LIST FOR RECEIPTS ".
           05  REL-HL-DATE             PIC 9(8).

       01  REL-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(27) VALUE
                   "SOLD ON RUN".
           05  FILLER                  PIC X(12) VALUE "ORDER/LINE".
           05  FILLER                  PIC X(07) VALUE "RELEASE".
           05  FILLER                  PIC X(08) VALUE "  STILL".
           05  FILLER                  PIC X(05) VALUE "  REF".

       01  REL-DETAIL-LINE.
           05  REL-DT-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DT-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DT-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DT-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  REL-DT-SEQ              PIC 9(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DT-ORDER-NO         PIC 9(6).
           05  FILLER                  PIC X(01) VALUE "/".
           05  REL-DT-ORDER-LINE       PIC 9(3).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  REL-DT-RELEASE          PIC Z(4)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  REL-DT-STILL-OWED       PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  REL-DT-REFERENCE        PIC X(10).

       01  REL-SUMMARY-LINE.
           05  FILLER                  PIC X(10) VALUE "RELEASES: ".
           05  REL-SL-COUNT            PIC Z(7)9.
           05  FILLER                  PIC X(09) VALUE "  UNITS: ".
           05  REL-SL-UNITS            PIC Z(7)9.
           05  FILLER                  PIC X(16) VALUE
                   "  NOT RELIEVED: ".
           05  REL-SL-UNRELIEVED       PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RCP-TODAY FROM DATE YYYYMMDD.
           MOVE "STOCK-RECEIPTS" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN I-O OPEN-PO-FILE.
           IF PO-FILE-STATUS = "00"
               SET RCP-PO-FILE-OPEN TO TRUE
           ELSE
               IF PO-FILE-STATUS NOT = "35"
                   DISPLAY "STOCK-RECEIPTS: CANNOT OPEN OPEN-PO.DAT"
                       " STATUS " PO-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT RECEIPTS-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "STOCK-RECEIPTS: CANNOT OPEN"
                   RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN I-O BACKORDER-FILE.
           IF BO-FILE-STATUS = "00"
               SET RCP-BO-FILE-OPEN TO TRUE
           ELSE
               IF BO-FILE-STATUS NOT = "35"
                   DISPLAY "STOCK-RECEIPTS: CANNOT OPEN BACKORDER.DAT"
                       " STATUS " BO-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT RELEASE-LIST-FILE.
           IF REL-FILE-STATUS NOT = "00"
               DISPLAY "STOCK-RECEIPTS: CANNOT OPEN"
                   " BACKORDER-RELEASE.DAT STATUS " REL-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           WRITE RECEIPTS-REPORT-LINE FROM RCP-HEADING-LINE.
           WRITE RECEIPTS-REPORT-LINE FROM RCP-RULE-LINE.
           MOVE RCP-TODAY TO REL-HL-DATE.
           WRITE RELEASE-LIST-LINE FROM REL-HEADING-LINE.
           WRITE RELEASE-LIST-LINE FROM RCP-RULE-LINE.
           WRITE RELEASE-LIST-LINE FROM REL-COLUMN-LINE.
           IF NOT END-OF-RECEIPTS
               PERFORM 1100-READ-RECEIPT THRU 1100-EXIT
           END-IF.
           MOVE RCP-ITEM-CODE TO RCP-DL-ITEM-CODE.
           MOVE RCP-QUANTITY-X TO RCP-DL-QUANTITY.
           MOVE RCP-REFERENCE TO RCP-DL-REFERENCE.
           MOVE RCP-PO-NUMBER-X TO RCP-DL-PO-NUMBER.
           MOVE RCP-UNIT-COST-X TO RCP-DL-UNIT-COST.
           MOVE ZERO TO RCP-DL-RELEASED.
           MOVE "N" TO RCP-RELIEVE-SWITCH.
           IF RCP-QUANTITY-X NOT NUMERIC OR RCP-QUANTITY = ZERO
               MOVE "SKIPPED - BAD QUANTITY" TO RCP-DL-DISPOSITION
               ADD 1 TO RCP-SKIPPED-COUNT
               PERFORM 1100-READ-RECEIPT THRU 1100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF RCP-UNIT-COST-X = SPACES
               MOVE "P" TO STOCK-ACTION
               MOVE ZERO TO RCP-UNIT-COST
           ELSE
               IF RCP-UNIT-COST-X NOT NUMERIC
                  OR RCP-UNIT-COST = ZERO
                   MOVE "SKIPPED - BAD COST" TO RCP-DL-DISPOSITION
                   ADD 1 TO RCP-SKIPPED-COUNT
                   WRITE RECEIPTS-REPORT-LINE FROM RCP-DETAIL-LINE
                   PERFORM 1100-READ-RECEIPT THRU 1100-EXIT
                   GO TO 2000-EXIT
               END-IF
               MOVE "C" TO STOCK-ACTION
           END-IF.
           CALL "SALES-STOCK-SUB" USING RCP-ITEM-CODE,
               RCP-QUANTITY, STOCK-ACTION, STOCK-STATUS,
               RCP-UNIT-COST, STOCK-SHORT-QTY.
           IF STOCK-STATUS = "Y"
               MOVE "BOOKED" TO RCP-DL-DISPOSITION
               ADD 1 TO RCP-BOOKED-COUNT
               PERFORM 4000-FILL-BACKORDERS THRU 4000-EXIT
               PERFORM 3000-MATCH-TO-PO THRU 3000-EXIT
               IF RCP-RELIEVE-FAILED
                   MOVE "BOOKED - BO RELEASE NOT RELIEVED"
                       TO RCP-DL-DISPOSITION
               END-IF
           ELSE
               IF STOCK-STATUS = "N"
                   MOVE "SKIPPED - ITEM NOT ON MASTER"
       2000-EXIT.
           EXIT.

      *> The booked receipt is matched to its PO. The lines of a PO
      *> are numbered from 001 without gaps, so reading them by key
      *> until a number is not on file visits every line the PO has.
       3000-MATCH-TO-PO.
           IF RCP-PO-NUMBER-X = SPACES
              OR RCP-PO-NUMBER-X NOT NUMERIC
              OR NOT RCP-PO-FILE-OPEN
               MOVE "BOOKED - NO PO" TO RCP-DL-DISPOSITION
               ADD 1 TO RCP-NO-PO-COUNT
               GO TO 3000-EXIT
           END-IF.
           SET RCP-PO-NOT-FOUND TO TRUE.
           MOVE "N" TO RCP-SEARCH-SWITCH.
           MOVE ZERO TO RCP-LINE-NO.
           PERFORM 3100-READ-NEXT-PO-LINE THRU 3100-EXIT
               UNTIL RCP-LINE-FOUND OR RCP-SEARCH-ENDED.
           IF RCP-PO-NOT-FOUND
               MOVE "BOOKED - NO PO (PO NOT ON FILE)"
                   TO RCP-DL-DISPOSITION
               ADD 1 TO RCP-NO-PO-COUNT
               GO TO 3000-EXIT
           END-IF.
           IF RCP-LINE-NOT-FOUND
               MOVE "BOOKED - NO PO (NO OPEN LINE FOR ITEM)"
                   TO RCP-DL-DISPOSITION
               ADD 1 TO RCP-NO-PO-COUNT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-RECEIVE-AGAINST-LINE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *> Reads the next line of the receipt's PO. The search ends at
      *> the first line number not on file.
       3100-READ-NEXT-PO-LINE.
           ADD 1 TO RCP-LINE-NO.
           MOVE RCP-PO-NUMBER TO PO-NUMBER.
           MOVE RCP-LINE-NO TO PO-LINE-NO.
           READ OPEN-PO-FILE
               INVALID KEY
                   SET RCP-SEARCH-ENDED TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF RCP-PO-NOT-FOUND
               SET RCP-LINE-NOT-FOUND TO TRUE
           END-IF.
           IF PO-LINE-OPEN AND PO-ITEM-CODE = RCP-ITEM-CODE
               SET RCP-LINE-FOUND TO TRUE
           END-IF.
           IF RCP-LINE-NO = 999
               SET RCP-SEARCH-ENDED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-RECEIVE-AGAINST-LINE.
           ADD 1 TO RCP-MATCHED-COUNT.
           COMPUTE RCP-OUTSTANDING =
               PO-QTY-ORDERED - PO-QTY-RECEIVED.
           ADD RCP-QUANTITY TO PO-QTY-RECEIVED.
           MOVE RCP-TODAY TO PO-LAST-RECEIPT-DATE.
           IF RCP-QUANTITY < RCP-OUTSTANDING
               SUBTRACT RCP-QUANTITY FROM RCP-OUTSTANDING
               MOVE RCP-OUTSTANDING TO RCP-EDIT-QTY
               MOVE SPACES TO RCP-DL-DISPOSITION
               STRING "BOOKED - PARTIAL, " RCP-EDIT-QTY " STILL OPEN"
                   DELIMITED BY SIZE INTO RCP-DL-DISPOSITION
           ELSE
               SET PO-LINE-CLOSED TO TRUE
               IF RCP-QUANTITY = RCP-OUTSTANDING
                   MOVE "BOOKED - PO LINE CLOSED"
                       TO RCP-DL-DISPOSITION
               ELSE
                   COMPUTE RCP-EXCESS = RCP-QUANTITY - RCP-OUTSTANDING
                   MOVE RCP-EXCESS TO RCP-EDIT-QTY
                   MOVE SPACES TO RCP-DL-DISPOSITION
                   STRING "BOOKED - OVER-RECEIPT BY " RCP-EDIT-QTY
                       DELIMITED BY SIZE INTO RCP-DL-DISPOSITION
                   ADD 1 TO RCP-OVER-COUNT
               END-IF
           END-IF.
           REWRITE OPEN-PO-RECORD.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "STOCK-RECEIPTS: OPEN-PO.DAT REWRITE FAILED"
                   " STATUS " PO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      *> The booked receipt is allocated to the item's open
      *> backorders. The file is keyed by item and then by the run
      *> stamp of the sale, so reading on from the item's first key
      *> visits its backorders oldest first.
       4000-FILL-BACKORDERS.
           IF NOT RCP-BO-FILE-OPEN
               GO TO 4000-EXIT
           END-IF.
           MOVE RCP-QUANTITY TO RCP-TO-ALLOCATE.
           MOVE ZERO TO RCP-ALLOCATED.
           MOVE RCP-ITEM-CODE TO BO-ITEM-CODE.
           MOVE ZERO TO BO-ORIG-RUN-DATE.
           MOVE LOW-VALUES TO BO-ORIG-RUN-ID.
           MOVE ZERO TO BO-ORIG-SEQ.
           START BACKORDER-FILE KEY IS NOT < BO-KEY
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           MOVE "N" TO RCP-BO-SEARCH-SWITCH.
           PERFORM 4100-FILL-NEXT-BACKORDER THRU 4100-EXIT
               UNTIL RCP-BO-SEARCH-ENDED OR RCP-TO-ALLOCATE = ZERO.
           IF RCP-ALLOCATED = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE RCP-ALLOCATED TO RCP-DL-RELEASED.
      *> The released goods leave for the customers as they come
      *> off the dock, so they are relieved from on-hand again.
           MOVE "R" TO STOCK-ACTION.
           CALL "SALES-STOCK-SUB" USING RCP-ITEM-CODE,
               RCP-ALLOCATED, STOCK-ACTION, STOCK-STATUS,
               RCP-UNIT-COST, STOCK-SHORT-QTY.
           IF STOCK-STATUS NOT = "Y"
               DISPLAY "STOCK-RECEIPTS: ON-HAND NOT RELIEVED FOR"
                   " BACKORDER RELEASE OF " RCP-ITEM-CODE
                   " STATUS " STOCK-STATUS
               SET RCP-RELIEVE-FAILED TO TRUE
               ADD 1 TO RCP-UNRELIEVED-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-FILL-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT
               AT END
                   SET RCP-BO-SEARCH-ENDED TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF BO-ITEM-CODE NOT = RCP-ITEM-CODE
               SET RCP-BO-SEARCH-ENDED TO TRUE
               GO TO 4100-EXIT
           END-IF.
           IF NOT BO-OPEN
               GO TO 4100-EXIT
           END-IF.
           COMPUTE RCP-BO-OWED =
               BO-QTY - BO-QTY-RELEASED - BO-QTY-CANCELLED.
           IF RCP-BO-OWED > RCP-TO-ALLOCATE
               MOVE RCP-TO-ALLOCATE TO RCP-BO-RELEASE
           ELSE
               MOVE RCP-BO-OWED TO RCP-BO-RELEASE
           END-IF.
           ADD RCP-BO-RELEASE TO BO-QTY-RELEASED.
           SUBTRACT RCP-BO-RELEASE FROM RCP-TO-ALLOCATE.
           SUBTRACT RCP-BO-RELEASE FROM RCP-BO-OWED.
           ADD RCP-BO-RELEASE TO RCP-ALLOCATED.
           MOVE RCP-TODAY TO BO-LAST-RELEASE-DATE.
           IF RCP-BO-OWED = ZERO
               SET BO-FILLED TO TRUE
           END-IF.
           REWRITE BACKORDER-RECORD.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "STOCK-RECEIPTS: BACKORDER.DAT REWRITE FAILED"
                   " STATUS " BO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           ADD 1 TO RCP-RELEASE-COUNT.
           ADD RCP-BO-RELEASE TO RCP-RELEASE-UNITS.
           MOVE BO-ITEM-CODE TO REL-DT-ITEM-CODE.
           MOVE BO-CUST-CODE TO REL-DT-CUST-CODE.
           MOVE BO-ORIG-RUN-DATE TO REL-DT-RUN-DATE.
           MOVE BO-ORIG-RUN-ID TO REL-DT-RUN-ID.
           MOVE BO-ORIG-SEQ TO REL-DT-SEQ.
           MOVE BO-ORDER-NO TO REL-DT-ORDER-NO.
           MOVE BO-ORDER-LINE TO REL-DT-ORDER-LINE.
           MOVE RCP-BO-RELEASE TO REL-DT-RELEASE.
           MOVE RCP-BO-OWED TO REL-DT-STILL-OWED.
           MOVE RCP-REFERENCE TO REL-DT-REFERENCE.
           WRITE RELEASE-LIST-LINE FROM REL-DETAIL-LINE.
       4100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE RCP-READ-COUNT TO RCP-SL-READ.
           MOVE RCP-BOOKED-COUNT TO RCP-SL-BOOKED.
           MOVE RCP-SKIPPED-COUNT TO RCP-SL-SKIPPED.
           MOVE RCP-MATCHED-COUNT TO RCP-SL-MATCHED.
           MOVE RCP-NO-PO-COUNT TO RCP-SL-NO-PO.
           MOVE RCP-OVER-COUNT TO RCP-SL-OVER.
           WRITE RECEIPTS-REPORT-LINE FROM RCP-RULE-LINE.
           WRITE RECEIPTS-REPORT-LINE FROM RCP-SUMMARY-LINE.
           DISPLAY RCP-SUMMARY-LINE.
           MOVE RCP-RELEASE-COUNT TO REL-SL-COUNT.
           MOVE RCP-RELEASE-UNITS TO REL-SL-UNITS.
           MOVE RCP-UNRELIEVED-COUNT TO REL-SL-UNRELIEVED.
           WRITE RELEASE-LIST-LINE FROM RCP-RULE-LINE.
           WRITE RELEASE-LIST-LINE FROM REL-SUMMARY-LINE.
           DISPLAY REL-SUMMARY-LINE.
           IF RECEIPTS-IN-FILE-STATUS = "00"
               CLOSE RECEIPTS-IN-FILE
           END-IF.
           IF RCP-PO-FILE-OPEN
               CLOSE OPEN-PO-FILE
           END-IF.
           IF RCP-BO-FILE-OPEN
               CLOSE BACKORDER-FILE
           END-IF.
           CLOSE RECEIPTS-REPORT-FILE.
           CLOSE RELEASE-LIST-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE RCP-READ-COUNT TO RJ-READ-COUNT.
           MOVE RCP-SKIPPED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF RCP-SKIPPED-COUNT > ZERO
              OR RCP-NO-PO-COUNT > ZERO
              OR RCP-OVER-COUNT > ZERO
              OR RCP-UNRELIEVED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
