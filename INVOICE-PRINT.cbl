       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PRINT.
      *> Customer invoices. Reads the sales audit log SALES-LOG.DAT
      *> after the pricing run and prints to INVOICES.DAT one
      *> invoice for every customer order priced on the business
      *> date: the order number and date, the customer and the
      *> account name from the customer master (WALK-IN for an
      *> order taken without an account), the clerk and the tax
      *> jurisdiction, then one line per order line with the item's
      *> description from the item master, the quantity, the
      *> extended price, the line's discount, the net, the tax
      *> charged on the line and the line total, and closes with
      *> the order's totals -- the document the customer is handed
      *> instead of a pile of till slips.
      *> Pass the business date as YYYYMMDD on the command line;
      *> with no argument the run covers today. Only sale lines
      *> stamped with that date and carrying an order number are
      *> printed. SALES-EDIT passes an order's lines to the pricing
      *> job together and the pricing job logs them together, so an
      *> order is the run of consecutive log lines with the same
      *> run id and order number. A line the pricing chain refused
      *> (no stock, item gone from the master) was never logged and
      *> is not on the invoice, and the order's totals are the
      *> totals of the lines actually priced.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> file that will not open (a missing SALES-LOG.DAT included)
      *> ends the run with a console message, an IOER journal line
      *> and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG-FILE ASSIGN TO "SALES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  INVOICE-FILE.
       01  INVOICE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  LOG-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-LOG                  VALUE "Y".

       01  INV-DATE-ARG                PIC X(08).
       77  INV-DATE                    PIC 9(8).

       77  INV-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  INV-INVOICE-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  INV-LINE-COUNT              PIC 9(8) COMP VALUE ZERO.

      *> The order on the invoice being printed.
       01  INV-ORDER-SWITCH            PIC X(01) VALUE "N".
           88  INV-ORDER-OPEN              VALUE "Y".
       77  INV-CUR-RUN-ID              PIC X(08).
       77  INV-CUR-ORDER-NO            PIC 9(6).
       77  INV-ORD-GROSS               PIC 9(9)V99.
       77  INV-ORD-DISCOUNT            PIC 9(9)V99.
       77  INV-ORD-NET                 PIC 9(9)V99.
       77  INV-ORD-TAX                 PIC 9(9)V99.
       77  INV-ORD-TOTAL               PIC 9(9)V99.
       77  INV-GRAND-TOTAL             PIC 9(11)V99 VALUE ZERO.

      *> Master lookups through the shared subprograms.
       01  INV-CUST-NAME               PIC X(30).
       01  INV-CUST-CONTRACT-RATE      PIC 9V9999.
       01  INV-CUST-FOUND-SWITCH       PIC X(01).
           88  INV-CUST-FOUND              VALUE "Y".
       01  INV-CUST-CREDIT-LIMIT       PIC 9(7)V99.
       01  INV-CUST-BALANCE            PIC S9(7)V99.
       01  INV-CUST-TAX-EXEMPT-FLAG    PIC X(01).
       01  INV-CUST-EXEMPT-CERT-NO     PIC X(15).
       01  INV-CUST-EXEMPT-EXPIRY      PIC 9(8).
       01  INV-ITEM-DESCRIPTION        PIC X(30).
       01  INV-ITEM-UNIT-PRICE         PIC 9(5)V99.
       01  INV-ITEM-TAXABLE-FLAG       PIC X(01).
       01  INV-ITEM-UNIT-COST          PIC 9(5)V99.
       01  INV-ITEM-FOUND-SWITCH       PIC X(01).
           88  INV-ITEM-FOUND              VALUE "Y".

       01  INV-RULE-LINE               PIC X(132) VALUE ALL "-".
       01  INV-BLANK-LINE              PIC X(01) VALUE SPACE.

       01  INV-TITLE-LINE.
           05  FILLER                  PIC X(08) VALUE "INVOICE ".
           05  FILLER                  PIC X(10) VALUE "ORDER NO: ".
           05  INV-TL-ORDER-NO         PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
                   "  ORDER DATE: ".
           05  INV-TL-ORDER-DATE       PIC 9(8).
           05  FILLER                  PIC X(16) VALUE
                   "  INVOICE DATE: ".
           05  INV-TL-INVOICE-DATE     PIC 9(8).

       01  INV-CUSTOMER-LINE.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
           05  INV-CL-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  INV-CL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(09) VALUE "  CLERK: ".
           05  INV-CL-CLERK-ID         PIC X(04).
           05  FILLER                  PIC X(16) VALUE
                   "  JURISDICTION: ".
           05  INV-CL-JURIS-CODE       PIC X(04).

       01  INV-COLUMN-LINE.
           05  FILLER                  PIC X(16) VALUE
                   "LINE ITEM       ".
           05  FILLER                  PIC X(31) VALUE
                   "DESCRIPTION                    ".
           05  FILLER                  PIC X(07) VALUE "    QTY".
           05  FILLER                  PIC X(13) VALUE
                   "       AMOUNT".
           05  FILLER                  PIC X(13) VALUE
                   "     DISCOUNT".
           05  FILLER                  PIC X(13) VALUE
                   "          NET".
           05  FILLER                  PIC X(13) VALUE
                   "          TAX".
           05  FILLER                  PIC X(13) VALUE
                   "        TOTAL".

       01  INV-DETAIL-LINE.
           05  INV-DL-LINE-NO          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INV-DL-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  INV-DL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  INV-DL-QUANTITY         PIC Z(6)9.
           05  INV-DL-GROSS            PIC Z(9)9.99.
           05  INV-DL-DISCOUNT         PIC Z(9)9.99.
           05  INV-DL-NET              PIC Z(9)9.99.
           05  INV-DL-TAX              PIC Z(9)9.99.
           05  INV-DL-TOTAL            PIC Z(9)9.99.

       01  INV-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(38) VALUE
                   "ORDER TOTALS".
           05  INV-OT-GROSS            PIC Z(9)9.99.
           05  INV-OT-DISCOUNT         PIC Z(9)9.99.
           05  INV-OT-NET              PIC Z(9)9.99.
           05  INV-OT-TAX              PIC Z(9)9.99.
           05  INV-OT-TOTAL            PIC Z(9)9.99.

       01  INV-AMOUNT-DUE-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "AMOUNT DUE: ".
           05  INV-AD-AMOUNT           PIC Z(9)9.99.

       01  INV-SUMMARY-LINE.
           05  FILLER                  PIC X(24) VALUE
                   "INVOICE-PRINT  INVOICES:".
           05  INV-SL-INVOICES         PIC Z(7)9.
           05  FILLER                  PIC X(09) VALUE "  LINES: ".
           05  INV-SL-LINES            PIC Z(7)9.
           05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
           05  INV-SL-TOTAL            PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRINT-ONE-LOG-LINE THRU 2000-EXIT
               UNTIL END-OF-LOG.
           IF INV-ORDER-OPEN
               PERFORM 2300-CLOSE-THE-INVOICE THRU 2300-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT INV-DATE-ARG FROM COMMAND-LINE.
           IF INV-DATE-ARG = SPACES
               ACCEPT INV-DATE FROM DATE YYYYMMDD
           ELSE
               IF INV-DATE-ARG IS NUMERIC
                   MOVE INV-DATE-ARG TO INV-DATE
               ELSE
                   DISPLAY "INVOICE-PRINT: BAD DATE ARGUMENT "
                       INV-DATE-ARG " - EXPECTED YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "INVOICE-PRINT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN INPUT SALES-LOG-FILE.
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "INVOICE-PRINT: CANNOT OPEN"
                   " SALES-LOG.DAT STATUS " LOG-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT INVOICE-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "INVOICE-PRINT: CANNOT OPEN"
                   " INVOICES.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 1100-READ-LOG THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-LOG.
           READ SALES-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> A log line from before orders carried numbers has spaces
      *> in the order fields and is never an order line.
       2000-PRINT-ONE-LOG-LINE.
           ADD 1 TO INV-READ-COUNT.
           IF LOG-RUN-DATE NOT = INV-DATE
              OR NOT LOG-SALE
              OR LOG-ORDER-NO NOT NUMERIC
              OR LOG-ORDER-LINE NOT NUMERIC
              OR LOG-ORDER-DATE NOT NUMERIC
               GO TO 2000-READ-NEXT
           END-IF.
           IF LOG-ORDER-NO = ZERO
               GO TO 2000-READ-NEXT
           END-IF.
           IF INV-ORDER-OPEN
               IF LOG-RUN-ID NOT = INV-CUR-RUN-ID
                  OR LOG-ORDER-NO NOT = INV-CUR-ORDER-NO
                   PERFORM 2300-CLOSE-THE-INVOICE THRU 2300-EXIT
               END-IF
           END-IF.
           IF NOT INV-ORDER-OPEN
               PERFORM 2100-OPEN-THE-INVOICE THRU 2100-EXIT
           END-IF.
           PERFORM 2200-PRINT-ORDER-LINE THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 1100-READ-LOG THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-OPEN-THE-INVOICE.
           SET INV-ORDER-OPEN TO TRUE.
           MOVE LOG-RUN-ID TO INV-CUR-RUN-ID.
           MOVE LOG-ORDER-NO TO INV-CUR-ORDER-NO.
           MOVE ZERO TO INV-ORD-GROSS.
           MOVE ZERO TO INV-ORD-DISCOUNT.
           MOVE ZERO TO INV-ORD-NET.
           MOVE ZERO TO INV-ORD-TAX.
           MOVE ZERO TO INV-ORD-TOTAL.
           ADD 1 TO INV-INVOICE-COUNT.
           MOVE LOG-ORDER-NO TO INV-TL-ORDER-NO.
           MOVE LOG-ORDER-DATE TO INV-TL-ORDER-DATE.
           MOVE LOG-RUN-DATE TO INV-TL-INVOICE-DATE.
           MOVE LOG-CUST-CODE TO INV-CL-CUST-CODE.
           IF LOG-CUST-CODE = SPACES
               MOVE "WALK-IN" TO INV-CL-CUST-NAME
           ELSE
               CALL "SALES-CUST-SUB" USING LOG-CUST-CODE,
                   INV-CUST-NAME, INV-CUST-CONTRACT-RATE,
                   INV-CUST-FOUND-SWITCH, INV-CUST-CREDIT-LIMIT,
                   INV-CUST-BALANCE, INV-CUST-TAX-EXEMPT-FLAG,
                   INV-CUST-EXEMPT-CERT-NO, INV-CUST-EXEMPT-EXPIRY
               IF INV-CUST-FOUND
                   MOVE INV-CUST-NAME TO INV-CL-CUST-NAME
               ELSE
                   MOVE "*** NOT ON CUSTOMER MASTER ***"
                       TO INV-CL-CUST-NAME
               END-IF
           END-IF.
           MOVE LOG-CLERK-ID TO INV-CL-CLERK-ID.
           MOVE LOG-JURIS-CODE TO INV-CL-JURIS-CODE.
           WRITE INVOICE-LINE FROM INV-RULE-LINE.
           WRITE INVOICE-LINE FROM INV-TITLE-LINE.
           WRITE INVOICE-LINE FROM INV-CUSTOMER-LINE.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.
           WRITE INVOICE-LINE FROM INV-COLUMN-LINE.
       2100-EXIT.
           EXIT.

       2200-PRINT-ORDER-LINE.
           ADD 1 TO INV-LINE-COUNT.
           CALL "SALES-ITEM-SUB" USING LOG-ITEM-CODE,
               INV-ITEM-DESCRIPTION, INV-ITEM-UNIT-PRICE,
               INV-ITEM-TAXABLE-FLAG, INV-ITEM-FOUND-SWITCH,
               INV-ITEM-UNIT-COST.
           IF INV-ITEM-FOUND
               MOVE INV-ITEM-DESCRIPTION TO INV-DL-DESCRIPTION
           ELSE
               MOVE "*** NOT ON ITEM MASTER ***"
                   TO INV-DL-DESCRIPTION
           END-IF.
           MOVE LOG-ORDER-LINE TO INV-DL-LINE-NO.
           MOVE LOG-ITEM-CODE TO INV-DL-ITEM-CODE.
           MOVE LOG-QUANTITY TO INV-DL-QUANTITY.
           MOVE LOG-PRICE TO INV-DL-GROSS.
           MOVE LOG-DISCOUNT-AMOUNT TO INV-DL-DISCOUNT.
           MOVE LOG-FINAL-PRICE TO INV-DL-NET.
           MOVE LOG-TAX-AMOUNT TO INV-DL-TAX.
           MOVE LOG-GRAND-TOTAL TO INV-DL-TOTAL.
           WRITE INVOICE-LINE FROM INV-DETAIL-LINE.
           ADD LOG-PRICE TO INV-ORD-GROSS.
           ADD LOG-DISCOUNT-AMOUNT TO INV-ORD-DISCOUNT.
           ADD LOG-FINAL-PRICE TO INV-ORD-NET.
           ADD LOG-TAX-AMOUNT TO INV-ORD-TAX.
           ADD LOG-GRAND-TOTAL TO INV-ORD-TOTAL.
       2200-EXIT.
           EXIT.

       2300-CLOSE-THE-INVOICE.
           MOVE INV-ORD-GROSS TO INV-OT-GROSS.
           MOVE INV-ORD-DISCOUNT TO INV-OT-DISCOUNT.
           MOVE INV-ORD-NET TO INV-OT-NET.
           MOVE INV-ORD-TAX TO INV-OT-TAX.
           MOVE INV-ORD-TOTAL TO INV-OT-TOTAL.
           MOVE INV-ORD-TOTAL TO INV-AD-AMOUNT.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.
           WRITE INVOICE-LINE FROM INV-TOTAL-LINE.
           WRITE INVOICE-LINE FROM INV-AMOUNT-DUE-LINE.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.
           ADD INV-ORD-TOTAL TO INV-GRAND-TOTAL.
           MOVE "N" TO INV-ORDER-SWITCH.
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE INV-INVOICE-COUNT TO INV-SL-INVOICES.
           MOVE INV-LINE-COUNT TO INV-SL-LINES.
           MOVE INV-GRAND-TOTAL TO INV-SL-TOTAL.
           DISPLAY INV-SUMMARY-LINE.
           CLOSE SALES-LOG-FILE.
           CLOSE INVOICE-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE INV-READ-COUNT TO RJ-READ-COUNT.
           MOVE INV-LINE-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE INV-READ-COUNT TO RJ-READ-COUNT.
           MOVE INV-LINE-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
