      *> SALES-EDIT should have rejected it upstream, so reaching
      *> one here means the master or table changed between the edit
      *> and this run.
      *> The lines of a customer order reach this program as
      *> ordinary sale records -- SALES-EDIT passes an order only
      *> when every line is clean, copying the header's customer,
      *> clerk and jurisdiction onto each line -- and are priced
      *> one by one through the same chain. Each line's order
      *> number, line number and order date are carried onto its
      *> audit-log line for INVOICE-PRINT.
      *> An account holding a tax-exemption certificate in date on
      *> the pricing date is charged no tax, and the log line is
      *> flagged exempt with the certificate number.
      *> A sale to an account customer ships only what the shelf
      *> holds: the whole quantity is priced and logged, but any
      *> part the stock cannot cover is put on backorder through
      *> BACKORDER-SUB against the log line, for STOCK-RECEIPTS to
      *> fill when the goods arrive. A walk-in sale relieves the
      *> full quantity as it always has.
      *> A return of an account sale cancels first whatever of it
      *> is still owed on its backorder -- goods that never left --
      *> and puts back on the shelf only the part that shipped.
      *> Every log line is posted to the accounting month of the
      *> run date -- unless PERIOD-CLOSE has already closed that
      *> month, when the whole run is posted to the open month
      *> after the last one closed as a prior-period adjustment
      *> and the console says so. A period register that cannot be
      *> read ends the run like any other file that will not open.
      *>
      *> Pass "RESTART" as the command-line argument to resume a run
      *> that abended partway through: the checkpoint written to
           SELECT PROMO-TABLE-FILE ASSIGN TO "PROMO-TABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMO-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TXN-ORIG-RUN-ID         PIC X(08).
           05  TXN-ORIG-SEQ            PIC 9(6).
           05  TXN-CLERK-ID            PIC X(04).
      *> On a line of a customer order, the order number, the
      *> line's number within it and the order date, which ride
      *> onto the audit log for the invoice job. Zeros on a sale
      *> or return keyed as a single transaction.
           05  TXN-ORDER-NO            PIC 9(6).
           05  TXN-ORDER-LINE          PIC 9(3).
           05  TXN-ORDER-DATE          PIC 9(8).
      *> The tender and till shift, resolved by SALES-EDIT, which
      *> ride onto the audit log for drawer balancing.
           05  TXN-TENDER-TYPE         PIC X(01).
           05  TXN-SHIFT               PIC X(01).
           05  FILLER                  PIC X(01).

       FD  SALES-LOG-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout
       FD  PROMO-TABLE-FILE.
       COPY 'promo-file.cpy'. *> Imports the promo-price layout

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'discount.cpy'. *> Imports data definitions
       COPY 'run-stamp.cpy'. *> Imports the audit-log run stamp
       COPY 'promo-table.cpy'. *> Imports the promo-price table
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'return-auth.cpy'. *> Imports the return-match parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS         VALUE "Y".
       77  CKPT-FILE-STATUS            PIC X(02).
       77  STOCK-ACTION                PIC X(01).
       77  STOCK-STATUS                PIC X(01).
       77  STOCK-UNIT-COST             PIC 9(5)V99 VALUE ZERO.
       77  STOCK-SHORT-QTY             PIC 9(5).
       77  STOCK-MOVE-QTY              PIC 9(5).
       COPY 'backorder-post.cpy'. *> Imports the backorder parameters

       PROCEDURE DIVISION.
       0000-MAIN.
           END-IF.
           PERFORM 3600-LOAD-TAX-TABLE THRU 3600-EXIT.
           PERFORM 3800-LOAD-PROMO-TABLE THRU 3800-EXIT.
           MOVE ZERO TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE RUN-DATE (1:6) TO PRD-RUN-MONTH.
           PERFORM 4900-RESOLVE-POST-PERIOD THRU 4900-EXIT.
           IF PRD-ADJUSTMENT
               DISPLAY "SALES-CALCULATOR2: " RUN-DATE " IS IN A CLOSED"
                   " PERIOD - POSTING TO " PRD-POST-PERIOD
           END-IF.
           IF WS-RESTART-MODE
               PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT
               PERFORM 1300-SKIP-PROCESSED THRU 1300-EXIT
           END-IF.
           CALL "SALES-ITEM-SUB" USING TXN-ITEM-CODE,
               ITEM-DESCRIPTION, ITEM-UNIT-PRICE,
               ITEM-TAXABLE-FLAG, ITEM-FOUND-SWITCH, ITEM-UNIT-COST.
           IF ITEM-NOT-FOUND
               DISPLAY "UNKNOWN ITEM CODE SKIPPED: " TXN-ITEM-CODE
               ADD 1 TO SKIPPED-COUNTER
           MOVE "N" TO CUST-FOUND-SWITCH.
           IF TXN-CUST-CODE NOT = SPACES
               CALL "SALES-CUST-SUB" USING TXN-CUST-CODE,
                   CUST-NAME, CUST-CONTRACT-RATE, CUST-FOUND-SWITCH,
                   CUST-CREDIT-LIMIT, CUST-BALANCE,
                   CUST-TAX-EXEMPT-FLAG, CUST-EXEMPT-CERT-NO,
                   CUST-EXEMPT-EXPIRY
               IF CUST-NOT-FOUND
                   DISPLAY "UNKNOWN CUSTOMER CODE SKIPPED: "
                       TXN-CUST-CODE
           MOVE TXN-ORIG-RUN-DATE TO RA-ORIG-RUN-DATE.
           MOVE TXN-ORIG-RUN-ID   TO RA-ORIG-RUN-ID.
           MOVE TXN-ORIG-SEQ      TO RA-ORIG-SEQ.
           MOVE ZERO              TO RA-ORDER-NO.
           MOVE ZERO              TO RA-ORDER-LINE.
           MOVE TXN-ITEM-CODE     TO RA-ITEM-CODE.
           MOVE TXN-QUANTITY      TO RA-RETURN-QTY.
           CALL "SALES-RETURN-SUB" USING RA-PARM-AREA.

       COPY 'promo-calc.cpy'. *> Shared promotional-price logic

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       5000-WRITE-LOG.
           ADD 1 TO RUN-LOG-SEQ.
           MOVE RUN-DATE        TO LOG-RUN-DATE.
           MOVE TXN-CUST-CODE   TO LOG-CUST-CODE.
           MOVE TXN-CLERK-ID    TO LOG-CLERK-ID.
           MOVE PROMO-FOUND-SWITCH TO LOG-PROMO-FLAG.
           MOVE TXN-ORDER-NO    TO LOG-ORDER-NO.
           MOVE TXN-ORDER-LINE  TO LOG-ORDER-LINE.
           MOVE TXN-ORDER-DATE  TO LOG-ORDER-DATE.
           MOVE TXN-TENDER-TYPE TO LOG-TENDER-TYPE.
           MOVE TXN-SHIFT       TO LOG-SHIFT.
           MOVE PRD-POST-PERIOD TO LOG-POST-PERIOD.
      *> A refund's tax reverses out of the jurisdiction the
      *> original sale collected it for, not whatever the return
      *> was keyed with, its cost at what the sale was logged at,
      *> and under the exemption certificate the sale carried.
           IF TXN-RETURN
               MOVE TXN-ORIG-RUN-DATE TO LOG-ORIG-RUN-DATE
               MOVE TXN-ORIG-RUN-ID   TO LOG-ORIG-RUN-ID
               MOVE TXN-ORIG-SEQ      TO LOG-ORIG-SEQ
               MOVE RA-ORIG-JURIS-CODE TO LOG-JURIS-CODE
               MOVE RA-ORIG-UNIT-COST TO LOG-UNIT-COST
               MOVE RA-ORIG-TAX-EXEMPT-FLAG TO LOG-TAX-EXEMPT-FLAG
               MOVE RA-ORIG-EXEMPT-CERT-NO TO LOG-EXEMPT-CERT-NO
           ELSE
               MOVE ZERO   TO LOG-ORIG-RUN-DATE
               MOVE SPACES TO LOG-ORIG-RUN-ID
               MOVE ZERO   TO LOG-ORIG-SEQ
               MOVE TXN-JURIS-CODE TO LOG-JURIS-CODE
               MOVE ITEM-UNIT-COST TO LOG-UNIT-COST
               MOVE TAX-EXEMPT-SWITCH TO LOG-TAX-EXEMPT-FLAG
               IF TAX-EXEMPT-APPLIED
                   MOVE CUST-EXEMPT-CERT-NO TO LOG-EXEMPT-CERT-NO
               ELSE
                   MOVE SPACES TO LOG-EXEMPT-CERT-NO
               END-IF
           END-IF.
           WRITE SALES-LOG-RECORD.
       5000-EXIT.
      *> with the log write so the books move with the stock --
      *> an item that vanished from the master between the lookup
      *> and here is reported but does not stop the run, since the
      *> sale itself is already priced and logged. An account sale
      *> ships from stock, and whatever the shelf was short is
      *> backordered against the log line just written.
       5500-UPDATE-ON-HAND.
           MOVE TXN-QUANTITY TO STOCK-MOVE-QTY.
           IF TXN-RETURN
               PERFORM 5700-CANCEL-BACKORDER THRU 5700-EXIT
               IF STOCK-MOVE-QTY = ZERO
                   GO TO 5500-EXIT
               END-IF
               MOVE "P" TO STOCK-ACTION
           ELSE
               IF TXN-CUST-CODE NOT = SPACES
                   MOVE "S" TO STOCK-ACTION
               ELSE
                   MOVE "R" TO STOCK-ACTION
               END-IF
           END-IF.
           CALL "SALES-STOCK-SUB" USING TXN-ITEM-CODE,
               STOCK-MOVE-QTY, STOCK-ACTION, STOCK-STATUS,
               STOCK-UNIT-COST, STOCK-SHORT-QTY.
           IF STOCK-STATUS = "N"
               DISPLAY "ON-HAND NOT UPDATED - ITEM OFF MASTER: "
                   TXN-ITEM-CODE
           END-IF.
           IF STOCK-STATUS = "Y" AND STOCK-SHORT-QTY > ZERO
               PERFORM 5600-OPEN-BACKORDER THRU 5600-EXIT
           END-IF.
       5500-EXIT.
           EXIT.

       5600-OPEN-BACKORDER.
           SET BOP-ACTION-OPEN TO TRUE.
           MOVE TXN-ITEM-CODE   TO BOP-ITEM-CODE.
           MOVE RUN-DATE        TO BOP-ORIG-RUN-DATE.
           MOVE RUN-ID          TO BOP-ORIG-RUN-ID.
           MOVE RUN-LOG-SEQ     TO BOP-ORIG-SEQ.
           MOVE TXN-CUST-CODE   TO BOP-CUST-CODE.
           MOVE STOCK-SHORT-QTY TO BOP-QUANTITY.
           MOVE TXN-ORDER-NO    TO BOP-ORDER-NO.
           MOVE TXN-ORDER-LINE  TO BOP-ORDER-LINE.
           CALL "BACKORDER-SUB" USING BOP-PARM-AREA.
           IF BOP-OPENED
               DISPLAY "BACKORDERED " STOCK-SHORT-QTY " OF "
                   TXN-ITEM-CODE " FOR " TXN-CUST-CODE
           ELSE
               DISPLAY "BACKORDER NOT RECORDED FOR "
                   TXN-ITEM-CODE " STATUS " BOP-STATUS
           END-IF.
       5600-EXIT.
           EXIT.

      *> A return of an account sale first cancels whatever of it
      *> is still on backorder; only the rest of the return is
      *> goods that shipped and come back onto the shelf. A
      *> backorder file that cannot be read is reported and the
      *> whole return restocked, as before backorders were kept.
       5700-CANCEL-BACKORDER.
           SET BOP-ACTION-CANCEL TO TRUE.
           MOVE TXN-ITEM-CODE    TO BOP-ITEM-CODE.
           MOVE TXN-ORIG-RUN-DATE TO BOP-ORIG-RUN-DATE.
           MOVE TXN-ORIG-RUN-ID TO BOP-ORIG-RUN-ID.
           MOVE TXN-ORIG-SEQ TO BOP-ORIG-SEQ.
           MOVE TXN-QUANTITY     TO BOP-QUANTITY.
           CALL "BACKORDER-SUB" USING BOP-PARM-AREA.
           IF BOP-UNUSABLE
               DISPLAY "BACKORDER NOT CANCELLED FOR "
                   TXN-ITEM-CODE " STATUS " BOP-STATUS
               GO TO 5700-EXIT
           END-IF.
           IF BOP-CANCEL-DONE AND BOP-QTY-CANCELLED > ZERO
               SUBTRACT BOP-QTY-CANCELLED FROM STOCK-MOVE-QTY
               DISPLAY "CANCELLED BACKORDER " BOP-QTY-CANCELLED
                   " OF " TXN-ITEM-CODE " FOR " TXN-CUST-CODE
           END-IF.
       5700-EXIT.
           EXIT.

      *> A checkpoint that silently stops being written would break
      *> the RESTART guarantee -- a resumed run would re-price and
      *> re-log transactions the crashed run had already logged --
