      *> through SALES-PRICE-SUB is also appended to SALES-LOG.DAT,
      *> the same audit trail SALES-CALCULATOR2 writes to, so
      *> DAILY-SALES-REPORT's totals cover this entry point too.
      *> A sale to an account customer ships only what the shelf
      *> holds, the same as in SALES-CALCULATOR2: the rest is put
      *> on backorder through BACKORDER-SUB against the log line.
      *> A return of such a sale cancels first whatever of it is
      *> still owed on that backorder and restocks only the rest.
      *> A run dated into an accounting month PERIOD-CLOSE has
      *> already closed is posted to the open month after it as a
      *> prior-period adjustment, as SALES-CALCULATOR2 does.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> file that will not open ends the run with a console
           SELECT SALES-LOG-FILE ASSIGN TO "SALES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  DB-ORIG-RUN-ID          PIC X(08).
           05  DB-ORIG-SEQ             PIC 9(6).
           05  DB-CLERK-ID             PIC X(04).
      *> The tender and till shift, resolved by SALES-EDIT.
           05  DB-TENDER-TYPE          PIC X(01).
           05  DB-SHIFT                PIC X(01).

       FD  DAILY-BATCH-LOG.
       01  DAILY-BATCH-LOG-LINE        PIC X(80).
       FD  SALES-LOG-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'add-fields.cpy'.
       COPY 'run-stamp.cpy'. *> Imports the audit-log run stamp
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'return-auth.cpy'. *> Imports the return-match parameters
       COPY 'backorder-post.cpy'. *> Imports the backorder parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       01  DB-PRICE                    PIC 9(7)V99.
       01  DB-FINAL-PRICE              PIC 9(7)V99.

       01  DB-CAPPED-FLAG              PIC X(01).
       01  DB-PROMO-FLAG               PIC X(01).
       01  DB-UNIT-COST                PIC 9(5)V99.
       01  DB-TAX-EXEMPT-FLAG          PIC X(01).
       01  DB-EXEMPT-CERT-NO           PIC X(15).
       01  DB-LOG-DISC-TYPE            PIC X(01).

       01  DB-PRICE-STATUS             PIC X(01).
       77  DB-UNPRICED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  STOCK-ACTION                PIC X(01).
       77  STOCK-STATUS                PIC X(01).
       77  STOCK-UNIT-COST             PIC 9(5)V99 VALUE ZERO.
       77  STOCK-SHORT-QTY             PIC 9(5).
       77  STOCK-MOVE-QTY              PIC 9(5).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-BATCH                VALUE "Y".
                   " SALES-LOG.DAT STATUS " LOG-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE ZERO TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE RUN-DATE (1:6) TO PRD-RUN-MONTH.
           PERFORM 4900-RESOLVE-POST-PERIOD THRU 4900-EXIT.
           IF PRD-ADJUSTMENT
               DISPLAY "DAILY-BATCH-DRIVER: " RUN-DATE " IS IN A"
                   " CLOSED PERIOD - POSTING TO " PRD-POST-PERIOD
           END-IF.
           PERFORM 1100-READ-RECORD THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
                   DB-CUST-CODE, DB-PRICE,
                   DB-FINAL-PRICE, DB-GRAND-TOTAL,
                   DB-DISCOUNT-RATE, DB-DISCOUNT-AMOUNT,
                   DB-CAPPED-FLAG, DB-PROMO-FLAG, DB-PRICE-STATUS,
                   DB-UNIT-COST, DB-TAX-EXEMPT-FLAG,
                   DB-EXEMPT-CERT-NO
               IF DB-PRICED
                   MOVE RESULT         TO DBL-RESULT
                   MOVE DB-GRAND-TOTAL TO DBL-GRAND-TOTAL
           MOVE DB-CAPPED-FLAG     TO LOG-CAPPED-FLAG.
           MOVE DB-CUST-CODE       TO LOG-CUST-CODE.
           MOVE DB-CLERK-ID        TO LOG-CLERK-ID.
           MOVE DB-TENDER-TYPE     TO LOG-TENDER-TYPE.
           MOVE DB-SHIFT           TO LOG-SHIFT.
           MOVE PRD-POST-PERIOD    TO LOG-POST-PERIOD.
           MOVE DB-PROMO-FLAG      TO LOG-PROMO-FLAG.
           MOVE DB-UNIT-COST       TO LOG-UNIT-COST.
           MOVE DB-TAX-EXEMPT-FLAG TO LOG-TAX-EXEMPT-FLAG.
           MOVE DB-EXEMPT-CERT-NO  TO LOG-EXEMPT-CERT-NO.
           MOVE ZERO               TO LOG-ORDER-NO.
           MOVE ZERO               TO LOG-ORDER-LINE.
           MOVE ZERO               TO LOG-ORDER-DATE.
      *> A refund's tax reverses out of the jurisdiction the
      *> original sale collected it for, not whatever the return
      *> was keyed with.
      *> restores it -- the same movement SALES-CALCULATOR2 books,
      *> through the same SALES-STOCK-SUB, as the transaction is
      *> logged. An item gone from the master by now is reported
      *> but does not stop the run. An account sale ships from
      *> stock and the shortfall is backordered.
       2200-UPDATE-ON-HAND.
           MOVE DB-QUANTITY TO STOCK-MOVE-QTY.
           IF DB-RETURN
               PERFORM 2270-CANCEL-BACKORDER THRU 2270-EXIT
               IF STOCK-MOVE-QTY = ZERO
                   GO TO 2200-EXIT
               END-IF
               MOVE "P" TO STOCK-ACTION
           ELSE
               IF DB-CUST-CODE NOT = SPACES
                   MOVE "S" TO STOCK-ACTION
               ELSE
                   MOVE "R" TO STOCK-ACTION
               END-IF
           END-IF.
           CALL "SALES-STOCK-SUB" USING DB-ITEM-CODE,
               STOCK-MOVE-QTY, STOCK-ACTION, STOCK-STATUS,
               STOCK-UNIT-COST, STOCK-SHORT-QTY.
           IF STOCK-STATUS = "N"
               DISPLAY "ON-HAND NOT UPDATED - ITEM OFF MASTER: "
                   DB-ITEM-CODE
           END-IF.
           IF STOCK-STATUS = "Y" AND STOCK-SHORT-QTY > ZERO
               PERFORM 2250-OPEN-BACKORDER THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2250-OPEN-BACKORDER.
           SET BOP-ACTION-OPEN TO TRUE.
           MOVE DB-ITEM-CODE    TO BOP-ITEM-CODE.
           MOVE RUN-DATE        TO BOP-ORIG-RUN-DATE.
           MOVE RUN-ID          TO BOP-ORIG-RUN-ID.
           MOVE RUN-LOG-SEQ     TO BOP-ORIG-SEQ.
           MOVE DB-CUST-CODE    TO BOP-CUST-CODE.
           MOVE STOCK-SHORT-QTY TO BOP-QUANTITY.
           MOVE ZERO            TO BOP-ORDER-NO.
           MOVE ZERO            TO BOP-ORDER-LINE.
           CALL "BACKORDER-SUB" USING BOP-PARM-AREA.
           IF BOP-OPENED
               DISPLAY "BACKORDERED " STOCK-SHORT-QTY " OF "
                   DB-ITEM-CODE " FOR " DB-CUST-CODE
           ELSE
               DISPLAY "BACKORDER NOT RECORDED FOR "
                   DB-ITEM-CODE " STATUS " BOP-STATUS
           END-IF.
       2250-EXIT.
           EXIT.

      *> A return of an account sale first cancels whatever of it
      *> is still on backorder; only the rest of the return is
      *> goods that shipped and come back onto the shelf. A
      *> backorder file that cannot be read is reported and the
      *> whole return restocked, as before backorders were kept.
       2270-CANCEL-BACKORDER.
           SET BOP-ACTION-CANCEL TO TRUE.
           MOVE DB-ITEM-CODE    TO BOP-ITEM-CODE.
           MOVE DB-ORIG-RUN-DATE TO BOP-ORIG-RUN-DATE.
           MOVE DB-ORIG-RUN-ID TO BOP-ORIG-RUN-ID.
           MOVE DB-ORIG-SEQ TO BOP-ORIG-SEQ.
           MOVE DB-QUANTITY     TO BOP-QUANTITY.
           CALL "BACKORDER-SUB" USING BOP-PARM-AREA.
           IF BOP-UNUSABLE
               DISPLAY "BACKORDER NOT CANCELLED FOR "
                   DB-ITEM-CODE " STATUS " BOP-STATUS
               GO TO 2270-EXIT
           END-IF.
           IF BOP-CANCEL-DONE AND BOP-QTY-CANCELLED > ZERO
               SUBTRACT BOP-QTY-CANCELLED FROM STOCK-MOVE-QTY
               DISPLAY "CANCELLED BACKORDER " BOP-QTY-CANCELLED
                   " OF " DB-ITEM-CODE " FOR " DB-CUST-CODE
           END-IF.
       2270-EXIT.
           EXIT.

       2300-AUTHORIZE-RETURN.
           MOVE DB-ORIG-RUN-DATE TO RA-ORIG-RUN-DATE.
           MOVE DB-ORIG-RUN-ID   TO RA-ORIG-RUN-ID.
           MOVE DB-ORIG-SEQ      TO RA-ORIG-SEQ.
           MOVE ZERO             TO RA-ORDER-NO.
           MOVE ZERO             TO RA-ORDER-LINE.
           MOVE DB-ITEM-CODE     TO RA-ITEM-CODE.
           MOVE DB-QUANTITY      TO RA-RETURN-QTY.
           CALL "SALES-RETURN-SUB" USING RA-PARM-AREA.
           MOVE RA-ORIG-DISC-TYPE  TO DB-LOG-DISC-TYPE.
           MOVE "N"                TO DB-CAPPED-FLAG.
           MOVE RA-ORIG-PROMO-FLAG TO DB-PROMO-FLAG.
           MOVE RA-ORIG-UNIT-COST  TO DB-UNIT-COST.
           MOVE RA-ORIG-TAX-EXEMPT-FLAG TO DB-TAX-EXEMPT-FLAG.
           MOVE RA-ORIG-EXEMPT-CERT-NO TO DB-EXEMPT-CERT-NO.
           MOVE RESULT         TO DBL-RESULT.
           MOVE DB-GRAND-TOTAL TO DBL-GRAND-TOTAL.
           WRITE DAILY-BATCH-LOG-LINE FROM DB-LOG-DETAIL-LINE.
       2300-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9000-TERMINATE.
           IF WS-JOB-HAD-OVERFLOW
               MOVE "FAIL" TO DBL-JOB-STATUS
