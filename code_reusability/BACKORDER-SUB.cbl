       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-SUB.
      *> Opens and cancels backorders. When a pricing job sells an
      *> account customer more than SALES-STOCK-SUB could ship from
      *> the shelf, the short quantity is put on BACKORDER.DAT through
      *> this one subprogram, keyed by the item and the run stamp of
      *> the audit-log line that sold it, so STOCK-RECEIPTS can fill
      *> the item's backorders oldest first as receipts come in --
      *> the same one-owner discipline SALES-STOCK-SUB keeps for
      *> on-hand and AR-POST-SUB for the ledger.
      *> When the pricing jobs take a return of such a sale, the
      *> part of it still on backorder is cancelled here first: a
      *> return of goods that never shipped must not put them on
      *> the shelf, and STOCK-RECEIPTS must not later release them
      *> to a customer who has handed the sale back. The caller
      *> replenishes only what is left of the return once the
      *> cancelled quantity is taken off.
      *> The file is opened I-O on the first call of the run, and
      *> created empty if it is not there yet; it stays open until
      *> the operating system ends the job. A file that will not
      *> open or will not take a write is reported once and every
      *> call then returns "U", so the caller decides whether its
      *> run can carry on. A log line that already has a backorder
      *> is left alone and returns "D"; a cancel for a sale with
      *> no backorder returns "N".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-KEY
               FILE STATUS IS BO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       COPY 'backorder.cpy'. *> Imports the backorder layout

       WORKING-STORAGE SECTION.
       77  BO-FILE-STATUS              PIC X(02).
       77  BOP-TODAY                   PIC 9(8).

       01  BOP-OPEN-SWITCH             PIC X(01) VALUE "N".
           88  BOP-FILE-OPENED             VALUE "Y".
           88  BOP-FILE-UNUSABLE           VALUE "U".

       LINKAGE SECTION.
       COPY 'backorder-post.cpy'. *> Imports the caller's parameters

       PROCEDURE DIVISION USING BOP-PARM-AREA.
       0000-MAIN.
           IF NOT BOP-FILE-OPENED AND NOT BOP-FILE-UNUSABLE
               PERFORM 1000-OPEN-FILE THRU 1000-EXIT
           END-IF.
           IF BOP-FILE-UNUSABLE
               SET BOP-UNUSABLE TO TRUE
           ELSE
               IF BOP-ACTION-CANCEL
                   PERFORM 2100-CANCEL-BACKORDER THRU 2100-EXIT
               ELSE
                   PERFORM 2000-OPEN-BACKORDER THRU 2000-EXIT
               END-IF
           END-IF.
           GOBACK.

       1000-OPEN-FILE.
           ACCEPT BOP-TODAY FROM DATE YYYYMMDD.
           OPEN I-O BACKORDER-FILE.
           IF BO-FILE-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "BACKORDER-SUB: CANNOT OPEN BACKORDER.DAT"
                   " STATUS " BO-FILE-STATUS
               SET BOP-FILE-UNUSABLE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET BOP-FILE-OPENED TO TRUE.
       1000-EXIT.
           EXIT.

       2000-OPEN-BACKORDER.
           MOVE BOP-ITEM-CODE TO BO-ITEM-CODE.
           MOVE BOP-ORIG-RUN-DATE TO BO-ORIG-RUN-DATE.
           MOVE BOP-ORIG-RUN-ID TO BO-ORIG-RUN-ID.
           MOVE BOP-ORIG-SEQ TO BO-ORIG-SEQ.
           MOVE BOP-CUST-CODE TO BO-CUST-CODE.
           MOVE BOP-TODAY TO BO-DATE.
           MOVE BOP-QUANTITY TO BO-QTY.
           MOVE ZERO TO BO-QTY-RELEASED.
           MOVE ZERO TO BO-QTY-CANCELLED.
           SET BO-OPEN TO TRUE.
           MOVE ZERO TO BO-LAST-RELEASE-DATE.
           MOVE BOP-ORDER-NO TO BO-ORDER-NO.
           MOVE BOP-ORDER-LINE TO BO-ORDER-LINE.
           WRITE BACKORDER-RECORD
               INVALID KEY
                   SET BOP-DUPLICATE TO TRUE
                   GO TO 2000-EXIT
           END-WRITE.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "BACKORDER-SUB: BACKORDER.DAT WRITE FAILED"
                   " STATUS " BO-FILE-STATUS
               SET BOP-FILE-UNUSABLE TO TRUE
               SET BOP-UNUSABLE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET BOP-OPENED TO TRUE.
       2000-EXIT.
           EXIT.

      *> Only what the backorder still owes can be cancelled; the
      *> rest of the return is goods that did ship.
       2100-CANCEL-BACKORDER.
           MOVE ZERO TO BOP-QTY-CANCELLED.
           MOVE BOP-ITEM-CODE TO BO-ITEM-CODE.
           MOVE BOP-ORIG-RUN-DATE TO BO-ORIG-RUN-DATE.
           MOVE BOP-ORIG-RUN-ID TO BO-ORIG-RUN-ID.
           MOVE BOP-ORIG-SEQ TO BO-ORIG-SEQ.
           READ BACKORDER-FILE
               INVALID KEY
                   SET BOP-NO-BACKORDER TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "BACKORDER-SUB: BACKORDER.DAT READ FAILED"
                   " STATUS " BO-FILE-STATUS
               SET BOP-FILE-UNUSABLE TO TRUE
               SET BOP-UNUSABLE TO TRUE
               GO TO 2100-EXIT
           END-IF.
           SET BOP-CANCEL-DONE TO TRUE.
           IF NOT BO-OPEN
               GO TO 2100-EXIT
           END-IF.
           COMPUTE BOP-QTY-CANCELLED =
               BO-QTY - BO-QTY-RELEASED - BO-QTY-CANCELLED.
           IF BOP-QTY-CANCELLED > BOP-QUANTITY
               MOVE BOP-QUANTITY TO BOP-QTY-CANCELLED
           END-IF.
           ADD BOP-QTY-CANCELLED TO BO-QTY-CANCELLED.
           IF BO-QTY-RELEASED + BO-QTY-CANCELLED NOT < BO-QTY
               IF BO-QTY-RELEASED > ZERO
                   SET BO-FILLED TO TRUE
               ELSE
                   SET BO-CANCELLED TO TRUE
               END-IF
           END-IF.
           REWRITE BACKORDER-RECORD.
           IF BO-FILE-STATUS NOT = "00"
               DISPLAY "BACKORDER-SUB: BACKORDER.DAT REWRITE FAILED"
                   " STATUS " BO-FILE-STATUS
               MOVE ZERO TO BOP-QTY-CANCELLED
               SET BOP-FILE-UNUSABLE TO TRUE
               SET BOP-UNUSABLE TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
