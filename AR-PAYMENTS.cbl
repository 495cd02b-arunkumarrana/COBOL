       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-PAYMENTS.
      *> Applies the day's customer remittances to the charge
      *> accounts. Reads the payment records keyed to
      *> AR-PAYMENTS-IN.DAT -- customer code, the date the payment
      *> was received, the amount and the cheque or remittance
      *> number -- and posts each one to the AR ledger through
      *> AR-POST-SUB, the same subprogram SALES-ARCHIVE posts the
      *> account sales and returns through, so CUST-BALANCE and
      *> AR-LEDGER.DAT are only ever moved in one place. Every
      *> payment is listed, applied with the account's new balance
      *> or skipped with its reason, to AR-PAYMENTS-REPORT.DAT so
      *> the cashier can tie the day's postings to the bank
      *> deposit. A payment for an account not on the customer
      *> master, or with an unkeyable date or amount, is skipped
      *> and never guessed at.
      *> A payment is never applied twice. The customer code and
      *> remittance number are what identify it, so a payment keyed
      *> without a reference is skipped. Before anything is posted
      *> the day's payments are collected and AR-LEDGER.DAT is
      *> scanned for them. One the ledger already holds as a
      *> payment -- a re-run after an abend part way through the
      *> file, or the same file fed in twice -- is listed "SKIPPED -
      *> ALREADY APPLIED", as is a second keying of the same
      *> remittance within the file. A file holding more payments
      *> than the collection table ends the run with a FAIL journal
      *> line and RETURN-CODE 8 before anything is posted.
      *> A missing input file is treated as "no payments today".
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 4 when any payment had to be
      *> skipped, 8 when the file holds more payments than the
      *> table, 12 when a file would not open or the ledger would
      *> not take a posting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENTS-IN-FILE ASSIGN TO "AR-PAYMENTS-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENTS-IN-FILE-STATUS.
           SELECT PAYMENTS-REPORT-FILE
               ASSIGN TO "AR-PAYMENTS-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS-IN-FILE.
       01  PAYMENTS-IN-RECORD.
           05  PAY-CUST-CODE           PIC X(06).
           05  PAY-DATE-X              PIC X(08).
           05  PAY-DATE REDEFINES PAY-DATE-X
                                       PIC 9(8).
           05  PAY-DATE-PARTS REDEFINES PAY-DATE-X.
               10  PAY-DATE-YYYY       PIC 9(4).
               10  PAY-DATE-MM         PIC 9(2).
               10  PAY-DATE-DD         PIC 9(2).
           05  PAY-AMOUNT-X            PIC X(09).
           05  PAY-AMOUNT REDEFINES PAY-AMOUNT-X
                                       PIC 9(7)V99.
           05  PAY-REFERENCE           PIC X(10).

       FD  PAYMENTS-REPORT-FILE.
       01  PAYMENTS-REPORT-LINE        PIC X(100).

       FD  AR-LEDGER-FILE.
       COPY 'ar-ledger.cpy'. *> Imports the AR-ledger layout

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'ar-post.cpy'. *> Imports the AR-posting parameters

       77  PAYMENTS-IN-FILE-STATUS     PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  LEDGER-FILE-STATUS          PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-PAYMENTS             VALUE "Y".
       01  PAY-LEDGER-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-LEDGER               VALUE "Y".

      *> One slot per distinct customer and remittance number on
      *> the day's file, marked once the ledger holds it as a
      *> payment -- by an earlier run or by this one.
       77  PAY-KEY-MAX                 PIC 9(4) COMP VALUE 1000.
       77  PAY-KEY-COUNT               PIC 9(4) COMP VALUE ZERO.
       77  PAY-KEY-INDEX               PIC 9(4) COMP.
       77  PAY-KEY-SLOT                PIC 9(4) COMP.
       01  PAY-KEY-TABLE-AREA.
           05  PAY-KEY-ENTRY OCCURS 1000 TIMES.
               10  PAY-KY-CUST-CODE    PIC X(06).
               10  PAY-KY-REFERENCE    PIC X(10).
               10  PAY-KY-APPLIED      PIC X(01).
                   88  PAY-KY-ON-LEDGER    VALUE "Y".

       77  PAY-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  PAY-APPLIED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  PAY-SKIPPED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  PAY-APPLIED-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01  PAY-HEADING-LINE            PIC X(40) VALUE
               "AR PAYMENTS APPLIED LISTING".
       01  PAY-RULE-LINE               PIC X(40) VALUE ALL "-".

       01  PAY-DETAIL-LINE.
           05  FILLER                  PIC X(06) VALUE "CUST ".
           05  PAY-DL-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(07) VALUE "  DATE ".
           05  PAY-DL-DATE             PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  AMT ".
           05  PAY-DL-AMOUNT           PIC X(12).
           05  FILLER                  PIC X(06) VALUE "  REF ".
           05  PAY-DL-REFERENCE        PIC X(10).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PAY-DL-DISPOSITION      PIC X(28).
           05  PAY-DL-BALANCE          PIC X(12).

       77  PAY-EDIT-AMOUNT             PIC Z(6)9.99.
       77  PAY-EDIT-BALANCE            PIC Z(6)9.99-.

       01  PAY-SUMMARY-LINE.
           05  FILLER                  PIC X(07) VALUE "READ: ".
           05  PAY-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  APPLIED:".
           05  PAY-SL-APPLIED          PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  SKIPPED:".
           05  PAY-SL-SKIPPED          PIC Z(7)9.
           05  FILLER                  PIC X(08) VALUE "  TOTAL:".
           05  PAY-SL-TOTAL            PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-ONE-PAYMENT THRU 2000-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "AR-PAYMENTS" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN INPUT PAYMENTS-IN-FILE.
           IF PAYMENTS-IN-FILE-STATUS = "35"
               DISPLAY "AR-PAYMENTS: NO AR-PAYMENTS-IN.DAT -"
                   " NO PAYMENTS TODAY"
               SET END-OF-PAYMENTS TO TRUE
           ELSE
               IF PAYMENTS-IN-FILE-STATUS NOT = "00"
                   DISPLAY "AR-PAYMENTS: CANNOT OPEN"
                       " AR-PAYMENTS-IN.DAT STATUS "
                       PAYMENTS-IN-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT PAYMENTS-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "AR-PAYMENTS: CANNOT OPEN"
                   " AR-PAYMENTS-REPORT.DAT STATUS "
                   RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-HEADING-LINE.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-RULE-LINE.
           IF NOT END-OF-PAYMENTS
               PERFORM 1200-COLLECT-PAYMENTS THRU 1200-EXIT
               PERFORM 1400-SCAN-LEDGER THRU 1400-EXIT
               PERFORM 1100-READ-PAYMENT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-PAYMENT.
           READ PAYMENTS-IN-FILE
               AT END
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> First pass over the file: which payments does it hold.
       1200-COLLECT-PAYMENTS.
           PERFORM 1100-READ-PAYMENT THRU 1100-EXIT.
           PERFORM 1250-SLOT-ONE-PAYMENT THRU 1250-EXIT
               UNTIL END-OF-PAYMENTS.
           CLOSE PAYMENTS-IN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAYMENTS-IN-FILE.
           IF PAYMENTS-IN-FILE-STATUS NOT = "00"
               DISPLAY "AR-PAYMENTS: CANNOT REOPEN"
                   " AR-PAYMENTS-IN.DAT STATUS "
                   PAYMENTS-IN-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       1250-SLOT-ONE-PAYMENT.
           IF PAY-CUST-CODE = SPACES OR PAY-REFERENCE = SPACES
               GO TO 1250-READ-NEXT
           END-IF.
           PERFORM 1300-FIND-PAYMENT-SLOT THRU 1300-EXIT.
           IF PAY-KEY-SLOT = ZERO
               IF PAY-KEY-COUNT >= PAY-KEY-MAX
                   DISPLAY "AR-PAYMENTS: FILE HOLDS MORE THAN 1000"
                       " PAYMENTS - NOTHING APPLIED"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
               ADD 1 TO PAY-KEY-COUNT
               MOVE PAY-CUST-CODE TO PAY-KY-CUST-CODE (PAY-KEY-COUNT)
               MOVE PAY-REFERENCE TO PAY-KY-REFERENCE (PAY-KEY-COUNT)
               MOVE "N" TO PAY-KY-APPLIED (PAY-KEY-COUNT)
           END-IF.
       1250-READ-NEXT.
           PERFORM 1100-READ-PAYMENT THRU 1100-EXIT.
       1250-EXIT.
           EXIT.

       1300-FIND-PAYMENT-SLOT.
           MOVE ZERO TO PAY-KEY-SLOT.
           PERFORM VARYING PAY-KEY-INDEX FROM 1 BY 1
                   UNTIL PAY-KEY-INDEX > PAY-KEY-COUNT
               IF PAY-KY-CUST-CODE (PAY-KEY-INDEX) = PAY-CUST-CODE
                  AND PAY-KY-REFERENCE (PAY-KEY-INDEX)
                       = PAY-REFERENCE
                   MOVE PAY-KEY-INDEX TO PAY-KEY-SLOT
                   MOVE PAY-KEY-COUNT TO PAY-KEY-INDEX
               END-IF
           END-PERFORM.
       1300-EXIT.
           EXIT.

      *> Which of them the ledger already holds. The ledger is
      *> read to the end and closed before the first posting opens
      *> it for AR-POST-SUB to append to.
       1400-SCAN-LEDGER.
           IF PAY-KEY-COUNT = ZERO
               GO TO 1400-EXIT
           END-IF.
           OPEN INPUT AR-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               GO TO 1400-EXIT
           END-IF.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "AR-PAYMENTS: CANNOT OPEN"
                   " AR-LEDGER.DAT STATUS " LEDGER-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 1500-READ-LEDGER THRU 1500-EXIT.
           PERFORM 1600-MARK-LEDGER-PAYMENT THRU 1600-EXIT
               UNTIL END-OF-LEDGER.
           CLOSE AR-LEDGER-FILE.
       1400-EXIT.
           EXIT.

       1500-READ-LEDGER.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
           END-READ.
       1500-EXIT.
           EXIT.

       1600-MARK-LEDGER-PAYMENT.
           IF NOT ARL-PAYMENT
               GO TO 1600-READ-NEXT
           END-IF.
           PERFORM VARYING PAY-KEY-INDEX FROM 1 BY 1
                   UNTIL PAY-KEY-INDEX > PAY-KEY-COUNT
               IF PAY-KY-CUST-CODE (PAY-KEY-INDEX) = ARL-CUST-CODE
                  AND PAY-KY-REFERENCE (PAY-KEY-INDEX)
                       = ARL-REFERENCE
                   SET PAY-KY-ON-LEDGER (PAY-KEY-INDEX) TO TRUE
                   MOVE PAY-KEY-COUNT TO PAY-KEY-INDEX
               END-IF
           END-PERFORM.
       1600-READ-NEXT.
           PERFORM 1500-READ-LEDGER THRU 1500-EXIT.
       1600-EXIT.
           EXIT.

       2000-APPLY-ONE-PAYMENT.
           ADD 1 TO PAY-READ-COUNT.
           MOVE PAY-CUST-CODE TO PAY-DL-CUST-CODE.
           MOVE PAY-DATE-X TO PAY-DL-DATE.
           MOVE PAY-REFERENCE TO PAY-DL-REFERENCE.
           MOVE SPACES TO PAY-DL-BALANCE.
           IF PAY-AMOUNT-X NUMERIC
               MOVE PAY-AMOUNT TO PAY-EDIT-AMOUNT
               MOVE PAY-EDIT-AMOUNT TO PAY-DL-AMOUNT
           ELSE
               MOVE PAY-AMOUNT-X TO PAY-DL-AMOUNT
           END-IF.
           IF PAY-CUST-CODE = SPACES
               MOVE "SKIPPED - NO CUSTOMER CODE" TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PAY-REFERENCE = SPACES
               MOVE "SKIPPED - NO REFERENCE" TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PAY-DATE-X NOT NUMERIC
              OR PAY-DATE-MM < 01 OR PAY-DATE-MM > 12
              OR PAY-DATE-DD < 01 OR PAY-DATE-DD > 31
               MOVE "SKIPPED - BAD DATE" TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PAY-AMOUNT-X NOT NUMERIC OR PAY-AMOUNT = ZERO
               MOVE "SKIPPED - BAD AMOUNT" TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 1300-FIND-PAYMENT-SLOT THRU 1300-EXIT.
           IF PAY-KY-ON-LEDGER (PAY-KEY-SLOT)
               MOVE "SKIPPED - ALREADY APPLIED" TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE PAY-CUST-CODE TO ARP-CUST-CODE.
           MOVE PAY-DATE TO ARP-DOC-DATE.
           SET ARP-PAYMENT TO TRUE.
           MOVE PAY-AMOUNT TO ARP-AMOUNT.
           MOVE PAY-REFERENCE TO ARP-REFERENCE.
           CALL "AR-POST-SUB" USING ARP-PARM-AREA.
           IF ARP-NO-ACCOUNT
               MOVE "SKIPPED - CUST NOT ON MASTER"
                   TO PAY-DL-DISPOSITION
               PERFORM 2900-LIST-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT ARP-POSTED
               DISPLAY "AR-PAYMENTS: AR LEDGER UNUSABLE AT CUSTOMER "
                   PAY-CUST-CODE " REF " PAY-REFERENCE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           SET PAY-KY-ON-LEDGER (PAY-KEY-SLOT) TO TRUE.
           MOVE "APPLIED - NEW BALANCE" TO PAY-DL-DISPOSITION.
           MOVE ARP-NEW-BALANCE TO PAY-EDIT-BALANCE.
           MOVE PAY-EDIT-BALANCE TO PAY-DL-BALANCE.
           ADD 1 TO PAY-APPLIED-COUNT.
           ADD PAY-AMOUNT TO PAY-APPLIED-TOTAL.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-DETAIL-LINE.
           PERFORM 1100-READ-PAYMENT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2900-LIST-SKIPPED.
           ADD 1 TO PAY-SKIPPED-COUNT.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-DETAIL-LINE.
           PERFORM 1100-READ-PAYMENT THRU 1100-EXIT.
       2900-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE PAY-READ-COUNT TO PAY-SL-READ.
           MOVE PAY-APPLIED-COUNT TO PAY-SL-APPLIED.
           MOVE PAY-SKIPPED-COUNT TO PAY-SL-SKIPPED.
           MOVE PAY-APPLIED-TOTAL TO PAY-SL-TOTAL.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-RULE-LINE.
           WRITE PAYMENTS-REPORT-LINE FROM PAY-SUMMARY-LINE.
           DISPLAY PAY-SUMMARY-LINE.
           IF PAYMENTS-IN-FILE-STATUS = "00"
               CLOSE PAYMENTS-IN-FILE
           END-IF.
           CLOSE PAYMENTS-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE PAY-READ-COUNT TO RJ-READ-COUNT.
           MOVE PAY-APPLIED-COUNT TO RJ-WRITE-COUNT.
           MOVE PAY-SKIPPED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF PAY-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE PAY-READ-COUNT TO RJ-READ-COUNT.
           MOVE PAY-APPLIED-COUNT TO RJ-WRITE-COUNT.
           MOVE PAY-SKIPPED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE ZERO TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
