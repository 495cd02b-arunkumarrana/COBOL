       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-STATEMENTS.
      *> Month-end customer statements. Reads the AR ledger
      *> AR-LEDGER.DAT that AR-POST-SUB builds from the archived
      *> account sales and returns and the applied payments, and
      *> prints to AR-STATEMENTS.DAT, for every account on the
      *> customer master with a balance or any activity, the
      *> month's opening balance, charges, credits, payments and
      *> closing balance, with the closing balance aged 0-30,
      *> 31-60, 61-90 and over 90 days as of the last day of the
      *> month -- the statement the account is mailed and the
      *> aging the desk chases from, instead of a spreadsheet.
      *> Pass the statement month as YYYYMM on the command line;
      *> with no argument the run covers the current month. Ledger
      *> lines dated after the month end are left for next month's
      *> statement.
      *> Aging is first-in first-out: every return credit and
      *> payment on the ledger up to the month end is taken off the
      *> account's oldest charges first, and whatever is left of
      *> each charge is aged from the business date of the sale. An
      *> account in credit shows the credit in the 0-30 column.
      *> The ledger is read twice -- once for the totals and the
      *> credits to apply, once to age the charges -- and held by
      *> account in storage; the statements then follow the
      *> customer master in key order. A ledger account no longer
      *> on the master is listed at the end so its balance is not
      *> silently dropped.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB. A
      *> missing ledger means no account has ever been posted; a
      *> ledger holding more accounts than storage ends the run
      *> with a FAIL journal line and RETURN-CODE 8, and a file
      *> that will not open ends it with RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "AR-STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
       COPY 'ar-ledger.cpy'. *> Imports the AR-ledger layout

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'. *> Imports the customer layout

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  LEDGER-FILE-STATUS          PIC X(02).
       77  CUST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-FILE                 VALUE "Y".

       01  ARS-LEDGER-SWITCH           PIC X(01) VALUE "Y".
           88  ARS-LEDGER-ON-FILE          VALUE "Y".
           88  ARS-NO-LEDGER               VALUE "N".

       01  ARS-MONTH-ARG               PIC X(06).
       01  ARS-STMT-MONTH              PIC 9(6).
       01  ARS-STMT-MONTH-PARTS REDEFINES ARS-STMT-MONTH.
           05  ARS-SM-YYYY             PIC 9(4).
           05  ARS-SM-MM               PIC 9(2).
       77  ARS-TODAY                   PIC 9(8).
       77  ARS-MONTH-START             PIC 9(8).
       77  ARS-NEXT-MONTH-START        PIC 9(8).
       77  ARS-MONTH-END               PIC 9(8).
       77  ARS-MONTH-END-INT           PIC 9(7).
       77  ARS-AGE-DAYS                PIC S9(7).
       77  ARS-UNPAID                  PIC 9(7)V99.

       77  ARS-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  ARS-STMT-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  ARS-ORPHAN-COUNT            PIC 9(8) COMP VALUE ZERO.

      *> One slot per account on the ledger, built in first-seen
      *> order. ARS-AC-TO-APPLY is the credits and payments still
      *> to be taken off the oldest charges on the aging pass.
       77  ARS-ACCT-MAX                PIC 9(3) COMP VALUE 500.
       77  ARS-ACCT-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  ARS-ACCT-INDEX              PIC 9(3) COMP.
       77  ARS-ACCT-SLOT               PIC 9(3) COMP.
       01  ARS-SEARCH-CODE             PIC X(06).
       01  ARS-ACCT-TABLE-AREA.
           05  ARS-ACCT-ENTRY OCCURS 500 TIMES.
               10  ARS-AC-CUST-CODE    PIC X(06).
               10  ARS-AC-PRINTED      PIC X(01).
               10  ARS-AC-OPENING      PIC S9(9)V99.
               10  ARS-AC-CHARGES      PIC 9(9)V99.
               10  ARS-AC-CREDITS      PIC 9(9)V99.
               10  ARS-AC-PAYMENTS     PIC 9(9)V99.
               10  ARS-AC-TO-APPLY     PIC 9(9)V99.
               10  ARS-AC-AGE-CURRENT  PIC S9(9)V99.
               10  ARS-AC-AGE-31-60    PIC 9(9)V99.
               10  ARS-AC-AGE-61-90    PIC 9(9)V99.
               10  ARS-AC-AGE-OVER-90  PIC 9(9)V99.

       77  ARS-CLOSING                 PIC S9(9)V99.
       77  ARS-TOT-OPENING             PIC S9(11)V99 VALUE ZERO.
       77  ARS-TOT-CHARGES             PIC S9(11)V99 VALUE ZERO.
       77  ARS-TOT-CREDITS             PIC S9(11)V99 VALUE ZERO.
       77  ARS-TOT-PAYMENTS            PIC S9(11)V99 VALUE ZERO.
       77  ARS-TOT-CLOSING             PIC S9(11)V99 VALUE ZERO.

       01  ARS-HEADING-LINE            PIC X(44) VALUE
               "CUSTOMER ACCOUNT STATEMENTS".
       01  ARS-RULE-LINE               PIC X(100) VALUE ALL "-".

       01  ARS-MONTH-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "FOR MONTH:        ".
           05  ARS-ML-MONTH            PIC 9(6).
           05  FILLER                  PIC X(16) VALUE
                   "  AGED AS OF:   ".
           05  ARS-ML-MONTH-END        PIC 9(8).

       01  ARS-ACCOUNT-LINE.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
           05  ARS-AL-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  ARS-AL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(16) VALUE
                   "  CREDIT LIMIT: ".
           05  ARS-AL-LIMIT            PIC Z(6)9.99.

       01  ARS-AMOUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ARS-AM-LABEL            PIC X(20).
           05  ARS-AM-AMOUNT           PIC Z(8)9.99-.

       01  ARS-AGING-HEAD-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "     0-30 DAYS".
           05  FILLER                  PIC X(14) VALUE
                   "    31-60 DAYS".
           05  FILLER                  PIC X(14) VALUE
                   "    61-90 DAYS".
           05  FILLER                  PIC X(14) VALUE
                   "  OVER 90 DAYS".

       01  ARS-AGING-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ARS-AG-CURRENT          PIC Z(9)9.99-.
           05  ARS-AG-31-60            PIC Z(10)9.99.
           05  ARS-AG-61-90            PIC Z(10)9.99.
           05  ARS-AG-OVER-90          PIC Z(10)9.99.

       01  ARS-ORPHAN-LINE.
           05  FILLER                  PIC X(30) VALUE
                   "LEDGER ACCOUNT NOT ON MASTER: ".
           05  ARS-OL-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(11) VALUE "  CLOSING: ".
           05  ARS-OL-CLOSING          PIC Z(8)9.99-.

       01  ARS-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
                   "ALL ACCOUNTS    ".
           05  ARS-TL-LABEL            PIC X(20).
           05  ARS-TL-AMOUNT           PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ARS-LEDGER-ON-FILE
               PERFORM 2000-TOTAL-THE-LEDGER THRU 2000-EXIT
               PERFORM 3000-AGE-THE-CHARGES THRU 3000-EXIT
           END-IF.
           PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT ARS-MONTH-ARG FROM COMMAND-LINE.
           IF ARS-MONTH-ARG = SPACES
               ACCEPT ARS-TODAY FROM DATE YYYYMMDD
               COMPUTE ARS-STMT-MONTH = ARS-TODAY / 100
           ELSE
               IF ARS-MONTH-ARG IS NUMERIC
                   MOVE ARS-MONTH-ARG TO ARS-STMT-MONTH
               ELSE
                   DISPLAY "AR-STATEMENTS: BAD MONTH ARGUMENT "
                       ARS-MONTH-ARG " - EXPECTED YYYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF ARS-SM-MM < 01 OR ARS-SM-MM > 12
               DISPLAY "AR-STATEMENTS: BAD MONTH ARGUMENT "
                   ARS-MONTH-ARG " - EXPECTED YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE ARS-MONTH-START = ARS-STMT-MONTH * 100 + 1.
           IF ARS-SM-MM = 12
               COMPUTE ARS-NEXT-MONTH-START =
                   (ARS-SM-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE ARS-NEXT-MONTH-START = ARS-MONTH-START + 100
           END-IF.
           COMPUTE ARS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE (ARS-NEXT-MONTH-START) - 1.
           COMPUTE ARS-MONTH-END =
               FUNCTION DATE-OF-INTEGER (ARS-MONTH-END-INT).
           MOVE "AR-STATEMENTS" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN INPUT AR-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               DISPLAY "AR-STATEMENTS: NO AR-LEDGER.DAT - NO ACCOUNT"
                   " HAS BEEN POSTED"
               SET ARS-NO-LEDGER TO TRUE
           ELSE
               IF LEDGER-FILE-STATUS NOT = "00"
                   DISPLAY "AR-STATEMENTS: CANNOT OPEN"
                       " AR-LEDGER.DAT STATUS " LEDGER-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
               CLOSE AR-LEDGER-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "AR-STATEMENTS: CANNOT OPEN"
                   " CUSTOMER-MASTER.DAT STATUS " CUST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "AR-STATEMENTS: CANNOT OPEN"
                   " AR-STATEMENTS.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE ARS-STMT-MONTH TO ARS-ML-MONTH.
           MOVE ARS-MONTH-END TO ARS-ML-MONTH-END.
           WRITE STATEMENT-LINE FROM ARS-HEADING-LINE.
           WRITE STATEMENT-LINE FROM ARS-MONTH-LINE.
           WRITE STATEMENT-LINE FROM ARS-RULE-LINE.
       1000-EXIT.
           EXIT.

       1100-READ-LEDGER.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *> First pass: the month's movements and opening balance by
      *> account, and the credits each account has to apply.
       2000-TOTAL-THE-LEDGER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AR-LEDGER-FILE.
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
           PERFORM 2100-TOTAL-ONE-ENTRY THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE AR-LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-TOTAL-ONE-ENTRY.
           ADD 1 TO ARS-READ-COUNT.
           IF ARL-DOC-DATE > ARS-MONTH-END
               GO TO 2100-READ-NEXT
           END-IF.
           MOVE ARL-CUST-CODE TO ARS-SEARCH-CODE.
           PERFORM 2200-FIND-ACCOUNT-SLOT THRU 2200-EXIT.
           IF ARS-ACCT-SLOT = ZERO
               IF ARS-ACCT-COUNT >= ARS-ACCT-MAX
                   DISPLAY "AR-STATEMENTS: LEDGER HOLDS MORE THAN 500"
                       " ACCOUNTS - NO STATEMENTS PRINTED"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
               PERFORM 2300-ADD-ACCOUNT-SLOT THRU 2300-EXIT
           END-IF.
           IF ARL-DOC-DATE < ARS-MONTH-START
               IF ARL-CHARGE
                   ADD ARL-AMOUNT TO ARS-AC-OPENING (ARS-ACCT-SLOT)
               ELSE
                   SUBTRACT ARL-AMOUNT
                       FROM ARS-AC-OPENING (ARS-ACCT-SLOT)
               END-IF
           ELSE
               IF ARL-CHARGE
                   ADD ARL-AMOUNT TO ARS-AC-CHARGES (ARS-ACCT-SLOT)
               END-IF
               IF ARL-CREDIT
                   ADD ARL-AMOUNT TO ARS-AC-CREDITS (ARS-ACCT-SLOT)
               END-IF
               IF ARL-PAYMENT
                   ADD ARL-AMOUNT TO ARS-AC-PAYMENTS (ARS-ACCT-SLOT)
               END-IF
           END-IF.
           IF NOT ARL-CHARGE
               ADD ARL-AMOUNT TO ARS-AC-TO-APPLY (ARS-ACCT-SLOT)
           END-IF.
       2100-READ-NEXT.
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       2100-EXIT.
           EXIT.

       2200-FIND-ACCOUNT-SLOT.
           MOVE ZERO TO ARS-ACCT-SLOT.
           PERFORM VARYING ARS-ACCT-INDEX FROM 1 BY 1
                   UNTIL ARS-ACCT-INDEX > ARS-ACCT-COUNT
               IF ARS-AC-CUST-CODE (ARS-ACCT-INDEX) = ARS-SEARCH-CODE
                   MOVE ARS-ACCT-INDEX TO ARS-ACCT-SLOT
                   MOVE ARS-ACCT-COUNT TO ARS-ACCT-INDEX
               END-IF
           END-PERFORM.
       2200-EXIT.
           EXIT.

       2300-ADD-ACCOUNT-SLOT.
           ADD 1 TO ARS-ACCT-COUNT.
           MOVE ARS-ACCT-COUNT TO ARS-ACCT-SLOT.
           MOVE ARL-CUST-CODE TO ARS-AC-CUST-CODE (ARS-ACCT-SLOT).
           MOVE "N" TO ARS-AC-PRINTED (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-OPENING (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-CHARGES (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-CREDITS (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-PAYMENTS (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-TO-APPLY (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-AGE-CURRENT (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-AGE-31-60 (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-AGE-61-90 (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-AGE-OVER-90 (ARS-ACCT-SLOT).
       2300-EXIT.
           EXIT.

      *> Second pass: take each account's credits off its oldest
      *> charges and age what is left of every charge. Anything
      *> still to apply after the last charge is a credit balance.
       3000-AGE-THE-CHARGES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AR-LEDGER-FILE.
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
           PERFORM 3100-AGE-ONE-CHARGE THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE AR-LEDGER-FILE.
           PERFORM 3200-CARRY-CREDIT-BALANCE THRU 3200-EXIT
               VARYING ARS-ACCT-INDEX FROM 1 BY 1
               UNTIL ARS-ACCT-INDEX > ARS-ACCT-COUNT.
       3000-EXIT.
           EXIT.

       3100-AGE-ONE-CHARGE.
           IF NOT ARL-CHARGE OR ARL-DOC-DATE > ARS-MONTH-END
               GO TO 3100-READ-NEXT
           END-IF.
           MOVE ARL-CUST-CODE TO ARS-SEARCH-CODE.
           PERFORM 2200-FIND-ACCOUNT-SLOT THRU 2200-EXIT.
           IF ARL-AMOUNT NOT > ARS-AC-TO-APPLY (ARS-ACCT-SLOT)
               SUBTRACT ARL-AMOUNT FROM ARS-AC-TO-APPLY (ARS-ACCT-SLOT)
               GO TO 3100-READ-NEXT
           END-IF.
           COMPUTE ARS-UNPAID =
               ARL-AMOUNT - ARS-AC-TO-APPLY (ARS-ACCT-SLOT).
           MOVE ZERO TO ARS-AC-TO-APPLY (ARS-ACCT-SLOT).
           COMPUTE ARS-AGE-DAYS = ARS-MONTH-END-INT
               - FUNCTION INTEGER-OF-DATE (ARL-DOC-DATE).
           IF ARS-AGE-DAYS > 90
               ADD ARS-UNPAID TO ARS-AC-AGE-OVER-90 (ARS-ACCT-SLOT)
               GO TO 3100-READ-NEXT
           END-IF.
           IF ARS-AGE-DAYS > 60
               ADD ARS-UNPAID TO ARS-AC-AGE-61-90 (ARS-ACCT-SLOT)
               GO TO 3100-READ-NEXT
           END-IF.
           IF ARS-AGE-DAYS > 30
               ADD ARS-UNPAID TO ARS-AC-AGE-31-60 (ARS-ACCT-SLOT)
               GO TO 3100-READ-NEXT
           END-IF.
           ADD ARS-UNPAID TO ARS-AC-AGE-CURRENT (ARS-ACCT-SLOT).
       3100-READ-NEXT.
           PERFORM 1100-READ-LEDGER THRU 1100-EXIT.
       3100-EXIT.
           EXIT.

       3200-CARRY-CREDIT-BALANCE.
           SUBTRACT ARS-AC-TO-APPLY (ARS-ACCT-INDEX)
               FROM ARS-AC-AGE-CURRENT (ARS-ACCT-INDEX).
       3200-EXIT.
           EXIT.

      *> The statements follow the customer master in key order.
       4000-PRINT-STATEMENTS.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
           PERFORM 4200-STATE-ONE-ACCOUNT THRU 4200-EXIT
               UNTIL END-OF-FILE.
           PERFORM 4500-LIST-ORPHAN-ACCOUNT THRU 4500-EXIT
               VARYING ARS-ACCT-INDEX FROM 1 BY 1
               UNTIL ARS-ACCT-INDEX > ARS-ACCT-COUNT.
       4000-EXIT.
           EXIT.

       4100-READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-STATE-ONE-ACCOUNT.
           MOVE CUST-CODE TO ARS-SEARCH-CODE.
           PERFORM 2200-FIND-ACCOUNT-SLOT THRU 2200-EXIT.
           IF ARS-ACCT-SLOT = ZERO
               GO TO 4200-READ-NEXT
           END-IF.
           MOVE "Y" TO ARS-AC-PRINTED (ARS-ACCT-SLOT).
           COMPUTE ARS-CLOSING = ARS-AC-OPENING (ARS-ACCT-SLOT)
               + ARS-AC-CHARGES (ARS-ACCT-SLOT)
               - ARS-AC-CREDITS (ARS-ACCT-SLOT)
               - ARS-AC-PAYMENTS (ARS-ACCT-SLOT).
           IF ARS-CLOSING = ZERO
              AND ARS-AC-OPENING (ARS-ACCT-SLOT) = ZERO
              AND ARS-AC-CHARGES (ARS-ACCT-SLOT) = ZERO
              AND ARS-AC-CREDITS (ARS-ACCT-SLOT) = ZERO
              AND ARS-AC-PAYMENTS (ARS-ACCT-SLOT) = ZERO
               GO TO 4200-READ-NEXT
           END-IF.
           ADD 1 TO ARS-STMT-COUNT.
           ADD ARS-AC-OPENING (ARS-ACCT-SLOT) TO ARS-TOT-OPENING.
           ADD ARS-AC-CHARGES (ARS-ACCT-SLOT) TO ARS-TOT-CHARGES.
           ADD ARS-AC-CREDITS (ARS-ACCT-SLOT) TO ARS-TOT-CREDITS.
           ADD ARS-AC-PAYMENTS (ARS-ACCT-SLOT) TO ARS-TOT-PAYMENTS.
           ADD ARS-CLOSING TO ARS-TOT-CLOSING.
           MOVE CUST-CODE TO ARS-AL-CUST-CODE.
           MOVE CUST-NAME TO ARS-AL-CUST-NAME.
           MOVE CUST-CREDIT-LIMIT TO ARS-AL-LIMIT.
           WRITE STATEMENT-LINE FROM ARS-ACCOUNT-LINE.
           MOVE "OPENING BALANCE" TO ARS-AM-LABEL.
           MOVE ARS-AC-OPENING (ARS-ACCT-SLOT) TO ARS-AM-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-AMOUNT-LINE.
           MOVE "CHARGES" TO ARS-AM-LABEL.
           MOVE ARS-AC-CHARGES (ARS-ACCT-SLOT) TO ARS-AM-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-AMOUNT-LINE.
           MOVE "CREDITS" TO ARS-AM-LABEL.
           MOVE ARS-AC-CREDITS (ARS-ACCT-SLOT) TO ARS-AM-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-AMOUNT-LINE.
           MOVE "PAYMENTS" TO ARS-AM-LABEL.
           MOVE ARS-AC-PAYMENTS (ARS-ACCT-SLOT) TO ARS-AM-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-AMOUNT-LINE.
           MOVE "CLOSING BALANCE" TO ARS-AM-LABEL.
           MOVE ARS-CLOSING TO ARS-AM-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-AMOUNT-LINE.
           WRITE STATEMENT-LINE FROM ARS-AGING-HEAD-LINE.
           MOVE ARS-AC-AGE-CURRENT (ARS-ACCT-SLOT) TO ARS-AG-CURRENT.
           MOVE ARS-AC-AGE-31-60 (ARS-ACCT-SLOT) TO ARS-AG-31-60.
           MOVE ARS-AC-AGE-61-90 (ARS-ACCT-SLOT) TO ARS-AG-61-90.
           MOVE ARS-AC-AGE-OVER-90 (ARS-ACCT-SLOT) TO ARS-AG-OVER-90.
           WRITE STATEMENT-LINE FROM ARS-AGING-LINE.
           WRITE STATEMENT-LINE FROM ARS-RULE-LINE.
       4200-READ-NEXT.
           PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       4500-LIST-ORPHAN-ACCOUNT.
           IF ARS-AC-PRINTED (ARS-ACCT-INDEX) = "Y"
               GO TO 4500-EXIT
           END-IF.
           COMPUTE ARS-CLOSING = ARS-AC-OPENING (ARS-ACCT-INDEX)
               + ARS-AC-CHARGES (ARS-ACCT-INDEX)
               - ARS-AC-CREDITS (ARS-ACCT-INDEX)
               - ARS-AC-PAYMENTS (ARS-ACCT-INDEX).
           ADD 1 TO ARS-ORPHAN-COUNT.
           MOVE ARS-AC-CUST-CODE (ARS-ACCT-INDEX) TO ARS-OL-CUST-CODE.
           MOVE ARS-CLOSING TO ARS-OL-CLOSING.
           WRITE STATEMENT-LINE FROM ARS-ORPHAN-LINE.
           DISPLAY ARS-ORPHAN-LINE.
       4500-EXIT.
           EXIT.

       9000-TERMINATE.
           WRITE STATEMENT-LINE FROM ARS-RULE-LINE.
           MOVE "OPENING BALANCE" TO ARS-TL-LABEL.
           MOVE ARS-TOT-OPENING TO ARS-TL-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-TOTAL-LINE.
           MOVE "CHARGES" TO ARS-TL-LABEL.
           MOVE ARS-TOT-CHARGES TO ARS-TL-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-TOTAL-LINE.
           MOVE "CREDITS" TO ARS-TL-LABEL.
           MOVE ARS-TOT-CREDITS TO ARS-TL-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-TOTAL-LINE.
           MOVE "PAYMENTS" TO ARS-TL-LABEL.
           MOVE ARS-TOT-PAYMENTS TO ARS-TL-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-TOTAL-LINE.
           MOVE "CLOSING BALANCE" TO ARS-TL-LABEL.
           MOVE ARS-TOT-CLOSING TO ARS-TL-AMOUNT.
           WRITE STATEMENT-LINE FROM ARS-TOTAL-LINE.
           DISPLAY ARS-TOTAL-LINE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE STATEMENT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE ARS-READ-COUNT TO RJ-READ-COUNT.
           MOVE ARS-STMT-COUNT TO RJ-WRITE-COUNT.
           MOVE ARS-ORPHAN-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE ARS-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE ARS-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
