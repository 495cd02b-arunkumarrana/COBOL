       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-POST-SUB.
      *> Accounts-receivable posting. Every program that moves what
      *> a charge account owes -- SALES-ARCHIVE posting the account
      *> sales and returns it moves to history, AR-PAYMENTS applying
      *> the day's remittances -- does so through this one
      *> subprogram, so there is exactly one place that appends to
      *> AR-LEDGER.DAT and updates CUST-BALANCE, the same
      *> discipline SALES-STOCK-SUB enforces for on-hand. The
      *> ledger line is written before the balance is rewritten, so
      *> the statement run can always rebuild a balance from the
      *> ledger.
      *> A charge adds to the balance; a return credit or a payment
      *> takes off it. A payment larger than the balance is allowed
      *> to drive it negative -- the account is in credit, and the
      *> next statement must show by how much.
      *> The customer master is opened I-O and the ledger EXTEND on
      *> the first call of the run, and both stay open until the
      *> operating system ends the job. A master or ledger that
      *> will not open or will not take a write is reported once
      *> and every call then returns "U", so the caller decides
      *> whether its run can carry on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'. *> Imports the customer layout

       FD  AR-LEDGER-FILE.
       COPY 'ar-ledger.cpy'. *> Imports the AR-ledger layout

       WORKING-STORAGE SECTION.
       77  CUST-FILE-STATUS            PIC X(02).
       77  LEDGER-FILE-STATUS          PIC X(02).
       77  ARP-TODAY                   PIC 9(8).

       01  ARP-OPEN-SWITCH             PIC X(01) VALUE "N".
           88  ARP-FILES-OPENED            VALUE "Y".
           88  ARP-FILES-UNUSABLE          VALUE "U".

       LINKAGE SECTION.
       COPY 'ar-post.cpy'. *> Imports the caller's parameter area

       PROCEDURE DIVISION USING ARP-PARM-AREA.
       0000-MAIN.
           IF NOT ARP-FILES-OPENED AND NOT ARP-FILES-UNUSABLE
               PERFORM 1000-OPEN-FILES THRU 1000-EXIT
           END-IF.
           IF ARP-FILES-UNUSABLE
               SET ARP-UNUSABLE TO TRUE
           ELSE
               PERFORM 2000-POST-ENTRY THRU 2000-EXIT
           END-IF.
           GOBACK.

       1000-OPEN-FILES.
           ACCEPT ARP-TODAY FROM DATE YYYYMMDD.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "AR-POST-SUB: CANNOT OPEN CUSTOMER-MASTER.DAT"
                   " STATUS " CUST-FILE-STATUS
               SET ARP-FILES-UNUSABLE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND AR-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT AR-LEDGER-FILE
           END-IF.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "AR-POST-SUB: CANNOT OPEN AR-LEDGER.DAT"
                   " STATUS " LEDGER-FILE-STATUS
               SET ARP-FILES-UNUSABLE TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET ARP-FILES-OPENED TO TRUE.
       1000-EXIT.
           EXIT.

       2000-POST-ENTRY.
           MOVE ARP-CUST-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   SET ARP-NO-ACCOUNT TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE ARP-CUST-CODE TO ARL-CUST-CODE.
           MOVE ARP-TODAY TO ARL-POST-DATE.
           MOVE ARP-DOC-DATE TO ARL-DOC-DATE.
           MOVE ARP-ENTRY-TYPE TO ARL-ENTRY-TYPE.
           MOVE ARP-AMOUNT TO ARL-AMOUNT.
           MOVE ARP-REFERENCE TO ARL-REFERENCE.
           WRITE AR-LEDGER-RECORD.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "AR-POST-SUB: AR-LEDGER.DAT WRITE FAILED"
                   " STATUS " LEDGER-FILE-STATUS
               SET ARP-FILES-UNUSABLE TO TRUE
               SET ARP-UNUSABLE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF ARP-CHARGE
               ADD ARP-AMOUNT TO CUST-BALANCE
           ELSE
               SUBTRACT ARP-AMOUNT FROM CUST-BALANCE
           END-IF.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "AR-POST-SUB: CUSTOMER-MASTER.DAT REWRITE"
                   " FAILED STATUS " CUST-FILE-STATUS
               SET ARP-FILES-UNUSABLE TO TRUE
               SET ARP-UNUSABLE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE CUST-BALANCE TO ARP-NEW-BALANCE.
           SET ARP-POSTED TO TRUE.
       2000-EXIT.
           EXIT.
