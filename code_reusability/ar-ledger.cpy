      *> ar-ledger.cpy
      *> Record layout for AR-LEDGER.DAT, the accounts-receivable
      *> ledger behind every customer's CUST-BALANCE. One line per
      *> posting, appended in the order AR-POST-SUB posts them: a
      *> charge for each account sale and a credit for each account
      *> return SALES-ARCHIVE moves to history, a payment for each
      *> remittance AR-PAYMENTS applies. Amounts are always
      *> positive; the entry type says which way the balance moved.
      *> ARL-DOC-DATE is the business date of the sale, return or
      *> payment itself -- the aging clock AR-STATEMENTS reads --
      *> and ARL-POST-DATE the day it reached the ledger. A sale or
      *> return carries its audit-log run stamp as the reference so
      *> a disputed statement line can be traced to the history; a
      *> payment carries the cheque or remittance number keyed with
      *> it. COPY into the FILE SECTION under an FD for the ledger.
       01  AR-LEDGER-RECORD.
           05  ARL-CUST-CODE           PIC X(06).
           05  ARL-POST-DATE           PIC 9(8).
           05  ARL-DOC-DATE            PIC 9(8).
           05  ARL-ENTRY-TYPE          PIC X(01).
               88  ARL-CHARGE              VALUE "C".
               88  ARL-CREDIT              VALUE "R".
               88  ARL-PAYMENT             VALUE "P".
           05  ARL-AMOUNT              PIC 9(7)V99.
           05  ARL-REFERENCE           PIC X(22).
           05  ARL-RUN-STAMP REDEFINES ARL-REFERENCE.
               10  ARL-REF-RUN-DATE    PIC 9(8).
               10  ARL-REF-RUN-ID      PIC X(08).
               10  ARL-REF-SEQ         PIC 9(6).
