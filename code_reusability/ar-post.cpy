      *> ar-post.cpy
      *> Parameter area for AR-POST-SUB, the one place that posts to
      *> the AR ledger and moves CUST-BALANCE. COPY into
      *> WORKING-STORAGE, fill the account, the business date of
      *> the document, the entry type ("C" charge, "R" credit for a
      *> return, "P" payment), the positive amount and the reference
      *> (the audit-log run stamp for a sale or return, the
      *> remittance number for a payment), and
      *>     CALL "AR-POST-SUB" USING ARP-PARM-AREA.
      *> ARP-STATUS comes back "Y" posted, "N" account not on the
      *> customer master (nothing posted), "U" master or ledger
      *> unusable (nothing posted). On a post ARP-NEW-BALANCE holds
      *> the account's balance after it.
       01  ARP-PARM-AREA.
           05  ARP-CUST-CODE           PIC X(06).
           05  ARP-DOC-DATE            PIC 9(8).
           05  ARP-ENTRY-TYPE          PIC X(01).
               88  ARP-CHARGE              VALUE "C".
               88  ARP-CREDIT              VALUE "R".
               88  ARP-PAYMENT             VALUE "P".
           05  ARP-AMOUNT              PIC 9(7)V99.
           05  ARP-REFERENCE           PIC X(22).
           05  ARP-RUN-STAMP REDEFINES ARP-REFERENCE.
               10  ARP-REF-RUN-DATE    PIC 9(8).
               10  ARP-REF-RUN-ID      PIC X(08).
               10  ARP-REF-SEQ         PIC 9(6).
           05  ARP-STATUS              PIC X(01).
               88  ARP-POSTED              VALUE "Y".
               88  ARP-NO-ACCOUNT          VALUE "N".
               88  ARP-UNUSABLE            VALUE "U".
           05  ARP-NEW-BALANCE         PIC S9(7)V99.
