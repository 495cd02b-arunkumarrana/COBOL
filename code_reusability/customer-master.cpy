      *> account's terms again. A contract rate of zero means the
      *> account is on file (for reporting cuts) but has no
      *> negotiated discount. COPY into the FILE SECTION under an FD
      *> for the master; SALES-CUST-SUB owns all pricing-side reads,
      *> CUSTOMER-MAINT owns all maintenance and AR-POST-SUB owns
      *> the running balance.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-CODE               PIC X(06).
           05  CUST-NAME               PIC X(30).
           05  CUST-CONTRACT-RATE      PIC 9V9999.
      *> Charge-account terms. The credit limit is set by the desk
      *> through CUSTOMER-MAINT; zero means the account has never
      *> been approved for credit and SALES-EDIT will not let an
      *> account sale through. The balance is what the account owes
      *> on the AR ledger: AR-POST-SUB adds every archived account
      *> sale, takes off every archived return and applied payment,
      *> and is the only thing that ever changes it -- maintenance
      *> leaves it alone, the way ITEM-MAINT leaves on-hand alone.
           05  CUST-CREDIT-LIMIT       PIC 9(7)V99.
           05  CUST-BALANCE            PIC S9(7)V99.
      *> Sales-tax exemption. A charity, school or reseller that has
      *> lodged an exemption certificate is flagged "Y" with the
      *> certificate number and the date it expires; the pricing
      *> chain charges such an account no tax while the certificate
      *> is in date, and SALES-EDIT rejects the account's sales once
      *> it has lapsed, so nothing is ever taxed back by hand. Any
      *> other flag value is an ordinary taxed account.
           05  CUST-TAX-EXEMPT-FLAG    PIC X(01).
               88  CUST-TAX-EXEMPT         VALUE "Y".
           05  CUST-EXEMPT-CERT-NO     PIC X(15).
           05  CUST-EXEMPT-EXPIRY      PIC 9(8).
