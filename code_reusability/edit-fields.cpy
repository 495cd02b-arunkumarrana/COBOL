       01  ED-CUST-CODE                PIC X(06).
       01  ED-ORIG-DATE-X              PIC X(08).
       01  ED-ORIG-RUN-ID              PIC X(08).
      *> A return may name the original sale by customer order
      *> instead of run stamp: the run id keyed as "ORDER" and the
      *> three-digit line number, the sequence as the six-digit
      *> order number. 4200-EDIT-RETURN-REFERENCE resolves it and
      *> hands the run stamp back in the three ED-ORIG fields, for
      *> the host to write on the clean record in place of what
      *> was keyed.
       01  ED-ORDER-REF REDEFINES ED-ORIG-RUN-ID.
           05  ED-ORDER-REF-TAG        PIC X(05).
               88  ED-ORDER-REFERENCE      VALUE "ORDER".
           05  ED-ORDER-REF-LINE-X     PIC X(03).
       01  ED-ORIG-SEQ-X               PIC X(06).
       01  ED-CLERK-ID                 PIC X(04).
      *> How the customer paid and the till shift the sale was rung
      *> on. A tender keyed blank comes back from the edits as
      *> on-account when the record carries a customer code and as
      *> cash when it does not, and a shift keyed blank as shift 1,
      *> for the host to write on the clean record the way it
      *> writes back the ED-ORIG fields.
       01  ED-TENDER-TYPE              PIC X(01).
           88  ED-TENDER-CASH              VALUE "C".
           88  ED-TENDER-CARD              VALUE "K".
           88  ED-TENDER-CHEQUE            VALUE "Q".
           88  ED-TENDER-ON-ACCOUNT        VALUE "A".
       01  ED-SHIFT                    PIC X(01).

      *> Filled by the SALES-ITEM-SUB lookup each record, so the
      *> flat-discount edit can compare against the extended price
       01  ED-ITEM-DESCRIPTION         PIC X(30).
       01  ED-ITEM-UNIT-PRICE          PIC 9(5)V99.
       01  ED-ITEM-TAXABLE-FLAG        PIC X(01).
       01  ED-ITEM-UNIT-COST           PIC 9(5)V99.
       01  ED-ITEM-FOUND-SWITCH        PIC X(01).
           88  ED-ITEM-FOUND               VALUE "Y".
       01  ED-EXT-PRICE                PIC 9(7)V99.
       01  ED-CUST-CONTRACT-RATE       PIC 9V9999.
       01  ED-CUST-FOUND-SWITCH        PIC X(01).
           88  ED-CUST-FOUND               VALUE "Y".
       01  ED-CUST-CREDIT-LIMIT        PIC 9(7)V99.
       01  ED-CUST-BALANCE             PIC S9(7)V99.
      *> The account's exemption certificate, dated against the
      *> tax table's as-of date: an exempt account's sale is
      *> rejected once the certificate has lapsed.
       01  ED-CUST-TAX-EXEMPT-FLAG     PIC X(01).
           88  ED-CUST-TAX-EXEMPT          VALUE "Y".
       01  ED-CUST-EXEMPT-CERT-NO      PIC X(15).
       01  ED-CUST-EXEMPT-EXPIRY       PIC 9(8).

      *> Account sales passed clean so far this run, per customer.
      *> The master balance only moves when SALES-ARCHIVE posts the
      *> day to the AR ledger, so without this tally ten sales
      *> keyed in one batch would each be judged against the
      *> morning's balance and the ten together could blow the
      *> limit. ED-CREDIT-CHARGE is what the sale will charge the
      *> account, tax included, and ED-CREDIT-EXPOSURE the figure
      *> the limit edit compares.
       77  ED-CREDIT-MAX               PIC 9(3) COMP VALUE 200.
       77  ED-CREDIT-COUNT             PIC 9(3) COMP VALUE ZERO.
       77  ED-CREDIT-INDEX             PIC 9(3) COMP.
       77  ED-CREDIT-SLOT              PIC 9(3) COMP.
       01  ED-CREDIT-TABLE-AREA.
           05  ED-CREDIT-ENTRY OCCURS 200 TIMES.
               10  ED-CR-CUST-CODE     PIC X(06).
               10  ED-CR-RUN-CHARGES   PIC 9(9)V99.
       01  ED-CREDIT-CHARGE            PIC 9(8)V99.
       01  ED-CREDIT-TAX               PIC 9(7)V99.
       01  ED-CREDIT-EXPOSURE          PIC S9(9)V99.

      *> One reject-file line: the date the edit rejected it (the
      *> aging clock REJECT-REWORK reads), the reason, the field at
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-FIELD               PIC X(17).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  REJ-RECORD              PIC X(72).
