      *> report traces a sale to a name and the commission report
      *> pays the right person.
           05  LOG-CLERK-ID            PIC X(04).
      *> On a line priced from a customer order, the order number,
      *> the line's number within the order and the date the order
      *> was taken, so the invoice job can gather an order's lines
      *> and a return can name the sale by order and line instead
      *> of by run stamp. Zeros on a sale keyed as a single
      *> transaction and on every return.
           05  LOG-ORDER-NO            PIC 9(6).
           05  LOG-ORDER-LINE          PIC 9(3).
           05  LOG-ORDER-DATE          PIC 9(8).
      *> The item's unit cost off the master when the line was
      *> priced -- on a return, the cost logged against the
      *> original sale -- so the margin report measures each sale
      *> against what the goods cost that day, not what they cost
      *> when the report is run. Zero where the master carried no
      *> cost; spaces on lines logged before cost was kept.
           05  LOG-UNIT-COST           PIC 9(5)V99.
      *> How the line was paid -- cash, card, cheque or charged to
      *> the customer's account -- and the till shift it was rung
      *> on, so the drawer-balancing job can say what each clerk's
      *> drawer should hold and the GL extract can post each
      *> tender to its own account. On a return, how the refund
      *> was paid out. Spaces on lines logged before tenders were
      *> taken: read those as on-account when LOG-CUST-CODE is
      *> filled and as cash when it is not, and as shift 1.
           05  LOG-TENDER-TYPE         PIC X(01).
               88  LOG-TENDER-CASH         VALUE "C".
               88  LOG-TENDER-CARD         VALUE "K".
               88  LOG-TENDER-CHEQUE       VALUE "Q".
               88  LOG-TENDER-ON-ACCOUNT   VALUE "A".
           05  LOG-SHIFT               PIC X(01).
      *> "Y" when the line went untaxed only because the customer
      *> held an exemption certificate in date when it was priced,
      *> with the certificate number it was sold under -- the
      *> remittance report shows these apart from ordinary
      *> non-taxable sales, certificate by certificate, for the
      *> tax auditor. On a return, the original sale's flag and
      *> certificate. Anything but "Y" (spaces on lines logged
      *> before exemptions were kept) is not an exempt sale.
           05  LOG-TAX-EXEMPT-FLAG     PIC X(01).
               88  LOG-TAX-EXEMPT          VALUE "Y".
           05  LOG-EXEMPT-CERT-NO      PIC X(15).
      *> The accounting month (YYYYMM) the line counts in. Normally
      *> the month of LOG-RUN-DATE; when that month had already
      *> been closed by PERIOD-CLOSE, the line is posted instead to
      *> the open month after the last one closed, as a prior-
      *> period adjustment, so a filed month's figures never move.
      *> Zeros or spaces on lines logged before periods were closed:
      *> read those as the month of LOG-RUN-DATE.
           05  LOG-POST-PERIOD         PIC 9(6).
