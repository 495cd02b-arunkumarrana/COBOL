      *> for -- the refund's tax reverses out of the same
      *> jurisdiction, whatever the return itself was keyed with.
           05  RA-ORIG-JURIS-CODE      PIC X(04).
      *> A return may name the original sale by its customer order
      *> and line instead of by run stamp: set RA-ORDER-NO and
      *> RA-ORDER-LINE and the sub first resolves them to the run
      *> stamp of the sale logged under that order line (the most
      *> recent, should an order number have been reused), hands
      *> the stamp back in RA-ORIG-RUN-DATE / RA-ORIG-RUN-ID /
      *> RA-ORIG-SEQ, and matches on it as usual; an order line
      *> with no sale behind it comes back "N". Zero RA-ORDER-NO
      *> on every call that passes the run stamp itself.
           05  RA-ORDER-NO             PIC 9(6).
           05  RA-ORDER-LINE           PIC 9(3).
      *> The unit cost logged against the original sale, handed
      *> back with the other RA-ORIG- fields so the return's log
      *> line reverses cost at the same figure the sale carried.
      *> Zero when the sale was logged without a cost.
           05  RA-ORIG-UNIT-COST       PIC 9(5)V99.
      *> The original sale's tax-exemption flag and certificate, so
      *> a refund of an exempt sale is logged as exempt under the
      *> same certificate. "N" and spaces when the sale was taxed
      *> normally.
           05  RA-ORIG-TAX-EXEMPT-FLAG PIC X(01).
           05  RA-ORIG-EXEMPT-CERT-NO  PIC X(15).
