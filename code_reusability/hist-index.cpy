      *> hist-index.cpy
      *> Record layout for SALES-HIST-INDEX.DAT, the keyed shadow of
      *> the permanent SALES-HISTORY.DAT. Every line SALES-ARCHIVE
      *> appends to the history is also written here, keyed by its
      *> run stamp (run date, run id, sequence), with the run stamp
      *> of the original sale a return reverses as an alternate key
      *> that allows duplicates -- a sale carries zeros and spaces
      *> there, and several returns may reverse one sale. Return
      *> authorization then finds an original sale with one keyed
      *> read and the returns already logged against it by reading
      *> the alternate key, instead of reading years of history.
      *> The sequential SALES-HISTORY.DAT stays the record the
      *> period reports total from; HIST-INDEX-REBUILD recreates
      *> this file from it whenever the two must be brought back
      *> into step. HIX-ORDER-KEY, a second alternate key allowing
      *> duplicates, carries the order number and line of a sale
      *> priced from a customer order (zeros on every other line),
      *> so a return keyed against an order line finds the sale it
      *> reverses. HIX-LOG-IMAGE is the audit line exactly as
      *> archived, in the sales-log.cpy layout.
       01  HIST-INDEX-RECORD.
           05  HIX-KEY.
               10  HIX-RUN-DATE        PIC 9(8).
               10  HIX-RUN-ID          PIC X(08).
               10  HIX-TXN-SEQ         PIC 9(6).
           05  HIX-ORIG-KEY.
               10  HIX-ORIG-RUN-DATE   PIC 9(8).
               10  HIX-ORIG-RUN-ID     PIC X(08).
               10  HIX-ORIG-SEQ        PIC 9(6).
           05  HIX-ORDER-KEY.
               10  HIX-ORDER-NO        PIC 9(6).
               10  HIX-ORDER-LINE      PIC 9(3).
           05  HIX-LOG-IMAGE           PIC X(200).
