      *> open-po.cpy
      *> Record layout for OPEN-PO.DAT, the indexed open purchase
      *> order file keyed by PO number and line number. PO-BUILD
      *> writes one PO per vendor each night it finds reorder
      *> candidates, one line per item, numbered from 001 with no
      *> gaps, so a PO's lines can be read by key one after another
      *> until the next number is not on file. The vendor and dates
      *> are carried on every line so each line stands on its own.
      *> STOCK-RECEIPTS adds each receipt to the line's received
      *> quantity and closes the line once it is received in full
      *> (or over); PO-AGING-REPORT ages the lines still open
      *> against PO-DUE-DATE. Closed lines stay on file as the
      *> record of what was ordered and what arrived.
       01  OPEN-PO-RECORD.
           05  PO-KEY.
               10  PO-NUMBER           PIC 9(6).
               10  PO-LINE-NO          PIC 9(3).
           05  PO-VENDOR-CODE          PIC X(06).
           05  PO-ITEM-CODE            PIC X(08).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-DUE-DATE             PIC 9(8).
           05  PO-QTY-ORDERED          PIC 9(5).
           05  PO-QTY-RECEIVED         PIC 9(5).
           05  PO-LAST-RECEIPT-DATE    PIC 9(8).
           05  PO-LINE-STATUS          PIC X(01).
               88  PO-LINE-OPEN            VALUE "O".
               88  PO-LINE-CLOSED          VALUE "C".
