      *> ITEM-UNIT-PRICE and QUANTITY -- PRICE is never keyed on a
      *> transaction any more. ITEM-TAXABLE-FLAG gates TAX-AMOUNT in
      *> 4000-COMPUTE-PRICE so a non-taxable item is never taxed.
      *> ITEM-UNIT-COST is carried onto the audit log for the
      *> margin report; it plays no part in the price.
       01  ITEM-DESCRIPTION            PIC X(30).
       01  ITEM-UNIT-PRICE             PIC 9(5)V99.
       01  ITEM-UNIT-COST              PIC 9(5)V99 VALUE ZERO.
       01  ITEM-TAXABLE-FLAG           PIC X(01) VALUE "Y".
           88  ITEM-TAXABLE                VALUE "Y".
           88  ITEM-NOT-TAXABLE            VALUE "N".
       01  CUST-FOUND-SWITCH           PIC X(01) VALUE "N".
           88  CUST-FOUND                  VALUE "Y".
           88  CUST-NOT-FOUND              VALUE "N".
      *> The account's credit terms come back on every lookup; the
      *> pricing chain carries them but only SALES-EDIT acts on them.
       01  CUST-CREDIT-LIMIT           PIC 9(7)V99.
       01  CUST-BALANCE                PIC S9(7)V99.
      *> An exempt account's certificate comes back on the same
      *> lookup. 4000-COMPUTE-PRICE charges no tax on a taxable
      *> item while the certificate is in date and sets
      *> TAX-EXEMPT-SWITCH, so the audit log records the sale as
      *> exempt under that certificate rather than as an ordinary
      *> non-taxable sale.
       01  CUST-TAX-EXEMPT-FLAG        PIC X(01) VALUE "N".
           88  CUST-TAX-EXEMPT             VALUE "Y".
       01  CUST-EXEMPT-CERT-NO         PIC X(15).
       01  CUST-EXEMPT-EXPIRY          PIC 9(8).
       01  TAX-EXEMPT-SWITCH           PIC X(01) VALUE "N".
           88  TAX-EXEMPT-APPLIED          VALUE "Y".

      *> Set by 4000-COMPUTE-PRICE when a flat discount exceeded
      *> PRICE and had to be capped at 100 percent. The cap keeps
