      *> period-file.cpy
      *> Record layout for PERIOD-CLOSE.DAT, the register of closed
      *> accounting months and the control totals frozen when each
      *> was closed. COPY into the FILE SECTION under an FD for the
      *> register (name the file PERIOD-CLOSE-FILE -- the load
      *> paragraph in period-calc.cpy opens and reads it by that
      *> name). PERIOD-CLOSE appends one "T" record holding the
      *> month's totals followed by one "J" record per jurisdiction;
      *> nothing ever changes a record once written, so a closed
      *> month's figures are the ones that were filed.
      *> The money is totalled the way the month-end reports total
      *> it: sales and returns at the final (discounted) price, the
      *> discount given on sales and reversed by returns, tax
      *> collected on sales and refunded on returns.
       01  PERIOD-CLOSE-RECORD.
           05  PC-PERIOD               PIC 9(6).
           05  PC-REC-TYPE             PIC X(01).
               88  PC-TOTAL-REC            VALUE "T".
               88  PC-JURIS-REC            VALUE "J".
      *> Spaces on the "T" record.
           05  PC-JURIS-CODE           PIC X(04).
           05  PC-CLOSE-DATE           PIC 9(8).
           05  PC-SALE-COUNT           PIC 9(7).
           05  PC-RETURN-COUNT         PIC 9(7).
           05  PC-SALES-AMT            PIC 9(11)V99.
           05  PC-RETURNS-AMT          PIC 9(11)V99.
           05  PC-SALE-DISC            PIC 9(11)V99.
           05  PC-RETURN-DISC          PIC 9(11)V99.
           05  PC-TAX-COLLECTED        PIC 9(11)V99.
           05  PC-TAX-REFUNDED         PIC 9(11)V99.
