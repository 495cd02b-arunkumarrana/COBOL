      *> PROMO-APPLIED-PARM comes back "Y" when a PROMO-TABLE.DAT
      *> price stood in for the master's unit price, so the caller
      *> can flag the log record the way SALES-CALCULATOR2 does.
      *> UNIT-COST-PARM hands back the master's unit cost for the
      *> item, so the caller can log the sale at the cost of the
      *> day the same way SALES-CALCULATOR2 does.
      *> TAX-EXEMPT-PARM comes back "Y" when the customer's
      *> exemption certificate was in date and took the tax off a
      *> taxable item, with the certificate in EXEMPT-CERT-NO-PARM,
      *> so the caller can flag the log line the same way.
      *> The tax rate is likewise not a parameter any more: the
      *> caller hands in the transaction's jurisdiction code and the
      *> rate comes from the jurisdiction tax table, loaded from
           88  PRICE-STATUS-OVERFLOW       VALUE "O".
           88  PRICE-STATUS-NO-JURIS       VALUE "J".
           88  PRICE-STATUS-NO-CUST        VALUE "C".
       01  UNIT-COST-PARM              PIC 9(5)V99.
       01  TAX-EXEMPT-PARM             PIC X(01).
       01  EXEMPT-CERT-NO-PARM         PIC X(15).

       PROCEDURE DIVISION USING ITEM-CODE-PARM, QUANTITY-PARM,
               DISCOUNT-TYPE-PARM, DISCOUNT-FLAT-AMT-PARM,
               FINAL-PRICE-PARM,
               GRAND-TOTAL-PARM, DISCOUNT-RATE-PARM,
               DISCOUNT-AMOUNT-PARM, DISCOUNT-CAPPED-PARM,
               PROMO-APPLIED-PARM, PRICE-STATUS-PARM,
               UNIT-COST-PARM, TAX-EXEMPT-PARM,
               EXEMPT-CERT-NO-PARM.
       0000-MAIN.
           IF NOT TAX-TABLE-LOADED
               PERFORM 3600-LOAD-TAX-TABLE THRU 3600-EXIT
           END-IF.
           CALL "SALES-ITEM-SUB" USING ITEM-CODE-PARM,
               ITEM-DESCRIPTION, ITEM-UNIT-PRICE,
               ITEM-TAXABLE-FLAG, ITEM-FOUND-SWITCH, ITEM-UNIT-COST.
           IF ITEM-NOT-FOUND
               SET PRICE-STATUS-NO-ITEM TO TRUE
               PERFORM 8000-RETURN-UNPRICED THRU 8000-EXIT
           MOVE "N" TO CUST-FOUND-SWITCH.
           IF CUST-CODE-PARM NOT = SPACES
               CALL "SALES-CUST-SUB" USING CUST-CODE-PARM,
                   CUST-NAME, CUST-CONTRACT-RATE, CUST-FOUND-SWITCH,
                   CUST-CREDIT-LIMIT, CUST-BALANCE,
                   CUST-TAX-EXEMPT-FLAG, CUST-EXEMPT-CERT-NO,
                   CUST-EXEMPT-EXPIRY
               IF CUST-NOT-FOUND
                   SET PRICE-STATUS-NO-CUST TO TRUE
                   PERFORM 8000-RETURN-UNPRICED THRU 8000-EXIT
           MOVE DISCOUNT-RATE   TO DISCOUNT-RATE-PARM.
           MOVE DISCOUNT-AMOUNT TO DISCOUNT-AMOUNT-PARM.
           MOVE DISCOUNT-CAP-SWITCH TO DISCOUNT-CAPPED-PARM.
           MOVE ITEM-UNIT-COST  TO UNIT-COST-PARM.
           MOVE TAX-EXEMPT-SWITCH TO TAX-EXEMPT-PARM.
           IF TAX-EXEMPT-APPLIED
               MOVE CUST-EXEMPT-CERT-NO TO EXEMPT-CERT-NO-PARM
           ELSE
               MOVE SPACES TO EXEMPT-CERT-NO-PARM
           END-IF.
           SET PRICE-STATUS-PRICED TO TRUE.
           GOBACK.

           MOVE ZERO TO GRAND-TOTAL-PARM.
           MOVE ZERO TO DISCOUNT-RATE-PARM.
           MOVE ZERO TO DISCOUNT-AMOUNT-PARM.
           MOVE ZERO TO UNIT-COST-PARM.
           MOVE "N" TO TAX-EXEMPT-PARM.
           MOVE SPACES TO EXEMPT-CERT-NO-PARM.
       8000-EXIT.
           EXIT.

