      *> discount -- it resets DISCOUNT-RATE to zero for that case so
      *> a percentage looked up for an earlier transaction can never
      *> carry over into this one's audit-log record.
      *> The exemption test in 4000-COMPUTE-PRICE dates the
      *> certificate against TAX-AS-OF-DATE, so the host must also
      *> have loaded the tax table through tax-calc.cpy.
       3500-EXTEND-PRICE.
           MOVE "N" TO PRICE-EXTEND-SWITCH.
           COMPUTE PRICE = ITEM-UNIT-PRICE * QUANTITY
               SET DISCOUNT-CAPPED TO TRUE
           END-IF.
           COMPUTE FINAL-PRICE = PRICE - DISCOUNT-AMOUNT.
      *> An exempt account pays no tax on a taxable item while its
      *> certificate runs to the pricing date or beyond; once it
      *> has lapsed the sale is taxed like anyone else's.
           MOVE "N" TO TAX-EXEMPT-SWITCH.
           IF ITEM-TAXABLE AND CUST-FOUND AND CUST-TAX-EXEMPT
              AND CUST-EXEMPT-EXPIRY >= TAX-AS-OF-DATE
               SET TAX-EXEMPT-APPLIED TO TRUE
           END-IF.
           IF ITEM-TAXABLE AND NOT TAX-EXEMPT-APPLIED
               COMPUTE TAX-AMOUNT = FINAL-PRICE * TAX-RATE
           ELSE
               MOVE ZERO TO TAX-AMOUNT
