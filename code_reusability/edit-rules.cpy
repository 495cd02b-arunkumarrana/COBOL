      *> ED-RECORD-REJECTED. The caller has already moved the
      *> record's fields to the ED- fields and set REJ-RECORD to
      *> the record image; each failed rule writes one reject line
      *> through the host's reject paragraph. A host passing a
      *> clean record on writes the three ED-ORIG fields back onto
      *> it first -- a return keyed by order and line comes back
      *> from the edits carrying the run stamp it resolved to --
      *> and the tender and shift, which come back with a blank
      *> resolved to its default.
       4000-EDIT-COMMON-FIELDS.
           IF NOT ED-TXN-SALE AND NOT ED-TXN-RETURN
               MOVE "E009" TO REJ-REASON
           END-IF.
           CALL "SALES-ITEM-SUB" USING ED-ITEM-CODE,
               ED-ITEM-DESCRIPTION, ED-ITEM-UNIT-PRICE,
               ED-ITEM-TAXABLE-FLAG, ED-ITEM-FOUND-SWITCH,
               ED-ITEM-UNIT-COST.
           IF NOT ED-ITEM-FOUND
               MOVE "E003" TO REJ-REASON
               MOVE "ITEM-CODE" TO REJ-FIELD
           IF ED-CUST-CODE NOT = SPACES
               CALL "SALES-CUST-SUB" USING ED-CUST-CODE,
                   ED-CUST-NAME, ED-CUST-CONTRACT-RATE,
                   ED-CUST-FOUND-SWITCH, ED-CUST-CREDIT-LIMIT,
                   ED-CUST-BALANCE, ED-CUST-TAX-EXEMPT-FLAG,
                   ED-CUST-EXEMPT-CERT-NO, ED-CUST-EXEMPT-EXPIRY
               IF NOT ED-CUST-FOUND
                   MOVE "E010" TO REJ-REASON
                   MOVE "CUST-CODE" TO REJ-FIELD
                   PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
               END-IF
           END-IF.
      *> An exempt account whose certificate has lapsed would be
      *> taxed by the pricing chain and then argue the charge, so
      *> the sale is stopped here (E021) until the desk has the
      *> renewed certificate on the customer master. A return
      *> follows the sale it reverses and is never judged.
           IF ED-TXN-SALE AND ED-CUST-CODE NOT = SPACES
              AND ED-CUST-FOUND AND ED-CUST-TAX-EXEMPT
              AND ED-CUST-EXEMPT-EXPIRY < TAX-AS-OF-DATE
               MOVE "E021" TO REJ-REASON
               MOVE "EXEMPT-CERT" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
           END-IF.
      *> Every record must carry a clerk id the clerk table knows
      *> -- SALES-EXCEPTIONS promises loss prevention a trace back
      *> to the operator, and an unattributable sale breaks that
               MOVE "CLERK-ID" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
           END-IF.
           PERFORM 4400-EDIT-TENDER THRU 4400-EXIT.
      *> A return must reference the original sale's run stamp and
      *> stay inside what that sale has left to return, or it is
      *> rejected before it can buy a refund: E011 when the
           IF ED-TXN-RETURN AND ED-RECORD-CLEAN
               PERFORM 4200-EDIT-RETURN-REFERENCE THRU 4200-EXIT
           END-IF.
           IF ED-TXN-SALE AND ED-RECORD-CLEAN
              AND ED-TENDER-ON-ACCOUNT
               PERFORM 4300-EDIT-CREDIT-LIMIT THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *> A reference keyed by order and line is resolved by
      *> SALES-RETURN-SUB to the run stamp of the sale logged under
      *> it, and that stamp replaces the keyed reference in the
      *> ED-ORIG fields, so the pricing jobs downstream see an
      *> ordinary stamped return.
       4200-EDIT-RETURN-REFERENCE.
           MOVE ZERO TO RA-ORDER-NO.
           MOVE ZERO TO RA-ORDER-LINE.
           IF ED-ORDER-REFERENCE
               IF ED-ORDER-REF-LINE-X NOT NUMERIC
                  OR ED-ORIG-SEQ-X NOT NUMERIC
                  OR ED-ORIG-SEQ-X = "000000"
                   MOVE "E011" TO REJ-REASON
                   MOVE "ORIG-SALE-REF" TO REJ-FIELD
                   PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
                   GO TO 4200-EXIT
               END-IF
               MOVE ED-ORIG-SEQ-X       TO RA-ORDER-NO
               MOVE ED-ORDER-REF-LINE-X TO RA-ORDER-LINE
           ELSE
               IF ED-ORIG-DATE-X NOT NUMERIC
                  OR ED-ORIG-SEQ-X NOT NUMERIC
                  OR ED-ORIG-RUN-ID = SPACES
                   MOVE "E011" TO REJ-REASON
                   MOVE "ORIG-SALE-REF" TO REJ-FIELD
                   PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
                   GO TO 4200-EXIT
               END-IF
               MOVE ED-ORIG-DATE-X TO RA-ORIG-RUN-DATE
               MOVE ED-ORIG-RUN-ID TO RA-ORIG-RUN-ID
               MOVE ED-ORIG-SEQ-X  TO RA-ORIG-SEQ
           END-IF.
           MOVE ED-ITEM-CODE   TO RA-ITEM-CODE.
           MOVE ED-QUANTITY    TO RA-RETURN-QTY.
           CALL "SALES-RETURN-SUB" USING RA-PARM-AREA.
               GO TO 4200-EXIT
           END-IF.
           MOVE RA-REFUND-PRICE TO ED-HASH-PRICE.
           IF ED-ORDER-REFERENCE
               MOVE RA-ORIG-RUN-DATE TO ED-ORIG-DATE-X
               MOVE RA-ORIG-RUN-ID   TO ED-ORIG-RUN-ID
               MOVE RA-ORIG-SEQ      TO ED-ORIG-SEQ-X
           END-IF.
       4200-EXIT.
           EXIT.

      *> An on-account sale is a charge on the AR ledger, so it
      *> must fit inside the credit the desk approved: the
      *> account's balance, plus what this run has already passed
      *> for it, plus this sale's charge may not pass the limit (a
      *> limit of zero is an account never approved for credit).
      *> The balance is made of grand totals, tax included, so the
      *> sale is judged -- and tallied -- on the same footing: its
      *> extended price less a flat discount, plus the tax the
      *> pricing job will add at the jurisdiction's rate unless the
      *> item is not taxable or the account is exempt. A percentage
      *> discount hangs on the volume tier and contract rate the
      *> pricing job resolves and is left out, so the figure is
      *> never less than the charge SALES-ARCHIVE will post. An
      *> account customer paying cash, card or cheque charges
      *> nothing and is not judged. E014 holds the sale on the
      *> reject file, where REJECT-REWORK can release it once a
      *> payment is applied or the limit raised. A sale for an
      *> account the run's tally has no room left for is held
      *> E014 too (field CREDIT-TALLY-FULL) rather than passed
      *> unjudged against the rest of the run's charges.
      *> Only a sale that is otherwise clean is judged and tallied,
      *> so a sale rejected for some other reason never uses up
      *> credit a later sale could have had.
       4300-EDIT-CREDIT-LIMIT.
           PERFORM 4310-FIND-CREDIT-SLOT THRU 4310-EXIT.
           IF ED-CREDIT-SLOT = ZERO
              AND ED-CREDIT-COUNT >= ED-CREDIT-MAX
               DISPLAY "CREDIT TALLY FULL - ACCOUNT SALE HELD FOR "
                   ED-CUST-CODE
               MOVE "E014" TO REJ-REASON
               MOVE "CREDIT-TALLY-FULL" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4320-PRICE-CREDIT-CHARGE THRU 4320-EXIT.
           COMPUTE ED-CREDIT-EXPOSURE =
               ED-CUST-BALANCE + ED-CREDIT-CHARGE.
           IF ED-CREDIT-SLOT > ZERO
               ADD ED-CR-RUN-CHARGES (ED-CREDIT-SLOT)
                   TO ED-CREDIT-EXPOSURE
           END-IF.
           IF ED-CREDIT-EXPOSURE > ED-CUST-CREDIT-LIMIT
               MOVE "E014" TO REJ-REASON
               MOVE "CREDIT-LIMIT" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4330-TALLY-CREDIT-CHARGE THRU 4330-EXIT.
       4300-EXIT.
           EXIT.

       4310-FIND-CREDIT-SLOT.
           MOVE ZERO TO ED-CREDIT-SLOT.
           PERFORM VARYING ED-CREDIT-INDEX FROM 1 BY 1
                   UNTIL ED-CREDIT-INDEX > ED-CREDIT-COUNT
               IF ED-CR-CUST-CODE (ED-CREDIT-INDEX) = ED-CUST-CODE
                   MOVE ED-CREDIT-INDEX TO ED-CREDIT-SLOT
                   MOVE ED-CREDIT-COUNT TO ED-CREDIT-INDEX
               END-IF
           END-PERFORM.
       4310-EXIT.
           EXIT.

       4320-PRICE-CREDIT-CHARGE.
           MOVE ED-EXT-PRICE TO ED-CREDIT-CHARGE.
           IF ED-DISCOUNT-FLAT
               SUBTRACT ED-DISC-FLAT FROM ED-CREDIT-CHARGE
           END-IF.
           MOVE ZERO TO ED-CREDIT-TAX.
           IF ED-ITEM-TAXABLE-FLAG = "Y" AND NOT ED-CUST-TAX-EXEMPT
               MOVE ED-JURIS-CODE TO JURIS-CODE
               PERFORM 3700-LOOKUP-TAX-RATE THRU 3700-EXIT
               COMPUTE ED-CREDIT-TAX =
                   ED-CREDIT-CHARGE * TAX-LOOKUP-RATE
           END-IF.
           ADD ED-CREDIT-TAX TO ED-CREDIT-CHARGE.
       4320-EXIT.
           EXIT.

      *> ED-CREDIT-SLOT is the customer's slot from 4310, or zero
      *> for a customer new to the tally (the caller has made sure
      *> there is room).
       4330-TALLY-CREDIT-CHARGE.
           IF ED-CREDIT-SLOT = ZERO
               ADD 1 TO ED-CREDIT-COUNT
               MOVE ED-CREDIT-COUNT TO ED-CREDIT-SLOT
               MOVE ED-CUST-CODE TO ED-CR-CUST-CODE (ED-CREDIT-SLOT)
               MOVE ZERO TO ED-CR-RUN-CHARGES (ED-CREDIT-SLOT)
           END-IF.
           ADD ED-CREDIT-CHARGE TO ED-CR-RUN-CHARGES (ED-CREDIT-SLOT).
       4330-EXIT.
           EXIT.

      *> A host that judges records against a day SALES-EDIT has
      *> already edited -- REJECT-REWORK releasing corrected
      *> rejects -- must first put back on the tally every account
      *> sale already passed to the clean files, or a released sale
      *> would be judged against the morning's balance alone. The
      *> host moves each clean record's fields to the ED- fields as
      *> it would for 4000-EDIT-COMMON-FIELDS and PERFORMs this
      *> paragraph; the sale is priced for the tally exactly as
      *> 4300 prices it, nothing is judged and nothing rejected. A
      *> record whose item or account has since left the masters
      *> cannot be priced and is passed over.
       4350-SEED-CREDIT-TALLY.
           IF ED-TENDER-TYPE = SPACE AND ED-CUST-CODE NOT = SPACES
               SET ED-TENDER-ON-ACCOUNT TO TRUE
           END-IF.
           IF NOT ED-TXN-SALE OR NOT ED-TENDER-ON-ACCOUNT
              OR ED-CUST-CODE = SPACES
               GO TO 4350-EXIT
           END-IF.
           CALL "SALES-ITEM-SUB" USING ED-ITEM-CODE,
               ED-ITEM-DESCRIPTION, ED-ITEM-UNIT-PRICE,
               ED-ITEM-TAXABLE-FLAG, ED-ITEM-FOUND-SWITCH,
               ED-ITEM-UNIT-COST.
           IF NOT ED-ITEM-FOUND
               GO TO 4350-EXIT
           END-IF.
           MOVE ED-ITEM-CODE TO PROMO-LOOKUP-ITEM.
           PERFORM 3900-LOOKUP-PROMO-PRICE THRU 3900-EXIT.
           IF PROMO-FOUND
               MOVE PROMO-LOOKUP-PRICE TO ED-ITEM-UNIT-PRICE
           END-IF.
           COMPUTE ED-EXT-PRICE = ED-ITEM-UNIT-PRICE * ED-QUANTITY
               ON SIZE ERROR
                   GO TO 4350-EXIT
           END-COMPUTE.
           CALL "SALES-CUST-SUB" USING ED-CUST-CODE,
               ED-CUST-NAME, ED-CUST-CONTRACT-RATE,
               ED-CUST-FOUND-SWITCH, ED-CUST-CREDIT-LIMIT,
               ED-CUST-BALANCE, ED-CUST-TAX-EXEMPT-FLAG,
               ED-CUST-EXEMPT-CERT-NO, ED-CUST-EXEMPT-EXPIRY.
           IF NOT ED-CUST-FOUND
               GO TO 4350-EXIT
           END-IF.
           PERFORM 4310-FIND-CREDIT-SLOT THRU 4310-EXIT.
           IF ED-CREDIT-SLOT = ZERO
              AND ED-CREDIT-COUNT >= ED-CREDIT-MAX
               DISPLAY "CREDIT TALLY FULL - CLEAN SALES NOT TALLIED"
                   " FOR " ED-CUST-CODE
               GO TO 4350-EXIT
           END-IF.
           PERFORM 4320-PRICE-CREDIT-CHARGE THRU 4320-EXIT.
           PERFORM 4330-TALLY-CREDIT-CHARGE THRU 4330-EXIT.
       4350-EXIT.
           EXIT.

      *> The tender must be one the drawer balancing and the GL
      *> extract know: cash, card, cheque or on-account. Blank is
      *> what every batch keyed before tenders were taken carries,
      *> so it defaults the way those sales were always treated --
      *> an account customer's sale charged to the account, a
      *> walk-in's paid in cash. On-account needs an account to
      *> charge, so E019 rejects it on a walk-in. The shift is the
      *> till shift the sale was rung on, a digit 1-9, blank
      *> taken as the first shift; anything else is E020.
       4400-EDIT-TENDER.
           IF ED-TENDER-TYPE = SPACE
               IF ED-CUST-CODE = SPACES
                   SET ED-TENDER-CASH TO TRUE
               ELSE
                   SET ED-TENDER-ON-ACCOUNT TO TRUE
               END-IF
           END-IF.
           IF NOT ED-TENDER-CASH AND NOT ED-TENDER-CARD
              AND NOT ED-TENDER-CHEQUE AND NOT ED-TENDER-ON-ACCOUNT
               MOVE "E019" TO REJ-REASON
               MOVE "TENDER-TYPE" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
           ELSE
               IF ED-TENDER-ON-ACCOUNT AND ED-CUST-CODE = SPACES
                   MOVE "E019" TO REJ-REASON
                   MOVE "TENDER-NO-ACCOUNT" TO REJ-FIELD
                   PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
               END-IF
           END-IF.
           IF ED-SHIFT = SPACE
               MOVE "1" TO ED-SHIFT
           END-IF.
           IF ED-SHIFT NOT NUMERIC OR ED-SHIFT = "0"
               MOVE "E020" TO REJ-REASON
               MOVE "SHIFT" TO REJ-FIELD
               PERFORM 4100-WRITE-COMMON-REJECT THRU 4100-EXIT
           END-IF.
       4400-EXIT.
           EXIT.
