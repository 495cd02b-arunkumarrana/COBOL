       PROGRAM-ID. SALES-CUST-SUB.
      *> Customer-master lookup for the sales pricing chain. Callers
      *> (SALES-CALCULATOR2, SALES-PRICE-SUB, SALES-EDIT) hand in a
      *> customer code and get back the master's name, contract
      *> discount rate, credit limit and AR balance, plus a found
      *> switch, and the account's tax-exemption flag, certificate
      *> number and certificate expiry date -- every program that
      *> prices or edits a sale resolves a customer code through
      *> this one subprogram, so there is exactly one place that
      *> reads CUSTOMER-MASTER.DAT, the same discipline
       01  CUST-NAME-PARM              PIC X(30).
       01  CUST-CONTRACT-RATE-PARM     PIC 9V9999.
       01  CUST-FOUND-SWITCH-PARM      PIC X(01).
       01  CUST-CREDIT-LIMIT-PARM      PIC 9(7)V99.
       01  CUST-BALANCE-PARM           PIC S9(7)V99.
       01  CUST-TAX-EXEMPT-PARM        PIC X(01).
       01  CUST-EXEMPT-CERT-NO-PARM    PIC X(15).
       01  CUST-EXEMPT-EXPIRY-PARM     PIC 9(8).

       PROCEDURE DIVISION USING CUST-CODE-PARM,
               CUST-NAME-PARM, CUST-CONTRACT-RATE-PARM,
               CUST-FOUND-SWITCH-PARM, CUST-CREDIT-LIMIT-PARM,
               CUST-BALANCE-PARM, CUST-TAX-EXEMPT-PARM,
               CUST-EXEMPT-CERT-NO-PARM, CUST-EXEMPT-EXPIRY-PARM.
       0000-MAIN.
           IF NOT CUST-MASTER-OPENED AND NOT CUST-MASTER-UNUSABLE
               PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
               NOT INVALID KEY
                   MOVE CUST-NAME TO CUST-NAME-PARM
                   MOVE CUST-CONTRACT-RATE TO CUST-CONTRACT-RATE-PARM
                   MOVE CUST-CREDIT-LIMIT TO CUST-CREDIT-LIMIT-PARM
                   MOVE CUST-BALANCE TO CUST-BALANCE-PARM
                   PERFORM 2100-RETURN-EXEMPTION THRU 2100-EXIT
                   MOVE "Y" TO CUST-FOUND-SWITCH-PARM
           END-READ.
       2000-EXIT.
           EXIT.

      *> A master record loaded before exemptions were kept has
      *> spaces here and is an ordinary taxed account; an exempt
      *> flag with no usable expiry date is handed back as expired,
      *> never as exempt for ever.
       2100-RETURN-EXEMPTION.
           IF CUST-TAX-EXEMPT
               MOVE "Y" TO CUST-TAX-EXEMPT-PARM
               MOVE CUST-EXEMPT-CERT-NO TO CUST-EXEMPT-CERT-NO-PARM
               IF CUST-EXEMPT-EXPIRY NUMERIC
                   MOVE CUST-EXEMPT-EXPIRY TO CUST-EXEMPT-EXPIRY-PARM
               ELSE
                   MOVE ZERO TO CUST-EXEMPT-EXPIRY-PARM
               END-IF
           ELSE
               MOVE "N" TO CUST-TAX-EXEMPT-PARM
               MOVE SPACES TO CUST-EXEMPT-CERT-NO-PARM
               MOVE ZERO TO CUST-EXEMPT-EXPIRY-PARM
           END-IF.
       2100-EXIT.
           EXIT.

       3000-RETURN-NOT-FOUND.
           MOVE SPACES TO CUST-NAME-PARM.
           MOVE ZERO TO CUST-CONTRACT-RATE-PARM.
           MOVE ZERO TO CUST-CREDIT-LIMIT-PARM.
           MOVE ZERO TO CUST-BALANCE-PARM.
           MOVE "N" TO CUST-TAX-EXEMPT-PARM.
           MOVE SPACES TO CUST-EXEMPT-CERT-NO-PARM.
           MOVE ZERO TO CUST-EXEMPT-EXPIRY-PARM.
           MOVE "N" TO CUST-FOUND-SWITCH-PARM.
       3000-EXIT.
           EXIT.
