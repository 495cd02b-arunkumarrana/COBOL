      *>   DR 515000 DISCOUNT EXPENSE net discount given
      *>   CR 401000 SALES REVENUE    net extended price
      *>   CR 231000 SALES TAX PAYABLE net tax collected
      *> Pass TENDER after the date ("YYYYMMDD TENDER") to split
      *> the cash debit by how the day was paid, one debit per
      *> tender:
      *>   DR 101000 CASH             net cash taken in
      *>   DR 102000 CARD CLEARING    net card batch
      *>   DR 103000 CHEQUES          net cheques to deposit
      *>   DR 121000 ACCOUNTS RECV    net charged on account
      *> A log line written before tenders were taken counts as
      *> on-account when it carries a customer code and as cash
      *> when it does not. The split debits add up to the single
      *> cash debit, so the file balances either way.
      *> A posting that nets to zero is not written, and one that
      *> nets negative (a returns-heavy day) is written on the
      *> opposite side, the way the GL import expects. The debit and
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-LOG                  VALUE "Y".

       01  GLX-ARGS.
           05  GLX-DATE-ARG            PIC X(08).
           05  FILLER                  PIC X(01).
           05  GLX-SPLIT-ARG           PIC X(06).
               88  GLX-NO-SPLIT            VALUE SPACES.
               88  GLX-SPLIT-BY-TENDER     VALUE "TENDER".
       77  GLX-DATE                    PIC 9(8).

       77  GLX-NET-SALES               PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-DISCOUNT            PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-TAX                 PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-CASH                PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-TENDER-CASH         PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-CARD                PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-CHEQUE              PIC S9(9)V99 VALUE ZERO.
       77  GLX-NET-ON-ACCOUNT          PIC S9(9)V99 VALUE ZERO.
       77  GLX-LINE-CASH               PIC S9(9)V99.

       77  GLX-LINE-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  GLX-DR-TOTAL                PIC 9(11)V99 VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT GLX-ARGS FROM COMMAND-LINE.
           IF NOT GLX-NO-SPLIT AND NOT GLX-SPLIT-BY-TENDER
               DISPLAY "GL-EXTRACT: BAD SPLIT ARGUMENT "
                   GLX-SPLIT-ARG " - EXPECTED TENDER OR NOTHING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GLX-DATE-ARG = SPACES
               ACCEPT GLX-DATE FROM DATE YYYYMMDD
           ELSE
                       FROM GLX-NET-DISCOUNT
                   SUBTRACT LOG-TAX-AMOUNT FROM GLX-NET-TAX
                   SUBTRACT LOG-GRAND-TOTAL FROM GLX-NET-CASH
                   COMPUTE GLX-LINE-CASH = ZERO - LOG-GRAND-TOTAL
               ELSE
                   ADD LOG-PRICE TO GLX-NET-SALES
                   ADD LOG-DISCOUNT-AMOUNT TO GLX-NET-DISCOUNT
                   ADD LOG-TAX-AMOUNT TO GLX-NET-TAX
                   ADD LOG-GRAND-TOTAL TO GLX-NET-CASH
                   MOVE LOG-GRAND-TOTAL TO GLX-LINE-CASH
               END-IF
               PERFORM 2100-ADD-TO-TENDER THRU 2100-EXIT
           END-IF.
           PERFORM 1100-READ-LOG THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-ADD-TO-TENDER.
           IF LOG-TENDER-TYPE = SPACE
               IF LOG-CUST-CODE = SPACES
                   SET LOG-TENDER-CASH TO TRUE
               ELSE
                   SET LOG-TENDER-ON-ACCOUNT TO TRUE
               END-IF
           END-IF.
           IF LOG-TENDER-CARD
               ADD GLX-LINE-CASH TO GLX-NET-CARD
               GO TO 2100-EXIT
           END-IF.
           IF LOG-TENDER-CHEQUE
               ADD GLX-LINE-CASH TO GLX-NET-CHEQUE
               GO TO 2100-EXIT
           END-IF.
           IF LOG-TENDER-ON-ACCOUNT
               ADD GLX-LINE-CASH TO GLX-NET-ON-ACCOUNT
               GO TO 2100-EXIT
           END-IF.
           ADD GLX-LINE-CASH TO GLX-NET-TENDER-CASH.
       2100-EXIT.
           EXIT.

       3000-WRITE-POSTING.
           IF GLX-AMOUNT = ZERO
               GO TO 3000-EXIT
           EXIT.

       9000-TERMINATE.
           IF GLX-SPLIT-BY-TENDER
               PERFORM 9010-POST-BY-TENDER THRU 9010-EXIT
           ELSE
               MOVE 101000 TO GLX-ACCOUNT
               MOVE "DR" TO GLX-SIDE
               MOVE GLX-NET-CASH TO GLX-AMOUNT
               MOVE "DAILY SALES CASH" TO GLX-DESCRIPTION
               PERFORM 3000-WRITE-POSTING THRU 3000-EXIT
           END-IF.
           MOVE 515000 TO GLX-ACCOUNT.
           MOVE "DR" TO GLX-SIDE.
           MOVE GLX-NET-DISCOUNT TO GLX-AMOUNT.
           CLOSE GL-POSTING-FILE.
       9000-EXIT.
           EXIT.

       9010-POST-BY-TENDER.
           MOVE 101000 TO GLX-ACCOUNT.
           MOVE "DR" TO GLX-SIDE.
           MOVE GLX-NET-TENDER-CASH TO GLX-AMOUNT.
           MOVE "DAILY SALES CASH" TO GLX-DESCRIPTION.
           PERFORM 3000-WRITE-POSTING THRU 3000-EXIT.
           MOVE 102000 TO GLX-ACCOUNT.
           MOVE "DR" TO GLX-SIDE.
           MOVE GLX-NET-CARD TO GLX-AMOUNT.
           MOVE "DAILY SALES CARD" TO GLX-DESCRIPTION.
           PERFORM 3000-WRITE-POSTING THRU 3000-EXIT.
           MOVE 103000 TO GLX-ACCOUNT.
           MOVE "DR" TO GLX-SIDE.
           MOVE GLX-NET-CHEQUE TO GLX-AMOUNT.
           MOVE "DAILY SALES CHEQUES" TO GLX-DESCRIPTION.
           PERFORM 3000-WRITE-POSTING THRU 3000-EXIT.
           MOVE 121000 TO GLX-ACCOUNT.
           MOVE "DR" TO GLX-SIDE.
           MOVE GLX-NET-ON-ACCOUNT TO GLX-AMOUNT.
           MOVE "DAILY SALES ON ACCT" TO GLX-DESCRIPTION.
           PERFORM 3000-WRITE-POSTING THRU 3000-EXIT.
       9010-EXIT.
           EXIT.
