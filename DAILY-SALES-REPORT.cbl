      *> reduces NET SALES and the discount it reverses reduces
      *> TOTAL DISCOUNT GIVEN -- so the report no longer overstates
      *> the till on a day with refunds.
      *> The money taken in (grand total, net of refunds) is also
      *> split by tender -- cash, card, cheque and charged on
      *> account -- so the net figure can be laid against the
      *> drawers and the card batch. A log line written before
      *> tenders were taken counts as on-account when it carries a
      *> customer code and as cash when it does not.
      *> Pass the business date to report as YYYYMMDD on the command
      *> line; with no argument the report covers today. Only log
      *> records stamped with that date are totalled, and the count
       77  NET-SALES                   PIC S9(9)V99 VALUE ZERO.
       77  TOTAL-DISCOUNT-GIVEN        PIC S9(9)V99 VALUE ZERO.
       77  LINE-DISCOUNT-AMOUNT        PIC 9(7)V99.
       77  LINE-TAKEN-AMOUNT           PIC S9(9)V99.
       77  TAKEN-CASH                  PIC S9(9)V99 VALUE ZERO.
       77  TAKEN-CARD                  PIC S9(9)V99 VALUE ZERO.
       77  TAKEN-CHEQUE                PIC S9(9)V99 VALUE ZERO.
       77  TAKEN-ON-ACCOUNT            PIC S9(9)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE-1       PIC X(40) VALUE
               "DAILY SALES REPORT".
                   "TOTAL DISCOUNT GIVEN: ".
           05  RD-TOTAL-DISCOUNT       PIC Z(8)9.99-.

       01  REPORT-TENDER-LINE.
           05  RT-TENDER-LABEL         PIC X(20).
           05  RT-TENDER-AMOUNT        PIC Z(8)9.99-.

       01  REPORT-COUNT-LINE.
           05  FILLER                  PIC X(20) VALUE
                   "TRANSACTION COUNT:  ".
                   ADD LOG-PRICE TO TOTAL-RETURNS
                   SUBTRACT LINE-DISCOUNT-AMOUNT
                       FROM TOTAL-DISCOUNT-GIVEN
                   COMPUTE LINE-TAKEN-AMOUNT = ZERO - LOG-GRAND-TOTAL
               ELSE
                   ADD LOG-PRICE TO TOTAL-GROSS-SALES
                   ADD LINE-DISCOUNT-AMOUNT TO TOTAL-DISCOUNT-GIVEN
                   MOVE LOG-GRAND-TOTAL TO LINE-TAKEN-AMOUNT
               END-IF
               PERFORM 2100-ADD-TO-TENDER THRU 2100-EXIT
           ELSE
               ADD 1 TO OTHER-DATE-COUNT
           END-IF.
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
               ADD LINE-TAKEN-AMOUNT TO TAKEN-CARD
               GO TO 2100-EXIT
           END-IF.
           IF LOG-TENDER-CHEQUE
               ADD LINE-TAKEN-AMOUNT TO TAKEN-CHEQUE
               GO TO 2100-EXIT
           END-IF.
           IF LOG-TENDER-ON-ACCOUNT
               ADD LINE-TAKEN-AMOUNT TO TAKEN-ON-ACCOUNT
               GO TO 2100-EXIT
           END-IF.
           ADD LINE-TAKEN-AMOUNT TO TAKEN-CASH.
       2100-EXIT.
           EXIT.

      *> One net-taken line per tender, to the report and the
      *> console alike.
       2200-WRITE-TENDER-LINES.
           MOVE "NET CASH TAKEN:     " TO RT-TENDER-LABEL.
           MOVE TAKEN-CASH TO RT-TENDER-AMOUNT.
           WRITE DAILY-SALES-REPORT-LINE FROM REPORT-TENDER-LINE.
           DISPLAY REPORT-TENDER-LINE.
           MOVE "NET CARD TAKEN:     " TO RT-TENDER-LABEL.
           MOVE TAKEN-CARD TO RT-TENDER-AMOUNT.
           WRITE DAILY-SALES-REPORT-LINE FROM REPORT-TENDER-LINE.
           DISPLAY REPORT-TENDER-LINE.
           MOVE "NET CHEQUES TAKEN:  " TO RT-TENDER-LABEL.
           MOVE TAKEN-CHEQUE TO RT-TENDER-AMOUNT.
           WRITE DAILY-SALES-REPORT-LINE FROM REPORT-TENDER-LINE.
           DISPLAY REPORT-TENDER-LINE.
           MOVE "NET ON ACCOUNT:     " TO RT-TENDER-LABEL.
           MOVE TAKEN-ON-ACCOUNT TO RT-TENDER-AMOUNT.
           WRITE DAILY-SALES-REPORT-LINE FROM REPORT-TENDER-LINE.
           DISPLAY REPORT-TENDER-LINE.
       2200-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE RPT-DATE             TO RDT-REPORT-DATE.
           COMPUTE NET-SALES = TOTAL-GROSS-SALES - TOTAL-RETURNS.
           DISPLAY REPORT-RETURN-COUNT-LINE.
           DISPLAY REPORT-PROMO-COUNT-LINE.
           DISPLAY REPORT-SKIPPED-LINE.
           PERFORM 2200-WRITE-TENDER-LINES THRU 2200-EXIT.
           CLOSE SALES-LOG-FILE.
           CLOSE DAILY-SALES-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
