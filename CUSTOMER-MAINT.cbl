      *> so one bad line never stops the rest of the batch.
      *> A missing master is created empty on the first add, the
      *> same way the pricing jobs create a missing SALES-LOG.DAT.
      *> Each add or change also keys the account's credit limit; the
      *> running AR balance is posted by AR-POST-SUB only, so an add
      *> starts the account at zero and a change leaves the balance
      *> exactly as it was read. Both show on the audit images so
      *> the desk sees what the account owes when a limit moves.
      *> An add or change also keys the account's sales-tax
      *> exemption: "Y" with the certificate number and its expiry
      *> date, or blank / "N" for an ordinary taxed account (the
      *> certificate fields are then cleared). An exempt line with
      *> no certificate number, or with an expiry that is not a
      *> real calendar date, is skipped, so no account is ever
      *> made exempt without the paper behind it. The exemption
      *> shows under each audit image.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  CMT-CONTRACT-RATE-X     PIC X(05).
           05  CMT-CONTRACT-RATE REDEFINES CMT-CONTRACT-RATE-X
                                       PIC 9V9999.
           05  CMT-CREDIT-LIMIT-X      PIC X(09).
           05  CMT-CREDIT-LIMIT REDEFINES CMT-CREDIT-LIMIT-X
                                       PIC 9(7)V99.
           05  CMT-TAX-EXEMPT-FLAG     PIC X(01).
               88  CMT-TAX-EXEMPT          VALUE "Y".
               88  CMT-NOT-EXEMPT          VALUE " " "N".
           05  CMT-EXEMPT-CERT-NO      PIC X(15).
           05  CMT-EXEMPT-EXPIRY-X     PIC X(08).
           05  CMT-EXEMPT-EXPIRY REDEFINES CMT-EXEMPT-EXPIRY-X
                                       PIC 9(8).
           05  CMT-EXEMPT-EXPIRY-PARTS REDEFINES CMT-EXEMPT-EXPIRY-X.
               10  CMT-EXPIRY-YYYY     PIC 9(4).
               10  CMT-EXPIRY-MM       PIC 9(2).
               10  CMT-EXPIRY-DD       PIC 9(2).

       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'. *> Imports the customer layout

       FD  CUST-MAINT-REPORT-FILE.
       01  CUST-MAINT-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       77  CUST-FILE-STATUS            PIC X(02).
       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-MAINT                VALUE "Y".

       01  CMT-EXPIRY-SWITCH           PIC X(01).
           88  CMT-EXPIRY-VALID            VALUE "Y".

       01  CMT-RECORD-STATUS           PIC X(01).
           88  CMT-ON-FILE                 VALUE "F".
           88  CMT-NOT-ON-FILE             VALUE "N".
           05  CMT-IL-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  RATE ".
           05  CMT-IL-RATE             PIC 9.9999.
           05  FILLER                  PIC X(08) VALUE "  LIMIT ".
           05  CMT-IL-LIMIT            PIC Z(6)9.99.
           05  FILLER                  PIC X(06) VALUE "  BAL ".
           05  CMT-IL-BALANCE          PIC Z(6)9.99-.

       01  CMT-EXEMPT-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
                   "TAX EXEMPT: ".
           05  CMT-EL-FLAG             PIC X(01).
           05  FILLER                  PIC X(08) VALUE "   CERT ".
           05  CMT-EL-CERT-NO          PIC X(15).
           05  FILLER                  PIC X(11) VALUE
                   "   EXPIRES ".
           05  CMT-EL-EXPIRY           PIC 9(8).

       01  CMT-TEXT-LINE.
           05  CMT-TL-TAG              PIC X(09).
           ADD 1 TO CMT-READ-COUNT.
           MOVE CMT-ACTION TO CMT-AL-ACTION.
           MOVE CMT-CUST-CODE TO CMT-AL-CUST-CODE.
           PERFORM 2050-CHECK-EXEMPT-EXPIRY THRU 2050-EXIT.
           IF NOT CMT-ADD AND NOT CMT-CHANGE AND NOT CMT-DELETE
               PERFORM 2900-LIST-SKIPPED-BAD-ACTION THRU 2900-EXIT
           ELSE
               IF (CMT-ADD OR CMT-CHANGE)
                  AND (CMT-CONTRACT-RATE-X NOT NUMERIC
                  OR CMT-CREDIT-LIMIT-X NOT NUMERIC
                  OR CMT-CUST-CODE = SPACES)
                   PERFORM 2910-LIST-SKIPPED-BAD-FIELDS
                       THRU 2910-EXIT
               ELSE
                   IF (CMT-ADD OR CMT-CHANGE)
                      AND NOT CMT-NOT-EXEMPT
                      AND (NOT CMT-TAX-EXEMPT
                      OR CMT-EXEMPT-CERT-NO = SPACES
                      OR NOT CMT-EXPIRY-VALID)
                       PERFORM 2920-LIST-SKIPPED-BAD-EXEMPT
                           THRU 2920-EXIT
                   ELSE
                       PERFORM 2100-APPLY-ONE-ACTION THRU 2100-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 1100-READ-MAINT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *> The expiry must be a date on the calendar: a 31st of a
      *> thirty-day month on the master would throw out every
      *> window EXEMPT-CERT-EXPIRY and the edits measure from it.
       2050-CHECK-EXEMPT-EXPIRY.
           MOVE "N" TO CMT-EXPIRY-SWITCH.
           IF CMT-EXEMPT-EXPIRY-X NOT NUMERIC
               GO TO 2050-EXIT
           END-IF.
           IF CMT-EXPIRY-MM < 01 OR CMT-EXPIRY-MM > 12
              OR CMT-EXPIRY-DD < 01 OR CMT-EXPIRY-DD > 31
               GO TO 2050-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (CMT-EXEMPT-EXPIRY) = ZERO
               GO TO 2050-EXIT
           END-IF.
           SET CMT-EXPIRY-VALID TO TRUE.
       2050-EXIT.
           EXIT.

       2100-APPLY-ONE-ACTION.
           PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
           IF CMT-ADD
               MOVE CMT-CUST-CODE TO CUST-CODE
               MOVE CMT-CUST-NAME TO CUST-NAME
               MOVE CMT-CONTRACT-RATE TO CUST-CONTRACT-RATE
               MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
               MOVE ZERO TO CUST-BALANCE
               PERFORM 2500-MOVE-EXEMPTION THRU 2500-EXIT
               WRITE CUSTOMER-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
               PERFORM 4000-LIST-BEFORE-IMAGE THRU 4000-EXIT
               MOVE CMT-CUST-NAME TO CUST-NAME
               MOVE CMT-CONTRACT-RATE TO CUST-CONTRACT-RATE
               MOVE CMT-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
      *> CUST-BALANCE is deliberately left as read -- the AR ledger
      *> posting owns it, not the desk.
               PERFORM 2500-MOVE-EXEMPTION THRU 2500-EXIT
               REWRITE CUSTOMER-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
       2400-EXIT.
           EXIT.

      *> Reached only for a line 2000-APPLY-MAINTENANCE passed, so
      *> an exempt line's certificate and expiry are already known
      *> good here.
       2500-MOVE-EXEMPTION.
           IF CMT-TAX-EXEMPT
               MOVE "Y" TO CUST-TAX-EXEMPT-FLAG
               MOVE CMT-EXEMPT-CERT-NO TO CUST-EXEMPT-CERT-NO
               MOVE CMT-EXEMPT-EXPIRY TO CUST-EXEMPT-EXPIRY
           ELSE
               MOVE "N" TO CUST-TAX-EXEMPT-FLAG
               MOVE SPACES TO CUST-EXEMPT-CERT-NO
               MOVE ZERO TO CUST-EXEMPT-EXPIRY
           END-IF.
       2500-EXIT.
           EXIT.

       2900-LIST-SKIPPED-BAD-ACTION.
           MOVE "SKIPPED - ACTION NOT A/C/D" TO CMT-AL-DISPOSITION.
           ADD 1 TO CMT-SKIPPED-COUNT.
           EXIT.

       2910-LIST-SKIPPED-BAD-FIELDS.
           MOVE "SKIPPED - BAD KEY/RATE/LIMIT" TO CMT-AL-DISPOSITION.
           ADD 1 TO CMT-SKIPPED-COUNT.
           WRITE CUST-MAINT-REPORT-LINE FROM CMT-ACTION-LINE.
       2910-EXIT.
           EXIT.

       2920-LIST-SKIPPED-BAD-EXEMPT.
           MOVE "SKIPPED - BAD EXEMPTION/CERT" TO CMT-AL-DISPOSITION.
           ADD 1 TO CMT-SKIPPED-COUNT.
           WRITE CUST-MAINT-REPORT-LINE FROM CMT-ACTION-LINE.
       2920-EXIT.
           EXIT.

       3000-READ-MASTER-BY-KEY.
           MOVE CMT-CUST-CODE TO CUST-CODE.
           READ CUSTOMER-MASTER-FILE
           MOVE " BEFORE: " TO CMT-IL-TAG.
           MOVE CUST-NAME TO CMT-IL-CUST-NAME.
           MOVE CUST-CONTRACT-RATE TO CMT-IL-RATE.
           MOVE CUST-CREDIT-LIMIT TO CMT-IL-LIMIT.
           MOVE CUST-BALANCE TO CMT-IL-BALANCE.
           WRITE CUST-MAINT-REPORT-LINE FROM CMT-IMAGE-LINE.
           PERFORM 4300-LIST-EXEMPTION THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

           MOVE "  AFTER: " TO CMT-IL-TAG.
           MOVE CUST-NAME TO CMT-IL-CUST-NAME.
           MOVE CUST-CONTRACT-RATE TO CMT-IL-RATE.
           MOVE CUST-CREDIT-LIMIT TO CMT-IL-LIMIT.
           MOVE CUST-BALANCE TO CMT-IL-BALANCE.
           WRITE CUST-MAINT-REPORT-LINE FROM CMT-IMAGE-LINE.
           PERFORM 4300-LIST-EXEMPTION THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      *> A master record loaded before exemptions were kept shows
      *> as not exempt.
       4300-LIST-EXEMPTION.
           IF CUST-TAX-EXEMPT
               MOVE "Y" TO CMT-EL-FLAG
               MOVE CUST-EXEMPT-CERT-NO TO CMT-EL-CERT-NO
               MOVE CUST-EXEMPT-EXPIRY TO CMT-EL-EXPIRY
           ELSE
               MOVE "N" TO CMT-EL-FLAG
               MOVE SPACES TO CMT-EL-CERT-NO
               MOVE ZERO TO CMT-EL-EXPIRY
           END-IF.
           WRITE CUST-MAINT-REPORT-LINE FROM CMT-EXEMPT-LINE.
       4300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE CMT-READ-COUNT TO CMT-SL-READ.
           MOVE CMT-APPLIED-COUNT TO CMT-SL-APPLIED.
