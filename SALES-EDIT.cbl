      *> matched against the original sale's audit-trail line
      *> through SALES-RETURN-SUB before it can pass, so a refund
      *> with no sale behind it never reaches the pricing jobs.
      *> An account sale is a charge on the customer's AR ledger and
      *> is held on the reject file (E014) when it would take the
      *> account past the credit limit on the customer master,
      *> judged on what it will charge, tax included.
      *> A record failing more than one edit gets one reject line
      *> per failure, so the clerk can fix everything in one pass.
      *> SALES-TXN-IN.DAT also carries customer orders: an order
      *> header record (type "H": order number, customer, clerk,
      *> jurisdiction, order date) followed by its line records
      *> (type "L": order number, line number, item, quantity,
      *> discount). An order is edited as a unit. Its header is
      *> checked once, and each line is run through the same edits
      *> a single sale gets, priced at the header's customer, clerk
      *> and jurisdiction; the credit-limit edit sees the order's
      *> lines accumulate, so an order is judged on its total. One
      *> bad line holds the whole order: every record of it goes to
      *> the reject file -- the failing ones with their reasons,
      *> the rest as E018 ORDER-HELD -- and nothing of it reaches
      *> the clean file or uses up the customer's credit. The lines
      *> behind a header that fails are held without further edits,
      *> since there is no customer or jurisdiction to price them
      *> against. A held order is corrected and rekeyed whole. A
      *> clean order's lines go to SALES-TXN.DAT as ordinary sale
      *> records carrying the order number, line number and order
      *> date, so SALES-CALCULATOR2 prices them line by line and
      *> the trailer counts them like any other sale. An order
      *> number already passed clean this run is held E015
      *> ORDER-NO-REPEATED; once the run has passed as many orders
      *> as it can remember, further orders are held E015
      *> ORDER-TABLE-FULL and rekeyed in the next batch.
      *> A return may give its original sale as an order and line
      *> (run id keyed "ORDER" plus the three-digit line number,
      *> sequence as the order number); the edit resolves it to the
      *> sale's run stamp and the clean record carries the stamp.
      *> Every sale and return carries its tender -- "C" cash, "K"
      *> card, "Q" cheque, "A" on-account -- and the till shift it
      *> was rung on, keyed at the end of the record (on an order,
      *> once on the header for all its lines). A blank tender is
      *> resolved to on-account for an account customer and to
      *> cash for a walk-in, a blank shift to shift 1, and the
      *> clean record carries the resolved values. An unknown
      *> tender, or on-account with no customer to charge, is
      *> rejected E019; a shift that is not a digit 1-9 is E020.
      *> Only an on-account sale is held to the credit limit.
      *> A sale to a tax-exempt account whose certificate expired
      *> before today is rejected E021 (on an order, at the header)
      *> until the renewed certificate is on the customer master.
      *> A missing input file is treated as "no batch keyed today"
      *> and that pass is skipped, so the other job's batch still
      *> gets edited.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TXN-IN-FILE.
       01  SALES-TXN-IN-RECORD         PIC X(62).
       01  SALES-TXN-IN-FIELDS REDEFINES SALES-TXN-IN-RECORD.
           05  TXN-IN-TYPE             PIC X(01).
           05  TXN-IN-ITEM-CODE        PIC X(08).
           05  TXN-IN-ORIG-RUN-ID      PIC X(08).
           05  TXN-IN-ORIG-SEQ-X       PIC X(06).
           05  TXN-IN-CLERK-ID         PIC X(04).
           05  TXN-IN-TENDER-TYPE      PIC X(01).
           05  TXN-IN-SHIFT            PIC X(01).

       FD  SALES-TXN-OUT-FILE.
      *> The keyed transaction as it came in, followed by the order
      *> fields -- zeros on a single sale or return -- and the
      *> resolved tender and shift.
       01  SALES-TXN-OUT-RECORD.
           05  TXN-OUT-BODY            PIC X(60).
           05  TXN-OUT-ORDER-NO        PIC 9(6).
           05  TXN-OUT-ORDER-LINE      PIC 9(3).
           05  TXN-OUT-ORDER-DATE      PIC 9(8).
           05  TXN-OUT-TENDER-TYPE     PIC X(01).
           05  TXN-OUT-SHIFT           PIC X(01).
           05  FILLER                  PIC X(01).

       FD  TXN-REJECT-FILE.
       01  TXN-REJECT-LINE             PIC X(110).

       FD  DAILY-BATCH-IN-FILE.
       01  DAILY-BATCH-IN-RECORD       PIC X(72).
       01  DAILY-BATCH-IN-FIELDS REDEFINES DAILY-BATCH-IN-RECORD.
           05  DB-IN-TYPE              PIC X(01).
           05  DB-IN-NUM1-X            PIC X(04).
           05  DB-IN-ORIG-RUN-ID       PIC X(08).
           05  DB-IN-ORIG-SEQ-X        PIC X(06).
           05  DB-IN-CLERK-ID          PIC X(04).
           05  DB-IN-TENDER-TYPE       PIC X(01).
           05  DB-IN-SHIFT             PIC X(01).

       FD  DAILY-BATCH-OUT-FILE.
       01  DAILY-BATCH-OUT-RECORD      PIC X(72).

       FD  BATCH-REJECT-FILE.
       01  BATCH-REJECT-LINE           PIC X(110).
       77  BATCH-CLEAN-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  BATCH-REJECT-COUNT          PIC 9(8) COMP VALUE ZERO.

      *> The customer order being edited: its header and its lines,
      *> held until the next header or the end of the file closes
      *> the order, so nothing of it reaches the clean file before
      *> every line has passed.
       01  ORD-HEADER-IMAGE            PIC X(60).
       01  ORD-HEADER-FIELDS REDEFINES ORD-HEADER-IMAGE.
           05  ORD-HDR-TYPE            PIC X(01).
           05  ORD-HDR-ORDER-NO-X      PIC X(06).
           05  ORD-HDR-ORDER-NO REDEFINES ORD-HDR-ORDER-NO-X
                                       PIC 9(6).
           05  ORD-HDR-CUST-CODE       PIC X(06).
           05  ORD-HDR-CLERK-ID        PIC X(04).
           05  ORD-HDR-JURIS-CODE      PIC X(04).
           05  ORD-HDR-DATE-X          PIC X(08).
           05  ORD-HDR-DATE REDEFINES ORD-HDR-DATE-X
                                       PIC 9(8).
           05  ORD-HDR-DATE-PARTS REDEFINES ORD-HDR-DATE-X.
               10  ORD-HDR-YEAR        PIC 9(4).
               10  ORD-HDR-MONTH       PIC 9(2).
               10  ORD-HDR-DAY         PIC 9(2).
           05  ORD-HDR-TENDER-TYPE     PIC X(01).
           05  ORD-HDR-SHIFT           PIC X(01).
           05  FILLER                  PIC X(29).

       77  ORD-LINE-MAX                PIC 9(3) COMP VALUE 99.
       77  ORD-LINE-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  ORD-LINE-INDEX              PIC 9(3) COMP.
       01  ORD-LINE-TABLE-AREA.
           05  ORD-LINE-ENTRY OCCURS 99 TIMES.
               10  ORD-LINE-IMAGE      PIC X(60).
               10  ORD-LINE-STATUS     PIC X(01).

       01  ORD-LINE-WORK               PIC X(60).
       01  ORD-LINE-FIELDS REDEFINES ORD-LINE-WORK.
           05  ORD-LN-TYPE             PIC X(01).
           05  ORD-LN-ORDER-NO-X       PIC X(06).
           05  ORD-LN-LINE-NO-X        PIC X(03).
           05  ORD-LN-LINE-NO REDEFINES ORD-LN-LINE-NO-X
                                       PIC 9(3).
           05  ORD-LN-ITEM-CODE        PIC X(08).
           05  ORD-LN-QUANTITY-X       PIC X(05).
           05  ORD-LN-QUANTITY REDEFINES ORD-LN-QUANTITY-X
                                       PIC 9(5).
           05  ORD-LN-DISCOUNT-TYPE    PIC X(01).
           05  ORD-LN-DISC-FLAT-X      PIC X(09).
           05  ORD-LN-DISC-FLAT REDEFINES ORD-LN-DISC-FLAT-X
                                       PIC 9(7)V99.
           05  FILLER                  PIC X(27).

      *> An order line as the single sale record the pricing job
      *> reads, the header's fields filled in.
       01  ORD-TXN-BODY.
           05  OTX-TYPE                PIC X(01).
           05  OTX-ITEM-CODE           PIC X(08).
           05  OTX-QUANTITY            PIC 9(5).
           05  OTX-JURIS-CODE          PIC X(04).
           05  OTX-DISCOUNT-TYPE       PIC X(01).
           05  OTX-DISC-FLAT           PIC 9(7)V99.
           05  OTX-CUST-CODE           PIC X(06).
           05  OTX-ORIG-RUN-DATE       PIC 9(8).
           05  OTX-ORIG-RUN-ID         PIC X(08).
           05  OTX-ORIG-SEQ            PIC 9(6).
           05  OTX-CLERK-ID            PIC X(04).

       01  ORD-STATUS-SWITCH           PIC X(01).
           88  ORD-CLEAN                   VALUE "C".
           88  ORD-HELD                    VALUE "H".
       01  ORD-HEADER-SWITCH           PIC X(01).
           88  ORD-HEADER-CLEAN            VALUE "C".
           88  ORD-HEADER-REJECTED         VALUE "R".
       01  ORD-OVERFLOW-SWITCH         PIC X(01).
           88  ORD-LINES-OVERFLOW          VALUE "Y".
       77  ORD-PREV-LINE-NO            PIC 9(3).
       77  ORD-QTY-HASH                PIC 9(8).
       77  ORD-AMT-HASH                PIC 9(11)V99.

      *> The credit tally as it stood before the order's lines were
      *> edited, put back when the order is held so a held order
      *> never uses up credit a later sale could have had. Sized to
      *> ED-CREDIT-TABLE-AREA in edit-fields.cpy.
       77  ORD-CREDIT-SAVE-COUNT       PIC 9(3) COMP.
       01  ORD-CREDIT-SAVE-AREA        PIC X(3400).

      *> Order numbers passed clean this run: the same order keyed
      *> twice in one batch would otherwise be priced and invoiced
      *> twice. An order the table has no room left for is held
      *> E015 (field ORDER-TABLE-FULL) rather than passed unchecked.
       77  ORD-SEEN-MAX                PIC 9(3) COMP VALUE 500.
       77  ORD-SEEN-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  ORD-SEEN-INDEX              PIC 9(3) COMP.
       01  ORD-SEEN-SWITCH             PIC X(01).
           88  ORD-ALREADY-SEEN            VALUE "Y".
       01  ORD-SEEN-TABLE-AREA.
           05  ORD-SEEN-ORDER-NO OCCURS 500 TIMES
                                       PIC 9(6).

       77  ORD-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  ORD-CLEAN-COUNT             PIC 9(8) COMP VALUE ZERO.
       77  ORD-HELD-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  ORD-RECORD-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  ORD-LINE-WRITE-COUNT        PIC 9(8) COMP VALUE ZERO.

       01  ED-SUMMARY-LINE.
           05  ED-SUM-FILE             PIC X(12).
           05  FILLER                  PIC X(07) VALUE " READ: ".
           PERFORM 2100-READ-SALES-TXN THRU 2100-EXIT.
           PERFORM 2200-EDIT-ONE-TXN THRU 2200-EXIT
               UNTIL END-OF-INPUT.
           COMPUTE TRL-RECORD-COUNT =
               TXN-CLEAN-COUNT + ORD-LINE-WRITE-COUNT.
           PERFORM 5000-BUILD-TRAILER THRU 5000-EXIT.
           WRITE SALES-TXN-OUT-RECORD FROM BATCH-TRAILER-RECORD.
           CLOSE SALES-TXN-IN-FILE.
           EXIT.

       2200-EDIT-ONE-TXN.
      *> An order header gathers its lines and edits the order
      *> whole; it leaves the record after the order's last line
      *> already read.
           IF TXN-IN-TYPE = "H"
               PERFORM 2400-EDIT-ONE-ORDER THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO TXN-READ-COUNT.
           SET ED-RECORD-CLEAN TO TRUE.
           MOVE SALES-TXN-IN-RECORD TO REJ-RECORD.
      *> An order line with no header in front of it belongs to no
      *> order and cannot be priced.
           IF TXN-IN-TYPE = "L"
               MOVE "E015" TO REJ-REASON
               MOVE "ORDER-HEADER" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               ADD 1 TO TXN-REJECT-COUNT
               PERFORM 2100-READ-SALES-TXN THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF TXN-IN-QUANTITY-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "TXN-QUANTITY" TO REJ-FIELD
               MOVE TXN-IN-ORIG-RUN-ID   TO ED-ORIG-RUN-ID
               MOVE TXN-IN-ORIG-SEQ-X    TO ED-ORIG-SEQ-X
               MOVE TXN-IN-CLERK-ID      TO ED-CLERK-ID
               MOVE TXN-IN-TENDER-TYPE   TO ED-TENDER-TYPE
               MOVE TXN-IN-SHIFT         TO ED-SHIFT
               PERFORM 4000-EDIT-COMMON-FIELDS THRU 4000-EXIT
           END-IF.
           IF ED-RECORD-CLEAN
               ADD 1 TO TXN-CLEAN-COUNT
               ADD ED-QUANTITY TO ED-QTY-HASH
               ADD ED-HASH-PRICE TO ED-AMT-HASH
               MOVE ED-ORIG-DATE-X       TO TXN-IN-ORIG-DATE-X
               MOVE ED-ORIG-RUN-ID       TO TXN-IN-ORIG-RUN-ID
               MOVE ED-ORIG-SEQ-X        TO TXN-IN-ORIG-SEQ-X
               MOVE SALES-TXN-IN-RECORD  TO TXN-OUT-BODY
               MOVE ZERO                 TO TXN-OUT-ORDER-NO
               MOVE ZERO                 TO TXN-OUT-ORDER-LINE
               MOVE ZERO                 TO TXN-OUT-ORDER-DATE
               MOVE ED-TENDER-TYPE       TO TXN-OUT-TENDER-TYPE
               MOVE ED-SHIFT             TO TXN-OUT-SHIFT
               WRITE SALES-TXN-OUT-RECORD
           ELSE
               ADD 1 TO TXN-REJECT-COUNT
           END-IF.
       2300-EXIT.
           EXIT.

      *> One customer order: the header in the buffer, its lines
      *> read in behind it. Every record is edited before any is
      *> written, and the order goes to the clean file or to the
      *> reject file whole.
       2400-EDIT-ONE-ORDER.
           ADD 1 TO ORD-READ-COUNT.
           ADD 1 TO ORD-RECORD-COUNT.
           MOVE SALES-TXN-IN-RECORD TO ORD-HEADER-IMAGE.
           MOVE ZERO TO ORD-LINE-COUNT.
           MOVE "N" TO ORD-OVERFLOW-SWITCH.
           PERFORM 2100-READ-SALES-TXN THRU 2100-EXIT.
           PERFORM 2410-STORE-ORDER-LINE THRU 2410-EXIT
               UNTIL END-OF-INPUT OR TXN-IN-TYPE NOT = "L".
           SET ORD-CLEAN TO TRUE.
           MOVE ZERO TO ORD-QTY-HASH.
           MOVE ZERO TO ORD-AMT-HASH.
           MOVE ED-CREDIT-COUNT TO ORD-CREDIT-SAVE-COUNT.
           MOVE ED-CREDIT-TABLE-AREA TO ORD-CREDIT-SAVE-AREA.
           PERFORM 2420-EDIT-ORDER-HEADER THRU 2420-EXIT.
           MOVE ZERO TO ORD-PREV-LINE-NO.
           PERFORM 2430-EDIT-ORDER-LINE THRU 2430-EXIT
               VARYING ORD-LINE-INDEX FROM 1 BY 1
               UNTIL ORD-LINE-INDEX > ORD-LINE-COUNT.
           IF ORD-HELD
               PERFORM 2450-HOLD-THE-ORDER THRU 2450-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2440-WRITE-ORDER-LINE THRU 2440-EXIT
               VARYING ORD-LINE-INDEX FROM 1 BY 1
               UNTIL ORD-LINE-INDEX > ORD-LINE-COUNT.
           ADD ORD-QTY-HASH TO ED-QTY-HASH.
           ADD ORD-AMT-HASH TO ED-AMT-HASH.
           ADD 1 TO ORD-CLEAN-COUNT.
           IF ORD-SEEN-COUNT < ORD-SEEN-MAX
               ADD 1 TO ORD-SEEN-COUNT
               MOVE ORD-HDR-ORDER-NO
                   TO ORD-SEEN-ORDER-NO (ORD-SEEN-COUNT)
           END-IF.
       2400-EXIT.
           EXIT.

      *> Lines past what the order table holds cannot be edited
      *> with the rest, so they go straight to the reject file and
      *> the order is held.
       2410-STORE-ORDER-LINE.
           ADD 1 TO ORD-RECORD-COUNT.
           IF ORD-LINE-COUNT < ORD-LINE-MAX
               ADD 1 TO ORD-LINE-COUNT
               MOVE SALES-TXN-IN-RECORD
                   TO ORD-LINE-IMAGE (ORD-LINE-COUNT)
               MOVE "C" TO ORD-LINE-STATUS (ORD-LINE-COUNT)
           ELSE
               SET ORD-LINES-OVERFLOW TO TRUE
               MOVE SALES-TXN-IN-RECORD TO REJ-RECORD
               MOVE "E017" TO REJ-REASON
               MOVE "ORDER-LINES" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           PERFORM 2100-READ-SALES-TXN THRU 2100-EXIT.
       2410-EXIT.
           EXIT.

       2420-EDIT-ORDER-HEADER.
           SET ED-RECORD-CLEAN TO TRUE.
           MOVE ORD-HEADER-IMAGE TO REJ-RECORD.
           IF ORD-HDR-ORDER-NO-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "ORD-ORDER-NO" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           ELSE
               PERFORM 2425-CHECK-ORDER-NUMBER THRU 2425-EXIT
           END-IF.
           IF ORD-HDR-DATE-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "ORD-ORDER-DATE" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           ELSE
               IF ORD-HDR-MONTH < 1 OR ORD-HDR-MONTH > 12
                  OR ORD-HDR-DAY < 1 OR ORD-HDR-DAY > 31
                  OR FUNCTION INTEGER-OF-DATE (ORD-HDR-DATE) = ZERO
                  OR ORD-HDR-DATE > ED-TODAY
                   MOVE "E016" TO REJ-REASON
                   MOVE "ORDER-DATE" TO REJ-FIELD
                   PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               END-IF
           END-IF.
           MOVE ORD-HDR-JURIS-CODE TO JURIS-CODE.
           PERFORM 3700-LOOKUP-TAX-RATE THRU 3700-EXIT.
           IF NOT TAX-JURIS-FOUND
               MOVE "E007" TO REJ-REASON
               MOVE "JURIS-CODE" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           MOVE ORD-HDR-CLERK-ID TO CLERK-LOOKUP-ID.
           PERFORM 4700-LOOKUP-CLERK THRU 4700-EXIT.
           IF ORD-HDR-CLERK-ID = SPACES OR NOT CLERK-FOUND
               MOVE "E013" TO REJ-REASON
               MOVE "CLERK-ID" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           IF ORD-HDR-CUST-CODE NOT = SPACES
               CALL "SALES-CUST-SUB" USING ORD-HDR-CUST-CODE,
                   ED-CUST-NAME, ED-CUST-CONTRACT-RATE,
                   ED-CUST-FOUND-SWITCH, ED-CUST-CREDIT-LIMIT,
                   ED-CUST-BALANCE, ED-CUST-TAX-EXEMPT-FLAG,
                   ED-CUST-EXEMPT-CERT-NO, ED-CUST-EXEMPT-EXPIRY
               IF NOT ED-CUST-FOUND
                   MOVE "E010" TO REJ-REASON
                   MOVE "CUST-CODE" TO REJ-FIELD
                   PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               END-IF
               IF ED-CUST-FOUND AND ED-CUST-TAX-EXEMPT
                  AND ED-CUST-EXEMPT-EXPIRY < TAX-AS-OF-DATE
                   MOVE "E021" TO REJ-REASON
                   MOVE "EXEMPT-CERT" TO REJ-FIELD
                   PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               END-IF
           END-IF.
      *> The header's tender and shift cover every line; resolved
      *> once here, the lines are edited and written with them.
           MOVE ORD-HDR-CUST-CODE TO ED-CUST-CODE.
           MOVE ORD-HDR-TENDER-TYPE TO ED-TENDER-TYPE.
           MOVE ORD-HDR-SHIFT TO ED-SHIFT.
           PERFORM 4400-EDIT-TENDER THRU 4400-EXIT.
           MOVE ED-TENDER-TYPE TO ORD-HDR-TENDER-TYPE.
           MOVE ED-SHIFT TO ORD-HDR-SHIFT.
           IF ORD-LINE-COUNT = ZERO OR ORD-LINES-OVERFLOW
               MOVE "E017" TO REJ-REASON
               MOVE "ORDER-LINES" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           IF ED-RECORD-CLEAN
               SET ORD-HEADER-CLEAN TO TRUE
           ELSE
               SET ORD-HEADER-REJECTED TO TRUE
               SET ORD-HELD TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.

       2425-CHECK-ORDER-NUMBER.
           IF ORD-HDR-ORDER-NO = ZERO
               MOVE "E015" TO REJ-REASON
               MOVE "ORDER-NO" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               GO TO 2425-EXIT
           END-IF.
           MOVE "N" TO ORD-SEEN-SWITCH.
           PERFORM VARYING ORD-SEEN-INDEX FROM 1 BY 1
                   UNTIL ORD-SEEN-INDEX > ORD-SEEN-COUNT
               IF ORD-SEEN-ORDER-NO (ORD-SEEN-INDEX)
                       = ORD-HDR-ORDER-NO
                   SET ORD-ALREADY-SEEN TO TRUE
                   MOVE ORD-SEEN-COUNT TO ORD-SEEN-INDEX
               END-IF
           END-PERFORM.
           IF ORD-ALREADY-SEEN
               MOVE "E015" TO REJ-REASON
               MOVE "ORDER-NO-REPEATED" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               GO TO 2425-EXIT
           END-IF.
           IF ORD-SEEN-COUNT >= ORD-SEEN-MAX
               DISPLAY "ORDER TABLE FULL - ORDER HELD: "
                   ORD-HDR-ORDER-NO
               MOVE "E015" TO REJ-REASON
               MOVE "ORDER-TABLE-FULL" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
       2425-EXIT.
           EXIT.

      *> A line must belong to the header in front of it and carry
      *> a line number higher than the line before it. Behind a
      *> clean header it then runs through the same edits a single
      *> sale gets, at the header's customer, clerk and
      *> jurisdiction.
       2430-EDIT-ORDER-LINE.
           MOVE ORD-LINE-IMAGE (ORD-LINE-INDEX) TO ORD-LINE-WORK.
           SET ED-RECORD-CLEAN TO TRUE.
           MOVE ORD-LINE-WORK TO REJ-RECORD.
           IF ORD-LN-ORDER-NO-X NOT = ORD-HDR-ORDER-NO-X
               MOVE "E015" TO REJ-REASON
               MOVE "ORDER-NO" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           IF ORD-LN-LINE-NO-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "ORD-LINE-NO" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           ELSE
               IF ORD-LN-LINE-NO > ORD-PREV-LINE-NO
                   MOVE ORD-LN-LINE-NO TO ORD-PREV-LINE-NO
               ELSE
                   MOVE "E017" TO REJ-REASON
                   MOVE "ORDER-LINE-NO" TO REJ-FIELD
                   PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
               END-IF
           END-IF.
           IF ORD-LN-QUANTITY-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "ORD-QUANTITY" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           IF ORD-LN-DISC-FLAT-X NOT NUMERIC
               MOVE "E001" TO REJ-REASON
               MOVE "ORD-DISC-FLAT-AMT" TO REJ-FIELD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           IF ED-RECORD-CLEAN AND ORD-HEADER-CLEAN
               MOVE "S"                  TO ED-TXN-TYPE
               MOVE ORD-LN-ITEM-CODE     TO ED-ITEM-CODE
               MOVE ORD-LN-QUANTITY      TO ED-QUANTITY
               MOVE ORD-HDR-JURIS-CODE   TO ED-JURIS-CODE
               MOVE ORD-LN-DISCOUNT-TYPE TO ED-DISCOUNT-TYPE
               MOVE ORD-LN-DISC-FLAT     TO ED-DISC-FLAT
               MOVE ORD-HDR-CUST-CODE    TO ED-CUST-CODE
               MOVE SPACES               TO ED-ORIG-DATE-X
               MOVE SPACES               TO ED-ORIG-RUN-ID
               MOVE SPACES               TO ED-ORIG-SEQ-X
               MOVE ORD-HDR-CLERK-ID     TO ED-CLERK-ID
               MOVE ORD-HDR-TENDER-TYPE  TO ED-TENDER-TYPE
               MOVE ORD-HDR-SHIFT        TO ED-SHIFT
               PERFORM 4000-EDIT-COMMON-FIELDS THRU 4000-EXIT
           END-IF.
           IF ED-RECORD-REJECTED
               MOVE "R" TO ORD-LINE-STATUS (ORD-LINE-INDEX)
               SET ORD-HELD TO TRUE
               GO TO 2430-EXIT
           END-IF.
           IF ORD-HEADER-CLEAN
               ADD ED-QUANTITY TO ORD-QTY-HASH
               ADD ED-HASH-PRICE TO ORD-AMT-HASH
           END-IF.
       2430-EXIT.
           EXIT.

       2440-WRITE-ORDER-LINE.
           MOVE ORD-LINE-IMAGE (ORD-LINE-INDEX) TO ORD-LINE-WORK.
           MOVE "S"                  TO OTX-TYPE.
           MOVE ORD-LN-ITEM-CODE     TO OTX-ITEM-CODE.
           MOVE ORD-LN-QUANTITY      TO OTX-QUANTITY.
           MOVE ORD-HDR-JURIS-CODE   TO OTX-JURIS-CODE.
           MOVE ORD-LN-DISCOUNT-TYPE TO OTX-DISCOUNT-TYPE.
           MOVE ORD-LN-DISC-FLAT     TO OTX-DISC-FLAT.
           MOVE ORD-HDR-CUST-CODE    TO OTX-CUST-CODE.
           MOVE ZERO                 TO OTX-ORIG-RUN-DATE.
           MOVE SPACES               TO OTX-ORIG-RUN-ID.
           MOVE ZERO                 TO OTX-ORIG-SEQ.
           MOVE ORD-HDR-CLERK-ID     TO OTX-CLERK-ID.
           MOVE ORD-TXN-BODY         TO TXN-OUT-BODY.
           MOVE ORD-HDR-ORDER-NO     TO TXN-OUT-ORDER-NO.
           MOVE ORD-LN-LINE-NO       TO TXN-OUT-ORDER-LINE.
           MOVE ORD-HDR-DATE         TO TXN-OUT-ORDER-DATE.
           MOVE ORD-HDR-TENDER-TYPE  TO TXN-OUT-TENDER-TYPE.
           MOVE ORD-HDR-SHIFT        TO TXN-OUT-SHIFT.
           WRITE SALES-TXN-OUT-RECORD.
           ADD 1 TO ORD-LINE-WRITE-COUNT.
       2440-EXIT.
           EXIT.

      *> Every record of a held order lands on the reject file:
      *> those that failed an edit already have their reasons
      *> there, the rest are written as held so the desk sees the
      *> whole order. The credit the order's clean lines tallied is
      *> handed back.
       2450-HOLD-THE-ORDER.
           MOVE ORD-CREDIT-SAVE-COUNT TO ED-CREDIT-COUNT.
           MOVE ORD-CREDIT-SAVE-AREA TO ED-CREDIT-TABLE-AREA.
           MOVE "E018" TO REJ-REASON.
           MOVE "ORDER-HELD" TO REJ-FIELD.
           IF ORD-HEADER-CLEAN
               MOVE ORD-HEADER-IMAGE TO REJ-RECORD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
           PERFORM 2460-HOLD-ONE-LINE THRU 2460-EXIT
               VARYING ORD-LINE-INDEX FROM 1 BY 1
               UNTIL ORD-LINE-INDEX > ORD-LINE-COUNT.
           ADD 1 TO ORD-HELD-COUNT.
       2450-EXIT.
           EXIT.

       2460-HOLD-ONE-LINE.
           IF ORD-LINE-STATUS (ORD-LINE-INDEX) = "C"
               MOVE ORD-LINE-IMAGE (ORD-LINE-INDEX) TO REJ-RECORD
               PERFORM 2300-WRITE-TXN-REJECT THRU 2300-EXIT
           END-IF.
       2460-EXIT.
           EXIT.

       3000-EDIT-DAILY-BATCH.
           SET ED-BATCH-PASS TO TRUE.
           MOVE "N" TO WS-EOF-SWITCH.
               MOVE DB-IN-ORIG-RUN-ID   TO ED-ORIG-RUN-ID
               MOVE DB-IN-ORIG-SEQ-X    TO ED-ORIG-SEQ-X
               MOVE DB-IN-CLERK-ID      TO ED-CLERK-ID
               MOVE DB-IN-TENDER-TYPE   TO ED-TENDER-TYPE
               MOVE DB-IN-SHIFT         TO ED-SHIFT
               PERFORM 4000-EDIT-COMMON-FIELDS THRU 4000-EXIT
           END-IF.
           IF ED-RECORD-CLEAN
               ADD 1 TO BATCH-CLEAN-COUNT
               ADD ED-QUANTITY TO ED-QTY-HASH
               ADD ED-HASH-PRICE TO ED-AMT-HASH
               MOVE ED-ORIG-DATE-X TO DB-IN-ORIG-DATE-X
               MOVE ED-ORIG-RUN-ID TO DB-IN-ORIG-RUN-ID
               MOVE ED-ORIG-SEQ-X  TO DB-IN-ORIG-SEQ-X
               MOVE ED-TENDER-TYPE TO DB-IN-TENDER-TYPE
               MOVE ED-SHIFT       TO DB-IN-SHIFT
               WRITE DAILY-BATCH-OUT-RECORD
                   FROM DAILY-BATCH-IN-RECORD
           ELSE
           MOVE BATCH-CLEAN-COUNT TO ED-SUM-CLEAN.
           MOVE BATCH-REJECT-COUNT TO ED-SUM-REJECT.
           DISPLAY ED-SUMMARY-LINE.
           MOVE "ORDERS " TO ED-SUM-FILE.
           MOVE ORD-READ-COUNT TO ED-SUM-READ.
           MOVE ORD-CLEAN-COUNT TO ED-SUM-CLEAN.
           MOVE ORD-HELD-COUNT TO ED-SUM-REJECT.
           DISPLAY ED-SUMMARY-LINE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           COMPUTE RJ-READ-COUNT =
               TXN-READ-COUNT + BATCH-READ-COUNT + ORD-RECORD-COUNT.
           COMPUTE RJ-WRITE-COUNT =
               TXN-CLEAN-COUNT + BATCH-CLEAN-COUNT
               + ORD-LINE-WRITE-COUNT.
           COMPUTE RJ-REJECT-COUNT =
               TXN-REJECT-COUNT + BATCH-REJECT-COUNT
               + ORD-HELD-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
       9000-EXIT.
           EXIT.
