      *> reject file is rewritten; a correction that still fails is
      *> listed with its reasons and its reject line stays on file
      *> for another pass.
      *> An account sale released from the rejects is judged
      *> against the credit limit on the account's balance plus
      *> every account sale already on the two clean files plus
      *> the sales released before it, the same tally SALES-EDIT
      *> kept when it first edited the day.
      *> A customer order is not reworked a line at a time: SALES-
      *> EDIT judged it whole, and one corrected line recycled
      *> alone would price part of an order. A correction keyed
      *> against any header or line of a held order retires every
      *> reject line of that order number from the file instead,
      *> and the corrected order is rekeyed whole into the next
      *> input batch.
      *> A correction record is: file id ("T" for the sales-txn
      *> rejects, "B" for the daily-batch rejects), the reject's
      *> line number within that file, and the corrected full
           05  CORR-IN-SEQ-X           PIC X(05).
           05  CORR-IN-SEQ REDEFINES CORR-IN-SEQ-X
                                       PIC 9(5).
           05  CORR-IN-RECORD-IMAGE    PIC X(72).

       FD  SALES-TXN-OUT-FILE.
       01  SALES-TXN-OUT-RECORD        PIC X(80).

       FD  DAILY-BATCH-OUT-FILE.
       01  DAILY-BATCH-OUT-RECORD      PIC X(72).

       FD  REWORK-REPORT-FILE.
       01  REWORK-REPORT-LINE          PIC X(132).

      *> The record image under correction, seen through the same
      *> field layouts SALES-EDIT reads its input files with.
       01  RWK-RECORD-AREA             PIC X(72).
       01  RWK-TXN-FIELDS REDEFINES RWK-RECORD-AREA.
           05  RWT-TYPE                PIC X(01).
           05  RWT-ITEM-CODE           PIC X(08).
           05  RWT-ORIG-RUN-ID         PIC X(08).
           05  RWT-ORIG-SEQ-X          PIC X(06).
           05  RWT-CLERK-ID            PIC X(04).
           05  RWT-TENDER-TYPE         PIC X(01).
           05  RWT-SHIFT               PIC X(01).
           05  FILLER                  PIC X(10).
       01  RWK-DB-FIELDS REDEFINES RWK-RECORD-AREA.
           05  RWB-TYPE                PIC X(01).
           05  RWB-ORIG-RUN-ID         PIC X(08).
           05  RWB-ORIG-SEQ-X          PIC X(06).
           05  RWB-CLERK-ID            PIC X(04).
           05  RWB-TENDER-TYPE         PIC X(01).
           05  RWB-SHIFT               PIC X(01).

      *> The pass's reject file, held whole so worked lines can be
      *> dropped when it is rewritten.
           05  CORR-ENTRY OCCURS 500 TIMES.
               10  CORR-FILE-ID        PIC X(01).
               10  CORR-SEQ-X          PIC X(05).
               10  CORR-RECORD-IMAGE   PIC X(72).

      *> The pass's SALES-EDIT output file, held whole so the clean
      *> corrected records can be appended ahead of an adjusted
       77  OUTD-INDEX                  PIC 9(4) COMP.
       01  RWK-OUT-TABLE-AREA.
           05  OUTD-ENTRY OCCURS 2000 TIMES.
               10  OUTD-IMAGE          PIC X(80).
       01  RWK-OUT-WORK                PIC X(80).
      *> A SALES-TXN.DAT record: the keyed transaction followed by
      *> the order fields, zeros on a recycled sale or return, and
      *> the resolved tender and shift.
       01  RWK-OUT-TXN-FIELDS REDEFINES RWK-OUT-WORK.
           05  RWO-TXN-BODY            PIC X(60).
           05  RWO-ORDER-NO            PIC 9(6).
           05  RWO-ORDER-LINE          PIC 9(3).
           05  RWO-ORDER-DATE          PIC 9(8).
           05  RWO-TENDER-TYPE         PIC X(01).
           05  RWO-SHIFT               PIC X(01).
           05  FILLER                  PIC X(01).
       01  RWK-REJ-WORK                PIC X(110).
       01  RWK-OLD-IMAGE               PIC X(72).
      *> The order number a held order's reject lines carry in
      *> their record image, right behind the record type.
       01  RWK-OLD-ORDER-VIEW REDEFINES RWK-OLD-IMAGE.
           05  RWK-OLD-TYPE            PIC X(01).
           05  RWK-OLD-ORDER-NO        PIC X(06).
           05  FILLER                  PIC X(65).
       01  RWK-SCAN-IMAGE              PIC X(72).
       01  RWK-SCAN-ORDER-VIEW REDEFINES RWK-SCAN-IMAGE.
           05  RWK-SCAN-TYPE           PIC X(01).
           05  RWK-SCAN-ORDER-NO       PIC X(06).
           05  FILLER                  PIC X(65).
       77  RWK-CORR-SEQ                PIC 9(5).

       77  CORR-READ-COUNT             PIC 9(8) COMP VALUE ZERO.
           PERFORM 3600-LOAD-TAX-TABLE THRU 3600-EXIT.
           PERFORM 3800-LOAD-PROMO-TABLE THRU 3800-EXIT.
           PERFORM 4600-LOAD-CLERK-TABLE THRU 4600-EXIT.
           PERFORM 1300-SEED-CREDIT-TALLY THRU 1300-EXIT.
           OPEN OUTPUT REWORK-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "REJECT-REWORK: CANNOT OPEN"
       1220-EXIT.
           EXIT.

      *> The credit tally starts from every account sale SALES-EDIT
      *> has already passed to either clean file -- one tally for
      *> both, as SALES-EDIT keeps it -- so a released sale is
      *> judged against the day's clean charges as well as the
      *> account's balance.
       1300-SEED-CREDIT-TALLY.
           MOVE ZERO TO ED-CREDIT-COUNT.
           SET RWK-TXN-PASS TO TRUE.
           PERFORM 1310-SEED-FROM-ONE-FILE THRU 1310-EXIT.
           SET RWK-BATCH-PASS TO TRUE.
           PERFORM 1310-SEED-FROM-ONE-FILE THRU 1310-EXIT.
       1300-EXIT.
           EXIT.

       1310-SEED-FROM-ONE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 5200-OPEN-OUTPUT-INPUT THRU 5200-EXIT.
           IF END-OF-INPUT
               GO TO 1310-EXIT
           END-IF.
           PERFORM 5300-READ-OUTPUT THRU 5300-EXIT.
           PERFORM 1320-SEED-ONE-RECORD THRU 1320-EXIT
               UNTIL END-OF-INPUT.
           PERFORM 5320-CLOSE-OUTPUT THRU 5320-EXIT.
       1310-EXIT.
           EXIT.

       1320-SEED-ONE-RECORD.
           IF RWK-OUT-WORK (1:1) = "T"
               GO TO 1320-READ-NEXT
           END-IF.
           MOVE RWK-OUT-WORK TO RWK-RECORD-AREA.
           IF RWK-TXN-PASS
               IF RWT-QUANTITY-X NOT NUMERIC
                  OR RWT-DISC-FLAT-X NOT NUMERIC
                   GO TO 1320-READ-NEXT
               END-IF
               MOVE RWT-TYPE          TO ED-TXN-TYPE
               MOVE RWT-ITEM-CODE     TO ED-ITEM-CODE
               MOVE RWT-QUANTITY      TO ED-QUANTITY
               MOVE RWT-JURIS-CODE    TO ED-JURIS-CODE
               MOVE RWT-DISCOUNT-TYPE TO ED-DISCOUNT-TYPE
               MOVE RWT-DISC-FLAT     TO ED-DISC-FLAT
               MOVE RWT-CUST-CODE     TO ED-CUST-CODE
               MOVE RWO-TENDER-TYPE   TO ED-TENDER-TYPE
           ELSE
               IF RWB-QUANTITY-X NOT NUMERIC
                  OR RWB-DISC-FLAT-X NOT NUMERIC
                   GO TO 1320-READ-NEXT
               END-IF
               MOVE RWB-TYPE          TO ED-TXN-TYPE
               MOVE RWB-ITEM-CODE     TO ED-ITEM-CODE
               MOVE RWB-QUANTITY      TO ED-QUANTITY
               MOVE RWB-JURIS-CODE    TO ED-JURIS-CODE
               MOVE RWB-DISCOUNT-TYPE TO ED-DISCOUNT-TYPE
               MOVE RWB-DISC-FLAT     TO ED-DISC-FLAT
               MOVE RWB-CUST-CODE     TO ED-CUST-CODE
               MOVE RWB-TENDER-TYPE   TO ED-TENDER-TYPE
           END-IF.
           PERFORM 4350-SEED-CREDIT-TALLY THRU 4350-EXIT.
       1320-READ-NEXT.
           PERFORM 5300-READ-OUTPUT THRU 5300-EXIT.
       1320-EXIT.
           EXIT.

      *> One reject file worked end to end: its lines and the
      *> matching SALES-EDIT output are read whole, the pass's
      *> corrections are applied against them, and both files are
      *> can be retired with it.
           MOVE REJT-IMAGE (RWK-CORR-SEQ) TO REJ-DETAIL-LINE.
           MOVE REJ-RECORD TO RWK-OLD-IMAGE.
           IF RWK-TXN-PASS
              AND (RWK-OLD-TYPE = "H" OR RWK-OLD-TYPE = "L")
               PERFORM 2470-RETIRE-HELD-ORDER THRU 2470-EXIT
               MOVE "RETIRED - ORDER IS REKEYED WHOLE"
                   TO RWK-CL-DISPOSITION
               ADD 1 TO CORR-APPLIED-COUNT
               WRITE REWORK-REPORT-LINE FROM RWK-CORR-LINE
               GO TO 2300-EXIT
           END-IF.
           MOVE CORR-RECORD-IMAGE (CORR-INDEX) TO RWK-RECORD-AREA.
           PERFORM 2400-EDIT-CORRECTED-RECORD THRU 2400-EXIT.
           IF ED-RECORD-CLEAN
               MOVE RWT-ORIG-RUN-ID   TO ED-ORIG-RUN-ID
               MOVE RWT-ORIG-SEQ-X    TO ED-ORIG-SEQ-X
               MOVE RWT-CLERK-ID      TO ED-CLERK-ID
               MOVE RWT-TENDER-TYPE   TO ED-TENDER-TYPE
               MOVE RWT-SHIFT         TO ED-SHIFT
           ELSE
               MOVE RWB-TYPE          TO ED-TXN-TYPE
               MOVE RWB-ITEM-CODE     TO ED-ITEM-CODE
               MOVE RWB-ORIG-RUN-ID   TO ED-ORIG-RUN-ID
               MOVE RWB-ORIG-SEQ-X    TO ED-ORIG-SEQ-X
               MOVE RWB-CLERK-ID      TO ED-CLERK-ID
               MOVE RWB-TENDER-TYPE   TO ED-TENDER-TYPE
               MOVE RWB-SHIFT         TO ED-SHIFT
           END-IF.
           PERFORM 4000-EDIT-COMMON-FIELDS THRU 4000-EXIT.
      *> A return keyed against an order line leaves the edit with
      *> the original sale's run stamp, which the recycled record
      *> must carry for the pricing job to find the sale, and a
      *> blank tender or shift leaves it resolved to its default.
           IF NOT ED-RECORD-CLEAN
               GO TO 2400-EXIT
           END-IF.
           IF RWK-TXN-PASS
               MOVE ED-ORIG-DATE-X    TO RWT-ORIG-DATE-X
               MOVE ED-ORIG-RUN-ID    TO RWT-ORIG-RUN-ID
               MOVE ED-ORIG-SEQ-X     TO RWT-ORIG-SEQ-X
               MOVE ED-TENDER-TYPE    TO RWT-TENDER-TYPE
               MOVE ED-SHIFT          TO RWT-SHIFT
           ELSE
               MOVE ED-ORIG-DATE-X    TO RWB-ORIG-DATE-X
               MOVE ED-ORIG-RUN-ID    TO RWB-ORIG-RUN-ID
               MOVE ED-ORIG-SEQ-X     TO RWB-ORIG-SEQ-X
               MOVE ED-TENDER-TYPE    TO RWB-TENDER-TYPE
               MOVE ED-SHIFT          TO RWB-SHIFT
           END-IF.
       2400-EXIT.
           EXIT.

           EXIT.

       2450-RECYCLE-CLEAN-RECORD.
           MOVE SPACES TO RWK-OUT-WORK.
           IF RWK-TXN-PASS
               MOVE RWK-RECORD-AREA TO RWO-TXN-BODY
               MOVE ZERO TO RWO-ORDER-NO
               MOVE ZERO TO RWO-ORDER-LINE
               MOVE ZERO TO RWO-ORDER-DATE
               MOVE RWT-TENDER-TYPE TO RWO-TENDER-TYPE
               MOVE RWT-SHIFT TO RWO-SHIFT
           ELSE
               MOVE RWK-RECORD-AREA TO RWK-OUT-WORK
           END-IF.
           IF OUTD-COUNT < 2000
               ADD 1 TO OUTD-COUNT
               MOVE RWK-OUT-WORK TO OUTD-IMAGE (OUTD-COUNT)
               ADD 1 TO TRL-RECORD-COUNT
               ADD ED-QUANTITY TO TRL-QTY-HASH
               ADD ED-HASH-PRICE TO TRL-AMOUNT-HASH
       2460-EXIT.
           EXIT.

      *> Every header and line reject of the order goes, whatever
      *> its reason, so the order leaves the file in one piece.
       2470-RETIRE-HELD-ORDER.
           PERFORM 2480-RETIRE-ONE-ORDER-LINE THRU 2480-EXIT
               VARYING REJT-SCAN-INDEX FROM 1 BY 1
               UNTIL REJT-SCAN-INDEX > REJT-COUNT.
       2470-EXIT.
           EXIT.

       2480-RETIRE-ONE-ORDER-LINE.
           MOVE REJT-IMAGE (REJT-SCAN-INDEX) TO REJ-DETAIL-LINE.
           MOVE REJ-RECORD TO RWK-SCAN-IMAGE.
           IF (RWK-SCAN-TYPE = "H" OR RWK-SCAN-TYPE = "L")
              AND RWK-SCAN-ORDER-NO = RWK-OLD-ORDER-NO
               MOVE "Y" TO REJT-WORKED (REJT-SCAN-INDEX)
           END-IF.
       2480-EXIT.
           EXIT.

       2500-REWRITE-REJECT-FILE.
           PERFORM 5010-OPEN-REJECT-OUTPUT THRU 5010-EXIT.
           PERFORM 2510-WRITE-ONE-UNWORKED THRU 2510-EXIT
