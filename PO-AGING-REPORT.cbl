       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-AGING-REPORT.
      *> Open purchase-order aging report. Reads every line still
      *> open on OPEN-PO.DAT and prints to PO-AGING-REPORT.DAT, vendor
      *> by vendor, each open line with what was ordered, what has
      *> come in, what is still to come, the date it was due and how
      *> many days late it now is. Each vendor closes with its count
      *> of open lines aged not yet due, 1-30, 31-60 and over 60 days
      *> late, so purchasing can see at a glance who is late and by
      *> how much, and the report closes with the same figures for
      *> all vendors. Vendors are taken in the order their oldest
      *> open PO was raised.
      *> A missing open-PO file means nothing is on order. Start,
      *> end, record counts and completion status go to the shared
      *> run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 8 when open lines exceed storage,
      *> 12 when a file would not open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO "OPEN-PO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-CODE
               FILE STATUS IS VEND-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "PO-AGING-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE.
       COPY 'open-po.cpy'. *> Imports the open-PO layout

       FD  VENDOR-MASTER-FILE.
       COPY 'vendor-master.cpy'. *> Imports the vendor layout

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  PO-FILE-STATUS              PIC X(02).
       77  VEND-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-FILE                 VALUE "Y".

       01  POA-VENDOR-FILE-SWITCH      PIC X(01) VALUE "N".
           88  POA-VENDOR-FILE-OPEN        VALUE "Y".

       77  POA-TODAY                   PIC 9(8).
       77  POA-TODAY-INT               PIC 9(7).
       77  POA-DAYS-LATE               PIC S9(7).
       77  POA-CURRENT-VENDOR          PIC X(06).

       77  POA-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  POA-OPEN-COUNT              PIC 9(8) COMP VALUE ZERO.

      *> Every open line, held so the report can be cut by vendor
      *> from a file kept in PO-number order.
       77  POA-LINE-MAX                PIC 9(4) COMP VALUE 2000.
       77  POA-LINE-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  POA-LINE-INDEX              PIC 9(4) COMP.
       77  POA-LINE-MATCH              PIC 9(4) COMP.
       01  POA-LINE-TABLE-AREA.
           05  POA-LINE-ENTRY OCCURS 2000 TIMES.
               10  POA-LN-VENDOR       PIC X(06).
               10  POA-LN-PO-NUMBER    PIC 9(6).
               10  POA-LN-LINE-NO      PIC 9(3).
               10  POA-LN-ITEM-CODE    PIC X(08).
               10  POA-LN-ORDER-DATE   PIC 9(8).
               10  POA-LN-DUE-DATE     PIC 9(8).
               10  POA-LN-ORDERED      PIC 9(5).
               10  POA-LN-RECEIVED     PIC 9(5).
               10  POA-LN-PRINTED      PIC X(01).

      *> Aging buckets: 1 not yet due, 2 1-30 days late, 3 31-60,
      *> 4 over 60. Vendor figures are cleared at each vendor break.
       77  POA-BUCKET                  PIC 9(1) COMP.
       77  POA-BUCKET-INDEX            PIC 9(1) COMP.
       01  POA-BUCKET-AREA.
           05  POA-VENDOR-BUCKET       PIC 9(7) COMP OCCURS 4 TIMES.
           05  POA-TOTAL-BUCKET        PIC 9(7) COMP OCCURS 4 TIMES.

       01  POA-HEADING-LINE            PIC X(40) VALUE
               "OPEN PURCHASE ORDER AGING REPORT".
       01  POA-RULE-LINE               PIC X(100) VALUE ALL "-".

       01  POA-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  POA-DL-DATE             PIC 9(8).

       01  POA-VENDOR-LINE.
           05  FILLER                  PIC X(08) VALUE "VENDOR  ".
           05  POA-VL-VENDOR           PIC X(06).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  POA-VL-VENDOR-NAME      PIC X(30).

       01  POA-COLUMN-LINE.
           05  FILLER                  PIC X(16) VALUE
                   "  PO     LINE   ".
           05  FILLER                  PIC X(10) VALUE "ITEM      ".
           05  FILLER                  PIC X(27) VALUE
                   "  ORDERED RECEIVED    OPEN".
           05  FILLER                  PIC X(20) VALUE
                   "  ORDERED     DUE   ".
           05  FILLER                  PIC X(14) VALUE
                   "   DAYS LATE".

       01  POA-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-PO-NUMBER        PIC 9(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-LINE-NO          PIC 9(3).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  POA-DT-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-ORDERED          PIC Z(7)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  POA-DT-RECEIVED         PIC Z(7)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  POA-DT-OPEN             PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-ORDER-DATE       PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-DUE-DATE         PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-DAYS-LATE        PIC Z(5)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  POA-DT-FLAG             PIC X(04).

       01  POA-BUCKET-LINE.
           05  POA-BL-LABEL            PIC X(16).
           05  FILLER                  PIC X(10) VALUE "NOT DUE:  ".
           05  POA-BL-NOT-DUE          PIC Z(6)9.
           05  FILLER                  PIC X(10) VALUE "   1-30:  ".
           05  POA-BL-LATE-30          PIC Z(6)9.
           05  FILLER                  PIC X(10) VALUE "  31-60:  ".
           05  POA-BL-LATE-60          PIC Z(6)9.
           05  FILLER                  PIC X(12) VALUE "  OVER 60:  ".
           05  POA-BL-LATE-OVER        PIC Z(6)9.

       01  POA-SUMMARY-LINE.
           05  FILLER                  PIC X(12) VALUE "LINES READ: ".
           05  POA-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(14) VALUE
                   "  OPEN LINES: ".
           05  POA-SL-OPEN             PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-OPEN-LINES THRU 2000-EXIT.
           PERFORM 3000-PRINT-BY-VENDOR THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT POA-TODAY FROM DATE YYYYMMDD.
           COMPUTE POA-TODAY-INT = FUNCTION INTEGER-OF-DATE (POA-TODAY).
           INITIALIZE POA-BUCKET-AREA.
           MOVE "PO-AGING-REPORT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN OUTPUT AGING-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PO-AGING-REPORT: CANNOT OPEN"
                   " PO-AGING-REPORT.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF VEND-FILE-STATUS = "00"
               SET POA-VENDOR-FILE-OPEN TO TRUE
           ELSE
               IF VEND-FILE-STATUS NOT = "35"
                   DISPLAY "PO-AGING-REPORT: CANNOT OPEN"
                       " VENDOR-MASTER.DAT STATUS " VEND-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           MOVE POA-TODAY TO POA-DL-DATE.
           WRITE AGING-REPORT-LINE FROM POA-HEADING-LINE.
           WRITE AGING-REPORT-LINE FROM POA-DATE-LINE.
           WRITE AGING-REPORT-LINE FROM POA-RULE-LINE.
       1000-EXIT.
           EXIT.

       2000-LOAD-OPEN-LINES.
           OPEN INPUT OPEN-PO-FILE.
           IF PO-FILE-STATUS = "35"
               DISPLAY "PO-AGING-REPORT: NO OPEN-PO.DAT - NOTHING ON"
                   " ORDER"
               GO TO 2000-EXIT
           END-IF.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "PO-AGING-REPORT: CANNOT OPEN OPEN-PO.DAT"
                   " STATUS " PO-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 2100-READ-PO-LINE THRU 2100-EXIT.
           PERFORM 2200-STORE-IF-OPEN THRU 2200-EXIT
               UNTIL END-OF-FILE.
           CLOSE OPEN-PO-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-PO-LINE.
           READ OPEN-PO-FILE NEXT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-STORE-IF-OPEN.
           ADD 1 TO POA-READ-COUNT.
           IF PO-LINE-OPEN
               IF POA-LINE-COUNT >= POA-LINE-MAX
                   DISPLAY "PO-AGING-REPORT: MORE THAN 2000 OPEN PO"
                       " LINES - REPORT NOT PRODUCED"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
               ADD 1 TO POA-LINE-COUNT
               MOVE PO-VENDOR-CODE TO POA-LN-VENDOR (POA-LINE-COUNT)
               MOVE PO-NUMBER TO POA-LN-PO-NUMBER (POA-LINE-COUNT)
               MOVE PO-LINE-NO TO POA-LN-LINE-NO (POA-LINE-COUNT)
               MOVE PO-ITEM-CODE TO POA-LN-ITEM-CODE (POA-LINE-COUNT)
               MOVE PO-ORDER-DATE
                   TO POA-LN-ORDER-DATE (POA-LINE-COUNT)
               MOVE PO-DUE-DATE TO POA-LN-DUE-DATE (POA-LINE-COUNT)
               MOVE PO-QTY-ORDERED TO POA-LN-ORDERED (POA-LINE-COUNT)
               MOVE PO-QTY-RECEIVED
                   TO POA-LN-RECEIVED (POA-LINE-COUNT)
               MOVE "N" TO POA-LN-PRINTED (POA-LINE-COUNT)
           END-IF.
           PERFORM 2100-READ-PO-LINE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *> The first unprinted line names the next vendor; that
      *> vendor's lines are printed from there to the end of the
      *> table, then its aging figures.
       3000-PRINT-BY-VENDOR.
           PERFORM 3100-PRINT-ONE-VENDOR THRU 3100-EXIT
               VARYING POA-LINE-INDEX FROM 1 BY 1
               UNTIL POA-LINE-INDEX > POA-LINE-COUNT.
           MOVE "ALL VENDORS     " TO POA-BL-LABEL.
           MOVE POA-TOTAL-BUCKET (1) TO POA-BL-NOT-DUE.
           MOVE POA-TOTAL-BUCKET (2) TO POA-BL-LATE-30.
           MOVE POA-TOTAL-BUCKET (3) TO POA-BL-LATE-60.
           MOVE POA-TOTAL-BUCKET (4) TO POA-BL-LATE-OVER.
           WRITE AGING-REPORT-LINE FROM POA-BUCKET-LINE.
           DISPLAY POA-BUCKET-LINE.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-VENDOR.
           IF POA-LN-PRINTED (POA-LINE-INDEX) = "Y"
               GO TO 3100-EXIT
           END-IF.
           MOVE POA-LN-VENDOR (POA-LINE-INDEX) TO POA-CURRENT-VENDOR.
           MOVE POA-CURRENT-VENDOR TO POA-VL-VENDOR.
           MOVE "(NOT ON VENDOR MASTER)" TO POA-VL-VENDOR-NAME.
           IF POA-VENDOR-FILE-OPEN
               MOVE POA-CURRENT-VENDOR TO VEND-CODE
               READ VENDOR-MASTER-FILE
                   NOT INVALID KEY
                       MOVE VEND-NAME TO POA-VL-VENDOR-NAME
               END-READ
           END-IF.
           WRITE AGING-REPORT-LINE FROM POA-VENDOR-LINE.
           WRITE AGING-REPORT-LINE FROM POA-COLUMN-LINE.
           MOVE ZERO TO POA-VENDOR-BUCKET (1) POA-VENDOR-BUCKET (2)
               POA-VENDOR-BUCKET (3) POA-VENDOR-BUCKET (4).
           PERFORM 3200-PRINT-IF-VENDOR THRU 3200-EXIT
               VARYING POA-LINE-MATCH FROM POA-LINE-INDEX BY 1
               UNTIL POA-LINE-MATCH > POA-LINE-COUNT.
           MOVE "  VENDOR TOTAL  " TO POA-BL-LABEL.
           MOVE POA-VENDOR-BUCKET (1) TO POA-BL-NOT-DUE.
           MOVE POA-VENDOR-BUCKET (2) TO POA-BL-LATE-30.
           MOVE POA-VENDOR-BUCKET (3) TO POA-BL-LATE-60.
           MOVE POA-VENDOR-BUCKET (4) TO POA-BL-LATE-OVER.
           WRITE AGING-REPORT-LINE FROM POA-BUCKET-LINE.
           WRITE AGING-REPORT-LINE FROM POA-RULE-LINE.
       3100-EXIT.
           EXIT.

       3200-PRINT-IF-VENDOR.
           IF POA-LN-PRINTED (POA-LINE-MATCH) = "Y"
              OR POA-LN-VENDOR (POA-LINE-MATCH) NOT = POA-CURRENT-VENDOR
               GO TO 3200-EXIT
           END-IF.
           MOVE "Y" TO POA-LN-PRINTED (POA-LINE-MATCH).
           ADD 1 TO POA-OPEN-COUNT.
           COMPUTE POA-DAYS-LATE = POA-TODAY-INT
               - FUNCTION INTEGER-OF-DATE
                   (POA-LN-DUE-DATE (POA-LINE-MATCH)).
           MOVE SPACES TO POA-DT-FLAG.
           IF POA-DAYS-LATE > ZERO
               MOVE "LATE" TO POA-DT-FLAG
           END-IF.
           IF POA-DAYS-LATE < 1
               MOVE 1 TO POA-BUCKET
               MOVE ZERO TO POA-DAYS-LATE
           ELSE
               IF POA-DAYS-LATE <= 30
                   MOVE 2 TO POA-BUCKET
               ELSE
                   IF POA-DAYS-LATE <= 60
                       MOVE 3 TO POA-BUCKET
                   ELSE
                       MOVE 4 TO POA-BUCKET
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO POA-VENDOR-BUCKET (POA-BUCKET).
           ADD 1 TO POA-TOTAL-BUCKET (POA-BUCKET).
           MOVE POA-LN-PO-NUMBER (POA-LINE-MATCH) TO POA-DT-PO-NUMBER.
           MOVE POA-LN-LINE-NO (POA-LINE-MATCH) TO POA-DT-LINE-NO.
           MOVE POA-LN-ITEM-CODE (POA-LINE-MATCH) TO POA-DT-ITEM-CODE.
           MOVE POA-LN-ORDERED (POA-LINE-MATCH) TO POA-DT-ORDERED.
           MOVE POA-LN-RECEIVED (POA-LINE-MATCH) TO POA-DT-RECEIVED.
           IF POA-LN-RECEIVED (POA-LINE-MATCH)
                  < POA-LN-ORDERED (POA-LINE-MATCH)
               COMPUTE POA-DT-OPEN = POA-LN-ORDERED (POA-LINE-MATCH)
                   - POA-LN-RECEIVED (POA-LINE-MATCH)
           ELSE
               MOVE ZERO TO POA-DT-OPEN
           END-IF.
           MOVE POA-LN-ORDER-DATE (POA-LINE-MATCH)
               TO POA-DT-ORDER-DATE.
           MOVE POA-LN-DUE-DATE (POA-LINE-MATCH) TO POA-DT-DUE-DATE.
           MOVE POA-DAYS-LATE TO POA-DT-DAYS-LATE.
           WRITE AGING-REPORT-LINE FROM POA-DETAIL-LINE.
       3200-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE POA-READ-COUNT TO POA-SL-READ.
           MOVE POA-OPEN-COUNT TO POA-SL-OPEN.
           WRITE AGING-REPORT-LINE FROM POA-RULE-LINE.
           WRITE AGING-REPORT-LINE FROM POA-SUMMARY-LINE.
           DISPLAY POA-SUMMARY-LINE.
           IF POA-VENDOR-FILE-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE POA-READ-COUNT TO RJ-READ-COUNT.
           MOVE POA-OPEN-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE POA-READ-COUNT TO RJ-READ-COUNT.
           MOVE POA-OPEN-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE POA-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
