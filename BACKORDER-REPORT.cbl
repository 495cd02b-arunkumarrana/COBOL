       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-REPORT.
      *> Lists the goods account customers are still waiting for.
      *> Walks BACKORDER.DAT in key order -- by item, and within an
      *> item oldest sale first, the order STOCK-RECEIPTS fills
      *> them in -- and writes every open backorder to
      *> BACKORDER-REPORT.DAT under its item, with the customer, the
      *> run stamp and order of the sale, the date it went on
      *> backorder, what was backordered, what has been released
      *> to it, what returns of the sale have cancelled, what is
      *> still owed, and its age in days. Each item is
      *> subtotalled with its oldest age, so purchasing can see
      *> which shortages to chase first. A second section totals
      *> the same open backorders by customer for the desk taking
      *> the calls. A backorder more than 30 days old is flagged
      *> LATE. Closed backorders -- filled, or cancelled by a
      *> return -- are counted but not listed. The customer
      *> section has room for 500 customers; backorders for any
      *> beyond that are still listed by item, and the section
      *> ends with a CUSTOMER TABLE FULL line counting them.
      *> Pass the as-of date as YYYYMMDD on the command line; with
      *> no argument ages are taken as of today. A missing
      *> BACKORDER.DAT is treated as "nothing on backorder".
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> file that will not open ends the run with a console
      *> message, an IOER journal line and RETURN-CODE 12.
      *> RETURN-CODE: 0 nothing late, 4 when any open backorder is
      *> flagged LATE or left out of the customer section, 8 when
      *> the as-of date is not a real date (FAIL journal line).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BO-KEY
               FILE STATUS IS BO-FILE-STATUS.
           SELECT BACKORDER-REPORT-FILE
               ASSIGN TO "BACKORDER-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
       COPY 'backorder.cpy'. *> Imports the backorder layout

       FD  BACKORDER-REPORT-FILE.
       01  BACKORDER-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  BO-FILE-STATUS              PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  BKR-FILE-SWITCH             PIC X(01) VALUE "N".
           88  BKR-FILE-OPEN               VALUE "Y".

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-BACKORDERS           VALUE "Y".

       01  BKR-DATE-ARG                PIC X(08).
       77  BKR-AS-OF-DATE              PIC 9(8).
       77  BKR-AS-OF-INT               PIC 9(8).
       77  BKR-LATE-DAYS               PIC 9(3) VALUE 30.
       77  BKR-AGE                     PIC 9(5).
       77  BKR-OWED                    PIC 9(5).

       01  BKR-ITEM-DESCRIPTION        PIC X(30).
       01  BKR-ITEM-UNIT-PRICE         PIC 9(5)V99.
       01  BKR-ITEM-TAXABLE-FLAG       PIC X(01).
       01  BKR-ITEM-UNIT-COST          PIC 9(5)V99.
       01  BKR-ITEM-FOUND-SWITCH       PIC X(01).
           88  BKR-ITEM-FOUND              VALUE "Y".

      *> The item being listed, and its running subtotal.
       77  BKR-CURRENT-ITEM            PIC X(08) VALUE SPACES.
       77  BKR-ITEM-LINES              PIC 9(7) COMP VALUE ZERO.
       77  BKR-ITEM-UNITS              PIC 9(8) COMP VALUE ZERO.
       77  BKR-ITEM-OLDEST             PIC 9(5) VALUE ZERO.

      *> One slot per customer with an open backorder, built up in
      *> first-seen order.
       77  BKR-CUST-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  BKR-CUST-INDEX              PIC 9(3) COMP.
       01  BKR-CUST-SWITCH             PIC X(01).
           88  BKR-CUST-SLOTTED            VALUE "Y".
       01  BKR-CUST-TABLE-AREA.
           05  BKR-CUST-ENTRY OCCURS 500 TIMES.
               10  BKR-CE-CUST-CODE    PIC X(06).
               10  BKR-CE-LINES        PIC 9(7) COMP.
               10  BKR-CE-UNITS        PIC 9(8) COMP.
               10  BKR-CE-OLDEST       PIC 9(5).
               10  BKR-CE-LATE         PIC 9(7) COMP.
      *> Open backorders for customers the table had no room for;
      *> they are still listed by item, and the section says how
      *> many it is missing.
       77  BKR-UNTOTALLED-COUNT        PIC 9(8) COMP VALUE ZERO.

       77  BKR-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  BKR-OPEN-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  BKR-CLOSED-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  BKR-LATE-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  BKR-OPEN-UNITS              PIC 9(8) COMP VALUE ZERO.

       01  BKR-HEADING-LINE            PIC X(40) VALUE
               "OPEN BACKORDERS BY ITEM".
       01  BKR-CUST-HEADING-LINE       PIC X(40) VALUE
               "OPEN BACKORDERS BY CUSTOMER".
       01  BKR-RULE-LINE               PIC X(96) VALUE ALL "-".

       01  BKR-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  BKR-DL-DATE             PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
                   "   LATE AFTER:   ".
           05  BKR-DL-LATE-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " DAYS".

       01  BKR-ITEM-LINE.
           05  FILLER                  PIC X(06) VALUE "ITEM ".
           05  BKR-IL-ITEM-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-IL-DESCRIPTION      PIC X(30).

       01  BKR-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "  CUST".
           05  FILLER                  PIC X(25) VALUE "SOLD ON RUN".
           05  FILLER                  PIC X(12) VALUE "ORDER/LINE".
           05  FILLER                  PIC X(10) VALUE "BACKORDER".
           05  FILLER                  PIC X(07) VALUE "   QTY".
           05  FILLER                  PIC X(07) VALUE "  RELSD".
           05  FILLER                  PIC X(07) VALUE "  CNCLD".
           05  FILLER                  PIC X(07) VALUE "   OWED".
           05  FILLER                  PIC X(07) VALUE "    AGE".

       01  BKR-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BKR-DT-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  BKR-DT-SEQ              PIC 9(6).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BKR-DT-ORDER-NO         PIC 9(6).
           05  FILLER                  PIC X(01) VALUE "/".
           05  BKR-DT-ORDER-LINE       PIC 9(3).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-BO-DATE          PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-QTY              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-RELEASED         PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-CANCELLED        PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-OWED             PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-AGE              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DT-FLAG             PIC X(04).

       01  BKR-ITEM-TOTAL-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "  ITEM TOTAL LINES".
           05  BKR-IT-LINES            PIC Z(6)9.
           05  FILLER                  PIC X(14) VALUE
                   "  UNITS OWED: ".
           05  BKR-IT-UNITS            PIC Z(7)9.
           05  FILLER                  PIC X(16) VALUE
                   "  OLDEST (DAYS):".
           05  BKR-IT-OLDEST           PIC Z(4)9.

       01  BKR-CUST-FULL-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "CUSTOMER TABLE FULL - ".
           05  BKR-CF-COUNT            PIC Z(7)9.
           05  FILLER                  PIC X(37) VALUE
                   " BACKORDERS NOT TOTALLED BY CUSTOMER".

       01  BKR-CUST-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(10) VALUE "     LINES".
           05  FILLER                  PIC X(12) VALUE "  UNITS OWED".
           05  FILLER                  PIC X(13) VALUE
                   "  OLDEST DAYS".
           05  FILLER                  PIC X(06) VALUE "  LATE".

       01  BKR-CUST-LINE.
           05  BKR-CL-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-CL-LINES            PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-CL-UNITS            PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-CL-OLDEST           PIC Z(10)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-CL-LATE             PIC Z(3)9.

       01  BKR-SUMMARY-LINE.
           05  FILLER                  PIC X(12) VALUE "BACKORDERS: ".
           05  BKR-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(08) VALUE "  OPEN: ".
           05  BKR-SL-OPEN             PIC Z(7)9.
           05  FILLER                  PIC X(09) VALUE "  UNITS: ".
           05  BKR-SL-UNITS            PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  CLOSED: ".
           05  BKR-SL-CLOSED           PIC Z(7)9.
           05  FILLER                  PIC X(08) VALUE "  LATE: ".
           05  BKR-SL-LATE             PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-ONE-BACKORDER THRU 2000-EXIT
               UNTIL END-OF-BACKORDERS.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "BACKORDER-REPORT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           ACCEPT BKR-DATE-ARG FROM COMMAND-LINE.
           IF BKR-DATE-ARG = SPACES
               ACCEPT BKR-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF BKR-DATE-ARG IS NUMERIC
                   MOVE BKR-DATE-ARG TO BKR-AS-OF-DATE
               ELSE
                   DISPLAY "BACKORDER-REPORT: BAD DATE ARGUMENT "
                       BKR-DATE-ARG " - EXPECTED YYYYMMDD"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
           END-IF.
      *> A date not on the calendar has no day number, and every
      *> age taken from it would be wrong.
           COMPUTE BKR-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (BKR-AS-OF-DATE).
           IF BKR-AS-OF-INT = ZERO
               DISPLAY "BACKORDER-REPORT: BAD DATE ARGUMENT "
                   BKR-DATE-ARG " - NOT A CALENDAR DATE"
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           OPEN INPUT BACKORDER-FILE.
           IF BO-FILE-STATUS = "00"
               SET BKR-FILE-OPEN TO TRUE
           ELSE
               IF BO-FILE-STATUS = "35"
                   DISPLAY "BACKORDER-REPORT: NO BACKORDER.DAT -"
                       " NOTHING ON BACKORDER"
                   SET END-OF-BACKORDERS TO TRUE
               ELSE
                   DISPLAY "BACKORDER-REPORT: CANNOT OPEN"
                       " BACKORDER.DAT STATUS " BO-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT BACKORDER-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "BACKORDER-REPORT: CANNOT OPEN"
                   " BACKORDER-REPORT.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE BKR-AS-OF-DATE TO BKR-DL-DATE.
           MOVE BKR-LATE-DAYS TO BKR-DL-LATE-DAYS.
           WRITE BACKORDER-REPORT-LINE FROM BKR-HEADING-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-DATE-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-RULE-LINE.
           IF NOT END-OF-BACKORDERS
               PERFORM 1100-READ-BACKORDER THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-BACKORDER.
           READ BACKORDER-FILE NEXT
               AT END
                   SET END-OF-BACKORDERS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-LIST-ONE-BACKORDER.
           ADD 1 TO BKR-READ-COUNT.
           IF NOT BO-OPEN
               ADD 1 TO BKR-CLOSED-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           IF BO-ITEM-CODE NOT = BKR-CURRENT-ITEM
               PERFORM 2100-START-ITEM THRU 2100-EXIT
           END-IF.
           ADD 1 TO BKR-OPEN-COUNT.
           COMPUTE BKR-OWED =
               BO-QTY - BO-QTY-RELEASED - BO-QTY-CANCELLED.
           ADD BKR-OWED TO BKR-OPEN-UNITS.
      *> A backorder date that is not a real date cannot be aged.
           MOVE ZERO TO BKR-AGE.
           IF BO-DATE NUMERIC AND BO-DATE NOT = ZERO
              AND BO-DATE < BKR-AS-OF-DATE
               COMPUTE BKR-AGE = BKR-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE (BO-DATE)
           END-IF.
           MOVE SPACES TO BKR-DT-FLAG.
           IF BKR-AGE > BKR-LATE-DAYS
               MOVE "LATE" TO BKR-DT-FLAG
               ADD 1 TO BKR-LATE-COUNT
           END-IF.
           MOVE BO-CUST-CODE TO BKR-DT-CUST-CODE.
           MOVE BO-ORIG-RUN-DATE TO BKR-DT-RUN-DATE.
           MOVE BO-ORIG-RUN-ID TO BKR-DT-RUN-ID.
           MOVE BO-ORIG-SEQ TO BKR-DT-SEQ.
           MOVE BO-ORDER-NO TO BKR-DT-ORDER-NO.
           MOVE BO-ORDER-LINE TO BKR-DT-ORDER-LINE.
           MOVE BO-DATE TO BKR-DT-BO-DATE.
           MOVE BO-QTY TO BKR-DT-QTY.
           MOVE BO-QTY-RELEASED TO BKR-DT-RELEASED.
           MOVE BO-QTY-CANCELLED TO BKR-DT-CANCELLED.
           MOVE BKR-OWED TO BKR-DT-OWED.
           MOVE BKR-AGE TO BKR-DT-AGE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-DETAIL-LINE.
           ADD 1 TO BKR-ITEM-LINES.
           ADD BKR-OWED TO BKR-ITEM-UNITS.
           IF BKR-AGE > BKR-ITEM-OLDEST
               MOVE BKR-AGE TO BKR-ITEM-OLDEST
           END-IF.
           PERFORM 2200-ADD-TO-CUSTOMER THRU 2200-EXIT.
       2000-READ-NEXT.
           PERFORM 1100-READ-BACKORDER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *> Closes off the item before it and heads up the next one,
      *> described from the item master.
       2100-START-ITEM.
           PERFORM 2150-ITEM-TOTAL THRU 2150-EXIT.
           MOVE BO-ITEM-CODE TO BKR-CURRENT-ITEM.
           CALL "SALES-ITEM-SUB" USING BO-ITEM-CODE,
               BKR-ITEM-DESCRIPTION, BKR-ITEM-UNIT-PRICE,
               BKR-ITEM-TAXABLE-FLAG, BKR-ITEM-FOUND-SWITCH,
               BKR-ITEM-UNIT-COST.
           IF BKR-ITEM-FOUND
               MOVE BKR-ITEM-DESCRIPTION TO BKR-IL-DESCRIPTION
           ELSE
               MOVE "** NOT ON ITEM MASTER **" TO BKR-IL-DESCRIPTION
           END-IF.
           MOVE BO-ITEM-CODE TO BKR-IL-ITEM-CODE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-ITEM-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-COLUMN-LINE.
       2100-EXIT.
           EXIT.

       2150-ITEM-TOTAL.
           IF BKR-ITEM-LINES = ZERO
               GO TO 2150-EXIT
           END-IF.
           MOVE BKR-ITEM-LINES TO BKR-IT-LINES.
           MOVE BKR-ITEM-UNITS TO BKR-IT-UNITS.
           MOVE BKR-ITEM-OLDEST TO BKR-IT-OLDEST.
           WRITE BACKORDER-REPORT-LINE FROM BKR-ITEM-TOTAL-LINE.
           MOVE ZERO TO BKR-ITEM-LINES.
           MOVE ZERO TO BKR-ITEM-UNITS.
           MOVE ZERO TO BKR-ITEM-OLDEST.
       2150-EXIT.
           EXIT.

       2200-ADD-TO-CUSTOMER.
           MOVE "N" TO BKR-CUST-SWITCH.
           PERFORM VARYING BKR-CUST-INDEX FROM 1 BY 1
                   UNTIL BKR-CUST-INDEX > BKR-CUST-COUNT
               IF BKR-CE-CUST-CODE (BKR-CUST-INDEX) = BO-CUST-CODE
                   SET BKR-CUST-SLOTTED TO TRUE
                   GO TO 2200-ADD
               END-IF
           END-PERFORM.
           IF BKR-CUST-COUNT < 500
               ADD 1 TO BKR-CUST-COUNT
               MOVE BKR-CUST-COUNT TO BKR-CUST-INDEX
               MOVE BO-CUST-CODE TO BKR-CE-CUST-CODE (BKR-CUST-INDEX)
               MOVE ZERO TO BKR-CE-LINES (BKR-CUST-INDEX)
               MOVE ZERO TO BKR-CE-UNITS (BKR-CUST-INDEX)
               MOVE ZERO TO BKR-CE-OLDEST (BKR-CUST-INDEX)
               MOVE ZERO TO BKR-CE-LATE (BKR-CUST-INDEX)
               SET BKR-CUST-SLOTTED TO TRUE
           ELSE
               DISPLAY "BACKORDER-REPORT: CUSTOMER TABLE FULL -"
                   " NOT TOTALLED: " BO-CUST-CODE
               ADD 1 TO BKR-UNTOTALLED-COUNT
               GO TO 2200-EXIT
           END-IF.
       2200-ADD.
           ADD 1 TO BKR-CE-LINES (BKR-CUST-INDEX).
           ADD BKR-OWED TO BKR-CE-UNITS (BKR-CUST-INDEX).
           IF BKR-AGE > BKR-CE-OLDEST (BKR-CUST-INDEX)
               MOVE BKR-AGE TO BKR-CE-OLDEST (BKR-CUST-INDEX)
           END-IF.
           IF BKR-AGE > BKR-LATE-DAYS
               ADD 1 TO BKR-CE-LATE (BKR-CUST-INDEX)
           END-IF.
       2200-EXIT.
           EXIT.

       9000-TERMINATE.
           PERFORM 2150-ITEM-TOTAL THRU 2150-EXIT.
           WRITE BACKORDER-REPORT-LINE FROM BKR-RULE-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-CUST-HEADING-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-RULE-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-CUST-COLUMN-LINE.
           PERFORM 9050-WRITE-ONE-CUSTOMER THRU 9050-EXIT
               VARYING BKR-CUST-INDEX FROM 1 BY 1
               UNTIL BKR-CUST-INDEX > BKR-CUST-COUNT.
           IF BKR-UNTOTALLED-COUNT > ZERO
               MOVE BKR-UNTOTALLED-COUNT TO BKR-CF-COUNT
               WRITE BACKORDER-REPORT-LINE FROM BKR-CUST-FULL-LINE
               DISPLAY BKR-CUST-FULL-LINE
           END-IF.
           MOVE BKR-READ-COUNT TO BKR-SL-READ.
           MOVE BKR-OPEN-COUNT TO BKR-SL-OPEN.
           MOVE BKR-OPEN-UNITS TO BKR-SL-UNITS.
           MOVE BKR-CLOSED-COUNT TO BKR-SL-CLOSED.
           MOVE BKR-LATE-COUNT TO BKR-SL-LATE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-RULE-LINE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-SUMMARY-LINE.
           DISPLAY BKR-SUMMARY-LINE.
           IF BKR-FILE-OPEN
               CLOSE BACKORDER-FILE
           END-IF.
           CLOSE BACKORDER-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE BKR-READ-COUNT TO RJ-READ-COUNT.
           MOVE BKR-OPEN-COUNT TO RJ-WRITE-COUNT.
           MOVE BKR-LATE-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF BKR-LATE-COUNT > ZERO
              OR BKR-UNTOTALLED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9050-WRITE-ONE-CUSTOMER.
           MOVE BKR-CE-CUST-CODE (BKR-CUST-INDEX) TO BKR-CL-CUST-CODE.
           MOVE BKR-CE-LINES (BKR-CUST-INDEX) TO BKR-CL-LINES.
           MOVE BKR-CE-UNITS (BKR-CUST-INDEX) TO BKR-CL-UNITS.
           MOVE BKR-CE-OLDEST (BKR-CUST-INDEX) TO BKR-CL-OLDEST.
           MOVE BKR-CE-LATE (BKR-CUST-INDEX) TO BKR-CL-LATE.
           WRITE BACKORDER-REPORT-LINE FROM BKR-CUST-LINE.
       9050-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE BKR-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE ZERO TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
