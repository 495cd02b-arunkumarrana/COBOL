       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-REPORT.
      *> Month-end gross-margin report. Reads the permanent
      *> SALES-HISTORY.DAT that SALES-ARCHIVE builds from each day's
      *> audit log and reports the month's net sales, the cost of
      *> the goods sold, the gross margin and the margin as a
      *> percentage of net sales -- first by item code, then by
      *> customer account, with walk-in trade gathered on one
      *> WALK-IN line. A grand-total line closes the report.
      *> Net sales are the final (after-discount, before-tax) price,
      *> returns netted off the way MONTHLY-SALES-REPORT nets them.
      *> Cost is the quantity at the unit cost logged against each
      *> line when it was priced -- the cost of the day, not today's
      *> -- and a return takes its cost back out at the figure the
      *> original sale carried. Any item or customer whose margin
      *> comes out negative is flagged BELOW COST, and every single
      *> sale line that went out the door for less than it cost is
      *> listed ahead of the summaries so the pricing desk can see
      *> which sales did it.
      *> History archived before cost was kept, and sales of items
      *> the master carried no cost for, have no cost to measure;
      *> they are counted in net sales at zero cost and the number
      *> of such lines is shown on the report, since they overstate
      *> the margin.
      *> Pass the report month as YYYYMM on the command line; with
      *> no argument the report covers the current month. The
      *> month-end jobstream passes the month just closed.
      *> A line counts in the accounting month it was posted to,
      *> so a prior-period adjustment is reported in the open month
      *> it was redirected into, the way the other month-end
      *> reports count it.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-HISTORY.DAT or an unreadable period register
      *> ends the run with a console message, an IOER journal line
      *> and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALES-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT MARGIN-REPORT-FILE
               ASSIGN TO "MARGIN-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-LINE          PIC X(120).

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".

       01  MGN-MONTH-ARG               PIC X(06).
       01  MGN-REPORT-MONTH            PIC 9(6).
       77  MGN-TODAY                   PIC 9(8).

       77  MGN-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  MGN-MONTH-COUNT             PIC 9(8) COMP VALUE ZERO.
       77  MGN-NO-COST-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  MGN-BELOW-COST-COUNT        PIC 9(8) COMP VALUE ZERO.

      *> The line being accumulated, signed so a return subtracts.
       77  MGN-LINE-UNIT-COST          PIC 9(5)V99.
       77  MGN-LINE-COST               PIC 9(11)V99.
       77  MGN-LINE-NET                PIC S9(11)V99.
       77  MGN-LINE-COST-SIGNED        PIC S9(11)V99.

      *> One slot per item code and one per customer code seen in
      *> the month, built up in first-seen order the way
      *> MONTHLY-SALES-REPORT builds its item table. Walk-in trade
      *> (no customer code) shares the slot keyed by spaces.
       77  MGN-ITEM-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  MGN-ITEM-INDEX              PIC 9(3) COMP.
       01  MGN-ITEM-SWITCH             PIC X(01).
           88  MGN-ITEM-SLOTTED            VALUE "Y".
       01  MGN-ITEM-TABLE-AREA.
           05  MGN-ITEM-ENTRY OCCURS 200 TIMES.
               10  MGN-IT-CODE         PIC X(08).
               10  MGN-IT-NET          PIC S9(11)V99.
               10  MGN-IT-COST         PIC S9(11)V99.

       77  MGN-CUST-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  MGN-CUST-INDEX              PIC 9(3) COMP.
       01  MGN-CUST-SWITCH             PIC X(01).
           88  MGN-CUST-SLOTTED            VALUE "Y".
       01  MGN-CUST-TABLE-AREA.
           05  MGN-CUST-ENTRY OCCURS 200 TIMES.
               10  MGN-CT-CODE         PIC X(06).
               10  MGN-CT-NET          PIC S9(11)V99.
               10  MGN-CT-COST         PIC S9(11)V99.

      *> Customer name lookup for the by-customer section.
       01  MGN-CUST-NAME               PIC X(30).
       01  MGN-CUST-CONTRACT-RATE      PIC 9V9999.
       01  MGN-CUST-FOUND-SWITCH       PIC X(01).
           88  MGN-CUST-FOUND              VALUE "Y".
       01  MGN-CUST-CREDIT-LIMIT       PIC 9(7)V99.
       01  MGN-CUST-BALANCE            PIC S9(7)V99.
       01  MGN-CUST-TAX-EXEMPT-FLAG    PIC X(01).
       01  MGN-CUST-EXEMPT-CERT-NO     PIC X(15).
       01  MGN-CUST-EXEMPT-EXPIRY      PIC 9(8).

       77  MGN-ROW-NET                 PIC S9(11)V99.
       77  MGN-ROW-COST                PIC S9(11)V99.
       77  MGN-ROW-MARGIN              PIC S9(11)V99.
       77  MGN-ROW-PCT                 PIC S9(5)V9.
       77  MGN-TOT-NET                 PIC S9(11)V99 VALUE ZERO.
       77  MGN-TOT-COST                PIC S9(11)V99 VALUE ZERO.
       77  MGN-TOT-MARGIN              PIC S9(11)V99.

       01  MGN-HEADING-LINE            PIC X(44) VALUE
               "GROSS MARGIN REPORT".
       01  MGN-RULE-LINE               PIC X(110) VALUE ALL "-".

       01  MGN-MONTH-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "FOR MONTH:        ".
           05  MGN-ML-MONTH            PIC 9(6).

       01  MGN-SECTION-LINE            PIC X(44).

       01  MGN-NONE-LINE               PIC X(44) VALUE
               "  (NONE)".

       01  MGN-BELOW-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE  ".
           05  FILLER                  PIC X(10) VALUE "RUN ID    ".
           05  FILLER                  PIC X(08) VALUE "SEQ     ".
           05  FILLER                  PIC X(10) VALUE "ITEM      ".
           05  FILLER                  PIC X(08) VALUE "CUST    ".
           05  FILLER                  PIC X(06) VALUE "   QTY".
           05  FILLER                  PIC X(16) VALUE
                   "       NET SALES".
           05  FILLER                  PIC X(16) VALUE
                   "            COST".

       01  MGN-BELOW-LINE.
           05  MGN-BL-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-SEQ              PIC 9(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-ITEM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-CUST             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-QTY              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-NET              PIC Z(10)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-BL-COST             PIC Z(10)9.99.

       01  MGN-ITEM-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE "ITEM".
           05  FILLER                  PIC X(16) VALUE
                   "       NET SALES".
           05  FILLER                  PIC X(16) VALUE
                   "            COST".
           05  FILLER                  PIC X(16) VALUE
                   "          MARGIN".
           05  FILLER                  PIC X(10) VALUE "  MARGIN %".

       01  MGN-CUST-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE "CUSTOMER".
           05  FILLER                  PIC X(16) VALUE
                   "       NET SALES".
           05  FILLER                  PIC X(16) VALUE
                   "            COST".
           05  FILLER                  PIC X(16) VALUE
                   "          MARGIN".
           05  FILLER                  PIC X(10) VALUE "  MARGIN %".

       01  MGN-DETAIL-LINE.
           05  MGN-DT-CODE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-DT-NAME             PIC X(30).
           05  MGN-DT-NET              PIC Z(11)9.99-.
           05  MGN-DT-COST             PIC Z(11)9.99-.
           05  MGN-DT-MARGIN           PIC Z(11)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-DT-PCT              PIC Z(4)9.9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-DT-FLAG             PIC X(10).

       01  MGN-TOTAL-LINE.
           05  FILLER                  PIC X(40) VALUE
                   "TOTAL".
           05  MGN-TL-NET              PIC Z(11)9.99-.
           05  MGN-TL-COST             PIC Z(11)9.99-.
           05  MGN-TL-MARGIN           PIC Z(11)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MGN-TL-PCT              PIC Z(4)9.9-.

       01  MGN-COUNT-LINE.
           05  FILLER                  PIC X(28) VALUE
                   "LINES SOLD BELOW COST:      ".
           05  MGN-CL-BELOW            PIC Z(7)9.
           05  FILLER                  PIC X(36) VALUE
                   "   LINES WITHOUT A COST (AT ZERO):  ".
           05  MGN-CL-NO-COST          PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT MGN-MONTH-ARG FROM COMMAND-LINE.
           IF MGN-MONTH-ARG = SPACES
               ACCEPT MGN-TODAY FROM DATE YYYYMMDD
               COMPUTE MGN-REPORT-MONTH = MGN-TODAY / 100
           ELSE
               IF MGN-MONTH-ARG IS NUMERIC
                   MOVE MGN-MONTH-ARG TO MGN-REPORT-MONTH
               ELSE
                   DISPLAY "MARGIN-REPORT: BAD MONTH ARGUMENT "
                       MGN-MONTH-ARG " - EXPECTED YYYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "MARGIN-REPORT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE MGN-REPORT-MONTH TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "MARGIN-REPORT: CANNOT OPEN"
                   " SALES-HISTORY.DAT STATUS " HIST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT MARGIN-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "MARGIN-REPORT: CANNOT OPEN"
                   " MARGIN-REPORT.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
      *> The below-cost sale lines are listed as the history is
      *> read, so their section heads the report.
           MOVE MGN-REPORT-MONTH TO MGN-ML-MONTH.
           WRITE MARGIN-REPORT-LINE FROM MGN-HEADING-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-MONTH-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-RULE-LINE.
           MOVE "SALE LINES BELOW COST" TO MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-BELOW-COLUMN-LINE.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-HISTORY.
           READ SALES-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO MGN-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           IF PRD-LINE-PERIOD = MGN-REPORT-MONTH
               ADD 1 TO MGN-MONTH-COUNT
               PERFORM 2100-COST-ONE-LINE THRU 2100-EXIT
               PERFORM 2200-SLOT-ITEM THRU 2200-EXIT
               PERFORM 2300-SLOT-CUSTOMER THRU 2300-EXIT
               PERFORM 2400-ADD-TO-SLOTS THRU 2400-EXIT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *> Prices the line at the cost it was logged with. A sale line
      *> that carried a cost and went out for less than it is
      *> listed on the spot.
       2100-COST-ONE-LINE.
           IF LOG-UNIT-COST NUMERIC
               MOVE LOG-UNIT-COST TO MGN-LINE-UNIT-COST
           ELSE
               MOVE ZERO TO MGN-LINE-UNIT-COST
           END-IF.
           IF MGN-LINE-UNIT-COST = ZERO
               ADD 1 TO MGN-NO-COST-COUNT
           END-IF.
           COMPUTE MGN-LINE-COST =
               LOG-QUANTITY * MGN-LINE-UNIT-COST.
           IF LOG-RETURN
               COMPUTE MGN-LINE-NET = ZERO - LOG-FINAL-PRICE
               COMPUTE MGN-LINE-COST-SIGNED = ZERO - MGN-LINE-COST
               GO TO 2100-EXIT
           END-IF.
           MOVE LOG-FINAL-PRICE TO MGN-LINE-NET.
           MOVE MGN-LINE-COST TO MGN-LINE-COST-SIGNED.
           IF MGN-LINE-UNIT-COST > ZERO
              AND LOG-FINAL-PRICE < MGN-LINE-COST
               ADD 1 TO MGN-BELOW-COST-COUNT
               MOVE LOG-RUN-DATE TO MGN-BL-RUN-DATE
               MOVE LOG-RUN-ID TO MGN-BL-RUN-ID
               MOVE LOG-TXN-SEQ TO MGN-BL-SEQ
               MOVE LOG-ITEM-CODE TO MGN-BL-ITEM
               MOVE LOG-CUST-CODE TO MGN-BL-CUST
               MOVE LOG-QUANTITY TO MGN-BL-QTY
               MOVE LOG-FINAL-PRICE TO MGN-BL-NET
               MOVE MGN-LINE-COST TO MGN-BL-COST
               WRITE MARGIN-REPORT-LINE FROM MGN-BELOW-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-SLOT-ITEM.
           MOVE "N" TO MGN-ITEM-SWITCH.
           PERFORM VARYING MGN-ITEM-INDEX FROM 1 BY 1
                   UNTIL MGN-ITEM-INDEX > MGN-ITEM-COUNT
               IF MGN-IT-CODE (MGN-ITEM-INDEX) = LOG-ITEM-CODE
                   SET MGN-ITEM-SLOTTED TO TRUE
                   GO TO 2200-EXIT
               END-IF
           END-PERFORM.
           IF MGN-ITEM-COUNT < 200
               ADD 1 TO MGN-ITEM-COUNT
               MOVE MGN-ITEM-COUNT TO MGN-ITEM-INDEX
               MOVE LOG-ITEM-CODE TO MGN-IT-CODE (MGN-ITEM-INDEX)
               MOVE ZERO TO MGN-IT-NET (MGN-ITEM-INDEX)
               MOVE ZERO TO MGN-IT-COST (MGN-ITEM-INDEX)
               SET MGN-ITEM-SLOTTED TO TRUE
           ELSE
               DISPLAY "MARGIN-REPORT: ITEM TABLE FULL -"
                   " NOT TOTALLED: " LOG-ITEM-CODE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-SLOT-CUSTOMER.
           MOVE "N" TO MGN-CUST-SWITCH.
           PERFORM VARYING MGN-CUST-INDEX FROM 1 BY 1
                   UNTIL MGN-CUST-INDEX > MGN-CUST-COUNT
               IF MGN-CT-CODE (MGN-CUST-INDEX) = LOG-CUST-CODE
                   SET MGN-CUST-SLOTTED TO TRUE
                   GO TO 2300-EXIT
               END-IF
           END-PERFORM.
           IF MGN-CUST-COUNT < 200
               ADD 1 TO MGN-CUST-COUNT
               MOVE MGN-CUST-COUNT TO MGN-CUST-INDEX
               MOVE LOG-CUST-CODE TO MGN-CT-CODE (MGN-CUST-INDEX)
               MOVE ZERO TO MGN-CT-NET (MGN-CUST-INDEX)
               MOVE ZERO TO MGN-CT-COST (MGN-CUST-INDEX)
               SET MGN-CUST-SLOTTED TO TRUE
           ELSE
               DISPLAY "MARGIN-REPORT: CUSTOMER TABLE FULL -"
                   " NOT TOTALLED: " LOG-CUST-CODE
           END-IF.
       2300-EXIT.
           EXIT.

       2400-ADD-TO-SLOTS.
           ADD MGN-LINE-NET TO MGN-TOT-NET.
           ADD MGN-LINE-COST-SIGNED TO MGN-TOT-COST.
           IF MGN-ITEM-SLOTTED
               ADD MGN-LINE-NET TO MGN-IT-NET (MGN-ITEM-INDEX)
               ADD MGN-LINE-COST-SIGNED
                   TO MGN-IT-COST (MGN-ITEM-INDEX)
           END-IF.
           IF MGN-CUST-SLOTTED
               ADD MGN-LINE-NET TO MGN-CT-NET (MGN-CUST-INDEX)
               ADD MGN-LINE-COST-SIGNED
                   TO MGN-CT-COST (MGN-CUST-INDEX)
           END-IF.
       2400-EXIT.
           EXIT.

       9000-TERMINATE.
           IF MGN-BELOW-COST-COUNT = ZERO
               WRITE MARGIN-REPORT-LINE FROM MGN-NONE-LINE
           END-IF.
           WRITE MARGIN-REPORT-LINE FROM MGN-RULE-LINE.
           MOVE "BY ITEM" TO MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-ITEM-COLUMN-LINE.
           PERFORM 9200-WRITE-ONE-ITEM THRU 9200-EXIT
               VARYING MGN-ITEM-INDEX FROM 1 BY 1
               UNTIL MGN-ITEM-INDEX > MGN-ITEM-COUNT.
           WRITE MARGIN-REPORT-LINE FROM MGN-RULE-LINE.
           MOVE "BY CUSTOMER" TO MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-SECTION-LINE.
           WRITE MARGIN-REPORT-LINE FROM MGN-CUST-COLUMN-LINE.
           PERFORM 9300-WRITE-ONE-CUSTOMER THRU 9300-EXIT
               VARYING MGN-CUST-INDEX FROM 1 BY 1
               UNTIL MGN-CUST-INDEX > MGN-CUST-COUNT.
           WRITE MARGIN-REPORT-LINE FROM MGN-RULE-LINE.
           MOVE MGN-TOT-NET TO MGN-ROW-NET.
           MOVE MGN-TOT-COST TO MGN-ROW-COST.
           PERFORM 9400-FIGURE-MARGIN THRU 9400-EXIT.
           MOVE MGN-ROW-NET TO MGN-TL-NET.
           MOVE MGN-ROW-COST TO MGN-TL-COST.
           MOVE MGN-ROW-MARGIN TO MGN-TL-MARGIN.
           MOVE MGN-ROW-PCT TO MGN-TL-PCT.
           WRITE MARGIN-REPORT-LINE FROM MGN-TOTAL-LINE.
           MOVE MGN-BELOW-COST-COUNT TO MGN-CL-BELOW.
           MOVE MGN-NO-COST-COUNT TO MGN-CL-NO-COST.
           WRITE MARGIN-REPORT-LINE FROM MGN-COUNT-LINE.
           DISPLAY MGN-TOTAL-LINE.
           DISPLAY MGN-COUNT-LINE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE MARGIN-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE MGN-READ-COUNT TO RJ-READ-COUNT.
           MOVE MGN-MONTH-COUNT TO RJ-WRITE-COUNT.
           MOVE MGN-BELOW-COST-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9200-WRITE-ONE-ITEM.
           MOVE MGN-IT-NET (MGN-ITEM-INDEX) TO MGN-ROW-NET.
           MOVE MGN-IT-COST (MGN-ITEM-INDEX) TO MGN-ROW-COST.
           PERFORM 9400-FIGURE-MARGIN THRU 9400-EXIT.
           MOVE MGN-IT-CODE (MGN-ITEM-INDEX) TO MGN-DT-CODE.
           MOVE SPACES TO MGN-DT-NAME.
           PERFORM 9500-WRITE-DETAIL THRU 9500-EXIT.
       9200-EXIT.
           EXIT.

       9300-WRITE-ONE-CUSTOMER.
           MOVE MGN-CT-NET (MGN-CUST-INDEX) TO MGN-ROW-NET.
           MOVE MGN-CT-COST (MGN-CUST-INDEX) TO MGN-ROW-COST.
           PERFORM 9400-FIGURE-MARGIN THRU 9400-EXIT.
           IF MGN-CT-CODE (MGN-CUST-INDEX) = SPACES
               MOVE "WALK-IN" TO MGN-DT-CODE
               MOVE "(NO ACCOUNT)" TO MGN-DT-NAME
           ELSE
               MOVE MGN-CT-CODE (MGN-CUST-INDEX) TO MGN-DT-CODE
               CALL "SALES-CUST-SUB" USING
                   MGN-CT-CODE (MGN-CUST-INDEX),
                   MGN-CUST-NAME, MGN-CUST-CONTRACT-RATE,
                   MGN-CUST-FOUND-SWITCH, MGN-CUST-CREDIT-LIMIT,
                   MGN-CUST-BALANCE, MGN-CUST-TAX-EXEMPT-FLAG,
                   MGN-CUST-EXEMPT-CERT-NO, MGN-CUST-EXEMPT-EXPIRY
               IF MGN-CUST-FOUND
                   MOVE MGN-CUST-NAME TO MGN-DT-NAME
               ELSE
                   MOVE "*** NOT ON CUSTOMER MASTER ***"
                       TO MGN-DT-NAME
               END-IF
           END-IF.
           PERFORM 9500-WRITE-DETAIL THRU 9500-EXIT.
       9300-EXIT.
           EXIT.

      *> Margin and margin percentage for one row. A row with no
      *> net sales has no meaningful percentage and shows zero.
       9400-FIGURE-MARGIN.
           COMPUTE MGN-ROW-MARGIN = MGN-ROW-NET - MGN-ROW-COST.
           IF MGN-ROW-NET = ZERO
               MOVE ZERO TO MGN-ROW-PCT
               GO TO 9400-EXIT
           END-IF.
           COMPUTE MGN-ROW-PCT ROUNDED =
               MGN-ROW-MARGIN * 100 / MGN-ROW-NET
               ON SIZE ERROR
                   MOVE ZERO TO MGN-ROW-PCT
           END-COMPUTE.
       9400-EXIT.
           EXIT.

       9500-WRITE-DETAIL.
           MOVE MGN-ROW-NET TO MGN-DT-NET.
           MOVE MGN-ROW-COST TO MGN-DT-COST.
           MOVE MGN-ROW-MARGIN TO MGN-DT-MARGIN.
           MOVE MGN-ROW-PCT TO MGN-DT-PCT.
           IF MGN-ROW-MARGIN < ZERO
               MOVE "BELOW COST" TO MGN-DT-FLAG
           ELSE
               MOVE SPACES TO MGN-DT-FLAG
           END-IF.
           WRITE MARGIN-REPORT-LINE FROM MGN-DETAIL-LINE.
       9500-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE MGN-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
