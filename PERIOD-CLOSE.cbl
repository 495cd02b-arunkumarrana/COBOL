       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
      *> Month-end accounting close. Once the month's remittance and
      *> management reports have been filed, this job closes the
      *> month: it totals every SALES-HISTORY.DAT line posted to the
      *> month -- sales and returns at the final price, the discount
      *> given and reversed, tax collected and refunded, and the
      *> sale and return line counts -- in total and by tax
      *> jurisdiction, and appends those frozen control totals to
      *> PERIOD-CLOSE.DAT (period-file.cpy), the register every job
      *> that posts or reports sales consults.
      *> From then on the month's figures do not move. SALES-ARCHIVE
      *> and the pricing jobs post anything dated into a closed month
      *> to the open month after the last one closed, as a prior-
      *> period adjustment that PRIOR-PERIOD-ADJ lists for accounting
      *> to amend the filing deliberately; and a rerun of
      *> MONTHLY-SALES-REPORT, COMMISSION-REPORT or TAX-REMIT-REPORT
      *> for a closed month checks its totals against the frozen ones
      *> and says on the report whether they agree.
      *> Pass the month to close as YYYYMM on the command line; with
      *> no argument the job closes the month before the current one,
      *> which is what a run early in the following month wants.
      *> Months close in order: the first close may be any month
      *> already ended, after that only the month after the last one
      *> closed. A month already closed, a month not yet ended, or a
      *> month out of turn is refused with a console message, a FAIL
      *> journal line and RETURN-CODE 8, and nothing is written. So
      *> is a month with more jurisdictions than the table holds,
      *> since the filed totals could not be broken down in full.
      *> The frozen totals are also printed to PERIOD-CLOSE-REPORT.DAT
      *> by jurisdiction for the month-end file.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-HISTORY.DAT or a register that will not open
      *> or take the write ends the run with a console message, an
      *> IOER journal line and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALES-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "PERIOD-CLOSE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".

       01  PCL-MONTH-ARG               PIC X(06).
       01  PCL-PERIOD                  PIC 9(6).
       01  PCL-PERIOD-PARTS REDEFINES PCL-PERIOD.
           05  PCL-PD-YYYY             PIC 9(4).
           05  PCL-PD-MM               PIC 9(2).
       77  PCL-TODAY                   PIC 9(8).
       77  PCL-CURRENT-MONTH           PIC 9(6).

       77  PCL-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  PCL-WRITE-COUNT             PIC 9(8) COMP VALUE ZERO.
       77  PCL-LINE-DISCOUNT           PIC 9(7)V99.

      *> One slot per jurisdiction posted to the month, built up in
      *> first-seen order the way the tax table is loaded.
       77  PCL-JURIS-COUNT             PIC 9(3) COMP VALUE ZERO.
       77  PCL-JURIS-INDEX             PIC 9(3) COMP.
       01  PCL-JURIS-TABLE-AREA.
           05  PCL-JURIS-ENTRY OCCURS 100 TIMES.
               10  PCL-JR-CODE         PIC X(04).
               10  PCL-JR-SALE-COUNT   PIC 9(7).
               10  PCL-JR-RETURN-COUNT PIC 9(7).
               10  PCL-JR-SALES        PIC 9(11)V99.
               10  PCL-JR-RETURNS      PIC 9(11)V99.
               10  PCL-JR-SALE-DISC    PIC 9(11)V99.
               10  PCL-JR-RETURN-DISC  PIC 9(11)V99.
               10  PCL-JR-TAX-COLL     PIC 9(11)V99.
               10  PCL-JR-TAX-REFUND   PIC 9(11)V99.

       77  PCL-TOT-SALE-COUNT          PIC 9(7) VALUE ZERO.
       77  PCL-TOT-RETURN-COUNT        PIC 9(7) VALUE ZERO.
       77  PCL-TOT-SALES               PIC 9(11)V99 VALUE ZERO.
       77  PCL-TOT-RETURNS             PIC 9(11)V99 VALUE ZERO.
       77  PCL-TOT-SALE-DISC           PIC 9(11)V99 VALUE ZERO.
       77  PCL-TOT-RETURN-DISC         PIC 9(11)V99 VALUE ZERO.
       77  PCL-TOT-TAX-COLL            PIC 9(11)V99 VALUE ZERO.
       77  PCL-TOT-TAX-REFUND          PIC 9(11)V99 VALUE ZERO.
       77  PCL-NET-DISC                PIC S9(11)V99.

       01  PCL-HEADING-LINE            PIC X(44) VALUE
               "ACCOUNTING PERIOD CLOSE - FROZEN TOTALS".
       01  PCL-RULE-LINE               PIC X(100) VALUE ALL "-".

       01  PCL-PERIOD-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "PERIOD CLOSED:    ".
           05  PCL-PL-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
                   "  CLOSED ON:  ".
           05  PCL-PL-CLOSE-DATE       PIC 9(8).

       01  PCL-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "JURIS ".
           05  FILLER                  PIC X(15) VALUE
                   "  SALES RETURNS".
           05  FILLER                  PIC X(15) VALUE
                   "    SALES FINAL".
           05  FILLER                  PIC X(15) VALUE
                   "        RETURNS".
           05  FILLER                  PIC X(16) VALUE
                   "   NET DISCOUNT ".
           05  FILLER                  PIC X(14) VALUE
                   " TAX COLLECTED".
           05  FILLER                  PIC X(15) VALUE
                   "   TAX REFUNDED".

       01  PCL-DETAIL-LINE.
           05  PCL-DT-JURIS            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCL-DT-SALE-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCL-DT-RETURN-COUNT     PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PCL-DT-SALES            PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PCL-DT-RETURNS          PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PCL-DT-DISC             PIC Z(9)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PCL-DT-TAX-COLL         PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PCL-DT-TAX-REFUND       PIC Z(9)9.99.

       01  PCL-SUMMARY-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "PERIOD-CLOSE  PERIOD: ".
           05  PCL-SL-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(10) VALUE "  LINES:  ".
           05  PCL-SL-LINES            PIC Z(7)9.
           05  FILLER                  PIC X(17) VALUE
                   "  JURISDICTIONS: ".
           05  PCL-SL-JURIS            PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 3000-FILE-THE-CLOSE THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT PCL-TODAY FROM DATE YYYYMMDD.
           COMPUTE PCL-CURRENT-MONTH = PCL-TODAY / 100.
           ACCEPT PCL-MONTH-ARG FROM COMMAND-LINE.
           IF PCL-MONTH-ARG = SPACES
               MOVE PCL-CURRENT-MONTH TO PCL-PERIOD
               IF PCL-PD-MM = 01
                   SUBTRACT 1 FROM PCL-PD-YYYY
                   MOVE 12 TO PCL-PD-MM
               ELSE
                   SUBTRACT 1 FROM PCL-PD-MM
               END-IF
           ELSE
               IF PCL-MONTH-ARG IS NUMERIC
                   MOVE PCL-MONTH-ARG TO PCL-PERIOD
               ELSE
                   DISPLAY "PERIOD-CLOSE: BAD MONTH ARGUMENT "
                       PCL-MONTH-ARG " - EXPECTED YYYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF PCL-PD-MM < 01 OR PCL-PD-MM > 12
               DISPLAY "PERIOD-CLOSE: BAD MONTH ARGUMENT "
                   PCL-MONTH-ARG " - EXPECTED YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PERIOD-CLOSE" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: CANNOT OPEN"
                   " SALES-HISTORY.DAT STATUS " HIST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
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

      *> The register decides whether the month may be closed now.
       1200-CHECK-PERIOD.
           MOVE PCL-PERIOD TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           IF PRD-PERIOD-CLOSED
               DISPLAY "PERIOD-CLOSE: PERIOD " PCL-PERIOD
                   " ALREADY CLOSED ON " PRD-FROZEN-CLOSE-DATE
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           IF PCL-PERIOD NOT < PCL-CURRENT-MONTH
               DISPLAY "PERIOD-CLOSE: PERIOD " PCL-PERIOD
                   " HAS NOT ENDED - NOT CLOSED"
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           IF PRD-LAST-CLOSED NOT = ZERO
              AND PCL-PERIOD NOT = PRD-OPEN-PERIOD
               DISPLAY "PERIOD-CLOSE: PERIOD " PCL-PERIOD
                   " OUT OF TURN - NEXT PERIOD TO CLOSE IS "
                   PRD-OPEN-PERIOD
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO PCL-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           IF PRD-LINE-PERIOD = PCL-PERIOD
               PERFORM 2100-SLOT-JURISDICTION THRU 2100-EXIT
               PERFORM 2200-ADD-TO-SLOT THRU 2200-EXIT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-SLOT-JURISDICTION.
           PERFORM VARYING PCL-JURIS-INDEX FROM 1 BY 1
                   UNTIL PCL-JURIS-INDEX > PCL-JURIS-COUNT
               IF PCL-JR-CODE (PCL-JURIS-INDEX) = LOG-JURIS-CODE
                   GO TO 2100-EXIT
               END-IF
           END-PERFORM.
           IF PCL-JURIS-COUNT NOT < 100
               DISPLAY "PERIOD-CLOSE: JURISDICTION TABLE FULL -"
                   " NOT TOTALLED: " LOG-JURIS-CODE
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           ADD 1 TO PCL-JURIS-COUNT.
           MOVE PCL-JURIS-COUNT TO PCL-JURIS-INDEX.
           MOVE LOG-JURIS-CODE TO PCL-JR-CODE (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-SALE-COUNT (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-RETURN-COUNT (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-SALES (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-RETURNS (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-SALE-DISC (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-RETURN-DISC (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-TAX-COLL (PCL-JURIS-INDEX).
           MOVE ZERO TO PCL-JR-TAX-REFUND (PCL-JURIS-INDEX).
       2100-EXIT.
           EXIT.

      *> Money is totalled the way the month-end reports total it,
      *> so a rerun of any of them can be checked against it.
       2200-ADD-TO-SLOT.
           COMPUTE PCL-LINE-DISCOUNT = LOG-PRICE - LOG-FINAL-PRICE.
           IF LOG-RETURN
               ADD 1 TO PCL-JR-RETURN-COUNT (PCL-JURIS-INDEX)
               ADD LOG-FINAL-PRICE TO PCL-JR-RETURNS (PCL-JURIS-INDEX)
               ADD PCL-LINE-DISCOUNT
                   TO PCL-JR-RETURN-DISC (PCL-JURIS-INDEX)
               ADD LOG-TAX-AMOUNT
                   TO PCL-JR-TAX-REFUND (PCL-JURIS-INDEX)
               ADD 1 TO PCL-TOT-RETURN-COUNT
               ADD LOG-FINAL-PRICE TO PCL-TOT-RETURNS
               ADD PCL-LINE-DISCOUNT TO PCL-TOT-RETURN-DISC
               ADD LOG-TAX-AMOUNT TO PCL-TOT-TAX-REFUND
           ELSE
               ADD 1 TO PCL-JR-SALE-COUNT (PCL-JURIS-INDEX)
               ADD LOG-FINAL-PRICE TO PCL-JR-SALES (PCL-JURIS-INDEX)
               ADD PCL-LINE-DISCOUNT
                   TO PCL-JR-SALE-DISC (PCL-JURIS-INDEX)
               ADD LOG-TAX-AMOUNT
                   TO PCL-JR-TAX-COLL (PCL-JURIS-INDEX)
               ADD 1 TO PCL-TOT-SALE-COUNT
               ADD LOG-FINAL-PRICE TO PCL-TOT-SALES
               ADD PCL-LINE-DISCOUNT TO PCL-TOT-SALE-DISC
               ADD LOG-TAX-AMOUNT TO PCL-TOT-TAX-COLL
           END-IF.
       2200-EXIT.
           EXIT.

      *> The month's "T" record, then one "J" record per
      *> jurisdiction, appended to the register.
       3000-FILE-THE-CLOSE.
           CLOSE SALES-HISTORY-FILE.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           IF PRD-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-CLOSE-FILE
           END-IF.
           IF PRD-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: CANNOT OPEN"
                   " PERIOD-CLOSE.DAT STATUS " PRD-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE PCL-PERIOD TO PC-PERIOD.
           SET PC-TOTAL-REC TO TRUE.
           MOVE SPACES TO PC-JURIS-CODE.
           MOVE PCL-TODAY TO PC-CLOSE-DATE.
           MOVE PCL-TOT-SALE-COUNT TO PC-SALE-COUNT.
           MOVE PCL-TOT-RETURN-COUNT TO PC-RETURN-COUNT.
           MOVE PCL-TOT-SALES TO PC-SALES-AMT.
           MOVE PCL-TOT-RETURNS TO PC-RETURNS-AMT.
           MOVE PCL-TOT-SALE-DISC TO PC-SALE-DISC.
           MOVE PCL-TOT-RETURN-DISC TO PC-RETURN-DISC.
           MOVE PCL-TOT-TAX-COLL TO PC-TAX-COLLECTED.
           MOVE PCL-TOT-TAX-REFUND TO PC-TAX-REFUNDED.
           PERFORM 3200-WRITE-REGISTER THRU 3200-EXIT.
           PERFORM 3100-WRITE-ONE-JURIS THRU 3100-EXIT
               VARYING PCL-JURIS-INDEX FROM 1 BY 1
               UNTIL PCL-JURIS-INDEX > PCL-JURIS-COUNT.
           CLOSE PERIOD-CLOSE-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-JURIS.
           MOVE PCL-PERIOD TO PC-PERIOD.
           SET PC-JURIS-REC TO TRUE.
           MOVE PCL-JR-CODE (PCL-JURIS-INDEX) TO PC-JURIS-CODE.
           MOVE PCL-TODAY TO PC-CLOSE-DATE.
           MOVE PCL-JR-SALE-COUNT (PCL-JURIS-INDEX) TO PC-SALE-COUNT.
           MOVE PCL-JR-RETURN-COUNT (PCL-JURIS-INDEX)
               TO PC-RETURN-COUNT.
           MOVE PCL-JR-SALES (PCL-JURIS-INDEX) TO PC-SALES-AMT.
           MOVE PCL-JR-RETURNS (PCL-JURIS-INDEX) TO PC-RETURNS-AMT.
           MOVE PCL-JR-SALE-DISC (PCL-JURIS-INDEX) TO PC-SALE-DISC.
           MOVE PCL-JR-RETURN-DISC (PCL-JURIS-INDEX)
               TO PC-RETURN-DISC.
           MOVE PCL-JR-TAX-COLL (PCL-JURIS-INDEX)
               TO PC-TAX-COLLECTED.
           MOVE PCL-JR-TAX-REFUND (PCL-JURIS-INDEX)
               TO PC-TAX-REFUNDED.
           PERFORM 3200-WRITE-REGISTER THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-WRITE-REGISTER.
           WRITE PERIOD-CLOSE-RECORD.
           IF PRD-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: CANNOT WRITE"
                   " PERIOD-CLOSE.DAT STATUS " PRD-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           ADD 1 TO PCL-WRITE-COUNT.
       3200-EXIT.
           EXIT.

      *> The register is already written, so a report file that
      *> will not open is told to the console but does not undo
      *> the close -- the frozen totals can be reprinted from any
      *> rerun of the month-end reports.
       9000-TERMINATE.
           MOVE PCL-PERIOD TO PCL-SL-PERIOD.
           COMPUTE PCL-SL-LINES =
               PCL-TOT-SALE-COUNT + PCL-TOT-RETURN-COUNT.
           MOVE PCL-JURIS-COUNT TO PCL-SL-JURIS.
           DISPLAY PCL-SUMMARY-LINE.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE: CANNOT OPEN"
                   " PERIOD-CLOSE-REPORT.DAT STATUS "
                   RPT-FILE-STATUS
               GO TO 9000-JOURNAL
           END-IF.
           MOVE PCL-PERIOD TO PCL-PL-PERIOD.
           MOVE PCL-TODAY TO PCL-PL-CLOSE-DATE.
           WRITE CLOSE-REPORT-LINE FROM PCL-HEADING-LINE.
           WRITE CLOSE-REPORT-LINE FROM PCL-PERIOD-LINE.
           WRITE CLOSE-REPORT-LINE FROM PCL-RULE-LINE.
           WRITE CLOSE-REPORT-LINE FROM PCL-COLUMN-LINE.
           PERFORM 9300-WRITE-ONE-JURIS THRU 9300-EXIT
               VARYING PCL-JURIS-INDEX FROM 1 BY 1
               UNTIL PCL-JURIS-INDEX > PCL-JURIS-COUNT.
           WRITE CLOSE-REPORT-LINE FROM PCL-RULE-LINE.
           MOVE "TOTAL" TO PCL-DT-JURIS.
           MOVE PCL-TOT-SALE-COUNT TO PCL-DT-SALE-COUNT.
           MOVE PCL-TOT-RETURN-COUNT TO PCL-DT-RETURN-COUNT.
           MOVE PCL-TOT-SALES TO PCL-DT-SALES.
           MOVE PCL-TOT-RETURNS TO PCL-DT-RETURNS.
           COMPUTE PCL-NET-DISC =
               PCL-TOT-SALE-DISC - PCL-TOT-RETURN-DISC.
           MOVE PCL-NET-DISC TO PCL-DT-DISC.
           MOVE PCL-TOT-TAX-COLL TO PCL-DT-TAX-COLL.
           MOVE PCL-TOT-TAX-REFUND TO PCL-DT-TAX-REFUND.
           WRITE CLOSE-REPORT-LINE FROM PCL-DETAIL-LINE.
           CLOSE CLOSE-REPORT-FILE.
       9000-JOURNAL.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE PCL-READ-COUNT TO RJ-READ-COUNT.
           MOVE PCL-WRITE-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 0 TO RETURN-CODE.
       9000-EXIT.
           EXIT.

       9300-WRITE-ONE-JURIS.
           MOVE PCL-JR-CODE (PCL-JURIS-INDEX) TO PCL-DT-JURIS.
           MOVE PCL-JR-SALE-COUNT (PCL-JURIS-INDEX)
               TO PCL-DT-SALE-COUNT.
           MOVE PCL-JR-RETURN-COUNT (PCL-JURIS-INDEX)
               TO PCL-DT-RETURN-COUNT.
           MOVE PCL-JR-SALES (PCL-JURIS-INDEX) TO PCL-DT-SALES.
           MOVE PCL-JR-RETURNS (PCL-JURIS-INDEX) TO PCL-DT-RETURNS.
           COMPUTE PCL-NET-DISC =
               PCL-JR-SALE-DISC (PCL-JURIS-INDEX)
               - PCL-JR-RETURN-DISC (PCL-JURIS-INDEX).
           MOVE PCL-NET-DISC TO PCL-DT-DISC.
           MOVE PCL-JR-TAX-COLL (PCL-JURIS-INDEX) TO PCL-DT-TAX-COLL.
           MOVE PCL-JR-TAX-REFUND (PCL-JURIS-INDEX)
               TO PCL-DT-TAX-REFUND.
           WRITE CLOSE-REPORT-LINE FROM PCL-DETAIL-LINE.
       9300-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE PCL-READ-COUNT TO RJ-READ-COUNT.
           MOVE PCL-WRITE-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE PCL-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
