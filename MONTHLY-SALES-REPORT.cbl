      *> just closed.
      *> Returns and the discounts they reverse are netted the same
      *> way DAILY-SALES-REPORT nets them, so the two reports agree.
      *> A line counts in the accounting month it was posted to,
      *> so a prior-period adjustment is reported in the open month
      *> it was redirected into, not the closed month it is dated
      *> in. When PERIOD-CLOSE has closed the report month, the
      *> net sales and discount given are checked against the
      *> totals frozen at the close and the report says whether it
      *> reproduced them; when it did not, the frozen figures are
      *> printed beneath and the run ends with RETURN-CODE 4.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-HISTORY.DAT or an unreadable period register
      *> ends the run with a console message, an IOER journal line
      *> and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "MONTHLY-SALES-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTHLY-REPORT-FILE.
       01  MONTHLY-REPORT-LINE         PIC X(120).

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       77  MSR-TOT-CUR-NET             PIC S9(11)V99 VALUE ZERO.
       77  MSR-TOT-PRI-NET             PIC S9(11)V99 VALUE ZERO.
       77  MSR-TOT-CUR-DISC            PIC S9(11)V99 VALUE ZERO.
       77  MSR-FROZEN-NET              PIC S9(11)V99.
       77  MSR-FROZEN-DISC             PIC S9(11)V99.

       01  MSR-HEADING-LINE            PIC X(44) VALUE
               "MONTHLY SALES REPORT BY ITEM".
                   "  DISCOUNT GIVEN: ".
           05  MSR-TL-CUR-DISC         PIC Z(10)9.99-.

       01  MSR-FROZEN-SWITCH           PIC X(01) VALUE "N".
           88  MSR-FROZEN-DISAGREES        VALUE "Y".
       01  MSR-FROZEN-LINE.
           05  FILLER                  PIC X(17) VALUE
                   "PERIOD CLOSED ON ".
           05  MSR-FL-CLOSE-DATE       PIC 9(8).
           05  MSR-FL-RESULT           PIC X(40).
       01  MSR-FROZEN-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
                   "FROZEN NET SALES:   ".
           05  MSR-FT-NET              PIC Z(10)9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
                   "  DISCOUNT GIVEN: ".
           05  MSR-FT-DISC             PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE "MONTHLY-SALES-RPT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE MSR-REPORT-MONTH TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "MONTHLY-SALES-REPORT: CANNOT OPEN"

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO MSR-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           MOVE PRD-LINE-PERIOD TO MSR-LOG-MONTH.
           IF MSR-LOG-MONTH = MSR-REPORT-MONTH
              OR MSR-LOG-MONTH = MSR-PRIOR-MONTH
               PERFORM 2100-SLOT-ITEM THRU 2100-EXIT
           MOVE MSR-TOT-CUR-DISC TO MSR-TL-CUR-DISC.
           WRITE MONTHLY-REPORT-LINE FROM MSR-TOTAL-LINE.
           DISPLAY MSR-TOTAL-LINE.
           IF PRD-PERIOD-CLOSED
               PERFORM 9300-CHECK-FROZEN-TOTALS THRU 9300-EXIT
           END-IF.
           CLOSE SALES-HISTORY-FILE.
           CLOSE MONTHLY-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE MSR-ITEM-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF MSR-FROZEN-DISAGREES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9200-EXIT.
           EXIT.

      *> A closed month must come out at what was filed. The close
      *> froze the final price and the discount separately; this
      *> report's net is before discount, so the two are added back.
       9300-CHECK-FROZEN-TOTALS.
           MOVE PRD-FROZEN-CLOSE-DATE TO MSR-FL-CLOSE-DATE.
           COMPUTE MSR-FROZEN-NET =
               PRD-FROZEN-SALES-AMT + PRD-FROZEN-SALE-DISC
               - PRD-FROZEN-RETURNS-AMT - PRD-FROZEN-RETURN-DISC.
           COMPUTE MSR-FROZEN-DISC =
               PRD-FROZEN-SALE-DISC - PRD-FROZEN-RETURN-DISC.
           IF MSR-TOT-CUR-NET = MSR-FROZEN-NET
              AND MSR-TOT-CUR-DISC = MSR-FROZEN-DISC
               MOVE " - FROZEN CONTROL TOTALS REPRODUCED"
                   TO MSR-FL-RESULT
               WRITE MONTHLY-REPORT-LINE FROM MSR-FROZEN-LINE
               DISPLAY MSR-FROZEN-LINE
               GO TO 9300-EXIT
           END-IF.
           MOVE " - DOES NOT AGREE WITH FROZEN TOTALS"
               TO MSR-FL-RESULT.
           MOVE MSR-FROZEN-NET TO MSR-FT-NET.
           MOVE MSR-FROZEN-DISC TO MSR-FT-DISC.
           WRITE MONTHLY-REPORT-LINE FROM MSR-FROZEN-LINE.
           WRITE MONTHLY-REPORT-LINE FROM MSR-FROZEN-TOTAL-LINE.
           DISPLAY MSR-FROZEN-LINE.
           DISPLAY MSR-FROZEN-TOTAL-LINE.
           SET MSR-FROZEN-DISAGREES TO TRUE.
       9300-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
