      *> departed clerk's period never silently disappears.
      *> Pass the period as YYYYMM on the command line; with no
      *> argument the report covers the current month.
      *> A line counts in the accounting month it was posted to,
      *> so a prior-period adjustment is paid in the open month it
      *> was redirected into. When PERIOD-CLOSE has closed the
      *> period, the net sales and line count are checked against
      *> the totals frozen at the close and the report says whether
      *> it reproduced them; when it did not, the frozen figures are
      *> printed beneath and the run ends with RETURN-CODE 4.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-HISTORY.DAT or an unreadable period register
      *> ends the run with a console message, an IOER journal line
      *> and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "COMMISSION-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-REPORT-FILE.
       01  COMMISSION-REPORT-LINE      PIC X(120).

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'clerk-table.cpy'. *> Imports the clerk table
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       01  CMR-PERIOD-ARG              PIC X(06).
       77  CMR-PERIOD                  PIC 9(6).
       77  CMR-TODAY                   PIC 9(8).

       77  CMR-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  CMR-LINE-DISCOUNT           PIC 9(7)V99.
       77  CMR-COMMISSION              PIC S9(9)V99.
       77  CMR-TOT-NET                 PIC S9(11)V99 VALUE ZERO.
       77  CMR-TOT-COMMISSION          PIC S9(11)V99 VALUE ZERO.
       77  CMR-TOT-TXNS                PIC 9(8) COMP VALUE ZERO.
       77  CMR-FROZEN-NET              PIC S9(11)V99.
       77  CMR-FROZEN-TXNS             PIC 9(8) COMP.

       01  CMR-HEADING-LINE            PIC X(44) VALUE
               "CLERK COMMISSION AND PRODUCTIVITY REPORT".
                   "  TOTAL COMMISSION:".
           05  CMR-TL-COMMISSION       PIC Z(10)9.99-.

       01  CMR-FROZEN-SWITCH           PIC X(01) VALUE "N".
           88  CMR-FROZEN-DISAGREES        VALUE "Y".
       01  CMR-FROZEN-LINE.
           05  FILLER                  PIC X(17) VALUE
                   "PERIOD CLOSED ON ".
           05  CMR-FL-CLOSE-DATE       PIC 9(8).
           05  CMR-FL-RESULT           PIC X(40).
       01  CMR-FROZEN-TOTAL-LINE.
           05  FILLER                  PIC X(17) VALUE
                   "FROZEN NET SALES:".
           05  CMR-FT-NET              PIC Z(10)9.99-.
           05  FILLER                  PIC X(19) VALUE
                   "  TRANSACTIONS:    ".
           05  CMR-FT-TXNS             PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           PERFORM 4600-LOAD-CLERK-TABLE THRU 4600-EXIT.
           MOVE CMR-PERIOD TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "COMMISSION-REPORT: CANNOT OPEN"

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO CMR-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           IF PRD-LINE-PERIOD = CMR-PERIOD
               PERFORM 2100-SLOT-CLERK THRU 2100-EXIT
               PERFORM 2200-ADD-TO-SLOT THRU 2200-EXIT
           END-IF.
           MOVE CMR-TOT-COMMISSION TO CMR-TL-COMMISSION.
           WRITE COMMISSION-REPORT-LINE FROM CMR-TOTAL-LINE.
           DISPLAY CMR-TOTAL-LINE.
           IF PRD-PERIOD-CLOSED
               PERFORM 9300-CHECK-FROZEN-TOTALS THRU 9300-EXIT
           END-IF.
           CLOSE SALES-HISTORY-FILE.
           CLOSE COMMISSION-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE CMR-CLERK-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF CMR-FROZEN-DISAGREES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

               CMR-NET-SALES * CLERK-LOOKUP-RATE.
           ADD CMR-NET-SALES TO CMR-TOT-NET.
           ADD CMR-COMMISSION TO CMR-TOT-COMMISSION.
           ADD CMR-CE-TXN-COUNT (CMR-CLERK-INDEX) TO CMR-TOT-TXNS.
           MOVE CMR-CE-TXN-COUNT (CMR-CLERK-INDEX) TO CMR-DT-TXNS.
           MOVE CMR-CE-SALES (CMR-CLERK-INDEX) TO CMR-DT-SALES.
           MOVE CMR-CE-RETURNS (CMR-CLERK-INDEX) TO CMR-DT-RETURNS.
       9200-EXIT.
           EXIT.

      *> A closed period must come out at what was filed.
       9300-CHECK-FROZEN-TOTALS.
           MOVE PRD-FROZEN-CLOSE-DATE TO CMR-FL-CLOSE-DATE.
           COMPUTE CMR-FROZEN-NET =
               PRD-FROZEN-SALES-AMT - PRD-FROZEN-RETURNS-AMT.
           COMPUTE CMR-FROZEN-TXNS =
               PRD-FROZEN-SALE-COUNT + PRD-FROZEN-RETURN-COUNT.
           IF CMR-TOT-NET = CMR-FROZEN-NET
              AND CMR-TOT-TXNS = CMR-FROZEN-TXNS
               MOVE " - FROZEN CONTROL TOTALS REPRODUCED"
                   TO CMR-FL-RESULT
               WRITE COMMISSION-REPORT-LINE FROM CMR-FROZEN-LINE
               DISPLAY CMR-FROZEN-LINE
               GO TO 9300-EXIT
           END-IF.
           MOVE " - DOES NOT AGREE WITH FROZEN TOTALS"
               TO CMR-FL-RESULT.
           MOVE CMR-FROZEN-NET TO CMR-FT-NET.
           MOVE CMR-FROZEN-TXNS TO CMR-FT-TXNS.
           WRITE COMMISSION-REPORT-LINE FROM CMR-FROZEN-LINE.
           WRITE COMMISSION-REPORT-LINE FROM CMR-FROZEN-TOTAL-LINE.
           DISPLAY CMR-FROZEN-LINE.
           DISPLAY CMR-FROZEN-TOTAL-LINE.
           SET CMR-FROZEN-DISAGREES TO TRUE.
       9300-EXIT.
           EXIT.

       COPY 'clerk-calc.cpy'. *> Shared clerk-table logic

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
