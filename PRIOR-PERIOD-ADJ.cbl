       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-PERIOD-ADJ.
      *> Prior-period adjustment report. Once PERIOD-CLOSE has
      *> closed a month, SALES-ARCHIVE and the pricing jobs post
      *> anything dated into it to the open month after the last one
      *> closed instead, so the filed figures never move. This
      *> report reads the permanent SALES-HISTORY.DAT and lists,
      *> for one posting period, every line posted to it that is
      *> dated in an earlier month -- run stamp, sale or return,
      *> item, jurisdiction, customer, final price, discount and
      *> tax -- then totals them by the month they are dated in and
      *> jurisdiction, with a grand total, so accounting can amend
      *> each filing deliberately instead of discovering the
      *> difference on a rerun.
      *> Pass the posting period as YYYYMM on the command line; with
      *> no argument the report covers the current month, which is
      *> the open period the adjustments are being posted to.
      *> RETURN-CODE is 4 when any adjustment is listed, so the
      *> month-end stream shows that a filing needs amending, and 0
      *> when there are none.
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
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.
           SELECT ADJUSTMENT-REPORT-FILE
               ASSIGN TO "PRIOR-PERIOD-ADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       FD  ADJUSTMENT-REPORT-FILE.
       01  ADJUSTMENT-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".

       01  PPA-PERIOD-ARG              PIC X(06).
       77  PPA-PERIOD                  PIC 9(6).
       77  PPA-TODAY                   PIC 9(8).
       77  PPA-ORIG-PERIOD             PIC 9(6).

       77  PPA-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  PPA-ADJ-COUNT               PIC 9(8) COMP VALUE ZERO.
       77  PPA-LINE-DISCOUNT           PIC 9(7)V99.

      *> One slot per original month and jurisdiction adjusted,
      *> built up in first-seen order the way the tax table is
      *> loaded.
       77  PPA-SLOT-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  PPA-SLOT-INDEX              PIC 9(3) COMP.
       01  PPA-SLOT-SWITCH             PIC X(01).
           88  PPA-SLOTTED                 VALUE "Y".
       01  PPA-SLOT-TABLE-AREA.
           05  PPA-SLOT-ENTRY OCCURS 200 TIMES.
               10  PPA-SE-PERIOD       PIC 9(6).
               10  PPA-SE-JURIS        PIC X(04).
               10  PPA-SE-SALE-COUNT   PIC 9(7).
               10  PPA-SE-RETURN-COUNT PIC 9(7).
               10  PPA-SE-SALES        PIC 9(9)V99.
               10  PPA-SE-RETURNS      PIC 9(9)V99.
               10  PPA-SE-DISC         PIC S9(9)V99.
               10  PPA-SE-TAX-COLL     PIC 9(9)V99.
               10  PPA-SE-TAX-REFUND   PIC 9(9)V99.

       77  PPA-TOT-SALE-COUNT          PIC 9(7) VALUE ZERO.
       77  PPA-TOT-RETURN-COUNT        PIC 9(7) VALUE ZERO.
       77  PPA-TOT-SALES               PIC 9(11)V99 VALUE ZERO.
       77  PPA-TOT-RETURNS             PIC 9(11)V99 VALUE ZERO.
       77  PPA-TOT-DISC                PIC S9(11)V99 VALUE ZERO.
       77  PPA-TOT-TAX-COLL            PIC 9(11)V99 VALUE ZERO.
       77  PPA-TOT-TAX-REFUND          PIC 9(11)V99 VALUE ZERO.

       01  PPA-HEADING-LINE            PIC X(44) VALUE
               "PRIOR-PERIOD ADJUSTMENT REPORT".
       01  PPA-RULE-LINE               PIC X(105) VALUE ALL "-".

       01  PPA-PERIOD-LINE.
           05  FILLER                  PIC X(17) VALUE
                   "POSTING PERIOD:  ".
           05  PPA-PL-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(16) VALUE
                   "  LAST CLOSED:  ".
           05  PPA-PL-LAST-CLOSED      PIC 9(6).

       01  PPA-COLUMN-LINE.
           05  FILLER                  PIC X(27) VALUE
                   "RUN DATE RUN ID   SEQ    ".
           05  FILLER                  PIC X(29) VALUE
                   "TYPE   ITEM     JURS CUST    ".
           05  FILLER                  PIC X(10) VALUE
                   "     FINAL".
           05  FILLER                  PIC X(12) VALUE
                   "    DISCOUNT".
           05  FILLER                  PIC X(12) VALUE
                   "         TAX".

       01  PPA-DETAIL-LINE.
           05  PPA-DT-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-DT-RUN-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-DT-SEQ              PIC 9(6).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PPA-DT-TYPE             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-DT-ITEM             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-DT-JURIS            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-DT-CUST             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-DT-FINAL            PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-DT-DISC             PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-DT-TAX              PIC Z(6)9.99.

       01  PPA-NONE-LINE               PIC X(50) VALUE
               "  NO PRIOR-PERIOD ADJUSTMENTS POSTED TO THE PERIOD".

       01  PPA-SUMMARY-HEADING-LINE    PIC X(50) VALUE
               "ADJUSTMENTS BY ORIGINAL PERIOD AND JURISDICTION".
       01  PPA-SUMMARY-COLUMN-LINE.
           05  FILLER                  PIC X(13) VALUE
                   "PERIOD JURS ".
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

       01  PPA-SUMMARY-LINE.
           05  PPA-SD-PERIOD           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-SD-JURIS            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-SD-SALE-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-SD-RETURN-COUNT     PIC Z(6)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-SD-SALES            PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-SD-RETURNS          PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-SD-DISC             PIC Z(9)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PPA-SD-TAX-COLL         PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PPA-SD-TAX-REFUND       PIC Z(9)9.99.

       01  PPA-COUNT-LINE.
           05  FILLER                  PIC X(26) VALUE
                   "PRIOR-PERIOD-ADJ  PERIOD: ".
           05  PPA-CL-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(16) VALUE
                   "  ADJUSTMENTS:  ".
           05  PPA-CL-ADJ              PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SELECT-ADJUSTMENT THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT PPA-PERIOD-ARG FROM COMMAND-LINE.
           IF PPA-PERIOD-ARG = SPACES
               ACCEPT PPA-TODAY FROM DATE YYYYMMDD
               COMPUTE PPA-PERIOD = PPA-TODAY / 100
           ELSE
               IF PPA-PERIOD-ARG IS NUMERIC
                   MOVE PPA-PERIOD-ARG TO PPA-PERIOD
               ELSE
                   DISPLAY "PRIOR-PERIOD-ADJ: BAD PERIOD ARGUMENT "
                       PPA-PERIOD-ARG " - EXPECTED YYYYMM"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "PRIOR-PERIOD-ADJ" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE PPA-PERIOD TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "PRIOR-PERIOD-ADJ: CANNOT OPEN"
                   " SALES-HISTORY.DAT STATUS " HIST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PRIOR-PERIOD-ADJ: CANNOT OPEN"
                   " PRIOR-PERIOD-ADJ.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE PPA-PERIOD TO PPA-PL-PERIOD.
           MOVE PRD-LAST-CLOSED TO PPA-PL-LAST-CLOSED.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-HEADING-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-PERIOD-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-RULE-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-COLUMN-LINE.
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

      *> An adjustment is a line posted to the period but dated in
      *> a month before it.
       2000-SELECT-ADJUSTMENT.
           ADD 1 TO PPA-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           MOVE LOG-RUN-DATE (1:6) TO PPA-ORIG-PERIOD.
           IF PRD-LINE-PERIOD = PPA-PERIOD
              AND PPA-ORIG-PERIOD < PPA-PERIOD
               ADD 1 TO PPA-ADJ-COUNT
               COMPUTE PPA-LINE-DISCOUNT =
                   LOG-PRICE - LOG-FINAL-PRICE
               PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
               PERFORM 2200-SLOT-ADJUSTMENT THRU 2200-EXIT
               PERFORM 2300-ADD-TO-SLOT THRU 2300-EXIT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-WRITE-DETAIL.
           MOVE LOG-RUN-DATE TO PPA-DT-RUN-DATE.
           MOVE LOG-RUN-ID TO PPA-DT-RUN-ID.
           MOVE LOG-TXN-SEQ TO PPA-DT-SEQ.
           IF LOG-RETURN
               MOVE "RETURN" TO PPA-DT-TYPE
           ELSE
               MOVE "SALE" TO PPA-DT-TYPE
           END-IF.
           MOVE LOG-ITEM-CODE TO PPA-DT-ITEM.
           MOVE LOG-JURIS-CODE TO PPA-DT-JURIS.
           MOVE LOG-CUST-CODE TO PPA-DT-CUST.
           MOVE LOG-FINAL-PRICE TO PPA-DT-FINAL.
           MOVE PPA-LINE-DISCOUNT TO PPA-DT-DISC.
           MOVE LOG-TAX-AMOUNT TO PPA-DT-TAX.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-DETAIL-LINE.
       2100-EXIT.
           EXIT.

       2200-SLOT-ADJUSTMENT.
           MOVE "N" TO PPA-SLOT-SWITCH.
           PERFORM VARYING PPA-SLOT-INDEX FROM 1 BY 1
                   UNTIL PPA-SLOT-INDEX > PPA-SLOT-COUNT
               IF PPA-SE-PERIOD (PPA-SLOT-INDEX) = PPA-ORIG-PERIOD
                  AND PPA-SE-JURIS (PPA-SLOT-INDEX) = LOG-JURIS-CODE
                   SET PPA-SLOTTED TO TRUE
                   GO TO 2200-EXIT
               END-IF
           END-PERFORM.
           IF PPA-SLOT-COUNT < 200
               ADD 1 TO PPA-SLOT-COUNT
               MOVE PPA-SLOT-COUNT TO PPA-SLOT-INDEX
               MOVE PPA-ORIG-PERIOD TO PPA-SE-PERIOD (PPA-SLOT-INDEX)
               MOVE LOG-JURIS-CODE TO PPA-SE-JURIS (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-SALE-COUNT (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-RETURN-COUNT (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-SALES (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-RETURNS (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-DISC (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-TAX-COLL (PPA-SLOT-INDEX)
               MOVE ZERO TO PPA-SE-TAX-REFUND (PPA-SLOT-INDEX)
               SET PPA-SLOTTED TO TRUE
           ELSE
               DISPLAY "PRIOR-PERIOD-ADJ: ADJUSTMENT TABLE FULL -"
                   " NOT TOTALLED: " PPA-ORIG-PERIOD " "
                   LOG-JURIS-CODE
           END-IF.
       2200-EXIT.
           EXIT.

      *> The grand total takes every line listed, slotted or not.
       2300-ADD-TO-SLOT.
           IF LOG-RETURN
               ADD 1 TO PPA-TOT-RETURN-COUNT
               ADD LOG-FINAL-PRICE TO PPA-TOT-RETURNS
               SUBTRACT PPA-LINE-DISCOUNT FROM PPA-TOT-DISC
               ADD LOG-TAX-AMOUNT TO PPA-TOT-TAX-REFUND
           ELSE
               ADD 1 TO PPA-TOT-SALE-COUNT
               ADD LOG-FINAL-PRICE TO PPA-TOT-SALES
               ADD PPA-LINE-DISCOUNT TO PPA-TOT-DISC
               ADD LOG-TAX-AMOUNT TO PPA-TOT-TAX-COLL
           END-IF.
           IF NOT PPA-SLOTTED
               GO TO 2300-EXIT
           END-IF.
           IF LOG-RETURN
               ADD 1 TO PPA-SE-RETURN-COUNT (PPA-SLOT-INDEX)
               ADD LOG-FINAL-PRICE TO PPA-SE-RETURNS (PPA-SLOT-INDEX)
               SUBTRACT PPA-LINE-DISCOUNT
                   FROM PPA-SE-DISC (PPA-SLOT-INDEX)
               ADD LOG-TAX-AMOUNT
                   TO PPA-SE-TAX-REFUND (PPA-SLOT-INDEX)
           ELSE
               ADD 1 TO PPA-SE-SALE-COUNT (PPA-SLOT-INDEX)
               ADD LOG-FINAL-PRICE TO PPA-SE-SALES (PPA-SLOT-INDEX)
               ADD PPA-LINE-DISCOUNT TO PPA-SE-DISC (PPA-SLOT-INDEX)
               ADD LOG-TAX-AMOUNT TO PPA-SE-TAX-COLL (PPA-SLOT-INDEX)
           END-IF.
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF PPA-ADJ-COUNT = ZERO
               WRITE ADJUSTMENT-REPORT-LINE FROM PPA-NONE-LINE
           END-IF.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-RULE-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-SUMMARY-HEADING-LINE.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-SUMMARY-COLUMN-LINE.
           PERFORM 9200-WRITE-ONE-SLOT THRU 9200-EXIT
               VARYING PPA-SLOT-INDEX FROM 1 BY 1
               UNTIL PPA-SLOT-INDEX > PPA-SLOT-COUNT.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-RULE-LINE.
           MOVE "TOTAL" TO PPA-SD-PERIOD.
           MOVE SPACES TO PPA-SD-JURIS.
           MOVE PPA-TOT-SALE-COUNT TO PPA-SD-SALE-COUNT.
           MOVE PPA-TOT-RETURN-COUNT TO PPA-SD-RETURN-COUNT.
           MOVE PPA-TOT-SALES TO PPA-SD-SALES.
           MOVE PPA-TOT-RETURNS TO PPA-SD-RETURNS.
           MOVE PPA-TOT-DISC TO PPA-SD-DISC.
           MOVE PPA-TOT-TAX-COLL TO PPA-SD-TAX-COLL.
           MOVE PPA-TOT-TAX-REFUND TO PPA-SD-TAX-REFUND.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-SUMMARY-LINE.
           MOVE PPA-PERIOD TO PPA-CL-PERIOD.
           MOVE PPA-ADJ-COUNT TO PPA-CL-ADJ.
           DISPLAY PPA-COUNT-LINE.
           CLOSE SALES-HISTORY-FILE.
           CLOSE ADJUSTMENT-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE PPA-READ-COUNT TO RJ-READ-COUNT.
           MOVE PPA-ADJ-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF PPA-ADJ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9200-WRITE-ONE-SLOT.
           MOVE PPA-SE-PERIOD (PPA-SLOT-INDEX) TO PPA-SD-PERIOD.
           MOVE PPA-SE-JURIS (PPA-SLOT-INDEX) TO PPA-SD-JURIS.
           MOVE PPA-SE-SALE-COUNT (PPA-SLOT-INDEX)
               TO PPA-SD-SALE-COUNT.
           MOVE PPA-SE-RETURN-COUNT (PPA-SLOT-INDEX)
               TO PPA-SD-RETURN-COUNT.
           MOVE PPA-SE-SALES (PPA-SLOT-INDEX) TO PPA-SD-SALES.
           MOVE PPA-SE-RETURNS (PPA-SLOT-INDEX) TO PPA-SD-RETURNS.
           MOVE PPA-SE-DISC (PPA-SLOT-INDEX) TO PPA-SD-DISC.
           MOVE PPA-SE-TAX-COLL (PPA-SLOT-INDEX) TO PPA-SD-TAX-COLL.
           MOVE PPA-SE-TAX-REFUND (PPA-SLOT-INDEX)
               TO PPA-SD-TAX-REFUND.
           WRITE ADJUSTMENT-REPORT-LINE FROM PPA-SUMMARY-LINE.
       9200-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE PPA-READ-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
