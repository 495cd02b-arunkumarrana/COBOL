       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWER-BALANCE.
      *> End-of-shift cash drawer balancing by clerk. Totals the
      *> day's audit log, SALES-LOG.DAT, into what each clerk's
      *> drawer should hold for each till shift -- cash, card and
      *> cheque taken in, net of refunds paid out the same way --
      *> and lays it against DRAWER-COUNT.DAT, the drawer counts
      *> the shift manager keys at the end of each shift: the
      *> business date, the clerk, the shift, the counted cash,
      *> the card batch total and the cheques in the drawer.
      *> DRAWER-BALANCE.DAT shows, per clerk and shift, expected
      *> against counted for each tender with the amount over
      *> (positive) or short (negative), and the clerk's
      *> on-account charges for the shift, which take no money
      *> and are shown for reference only. A drawer the log has
      *> sales for but no count was keyed for balances against a
      *> count of zero and is flagged NO COUNT KEYED.
      *> A drawer with any tender over or short by more than the
      *> tolerance, or with no count keyed, is listed again in a
      *> closing section for the store manager.
      *> A log line written before tenders were taken counts as
      *> on-account when it carries a customer code and as cash
      *> when it does not, and as the first shift.
      *> A count line that cannot be used -- a date or amount that
      *> is not numeric, a clerk the clerk table does not know, a
      *> shift that is not a digit 1-9, a second count for the same
      *> drawer -- is listed at the head of the report with its
      *> reason and left out of the balancing; count lines for
      *> other business dates are skipped and counted.
      *> Pass the business date as YYYYMMDD and the tolerance in
      *> cents as five digits ("YYYYMMDD 00500" is five dollars) on
      *> the command line; with no date the report covers today,
      *> and with no tolerance it is 5.00.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-LOG.DAT ends the run with a console message,
      *> an IOER journal line and RETURN-CODE 12.
      *> RETURN-CODE: 0 every drawer balanced within tolerance, 4
      *> when any drawer is outside it or uncounted, a count line
      *> could not be used, or the drawer table overflowed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG-FILE ASSIGN TO "SALES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT DRAWER-COUNT-FILE ASSIGN TO "DRAWER-COUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNT-FILE-STATUS.
           SELECT DRAWER-REPORT-FILE ASSIGN TO "DRAWER-BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT CLERK-TABLE-FILE ASSIGN TO "CLERK-TABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLERK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-LOG-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  DRAWER-COUNT-FILE.
       01  DRAWER-COUNT-RECORD.
           05  DRC-COUNT-DATE-X        PIC X(08).
           05  DRC-COUNT-DATE REDEFINES DRC-COUNT-DATE-X
                                       PIC 9(8).
           05  DRC-CLERK-ID            PIC X(04).
           05  DRC-SHIFT               PIC X(01).
           05  DRC-CASH-X              PIC X(09).
           05  DRC-CASH REDEFINES DRC-CASH-X
                                       PIC 9(7)V99.
           05  DRC-CARD-X              PIC X(09).
           05  DRC-CARD REDEFINES DRC-CARD-X
                                       PIC 9(7)V99.
           05  DRC-CHEQUE-X            PIC X(09).
           05  DRC-CHEQUE REDEFINES DRC-CHEQUE-X
                                       PIC 9(7)V99.

       FD  DRAWER-REPORT-FILE.
       01  DRAWER-REPORT-LINE          PIC X(120).

       FD  CLERK-TABLE-FILE.
       COPY 'clerk-file.cpy'. *> Imports the clerk-table layout

       WORKING-STORAGE SECTION.
       COPY 'clerk-table.cpy'. *> Imports the clerk table
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  LOG-FILE-STATUS             PIC X(02).
       77  CNT-FILE-STATUS             PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-INPUT                VALUE "Y".

       01  DRB-ARGS.
           05  DRB-DATE-ARG            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DRB-TOL-X               PIC X(05).
           05  DRB-TOL-ARG REDEFINES DRB-TOL-X
                                       PIC 9(3)V99.
       77  DRB-DATE                    PIC 9(8).
       77  DRB-TOLERANCE               PIC 9(3)V99 VALUE 5.00.

       77  DRB-LOG-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  DRB-LOG-DAY-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  DRB-CNT-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  DRB-CNT-OTHER-COUNT         PIC 9(8) COMP VALUE ZERO.
       77  DRB-CNT-BAD-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  DRB-OUTSIDE-COUNT           PIC 9(8) COMP VALUE ZERO.

      *> The line being tallied, signed so a refund comes out of
      *> the drawer it was paid from.
       77  DRB-LINE-AMOUNT             PIC S9(9)V99.
       77  DRB-CHECK-AMOUNT            PIC S9(9)V99.

       01  DRB-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
           88  DRB-TABLE-OVERFLOWED        VALUE "Y".
       01  DRB-SLOT-SWITCH             PIC X(01).
           88  DRB-DRAWER-SLOTTED          VALUE "Y".
       01  DRB-CNT-SWITCH              PIC X(01).
           88  DRB-COUNT-CLEAN             VALUE "C".
           88  DRB-COUNT-REJECTED          VALUE "R".

      *> One slot per clerk and shift seen on the log or the count
      *> file, in first-seen order: what the log says the drawer
      *> should hold, what was counted, and the over/short worked
      *> out when the drawer is printed.
       77  DRW-COUNT                   PIC 9(3) COMP VALUE ZERO.
       77  DRW-INDEX                   PIC 9(3) COMP.
       01  DRB-LOOKUP-CLERK-ID         PIC X(04).
       01  DRB-LOOKUP-SHIFT            PIC X(01).
       01  DRB-DRAWER-TABLE-AREA.
           05  DRW-ENTRY OCCURS 100 TIMES.
               10  DRW-CLERK-ID        PIC X(04).
               10  DRW-SHIFT           PIC X(01).
               10  DRW-EXP-CASH        PIC S9(9)V99.
               10  DRW-EXP-CARD        PIC S9(9)V99.
               10  DRW-EXP-CHEQUE      PIC S9(9)V99.
               10  DRW-EXP-ON-ACCOUNT  PIC S9(9)V99.
               10  DRW-CNT-CASH        PIC 9(7)V99.
               10  DRW-CNT-CARD        PIC 9(7)V99.
               10  DRW-CNT-CHEQUE      PIC 9(7)V99.
               10  DRW-OS-CASH         PIC S9(9)V99.
               10  DRW-OS-CARD         PIC S9(9)V99.
               10  DRW-OS-CHEQUE       PIC S9(9)V99.
               10  DRW-COUNTED         PIC X(01).
               10  DRW-OUTSIDE         PIC X(01).

       01  DRB-HEADING-LINE            PIC X(40) VALUE
               "CASH DRAWER BALANCING BY CLERK AND SHIFT".
       01  DRB-RULE-LINE               PIC X(108) VALUE ALL "-".

       01  DRB-DATE-LINE.
           05  FILLER                  PIC X(19) VALUE
                   "FOR BUSINESS DATE: ".
           05  DRB-DL-DATE             PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
                   "  TOLERANCE: ".
           05  DRB-DL-TOLERANCE        PIC ZZ9.99.

       01  DRB-BAD-HEADING-LINE        PIC X(40) VALUE
               "COUNT LINES NOT USED".

       01  DRB-BAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-BL-IMAGE            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-BL-REASON           PIC X(30).

       01  DRB-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "CLERK".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(04) VALUE "SH".
           05  FILLER                  PIC X(11) VALUE "TENDER".
           05  FILLER                  PIC X(15) VALUE
                   "     EXPECTED".
           05  FILLER                  PIC X(15) VALUE
                   "      COUNTED".
           05  FILLER                  PIC X(15) VALUE
                   "   OVER/SHORT".
           05  FILLER                  PIC X(04) VALUE "FLAG".

       01  DRB-DETAIL-LINE.
           05  DRB-DT-CLERK            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-DT-NAME             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-DT-SHIFT            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DRB-DT-TENDER           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DRB-DT-EXPECTED         PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-DT-COUNTED          PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-DT-OVER-SHORT       PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-DT-FLAG             PIC X(20).

       01  DRB-ACCOUNT-LINE.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ON ACCOUNT".
           05  DRB-AL-CHARGED          PIC Z(8)9.99-.
           05  FILLER                  PIC X(32) VALUE
                   "  CHARGED - NOT IN THE DRAWER".

       01  DRB-MANAGER-HEADING-LINE    PIC X(60) VALUE
           "DRAWERS OUTSIDE TOLERANCE - FOR THE STORE MANAGER".

       01  DRB-MANAGER-COLUMN-LINE.
           05  FILLER                  PIC X(06) VALUE "CLERK".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(04) VALUE "SH".
           05  FILLER                  PIC X(15) VALUE
                   "    CASH O/S".
           05  FILLER                  PIC X(15) VALUE
                   "    CARD O/S".
           05  FILLER                  PIC X(15) VALUE
                   "  CHEQUE O/S".
           05  FILLER                  PIC X(04) VALUE "NOTE".

       01  DRB-MANAGER-LINE.
           05  DRB-ML-CLERK            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-ML-NAME             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-ML-SHIFT            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DRB-ML-CASH             PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-ML-CARD             PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-ML-CHEQUE           PIC Z(8)9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DRB-ML-NOTE             PIC X(20).

       01  DRB-NONE-OUTSIDE-LINE       PIC X(40) VALUE
               "  EVERY DRAWER WITHIN TOLERANCE".

       01  DRB-SUMMARY-LINE.
           05  FILLER                  PIC X(09) VALUE "DRAWERS: ".
           05  DRB-SL-DRAWERS          PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
                   "  OUTSIDE TOLERANCE:".
           05  DRB-SL-OUTSIDE          PIC Z(4)9.
           05  FILLER                  PIC X(16) VALUE
                   "  COUNTS UNUSED:".
           05  DRB-SL-BAD              PIC Z(4)9.
           05  FILLER                  PIC X(15) VALUE
                   "  OTHER-DATE: ".
           05  DRB-SL-OTHER            PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-LOG-LINE THRU 2000-EXIT
               UNTIL END-OF-INPUT.
           CLOSE SALES-LOG-FILE.
           PERFORM 3000-LOAD-COUNTS THRU 3000-EXIT.
           WRITE DRAWER-REPORT-LINE FROM DRB-RULE-LINE.
           WRITE DRAWER-REPORT-LINE FROM DRB-COLUMN-LINE.
           PERFORM 4000-PRINT-ONE-DRAWER THRU 4000-EXIT
               VARYING DRW-INDEX FROM 1 BY 1
               UNTIL DRW-INDEX > DRW-COUNT.
           PERFORM 5000-PRINT-MANAGER-LIST THRU 5000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT DRB-ARGS FROM COMMAND-LINE.
           IF DRB-DATE-ARG = SPACES
               ACCEPT DRB-DATE FROM DATE YYYYMMDD
           ELSE
               IF DRB-DATE-ARG IS NUMERIC
                   MOVE DRB-DATE-ARG TO DRB-DATE
               ELSE
                   DISPLAY "DRAWER-BALANCE: BAD DATE ARGUMENT "
                       DRB-DATE-ARG " - EXPECTED YYYYMMDD"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF DRB-TOL-X NOT = SPACES
               IF DRB-TOL-X IS NUMERIC
                   MOVE DRB-TOL-ARG TO DRB-TOLERANCE
               ELSE
                   DISPLAY "DRAWER-BALANCE: BAD TOLERANCE ARGUMENT "
                       DRB-TOL-X " - EXPECTED CENTS AS 5 DIGITS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "DRAWER-BALANCE" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           PERFORM 4600-LOAD-CLERK-TABLE THRU 4600-EXIT.
           OPEN INPUT SALES-LOG-FILE.
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "DRAWER-BALANCE: CANNOT OPEN"
                   " SALES-LOG.DAT STATUS " LOG-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT DRAWER-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "DRAWER-BALANCE: CANNOT OPEN"
                   " DRAWER-BALANCE.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE DRB-DATE TO DRB-DL-DATE.
           MOVE DRB-TOLERANCE TO DRB-DL-TOLERANCE.
           WRITE DRAWER-REPORT-LINE FROM DRB-HEADING-LINE.
           WRITE DRAWER-REPORT-LINE FROM DRB-DATE-LINE.
           PERFORM 1100-READ-LOG THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-LOG.
           READ SALES-LOG-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-TALLY-LOG-LINE.
           ADD 1 TO DRB-LOG-READ-COUNT.
           IF LOG-RUN-DATE NOT = DRB-DATE
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO DRB-LOG-DAY-COUNT.
           IF LOG-TENDER-TYPE = SPACE
               IF LOG-CUST-CODE = SPACES
                   SET LOG-TENDER-CASH TO TRUE
               ELSE
                   SET LOG-TENDER-ON-ACCOUNT TO TRUE
               END-IF
           END-IF.
           IF LOG-SHIFT = SPACE
               MOVE "1" TO LOG-SHIFT
           END-IF.
           IF LOG-RETURN
               COMPUTE DRB-LINE-AMOUNT = ZERO - LOG-GRAND-TOTAL
           ELSE
               MOVE LOG-GRAND-TOTAL TO DRB-LINE-AMOUNT
           END-IF.
           MOVE LOG-CLERK-ID TO DRB-LOOKUP-CLERK-ID.
           MOVE LOG-SHIFT TO DRB-LOOKUP-SHIFT.
           PERFORM 2100-SLOT-DRAWER THRU 2100-EXIT.
           IF NOT DRB-DRAWER-SLOTTED
               GO TO 2000-READ-NEXT
           END-IF.
           IF LOG-TENDER-CARD
               ADD DRB-LINE-AMOUNT TO DRW-EXP-CARD (DRW-INDEX)
               GO TO 2000-READ-NEXT
           END-IF.
           IF LOG-TENDER-CHEQUE
               ADD DRB-LINE-AMOUNT TO DRW-EXP-CHEQUE (DRW-INDEX)
               GO TO 2000-READ-NEXT
           END-IF.
           IF LOG-TENDER-ON-ACCOUNT
               ADD DRB-LINE-AMOUNT TO DRW-EXP-ON-ACCOUNT (DRW-INDEX)
               GO TO 2000-READ-NEXT
           END-IF.
           ADD DRB-LINE-AMOUNT TO DRW-EXP-CASH (DRW-INDEX).
       2000-READ-NEXT.
           PERFORM 1100-READ-LOG THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *> Finds the drawer for DRB-LOOKUP-CLERK-ID and
      *> DRB-LOOKUP-SHIFT, opening an empty one when it is first
      *> seen; DRW-INDEX is left on the slot.
       2100-SLOT-DRAWER.
           MOVE "N" TO DRB-SLOT-SWITCH.
           PERFORM VARYING DRW-INDEX FROM 1 BY 1
                   UNTIL DRW-INDEX > DRW-COUNT
               IF DRW-CLERK-ID (DRW-INDEX) = DRB-LOOKUP-CLERK-ID
                  AND DRW-SHIFT (DRW-INDEX) = DRB-LOOKUP-SHIFT
                   SET DRB-DRAWER-SLOTTED TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-PERFORM.
           IF DRW-COUNT < 100
               ADD 1 TO DRW-COUNT
               MOVE DRW-COUNT TO DRW-INDEX
               MOVE DRB-LOOKUP-CLERK-ID TO DRW-CLERK-ID (DRW-INDEX)
               MOVE DRB-LOOKUP-SHIFT TO DRW-SHIFT (DRW-INDEX)
               MOVE ZERO TO DRW-EXP-CASH (DRW-INDEX)
               MOVE ZERO TO DRW-EXP-CARD (DRW-INDEX)
               MOVE ZERO TO DRW-EXP-CHEQUE (DRW-INDEX)
               MOVE ZERO TO DRW-EXP-ON-ACCOUNT (DRW-INDEX)
               MOVE ZERO TO DRW-CNT-CASH (DRW-INDEX)
               MOVE ZERO TO DRW-CNT-CARD (DRW-INDEX)
               MOVE ZERO TO DRW-CNT-CHEQUE (DRW-INDEX)
               MOVE "N" TO DRW-COUNTED (DRW-INDEX)
               MOVE "N" TO DRW-OUTSIDE (DRW-INDEX)
               SET DRB-DRAWER-SLOTTED TO TRUE
           ELSE
               DISPLAY "DRAWER-BALANCE: DRAWER TABLE FULL -"
                   " NOT BALANCED: CLERK " DRB-LOOKUP-CLERK-ID
                   " SHIFT " DRB-LOOKUP-SHIFT
               SET DRB-TABLE-OVERFLOWED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *> The counts are read after the log so every drawer the
      *> day's sales opened is already in the table; a count for a
      *> drawer with no sales opens one that expects nothing.
       3000-LOAD-COUNTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DRAWER-COUNT-FILE.
           IF CNT-FILE-STATUS = "35"
               DISPLAY "DRAWER-BALANCE: NO DRAWER-COUNT.DAT -"
                   " EVERY DRAWER UNCOUNTED"
               GO TO 3000-EXIT
           END-IF.
           IF CNT-FILE-STATUS NOT = "00"
               DISPLAY "DRAWER-BALANCE: CANNOT OPEN"
                   " DRAWER-COUNT.DAT STATUS " CNT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 3100-READ-COUNT THRU 3100-EXIT.
           PERFORM 3200-APPLY-ONE-COUNT THRU 3200-EXIT
               UNTIL END-OF-INPUT.
           CLOSE DRAWER-COUNT-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-COUNT.
           READ DRAWER-COUNT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-APPLY-ONE-COUNT.
           ADD 1 TO DRB-CNT-READ-COUNT.
           SET DRB-COUNT-CLEAN TO TRUE.
           IF DRC-COUNT-DATE-X NOT NUMERIC
               MOVE "BAD COUNT DATE" TO DRB-BL-REASON
               PERFORM 3300-LIST-BAD-COUNT THRU 3300-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           IF DRC-COUNT-DATE NOT = DRB-DATE
               ADD 1 TO DRB-CNT-OTHER-COUNT
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE DRC-CLERK-ID TO CLERK-LOOKUP-ID.
           PERFORM 4700-LOOKUP-CLERK THRU 4700-EXIT.
           IF DRC-CLERK-ID = SPACES OR NOT CLERK-FOUND
               MOVE "UNKNOWN CLERK" TO DRB-BL-REASON
               PERFORM 3300-LIST-BAD-COUNT THRU 3300-EXIT
           END-IF.
           IF DRC-SHIFT = SPACE
               MOVE "1" TO DRC-SHIFT
           END-IF.
           IF DRC-SHIFT NOT NUMERIC OR DRC-SHIFT = "0"
               MOVE "BAD SHIFT" TO DRB-BL-REASON
               PERFORM 3300-LIST-BAD-COUNT THRU 3300-EXIT
           END-IF.
           IF DRC-CASH-X NOT NUMERIC OR DRC-CARD-X NOT NUMERIC
              OR DRC-CHEQUE-X NOT NUMERIC
               MOVE "BAD COUNTED AMOUNT" TO DRB-BL-REASON
               PERFORM 3300-LIST-BAD-COUNT THRU 3300-EXIT
           END-IF.
           IF DRB-COUNT-REJECTED
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE DRC-CLERK-ID TO DRB-LOOKUP-CLERK-ID.
           MOVE DRC-SHIFT TO DRB-LOOKUP-SHIFT.
           PERFORM 2100-SLOT-DRAWER THRU 2100-EXIT.
           IF NOT DRB-DRAWER-SLOTTED
               GO TO 3200-READ-NEXT
           END-IF.
      *> The same drawer keyed twice is a keying slip; the first
      *> count stands and the second is listed for the desk.
           IF DRW-COUNTED (DRW-INDEX) = "Y"
               MOVE "DRAWER ALREADY COUNTED" TO DRB-BL-REASON
               PERFORM 3300-LIST-BAD-COUNT THRU 3300-EXIT
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE DRC-CASH TO DRW-CNT-CASH (DRW-INDEX).
           MOVE DRC-CARD TO DRW-CNT-CARD (DRW-INDEX).
           MOVE DRC-CHEQUE TO DRW-CNT-CHEQUE (DRW-INDEX).
           MOVE "Y" TO DRW-COUNTED (DRW-INDEX).
       3200-READ-NEXT.
           PERFORM 3100-READ-COUNT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *> One listing line per failed check, the heading ahead of
      *> the first.
       3300-LIST-BAD-COUNT.
           IF DRB-COUNT-CLEAN
               ADD 1 TO DRB-CNT-BAD-COUNT
               IF DRB-CNT-BAD-COUNT = 1
                   WRITE DRAWER-REPORT-LINE FROM DRB-RULE-LINE
                   WRITE DRAWER-REPORT-LINE FROM DRB-BAD-HEADING-LINE
               END-IF
           END-IF.
           SET DRB-COUNT-REJECTED TO TRUE.
           MOVE DRAWER-COUNT-RECORD TO DRB-BL-IMAGE.
           WRITE DRAWER-REPORT-LINE FROM DRB-BAD-LINE.
       3300-EXIT.
           EXIT.

      *> Three tender lines and the on-account line for one drawer.
      *> The over/short is counted less expected, so a short drawer
      *> prints negative.
       4000-PRINT-ONE-DRAWER.
           COMPUTE DRW-OS-CASH (DRW-INDEX) =
               DRW-CNT-CASH (DRW-INDEX) - DRW-EXP-CASH (DRW-INDEX).
           COMPUTE DRW-OS-CARD (DRW-INDEX) =
               DRW-CNT-CARD (DRW-INDEX) - DRW-EXP-CARD (DRW-INDEX).
           COMPUTE DRW-OS-CHEQUE (DRW-INDEX) =
               DRW-CNT-CHEQUE (DRW-INDEX)
                   - DRW-EXP-CHEQUE (DRW-INDEX).
           MOVE DRW-CLERK-ID (DRW-INDEX) TO CLERK-LOOKUP-ID.
           PERFORM 4700-LOOKUP-CLERK THRU 4700-EXIT.
           IF NOT CLERK-FOUND
               MOVE "UNKNOWN" TO CLERK-LOOKUP-NAME
           END-IF.
           IF DRW-COUNTED (DRW-INDEX) NOT = "Y"
               MOVE "Y" TO DRW-OUTSIDE (DRW-INDEX)
           END-IF.
           MOVE DRW-CLERK-ID (DRW-INDEX) TO DRB-DT-CLERK.
           MOVE CLERK-LOOKUP-NAME TO DRB-DT-NAME.
           MOVE DRW-SHIFT (DRW-INDEX) TO DRB-DT-SHIFT.
           MOVE "CASH" TO DRB-DT-TENDER.
           MOVE DRW-EXP-CASH (DRW-INDEX) TO DRB-DT-EXPECTED.
           MOVE DRW-CNT-CASH (DRW-INDEX) TO DRB-DT-COUNTED.
           MOVE DRW-OS-CASH (DRW-INDEX) TO DRB-CHECK-AMOUNT.
           PERFORM 4100-WRITE-TENDER-LINE THRU 4100-EXIT.
           MOVE SPACES TO DRB-DT-CLERK.
           MOVE SPACES TO DRB-DT-NAME.
           MOVE SPACES TO DRB-DT-SHIFT.
           MOVE "CARD" TO DRB-DT-TENDER.
           MOVE DRW-EXP-CARD (DRW-INDEX) TO DRB-DT-EXPECTED.
           MOVE DRW-CNT-CARD (DRW-INDEX) TO DRB-DT-COUNTED.
           MOVE DRW-OS-CARD (DRW-INDEX) TO DRB-CHECK-AMOUNT.
           PERFORM 4100-WRITE-TENDER-LINE THRU 4100-EXIT.
           MOVE "CHEQUE" TO DRB-DT-TENDER.
           MOVE DRW-EXP-CHEQUE (DRW-INDEX) TO DRB-DT-EXPECTED.
           MOVE DRW-CNT-CHEQUE (DRW-INDEX) TO DRB-DT-COUNTED.
           MOVE DRW-OS-CHEQUE (DRW-INDEX) TO DRB-CHECK-AMOUNT.
           PERFORM 4100-WRITE-TENDER-LINE THRU 4100-EXIT.
           MOVE DRW-EXP-ON-ACCOUNT (DRW-INDEX) TO DRB-AL-CHARGED.
           WRITE DRAWER-REPORT-LINE FROM DRB-ACCOUNT-LINE.
           IF DRW-OUTSIDE (DRW-INDEX) = "Y"
               ADD 1 TO DRB-OUTSIDE-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      *> Flags the tender line and marks the drawer for the store
      *> manager's list when the over/short is past the tolerance
      *> either way.
       4100-WRITE-TENDER-LINE.
           MOVE DRB-CHECK-AMOUNT TO DRB-DT-OVER-SHORT.
           MOVE SPACES TO DRB-DT-FLAG.
           IF DRW-COUNTED (DRW-INDEX) NOT = "Y"
               MOVE "NO COUNT KEYED" TO DRB-DT-FLAG
           END-IF.
           IF DRB-CHECK-AMOUNT < ZERO
               COMPUTE DRB-CHECK-AMOUNT = ZERO - DRB-CHECK-AMOUNT
           END-IF.
           IF DRB-CHECK-AMOUNT > DRB-TOLERANCE
               MOVE "Y" TO DRW-OUTSIDE (DRW-INDEX)
               IF DRB-DT-FLAG = SPACES
                   MOVE "OUTSIDE TOLERANCE" TO DRB-DT-FLAG
               END-IF
           END-IF.
           WRITE DRAWER-REPORT-LINE FROM DRB-DETAIL-LINE.
       4100-EXIT.
           EXIT.

       5000-PRINT-MANAGER-LIST.
           WRITE DRAWER-REPORT-LINE FROM DRB-RULE-LINE.
           WRITE DRAWER-REPORT-LINE FROM DRB-MANAGER-HEADING-LINE.
           IF DRB-OUTSIDE-COUNT = ZERO
               WRITE DRAWER-REPORT-LINE FROM DRB-NONE-OUTSIDE-LINE
               GO TO 5000-EXIT
           END-IF.
           WRITE DRAWER-REPORT-LINE FROM DRB-MANAGER-COLUMN-LINE.
           PERFORM 5100-LIST-ONE-OUTSIDE THRU 5100-EXIT
               VARYING DRW-INDEX FROM 1 BY 1
               UNTIL DRW-INDEX > DRW-COUNT.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-OUTSIDE.
           IF DRW-OUTSIDE (DRW-INDEX) NOT = "Y"
               GO TO 5100-EXIT
           END-IF.
           MOVE DRW-CLERK-ID (DRW-INDEX) TO CLERK-LOOKUP-ID.
           PERFORM 4700-LOOKUP-CLERK THRU 4700-EXIT.
           IF NOT CLERK-FOUND
               MOVE "UNKNOWN" TO CLERK-LOOKUP-NAME
           END-IF.
           MOVE DRW-CLERK-ID (DRW-INDEX) TO DRB-ML-CLERK.
           MOVE CLERK-LOOKUP-NAME TO DRB-ML-NAME.
           MOVE DRW-SHIFT (DRW-INDEX) TO DRB-ML-SHIFT.
           MOVE DRW-OS-CASH (DRW-INDEX) TO DRB-ML-CASH.
           MOVE DRW-OS-CARD (DRW-INDEX) TO DRB-ML-CARD.
           MOVE DRW-OS-CHEQUE (DRW-INDEX) TO DRB-ML-CHEQUE.
           IF DRW-COUNTED (DRW-INDEX) = "Y"
               MOVE SPACES TO DRB-ML-NOTE
           ELSE
               MOVE "NO COUNT KEYED" TO DRB-ML-NOTE
           END-IF.
           WRITE DRAWER-REPORT-LINE FROM DRB-MANAGER-LINE.
       5100-EXIT.
           EXIT.

       COPY 'clerk-calc.cpy'. *> Shared clerk-table logic

       9000-TERMINATE.
           MOVE DRW-COUNT TO DRB-SL-DRAWERS.
           MOVE DRB-OUTSIDE-COUNT TO DRB-SL-OUTSIDE.
           MOVE DRB-CNT-BAD-COUNT TO DRB-SL-BAD.
           MOVE DRB-CNT-OTHER-COUNT TO DRB-SL-OTHER.
           WRITE DRAWER-REPORT-LINE FROM DRB-RULE-LINE.
           WRITE DRAWER-REPORT-LINE FROM DRB-SUMMARY-LINE.
           DISPLAY DRB-SUMMARY-LINE.
           CLOSE DRAWER-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           COMPUTE RJ-READ-COUNT =
               DRB-LOG-READ-COUNT + DRB-CNT-READ-COUNT.
           MOVE DRW-COUNT TO RJ-WRITE-COUNT.
           MOVE DRB-CNT-BAD-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF DRB-OUTSIDE-COUNT > ZERO OR DRB-CNT-BAD-COUNT > ZERO
              OR DRB-TABLE-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           COMPUTE RJ-READ-COUNT =
               DRB-LOG-READ-COUNT + DRB-CNT-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE DRB-CNT-BAD-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
