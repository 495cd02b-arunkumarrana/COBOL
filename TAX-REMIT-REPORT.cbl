      *> was computed on. A return's refunded tax is reported
      *> against the jurisdiction the ORIGINAL sale collected it
      *> for, which is what the return's audit line carries.
      *> A sale that went untaxed only because the customer held an
      *> exemption certificate is neither taxable nor ordinary
      *> non-taxable: it is totalled in its own exempt-sales column,
      *> and a closing section lists, jurisdiction by jurisdiction,
      *> every certificate those exempt sales were made under, with
      *> the customer and the amount, for the auditor.
      *> Pass the filing period as YYYYMM on the command line; with
      *> no argument the report covers the current month.
      *> A line counts in the accounting month it was posted to,
      *> so a prior-period adjustment is filed with the open month
      *> it was redirected into, not the closed month it is dated
      *> in. When PERIOD-CLOSE has closed the filing period, the
      *> tax collected and refunded are checked against the totals
      *> frozen at the close and the report says whether it
      *> reproduced them; when it did not, the frozen figures are
      *> printed beneath and the run ends with RETURN-CODE 4. Each
      *> jurisdiction is checked the same way against the figures
      *> frozen for it: one whose tax differs is flagged on its
      *> detail line with the frozen tax printed beneath, one the
      *> close did not carry is flagged NOT AT CLOSE, and one the
      *> close carried that the report no longer finds is listed
      *> at zero, flagged ONLY AT CLOSE, with its frozen tax
      *> beneath. Any of these ends the run with RETURN-CODE 4.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing SALES-HISTORY.DAT or an unreadable period register
      *> ends the run with a console message, an IOER journal line
      *> and RETURN-CODE 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "TAX-REMIT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-LINE           PIC X(120).

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  HIST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).
       01  TRR-PERIOD-ARG              PIC X(06).
       77  TRR-PERIOD                  PIC 9(6).
       77  TRR-TODAY                   PIC 9(8).

       77  TRR-READ-COUNT              PIC 9(8) COMP VALUE ZERO.

               10  TRR-JE-CODE         PIC X(04).
               10  TRR-JE-TAXABLE      PIC 9(9)V99.
               10  TRR-JE-NONTAXABLE   PIC 9(9)V99.
               10  TRR-JE-EXEMPT       PIC 9(9)V99.
               10  TRR-JE-TAX-COLL     PIC 9(9)V99.
               10  TRR-JE-TAX-REFUND   PIC 9(9)V99.

      *> One slot per jurisdiction, certificate and customer that
      *> exempt sales were made under in the period.
       77  TRR-CERT-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  TRR-CERT-INDEX              PIC 9(3) COMP.
       01  TRR-CERT-SWITCH             PIC X(01).
           88  TRR-CERT-SLOTTED            VALUE "Y".
       01  TRR-CERT-TABLE-AREA.
           05  TRR-CERT-ENTRY OCCURS 300 TIMES.
               10  TRR-CE-JURIS        PIC X(04).
               10  TRR-CE-CERT-NO      PIC X(15).
               10  TRR-CE-CUST-CODE    PIC X(06).
               10  TRR-CE-SALES        PIC 9(9)V99.
               10  TRR-CE-LINES        PIC 9(7) COMP.

       77  TRR-TOT-TAX-COLL            PIC 9(11)V99 VALUE ZERO.
       77  TRR-TOT-TAX-REFUND          PIC 9(11)V99 VALUE ZERO.

       01  TRR-HEADING-LINE            PIC X(44) VALUE
               "TAX REMITTANCE REPORT BY JURISDICTION".
       01  TRR-RULE-LINE               PIC X(105) VALUE ALL "-".

       01  TRR-PERIOD-LINE.
           05  FILLER                  PIC X(19) VALUE
                   "  TAXABLE SALES".
           05  FILLER                  PIC X(17) VALUE
                   "  NON-TAXABLE SLS".
           05  FILLER                  PIC X(15) VALUE
                   "    EXEMPT SLS".
           05  FILLER                  PIC X(15) VALUE
                   "  TAX COLLECTED".
           05  FILLER                  PIC X(15) VALUE
           05  FILLER                  PIC X(04) VALUE "  ".
           05  TRR-DT-NONTAXABLE       PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-DT-EXEMPT           PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-DT-TAX-COLL         PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-DT-TAX-REFUND       PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-DT-NET              PIC Z(9)9.99-.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-DT-FLAG             PIC X(15).
       77  TRR-NET-TO-PAY              PIC S9(9)V99.

       01  TRR-TOTAL-LINE.
                   "  TAX REFUNDED: ".
           05  TRR-TL-REFUND           PIC Z(10)9.99.

       01  TRR-FROZEN-SWITCH           PIC X(01) VALUE "N".
           88  TRR-FROZEN-DISAGREES        VALUE "Y".
       01  TRR-JURIS-CHECK-SWITCH      PIC X(01) VALUE "N".
           88  TRR-JURIS-DISAGREES         VALUE "Y".
      *> The tax frozen for a flagged jurisdiction, printed under
      *> the report's own tax columns.
       01  TRR-FROZEN-JURIS-LINE.
           05  FILLER                  PIC X(53) VALUE
                   "      FROZEN AT CLOSE".
           05  TRR-FJ-TAX-COLL         PIC Z(9)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  TRR-FJ-TAX-REFUND       PIC Z(9)9.99.
       01  TRR-FROZEN-LINE.
           05  FILLER                  PIC X(17) VALUE
                   "PERIOD CLOSED ON ".
           05  TRR-FL-CLOSE-DATE       PIC 9(8).
           05  TRR-FL-RESULT           PIC X(40).
       01  TRR-FROZEN-TOTAL-LINE.
           05  FILLER                  PIC X(21) VALUE
                   "FROZEN TAX COLLECTED:".
           05  TRR-FT-COLL             PIC Z(10)9.99.
           05  FILLER                  PIC X(16) VALUE
                   "  TAX REFUNDED: ".
           05  TRR-FT-REFUND           PIC Z(10)9.99.

       01  TRR-CERT-HEADING-LINE       PIC X(44) VALUE
               "EXEMPT SALES BY CERTIFICATE".
       01  TRR-CERT-COLUMN-LINE.
           05  FILLER                  PIC X(07) VALUE "JURIS".
           05  FILLER                  PIC X(17) VALUE "CERTIFICATE".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(08) VALUE "   LINES".
           05  FILLER                  PIC X(15) VALUE
                   "     EXEMPT SLS".
       01  TRR-CERT-DETAIL-LINE.
           05  TRR-CD-JURIS            PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TRR-CD-CERT-NO          PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRR-CD-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRR-CD-LINES            PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRR-CD-SALES            PIC Z(9)9.99.
       01  TRR-NO-CERT-LINE            PIC X(44) VALUE
               "  NO EXEMPT SALES IN THE PERIOD".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE "TAX-REMIT-REPORT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE TRR-PERIOD TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               DISPLAY "TAX-REMIT-REPORT: CANNOT OPEN"

       2000-ACCUMULATE-HISTORY.
           ADD 1 TO TRR-READ-COUNT.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           IF PRD-LINE-PERIOD = TRR-PERIOD
               PERFORM 2100-SLOT-JURISDICTION THRU 2100-EXIT
               PERFORM 2200-ADD-TO-SLOT THRU 2200-EXIT
           END-IF.
               MOVE LOG-JURIS-CODE TO TRR-JE-CODE (TRR-JURIS-INDEX)
               MOVE ZERO TO TRR-JE-TAXABLE (TRR-JURIS-INDEX)
               MOVE ZERO TO TRR-JE-NONTAXABLE (TRR-JURIS-INDEX)
               MOVE ZERO TO TRR-JE-EXEMPT (TRR-JURIS-INDEX)
               MOVE ZERO TO TRR-JE-TAX-COLL (TRR-JURIS-INDEX)
               MOVE ZERO TO TRR-JE-TAX-REFUND (TRR-JURIS-INDEX)
               SET TRR-JURIS-SLOTTED TO TRUE
           IF LOG-RETURN
               ADD LOG-TAX-AMOUNT
                   TO TRR-JE-TAX-REFUND (TRR-JURIS-INDEX)
               GO TO 2200-EXIT
           END-IF.
           IF LOG-TAX-EXEMPT
               ADD LOG-FINAL-PRICE
                   TO TRR-JE-EXEMPT (TRR-JURIS-INDEX)
               PERFORM 2300-ADD-TO-CERTIFICATE THRU 2300-EXIT
           ELSE
               IF LOG-TAX-AMOUNT > ZERO
                   ADD LOG-FINAL-PRICE
       2200-EXIT.
           EXIT.

       2300-ADD-TO-CERTIFICATE.
           MOVE "N" TO TRR-CERT-SWITCH.
           PERFORM VARYING TRR-CERT-INDEX FROM 1 BY 1
                   UNTIL TRR-CERT-INDEX > TRR-CERT-COUNT
               IF TRR-CE-JURIS (TRR-CERT-INDEX) = LOG-JURIS-CODE
                  AND TRR-CE-CERT-NO (TRR-CERT-INDEX)
                      = LOG-EXEMPT-CERT-NO
                  AND TRR-CE-CUST-CODE (TRR-CERT-INDEX)
                      = LOG-CUST-CODE
                   SET TRR-CERT-SLOTTED TO TRUE
                   GO TO 2300-ADD
               END-IF
           END-PERFORM.
           IF TRR-CERT-COUNT < 300
               ADD 1 TO TRR-CERT-COUNT
               MOVE TRR-CERT-COUNT TO TRR-CERT-INDEX
               MOVE LOG-JURIS-CODE TO TRR-CE-JURIS (TRR-CERT-INDEX)
               MOVE LOG-EXEMPT-CERT-NO
                   TO TRR-CE-CERT-NO (TRR-CERT-INDEX)
               MOVE LOG-CUST-CODE TO TRR-CE-CUST-CODE (TRR-CERT-INDEX)
               MOVE ZERO TO TRR-CE-SALES (TRR-CERT-INDEX)
               MOVE ZERO TO TRR-CE-LINES (TRR-CERT-INDEX)
               SET TRR-CERT-SLOTTED TO TRUE
           ELSE
               DISPLAY "TAX-REMIT-REPORT: CERTIFICATE TABLE FULL -"
                   " NOT LISTED: " LOG-EXEMPT-CERT-NO
               GO TO 2300-EXIT
           END-IF.
       2300-ADD.
           ADD LOG-FINAL-PRICE TO TRR-CE-SALES (TRR-CERT-INDEX).
           ADD 1 TO TRR-CE-LINES (TRR-CERT-INDEX).
       2300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE TRR-PERIOD TO TRR-PL-PERIOD.
           WRITE REMIT-REPORT-LINE FROM TRR-HEADING-LINE.
           PERFORM 9200-WRITE-ONE-JURIS THRU 9200-EXIT
               VARYING TRR-JURIS-INDEX FROM 1 BY 1
               UNTIL TRR-JURIS-INDEX > TRR-JURIS-COUNT.
           IF PRD-PERIOD-CLOSED
               PERFORM 9500-WRITE-CLOSE-ONLY-JURIS THRU 9500-EXIT
                   VARYING PRD-FJ-INDEX FROM 1 BY 1
                   UNTIL PRD-FJ-INDEX > PRD-FJ-COUNT
           END-IF.
           WRITE REMIT-REPORT-LINE FROM TRR-RULE-LINE.
           MOVE TRR-TOT-TAX-COLL TO TRR-TL-COLL.
           MOVE TRR-TOT-TAX-REFUND TO TRR-TL-REFUND.
           WRITE REMIT-REPORT-LINE FROM TRR-TOTAL-LINE.
           DISPLAY TRR-TOTAL-LINE.
           IF PRD-PERIOD-CLOSED
               PERFORM 9400-CHECK-FROZEN-TOTALS THRU 9400-EXIT
           END-IF.
           PERFORM 9300-WRITE-CERTIFICATES THRU 9300-EXIT.
           CLOSE SALES-HISTORY-FILE.
           CLOSE REMIT-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE TRR-JURIS-COUNT TO RJ-WRITE-COUNT.
           MOVE ZERO TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF TRR-FROZEN-DISAGREES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

           MOVE TRR-JE-TAXABLE (TRR-JURIS-INDEX) TO TRR-DT-TAXABLE.
           MOVE TRR-JE-NONTAXABLE (TRR-JURIS-INDEX)
               TO TRR-DT-NONTAXABLE.
           MOVE TRR-JE-EXEMPT (TRR-JURIS-INDEX) TO TRR-DT-EXEMPT.
           MOVE TRR-JE-TAX-COLL (TRR-JURIS-INDEX)
               TO TRR-DT-TAX-COLL.
           MOVE TRR-JE-TAX-REFUND (TRR-JURIS-INDEX)
               TO TRR-DT-TAX-REFUND.
           MOVE TRR-NET-TO-PAY TO TRR-DT-NET.
           MOVE SPACES TO TRR-DT-FLAG.
           IF NOT PRD-PERIOD-CLOSED
               WRITE REMIT-REPORT-LINE FROM TRR-DETAIL-LINE
               GO TO 9200-EXIT
           END-IF.
           PERFORM 9210-FIND-FROZEN-JURIS THRU 9210-EXIT.
           IF PRD-FJ-INDEX > PRD-FJ-COUNT
               MOVE "*NOT AT CLOSE" TO TRR-DT-FLAG
               SET TRR-JURIS-DISAGREES TO TRUE
               WRITE REMIT-REPORT-LINE FROM TRR-DETAIL-LINE
               GO TO 9200-EXIT
           END-IF.
           MOVE "Y" TO PRD-FJ-MATCHED (PRD-FJ-INDEX).
           IF TRR-JE-TAX-COLL (TRR-JURIS-INDEX)
                   = PRD-FJ-TAX-COLL (PRD-FJ-INDEX)
              AND TRR-JE-TAX-REFUND (TRR-JURIS-INDEX)
                   = PRD-FJ-TAX-REFUND (PRD-FJ-INDEX)
               WRITE REMIT-REPORT-LINE FROM TRR-DETAIL-LINE
               GO TO 9200-EXIT
           END-IF.
           MOVE "*FROZEN DIFFERS" TO TRR-DT-FLAG.
           SET TRR-JURIS-DISAGREES TO TRUE.
           WRITE REMIT-REPORT-LINE FROM TRR-DETAIL-LINE.
           MOVE PRD-FJ-TAX-COLL (PRD-FJ-INDEX) TO TRR-FJ-TAX-COLL.
           MOVE PRD-FJ-TAX-REFUND (PRD-FJ-INDEX) TO TRR-FJ-TAX-REFUND.
           WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-JURIS-LINE.
       9200-EXIT.
           EXIT.

      *> Leaves PRD-FJ-INDEX on the frozen row for the jurisdiction,
      *> or past the last row when the close did not carry it.
       9210-FIND-FROZEN-JURIS.
           PERFORM VARYING PRD-FJ-INDEX FROM 1 BY 1
                   UNTIL PRD-FJ-INDEX > PRD-FJ-COUNT
               IF PRD-FJ-CODE (PRD-FJ-INDEX)
                       = TRR-JE-CODE (TRR-JURIS-INDEX)
                   GO TO 9210-EXIT
               END-IF
           END-PERFORM.
       9210-EXIT.
           EXIT.

      *> The certificates are listed in jurisdiction order, the
      *> order the jurisdictions print above.
       9300-WRITE-CERTIFICATES.
           WRITE REMIT-REPORT-LINE FROM TRR-RULE-LINE.
           WRITE REMIT-REPORT-LINE FROM TRR-CERT-HEADING-LINE.
           IF TRR-CERT-COUNT = ZERO
               WRITE REMIT-REPORT-LINE FROM TRR-NO-CERT-LINE
               GO TO 9300-EXIT
           END-IF.
           WRITE REMIT-REPORT-LINE FROM TRR-CERT-COLUMN-LINE.
           PERFORM 9310-WRITE-JURIS-CERTS THRU 9310-EXIT
               VARYING TRR-JURIS-INDEX FROM 1 BY 1
               UNTIL TRR-JURIS-INDEX > TRR-JURIS-COUNT.
       9300-EXIT.
           EXIT.

       9310-WRITE-JURIS-CERTS.
           PERFORM 9320-WRITE-ONE-CERT THRU 9320-EXIT
               VARYING TRR-CERT-INDEX FROM 1 BY 1
               UNTIL TRR-CERT-INDEX > TRR-CERT-COUNT.
       9310-EXIT.
           EXIT.

       9320-WRITE-ONE-CERT.
           IF TRR-CE-JURIS (TRR-CERT-INDEX)
                   NOT = TRR-JE-CODE (TRR-JURIS-INDEX)
               GO TO 9320-EXIT
           END-IF.
           MOVE TRR-CE-JURIS (TRR-CERT-INDEX) TO TRR-CD-JURIS.
           MOVE TRR-CE-CERT-NO (TRR-CERT-INDEX) TO TRR-CD-CERT-NO.
           MOVE TRR-CE-CUST-CODE (TRR-CERT-INDEX) TO TRR-CD-CUST-CODE.
           MOVE TRR-CE-LINES (TRR-CERT-INDEX) TO TRR-CD-LINES.
           MOVE TRR-CE-SALES (TRR-CERT-INDEX) TO TRR-CD-SALES.
           WRITE REMIT-REPORT-LINE FROM TRR-CERT-DETAIL-LINE.
       9320-EXIT.
           EXIT.

      *> A closed period must come out at what was filed, in
      *> total and jurisdiction by jurisdiction.
       9400-CHECK-FROZEN-TOTALS.
           MOVE PRD-FROZEN-CLOSE-DATE TO TRR-FL-CLOSE-DATE.
           IF TRR-TOT-TAX-COLL = PRD-FROZEN-TAX-COLL
              AND TRR-TOT-TAX-REFUND = PRD-FROZEN-TAX-REFUND
              AND NOT TRR-JURIS-DISAGREES
               MOVE " - FROZEN CONTROL TOTALS REPRODUCED"
                   TO TRR-FL-RESULT
               WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-LINE
               DISPLAY TRR-FROZEN-LINE
               GO TO 9400-EXIT
           END-IF.
           SET TRR-FROZEN-DISAGREES TO TRUE.
           IF TRR-TOT-TAX-COLL = PRD-FROZEN-TAX-COLL
              AND TRR-TOT-TAX-REFUND = PRD-FROZEN-TAX-REFUND
               MOVE " - JURISDICTIONS DISAGREE WITH FROZEN"
                   TO TRR-FL-RESULT
               WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-LINE
               DISPLAY TRR-FROZEN-LINE
               GO TO 9400-EXIT
           END-IF.
           MOVE " - DOES NOT AGREE WITH FROZEN TOTALS"
               TO TRR-FL-RESULT.
           MOVE PRD-FROZEN-TAX-COLL TO TRR-FT-COLL.
           MOVE PRD-FROZEN-TAX-REFUND TO TRR-FT-REFUND.
           WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-LINE.
           WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-TOTAL-LINE.
           DISPLAY TRR-FROZEN-LINE.
           DISPLAY TRR-FROZEN-TOTAL-LINE.
       9400-EXIT.
           EXIT.

      *> A jurisdiction the close carried that the report did not
      *> find at all.
       9500-WRITE-CLOSE-ONLY-JURIS.
           IF PRD-FJ-MATCHED (PRD-FJ-INDEX) = "Y"
               GO TO 9500-EXIT
           END-IF.
           MOVE PRD-FJ-CODE (PRD-FJ-INDEX) TO TRR-DT-JURIS.
           MOVE ZERO TO TRR-DT-TAXABLE.
           MOVE ZERO TO TRR-DT-NONTAXABLE.
           MOVE ZERO TO TRR-DT-EXEMPT.
           MOVE ZERO TO TRR-DT-TAX-COLL.
           MOVE ZERO TO TRR-DT-TAX-REFUND.
           MOVE ZERO TO TRR-DT-NET.
           MOVE "*ONLY AT CLOSE" TO TRR-DT-FLAG.
           SET TRR-JURIS-DISAGREES TO TRUE.
           WRITE REMIT-REPORT-LINE FROM TRR-DETAIL-LINE.
           MOVE PRD-FJ-TAX-COLL (PRD-FJ-INDEX) TO TRR-FJ-TAX-COLL.
           MOVE PRD-FJ-TAX-REFUND (PRD-FJ-INDEX) TO TRR-FJ-TAX-REFUND.
           WRITE REMIT-REPORT-LINE FROM TRR-FROZEN-JURIS-LINE.
       9500-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
