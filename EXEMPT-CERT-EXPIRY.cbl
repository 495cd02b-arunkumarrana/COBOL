       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXEMPT-CERT-EXPIRY.
      *> Monthly renewal listing of sales-tax exemption
      *> certificates. Walks the customer master in key order and
      *> lists, to EXEMPT-CERT-EXPIRY.DAT, every tax-exempt account
      *> whose certificate expires within the next 60 days, with
      *> the certificate number, the expiry date and the days left,
      *> so the desk can chase the renewal before SALES-EDIT starts
      *> rejecting the account's sales. Certificates that have
      *> already lapsed are listed too, flagged EXPIRED -- those
      *> accounts' sales are being rejected now -- as is an exempt
      *> account with no usable expiry date on file. Accounts that
      *> are not exempt, and certificates good for longer than the
      *> window, are counted but not listed.
      *> Pass the as-of date as YYYYMMDD on the command line; with
      *> no argument the listing runs as of today.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB, and a
      *> missing master ends the run with a console message, an
      *> IOER journal line and RETURN-CODE 12.
      *> RETURN-CODE: 0 nothing lapsed, 4 when any listed
      *> certificate has already expired or has no usable date, 8
      *> when the as-of date is not a real date (FAIL journal
      *> line).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-CODE
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO "EXEMPT-CERT-EXPIRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY 'customer-master.cpy'. *> Imports the customer layout

       FD  EXPIRY-REPORT-FILE.
       01  EXPIRY-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  CUST-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-MASTER               VALUE "Y".

       01  XCE-DATE-ARG                PIC X(08).
       77  XCE-AS-OF-DATE              PIC 9(8).
       77  XCE-AS-OF-INT               PIC 9(8).
       77  XCE-WINDOW-DAYS             PIC 9(3) VALUE 60.
       77  XCE-WINDOW-END              PIC 9(8).
       77  XCE-EXPIRY-INT              PIC 9(8).
       77  XCE-DAYS-LEFT               PIC S9(7).

       77  XCE-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  XCE-EXEMPT-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  XCE-DUE-COUNT               PIC 9(8) COMP VALUE ZERO.
       77  XCE-LAPSED-COUNT            PIC 9(8) COMP VALUE ZERO.

       01  XCE-HEADING-LINE            PIC X(50) VALUE
               "TAX-EXEMPTION CERTIFICATES DUE FOR RENEWAL".
       01  XCE-RULE-LINE               PIC X(96) VALUE ALL "-".

       01  XCE-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  XCE-DL-DATE             PIC 9(8).
           05  FILLER                  PIC X(20) VALUE
                   "   EXPIRING BY:     ".
           05  XCE-DL-WINDOW-END       PIC 9(8).

       01  XCE-COLUMN-LINE.
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(17) VALUE "CERTIFICATE".
           05  FILLER                  PIC X(10) VALUE "EXPIRES".
           05  FILLER                  PIC X(10) VALUE " DAYS LEFT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "FLAG".

       01  XCE-DETAIL-LINE.
           05  XCE-DT-CUST-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XCE-DT-CUST-NAME        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XCE-DT-CERT-NO          PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XCE-DT-EXPIRY           PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XCE-DT-DAYS-LEFT        PIC Z(6)9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XCE-DT-FLAG             PIC X(20).

       01  XCE-SUMMARY-LINE.
           05  FILLER                  PIC X(13) VALUE
                   "ACCOUNTS:    ".
           05  XCE-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE
                   "  EXEMPT:  ".
           05  XCE-SL-EXEMPT           PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE
                   "  LISTED: ".
           05  XCE-SL-DUE              PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE
                   "  EXPIRED: ".
           05  XCE-SL-LAPSED           PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "EXEMPT-CERT-EXPIRY" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           ACCEPT XCE-DATE-ARG FROM COMMAND-LINE.
           IF XCE-DATE-ARG = SPACES
               ACCEPT XCE-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF XCE-DATE-ARG IS NUMERIC
                   MOVE XCE-DATE-ARG TO XCE-AS-OF-DATE
               ELSE
                   DISPLAY "EXEMPT-CERT-EXPIRY: BAD DATE ARGUMENT "
                       XCE-DATE-ARG " - EXPECTED YYYYMMDD"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
           END-IF.
      *> A date not on the calendar has no day number, and every
      *> age taken from it would be wrong.
           COMPUTE XCE-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (XCE-AS-OF-DATE).
           IF XCE-AS-OF-INT = ZERO
               DISPLAY "EXEMPT-CERT-EXPIRY: BAD DATE ARGUMENT "
                   XCE-DATE-ARG " - NOT A CALENDAR DATE"
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           COMPUTE XCE-WINDOW-END = FUNCTION DATE-OF-INTEGER
               (XCE-AS-OF-INT + XCE-WINDOW-DAYS).
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUST-FILE-STATUS NOT = "00"
               DISPLAY "EXEMPT-CERT-EXPIRY: CANNOT OPEN"
                   " CUSTOMER-MASTER.DAT STATUS " CUST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "EXEMPT-CERT-EXPIRY: CANNOT OPEN"
                   " EXEMPT-CERT-EXPIRY.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE XCE-AS-OF-DATE TO XCE-DL-DATE.
           MOVE XCE-WINDOW-END TO XCE-DL-WINDOW-END.
           WRITE EXPIRY-REPORT-LINE FROM XCE-HEADING-LINE.
           WRITE EXPIRY-REPORT-LINE FROM XCE-DATE-LINE.
           WRITE EXPIRY-REPORT-LINE FROM XCE-RULE-LINE.
           WRITE EXPIRY-REPORT-LINE FROM XCE-COLUMN-LINE.
           PERFORM 1100-READ-MASTER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT
               AT END
                   SET END-OF-MASTER TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-CHECK-ONE-ACCOUNT.
           ADD 1 TO XCE-READ-COUNT.
           IF NOT CUST-TAX-EXEMPT
               GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO XCE-EXEMPT-COUNT.
           MOVE SPACES TO XCE-DT-FLAG.
           MOVE ZERO TO XCE-DAYS-LEFT.
      *> An expiry that is not a real date cannot be renewed
      *> against; SALES-EDIT already treats it as lapsed.
           IF CUST-EXEMPT-EXPIRY NOT NUMERIC
               MOVE ZERO TO CUST-EXEMPT-EXPIRY
           END-IF.
           MOVE ZERO TO XCE-EXPIRY-INT.
           IF CUST-EXEMPT-EXPIRY NOT = ZERO
               COMPUTE XCE-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE (CUST-EXEMPT-EXPIRY)
           END-IF.
           IF XCE-EXPIRY-INT = ZERO
               ADD 1 TO XCE-LAPSED-COUNT
               MOVE "NO VALID EXPIRY" TO XCE-DT-FLAG
               GO TO 2000-LIST
           END-IF.
           IF CUST-EXEMPT-EXPIRY > XCE-WINDOW-END
               GO TO 2000-READ-NEXT
           END-IF.
           COMPUTE XCE-DAYS-LEFT = XCE-EXPIRY-INT - XCE-AS-OF-INT.
           IF CUST-EXEMPT-EXPIRY < XCE-AS-OF-DATE
               ADD 1 TO XCE-LAPSED-COUNT
               MOVE "EXPIRED" TO XCE-DT-FLAG
           END-IF.
       2000-LIST.
           ADD 1 TO XCE-DUE-COUNT.
           MOVE CUST-CODE TO XCE-DT-CUST-CODE.
           MOVE CUST-NAME TO XCE-DT-CUST-NAME.
           MOVE CUST-EXEMPT-CERT-NO TO XCE-DT-CERT-NO.
           MOVE CUST-EXEMPT-EXPIRY TO XCE-DT-EXPIRY.
           MOVE XCE-DAYS-LEFT TO XCE-DT-DAYS-LEFT.
           WRITE EXPIRY-REPORT-LINE FROM XCE-DETAIL-LINE.
       2000-READ-NEXT.
           PERFORM 1100-READ-MASTER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE XCE-READ-COUNT TO XCE-SL-READ.
           MOVE XCE-EXEMPT-COUNT TO XCE-SL-EXEMPT.
           MOVE XCE-DUE-COUNT TO XCE-SL-DUE.
           MOVE XCE-LAPSED-COUNT TO XCE-SL-LAPSED.
           WRITE EXPIRY-REPORT-LINE FROM XCE-RULE-LINE.
           WRITE EXPIRY-REPORT-LINE FROM XCE-SUMMARY-LINE.
           DISPLAY XCE-SUMMARY-LINE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE EXPIRY-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE XCE-READ-COUNT TO RJ-READ-COUNT.
           MOVE XCE-DUE-COUNT TO RJ-WRITE-COUNT.
           MOVE XCE-LAPSED-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF XCE-LAPSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE XCE-READ-COUNT TO RJ-READ-COUNT.
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
