      *> are appended. A straight re-run, or a restart after an
      *> abend that had already appended part of the log, picks up
      *> exactly where the history left off.
      *> Each line appended is also written to SALES-HIST-INDEX.DAT,
      *> the keyed shadow return authorization reads instead of the
      *> whole history. A log line the history already holds is
      *> offered to the index again, and quietly passed over when
      *> the index has it too, so a run that appended to the
      *> history but stopped before the index is made whole by the
      *> re-run that dedupes the history. A missing index is not
      *> created here -- an empty one would stop return
      *> authorization falling back to the full history scan and
      *> hide every sale archived before it; the run says so on the
      *> console and appends to the history alone until
      *> HIST-INDEX-REBUILD has built the index from it.
      *> A line dated into an accounting month PERIOD-CLOSE has
      *> already closed (a log the archive missed on the last night
      *> of the month, say) is not allowed to change the filed
      *> month: it goes to history posted to the open month after
      *> the last one closed, as a prior-period adjustment, and the
      *> console summary counts how many were redirected.
      *> Every on-account line moved to history (LOG-CUST-CODE not
      *> spaces and the tender on-account, or blank on a line logged
      *> before tenders were taken; an account customer who paid
      *> cash, card or cheque owes nothing) is posted to the
      *> customer's AR ledger through AR-POST-SUB as it is
      *> appended -- a sale as a charge of its grand total, a
      *> return as a credit of its refund. The ledger is deduped
      *> by run stamp the same way the history is, but on its own:
      *> it is scanned for the highest sequence of each log run
      *> already posted, and only account lines past that are
      *> posted, whether or not the history already held them. A
      *> run that stopped between the history append and the
      *> posting is made whole by the re-run, and a line is never
      *> posted to the ledger twice. An account
      *> line whose customer is no longer on the master is listed
      *> to the console and counted, and the run ends with
      *> RETURN-CODE 4 so the desk can post it by hand; a ledger or
      *> master that will not take the posting ends the run the
      *> same way an unwritable history does.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB. A
      *> missing SALES-LOG.DAT is "nothing to archive"; a period
      *> register that cannot be read, or a history that will not
      *> take the append, ends the run with a console message, an
      *> IOER journal line and RETURN-CODE 12; a log
      *> holding more distinct pricing runs than the run table ends
      *> it with a FAIL journal line and RETURN-CODE 8, so the
      *> controller never sees an OK end from a run that archived
           SELECT SALES-HISTORY-FILE ASSIGN TO "SALES-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "SALES-HIST-INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIX-KEY
               ALTERNATE RECORD KEY IS HIX-ORIG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-ORDER-KEY WITH DUPLICATES
               FILE STATUS IS HIX-FILE-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERIOD-CLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD        PIC X(200).

       FD  HIST-INDEX-FILE.
       COPY 'hist-index.cpy'. *> Imports the keyed-history layout

       FD  PERIOD-CLOSE-FILE.
       COPY 'period-file.cpy'. *> Imports the closed-period layout

       FD  AR-LEDGER-FILE.
       COPY 'ar-ledger.cpy'. *> Imports the AR-ledger layout

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters
       COPY 'ar-post.cpy'. *> Imports the AR-posting parameters
       COPY 'period-table.cpy'. *> Imports the closed-period fields

       77  LOG-FILE-STATUS             PIC X(02).
       77  HIST-FILE-STATUS            PIC X(02).
       77  HIX-FILE-STATUS             PIC X(02).
       77  LEDGER-FILE-STATUS          PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-FILE                 VALUE "Y".
       01  ARC-LOG-SWITCH              PIC X(01) VALUE "N".
           88  ARC-NO-LOG                  VALUE "Y".

       01  ARC-INDEX-SWITCH            PIC X(01) VALUE "N".
           88  ARC-NO-INDEX                VALUE "Y".

      *> One slot per pricing run found on the log: its stamp, the
      *> highest sequence the history already holds for it and the
      *> highest the AR ledger has already been posted for.
       77  ARC-RUN-MAX                 PIC 9(2) COMP VALUE 50.
       77  ARC-RUN-COUNT               PIC 9(2) COMP VALUE ZERO.
       77  ARC-RUN-INDEX               PIC 9(2) COMP.
               10  ARC-RN-DATE         PIC 9(8).
               10  ARC-RN-ID           PIC X(08).
               10  ARC-RN-HIST-SEQ     PIC 9(6).
               10  ARC-RN-AR-SEQ       PIC 9(6).

      *> The history record seen through the log layout, so the
      *> run-stamp fields line up without a second copybook.
       77  ARC-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  ARC-WRITTEN-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  ARC-DUP-COUNT               PIC 9(8) COMP VALUE ZERO.
       77  ARC-AR-POSTED-COUNT         PIC 9(8) COMP VALUE ZERO.
       77  ARC-AR-UNPOSTED-COUNT       PIC 9(8) COMP VALUE ZERO.
       77  ARC-REDIRECT-COUNT          PIC 9(8) COMP VALUE ZERO.

       01  ARC-SUMMARY-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "  ALREADY ON FILE: ".
           05  ARC-SL-DUP              PIC Z(7)9.

       01  ARC-AR-SUMMARY-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "SALES-ARCHIVE  TO AR: ".
           05  ARC-AS-POSTED           PIC Z(7)9.
           05  FILLER                  PIC X(12) VALUE "  UNPOSTED: ".
           05  ARC-AS-UNPOSTED         PIC Z(7)9.

       01  ARC-PERIOD-SUMMARY-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "SALES-ARCHIVE  PERIOD ".
           05  ARC-PS-LAST-CLOSED      PIC 9(6).
           05  FILLER                  PIC X(27) VALUE
                   " CLOSED - REDIRECTED INTO ".
           05  ARC-PS-OPEN-PERIOD      PIC 9(6).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  ARC-PS-REDIRECTED       PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT ARC-NO-LOG
               PERFORM 2000-COLLECT-LOG-RUNS THRU 2000-EXIT
               PERFORM 3000-SCAN-HISTORY-FOR-RUNS THRU 3000-EXIT
               PERFORM 3300-SCAN-LEDGER-FOR-RUNS THRU 3300-EXIT
               PERFORM 4000-APPEND-UNARCHIVED THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE "SALES-ARCHIVE" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE ZERO TO PRD-LOOKUP-PERIOD.
           PERFORM 4800-LOAD-CLOSED-PERIODS THRU 4800-EXIT.
           IF PRD-TABLE-UNUSABLE
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT SALES-LOG-FILE.
           IF LOG-FILE-STATUS = "35"
               DISPLAY "SALES-ARCHIVE: NO SALES-LOG.DAT - NOTHING"
               MOVE LOG-RUN-DATE TO ARC-RN-DATE (ARC-RUN-COUNT)
               MOVE LOG-RUN-ID TO ARC-RN-ID (ARC-RUN-COUNT)
               MOVE ZERO TO ARC-RN-HIST-SEQ (ARC-RUN-COUNT)
               MOVE ZERO TO ARC-RN-AR-SEQ (ARC-RUN-COUNT)
           END-IF.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       2200-EXIT.
       3200-EXIT.
           EXIT.

      *> How much of each of those runs the AR ledger has already
      *> been posted for. Account lines are posted in sequence
      *> order too, so the highest sequence a run has on the ledger
      *> marks where its posting must pick up. Only charges and
      *> credits carry a run stamp; a payment's reference is a
      *> remittance number.
       3300-SCAN-LEDGER-FOR-RUNS.
           IF ARC-RUN-COUNT = ZERO
               GO TO 3300-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AR-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               GO TO 3300-EXIT
           END-IF.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "SALES-ARCHIVE: CANNOT OPEN"
                   " AR-LEDGER.DAT STATUS " LEDGER-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 3400-READ-LEDGER THRU 3400-EXIT.
           PERFORM 3500-TALLY-LEDGER-LINE THRU 3500-EXIT
               UNTIL END-OF-FILE.
           CLOSE AR-LEDGER-FILE.
       3300-EXIT.
           EXIT.

       3400-READ-LEDGER.
           READ AR-LEDGER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3400-EXIT.
           EXIT.

       3500-TALLY-LEDGER-LINE.
           IF ARL-PAYMENT OR ARL-REF-SEQ NOT NUMERIC
               GO TO 3500-READ-NEXT
           END-IF.
           PERFORM VARYING ARC-RUN-INDEX FROM 1 BY 1
                   UNTIL ARC-RUN-INDEX > ARC-RUN-COUNT
               IF ARC-RN-DATE (ARC-RUN-INDEX) = ARL-REF-RUN-DATE
                  AND ARC-RN-ID (ARC-RUN-INDEX) = ARL-REF-RUN-ID
                  AND ARL-REF-SEQ > ARC-RN-AR-SEQ (ARC-RUN-INDEX)
                   MOVE ARL-REF-SEQ TO ARC-RN-AR-SEQ (ARC-RUN-INDEX)
               END-IF
           END-PERFORM.
       3500-READ-NEXT.
           PERFORM 3400-READ-LEDGER THRU 3400-EXIT.
       3500-EXIT.
           EXIT.

      *> Second pass over the log: append what the history does not
      *> hold yet.
       4000-APPEND-UNARCHIVED.
                   " SALES-HISTORY.DAT STATUS " HIST-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
      *> A missing index is left missing: an empty one would hide
      *> every sale archived before it from return authorization,
      *> which scans the whole history only when there is no index.
      *> HIST-INDEX-REBUILD builds it from the complete history.
           OPEN I-O HIST-INDEX-FILE.
           IF HIX-FILE-STATUS = "35"
               SET ARC-NO-INDEX TO TRUE
               DISPLAY "SALES-ARCHIVE: SALES-HIST-INDEX.DAT NOT FOUND"
                   " - INDEX NOT MAINTAINED, RUN HIST-INDEX-REBUILD"
                   " TO BUILD IT"
           END-IF.
           IF HIX-FILE-STATUS NOT = "00" AND NOT ARC-NO-INDEX
               DISPLAY "SALES-ARCHIVE: CANNOT OPEN"
                   " SALES-HIST-INDEX.DAT STATUS " HIX-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
           PERFORM 4100-ARCHIVE-LOG-ENTRY THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE SALES-LOG-FILE.
           CLOSE SALES-HISTORY-FILE.
           IF NOT ARC-NO-INDEX
               CLOSE HIST-INDEX-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-ARCHIVE-LOG-ENTRY.
           ADD 1 TO ARC-READ-COUNT.
           PERFORM 2300-FIND-RUN-SLOT THRU 2300-EXIT.
           PERFORM 4400-CHECK-CLOSED-PERIOD THRU 4400-EXIT.
           IF ARC-RUN-SLOT > ZERO
              AND LOG-TXN-SEQ > ARC-RN-HIST-SEQ (ARC-RUN-SLOT)
               WRITE SALES-HISTORY-RECORD FROM SALES-LOG-RECORD
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
               ADD 1 TO ARC-WRITTEN-COUNT
               IF PRD-ADJUSTMENT
                   ADD 1 TO ARC-REDIRECT-COUNT
               END-IF
               PERFORM 4300-WRITE-INDEX-ENTRY THRU 4300-EXIT
           ELSE
               ADD 1 TO ARC-DUP-COUNT
               PERFORM 4300-WRITE-INDEX-ENTRY THRU 4300-EXIT
           END-IF.
           IF ARC-RUN-SLOT > ZERO
              AND LOG-TXN-SEQ > ARC-RN-AR-SEQ (ARC-RUN-SLOT)
              AND LOG-CUST-CODE NOT = SPACES
              AND LOG-GRAND-TOTAL > ZERO
              AND (LOG-TENDER-ON-ACCOUNT
                   OR LOG-TENDER-TYPE = SPACE)
               PERFORM 4200-POST-TO-LEDGER THRU 4200-EXIT
           END-IF.
           PERFORM 2100-READ-LOG THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

      *> The log line's own run date is the document date the
      *> statement ages from, however late the archive ran.
       4200-POST-TO-LEDGER.
           MOVE LOG-CUST-CODE TO ARP-CUST-CODE.
           MOVE LOG-RUN-DATE TO ARP-DOC-DATE.
           IF LOG-RETURN
               SET ARP-CREDIT TO TRUE
           ELSE
               SET ARP-CHARGE TO TRUE
           END-IF.
           MOVE LOG-GRAND-TOTAL TO ARP-AMOUNT.
           MOVE LOG-RUN-DATE TO ARP-REF-RUN-DATE.
           MOVE LOG-RUN-ID TO ARP-REF-RUN-ID.
           MOVE LOG-TXN-SEQ TO ARP-REF-SEQ.
           CALL "AR-POST-SUB" USING ARP-PARM-AREA.
           IF ARP-POSTED
               ADD 1 TO ARC-AR-POSTED-COUNT
               GO TO 4200-EXIT
           END-IF.
           IF ARP-NO-ACCOUNT
               DISPLAY "SALES-ARCHIVE: NOT POSTED TO AR - CUSTOMER "
                   LOG-CUST-CODE " NOT ON MASTER, RUN "
                   LOG-RUN-DATE " " LOG-RUN-ID " SEQ " LOG-TXN-SEQ
               ADD 1 TO ARC-AR-UNPOSTED-COUNT
               GO TO 4200-EXIT
           END-IF.
           DISPLAY "SALES-ARCHIVE: AR LEDGER UNUSABLE AT RUN "
               LOG-RUN-DATE " " LOG-RUN-ID " SEQ " LOG-TXN-SEQ.
           PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT.
       4200-EXIT.
           EXIT.

      *> Status 22 means the index already holds the line -- the
      *> normal answer for a line a re-run finds already archived.
       4300-WRITE-INDEX-ENTRY.
           IF ARC-NO-INDEX
               GO TO 4300-EXIT
           END-IF.
           MOVE LOG-RUN-DATE TO HIX-RUN-DATE.
           MOVE LOG-RUN-ID TO HIX-RUN-ID.
           MOVE LOG-TXN-SEQ TO HIX-TXN-SEQ.
           MOVE LOG-ORIG-RUN-DATE TO HIX-ORIG-RUN-DATE.
           MOVE LOG-ORIG-RUN-ID TO HIX-ORIG-RUN-ID.
           MOVE LOG-ORIG-SEQ TO HIX-ORIG-SEQ.
      *> A line logged before orders carried numbers has spaces
      *> where the order fields now sit.
           IF LOG-ORDER-NO NUMERIC AND LOG-ORDER-LINE NUMERIC
               MOVE LOG-ORDER-NO TO HIX-ORDER-NO
               MOVE LOG-ORDER-LINE TO HIX-ORDER-LINE
           ELSE
               MOVE ZERO TO HIX-ORDER-NO
               MOVE ZERO TO HIX-ORDER-LINE
           END-IF.
           MOVE SALES-LOG-RECORD TO HIX-LOG-IMAGE.
           WRITE HIST-INDEX-RECORD.
           IF HIX-FILE-STATUS NOT = "00" AND HIX-FILE-STATUS NOT = "22"
               DISPLAY "SALES-ARCHIVE: CANNOT WRITE"
                   " SALES-HIST-INDEX.DAT STATUS " HIX-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *> A line whose month is closed is posted to the open month.
      *> The index is given the same image as the history, so a
      *> line already archived is redirected here too; when the
      *> index already holds it, the write is passed over anyway.
       4400-CHECK-CLOSED-PERIOD.
           PERFORM 4950-SET-LINE-PERIOD THRU 4950-EXIT.
           MOVE "N" TO PRD-ADJUST-SWITCH.
           IF PRD-LAST-CLOSED = ZERO
              OR PRD-LINE-PERIOD > PRD-LAST-CLOSED
               GO TO 4400-EXIT
           END-IF.
           MOVE PRD-OPEN-PERIOD TO LOG-POST-PERIOD.
           SET PRD-ADJUSTMENT TO TRUE.
       4400-EXIT.
           EXIT.

       COPY 'period-calc.cpy'. *> Shared closed-period logic

       9000-TERMINATE.
           MOVE ARC-READ-COUNT TO ARC-SL-READ.
           MOVE ARC-WRITTEN-COUNT TO ARC-SL-WRITTEN.
           MOVE ARC-DUP-COUNT TO ARC-SL-DUP.
           DISPLAY ARC-SUMMARY-LINE.
           MOVE ARC-AR-POSTED-COUNT TO ARC-AS-POSTED.
           MOVE ARC-AR-UNPOSTED-COUNT TO ARC-AS-UNPOSTED.
           DISPLAY ARC-AR-SUMMARY-LINE.
           IF PRD-LAST-CLOSED NOT = ZERO
               MOVE PRD-LAST-CLOSED TO ARC-PS-LAST-CLOSED
               MOVE PRD-OPEN-PERIOD TO ARC-PS-OPEN-PERIOD
               MOVE ARC-REDIRECT-COUNT TO ARC-PS-REDIRECTED
               DISPLAY ARC-PERIOD-SUMMARY-LINE
           END-IF.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE ARC-READ-COUNT TO RJ-READ-COUNT.
           MOVE ARC-WRITTEN-COUNT TO RJ-WRITE-COUNT.
           MOVE ARC-DUP-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF ARC-AR-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

