       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-INDEX-REBUILD.
      *> Rebuilds SALES-HIST-INDEX.DAT, the keyed shadow of the
      *> sales history, from the permanent SALES-HISTORY.DAT. Run it
      *> once to build the index from the history archived before
      *> the index existed, and again whenever the index is lost or
      *> in doubt; SALES-ARCHIVE keeps it current night by night
      *> from then on. The index is created afresh and every
      *> history line is written to it under its run stamp, with
      *> the original-sale stamp a return carries and the order
      *> number and line of a sale priced from a customer order as
      *> alternate keys. A history line whose run stamp is already
      *> in the index -- the same stamp archived twice -- is listed
      *> to the console and counted; the first one archived is the
      *> one the index keeps, the one return authorization will
      *> find.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 4 when duplicate stamps were found,
      *> 12 when a file would not open or the index would not take
      *> a write.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-RECORD        PIC X(200).

       FD  HIST-INDEX-FILE.
       COPY 'hist-index.cpy'. *> Imports the keyed-history layout

       WORKING-STORAGE SECTION.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  HIST-FILE-STATUS            PIC X(02).
       77  HIX-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".

       77  HXR-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  HXR-WRITTEN-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  HXR-DUP-COUNT               PIC 9(8) COMP VALUE ZERO.

       01  HXR-SUMMARY-LINE.
           05  FILLER                  PIC X(26) VALUE
                   "HIST-INDEX-REBUILD  READ: ".
           05  HXR-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE "  INDEXED: ".
           05  HXR-SL-WRITTEN          PIC Z(7)9.
           05  FILLER                  PIC X(14) VALUE
                   "  DUPLICATES: ".
           05  HXR-SL-DUP              PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-INDEX-ONE-LINE THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           MOVE "HIST-INDEX-REBUILD" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HIST-INDEX-REBUILD: NO SALES-HISTORY.DAT -"
                   " INDEX BUILT EMPTY"
               SET END-OF-HISTORY TO TRUE
           ELSE
               IF HIST-FILE-STATUS NOT = "00"
                   DISPLAY "HIST-INDEX-REBUILD: CANNOT OPEN"
                       " SALES-HISTORY.DAT STATUS " HIST-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT HIST-INDEX-FILE.
           IF HIX-FILE-STATUS NOT = "00"
               DISPLAY "HIST-INDEX-REBUILD: CANNOT OPEN"
                   " SALES-HIST-INDEX.DAT STATUS " HIX-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           IF NOT END-OF-HISTORY
               PERFORM 1100-READ-HISTORY THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-HISTORY.
           READ SALES-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-INDEX-ONE-LINE.
           ADD 1 TO HXR-READ-COUNT.
           MOVE SALES-HISTORY-RECORD TO SALES-LOG-RECORD.
           MOVE LOG-RUN-DATE TO HIX-RUN-DATE.
           MOVE LOG-RUN-ID TO HIX-RUN-ID.
           MOVE LOG-TXN-SEQ TO HIX-TXN-SEQ.
           MOVE LOG-ORIG-RUN-DATE TO HIX-ORIG-RUN-DATE.
           MOVE LOG-ORIG-RUN-ID TO HIX-ORIG-RUN-ID.
           MOVE LOG-ORIG-SEQ TO HIX-ORIG-SEQ.
      *> History archived before orders carried numbers has spaces
      *> where the order fields now sit.
           IF LOG-ORDER-NO NUMERIC AND LOG-ORDER-LINE NUMERIC
               MOVE LOG-ORDER-NO TO HIX-ORDER-NO
               MOVE LOG-ORDER-LINE TO HIX-ORDER-LINE
           ELSE
               MOVE ZERO TO HIX-ORDER-NO
               MOVE ZERO TO HIX-ORDER-LINE
           END-IF.
           MOVE SALES-HISTORY-RECORD TO HIX-LOG-IMAGE.
           WRITE HIST-INDEX-RECORD.
           IF HIX-FILE-STATUS = "22"
               DISPLAY "HIST-INDEX-REBUILD: DUPLICATE RUN STAMP "
                   LOG-RUN-DATE " " LOG-RUN-ID " SEQ " LOG-TXN-SEQ
                   " - FIRST ONE KEPT"
               ADD 1 TO HXR-DUP-COUNT
           ELSE
               IF HIX-FILE-STATUS NOT = "00"
                   DISPLAY "HIST-INDEX-REBUILD: CANNOT WRITE"
                       " SALES-HIST-INDEX.DAT STATUS " HIX-FILE-STATUS
                   PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
               END-IF
               ADD 1 TO HXR-WRITTEN-COUNT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE HXR-READ-COUNT TO HXR-SL-READ.
           MOVE HXR-WRITTEN-COUNT TO HXR-SL-WRITTEN.
           MOVE HXR-DUP-COUNT TO HXR-SL-DUP.
           DISPLAY HXR-SUMMARY-LINE.
           IF HIST-FILE-STATUS NOT = "35"
               CLOSE SALES-HISTORY-FILE
           END-IF.
           CLOSE HIST-INDEX-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE HXR-READ-COUNT TO RJ-READ-COUNT.
           MOVE HXR-WRITTEN-COUNT TO RJ-WRITE-COUNT.
           MOVE HXR-DUP-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF HXR-DUP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE HXR-READ-COUNT TO RJ-READ-COUNT.
           MOVE HXR-WRITTEN-COUNT TO RJ-WRITE-COUNT.
           MOVE HXR-DUP-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.
