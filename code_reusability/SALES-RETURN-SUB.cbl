      *> program that edits or prices a return authorizes it
      *> through this one subprogram, so there is exactly one place
      *> the matching rules live.
      *> Both the archive and the current SALES-LOG.DAT are
      *> searched: the original may be a same-day sale not yet
      *> archived, and earlier returns against the same sale may
      *> sit in either. The archive is searched through
      *> SALES-HIST-INDEX.DAT, the keyed shadow SALES-ARCHIVE keeps
      *> of SALES-HISTORY.DAT: one keyed read for the original sale
      *> and a read along the original-sale alternate key for the
      *> returns already archived against it. The index is opened
      *> on the first call and held for the run -- nothing archives
      *> while the pricing jobs run. Should the index be missing
      *> (before its first build) or refuse to open, every call
      *> falls back to scanning the whole of SALES-HISTORY.DAT as
      *> it always did, so a return is never refused for want of
      *> an index. The current log is opened and closed on every
      *> call -- it grows while the pricing jobs run, and a stale
      *> handle would miss the returns they have already logged.
      *> Lines the writing job has buffered but not yet flushed are
      *> invisible to that scan, so the sub also keeps its own tally
      *> of the quantities IT has authorized this run, keyed by the
      *> original-sale reference: working storage persists across
      *> calls, so two returns against the same sale in one run
      *> share one cap even before either hits the file. The first
      *> fresh scan, so a same-run line that happens to flush is
      *> never counted by both the scan and the tally -- the cap is
      *> the same whether the writing job's buffer flushed or not.
      *> A return may name its sale by customer order and line
      *> instead of by run stamp. The order line is then resolved
      *> first -- the current log, where a same-day order sits,
      *> then the index's order-number alternate key (or the
      *> history scan when there is no index) -- to the run stamp
      *> of the most recent sale logged under it, and the match
      *> proceeds on that stamp exactly as if it had been keyed.
      *> The prorated refund recomputes FINAL and GRAND from the
      *> prorated PRICE, DISCOUNT and TAX pieces, so rounding can
      *> never break GRAND + DISCOUNT = PRICE + TAX and the GL
           SELECT SALES-LOG-FILE ASSIGN TO "SALES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT HIST-INDEX-FILE ASSIGN TO "SALES-HIST-INDEX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               ALTERNATE RECORD KEY IS HIX-ORIG-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-ORDER-KEY WITH DUPLICATES
               FILE STATUS IS HIX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-HISTORY-FILE.
       01  HISTORY-SCAN-RECORD         PIC X(200).

       FD  SALES-LOG-FILE.
       01  LOG-SCAN-RECORD             PIC X(200).

       FD  HIST-INDEX-FILE.
       COPY 'hist-index.cpy'. *> Imports the keyed-history layout

       WORKING-STORAGE SECTION.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout

       77  HIST-FILE-STATUS            PIC X(02).
       77  LOG-FILE-STATUS             PIC X(02).
       77  HIX-FILE-STATUS             PIC X(02).

       01  RA-INDEX-SWITCH             PIC X(01) VALUE "N".
           88  RA-INDEX-NOT-TRIED          VALUE "N".
           88  RA-INDEX-OPENED             VALUE "Y".
           88  RA-INDEX-UNUSABLE           VALUE "U".

       01  WS-EOF-SWITCH               PIC X(01).
           88  END-OF-SCAN                 VALUE "Y".
       01  RA-ORIG-SWITCH              PIC X(01).
           88  RA-ORIG-SEEN                VALUE "Y".

       01  RA-ORDER-SWITCH             PIC X(01).
           88  RA-ORDER-RESOLVED           VALUE "Y".

      *> The original sale's line, captured as the scan finds it,
      *> and the running total of quantity already returned
      *> against it.
       0000-MAIN.
           MOVE "N" TO RA-ORIG-SWITCH.
           MOVE ZERO TO RA-PRIOR-RETURNED.
           IF RA-INDEX-NOT-TRIED
               PERFORM 0100-OPEN-HISTORY-INDEX THRU 0100-EXIT
           END-IF.
           IF RA-ORDER-NO > ZERO
               PERFORM 4000-RESOLVE-ORDER-LINE THRU 4000-EXIT
               IF NOT RA-ORDER-RESOLVED
                   SET RA-NOT-FOUND TO TRUE
                   PERFORM 3100-RETURN-NO-REFUND THRU 3100-EXIT
                   GOBACK
               END-IF
           END-IF.
           IF RA-INDEX-OPENED
               PERFORM 1500-READ-HISTORY-BY-KEY THRU 1500-EXIT
           ELSE
               PERFORM 1000-SCAN-HISTORY THRU 1000-EXIT
           END-IF.
           PERFORM 2000-SCAN-CURRENT-LOG THRU 2000-EXIT.
           PERFORM 2600-ADD-RUN-TALLY THRU 2600-EXIT.
           PERFORM 3000-JUDGE-THE-RETURN THRU 3000-EXIT.
           GOBACK.

       0100-OPEN-HISTORY-INDEX.
           OPEN INPUT HIST-INDEX-FILE.
           IF HIX-FILE-STATUS = "00"
               SET RA-INDEX-OPENED TO TRUE
           ELSE
               SET RA-INDEX-UNUSABLE TO TRUE
               IF HIX-FILE-STATUS NOT = "35"
                   DISPLAY "SALES-RETURN-SUB: CANNOT OPEN"
                       " SALES-HIST-INDEX.DAT STATUS " HIX-FILE-STATUS
                       " - SCANNING SALES-HISTORY.DAT"
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.

       1000-SCAN-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SALES-HISTORY-FILE.
       1200-EXIT.
           EXIT.

      *> The original sale by its own run stamp, then every archived
      *> line whose original-sale stamp is the same one -- the
      *> returns already made against it.
       1500-READ-HISTORY-BY-KEY.
           MOVE RA-ORIG-RUN-DATE TO HIX-RUN-DATE.
           MOVE RA-ORIG-RUN-ID TO HIX-RUN-ID.
           MOVE RA-ORIG-SEQ TO HIX-TXN-SEQ.
           READ HIST-INDEX-FILE
               KEY IS HIX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIX-LOG-IMAGE TO SALES-LOG-RECORD
                   PERFORM 2500-TALLY-ONE-LINE THRU 2500-EXIT
           END-READ.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE RA-ORIG-RUN-DATE TO HIX-ORIG-RUN-DATE.
           MOVE RA-ORIG-RUN-ID TO HIX-ORIG-RUN-ID.
           MOVE RA-ORIG-SEQ TO HIX-ORIG-SEQ.
           START HIST-INDEX-FILE
               KEY IS EQUAL TO HIX-ORIG-KEY
               INVALID KEY
                   GO TO 1500-EXIT
           END-START.
           PERFORM 1600-READ-NEXT-RETURN THRU 1600-EXIT.
           PERFORM 1700-TALLY-INDEXED-RETURN THRU 1700-EXIT
               UNTIL END-OF-SCAN.
       1500-EXIT.
           EXIT.

       1600-READ-NEXT-RETURN.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET END-OF-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-SCAN
              AND (HIX-ORIG-RUN-DATE NOT = RA-ORIG-RUN-DATE
                   OR HIX-ORIG-RUN-ID NOT = RA-ORIG-RUN-ID
                   OR HIX-ORIG-SEQ NOT = RA-ORIG-SEQ)
               SET END-OF-SCAN TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

       1700-TALLY-INDEXED-RETURN.
           MOVE HIX-LOG-IMAGE TO SALES-LOG-RECORD.
           PERFORM 2500-TALLY-ONE-LINE THRU 2500-EXIT.
           PERFORM 1600-READ-NEXT-RETURN THRU 1600-EXIT.
       1700-EXIT.
           EXIT.

       2000-SCAN-CURRENT-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SALES-LOG-FILE.
               MOVE LOG-DISCOUNT-RATE TO RA-ORIG-DISC-RATE
               MOVE LOG-PROMO-FLAG TO RA-ORIG-PROMO-FLAG
               MOVE LOG-JURIS-CODE TO RA-ORIG-JURIS-CODE
               IF LOG-UNIT-COST NUMERIC
                   MOVE LOG-UNIT-COST TO RA-ORIG-UNIT-COST
               ELSE
                   MOVE ZERO TO RA-ORIG-UNIT-COST
               END-IF
               IF LOG-TAX-EXEMPT
                   MOVE "Y" TO RA-ORIG-TAX-EXEMPT-FLAG
                   MOVE LOG-EXEMPT-CERT-NO TO RA-ORIG-EXEMPT-CERT-NO
               ELSE
                   MOVE "N" TO RA-ORIG-TAX-EXEMPT-FLAG
                   MOVE SPACES TO RA-ORIG-EXEMPT-CERT-NO
               END-IF
           END-IF.
           IF LOG-RETURN
              AND LOG-ORIG-RUN-DATE = RA-ORIG-RUN-DATE
           MOVE ZERO TO RA-ORIG-DISC-RATE.
           MOVE "N" TO RA-ORIG-PROMO-FLAG.
           MOVE SPACES TO RA-ORIG-JURIS-CODE.
           MOVE ZERO TO RA-ORIG-UNIT-COST.
           MOVE "N" TO RA-ORIG-TAX-EXEMPT-FLAG.
           MOVE SPACES TO RA-ORIG-EXEMPT-CERT-NO.
       3100-EXIT.
           EXIT.

           ADD RA-RETURN-QTY TO RA-TALLY-QTY (RA-TALLY-SLOT).
       3200-EXIT.
           EXIT.

      *> Order and line to run stamp. Today's log is read first:
      *> an order line priced today is not archived yet, and when
      *> an order number has been reused the line on today's log is
      *> the latest. Within any one file the last matching sale
      *> read wins, for the same reason.
       4000-RESOLVE-ORDER-LINE.
           MOVE "N" TO RA-ORDER-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SALES-LOG-FILE.
           IF LOG-FILE-STATUS = "00"
               PERFORM 2100-READ-CURRENT-LOG THRU 2100-EXIT
               PERFORM 4100-MATCH-ORDER-LOG-LINE THRU 4100-EXIT
                   UNTIL END-OF-SCAN
               CLOSE SALES-LOG-FILE
           END-IF.
           IF RA-ORDER-RESOLVED
               GO TO 4000-EXIT
           END-IF.
           IF RA-INDEX-OPENED
               PERFORM 4300-READ-INDEX-BY-ORDER THRU 4300-EXIT
           ELSE
               PERFORM 4500-SCAN-HISTORY-FOR-ORDER THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-MATCH-ORDER-LOG-LINE.
           MOVE LOG-SCAN-RECORD TO SALES-LOG-RECORD.
           PERFORM 4200-MATCH-ORDER-LINE THRU 4200-EXIT.
           PERFORM 2100-READ-CURRENT-LOG THRU 2100-EXIT.
       4100-EXIT.
           EXIT.

      *> A line logged before orders carried numbers has spaces in
      *> the order fields and can never match.
       4200-MATCH-ORDER-LINE.
           IF LOG-SALE
              AND LOG-ORDER-NO NUMERIC
              AND LOG-ORDER-LINE NUMERIC
              AND LOG-ORDER-NO = RA-ORDER-NO
              AND LOG-ORDER-LINE = RA-ORDER-LINE
               SET RA-ORDER-RESOLVED TO TRUE
               MOVE LOG-RUN-DATE TO RA-ORIG-RUN-DATE
               MOVE LOG-RUN-ID TO RA-ORIG-RUN-ID
               MOVE LOG-TXN-SEQ TO RA-ORIG-SEQ
           END-IF.
       4200-EXIT.
           EXIT.

       4300-READ-INDEX-BY-ORDER.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE RA-ORDER-NO TO HIX-ORDER-NO.
           MOVE RA-ORDER-LINE TO HIX-ORDER-LINE.
           START HIST-INDEX-FILE
               KEY IS EQUAL TO HIX-ORDER-KEY
               INVALID KEY
                   GO TO 4300-EXIT
           END-START.
           PERFORM 4400-READ-NEXT-ORDER-LINE THRU 4400-EXIT.
           PERFORM 4410-MATCH-INDEXED-ORDER THRU 4410-EXIT
               UNTIL END-OF-SCAN.
       4300-EXIT.
           EXIT.

       4400-READ-NEXT-ORDER-LINE.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET END-OF-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-SCAN
              AND (HIX-ORDER-NO NOT = RA-ORDER-NO
                   OR HIX-ORDER-LINE NOT = RA-ORDER-LINE)
               SET END-OF-SCAN TO TRUE
           END-IF.
       4400-EXIT.
           EXIT.

       4410-MATCH-INDEXED-ORDER.
           MOVE HIX-LOG-IMAGE TO SALES-LOG-RECORD.
           PERFORM 4200-MATCH-ORDER-LINE THRU 4200-EXIT.
           PERFORM 4400-READ-NEXT-ORDER-LINE THRU 4400-EXIT.
       4410-EXIT.
           EXIT.

       4500-SCAN-HISTORY-FOR-ORDER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SALES-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT = "00"
               GO TO 4500-EXIT
           END-IF.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
           PERFORM 4510-MATCH-ORDER-HIST-LINE THRU 4510-EXIT
               UNTIL END-OF-SCAN.
           CLOSE SALES-HISTORY-FILE.
       4500-EXIT.
           EXIT.

       4510-MATCH-ORDER-HIST-LINE.
           MOVE HISTORY-SCAN-RECORD TO SALES-LOG-RECORD.
           PERFORM 4200-MATCH-ORDER-LINE THRU 4200-EXIT.
           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
       4510-EXIT.
           EXIT.
