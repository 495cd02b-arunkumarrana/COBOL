       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHYSICAL-COUNT.
      *> Physical inventory count. Reads the count sheets the floor
      *> keys to PHYS-COUNT-IN.DAT -- item code, counted quantity,
      *> count date and who counted it -- compares each item's
      *> count with the book on-hand on ITEM-MASTER.DAT, and prints
      *> to PHYS-COUNT-REPORT.DAT a variance listing by item, each
      *> variance valued at ITEM-UNIT-PRICE, with the total shrink
      *> (book over shelf), overage and net variance value. Items
      *> on the master that no sheet counted are listed after the
      *> variances so a partial count is obvious, and sheets for
      *> item codes the master does not know are listed as well.
      *> An item counted in more than one place (several sheets for
      *> one code) is counted as the sum of its sheets.
      *> With no command-line argument the run only reports. The
      *> report closes with a sign-off control number -- the number
      *> of accepted sheet lines plus the total counted quantity --
      *> and the supervisor who has reviewed the listing posts it
      *> by running
      *>     PHYSICAL-COUNT POST <supervisor-id> <control-number>
      *> with the supervisor id in 8 characters. The posting run
      *> recomputes the control from the sheets on file and posts
      *> nothing unless it matches, so sheets changed after the
      *> review can never reach the master unseen. Each variance is
      *> then posted through SALES-STOCK-SUB -- the one place that
      *> moves ITEM-ON-HAND-QTY -- relieving a shortage and
      *> replenishing an overage, so the book matches the shelf.
      *> Start, end, record counts and completion status go to the
      *> shared run-control journal through RUN-JOURNAL-SUB.
      *> RETURN-CODE: 0 clean, 4 when any sheet was rejected, named
      *> an item not on the master, or a variance could not be
      *> posted, 8 on a bad argument, a control number that does
      *> not match, or more counted items than storage (nothing is
      *> posted in those cases), 12 when a file would not open.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-IN-FILE ASSIGN TO "PHYS-COUNT-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COUNT-IN-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-CODE
               FILE STATUS IS ITEM-FILE-STATUS.
           SELECT COUNT-REPORT-FILE
               ASSIGN TO "PHYS-COUNT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-IN-FILE.
       01  COUNT-IN-RECORD.
           05  CNT-ITEM-CODE           PIC X(08).
           05  CNT-QUANTITY-X          PIC X(05).
           05  CNT-QUANTITY REDEFINES CNT-QUANTITY-X
                                       PIC 9(5).
           05  CNT-DATE-X              PIC X(08).
           05  CNT-DATE REDEFINES CNT-DATE-X
                                       PIC 9(8).
           05  CNT-COUNTER             PIC X(10).

       FD  ITEM-MASTER-FILE.
       COPY 'item-master.cpy'. *> Imports the item-master layout

       FD  COUNT-REPORT-FILE.
       01  COUNT-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       COPY 'run-journal.cpy'. *> Imports the run-journal parameters

       77  COUNT-IN-FILE-STATUS        PIC X(02).
       77  ITEM-FILE-STATUS            PIC X(02).
       77  RPT-FILE-STATUS             PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-FILE                 VALUE "Y".

       01  PHC-ARGS.
           05  PHC-MODE                PIC X(05).
               88  PHC-MODE-REPORT         VALUE SPACES.
               88  PHC-MODE-POST           VALUE "POST ".
           05  PHC-SUPERVISOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  PHC-CONTROL-X           PIC X(08).
           05  PHC-CONTROL-ARG REDEFINES PHC-CONTROL-X
                                       PIC 9(8).

       77  PHC-TODAY                   PIC 9(8).
       77  PHC-CONTROL                 PIC 9(8).

       77  PHC-SHEET-COUNT             PIC 9(8) COMP VALUE ZERO.
       77  PHC-REJECT-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  PHC-ACCEPTED-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  PHC-COUNTED-QTY             PIC 9(9) VALUE ZERO.
       77  PHC-MASTER-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  PHC-UNCOUNTED-COUNT         PIC 9(8) COMP VALUE ZERO.
       77  PHC-UNKNOWN-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  PHC-POSTED-COUNT            PIC 9(8) COMP VALUE ZERO.
       77  PHC-UNPOSTED-COUNT          PIC 9(8) COMP VALUE ZERO.
       77  STOCK-ACTION                PIC X(01).
       77  STOCK-STATUS                PIC X(01).
       77  STOCK-UNIT-COST             PIC 9(5)V99 VALUE ZERO.
       77  STOCK-SHORT-QTY             PIC 9(5).
       77  STOCK-QUANTITY              PIC 9(5).

      *> One slot per counted item code, in first-seen order: the
      *> counted total across its sheets, the latest count date and
      *> its counter, and -- once the master has been walked -- the
      *> book figure and the variance to post.
       77  PHC-ITEM-MAX                PIC 9(4) COMP VALUE 1000.
       77  PHC-ITEM-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  PHC-ITEM-INDEX              PIC 9(4) COMP.
       77  PHC-ITEM-SLOT               PIC 9(4) COMP.
       01  PHC-SEARCH-CODE             PIC X(08).
       01  PHC-ITEM-TABLE-AREA.
           05  PHC-ITEM-ENTRY OCCURS 1000 TIMES.
               10  PHC-IT-CODE         PIC X(08).
               10  PHC-IT-COUNTED      PIC 9(7).
               10  PHC-IT-DATE         PIC 9(8).
               10  PHC-IT-COUNTER      PIC X(10).
               10  PHC-IT-ON-MASTER    PIC X(01).
               10  PHC-IT-VARIANCE     PIC S9(8).

       77  PHC-VARIANCE                PIC S9(8).
       77  PHC-VARIANCE-VALUE          PIC S9(11)V99.
       77  PHC-TOT-SHRINK              PIC S9(11)V99 VALUE ZERO.
       77  PHC-TOT-OVERAGE             PIC S9(11)V99 VALUE ZERO.
       77  PHC-TOT-NET                 PIC S9(11)V99 VALUE ZERO.

       01  PHC-HEADING-LINE            PIC X(44) VALUE
               "PHYSICAL INVENTORY COUNT VARIANCE REPORT".
       01  PHC-RULE-LINE               PIC X(120) VALUE ALL "-".

       01  PHC-DATE-LINE.
           05  FILLER                  PIC X(09) VALUE "AS OF:   ".
           05  PHC-DL-DATE             PIC 9(8).
           05  FILLER                  PIC X(08) VALUE "  MODE: ".
           05  PHC-DL-MODE             PIC X(30).

       01  PHC-SECTION-LINE            PIC X(60).

       01  PHC-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE "ITEM      ".
           05  FILLER                  PIC X(22) VALUE
                   "DESCRIPTION           ".
           05  FILLER                  PIC X(10) VALUE "      BOOK".
           05  FILLER                  PIC X(10) VALUE "   COUNTED".
           05  FILLER                  PIC X(11) VALUE
                   "   VARIANCE".
           05  FILLER                  PIC X(11) VALUE
                   "  UNIT PRC".
           05  FILLER                  PIC X(16) VALUE
                   "  VARIANCE VALUE".
           05  FILLER                  PIC X(10) VALUE "  COUNTED ".
           05  FILLER                  PIC X(10) VALUE "ON/BY".

       01  PHC-DETAIL-LINE.
           05  PHC-DT-ITEM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-DT-DESCRIPTION      PIC X(20).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-DT-BOOK             PIC Z(7)9-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHC-DT-COUNTED          PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHC-DT-VARIANCE         PIC Z(8)9-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHC-DT-UNIT-PRICE       PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-DT-VALUE            PIC Z(10)9.99-.
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-DT-DATE             PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHC-DT-COUNTER          PIC X(10).

       01  PHC-ITEM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PHC-IL-ITEM             PIC X(08).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-IL-TEXT             PIC X(30).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-IL-DETAIL           PIC X(40).

       01  PHC-REJECT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PHC-RL-IMAGE            PIC X(31).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  PHC-RL-REASON           PIC X(30).

       01  PHC-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PHC-TL-LABEL            PIC X(30).
           05  PHC-TL-AMOUNT           PIC Z(10)9.99-.

       01  PHC-CONTROL-LINE.
           05  FILLER                  PIC X(26) VALUE
                   "  SIGN-OFF CONTROL NUMBER:".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PHC-CL-CONTROL          PIC 9(8).
           05  FILLER                  PIC X(16) VALUE
                   "  SUPERVISOR:   ".
           05  PHC-CL-SUPERVISOR       PIC X(08).

       01  PHC-SUMMARY-LINE.
           05  FILLER                  PIC X(08) VALUE "SHEETS: ".
           05  PHC-SL-SHEETS           PIC Z(7)9.
           05  FILLER                  PIC X(11) VALUE "  REJECTED:".
           05  PHC-SL-REJECTED         PIC Z(7)9.
           05  FILLER                  PIC X(12) VALUE "  UNCOUNTED:".
           05  PHC-SL-UNCOUNTED        PIC Z(7)9.
           05  FILLER                  PIC X(09) VALUE "  POSTED:".
           05  PHC-SL-POSTED           PIC Z(7)9.

       77  PHC-EDIT-QTY                PIC Z(8)9-.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-COUNT-SHEETS THRU 2000-EXIT.
           PERFORM 3000-COMPARE-TO-BOOK THRU 3000-EXIT.
           PERFORM 4000-LIST-UNKNOWN-ITEMS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           IF PHC-MODE-POST
               PERFORM 6000-POST-VARIANCES THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT PHC-ARGS FROM COMMAND-LINE.
           ACCEPT PHC-TODAY FROM DATE YYYYMMDD.
           IF NOT PHC-MODE-REPORT AND NOT PHC-MODE-POST
               DISPLAY "PHYSICAL-COUNT: EXPECTED NO ARGUMENT OR"
                   " 'POST <SUPERVISOR> <CONTROL>'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PHC-MODE-POST
              AND (PHC-SUPERVISOR = SPACES
                   OR PHC-CONTROL-X NOT NUMERIC)
               DISPLAY "PHYSICAL-COUNT: POST NEEDS THE SUPERVISOR ID"
                   " AND THE SIGN-OFF CONTROL NUMBER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PHYSICAL-COUNT" TO RJ-PROGRAM.
           SET RJ-ACTION-START TO TRUE.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           OPEN OUTPUT COUNT-REPORT-FILE.
           IF RPT-FILE-STATUS NOT = "00"
               DISPLAY "PHYSICAL-COUNT: CANNOT OPEN"
                   " PHYS-COUNT-REPORT.DAT STATUS " RPT-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE PHC-TODAY TO PHC-DL-DATE.
           IF PHC-MODE-POST
               MOVE "POST AFTER SUPERVISOR SIGN-OFF" TO PHC-DL-MODE
           ELSE
               MOVE "REPORT ONLY - NOTHING POSTED" TO PHC-DL-MODE
           END-IF.
           WRITE COUNT-REPORT-LINE FROM PHC-HEADING-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-DATE-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
       1000-EXIT.
           EXIT.

      *> The sheets are summed by item into storage; a sheet that
      *> cannot be read as a count is listed and left out of it.
       2000-LOAD-COUNT-SHEETS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COUNT-IN-FILE.
           IF COUNT-IN-FILE-STATUS = "35"
               DISPLAY "PHYSICAL-COUNT: NO PHYS-COUNT-IN.DAT -"
                   " NOTHING COUNTED"
               GO TO 2000-EXIT
           END-IF.
           IF COUNT-IN-FILE-STATUS NOT = "00"
               DISPLAY "PHYSICAL-COUNT: CANNOT OPEN"
                   " PHYS-COUNT-IN.DAT STATUS " COUNT-IN-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE "REJECTED COUNT SHEETS" TO PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE.
           PERFORM 2100-READ-SHEET THRU 2100-EXIT.
           PERFORM 2200-LOAD-ONE-SHEET THRU 2200-EXIT
               UNTIL END-OF-FILE.
           CLOSE COUNT-IN-FILE.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
           COMPUTE PHC-CONTROL = PHC-ACCEPTED-COUNT + PHC-COUNTED-QTY.
       2000-EXIT.
           EXIT.

       2100-READ-SHEET.
           READ COUNT-IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOAD-ONE-SHEET.
           ADD 1 TO PHC-SHEET-COUNT.
           MOVE COUNT-IN-RECORD TO PHC-RL-IMAGE.
           IF CNT-ITEM-CODE = SPACES
               MOVE "NO ITEM CODE" TO PHC-RL-REASON
               PERFORM 2900-LIST-REJECTED-SHEET THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CNT-QUANTITY-X NOT NUMERIC
               MOVE "COUNTED QUANTITY NOT NUMERIC" TO PHC-RL-REASON
               PERFORM 2900-LIST-REJECTED-SHEET THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CNT-DATE-X NOT NUMERIC OR CNT-DATE = ZERO
               MOVE "COUNT DATE NOT NUMERIC" TO PHC-RL-REASON
               PERFORM 2900-LIST-REJECTED-SHEET THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE CNT-ITEM-CODE TO PHC-SEARCH-CODE.
           PERFORM 2300-FIND-ITEM-SLOT THRU 2300-EXIT.
           IF PHC-ITEM-SLOT = ZERO
               IF PHC-ITEM-COUNT >= PHC-ITEM-MAX
                   DISPLAY "PHYSICAL-COUNT: SHEETS COVER MORE THAN 1000"
                       " ITEMS - NOTHING REPORTED OR POSTED"
                   PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
               END-IF
               ADD 1 TO PHC-ITEM-COUNT
               MOVE PHC-ITEM-COUNT TO PHC-ITEM-SLOT
               MOVE CNT-ITEM-CODE TO PHC-IT-CODE (PHC-ITEM-SLOT)
               MOVE ZERO TO PHC-IT-COUNTED (PHC-ITEM-SLOT)
               MOVE ZERO TO PHC-IT-DATE (PHC-ITEM-SLOT)
               MOVE "N" TO PHC-IT-ON-MASTER (PHC-ITEM-SLOT)
               MOVE ZERO TO PHC-IT-VARIANCE (PHC-ITEM-SLOT)
           END-IF.
           ADD CNT-QUANTITY TO PHC-IT-COUNTED (PHC-ITEM-SLOT).
           IF CNT-DATE NOT < PHC-IT-DATE (PHC-ITEM-SLOT)
               MOVE CNT-DATE TO PHC-IT-DATE (PHC-ITEM-SLOT)
               MOVE CNT-COUNTER TO PHC-IT-COUNTER (PHC-ITEM-SLOT)
           END-IF.
           ADD 1 TO PHC-ACCEPTED-COUNT.
           ADD CNT-QUANTITY TO PHC-COUNTED-QTY.
           PERFORM 2100-READ-SHEET THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-FIND-ITEM-SLOT.
           MOVE ZERO TO PHC-ITEM-SLOT.
           PERFORM VARYING PHC-ITEM-INDEX FROM 1 BY 1
                   UNTIL PHC-ITEM-INDEX > PHC-ITEM-COUNT
               IF PHC-IT-CODE (PHC-ITEM-INDEX) = PHC-SEARCH-CODE
                   MOVE PHC-ITEM-INDEX TO PHC-ITEM-SLOT
                   MOVE PHC-ITEM-COUNT TO PHC-ITEM-INDEX
               END-IF
           END-PERFORM.
       2300-EXIT.
           EXIT.

       2900-LIST-REJECTED-SHEET.
           ADD 1 TO PHC-REJECT-COUNT.
           WRITE COUNT-REPORT-LINE FROM PHC-REJECT-LINE.
           PERFORM 2100-READ-SHEET THRU 2100-EXIT.
       2900-EXIT.
           EXIT.

      *> One walk of the master in key order: every counted item
      *> gets its variance line, every item no sheet counted goes
      *> to the uncounted section after it. The master is closed
      *> again before anything is posted -- SALES-STOCK-SUB opens
      *> it for update on its own.
       3000-COMPARE-TO-BOOK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "PHYSICAL-COUNT: CANNOT OPEN ITEM-MASTER.DAT"
                   " STATUS " ITEM-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE "VARIANCES BY ITEM" TO PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-COLUMN-LINE.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
           PERFORM 3200-COMPARE-ONE-ITEM THRU 3200-EXIT
               UNTIL END-OF-FILE.
           CLOSE ITEM-MASTER-FILE.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-FILE-STATUS NOT = "00"
               DISPLAY "PHYSICAL-COUNT: CANNOT REOPEN ITEM-MASTER.DAT"
                   " STATUS " ITEM-FILE-STATUS
               PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT
           END-IF.
           MOVE "ITEMS ON THE MASTER NOT COUNTED" TO PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
           PERFORM 3300-LIST-IF-UNCOUNTED THRU 3300-EXIT
               UNTIL END-OF-FILE.
           CLOSE ITEM-MASTER-FILE.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
       3000-EXIT.
           EXIT.

       3100-READ-MASTER.
           READ ITEM-MASTER-FILE NEXT
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-COMPARE-ONE-ITEM.
           ADD 1 TO PHC-MASTER-COUNT.
           MOVE ITEM-CODE TO PHC-SEARCH-CODE.
           PERFORM 2300-FIND-ITEM-SLOT THRU 2300-EXIT.
           IF PHC-ITEM-SLOT = ZERO
               GO TO 3200-READ-NEXT
           END-IF.
           MOVE "Y" TO PHC-IT-ON-MASTER (PHC-ITEM-SLOT).
           COMPUTE PHC-VARIANCE =
               PHC-IT-COUNTED (PHC-ITEM-SLOT) - ITEM-ON-HAND-QTY.
           MOVE PHC-VARIANCE TO PHC-IT-VARIANCE (PHC-ITEM-SLOT).
           COMPUTE PHC-VARIANCE-VALUE =
               PHC-VARIANCE * ITEM-UNIT-PRICE.
           IF PHC-VARIANCE-VALUE < ZERO
               ADD PHC-VARIANCE-VALUE TO PHC-TOT-SHRINK
           ELSE
               ADD PHC-VARIANCE-VALUE TO PHC-TOT-OVERAGE
           END-IF.
           ADD PHC-VARIANCE-VALUE TO PHC-TOT-NET.
           MOVE ITEM-CODE TO PHC-DT-ITEM.
           MOVE ITEM-DESCRIPTION TO PHC-DT-DESCRIPTION.
           MOVE ITEM-ON-HAND-QTY TO PHC-DT-BOOK.
           MOVE PHC-IT-COUNTED (PHC-ITEM-SLOT) TO PHC-DT-COUNTED.
           MOVE PHC-VARIANCE TO PHC-DT-VARIANCE.
           MOVE ITEM-UNIT-PRICE TO PHC-DT-UNIT-PRICE.
           MOVE PHC-VARIANCE-VALUE TO PHC-DT-VALUE.
           MOVE PHC-IT-DATE (PHC-ITEM-SLOT) TO PHC-DT-DATE.
           MOVE PHC-IT-COUNTER (PHC-ITEM-SLOT) TO PHC-DT-COUNTER.
           WRITE COUNT-REPORT-LINE FROM PHC-DETAIL-LINE.
       3200-READ-NEXT.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-LIST-IF-UNCOUNTED.
           MOVE ITEM-CODE TO PHC-SEARCH-CODE.
           PERFORM 2300-FIND-ITEM-SLOT THRU 2300-EXIT.
           IF PHC-ITEM-SLOT = ZERO
               ADD 1 TO PHC-UNCOUNTED-COUNT
               MOVE ITEM-CODE TO PHC-IL-ITEM
               MOVE ITEM-DESCRIPTION TO PHC-IL-TEXT
               MOVE ITEM-ON-HAND-QTY TO PHC-EDIT-QTY
               MOVE SPACES TO PHC-IL-DETAIL
               STRING "BOOK ON HAND " PHC-EDIT-QTY
                   DELIMITED BY SIZE INTO PHC-IL-DETAIL
               WRITE COUNT-REPORT-LINE FROM PHC-ITEM-LINE
           END-IF.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      *> Sheets naming an item code the master does not carry: a
      *> miskeyed code or a product never set up. Never posted.
       4000-LIST-UNKNOWN-ITEMS.
           MOVE "COUNTED ITEMS NOT ON THE MASTER" TO PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE.
           PERFORM 4100-LIST-IF-UNKNOWN THRU 4100-EXIT
               VARYING PHC-ITEM-INDEX FROM 1 BY 1
               UNTIL PHC-ITEM-INDEX > PHC-ITEM-COUNT.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
       4000-EXIT.
           EXIT.

       4100-LIST-IF-UNKNOWN.
           IF PHC-IT-ON-MASTER (PHC-ITEM-INDEX) = "Y"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO PHC-UNKNOWN-COUNT.
           MOVE PHC-IT-CODE (PHC-ITEM-INDEX) TO PHC-IL-ITEM.
           MOVE "NOT ON ITEM MASTER" TO PHC-IL-TEXT.
           MOVE PHC-IT-COUNTED (PHC-ITEM-INDEX) TO PHC-EDIT-QTY.
           MOVE SPACES TO PHC-IL-DETAIL.
           STRING "COUNTED " PHC-EDIT-QTY
               DELIMITED BY SIZE INTO PHC-IL-DETAIL.
           WRITE COUNT-REPORT-LINE FROM PHC-ITEM-LINE.
       4100-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE "TOTAL SHRINK VALUE" TO PHC-TL-LABEL.
           MOVE PHC-TOT-SHRINK TO PHC-TL-AMOUNT.
           WRITE COUNT-REPORT-LINE FROM PHC-TOTAL-LINE.
           MOVE "TOTAL OVERAGE VALUE" TO PHC-TL-LABEL.
           MOVE PHC-TOT-OVERAGE TO PHC-TL-AMOUNT.
           WRITE COUNT-REPORT-LINE FROM PHC-TOTAL-LINE.
           MOVE "NET VARIANCE VALUE" TO PHC-TL-LABEL.
           MOVE PHC-TOT-NET TO PHC-TL-AMOUNT.
           WRITE COUNT-REPORT-LINE FROM PHC-TOTAL-LINE.
           DISPLAY PHC-TOTAL-LINE.
           MOVE PHC-CONTROL TO PHC-CL-CONTROL.
           MOVE PHC-SUPERVISOR TO PHC-CL-SUPERVISOR.
           WRITE COUNT-REPORT-LINE FROM PHC-CONTROL-LINE.
       5000-EXIT.
           EXIT.

      *> The supervisor's control number must match what is on file
      *> now, or the sheets have changed since the listing was
      *> signed and nothing is posted.
       6000-POST-VARIANCES.
           IF PHC-CONTROL-ARG NOT = PHC-CONTROL
               DISPLAY "PHYSICAL-COUNT: CONTROL NUMBER " PHC-CONTROL-X
                   " DOES NOT MATCH THE SHEETS ON FILE ("
                   PHC-CONTROL ") - NOTHING POSTED"
               MOVE "CONTROL MISMATCH - NOTHING POSTED"
                   TO PHC-SECTION-LINE
               WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE
               PERFORM 9200-FAIL-THE-RUN THRU 9200-EXIT
           END-IF.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
           MOVE "ADJUSTMENTS POSTED TO ON-HAND" TO PHC-SECTION-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SECTION-LINE.
           PERFORM 6100-POST-ONE-VARIANCE THRU 6100-EXIT
               VARYING PHC-ITEM-INDEX FROM 1 BY 1
               UNTIL PHC-ITEM-INDEX > PHC-ITEM-COUNT.
       6000-EXIT.
           EXIT.

       6100-POST-ONE-VARIANCE.
           IF PHC-IT-ON-MASTER (PHC-ITEM-INDEX) NOT = "Y"
              OR PHC-IT-VARIANCE (PHC-ITEM-INDEX) = ZERO
               GO TO 6100-EXIT
           END-IF.
           MOVE PHC-IT-CODE (PHC-ITEM-INDEX) TO PHC-IL-ITEM.
           MOVE PHC-IT-VARIANCE (PHC-ITEM-INDEX) TO PHC-EDIT-QTY.
           MOVE SPACES TO PHC-IL-DETAIL.
           STRING "ADJUSTED BY " PHC-EDIT-QTY
               DELIMITED BY SIZE INTO PHC-IL-DETAIL.
           IF PHC-IT-VARIANCE (PHC-ITEM-INDEX) < -99999
              OR PHC-IT-VARIANCE (PHC-ITEM-INDEX) > 99999
               MOVE "NOT POSTED - OVER 99999 UNITS" TO PHC-IL-TEXT
               ADD 1 TO PHC-UNPOSTED-COUNT
               WRITE COUNT-REPORT-LINE FROM PHC-ITEM-LINE
               GO TO 6100-EXIT
           END-IF.
           IF PHC-IT-VARIANCE (PHC-ITEM-INDEX) < ZERO
               MOVE "R" TO STOCK-ACTION
               COMPUTE STOCK-QUANTITY =
                   ZERO - PHC-IT-VARIANCE (PHC-ITEM-INDEX)
           ELSE
               MOVE "P" TO STOCK-ACTION
               MOVE PHC-IT-VARIANCE (PHC-ITEM-INDEX) TO STOCK-QUANTITY
           END-IF.
           CALL "SALES-STOCK-SUB" USING PHC-IT-CODE (PHC-ITEM-INDEX),
               STOCK-QUANTITY, STOCK-ACTION, STOCK-STATUS,
               STOCK-UNIT-COST, STOCK-SHORT-QTY.
           IF STOCK-STATUS = "Y"
               MOVE "POSTED" TO PHC-IL-TEXT
               ADD 1 TO PHC-POSTED-COUNT
               WRITE COUNT-REPORT-LINE FROM PHC-ITEM-LINE
               GO TO 6100-EXIT
           END-IF.
           IF STOCK-STATUS = "N"
               MOVE "NOT POSTED - ITEM GONE FROM MASTER"
                   TO PHC-IL-TEXT
               ADD 1 TO PHC-UNPOSTED-COUNT
               WRITE COUNT-REPORT-LINE FROM PHC-ITEM-LINE
               GO TO 6100-EXIT
           END-IF.
           DISPLAY "PHYSICAL-COUNT: ITEM MASTER UNUSABLE POSTING "
               PHC-IT-CODE (PHC-ITEM-INDEX).
           PERFORM 9100-ABORT-ON-IO-ERROR THRU 9100-EXIT.
       6100-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE PHC-SHEET-COUNT TO PHC-SL-SHEETS.
           MOVE PHC-REJECT-COUNT TO PHC-SL-REJECTED.
           MOVE PHC-UNCOUNTED-COUNT TO PHC-SL-UNCOUNTED.
           MOVE PHC-POSTED-COUNT TO PHC-SL-POSTED.
           WRITE COUNT-REPORT-LINE FROM PHC-RULE-LINE.
           WRITE COUNT-REPORT-LINE FROM PHC-SUMMARY-LINE.
           DISPLAY PHC-SUMMARY-LINE.
           CLOSE COUNT-REPORT-FILE.
           SET RJ-ACTION-END TO TRUE.
           MOVE "OK  " TO RJ-STATUS.
           MOVE PHC-SHEET-COUNT TO RJ-READ-COUNT.
           MOVE PHC-POSTED-COUNT TO RJ-WRITE-COUNT.
           MOVE PHC-REJECT-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           IF PHC-REJECT-COUNT > ZERO
              OR PHC-UNKNOWN-COUNT > ZERO
              OR PHC-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9100-ABORT-ON-IO-ERROR.
           SET RJ-ACTION-END TO TRUE.
           MOVE "IOER" TO RJ-STATUS.
           MOVE PHC-SHEET-COUNT TO RJ-READ-COUNT.
           MOVE PHC-POSTED-COUNT TO RJ-WRITE-COUNT.
           MOVE PHC-REJECT-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       9100-EXIT.
           EXIT.

       9200-FAIL-THE-RUN.
           SET RJ-ACTION-END TO TRUE.
           MOVE "FAIL" TO RJ-STATUS.
           MOVE PHC-SHEET-COUNT TO RJ-READ-COUNT.
           MOVE ZERO TO RJ-WRITE-COUNT.
           MOVE PHC-REJECT-COUNT TO RJ-REJECT-COUNT.
           CALL "RUN-JOURNAL-SUB" USING RJ-PARM-AREA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       9200-EXIT.
           EXIT.
