       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT.
      *> Vendor-master maintenance. Applies the add / change /
      *> delete records keyed to VENDOR-MAINT-IN.DAT against the
      *> indexed vendor master VENDOR-MASTER.DAT, and prints a
      *> before/after audit listing to VENDOR-MAINT-REPORT.DAT, the
      *> same way CUSTOMER-MAINT's listing backs the customer desk.
      *> Each vendor carries its name and quoted lead time in days,
      *> which PO-BUILD uses to date the POs it raises and
      *> PO-AGING-REPORT to decide what is late. Maintenance that
      *> cannot be applied (an add for a code already on file, a
      *> change or delete for a code that is not) is listed with
      *> its reason and skipped, so one bad line never stops the
      *> rest of the batch. Deleting a vendor does not touch the
      *> items that name it; PO-BUILD lists those items instead of
      *> ordering them until the buyers pick a new vendor.
      *> A missing master is created empty on the first add, the
      *> same way the pricing jobs create a missing SALES-LOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-MAINT-IN-FILE
               ASSIGN TO "VENDOR-MAINT-IN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-IN-FILE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDOR-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-CODE
               FILE STATUS IS VEND-FILE-STATUS.
           SELECT VEND-MAINT-REPORT-FILE
               ASSIGN TO "VENDOR-MAINT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VEND-MAINT-IN-FILE.
       01  VEND-MAINT-IN-RECORD.
           05  VMT-ACTION              PIC X(01).
               88  VMT-ADD                 VALUE "A".
               88  VMT-CHANGE              VALUE "C".
               88  VMT-DELETE              VALUE "D".
           05  VMT-VEND-CODE           PIC X(06).
           05  VMT-VEND-NAME           PIC X(30).
           05  VMT-LEAD-DAYS-X         PIC X(03).
           05  VMT-LEAD-DAYS REDEFINES VMT-LEAD-DAYS-X
                                       PIC 9(3).

       FD  VENDOR-MASTER-FILE.
       COPY 'vendor-master.cpy'. *> Imports the vendor layout

       FD  VEND-MAINT-REPORT-FILE.
       01  VEND-MAINT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       77  VEND-FILE-STATUS            PIC X(02).
       77  MAINT-IN-FILE-STATUS        PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  END-OF-MAINT                VALUE "Y".

       01  VMT-RECORD-STATUS           PIC X(01).
           88  VMT-ON-FILE                 VALUE "F".
           88  VMT-NOT-ON-FILE             VALUE "N".

       77  VMT-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
       77  VMT-APPLIED-COUNT           PIC 9(8) COMP VALUE ZERO.
       77  VMT-SKIPPED-COUNT           PIC 9(8) COMP VALUE ZERO.

       01  VMT-HEADING-LINE            PIC X(44) VALUE
               "VENDOR MASTER MAINTENANCE AUDIT LISTING".
       01  VMT-RULE-LINE               PIC X(44) VALUE ALL "-".

       01  VMT-ACTION-LINE.
           05  FILLER                  PIC X(08) VALUE "ACTION: ".
           05  VMT-AL-ACTION           PIC X(01).
           05  FILLER                  PIC X(07) VALUE "  VEND ".
           05  VMT-AL-VEND-CODE        PIC X(06).
           05  FILLER                  PIC X(02) VALUE "  ".
           05  VMT-AL-DISPOSITION      PIC X(30).

       01  VMT-IMAGE-LINE.
           05  VMT-IL-TAG              PIC X(09).
           05  VMT-IL-VEND-NAME        PIC X(30).
           05  FILLER                  PIC X(13) VALUE
                   "  LEAD DAYS  ".
           05  VMT-IL-LEAD-DAYS        PIC ZZ9.

       01  VMT-TEXT-LINE.
           05  VMT-TL-TAG              PIC X(09).
           05  VMT-TL-TEXT             PIC X(30).

       01  VMT-SUMMARY-LINE.
           05  FILLER                  PIC X(07) VALUE "READ: ".
           05  VMT-SL-READ             PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  APPLIED:".
           05  VMT-SL-APPLIED          PIC Z(7)9.
           05  FILLER                  PIC X(10) VALUE "  SKIPPED:".
           05  VMT-SL-SKIPPED          PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
               UNTIL END-OF-MAINT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VEND-MAINT-IN-FILE.
           IF MAINT-IN-FILE-STATUS = "35"
               DISPLAY "VENDOR-MAINT: NO VENDOR-MAINT-IN.DAT -"
                   " NOTHING TO APPLY"
               SET END-OF-MAINT TO TRUE
           ELSE
               IF MAINT-IN-FILE-STATUS NOT = "00"
                   DISPLAY "VENDOR-MAINT: CANNOT OPEN"
                       " VENDOR-MAINT-IN.DAT STATUS "
                       MAINT-IN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O VENDOR-MASTER-FILE.
           IF VEND-FILE-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF.
           IF VEND-FILE-STATUS NOT = "00"
               DISPLAY "VENDOR-MAINT: CANNOT OPEN"
                   " VENDOR-MASTER.DAT STATUS " VEND-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VEND-MAINT-REPORT-FILE.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-HEADING-LINE.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-RULE-LINE.
           IF NOT END-OF-MAINT
               PERFORM 1100-READ-MAINT THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-MAINT.
           READ VEND-MAINT-IN-FILE
               AT END
                   SET END-OF-MAINT TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       2000-APPLY-MAINTENANCE.
           ADD 1 TO VMT-READ-COUNT.
           MOVE VMT-ACTION TO VMT-AL-ACTION.
           MOVE VMT-VEND-CODE TO VMT-AL-VEND-CODE.
           IF NOT VMT-ADD AND NOT VMT-CHANGE AND NOT VMT-DELETE
               PERFORM 2900-LIST-SKIPPED-BAD-ACTION THRU 2900-EXIT
           ELSE
               IF (VMT-ADD OR VMT-CHANGE)
                  AND (VMT-LEAD-DAYS-X NOT NUMERIC
                  OR VMT-VEND-CODE = SPACES)
                   PERFORM 2910-LIST-SKIPPED-BAD-FIELDS
                       THRU 2910-EXIT
               ELSE
                   PERFORM 2100-APPLY-ONE-ACTION THRU 2100-EXIT
               END-IF
           END-IF.
           PERFORM 1100-READ-MAINT THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-ACTION.
           PERFORM 3000-READ-MASTER-BY-KEY THRU 3000-EXIT.
           IF VMT-ADD
               PERFORM 2200-APPLY-ADD THRU 2200-EXIT
           END-IF.
           IF VMT-CHANGE
               PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
           END-IF.
           IF VMT-DELETE
               PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-APPLY-ADD.
           IF VMT-ON-FILE
               MOVE "SKIPPED - ALREADY ON FILE" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-SKIPPED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
               PERFORM 4000-LIST-BEFORE-IMAGE THRU 4000-EXIT
           ELSE
               MOVE "APPLIED" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-APPLIED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
               PERFORM 4100-LIST-NO-BEFORE-IMAGE THRU 4100-EXIT
               MOVE VMT-VEND-CODE TO VEND-CODE
               MOVE VMT-VEND-NAME TO VEND-NAME
               MOVE VMT-LEAD-DAYS TO VEND-LEAD-DAYS
               WRITE VENDOR-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2300-APPLY-CHANGE.
           IF VMT-NOT-ON-FILE
               MOVE "SKIPPED - NOT ON FILE" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-SKIPPED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
           ELSE
               MOVE "APPLIED" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-APPLIED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
               PERFORM 4000-LIST-BEFORE-IMAGE THRU 4000-EXIT
               MOVE VMT-VEND-NAME TO VEND-NAME
               MOVE VMT-LEAD-DAYS TO VEND-LEAD-DAYS
               REWRITE VENDOR-MASTER-RECORD
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               PERFORM 4200-LIST-AFTER-IMAGE THRU 4200-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2400-APPLY-DELETE.
           IF VMT-NOT-ON-FILE
               MOVE "SKIPPED - NOT ON FILE" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-SKIPPED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
           ELSE
               MOVE "APPLIED" TO VMT-AL-DISPOSITION
               ADD 1 TO VMT-APPLIED-COUNT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE
               PERFORM 4000-LIST-BEFORE-IMAGE THRU 4000-EXIT
               DELETE VENDOR-MASTER-FILE
               PERFORM 3100-CHECK-MASTER-IO THRU 3100-EXIT
               MOVE "  AFTER: " TO VMT-TL-TAG
               MOVE "(DELETED)" TO VMT-TL-TEXT
               WRITE VEND-MAINT-REPORT-LINE FROM VMT-TEXT-LINE
           END-IF.
       2400-EXIT.
           EXIT.

       2900-LIST-SKIPPED-BAD-ACTION.
           MOVE "SKIPPED - ACTION NOT A/C/D" TO VMT-AL-DISPOSITION.
           ADD 1 TO VMT-SKIPPED-COUNT.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE.
       2900-EXIT.
           EXIT.

       2910-LIST-SKIPPED-BAD-FIELDS.
           MOVE "SKIPPED - BAD KEY OR LEAD DAYS" TO VMT-AL-DISPOSITION.
           ADD 1 TO VMT-SKIPPED-COUNT.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-ACTION-LINE.
       2910-EXIT.
           EXIT.

       3000-READ-MASTER-BY-KEY.
           MOVE VMT-VEND-CODE TO VEND-CODE.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   SET VMT-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET VMT-ON-FILE TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *> A master that stops taking updates mid-run must end the job
      *> loudly -- carrying on would print APPLIED lines for
      *> lead-time changes that never reached the file.
       3100-CHECK-MASTER-IO.
           IF VEND-FILE-STATUS NOT = "00"
               DISPLAY "VENDOR-MAINT: VENDOR-MASTER.DAT I-O"
                   " FAILED STATUS " VEND-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       3100-EXIT.
           EXIT.

       4000-LIST-BEFORE-IMAGE.
           MOVE " BEFORE: " TO VMT-IL-TAG.
           MOVE VEND-NAME TO VMT-IL-VEND-NAME.
           MOVE VEND-LEAD-DAYS TO VMT-IL-LEAD-DAYS.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-IMAGE-LINE.
       4000-EXIT.
           EXIT.

       4100-LIST-NO-BEFORE-IMAGE.
           MOVE " BEFORE: " TO VMT-TL-TAG.
           MOVE "(NOT ON FILE)" TO VMT-TL-TEXT.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-TEXT-LINE.
       4100-EXIT.
           EXIT.

       4200-LIST-AFTER-IMAGE.
           MOVE "  AFTER: " TO VMT-IL-TAG.
           MOVE VEND-NAME TO VMT-IL-VEND-NAME.
           MOVE VEND-LEAD-DAYS TO VMT-IL-LEAD-DAYS.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-IMAGE-LINE.
       4200-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE VMT-READ-COUNT TO VMT-SL-READ.
           MOVE VMT-APPLIED-COUNT TO VMT-SL-APPLIED.
           MOVE VMT-SKIPPED-COUNT TO VMT-SL-SKIPPED.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-RULE-LINE.
           WRITE VEND-MAINT-REPORT-LINE FROM VMT-SUMMARY-LINE.
           IF MAINT-IN-FILE-STATUS NOT = "35"
               CLOSE VEND-MAINT-IN-FILE
           END-IF.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE VEND-MAINT-REPORT-FILE.
       9000-EXIT.
           EXIT.
