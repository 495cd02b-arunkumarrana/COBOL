      *> period-calc.cpy
      *> Shared closed-period paragraphs. COPY into the PROCEDURE
      *> DIVISION of any program that has COPY'd period-table.cpy
      *> into WORKING-STORAGE, declared PERIOD-CLOSE-FILE (layout
      *> period-file.cpy, FILE STATUS PRD-FILE-STATUS) in its FILE
      *> SECTION, and reads or writes sales-log.cpy records. PERFORM
      *> 4800-LOAD-CLOSED-PERIODS once at initialization, then
      *> 4900-RESOLVE-POST-PERIOD for each month a line is dated in
      *> (the pricing jobs once per run, the archive once per line)
      *> or 4950-SET-LINE-PERIOD for each line a report reads.
       4800-LOAD-CLOSED-PERIODS.
           MOVE ZERO TO PRD-LAST-CLOSED.
           MOVE ZERO TO PRD-OPEN-PERIOD.
           MOVE "N" TO PRD-CLOSED-SWITCH.
           MOVE "N" TO PRD-EOF-SWITCH.
           MOVE ZERO TO PRD-FJ-COUNT.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF PRD-FILE-STATUS = "35"
               GO TO 4800-EXIT
           END-IF.
           IF PRD-FILE-STATUS NOT = "00"
               DISPLAY "PERIOD-CLOSE.DAT NOT AVAILABLE - STATUS "
                   PRD-FILE-STATUS
               SET PRD-TABLE-UNUSABLE TO TRUE
               GO TO 4800-EXIT
           END-IF.
           PERFORM 4810-LOAD-ONE-CLOSE THRU 4810-EXIT
               UNTIL END-OF-PERIOD-TABLE.
           CLOSE PERIOD-CLOSE-FILE.
           IF PRD-LAST-CLOSED = ZERO
               GO TO 4800-EXIT
           END-IF.
           MOVE PRD-LAST-CLOSED TO PRD-OPEN-PERIOD.
           IF PRD-OP-MM = 12
               ADD 1 TO PRD-OP-YYYY
               MOVE 01 TO PRD-OP-MM
           ELSE
               ADD 1 TO PRD-OP-MM
           END-IF.
       4800-EXIT.
           EXIT.

       4810-LOAD-ONE-CLOSE.
           READ PERIOD-CLOSE-FILE
               AT END
                   SET END-OF-PERIOD-TABLE TO TRUE
                   GO TO 4810-EXIT
           END-READ.
           IF PC-JURIS-REC
               PERFORM 4820-LOAD-FROZEN-JURIS THRU 4820-EXIT
               GO TO 4810-EXIT
           END-IF.
           IF NOT PC-TOTAL-REC
               GO TO 4810-EXIT
           END-IF.
           IF PC-PERIOD > PRD-LAST-CLOSED
               MOVE PC-PERIOD TO PRD-LAST-CLOSED
           END-IF.
           IF PC-PERIOD = PRD-LOOKUP-PERIOD
               SET PRD-PERIOD-CLOSED TO TRUE
               MOVE PC-CLOSE-DATE TO PRD-FROZEN-CLOSE-DATE
               MOVE PC-SALE-COUNT TO PRD-FROZEN-SALE-COUNT
               MOVE PC-RETURN-COUNT TO PRD-FROZEN-RETURN-COUNT
               MOVE PC-SALES-AMT TO PRD-FROZEN-SALES-AMT
               MOVE PC-RETURNS-AMT TO PRD-FROZEN-RETURNS-AMT
               MOVE PC-SALE-DISC TO PRD-FROZEN-SALE-DISC
               MOVE PC-RETURN-DISC TO PRD-FROZEN-RETURN-DISC
               MOVE PC-TAX-COLLECTED TO PRD-FROZEN-TAX-COLL
               MOVE PC-TAX-REFUNDED TO PRD-FROZEN-TAX-REFUND
           END-IF.
       4810-EXIT.
           EXIT.

       4820-LOAD-FROZEN-JURIS.
           IF PRD-LOOKUP-PERIOD = ZERO
              OR PC-PERIOD NOT = PRD-LOOKUP-PERIOD
               GO TO 4820-EXIT
           END-IF.
           IF PRD-FJ-COUNT NOT < 100
               DISPLAY "PERIOD-CLOSE.DAT JURISDICTION TABLE FULL -"
                   " NOT CHECKED: " PC-JURIS-CODE
               GO TO 4820-EXIT
           END-IF.
           ADD 1 TO PRD-FJ-COUNT.
           MOVE PC-JURIS-CODE TO PRD-FJ-CODE (PRD-FJ-COUNT).
           MOVE PC-TAX-COLLECTED TO PRD-FJ-TAX-COLL (PRD-FJ-COUNT).
           MOVE PC-TAX-REFUNDED TO PRD-FJ-TAX-REFUND (PRD-FJ-COUNT).
           MOVE "N" TO PRD-FJ-MATCHED (PRD-FJ-COUNT).
       4820-EXIT.
           EXIT.

      *> A month at or before the last one closed is posted to the
      *> open period instead, as a prior-period adjustment.
       4900-RESOLVE-POST-PERIOD.
           MOVE "N" TO PRD-ADJUST-SWITCH.
           MOVE PRD-RUN-MONTH TO PRD-POST-PERIOD.
           IF PRD-LAST-CLOSED NOT = ZERO
              AND PRD-RUN-MONTH NOT > PRD-LAST-CLOSED
               MOVE PRD-OPEN-PERIOD TO PRD-POST-PERIOD
               SET PRD-ADJUSTMENT TO TRUE
           END-IF.
       4900-EXIT.
           EXIT.

      *> A line logged before posting periods were kept has no
      *> LOG-POST-PERIOD and counts in the month it is dated in.
       4950-SET-LINE-PERIOD.
           MOVE "N" TO PRD-ADJUST-SWITCH.
           IF LOG-POST-PERIOD NUMERIC
              AND LOG-POST-PERIOD NOT = ZERO
               MOVE LOG-POST-PERIOD TO PRD-LINE-PERIOD
           ELSE
               MOVE LOG-RUN-DATE (1:6) TO PRD-LINE-PERIOD
           END-IF.
           IF PRD-LINE-PERIOD NOT = LOG-RUN-DATE (1:6)
               SET PRD-ADJUSTMENT TO TRUE
           END-IF.
       4950-EXIT.
           EXIT.
