      *> period-table.cpy
      *> Closed-period fields. COPY into WORKING-STORAGE wherever a
      *> program must know which accounting months are closed
      *> (alongside period-file.cpy in the FILE SECTION and
      *> period-calc.cpy in the PROCEDURE DIVISION).
      *> Before PERFORMing 4800-LOAD-CLOSED-PERIODS, move to
      *> PRD-LOOKUP-PERIOD the month whose frozen totals the program
      *> wants (zero for none). The load sets PRD-LAST-CLOSED to the
      *> latest closed month and PRD-OPEN-PERIOD to the month after
      *> it -- the month anything dated into a closed period is
      *> posted to as a prior-period adjustment -- and, when the
      *> looked-up month is closed, PRD-PERIOD-CLOSED and the
      *> PRD-FROZEN- totals and, in PRD-FROZEN-JURIS-ENTRY, the
      *> tax frozen for each of its jurisdictions.
      *> PRD-TABLE-UNUSABLE means the register
      *> exists but cannot be read; the caller must not carry on as
      *> if nothing were closed. A missing register means no month
      *> has been closed yet.
       01  PRD-FILE-SWITCH             PIC X(01) VALUE "N".
           88  PRD-TABLE-UNUSABLE          VALUE "U".
       01  PRD-EOF-SWITCH              PIC X(01) VALUE "N".
           88  END-OF-PERIOD-TABLE         VALUE "Y".
       77  PRD-FILE-STATUS             PIC X(02).
       77  PRD-LOOKUP-PERIOD           PIC 9(6) VALUE ZERO.
       77  PRD-LAST-CLOSED             PIC 9(6) VALUE ZERO.
       01  PRD-OPEN-PERIOD             PIC 9(6) VALUE ZERO.
       01  PRD-OPEN-PERIOD-PARTS REDEFINES PRD-OPEN-PERIOD.
           05  PRD-OP-YYYY             PIC 9(4).
           05  PRD-OP-MM               PIC 9(2).

      *> 4900-RESOLVE-POST-PERIOD posts PRD-RUN-MONTH to
      *> PRD-POST-PERIOD; 4950-SET-LINE-PERIOD gives the month a
      *> log or history line is posted to in PRD-LINE-PERIOD.
      *> Either sets PRD-ADJUSTMENT when the month posted to is not
      *> the month the line is dated in.
       77  PRD-RUN-MONTH               PIC 9(6).
       77  PRD-POST-PERIOD             PIC 9(6).
       77  PRD-LINE-PERIOD             PIC 9(6).
       01  PRD-ADJUST-SWITCH           PIC X(01) VALUE "N".
           88  PRD-ADJUSTMENT              VALUE "Y".

       01  PRD-CLOSED-SWITCH           PIC X(01) VALUE "N".
           88  PRD-PERIOD-CLOSED           VALUE "Y".
       77  PRD-FROZEN-CLOSE-DATE       PIC 9(8) VALUE ZERO.
       77  PRD-FROZEN-SALE-COUNT       PIC 9(7) VALUE ZERO.
       77  PRD-FROZEN-RETURN-COUNT     PIC 9(7) VALUE ZERO.
       77  PRD-FROZEN-SALES-AMT        PIC 9(11)V99 VALUE ZERO.
       77  PRD-FROZEN-RETURNS-AMT      PIC 9(11)V99 VALUE ZERO.
       77  PRD-FROZEN-SALE-DISC        PIC 9(11)V99 VALUE ZERO.
       77  PRD-FROZEN-RETURN-DISC      PIC 9(11)V99 VALUE ZERO.
       77  PRD-FROZEN-TAX-COLL         PIC 9(11)V99 VALUE ZERO.
       77  PRD-FROZEN-TAX-REFUND       PIC 9(11)V99 VALUE ZERO.

      *> One row per jurisdiction record frozen for the looked-up
      *> month, in the order PERIOD-CLOSE wrote them. A report
      *> checking its jurisdictions against the close sets
      *> PRD-FJ-MATCHED on each row it finds, so the rows left
      *> unmatched are the ones the report no longer carries.
       77  PRD-FJ-COUNT                PIC 9(3) COMP VALUE ZERO.
       77  PRD-FJ-INDEX                PIC 9(3) COMP.
       01  PRD-FROZEN-JURIS-AREA.
           05  PRD-FROZEN-JURIS-ENTRY OCCURS 100 TIMES.
               10  PRD-FJ-CODE         PIC X(04).
               10  PRD-FJ-TAX-COLL     PIC 9(11)V99.
               10  PRD-FJ-TAX-REFUND   PIC 9(11)V99.
               10  PRD-FJ-MATCHED      PIC X(01).
