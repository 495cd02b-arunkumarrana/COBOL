           05  CUTOVER-DATE            PIC 9(8).

       FD  SALES-LOG-FILE.
       01  SALES-LOG-SCAN-RECORD       PIC X(200).

       FD  SALES-CKPT-FILE.
       01  SALES-CKPT-SCAN-RECORD      PIC X(08).
