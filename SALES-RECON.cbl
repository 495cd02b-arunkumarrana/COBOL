       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TXN-FILE.
       01  SALES-TXN-RECON-RECORD      PIC X(80).

       FD  DAILY-BATCH-FILE.
       01  DAILY-BATCH-RECON-RECORD    PIC X(72).

       FD  SALES-LOG-FILE.
       COPY 'sales-log.cpy'. *> Imports the audit-log record layout
