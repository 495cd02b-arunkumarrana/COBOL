       PROGRAM-ID. SALES-ITEM-SUB.
      *> Item-master lookup for the sales pricing chain. Callers
      *> (SALES-CALCULATOR2, SALES-PRICE-SUB, SALES-EDIT) hand in an
      *> item code and get back the master's description, unit price,
      *> taxable flag and unit cost, plus a found switch -- every
      *> program that prices or edits a sale resolves an item code
      *> through this one subprogram, so there is exactly one place
      *> that reads ITEM-MASTER.DAT.
      *> The master stays open across calls: it is opened on the
      *> first lookup of the run and closed when the operating
      *> system ends the job, the same way a batch job would hold an
       01  ITEM-UNIT-PRICE-PARM        PIC 9(5)V99.
       01  ITEM-TAXABLE-FLAG-PARM      PIC X(01).
       01  ITEM-FOUND-SWITCH-PARM      PIC X(01).
       01  ITEM-UNIT-COST-PARM         PIC 9(5)V99.

       PROCEDURE DIVISION USING ITEM-CODE-PARM,
               ITEM-DESCRIPTION-PARM, ITEM-UNIT-PRICE-PARM,
               ITEM-TAXABLE-FLAG-PARM, ITEM-FOUND-SWITCH-PARM,
               ITEM-UNIT-COST-PARM.
       0000-MAIN.
           IF NOT ITEM-MASTER-OPENED AND NOT ITEM-MASTER-UNUSABLE
               PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
                   MOVE ITEM-DESCRIPTION TO ITEM-DESCRIPTION-PARM
                   MOVE ITEM-UNIT-PRICE TO ITEM-UNIT-PRICE-PARM
                   MOVE ITEM-TAXABLE-FLAG TO ITEM-TAXABLE-FLAG-PARM
                   MOVE ITEM-UNIT-COST TO ITEM-UNIT-COST-PARM
                   MOVE "Y" TO ITEM-FOUND-SWITCH-PARM
           END-READ.
       2000-EXIT.
           MOVE SPACES TO ITEM-DESCRIPTION-PARM.
           MOVE ZERO TO ITEM-UNIT-PRICE-PARM.
           MOVE "N" TO ITEM-TAXABLE-FLAG-PARM.
           MOVE ZERO TO ITEM-UNIT-COST-PARM.
           MOVE "N" TO ITEM-FOUND-SWITCH-PARM.
       3000-EXIT.
           EXIT.
