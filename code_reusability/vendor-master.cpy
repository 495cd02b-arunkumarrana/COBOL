      *> vendor-master.cpy
      *> Record layout for VENDOR-MASTER.DAT, the indexed vendor
      *> master keyed by VEND-CODE. Each item names its preferred
      *> vendor (ITEM-VENDOR-CODE on the item master); PO-BUILD
      *> looks the vendor up here to head the purchase order and to
      *> set the date the goods are due, and PO-AGING-REPORT uses
      *> the same due date to say what is late. VEND-LEAD-DAYS is
      *> the vendor's quoted days from order to delivery; zero
      *> means the goods are due the day they are ordered. COPY
      *> into the FILE SECTION under an FD for the master;
      *> VENDOR-MAINT owns all maintenance.
       01  VENDOR-MASTER-RECORD.
           05  VEND-CODE               PIC X(06).
           05  VEND-NAME               PIC X(30).
           05  VEND-LEAD-DAYS          PIC 9(3).
