         05 XFER-DATE PIC 9(8).                *>DATE (YYYYMMDD) THE UNIT MOVED

       FD  INVENTORY-MASTER                    *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER KEYED BY STOCK NUMBER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.                    *>ONE RECORD PER STOCK UNIT
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 INV-RECEIVED-DATE PIC 9(8).        *>DATE (YYYYMMDD) THE UNIT ARRIVED ON THE LOT
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 INV-SOLD-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE UNIT WAS SOLD, ZERO WHILE UNSOLD
         05 INV-SOURCE-FLAG PIC X(1).          *>'T' WHEN THE UNIT CAME IN AS A TRADE-IN, BLANK WHEN BOUGHT

       FD  AUDIT-FILE                          *>FILE DESCRIPTION FOR THE TRANSFER AUDIT LISTING
                 RECORD CONTAINS 70 CHARACTERS
