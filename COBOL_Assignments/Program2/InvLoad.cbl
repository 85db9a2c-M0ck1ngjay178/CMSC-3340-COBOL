         05 LOAD-RECEIVED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE UNIT ARRIVED

       FD  INVENTORY-MASTER                    *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER KEYED BY STOCK NUMBER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.                    *>ONE RECORD PER STOCK UNIT
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 INV-RECEIVED-DATE PIC 9(8).        *>DATE (YYYYMMDD) THE UNIT ARRIVED ON THE LOT
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 INV-SOLD-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE UNIT WAS SOLD, ZERO WHILE UNSOLD
         05 INV-SOURCE-FLAG PIC X(1).          *>'T' WHEN THE UNIT CAME IN AS A TRADE-IN, BLANK WHEN BOUGHT

       FD  AUDIT-FILE                          *>FILE DESCRIPTION FOR THE RECEIVING AUDIT LISTING
                 RECORD CONTAINS 70 CHARACTERS
                   MOVE LOAD-RECEIVED-DATE TO INV-RECEIVED-DATE
                   MOVE 'N' TO INV-SOLD-FLAG                              *>A NEWLY RECEIVED UNIT IS UNSOLD
                   MOVE ZERO TO INV-SOLD-DATE                             *>AND HAS NO SOLD DATE YET
                   MOVE SPACE TO INV-SOURCE-FLAG                          *>A RECEIVED UNIT WAS BOUGHT, NOT TRADED IN
                   WRITE INVENTORY-RECORD                                 *>ADD THE UNIT TO THE MASTER
                   ADD 1 TO LOADED-COUNT                                  *>ACCUMULATE THE LOADED CONTROL TOTAL
                   MOVE 'LOADED' TO AUD-RESULT                            *>AUDIT WHAT WAS DONE
