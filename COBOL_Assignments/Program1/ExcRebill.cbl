         05 EXCP-HELD-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE EXCEPTION WAS HELD

       FD  HISTORY-FILE                        *>FILE DESCRIPTION FOR THE CUSTOMER-HISTORY FILE KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 233 CHARACTERS
                  DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.                      *>HISTORY-RECORD HOLDS THE ROLLING TWELVE CYCLES FOR AN ACCOUNT NUMBER
         05 HIST-ACCT-NUM PIC 9(6).            *>HIST-ACCT-NUM IS THE RECORD KEY
             15 HC-YEAR PIC 9(4).              *>YEAR THE SLOT LAST BILLED (ZERO = NEVER)
             15 HC-UNITS PIC 9(5).             *>THAT CYCLE'S UNITS
             15 HC-BILL PIC 9(6)V99.           *>THAT CYCLE'S BILLED DOLLARS
             15 HC-EST-FLAG PIC X(1).          *>'E' WHEN THE CYCLE WAS BILLED FROM AN ESTIMATE

       FD  BILLING-REG-FILE                    *>FILE DESCRIPTION FOR THE BILLING REGISTER CONSUMED BY THE A/R RUN
                 RECORD CONTAINS 23 CHARACTERS
                  DATA RECORD IS BILLING-REG-LINE.
       01 BILLING-REG-LINE.                    *>ONE LINE PER BILL PRODUCED, MACHINE-READABLE FOR DOWNSTREAM POSTING
         05 BREG-ACCT-NUM PIC 9(6).            *>ACCOUNT NUMBER BILLED
         05 BREG-BILL-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE BILL WAS PRODUCED
         05 BREG-AMOUNT PIC 9(6)V99.           *>DOLLAR AMOUNT BILLED
         05 BREG-CREDIT-FLAG PIC X(1).         *>'C' WHEN A FINAL BILL NETS TO A CREDIT - ALWAYS BLANK HERE

       FD  REBILL-FILE                         *>FILE DESCRIPTION FOR THE RE-BILL LISTING OF APPROVED EXCEPTIONS
                 RECORD CONTAINS 60 CHARACTERS
           MOVE EXCP-ACCT-NUM TO BREG-ACCT-NUM.                           *>POST THE RE-BILL TO THE REGISTER FOR THE A/R RUN
           MOVE RUN-DATE TO BREG-BILL-DATE.
           MOVE BILL-TOTAL TO BREG-AMOUNT.
           MOVE SPACE TO BREG-CREDIT-FLAG.
           WRITE BILLING-REG-LINE.
           MOVE EXCP-ACCT-NUM TO RBL-ACCT.                                *>PREPARE THE RE-BILL LISTING LINE
           MOVE UNITS TO RBL-UNITS.
           MOVE RUN-YYYY TO HC-YEAR (RUN-MM).                             *>THE CONFIRMED CYCLE TAKES OVER ITS MONTH'S SLOT
           MOVE UNITS TO HC-UNITS (RUN-MM).
           MOVE BILL-TOTAL TO HC-BILL (RUN-MM).
           MOVE SPACE TO HC-EST-FLAG (RUN-MM).                            *>A CONFIRMED READ, NOT AN ESTIMATE
           IF HIST-FOUND-SWITCH = 'YES'                                   *>IF A HISTORY RECORD ALREADY EXISTED FOR THIS ACCOUNT
               REWRITE HISTORY-RECORD                                     *>UPDATE IT IN PLACE
           ELSE                                                           *>OTHERWISE THIS IS THE FIRST CYCLE ON RECORD FOR THIS ACCOUNT
