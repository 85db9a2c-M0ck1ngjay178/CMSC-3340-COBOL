       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegSweep.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY SWEEP - WALKS
       *> EVERY KEYED MASTER THAT POINTS AT ANOTHER ONE AND LOOKS
       *> EACH REFERENCE UP IN THE MASTER IT DEPENDS ON: THE UTILITY
       *> FILES AGAINST THE CUSTOMER MASTER, THE SALESPERSON, SALES
       *> AND FLOOR-PLAN FILES AGAINST THE EMPLOYEE, PLAN AND
       *> INVENTORY MASTERS, THE PAYROLL FILES AGAINST THE EMPLOYEE
       *> MASTER AND THE DEDUCTION CODES, AND THE LEDGER AGAINST THE
       *> CHART OF ACCOUNTS. READS ONLY - NOTHING IS REPAIRED. EVERY
       *> BREAK IS LISTED BY SEVERITY AND RELATIONSHIP; A BREAK IN
       *> ANYTHING MONEY DEPENDS ON ENDS THE RUN WITH RETURN CODE 8
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUSTOMER-MASTER ASSIGN TO 'custmast.dat'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS CMAST-ACCT-NUM
                         FILE STATUS IS CMAST-STATUS.
        SELECT AR-MASTER ASSIGN TO 'armast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS AR-ACCT-NUM
                        FILE STATUS IS AR-STATUS.
        SELECT SECURITY-DEP-FILE ASSIGN TO 'depmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS SDEP-ACCT-NUM
                        FILE STATUS IS SDEP-STATUS.
        SELECT BUDGET-FILE ASSIGN TO 'budmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS BUD-ACCT-NUM
                        FILE STATUS IS BUD-STATUS.
        SELECT AR-LEDGER-FILE ASSIGN TO 'arledger.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS ALED-KEY
                        FILE STATUS IS ALED-STATUS.
        SELECT HISTORY-FILE ASSIGN TO 'history.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS HIST-ACCT-NUM
                        FILE STATUS IS HIST-STATUS.
        SELECT SHUTOFF-FILE ASSIGN TO 'shutoff.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS SHUT-ACCT-NUM
                        FILE STATUS IS SHUT-STATUS.
        SELECT EXC-PEND-FILE ASSIGN TO 'excpend.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS EXCP-ACCT-NUM
                        FILE STATUS IS EXCP-STATUS.
        SELECT METER-FILE ASSIGN TO 'metermast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS MTR-ACCT-NUM
                        FILE STATUS IS MTR-STATUS.
        SELECT EMPLOYEE-MASTER ASSIGN TO 'empmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS EM-EMP-ID
                        FILE STATUS IS EMAST-STATUS.
        SELECT SP-XREF-FILE ASSIGN TO 'spxref.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SPX-CODE
                        FILE STATUS IS SPXF-STATUS.
        SELECT COMM-PLAN-FILE ASSIGN TO 'commplan.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS CPL-CODE
                        FILE STATUS IS CPLF-STATUS.
        SELECT SALES-REGISTER ASSIGN TO 'salesreg.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS SREG-STOCK-NUM
                        FILE STATUS IS SREG-STATUS.
        SELECT INVENTORY-MASTER ASSIGN TO 'invmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS INV-STOCK-NUM
                        FILE STATUS IS INV-STATUS.
        SELECT FLOOR-PLAN-FILE ASSIGN TO 'fpmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS FP-STOCK-NUM
                        FILE STATUS IS FPM-STATUS.
        SELECT YTD-PAYROLL ASSIGN TO 'ytdpay.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS YTD-EMP-ID
                        FILE STATUS IS YTD-STATUS.
        SELECT CHECK-REGISTER ASSIGN TO 'checkreg.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS CHK-KEY
                        FILE STATUS IS CHKREG-STATUS.
        SELECT DEDUCTION-MASTER ASSIGN TO 'dedmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS DM-KEY
                        FILE STATUS IS DMAST-STATUS.
        SELECT DED-CODE-FILE ASSIGN TO 'dedcodes.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DCODE-STATUS.
        SELECT CHART-FILE ASSIGN TO 'coamast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS COA-ACCOUNT
                        FILE STATUS IS COA-STATUS.
        SELECT GL-BALANCE-FILE ASSIGN TO 'glbal.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS GLB-KEY
                        FILE STATUS IS GLB-STATUS.
        SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'integrity.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER                     *>FILE DESCRIPTION FOR THE CUSTOMER MASTER - THE PARENT OF
                 RECORD CONTAINS 76 CHARACTERS *>EVERY UTILITY FILE KEYED BY ACCOUNT
                  DATA RECORD IS CUSTOMER-RECORD.
       01 CUSTOMER-RECORD.                     *>ONE RECORD PER CUSTOMER ACCOUNT
         05 CMAST-ACCT-NUM PIC 9(6).           *>CMAST-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(70).                  *>NAME, ADDRESS, STATUS AND SUCCESSOR - NOT USED HERE

       FD  AR-MASTER                           *>FILE DESCRIPTION FOR THE A/R MASTER
                 RECORD CONTAINS 65 CHARACTERS
                  DATA RECORD IS AR-RECORD.
       01 AR-RECORD.                           *>ONE RECORD PER ACCOUNT WITH AN A/R BALANCE
         05 AR-ACCT-NUM PIC 9(6).              *>AR-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(59).                  *>AGED BALANCES AND FLAGS - NOT USED HERE

       FD  SECURITY-DEP-FILE                   *>FILE DESCRIPTION FOR THE SECURITY-DEPOSIT MASTER
                 RECORD CONTAINS 55 CHARACTERS
                  DATA RECORD IS SECURITY-DEP-RECORD.
       01 SECURITY-DEP-RECORD.                 *>ONE RECORD PER ACCOUNT THAT HAS POSTED A SECURITY DEPOSIT
         05 SDEP-ACCT-NUM PIC 9(6).            *>SDEP-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(40).                  *>AMOUNT, INTEREST AND DATES - NOT USED HERE
         05 SDEP-HOLD-FLAG PIC X(1).           *>'H' HELD, 'C' CREDITED TO THE ACCOUNT, 'A' APPLIED TO A FINAL BILL
         05 FILLER PIC X(8).                   *>DISPOSED DATE - NOT USED HERE

       FD  BUDGET-FILE                         *>FILE DESCRIPTION FOR THE BUDGET-BILLING MASTER
                 RECORD CONTAINS 18 CHARACTERS
                  DATA RECORD IS BUDGET-RECORD.
       01 BUDGET-RECORD.                       *>ONE RECORD PER ACCOUNT ON THE BUDGET PLAN
         05 BUD-ACCT-NUM PIC 9(6).             *>BUD-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(12).                  *>VARIANCE AND MONTHS - NOT USED HERE

       FD  AR-LEDGER-FILE                      *>FILE DESCRIPTION FOR THE A/R TRANSACTION LEDGER
                 RECORD CONTAINS 75 CHARACTERS
                  DATA RECORD IS AR-LEDGER-RECORD.
       01 AR-LEDGER-RECORD.                    *>ONE RECORD PER POSTING
         05 ALED-KEY.                          *>ALED-KEY IS THE RECORD KEY
           10 ALED-ACCT-NUM PIC 9(6).          *>ACCOUNT POSTED - 000000 IS UNAPPLIED-CASH SUSPENSE
           10 ALED-SEQ PIC 9(5).               *>POSTING SEQUENCE WITHIN THE ACCOUNT
         05 FILLER PIC X(64).                  *>THE POSTING ITSELF - NOT USED HERE

       FD  HISTORY-FILE                        *>FILE DESCRIPTION FOR THE CUSTOMER USAGE HISTORY
                 RECORD CONTAINS 233 CHARACTERS
                  DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.                      *>ONE RECORD PER ACCOUNT BILLED
         05 HIST-ACCT-NUM PIC 9(6).            *>HIST-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(227).                 *>USAGE AND CYCLE HISTORY - NOT USED HERE

       FD  SHUTOFF-FILE                        *>FILE DESCRIPTION FOR THE SHUTOFF WORKFLOW MASTER
                 RECORD CONTAINS 25 CHARACTERS
                  DATA RECORD IS SHUTOFF-RECORD.
       01 SHUTOFF-RECORD.                      *>ONE RECORD PER ACCOUNT WITH AN OPEN SHUTOFF STAGE
         05 SHUT-ACCT-NUM PIC 9(6).            *>SHUT-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(19).                  *>STAGE, DATE AND PAST-DUE AMOUNT - NOT USED HERE

       FD  EXC-PEND-FILE                       *>FILE DESCRIPTION FOR THE HELD USAGE-EXCEPTION BILLS
                 RECORD CONTAINS 24 CHARACTERS
                  DATA RECORD IS EXC-PEND-RECORD.
       01 EXC-PEND-RECORD.                     *>ONE RECORD PER ACCOUNT HELD FOR REVIEW
         05 EXCP-ACCT-NUM PIC 9(6).            *>EXCP-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(18).                  *>UNITS AND HELD DATE - NOT USED HERE

       FD  METER-FILE                          *>FILE DESCRIPTION FOR THE METER MASTER
                 RECORD CONTAINS 73 CHARACTERS
                  DATA RECORD IS METER-RECORD.
       01 METER-RECORD.                        *>ONE RECORD PER ACCOUNT WITH A METER ON FILE
         05 MTR-ACCT-NUM PIC 9(6).             *>MTR-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(67).                  *>METER DETAIL - NOT USED HERE

       FD  EMPLOYEE-MASTER                     *>FILE DESCRIPTION FOR THE EMPLOYEE MASTER - THE PARENT OF
                 RECORD CONTAINS 69 CHARACTERS *>THE SALESPERSON AND PAYROLL FILES
                  DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.                 *>ONE RECORD PER EMPLOYEE
         05 EM-EMP-ID PIC 9(5).                *>EM-EMP-ID IS THE RECORD KEY
         05 FILLER PIC X(29).                  *>NAME AND WAGE - NOT USED HERE
         05 EM-STATUS PIC X(1).                *>'A' ACTIVE, 'T' TERMINATED
         05 FILLER PIC X(34).                  *>BANK AND W-4 - NOT USED HERE

       FD  SP-XREF-FILE                        *>FILE DESCRIPTION FOR THE SALESPERSON CODE CROSS-REFERENCE
                 RECORD CONTAINS 20 CHARACTERS
                  DATA RECORD IS SP-XREF-RECORD.
       01 SP-XREF-RECORD.                      *>ONE RECORD PER SALESPERSON CODE
         05 SPX-CODE PIC X(10).                *>SPX-CODE IS THE RECORD KEY
         05 SPX-EMP-ID PIC 9(5).               *>PAYROLL EMPLOYEE ID OF RECORD FOR THE CODE
         05 SPX-STATUS PIC X(1).               *>'A' ACTIVE, 'I' INACTIVE
         05 SPX-PLAN PIC X(4).                 *>COMMISSION PLAN THE CODE IS PAID ON, BLANK FOR A KEYED RATE

       FD  COMM-PLAN-FILE                      *>FILE DESCRIPTION FOR THE COMMISSION PLAN MASTER
                 RECORD CONTAINS 171 CHARACTERS
                  DATA RECORD IS COMM-PLAN-RECORD.
       01 COMM-PLAN-RECORD.                    *>ONE RECORD PER COMMISSION PLAN
         05 CPL-CODE PIC X(4).                 *>CPL-CODE IS THE RECORD KEY
         05 FILLER PIC X(167).                 *>TIERS AND SPIFFS - NOT USED HERE

       FD  SALES-REGISTER                      *>FILE DESCRIPTION FOR THE SALES REGISTER
                 RECORD CONTAINS 102 CHARACTERS
                  DATA RECORD IS SALES-REG-RECORD.
       01 SALES-REG-RECORD.                    *>ONE RECORD PER UNIT SOLD
         05 SREG-STOCK-NUM PIC 9(6).           *>SREG-STOCK-NUM IS THE RECORD KEY
         05 SREG-BRANCH PIC 9(4).              *>BRANCH THAT MADE THE SALE
         05 SREG-SP PIC X(10).                 *>SALESPERSON WHO MADE THE SALE
         05 FILLER PIC X(15).                  *>AMOUNT, RATE AND SALE DATE - NOT USED HERE
         05 SREG-REVERSED-FLAG PIC X(1).       *>'Y' ONCE THE SALE HAS BEEN REVERSED
         05 FILLER PIC X(66).                  *>TAX, TRADE, PLAN AND INTEREST - NOT USED HERE

       FD  INVENTORY-MASTER                    *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.                    *>ONE RECORD PER UNIT
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 FILLER PIC X(37).                  *>BRANCH, MODEL, COST AND RECEIPT - NOT USED HERE
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 FILLER PIC X(9).                   *>SOLD DATE AND SOURCE - NOT USED HERE

       FD  FLOOR-PLAN-FILE                     *>FILE DESCRIPTION FOR THE FLOOR-PLAN MASTER
                 RECORD CONTAINS 64 CHARACTERS
                  DATA RECORD IS FLOOR-PLAN-RECORD.
       01 FLOOR-PLAN-RECORD.                   *>ONE RECORD PER UNIT THAT HAS BEEN ON THE LINE
         05 FP-STOCK-NUM PIC 9(6).             *>FP-STOCK-NUM IS THE RECORD KEY
         05 FP-STATUS PIC X(1).                *>'O' OPEN ON THE LINE, 'P' PAID OFF TO THE LENDER
         05 FILLER PIC X(57).                  *>DATES, INTEREST AND PAYOFF - NOT USED HERE

       FD  YTD-PAYROLL                         *>FILE DESCRIPTION FOR THE YEAR-TO-DATE PAYROLL TOTALS
                 RECORD CONTAINS 203 CHARACTERS
                  DATA RECORD IS YTD-RECORD.
       01 YTD-RECORD.                          *>ONE RECORD PER EMPLOYEE PAID THIS YEAR
         05 YTD-EMP-ID PIC 9(5).               *>YTD-EMP-ID IS THE RECORD KEY
         05 FILLER PIC X(198).                 *>NAME AND TOTALS - NOT USED HERE

       FD  CHECK-REGISTER                      *>FILE DESCRIPTION FOR THE PAYROLL CHECK REGISTER
                 RECORD CONTAINS 197 CHARACTERS
                  DATA RECORD IS CHECK-REG-RECORD.
       01 CHECK-REG-RECORD.                    *>ONE RECORD PER CHECK CUT
         05 CHK-KEY.                           *>CHK-KEY IS THE RECORD KEY
           10 CHK-EMP-ID PIC 9(5).             *>EMPLOYEE THE CHECK PAID
           10 CHK-DATE PIC 9(8).               *>DATE (YYYYMMDD) THE CHECK WAS CUT
           10 CHK-SEQ PIC 9(2).                *>CHECK SEQUENCE WITHIN THE DAY
         05 FILLER PIC X(182).                 *>THE CHECK ITSELF - NOT USED HERE

       FD  DEDUCTION-MASTER                    *>FILE DESCRIPTION FOR THE EMPLOYEE DEDUCTION MASTER
                 RECORD CONTAINS 85 CHARACTERS
                  DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.                *>ONE RECORD PER EMPLOYEE PER DEDUCTION CODE
         05 DM-KEY.                            *>DM-KEY IS THE RECORD KEY
           10 DM-EMP-ID PIC 9(5).              *>EMPLOYEE THE DEDUCTION IS TAKEN FROM
           10 DM-CODE PIC X(4).                *>DEDUCTION CODE
         05 FILLER PIC X(76).                  *>TERMS OF THE DEDUCTION - NOT USED HERE

       FD  DED-CODE-FILE                       *>FILE DESCRIPTION FOR THE DEDUCTION CODES THE PAYROLL RUN KNOWS
                 RECORD CONTAINS 23 CHARACTERS
                  DATA RECORD IS DED-CODE-LINE.
       01 DED-CODE-LINE.                       *>ONE LINE PER DEDUCTION CODE
         05 DC-CODE PIC X(4).                  *>DEDUCTION CODE
         05 DC-CLASS PIC X(1).                 *>'P' PRE-TAX, 'A' AFTER-TAX, 'G' GARNISHMENT
         05 DC-GL-ACCOUNT PIC 9(4).            *>LIABILITY ACCOUNT THE DEDUCTION POSTS TO
         05 DC-DESC PIC X(14).                 *>LABEL PRINTED ON THE PAY STUB

       FD  CHART-FILE                          *>FILE DESCRIPTION FOR THE CHART OF ACCOUNTS
                 RECORD CONTAINS 38 CHARACTERS
                  DATA RECORD IS CHART-RECORD.
       01 CHART-RECORD.                        *>ONE RECORD PER GL ACCOUNT EVER OPENED
         05 COA-ACCOUNT PIC 9(4).              *>COA-ACCOUNT IS THE RECORD KEY
         05 FILLER PIC X(25).                  *>NAME AND TYPE - NOT USED HERE
         05 COA-ACTIVE-FLAG PIC X(1).          *>'A' ACTIVE - TAKES POSTINGS, 'I' INACTIVE - REJECTS THEM
         05 FILLER PIC X(8).                   *>CHANGE DATE - NOT USED HERE

       FD  GL-BALANCE-FILE                     *>FILE DESCRIPTION FOR THE GL BALANCE MASTER
                 RECORD CONTAINS 44 CHARACTERS
                  DATA RECORD IS GL-BALANCE-RECORD.
       01 GL-BALANCE-RECORD.                   *>ONE RECORD PER ACCOUNT PER PERIOD THAT HAS POSTED
         05 GLB-KEY.                           *>GLB-KEY IS THE RECORD KEY
           10 GLB-ACCOUNT PIC 9(4).            *>ACCOUNT FROM THE CHART OF ACCOUNTS
           10 GLB-PERIOD PIC 9(6).             *>PERIOD (YYYYMM) THE POSTINGS BELONG TO
         05 FILLER PIC X(34).                  *>PERIOD TOTALS - NOT USED HERE

       FD  INTEGRITY-REPORT-FILE               *>FILE DESCRIPTION FOR THE EXCEPTIONS REPORT
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS INTEGRITY-LINE.
       01 INTEGRITY-LINE PIC X(80).            *>INTEGRITY-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD RUN-LOG-FILE                         *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.                        *>ONE LINE PER PROGRAM RUN APPENDED TO RUNLOG.TXT
         05 RLOG-PROGRAM PIC X(12).            *>PROGRAM NAME THAT PRODUCED THE ENTRY
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-DATE PIC X(8).                *>RUN DATE IN YYYYMMDD FORMAT
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-INPUT-COUNT PIC ZZZZ9.        *>COUNT OF REFERENCES CHECKED
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-GOOD-COUNT PIC ZZZZ9.         *>COUNT OF REFERENCES THAT RESOLVED CLEAN
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF REFERENCES THAT BROKE

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 CMAST-STATUS PIC XX.                              *>FILE STATUS CODE FOR CUSTOMER-MASTER I/O
       01 AR-STATUS PIC XX.                                 *>FILE STATUS CODE FOR AR-MASTER I/O
       01 SDEP-STATUS PIC XX.                               *>FILE STATUS CODE FOR SECURITY-DEP-FILE I/O
       01 BUD-STATUS PIC XX.                                *>FILE STATUS CODE FOR BUDGET-FILE I/O
       01 ALED-STATUS PIC XX.                               *>FILE STATUS CODE FOR AR-LEDGER-FILE I/O
       01 HIST-STATUS PIC XX.                               *>FILE STATUS CODE FOR HISTORY-FILE I/O
       01 SHUT-STATUS PIC XX.                               *>FILE STATUS CODE FOR SHUTOFF-FILE I/O
       01 EXCP-STATUS PIC XX.                               *>FILE STATUS CODE FOR EXC-PEND-FILE I/O
       01 MTR-STATUS PIC XX.                                *>FILE STATUS CODE FOR METER-FILE I/O
       01 EMAST-STATUS PIC XX.                              *>FILE STATUS CODE FOR EMPLOYEE-MASTER I/O
       01 SPXF-STATUS PIC XX.                               *>FILE STATUS CODE FOR SP-XREF-FILE I/O
       01 CPLF-STATUS PIC XX.                               *>FILE STATUS CODE FOR COMM-PLAN-FILE I/O
       01 SREG-STATUS PIC XX.                               *>FILE STATUS CODE FOR SALES-REGISTER I/O
       01 INV-STATUS PIC XX.                                *>FILE STATUS CODE FOR INVENTORY-MASTER I/O
       01 FPM-STATUS PIC XX.                                *>FILE STATUS CODE FOR FLOOR-PLAN-FILE I/O
       01 YTD-STATUS PIC XX.                                *>FILE STATUS CODE FOR YTD-PAYROLL I/O
       01 CHKREG-STATUS PIC XX.                             *>FILE STATUS CODE FOR CHECK-REGISTER I/O
       01 DMAST-STATUS PIC XX.                              *>FILE STATUS CODE FOR DEDUCTION-MASTER I/O
       01 DCODE-STATUS PIC XX.                              *>FILE STATUS CODE FOR DED-CODE-FILE I/O
       01 COA-STATUS PIC XX.                                *>FILE STATUS CODE FOR CHART-FILE I/O
       01 GLB-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-BALANCE-FILE I/O
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) FOR THE REPORT AND THE RUN-LOG
       01 EOF-SWITCH PIC X(3) VALUE 'NO '.                  *>SET TO 'YES' AT THE END OF THE CHILD FILE BEING SWEPT
       01 DCODE-EOF-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE LAST DEDUCTION CODE HAS BEEN READ
       01 FOUND-SWITCH PIC X(3) VALUE 'NO '.                *>SET TO 'YES' WHEN THE LAST LOOK-UP FOUND ITS PARENT
       01 SECTION-FOUND-SWITCH PIC X(3) VALUE 'NO '.        *>SET TO 'YES' ONCE A REPORT SECTION HAS PRINTED A BREAK
       01 LAST-LEDGER-ACCT PIC 9(6) VALUE ZERO.             *>ACCOUNT OF THE LAST LEDGER POSTING LOOKED UP

       01 PARENT-OPEN-SWITCHES.                             *>'YES' FOR EACH PARENT MASTER THAT OPENED FOR LOOK-UPS
         05 CUST-OPEN-SWITCH PIC X(3) VALUE 'NO '.          *>CUSTOMER MASTER
         05 EMP-OPEN-SWITCH PIC X(3) VALUE 'NO '.           *>EMPLOYEE MASTER
         05 SPX-OPEN-SWITCH PIC X(3) VALUE 'NO '.           *>SALESPERSON CODE CROSS-REFERENCE
         05 PLAN-OPEN-SWITCH PIC X(3) VALUE 'NO '.          *>COMMISSION PLAN MASTER
         05 INV-OPEN-SWITCH PIC X(3) VALUE 'NO '.           *>VEHICLE INVENTORY MASTER
         05 CHART-OPEN-SWITCH PIC X(3) VALUE 'NO '.         *>CHART OF ACCOUNTS
         05 DCODE-OPEN-SWITCH PIC X(3) VALUE 'NO '.         *>DEDUCTION CODES

       01 DED-CODE-TABLE.                                   *>THE DEDUCTION CODES THE PAYROLL RUN KNOWS
         05 DED-CODE-COUNT PIC 99 VALUE ZERO.               *>CODES LOADED
         05 DED-CODE-ENTRY OCCURS 20 TIMES.                 *>ONE ENTRY PER CODE
           10 DCT-CODE PIC X(4).                            *>DEDUCTION CODE
           10 DCT-GL-ACCOUNT PIC 9(4).                      *>LIABILITY ACCOUNT THE CODE POSTS TO
       01 DED-CODE-SUB PIC 99 VALUE ZERO.                   *>SUBSCRIPT INTO DED-CODE-TABLE

       01 RELATIONSHIP-NAMES.                               *>EVERY CHILD -> PARENT RELATIONSHIP SWEPT, IN REPORT ORDER - THE LAST BYTE IS 'M' WHEN MONEY DEPENDS ON IT, 'W' WHEN IT ONLY WARNS
         05 FILLER PIC X(29) VALUE 'ARMAST -> CUSTMAST          M'.
         05 FILLER PIC X(29) VALUE 'DEPMAST -> CUSTMAST         M'.
         05 FILLER PIC X(29) VALUE 'BUDMAST -> CUSTMAST         M'.
         05 FILLER PIC X(29) VALUE 'ARLEDGER -> CUSTMAST        W'.
         05 FILLER PIC X(29) VALUE 'HISTORY -> CUSTMAST         W'.
         05 FILLER PIC X(29) VALUE 'SHUTOFF -> CUSTMAST         W'.
         05 FILLER PIC X(29) VALUE 'EXCPEND -> CUSTMAST         W'.
         05 FILLER PIC X(29) VALUE 'METERMAST -> CUSTMAST       W'.
         05 FILLER PIC X(29) VALUE 'SPXREF -> EMPMAST           M'.
         05 FILLER PIC X(29) VALUE 'SPXREF -> COMMPLAN          M'.
         05 FILLER PIC X(29) VALUE 'SALESREG -> INVMAST         M'.
         05 FILLER PIC X(29) VALUE 'SALESREG -> SPXREF          W'.
         05 FILLER PIC X(29) VALUE 'FPMAST -> INVMAST           M'.
         05 FILLER PIC X(29) VALUE 'YTDPAY -> EMPMAST           M'.
         05 FILLER PIC X(29) VALUE 'CHECKREG -> EMPMAST         M'.
         05 FILLER PIC X(29) VALUE 'DEDMAST -> EMPMAST          M'.
         05 FILLER PIC X(29) VALUE 'DEDMAST -> DEDCODES         M'.
         05 FILLER PIC X(29) VALUE 'DEDCODES -> COAMAST         M'.
         05 FILLER PIC X(29) VALUE 'GLBAL -> COAMAST            M'.
       01 RELATIONSHIP-TABLE REDEFINES RELATIONSHIP-NAMES.  *>TABLE VIEW OF THE NAMES ABOVE
         05 REL-DEF OCCURS 19 TIMES.                        *>ONE ENTRY PER RELATIONSHIP
           10 REL-NAME PIC X(28).                           *>CHILD FILE -> PARENT FILE
           10 REL-BASE-SEV PIC X(1).                        *>SEVERITY WHEN THE PARENT FILE IS MISSING
       01 REL-SUB PIC 99 VALUE ZERO.                        *>SUBSCRIPT INTO THE RELATIONSHIP TABLES

       01 RELATIONSHIP-TOTALS.                              *>WHAT EACH RELATIONSHIP SWEEP FOUND
         05 REL-TOTAL OCCURS 19 TIMES.                      *>ONE ENTRY PER RELATIONSHIP, SAME ORDER AS THE NAMES
           10 REL-CHECKED PIC 9(7).                         *>CHILD REFERENCES LOOKED UP
           10 REL-MONEY PIC 9(5).                           *>MONEY BREAKS FOUND
           10 REL-WARN PIC 9(5).                            *>WARNINGS FOUND
           10 REL-UNLISTED-M PIC 9(5).                      *>MONEY BREAKS PAST THE END OF THE EXCEPTION TABLE
           10 REL-UNLISTED-W PIC 9(5).                      *>WARNINGS PAST THE END OF THE EXCEPTION TABLE
           10 REL-NOTE PIC X(12).                           *>'NOT PRESENT' / 'NOT CHECKED' WHEN THE SWEEP COULD NOT RUN

       01 EXCEPTION-TABLE.                                  *>EVERY BREAK FOUND, HELD FOR THE GROUPED REPORT
         05 EXC-COUNT PIC 9(3) VALUE ZERO.                  *>BREAKS HELD
         05 EXC-ENTRY OCCURS 500 TIMES.                     *>ONE ENTRY PER BREAK
           10 EXC-REL PIC 99.                               *>RELATIONSHIP THE BREAK BELONGS TO
           10 EXC-SEV PIC X(1).                             *>'M' MONEY BREAK, 'W' WARNING
           10 EXC-KEY PIC X(18).                            *>KEY OF THE CHILD RECORD THAT BROKE
           10 EXC-TEXT PIC X(40).                           *>WHAT IS WRONG WITH IT
       01 EXC-SUB PIC 9(3) VALUE ZERO.                      *>SUBSCRIPT INTO EXCEPTION-TABLE

       01 EXCEPTION-WORK.                                   *>THE BREAK BEING LOGGED
         05 EXW-SEV PIC X(1).                               *>'M' MONEY BREAK, 'W' WARNING
         05 EXW-KEY PIC X(18).                              *>KEY OF THE CHILD RECORD
         05 EXW-TEXT PIC X(40).                             *>WHAT IS WRONG WITH IT
       01 SECTION-SEV PIC X(1).                             *>SEVERITY THE REPORT SECTION BEING WRITTEN LISTS
       01 SECTION-REL-COUNT PIC 9(5) VALUE ZERO.            *>BREAKS OF THAT SEVERITY FOR ONE RELATIONSHIP
       01 SECTION-UNLISTED PIC 9(5) VALUE ZERO.             *>OF THOSE, HOW MANY DID NOT FIT THE TABLE

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 TOTAL-CHECKED PIC 9(7) VALUE ZERO.              *>CHILD REFERENCES LOOKED UP ACROSS EVERY RELATIONSHIP
         05 MONEY-BREAK-COUNT PIC 9(5) VALUE ZERO.          *>MONEY BREAKS FOUND
         05 WARN-COUNT PIC 9(5) VALUE ZERO.                 *>WARNINGS FOUND
         05 FILE-BREAK-COUNT PIC 9(5) VALUE ZERO.           *>BREAKS FOR A WHOLE MISSING PARENT FILE, NOT A RECORD
         05 RECORD-BAD-COUNT PIC 9(5) VALUE ZERO.           *>RECORD-LEVEL BREAKS, FOR THE RUN-LOG
         05 LOGGED-CHECKED PIC 9(5) VALUE ZERO.             *>REFERENCES CHECKED AS THE RUN-LOG CAN CARRY THEM
         05 RECORD-GOOD-COUNT PIC 9(5) VALUE ZERO.          *>REFERENCES THAT RESOLVED CLEAN, FOR THE RUN-LOG

       01 INTEGRITY-TITLE-LINE.                             *>INTEGRITY.TXT TITLE LINE
         05 FILLER PIC X(40) VALUE                          *>TITLE TEXT
             'CROSS-MASTER REFERENTIAL INTEGRITY SWEEP'.
         05 FILLER PIC X(13) VALUE '   RUN DATE  '.         *>RUN DATE LABEL
         05 ITL-DATE PIC 9(8).                              *>THE RUN DATE THE SWEEP WAS MADE

       01 SUMMARY-HEADING.                                  *>SUMMARY COLUMN HEADER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(28) VALUE 'RELATIONSHIP'.          *>RELATIONSHIP COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(7) VALUE 'CHECKED'.                *>CHECKED COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(6) VALUE ' MONEY'.                 *>MONEY BREAKS COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(6) VALUE '  WARN'.                 *>WARNINGS COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(12) VALUE 'NOTE'.                  *>NOTE COLUMN LABEL

       01 SUMMARY-DETAIL.                                   *>ONE SUMMARY LINE PER RELATIONSHIP
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 SMD-NAME PIC X(28).                             *>CHILD FILE -> PARENT FILE
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 SMD-CHECKED PIC Z(6)9.                          *>CHILD REFERENCES LOOKED UP
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 SMD-MONEY PIC Z(5)9.                            *>MONEY BREAKS FOUND
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 SMD-WARN PIC Z(5)9.                             *>WARNINGS FOUND
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 SMD-NOTE PIC X(12).                             *>WHY THE SWEEP DID NOT RUN, WHEN IT DID NOT

       01 SECTION-HEADING.                                  *>'*** MONEY BREAKS ***' OR '*** WARNINGS ***'
         05 SCH-TEXT PIC X(40).                             *>SECTION TITLE

       01 GROUP-HEADING.                                    *>ONE HEADING PER RELATIONSHIP WITHIN A SECTION
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 GRH-NAME PIC X(28).                             *>CHILD FILE -> PARENT FILE

       01 EXCEPTION-DETAIL.                                 *>ONE LINE PER BREAK
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 EXD-KEY PIC X(18).                              *>KEY OF THE CHILD RECORD THAT BROKE
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 EXD-TEXT PIC X(40).                             *>WHAT IS WRONG WITH IT

       01 UNLISTED-LINE.                                    *>COUNT OF BREAKS THE TABLE COULD NOT HOLD
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(8) VALUE '... AND '.               *>LEAD-IN TEXT
         05 UNL-COUNT PIC Z(4)9.                            *>BREAKS NOT LISTED
         05 FILLER PIC X(15) VALUE ' MORE NOT SHOWN'.       *>TRAILING TEXT

       01 INTEGRITY-VERDICT-LINE.                           *>ONE CHECK RESULT PER LINE
         05 ITV-TEXT PIC X(70).                             *>ONE LINE THE OPERATOR CAN READ AT A GLANCE

       01 DOTTED-LINE.                                      *>DOTTED LINE TO BOUND THE REPORT FOR READABILITY
         05 FILLER PIC X(80) VALUE ALL '-'.                 *>FULL-WIDTH RULE

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       SWEEP-INTEGRITY.                                                   *>PROCEDURE TO CHECK EVERY CHILD MASTER AGAINST ITS PARENTS
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE REPORT AND THE RUN-LOG
           INITIALIZE RELATIONSHIP-TOTALS.                                *>EVERY RELATIONSHIP STARTS AT ZERO WITH NO NOTE
           PERFORM OPEN-PARENT-FILES.                                     *>OPEN EVERY MASTER SOMETHING ELSE POINTS AT
           PERFORM SWEEP-AR-MASTER.                                       *>UTILITY FILES AGAINST THE CUSTOMER MASTER
           PERFORM SWEEP-DEPOSIT-FILE.
           PERFORM SWEEP-BUDGET-FILE.
           PERFORM SWEEP-AR-LEDGER.
           PERFORM SWEEP-HISTORY-FILE.
           PERFORM SWEEP-SHUTOFF-FILE.
           PERFORM SWEEP-EXC-PEND-FILE.
           PERFORM SWEEP-METER-FILE.
           PERFORM SWEEP-SP-XREF.                                         *>SALESPERSON CODES BEFORE THE SALES LOOK THEM UP
           PERFORM SWEEP-SALES-REGISTER.
           PERFORM SWEEP-FLOOR-PLAN.
           PERFORM SWEEP-YTD-PAYROLL.                                     *>PAYROLL FILES AGAINST THE EMPLOYEE MASTER
           PERFORM SWEEP-CHECK-REGISTER.
           PERFORM SWEEP-DEDUCTION-MASTER.
           PERFORM SWEEP-DED-CODES.                                       *>LEDGER REFERENCES AGAINST THE CHART OF ACCOUNTS
           PERFORM SWEEP-GL-BALANCE.
           PERFORM CLOSE-PARENT-FILES.
           PERFORM WRITE-INTEGRITY-REPORT.                                *>SUMMARY, THEN EVERY BREAK BY SEVERITY AND RELATIONSHIP
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           IF MONEY-BREAK-COUNT > 0                                       *>A BREAK MONEY DEPENDS ON PAGES THE SCHEDULER
               DISPLAY 'INTEGSWEEP FAILED - ' MONEY-BREAK-COUNT
                   ' MONEY BREAKS FOUND, SEE INTEGRITY.TXT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------PARENT MASTERS------------------------------
       OPEN-PARENT-FILES.                                                 *>PROCEDURE PARAGRAPH TO OPEN THE MASTERS LOOKED UP BY KEY
           OPEN INPUT CUSTOMER-MASTER.                                    *>A PARENT THAT WILL NOT OPEN IS REPORTED AGAINST
           IF CMAST-STATUS = '00'                                         *>EACH CHILD THAT NEEDS IT, NOT ABORTED ON
               MOVE 'YES' TO CUST-OPEN-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMAST-STATUS = '00'
               MOVE 'YES' TO EMP-OPEN-SWITCH
           END-IF.
           OPEN INPUT SP-XREF-FILE.                                       *>ALSO SWEPT AS A CHILD OF THE EMPLOYEE AND PLAN MASTERS
           IF SPXF-STATUS = '00'
               MOVE 'YES' TO SPX-OPEN-SWITCH
           END-IF.
           OPEN INPUT COMM-PLAN-FILE.
           IF CPLF-STATUS = '00'
               MOVE 'YES' TO PLAN-OPEN-SWITCH
           END-IF.
           OPEN INPUT INVENTORY-MASTER.
           IF INV-STATUS = '00'
               MOVE 'YES' TO INV-OPEN-SWITCH
           END-IF.
           OPEN INPUT CHART-FILE.
           IF COA-STATUS = '00'
               MOVE 'YES' TO CHART-OPEN-SWITCH
           END-IF.
           PERFORM LOAD-DED-CODES.

       LOAD-DED-CODES.                                                    *>PROCEDURE PARAGRAPH TO LOAD THE DEDUCTION CODES INTO A TABLE
           OPEN INPUT DED-CODE-FILE.
           IF DCODE-STATUS = '00'
               MOVE 'YES' TO DCODE-OPEN-SWITCH
               PERFORM UNTIL DCODE-EOF-SWITCH = 'YES'
                   READ DED-CODE-FILE
                       AT END
                           MOVE 'YES' TO DCODE-EOF-SWITCH
                       NOT AT END
                           IF DED-CODE-COUNT < 20
                               ADD 1 TO DED-CODE-COUNT
                               MOVE DC-CODE
                                   TO DCT-CODE (DED-CODE-COUNT)
                               MOVE DC-GL-ACCOUNT
                                   TO DCT-GL-ACCOUNT (DED-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DED-CODE-FILE
           END-IF.

       CLOSE-PARENT-FILES.                                                *>PROCEDURE PARAGRAPH TO CLOSE THE MASTERS THAT OPENED
           IF CUST-OPEN-SWITCH = 'YES'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF EMP-OPEN-SWITCH = 'YES'
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF SPX-OPEN-SWITCH = 'YES'
               CLOSE SP-XREF-FILE
           END-IF.
           IF PLAN-OPEN-SWITCH = 'YES'
               CLOSE COMM-PLAN-FILE
           END-IF.
           IF INV-OPEN-SWITCH = 'YES'
               CLOSE INVENTORY-MASTER
           END-IF.
           IF CHART-OPEN-SWITCH = 'YES'
               CLOSE CHART-FILE
           END-IF.

       LOOK-UP-CUSTOMER.                                                  *>PROCEDURE PARAGRAPH TO FIND CMAST-ACCT-NUM ON THE CUSTOMER MASTER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NO ' TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO FOUND-SWITCH
           END-READ.

       LOOK-UP-EMPLOYEE.                                                  *>PROCEDURE PARAGRAPH TO FIND EM-EMP-ID ON THE EMPLOYEE MASTER
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NO ' TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO FOUND-SWITCH
           END-READ.

       LOOK-UP-STOCK.                                                     *>PROCEDURE PARAGRAPH TO FIND INV-STOCK-NUM ON THE INVENTORY MASTER
           READ INVENTORY-MASTER
               INVALID KEY
                   MOVE 'NO ' TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO FOUND-SWITCH
           END-READ.

       LOOK-UP-ACCOUNT.                                                   *>PROCEDURE PARAGRAPH TO FIND COA-ACCOUNT ON THE CHART OF ACCOUNTS
           READ CHART-FILE
               INVALID KEY
                   MOVE 'NO ' TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO FOUND-SWITCH
           END-READ.

           *>-------------EXCEPTION LOGGING------------------------------
       LOG-EXCEPTION.                                                     *>PROCEDURE PARAGRAPH TO COUNT AND HOLD ONE BREAK FOR RELATIONSHIP REL-SUB
           IF EXW-SEV = 'M'
               ADD 1 TO REL-MONEY (REL-SUB)
               ADD 1 TO MONEY-BREAK-COUNT
           ELSE
               ADD 1 TO REL-WARN (REL-SUB)
               ADD 1 TO WARN-COUNT
           END-IF.
           IF EXC-COUNT < 500                                             *>HOLD IT FOR THE REPORT WHILE THERE IS ROOM
               ADD 1 TO EXC-COUNT
               MOVE REL-SUB TO EXC-REL (EXC-COUNT)
               MOVE EXW-SEV TO EXC-SEV (EXC-COUNT)
               MOVE EXW-KEY TO EXC-KEY (EXC-COUNT)
               MOVE EXW-TEXT TO EXC-TEXT (EXC-COUNT)
           ELSE                                                           *>PAST THAT IT IS ONLY COUNTED
               IF EXW-SEV = 'M'
                   ADD 1 TO REL-UNLISTED-M (REL-SUB)
               ELSE
                   ADD 1 TO REL-UNLISTED-W (REL-SUB)
               END-IF
           END-IF.

       LOG-PARENT-MISSING.                                                *>PROCEDURE PARAGRAPH TO REPORT A CHILD WHOSE PARENT FILE IS NOT THERE
           MOVE REL-BASE-SEV (REL-SUB) TO EXW-SEV.                        *>AS SERIOUS AS THE RELATIONSHIP ITSELF - NOTHING IN
           MOVE 'ENTIRE FILE' TO EXW-KEY.                                 *>THE CHILD CAN BE PROVED
           MOVE 'PARENT FILE NOT PRESENT - NOT CHECKED' TO EXW-TEXT.
           MOVE 'NOT CHECKED' TO REL-NOTE (REL-SUB).
           ADD 1 TO FILE-BREAK-COUNT.                                     *>KEPT OUT OF THE RUN-LOG'S RECORD COUNTS
           PERFORM LOG-EXCEPTION.

           *>-------------CUSTOMER MASTER CHILDREN------------------------------
       SWEEP-AR-MASTER.                                                   *>PROCEDURE PARAGRAPH TO CHECK A/R BALANCES AGAINST THE CUSTOMER MASTER
           MOVE 1 TO REL-SUB.
           OPEN INPUT AR-MASTER.
           IF AR-STATUS NOT = '00'                                        *>NO A/R MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ AR-MASTER NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-AR-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE AR-MASTER
           END-IF.

       CHECK-AR-RECORD.                                                   *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE A/R BALANCE
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE AR-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '                                        *>AN A/R BALANCE NOBODY OWES
               MOVE 'M' TO EXW-SEV
               MOVE AR-ACCT-NUM TO EXW-KEY
               MOVE 'A/R BALANCE FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-DEPOSIT-FILE.                                                *>PROCEDURE PARAGRAPH TO CHECK SECURITY DEPOSITS AGAINST THE CUSTOMER MASTER
           MOVE 2 TO REL-SUB.
           OPEN INPUT SECURITY-DEP-FILE.
           IF SDEP-STATUS NOT = '00'                                      *>NO DEPOSIT MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ SECURITY-DEP-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-DEPOSIT-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SECURITY-DEP-FILE
           END-IF.

       CHECK-DEPOSIT-RECORD.                                              *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE SECURITY DEPOSIT
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SDEP-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               IF SDEP-HOLD-FLAG = 'H'                                    *>A DEPOSIT STILL HELD IS MONEY OWED BACK TO SOMEONE
                   MOVE 'M' TO EXW-SEV
               ELSE                                                       *>ONE ALREADY CREDITED OR APPLIED IS ONLY UNTIDY
                   MOVE 'W' TO EXW-SEV
               END-IF
               MOVE SDEP-ACCT-NUM TO EXW-KEY
               MOVE 'DEPOSIT FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-BUDGET-FILE.                                                 *>PROCEDURE PARAGRAPH TO CHECK BUDGET PLANS AGAINST THE CUSTOMER MASTER
           MOVE 3 TO REL-SUB.
           OPEN INPUT BUDGET-FILE.
           IF BUD-STATUS NOT = '00'                                       *>NO BUDGET MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ BUDGET-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-BUDGET-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE BUDGET-FILE
           END-IF.

       CHECK-BUDGET-RECORD.                                               *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE BUDGET PLAN
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE BUD-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '                                        *>A BUDGET VARIANCE NOBODY WILL BE BILLED
               MOVE 'M' TO EXW-SEV
               MOVE BUD-ACCT-NUM TO EXW-KEY
               MOVE 'BUDGET PLAN FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-AR-LEDGER.                                                   *>PROCEDURE PARAGRAPH TO CHECK LEDGER ACCOUNTS AGAINST THE CUSTOMER MASTER
           MOVE 4 TO REL-SUB.
           OPEN INPUT AR-LEDGER-FILE.
           IF ALED-STATUS NOT = '00'                                      *>NO LEDGER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   MOVE ZERO TO LAST-LEDGER-ACCT                          *>POSTINGS ARRIVE IN ACCOUNT ORDER, SO EACH
                   PERFORM UNTIL EOF-SWITCH = 'YES'                       *>ACCOUNT IS LOOKED UP ONCE AT ITS FIRST POSTING
                       READ AR-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               IF ALED-ACCT-NUM NOT = ZERO                *>ACCOUNT 000000 IS UNAPPLIED-CASH SUSPENSE,
                               AND ALED-ACCT-NUM NOT = LAST-LEDGER-ACCT   *>NOT A CUSTOMER
                                   PERFORM CHECK-LEDGER-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE AR-LEDGER-FILE
           END-IF.

       CHECK-LEDGER-RECORD.                                               *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE LEDGER ACCOUNT
           MOVE ALED-ACCT-NUM TO LAST-LEDGER-ACCT.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE ALED-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               MOVE 'W' TO EXW-SEV
               MOVE ALED-ACCT-NUM TO EXW-KEY
               MOVE 'POSTINGS FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-HISTORY-FILE.                                                *>PROCEDURE PARAGRAPH TO CHECK USAGE HISTORY AGAINST THE CUSTOMER MASTER
           MOVE 5 TO REL-SUB.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS NOT = '00'                                      *>NO HISTORY FILE MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-HISTORY-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-HISTORY-RECORD.                                              *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE USAGE HISTORY
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE HIST-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               MOVE 'W' TO EXW-SEV
               MOVE HIST-ACCT-NUM TO EXW-KEY
               MOVE 'USAGE HISTORY FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-SHUTOFF-FILE.                                                *>PROCEDURE PARAGRAPH TO CHECK SHUTOFF STAGES AGAINST THE CUSTOMER MASTER
           MOVE 6 TO REL-SUB.
           OPEN INPUT SHUTOFF-FILE.
           IF SHUT-STATUS NOT = '00'                                      *>NO SHUTOFF FILE MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ SHUTOFF-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-SHUTOFF-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SHUTOFF-FILE
           END-IF.

       CHECK-SHUTOFF-RECORD.                                              *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE SHUTOFF STAGE
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SHUT-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               MOVE 'W' TO EXW-SEV
               MOVE SHUT-ACCT-NUM TO EXW-KEY
               MOVE 'SHUTOFF STAGE FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-EXC-PEND-FILE.                                               *>PROCEDURE PARAGRAPH TO CHECK HELD EXCEPTION BILLS AGAINST THE CUSTOMER MASTER
           MOVE 7 TO REL-SUB.
           OPEN INPUT EXC-PEND-FILE.
           IF EXCP-STATUS NOT = '00'                                      *>NO HELD-BILL FILE MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ EXC-PEND-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-EXC-PEND-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE EXC-PEND-FILE
           END-IF.

       CHECK-EXC-PEND-RECORD.                                             *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE HELD BILL
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE EXCP-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               MOVE 'W' TO EXW-SEV
               MOVE EXCP-ACCT-NUM TO EXW-KEY
               MOVE 'HELD BILL FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-METER-FILE.                                                  *>PROCEDURE PARAGRAPH TO CHECK METERS AGAINST THE CUSTOMER MASTER
           MOVE 8 TO REL-SUB.
           OPEN INPUT METER-FILE.
           IF MTR-STATUS NOT = '00'                                       *>NO METER MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CUST-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ METER-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-METER-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE METER-FILE
           END-IF.

       CHECK-METER-RECORD.                                                *>PROCEDURE PARAGRAPH TO LOOK UP THE CUSTOMER OF ONE METER
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE MTR-ACCT-NUM TO CMAST-ACCT-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF FOUND-SWITCH = 'NO '
               MOVE 'W' TO EXW-SEV
               MOVE MTR-ACCT-NUM TO EXW-KEY
               MOVE 'METER FOR A CUSTOMER NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

           *>-------------DEALERSHIP CHILDREN------------------------------
       SWEEP-SP-XREF.                                                     *>PROCEDURE PARAGRAPH TO CHECK SALESPERSON CODES AGAINST THE EMPLOYEE AND PLAN MASTERS
           IF SPX-OPEN-SWITCH = 'NO '                                     *>NO CROSS-REFERENCE MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (9)
               MOVE 'NOT PRESENT' TO REL-NOTE (10)
           ELSE
               IF EMP-OPEN-SWITCH = 'NO '
                   MOVE 9 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               IF PLAN-OPEN-SWITCH = 'NO '
                   MOVE 10 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               MOVE SPACES TO SPX-CODE                                    *>POSITION AT THE FIRST CODE - THE FILE IS ALSO
               START SP-XREF-FILE KEY IS NOT LESS THAN SPX-CODE           *>READ BY KEY FOR THE SALES REGISTER LATER
                   INVALID KEY
                       MOVE 'YES' TO EOF-SWITCH
                   NOT INVALID KEY
                       MOVE 'NO ' TO EOF-SWITCH
               END-START
               PERFORM UNTIL EOF-SWITCH = 'YES'
                   READ SP-XREF-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO EOF-SWITCH
                       NOT AT END
                           IF EMP-OPEN-SWITCH = 'YES'
                               PERFORM CHECK-SP-EMPLOYEE
                           END-IF
                           IF PLAN-OPEN-SWITCH = 'YES'
                           AND SPX-PLAN NOT = SPACES                      *>A BLANK PLAN IS A KEYED RATE - NOTHING TO LOOK UP
                               PERFORM CHECK-SP-PLAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-SP-EMPLOYEE.                                                 *>PROCEDURE PARAGRAPH TO LOOK UP THE EMPLOYEE OF ONE SALESPERSON CODE
           MOVE 9 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SPX-EMP-ID TO EM-EMP-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           MOVE SPX-CODE TO EXW-KEY.
           IF FOUND-SWITCH = 'NO '
               IF SPX-STATUS = 'A'                                        *>AN ACTIVE CODE CAN STILL BE PAID COMMISSION
                   MOVE 'M' TO EXW-SEV
                   MOVE 'ACTIVE CODE, EMPLOYEE NOT ON FILE'
                       TO EXW-TEXT
               ELSE                                                       *>AN INACTIVE ONE ONLY KEEPS OLD SALES READABLE
                   MOVE 'W' TO EXW-SEV
                   MOVE 'INACTIVE CODE, EMPLOYEE NOT ON FILE'
                       TO EXW-TEXT
               END-IF
               PERFORM LOG-EXCEPTION
           ELSE
               IF SPX-STATUS = 'A' AND EM-STATUS = 'T'                    *>COMMISSION WOULD GO TO SOMEONE PAYROLL HAS LET GO -
                   MOVE 'M' TO EXW-SEV                                    *>AN INACTIVE CODE ON A TERMINATED EMPLOYEE IS NORMAL
                   MOVE 'ACTIVE CODE, EMPLOYEE TERMINATED'
                       TO EXW-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF.

       CHECK-SP-PLAN.                                                     *>PROCEDURE PARAGRAPH TO LOOK UP THE COMMISSION PLAN OF ONE SALESPERSON CODE
           MOVE 10 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SPX-PLAN TO CPL-CODE.
           READ COMM-PLAN-FILE
               INVALID KEY
                   MOVE SPX-CODE TO EXW-KEY
                   IF SPX-STATUS = 'A'
                       MOVE 'M' TO EXW-SEV
                   ELSE
                       MOVE 'W' TO EXW-SEV
                   END-IF
                   MOVE SPACES TO EXW-TEXT
                   STRING 'PAID ON PLAN ' DELIMITED BY SIZE
                          SPX-PLAN DELIMITED BY SIZE
                          ', PLAN NOT ON FILE' DELIMITED BY SIZE
                          INTO EXW-TEXT
                   PERFORM LOG-EXCEPTION
           END-READ.

       SWEEP-SALES-REGISTER.                                              *>PROCEDURE PARAGRAPH TO CHECK SALES AGAINST THE INVENTORY AND SALESPERSON FILES
           OPEN INPUT SALES-REGISTER.
           IF SREG-STATUS NOT = '00'                                      *>NO SALES REGISTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (11)
               MOVE 'NOT PRESENT' TO REL-NOTE (12)
           ELSE
               IF INV-OPEN-SWITCH = 'NO '
                   MOVE 11 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               IF SPX-OPEN-SWITCH = 'NO '
                   MOVE 12 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               MOVE 'NO ' TO EOF-SWITCH
               PERFORM UNTIL EOF-SWITCH = 'YES'
                   READ SALES-REGISTER NEXT RECORD
                       AT END
                           MOVE 'YES' TO EOF-SWITCH
                       NOT AT END
                           IF INV-OPEN-SWITCH = 'YES'
                               PERFORM CHECK-SALE-STOCK
                           END-IF
                           IF SPX-OPEN-SWITCH = 'YES'
                               PERFORM CHECK-SALE-SALESPERSON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REGISTER
           END-IF.

       CHECK-SALE-STOCK.                                                  *>PROCEDURE PARAGRAPH TO LOOK UP THE UNIT ONE SALE WAS FOR
           MOVE 11 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SREG-STOCK-NUM TO INV-STOCK-NUM.
           PERFORM LOOK-UP-STOCK.
           MOVE SREG-STOCK-NUM TO EXW-KEY.
           IF FOUND-SWITCH = 'NO '
               IF SREG-REVERSED-FLAG = 'Y'                                *>A REVERSED SALE NO LONGER CARRIES ANY MONEY
                   MOVE 'W' TO EXW-SEV
                   MOVE 'REVERSED SALE, UNIT NOT ON INVENTORY'
                       TO EXW-TEXT
               ELSE
                   MOVE 'M' TO EXW-SEV
                   MOVE 'SALE OF A UNIT NOT ON INVENTORY'
                       TO EXW-TEXT
               END-IF
               PERFORM LOG-EXCEPTION
           ELSE
               IF SREG-REVERSED-FLAG NOT = 'Y'                            *>A STANDING SALE MUST HAVE TAKEN THE UNIT OFF THE LOT
               AND INV-SOLD-FLAG NOT = 'Y'
                   MOVE 'M' TO EXW-SEV
                   MOVE 'SOLD UNIT NOT FLAGGED SOLD ON INVENTORY'
                       TO EXW-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF.

       CHECK-SALE-SALESPERSON.                                            *>PROCEDURE PARAGRAPH TO LOOK UP THE SALESPERSON ON ONE SALE
           MOVE 12 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE SREG-SP TO SPX-CODE.
           READ SP-XREF-FILE
               INVALID KEY
                   MOVE 'W' TO EXW-SEV
                   MOVE SREG-STOCK-NUM TO EXW-KEY
                   MOVE SPACES TO EXW-TEXT
                   STRING 'SALESPERSON ' DELIMITED BY SIZE
                          SREG-SP DELIMITED BY SPACE
                          ' NOT ON SPXREF' DELIMITED BY SIZE
                          INTO EXW-TEXT
                   PERFORM LOG-EXCEPTION
           END-READ.

       SWEEP-FLOOR-PLAN.                                                  *>PROCEDURE PARAGRAPH TO CHECK FLOOR-PLAN UNITS AGAINST THE INVENTORY MASTER
           MOVE 13 TO REL-SUB.
           OPEN INPUT FLOOR-PLAN-FILE.
           IF FPM-STATUS NOT = '00'                                       *>NO FLOOR-PLAN MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF INV-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ FLOOR-PLAN-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-FLOOR-PLAN-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FLOOR-PLAN-FILE
           END-IF.

       CHECK-FLOOR-PLAN-RECORD.                                           *>PROCEDURE PARAGRAPH TO LOOK UP THE UNIT OF ONE FLOOR-PLAN RECORD
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE FP-STOCK-NUM TO INV-STOCK-NUM.
           PERFORM LOOK-UP-STOCK.
           IF FOUND-SWITCH = 'NO '
               MOVE FP-STOCK-NUM TO EXW-KEY
               IF FP-STATUS = 'O'                                         *>STILL ACCRUING INTEREST TO THE LENDER
                   MOVE 'M' TO EXW-SEV
                   MOVE 'OPEN ON THE LINE, UNIT NOT ON INVENTORY'
                       TO EXW-TEXT
               ELSE
                   MOVE 'W' TO EXW-SEV
                   MOVE 'PAID OFF, UNIT NOT ON INVENTORY'
                       TO EXW-TEXT
               END-IF
               PERFORM LOG-EXCEPTION
           END-IF.

           *>-------------PAYROLL CHILDREN------------------------------
       SWEEP-YTD-PAYROLL.                                                 *>PROCEDURE PARAGRAPH TO CHECK YEAR-TO-DATE TOTALS AGAINST THE EMPLOYEE MASTER
           MOVE 14 TO REL-SUB.
           OPEN INPUT YTD-PAYROLL.
           IF YTD-STATUS NOT = '00'                                       *>NO YEAR-TO-DATE FILE MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF EMP-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ YTD-PAYROLL NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-YTD-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE YTD-PAYROLL
           END-IF.

       CHECK-YTD-RECORD.                                                  *>PROCEDURE PARAGRAPH TO LOOK UP THE EMPLOYEE OF ONE YEAR-TO-DATE RECORD
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE YTD-EMP-ID TO EM-EMP-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF FOUND-SWITCH = 'NO '                                        *>WAGES THAT WILL NEVER REACH A W-2
               MOVE 'M' TO EXW-SEV
               MOVE YTD-EMP-ID TO EXW-KEY
               MOVE 'YTD TOTALS FOR AN EMPLOYEE NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-CHECK-REGISTER.                                              *>PROCEDURE PARAGRAPH TO CHECK PAYROLL CHECKS AGAINST THE EMPLOYEE MASTER
           MOVE 15 TO REL-SUB.
           OPEN INPUT CHECK-REGISTER.
           IF CHKREG-STATUS NOT = '00'                                    *>NO CHECK REGISTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF EMP-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ CHECK-REGISTER NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-CHECK-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CHECK-REGISTER
           END-IF.

       CHECK-CHECK-RECORD.                                                *>PROCEDURE PARAGRAPH TO LOOK UP THE EMPLOYEE ONE CHECK PAID
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE CHK-EMP-ID TO EM-EMP-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF FOUND-SWITCH = 'NO '
               MOVE 'M' TO EXW-SEV
               MOVE SPACES TO EXW-KEY
               STRING CHK-EMP-ID DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      CHK-DATE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      CHK-SEQ DELIMITED BY SIZE
                      INTO EXW-KEY
               MOVE 'CHECK CUT FOR AN EMPLOYEE NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       SWEEP-DEDUCTION-MASTER.                                            *>PROCEDURE PARAGRAPH TO CHECK DEDUCTIONS AGAINST THE EMPLOYEE MASTER AND CODES
           OPEN INPUT DEDUCTION-MASTER.
           IF DMAST-STATUS NOT = '00'                                     *>NO DEDUCTION MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (16)
               MOVE 'NOT PRESENT' TO REL-NOTE (17)
           ELSE
               IF EMP-OPEN-SWITCH = 'NO '
                   MOVE 16 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               IF DCODE-OPEN-SWITCH = 'NO '
                   MOVE 17 TO REL-SUB
                   PERFORM LOG-PARENT-MISSING
               END-IF
               MOVE 'NO ' TO EOF-SWITCH
               PERFORM UNTIL EOF-SWITCH = 'YES'
                   READ DEDUCTION-MASTER NEXT RECORD
                       AT END
                           MOVE 'YES' TO EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO EXW-KEY
                           STRING DM-EMP-ID DELIMITED BY SIZE
                                  '/' DELIMITED BY SIZE
                                  DM-CODE DELIMITED BY SIZE
                                  INTO EXW-KEY
                           IF EMP-OPEN-SWITCH = 'YES'
                               PERFORM CHECK-DEDUCTION-EMPLOYEE
                           END-IF
                           IF DCODE-OPEN-SWITCH = 'YES'
                               PERFORM CHECK-DEDUCTION-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MASTER
           END-IF.

       CHECK-DEDUCTION-EMPLOYEE.                                          *>PROCEDURE PARAGRAPH TO LOOK UP THE EMPLOYEE OF ONE DEDUCTION
           MOVE 16 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE DM-EMP-ID TO EM-EMP-ID.
           PERFORM LOOK-UP-EMPLOYEE.
           IF FOUND-SWITCH = 'NO '
               MOVE 'M' TO EXW-SEV
               MOVE 'DEDUCTION FOR AN EMPLOYEE NOT ON FILE'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

       CHECK-DEDUCTION-CODE.                                              *>PROCEDURE PARAGRAPH TO LOOK UP THE CODE OF ONE DEDUCTION
           MOVE 17 TO REL-SUB.
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE 'NO ' TO FOUND-SWITCH.
           PERFORM VARYING DED-CODE-SUB FROM 1 BY 1
                   UNTIL DED-CODE-SUB > DED-CODE-COUNT
               IF DCT-CODE (DED-CODE-SUB) = DM-CODE
                   MOVE 'YES' TO FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = 'NO '                                        *>THE PAYROLL RUN CANNOT TAKE OR POST A CODE IT DOES NOT KNOW
               MOVE 'M' TO EXW-SEV
               MOVE 'DEDUCTION CODE NOT ON DEDCODES.TXT'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

           *>-------------LEDGER CHILDREN------------------------------
       SWEEP-DED-CODES.                                                   *>PROCEDURE PARAGRAPH TO CHECK EACH DEDUCTION CODE'S ACCOUNT AGAINST THE CHART
           MOVE 18 TO REL-SUB.
           IF DCODE-OPEN-SWITCH = 'NO '                                   *>NO DEDUCTION CODES MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CHART-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   PERFORM VARYING DED-CODE-SUB FROM 1 BY 1
                           UNTIL DED-CODE-SUB > DED-CODE-COUNT
                       PERFORM CHECK-DED-CODE-ACCOUNT
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-DED-CODE-ACCOUNT.                                            *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT ONE DEDUCTION CODE POSTS TO
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE DCT-GL-ACCOUNT (DED-CODE-SUB) TO COA-ACCOUNT.
           PERFORM LOOK-UP-ACCOUNT.
           MOVE DCT-CODE (DED-CODE-SUB) TO EXW-KEY.
           MOVE 'M' TO EXW-SEV.
           MOVE SPACES TO EXW-TEXT.
           IF FOUND-SWITCH = 'NO '                                        *>GLPROOF WOULD REJECT EVERY LINE THE CODE POSTS
               STRING 'POSTS TO ACCOUNT ' DELIMITED BY SIZE
                      DCT-GL-ACCOUNT (DED-CODE-SUB) DELIMITED BY SIZE
                      ', NOT ON THE CHART' DELIMITED BY SIZE
                      INTO EXW-TEXT
               PERFORM LOG-EXCEPTION
           ELSE
               IF COA-ACTIVE-FLAG NOT = 'A'
                   STRING 'POSTS TO INACTIVE ACCOUNT ' DELIMITED BY SIZE
                          DCT-GL-ACCOUNT (DED-CODE-SUB)
                              DELIMITED BY SIZE
                          INTO EXW-TEXT
                   PERFORM LOG-EXCEPTION
               END-IF
           END-IF.

       SWEEP-GL-BALANCE.                                                  *>PROCEDURE PARAGRAPH TO CHECK THE GL BALANCE MASTER AGAINST THE CHART
           MOVE 19 TO REL-SUB.
           OPEN INPUT GL-BALANCE-FILE.
           IF GLB-STATUS NOT = '00'                                       *>NO BALANCE MASTER MEANS NOTHING TO CHECK
               MOVE 'NOT PRESENT' TO REL-NOTE (REL-SUB)
           ELSE
               IF CHART-OPEN-SWITCH = 'NO '
                   PERFORM LOG-PARENT-MISSING
               ELSE
                   MOVE 'NO ' TO EOF-SWITCH
                   PERFORM UNTIL EOF-SWITCH = 'YES'
                       READ GL-BALANCE-FILE NEXT RECORD
                           AT END
                               MOVE 'YES' TO EOF-SWITCH
                           NOT AT END
                               PERFORM CHECK-GL-BALANCE-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE GL-BALANCE-FILE
           END-IF.

       CHECK-GL-BALANCE-RECORD.                                           *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT OF ONE BALANCE RECORD
           ADD 1 TO REL-CHECKED (REL-SUB).
           MOVE GLB-ACCOUNT TO COA-ACCOUNT.
           PERFORM LOOK-UP-ACCOUNT.
           IF FOUND-SWITCH = 'NO '                                        *>GLCLOSE WILL REFUSE TO LOCK THE PERIOD
               MOVE 'M' TO EXW-SEV
               MOVE SPACES TO EXW-KEY
               STRING GLB-ACCOUNT DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      GLB-PERIOD DELIMITED BY SIZE
                      INTO EXW-KEY
               MOVE 'BALANCES FOR AN ACCOUNT NOT ON THE CHART'
                   TO EXW-TEXT
               PERFORM LOG-EXCEPTION
           END-IF.

           *>-------------EXCEPTIONS REPORT------------------------------
       WRITE-INTEGRITY-REPORT.                                            *>PROCEDURE PARAGRAPH TO WRITE THE SUMMARY AND EVERY BREAK
           OPEN OUTPUT INTEGRITY-REPORT-FILE.                             *>START THE REPORT OVER EACH RUN
           MOVE RUN-DATE TO ITL-DATE.
           MOVE INTEGRITY-TITLE-LINE TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE DOTTED-LINE TO INTEGRITY-LINE.                            *>RULE UNDER THE TITLE
           WRITE INTEGRITY-LINE.
           MOVE SUMMARY-HEADING TO INTEGRITY-LINE.                        *>PREPARE THE COLUMN HEADER
           WRITE INTEGRITY-LINE.
           MOVE DOTTED-LINE TO INTEGRITY-LINE.                            *>CLOSE OFF THE HEADER WITH A SECOND RULE
           WRITE INTEGRITY-LINE.
           PERFORM VARYING REL-SUB FROM 1 BY 1                            *>ONE SUMMARY LINE PER RELATIONSHIP
                   UNTIL REL-SUB > 19
               MOVE REL-NAME (REL-SUB) TO SMD-NAME
               MOVE REL-CHECKED (REL-SUB) TO SMD-CHECKED
               MOVE REL-MONEY (REL-SUB) TO SMD-MONEY
               MOVE REL-WARN (REL-SUB) TO SMD-WARN
               MOVE REL-NOTE (REL-SUB) TO SMD-NOTE
               MOVE SUMMARY-DETAIL TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
               ADD REL-CHECKED (REL-SUB) TO TOTAL-CHECKED
           END-PERFORM.
           MOVE DOTTED-LINE TO INTEGRITY-LINE.                            *>RULE BEFORE THE BREAKS
           WRITE INTEGRITY-LINE.
           MOVE 'M' TO SECTION-SEV.                                       *>MONEY BREAKS FIRST - THEY FAIL THE RUN
           MOVE '*** MONEY BREAKS ***' TO SCH-TEXT.
           PERFORM WRITE-SEVERITY-SECTION.
           MOVE 'W' TO SECTION-SEV.                                       *>THEN THE WARNINGS
           MOVE '*** WARNINGS ***' TO SCH-TEXT.
           PERFORM WRITE-SEVERITY-SECTION.
           MOVE DOTTED-LINE TO INTEGRITY-LINE.                            *>RULE BEFORE THE VERDICT
           WRITE INTEGRITY-LINE.
           MOVE SPACES TO ITV-TEXT.                                       *>ONE FINAL LINE THE OPERATOR CAN READ AT A GLANCE
           IF MONEY-BREAK-COUNT = ZERO AND WARN-COUNT = ZERO
               MOVE 'NO BREAKS FOUND - EVERY REFERENCE RESOLVED'
                   TO ITV-TEXT
           ELSE
               IF MONEY-BREAK-COUNT = ZERO
                   STRING 'NO MONEY BREAKS, ' DELIMITED BY SIZE
                          WARN-COUNT DELIMITED BY SIZE
                          ' WARNINGS TO TIDY UP' DELIMITED BY SIZE
                          INTO ITV-TEXT
               ELSE
                   STRING 'SWEEP FAILED - ' DELIMITED BY SIZE
                          MONEY-BREAK-COUNT DELIMITED BY SIZE
                          ' MONEY BREAKS, ' DELIMITED BY SIZE
                          WARN-COUNT DELIMITED BY SIZE
                          ' WARNINGS' DELIMITED BY SIZE
                          INTO ITV-TEXT
               END-IF
           END-IF.
           MOVE INTEGRITY-VERDICT-LINE TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           CLOSE INTEGRITY-REPORT-FILE.                                   *>THE REPORT IS COMPLETE

       WRITE-SEVERITY-SECTION.                                            *>PROCEDURE PARAGRAPH TO LIST EVERY BREAK OF ONE SEVERITY BY RELATIONSHIP
           MOVE SECTION-HEADING TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           MOVE 'NO ' TO SECTION-FOUND-SWITCH.
           PERFORM VARYING REL-SUB FROM 1 BY 1
                   UNTIL REL-SUB > 19
               IF SECTION-SEV = 'M'
                   MOVE REL-MONEY (REL-SUB) TO SECTION-REL-COUNT
                   MOVE REL-UNLISTED-M (REL-SUB) TO SECTION-UNLISTED
               ELSE
                   MOVE REL-WARN (REL-SUB) TO SECTION-REL-COUNT
                   MOVE REL-UNLISTED-W (REL-SUB) TO SECTION-UNLISTED
               END-IF
               IF SECTION-REL-COUNT > 0
                   PERFORM WRITE-RELATIONSHIP-GROUP
               END-IF
           END-PERFORM.
           IF SECTION-FOUND-SWITCH = 'NO '                                *>SAY SO RATHER THAN LEAVE THE SECTION EMPTY
               MOVE SPACES TO EXCEPTION-DETAIL
               MOVE 'NONE FOUND' TO EXD-KEY
               MOVE EXCEPTION-DETAIL TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
           END-IF.

       WRITE-RELATIONSHIP-GROUP.                                          *>PROCEDURE PARAGRAPH TO LIST ONE RELATIONSHIP'S BREAKS UNDER ITS NAME
           MOVE 'YES' TO SECTION-FOUND-SWITCH.
           MOVE REL-NAME (REL-SUB) TO GRH-NAME.
           MOVE GROUP-HEADING TO INTEGRITY-LINE.
           WRITE INTEGRITY-LINE.
           PERFORM VARYING EXC-SUB FROM 1 BY 1
                   UNTIL EXC-SUB > EXC-COUNT
               IF EXC-REL (EXC-SUB) = REL-SUB
               AND EXC-SEV (EXC-SUB) = SECTION-SEV
                   MOVE EXC-KEY (EXC-SUB) TO EXD-KEY
                   MOVE EXC-TEXT (EXC-SUB) TO EXD-TEXT
                   MOVE EXCEPTION-DETAIL TO INTEGRITY-LINE
                   WRITE INTEGRITY-LINE
               END-IF
           END-PERFORM.
           IF SECTION-UNLISTED > 0                                        *>BREAKS PAST THE END OF THE TABLE ARE COUNTED, NOT LISTED
               MOVE SECTION-UNLISTED TO UNL-COUNT
               MOVE UNLISTED-LINE TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
           END-IF.

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           COMPUTE RECORD-BAD-COUNT = MONEY-BREAK-COUNT + WARN-COUNT      *>A MISSING PARENT FILE IS REPORTED, BUT IS NOT
               - FILE-BREAK-COUNT.                                        *>A RECORD THAT WAS CHECKED
           MOVE TOTAL-CHECKED TO LOGGED-CHECKED.
           IF TOTAL-CHECKED > 99999                                       *>THE RUN-LOG COUNTS ARE FIVE DIGITS - LOG THE
               DISPLAY 'INTEGSWEEP WARNING - ' TOTAL-CHECKED              *>CAP SO GOOD PLUS BAD STILL FOOTS TO THE INPUT
                   ' REFERENCES CHECKED - RUN-LOG CARRIES 99999, '
                   'SEE INTEGRITY.TXT FOR THE FULL COUNT'
               MOVE 99999 TO LOGGED-CHECKED
           END-IF.
           COMPUTE RECORD-GOOD-COUNT =
               LOGGED-CHECKED - RECORD-BAD-COUNT.
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN THE RUN-LOG FOR APPENDING
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE 'INTEGSWEEP' TO RLOG-PROGRAM.                             *>RECORD WHICH PROGRAM PRODUCED THIS ENTRY
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE LOGGED-CHECKED TO RLOG-INPUT-COUNT.                       *>RECORD HOW MANY REFERENCES WERE CHECKED
           MOVE RECORD-GOOD-COUNT TO RLOG-GOOD-COUNT.                     *>RECORD HOW MANY RESOLVED CLEAN
           MOVE RECORD-BAD-COUNT TO RLOG-BAD-COUNT.                       *>RECORD HOW MANY BROKE
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------
