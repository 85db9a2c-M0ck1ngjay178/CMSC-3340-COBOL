       AUTHOR. BONAL, GEREGA, RUFFING.
       *> CUSTOMER MASTER MAINTENANCE - APPLIES ADD/CHANGE/DELETE
       *> TRANSACTIONS TO THE CUSTOMER MASTER KEYED BY ACCOUNT
       *> NUMBER AND PRINTS AN AUDIT LISTING OF EVERY CHANGE -
       *> ALSO WORKS THE MOVE-OUT/MOVE-IN SERVICE ORDERS: A MOVE-OUT
       *> PRORATES THE FINAL BILL ONTO THE BILLING REGISTER, SETTLES
       *> ANY BUDGET-PLAN VARIANCE AND CLOSES THE ACCOUNT WITH ITS
       *> BALANCE LEFT ON A/R; A MOVE-IN OPENS THE NEW OCCUPANT AT
       *> THE PREMISES WITH NO USAGE HISTORY CARRIED OVER. AN ADD OR
       *> MOVE-IN CAN TAKE A SECURITY DEPOSIT ONTO THE DEPOSIT
       *> MASTER, AND A MOVE-OUT APPLIES A HELD DEPOSIT AND ITS
       *> INTEREST AGAINST THE FINAL BILL. A METER SET (M) OR METER
       *> EXCHANGE (X) KEEPS THE METER MASTER THE BILLING RUN READS
       *> THE DIALS AND MULTIPLIER FROM. A MOVE-IN MARKS THE CLOSED
       *> ACCOUNT IT REPLACES WITH THE NEW ACCOUNT NUMBER SO THE
       *> PREMISES CANNOT BE OPENED TWICE, AND A DELETE PURGES THE
       *> ACCOUNT'S LEDGER POSTINGS AND PAYMENT HISTORY SO A REUSED
       *> NUMBER STARTS CLEAN
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RATE-FILE ASSIGN TO 'rates.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS RATE-STATUS.
        SELECT AR-MASTER ASSIGN TO 'armast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS AR-ACCT-NUM
                        FILE STATUS IS AR-STATUS.
        SELECT SHUTOFF-FILE ASSIGN TO 'shutoff.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SHUT-ACCT-NUM
                        FILE STATUS IS SHUT-STATUS.
        SELECT BUDGET-FILE ASSIGN TO 'budmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS BUD-ACCT-NUM
                        FILE STATUS IS BUD-STATUS.
        SELECT HISTORY-FILE ASSIGN TO 'history.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS HIST-ACCT-NUM
                        FILE STATUS IS HIST-STATUS.
        SELECT EXC-PEND-FILE ASSIGN TO 'excpend.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS EXCP-ACCT-NUM
                        FILE STATUS IS EXCP-STATUS.
        SELECT BILLING-REG-FILE ASSIGN TO 'billing.dat'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GL-EXTRACT-FILE ASSIGN TO 'glextract.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT METER-FILE ASSIGN TO 'metermast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS MTR-ACCT-NUM
                        FILE STATUS IS MTR-STATUS.
        SELECT SECURITY-DEP-FILE ASSIGN TO 'depmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SDEP-ACCT-NUM
                        FILE STATUS IS SDEP-STATUS.
        SELECT AR-LEDGER-FILE ASSIGN TO 'arledger.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ALED-KEY
                        FILE STATUS IS ALED-STATUS.
        SELECT PAY-APPLY-FILE ASSIGN TO 'payapply.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAPP-KEY
                        FILE STATUS IS PAPP-STATUS.

      *>====================END ENVIRONMENT DIVISION============================================

       DATA DIVISION.
       FILE SECTION.
       FD CUST-TRAN-FILE                       *>FILE DESCRIPTION FOR THE MAINTENANCE TRANSACTION FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS CUST-TRAN-IN.
       01 CUST-TRAN-IN.                        *>ONE MAINTENANCE TRANSACTION PER LINE
         05 CTRAN-ACTION PIC X(1).             *>A = ADD, C = CHANGE, D = DELETE, O = MOVE-OUT, I = MOVE-IN,
                                               *>M = METER SET, X = METER EXCHANGE
         05 CTRAN-ACCT-NUM PIC 9(6).           *>ACCOUNT NUMBER THE TRANSACTION APPLIES TO
         05 CTRAN-FIRST-NAME PIC X(12).        *>FIRST NAME DESIGNATED 12 ALPHANUMERIC CHARACTERS
         05 CTRAN-LAST-NAME PIC X(12).         *>LAST NAME DESIGNATED 12 ALPHANUMERIC CHARACTERS
         05 CTRAN-CITY PIC X(13).              *>CITY DESIGNATED 13 ALPHANUMERIC CHARACTERS
         05 CTRAN-STATE PIC X(2).              *>STATE DESIGNATED 2 ALPHANUMERIC CHARACTERS
         05 CTRAN-BUDGET-FLAG PIC X(1).        *>'Y' TO OPT THE ACCOUNT INTO BUDGET BILLING, ANYTHING ELSE IS OFF
         05 CTRAN-SVC-ORDER.                   *>SERVICE-ORDER FIELDS - A MOVE-OUT, MOVE-IN OR METER ORDER FILLS THEM IN
           10 CTRAN-SVC-DATE PIC 9(8).         *>DATE (YYYYMMDD) OF THE FINAL READ (O), THE STARTING READ (I),
                                               *>THE METER SET (M) OR THE EXCHANGE (X)
           10 CTRAN-PREV-METER PIC 9(5).       *>READING THE LAST BILL WAS TAKEN FROM (O), OLD METER'S FINAL READ (X)
           10 CTRAN-METER-READ PIC 9(5).       *>FINAL READING (O), STARTING READING (I), NEW METER'S START READ (X)
           10 CTRAN-PRIOR-ACCT PIC 9(6).       *>CLOSED ACCOUNT THE NEW OCCUPANT REPLACES AT THE PREMISES (I)
           10 CTRAN-PRIOR-ACCT-X               *>ALTERNATE VIEW TO SPOT A MOVE-IN WITH NO PRIOR OCCUPANT
               REDEFINES CTRAN-PRIOR-ACCT PIC X(6).
         05 CTRAN-DEPOSIT-AMT PIC 9(6)V99.     *>SECURITY DEPOSIT TAKEN ON AN ADD (A) OR MOVE-IN (I)
         05 CTRAN-DEPOSIT-AMT-X                *>ALTERNATE VIEW TO SPOT A LINE THAT TAKES NO DEPOSIT
             REDEFINES CTRAN-DEPOSIT-AMT PIC X(8).
         05 CTRAN-METER-ORDER.                 *>METER FIELDS - ONLY A METER SET (M) OR EXCHANGE (X) FILLS THEM IN
           10 CTRAN-METER-NUM PIC X(10).       *>SERIAL NUMBER OF THE METER BEING SET
           10 CTRAN-DIALS PIC 9(1).            *>DIALS ON ITS REGISTER, 1 TO 5 - BLANK MEANS 5
           10 CTRAN-DIALS-X                    *>ALTERNATE VIEW TO SPOT A BLANK DIAL COUNT
               REDEFINES CTRAN-DIALS PIC X(1).
           10 CTRAN-MULTIPLIER PIC 9(3)V99.    *>KWH PER REGISTERED UNIT - BLANK MEANS 1.00
           10 CTRAN-MULTIPLIER-X               *>ALTERNATE VIEW TO SPOT A BLANK MULTIPLIER
               REDEFINES CTRAN-MULTIPLIER PIC X(5).

       FD  CUSTOMER-MASTER                     *>FILE DESCRIPTION FOR THE CUSTOMER MASTER KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 76 CHARACTERS
                  DATA RECORD IS CUSTOMER-RECORD.
       01 CUSTOMER-RECORD.                     *>ONE RECORD PER CUSTOMER ACCOUNT
         05 CMAST-ACCT-NUM PIC 9(6).           *>CMAST-ACCT-NUM IS THE RECORD KEY
         05 CMAST-CITY PIC X(13).              *>CITY DESIGNATED 13 ALPHANUMERIC CHARACTERS
         05 CMAST-STATE PIC X(2).              *>STATE DESIGNATED 2 ALPHANUMERIC CHARACTERS
         05 CMAST-BUDGET-FLAG PIC X(1).        *>'Y' WHEN THE ACCOUNT IS ON THE BUDGET-BILLING (LEVELIZED) PLAN
         05 CMAST-ACCT-STATUS PIC X(1).        *>'C' ONCE A MOVE-OUT HAS CLOSED THE ACCOUNT - ANYTHING ELSE IS ACTIVE
         05 CMAST-CLOSE-DATE PIC 9(8).         *>DATE (YYYYMMDD) OF THE MOVE-OUT FINAL READ, ZERO WHILE ACTIVE
         05 CMAST-SUCCESSOR-ACCT PIC 9(6).     *>ACCOUNT THAT MOVED IN AFTER THIS ONE CLOSED, ZERO IF NONE YET

       FD  AUDIT-FILE                          *>FILE DESCRIPTION FOR THE MAINTENANCE AUDIT LISTING
                 RECORD CONTAINS 80 CHARACTERS
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF BAD (REJECTED) TRANSACTIONS THIS RUN

       FD  RATE-FILE                           *>FILE DESCRIPTION FOR THE EFFECTIVE-DATED RATE MASTER THE FINAL BILL PRICES FROM
                 RECORD CONTAINS 28 CHARACTERS
                  DATA RECORD IS RATE-IN.
       01 RATE-IN.                             *>ONE RATE SET PER LINE, NEWEST EFFECTIVE DATE COVERING THE RUN DATE WINS
         05 RATE-EFF-DATE PIC 9(8).            *>DATE (YYYYMMDD) THIS RATE SET TAKES EFFECT
         05 RATE-CUST-CHARGE PIC 9(3)V99.      *>BASIC CUSTOMER CHARGE FOR THIS RATE SET
         05 RATE-TIER1-LIMIT PIC 9(5).         *>KWH COVERED BY THE FIRST USAGE TIER
         05 RATE-TIER1-COST PIC 9(3)V99.       *>COST PER KWH FOR USAGE WITHIN THE FIRST TIER
         05 RATE-TIER2-COST PIC 9(3)V99.       *>COST PER KWH FOR USAGE ABOVE THE FIRST TIER

       FD  AR-MASTER                           *>FILE DESCRIPTION FOR THE A/R MASTER - READ FOR THE LAST BILL DATE AND OPEN BALANCE
                 RECORD CONTAINS 65 CHARACTERS
                  DATA RECORD IS AR-RECORD.
       01 AR-RECORD.                           *>ONE RECORD PER ACCOUNT WITH AN A/R HISTORY
         05 AR-ACCT-NUM PIC 9(6).              *>AR-ACCT-NUM IS THE RECORD KEY
         05 AR-CURRENT PIC S9(6)V99            *>BALANCE BILLED THIS CYCLE (MAY GO NEGATIVE ON OVERPAYMENT)
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 AR-DAYS-30 PIC S9(6)V99            *>BALANCE ONE CYCLE PAST DUE
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 AR-DAYS-60 PIC S9(6)V99            *>BALANCE TWO CYCLES PAST DUE
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 AR-DAYS-90 PIC S9(6)V99            *>BALANCE THREE OR MORE CYCLES PAST DUE
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 AR-LAST-BILL-DATE PIC 9(8).        *>DATE OF THE NEWEST BILL POSTED TO THIS ACCOUNT
         05 AR-LAST-CHG-DATE PIC 9(8).         *>BILL-DATE OF THE CYCLE THE LAST FINANCE CHARGE COVERED
         05 AR-HELD-CREDIT-FLAG PIC X(1).      *>'Y' WHILE A SMALL CREDIT IS BEING HELD TO OFFSET THE NEXT BILL
         05 AR-CASH-ONLY-FLAG PIC X(1).        *>'Y' WHILE LOCKBOX CHECKS FROM THE ACCOUNT GO TO REVIEW
         05 AR-LEDGER-SEQ PIC 9(5).            *>LAST SEQUENCE USED ON THE A/R TRANSACTION LEDGER

       FD  SHUTOFF-FILE                        *>FILE DESCRIPTION FOR THE SHUTOFF-WORKFLOW FILE THE A/R RUN ADVANCES
                 RECORD CONTAINS 25 CHARACTERS
                  DATA RECORD IS SHUTOFF-RECORD.
       01 SHUTOFF-RECORD.                      *>ONE RECORD PER ACCOUNT WITH AN OPEN SHUTOFF WORKFLOW
         05 SHUT-ACCT-NUM PIC 9(6).            *>SHUT-ACCT-NUM IS THE RECORD KEY
         05 SHUT-STAGE PIC 9(1).               *>1 = FIRST NOTICE, 2 = FINAL NOTICE, 3 = DISCONNECT ORDER
         05 SHUT-STAGE-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE CURRENT STAGE WAS REACHED
         05 SHUT-PASTDUE-AMT PIC S9(7)V99      *>PAST-DUE AMOUNT WHEN THE STAGE WAS REACHED
                       SIGN IS LEADING SEPARATE CHARACTER.

       FD  BUDGET-FILE                         *>FILE DESCRIPTION FOR THE BUDGET-BILLING PLAN BALANCES KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 18 CHARACTERS
                  DATA RECORD IS BUDGET-RECORD.
       01 BUDGET-RECORD.                       *>ONE RECORD PER ACCOUNT THAT HAS BILLED ON THE PLAN
         05 BUD-ACCT-NUM PIC 9(6).             *>BUD-ACCT-NUM IS THE RECORD KEY
         05 BUD-VARIANCE PIC S9(7)V99          *>ACTUAL CHARGES MINUS LEVEL AMOUNTS BILLED, ACCUMULATED
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 BUD-MONTHS PIC 9(2).               *>CYCLES BILLED ON THE PLAN SINCE THE LAST ANNUAL TRUE-UP

       FD  HISTORY-FILE                        *>FILE DESCRIPTION FOR THE CUSTOMER-HISTORY FILE KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 233 CHARACTERS
                  DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.                      *>ONLY THE KEY MATTERS HERE - A MOVE-IN CLEARS ANY STALE RECORD
         05 HIST-ACCT-NUM PIC 9(6).            *>HIST-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(227).                 *>USAGE HISTORY AS THE BILLING RUN KEEPS IT

       FD  EXC-PEND-FILE                       *>FILE DESCRIPTION FOR THE PENDING USAGE-SPIKE EXCEPTIONS AWAITING DISPOSITION
                 RECORD CONTAINS 24 CHARACTERS
                  DATA RECORD IS EXC-PEND-RECORD.
       01 EXC-PEND-RECORD.                     *>ONLY THE KEY MATTERS HERE - A MOVE-IN CLEARS ANY STALE HOLD
         05 EXCP-ACCT-NUM PIC 9(6).            *>EXCP-ACCT-NUM IS THE RECORD KEY
         05 FILLER PIC X(18).                  *>HELD SPIKE AS THE BILLING RUN KEEPS IT

       FD  AR-LEDGER-FILE                      *>FILE DESCRIPTION FOR THE A/R TRANSACTION LEDGER A DELETE PURGES
                 RECORD CONTAINS 75 CHARACTERS
                  DATA RECORD IS AR-LEDGER-RECORD.
       01 AR-LEDGER-RECORD.                    *>ONLY THE KEY MATTERS HERE - A DELETE TAKES THE POSTINGS WITH IT
         05 ALED-KEY.                          *>ALED-KEY IS THE RECORD KEY
           10 ALED-ACCT-NUM PIC 9(6).          *>ACCOUNT POSTED
           10 ALED-SEQ PIC 9(5).               *>POSTING SEQUENCE WITHIN THE ACCOUNT
         05 FILLER PIC X(64).                  *>POSTING AS THE A/R RUN KEEPS IT

       FD  PAY-APPLY-FILE                      *>FILE DESCRIPTION FOR THE PAYMENT-APPLICATION HISTORY A DELETE PURGES
                 RECORD CONTAINS 85 CHARACTERS
                  DATA RECORD IS PAY-APPLY-RECORD.
       01 PAY-APPLY-RECORD.                    *>ONLY THE KEY MATTERS HERE - A DELETE TAKES THE HISTORY WITH IT
         05 PAPP-KEY.                          *>PAPP-KEY IS THE RECORD KEY
           10 PAPP-ACCT-NUM PIC 9(6).          *>ACCOUNT THE PAYMENT WAS APPLIED TO
           10 PAPP-PAY-DATE PIC 9(8).          *>DATE (YYYYMMDD) ON THE PAYMENT LINE
           10 PAPP-SEQ PIC 9(2).               *>TELLS APART PAYMENTS FROM ONE ACCOUNT ON ONE DATE
         05 FILLER PIC X(69).                  *>APPLICATION AS THE A/R RUN KEEPS IT

       FD  BILLING-REG-FILE                    *>FILE DESCRIPTION FOR THE BILLING REGISTER CONSUMED BY THE A/R RUN
                 RECORD CONTAINS 23 CHARACTERS
                  DATA RECORD IS BILLING-REG-LINE.
       01 BILLING-REG-LINE.                    *>ONE LINE PER BILL PRODUCED, MACHINE-READABLE FOR DOWNSTREAM POSTING
         05 BREG-ACCT-NUM PIC 9(6).            *>ACCOUNT NUMBER BILLED
         05 BREG-BILL-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE BILL WAS PRODUCED
         05 BREG-AMOUNT PIC 9(6)V99.           *>DOLLAR AMOUNT BILLED
         05 BREG-CREDIT-FLAG PIC X(1).         *>'C' WHEN A FINAL BILL NETS TO A CREDIT OWED BACK TO THE CUSTOMER

       FD  SECURITY-DEP-FILE                   *>FILE DESCRIPTION FOR THE SECURITY-DEPOSIT MASTER KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 55 CHARACTERS
                  DATA RECORD IS SECURITY-DEP-RECORD.
       01 SECURITY-DEP-RECORD.                 *>ONE RECORD PER ACCOUNT THAT HAS POSTED A SECURITY DEPOSIT
         05 SDEP-ACCT-NUM PIC 9(6).            *>SDEP-ACCT-NUM IS THE RECORD KEY
         05 SDEP-AMOUNT PIC 9(6)V99.           *>DEPOSIT DOLLARS TAKEN FROM THE CUSTOMER
         05 SDEP-RECEIVED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE DEPOSIT WAS TAKEN
         05 SDEP-INTEREST PIC 9(6)V99.         *>INTEREST ACCRUED TO DATE, OWED BACK WITH THE DEPOSIT
         05 SDEP-LAST-INT-DATE PIC 9(8).       *>ANNIVERSARY (YYYYMMDD) INTEREST HAS BEEN ACCRUED THROUGH
         05 SDEP-LAST-SHUT-DATE PIC 9(8).      *>DATE A SHUTOFF STAGE LAST OPENED OR ADVANCED, ZERO IF NEVER
         05 SDEP-HOLD-FLAG PIC X(1).           *>'H' HELD, 'C' CREDITED TO THE ACCOUNT, 'A' APPLIED TO A FINAL BILL
         05 SDEP-DISPOSED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE DEPOSIT WAS CREDITED OR APPLIED, ZERO WHILE HELD

       FD  METER-FILE                          *>FILE DESCRIPTION FOR THE METER MASTER KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 73 CHARACTERS
                  DATA RECORD IS METER-RECORD.
       01 METER-RECORD.                        *>ONE RECORD PER ACCOUNT WITH A METER ON FILE
         05 MTR-ACCT-NUM PIC 9(6).             *>MTR-ACCT-NUM IS THE RECORD KEY
         05 MTR-METER-NUM PIC X(10).           *>SERIAL NUMBER OF THE METER NOW SET
         05 MTR-INSTALL-DATE PIC 9(8).         *>DATE (YYYYMMDD) THE METER WAS SET
         05 MTR-DIALS PIC 9(1).                *>DIALS ON THE REGISTER - THE READ ROLLS TO ZERO AT 10 ** DIALS
         05 MTR-MULTIPLIER PIC 9(3)V99.        *>KWH PER REGISTERED UNIT - 1.00 ON A SELF-CONTAINED METER
         05 MTR-EXCH-FLAG PIC X(1).            *>'P' EXCHANGE NOT YET BILLED, 'B' BILLED, SPACE IF NONE
         05 MTR-EXCH-DATE PIC 9(8).            *>DATE (YYYYMMDD) OF THE LAST METER EXCHANGE
         05 MTR-EXCH-BILL-DATE PIC 9(8).       *>RUN DATE THE EXCHANGE WAS BILLED, ZERO UNTIL THEN
         05 MTR-OLD-METER-NUM PIC X(10).       *>SERIAL NUMBER OF THE METER TAKEN OUT
         05 MTR-OLD-DIALS PIC 9(1).            *>DIALS ON THE METER TAKEN OUT
         05 MTR-OLD-MULTIPLIER PIC 9(3)V99.    *>MULTIPLIER OF THE METER TAKEN OUT
         05 MTR-OLD-FINAL-READ PIC 9(5).       *>LAST READING ON THE METER TAKEN OUT
         05 MTR-NEW-START-READ PIC 9(5).       *>FIRST READING ON THE METER PUT IN

       FD  GL-EXTRACT-FILE                     *>FILE DESCRIPTION FOR THE COMMON GENERAL-LEDGER EXTRACT EVERY
                 RECORD CONTAINS 55 CHARACTERS *>SUBSYSTEM APPENDS BALANCED JOURNAL LINES TO
                  DATA RECORD IS GL-EXTRACT-LINE.
       01 GL-EXTRACT-LINE.                     *>ONE JOURNAL LINE PER RECORD - EVERY POSTING IS A BALANCED SET
         05 GLX-DATE PIC 9(8).                 *>RUN DATE (YYYYMMDD) THE POSTING BELONGS TO
         05 GLX-SOURCE PIC X(12).              *>SOURCE PROGRAM, AS NAMED IN THE RUN-LOG
         05 GLX-ACCOUNT PIC 9(4).              *>ACCOUNT FROM THE SHARED CHART OF ACCOUNTS
         05 GLX-DC PIC X(1).                   *>'D' DEBIT / 'C' CREDIT
         05 GLX-AMOUNT PIC 9(8)V99.            *>UNSIGNED DOLLARS - THE D/C BYTE CARRIES THE DIRECTION
         05 GLX-DESC PIC X(20).                *>WHAT THE POSTING IS

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 CTRAN-STATUS PIC XX.                              *>FILE STATUS CODE FOR CUST-TRAN-FILE I/O
       01 CMAST-STATUS PIC XX.                              *>FILE STATUS CODE FOR CUSTOMER-MASTER I/O
       01 CTRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE LAST TRANSACTION HAS BEEN READ
       01 CMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN A MASTER RECORD EXISTS FOR THE CURRENT ACCOUNT
       01 RATE-STATUS PIC XX.                               *>FILE STATUS CODE FOR RATE-FILE I/O
       01 AR-STATUS PIC XX.                                 *>FILE STATUS CODE FOR AR-MASTER I/O
       01 SHUT-STATUS PIC XX.                               *>FILE STATUS CODE FOR SHUTOFF-FILE I/O
       01 BUD-STATUS PIC XX.                                *>FILE STATUS CODE FOR BUDGET-FILE I/O
       01 HIST-STATUS PIC XX.                               *>FILE STATUS CODE FOR HISTORY-FILE I/O
       01 EXCP-STATUS PIC XX.                               *>FILE STATUS CODE FOR EXC-PEND-FILE I/O
       01 RATE-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST RATE RECORD HAS BEEN READ
       01 RATE-FOUND-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN A RATE SET COVERING THE RUN DATE WAS LOADED
       01 RATE-BEST-DATE PIC 9(8) VALUE ZERO.               *>EFFECTIVE DATE OF THE BEST RATE SET FOUND SO FAR
       01 AR-AVAIL-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE A/R MASTER OPENED CLEANLY
       01 AR-FOUND-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN AN A/R RECORD EXISTS FOR THE CURRENT ACCOUNT
       01 SHUT-FOUND-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN AN OPEN WORKFLOW EXISTS FOR THE CURRENT ACCOUNT
       01 BUD-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN A PLAN RECORD EXISTS FOR THE CURRENT ACCOUNT
       01 SVC-ORDER-OK-SWITCH PIC X(3) VALUE 'NO '.         *>SET TO 'YES' WHEN A SERVICE ORDER'S DATE AND READINGS ARE USABLE
       01 PRIOR-REJECT-REASON PIC X(32) VALUE SPACES.       *>WHY A MOVE-IN'S PRIOR OCCUPANT BLOCKS IT - SPACES WHEN CLOSED (OR NONE NAMED)
       01 DELETE-BLOCK-REASON PIC X(32) VALUE SPACES.       *>WHY A DELETE MUST WAIT - SPACES WHEN NOTHING IS STILL OPEN
       01 SDEP-STATUS PIC XX.                               *>FILE STATUS CODE FOR SECURITY-DEP-FILE I/O
       01 SDEP-FOUND-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN A DEPOSIT RECORD EXISTS FOR THE CURRENT ACCOUNT
       01 DEPOSIT-TAKE-SWITCH PIC X(3) VALUE 'NO '.         *>SET TO 'YES' WHEN AN ADD OR MOVE-IN CARRIES A DEPOSIT TO TAKE
       01 DEPOSIT-REJECT-REASON PIC X(32) VALUE SPACES.     *>WHY A DEPOSIT CANNOT BE TAKEN - SPACES WHEN IT CAN
       01 MTR-STATUS PIC XX.                                *>FILE STATUS CODE FOR METER-FILE I/O
       01 MTR-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN A METER RECORD EXISTS FOR THE ACCOUNT READ
       01 METER-REJECT-REASON PIC X(32) VALUE SPACES.       *>WHY A METER ORDER CANNOT BE APPLIED - SPACES WHEN IT CAN
       01 METER-READ-BAD-SWITCH PIC X(3) VALUE 'NO '.       *>SET TO 'YES' WHEN A FINAL READ IS BACKWARD OR OFF THE DIALS
       01 ALED-STATUS PIC XX.                               *>FILE STATUS CODE FOR AR-LEDGER-FILE I/O
       01 PAPP-STATUS PIC XX.                               *>FILE STATUS CODE FOR PAY-APPLY-FILE I/O
       01 PURGE-EOF-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN A DELETE HAS PASSED THE ACCOUNT'S LAST ROW

       01 METER-WORK.                                       *>WORK FIELDS FOR METER ORDERS AND FINAL-READ USAGE
         05 METER-DIALS-WORK PIC 9(1) VALUE ZERO.           *>DIAL COUNT THE ORDER SETS
         05 METER-MULT-WORK PIC 9(3)V99 VALUE ZERO.         *>MULTIPLIER THE ORDER SETS
         05 MU-FROM-READ PIC 9(5) VALUE ZERO.               *>READING THE USAGE RUNS FROM
         05 MU-TO-READ PIC 9(5) VALUE ZERO.                 *>READING THE USAGE RUNS TO
         05 MU-DIALS PIC 9(1) VALUE ZERO.                   *>DIALS ON THE METER READ
         05 MU-MULTIPLIER PIC 9(3)V99 VALUE ZERO.           *>MULTIPLIER OF THE METER READ
         05 MU-CAPACITY PIC 9(6) VALUE ZERO.                *>ONE FULL TURN OF THE DIALS
         05 MU-RAW-UNITS PIC 9(6) VALUE ZERO.               *>REGISTERED UNITS BEFORE THE MULTIPLIER
         05 MU-KWH PIC 9(7) VALUE ZERO.                     *>KWH AFTER THE MULTIPLIER
         05 OLD-METER-KWH PIC 9(7) VALUE ZERO.              *>KWH ON A METER TAKEN OUT SINCE THE LAST BILL
         05 METER-UNITS-TOTAL PIC 9(8) VALUE ZERO.          *>BOTH METERS TOGETHER, BEFORE THE 99999 CHECK

       01 RATE-TABLE.                                       *>RATE SET IN EFFECT FOR THE RUN DATE, LOADED FROM RATES.TXT
         05 CUSTOMER-CHARGE PIC 9(3)V99 VALUE ZERO.         *>BASIC CUSTOMER CHARGE FOR A FULL CYCLE
         05 TIER1-LIMIT PIC 9(5) VALUE ZERO.                *>KWH COVERED BY THE FIRST USAGE TIER IN A FULL CYCLE
         05 TIER1-COST-PER-KWH PIC 9(3)V99 VALUE ZERO.      *>COST PER KWH FOR USAGE WITHIN THE FIRST TIER
         05 TIER2-COST-PER-KWH PIC 9(3)V99 VALUE ZERO.      *>COST PER KWH FOR USAGE ABOVE THE FIRST TIER

       01 FINAL-BILL-WORK.                                  *>WORK FIELDS FOR PRICING A MOVE-OUT FINAL BILL
         05 BILL-CYCLE-DAYS PIC 9(2) VALUE 30.              *>DAYS IN A FULL CYCLE - THE FINAL BILL PRORATES AGAINST IT
         05 PRORATE-DAYS PIC 9(2) VALUE ZERO.               *>DAYS OF SERVICE SINCE THE LAST BILL, CAPPED AT A FULL CYCLE
         05 PRORATE-DAYS-WORK PIC S9(7) VALUE ZERO.         *>RAW DAY COUNT BEFORE THE CAP
         05 FINAL-UNITS PIC 9(5) VALUE ZERO.                *>UNITS USED FROM THE LAST BILLED READ TO THE FINAL READ
         05 FINAL-CUST-CHARGE PIC 9(3)V99 VALUE ZERO.       *>CUSTOMER CHARGE PRORATED TO THE DAYS OF SERVICE
         05 FINAL-TIER1-LIMIT PIC 9(5) VALUE ZERO.          *>FIRST-TIER KWH PRORATED TO THE DAYS OF SERVICE
         05 FINAL-T1-UNITS PIC 9(5) VALUE ZERO.             *>UNITS PRICED AT THE FIRST-TIER RATE
         05 FINAL-T2-UNITS PIC 9(5) VALUE ZERO.             *>UNITS PRICED AT THE SECOND-TIER RATE
         05 FINAL-T1-CHARGE PIC 9(6)V99 VALUE ZERO.         *>DOLLARS FOR THE FIRST-TIER UNITS
         05 FINAL-T2-CHARGE PIC 9(6)V99 VALUE ZERO.         *>DOLLARS FOR THE SECOND-TIER UNITS
         05 FINAL-USAGE-AMT PIC 9(6)V99 VALUE ZERO.         *>PRORATED CHARGE FOR THE FINAL PERIOD'S USAGE
         05 FINAL-BUDGET-AMT PIC S9(7)V99 VALUE ZERO.       *>BUDGET-PLAN VARIANCE SETTLED ON THE FINAL BILL
         05 FINAL-BILL-AMT PIC S9(7)V99 VALUE ZERO.         *>NET FINAL BILL - NEGATIVE WHEN THE PLAN OVER-COLLECTED
         05 FINAL-DEPOSIT-AMT PIC 9(7)V99 VALUE ZERO.       *>HELD DEPOSIT PLUS INTEREST APPLIED AGAINST THE FINAL BILL
         05 FINAL-NET-AMT PIC S9(7)V99 VALUE ZERO.          *>WHAT THE REGISTER CARRIES - THE BILL LESS THE DEPOSIT
         05 FINAL-AMT-EDIT PIC ZZZ,ZZ9.99.                  *>EDITED AMOUNT FOR THE AUDIT RESULT TEXT
         05 FINAL-SHUTOFF-TEXT PIC X(14) VALUE SPACES.      *>'SHUTOFF CLOSED' WHEN THE MOVE-OUT ENDED A WORKFLOW

       01 GL-TOTALS.                                        *>FINAL-BILL AND DEPOSIT DOLLARS FOR THE RUN'S GL POSTING
         05 GL-BILLED-TOTAL PIC 9(9)V99 VALUE ZERO.         *>FINAL BILLS OWED BY THE CUSTOMER
         05 GL-CREDITED-TOTAL PIC 9(9)V99 VALUE ZERO.       *>FINAL BILLS THAT NETTED TO A CREDIT
         05 GL-DEP-RECEIVED-TOTAL PIC 9(9)V99 VALUE ZERO.   *>SECURITY DEPOSITS TAKEN ON ADDS AND MOVE-INS
         05 GL-DEP-APPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.    *>HELD DEPOSITS AND INTEREST APPLIED TO FINAL BILLS

       01 GL-PAIR-WORK.                                     *>ONE BALANCED DEBIT/CREDIT PAIR TO POST
         05 GL-PAIR-DR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR DEBITS
         05 GL-PAIR-CR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR CREDITS
         05 GL-PAIR-AMOUNT PIC 9(8)V99 VALUE ZERO.          *>DOLLARS BOTH LEGS CARRY
         05 GL-PAIR-DESC PIC X(20) VALUE SPACES.            *>WHAT THE POSTING IS

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 APPLIED-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF TRANSACTIONS APPLIED TO THE MASTER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 AUD-RESULT PIC X(32).                           *>WHAT WAS DONE WITH THE TRANSACTION

       01 FINAL-BILL-DETAIL.                                *>SECOND AUDIT LINE UNDER A MOVE-OUT - HOW THE FINAL BILL WAS BUILT
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(6) VALUE 'UNITS '.                 *>UNITS LABEL
         05 FBD-UNITS PIC ZZZZ9.                            *>UNITS USED SINCE THE LAST BILLED READ
         05 FILLER PIC X(7) VALUE '  DAYS '.                *>DAYS LABEL
         05 FBD-DAYS PIC Z9.                                *>DAYS OF SERVICE THE CHARGES WERE PRORATED TO
         05 FILLER PIC X(8) VALUE '  USAGE '.               *>USAGE LABEL
         05 FBD-USAGE PIC ZZ,ZZ9.99.                        *>PRORATED CHARGE FOR THE USAGE
         05 FILLER PIC X(9) VALUE '  BUDGET '.              *>BUDGET LABEL
         05 FBD-BUDGET PIC -ZZ,ZZ9.99.                      *>BUDGET-PLAN VARIANCE SETTLED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FBD-SHUTOFF PIC X(14).                          *>SHUTOFF WORKFLOW DISPOSITION

       01 DEPOSIT-DETAIL.                                   *>SECOND AUDIT LINE WHEN A DEPOSIT IS TAKEN OR APPLIED
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(8) VALUE 'DEPOSIT '.               *>DEPOSIT LABEL
         05 DPD-ACTION PIC X(8).                            *>'RECEIVED' OR 'APPLIED'
         05 FILLER PIC X(9) VALUE '  AMOUNT '.              *>AMOUNT LABEL
         05 DPD-AMOUNT PIC ZZZ,ZZ9.99.                      *>DEPOSIT DOLLARS
         05 FILLER PIC X(11) VALUE '  INTEREST '.           *>INTEREST LABEL
         05 DPD-INTEREST PIC ZZZ,ZZ9.99.                    *>INTEREST ACCRUED ON THE DEPOSIT

       01 AUDIT-HEADING.                                    *>CUSTAUDIT.TXT COLUMN HEADER
         05 FILLER PIC X(8) VALUE 'RUN DATE'.               *>RUN DATE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
               STOP RUN
           END-IF.
           PERFORM OPEN-CUSTOMER-MASTER.                                  *>OPEN THE CUSTOMER MASTER, CREATING IT ON THE FIRST RUN
           PERFORM LOAD-RATE-TABLE.                                       *>LOAD THE RATE SET A MOVE-OUT'S FINAL BILL PRICES FROM
           PERFORM OPEN-AR-MASTER.                                        *>OPEN THE A/R MASTER FOR LAST-BILL DATES AND OPEN BALANCES
           PERFORM OPEN-SHUTOFF-FILE.                                     *>OPEN THE SHUTOFF WORKFLOWS A MOVE-OUT OR DELETE MUST SEE
           PERFORM OPEN-BUDGET-FILE.                                      *>OPEN THE BUDGET-PLAN BALANCES A MOVE-OUT SETTLES
           PERFORM OPEN-HISTORY-FILE.                                     *>OPEN THE USAGE HISTORY A MOVE-IN STARTS FRESH
           PERFORM OPEN-EXC-PEND-FILE.                                    *>OPEN THE PENDING SPIKE HOLDS A MOVE-IN STARTS FRESH
           PERFORM OPEN-SECURITY-DEP-FILE.                                *>OPEN THE DEPOSITS AN ADD TAKES AND A MOVE-OUT APPLIES
           PERFORM OPEN-METER-FILE.                                       *>OPEN THE METER MASTER THE METER ORDERS MAINTAIN
           PERFORM OPEN-AR-LEDGER-FILE.                                   *>OPEN THE LEDGER AND PAYMENT HISTORY A DELETE PURGES
           PERFORM OPEN-PAY-APPLY-FILE.
           OPEN EXTEND BILLING-REG-FILE.                                  *>FINAL BILLS JOIN THE SAME REGISTER THE BILLING RUN FEEDS A/R
           OPEN OUTPUT AUDIT-FILE.                                        *>START THE AUDIT LISTING OVER EACH RUN
           PERFORM WRITE-AUDIT-HEADING.                                   *>WRITE THE AUDIT LISTING COLUMN HEADER
           PERFORM UNTIL CTRAN-EOF-SWITCH = 'YES'                         *>ONE READ PER PASS SO EVERY TRANSACTION IS COUNTED EXACTLY ONCE
                       PERFORM PROCESS-CUST-TRAN                          *>ROUTE AND FULLY PROCESS THIS ONE TRANSACTION
               END-READ
           END-PERFORM.
           PERFORM WRITE-GL-POSTINGS.                                     *>APPEND THE FINAL-BILL JOURNAL LINES TO THE GL EXTRACT
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           CLOSE CUST-TRAN-FILE                                           *>CLOSE THE TRANSACTION FILE
             CUSTOMER-MASTER                                              *>CLOSE THE CUSTOMER MASTER
             SHUTOFF-FILE                                                 *>CLOSE THE SHUTOFF WORKFLOWS
             BUDGET-FILE                                                  *>CLOSE THE BUDGET-PLAN BALANCES
             HISTORY-FILE                                                 *>CLOSE THE USAGE HISTORY
             EXC-PEND-FILE                                                *>CLOSE THE PENDING SPIKE HOLDS
             SECURITY-DEP-FILE                                            *>CLOSE THE DEPOSIT MASTER
             METER-FILE                                                   *>CLOSE THE METER MASTER
             AR-LEDGER-FILE                                               *>CLOSE THE A/R TRANSACTION LEDGER
             PAY-APPLY-FILE                                               *>CLOSE THE PAYMENT HISTORY
             BILLING-REG-FILE                                             *>CLOSE THE BILLING REGISTER
             AUDIT-FILE.                                                  *>CLOSE THE AUDIT LISTING
           IF AR-AVAIL-SWITCH = 'YES'                                     *>THE A/R MASTER ONLY CLOSES IF IT OPENED
               CLOSE AR-MASTER
           END-IF.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION

       OPEN-CUSTOMER-MASTER.                                              *>PROCEDURE PARAGRAPH TO OPEN CUSTOMER-MASTER, CREATING IT WHEN IT DOESN'T EXIST YET
               CLOSE CUSTOMER-MASTER                                      *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O CUSTOMER-MASTER                                   *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-AR-MASTER.                                                    *>PROCEDURE PARAGRAPH TO OPEN THE A/R MASTER FOR BALANCE LOOKUPS
           OPEN I-O AR-MASTER.                                            *>BALANCES ARE READ HERE - A SETTLED RECORD GOES WITH A DELETE
           IF AR-STATUS = '00'                                            *>THE MASTER IS THERE - BALANCES AND BILL DATES CAN BE CHECKED
               MOVE 'YES' TO AR-AVAIL-SWITCH
           ELSE                                                           *>NO A/R MASTER YET MEANS NO ACCOUNT HAS A BALANCE -
               DISPLAY 'CUSTMAINT WARNING - A/R MASTER '                  *>FINAL BILLS PRORATE AS A FULL CYCLE
                   'ARMAST.DAT NOT AVAILABLE, STATUS ' AR-STATUS
           END-IF.

       OPEN-SHUTOFF-FILE.                                                 *>PROCEDURE PARAGRAPH TO OPEN SHUTOFF-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O SHUTOFF-FILE.                                         *>TRY TO OPEN THE EXISTING WORKFLOW FILE FOR UPDATE
           IF SHUT-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT SHUTOFF-FILE                                   *>CREATE AN EMPTY WORKFLOW FILE
               CLOSE SHUTOFF-FILE                                         *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O SHUTOFF-FILE                                      *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-BUDGET-FILE.                                                  *>PROCEDURE PARAGRAPH TO OPEN BUDGET-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O BUDGET-FILE.                                          *>TRY TO OPEN THE EXISTING BUDGET-PLAN FILE FOR UPDATE
           IF BUD-STATUS = '35'                                           *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT BUDGET-FILE                                    *>CREATE AN EMPTY BUDGET-PLAN FILE
               CLOSE BUDGET-FILE                                          *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O BUDGET-FILE                                       *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-HISTORY-FILE.                                                 *>PROCEDURE PARAGRAPH TO OPEN HISTORY-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O HISTORY-FILE.                                         *>TRY TO OPEN THE EXISTING CUSTOMER-HISTORY FILE FOR UPDATE
           IF HIST-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT HISTORY-FILE                                   *>CREATE AN EMPTY CUSTOMER-HISTORY FILE
               CLOSE HISTORY-FILE                                         *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O HISTORY-FILE                                      *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-EXC-PEND-FILE.                                                *>PROCEDURE PARAGRAPH TO OPEN EXC-PEND-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O EXC-PEND-FILE.                                        *>TRY TO OPEN THE EXISTING PENDING-EXCEPTION FILE FOR UPDATE
           IF EXCP-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT EXC-PEND-FILE                                  *>CREATE AN EMPTY PENDING-EXCEPTION FILE
               CLOSE EXC-PEND-FILE                                        *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O EXC-PEND-FILE                                     *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-SECURITY-DEP-FILE.                                            *>PROCEDURE PARAGRAPH TO OPEN SECURITY-DEP-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O SECURITY-DEP-FILE.                                    *>TRY TO OPEN THE EXISTING DEPOSIT MASTER FOR UPDATE
           IF SDEP-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT SECURITY-DEP-FILE                              *>CREATE AN EMPTY DEPOSIT MASTER
               CLOSE SECURITY-DEP-FILE                                    *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O SECURITY-DEP-FILE                                 *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-METER-FILE.                                                   *>PROCEDURE PARAGRAPH TO OPEN METER-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O METER-FILE.                                           *>TRY TO OPEN THE EXISTING METER MASTER FOR UPDATE
           IF MTR-STATUS = '35'                                           *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT METER-FILE                                     *>CREATE AN EMPTY METER MASTER
               CLOSE METER-FILE                                           *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O METER-FILE                                        *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-AR-LEDGER-FILE.                                               *>PROCEDURE PARAGRAPH TO OPEN AR-LEDGER-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O AR-LEDGER-FILE.                                       *>TRY TO OPEN THE EXISTING LEDGER FOR UPDATE
           IF ALED-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT AR-LEDGER-FILE                                 *>CREATE AN EMPTY LEDGER
               CLOSE AR-LEDGER-FILE                                       *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O AR-LEDGER-FILE                                    *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-PAY-APPLY-FILE.                                               *>PROCEDURE PARAGRAPH TO OPEN PAY-APPLY-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O PAY-APPLY-FILE.                                       *>TRY TO OPEN THE EXISTING PAYMENT HISTORY FOR UPDATE
           IF PAPP-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT PAY-APPLY-FILE                                 *>CREATE AN EMPTY PAYMENT HISTORY
               CLOSE PAY-APPLY-FILE                                       *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O PAY-APPLY-FILE                                    *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       LOAD-RATE-TABLE.                                                   *>PROCEDURE PARAGRAPH TO LOAD THE RATE SET IN EFFECT FOR THE RUN DATE
           OPEN INPUT RATE-FILE.                                          *>OPEN THE EFFECTIVE-DATED RATE MASTER
           IF RATE-STATUS NOT = '00'                                      *>ADDS AND CHANGES DO NOT NEED A RATE, SO A MISSING RATE
               DISPLAY 'CUSTMAINT WARNING - RATE MASTER RATES.TXT '       *>MASTER ONLY STOPS THE MOVE-OUTS
                   'COULD NOT BE OPENED, STATUS ' RATE-STATUS
           ELSE
               PERFORM UNTIL RATE-EOF-SWITCH = 'YES'                      *>SCAN EVERY RATE SET ON THE MASTER
                   READ RATE-FILE                                         *>READ THE NEXT RATE SET
                       AT END                                             *>CONDITION TO FIND EOF
                           MOVE 'YES' TO RATE-EOF-SWITCH                  *>ALL RATE SETS HAVE BEEN SCANNED
                       NOT AT END                                         *>A RATE SET WAS READ
                           IF RATE-EFF-DATE IS NUMERIC                    *>IGNORE A MALFORMED RATE LINE RATHER THAN BILL FROM IT
                           AND RATE-CUST-CHARGE IS NUMERIC
                           AND RATE-TIER1-LIMIT IS NUMERIC
                           AND RATE-TIER1-COST IS NUMERIC
                           AND RATE-TIER2-COST IS NUMERIC
                           AND RATE-EFF-DATE <= RUN-DATE                  *>ONLY A RATE SET ALREADY IN EFFECT CAN APPLY
                           AND RATE-EFF-DATE >= RATE-BEST-DATE            *>THE NEWEST SUCH RATE SET WINS
                               MOVE RATE-EFF-DATE TO RATE-BEST-DATE
                               MOVE RATE-CUST-CHARGE TO CUSTOMER-CHARGE
                               MOVE RATE-TIER1-LIMIT TO TIER1-LIMIT
                               MOVE RATE-TIER1-COST
                                   TO TIER1-COST-PER-KWH
                               MOVE RATE-TIER2-COST
                                   TO TIER2-COST-PER-KWH
                               MOVE 'YES' TO RATE-FOUND-SWITCH            *>A USABLE RATE SET HAS BEEN LOADED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE                                            *>THE RATE MASTER IS ONLY NEEDED AT STARTUP
           END-IF.
           IF RATE-FOUND-SWITCH = 'NO '                                   *>NO RATE SET COVERS THE RUN DATE - A FINAL BILL AT
               DISPLAY 'CUSTMAINT WARNING - NO RATE SET IN EFFECT '       *>A STALE RATE IS WORSE THAN HOLDING THE MOVE-OUT
                   'FOR RUN DATE ' RUN-DATE
                   ' - MOVE-OUTS WILL BE REJECTED'
           END-IF.
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------TRANSACTION PROCESSING------------------------------
                       PERFORM CHANGE-CUSTOMER
                   WHEN 'D'                                               *>DELETE AN EXISTING CUSTOMER
                       PERFORM DELETE-CUSTOMER
                   WHEN 'O'                                               *>MOVE-OUT - FINAL BILL AND CLOSE THE ACCOUNT
                       PERFORM MOVE-OUT-CUSTOMER
                   WHEN 'I'                                               *>MOVE-IN - OPEN THE NEW OCCUPANT AT THE PREMISES
                       PERFORM MOVE-IN-CUSTOMER
                   WHEN 'M'                                               *>METER SET - NEW OR CORRECTED METER DETAILS
                       PERFORM SET-METER
                   WHEN 'X'                                               *>METER EXCHANGE - ONE METER OUT, ANOTHER IN
                       PERFORM EXCHANGE-METER
                   WHEN OTHER                                             *>ANY OTHER ACTION CODE IS A KEYING ERROR
                       PERFORM REJECT-TRAN-BAD-ACTION
               END-EVALUATE
               ADD 1 TO REJECTED-COUNT                                    *>ACCUMULATE THE REJECTED CONTROL TOTAL
               PERFORM WRITE-AUDIT-LINE-REJECT-DUP                        *>AUDIT WHY NOTHING WAS DONE
           ELSE                                                           *>THE ACCOUNT IS NEW
               PERFORM VALIDATE-DEPOSIT                                   *>A DEPOSIT KEYED WITH THE ADD MUST BE USABLE
               IF DEPOSIT-REJECT-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT                                *>ACCUMULATE THE REJECTED CONTROL TOTAL
                   MOVE DEPOSIT-REJECT-REASON TO AUD-RESULT               *>AUDIT WHY NOTHING WAS DONE
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE CTRAN-ACCT-NUM TO CMAST-ACCT-NUM                  *>BUILD THE NEW MASTER RECORD FROM THE TRANSACTION
                   PERFORM MOVE-TRAN-TO-MASTER                            *>FILL IN THE NAME AND ADDRESS FIELDS
                   MOVE 'A' TO CMAST-ACCT-STATUS                          *>A NEW ACCOUNT STARTS ACTIVE
                   MOVE ZERO TO CMAST-CLOSE-DATE
                   MOVE ZERO TO CMAST-SUCCESSOR-ACCT
                   WRITE CUSTOMER-RECORD                                  *>ADD THE NEW CUSTOMER
                   ADD 1 TO APPLIED-COUNT                                 *>ACCUMULATE THE APPLIED CONTROL TOTAL
                   MOVE 'ADDED' TO AUD-RESULT                             *>AUDIT WHAT WAS DONE
                   PERFORM WRITE-AUDIT-LINE
                   PERFORM TAKE-SECURITY-DEPOSIT                          *>HOLD THE DEPOSIT THE ADD CARRIES, IF ANY
               END-IF
           END-IF.

       CHANGE-CUSTOMER.                                                   *>PROCEDURE PARAGRAPH TO CHANGE AN EXISTING CUSTOMER ON THE MASTER
               ADD 1 TO REJECTED-COUNT                                    *>ACCUMULATE THE REJECTED CONTROL TOTAL
               PERFORM WRITE-AUDIT-LINE-REJECT-MISSING                    *>AUDIT WHY NOTHING WAS DONE
           ELSE                                                           *>THE RECORD EXISTS - APPLY THE NEW NAME AND ADDRESS
               IF CMAST-ACCT-STATUS = 'C'                                 *>A CLOSED ACCOUNT IS KEPT AS IT WAS AT THE MOVE-OUT
                   ADD 1 TO REJECTED-COUNT                                *>ACCUMULATE THE REJECTED CONTROL TOTAL
                   PERFORM WRITE-AUDIT-LINE-REJECT-CLOSED                 *>AUDIT WHY NOTHING WAS DONE
               ELSE
                   PERFORM MOVE-TRAN-TO-MASTER                            *>FILL IN THE NAME AND ADDRESS FIELDS
                   REWRITE CUSTOMER-RECORD                                *>UPDATE THE CUSTOMER IN PLACE
                   ADD 1 TO APPLIED-COUNT                                 *>ACCUMULATE THE APPLIED CONTROL TOTAL
                   MOVE 'CHANGED' TO AUD-RESULT                           *>AUDIT WHAT WAS DONE
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       DELETE-CUSTOMER.                                                   *>PROCEDURE PARAGRAPH TO DELETE AN EXISTING CUSTOMER FROM THE MASTER
               ADD 1 TO REJECTED-COUNT                                    *>ACCUMULATE THE REJECTED CONTROL TOTAL
               PERFORM WRITE-AUDIT-LINE-REJECT-MISSING                    *>AUDIT WHY NOTHING WAS DONE
           ELSE                                                           *>THE RECORD EXISTS - REMOVE IT
               PERFORM CHECK-OPEN-OBLIGATIONS                             *>A BALANCE, WORKFLOW OR PLAN VARIANCE STILL OPEN
               IF DELETE-BLOCK-REASON NOT = SPACES                        *>WOULD BE ORPHANED BY THE DELETE - MOVE THE ACCOUNT
                   ADD 1 TO REJECTED-COUNT                                *>OUT AND LET A/R COLLECT OR REFUND IT FIRST
                   MOVE DELETE-BLOCK-REASON TO AUD-RESULT                 *>AUDIT WHY NOTHING WAS DONE
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   DELETE CUSTOMER-MASTER RECORD                          *>DELETE THE CUSTOMER
                   IF AR-FOUND-SWITCH = 'YES'                             *>A SETTLED A/R RECORD GOES WITH THE CUSTOMER
                       DELETE AR-MASTER RECORD
                   END-IF
                   IF SDEP-FOUND-SWITCH = 'YES'                           *>SO DOES A DEPOSIT ALREADY CREDITED OR APPLIED
                       DELETE SECURITY-DEP-FILE RECORD
                   END-IF
                   PERFORM CLEAR-USAGE-RECORDS                            *>SO DOES ANY HISTORY, PLAN, HELD SPIKE OR METER
                   PERFORM PURGE-AR-LEDGER                                *>AND THE POSTINGS AND PAYMENT HISTORY, SO A
                   PERFORM PURGE-PAY-APPLY                                *>REUSED NUMBER DOES NOT INHERIT THEM
                   ADD 1 TO APPLIED-COUNT                                 *>ACCUMULATE THE APPLIED CONTROL TOTAL
                   MOVE 'DELETED' TO AUD-RESULT                           *>AUDIT WHAT WAS DONE
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       CHECK-OPEN-OBLIGATIONS.                                            *>PROCEDURE PARAGRAPH TO FIND ANYTHING A DELETE WOULD LEAVE BEHIND
           MOVE SPACES TO DELETE-BLOCK-REASON.                            *>ASSUME NOTHING IS OPEN UNTIL A LOOKUP SAYS OTHERWISE
           PERFORM READ-AR-RECORD.                                        *>MONEY STILL OWED EITHER WAY KEEPS THE ACCOUNT
           IF AR-FOUND-SWITCH = 'YES'
               IF AR-CURRENT + AR-DAYS-30 + AR-DAYS-60 + AR-DAYS-90
                   NOT = ZERO
                   MOVE 'REJECTED - OPEN A/R BALANCE'
                       TO DELETE-BLOCK-REASON
               END-IF
           END-IF.
           IF DELETE-BLOCK-REASON = SPACES                                *>A WORKFLOW WITH NO ACCOUNT BEHIND IT COULD NEVER CLOSE
               PERFORM READ-SHUTOFF-RECORD
               IF SHUT-FOUND-SWITCH = 'YES'
                   MOVE 'REJECTED - SHUTOFF WORKFLOW OPEN'
                       TO DELETE-BLOCK-REASON
               END-IF
           END-IF.
           IF DELETE-BLOCK-REASON = SPACES                                *>AN UNSETTLED PLAN VARIANCE IS MONEY NOT YET BILLED
               PERFORM READ-BUDGET-RECORD
               IF BUD-FOUND-SWITCH = 'YES'
                   IF BUD-VARIANCE NOT = ZERO
                       MOVE 'REJECTED - BUDGET VARIANCE OPEN'
                           TO DELETE-BLOCK-REASON
                   END-IF
               END-IF
           END-IF.
           IF DELETE-BLOCK-REASON = SPACES                                *>A HELD DEPOSIT IS MONEY OWED BACK TO THE CUSTOMER
               PERFORM READ-DEPOSIT-RECORD
               IF SDEP-FOUND-SWITCH = 'YES'
                   IF SDEP-HOLD-FLAG = 'H'
                       MOVE 'REJECTED - DEPOSIT HELD'
                           TO DELETE-BLOCK-REASON
                   END-IF
               END-IF
           END-IF.

           *>-------------SERVICE ORDERS------------------------------
       MOVE-OUT-CUSTOMER.                                                 *>PROCEDURE PARAGRAPH TO FINAL-BILL AND CLOSE AN ACCOUNT AT ITS MOVE-OUT
           IF CMAST-FOUND-SWITCH = 'NO '                                  *>THERE IS NO ACCOUNT TO MOVE OUT
               ADD 1 TO REJECTED-COUNT                                    *>ACCUMULATE THE REJECTED CONTROL TOTAL
               PERFORM WRITE-AUDIT-LINE-REJECT-MISSING                    *>AUDIT WHY NOTHING WAS DONE
           ELSE
               IF CTRAN-FIRST-NAME = SPACES AND CTRAN-LAST-NAME = SPACES  *>A SERVICE ORDER NEED NOT REKEY THE NAME -
                   MOVE CMAST-FIRST-NAME TO CTRAN-FIRST-NAME              *>AUDIT IT AS IT STANDS ON THE MASTER
                   MOVE CMAST-LAST-NAME TO CTRAN-LAST-NAME
               END-IF
               PERFORM VALIDATE-SERVICE-ORDER                             *>CHECK THE FINAL READ AND ITS DATE
               IF CMAST-ACCT-STATUS = 'C'                                 *>THE ACCOUNT HAS ALREADY HAD ITS FINAL BILL
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-AUDIT-LINE-REJECT-CLOSED
               ELSE
                   IF SVC-ORDER-OK-SWITCH = 'NO '                         *>A FINAL BILL CANNOT BE PRICED FROM A BAD READ OR DATE
                       ADD 1 TO REJECTED-COUNT
                       PERFORM WRITE-AUDIT-LINE-REJECT-SVC-ORDER
                   ELSE
                       IF RATE-FOUND-SWITCH = 'NO '                       *>NO RATE IN EFFECT - HOLD THE MOVE-OUT RATHER THAN MISPRICE IT
                           ADD 1 TO REJECTED-COUNT
                           MOVE 'REJECTED - NO RATE IN EFFECT'
                               TO AUD-RESULT
                           PERFORM WRITE-AUDIT-LINE
                       ELSE
                           PERFORM COMPUTE-FINAL-BILL                     *>PRORATE THE FINAL PERIOD'S USAGE
                           PERFORM SETTLE-BUDGET-VARIANCE                 *>TRUE THE PLAN UP ON THE SAME BILL
                           PERFORM APPLY-SECURITY-DEPOSIT                 *>A HELD DEPOSIT COMES OFF THE SAME BILL
                           PERFORM WRITE-FINAL-BILL                       *>POST THE NET TO THE BILLING REGISTER
                           PERFORM CLOSE-SHUTOFF-WORKFLOW                 *>NO SERVICE IS LEFT TO DISCONNECT
                           PERFORM DROP-HELD-SPIKE                        *>THE FINAL READ BILLS ANY USAGE HELD FOR REVIEW
                           MOVE 'C' TO CMAST-ACCT-STATUS                  *>CLOSE THE ACCOUNT - ANY BALANCE STAYS OPEN ON A/R
                           MOVE CTRAN-SVC-DATE TO CMAST-CLOSE-DATE        *>FOR COLLECTION OR REFUND
                           REWRITE CUSTOMER-RECORD
                           ADD 1 TO APPLIED-COUNT                         *>ACCUMULATE THE APPLIED CONTROL TOTAL
                           PERFORM WRITE-AUDIT-LINE                       *>AUDIT THE FINAL BILL AND HOW IT WAS BUILT
                           PERFORM WRITE-FINAL-BILL-DETAIL
                           IF FINAL-DEPOSIT-AMT > ZERO                    *>AND THE DEPOSIT THAT CAME OFF IT
                               MOVE 'APPLIED' TO DPD-ACTION
                               MOVE SDEP-AMOUNT TO DPD-AMOUNT
                               MOVE SDEP-INTEREST TO DPD-INTEREST
                               PERFORM WRITE-DEPOSIT-DETAIL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-SERVICE-ORDER.                                            *>PROCEDURE PARAGRAPH TO CHECK A SERVICE ORDER'S DATE AND READINGS
           MOVE 'YES' TO SVC-ORDER-OK-SWITCH.                             *>ASSUME USABLE UNTIL A CHECK FAILS
           IF CTRAN-SVC-DATE IS NOT NUMERIC                               *>AN OLD SHORT TRANSACTION LINE HAS NO SERVICE ORDER
           OR CTRAN-METER-READ IS NOT NUMERIC
               MOVE 'NO ' TO SVC-ORDER-OK-SWITCH
           ELSE                                                           *>ONLY A REAL DATE NOT IN THE FUTURE CAN DATE A READ
               IF FUNCTION TEST-DATE-YYYYMMDD (CTRAN-SVC-DATE) NOT = 0
               OR CTRAN-SVC-DATE > RUN-DATE
                   MOVE 'NO ' TO SVC-ORDER-OK-SWITCH
               END-IF
           END-IF.
           IF CTRAN-ACTION = 'O' OR 'X'                                   *>A MOVE-OUT ALSO NEEDS THE READ THE LAST BILL ENDED ON,
               IF CTRAN-PREV-METER IS NOT NUMERIC                         *>AN EXCHANGE THE OLD METER'S FINAL READ
                   MOVE 'NO ' TO SVC-ORDER-OK-SWITCH
               END-IF
           END-IF.
           IF CTRAN-ACTION = 'O'                                          *>A FINAL READ THE METER CANNOT EXPLAIN
           AND SVC-ORDER-OK-SWITCH = 'YES'                                *>CANNOT BE FINAL-BILLED
               PERFORM COMPUTE-FINAL-UNITS
               IF METER-READ-BAD-SWITCH = 'YES'
                   MOVE 'NO ' TO SVC-ORDER-OK-SWITCH
               END-IF
           END-IF.
           IF CTRAN-ACTION = 'I'                                          *>A MOVE-IN'S PRIOR ACCOUNT IS OPTIONAL BUT MUST BE A NUMBER
               IF CTRAN-PRIOR-ACCT-X NOT = SPACES
                   IF CTRAN-PRIOR-ACCT IS NOT NUMERIC
                       MOVE 'NO ' TO SVC-ORDER-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       COMPUTE-FINAL-BILL.                                                *>PROCEDURE PARAGRAPH TO PRICE THE FINAL PERIOD PRORATED TO ITS DAYS
           MOVE BILL-CYCLE-DAYS TO PRORATE-DAYS.                          *>WITH NO BILL ON A/R YET THE PERIOD IS A FULL CYCLE
           PERFORM READ-AR-RECORD.
           IF AR-FOUND-SWITCH = 'YES'                                     *>OTHERWISE COUNT THE DAYS SINCE THE LAST BILL
               IF AR-LAST-BILL-DATE IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (AR-LAST-BILL-DATE) = 0
                       COMPUTE PRORATE-DAYS-WORK =
                           FUNCTION INTEGER-OF-DATE (CTRAN-SVC-DATE)
                           - FUNCTION INTEGER-OF-DATE
                                 (AR-LAST-BILL-DATE)
                       IF PRORATE-DAYS-WORK < 1                           *>A READ ON THE LAST BILL DATE STILL BILLS ONE DAY
                           MOVE 1 TO PRORATE-DAYS
                       ELSE
                           IF PRORATE-DAYS-WORK < BILL-CYCLE-DAYS         *>NEVER MORE THAN A FULL CYCLE
                               MOVE PRORATE-DAYS-WORK TO PRORATE-DAYS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM MARK-EXCHANGE-BILLED.                                  *>FINAL-UNITS CAME FROM THE METERS WHEN THE ORDER WAS
                                                                          *>VALIDATED - AN EXCHANGE IT SPANNED IS NOW BILLED
           COMPUTE FINAL-CUST-CHARGE ROUNDED =                            *>THE CUSTOMER CHARGE AND THE FIRST TIER BOTH
               CUSTOMER-CHARGE * PRORATE-DAYS / BILL-CYCLE-DAYS.          *>SHRINK TO THE DAYS OF SERVICE
           COMPUTE FINAL-TIER1-LIMIT ROUNDED =
               TIER1-LIMIT * PRORATE-DAYS / BILL-CYCLE-DAYS.
           IF FINAL-UNITS > FINAL-TIER1-LIMIT                             *>USAGE SPILLS INTO THE SECOND TIER
               MOVE FINAL-TIER1-LIMIT TO FINAL-T1-UNITS
               SUBTRACT FINAL-TIER1-LIMIT FROM FINAL-UNITS
                   GIVING FINAL-T2-UNITS
           ELSE                                                           *>ALL USAGE FITS WITHIN THE FIRST TIER
               MOVE FINAL-UNITS TO FINAL-T1-UNITS
               MOVE ZERO TO FINAL-T2-UNITS
           END-IF.
           COMPUTE FINAL-T1-CHARGE ROUNDED =
               FINAL-T1-UNITS * TIER1-COST-PER-KWH.
           COMPUTE FINAL-T2-CHARGE ROUNDED =
               FINAL-T2-UNITS * TIER2-COST-PER-KWH.
           COMPUTE FINAL-USAGE-AMT =
               FINAL-CUST-CHARGE + FINAL-T1-CHARGE + FINAL-T2-CHARGE.

       COMPUTE-FINAL-UNITS.                                               *>PROCEDURE PARAGRAPH TO TURN A MOVE-OUT'S READS INTO UNITS USED
           MOVE 'NO ' TO METER-READ-BAD-SWITCH.                           *>ASSUME THE READS ARE BILLABLE UNTIL A CHECK FAILS
           MOVE ZERO TO OLD-METER-KWH.
           PERFORM READ-METER-RECORD.
           IF MTR-EXCH-FLAG = 'P'                                         *>A METER WAS EXCHANGED SINCE THE LAST BILL - THE OLD
               MOVE CTRAN-PREV-METER TO MU-FROM-READ                      *>METER RAN FROM THE LAST BILLED READ TO ITS FINAL
               MOVE MTR-OLD-FINAL-READ TO MU-TO-READ
               MOVE MTR-OLD-DIALS TO MU-DIALS
               MOVE MTR-OLD-MULTIPLIER TO MU-MULTIPLIER
               PERFORM COMPUTE-METER-USAGE
               MOVE MU-KWH TO OLD-METER-KWH
               MOVE MTR-NEW-START-READ TO MU-FROM-READ                    *>THE NEW METER RUNS FROM ITS STARTING READ
           ELSE
               MOVE CTRAN-PREV-METER TO MU-FROM-READ
           END-IF.
           MOVE CTRAN-METER-READ TO MU-TO-READ.                           *>THE METER NOW SET RUNS TO THE FINAL READ
           MOVE MTR-DIALS TO MU-DIALS.
           MOVE MTR-MULTIPLIER TO MU-MULTIPLIER.
           PERFORM COMPUTE-METER-USAGE.
           COMPUTE METER-UNITS-TOTAL = OLD-METER-KWH + MU-KWH.
           IF METER-UNITS-TOTAL > 99999                                   *>TOO MUCH USAGE TO PRICE IS A MISREAD
               MOVE 'YES' TO METER-READ-BAD-SWITCH
           ELSE
               MOVE METER-UNITS-TOTAL TO FINAL-UNITS
           END-IF.

       COMPUTE-METER-USAGE.                                               *>PROCEDURE PARAGRAPH TO TURN ONE METER'S TWO READS INTO KWH
           COMPUTE MU-CAPACITY = 10 ** MU-DIALS.                          *>THE READ ROLLS BACK TO ZERO AFTER ONE FULL TURN
           MOVE ZERO TO MU-RAW-UNITS.
           MOVE ZERO TO MU-KWH.
           IF MU-FROM-READ >= MU-CAPACITY                                 *>A READING THE DIALS CANNOT SHOW IS A MISREAD
           OR MU-TO-READ >= MU-CAPACITY
               MOVE 'YES' TO METER-READ-BAD-SWITCH
           ELSE
               IF MU-TO-READ >= MU-FROM-READ                              *>THE DIALS MOVED FORWARD
                   COMPUTE MU-RAW-UNITS = MU-TO-READ - MU-FROM-READ
               ELSE                                                       *>THE READ WENT DOWN - ONLY A ROLL PAST ZERO
                   COMPUTE MU-RAW-UNITS =                                 *>EXPLAINS THAT, AND A ROLLOVER SHOWING MORE
                       MU-CAPACITY - MU-FROM-READ + MU-TO-READ            *>THAN HALF A TURN OF USAGE IS A MISREAD
                   IF MU-RAW-UNITS * 2 > MU-CAPACITY
                       MOVE 'YES' TO METER-READ-BAD-SWITCH
                   END-IF
               END-IF
               COMPUTE MU-KWH ROUNDED = MU-RAW-UNITS * MU-MULTIPLIER
           END-IF.

       MARK-EXCHANGE-BILLED.                                              *>PROCEDURE PARAGRAPH TO RETIRE AN EXCHANGE THE FINAL BILL USED
           IF MTR-FOUND-SWITCH = 'YES'
           AND MTR-EXCH-FLAG = 'P'
               MOVE 'B' TO MTR-EXCH-FLAG
               MOVE RUN-DATE TO MTR-EXCH-BILL-DATE
               REWRITE METER-RECORD
           END-IF.

       SETTLE-BUDGET-VARIANCE.                                            *>PROCEDURE PARAGRAPH TO TRUE UP A BUDGET PLAN ON THE FINAL BILL
           MOVE ZERO TO FINAL-BUDGET-AMT.                                 *>NO PLAN RECORD MEANS NOTHING TO SETTLE
           PERFORM READ-BUDGET-RECORD.
           IF BUD-FOUND-SWITCH = 'YES'                                    *>THE VARIANCE IS ACTUAL MINUS LEVEL - UNDER-COLLECTION
               MOVE BUD-VARIANCE TO FINAL-BUDGET-AMT                      *>ADDS TO THE BILL, OVER-COLLECTION COMES OFF IT
               DELETE BUDGET-FILE RECORD                                  *>THE PLAN ENDS WITH THE ACCOUNT
           END-IF.
           COMPUTE FINAL-BILL-AMT = FINAL-USAGE-AMT + FINAL-BUDGET-AMT.

       APPLY-SECURITY-DEPOSIT.                                            *>PROCEDURE PARAGRAPH TO APPLY A HELD DEPOSIT AGAINST THE FINAL BILL
           MOVE ZERO TO FINAL-DEPOSIT-AMT.                                *>NO HELD DEPOSIT MEANS NOTHING TO APPLY
           PERFORM READ-DEPOSIT-RECORD.
           IF SDEP-FOUND-SWITCH = 'YES'
               IF SDEP-HOLD-FLAG = 'H'                                    *>THE DEPOSIT AND ITS INTEREST BOTH GO BACK TO
                   COMPUTE FINAL-DEPOSIT-AMT =                            *>THE CUSTOMER BY WAY OF THE FINAL BILL
                       SDEP-AMOUNT + SDEP-INTEREST
                   MOVE 'A' TO SDEP-HOLD-FLAG
                   MOVE RUN-DATE TO SDEP-DISPOSED-DATE
                   REWRITE SECURITY-DEP-RECORD
                   ADD FINAL-DEPOSIT-AMT TO GL-DEP-APPLIED-TOTAL
               END-IF
           END-IF.
           COMPUTE FINAL-NET-AMT = FINAL-BILL-AMT - FINAL-DEPOSIT-AMT.

       WRITE-FINAL-BILL.                                                  *>PROCEDURE PARAGRAPH TO POST THE NET FINAL BILL TO THE BILLING REGISTER
           MOVE CTRAN-ACCT-NUM TO BREG-ACCT-NUM.
           MOVE RUN-DATE TO BREG-BILL-DATE.
           MOVE SPACES TO AUD-RESULT.
           IF FINAL-BILL-AMT < ZERO                                       *>THE REVENUE SIDE POSTS THE BILL BEFORE THE DEPOSIT -
               COMPUTE GL-CREDITED-TOTAL =                                *>THE DEPOSIT POSTS AGAINST THE LIABILITY ON ITS OWN
                   GL-CREDITED-TOTAL - FINAL-BILL-AMT
           ELSE
               ADD FINAL-BILL-AMT TO GL-BILLED-TOTAL
           END-IF.
           IF FINAL-NET-AMT < ZERO                                        *>THE PLAN OVER-COLLECTED OR THE DEPOSIT COVERS MORE
               COMPUTE BREG-AMOUNT = ZERO - FINAL-NET-AMT                 *>THAN IS OWED - POST A CREDIT THE A/R RUN TAKES OFF
               MOVE 'C' TO BREG-CREDIT-FLAG                               *>THE BALANCE AND REFUNDS IF NOTHING IS OWED
               MOVE BREG-AMOUNT TO FINAL-AMT-EDIT
               STRING 'CLOSED - FINAL CREDIT ' DELIMITED BY SIZE
                      FINAL-AMT-EDIT DELIMITED BY SIZE
                      INTO AUD-RESULT
           ELSE
               MOVE FINAL-NET-AMT TO BREG-AMOUNT
               MOVE SPACE TO BREG-CREDIT-FLAG
               MOVE BREG-AMOUNT TO FINAL-AMT-EDIT
               STRING 'CLOSED - FINAL BILL ' DELIMITED BY SIZE
                      FINAL-AMT-EDIT DELIMITED BY SIZE
                      INTO AUD-RESULT
           END-IF.
           WRITE BILLING-REG-LINE.

       CLOSE-SHUTOFF-WORKFLOW.                                            *>PROCEDURE PARAGRAPH TO END ANY SHUTOFF WORKFLOW AT A MOVE-OUT
           MOVE SPACES TO FINAL-SHUTOFF-TEXT.
           PERFORM READ-SHUTOFF-RECORD.
           IF SHUT-FOUND-SWITCH = 'YES'                                   *>THE PREMISES IS BEING VACATED - WHAT IS OWED IS
               DELETE SHUTOFF-FILE RECORD                                 *>NOW A FINAL-BILL COLLECTION, NOT A DISCONNECT
               MOVE 'SHUTOFF CLOSED' TO FINAL-SHUTOFF-TEXT
           END-IF.

       DROP-HELD-SPIKE.                                                   *>PROCEDURE PARAGRAPH TO DROP A HELD SPIKE THE FINAL BILL HAS COVERED
           MOVE CTRAN-ACCT-NUM TO EXCP-ACCT-NUM.                          *>THE FINAL BILL PRICES FROM THE LAST BILLED READ, SO
           DELETE EXC-PEND-FILE RECORD                                    *>A HELD READ MUST NOT BE RE-BILLED AFTER THE CLOSE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       MOVE-IN-CUSTOMER.                                                  *>PROCEDURE PARAGRAPH TO OPEN A NEW OCCUPANT AT A PREMISES
           IF CMAST-FOUND-SWITCH = 'YES'                                  *>THE NEW OCCUPANT GETS AN ACCOUNT NUMBER OF THEIR OWN
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-AUDIT-LINE-REJECT-DUP
           ELSE
               PERFORM VALIDATE-SERVICE-ORDER                             *>CHECK THE STARTING READ AND ITS DATE
               IF SVC-ORDER-OK-SWITCH = 'NO '
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-AUDIT-LINE-REJECT-SVC-ORDER
               ELSE
                   PERFORM CHECK-PRIOR-PREMISES                           *>THE OUTGOING OCCUPANT MUST ALREADY BE MOVED OUT
                   IF PRIOR-REJECT-REASON NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       MOVE PRIOR-REJECT-REASON TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       PERFORM VALIDATE-DEPOSIT                           *>A DEPOSIT KEYED WITH THE MOVE-IN MUST BE USABLE
                       IF DEPOSIT-REJECT-REASON NOT = SPACES
                           ADD 1 TO REJECTED-COUNT
                           MOVE DEPOSIT-REJECT-REASON TO AUD-RESULT
                           PERFORM WRITE-AUDIT-LINE
                       ELSE
                           MOVE CTRAN-ACCT-NUM TO CMAST-ACCT-NUM          *>BUILD THE NEW MASTER RECORD FROM THE TRANSACTION
                           PERFORM MOVE-TRAN-TO-MASTER
                           MOVE 'A' TO CMAST-ACCT-STATUS
                           MOVE ZERO TO CMAST-CLOSE-DATE
                           MOVE ZERO TO CMAST-SUCCESSOR-ACCT
                           WRITE CUSTOMER-RECORD
                           PERFORM RECORD-PRIOR-SUCCESSOR                 *>THE CLOSED ACCOUNT NOW HAS ITS OCCUPANT
                           PERFORM CLEAR-USAGE-RECORDS                    *>NOTHING FROM AN EARLIER USE OF THE NUMBER CARRIES OVER
                           PERFORM COPY-PREMISES-METER                    *>BUT THE PREMISES' METER STAYS ON THE WALL
                           ADD 1 TO APPLIED-COUNT
                           MOVE SPACES TO AUD-RESULT
                           STRING 'MOVED IN - START READ '
                                  DELIMITED BY SIZE
                                  CTRAN-METER-READ DELIMITED BY SIZE
                                  INTO AUD-RESULT
                           PERFORM WRITE-AUDIT-LINE
                           PERFORM TAKE-SECURITY-DEPOSIT                  *>THE NEW OCCUPANT'S DEPOSIT, IF ONE IS REQUIRED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-PRIOR-PREMISES.                                              *>PROCEDURE PARAGRAPH TO CHECK THE OUTGOING OCCUPANT NAMED ON A MOVE-IN
           MOVE SPACES TO PRIOR-REJECT-REASON.                            *>NO PRIOR ACCOUNT NAMED MEANS A NEW PREMISES
           IF CTRAN-PRIOR-ACCT-X NOT = SPACES
               IF CTRAN-PRIOR-ACCT > ZERO
                   MOVE CTRAN-PRIOR-ACCT TO CMAST-ACCT-NUM
                   READ CUSTOMER-MASTER
                       INVALID KEY                                        *>A PRIOR ACCOUNT THAT ISN'T ON FILE IS A KEYING ERROR
                           MOVE 'REJECTED - PRIOR ACCT NOT CLOSED'
                               TO PRIOR-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-PRIOR-ACCOUNT
                   END-READ
               END-IF
           END-IF.

       CHECK-PRIOR-ACCOUNT.                                               *>PROCEDURE PARAGRAPH TO CHECK THE PRIOR ACCOUNT JUST READ
           IF CMAST-ACCT-STATUS NOT = 'C'                                 *>TWO OPEN ACCOUNTS MUST NEVER BILL ONE PREMISES
               MOVE 'REJECTED - PRIOR ACCT NOT CLOSED'
                   TO PRIOR-REJECT-REASON
           ELSE
               IF CTRAN-ST-ADDRESS = SPACES                               *>THE PREMISES ADDRESS COMES FROM THE
                   MOVE CMAST-ST-ADDRESS TO CTRAN-ST-ADDRESS              *>CLOSED ACCOUNT UNLESS REKEYED
                   MOVE CMAST-CITY TO CTRAN-CITY
                   MOVE CMAST-STATE TO CTRAN-STATE
               END-IF
               IF CMAST-SUCCESSOR-ACCT NOT = ZERO                         *>SOMEONE ALREADY MOVED IN BEHIND THIS ACCOUNT -
                   MOVE CMAST-SUCCESSOR-ACCT TO CMAST-ACCT-NUM            *>THE PREMISES IS ONLY FREE AGAIN IF THAT
                   READ CUSTOMER-MASTER                                   *>ACCOUNT HAS SINCE BEEN DELETED
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'REJECTED - PRIOR ACCT REOCCUPIED'
                               TO PRIOR-REJECT-REASON
                   END-READ
               END-IF
           END-IF.

       RECORD-PRIOR-SUCCESSOR.                                            *>PROCEDURE PARAGRAPH TO MARK THE CLOSED ACCOUNT A MOVE-IN REPLACED
           IF CTRAN-PRIOR-ACCT-X NOT = SPACES                             *>ONLY A NAMED PRIOR OCCUPANT HAS A RECORD TO MARK
               IF CTRAN-PRIOR-ACCT > ZERO
                   MOVE CTRAN-PRIOR-ACCT TO CMAST-ACCT-NUM
                   READ CUSTOMER-MASTER
                       INVALID KEY                                        *>CHECKED ON FILE BEFORE THE MOVE-IN WAS APPLIED
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CTRAN-ACCT-NUM TO CMAST-SUCCESSOR-ACCT    *>A LATER MOVE-IN NAMING THIS ACCOUNT
                           REWRITE CUSTOMER-RECORD                        *>IS REFUSED
                   END-READ
               END-IF
           END-IF.

       CLEAR-USAGE-RECORDS.                                               *>PROCEDURE PARAGRAPH TO REMOVE USAGE RECORDS KEYED TO THE ACCOUNT
           MOVE CTRAN-ACCT-NUM TO HIST-ACCT-NUM.                          *>USAGE HISTORY DRIVES ESTIMATES AND SPIKE CHECKS
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE CTRAN-ACCT-NUM TO BUD-ACCT-NUM.                           *>A PLAN BALANCE BELONGS TO WHOEVER RAN IT UP
           DELETE BUDGET-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE CTRAN-ACCT-NUM TO EXCP-ACCT-NUM.                          *>A HELD SPIKE WAS SOMEONE ELSE'S USAGE
           DELETE EXC-PEND-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE CTRAN-ACCT-NUM TO MTR-ACCT-NUM.                           *>A METER RECORD LEFT UNDER THE NUMBER
           DELETE METER-FILE RECORD                                       *>MAY BE FOR SOME OTHER PREMISES
               INVALID KEY
                   CONTINUE
           END-DELETE.

       PURGE-AR-LEDGER.                                                   *>PROCEDURE PARAGRAPH TO REMOVE A DELETED ACCOUNT'S LEDGER POSTINGS
           MOVE CTRAN-ACCT-NUM TO ALED-ACCT-NUM.                          *>POSITION AT THE ACCOUNT'S FIRST POSTING
           MOVE ZERO TO ALED-SEQ.
           MOVE 'NO ' TO PURGE-EOF-SWITCH.
           START AR-LEDGER-FILE KEY IS NOT LESS THAN ALED-KEY
               INVALID KEY                                                *>NOTHING AT OR AFTER THE ACCOUNT
                   MOVE 'YES' TO PURGE-EOF-SWITCH
           END-START.
           PERFORM UNTIL PURGE-EOF-SWITCH = 'YES'                         *>POSTINGS FOR ONE ACCOUNT ARE CONTIGUOUS ON THE KEY
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO PURGE-EOF-SWITCH
                   NOT AT END
                       IF ALED-ACCT-NUM = CTRAN-ACCT-NUM
                           DELETE AR-LEDGER-FILE RECORD
                       ELSE
                           MOVE 'YES' TO PURGE-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       PURGE-PAY-APPLY.                                                   *>PROCEDURE PARAGRAPH TO REMOVE A DELETED ACCOUNT'S PAYMENT HISTORY
           MOVE CTRAN-ACCT-NUM TO PAPP-ACCT-NUM.                          *>POSITION AT THE ACCOUNT'S FIRST PAYMENT
           MOVE ZERO TO PAPP-PAY-DATE.
           MOVE ZERO TO PAPP-SEQ.
           MOVE 'NO ' TO PURGE-EOF-SWITCH.
           START PAY-APPLY-FILE KEY IS NOT LESS THAN PAPP-KEY
               INVALID KEY                                                *>NOTHING AT OR AFTER THE ACCOUNT
                   MOVE 'YES' TO PURGE-EOF-SWITCH
           END-START.
           PERFORM UNTIL PURGE-EOF-SWITCH = 'YES'                         *>PAYMENTS FOR ONE ACCOUNT ARE CONTIGUOUS ON THE KEY
               READ PAY-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO PURGE-EOF-SWITCH
                   NOT AT END
                       IF PAPP-ACCT-NUM = CTRAN-ACCT-NUM
                           DELETE PAY-APPLY-FILE RECORD
                       ELSE
                           MOVE 'YES' TO PURGE-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.

       COPY-PREMISES-METER.                                               *>PROCEDURE PARAGRAPH TO CARRY THE PREMISES' METER TO A NEW OCCUPANT
           IF CTRAN-PRIOR-ACCT-X NOT = SPACES                             *>ONLY A NAMED PRIOR OCCUPANT SAYS WHICH METER
               IF CTRAN-PRIOR-ACCT > ZERO
                   MOVE CTRAN-PRIOR-ACCT TO MTR-ACCT-NUM
                   READ METER-FILE
                       INVALID KEY                                        *>NO METER ON FILE - THE NEW ACCOUNT BILLS AS
                           CONTINUE                                       *>A FIVE-DIAL METER UNTIL ONE IS SET
                       NOT INVALID KEY
                           MOVE CTRAN-ACCT-NUM TO MTR-ACCT-NUM            *>SAME METER, NEW ACCOUNT - THE PRIOR
                           MOVE SPACE TO MTR-EXCH-FLAG                    *>OCCUPANT'S EXCHANGE WAS SETTLED ON
                           MOVE ZERO TO MTR-EXCH-DATE                     *>THEIR FINAL BILL
                           MOVE ZERO TO MTR-EXCH-BILL-DATE
                           MOVE SPACES TO MTR-OLD-METER-NUM
                           MOVE ZERO TO MTR-OLD-DIALS
                           MOVE ZERO TO MTR-OLD-MULTIPLIER
                           MOVE ZERO TO MTR-OLD-FINAL-READ
                           MOVE ZERO TO MTR-NEW-START-READ
                           WRITE METER-RECORD
                   END-READ
               END-IF
           END-IF.

           *>-------------METER ORDERS------------------------------
       SET-METER.                                                         *>PROCEDURE PARAGRAPH TO SET OR CORRECT THE METER ON AN ACCOUNT
           IF CMAST-FOUND-SWITCH = 'NO '                                  *>THERE IS NO ACCOUNT TO SET A METER ON
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-AUDIT-LINE-REJECT-MISSING
           ELSE
               PERFORM FILL-NAME-FROM-MASTER                              *>A METER ORDER NEED NOT REKEY THE NAME
               IF CMAST-ACCT-STATUS = 'C'                                 *>A CLOSED ACCOUNT WILL NEVER READ AGAIN
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-AUDIT-LINE-REJECT-CLOSED
               ELSE
                   PERFORM VALIDATE-METER-ORDER
                   IF METER-REJECT-REASON NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       MOVE METER-REJECT-REASON TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       MOVE CTRAN-ACCT-NUM TO MTR-ACCT-NUM                *>BUILD THE METER FROM THE ORDER
                       MOVE CTRAN-METER-NUM TO MTR-METER-NUM
                       MOVE CTRAN-SVC-DATE TO MTR-INSTALL-DATE
                       MOVE METER-DIALS-WORK TO MTR-DIALS
                       MOVE METER-MULT-WORK TO MTR-MULTIPLIER
                       IF MTR-FOUND-SWITCH = 'YES'                        *>A CORRECTION KEEPS ANY EXCHANGE STILL TO BILL
                           REWRITE METER-RECORD
                       ELSE
                           MOVE SPACE TO MTR-EXCH-FLAG
                           MOVE ZERO TO MTR-EXCH-DATE
                           MOVE ZERO TO MTR-EXCH-BILL-DATE
                           MOVE SPACES TO MTR-OLD-METER-NUM
                           MOVE ZERO TO MTR-OLD-DIALS
                           MOVE ZERO TO MTR-OLD-MULTIPLIER
                           MOVE ZERO TO MTR-OLD-FINAL-READ
                           MOVE ZERO TO MTR-NEW-START-READ
                           WRITE METER-RECORD
                       END-IF
                       ADD 1 TO APPLIED-COUNT
                       MOVE SPACES TO AUD-RESULT
                       STRING 'METER SET - ' DELIMITED BY SIZE
                              CTRAN-METER-NUM DELIMITED BY SIZE
                              INTO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       EXCHANGE-METER.                                                    *>PROCEDURE PARAGRAPH TO RECORD ONE METER TAKEN OUT AND ANOTHER PUT IN
           IF CMAST-FOUND-SWITCH = 'NO '                                  *>THERE IS NO ACCOUNT TO EXCHANGE A METER ON
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-AUDIT-LINE-REJECT-MISSING
           ELSE
               PERFORM FILL-NAME-FROM-MASTER                              *>A METER ORDER NEED NOT REKEY THE NAME
               IF CMAST-ACCT-STATUS = 'C'                                 *>A CLOSED ACCOUNT WILL NEVER READ AGAIN
                   ADD 1 TO REJECTED-COUNT
                   PERFORM WRITE-AUDIT-LINE-REJECT-CLOSED
               ELSE
                   PERFORM VALIDATE-METER-ORDER
                   IF METER-REJECT-REASON NOT = SPACES
                       ADD 1 TO REJECTED-COUNT
                       MOVE METER-REJECT-REASON TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       MOVE MTR-METER-NUM TO MTR-OLD-METER-NUM            *>THE METER NOW SET BECOMES THE OLD ONE -
                       MOVE MTR-DIALS TO MTR-OLD-DIALS                    *>THE NEXT BILL RUNS IT FROM THE LAST BILLED
                       MOVE MTR-MULTIPLIER TO MTR-OLD-MULTIPLIER          *>READ TO THE FINAL READ KEYED HERE
                       MOVE CTRAN-PREV-METER TO MTR-OLD-FINAL-READ
                       MOVE CTRAN-METER-READ TO MTR-NEW-START-READ        *>AND THE NEW ONE FROM ITS STARTING READ
                       MOVE CTRAN-ACCT-NUM TO MTR-ACCT-NUM
                       MOVE CTRAN-METER-NUM TO MTR-METER-NUM
                       MOVE CTRAN-SVC-DATE TO MTR-INSTALL-DATE
                       MOVE METER-DIALS-WORK TO MTR-DIALS
                       MOVE METER-MULT-WORK TO MTR-MULTIPLIER
                       MOVE 'P' TO MTR-EXCH-FLAG                          *>PENDING UNTIL THE BILLING RUN USES IT
                       MOVE CTRAN-SVC-DATE TO MTR-EXCH-DATE
                       MOVE ZERO TO MTR-EXCH-BILL-DATE
                       IF MTR-FOUND-SWITCH = 'YES'
                           REWRITE METER-RECORD
                       ELSE
                           WRITE METER-RECORD
                       END-IF
                       ADD 1 TO APPLIED-COUNT
                       MOVE SPACES TO AUD-RESULT
                       STRING 'EXCHANGED - NEW METER ' DELIMITED BY SIZE
                              CTRAN-METER-NUM DELIMITED BY SIZE
                              INTO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-METER-ORDER.                                              *>PROCEDURE PARAGRAPH TO CHECK A METER SET OR EXCHANGE
           MOVE SPACES TO METER-REJECT-REASON.                            *>ASSUME USABLE UNTIL A CHECK FAILS
           MOVE 5 TO METER-DIALS-WORK.                                    *>A BLANK DIAL COUNT IS THE FIVE-DIAL METER
           MOVE 1 TO METER-MULT-WORK.                                     *>AND A BLANK MULTIPLIER IS SELF-CONTAINED
           PERFORM READ-METER-RECORD.
           IF CTRAN-METER-NUM = SPACES                                    *>EVERY METER ORDER NAMES THE METER SET
               MOVE 'REJECTED - NO METER NUMBER' TO METER-REJECT-REASON
           END-IF.
           IF METER-REJECT-REASON = SPACES                                *>THE READ LAYOUT HOLDS FIVE DIGITS
           AND CTRAN-DIALS-X NOT = SPACE
               IF CTRAN-DIALS IS NOT NUMERIC
               OR CTRAN-DIALS < 1
               OR CTRAN-DIALS > 5
                   MOVE 'REJECTED - BAD DIAL COUNT'
                       TO METER-REJECT-REASON
               ELSE
                   MOVE CTRAN-DIALS TO METER-DIALS-WORK
               END-IF
           END-IF.
           IF METER-REJECT-REASON = SPACES
           AND CTRAN-MULTIPLIER-X NOT = SPACES
               IF CTRAN-MULTIPLIER IS NOT NUMERIC
               OR CTRAN-MULTIPLIER = ZERO
                   MOVE 'REJECTED - BAD MULTIPLIER'
                       TO METER-REJECT-REASON
               ELSE
                   MOVE CTRAN-MULTIPLIER TO METER-MULT-WORK
               END-IF
           END-IF.
           IF METER-REJECT-REASON = SPACES                                *>A METER SET NEEDS ITS INSTALL DATE
           AND CTRAN-ACTION = 'M'
               IF CTRAN-SVC-DATE IS NOT NUMERIC
                   MOVE 'REJECTED - BAD INSTALL DATE'
                       TO METER-REJECT-REASON
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (CTRAN-SVC-DATE)
                          NOT = 0
                   OR CTRAN-SVC-DATE > RUN-DATE
                       MOVE 'REJECTED - BAD INSTALL DATE'
                           TO METER-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF METER-REJECT-REASON = SPACES                                *>AN EXCHANGE NEEDS ITS DATE AND BOTH READS
           AND CTRAN-ACTION = 'X'
               PERFORM VALIDATE-SERVICE-ORDER
               IF SVC-ORDER-OK-SWITCH = 'NO '
                   MOVE 'REJECTED - BAD SERVICE ORDER'
                       TO METER-REJECT-REASON
               END-IF
           END-IF.
           IF METER-REJECT-REASON = SPACES                                *>TWO EXCHANGES IN ONE CYCLE WOULD LOSE THE
           AND CTRAN-ACTION = 'X'                                         *>FIRST METER'S USAGE - BILL ONE BEFORE THE NEXT
           AND MTR-EXCH-FLAG = 'P'
               MOVE 'REJECTED - EXCHANGE NOT BILLED'
                   TO METER-REJECT-REASON
           END-IF.
           IF METER-REJECT-REASON = SPACES                                *>EACH READ MUST FIT ITS OWN METER'S DIALS
           AND CTRAN-ACTION = 'X'
               COMPUTE MU-CAPACITY = 10 ** MTR-DIALS
               IF CTRAN-PREV-METER >= MU-CAPACITY
                   MOVE 'REJECTED - READ EXCEEDS DIALS'
                       TO METER-REJECT-REASON
               END-IF
               COMPUTE MU-CAPACITY = 10 ** METER-DIALS-WORK
               IF CTRAN-METER-READ >= MU-CAPACITY
                   MOVE 'REJECTED - READ EXCEEDS DIALS'
                       TO METER-REJECT-REASON
               END-IF
           END-IF.

       READ-METER-RECORD.                                                 *>PROCEDURE PARAGRAPH TO LOOK UP THE TRANSACTION'S ACCOUNT ON THE METER MASTER
           MOVE 'NO ' TO MTR-FOUND-SWITCH.                                *>ASSUME NO RECORD EXISTS UNTIL THE READ PROVES OTHERWISE
           MOVE CTRAN-ACCT-NUM TO MTR-ACCT-NUM.
           READ METER-FILE
               INVALID KEY                                                *>NO METER SET ON FILE - THE ACCOUNT HAS BEEN
                   MOVE SPACES TO MTR-METER-NUM                           *>BILLING AS A FIVE-DIAL METER WITH
                   MOVE 5 TO MTR-DIALS                                    *>NO MULTIPLIER
                   MOVE 1 TO MTR-MULTIPLIER
                   MOVE SPACE TO MTR-EXCH-FLAG
               NOT INVALID KEY
                   MOVE 'YES' TO MTR-FOUND-SWITCH
           END-READ.

       FILL-NAME-FROM-MASTER.                                             *>PROCEDURE PARAGRAPH TO AUDIT AN ORDER UNDER THE MASTER'S NAME
           IF CTRAN-FIRST-NAME = SPACES AND CTRAN-LAST-NAME = SPACES
               MOVE CMAST-FIRST-NAME TO CTRAN-FIRST-NAME
               MOVE CMAST-LAST-NAME TO CTRAN-LAST-NAME
           END-IF.

           *>-------------SECURITY DEPOSITS------------------------------
       VALIDATE-DEPOSIT.                                                  *>PROCEDURE PARAGRAPH TO CHECK THE DEPOSIT AN ADD OR MOVE-IN CARRIES
           MOVE SPACES TO DEPOSIT-REJECT-REASON.                          *>ASSUME USABLE UNTIL A CHECK FAILS
           MOVE 'NO ' TO DEPOSIT-TAKE-SWITCH.
           IF CTRAN-DEPOSIT-AMT-X NOT = SPACES                            *>AN OLD SHORT LINE OR A BLANK AMOUNT TAKES NO DEPOSIT
               IF CTRAN-DEPOSIT-AMT IS NOT NUMERIC
                   MOVE 'REJECTED - BAD DEPOSIT AMOUNT'
                       TO DEPOSIT-REJECT-REASON
               ELSE
                   IF CTRAN-DEPOSIT-AMT > ZERO
                       PERFORM READ-DEPOSIT-RECORD
                       IF SDEP-FOUND-SWITCH = 'YES'                       *>NEVER OVERLAY A DEPOSIT STILL OWED BACK TO SOMEONE
                       AND SDEP-HOLD-FLAG = 'H'
                           MOVE 'REJECTED - DEPOSIT ALREADY HELD'
                               TO DEPOSIT-REJECT-REASON
                       ELSE
                           MOVE 'YES' TO DEPOSIT-TAKE-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-SECURITY-DEPOSIT.                                             *>PROCEDURE PARAGRAPH TO HOLD A NEW DEPOSIT ON THE DEPOSIT MASTER
           IF DEPOSIT-TAKE-SWITCH = 'YES'
               MOVE CTRAN-ACCT-NUM TO SDEP-ACCT-NUM                       *>BUILD THE DEPOSIT RECORD FROM THE TRANSACTION
               MOVE CTRAN-DEPOSIT-AMT TO SDEP-AMOUNT
               MOVE RUN-DATE TO SDEP-RECEIVED-DATE
               MOVE ZERO TO SDEP-INTEREST
               MOVE RUN-DATE TO SDEP-LAST-INT-DATE                        *>THE FIRST YEAR'S INTEREST RUNS FROM TODAY
               MOVE ZERO TO SDEP-LAST-SHUT-DATE
               MOVE 'H' TO SDEP-HOLD-FLAG
               MOVE ZERO TO SDEP-DISPOSED-DATE
               IF SDEP-FOUND-SWITCH = 'YES'                               *>A DISPOSED DEPOSIT FROM AN EARLIER USE OF THE
                   REWRITE SECURITY-DEP-RECORD                            *>NUMBER IS REPLACED
               ELSE
                   WRITE SECURITY-DEP-RECORD
               END-IF
               ADD SDEP-AMOUNT TO GL-DEP-RECEIVED-TOTAL                   *>ACCUMULATE THE DEPOSIT FOR THE GL
               MOVE 'RECEIVED' TO DPD-ACTION                              *>AUDIT THE DEPOSIT UNDER THE TRANSACTION
               MOVE SDEP-AMOUNT TO DPD-AMOUNT
               MOVE ZERO TO DPD-INTEREST
               PERFORM WRITE-DEPOSIT-DETAIL
           END-IF.

       READ-DEPOSIT-RECORD.                                               *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT'S SECURITY DEPOSIT
           MOVE 'NO ' TO SDEP-FOUND-SWITCH.
           MOVE CTRAN-ACCT-NUM TO SDEP-ACCT-NUM.
           READ SECURITY-DEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO SDEP-FOUND-SWITCH
           END-READ.

       READ-AR-RECORD.                                                    *>PROCEDURE PARAGRAPH TO LOOK UP THE TRANSACTION'S ACCOUNT ON THE A/R MASTER
           MOVE 'NO ' TO AR-FOUND-SWITCH.                                 *>ASSUME NO RECORD EXISTS UNTIL THE READ PROVES OTHERWISE
           IF AR-AVAIL-SWITCH = 'YES'
               MOVE CTRAN-ACCT-NUM TO AR-ACCT-NUM
               READ AR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO AR-FOUND-SWITCH
               END-READ
           END-IF.

       READ-SHUTOFF-RECORD.                                               *>PROCEDURE PARAGRAPH TO LOOK UP AN OPEN SHUTOFF WORKFLOW FOR THE ACCOUNT
           MOVE 'NO ' TO SHUT-FOUND-SWITCH.
           MOVE CTRAN-ACCT-NUM TO SHUT-ACCT-NUM.
           READ SHUTOFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO SHUT-FOUND-SWITCH
           END-READ.

       READ-BUDGET-RECORD.                                                *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT'S BUDGET-PLAN BALANCE
           MOVE 'NO ' TO BUD-FOUND-SWITCH.
           MOVE CTRAN-ACCT-NUM TO BUD-ACCT-NUM.
           READ BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO BUD-FOUND-SWITCH
           END-READ.

       MOVE-TRAN-TO-MASTER.                                               *>PROCEDURE PARAGRAPH TO COPY THE TRANSACTION FIELDS INTO THE MASTER RECORD
           MOVE CTRAN-FIRST-NAME TO CMAST-FIRST-NAME.                     *>FIRST NAME
           MOVE 'REJECTED - ACCT NOT ON FILE' TO AUD-RESULT.              *>AUDIT WHY NOTHING WAS DONE
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE-REJECT-CLOSED.                                    *>PROCEDURE PARAGRAPH TO AUDIT A TRANSACTION AGAINST A CLOSED ACCOUNT
           MOVE 'REJECTED - ACCOUNT CLOSED' TO AUD-RESULT.                *>AUDIT WHY NOTHING WAS DONE
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE-REJECT-SVC-ORDER.                                 *>PROCEDURE PARAGRAPH TO AUDIT A SERVICE ORDER WITH A BAD DATE OR READ
           MOVE 'REJECTED - BAD SERVICE ORDER' TO AUD-RESULT.             *>AUDIT WHY NOTHING WAS DONE
           PERFORM WRITE-AUDIT-LINE.

           *>-------------AUDIT LISTING------------------------------
       WRITE-AUDIT-HEADING.                                               *>PROCEDURE PARAGRAPH TO WRITE THE AUDIT LISTING COLUMN HEADER
           MOVE DOTTED-LINE TO AUDIT-LINE.                                *>OPEN THE LISTING WITH A RULE
           MOVE AUDIT-DETAIL TO AUDIT-LINE.                               *>PREPARE THE AUDIT LINE
           WRITE AUDIT-LINE.                                              *>WRITE THE AUDIT LINE


       WRITE-FINAL-BILL-DETAIL.                                           *>PROCEDURE PARAGRAPH TO SHOW HOW A MOVE-OUT'S FINAL BILL WAS BUILT
           MOVE FINAL-UNITS TO FBD-UNITS.                                 *>UNITS SINCE THE LAST BILLED READ
           MOVE PRORATE-DAYS TO FBD-DAYS.                                 *>DAYS THE CHARGES WERE PRORATED TO
           MOVE FINAL-USAGE-AMT TO FBD-USAGE.                             *>PRORATED USAGE CHARGE
           MOVE FINAL-BUDGET-AMT TO FBD-BUDGET.                           *>PLAN VARIANCE SETTLED
           MOVE FINAL-SHUTOFF-TEXT TO FBD-SHUTOFF.                        *>WHETHER A WORKFLOW WAS ENDED
           MOVE FINAL-BILL-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       WRITE-DEPOSIT-DETAIL.                                              *>PROCEDURE PARAGRAPH TO SHOW A DEPOSIT TAKEN OR APPLIED
           MOVE DEPOSIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           *>-------------GL POSTINGS------------------------------
       WRITE-GL-POSTINGS.                                                 *>PROCEDURE PARAGRAPH TO APPEND THE RUN'S FINAL-BILL JOURNAL LINES
           IF GL-BILLED-TOTAL > 0                                         *>NOTHING IS WRITTEN ON A RUN WITH NO MOVE-OUTS
           OR GL-CREDITED-TOTAL > 0
           OR GL-DEP-RECEIVED-TOTAL > 0
           OR GL-DEP-APPLIED-TOTAL > 0
               OPEN EXTEND GL-EXTRACT-FILE                                *>THE EXTRACT ACCUMULATES UNTIL GLPROOF RELEASES IT
               IF GL-BILLED-TOTAL > 0                                     *>FINAL BILLS GROW THE RECEIVABLE AND THE REVENUE
                   MOVE 1100 TO GL-PAIR-DR
                   MOVE 4100 TO GL-PAIR-CR
                   MOVE GL-BILLED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FINAL BILLINGS' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-CREDITED-TOTAL > 0                                   *>OVER-COLLECTED PLANS GIVE THE REVENUE BACK
                   MOVE 4100 TO GL-PAIR-DR
                   MOVE 1100 TO GL-PAIR-CR
                   MOVE GL-CREDITED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FINAL BILL CREDITS' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-DEP-RECEIVED-TOTAL > 0                               *>DEPOSITS TAKEN ARE CASH HELD AS A LIABILITY
                   MOVE 1000 TO GL-PAIR-DR
                   MOVE 2500 TO GL-PAIR-CR
                   MOVE GL-DEP-RECEIVED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'DEPOSITS RECEIVED' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-DEP-APPLIED-TOTAL > 0                                *>DEPOSITS APPLIED LEAVE THE LIABILITY AND PAY
                   MOVE 2500 TO GL-PAIR-DR                                *>DOWN THE FINAL BILLS' RECEIVABLE
                   MOVE 1100 TO GL-PAIR-CR
                   MOVE GL-DEP-APPLIED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'DEPOSITS APPLIED' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               CLOSE GL-EXTRACT-FILE                                      *>CLOSE THE EXTRACT UNTIL THE NEXT PROGRAM APPENDS
           END-IF.

       WRITE-GL-PAIR.                                                     *>PROCEDURE PARAGRAPH TO WRITE ONE BALANCED DEBIT/CREDIT PAIR
           MOVE RUN-DATE TO GLX-DATE.                                     *>THE DEBIT LEG
           MOVE RUN-LOG-PROGRAM-NAME TO GLX-SOURCE.
           MOVE GL-PAIR-DR TO GLX-ACCOUNT.
           MOVE 'D' TO GLX-DC.
           MOVE GL-PAIR-AMOUNT TO GLX-AMOUNT.
           MOVE GL-PAIR-DESC TO GLX-DESC.
           WRITE GL-EXTRACT-LINE.
           MOVE RUN-DATE TO GLX-DATE.                                     *>THE CREDIT LEG, SAME DOLLARS
           MOVE RUN-LOG-PROGRAM-NAME TO GLX-SOURCE.
           MOVE GL-PAIR-CR TO GLX-ACCOUNT.
           MOVE 'C' TO GLX-DC.
           MOVE GL-PAIR-AMOUNT TO GLX-AMOUNT.
           MOVE GL-PAIR-DESC TO GLX-DESC.
           WRITE GL-EXTRACT-LINE.
           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN FOR APPEND, CREATING THE FILE ON THE FIRST RUN OF THE DAY
