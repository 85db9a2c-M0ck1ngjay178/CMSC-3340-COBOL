                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS BUD-ACCT-NUM
                        FILE STATUS IS BUD-STATUS.
        SELECT METER-FILE ASSIGN TO 'metermast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS MTR-ACCT-NUM
                        FILE STATUS IS MTR-STATUS.
        SELECT BUDGET-REG-FILE ASSIGN TO 'budgreg.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GL-EXTRACT-FILE ASSIGN TO 'glextract.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT MISSED-READ-FILE ASSIGN TO 'missread.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ESTIMATE-REQ-FILE ASSIGN TO 'estreq.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS EREQ-STATUS.

      *>====================END ENVIRONMENT DIVISION============================================

       01 PRINT-LINE-EXCEPTION PIC X(60).          *>PRINT-LINE-EXCEPTION designated 60 alphanumeric characters

       FD  HISTORY-FILE                            *>FILE description for the customer-history file keyed by account number
                 RECORD CONTAINS 233 CHARACTERS
                  DATA RECORD IS HISTORY-RECORD.
       01 HISTORY-RECORD.                          *>HISTORY-RECORD HOLDS THE ROLLING TWELVE CYCLES FOR AN ACCOUNT NUMBER
         05 HIST-ACCT-NUM PIC 9(6).                *>HIST-ACCT-NUM IS THE RECORD KEY
             15 HC-YEAR PIC 9(4).                  *>SLOT'S CONTENT JUST BEFORE THIS YEAR'S BILL OVERWRITES IT -
             15 HC-UNITS PIC 9(5).                 *>HC-YEAR IS THE YEAR THE SLOT LAST BILLED (ZERO = NEVER),
             15 HC-BILL PIC 9(6)V99.               *>HC-UNITS/HC-BILL ARE THAT CYCLE'S UNITS AND BILLED DOLLARS
             15 HC-EST-FLAG PIC X(1).              *>'E' WHEN THE CYCLE WAS BILLED FROM AN ESTIMATE, NOT A READ

       FD  RUN-LOG-FILE                            *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG, APPENDED TO BY ALL THREE PROGRAMS
                 RECORD CONTAINS 43 CHARACTERS
       01 STATEMENT-LINE PIC X(80).                  *>STATEMENT-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD  BILLING-REG-FILE                          *>FILE DESCRIPTION FOR THE BILLING REGISTER CONSUMED BY THE A/R RUN
                 RECORD CONTAINS 23 CHARACTERS
                  DATA RECORD IS BILLING-REG-LINE.
       01 BILLING-REG-LINE.                          *>ONE LINE PER BILL PRODUCED, MACHINE-READABLE FOR DOWNSTREAM POSTING
         05 BREG-ACCT-NUM PIC 9(6).                  *>ACCOUNT NUMBER BILLED
         05 BREG-BILL-DATE PIC 9(8).                 *>DATE (YYYYMMDD) THE BILL WAS PRODUCED
         05 BREG-AMOUNT PIC 9(6)V99.                 *>DOLLAR AMOUNT BILLED
         05 BREG-CREDIT-FLAG PIC X(1).               *>'C' WHEN A FINAL BILL NETS TO A CREDIT - ALWAYS BLANK HERE

       FD  CUSTOMER-MASTER                          *>FILE DESCRIPTION FOR THE CUSTOMER MASTER MAINTAINED BY CUSTMAINT
                 RECORD CONTAINS 76 CHARACTERS
                  DATA RECORD IS CUSTOMER-RECORD.
       01 CUSTOMER-RECORD.                          *>ONE RECORD PER CUSTOMER ACCOUNT
         05 CMAST-ACCT-NUM PIC 9(6).                *>CMAST-ACCT-NUM IS THE RECORD KEY
         05 CMAST-CITY PIC X(13).                   *>CITY DESIGNATED 13 ALPHANUMERIC CHARACTERS
         05 CMAST-STATE PIC X(2).                   *>STATE DESIGNATED 2 ALPHANUMERIC CHARACTERS
         05 CMAST-BUDGET-FLAG PIC X(1).             *>'Y' WHEN THE ACCOUNT IS ON THE BUDGET-BILLING (LEVELIZED) PLAN
         05 CMAST-ACCT-STATUS PIC X(1).             *>'C' ONCE A MOVE-OUT HAS CLOSED THE ACCOUNT - IT NEVER BILLS AGAIN
         05 CMAST-CLOSE-DATE PIC 9(8).              *>DATE (YYYYMMDD) OF THE MOVE-OUT FINAL READ, ZERO WHILE ACTIVE
         05 CMAST-SUCCESSOR-ACCT PIC 9(6).          *>ACCOUNT THAT MOVED IN AFTER THIS ONE CLOSED, ZERO IF NONE YET

       FD  EXC-PEND-FILE                             *>FILE DESCRIPTION FOR THE PENDING USAGE-SPIKE EXCEPTIONS AWAITING DISPOSITION
                 RECORD CONTAINS 24 CHARACTERS
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 BUD-MONTHS PIC 9(2).                      *>CYCLES BILLED ON THE PLAN SINCE THE LAST ANNUAL TRUE-UP

       FD  METER-FILE                          *>FILE DESCRIPTION FOR THE METER MASTER KEYED BY ACCOUNT NUMBER,
                 RECORD CONTAINS 73 CHARACTERS *>MAINTAINED BY CUSTMAINT
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

       FD  BUDGET-REG-FILE                            *>FILE DESCRIPTION FOR THE BUDGET-BILLING AUDIT REGISTER, WHERE THE
                 RECORD CONTAINS 73 CHARACTERS        *>ACTUAL TIERED AMOUNT POSTS SO THE BOOKS STAY RIGHT
                  DATA RECORD IS BUDGET-REG-LINE.
         05 GLX-AMOUNT PIC 9(8)V99.                 *>UNSIGNED DOLLARS - THE D/C BYTE CARRIES THE DIRECTION
         05 GLX-DESC PIC X(20).                     *>WHAT THE POSTING IS

       FD  MISSED-READ-FILE                          *>FILE DESCRIPTION FOR THE MISSED-READ REPORT - MASTER ACCOUNTS NOT BILLED THIS CYCLE
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS MISSED-READ-LINE.
       01 MISSED-READ-LINE PIC X(80).                *>MISSED-READ-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD  ESTIMATE-REQ-FILE                         *>FILE DESCRIPTION FOR THE ESTIMATE REQUESTS LEFT FOR THE NEXT NIGHT'S RUN,
                 RECORD CONTAINS 16 CHARACTERS       *>SAME LAYOUT AS AN INPUT.TXT READ WITH A BLANK CURRENT METER
                  DATA RECORD IS ESTIMATE-REQ-RECORD.
       01 ESTIMATE-REQ-RECORD.                       *>ONE REQUEST PER MISSED ACCOUNT THAT HAS USAGE HISTORY TO ESTIMATE FROM
         05 EREQ-ACCT-NUM PIC 9(6).                  *>ACCOUNT NUMBER TO ESTIMATE
         05 EREQ-PREV-METER PIC 9(5).                *>PRIOR METER READING TO SHOW ON THE STATEMENT (ZERO WHEN UNKNOWN)
         05 EREQ-CURR-METER PIC X(5).                *>ALWAYS BLANK - THERE IS NO READING, SO THE BILL IS AN ESTIMATE

       FD  GEN-REG-FILE                              *>FILE DESCRIPTION FOR THE GENERATION REGISTER READ BY THE ARCHIVE/PURGE STEP
                 RECORD CONTAINS 40 CHARACTERS
                  DATA RECORD IS GEN-REG-LINE.
         05 FILLER PIC X(17) VALUE 'CURRENT READING: '.     *>CURRENT METER READING LABEL
         05 STMT-CURR PIC ZZZZ9.                            *>CURRENT METER READING VALUE

       01 STMT-METER-ID-LINE.                               *>METER NUMBER LINE FOR AN ACCOUNT WITH A METER RECORD
         05 FILLER PIC X(14) VALUE 'METER NUMBER: '.        *>METER NUMBER LABEL
         05 STMT-METER-NUM PIC X(10).                       *>METER SERIAL NUMBER
         05 FILLER PIC X(3) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(12) VALUE 'MULTIPLIER: '.          *>MULTIPLIER LABEL
         05 STMT-METER-MULT PIC ZZ9.99.                     *>KWH PER REGISTERED UNIT

       01 STMT-EXCH-LINE.                                   *>ONE LINE PER METER WHEN THE BILL SPANS AN EXCHANGE
         05 STX-LABEL PIC X(10).                            *>'OLD METER ' OR 'NEW METER '
         05 STX-METER-NUM PIC X(10).                        *>METER SERIAL NUMBER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STX-FROM-LABEL PIC X(10).                       *>'PREVIOUS: ' OR 'START:    '
         05 STX-FROM-READ PIC ZZZZ9.                        *>READING THE USAGE RUNS FROM
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STX-TO-LABEL PIC X(9).                          *>'FINAL:   ' OR 'CURRENT: '
         05 STX-TO-READ PIC ZZZZ9.                          *>READING THE USAGE RUNS TO
         05 FILLER PIC X(3) VALUE ' X '.                    *>CONNECTOR TEXT
         05 STX-MULT PIC ZZ9.99.                            *>MULTIPLIER OF THE METER
         05 FILLER PIC X(3) VALUE ' = '.                    *>CONNECTOR TEXT
         05 STX-KWH PIC ZZZZZZ9.                            *>KWH REGISTERED ON THE METER
         05 FILLER PIC X(4) VALUE ' KWH'.                   *>UNIT LABEL

       01 STMT-UNITS-LINE.                                  *>UNITS USED LINE
         05 FILLER PIC X(18) VALUE 'UNITS USED (KWH): '.    *>UNITS USED LABEL
         05 STMT-UNITS PIC ZZZZ9.                           *>UNITS USED VALUE
         05 BAD-FILE-NAME PIC X(30).                        *>BAD-YYYYMMDD.TXT
         05 EXCEPTION-FILE-NAME PIC X(30).                  *>EXCEPTION-YYYYMMDD.TXT
         05 STATEMENT-FILE-NAME PIC X(30).                  *>STATEMENT-YYYYMMDD.TXT
         05 MISSED-READ-FILE-NAME PIC X(30).                *>MISSREAD-YYYYMMDD.TXT

       01 FIXED-FILE-NAMES.                                 *>THE USUAL NAMES THE OUTPUTS ARE WRITTEN UNDER DURING THE RUN
         05 GOOD-FIXED-NAME PIC X(30) VALUE 'good.txt'.
             VALUE 'exception.txt'.
         05 STATEMENT-FIXED-NAME PIC X(30)
             VALUE 'statement.txt'.
         05 MISSED-READ-FIXED-NAME PIC X(30)
             VALUE 'missread.txt'.

       01 RATE-STATUS PIC XX.                               *>FILE STATUS CODE FOR RATE-FILE I/O
       01 RATE-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST RATE RECORD HAS BEEN READ
       01 DUPLICATE-REASON PIC X(20) VALUE 'DUPLICATE ACCOUNT'.  *>REASON TEXT FOR AN ACCT-NUM ALREADY SEEN THIS RUN
       01 NUMERIC-REASON PIC X(20) VALUE 'INVALID NUMERIC DATA'. *>REASON TEXT FOR NON-NUMERIC ACCT-NUM/PREV-METER/CURR-METER
       01 NO-MASTER-REASON PIC X(20) VALUE 'ACCT NOT ON MASTER'. *>REASON TEXT FOR A METER READ WHOSE ACCOUNT IS NOT ON THE CUSTOMER MASTER
       01 CLOSED-REASON PIC X(20) VALUE 'ACCOUNT CLOSED'.    *>REASON TEXT FOR A METER READ AGAINST AN ACCOUNT A MOVE-OUT CLOSED
       01 NO-ESTIMATE-REASON PIC X(20) VALUE 'NO BASIS TO ESTIMATE'. *>REASON TEXT FOR A MISSING READ WITH NO HISTORY TO ESTIMATE FROM
       01 BACKWARD-REASON PIC X(20) VALUE 'METER READ BACKWARD'. *>REASON TEXT FOR A READ BELOW THE LAST ONE THAT IS NO ROLLOVER
       01 DIALS-REASON PIC X(20) VALUE 'READ EXCEEDS DIALS'. *>REASON TEXT FOR A READ THE METER'S DIALS CANNOT SHOW
       01 USAGE-LIMIT-REASON PIC X(20) VALUE 'USAGE OVER 99999 KWH'. *>REASON TEXT FOR MULTIPLIED USAGE TOO BIG TO BILL

       01 EST-BILL-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHILE THE CURRENT BILL IS AN ESTIMATE
       01 CURR-METER-PRINT PIC 9(5) VALUE ZERO.             *>CURRENT READING SHOWN ON THE STATEMENT (ZERO WHEN ESTIMATED)
       01 BUD-STATUS PIC XX.                                *>FILE STATUS CODE FOR BUDGET-FILE I/O
       01 BUD-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN A PLAN RECORD EXISTS FOR THE CURRENT ACCT-NUM

       *>METER MASTER STATE - AN ACCOUNT WITH NO METER RECORD BILLS
       *>AS A FIVE-DIAL SELF-CONTAINED METER (MULTIPLIER 1.00)
       01 MTR-STATUS PIC XX.                                *>FILE STATUS CODE FOR METER-FILE I/O
       01 MTR-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN A METER RECORD EXISTS FOR THE CURRENT ACCT-NUM
       01 METER-EXCH-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN THE BILL SPANS A METER EXCHANGE
       01 METER-READ-REASON PIC X(20) VALUE SPACES.         *>WHY THE READS CANNOT BE BILLED - SPACES WHEN THEY CAN

       01 METER-USAGE-WORK.                                 *>WORK FIELDS FOR TURNING ONE METER'S READS INTO KWH
         05 MU-FROM-READ PIC 9(5) VALUE ZERO.               *>READING THE USAGE RUNS FROM
         05 MU-TO-READ PIC 9(5) VALUE ZERO.                 *>READING THE USAGE RUNS TO
         05 MU-DIALS PIC 9(1) VALUE ZERO.                   *>DIALS ON THE METER READ
         05 MU-MULTIPLIER PIC 9(3)V99 VALUE ZERO.           *>MULTIPLIER OF THE METER READ
         05 MU-CAPACITY PIC 9(6) VALUE ZERO.                *>ONE FULL TURN OF THE DIALS
         05 MU-RAW-UNITS PIC 9(6) VALUE ZERO.               *>REGISTERED UNITS BEFORE THE MULTIPLIER
         05 MU-KWH PIC 9(7) VALUE ZERO.                     *>KWH AFTER THE MULTIPLIER
         05 OLD-METER-KWH PIC 9(7) VALUE ZERO.              *>KWH ON THE METER TAKEN OUT, UP TO ITS FINAL READ
         05 NEW-METER-KWH PIC 9(7) VALUE ZERO.              *>KWH ON THE METER NOW SET
         05 METER-UNITS-TOTAL PIC 9(8) VALUE ZERO.          *>BOTH METERS TOGETHER, BEFORE THE 99999 CHECK

       01 BUDGET-WORK.                                      *>WORK FIELDS FOR PRICING A BUDGET-BILLED (LEVELIZED) CYCLE
         05 BUDGET-ACTUAL-AMT PIC 9(6)V99 VALUE ZERO.       *>THE TIERED AMOUNT THE CYCLE ACTUALLY COST
         05 BUDGET-LEVEL-AMT PIC 9(6)V99 VALUE ZERO.        *>THE LEVEL AMOUNT THE CUSTOMER IS BILLED INSTEAD
         05 FILLER PIC X(3).                                *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 EXC-REASON PIC X(29) VALUE 'USAGE SPIKE - REVIEW REQUIRED'.  *>REASON TEXT FOR THE EXCEPTION

       *>MISSED-READ SWEEP STATE - AT END OF RUN EVERY CUSTOMER-MASTER
       *>ACCOUNT THAT WAS NOT BILLED (ACCT-TABLE) AND IS NOT HELD ON
       *>EXCPEND.DAT IS REPORTED, AND ONE WITH HISTORY IS LEFT ON
       *>ESTREQ.TXT SO THE NEXT NIGHT'S RUN BILLS IT AS AN ESTIMATE
       01 EREQ-STATUS PIC XX.                               *>FILE STATUS CODE FOR ESTIMATE-REQ-FILE I/O
       01 EREQ-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST ESTIMATE REQUEST HAS BEEN READ
       01 CMAST-EOF-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE LAST MASTER ACCOUNT HAS BEEN SWEPT
       01 MISS-BILLED-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE SWEPT ACCOUNT WAS BILLED THIS RUN

       01 MISSED-READ-WORK.                                 *>WORK FIELDS FOR DATING AN ACCOUNT'S LAST BILLED CYCLE
         05 MISS-RUN-PERIOD PIC 9(6) VALUE ZERO.            *>RUN YEAR * 12 + RUN MONTH - THIS CYCLE AS A MONTH COUNT
         05 MISS-SLOT-PERIOD PIC 9(6) VALUE ZERO.           *>ONE CYCLE SLOT'S YEAR * 12 + MONTH
         05 MISS-LAST-PERIOD PIC 9(6) VALUE ZERO.           *>THE NEWEST CYCLE SLOT BILLED FROM A REAL READ (ZERO = NONE)
         05 MISS-LAST-SLOT PIC 9(2) VALUE ZERO.             *>THE MONTH SLOT HOLDING THAT NEWEST CYCLE
         05 MISS-OLDEST-EST-PERIOD PIC 9(6) VALUE ZERO.     *>THE OLDEST ESTIMATED SLOT (ZERO = NONE)
         05 MISS-HIST-SUB PIC 9(2) VALUE ZERO.              *>SUBSCRIPT OVER THE CYCLE SLOTS
         05 MISS-CYCLES-WORK PIC S9(7) VALUE ZERO.          *>CYCLES ELAPSED SINCE THE LAST BILL, BEFORE CAPPING FOR PRINT
         05 MISS-CYCLES PIC 9(3) VALUE ZERO.                *>CONSECUTIVE CYCLES THE ACCOUNT HAS GONE UNBILLED

       01 MISSED-READ-TOTALS.                               *>CONTROL TOTALS FOR THE MISSED-READ SWEEP
         05 MISSED-READ-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF MASTER ACCOUNTS WITH NO READ THIS CYCLE
         05 EST-REQUEST-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF ESTIMATE REQUESTS LEFT FOR THE NEXT RUN
         05 EST-REQUEST-BILLED PIC 9(5) VALUE ZERO.         *>COUNT OF LAST NIGHT'S REQUESTS BILLED BY THIS RUN

       01 MISSED-READ-HEADING.                              *>MISSED-READ REPORT COLUMN HEADINGS
         05 FILLER PIC X(8) VALUE 'ACCOUNT '.               *>ACCOUNT COLUMN LABEL
         05 FILLER PIC X(13) VALUE 'LAST NAME    '.         *>LAST NAME COLUMN LABEL
         05 FILLER PIC X(14) VALUE 'FIRST NAME    '.        *>FIRST NAME COLUMN LABEL
         05 FILLER PIC X(9) VALUE 'LAST BILL'.              *>LAST BILLED CYCLE COLUMN LABEL
         05 FILLER PIC X(7) VALUE ' MISSED'.                *>CONSECUTIVE CYCLES MISSED COLUMN LABEL
         05 FILLER PIC X(6) VALUE 'ACTION'.                 *>FOLLOW-UP ACTION COLUMN LABEL

       01 MISSED-READ-DETAIL.                               *>ONE MISSED-READ LINE PER UNBILLED MASTER ACCOUNT
         05 MRD-ACCT PIC 9(6).                              *>ACCOUNT NUMBER WITH NO READ
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 MRD-LAST-NAME PIC X(12).                        *>CUSTOMER LAST NAME FROM THE MASTER
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 MRD-FIRST-NAME PIC X(12).                       *>CUSTOMER FIRST NAME FROM THE MASTER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 MRD-LAST-BILLED.                                *>LAST HIST-CYCLE BILLED, MM/YYYY
           10 MRD-LAST-MM PIC 9(2).                         *>MONTH SLOT OF THE LAST BILLED CYCLE
           10 MRD-LAST-SEP PIC X(1).                        *>DATE SEPARATOR
           10 MRD-LAST-YYYY PIC 9(4).                       *>YEAR OF THE LAST BILLED CYCLE
         05 MRD-NEVER-BILLED REDEFINES MRD-LAST-BILLED      *>ALTERNATE VIEW FOR AN ACCOUNT THAT HAS NEVER BILLED
             PIC X(7).
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 MRD-CYCLES PIC ZZ9.                             *>CONSECUTIVE CYCLES MISSED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 MRD-ACTION PIC X(24).                           *>WHAT FOLLOW-UP WAS TAKEN

       01 MISSED-READ-TRAILER.                              *>MISSED-READ REPORT CONTROL TOTALS
         05 FILLER PIC X(14) VALUE 'MISSED READS: '.        *>MISSED READ COUNT LABEL
         05 MRT-MISSED-COUNT PIC ZZZZ9.                     *>MISSED READ COUNT VALUE
         05 FILLER PIC X(4) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR FOOTER READABILITY
         05 FILLER PIC X(21) VALUE 'ESTIMATES REQUESTED: '. *>ESTIMATE REQUEST COUNT LABEL
         05 MRT-REQUEST-COUNT PIC ZZZZ9.                    *>ESTIMATE REQUEST COUNT VALUE


      *>====================END DATA DIVISION=================================================

           MOVE RUN-DATE (1:4) TO RUN-YYYY.               *>THE YEAR AND MONTH DRIVE THE HISTORY CYCLE SLOTS
           MOVE RUN-DATE (5:2) TO RUN-MM.
           COMPUTE PRIOR-YYYY = RUN-YYYY - 1.             *>THE YEAR THE SAME-CYCLE COMPARISON LOOKS BACK TO
           COMPUTE MISS-RUN-PERIOD = RUN-YYYY * 12 + RUN-MM. *>THIS CYCLE AS A MONTH COUNT FOR THE MISSED-READ SWEEP
           COMPUTE DUE-DATE-INT =                         *>PAYMENT IS DUE 21 DAYS AFTER THE STATEMENT RUN
               FUNCTION INTEGER-OF-DATE (RUN-DATE) + 21.
           MOVE FUNCTION DATE-OF-INTEGER (DUE-DATE-INT)   *>CONVERT THE DUE DATE BACK TO YYYYMMDD FOR PRINTING
           PERFORM OPEN-EXC-PEND-FILE.                                    *>OPEN THE PENDING-EXCEPTION FILE, CREATING IT ON THE FIRST RUN
           PERFORM OPEN-FIN-CHG-FILE.                                     *>OPEN THE PENDING FINANCE CHARGES LEFT BY THE A/R RUN
           PERFORM OPEN-BUDGET-FILE.                                      *>OPEN THE BUDGET-PLAN BALANCES, CREATING THEM ON THE FIRST RUN
           PERFORM OPEN-METER-FILE.                                       *>OPEN THE METER MASTER, CREATING IT ON THE FIRST RUN
           OPEN EXTEND BUDGET-REG-FILE.                                   *>THE BUDGET AUDIT REGISTER IS PERMANENT - ALWAYS APPEND
           IF RESTART-COUNT > 0                           *>IF A PRIOR RUN CHECKPOINTED PART WAY THROUGH THE INPUT FILE
               PERFORM SKIP-PROCESSED-RECORDS              *>DISCARD THE RECORDS IT ALREADY PROCESSED BEFORE RESUMING
                       PERFORM PROCESS-ELECTRIC                           *>ROUTE AND FULLY PROCESS THIS ONE RECORD
               END-READ
           END-PERFORM.
           PERFORM PROCESS-ESTIMATE-REQUESTS.                             *>BILL LAST NIGHT'S MISSED READS THAT STILL HAVE NO READ
           PERFORM SWEEP-MISSED-READS.                                    *>REPORT EVERY MASTER ACCOUNT THAT WENT UNBILLED THIS CYCLE
           PERFORM WRITE-TRAILER-LINE.                                    *>CALL TO TRAILER FOOTER PARAGRAPH
           PERFORM WRITE-GL-POSTINGS.                                     *>APPEND THE RUN'S BALANCED JOURNAL LINES TO THE GL EXTRACT
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
             FIN-CHG-FILE                                                 *>CLOSE THE PENDING FINANCE CHARGES
             BUDGET-FILE                                                  *>CLOSE THE BUDGET-PLAN BALANCES
             BUDGET-REG-FILE                                              *>CLOSE THE BUDGET AUDIT REGISTER
             METER-FILE                                                   *>CLOSE THE METER MASTER
             HISTORY-FILE.                                                *>CLOSE THE CUSTOMER-HISTORY FILE
           PERFORM ROLL-OUTPUT-GENERATIONS.                               *>ROLL THE FINISHED OUTPUTS TO THEIR DATED GENERATION NAMES
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
               USING EXCEPTION-FIXED-NAME EXCEPTION-FILE-NAME.
           CALL 'CBL_RENAME_FILE'                                         *>STATEMENT.TXT BECOMES STATEMENT-YYYYMMDD.TXT
               USING STATEMENT-FIXED-NAME STATEMENT-FILE-NAME.
           CALL 'CBL_RENAME_FILE'                                         *>MISSREAD.TXT BECOMES MISSREAD-YYYYMMDD.TXT
               USING MISSED-READ-FIXED-NAME MISSED-READ-FILE-NAME.
           MOVE ZERO TO RETURN-CODE.                                      *>THE RENAME CALLS SET THE CODE - A FINISHED RUN ENDS CLEAN
           PERFORM REGISTER-OUTPUT-FILES.                                 *>RECORD THE ROLLED GENERATIONS FOR THE ARCHIVE/PURGE STEP

                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO STATEMENT-FILE-NAME.
           MOVE SPACES TO MISSED-READ-FILE-NAME.                          *>MISSREAD-YYYYMMDD.TXT
           STRING 'missread-' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO MISSED-READ-FILE-NAME.

       REGISTER-OUTPUT-FILES.                                             *>PROCEDURE PARAGRAPH TO RECORD THIS RUN'S GENERATIONS ON THE REGISTER
           OPEN EXTEND GEN-REG-FILE.                                      *>THE REGISTER ACCUMULATES ACROSS PROGRAMS AND DAYS
           MOVE RUN-DATE TO GREG-DATE.
           MOVE STATEMENT-FILE-NAME TO GREG-FILE-NAME.                    *>REGISTER THE STATEMENT FILE
           WRITE GEN-REG-LINE.
           MOVE SPACES TO GEN-REG-LINE.                              *>CLEAR THE FILLER BYTES SO THE REGISTER LINE IS CLEAN TEXT
           MOVE RUN-DATE TO GREG-DATE.
           MOVE MISSED-READ-FILE-NAME TO GREG-FILE-NAME.                  *>REGISTER THE MISSED-READ REPORT
           WRITE GEN-REG-LINE.
           CLOSE GEN-REG-FILE.                                            *>CLOSE THE REGISTER UNTIL THE NEXT PROGRAM APPENDS

       LOAD-RATE-TABLE.                                                   *>PROCEDURE PARAGRAPH TO LOAD THE RATE SET IN EFFECT FOR THE RUN DATE
               CLOSE BUDGET-FILE                                          *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O BUDGET-FILE                                       *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-METER-FILE.                                                   *>PROCEDURE PARAGRAPH TO OPEN METER-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O METER-FILE.                                           *>THE RUN MARKS A METER EXCHANGE BILLED ONCE IT IS USED
           IF MTR-STATUS = '35'                                           *>FILE STATUS 35 MEANS NO METER HAS BEEN SET YET
               OPEN OUTPUT METER-FILE                                     *>CREATE AN EMPTY METER MASTER
               CLOSE METER-FILE                                           *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O METER-FILE                                        *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------WRITE-HEADING-LINE PARAGRAPH------------------------------
           AND (CURR-METER IS NUMERIC
               OR CURR-METER-X = SPACES)
               PERFORM READ-CUSTOMER-MASTER                               *>ONLY A READ THAT FOUND ITS ACCOUNT WAS EVER BILLED
               IF CMAST-FOUND-SWITCH = 'YES'                              *>A CLOSED ACCOUNT WAS NEVER BILLED EITHER
               AND CMAST-ACCT-STATUS NOT = 'C'
                   PERFORM CHECK-DUPLICATE-ACCT
                   IF ACCT-DUP-SWITCH = 'NO'
                       PERFORM REPLAY-BILLING-DECISION
                       PERFORM ADD-ACCT-TO-TABLE
                   END-IF
               ELSE                                                       *>A REAL READ - REPLAY THE SPIKE TEST; A HELD SPIKE WAS
                   PERFORM READ-METER-RECORD                              *>NOT BILLED AND NEVER ENTERED THE TABLE, NOR DID A
                   PERFORM COMPUTE-UNITS-USED                             *>READ THE METERS COULD NOT EXPLAIN
                   IF METER-READ-REASON = SPACES
                       PERFORM READ-HISTORY-RECORD
                       PERFORM APPLY-ESTIMATE-TRUE-UP
                       PERFORM CHECK-USAGE-SPIKE
                       IF USAGE-SPIKE-SWITCH = 'NO '
                           PERFORM ADD-ACCT-TO-TABLE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               IF CMAST-FOUND-SWITCH = 'NO '                               *>A METER READ FOR AN ACCOUNT NOT ON THE MASTER IS SUSPECT -
                   PERFORM NOT-ON-MASTER-ELECTRIC                          *>IT ALSO CATCHES FAT-FINGERED ACCOUNT NUMBERS
               ELSE                                                        *>THE ACCOUNT IS ON FILE
                   IF CMAST-ACCT-STATUS = 'C'                              *>A MOVE-OUT CLOSED THE ACCOUNT - ITS FINAL BILL WAS
                       PERFORM CLOSED-ACCOUNT-ELECTRIC                     *>ITS LAST, SO A LATE READ IS NEVER BILLED
                   ELSE                                                    *>THE ACCOUNT IS ACTIVE
                       PERFORM CHECK-DUPLICATE-ACCT                        *>CHECK IF THIS ACCT-NUM WAS ALREADY PROCESSED THIS RUN
                       IF ACCT-DUP-SWITCH = 'YES'                          *>IF THE ACCOUNT NUMBER IS A DUPLICATE
                           PERFORM DUPLICATE-ELECTRIC                      *>ROUTE IT TO BAD.TXT INSTEAD OF BILLING IT AGAIN
                       ELSE                                                *>OTHERWISE BILL IT, ESTIMATING IF THE METER COULD NOT BE READ
                           IF CURR-METER-X = SPACES                        *>A BLANK CURRENT READING MEANS THE METER WAS UNREADABLE
                               PERFORM ESTIMATED-ELECTRIC                  *>BILL FROM LAST CYCLE'S USAGE INSTEAD OF REJECTING
                           ELSE                                            *>THE CURRENT READING IS NUMERIC
                               IF CURR-METER = ZERO                        *>A ZERO READING IS THE READER'S OTHER MISSING-READ FLAG
                                   PERFORM ESTIMATED-ELECTRIC              *>BILL FROM LAST CYCLE'S USAGE INSTEAD OF REJECTING
                               ELSE                                        *>A REAL READING CAME IN
                                   PERFORM READ-METER-RECORD               *>THE METER MASTER SAYS HOW TO READ THE DIALS
                                   PERFORM COMPUTE-UNITS-USED              *>TURN THE READINGS INTO UNITS USED THIS CYCLE
                                   IF METER-READ-REASON NOT = SPACES       *>A READ THE METERS CANNOT EXPLAIN IS NOT BILLED
                                       PERFORM METER-READ-ELECTRIC
                                   ELSE
                                       PERFORM GOOD-ELECTRIC               *>PERFORM GOOD-ELECTRIC PARAGRAPH AS NORMAL
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           MOVE CMAST-ST-ADDRESS TO STR-ADDR.                              *>MOVES THE MASTER'S STREET ADDRESS TO DATA OUT STR-ADDR
           MOVE CMAST-CITY TO CITY-OUT.                                    *>MOVES THE MASTER'S CITY TO DATA OUT CITY-OUT
           MOVE CMAST-STATE TO STATE-OUT.                                  *>MOVES THE MASTER'S STATE TO DATA OUT STATE-OUT

           MOVE 'NO ' TO EST-BILL-SWITCH.                                  *>THIS IS A REAL READ, NOT AN ESTIMATE
           MOVE SPACES TO EST-MARK.                                        *>NO ESTIMATE MARK ON THE AUDIT LINE
           PERFORM READ-HISTORY-RECORD.                                    *>LOOK UP LAST CYCLE'S UNITS AND ANY OUTSTANDING ESTIMATE
           PERFORM APPLY-ESTIMATE-TRUE-UP.                                 *>DEDUCT UNITS ALREADY BILLED FROM ESTIMATES, IF ANY
           PERFORM CHECK-USAGE-SPIKE.                                      *>COMPARE THIS CYCLE'S UNITS AGAINST THE CUSTOMER'S PRIOR READING
           PERFORM MARK-EXCHANGE-BILLED.                                   *>BILLED OR HELD, THE READ HAS USED UP ANY EXCHANGE

           IF USAGE-SPIKE-SWITCH = 'YES'                                   *>IF THE JUMP IN USAGE LOOKS LIKE A STUCK METER OR TAMPERING
               PERFORM EXCEPTION-ELECTRIC                                  *>HOLD IT FOR MANUAL REVIEW INSTEAD OF AUTO-BILLING IT

       COMPUTE-UNITS-USED.                                                 *>PROCEDURE PARAGRAPH TO TURN THE METER READINGS INTO UNITS USED
           MOVE PREV-METER TO PREV-METER-SAVE.                             *>KEEP THE UPLOADED PRIOR READING FOR THE PRINTED STATEMENT
           MOVE SPACES TO METER-READ-REASON.                               *>ASSUME THE READS ARE BILLABLE UNTIL A CHECK FAILS
           MOVE 'NO ' TO METER-EXCH-SWITCH.
           MOVE ZERO TO OLD-METER-KWH.
           IF MTR-EXCH-FLAG = 'P'                                          *>A METER WAS EXCHANGED SINCE THE LAST BILL - THE
           OR (MTR-EXCH-FLAG = 'B'                                         *>PRIOR READ IS ON THE OLD METER. A RESUMED RUN
               AND MTR-EXCH-BILL-DATE = RUN-DATE)                          *>RE-DERIVES THE SPLIT IT ALREADY BILLED TODAY
               MOVE 'YES' TO METER-EXCH-SWITCH
               MOVE PREV-METER TO MU-FROM-READ                             *>THE OLD METER RAN FROM THE LAST BILLED READ
               MOVE MTR-OLD-FINAL-READ TO MU-TO-READ                       *>TO ITS FINAL READ AT THE EXCHANGE
               MOVE MTR-OLD-DIALS TO MU-DIALS
               MOVE MTR-OLD-MULTIPLIER TO MU-MULTIPLIER
               PERFORM COMPUTE-METER-USAGE
               MOVE MU-KWH TO OLD-METER-KWH
               MOVE MTR-NEW-START-READ TO MU-FROM-READ                     *>THE NEW METER RUNS FROM ITS STARTING READ
           ELSE
               MOVE PREV-METER TO MU-FROM-READ                             *>ONE METER ALL CYCLE
           END-IF.
           MOVE CURR-METER TO MU-TO-READ.                                  *>THE METER NOW SET RUNS TO TONIGHT'S READ
           MOVE MTR-DIALS TO MU-DIALS.
           MOVE MTR-MULTIPLIER TO MU-MULTIPLIER.
           PERFORM COMPUTE-METER-USAGE.
           MOVE MU-KWH TO NEW-METER-KWH.
           COMPUTE METER-UNITS-TOTAL = OLD-METER-KWH + NEW-METER-KWH.
           IF METER-READ-REASON = SPACES                                   *>UNITS CARRIES FIVE DIGITS EVERYWHERE DOWNSTREAM
           AND METER-UNITS-TOTAL > 99999
               MOVE USAGE-LIMIT-REASON TO METER-READ-REASON
           END-IF.
           IF METER-READ-REASON = SPACES
               MOVE METER-UNITS-TOTAL TO UNITS
           END-IF.

       COMPUTE-METER-USAGE.                                                *>PROCEDURE PARAGRAPH TO TURN ONE METER'S TWO READS INTO KWH
           COMPUTE MU-CAPACITY = 10 ** MU-DIALS.                           *>THE READ ROLLS BACK TO ZERO AFTER ONE FULL TURN
           MOVE ZERO TO MU-RAW-UNITS.
           MOVE ZERO TO MU-KWH.
           IF MU-FROM-READ >= MU-CAPACITY                                  *>A READING THE DIALS CANNOT SHOW IS A MISREAD
           OR MU-TO-READ >= MU-CAPACITY
               IF METER-READ-REASON = SPACES
                   MOVE DIALS-REASON TO METER-READ-REASON
               END-IF
           ELSE
               IF MU-TO-READ >= MU-FROM-READ                               *>THE DIALS MOVED FORWARD
                   COMPUTE MU-RAW-UNITS = MU-TO-READ - MU-FROM-READ
               ELSE                                                        *>THE READ WENT DOWN - ONLY A ROLL PAST ZERO
                   COMPUTE MU-RAW-UNITS =                                  *>EXPLAINS THAT, AND A ROLLOVER SHOWING MORE
                       MU-CAPACITY - MU-FROM-READ + MU-TO-READ             *>THAN HALF A TURN OF USAGE IS FAR LIKELIER
                   IF MU-RAW-UNITS * 2 > MU-CAPACITY                       *>A MISREAD OR AN UNRECORDED METER CHANGE
                       IF METER-READ-REASON = SPACES
                           MOVE BACKWARD-REASON TO METER-READ-REASON
                       END-IF
                   END-IF
               END-IF
               COMPUTE MU-KWH ROUNDED = MU-RAW-UNITS * MU-MULTIPLIER
           END-IF.

       READ-METER-RECORD.                                                  *>PROCEDURE PARAGRAPH TO LOOK UP THE CURRENT ACCT-NUM'S METER
           MOVE 'NO ' TO MTR-FOUND-SWITCH.                                 *>ASSUME NO METER RECORD UNTIL THE READ PROVES OTHERWISE
           MOVE 'NO ' TO METER-EXCH-SWITCH.
           MOVE ACCT-NUM TO MTR-ACCT-NUM.
           READ METER-FILE
               INVALID KEY                                                 *>NO METER SET ON FILE - BILL THE DIALS
                   MOVE SPACES TO MTR-METER-NUM                            *>AS THE FIVE-DIAL METER THE READ LAYOUT
                   MOVE 5 TO MTR-DIALS                                     *>WAS BUILT FOR, WITH NO MULTIPLIER
                   MOVE 1 TO MTR-MULTIPLIER
                   MOVE SPACE TO MTR-EXCH-FLAG
               NOT INVALID KEY
                   MOVE 'YES' TO MTR-FOUND-SWITCH
           END-READ.

       MARK-EXCHANGE-BILLED.                                               *>PROCEDURE PARAGRAPH TO RETIRE AN EXCHANGE ONCE A READ HAS USED IT
           IF MTR-FOUND-SWITCH = 'YES'
           AND MTR-EXCH-FLAG = 'P'                                         *>THE NEXT READ IS ALL ON THE NEW METER
               MOVE 'B' TO MTR-EXCH-FLAG
               MOVE RUN-DATE TO MTR-EXCH-BILL-DATE
               REWRITE METER-RECORD
           END-IF.

       ESTIMATED-ELECTRIC.                                                 *>PROCEDURE PARAGRAPH TO BILL A MISSING READ FROM LAST CYCLE'S USAGE
           PERFORM READ-HISTORY-RECORD.                                    *>AN ESTIMATE NEEDS LAST CYCLE'S USAGE TO BILL FROM
               MOVE 'YES' TO EST-BILL-SWITCH                               *>MARK EVERYTHING THIS BILL PRODUCES AS ESTIMATED
               MOVE ' EST' TO EST-MARK                                     *>MARK THE AUDIT LINE
               MOVE ZERO TO CURR-METER-PRINT                               *>THERE IS NO REAL READING TO SHOW ON THE STATEMENT
               PERFORM READ-METER-RECORD                                   *>THE STATEMENT STILL NAMES THE METER
               MOVE PREV-METER TO PREV-METER-SAVE                          *>THE STATEMENT STILL SHOWS THE PRIOR READING AS UPLOADED
               MOVE CMAST-FIRST-NAME TO F-NAME                             *>BUILD THE AUDIT LINE FROM THE CUSTOMER MASTER
               MOVE CMAST-LAST-NAME TO L-NAME
           MOVE RUN-YYYY TO HC-YEAR (RUN-MM).                              *>THE ESTIMATED CYCLE STILL FILLS ITS MONTH'S SLOT SO THE
           MOVE UNITS TO HC-UNITS (RUN-MM).                                *>TWELVE-CYCLE PICTURE HAS NO WINTER-READ HOLES IN IT
           MOVE BILL-TOTAL TO HC-BILL (RUN-MM).
           MOVE 'E' TO HC-EST-FLAG (RUN-MM).                               *>THE MISSED-READ SWEEP STILL DATES FROM THE LAST REAL READ
           REWRITE HISTORY-RECORD.                                         *>HIST-UNITS ITSELF IS LEFT AS THE LAST REAL CYCLE'S USAGE

       APPLY-ESTIMATE-TRUE-UP.                                             *>PROCEDURE PARAGRAPH TO DEDUCT ESTIMATED UNITS ALREADY BILLED
           MOVE ACCT-NUM TO BREG-ACCT-NUM.                                 *>ACCOUNT NUMBER BILLED
           MOVE RUN-DATE TO BREG-BILL-DATE.                                *>DATE THE BILL WAS PRODUCED
           MOVE BILL-TOTAL TO BREG-AMOUNT.                                 *>DOLLAR AMOUNT BILLED
           MOVE SPACE TO BREG-CREDIT-FLAG.                                 *>A CYCLE BILL IS NEVER A CREDIT
           WRITE BILLING-REG-LINE.                                         *>POST THE BILL FOR DOWNSTREAM A/R POSTING
           ADD BILL-TOTAL TO GL-BILLED-TOTAL.                              *>ACCUMULATE THE RUN'S BILLED DOLLARS FOR THE GL POSTING

           MOVE ACCT-NUM TO STMT-ACCT.                                     *>ACCOUNT NUMBER LINE
           MOVE STMT-ACCT-LINE TO STATEMENT-LINE.                          *>PREPARE THE ACCOUNT NUMBER LINE
           WRITE STATEMENT-LINE.                                           *>WRITE THE ACCOUNT NUMBER LINE
           IF METER-EXCH-SWITCH = 'YES'                                    *>A BILL THAT SPANS AN EXCHANGE SHOWS EACH METER
               PERFORM WRITE-STATEMENT-EXCHANGE                            *>WITH ITS OWN READS AND MULTIPLIER
           ELSE
               IF MTR-FOUND-SWITCH = 'YES'                                 *>NAME THE METER WHEN ONE IS ON FILE
                   MOVE MTR-METER-NUM TO STMT-METER-NUM
                   MOVE MTR-MULTIPLIER TO STMT-METER-MULT
                   MOVE STMT-METER-ID-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE PREV-METER-SAVE TO STMT-PREV                           *>PRIOR METER READING AS UPLOADED, NOT THE ROLLOVER-ADJUSTED VALUE
               MOVE CURR-METER-PRINT TO STMT-CURR                          *>CURRENT METER READING (ZERO WHEN THE BILL IS ESTIMATED)
               MOVE STMT-METER-LINE TO STATEMENT-LINE                      *>PREPARE THE METER READING LINE
               WRITE STATEMENT-LINE                                        *>WRITE THE METER READING LINE
           END-IF.
           MOVE UNITS TO STMT-UNITS.                                       *>UNITS USED THIS CYCLE
           MOVE STMT-UNITS-LINE TO STATEMENT-LINE.                         *>PREPARE THE UNITS USED LINE
           WRITE STATEMENT-LINE.                                           *>WRITE THE UNITS USED LINE
           MOVE SPACES TO STATEMENT-LINE.                                  *>BLANK LINE BETWEEN STATEMENT PAGES
           WRITE STATEMENT-LINE.                                           *>WRITE THE BLANK LINE

       WRITE-STATEMENT-EXCHANGE.                                           *>PROCEDURE PARAGRAPH TO PRINT THE OLD AND NEW METER LINES
           MOVE 'OLD METER ' TO STX-LABEL.                                 *>THE METER TAKEN OUT, LAST BILLED READ TO FINAL READ
           MOVE MTR-OLD-METER-NUM TO STX-METER-NUM.
           MOVE 'PREVIOUS: ' TO STX-FROM-LABEL.
           MOVE PREV-METER-SAVE TO STX-FROM-READ.
           MOVE 'FINAL:   ' TO STX-TO-LABEL.
           MOVE MTR-OLD-FINAL-READ TO STX-TO-READ.
           MOVE MTR-OLD-MULTIPLIER TO STX-MULT.
           MOVE OLD-METER-KWH TO STX-KWH.
           MOVE STMT-EXCH-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'NEW METER ' TO STX-LABEL.                                 *>THE METER PUT IN, STARTING READ TO TONIGHT'S READ
           MOVE MTR-METER-NUM TO STX-METER-NUM.
           MOVE 'START:    ' TO STX-FROM-LABEL.
           MOVE MTR-NEW-START-READ TO STX-FROM-READ.
           MOVE 'CURRENT: ' TO STX-TO-LABEL.
           MOVE CURR-METER-PRINT TO STX-TO-READ.
           MOVE MTR-MULTIPLIER TO STX-MULT.
           MOVE NEW-METER-KWH TO STX-KWH.
           MOVE STMT-EXCH-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       APPLY-BUDGET-BILLING.                                               *>PROCEDURE PARAGRAPH TO BILL A PLAN ACCOUNT THE LEVEL AMOUNT INSTEAD
           IF CMAST-BUDGET-FLAG = 'Y'                                      *>ONLY AN OPTED-IN ACCOUNT BILLS ON THE PLAN
               MOVE BILL-TOTAL TO BUDGET-ACTUAL-AMT                        *>KEEP THE TIERED AMOUNT THE CYCLE ACTUALLY COST
           MOVE RUN-YYYY TO HC-YEAR (RUN-MM).                              *>THIS CYCLE TAKES OVER ITS MONTH'S SLOT -
           MOVE UNITS TO HC-UNITS (RUN-MM).                                *>NEXT YEAR'S SAME CYCLE WILL COMPARE AGAINST IT
           MOVE BILL-TOTAL TO HC-BILL (RUN-MM).
           MOVE SPACE TO HC-EST-FLAG (RUN-MM).                             *>A REAL READ, NOT AN ESTIMATE
           IF HIST-FOUND-SWITCH = 'YES'                                    *>IF A HISTORY RECORD ALREADY EXISTED FOR THIS ACCOUNT
               REWRITE HISTORY-RECORD                                      *>UPDATE IT IN PLACE
           ELSE                                                            *>OTHERWISE THIS IS THE FIRST CYCLE ON RECORD FOR THIS ACCOUNT
           MOVE BAD-CUSTOMER TO PRINT-LINE-BAD.                            *>PREPARE BAD CUSTOMER DATA TO BE PRINTED INTO BAD.TXT
           WRITE PRINT-LINE-BAD.                                           *>WRITES BAD CUSTOMER DATA TO BAD.TXT

       METER-READ-ELECTRIC.                                                *>PROCEDURE PARAGRAPH TO REJECT READS THE METER CANNOT EXPLAIN
           MOVE ACCT-NUM TO BAD-ACC.                                       *>MOVES DATA IN ACCT-NUM TO DATA OUT BAD-ACC
           MOVE PREV-METER TO BAD-PREV.                                    *>MOVES DATA IN PREV-METER TO DATA OUT BAD-PREV
           MOVE CURR-METER TO BAD-CUR.                                     *>MOVES DATA IN CURR-METER TO DATA OUT BAD-CUR
           MOVE METER-READ-REASON TO BAD-REASON.                           *>RECORD WHICH CHECK THE READS FAILED
           ADD 1 TO BAD-RECORD-COUNT.                                      *>ACCUMULATE THE BAD-RECORD CONTROL TOTAL

           MOVE BAD-CUSTOMER TO PRINT-LINE-BAD.                            *>PREPARE BAD CUSTOMER DATA TO BE PRINTED INTO BAD.TXT
           WRITE PRINT-LINE-BAD.                                           *>WRITES BAD CUSTOMER DATA TO BAD.TXT

       NOT-ON-MASTER-ELECTRIC.                                             *>PROCEDURE PARAGRAPH TO PROCESS A METER READ WHOSE ACCOUNT IS NOT ON THE MASTER
           MOVE ACCT-NUM TO BAD-ACC.                                       *>MOVES DATA IN ACCT-NUM TO DATA OUT BAD-ACC
           MOVE PREV-METER TO BAD-PREV.                                    *>MOVES DATA IN PREV-METER TO DATA OUT BAD-PREV
           MOVE BAD-CUSTOMER TO PRINT-LINE-BAD.                            *>PREPARE BAD CUSTOMER DATA TO BE PRINTED INTO BAD.TXT
           WRITE PRINT-LINE-BAD.                                           *>WRITES BAD CUSTOMER DATA TO BAD.TXT

       CLOSED-ACCOUNT-ELECTRIC.                                            *>PROCEDURE PARAGRAPH TO PROCESS A METER READ FOR A CLOSED ACCOUNT
           MOVE ACCT-NUM TO BAD-ACC.                                       *>MOVES DATA IN ACCT-NUM TO DATA OUT BAD-ACC
           MOVE PREV-METER TO BAD-PREV.                                    *>MOVES DATA IN PREV-METER TO DATA OUT BAD-PREV
           MOVE CURR-METER TO BAD-CUR.                                     *>MOVES DATA IN CURR-METER TO DATA OUT BAD-CUR
           MOVE CLOSED-REASON TO BAD-REASON.                               *>RECORD THAT A MOVE-OUT HAS CLOSED THE ACCOUNT
           ADD 1 TO BAD-RECORD-COUNT.                                      *>ACCUMULATE THE BAD-RECORD CONTROL TOTAL

           MOVE BAD-CUSTOMER TO PRINT-LINE-BAD.                            *>PREPARE BAD CUSTOMER DATA TO BE PRINTED INTO BAD.TXT
           WRITE PRINT-LINE-BAD.                                           *>WRITES BAD CUSTOMER DATA TO BAD.TXT

       DUPLICATE-ELECTRIC.                                                 *>PROCEDURE PARAGRAPH TO PROCESS A DUPLICATE ACCT-NUM AS A BAD RECORD
           MOVE ACCT-NUM TO BAD-ACC.                                       *>MOVES DATA IN ACCT-NUM TO DATA OUT BAD-ACC
           MOVE PREV-METER TO BAD-PREV.                                    *>MOVES DATA IN PREV-METER TO DATA OUT BAD-PREV

           MOVE BAD-CUSTOMER TO PRINT-LINE-BAD.                            *>PREPARE BAD CUSTOMER DATA TO BE PRINTED INTO BAD.TXT
           WRITE PRINT-LINE-BAD.                                           *>WRITES BAD CUSTOMER DATA TO BAD.TXT

           *>-------------MISSED-READ SWEEP AND ESTIMATE REQUESTS------------------------------
       PROCESS-ESTIMATE-REQUESTS.                                          *>PROCEDURE PARAGRAPH TO BILL THE ESTIMATE REQUESTS THE PRIOR RUN LEFT
           OPEN INPUT ESTIMATE-REQ-FILE.                                   *>TRY TO OPEN LAST NIGHT'S ESTIMATE REQUESTS
           IF EREQ-STATUS = '00'                                           *>NO FILE MEANS THE PRIOR RUN HAD NO MISSED READS TO ESTIMATE
               PERFORM UNTIL EREQ-EOF-SWITCH = 'YES'                       *>ONE REQUEST PER PASS
                   READ ESTIMATE-REQ-FILE                                  *>READ THE NEXT ESTIMATE REQUEST
                       AT END                                              *>CONDITION TO FIND EOF
                           MOVE 'YES' TO EREQ-EOF-SWITCH                   *>ALL REQUESTS HAVE BEEN CONSIDERED
                       NOT AT END                                          *>A REQUEST WAS READ
                           PERFORM BILL-ONE-ESTIMATE-REQUEST               *>BILL IT UNLESS A READ HAS SINCE COME IN
                   END-READ
               END-PERFORM
               CLOSE ESTIMATE-REQ-FILE                                     *>THE SWEEP BELOW REWRITES IT WITH TONIGHT'S REQUESTS
           END-IF.

       BILL-ONE-ESTIMATE-REQUEST.                                          *>PROCEDURE PARAGRAPH TO BILL ONE MISSED ACCOUNT AS AN ESTIMATE
           IF EREQ-ACCT-NUM IS NUMERIC                                     *>A DAMAGED REQUEST LINE IS SKIPPED - TONIGHT'S SWEEP REPORTS
               MOVE EREQ-ACCT-NUM TO ACCT-NUM                              *>THE ACCOUNT AGAIN IF IT IS STILL UNBILLED
               MOVE ZERO TO PREV-METER                                     *>BUILD AN INPUT RECORD WITH A BLANK CURRENT READING SO THE
               IF EREQ-PREV-METER IS NUMERIC                               *>NORMAL ESTIMATE PATH BILLS IT EXACTLY AS AN UNREADABLE METER
                   MOVE EREQ-PREV-METER TO PREV-METER
               END-IF
               MOVE SPACES TO CURR-METER-X
               PERFORM CHECK-DUPLICATE-ACCT                                *>A REAL READ TONIGHT ALREADY BILLED THE ACCOUNT -
               IF ACCT-DUP-SWITCH = 'NO '                                  *>THE REQUEST IS SIMPLY DROPPED
                   MOVE ACCT-NUM TO EXCP-ACCT-NUM                          *>A READ HELD FOR REVIEW TONIGHT IS NOT ESTIMATED OVER
                   PERFORM CHECK-PENDING-EXCEPTION
                   PERFORM READ-CUSTOMER-MASTER                            *>THE ACCOUNT MAY HAVE LEFT THE MASTER SINCE LAST NIGHT
                   IF EXCP-FOUND-SWITCH = 'NO '
                   AND CMAST-FOUND-SWITCH = 'YES'
                   AND CMAST-ACCT-STATUS NOT = 'C'                         *>NOR MOVED OUT SINCE - ITS FINAL BILL IS ITS LAST
                       PERFORM READ-HISTORY-RECORD                         *>A RESUMED RUN MAY ALREADY HAVE BILLED THIS CYCLE'S SLOT
                       IF HIST-FOUND-SWITCH = 'YES'
                       AND HC-YEAR (RUN-MM) = RUN-YYYY
                           PERFORM ADD-ACCT-TO-TABLE                       *>COUNT IT AS BILLED SO THE SWEEP DOES NOT REPORT IT
                       ELSE
                           ADD 1 TO TOTAL-INPUT-COUNT                      *>THE REQUEST IS INPUT TO THIS RUN LIKE ANY READ
                           ADD 1 TO EST-REQUEST-BILLED
                           PERFORM ESTIMATED-ELECTRIC                      *>BILL FROM LAST CYCLE'S USAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-PENDING-EXCEPTION.                                            *>PROCEDURE PARAGRAPH TO SEE WHETHER EXCP-ACCT-NUM IS HELD FOR REVIEW
           MOVE 'NO ' TO EXCP-FOUND-SWITCH.                                *>ASSUME NO PENDING HOLD UNTIL THE READ PROVES OTHERWISE
           READ EXC-PEND-FILE                                              *>LOOK UP THE HOLD BY THE KEY THE CALLER SET
               INVALID KEY                                                 *>NO HOLD EXISTS FOR THIS ACCOUNT
                   CONTINUE                                                *>THE SWITCH ALREADY SAYS SO
               NOT INVALID KEY                                             *>A HOLD WAS FOUND
                   MOVE 'YES' TO EXCP-FOUND-SWITCH                         *>THE ACCOUNT'S READ IS AWAITING DISPOSITION
           END-READ.

       SWEEP-MISSED-READS.                                                 *>PROCEDURE PARAGRAPH TO CHECK THE WHOLE MASTER FOR ACCOUNTS NOT BILLED
           OPEN OUTPUT MISSED-READ-FILE.                                   *>THE REPORT IS BUILT IN ONE PASS AT END OF RUN
           OPEN OUTPUT ESTIMATE-REQ-FILE.                                  *>TONIGHT'S REQUESTS REPLACE THE ONES JUST CONSUMED
           MOVE DOTTED-LINE TO MISSED-READ-LINE.                           *>BOUND THE COLUMN HEADINGS WITH DOTTED LINES
           WRITE MISSED-READ-LINE.
           MOVE MISSED-READ-HEADING TO MISSED-READ-LINE.
           WRITE MISSED-READ-LINE.
           MOVE DOTTED-LINE TO MISSED-READ-LINE.
           WRITE MISSED-READ-LINE.
           MOVE ZERO TO CMAST-ACCT-NUM.                                    *>POSITION BEFORE THE FIRST MASTER ACCOUNT
           START CUSTOMER-MASTER KEY NOT < CMAST-ACCT-NUM                  *>BEGIN THE SEQUENTIAL SWEEP OF EVERY ACCOUNT
               INVALID KEY                                                 *>AN EMPTY MASTER HAS NOTHING TO SWEEP
                   MOVE 'YES' TO CMAST-EOF-SWITCH
           END-START.
           PERFORM UNTIL CMAST-EOF-SWITCH = 'YES'                          *>ONE MASTER ACCOUNT PER PASS
               READ CUSTOMER-MASTER NEXT RECORD                            *>READ THE NEXT ACCOUNT IN KEY ORDER
                   AT END                                                  *>CONDITION TO FIND EOF
                       MOVE 'YES' TO CMAST-EOF-SWITCH                      *>EVERY ACCOUNT HAS BEEN CHECKED
                   NOT AT END                                              *>AN ACCOUNT WAS READ
                       PERFORM CHECK-ONE-MISSED-READ                       *>REPORT IT IF IT WENT UNBILLED
               END-READ
           END-PERFORM.
           MOVE DOTTED-LINE TO MISSED-READ-LINE.                           *>CLOSE THE REPORT WITH ITS CONTROL TOTALS
           WRITE MISSED-READ-LINE.
           MOVE MISSED-READ-COUNT TO MRT-MISSED-COUNT.
           MOVE EST-REQUEST-COUNT TO MRT-REQUEST-COUNT.
           MOVE MISSED-READ-TRAILER TO MISSED-READ-LINE.
           WRITE MISSED-READ-LINE.
           CLOSE MISSED-READ-FILE                                          *>CLOSE THE MISSED-READ REPORT
             ESTIMATE-REQ-FILE.                                            *>CLOSE THE REQUESTS FOR THE NEXT NIGHT'S RUN

       CHECK-ONE-MISSED-READ.                                              *>PROCEDURE PARAGRAPH TO DECIDE WHETHER ONE MASTER ACCOUNT WAS MISSED
           MOVE 'NO ' TO MISS-BILLED-SWITCH.                               *>ASSUME NOT BILLED UNTIL FOUND IN THE TABLE
           PERFORM VARYING ACCT-TABLE-SUB FROM 1 BY 1                      *>SEARCH EVERY ACCOUNT BILLED THIS RUN
                   UNTIL ACCT-TABLE-SUB > ACCT-TABLE-COUNT
               IF ACCT-TABLE-ENTRY (ACCT-TABLE-SUB) = CMAST-ACCT-NUM
                   MOVE 'YES' TO MISS-BILLED-SWITCH
               END-IF
           END-PERFORM.
           IF MISS-BILLED-SWITCH = 'NO '                                   *>NOT BILLED - A READ HELD FOR REVIEW STILL COUNTS AS READ
           AND CMAST-ACCT-STATUS NOT = 'C'                                 *>AND A CLOSED ACCOUNT HAS NO METER LEFT TO READ
               MOVE CMAST-ACCT-NUM TO EXCP-ACCT-NUM
               PERFORM CHECK-PENDING-EXCEPTION
               IF EXCP-FOUND-SWITCH = 'NO '
                   PERFORM FIND-LAST-BILLED-CYCLE                          *>DATE THE LAST BILL AND COUNT THE CYCLES SINCE
                   IF MISS-CYCLES > 0                                      *>AN ACCOUNT ALREADY BILLED THIS CYCLE BY AN EARLIER RUN
                       PERFORM WRITE-MISSED-READ                           *>WAS NOT MISSED
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-BILLED-CYCLE.                                             *>PROCEDURE PARAGRAPH TO FIND THE NEWEST BILLED CYCLE SLOT IN HISTORY
           MOVE ZERO TO MISS-LAST-PERIOD.                                  *>ASSUME THE ACCOUNT HAS NEVER BILLED
           MOVE ZERO TO MISS-LAST-SLOT.
           MOVE ZERO TO MISS-OLDEST-EST-PERIOD.
           MOVE 'NO ' TO HIST-FOUND-SWITCH.                                *>ASSUME NO HISTORY UNTIL THE READ PROVES OTHERWISE
           MOVE CMAST-ACCT-NUM TO HIST-ACCT-NUM.                           *>SET THE KEY FOR THE RANDOM READ AGAINST HISTORY-FILE
           READ HISTORY-FILE                                               *>LOOK UP THE ACCOUNT'S TWELVE CYCLE SLOTS
               INVALID KEY                                                 *>NO HISTORY RECORD EXISTS FOR THIS ACCOUNT
                   CONTINUE                                                *>THE SWITCH ALREADY SAYS SO
               NOT INVALID KEY                                             *>A HISTORY RECORD WAS FOUND
                   MOVE 'YES' TO HIST-FOUND-SWITCH
           END-READ.
           IF HIST-FOUND-SWITCH = 'YES'                                    *>THE NEWEST SLOT BILLED FROM A REAL READ IS THE LAST BILL -
               PERFORM VARYING MISS-HIST-SUB FROM 1 BY 1                   *>AN ESTIMATED CYCLE IS STILL A MISSED READ
                       UNTIL MISS-HIST-SUB > 12
                   IF HC-YEAR (MISS-HIST-SUB) > 0
                       COMPUTE MISS-SLOT-PERIOD =
                           HC-YEAR (MISS-HIST-SUB) * 12 + MISS-HIST-SUB
                       IF HC-EST-FLAG (MISS-HIST-SUB) = 'E'
                           IF MISS-OLDEST-EST-PERIOD = 0
                           OR MISS-SLOT-PERIOD < MISS-OLDEST-EST-PERIOD
                               MOVE MISS-SLOT-PERIOD
                                   TO MISS-OLDEST-EST-PERIOD
                           END-IF
                       ELSE
                           IF MISS-SLOT-PERIOD > MISS-LAST-PERIOD
                               MOVE MISS-SLOT-PERIOD TO MISS-LAST-PERIOD
                               MOVE MISS-HIST-SUB TO MISS-LAST-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF MISS-LAST-PERIOD > 0                                         *>EVERY MONTH SINCE THE LAST REAL READ WAS MISSED
               COMPUTE MISS-CYCLES-WORK =
                   MISS-RUN-PERIOD - MISS-LAST-PERIOD
           ELSE
               IF MISS-OLDEST-EST-PERIOD > 0                               *>ESTIMATES HAVE FILLED EVERY SLOT SINCE THE LAST REAL
                   COMPUTE MISS-CYCLES-WORK =                              *>READ - IT CAME BEFORE THE OLDEST OF THEM
                       MISS-RUN-PERIOD - MISS-OLDEST-EST-PERIOD + 1
               ELSE                                                        *>AN ACCOUNT THAT HAS NEVER BILLED HAS MISSED THIS CYCLE
                   MOVE 1 TO MISS-CYCLES-WORK
               END-IF
           END-IF.
           IF MISS-CYCLES-WORK < 0                                         *>A SLOT DATED AFTER THE RUN IS TREATED AS BILLED
               MOVE ZERO TO MISS-CYCLES-WORK
           END-IF.
           IF MISS-CYCLES-WORK > 999                                       *>KEEP THE COUNT WITHIN ITS PRINT FIELD
               MOVE 999 TO MISS-CYCLES-WORK
           END-IF.
           MOVE MISS-CYCLES-WORK TO MISS-CYCLES.

       WRITE-MISSED-READ.                                                  *>PROCEDURE PARAGRAPH TO REPORT ONE MISSED ACCOUNT AND REQUEST ITS ESTIMATE
           MOVE CMAST-ACCT-NUM TO MRD-ACCT.                                *>PREPARE THE MISSED-READ LINE
           MOVE CMAST-LAST-NAME TO MRD-LAST-NAME.
           MOVE CMAST-FIRST-NAME TO MRD-FIRST-NAME.
           IF MISS-LAST-SLOT > 0                                           *>SHOW THE LAST REAL-READ CYCLE AS MM/YYYY
               MOVE MISS-LAST-SLOT TO MRD-LAST-MM
               MOVE '/' TO MRD-LAST-SEP
               MOVE HC-YEAR (MISS-LAST-SLOT) TO MRD-LAST-YYYY
           ELSE
               IF MISS-OLDEST-EST-PERIOD > 0                               *>OR SAY ITS LAST READ IS OLDER THAN THE HISTORY
                   MOVE 'NO READ' TO MRD-NEVER-BILLED
               ELSE                                                        *>OR SAY THE ACCOUNT HAS NEVER BILLED
                   MOVE 'NEVER  ' TO MRD-NEVER-BILLED
               END-IF
           END-IF.
           MOVE MISS-CYCLES TO MRD-CYCLES.
           IF HIST-FOUND-SWITCH = 'YES'                                    *>USAGE HISTORY GIVES THE NEXT RUN SOMETHING TO ESTIMATE FROM
               MOVE 'ESTIMATE REQUESTED' TO MRD-ACTION
               MOVE CMAST-ACCT-NUM TO EREQ-ACCT-NUM                        *>LEAVE THE REQUEST FOR THE NEXT NIGHT'S RUN
               MOVE ZERO TO EREQ-PREV-METER
               MOVE SPACES TO EREQ-CURR-METER
               WRITE ESTIMATE-REQ-RECORD
               ADD 1 TO EST-REQUEST-COUNT                                  *>ACCUMULATE THE REQUEST CONTROL TOTAL
           ELSE                                                            *>NOTHING TO ESTIMATE FROM - THE METER MUST BE READ
               MOVE 'NO HISTORY - FIELD READ' TO MRD-ACTION
           END-IF.
           MOVE MISSED-READ-DETAIL TO MISSED-READ-LINE.                    *>PREPARE THE MISSED-READ LINE FOR PRINTING
           WRITE MISSED-READ-LINE.                                         *>WRITE THE MISSED-READ LINE
           ADD 1 TO MISSED-READ-COUNT.                                     *>ACCUMULATE THE MISSED-READ CONTROL TOTAL
           *>-------------END MISSED-READ SWEEP AND ESTIMATE REQUESTS----------------------------
