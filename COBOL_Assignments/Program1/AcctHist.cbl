       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctHist.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> ACCOUNT HISTORY INQUIRY - READS A LIST OF ACCOUNT NUMBERS
       *> AND PRINTS A DATED STATEMENT OF ACCOUNT FOR EACH FROM THE
       *> A/R TRANSACTION LEDGER ELECTRICAR KEEPS, WITH NAME AND
       *> ADDRESS FROM THE CUSTOMER MASTER, AND PROVES THE LEDGER'S
       *> ENDING BALANCE AGAINST THE A/R MASTER'S BUCKET TOTAL
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HIST-REQ-FILE ASSIGN TO 'histreq.txt'
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS HREQ-STATUS.
        SELECT AR-LEDGER-FILE ASSIGN TO 'arledger.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ALED-KEY
                        FILE STATUS IS ALED-STATUS.
        SELECT AR-MASTER ASSIGN TO 'armast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS AR-ACCT-NUM
                        FILE STATUS IS AR-STATUS.
        SELECT CUSTOMER-MASTER ASSIGN TO 'custmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CMAST-ACCT-NUM
                        FILE STATUS IS CMAST-STATUS.
        SELECT STATEMENT-FILE ASSIGN TO 'accthist.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD HIST-REQ-FILE                        *>FILE DESCRIPTION FOR THE ACCOUNT HISTORY REQUESTS
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS HIST-REQ-IN.
       01 HIST-REQ-IN.                         *>ONE ACCOUNT TO PRINT PER LINE
         05 HREQ-ACCT-NUM PIC 9(6).            *>ACCOUNT NUMBER REQUESTED
         05 HREQ-FROM-DATE PIC 9(8).           *>PRINT ACTIVITY POSTED ON OR AFTER THIS DATE
                                               *>(YYYYMMDD) - BLANK OR ZERO PRINTS IT ALL

       FD  AR-LEDGER-FILE                      *>FILE DESCRIPTION FOR THE PERMANENT A/R TRANSACTION LEDGER
                 RECORD CONTAINS 75 CHARACTERS *>WRITTEN BY ELECTRICAR
                  DATA RECORD IS AR-LEDGER-RECORD.
       01 AR-LEDGER-RECORD.                    *>ONE RECORD PER POSTING, IN THE ORDER POSTED
         05 ALED-KEY.                          *>ALED-KEY IS THE RECORD KEY
           10 ALED-ACCT-NUM PIC 9(6).          *>ACCOUNT POSTED - 000000 IS UNAPPLIED-CASH SUSPENSE
           10 ALED-SEQ PIC 9(5).               *>POSTING SEQUENCE WITHIN THE ACCOUNT
         05 ALED-TRAN-DATE PIC 9(8).           *>DATE (YYYYMMDD) OF THE BILL, PAYMENT OR RETURN ITSELF
         05 ALED-POST-DATE PIC 9(8).           *>RUN DATE (YYYYMMDD) THE ENTRY POSTED
         05 ALED-TYPE PIC X(2).                *>TRANSACTION TYPE CODE
         05 ALED-DESC PIC X(20).               *>WHAT THE POSTING IS, AS PRINTED
         05 ALED-AMOUNT PIC S9(7)V99           *>EFFECT ON THE BALANCE - POSITIVE RAISES WHAT IS OWED
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 ALED-BALANCE PIC S9(7)V99          *>RUNNING BALANCE AFTER THE POSTING
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 ALED-REF-ACCT PIC X(6).            *>ACCOUNT AS KEYED ON A SUSPENSE POSTING, ELSE SPACES

       FD  AR-MASTER                           *>FILE DESCRIPTION FOR THE A/R MASTER - READ FOR THE BUCKET TOTAL
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

       FD  CUSTOMER-MASTER                     *>FILE DESCRIPTION FOR THE CUSTOMER MASTER MAINTAINED BY CUSTMAINT
                 RECORD CONTAINS 76 CHARACTERS
                  DATA RECORD IS CUSTOMER-RECORD.
       01 CUSTOMER-RECORD.                     *>ONE RECORD PER CUSTOMER ACCOUNT
         05 CMAST-ACCT-NUM PIC 9(6).           *>CMAST-ACCT-NUM IS THE RECORD KEY
         05 CMAST-FIRST-NAME PIC X(12).        *>FIRST NAME DESIGNATED 12 ALPHANUMERIC CHARACTERS
         05 CMAST-LAST-NAME PIC X(12).         *>LAST NAME DESIGNATED 12 ALPHANUMERIC CHARACTERS
         05 CMAST-ST-ADDRESS PIC X(15).        *>STREET ADDRESS DESIGNATED 15 ALPHANUMERIC CHARACTERS
         05 CMAST-CITY PIC X(13).              *>CITY DESIGNATED 13 ALPHANUMERIC CHARACTERS
         05 CMAST-STATE PIC X(2).              *>STATE DESIGNATED 2 ALPHANUMERIC CHARACTERS
         05 CMAST-BUDGET-FLAG PIC X(1).        *>'Y' WHEN THE ACCOUNT IS ON THE BUDGET-BILLING PLAN (UNUSED HERE)
         05 CMAST-ACCT-STATUS PIC X(1).        *>'C' ONCE A MOVE-OUT HAS CLOSED THE ACCOUNT - ANYTHING ELSE IS ACTIVE
         05 CMAST-CLOSE-DATE PIC 9(8).         *>DATE (YYYYMMDD) OF THE MOVE-OUT FINAL READ, ZERO WHILE ACTIVE
         05 CMAST-SUCCESSOR-ACCT PIC 9(6).     *>ACCOUNT THAT MOVED IN AFTER THIS ONE CLOSED, ZERO IF NONE YET

       FD  STATEMENT-FILE                      *>FILE DESCRIPTION FOR THE PRINTED STATEMENTS OF ACCOUNT
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS STATEMENT-LINE.
       01 STATEMENT-LINE PIC X(80).            *>STATEMENT-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 HREQ-STATUS PIC XX.                               *>FILE STATUS CODE FOR HIST-REQ-FILE I/O
       01 ALED-STATUS PIC XX.                               *>FILE STATUS CODE FOR AR-LEDGER-FILE I/O
       01 AR-STATUS PIC XX.                                 *>FILE STATUS CODE FOR AR-MASTER I/O
       01 CMAST-STATUS PIC XX.                              *>FILE STATUS CODE FOR CUSTOMER-MASTER I/O
       01 HREQ-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST REQUEST HAS BEEN READ
       01 ALED-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE ACCOUNT'S LAST ENTRY HAS BEEN READ
       01 AR-AVAIL-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE A/R MASTER OPENED
       01 AR-FOUND-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE ACCOUNT IS ON THE A/R MASTER
       01 CMAST-AVAIL-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE CUSTOMER MASTER OPENED
       01 CMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE ACCOUNT IS ON THE CUSTOMER MASTER
       01 FORWARD-PRINTED-SWITCH PIC X(3) VALUE 'NO '.      *>SET TO 'YES' ONCE THE BALANCE FORWARD LINE PRINTS
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) EACH STATEMENT IS DATED
       01 STMT-FROM-DATE PIC 9(8) VALUE ZERO.               *>FIRST POSTING DATE THE CURRENT STATEMENT PRINTS

       01 STATEMENT-TOTALS.                                 *>PROOF FIGURES FOR THE CURRENT ACCOUNT
         05 LEDGER-ENTRY-COUNT PIC 9(5) VALUE ZERO.         *>ENTRIES ON THE LEDGER FOR THE ACCOUNT
         05 LEDGER-PRINT-COUNT PIC 9(5) VALUE ZERO.         *>ENTRIES PRINTED ON THE STATEMENT
         05 LEDGER-LAST-SEQ PIC 9(5) VALUE ZERO.            *>SEQUENCE OF THE ACCOUNT'S LAST ENTRY
         05 LEDGER-SUM PIC S9(7)V99 VALUE ZERO.             *>EVERY ENTRY'S AMOUNT ADDED FROM THE FIRST
         05 LEDGER-END-BALANCE PIC S9(7)V99 VALUE ZERO.     *>RUNNING BALANCE ON THE LAST ENTRY
         05 LEDGER-FWD-BALANCE PIC S9(7)V99 VALUE ZERO.     *>RUNNING BALANCE BEFORE THE FROM DATE
         05 AR-BUCKET-TOTAL PIC S9(7)V99 VALUE ZERO.        *>A/R MASTER BALANCE ACROSS ALL BUCKETS

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 STMT-PRINTED-COUNT PIC 9(5) VALUE ZERO.         *>COUNT OF STATEMENTS PRINTED
         05 STMT-UNTIED-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF STATEMENTS THAT DID NOT TIE
         05 REQ-REJECTED-COUNT PIC 9(5) VALUE ZERO.         *>COUNT OF REQUESTS WITH AN UNUSABLE ACCOUNT

       01 STMT-TITLE-LINE.                                  *>FIRST LINE OF EACH STATEMENT
         05 FILLER PIC X(20) VALUE 'STATEMENT OF ACCOUNT'.  *>TITLE TEXT
         05 FILLER PIC X(44) VALUE SPACES.                  *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(6) VALUE 'AS OF '.                 *>DATE LABEL
         05 STT-DATE PIC 9(8).                              *>DATE THE STATEMENT WAS PRINTED

       01 STMT-NAME-LINE.                                   *>ACCOUNT AND CUSTOMER NAME
         05 FILLER PIC X(9) VALUE 'ACCOUNT: '.              *>ACCOUNT LABEL
         05 STN-ACCT PIC 9(6).                              *>ACCOUNT NUMBER
         05 FILLER PIC X(3) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STN-NAME PIC X(30).                             *>CUSTOMER NAME, OR WHY THERE IS NONE
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STN-STATUS PIC X(20).                           *>'ACCOUNT CLOSED' AFTER A MOVE-OUT

       01 STMT-ADDR-LINE.                                   *>SERVICE ADDRESS
         05 FILLER PIC X(18) VALUE SPACES.                  *>FILLER SPACE ALLOCATED TO LINE UP UNDER THE NAME
         05 STA-STREET PIC X(15).                           *>STREET ADDRESS
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STA-CITY PIC X(13).                             *>CITY
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STA-STATE PIC X(2).                             *>STATE

       01 STMT-FROM-LINE.                                   *>PRINTED WHEN THE REQUEST LIMITS THE ACTIVITY
         05 FILLER PIC X(22) VALUE 'ACTIVITY POSTED SINCE '. *>FROM-DATE LABEL
         05 STF-DATE PIC 9(8).                              *>FIRST POSTING DATE PRINTED

       01 STMT-HEADING.                                     *>STATEMENT COLUMN HEADER
         05 FILLER PIC X(8) VALUE 'POSTED'.                 *>POSTING DATE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(8) VALUE 'DATE'.                   *>TRANSACTION DATE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(20) VALUE 'DESCRIPTION'.           *>DESCRIPTION COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(13) VALUE '       AMOUNT'.         *>AMOUNT COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(13) VALUE '      BALANCE'.         *>RUNNING BALANCE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(6) VALUE 'REF'.                    *>KEYED ACCOUNT COLUMN LABEL

       01 STMT-DETAIL.                                      *>ONE LINE PER LEDGER ENTRY
         05 STD-POST-DATE PIC 9(8).                         *>RUN DATE THE ENTRY POSTED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-TRAN-DATE PIC 9(8).                         *>DATE OF THE TRANSACTION ITSELF
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-DESC PIC X(20).                             *>WHAT THE POSTING IS
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-AMOUNT PIC -Z,ZZZ,ZZ9.99.                   *>EFFECT ON THE BALANCE
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-BALANCE PIC -Z,ZZZ,ZZ9.99.                  *>RUNNING BALANCE AFTER THE ENTRY
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-REF PIC X(6).                               *>ACCOUNT AS KEYED ON A SUSPENSE ENTRY

       01 STMT-FORWARD-LINE.                                *>OPENING BALANCE WHEN THE REQUEST LIMITS THE ACTIVITY
         05 FILLER PIC X(20) VALUE SPACES.                  *>FILLER SPACE ALLOCATED TO LINE UP UNDER DESCRIPTION
         05 FILLER PIC X(37) VALUE 'BALANCE FORWARD'.       *>FORWARD LABEL
         05 SFW-BALANCE PIC -Z,ZZZ,ZZ9.99.                  *>RUNNING BALANCE BEFORE THE FROM DATE

       01 STMT-TOTAL-LINE.                                  *>ONE PROOF FIGURE PER LINE
         05 STL-LABEL PIC X(57).                            *>WHAT THE FIGURE IS
         05 STL-AMOUNT PIC -Z,ZZZ,ZZ9.99.                   *>THE FIGURE, UNDER THE BALANCE COLUMN

       01 STMT-AGING-LINE.                                  *>THE A/R MASTER'S BUCKETS
         05 FILLER PIC X(8) VALUE 'CURRENT '.               *>CURRENT LABEL
         05 SAG-CURRENT PIC -ZZZ,ZZ9.99.                    *>BALANCE BILLED THIS CYCLE
         05 FILLER PIC X(9) VALUE ' 30 DAYS '.              *>30-DAY LABEL
         05 SAG-30 PIC -ZZZ,ZZ9.99.                         *>BALANCE ONE CYCLE PAST DUE
         05 FILLER PIC X(9) VALUE ' 60 DAYS '.              *>60-DAY LABEL
         05 SAG-60 PIC -ZZZ,ZZ9.99.                         *>BALANCE TWO CYCLES PAST DUE
         05 FILLER PIC X(10) VALUE ' 90+ DAYS '.            *>90-PLUS LABEL
         05 SAG-90 PIC -ZZZ,ZZ9.99.                         *>BALANCE THREE OR MORE CYCLES PAST DUE

       01 STMT-MESSAGE-LINE.                                *>TIE-OUT RESULT OR WHY NOTHING PRINTED
         05 STM-TEXT PIC X(60).                             *>MESSAGE TEXT

       01 DOTTED-LINE.                                      *>DOTTED LINE TO BOUND THE COLUMN HEADER FOR READABILITY
         05 FILLER PIC X(80) VALUE ALL '-'.                 *>FULL-WIDTH RULE

       01 STATEMENT-BREAK.                                  *>RULE BETWEEN ONE STATEMENT AND THE NEXT
         05 FILLER PIC X(80) VALUE ALL '='.                 *>FULL-WIDTH RULE

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       PREPARE-HISTORY-RUN.                                               *>PROCEDURE TO PRINT A STATEMENT FOR EVERY ACCOUNT REQUESTED
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE TO DATE EVERY STATEMENT
           OPEN INPUT HIST-REQ-FILE.                                      *>OPEN THE ACCOUNT REQUESTS
           IF HREQ-STATUS NOT = '00'                                      *>NO REQUEST FILE MEANS NOTHING WAS ASKED FOR
               DISPLAY 'ACCTHIST - NO ACCOUNT REQUEST FILE TO PRINT, '
                   'STATUS ' HREQ-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT AR-LEDGER-FILE.                                     *>THE LEDGER IS WHAT EVERY STATEMENT PRINTS FROM
           IF ALED-STATUS NOT = '00'
               DISPLAY 'ACCTHIST ABORTED - A/R LEDGER ARLEDGER.DAT '
                   'COULD NOT BE OPENED, STATUS ' ALED-STATUS
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE FAILURE
               STOP RUN
           END-IF.
           PERFORM OPEN-AR-MASTER.                                        *>OPEN THE A/R MASTER FOR THE TIE-OUT
           PERFORM OPEN-CUSTOMER-MASTER.                                  *>OPEN THE CUSTOMER MASTER FOR NAMES AND ADDRESSES
           OPEN OUTPUT STATEMENT-FILE.                                    *>START THE STATEMENTS OVER EACH RUN
           PERFORM UNTIL HREQ-EOF-SWITCH = 'YES'                          *>ONE READ PER PASS SO EVERY REQUEST PRINTS EXACTLY ONCE
               READ HIST-REQ-FILE                                         *>READ THE NEXT REQUEST
                   AT END                                                 *>CONDITION TO FIND EOF
                       MOVE 'YES' TO HREQ-EOF-SWITCH                      *>ALL REQUESTS HAVE BEEN PRINTED
                   NOT AT END                                             *>A REQUEST WAS READ
                       PERFORM PRINT-ONE-STATEMENT                        *>PRINT THIS ACCOUNT'S STATEMENT
               END-READ
           END-PERFORM.
           DISPLAY 'ACCTHIST - ' STMT-PRINTED-COUNT
               ' STATEMENTS PRINTED, '
               STMT-UNTIED-COUNT ' NOT TIED TO THE A/R MASTER, '
               REQ-REJECTED-COUNT ' REQUESTS REJECTED'.
           CLOSE HIST-REQ-FILE                                            *>CLOSE THE ACCOUNT REQUESTS
             AR-LEDGER-FILE                                               *>CLOSE THE A/R TRANSACTION LEDGER
             STATEMENT-FILE.                                              *>CLOSE THE STATEMENTS
           IF AR-AVAIL-SWITCH = 'YES'                                     *>THE A/R MASTER ONLY CLOSES IF IT OPENED
               CLOSE AR-MASTER
           END-IF.
           IF CMAST-AVAIL-SWITCH = 'YES'                                  *>THE CUSTOMER MASTER ONLY CLOSES IF IT OPENED
               CLOSE CUSTOMER-MASTER
           END-IF.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION

       OPEN-AR-MASTER.                                                    *>PROCEDURE PARAGRAPH TO OPEN THE A/R MASTER FOR THE TIE-OUT
           OPEN INPUT AR-MASTER.                                          *>THE INQUIRY ONLY READS THE MASTER
           IF AR-STATUS = '00'
               MOVE 'YES' TO AR-AVAIL-SWITCH
           ELSE                                                           *>WITHOUT THE MASTER THE STATEMENTS STILL PRINT, UNPROVED
               DISPLAY 'ACCTHIST WARNING - A/R MASTER ARMAST.DAT '
                   'NOT AVAILABLE, STATUS ' AR-STATUS
                   ' - STATEMENTS PRINT WITHOUT THE TIE-OUT'
           END-IF.

       OPEN-CUSTOMER-MASTER.                                              *>PROCEDURE PARAGRAPH TO OPEN THE CUSTOMER MASTER FOR NAMES AND ADDRESSES
           OPEN INPUT CUSTOMER-MASTER.                                    *>THE INQUIRY ONLY READS THE MASTER
           IF CMAST-STATUS = '00'
               MOVE 'YES' TO CMAST-AVAIL-SWITCH
           ELSE                                                           *>WITHOUT THE MASTER THE STATEMENTS PRINT BY ACCOUNT
               DISPLAY 'ACCTHIST WARNING - CUSTOMER MASTER '
                   'CUSTMAST.DAT NOT AVAILABLE, STATUS ' CMAST-STATUS
                   ' - STATEMENTS PRINT WITHOUT NAMES'
           END-IF.
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------STATEMENT OF ACCOUNT------------------------------
       PRINT-ONE-STATEMENT.                                               *>PROCEDURE PARAGRAPH TO PRINT ONE REQUESTED ACCOUNT
           IF HREQ-ACCT-NUM IS NOT NUMERIC                                *>A MANGLED REQUEST CANNOT BE LOOKED UP
               MOVE SPACES TO STMT-MESSAGE-LINE
               STRING 'REQUEST REJECTED - ACCOUNT NOT NUMERIC: '
                      DELIMITED BY SIZE
                      HREQ-ACCT-NUM DELIMITED BY SIZE
                      INTO STM-TEXT
               MOVE STMT-MESSAGE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE STATEMENT-BREAK TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO REQ-REJECTED-COUNT
           ELSE
               IF HREQ-FROM-DATE IS NUMERIC                               *>A BLANK FROM DATE PRINTS EVERYTHING
                   MOVE HREQ-FROM-DATE TO STMT-FROM-DATE
               ELSE
                   MOVE ZERO TO STMT-FROM-DATE
               END-IF
               PERFORM WRITE-STATEMENT-HEADER
               PERFORM WRITE-STATEMENT-ENTRIES
               PERFORM WRITE-STATEMENT-PROOF
               ADD 1 TO STMT-PRINTED-COUNT
           END-IF.

       WRITE-STATEMENT-HEADER.                                            *>PROCEDURE PARAGRAPH TO PRINT THE NAME, ADDRESS AND COLUMN HEADER
           MOVE RUN-DATE TO STT-DATE.
           MOVE STMT-TITLE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE HREQ-ACCT-NUM TO STN-ACCT.
           MOVE SPACES TO STN-NAME.
           MOVE SPACES TO STN-STATUS.
           MOVE SPACES TO STA-STREET.
           MOVE SPACES TO STA-CITY.
           MOVE SPACES TO STA-STATE.
           PERFORM READ-STATEMENT-CUSTOMER.
           IF HREQ-ACCT-NUM = ZERO                                        *>ACCOUNT 000000 CARRIES THE CASH THAT POSTED NOWHERE
               MOVE 'UNAPPLIED-CASH SUSPENSE' TO STN-NAME
           ELSE
               IF CMAST-FOUND-SWITCH = 'YES'
                   STRING CMAST-FIRST-NAME DELIMITED BY '  '              *>FIRST NAME UP TO ITS TRAILING BLANKS
                          ' ' DELIMITED BY SIZE                           *>ONE SPACE BETWEEN THE NAMES
                          CMAST-LAST-NAME DELIMITED BY SIZE               *>LAST NAME AS KEYED
                          INTO STN-NAME
                   MOVE CMAST-ST-ADDRESS TO STA-STREET                    *>SERVICE ADDRESS
                   MOVE CMAST-CITY TO STA-CITY
                   MOVE CMAST-STATE TO STA-STATE
                   IF CMAST-ACCT-STATUS = 'C'                             *>A MOVED-OUT ACCOUNT STILL HAS A HISTORY
                       MOVE 'ACCOUNT CLOSED' TO STN-STATUS
                   END-IF
               ELSE
                   MOVE 'ACCOUNT NOT ON MASTER' TO STN-NAME
               END-IF
           END-IF.
           MOVE STMT-NAME-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STMT-ADDR-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF STMT-FROM-DATE > ZERO                                       *>SAY WHEN A STATEMENT IS NOT THE WHOLE HISTORY
               MOVE STMT-FROM-DATE TO STF-DATE
               MOVE STMT-FROM-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE DOTTED-LINE TO STATEMENT-LINE.                            *>RULE ABOVE THE COLUMN HEADER
           WRITE STATEMENT-LINE.
           MOVE STMT-HEADING TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE DOTTED-LINE TO STATEMENT-LINE.                            *>RULE BELOW THE COLUMN HEADER
           WRITE STATEMENT-LINE.

       READ-STATEMENT-CUSTOMER.                                           *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT ON THE CUSTOMER MASTER
           MOVE 'NO ' TO CMAST-FOUND-SWITCH.                              *>ASSUME NO RECORD EXISTS UNTIL THE READ PROVES OTHERWISE
           IF CMAST-AVAIL-SWITCH = 'YES'                                  *>ONLY AN OPEN MASTER CAN BE READ
               MOVE HREQ-ACCT-NUM TO CMAST-ACCT-NUM                       *>SET THE KEY FOR THE RANDOM READ AGAINST CUSTOMER-MASTER
               READ CUSTOMER-MASTER                                       *>LOOK UP THIS ACCOUNT'S NAME AND ADDRESS
                   INVALID KEY                                            *>NO MASTER RECORD EXISTS FOR THIS ACCOUNT
                       CONTINUE                                           *>THE SWITCH ALREADY SAYS SO
                   NOT INVALID KEY                                        *>A MASTER RECORD WAS FOUND
                       MOVE 'YES' TO CMAST-FOUND-SWITCH                   *>REMEMBER THAT THE ACCOUNT IS ON FILE
               END-READ
           END-IF.

       WRITE-STATEMENT-ENTRIES.                                           *>PROCEDURE PARAGRAPH TO PRINT THE ACCOUNT'S LEDGER ENTRIES
           MOVE ZERO TO LEDGER-ENTRY-COUNT.                               *>EVERY ENTRY IS READ FOR THE PROOF, EVEN
           MOVE ZERO TO LEDGER-PRINT-COUNT.                               *>THOSE BEFORE THE FROM DATE
           MOVE ZERO TO LEDGER-LAST-SEQ.
           MOVE ZERO TO LEDGER-SUM.
           MOVE ZERO TO LEDGER-END-BALANCE.
           MOVE ZERO TO LEDGER-FWD-BALANCE.
           MOVE 'NO ' TO FORWARD-PRINTED-SWITCH.
           MOVE 'NO ' TO ALED-EOF-SWITCH.
           MOVE HREQ-ACCT-NUM TO ALED-ACCT-NUM.                           *>POSITION AT THE ACCOUNT'S FIRST ENTRY
           MOVE ZERO TO ALED-SEQ.
           START AR-LEDGER-FILE KEY NOT < ALED-KEY
               INVALID KEY                                                *>NOTHING AT OR PAST THIS ACCOUNT
                   MOVE 'YES' TO ALED-EOF-SWITCH
           END-START.
           PERFORM UNTIL ALED-EOF-SWITCH = 'YES'                          *>ONE LEDGER ENTRY PER PASS
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO ALED-EOF-SWITCH
                   NOT AT END
                       IF ALED-ACCT-NUM NOT = HREQ-ACCT-NUM               *>PAST THE ACCOUNT'S ENTRIES
                           MOVE 'YES' TO ALED-EOF-SWITCH
                       ELSE
                           PERFORM PRINT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF LEDGER-ENTRY-COUNT = ZERO                                   *>SAY SO RATHER THAN PRINT AN EMPTY STATEMENT
               MOVE 'NO ACTIVITY ON THE A/R LEDGER' TO STM-TEXT
               MOVE STMT-MESSAGE-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               IF LEDGER-PRINT-COUNT = ZERO                               *>EVERYTHING POSTED BEFORE THE FROM DATE -
                   PERFORM WRITE-FORWARD-LINE                             *>THE FORWARD BALANCE IS THE WHOLE STORY
               END-IF
           END-IF.

       PRINT-ONE-ENTRY.                                                   *>PROCEDURE PARAGRAPH TO PROVE AND, IF IN RANGE, PRINT ONE ENTRY
           ADD 1 TO LEDGER-ENTRY-COUNT.
           ADD ALED-AMOUNT TO LEDGER-SUM.                                 *>THE PROOF ADDS UP EVERY ENTRY FROM THE FIRST
           MOVE ALED-SEQ TO LEDGER-LAST-SEQ.
           MOVE ALED-BALANCE TO LEDGER-END-BALANCE.
           IF ALED-POST-DATE < STMT-FROM-DATE                             *>BEFORE THE FROM DATE - ONLY ITS BALANCE CARRIES
               MOVE ALED-BALANCE TO LEDGER-FWD-BALANCE
           ELSE
               IF STMT-FROM-DATE > ZERO                                   *>THE FIRST ENTRY PRINTED OPENS WITH THE
               AND FORWARD-PRINTED-SWITCH = 'NO '                         *>BALANCE BROUGHT FORWARD
                   PERFORM WRITE-FORWARD-LINE
               END-IF
               MOVE ALED-POST-DATE TO STD-POST-DATE
               MOVE ALED-TRAN-DATE TO STD-TRAN-DATE
               MOVE ALED-DESC TO STD-DESC
               MOVE ALED-AMOUNT TO STD-AMOUNT
               MOVE ALED-BALANCE TO STD-BALANCE
               MOVE ALED-REF-ACCT TO STD-REF
               MOVE STMT-DETAIL TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO LEDGER-PRINT-COUNT
           END-IF.

       WRITE-FORWARD-LINE.                                                *>PROCEDURE PARAGRAPH TO PRINT THE BALANCE BROUGHT FORWARD
           MOVE LEDGER-FWD-BALANCE TO SFW-BALANCE.
           MOVE STMT-FORWARD-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE 'YES' TO FORWARD-PRINTED-SWITCH.

       WRITE-STATEMENT-PROOF.                                             *>PROCEDURE PARAGRAPH TO TIE THE LEDGER TO THE A/R MASTER
           MOVE DOTTED-LINE TO STATEMENT-LINE.                            *>RULE ABOVE THE PROOF
           WRITE STATEMENT-LINE.
           MOVE 'ENDING LEDGER BALANCE' TO STL-LABEL.
           MOVE LEDGER-END-BALANCE TO STL-AMOUNT.
           MOVE STMT-TOTAL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM READ-STATEMENT-AR.
           MOVE SPACES TO STMT-MESSAGE-LINE.
           IF HREQ-ACCT-NUM = ZERO                                        *>SUSPENSE HAS NO A/R RECORD TO TIE TO
               MOVE 'UNAPPLIED CASH - NOT CARRIED ON THE A/R MASTER'
                   TO STM-TEXT
           ELSE
               IF AR-AVAIL-SWITCH = 'NO '
                   MOVE 'A/R MASTER NOT AVAILABLE - LEDGER NOT PROVED'
                       TO STM-TEXT
               ELSE
                   IF AR-FOUND-SWITCH = 'NO '                             *>NO BALANCE ON FILE - THE LEDGER MUST BE EMPTY
                       MOVE ZERO TO AR-BUCKET-TOTAL
                       MOVE ZERO TO AR-LEDGER-SEQ
                   ELSE
                       COMPUTE AR-BUCKET-TOTAL =
                           AR-CURRENT + AR-DAYS-30 + AR-DAYS-60
                           + AR-DAYS-90
                       MOVE 'A/R MASTER BALANCE' TO STL-LABEL
                       MOVE AR-BUCKET-TOTAL TO STL-AMOUNT
                       MOVE STMT-TOTAL-LINE TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                       MOVE AR-CURRENT TO SAG-CURRENT                     *>SHOW HOW THE MASTER AGES THE BALANCE
                       MOVE AR-DAYS-30 TO SAG-30
                       MOVE AR-DAYS-60 TO SAG-60
                       MOVE AR-DAYS-90 TO SAG-90
                       MOVE STMT-AGING-LINE TO STATEMENT-LINE
                       WRITE STATEMENT-LINE
                   END-IF
                   IF LEDGER-SUM = AR-BUCKET-TOTAL                        *>THE ENTRIES ADD UP TO THE MASTER,
                   AND LEDGER-END-BALANCE = AR-BUCKET-TOTAL               *>THE LAST RUNNING BALANCE AGREES,
                   AND LEDGER-LAST-SEQ = AR-LEDGER-SEQ                    *>AND NO ENTRY IS MISSING
                       MOVE 'LEDGER TIES TO THE A/R MASTER' TO STM-TEXT
                   ELSE
                       MOVE
                         '*** LEDGER DOES NOT TIE TO THE A/R MASTER ***'
                           TO STM-TEXT
                       ADD 1 TO STMT-UNTIED-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE STMT-MESSAGE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STATEMENT-BREAK TO STATEMENT-LINE.                        *>RULE BEFORE THE NEXT STATEMENT
           WRITE STATEMENT-LINE.

       READ-STATEMENT-AR.                                                 *>PROCEDURE PARAGRAPH TO LOOK UP THE ACCOUNT ON THE A/R MASTER
           MOVE 'NO ' TO AR-FOUND-SWITCH.                                 *>ASSUME NO RECORD EXISTS UNTIL THE READ PROVES OTHERWISE
           IF AR-AVAIL-SWITCH = 'YES'                                     *>ONLY AN OPEN MASTER CAN BE READ
               MOVE HREQ-ACCT-NUM TO AR-ACCT-NUM                          *>SET THE KEY FOR THE RANDOM READ AGAINST AR-MASTER
               READ AR-MASTER
                   INVALID KEY                                            *>THE ACCOUNT HAS NEVER POSTED
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO AR-FOUND-SWITCH
               END-READ
           END-IF.
