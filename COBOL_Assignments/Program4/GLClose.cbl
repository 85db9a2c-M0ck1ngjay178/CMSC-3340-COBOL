       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLClose.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> MONTH-END GENERAL-LEDGER CLOSE - CLOSES THE MONTH AFTER THE
       *> LAST ONE CLOSED (THE PRIOR MONTH ON THE VERY FIRST CLOSE).
       *> MERGES THE CHART OF ACCOUNTS WITH THE GL BALANCE MASTER
       *> GLPROOF POSTS EVERY RELEASED EXTRACT TO, AND PRINTS A TRIAL
       *> BALANCE OF OPENING BALANCE, PERIOD DEBITS, PERIOD CREDITS
       *> AND ENDING BALANCE PER ACCOUNT. ONLY WHEN THE PERIOD'S
       *> DEBITS EQUAL ITS CREDITS, THE ENDING BALANCES NET TO ZERO
       *> AND EVERY BALANCE IS ON THE CHART IS THE PERIOD LOCKED -
       *> GLPROOF THEN HOLDS BACK ANY LATE POSTING DATED IN IT. THE
       *> CLOSE IS REFUSED WHILE THE EXTRACT STILL HOLDS UNRELEASED
       *> LINES FOR THE PERIOD
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHART-FILE ASSIGN TO 'coamast.dat'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS COA-ACCOUNT
                         FILE STATUS IS COA-STATUS.
        SELECT GL-BALANCE-FILE ASSIGN TO 'glbal.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS GLB-KEY
                        FILE STATUS IS GLB-STATUS.
        SELECT GL-PERIOD-FILE ASSIGN TO 'glperiod.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS GLP-STATUS.
        SELECT GL-EXTRACT-FILE ASSIGN TO 'glextract.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS GLX-STATUS.
        SELECT TRIAL-BALANCE-FILE ASSIGN TO 'trialbal.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE                          *>FILE DESCRIPTION FOR THE CHART OF ACCOUNTS - READ ONLY, COAMAINT KEEPS IT
                 RECORD CONTAINS 38 CHARACTERS
                  DATA RECORD IS CHART-RECORD.
       01 CHART-RECORD.                        *>ONE RECORD PER GL ACCOUNT EVER OPENED
         05 COA-ACCOUNT PIC 9(4).              *>COA-ACCOUNT IS THE RECORD KEY
         05 COA-NAME PIC X(24).                *>ACCOUNT NAME FOR THE TRIAL BALANCE
         05 COA-TYPE PIC X(1).                 *>'A' ASSET, 'L' LIABILITY, 'Q' EQUITY, 'R' REVENUE, 'E' EXPENSE
         05 COA-ACTIVE-FLAG PIC X(1).          *>'A' ACTIVE - TAKES POSTINGS, 'I' INACTIVE - REJECTS THEM
         05 COA-CHANGE-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE ACCOUNT WAS LAST ADDED OR CHANGED

       FD  GL-BALANCE-FILE                     *>FILE DESCRIPTION FOR THE GL BALANCE MASTER KEYED BY ACCOUNT AND PERIOD
                 RECORD CONTAINS 44 CHARACTERS
                  DATA RECORD IS GL-BALANCE-RECORD.
       01 GL-BALANCE-RECORD.                   *>ONE RECORD PER ACCOUNT PER PERIOD THAT HAS POSTED
         05 GLB-KEY.                           *>GLB-KEY IS THE RECORD KEY
           10 GLB-ACCOUNT PIC 9(4).            *>ACCOUNT FROM THE CHART OF ACCOUNTS
           10 GLB-PERIOD PIC 9(6).             *>PERIOD (YYYYMM) THE POSTINGS BELONG TO
         05 GLB-PERIOD-DR PIC 9(11)V99.        *>RELEASED DEBITS FOR THE PERIOD
         05 GLB-PERIOD-CR PIC 9(11)V99.        *>RELEASED CREDITS FOR THE PERIOD
         05 GLB-LAST-POST-DATE PIC 9(8).       *>RUN DATE (YYYYMMDD) OF THE LAST RELEASE POSTED HERE

       FD  GL-PERIOD-FILE                      *>FILE DESCRIPTION FOR THE LAST PERIOD CLOSED -
                 RECORD CONTAINS 14 CHARACTERS *>REPLACED BY EVERY SUCCESSFUL CLOSE
                  DATA RECORD IS GL-PERIOD-LINE.
       01 GL-PERIOD-LINE.                      *>ONE LINE CARRYING THE CLOSED PERIOD
         05 GLP-CLOSED-PERIOD PIC 9(6).        *>LAST PERIOD (YYYYMM) CLOSED AND LOCKED
         05 GLP-CLOSE-DATE PIC 9(8).           *>RUN DATE (YYYYMMDD) OF THE CLOSE

       FD GL-EXTRACT-FILE                      *>FILE DESCRIPTION FOR THE COMMON GL EXTRACT - READ ONLY, TO
           RECORD CONTAINS 55 CHARACTERS       *>FIND LINES GLPROOF HAS NOT YET RELEASED
           DATA RECORD IS GL-EXTRACT-LINE.
       01 GL-EXTRACT-LINE.                     *>ONE JOURNAL LINE PER RECORD
         05 GLX-DATE PIC 9(8).                 *>RUN DATE (YYYYMMDD) THE POSTING BELONGS TO
         05 GLX-SOURCE PIC X(12).              *>SOURCE PROGRAM, AS NAMED IN THE RUN-LOG
         05 GLX-ACCOUNT PIC 9(4).              *>ACCOUNT FROM THE SHARED CHART OF ACCOUNTS
         05 GLX-DC PIC X(1).                   *>'D' DEBIT / 'C' CREDIT
         05 GLX-AMOUNT PIC 9(8)V99.            *>UNSIGNED DOLLARS - THE D/C BYTE CARRIES THE DIRECTION
         05 GLX-DESC PIC X(20).                *>WHAT THE POSTING IS

       FD  TRIAL-BALANCE-FILE                  *>FILE DESCRIPTION FOR THE TRIAL BALANCE ACCOUNTING READS
                 RECORD CONTAINS 105 CHARACTERS
                  DATA RECORD IS TRIAL-LINE.
       01 TRIAL-LINE PIC X(105).               *>TRIAL-LINE DESIGNATED 105 ALPHANUMERIC CHARACTERS

       FD RUN-LOG-FILE                         *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.                        *>ONE LINE PER PROGRAM RUN APPENDED TO RUNLOG.TXT
         05 RLOG-PROGRAM PIC X(12).            *>PROGRAM NAME THAT PRODUCED THE ENTRY
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-DATE PIC X(8).                *>RUN DATE IN YYYYMMDD FORMAT
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-INPUT-COUNT PIC ZZZZ9.        *>COUNT OF BALANCE MASTER RECORDS READ
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-GOOD-COUNT PIC ZZZZ9.         *>COUNT OF ACCOUNTS ON THE TRIAL BALANCE
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF OFF-CHART ACCOUNTS PLUS ANY FAILED TOTAL

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 COA-STATUS PIC XX.                                *>FILE STATUS CODE FOR CHART-FILE I/O
       01 GLB-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-BALANCE-FILE I/O
       01 GLP-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-PERIOD-FILE I/O
       01 GLX-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-EXTRACT-FILE I/O
       01 GLX-EOF-SWITCH PIC X(3) VALUE 'NO '.              *>SET TO 'YES' WHEN THE LAST EXTRACT LINE HAS BEEN READ
       01 BALANCED-SWITCH PIC X(3) VALUE 'YES'.             *>SET TO 'NO ' WHEN ANY CLOSE CHECK FAILS - THE PERIOD STAYS OPEN
       01 PRINT-SWITCH PIC X(3) VALUE 'YES'.                *>SET TO 'NO ' FOR AN INACTIVE ACCOUNT WITH NOTHING TO SHOW
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) FOR THE REPORT AND THE LOCK
       01 RUN-PERIOD PIC 9(6).                              *>TODAY'S PERIOD (YYYYMM) - STILL OPEN, SO NEVER CLOSED
       01 LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.           *>LAST PERIOD (YYYYMM) CLOSED, ZERO WHEN NONE HAS BEEN
       01 LINE-PERIOD PIC 9(6) VALUE ZERO.                  *>PERIOD (YYYYMM) AN UNRELEASED EXTRACT LINE POSTS TO
       01 UNRELEASED-COUNT PIC 9(5) VALUE ZERO.             *>UNRELEASED EXTRACT LINES DATED IN OR BEFORE THE PERIOD

       01 CLOSE-PERIOD-WORK.                                *>THE PERIOD BEING CLOSED, SPLIT FOR THE MONTH ROLL
         05 CLS-YEAR PIC 9(4).                              *>YEAR OF THE PERIOD
         05 CLS-MONTH PIC 9(2).                             *>MONTH OF THE PERIOD
       01 CLOSE-PERIOD REDEFINES CLOSE-PERIOD-WORK PIC 9(6). *>THE PERIOD (YYYYMM) BEING CLOSED

       01 MERGE-CONTROLS.                                   *>KEYS FOR THE CHART/BALANCE MATCH - 99999 PAST THE END
         05 CHART-KEY PIC 9(5) VALUE ZERO.                  *>ACCOUNT OF THE CURRENT CHART RECORD
         05 BAL-KEY PIC 9(5) VALUE ZERO.                    *>ACCOUNT OF THE CURRENT BALANCE RECORD
         05 ACCT-KEY PIC 9(5) VALUE ZERO.                   *>ACCOUNT BEING TOTALLED

       01 ACCOUNT-WORK.                                     *>THE ACCOUNT BEING TOTALLED FOR THE TRIAL BALANCE
         05 ACW-ON-CHART PIC X(3).                          *>'YES' WHEN THE ACCOUNT IS ON THE CHART
         05 ACW-NAME PIC X(24).                             *>ACCOUNT NAME FROM THE CHART
         05 ACW-TYPE PIC X(1).                              *>ACCOUNT TYPE FROM THE CHART
         05 ACW-ACTIVE-FLAG PIC X(1).                       *>ACTIVE/INACTIVE FLAG FROM THE CHART
         05 ACW-OPENING PIC S9(11)V99.                      *>DEBITS LESS CREDITS OF EVERY EARLIER PERIOD
         05 ACW-DR PIC S9(11)V99.                           *>DEBITS POSTED IN THE PERIOD
         05 ACW-CR PIC S9(11)V99.                           *>CREDITS POSTED IN THE PERIOD
         05 ACW-ENDING PIC S9(11)V99.                       *>OPENING PLUS DEBITS LESS CREDITS

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 BAL-READ-COUNT PIC 9(5) VALUE ZERO.             *>BALANCE MASTER RECORDS READ
         05 ACCOUNT-COUNT PIC 9(5) VALUE ZERO.              *>ACCOUNTS PRINTED ON THE TRIAL BALANCE
         05 OFF-CHART-COUNT PIC 9(5) VALUE ZERO.            *>ACCOUNTS WITH BALANCES BUT NO CHART RECORD
         05 CLOSE-BAD-COUNT PIC 9(5) VALUE ZERO.            *>OFF-CHART ACCOUNTS PLUS FAILED TOTALS, FOR THE RUN-LOG
         05 TOT-OPENING PIC S9(12)V99 VALUE ZERO.           *>TOTAL OPENING BALANCES
         05 TOT-DR PIC S9(12)V99 VALUE ZERO.                *>TOTAL PERIOD DEBITS
         05 TOT-CR PIC S9(12)V99 VALUE ZERO.                *>TOTAL PERIOD CREDITS
         05 TOT-ENDING PIC S9(12)V99 VALUE ZERO.            *>TOTAL ENDING BALANCES

       01 TRIAL-DATED-NAME PIC X(30).                       *>DATED NAME THE LOCKED TRIAL BALANCE ROLLS TO
       01 TRIAL-FIXED-NAME PIC X(30) VALUE 'trialbal.txt'.  *>THE NAME THE TRIAL BALANCE IS WRITTEN UNDER

       01 TRIAL-TITLE-LINE.                                 *>TRIALBAL.TXT TITLE LINE
         05 FILLER PIC X(26) VALUE                          *>TITLE TEXT
             'GL TRIAL BALANCE - PERIOD '.
         05 TTL-PERIOD PIC 9(6).                            *>THE PERIOD BEING CLOSED
         05 FILLER PIC X(13) VALUE '   RUN DATE  '.         *>RUN DATE LABEL
         05 TTL-DATE PIC 9(8).                              *>THE RUN DATE THE TRIAL BALANCE WAS PRODUCED

       01 TRIAL-HEADING.                                    *>TRIALBAL.TXT COLUMN HEADER
         05 FILLER PIC X(4) VALUE 'ACCT'.                   *>ACCOUNT COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(24) VALUE 'ACCOUNT NAME'.          *>NAME COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(1) VALUE 'T'.                      *>TYPE COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(15) VALUE '        OPENING'.       *>OPENING BALANCE COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(15) VALUE '         DEBITS'.       *>PERIOD DEBITS COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(15) VALUE '        CREDITS'.       *>PERIOD CREDITS COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(15) VALUE '         ENDING'.       *>ENDING BALANCE COLUMN LABEL
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(8) VALUE 'NOTE'.                   *>NOTE COLUMN LABEL

       01 TRIAL-DETAIL.                                     *>ONE TRIAL BALANCE LINE PER ACCOUNT
         05 TBD-ACCOUNT PIC X(4).                           *>ACCOUNT NUMBER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-NAME PIC X(24).                             *>ACCOUNT NAME
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-TYPE PIC X(1).                              *>ACCOUNT TYPE
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-OPENING PIC -ZZZ,ZZZ,ZZ9.99.                *>OPENING BALANCE, DEBIT POSITIVE
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-DR PIC -ZZZ,ZZZ,ZZ9.99.                     *>PERIOD DEBITS
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-CR PIC -ZZZ,ZZZ,ZZ9.99.                     *>PERIOD CREDITS
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-ENDING PIC -ZZZ,ZZZ,ZZ9.99.                 *>ENDING BALANCE, DEBIT POSITIVE
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 TBD-NOTE PIC X(8).                              *>'INACTIVE' OR 'NO CHART' WHEN THE ACCOUNT NEEDS A LOOK

       01 TRIAL-VERDICT-LINE.                               *>ONE CHECK RESULT PER LINE
         05 TRV-TEXT PIC X(70).                             *>ONE LINE THE ACCOUNTANT CAN READ AT A GLANCE

       01 DOTTED-LINE.                                      *>DOTTED LINE TO BOUND THE REPORT FOR READABILITY
         05 FILLER PIC X(105) VALUE ALL '-'.                *>FULL-WIDTH RULE

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       CLOSE-GL-PERIOD.                                                   *>PROCEDURE TO CLOSE ONE MONTH AND PRINT ITS TRIAL BALANCE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE REPORT AND THE LOCK
           MOVE RUN-DATE (1:6) TO RUN-PERIOD.
           PERFORM SET-CLOSE-PERIOD.                                      *>WORK OUT WHICH MONTH IS NEXT TO CLOSE
           IF CLOSE-PERIOD NOT < RUN-PERIOD                               *>A MONTH CANNOT BE CLOSED WHILE IT IS STILL RUNNING
               DISPLAY 'GLCLOSE - PERIOD ' CLOSE-PERIOD
                   ' HAS NOT ENDED, NOTHING TO CLOSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-UNRELEASED-EXTRACT.                              *>EVERY POSTING FOR THE MONTH MUST BE RELEASED FIRST
           IF UNRELEASED-COUNT > 0
               DISPLAY 'GLCLOSE ABORTED - ' UNRELEASED-COUNT
                   ' UNRELEASED EXTRACT LINES FALL IN PERIOD '
                   CLOSE-PERIOD ', RUN GLPROOF FIRST'
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE CLOSE WAS NOT DONE
               STOP RUN
           END-IF.
           OPEN INPUT CHART-FILE.                                         *>THE CHART NAMES EVERY ACCOUNT ON THE TRIAL BALANCE
           IF COA-STATUS NOT = '00'
               DISPLAY 'GLCLOSE ABORTED - CHART OF ACCOUNTS '
                   'COAMAST.DAT COULD NOT BE OPENED, STATUS '
                   COA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-BALANCE-FILE.                                    *>NO BALANCE MASTER YET MEANS NOTHING HAS BEEN
           IF GLB-STATUS NOT = '00'                                       *>RELEASED - EVERY ACCOUNT THEN CLOSES AT ZERO
               DISPLAY 'GLCLOSE WARNING - NO GL BALANCE MASTER, '
                   'STATUS ' GLB-STATUS
               MOVE 99999 TO BAL-KEY
           ELSE
               PERFORM READ-NEXT-BALANCE
           END-IF.
           PERFORM WRITE-TRIAL-HEADINGS.                                  *>TITLE AND COLUMN HEADERS
           PERFORM READ-NEXT-CHART.
           PERFORM UNTIL CHART-KEY = 99999 AND BAL-KEY = 99999            *>ONE ACCOUNT PER PASS, IN ACCOUNT ORDER
               PERFORM CLOSE-ONE-ACCOUNT
           END-PERFORM.
           CLOSE CHART-FILE.                                              *>DONE WITH THE CHART
           IF GLB-STATUS = '00' OR GLB-STATUS = '10'                      *>CLOSE THE BALANCE MASTER ONLY IF IT WAS OPENED
               CLOSE GL-BALANCE-FILE
           END-IF.
           PERFORM WRITE-TRIAL-TOTALS.                                    *>TOTALS AND THE CLOSE CHECKS
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           IF BALANCED-SWITCH = 'NO '                                     *>A TRIAL BALANCE THAT DOES NOT PROVE LEAVES THE PERIOD OPEN
               DISPLAY 'GLCLOSE FAILED - PERIOD ' CLOSE-PERIOD
                   ' NOT LOCKED, SEE TRIALBAL.TXT'
               MOVE 16 TO RETURN-CODE                                     *>PAGE THE SCHEDULER
           ELSE                                                           *>A PROVED TRIAL BALANCE LOCKS THE PERIOD
               PERFORM LOCK-CLOSED-PERIOD
               PERFORM ROLL-TRIAL-BALANCE
           END-IF.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------PERIOD SELECTION------------------------------
       SET-CLOSE-PERIOD.                                                  *>PROCEDURE PARAGRAPH TO PICK THE MONTH TO CLOSE
           OPEN INPUT GL-PERIOD-FILE.                                     *>NO PERIOD FILE YET MEANS NO MONTH HAS BEEN CLOSED
           IF GLP-STATUS = '00'
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLP-CLOSED-PERIOD TO LAST-CLOSED-PERIOD
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.
           IF LAST-CLOSED-PERIOD = ZERO                                   *>THE FIRST CLOSE TAKES THE MONTH BEFORE THE RUN -
               MOVE RUN-PERIOD TO CLOSE-PERIOD                            *>EVERY EARLIER MONTH LANDS IN ITS OPENING BALANCES
               IF CLS-MONTH = 1
                   MOVE 12 TO CLS-MONTH
                   SUBTRACT 1 FROM CLS-YEAR
               ELSE
                   SUBTRACT 1 FROM CLS-MONTH
               END-IF
           ELSE                                                           *>EVERY LATER CLOSE TAKES THE MONTH AFTER THE LAST ONE,
               MOVE LAST-CLOSED-PERIOD TO CLOSE-PERIOD                    *>SO NO MONTH IS EVER SKIPPED
               IF CLS-MONTH = 12
                   MOVE 1 TO CLS-MONTH
                   ADD 1 TO CLS-YEAR
               ELSE
                   ADD 1 TO CLS-MONTH
               END-IF
           END-IF.

       CHECK-UNRELEASED-EXTRACT.                                          *>PROCEDURE PARAGRAPH TO COUNT EXTRACT LINES NOT YET RELEASED
           OPEN INPUT GL-EXTRACT-FILE.                                    *>NO EXTRACT MEANS EVERYTHING HAS BEEN RELEASED
           IF GLX-STATUS = '00'
               PERFORM UNTIL GLX-EOF-SWITCH = 'YES'
                   READ GL-EXTRACT-FILE
                       AT END
                           MOVE 'YES' TO GLX-EOF-SWITCH
                       NOT AT END
                           IF GLX-DATE IS NUMERIC
                               MOVE GLX-DATE (1:6) TO LINE-PERIOD
                               IF LINE-PERIOD NOT > CLOSE-PERIOD          *>A LINE FOR THE MONTH STILL WAITING ON GLPROOF
                                   ADD 1 TO UNRELEASED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

           *>-------------CHART/BALANCE MATCH------------------------------
       READ-NEXT-CHART.                                                   *>PROCEDURE PARAGRAPH TO READ THE NEXT ACCOUNT ON THE CHART
           READ CHART-FILE NEXT RECORD
               AT END
                   MOVE 99999 TO CHART-KEY
               NOT AT END
                   MOVE COA-ACCOUNT TO CHART-KEY
           END-READ.

       READ-NEXT-BALANCE.                                                 *>PROCEDURE PARAGRAPH TO READ THE NEXT BALANCE MASTER RECORD
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 99999 TO BAL-KEY
               NOT AT END
                   ADD 1 TO BAL-READ-COUNT
                   MOVE GLB-ACCOUNT TO BAL-KEY
           END-READ.

       CLOSE-ONE-ACCOUNT.                                                 *>PROCEDURE PARAGRAPH TO TOTAL AND PRINT THE LOWEST ACCOUNT LEFT
           MOVE ZERO TO ACW-OPENING ACW-DR ACW-CR ACW-ENDING.
           IF BAL-KEY < CHART-KEY                                         *>BALANCES FOR AN ACCOUNT THE CHART DOES NOT HOLD
               MOVE BAL-KEY TO ACCT-KEY
               MOVE 'NO ' TO ACW-ON-CHART
               MOVE '*** NOT ON CHART ***' TO ACW-NAME
               MOVE SPACE TO ACW-TYPE
               MOVE SPACE TO ACW-ACTIVE-FLAG
           ELSE
               MOVE CHART-KEY TO ACCT-KEY
               MOVE 'YES' TO ACW-ON-CHART
               MOVE COA-NAME TO ACW-NAME
               MOVE COA-TYPE TO ACW-TYPE
               MOVE COA-ACTIVE-FLAG TO ACW-ACTIVE-FLAG
               PERFORM READ-NEXT-CHART
           END-IF.
           PERFORM UNTIL BAL-KEY NOT = ACCT-KEY                           *>EVERY PERIOD THE ACCOUNT HAS POSTED IN
               PERFORM ADD-BALANCE-TO-ACCOUNT
               PERFORM READ-NEXT-BALANCE
           END-PERFORM.
           COMPUTE ACW-ENDING = ACW-OPENING + ACW-DR - ACW-CR.
           PERFORM WRITE-TRIAL-DETAIL.

       ADD-BALANCE-TO-ACCOUNT.                                            *>PROCEDURE PARAGRAPH TO ROLL ONE PERIOD'S POSTINGS INTO THE ACCOUNT
           IF GLB-PERIOD < CLOSE-PERIOD                                   *>EARLIER PERIODS MAKE UP THE OPENING BALANCE
               COMPUTE ACW-OPENING = ACW-OPENING
                   + GLB-PERIOD-DR - GLB-PERIOD-CR
           ELSE
               IF GLB-PERIOD = CLOSE-PERIOD                               *>THE PERIOD BEING CLOSED - LATER PERIODS ARE
                   ADD GLB-PERIOD-DR TO ACW-DR                            *>STILL OPEN AND WAIT FOR THEIR OWN CLOSE
                   ADD GLB-PERIOD-CR TO ACW-CR
               END-IF
           END-IF.

           *>-------------TRIAL BALANCE REPORT------------------------------
       WRITE-TRIAL-HEADINGS.                                              *>PROCEDURE PARAGRAPH TO START THE TRIAL BALANCE
           OPEN OUTPUT TRIAL-BALANCE-FILE.                                *>START THE TRIAL BALANCE OVER EACH RUN
           MOVE CLOSE-PERIOD TO TTL-PERIOD.
           MOVE RUN-DATE TO TTL-DATE.
           MOVE TRIAL-TITLE-LINE TO TRIAL-LINE.
           WRITE TRIAL-LINE.
           MOVE DOTTED-LINE TO TRIAL-LINE.                                *>RULE UNDER THE TITLE
           WRITE TRIAL-LINE.
           MOVE TRIAL-HEADING TO TRIAL-LINE.                              *>PREPARE THE COLUMN HEADER
           WRITE TRIAL-LINE.
           MOVE DOTTED-LINE TO TRIAL-LINE.                                *>CLOSE OFF THE HEADER WITH A SECOND RULE
           WRITE TRIAL-LINE.

       WRITE-TRIAL-DETAIL.                                                *>PROCEDURE PARAGRAPH TO PRINT ONE ACCOUNT AND ADD IT TO THE TOTALS
           MOVE 'YES' TO PRINT-SWITCH.
           IF ACW-ACTIVE-FLAG = 'I'                                       *>AN INACTIVE ACCOUNT WITH NOTHING LEFT IN IT IS
           AND ACW-OPENING = ZERO AND ACW-DR = ZERO                       *>NOT WORTH A LINE
           AND ACW-CR = ZERO
               MOVE 'NO ' TO PRINT-SWITCH
           END-IF.
           IF PRINT-SWITCH = 'YES'
               MOVE ACCT-KEY (2:4) TO TBD-ACCOUNT
               MOVE ACW-NAME TO TBD-NAME
               MOVE ACW-TYPE TO TBD-TYPE
               MOVE ACW-OPENING TO TBD-OPENING
               MOVE ACW-DR TO TBD-DR
               MOVE ACW-CR TO TBD-CR
               MOVE ACW-ENDING TO TBD-ENDING
               MOVE SPACES TO TBD-NOTE
               IF ACW-ON-CHART = 'NO '                                    *>A BALANCE NO CHART ACCOUNT OWNS CANNOT BE CLOSED
                   MOVE 'NO CHART' TO TBD-NOTE
                   ADD 1 TO OFF-CHART-COUNT
                   MOVE 'NO ' TO BALANCED-SWITCH
               ELSE
                   IF ACW-ACTIVE-FLAG = 'I'                               *>STILL CARRIES A BALANCE AFTER BEING INACTIVATED
                       MOVE 'INACTIVE' TO TBD-NOTE
                   END-IF
               END-IF
               MOVE TRIAL-DETAIL TO TRIAL-LINE
               WRITE TRIAL-LINE
               ADD 1 TO ACCOUNT-COUNT
               ADD ACW-OPENING TO TOT-OPENING
               ADD ACW-DR TO TOT-DR
               ADD ACW-CR TO TOT-CR
               ADD ACW-ENDING TO TOT-ENDING
           END-IF.

       WRITE-TRIAL-TOTALS.                                                *>PROCEDURE PARAGRAPH TO PRINT THE TOTALS AND JUDGE THE CLOSE
           MOVE DOTTED-LINE TO TRIAL-LINE.                                *>RULE BEFORE THE TOTALS
           WRITE TRIAL-LINE.
           MOVE SPACES TO TBD-ACCOUNT.
           MOVE 'TOTALS' TO TBD-NAME.
           MOVE SPACE TO TBD-TYPE.
           MOVE TOT-OPENING TO TBD-OPENING.
           MOVE TOT-DR TO TBD-DR.
           MOVE TOT-CR TO TBD-CR.
           MOVE TOT-ENDING TO TBD-ENDING.
           MOVE SPACES TO TBD-NOTE.
           MOVE TRIAL-DETAIL TO TRIAL-LINE.
           WRITE TRIAL-LINE.
           MOVE DOTTED-LINE TO TRIAL-LINE.                                *>RULE BEFORE THE CHECKS
           WRITE TRIAL-LINE.
           IF TOT-DR = TOT-CR                                             *>THE PERIOD'S DEBITS MUST EQUAL ITS CREDITS
               MOVE 'PERIOD DEBITS EQUAL PERIOD CREDITS' TO TRV-TEXT
           ELSE
               MOVE 'PERIOD DEBITS DO NOT EQUAL PERIOD CREDITS'
                   TO TRV-TEXT
               MOVE 'NO ' TO BALANCED-SWITCH
               ADD 1 TO CLOSE-BAD-COUNT
           END-IF.
           MOVE TRIAL-VERDICT-LINE TO TRIAL-LINE.
           WRITE TRIAL-LINE.
           IF TOT-ENDING = ZERO                                           *>AND THE LEDGER AS A WHOLE MUST STILL BALANCE
               MOVE 'ENDING BALANCES NET TO ZERO' TO TRV-TEXT
           ELSE
               MOVE 'ENDING BALANCES DO NOT NET TO ZERO' TO TRV-TEXT
               MOVE 'NO ' TO BALANCED-SWITCH
               ADD 1 TO CLOSE-BAD-COUNT
           END-IF.
           MOVE TRIAL-VERDICT-LINE TO TRIAL-LINE.
           WRITE TRIAL-LINE.
           IF OFF-CHART-COUNT > 0                                         *>BALANCES NO CHART ACCOUNT OWNS GET THEIR OWN CALL-OUT
               MOVE SPACES TO TRV-TEXT
               STRING 'ACCOUNTS WITH BALANCES NOT ON THE CHART: '
                          DELIMITED BY SIZE
                      OFF-CHART-COUNT DELIMITED BY SIZE
                      INTO TRV-TEXT
               MOVE TRIAL-VERDICT-LINE TO TRIAL-LINE
               WRITE TRIAL-LINE
               ADD OFF-CHART-COUNT TO CLOSE-BAD-COUNT
           END-IF.
           MOVE SPACES TO TRV-TEXT.                                       *>ONE FINAL LINE THE ACCOUNTANT CAN READ AT A GLANCE
           IF BALANCED-SWITCH = 'YES'
               STRING 'PERIOD ' DELIMITED BY SIZE
                      CLOSE-PERIOD DELIMITED BY SIZE
                      ' CLOSED AND LOCKED AGAINST LATE POSTINGS'
                          DELIMITED BY SIZE
                      INTO TRV-TEXT
           ELSE
               STRING 'CLOSE REFUSED - PERIOD ' DELIMITED BY SIZE
                      CLOSE-PERIOD DELIMITED BY SIZE
                      ' LEFT OPEN, SEE LINES ABOVE' DELIMITED BY SIZE
                      INTO TRV-TEXT
           END-IF.
           MOVE TRIAL-VERDICT-LINE TO TRIAL-LINE.
           WRITE TRIAL-LINE.
           CLOSE TRIAL-BALANCE-FILE.                                      *>THE TRIAL BALANCE IS COMPLETE

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN THE RUN-LOG FOR APPENDING
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE 'GLCLOSE' TO RLOG-PROGRAM.                                *>RECORD WHICH PROGRAM PRODUCED THIS ENTRY
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE BAL-READ-COUNT TO RLOG-INPUT-COUNT.                       *>RECORD HOW MANY BALANCE RECORDS WERE READ
           MOVE ACCOUNT-COUNT TO RLOG-GOOD-COUNT.                         *>RECORD HOW MANY ACCOUNTS WERE PRINTED
           MOVE CLOSE-BAD-COUNT TO RLOG-BAD-COUNT.                        *>RECORD THE OFF-CHART ACCOUNTS AND FAILED TOTALS
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------

           *>-------------PERIOD LOCK AND ROLL------------------------------
       LOCK-CLOSED-PERIOD.                                                *>PROCEDURE PARAGRAPH TO LOCK THE PERIOD AGAINST LATE POSTINGS
           OPEN OUTPUT GL-PERIOD-FILE.                                    *>REPLACE THE PRIOR CLOSE - GLPROOF REJECTS ANY LINE
           MOVE CLOSE-PERIOD TO GLP-CLOSED-PERIOD.                        *>DATED IN THIS PERIOD OR BEFORE IT FROM NOW ON
           MOVE RUN-DATE TO GLP-CLOSE-DATE.
           WRITE GL-PERIOD-LINE.
           CLOSE GL-PERIOD-FILE.

       ROLL-TRIAL-BALANCE.                                                *>PROCEDURE PARAGRAPH TO ROLL THE LOCKED TRIAL BALANCE TO ITS PERIOD NAME
           MOVE SPACES TO TRIAL-DATED-NAME.                               *>TRIALBAL-YYYYMM.TXT - KEPT FOR GOOD AS THE BOOKS OF
           STRING 'trialbal-' DELIMITED BY SIZE                           *>RECORD, SO IT IS NOT REGISTERED FOR THE PURGE STEP
                  CLOSE-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO TRIAL-DATED-NAME.
           CALL 'CBL_RENAME_FILE'
               USING TRIAL-FIXED-NAME TRIAL-DATED-NAME.
           MOVE ZERO TO RETURN-CODE.                                      *>THE RENAME CALL SETS THE CODE - A FINISHED RUN ENDS CLEAN
