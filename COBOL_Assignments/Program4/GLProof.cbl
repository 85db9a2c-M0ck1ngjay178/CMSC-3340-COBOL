       *> THE SHARED RUN-LOG, PRINTS THE PROOF REPORT, AND ONLY ON A
       *> CLEAN PROOF ROLLS THE EXTRACT TO ITS DATED NAME FOR
       *> RELEASE TO ACCOUNTING - A FAILED PROOF LEAVES THE EXTRACT
       *> IN PLACE AND PAGES THE SCHEDULER. ALSO TIES THE CUSTOMER-
       *> DEPOSIT LIABILITY (ACCOUNT 2500) - THE BALANCE AT THE LAST
       *> RELEASE PLUS THE EXTRACT'S 2500 ACTIVITY MUST EQUAL THE
       *> DEPOSITS AND INTEREST STILL HELD ON THE DEPOSIT MASTER.
       *> EVERY LINE MUST POST TO AN ACTIVE ACCOUNT ON THE CHART OF
       *> ACCOUNTS IN A PERIOD MONTH-END HAS NOT YET CLOSED, AND A
       *> RELEASED EXTRACT IS POSTED TO THE GL BALANCE MASTER BY
       *> ACCOUNT AND PERIOD FOR THE MONTH-END TRIAL BALANCE
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GEN-REG-FILE ASSIGN TO 'genreg.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SECURITY-DEP-FILE ASSIGN TO 'depmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS SEQUENTIAL
                        RECORD KEY IS SDEP-ACCT-NUM
                        FILE STATUS IS SDEP-STATUS.
        SELECT DEP-CONTROL-FILE ASSIGN TO 'depctl.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS DCTL-STATUS.
        SELECT CHART-FILE ASSIGN TO 'coamast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS COA-ACCOUNT
                        FILE STATUS IS COA-STATUS.
        SELECT GL-PERIOD-FILE ASSIGN TO 'glperiod.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS GLP-STATUS.
        SELECT GL-BALANCE-FILE ASSIGN TO 'glbal.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS RANDOM
                        RECORD KEY IS GLB-KEY
                        FILE STATUS IS GLB-STATUS.

      *>====================END ENVIRONMENT DIVISION============================================

         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 GREG-FILE-NAME PIC X(30).          *>THE DATED FILE NAME AS ASSIGNED

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


       FD  DEP-CONTROL-FILE                    *>FILE DESCRIPTION FOR THE DEPOSIT LIABILITY AS OF THE LAST
                 RECORD CONTAINS 20 CHARACTERS *>RELEASED EXTRACT - REWRITTEN ON EVERY CLEAN PROOF
                  DATA RECORD IS DEP-CONTROL-LINE.
       01 DEP-CONTROL-LINE.                    *>ONE LINE CARRYING THE RELEASED BALANCE FORWARD
         05 DCTL-DATE PIC 9(8).                *>RUN DATE (YYYYMMDD) OF THE RELEASE
         05 DCTL-BALANCE PIC 9(10)V99.         *>ACCOUNT 2500 BALANCE AT THAT RELEASE

       FD  CHART-FILE                          *>FILE DESCRIPTION FOR THE CHART OF ACCOUNTS - READ ONLY, COAMAINT KEEPS IT
                 RECORD CONTAINS 38 CHARACTERS
                  DATA RECORD IS CHART-RECORD.
       01 CHART-RECORD.                        *>ONE RECORD PER GL ACCOUNT EVER OPENED
         05 COA-ACCOUNT PIC 9(4).              *>COA-ACCOUNT IS THE RECORD KEY
         05 COA-NAME PIC X(24).                *>ACCOUNT NAME FOR THE TRIAL BALANCE
         05 COA-TYPE PIC X(1).                 *>'A' ASSET, 'L' LIABILITY, 'Q' EQUITY, 'R' REVENUE, 'E' EXPENSE
         05 COA-ACTIVE-FLAG PIC X(1).          *>'A' ACTIVE - TAKES POSTINGS, 'I' INACTIVE - REJECTS THEM
         05 COA-CHANGE-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE ACCOUNT WAS LAST ADDED OR CHANGED

       FD  GL-PERIOD-FILE                      *>FILE DESCRIPTION FOR THE LAST PERIOD MONTH-END CLOSED -
                 RECORD CONTAINS 14 CHARACTERS *>WRITTEN BY GLCLOSE, NO POSTING MAY LAND IN IT OR BEFORE IT
                  DATA RECORD IS GL-PERIOD-LINE.
       01 GL-PERIOD-LINE.                      *>ONE LINE CARRYING THE CLOSED PERIOD
         05 GLP-CLOSED-PERIOD PIC 9(6).        *>LAST PERIOD (YYYYMM) CLOSED AND LOCKED
         05 GLP-CLOSE-DATE PIC 9(8).           *>RUN DATE (YYYYMMDD) OF THE CLOSE

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

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 GLX-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-EXTRACT-FILE I/O
       01 RLOG-STATUS PIC XX.                               *>FILE STATUS CODE FOR RUN-LOG-FILE I/O
       01 RLOG-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST RUN-LOG LINE HAS BEEN READ
       01 FAILURE-SWITCH PIC X(3) VALUE 'NO '.              *>SET TO 'YES' WHEN ANY CHECK FAILS - THE EXTRACT IS NOT RELEASED
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) FOR THE REPORT AND THE ROLL
       01 SDEP-STATUS PIC XX.                               *>FILE STATUS CODE FOR SECURITY-DEP-FILE I/O
       01 DCTL-STATUS PIC XX.                               *>FILE STATUS CODE FOR DEP-CONTROL-FILE I/O
       01 SDEP-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST DEPOSIT HAS BEEN READ
       01 COA-STATUS PIC XX.                                *>FILE STATUS CODE FOR CHART-FILE I/O
       01 GLP-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-PERIOD-FILE I/O
       01 GLB-STATUS PIC XX.                                *>FILE STATUS CODE FOR GL-BALANCE-FILE I/O
       01 LAST-CLOSED-PERIOD PIC 9(6) VALUE ZERO.           *>LAST PERIOD (YYYYMM) CLOSED, ZERO WHEN NONE HAS BEEN
       01 LINE-PERIOD PIC 9(6) VALUE ZERO.                  *>PERIOD (YYYYMM) THE CURRENT LINE POSTS TO
       01 LINE-REJECT-REASON PIC X(20) VALUE SPACES.        *>WHY THE CURRENT LINE CANNOT POST, BLANK WHEN IT CAN

       01 REJECT-TABLE-CONTROLS.                            *>CONTROLS FOR THE REJECTED-LINE LISTING
         05 REJ-COUNT PIC 9(2) VALUE ZERO.                  *>REJECTED LINES HELD FOR THE REPORT
         05 REJ-SUB PIC 9(2) VALUE ZERO.                    *>SUBSCRIPT USED WHEN WALKING THE TABLE
         05 REJ-UNLISTED-COUNT PIC 9(5) VALUE ZERO.         *>REJECTED LINES PAST THE TABLE'S CAPACITY

       01 REJECT-TABLE.                                     *>THE FIRST 50 REJECTED LINES, AS READ
         05 REJECT-ENTRY OCCURS 50 TIMES.
           10 REJ-SOURCE PIC X(12).                         *>SOURCE PROGRAM NAME
           10 REJ-DATE PIC X(8).                            *>DATE THE LINE CARRIES
           10 REJ-ACCOUNT PIC X(4).                         *>ACCOUNT THE LINE CARRIES
           10 REJ-DC PIC X(1).                              *>'D' DEBIT / 'C' CREDIT
           10 REJ-AMOUNT PIC 9(8)V99.                       *>LINE AMOUNT
           10 REJ-REASON PIC X(20).                         *>WHY THE LINE CANNOT POST

       01 LEDGER-TABLE-CONTROLS.                            *>CONTROLS FOR THE ACCOUNT/PERIOD POSTING TABLE
         05 LDG-COUNT PIC 9(3) VALUE ZERO.                  *>ACCOUNT/PERIOD ROWS SEEN ON THE EXTRACT
         05 LDG-SUB PIC 9(3) VALUE ZERO.                    *>SUBSCRIPT USED WHEN WALKING THE TABLE
         05 LDG-FOUND-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE LINE'S ROW IS ALREADY TABLED

       01 LEDGER-TABLE.                                     *>ONE POSTING ROW PER ACCOUNT/PERIOD ON THE EXTRACT
         05 LEDGER-ENTRY OCCURS 500 TIMES.
           10 LDG-ACCOUNT PIC 9(4).                         *>ACCOUNT THE ROW POSTS TO
           10 LDG-PERIOD PIC 9(6).                          *>PERIOD (YYYYMM) THE ROW POSTS TO
           10 LDG-DR PIC 9(11)V99.                          *>TOTAL DEBITS
           10 LDG-CR PIC 9(11)V99.                          *>TOTAL CREDITS

       01 DEPOSIT-TIE-CONTROLS.                             *>CONTROLS FOR THE DEPOSIT LIABILITY TIE
         05 DEP-PRIOR-BALANCE PIC S9(10)V99 VALUE ZERO.     *>2500 BALANCE AT THE LAST RELEASE
         05 DEP-ACTIVITY PIC S9(10)V99 VALUE ZERO.          *>NET 2500 CREDITS LESS DEBITS ON THE EXTRACT
         05 DEP-EXPECTED PIC S9(10)V99 VALUE ZERO.          *>WHAT THE DEPOSIT MASTER SHOULD HOLD
         05 DEP-HELD-TOTAL PIC S9(10)V99 VALUE ZERO.        *>DEPOSITS AND INTEREST STILL HELD ON THE MASTER
         05 DEP-HELD-COUNT PIC 9(5) VALUE ZERO.             *>DEPOSITS STILL HELD
         05 DEP-TIE-SWITCH PIC X(3) VALUE 'YES'.            *>SET TO 'NO ' WHEN THE LIABILITY DOES NOT TIE

       01 SOURCE-TABLE-CONTROLS.                            *>CONTROLS FOR THE PER-SOURCE/DATE PROOF TABLE
         05 SRC-COUNT PIC 9(3) VALUE ZERO.                  *>SOURCE/DATE GROUPS SEEN ON THE EXTRACT
         05 GROUP-BAD-COUNT PIC 9(3) VALUE ZERO.            *>SOURCE/DATE GROUPS THAT FAILED A CHECK
         05 GRAND-DR PIC S9(11)V99 VALUE ZERO.              *>TOTAL DEBITS ACROSS EVERY SOURCE
         05 GRAND-CR PIC S9(11)V99 VALUE ZERO.              *>TOTAL CREDITS ACROSS EVERY SOURCE
         05 REJECT-LINE-COUNT PIC 9(5) VALUE ZERO.          *>EXTRACT LINES ON A BAD ACCOUNT OR A CLOSED PERIOD
         05 LEDGER-DROPPED-COUNT PIC 9(5) VALUE ZERO.       *>EXTRACT LINES PAST THE POSTING TABLE'S CAPACITY
         05 POSTED-ROW-COUNT PIC 9(5) VALUE ZERO.           *>ACCOUNT/PERIOD ROWS POSTED TO THE BALANCE MASTER
         05 SKIPPED-ROW-COUNT PIC 9(5) VALUE ZERO.          *>ROWS ALREADY POSTED BY TODAY'S RELEASE

       01 GLX-DATED-NAME PIC X(30).                         *>DATED NAME THE RELEASED EXTRACT ROLLS TO
       01 GLX-FIXED-NAME PIC X(30) VALUE 'glextract.txt'.   *>THE NAME THE SUBSYSTEMS APPEND THE EXTRACT UNDER
       01 PROOF-VERDICT-LINE.                               *>FINAL VERDICT LINE
         05 PRV-TEXT PIC X(60).                             *>ONE LINE THE OPERATOR CAN READ AT A GLANCE

       01 DEPOSIT-TIE-LINE.                                 *>ONE LINE OF THE DEPOSIT LIABILITY TIE
         05 DTL-LABEL PIC X(30).                            *>WHAT THE AMOUNT IS
         05 DTL-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.                  *>THE AMOUNT

       01 REJECT-HEADING.                                   *>COLUMN HEADER FOR THE REJECTED-LINE LISTING
         05 FILLER PIC X(12) VALUE 'SOURCE      '.          *>SOURCE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(8) VALUE 'DATE    '.               *>DATE COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(4) VALUE 'ACCT'.                   *>ACCOUNT COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(1) VALUE 'D'.                      *>DIRECTION COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(14) VALUE '        AMOUNT'.        *>AMOUNT COLUMN LABEL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR HEADER READABILITY
         05 FILLER PIC X(20) VALUE 'REASON'.                *>REASON COLUMN LABEL

       01 REJECT-DETAIL.                                    *>ONE LINE PER REJECTED EXTRACT LINE
         05 RJD-SOURCE PIC X(12).                           *>SOURCE PROGRAM NAME
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RJD-DATE PIC X(8).                              *>DATE THE LINE CARRIES
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RJD-ACCOUNT PIC X(4).                           *>ACCOUNT THE LINE CARRIES
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RJD-DC PIC X(1).                                *>'D' DEBIT / 'C' CREDIT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RJD-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.                  *>LINE AMOUNT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RJD-REASON PIC X(20).                           *>WHY THE LINE CANNOT POST

       01 DOTTED-LINE.                                      *>DOTTED LINE TO BOUND THE REPORT FOR READABILITY
         05 FILLER PIC X(70) VALUE ALL '-'.                 *>FULL-WIDTH RULE

       PREPARE-GL-PROOF.                                                  *>PROCEDURE TO PROVE THE GL EXTRACT AND RELEASE IT IF CLEAN
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE REPORT AND THE ROLL
           PERFORM LOAD-RUN-LOG-TABLE.                                    *>THE RUN-LOG IS THE CONTROL THE POSTINGS TIE BACK TO
           PERFORM LOAD-CLOSED-PERIOD.                                    *>NO POSTING MAY LAND IN A PERIOD MONTH-END HAS CLOSED
           PERFORM OPEN-LEDGER-FILES.                                     *>THE CHART AND THE BALANCE MASTER MUST BOTH BE THERE
           OPEN INPUT GL-EXTRACT-FILE.                                    *>OPEN THE EXTRACT THE SUBSYSTEMS APPENDED
           IF GLX-STATUS NOT = '00'                                       *>NO EXTRACT MEANS NOTHING POSTED - THERE IS NOTHING TO PROVE
               DISPLAY 'GLPROOF - NO GL EXTRACT TO PROVE, '
               END-READ
           END-PERFORM.
           CLOSE GL-EXTRACT-FILE.                                         *>DONE SWEEPING THE EXTRACT
           CLOSE CHART-FILE.                                              *>EVERY LINE'S ACCOUNT HAS BEEN CHECKED
           PERFORM JUDGE-ALL-SOURCES.                                     *>BALANCE AND RUN-LOG CHECK EVERY GROUP
           PERFORM PROVE-DEPOSIT-LIABILITY.                               *>TIE THE DEPOSIT LIABILITY TO THE DEPOSIT MASTER
           PERFORM WRITE-PROOF-REPORT.                                    *>PRINT THE PROOF FOR ACCOUNTING AND THE OPERATOR
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           IF FAILURE-SWITCH = 'YES'                                      *>A FAILED PROOF HOLDS THE EXTRACT BACK
                   'SEE GLPROOF.TXT'
               MOVE 8 TO RETURN-CODE                                      *>PAGE THE SCHEDULER
           ELSE                                                           *>A CLEAN PROOF RELEASES THE EXTRACT TO ACCOUNTING
               PERFORM POST-LEDGER-BALANCES                               *>POST IT TO THE BALANCE MASTER BEFORE THE ROLL
               PERFORM ROLL-GL-EXTRACT
               PERFORM SAVE-DEPOSIT-CONTROL                               *>THE TIED BALANCE IS THE NEXT PROOF'S STARTING POINT
           END-IF.
           CLOSE GL-BALANCE-FILE.                                         *>THE BALANCE MASTER IS UP TO DATE
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

               CLOSE RUN-LOG-FILE                                         *>DONE LOADING THE LOG
           END-IF.

       LOAD-CLOSED-PERIOD.                                                *>PROCEDURE PARAGRAPH TO LOAD THE LAST PERIOD MONTH-END CLOSED
           OPEN INPUT GL-PERIOD-FILE.                                     *>NO PERIOD FILE YET MEANS NO MONTH HAS BEEN
           IF GLP-STATUS = '00'                                           *>CLOSED, SO EVERY PERIOD IS STILL OPEN
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GLP-CLOSED-PERIOD TO LAST-CLOSED-PERIOD
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.

       OPEN-LEDGER-FILES.                                                 *>PROCEDURE PARAGRAPH TO OPEN THE CHART AND THE BALANCE MASTER
           OPEN INPUT CHART-FILE.                                         *>WITHOUT A CHART NO LINE CAN BE VALIDATED
           IF COA-STATUS NOT = '00'
               DISPLAY 'GLPROOF ABORTED - CHART OF ACCOUNTS '
                   'COAMAST.DAT COULD NOT BE OPENED, STATUS '
                   COA-STATUS
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE MISSING CHART
               STOP RUN
           END-IF.
           OPEN I-O GL-BALANCE-FILE.                                      *>OPEN THE BALANCE MASTER FOR UPDATE
           IF GLB-STATUS = '35'                                           *>THE VERY FIRST RELEASE CREATES IT
               OPEN OUTPUT GL-BALANCE-FILE
               CLOSE GL-BALANCE-FILE
               OPEN I-O GL-BALANCE-FILE
           END-IF.
           IF GLB-STATUS NOT = '00'                                       *>A RELEASE THAT COULD NOT POST WOULD BE LOST
               DISPLAY 'GLPROOF ABORTED - GL BALANCE MASTER '
                   'GLBAL.DAT COULD NOT BE OPENED, STATUS '
                   GLB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>-------------EXTRACT SWEEP------------------------------
       TALLY-ONE-GL-LINE.                                                 *>PROCEDURE PARAGRAPH TO ROLL ONE JOURNAL LINE INTO ITS GROUP
           IF GLX-AMOUNT IS NOT NUMERIC                                   *>A MANGLED LINE FAILS THE WHOLE PROOF - A LEDGER BUILT
               ADD 1 TO BAD-LINE-COUNT
               MOVE 'YES' TO FAILURE-SWITCH
           ELSE                                                           *>THE LINE IS USABLE - FIND OR CREATE ITS GROUP
               PERFORM EDIT-LINE-ACCOUNT                                  *>THE ACCOUNT MUST BE OPEN AND THE PERIOD NOT CLOSED
               IF LINE-REJECT-REASON NOT = SPACES                         *>A LINE THAT CANNOT POST HOLDS THE WHOLE EXTRACT
                   PERFORM REJECT-GL-LINE                                 *>BACK, BUT STILL COUNTS IN ITS SOURCE'S PROOF
               ELSE
                   PERFORM ADD-LINE-TO-LEDGER                             *>ROLL IT INTO ITS ACCOUNT/PERIOD POSTING
               END-IF
               IF GLX-ACCOUNT = 2500                                      *>CUSTOMER-DEPOSIT ACTIVITY FEEDS THE LIABILITY TIE
                   PERFORM ADD-LINE-TO-DEPOSITS
               END-IF
               MOVE 'NO ' TO SRC-FOUND-SWITCH
               PERFORM VARYING SRC-SUB FROM 1 BY 1
                       UNTIL SRC-SUB > SRC-COUNT
               ADD GLX-AMOUNT TO GRAND-CR
           END-IF.

       ADD-LINE-TO-DEPOSITS.                                              *>PROCEDURE PARAGRAPH TO ROLL THE CURRENT LINE INTO THE 2500 ACTIVITY
           IF GLX-DC = 'C'                                                *>A LIABILITY GROWS WITH CREDITS AND SHRINKS WITH DEBITS
               ADD GLX-AMOUNT TO DEP-ACTIVITY
           ELSE
               SUBTRACT GLX-AMOUNT FROM DEP-ACTIVITY
           END-IF.

       EDIT-LINE-ACCOUNT.                                                 *>PROCEDURE PARAGRAPH TO CHECK THE LINE CAN POST TO THE LEDGER
           MOVE SPACES TO LINE-REJECT-REASON.
           IF GLX-DATE IS NOT NUMERIC                                     *>NO PERIOD CAN BE TAKEN FROM A MANGLED DATE
               MOVE 'POSTING DATE INVALID' TO LINE-REJECT-REASON
           ELSE
               IF GLX-ACCOUNT IS NOT NUMERIC
                   MOVE 'ACCOUNT NOT NUMERIC' TO LINE-REJECT-REASON
               ELSE
                   MOVE GLX-DATE (1:6) TO LINE-PERIOD                     *>THE LINE POSTS TO THE MONTH OF ITS RUN DATE
                   MOVE GLX-ACCOUNT TO COA-ACCOUNT
                   READ CHART-FILE                                        *>THE ACCOUNT MUST BE ON THE CHART AND STILL ACTIVE
                       INVALID KEY
                           MOVE 'ACCOUNT NOT ON CHART'
                               TO LINE-REJECT-REASON
                       NOT INVALID KEY
                           IF COA-ACTIVE-FLAG NOT = 'A'
                               MOVE 'ACCOUNT INACTIVE'
                                   TO LINE-REJECT-REASON
                           END-IF
                   END-READ
                   IF LINE-REJECT-REASON = SPACES                         *>A LATE POSTING TO A CLOSED MONTH WOULD CHANGE
                   AND LINE-PERIOD NOT > LAST-CLOSED-PERIOD               *>A TRIAL BALANCE ALREADY HANDED OVER
                       MOVE 'PERIOD CLOSED' TO LINE-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       REJECT-GL-LINE.                                                    *>PROCEDURE PARAGRAPH TO HOLD A LINE THAT CANNOT POST
           ADD 1 TO REJECT-LINE-COUNT.
           MOVE 'YES' TO FAILURE-SWITCH.                                  *>THE EXTRACT IS RELEASED WHOLE OR NOT AT ALL
           IF REJ-COUNT < 50                                              *>LIST IT FOR THE REPORT WHILE THERE IS ROOM
               ADD 1 TO REJ-COUNT
               MOVE GLX-SOURCE TO REJ-SOURCE (REJ-COUNT)
               MOVE GLX-DATE TO REJ-DATE (REJ-COUNT)
               MOVE GLX-ACCOUNT TO REJ-ACCOUNT (REJ-COUNT)
               MOVE GLX-DC TO REJ-DC (REJ-COUNT)
               MOVE GLX-AMOUNT TO REJ-AMOUNT (REJ-COUNT)
               MOVE LINE-REJECT-REASON TO REJ-REASON (REJ-COUNT)
           ELSE
               ADD 1 TO REJ-UNLISTED-COUNT
           END-IF.

       ADD-LINE-TO-LEDGER.                                                *>PROCEDURE PARAGRAPH TO ROLL THE CURRENT LINE INTO ITS ACCOUNT/PERIOD ROW
           MOVE 'NO ' TO LDG-FOUND-SWITCH.
           PERFORM VARYING LDG-SUB FROM 1 BY 1
                   UNTIL LDG-SUB > LDG-COUNT
               IF LDG-ACCOUNT (LDG-SUB) = GLX-ACCOUNT
               AND LDG-PERIOD (LDG-SUB) = LINE-PERIOD
                   PERFORM ADD-LINE-TO-LEDGER-ROW
                   MOVE 'YES' TO LDG-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF LDG-FOUND-SWITCH = 'NO '
               IF LDG-COUNT < 500
                   ADD 1 TO LDG-COUNT                                     *>START A ROW FOR THE NEW ACCOUNT/PERIOD
                   MOVE GLX-ACCOUNT TO LDG-ACCOUNT (LDG-COUNT)
                   MOVE LINE-PERIOD TO LDG-PERIOD (LDG-COUNT)
                   MOVE ZERO TO LDG-DR (LDG-COUNT)
                   MOVE ZERO TO LDG-CR (LDG-COUNT)
                   MOVE LDG-COUNT TO LDG-SUB
                   PERFORM ADD-LINE-TO-LEDGER-ROW
               ELSE                                                       *>THE TABLE IS FULL - THIS LINE COULD NOT BE POSTED,
                   ADD 1 TO LEDGER-DROPPED-COUNT                          *>SO THE EXTRACT MUST NOT BE RELEASED
                   MOVE 'YES' TO FAILURE-SWITCH
               END-IF
           END-IF.

       ADD-LINE-TO-LEDGER-ROW.                                            *>PROCEDURE PARAGRAPH TO ROLL THE CURRENT LINE INTO ROW LDG-SUB
           IF GLX-DC = 'D'
               ADD GLX-AMOUNT TO LDG-DR (LDG-SUB)
           ELSE
               ADD GLX-AMOUNT TO LDG-CR (LDG-SUB)
           END-IF.

           *>-------------PER-SOURCE JUDGEMENT------------------------------
       JUDGE-ALL-SOURCES.                                                 *>PROCEDURE PARAGRAPH TO BALANCE AND TIE BACK EVERY GROUP
           PERFORM VARYING SRC-SUB FROM 1 BY 1                            *>ONE GROUP PER PASS
               END-IF
           END-PERFORM.

           *>-------------DEPOSIT LIABILITY TIE------------------------------
       PROVE-DEPOSIT-LIABILITY.                                           *>PROCEDURE PARAGRAPH TO TIE ACCOUNT 2500 TO THE DEPOSIT MASTER
           OPEN INPUT DEP-CONTROL-FILE.                                   *>NO CONTROL YET MEANS NOTHING HAS BEEN RELEASED -
           IF DCTL-STATUS = '00'                                          *>THE LIABILITY STARTS FROM ZERO
               READ DEP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCTL-BALANCE TO DEP-PRIOR-BALANCE
               END-READ
               CLOSE DEP-CONTROL-FILE
           END-IF.
           OPEN INPUT SECURITY-DEP-FILE.                                  *>SUM EVERY DEPOSIT STILL OWED BACK TO A CUSTOMER
           IF SDEP-STATUS = '00'
               PERFORM UNTIL SDEP-EOF-SWITCH = 'YES'
                   READ SECURITY-DEP-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO SDEP-EOF-SWITCH
                       NOT AT END
                           IF SDEP-HOLD-FLAG = 'H'                        *>CREDITED AND APPLIED DEPOSITS HAVE LEFT THE LIABILITY
                               ADD SDEP-AMOUNT SDEP-INTEREST
                                   TO DEP-HELD-TOTAL
                               ADD 1 TO DEP-HELD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-DEP-FILE
           ELSE                                                           *>NO MASTER YET HOLDS NOTHING - ANY 2500 ACTIVITY
               DISPLAY 'GLPROOF WARNING - NO DEPOSIT MASTER, '            *>THEN FAILS THE TIE VISIBLY
                   'STATUS ' SDEP-STATUS
           END-IF.
           COMPUTE DEP-EXPECTED = DEP-PRIOR-BALANCE + DEP-ACTIVITY.
           IF DEP-EXPECTED NOT = DEP-HELD-TOTAL                           *>A DEPOSIT MOVED WITHOUT ITS POSTING, OR A POSTING
               MOVE 'NO ' TO DEP-TIE-SWITCH                               *>WITHOUT ITS DEPOSIT, HOLDS THE EXTRACT BACK
               MOVE 'YES' TO FAILURE-SWITCH
           END-IF.

       WRITE-DEPOSIT-TIE.                                                 *>PROCEDURE PARAGRAPH TO PRINT THE DEPOSIT LIABILITY TIE
           MOVE 'DEPOSIT LIABILITY TIE (2500)' TO PRV-TEXT.
           MOVE PROOF-VERDICT-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'BALANCE AT LAST RELEASE' TO DTL-LABEL.
           MOVE DEP-PRIOR-BALANCE TO DTL-AMOUNT.
           MOVE DEPOSIT-TIE-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'EXTRACT ACTIVITY' TO DTL-LABEL.
           MOVE DEP-ACTIVITY TO DTL-AMOUNT.
           MOVE DEPOSIT-TIE-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'EXPECTED BALANCE' TO DTL-LABEL.
           MOVE DEP-EXPECTED TO DTL-AMOUNT.
           MOVE DEPOSIT-TIE-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'HELD ON DEPOSIT MASTER' TO DTL-LABEL.
           MOVE DEP-HELD-TOTAL TO DTL-AMOUNT.
           MOVE DEPOSIT-TIE-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           IF DEP-TIE-SWITCH = 'YES'
               MOVE 'DEPOSIT LIABILITY TIES' TO PRV-TEXT
           ELSE
               MOVE 'DEPOSIT LIABILITY OUT OF TIE' TO PRV-TEXT
           END-IF.
           MOVE PROOF-VERDICT-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE DOTTED-LINE TO PROOF-LINE.                                *>RULE BEFORE THE VERDICT
           WRITE PROOF-LINE.

           *>-------------PROOF REPORT------------------------------
       WRITE-PROOF-REPORT.                                                *>PROCEDURE PARAGRAPH TO PRINT THE PROOF FOR ACCOUNTING
           OPEN OUTPUT PROOF-REPORT-FILE.                                 *>START THE PROOF OVER EACH RUN
               MOVE PROOF-DETAIL TO PROOF-LINE
               WRITE PROOF-LINE
           END-PERFORM.
           MOVE DOTTED-LINE TO PROOF-LINE.                                *>RULE BEFORE THE DEPOSIT TIE
           WRITE PROOF-LINE.
           PERFORM WRITE-DEPOSIT-TIE.                                     *>SHOW HOW THE DEPOSIT LIABILITY TIED
           IF BAD-LINE-COUNT > 0                                          *>MANGLED LINES GET THEIR OWN CALL-OUT
               MOVE SPACES TO PRV-TEXT
               STRING 'UNUSABLE EXTRACT LINES: ' DELIMITED BY SIZE
               MOVE PROOF-VERDICT-LINE TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.
           IF LEDGER-DROPPED-COUNT > 0                                    *>AND SO DO LINES THE FULL POSTING TABLE COULD NOT TAKE
               MOVE SPACES TO PRV-TEXT
               STRING 'UNPOSTED LINES - LEDGER TABLE FULL: '
                          DELIMITED BY SIZE
                      LEDGER-DROPPED-COUNT DELIMITED BY SIZE
                      INTO PRV-TEXT
               MOVE PROOF-VERDICT-LINE TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.
           IF REJECT-LINE-COUNT > 0                                       *>LIST EVERY LINE THE CHART OR THE CLOSE REFUSED
               PERFORM WRITE-REJECTED-LINES
           END-IF.
           IF FAILURE-SWITCH = 'YES'                                      *>ONE FINAL LINE THE OPERATOR CAN READ AT A GLANCE
               MOVE 'PROOF FAILED - EXTRACT HELD, SEE LINES ABOVE'
                   TO PRV-TEXT
           WRITE PROOF-LINE.                                              *>WRITE THE VERDICT LINE
           CLOSE PROOF-REPORT-FILE.                                       *>THE PROOF IS COMPLETE

       WRITE-REJECTED-LINES.                                              *>PROCEDURE PARAGRAPH TO PRINT THE LINES THAT CANNOT POST
           MOVE SPACES TO PRV-TEXT.
           STRING 'REJECTED EXTRACT LINES: ' DELIMITED BY SIZE
                  REJECT-LINE-COUNT DELIMITED BY SIZE
                  INTO PRV-TEXT.
           MOVE PROOF-VERDICT-LINE TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE REJECT-HEADING TO PROOF-LINE.
           WRITE PROOF-LINE.
           PERFORM VARYING REJ-SUB FROM 1 BY 1                            *>ONE LINE PER LISTED REJECT
                   UNTIL REJ-SUB > REJ-COUNT
               MOVE REJ-SOURCE (REJ-SUB) TO RJD-SOURCE
               MOVE REJ-DATE (REJ-SUB) TO RJD-DATE
               MOVE REJ-ACCOUNT (REJ-SUB) TO RJD-ACCOUNT
               MOVE REJ-DC (REJ-SUB) TO RJD-DC
               MOVE REJ-AMOUNT (REJ-SUB) TO RJD-AMOUNT
               MOVE REJ-REASON (REJ-SUB) TO RJD-REASON
               MOVE REJECT-DETAIL TO PROOF-LINE
               WRITE PROOF-LINE
           END-PERFORM.
           IF REJ-UNLISTED-COUNT > 0                                      *>SAY HOW MANY MORE THERE WERE THAN THE LISTING HOLDS
               MOVE SPACES TO PRV-TEXT
               STRING 'REJECTED LINES NOT LISTED: ' DELIMITED BY SIZE
                      REJ-UNLISTED-COUNT DELIMITED BY SIZE
                      INTO PRV-TEXT
               MOVE PROOF-VERDICT-LINE TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG -
           OPEN EXTEND RUN-LOG-FILE.                                      *>THIS RUN GATES THE EXTRACT'S RELEASE, SO THE LOG MUST SHOW IT RAN
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE LINE-COUNT TO RLOG-INPUT-COUNT.                           *>RECORD HOW MANY EXTRACT LINES WERE READ
           MOVE GROUP-OK-COUNT TO RLOG-GOOD-COUNT.                        *>RECORD HOW MANY SOURCE/DATE GROUPS PROVED CLEAN
           COMPUTE RLOG-BAD-COUNT =                                       *>FAILED GROUPS AND UNUSABLE/UNPROVED/REJECTED LINES
               GROUP-BAD-COUNT + BAD-LINE-COUNT                           *>ARE THIS RUN'S BAD BUCKET
               + DROPPED-LINE-COUNT + REJECT-LINE-COUNT
               + LEDGER-DROPPED-COUNT.
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------

           *>-------------BALANCE MASTER POSTING------------------------------
       POST-LEDGER-BALANCES.                                              *>PROCEDURE PARAGRAPH TO POST THE RELEASED LINES BY ACCOUNT AND PERIOD
           PERFORM VARYING LDG-SUB FROM 1 BY 1                            *>ONE ACCOUNT/PERIOD ROW PER PASS
                   UNTIL LDG-SUB > LDG-COUNT
               MOVE LDG-ACCOUNT (LDG-SUB) TO GLB-ACCOUNT
               MOVE LDG-PERIOD (LDG-SUB) TO GLB-PERIOD
               READ GL-BALANCE-FILE
                   INVALID KEY                                            *>FIRST POSTING TO THE ACCOUNT IN THE PERIOD
                       MOVE LDG-DR (LDG-SUB) TO GLB-PERIOD-DR
                       MOVE LDG-CR (LDG-SUB) TO GLB-PERIOD-CR
                       MOVE RUN-DATE TO GLB-LAST-POST-DATE
                       WRITE GL-BALANCE-RECORD
                       ADD 1 TO POSTED-ROW-COUNT
                   NOT INVALID KEY
                       IF GLB-LAST-POST-DATE = RUN-DATE                   *>ONE RELEASE A DAY - A RERUN AFTER A FAILED ROLL
                           ADD 1 TO SKIPPED-ROW-COUNT                     *>MUST NOT POST THE SAME EXTRACT TWICE
                       ELSE
                           ADD LDG-DR (LDG-SUB) TO GLB-PERIOD-DR
                           ADD LDG-CR (LDG-SUB) TO GLB-PERIOD-CR
                           MOVE RUN-DATE TO GLB-LAST-POST-DATE
                           REWRITE GL-BALANCE-RECORD
                           ADD 1 TO POSTED-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF SKIPPED-ROW-COUNT > 0                                       *>TELL THE OPERATOR WHAT WAS NOT POSTED AGAIN
               DISPLAY 'GLPROOF WARNING - ' SKIPPED-ROW-COUNT
                   ' ACCOUNT/PERIOD ROWS ALREADY POSTED TODAY,'
                   ' NOT POSTED AGAIN'
           END-IF.

           *>-------------RELEASED-EXTRACT ROLL------------------------------
       ROLL-GL-EXTRACT.                                                   *>PROCEDURE PARAGRAPH TO ROLL THE PROVEN EXTRACT TO ITS DATED NAME
           MOVE SPACES TO GLX-DATED-NAME.                                 *>GLEXTRACT-YYYYMMDD.TXT - THE RELEASED FILE ACCOUNTING
           MOVE GLX-DATED-NAME TO GREG-FILE-NAME.
           WRITE GEN-REG-LINE.
           CLOSE GEN-REG-FILE.

       SAVE-DEPOSIT-CONTROL.                                              *>PROCEDURE PARAGRAPH TO CARRY THE TIED LIABILITY FORWARD
           OPEN OUTPUT DEP-CONTROL-FILE.                                  *>REPLACE THE PRIOR RELEASE'S BALANCE
           MOVE RUN-DATE TO DCTL-DATE.
           MOVE DEP-HELD-TOTAL TO DCTL-BALANCE.
           WRITE DEP-CONTROL-LINE.
           CLOSE DEP-CONTROL-FILE.
