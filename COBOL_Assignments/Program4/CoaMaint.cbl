       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoaMaint.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> CHART-OF-ACCOUNTS MAINTENANCE - APPLIES ADD/CHANGE/
       *> INACTIVATE TRANSACTIONS TO THE CHART MASTER KEYED BY GL
       *> ACCOUNT NUMBER AND PRINTS AN AUDIT LISTING OF EVERY CHANGE.
       *> GLPROOF HOLDS BACK ANY EXTRACT POSTING TO AN ACCOUNT THAT
       *> IS NOT ON THE CHART OR HAS BEEN INACTIVATED. ACCOUNTS ARE
       *> NEVER DELETED - THE LEDGER'S HISTORY STILL NAMES THEM
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COA-TRAN-FILE ASSIGN TO 'coatran.txt'
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS COAT-STATUS.
        SELECT CHART-FILE ASSIGN TO 'coamast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS COA-ACCOUNT
                        FILE STATUS IS COA-STATUS.
        SELECT AUDIT-FILE ASSIGN TO 'coaaudit.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD COA-TRAN-FILE                        *>FILE DESCRIPTION FOR THE CHART MAINTENANCE TRANSACTIONS
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS COA-TRAN-IN.
       01 COA-TRAN-IN.                         *>ONE MAINTENANCE TRANSACTION PER RECORD
         05 COAT-ACTION PIC X(1).              *>'A' ADD, 'C' CHANGE, 'D' INACTIVATE
         05 COAT-ACCOUNT PIC 9(4).             *>GL ACCOUNT NUMBER
         05 COAT-NAME PIC X(24).               *>ACCOUNT NAME FOR THE TRIAL BALANCE
         05 COAT-TYPE PIC X(1).                *>'A' ASSET, 'L' LIABILITY, 'Q' EQUITY, 'R' REVENUE, 'E' EXPENSE

       FD  CHART-FILE                          *>FILE DESCRIPTION FOR THE CHART OF ACCOUNTS KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 38 CHARACTERS
                  DATA RECORD IS CHART-RECORD.
       01 CHART-RECORD.                        *>ONE RECORD PER GL ACCOUNT EVER OPENED
         05 COA-ACCOUNT PIC 9(4).              *>COA-ACCOUNT IS THE RECORD KEY
         05 COA-NAME PIC X(24).                *>ACCOUNT NAME FOR THE TRIAL BALANCE
         05 COA-TYPE PIC X(1).                 *>'A' ASSET, 'L' LIABILITY, 'Q' EQUITY, 'R' REVENUE, 'E' EXPENSE
         05 COA-ACTIVE-FLAG PIC X(1).          *>'A' ACTIVE - TAKES POSTINGS, 'I' INACTIVE - REJECTS THEM
         05 COA-CHANGE-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE ACCOUNT WAS LAST ADDED OR CHANGED

       FD  AUDIT-FILE                          *>FILE DESCRIPTION FOR THE MAINTENANCE AUDIT LISTING
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE PIC X(80).                *>AUDIT-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD RUN-LOG-FILE                         *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.                        *>ONE LINE PER PROGRAM RUN APPENDED TO RUNLOG.TXT
         05 RLOG-PROGRAM PIC X(12).            *>PROGRAM NAME THAT PRODUCED THE ENTRY
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-DATE PIC X(8).                *>RUN DATE IN YYYYMMDD FORMAT
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-INPUT-COUNT PIC ZZZZ9.        *>COUNT OF TRANSACTIONS READ THIS RUN
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-GOOD-COUNT PIC ZZZZ9.         *>COUNT OF TRANSACTIONS APPLIED
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF TRANSACTIONS REJECTED

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 COAT-STATUS PIC XX.                               *>FILE STATUS CODE FOR COA-TRAN-FILE I/O
       01 COA-STATUS PIC XX.                                *>FILE STATUS CODE FOR CHART-FILE I/O
       01 COAT-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE LAST TRANSACTION HAS BEEN READ
       01 COA-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE TRANSACTION'S ACCOUNT IS ON FILE
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) FOR THE AUDIT AND THE RUN-LOG
       01 COA-ERROR-REASON PIC X(40) VALUE SPACES.          *>WHY A TRANSACTION'S TERMS WERE REFUSED, BLANK WHEN GOOD

       01 RUN-TOTALS.                                       *>CONTROL TOTALS FOR THE RUN-LOG ENTRY
         05 TOTAL-INPUT-COUNT PIC 9(5) VALUE ZERO.          *>TRANSACTIONS READ
         05 APPLIED-COUNT PIC 9(5) VALUE ZERO.              *>TRANSACTIONS APPLIED TO THE CHART
         05 REJECTED-COUNT PIC 9(5) VALUE ZERO.             *>TRANSACTIONS REFUSED

       01 AUDIT-DETAIL.                                     *>ONE AUDIT LINE PER TRANSACTION
         05 AUD-DATE PIC 9(8).                              *>RUN DATE THE TRANSACTION WAS WORKED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 AUD-ACTION PIC X(1).                            *>ACTION CODE AS KEYED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 AUD-ACCOUNT PIC X(4).                           *>ACCOUNT AS KEYED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 AUD-NAME PIC X(24).                             *>ACCOUNT NAME AS KEYED
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 AUD-RESULT PIC X(35).                           *>WHAT WAS DONE WITH THE TRANSACTION

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       PROCESS-COA-MAINT.                                                 *>PROCEDURE TO APPLY EVERY CHART TRANSACTION TO THE MASTER
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE AUDIT AND THE RUN-LOG
           OPEN INPUT COA-TRAN-FILE.                                      *>OPEN THE TRANSACTIONS KEYED FOR THIS RUN
           IF COAT-STATUS NOT = '00'                                      *>NO TRANSACTION FILE MEANS THERE IS NOTHING TO APPLY
               DISPLAY 'COAMAINT - NO TRANSACTION FILE TO APPLY, '
                   'STATUS ' COAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHART-FILE.                                           *>OPEN THE CHART FOR UPDATE
           IF COA-STATUS = '35'                                           *>THE VERY FIRST RUN CREATES THE CHART
               OPEN OUTPUT CHART-FILE
               CLOSE CHART-FILE
               OPEN I-O CHART-FILE
           END-IF.
           OPEN OUTPUT AUDIT-FILE.                                        *>START THE AUDIT LISTING OVER EACH RUN
           PERFORM UNTIL COAT-EOF-SWITCH = 'YES'                          *>ONE TRANSACTION PER PASS
               READ COA-TRAN-FILE                                         *>READ THE NEXT TRANSACTION
                   AT END                                                 *>CONDITION TO FIND EOF
                       MOVE 'YES' TO COAT-EOF-SWITCH                      *>EVERY TRANSACTION HAS BEEN WORKED
                   NOT AT END                                             *>A TRANSACTION WAS READ
                       ADD 1 TO TOTAL-INPUT-COUNT                         *>COUNT IT FOR THE RUN-LOG
                       PERFORM PROCESS-COA-TRAN                           *>APPLY IT TO THE CHART
               END-READ
           END-PERFORM.
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           CLOSE COA-TRAN-FILE                                            *>DONE WITH EVERY FILE
                 CHART-FILE
                 AUDIT-FILE.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

           *>-------------TRANSACTION DISPATCH------------------------------
       PROCESS-COA-TRAN.                                                  *>PROCEDURE PARAGRAPH TO APPLY ONE TRANSACTION TO THE CHART
           IF COAT-ACCOUNT IS NOT NUMERIC                                 *>A MANGLED ACCOUNT CAN NEVER BE LOOKED UP
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - ACCOUNT NOT NUMERIC' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM READ-CHART-RECORD                                  *>FIND OUT WHETHER THE ACCOUNT IS ALREADY ON FILE
               EVALUATE COAT-ACTION
                   WHEN 'A'
                       PERFORM ADD-ACCOUNT
                   WHEN 'C'
                       PERFORM CHANGE-ACCOUNT
                   WHEN 'D'
                       PERFORM INACTIVATE-ACCOUNT
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'REJECTED - INVALID ACTION CODE'
                           TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
               END-EVALUATE
           END-IF.

           *>-------------CHART UPDATES------------------------------
       ADD-ACCOUNT.                                                       *>PROCEDURE PARAGRAPH TO OPEN A NEW ACCOUNT
           IF COA-FOUND-SWITCH = 'YES'                                    *>AN ACTIVE ACCOUNT CANNOT BE OPENED TWICE
           AND COA-ACTIVE-FLAG = 'A'
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - ACCOUNT ALREADY ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-ACCOUNT-TERMS
               IF COA-ERROR-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   MOVE COA-ERROR-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE COAT-NAME TO COA-NAME
                   MOVE COAT-TYPE TO COA-TYPE
                   MOVE 'A' TO COA-ACTIVE-FLAG
                   MOVE RUN-DATE TO COA-CHANGE-DATE
                   IF COA-FOUND-SWITCH = 'YES'                            *>AN INACTIVE ACCOUNT IS REOPENED UNDER ITS OLD NUMBER
                       REWRITE CHART-RECORD
                       MOVE 'REACTIVATED' TO AUD-RESULT
                   ELSE
                       MOVE COAT-ACCOUNT TO COA-ACCOUNT
                       WRITE CHART-RECORD
                       MOVE 'ADDED' TO AUD-RESULT
                   END-IF
                   ADD 1 TO APPLIED-COUNT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       CHANGE-ACCOUNT.                                                    *>PROCEDURE PARAGRAPH TO RENAME OR RETYPE AN ACCOUNT
           IF COA-FOUND-SWITCH = 'NO '                                    *>THE NAME AND TYPE ARE KEYED AGAIN IN FULL
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - ACCOUNT NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-ACCOUNT-TERMS
               IF COA-ERROR-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   MOVE COA-ERROR-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE COAT-NAME TO COA-NAME
                   MOVE COAT-TYPE TO COA-TYPE
                   MOVE RUN-DATE TO COA-CHANGE-DATE
                   REWRITE CHART-RECORD
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'CHANGED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       INACTIVATE-ACCOUNT.                                                *>PROCEDURE PARAGRAPH TO CLOSE AN ACCOUNT TO NEW POSTINGS -
           IF COA-FOUND-SWITCH = 'NO '                                    *>THE RECORD STAYS SO ITS BALANCES STILL HAVE A NAME
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - ACCOUNT NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               IF COA-ACTIVE-FLAG = 'I'
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - ACCOUNT ALREADY INACTIVE'
                       TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE 'I' TO COA-ACTIVE-FLAG
                   MOVE RUN-DATE TO COA-CHANGE-DATE
                   REWRITE CHART-RECORD
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'INACTIVATED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       EDIT-ACCOUNT-TERMS.                                                *>PROCEDURE PARAGRAPH TO CHECK THE KEYED NAME AND TYPE
           MOVE SPACES TO COA-ERROR-REASON.
           IF COAT-NAME = SPACES                                          *>THE TRIAL BALANCE NEEDS SOMETHING TO PRINT
               MOVE 'REJECTED - ACCOUNT NAME MISSING'
                   TO COA-ERROR-REASON
           ELSE
               IF COAT-TYPE NOT = 'A' AND COAT-TYPE NOT = 'L'
               AND COAT-TYPE NOT = 'Q' AND COAT-TYPE NOT = 'R'
               AND COAT-TYPE NOT = 'E'
                   MOVE 'REJECTED - INVALID ACCOUNT TYPE'
                       TO COA-ERROR-REASON
               END-IF
           END-IF.

       READ-CHART-RECORD.                                                 *>PROCEDURE PARAGRAPH TO LOOK THE TRANSACTION'S ACCOUNT UP
           MOVE 'NO ' TO COA-FOUND-SWITCH.
           MOVE COAT-ACCOUNT TO COA-ACCOUNT.
           READ CHART-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO COA-FOUND-SWITCH
           END-READ.

           *>-------------AUDIT LISTING------------------------------
       WRITE-AUDIT-LINE.                                                  *>PROCEDURE PARAGRAPH TO LIST ONE TRANSACTION AND ITS RESULT
           MOVE RUN-DATE TO AUD-DATE.
           MOVE COAT-ACTION TO AUD-ACTION.
           MOVE COAT-ACCOUNT TO AUD-ACCOUNT.
           MOVE COAT-NAME TO AUD-NAME.
           MOVE AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN THE RUN-LOG FOR APPENDING
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE 'COAMAINT' TO RLOG-PROGRAM.                               *>RECORD WHICH PROGRAM PRODUCED THIS ENTRY
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.                    *>RECORD HOW MANY TRANSACTIONS WERE READ
           MOVE APPLIED-COUNT TO RLOG-GOOD-COUNT.                         *>RECORD HOW MANY WERE APPLIED
           MOVE REJECTED-COUNT TO RLOG-BAD-COUNT.                         *>RECORD HOW MANY WERE REFUSED
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------
