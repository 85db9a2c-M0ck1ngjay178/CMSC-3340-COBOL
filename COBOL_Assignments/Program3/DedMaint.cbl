      *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DedMaint.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> EMPLOYEE DEDUCTION MAINTENANCE - APPLIES ADD/CHANGE/DELETE
       *> TRANSACTIONS TO THE DEDUCTION MASTER KEYED BY EMPLOYEE ID
       *> AND DEDUCTION CODE AND PRINTS AN AUDIT LISTING OF EVERY
       *> CHANGE. THE PAYROLL RUN TAKES WHATEVER IS ON FILE.
       *>---------------------------------------------------

       environment division.
       INPUT-OUTPUT SECTION.
       *> File Declarations
       FILE-CONTROL.
           SELECT DED-TRAN-FILE    ASSIGN TO 'dedtran.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTRAN-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO 'dedmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS DMAST-STATUS.
           SELECT EMPLOYEE-MASTER  ASSIGN TO 'empmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMAST-STATUS.
           SELECT DED-CODE-FILE    ASSIGN TO 'dedcodes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCODE-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO 'dedaudit.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE     ASSIGN TO 'runlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       *> File descriptions
       FD DED-TRAN-FILE
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS DED-TRAN-IN.
       01 DED-TRAN-IN.
               08 DTRAN-ACTION PIC X(1).       *>A = ADD, C = CHANGE, D = DELETE
               08 DTRAN-EMP-ID PIC 9(5).       *>EMPLOYEE THE DEDUCTION IS TAKEN FROM
               08 DTRAN-CODE   PIC X(4).       *>DEDUCTION CODE, AS ON DEDCODES.TXT
               08 DTRAN-METHOD PIC X(1).       *>'F' FLAT AMOUNT, 'P' PERCENT
               08 DTRAN-AMOUNT PIC 9(5)V99.    *>FLAT AMOUNT PER CHECK
               08 DTRAN-PERCENT PIC 9(2)V99.   *>PERCENT OF GROSS (OF DISPOSABLE, ON A GARNISHMENT)
               08 DTRAN-CHECK-LIMIT PIC 9(5)V99. *>MOST TAKEN FROM ONE CHECK, ZERO FOR NO LIMIT
               08 DTRAN-ANNUAL-LIMIT PIC 9(7)V99. *>MOST TAKEN IN A CALENDAR YEAR, ZERO FOR NO LIMIT
               08 DTRAN-START-DATE PIC 9(8).   *>FIRST CHECK DATE (YYYYMMDD) IT IS TAKEN ON
               08 DTRAN-STOP-DATE PIC 9(8).    *>LAST CHECK DATE IT IS TAKEN ON, ZERO FOR OPEN-ENDED
               08 DTRAN-PAYEE  PIC X(20).      *>WHO A GARNISHMENT IS REMITTED TO
               08 DTRAN-CASE-NO PIC X(12).     *>COURT OR AGENCY CASE NUMBER OF THE ORDER

       FD DEDUCTION-MASTER
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS DEDUCTION-MASTER-REC.
       01 DEDUCTION-MASTER-REC.
           05 DM-KEY.                          *>DM-KEY IS THE RECORD KEY
               10 DM-EMP-ID PIC 9(5).          *>EMPLOYEE THE DEDUCTION IS TAKEN FROM
               10 DM-CODE   PIC X(4).          *>DEDUCTION CODE
           05 DM-METHOD    PIC X(1).           *>'F' FLAT AMOUNT, 'P' PERCENT
           05 DM-AMOUNT    PIC 9(5)V99.        *>FLAT AMOUNT PER CHECK
           05 DM-PERCENT   PIC 9(2)V99.        *>PERCENT OF GROSS (OF DISPOSABLE, ON A GARNISHMENT)
           05 DM-CHECK-LIMIT PIC 9(5)V99.      *>MOST TAKEN FROM ONE CHECK, ZERO FOR NO LIMIT
           05 DM-ANNUAL-LIMIT PIC 9(7)V99.     *>MOST TAKEN IN A CALENDAR YEAR, ZERO FOR NO LIMIT
           05 DM-START-DATE PIC 9(8).          *>FIRST CHECK DATE (YYYYMMDD) IT IS TAKEN ON
           05 DM-STOP-DATE PIC 9(8).           *>LAST CHECK DATE IT IS TAKEN ON, ZERO FOR OPEN-ENDED
           05 DM-PAYEE     PIC X(20).          *>WHO A GARNISHMENT IS REMITTED TO
           05 DM-CASE-NO   PIC X(12).          *>COURT OR AGENCY CASE NUMBER OF THE ORDER

       *>Read only, to be sure a deduction belongs to someone real
       FD EMPLOYEE-MASTER
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           05 EM-EMP-ID    PIC 9(5).           *>EM-EMP-ID IS THE RECORD KEY
           05 EM-FNAME     PIC X(10).          *>EMPLOYEE FIRST NAME
           05 EM-LNAME     PIC X(15).          *>EMPLOYEE LAST NAME
           05 FILLER       PIC X(39).          *>WAGE, STATUS, BANK AND W-4 - NOT USED HERE

       *>The deduction codes the payroll run knows -- what class each
       *>is, the liability account it posts to, and its stub label
       FD DED-CODE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS DED-CODE-LINE.
       01 DED-CODE-LINE.
           05 DC-CODE      PIC X(4).           *>DEDUCTION CODE
           05 DC-CLASS     PIC X(1).           *>'P' PRE-TAX, 'A' AFTER-TAX, 'G' GARNISHMENT
           05 DC-GL-ACCOUNT PIC 9(4).          *>LIABILITY ACCOUNT THE DEDUCTION POSTS TO
           05 DC-DESC      PIC X(14).          *>LABEL PRINTED ON THE PAY STUB

       FD AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE PIC X(80).

       FD RUN-LOG-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.
           05 RLOG-PROGRAM PIC X(12).
           05 FILLER PIC X(2).
           05 RLOG-DATE PIC X(8).
           05 FILLER PIC X(2).
           05 RLOG-INPUT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 RLOG-GOOD-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2).
           05 RLOG-BAD-COUNT PIC ZZZZ9.


       WORKING-STORAGE SECTION.
       *>File status and end-of-file state
       01  DTRAN-STATUS PIC XX.
       01  DMAST-STATUS PIC XX.
       01  EMAST-STATUS PIC XX.
       01  DCODE-STATUS PIC XX.
       01  DTRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  DCODE-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  DMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  EMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.

       *>The deduction codes on file, and the class of the one the
       *>transaction names
       01  DED-CODE-TABLE.
           05 DED-CODE-COUNT PIC 99 VALUE ZERO.
           05 DED-CODE-ENTRY OCCURS 20 TIMES.
               10 DCT-CODE PIC X(4).
               10 DCT-CLASS PIC X(1).
       01  DED-CODE-SUB PIC 99 VALUE ZERO.
       01  DED-CLASS-WORK PIC X(1) VALUE SPACE.

       *>Run-log control totals
       01  APPLIED-COUNT     PIC 9(5) VALUE ZEROS.
       01  REJECTED-COUNT    PIC 9(5) VALUE ZEROS.
       01  TOTAL-INPUT-COUNT PIC 9(5) VALUE ZEROS.
       01  RUN-LOG-PROGRAM-NAME PIC X(12) VALUE 'DEDMAINT'.
       01  RUN-DATE          PIC 9(8).

       *>Reason a transaction's deduction terms were refused, blank
       *>when they are good
       01  DED-ERROR-REASON  PIC X(32) VALUE SPACES.

       *>Audit listing line
       01  AUDIT-DETAIL.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-EMP-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-RESULT PIC X(40).


       PROCEDURE DIVISION.
       PROCESS-DED-MAINT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           OPEN INPUT DED-TRAN-FILE.
           IF DTRAN-STATUS NOT = '00'
               *>No transaction file means there is nothing to apply
               DISPLAY 'DEDMAINT - NO TRANSACTION FILE TO APPLY, '
                   'STATUS ' DTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DED-CODES.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-DEDUCTION-MASTER.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM UNTIL DTRAN-EOF-SWITCH = 'YES'
               READ DED-TRAN-FILE
                   AT END
                       MOVE 'YES' TO DTRAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT
                       PERFORM PROCESS-DED-TRAN
               END-READ
           END-PERFORM.

           PERFORM WRITE-RUN-LOG.
           CLOSE DED-TRAN-FILE
               DEDUCTION-MASTER
               EMPLOYEE-MASTER
               AUDIT-FILE.
           STOP RUN.

       *>Load the deduction codes -- a deduction under a code the
       *>payroll run does not know could never be taken or posted
       LOAD-DED-CODES.
           OPEN INPUT DED-CODE-FILE.
           IF DCODE-STATUS NOT = '00'
               DISPLAY 'DEDMAINT ABORTED - DEDUCTION CODES '
                   'DEDCODES.TXT COULD NOT BE OPENED, STATUS '
                   DCODE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL DCODE-EOF-SWITCH = 'YES'
               READ DED-CODE-FILE
                   AT END
                       MOVE 'YES' TO DCODE-EOF-SWITCH
                   NOT AT END
                       IF DED-CODE-COUNT < 20
                           ADD 1 TO DED-CODE-COUNT
                           MOVE DC-CODE TO DCT-CODE (DED-CODE-COUNT)
                           MOVE DC-CLASS TO DCT-CLASS (DED-CODE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DED-CODE-FILE.

       *>Open the employee master read-only -- EmpMaint maintains it
       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMAST-STATUS NOT = '00'
               DISPLAY 'DEDMAINT ABORTED - EMPLOYEE MASTER '
                   'EMPMAST.DAT COULD NOT BE OPENED, STATUS '
                   EMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *>Open the deduction master, creating it on the very first run
       *>(same pattern as the employee master)
       OPEN-DEDUCTION-MASTER.
           OPEN I-O DEDUCTION-MASTER.
           IF DMAST-STATUS = '35'
               OPEN OUTPUT DEDUCTION-MASTER
               CLOSE DEDUCTION-MASTER
               OPEN I-O DEDUCTION-MASTER
           END-IF.

       *>Apply one maintenance transaction to the master
       PROCESS-DED-TRAN.
           IF DTRAN-EMP-ID IS NOT NUMERIC
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - EMP ID NOT NUMERIC' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM READ-DEDUCTION-MASTER
               EVALUATE DTRAN-ACTION
                   WHEN 'A'
                       PERFORM ADD-DEDUCTION
                   WHEN 'C'
                       PERFORM CHANGE-DEDUCTION
                   WHEN 'D'
                       PERFORM DELETE-DEDUCTION
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'REJECTED - INVALID ACTION CODE'
                           TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
               END-EVALUATE
           END-IF.

       *>Start a new deduction for an employee
       ADD-DEDUCTION.
           IF DMAST-FOUND-SWITCH = 'YES'
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - DEDUCTION ALREADY ON FILE'
                   TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-DEDUCTION-TERMS
               IF DED-ERROR-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   MOVE DED-ERROR-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE DTRAN-EMP-ID TO DM-EMP-ID
                   MOVE DTRAN-CODE TO DM-CODE
                   PERFORM MOVE-TERMS-TO-MASTER
                   WRITE DEDUCTION-MASTER-REC
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'ADDED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       *>Replace the terms of a deduction already on file -- the
       *>whole set of terms is keyed again, the way a new order or
       *>election replaces the old one
       CHANGE-DEDUCTION.
           IF DMAST-FOUND-SWITCH = 'NO '
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - DEDUCTION NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-DEDUCTION-TERMS
               IF DED-ERROR-REASON NOT = SPACES
                   ADD 1 TO REJECTED-COUNT
                   MOVE DED-ERROR-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   PERFORM MOVE-TERMS-TO-MASTER
                   REWRITE DEDUCTION-MASTER-REC
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'CHANGED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       *>Remove a deduction keyed in error -- one that simply ends is
       *>changed to carry a stop date instead, so the history of what
       *>was taken stays readable
       DELETE-DEDUCTION.
           IF DMAST-FOUND-SWITCH = 'NO '
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - DEDUCTION NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               DELETE DEDUCTION-MASTER RECORD
               ADD 1 TO APPLIED-COUNT
               MOVE 'DELETED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       *>Check the keyed terms before they can reach the master -- a
       *>known code for an employee on file, a flat amount or a
       *>percent to take, numeric limits, a start date and a stop
       *>date not before it, and a payee on every garnishment
       EDIT-DEDUCTION-TERMS.
           MOVE SPACES TO DED-ERROR-REASON.
           PERFORM FIND-DED-CODE.
           PERFORM READ-EMPLOYEE-MASTER.
           IF EMAST-FOUND-SWITCH = 'NO '
               MOVE 'REJECTED - EMP ID NOT ON MASTER'
                   TO DED-ERROR-REASON
           ELSE IF DED-CLASS-WORK = SPACE
               MOVE 'REJECTED - UNKNOWN DEDUCTION CODE'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-METHOD = 'F'
             AND (DTRAN-AMOUNT IS NOT NUMERIC
                  OR DTRAN-AMOUNT = ZERO)
               MOVE 'REJECTED - INVALID FLAT AMOUNT'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-METHOD = 'P'
             AND (DTRAN-PERCENT IS NOT NUMERIC
                  OR DTRAN-PERCENT = ZERO)
               MOVE 'REJECTED - INVALID PERCENT'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-METHOD NOT = 'F' AND DTRAN-METHOD NOT = 'P'
               MOVE 'REJECTED - INVALID METHOD'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-CHECK-LIMIT IS NOT NUMERIC
                OR DTRAN-ANNUAL-LIMIT IS NOT NUMERIC
               MOVE 'REJECTED - INVALID LIMIT'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-START-DATE IS NOT NUMERIC
                OR DTRAN-START-DATE = ZERO
               MOVE 'REJECTED - INVALID START DATE'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-STOP-DATE IS NOT NUMERIC
               MOVE 'REJECTED - INVALID STOP DATE'
                   TO DED-ERROR-REASON
           ELSE IF DTRAN-STOP-DATE NOT = ZERO
             AND DTRAN-STOP-DATE < DTRAN-START-DATE
               MOVE 'REJECTED - STOP DATE BEFORE START'
                   TO DED-ERROR-REASON
           ELSE IF DED-CLASS-WORK = 'G'
             AND DTRAN-PAYEE = SPACES
               MOVE 'REJECTED - GARNISHMENT WITHOUT PAYEE'
                   TO DED-ERROR-REASON
           END-IF.

       *>Look the transaction's code up, leaving its class (blank
       *>when the code is not on file)
       FIND-DED-CODE.
           MOVE SPACE TO DED-CLASS-WORK.
           PERFORM VARYING DED-CODE-SUB FROM 1 BY 1
                   UNTIL DED-CODE-SUB > DED-CODE-COUNT
               IF DCT-CODE (DED-CODE-SUB) = DTRAN-CODE
                   MOVE DCT-CLASS (DED-CODE-SUB) TO DED-CLASS-WORK
               END-IF
           END-PERFORM.

       *>Copy the keyed terms onto the master -- the method decides
       *>which of amount or percent is kept, the other is zeroed
       MOVE-TERMS-TO-MASTER.
           MOVE DTRAN-METHOD TO DM-METHOD.
           IF DTRAN-METHOD = 'F'
               MOVE DTRAN-AMOUNT TO DM-AMOUNT
               MOVE ZERO TO DM-PERCENT
           ELSE
               MOVE ZERO TO DM-AMOUNT
               MOVE DTRAN-PERCENT TO DM-PERCENT
           END-IF.
           MOVE DTRAN-CHECK-LIMIT TO DM-CHECK-LIMIT.
           MOVE DTRAN-ANNUAL-LIMIT TO DM-ANNUAL-LIMIT.
           MOVE DTRAN-START-DATE TO DM-START-DATE.
           MOVE DTRAN-STOP-DATE TO DM-STOP-DATE.
           MOVE DTRAN-PAYEE TO DM-PAYEE.
           MOVE DTRAN-CASE-NO TO DM-CASE-NO.

       *>Look the transaction's employee and code up on the master
       READ-DEDUCTION-MASTER.
           MOVE 'NO ' TO DMAST-FOUND-SWITCH.
           MOVE DTRAN-EMP-ID TO DM-EMP-ID.
           MOVE DTRAN-CODE TO DM-CODE.
           READ DEDUCTION-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO DMAST-FOUND-SWITCH
           END-READ.

       *>Look the transaction's employee ID up on the employee master
       READ-EMPLOYEE-MASTER.
           MOVE 'NO ' TO EMAST-FOUND-SWITCH.
           MOVE DTRAN-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO EMAST-FOUND-SWITCH
           END-READ.

       *>Write one audit line for the current transaction
       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE DTRAN-ACTION TO AUD-ACTION.
           MOVE DTRAN-EMP-ID TO AUD-EMP-ID.
           MOVE DTRAN-CODE TO AUD-CODE.
           MOVE AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       *>Append this run's counts to the shared daily batch run-log
       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE RUN-LOG-PROGRAM-NAME TO RLOG-PROGRAM.
           MOVE RUN-DATE TO RLOG-DATE.
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.
           MOVE APPLIED-COUNT TO RLOG-GOOD-COUNT.
           MOVE REJECTED-COUNT TO RLOG-BAD-COUNT.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.
