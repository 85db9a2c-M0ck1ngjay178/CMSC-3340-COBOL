               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE     ASSIGN TO 'runlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-TRAN-FILE  ASSIGN TO 'chktran.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       *> File descriptions
       FD EMP-TRAN-FILE
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS EMP-TRAN-IN.
       01 EMP-TRAN-IN.
               08 ETRAN-ACTION PIC X(1).       *>A = ADD, C = CHANGE, T = TERMINATE
               08 ETRAN-WAGE   PIC 99V99.      *>HOURLY WAGE AS KEYED
               08 ETRAN-ROUTING PIC X(9).      *>BANK ROUTING NUMBER, BLANK/ZERO FOR PAPER CHECKS
               08 ETRAN-ACCOUNT PIC X(12).     *>BANK ACCOUNT NUMBER FOR DIRECT DEPOSIT
               *>THE W-4 ELECTION -- A BLANK FILING STATUS LEAVES THE
               *>ELECTION ON FILE AS IT IS (NONE, ON AN ADD)
               08 ETRAN-W4-STATUS PIC X(1).    *>'S' SINGLE, 'M' MARRIED, 'H' HEAD OF HOUSEHOLD
               08 ETRAN-ALLOWANCES PIC 9(2).   *>WITHHOLDING ALLOWANCES CLAIMED
               08 ETRAN-ALLOWANCES-X REDEFINES ETRAN-ALLOWANCES *>ALTERNATE VIEW TO SPOT A BLANK FIELD
                               PIC X(2).
               08 ETRAN-DEP-CREDIT PIC 9(5).   *>YEARLY DEPENDENTS CREDIT, WHOLE DOLLARS
               08 ETRAN-DEP-CREDIT-X REDEFINES ETRAN-DEP-CREDIT *>ALTERNATE VIEW TO SPOT A BLANK FIELD
                               PIC X(5).
               08 ETRAN-EXTRA-WH PIC 9(3)V99.  *>EXTRA FLAT FEDERAL WITHHOLDING PER CHECK
               08 ETRAN-EXTRA-WH-X REDEFINES ETRAN-EXTRA-WH *>ALTERNATE VIEW TO SPOT A BLANK FIELD
                               PIC X(5).
               *>FINAL PAY ON A TERMINATION -- A BLANK TYPE QUEUES NO
               *>FINAL CHECK; 'H' PAYS THE HOURS AT THE WAGE OF RECORD,
               *>'C' PAYS THE AMOUNT AS KEYED
               08 ETRAN-FINAL-TYPE PIC X(1).   *>'H' HOURS, 'C' AMOUNT, BLANK FOR NONE
               08 ETRAN-FINAL-HOURS PIC S99V99 SIGN *>HOURS OWED ON AN 'H' FINAL CHECK
                               IS LEADING SEPARATE CHARACTER.
               08 ETRAN-FINAL-AMOUNT PIC S9(5)V99 SIGN *>AMOUNT OWED ON A 'C' FINAL CHECK
                               IS LEADING SEPARATE CHARACTER.

       FD EMPLOYEE-MASTER
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           05 EM-EMP-ID    PIC 9(5).           *>EM-EMP-ID IS THE RECORD KEY
           05 EM-STATUS    PIC X(1).           *>'A' ACTIVE, 'T' TERMINATED
           05 EM-ROUTING   PIC 9(9).           *>BANK ROUTING NUMBER, ZERO WHEN NO BANK DETAILS ON FILE
           05 EM-ACCOUNT   PIC X(12).          *>BANK ACCOUNT NUMBER FOR DIRECT DEPOSIT
           05 EM-W4-STATUS PIC X(1).           *>W-4 FILING STATUS S/M/H, BLANK WHEN NO ELECTION
           05 EM-ALLOWANCES PIC 9(2).          *>WITHHOLDING ALLOWANCES CLAIMED
           05 EM-DEP-CREDIT PIC 9(5).          *>YEARLY DEPENDENTS CREDIT, WHOLE DOLLARS
           05 EM-EXTRA-WH  PIC 9(3)V99.        *>EXTRA FLAT FEDERAL WITHHOLDING PER CHECK

       FD AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUDIT-LINE.
       01 AUDIT-LINE PIC X(80).

       *>Off-cycle check transactions the next payroll run works --
       *>a termination with final pay queues its final check here
       FD CHECK-TRAN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CHECK-TRAN-OUT.
       01 CHECK-TRAN-OUT.
           05 CT-ACTION PIC X(1).              *>'F' FINAL CHECK
           05 CT-EMP-ID PIC 9(5).              *>EMPLOYEE THE CHECK PAYS
           05 CT-HOURS  PIC S99V99 SIGN IS LEADING *>HOURS PAID, ZERO ON AN AMOUNT CHECK
                           SEPARATE CHARACTER.
           05 CT-PAY-TYPE PIC X(1).            *>'H' HOURLY OR 'C' AMOUNT AS KEYED
           05 CT-PAY-AMOUNT PIC S9(5)V99 SIGN  *>AMOUNT PAID, ZERO ON AN HOURLY CHECK
                           IS LEADING SEPARATE CHARACTER.
           05 CT-CHECK-DATE PIC 9(8).          *>USED ONLY BY A VOID - ZERO HERE
           05 CT-CHECK-SEQ PIC 9(2).           *>USED ONLY BY A VOID - ZERO HERE
           05 CT-REASON PIC X(20).             *>PRINTED ON THE PAY STUB

       FD RUN-LOG-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RUN-LOG-LINE.
       01  EMAST-STATUS PIC XX.
       01  ETRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  EMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  W4-ERROR-SWITCH PIC X(3) VALUE 'NO '.
       01  FINAL-ERROR-SWITCH PIC X(3) VALUE 'NO '.
       01  CTRAN-OPEN-SWITCH PIC X(3) VALUE 'NO '.

       *>Run-log control totals
       01  APPLIED-COUNT     PIC 9(5) VALUE ZEROS.
           CLOSE EMP-TRAN-FILE
               EMPLOYEE-MASTER
               AUDIT-FILE.
           IF CTRAN-OPEN-SWITCH = 'YES'
               CLOSE CHECK-TRAN-FILE
           END-IF.
           STOP RUN.

       *>Open the employee master, creating it on the very first run
               MOVE 'REJECTED - EMP ID ALREADY ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-W4-ELECTION
               IF ETRAN-WAGE IS NOT NUMERIC
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - WAGE NOT NUMERIC' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE IF W4-ERROR-SWITCH = 'YES'
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - INVALID W-4 ELECTION' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE ETRAN-EMP-ID TO EM-EMP-ID
                   MOVE ETRAN-FNAME TO EM-FNAME
                   MOVE ETRAN-WAGE TO EM-WAGE
                   MOVE 'A' TO EM-STATUS
                   PERFORM MOVE-BANK-TO-MASTER
                   *>A NEW HIRE WITH NO W-4 YET STARTS WITH NO ELECTION
                   MOVE SPACE TO EM-W4-STATUS
                   MOVE ZERO TO EM-ALLOWANCES
                   MOVE ZERO TO EM-DEP-CREDIT
                   MOVE ZERO TO EM-EXTRA-WH
                   PERFORM MOVE-W4-TO-MASTER
                   WRITE EMPLOYEE-MASTER-REC
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'ADDED' TO AUD-RESULT
               MOVE 'REJECTED - EMP ID NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-W4-ELECTION
               IF ETRAN-WAGE IS NOT NUMERIC
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - WAGE NOT NUMERIC' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE IF W4-ERROR-SWITCH = 'YES'
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - INVALID W-4 ELECTION' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE ETRAN-FNAME TO EM-FNAME
                   MOVE ETRAN-LNAME TO EM-LNAME
                   MOVE ETRAN-WAGE TO EM-WAGE
                   PERFORM MOVE-BANK-TO-MASTER
                   PERFORM MOVE-W4-TO-MASTER
                   REWRITE EMPLOYEE-MASTER-REC
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'CHANGED' TO AUD-RESULT
           END-IF.

       *>Mark an employee terminated -- the record stays on file so
       *>history and year-end reporting keep their name. Final pay
       *>keyed with the termination is queued as a final check for
       *>the next payroll run, which pays it off cycle.
       TERMINATE-EMPLOYEE.
           IF EMAST-FOUND-SWITCH = 'NO '
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - EMP ID NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM EDIT-FINAL-PAY
               IF FINAL-ERROR-SWITCH = 'YES'
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - INVALID FINAL PAY' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   MOVE 'T' TO EM-STATUS
                   REWRITE EMPLOYEE-MASTER-REC
                   ADD 1 TO APPLIED-COUNT
                   IF ETRAN-FINAL-TYPE = SPACE
                       MOVE 'TERMINATED' TO AUD-RESULT
                   ELSE
                       PERFORM QUEUE-FINAL-CHECK
                       MOVE 'TERMINATED - FINAL CHECK QUEUED'
                           TO AUD-RESULT
                   END-IF
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       *>Check the final pay keyed with a termination -- hours for an
       *>hourly final check, an amount for an amount check, and never
       *>both; a blank type (the old short transactions) pays nothing
       EDIT-FINAL-PAY.
           MOVE 'NO ' TO FINAL-ERROR-SWITCH.
           IF ETRAN-FINAL-TYPE = 'H'
               IF ETRAN-FINAL-HOURS IS NOT NUMERIC
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               ELSE IF ETRAN-FINAL-HOURS NOT > ZERO
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               ELSE IF ETRAN-FINAL-AMOUNT IS NUMERIC
                 AND ETRAN-FINAL-AMOUNT NOT = ZERO
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               END-IF
           ELSE IF ETRAN-FINAL-TYPE = 'C'
               IF ETRAN-FINAL-AMOUNT IS NOT NUMERIC
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               ELSE IF ETRAN-FINAL-AMOUNT NOT > ZERO
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               ELSE IF ETRAN-FINAL-HOURS IS NUMERIC
                 AND ETRAN-FINAL-HOURS NOT = ZERO
                   MOVE 'YES' TO FINAL-ERROR-SWITCH
               END-IF
           ELSE IF ETRAN-FINAL-TYPE NOT = SPACE
               MOVE 'YES' TO FINAL-ERROR-SWITCH
           END-IF.

       *>Append the final check to the check transactions, laid out
       *>as a weekly pay line so the payroll run edits it the same way
       QUEUE-FINAL-CHECK.
           IF CTRAN-OPEN-SWITCH = 'NO '
               OPEN EXTEND CHECK-TRAN-FILE
               MOVE 'YES' TO CTRAN-OPEN-SWITCH
           END-IF.
           MOVE SPACES TO CHECK-TRAN-OUT.
           MOVE 'F' TO CT-ACTION.
           MOVE ETRAN-EMP-ID TO CT-EMP-ID.
           MOVE ETRAN-FINAL-TYPE TO CT-PAY-TYPE.
           IF ETRAN-FINAL-TYPE = 'H'
               MOVE ETRAN-FINAL-HOURS TO CT-HOURS
               MOVE ZERO TO CT-PAY-AMOUNT
           ELSE
               MOVE ZERO TO CT-HOURS
               MOVE ETRAN-FINAL-AMOUNT TO CT-PAY-AMOUNT
           END-IF.
           MOVE ZERO TO CT-CHECK-DATE.
           MOVE ZERO TO CT-CHECK-SEQ.
           MOVE 'TERMINATION PAY' TO CT-REASON.
           WRITE CHECK-TRAN-OUT.

       *>Copy the transaction's bank details onto the master -- only
       *>a numeric nonzero routing number turns direct deposit on;
               MOVE SPACES TO EM-ACCOUNT
           END-IF.

       *>Check the transaction's W-4 election before it can reach the
       *>master -- a filing status must be one the withholding table
       *>carries, and the amounts must be numbers or left blank
       EDIT-W4-ELECTION.
           MOVE 'NO ' TO W4-ERROR-SWITCH.
           IF ETRAN-W4-STATUS NOT = SPACE
               IF ETRAN-W4-STATUS NOT = 'S'
               AND ETRAN-W4-STATUS NOT = 'M'
               AND ETRAN-W4-STATUS NOT = 'H'
                   MOVE 'YES' TO W4-ERROR-SWITCH
               END-IF
               IF ETRAN-ALLOWANCES-X NOT = SPACES
               AND ETRAN-ALLOWANCES IS NOT NUMERIC
                   MOVE 'YES' TO W4-ERROR-SWITCH
               END-IF
               IF ETRAN-DEP-CREDIT-X NOT = SPACES
               AND ETRAN-DEP-CREDIT IS NOT NUMERIC
                   MOVE 'YES' TO W4-ERROR-SWITCH
               END-IF
               IF ETRAN-EXTRA-WH-X NOT = SPACES
               AND ETRAN-EXTRA-WH IS NOT NUMERIC
                   MOVE 'YES' TO W4-ERROR-SWITCH
               END-IF
           END-IF.

       *>Copy a keyed W-4 election onto the master -- the whole
       *>election is replaced, so a blank amount means none claimed;
       *>a blank filing status (the old short transactions) leaves
       *>the election already on file untouched
       MOVE-W4-TO-MASTER.
           IF ETRAN-W4-STATUS NOT = SPACE
               MOVE ETRAN-W4-STATUS TO EM-W4-STATUS
               IF ETRAN-ALLOWANCES-X = SPACES
                   MOVE ZERO TO EM-ALLOWANCES
               ELSE
                   MOVE ETRAN-ALLOWANCES TO EM-ALLOWANCES
               END-IF
               IF ETRAN-DEP-CREDIT-X = SPACES
                   MOVE ZERO TO EM-DEP-CREDIT
               ELSE
                   MOVE ETRAN-DEP-CREDIT TO EM-DEP-CREDIT
               END-IF
               IF ETRAN-EXTRA-WH-X = SPACES
                   MOVE ZERO TO EM-EXTRA-WH
               ELSE
                   MOVE ETRAN-EXTRA-WH TO EM-EXTRA-WH
               END-IF
           END-IF.

       *>Look the transaction's employee ID up on the master
       READ-EMPLOYEE-MASTER.
           MOVE 'NO ' TO EMAST-FOUND-SWITCH.
