               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPX-CODE
               FILE STATUS IS SPXF-STATUS.
           SELECT COMM-PLAN-FILE   ASSIGN TO 'commplan.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-CODE
               FILE STATUS IS CPLF-STATUS.
           SELECT EMPLOYEE-MASTER  ASSIGN TO 'empmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       *> File descriptions
       FD SPX-TRAN-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SPX-TRAN-IN.
       01 SPX-TRAN-IN.
               08 STRAN-ACTION PIC X(1).       *>A = ADD, C = CHANGE, I = INACTIVATE
               08 STRAN-CODE   PIC X(10).      *>SALES-FLOOR SALESPERSON CODE THE TRANSACTION APPLIES TO
               08 STRAN-EMP-ID PIC 9(5).       *>PAYROLL EMPLOYEE ID THE CODE BRIDGES TO
               08 STRAN-PLAN   PIC X(4).       *>COMMISSION PLAN CODE, BLANK TO PAY THE KEYED RATE

       FD SP-XREF-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS SP-XREF-RECORD.
       01 SP-XREF-RECORD.
           05 SPX-CODE     PIC X(10).          *>SPX-CODE IS THE RECORD KEY - THE CODE USED ON THE SALES FLOOR
           05 SPX-EMP-ID   PIC 9(5).           *>PAYROLL EMPLOYEE ID OF RECORD FOR THE CODE
           05 SPX-STATUS   PIC X(1).           *>'A' ACTIVE, 'I' INACTIVE
           05 SPX-PLAN     PIC X(4).           *>COMMISSION PLAN THE CODE IS PAID ON, BLANK FOR THE KEYED RATE

       *>The plan master is only read here, to prove the plan a code
       *>is assigned really exists -- PLANMAINT maintains it
       FD COMM-PLAN-FILE
           RECORD CONTAINS 171 CHARACTERS
           DATA RECORD IS COMM-PLAN-RECORD.
       01 COMM-PLAN-RECORD.
           05 CPL-CODE     PIC X(4).           *>CPL-CODE IS THE RECORD KEY - THE PLAN CODE
           05 FILLER       PIC X(167).         *>TIERS AND SPIFFS, NOT NEEDED HERE

       *>The employee master is only read here, to prove the payroll
       *>employee ID a code bridges to really exists
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
       01  STRAN-STATUS PIC XX.
       01  SPXF-STATUS PIC XX.
       01  EMAST-STATUS PIC XX.
       01  CPLF-STATUS PIC XX.
       01  STRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  SPX-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  EMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  CPL-FOUND-SWITCH PIC X(3) VALUE 'NO '.

       *>Run-log control totals
       01  APPLIED-COUNT     PIC 9(5) VALUE ZEROS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-EMP-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-PLAN PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-RESULT PIC X(32).


               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMM-PLAN-FILE.
           IF CPLF-STATUS = '35'
               *>No plans have been set up yet - create the empty
               *>master so codes can still be kept on the keyed rate
               OPEN OUTPUT COMM-PLAN-FILE
               CLOSE COMM-PLAN-FILE
               OPEN INPUT COMM-PLAN-FILE
           END-IF.
           IF CPLF-STATUS NOT = '00'
               *>Without the plan master no plan assignment can be
               *>proved, and a code on a plan that does not exist
               *>would reject every one of its sales
               DISPLAY 'SPMAINT ABORTED - COMMISSION PLAN MASTER '
                   'COMMPLAN.DAT COULD NOT BE OPENED, STATUS '
                   CPLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM UNTIL STRAN-EOF-SWITCH = 'YES'
           CLOSE SPX-TRAN-FILE
               SP-XREF-FILE
               EMPLOYEE-MASTER
               COMM-PLAN-FILE
               AUDIT-FILE.
           STOP RUN.

               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM CHECK-PAYROLL-EMP
               PERFORM CHECK-COMM-PLAN
               IF EMAST-FOUND-SWITCH = 'NO '
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - EMP ID NOT ON PAYROLL'
                       TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   IF CPL-FOUND-SWITCH = 'NO '
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'REJECTED - PLAN NOT ON FILE'
                           TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       MOVE STRAN-CODE TO SPX-CODE
                       MOVE STRAN-EMP-ID TO SPX-EMP-ID
                       MOVE 'A' TO SPX-STATUS
                       MOVE STRAN-PLAN TO SPX-PLAN
                       WRITE SP-XREF-RECORD
                       ADD 1 TO APPLIED-COUNT
                       MOVE 'ADDED' TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       *>Change the payroll employee ID a code bridges to and the
       *>commission plan it is paid on -- this is the only place the
       *>bridge can move, and the new ID and plan must really exist
       *>before they are taken. A blank plan puts the code back on
       *>the rate keyed with each sale
       CHANGE-SP-XREF.
           IF SPX-FOUND-SWITCH = 'NO '
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM CHECK-PAYROLL-EMP
               PERFORM CHECK-COMM-PLAN
               IF EMAST-FOUND-SWITCH = 'NO '
                   ADD 1 TO REJECTED-COUNT
                   MOVE 'REJECTED - EMP ID NOT ON PAYROLL'
                       TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   IF CPL-FOUND-SWITCH = 'NO '
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'REJECTED - PLAN NOT ON FILE'
                           TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   ELSE
                       MOVE STRAN-EMP-ID TO SPX-EMP-ID
                       MOVE 'A' TO SPX-STATUS
                       MOVE STRAN-PLAN TO SPX-PLAN
                       REWRITE SP-XREF-RECORD
                       ADD 1 TO APPLIED-COUNT
                       MOVE 'CHANGED' TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

               END-READ
           END-IF.

       *>Prove the transaction's plan code exists on the plan master
       *>-- a blank plan needs no proof
       CHECK-COMM-PLAN.
           MOVE 'YES' TO CPL-FOUND-SWITCH.
           IF STRAN-PLAN NOT = SPACES
               MOVE 'NO ' TO CPL-FOUND-SWITCH
               MOVE STRAN-PLAN TO CPL-CODE
               READ COMM-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO CPL-FOUND-SWITCH
               END-READ
           END-IF.

       *>Write one audit line for the current transaction
       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE STRAN-ACTION TO AUD-ACTION.
           MOVE STRAN-CODE TO AUD-CODE.
           MOVE STRAN-EMP-ID TO AUD-EMP-ID.
           MOVE STRAN-PLAN TO AUD-PLAN.
           MOVE AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

