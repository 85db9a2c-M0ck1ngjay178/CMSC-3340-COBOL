      *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlanMaint.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> COMMISSION PLAN MAINTENANCE - APPLIES ADD/CHANGE
       *> TRANSACTIONS TO THE COMMISSION PLAN MASTER KEYED BY PLAN
       *> CODE AND PRINTS AN AUDIT LISTING OF EVERY CHANGE. A PLAN
       *> PAYS A TIERED RATE BY THE SALESPERSON'S MONTH-TO-DATE UNIT
       *> OR DOLLAR VOLUME, PLUS AN OPTIONAL FLAT PER-UNIT SPIFF BY
       *> MODEL - THE SALES RUN RATES EVERY DEAL FROM THE PLAN THE
       *> SALESPERSON'S CROSS-REFERENCE RECORD CARRIES, AND
       *> COMMBRIDGE PAYS THE RETROACTIVE TIER ADJUSTMENT
       *>---------------------------------------------------

       environment division.
       INPUT-OUTPUT SECTION.
       *> File Declarations
       FILE-CONTROL.
           SELECT PLAN-TRAN-FILE   ASSIGN TO 'plantran.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PTRAN-STATUS.
           SELECT COMM-PLAN-FILE   ASSIGN TO 'commplan.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-CODE
               FILE STATUS IS CPLF-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO 'planaudit.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE     ASSIGN TO 'runlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       *> File descriptions
       FD PLAN-TRAN-FILE
           RECORD CONTAINS 172 CHARACTERS
           DATA RECORD IS PLAN-TRAN-IN.
       01 PLAN-TRAN-IN.
               08 PTRAN-ACTION PIC X(1).       *>A = ADD, C = CHANGE (THE WHOLE PLAN IS REKEYED)
               08 PTRAN-CODE   PIC X(4).       *>PLAN CODE THE TRANSACTION APPLIES TO
               08 PTRAN-DESC   PIC X(20).      *>PLAN DESCRIPTION FOR THE AUDIT TRAIL
               08 PTRAN-BASIS  PIC X(1).       *>'U' TIERS BY UNITS, 'D' TIERS BY DOLLARS
               08 PTRAN-TIER-COUNT PIC 9(1).   *>NUMBER OF TIERS IN USE, 1-5
               08 PTRAN-TIER OCCURS 5 TIMES.
                   10 PTRAN-TIER-FLOOR PIC 9(7). *>MONTH-TO-DATE VOLUME THE TIER STARTS AT
                   10 PTRAN-TIER-RATE  PIC 9(3). *>WHOLE-PERCENT RATE THE TIER PAYS
               08 PTRAN-SPIFF OCCURS 5 TIMES.
                   10 PTRAN-SPIFF-MODEL PIC X(13). *>MODEL THE SPIFF IS PAID ON, BLANK WHEN UNUSED
                   10 PTRAN-SPIFF-AMT   PIC 9(4)V99. *>FLAT DOLLARS PAID PER UNIT

       FD COMM-PLAN-FILE
           RECORD CONTAINS 171 CHARACTERS
           DATA RECORD IS COMM-PLAN-RECORD.
       01 COMM-PLAN-RECORD.
           05 CPL-CODE     PIC X(4).           *>CPL-CODE IS THE RECORD KEY - THE PLAN CODE
           05 CPL-DESC     PIC X(20).          *>PLAN DESCRIPTION
           05 CPL-BASIS    PIC X(1).           *>'U' TIERS BY UNITS, 'D' TIERS BY DOLLARS
           05 CPL-TIER-COUNT PIC 9(1).         *>NUMBER OF TIERS IN USE, 1-5
           05 CPL-TIER OCCURS 5 TIMES.
               10 CPL-TIER-FLOOR PIC 9(7).     *>MONTH-TO-DATE VOLUME THE TIER STARTS AT (TIER 1 IS ZERO)
               10 CPL-TIER-RATE  PIC 9(3).     *>WHOLE-PERCENT RATE THE TIER PAYS
           05 CPL-SPIFF OCCURS 5 TIMES.
               10 CPL-SPIFF-MODEL PIC X(13).   *>MODEL THE SPIFF IS PAID ON, BLANK WHEN UNUSED
               10 CPL-SPIFF-AMT   PIC 9(4)V99. *>FLAT DOLLARS PAID PER UNIT OF THE MODEL

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
       01  PTRAN-STATUS PIC XX.
       01  CPLF-STATUS PIC XX.
       01  PTRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  CPL-FOUND-SWITCH PIC X(3) VALUE 'NO '.

       *>Plan validation state
       01  PLAN-VALID-SWITCH PIC X(3) VALUE 'NO '.
       01  PLAN-REJECT-REASON PIC X(32) VALUE SPACES.
       01  TIER-SUB PIC 9(1) VALUE ZERO.
       01  SPIFF-SUB PIC 9(1) VALUE ZERO.
       01  TIER-COUNT-WORK PIC 9(1) VALUE ZERO.
       01  PRIOR-FLOOR PIC 9(7) VALUE ZERO.

       *>Run-log control totals
       01  APPLIED-COUNT     PIC 9(5) VALUE ZEROS.
       01  REJECTED-COUNT    PIC 9(5) VALUE ZEROS.
       01  TOTAL-INPUT-COUNT PIC 9(5) VALUE ZEROS.
       01  RUN-LOG-PROGRAM-NAME PIC X(12) VALUE 'PLANMAINT'.
       01  RUN-DATE          PIC 9(8).

       *>Audit listing line
       01  AUDIT-DETAIL.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-ACTION PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-DESC PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUD-RESULT PIC X(32).


       PROCEDURE DIVISION.
       PROCESS-PLAN-MAINT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           OPEN INPUT PLAN-TRAN-FILE.
           IF PTRAN-STATUS NOT = '00'
               *>No transaction file means there is nothing to apply
               DISPLAY 'PLANMAINT - NO TRANSACTION FILE TO APPLY, '
                   'STATUS ' PTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-COMM-PLAN-FILE.
           OPEN OUTPUT AUDIT-FILE.

           PERFORM UNTIL PTRAN-EOF-SWITCH = 'YES'
               READ PLAN-TRAN-FILE
                   AT END
                       MOVE 'YES' TO PTRAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT
                       PERFORM PROCESS-PLAN-TRAN
               END-READ
           END-PERFORM.

           PERFORM WRITE-RUN-LOG.
           CLOSE PLAN-TRAN-FILE
               COMM-PLAN-FILE
               AUDIT-FILE.
           STOP RUN.

       *>Open the commission plan master, creating it on the very
       *>first run (same pattern as the other masters)
       OPEN-COMM-PLAN-FILE.
           OPEN I-O COMM-PLAN-FILE.
           IF CPLF-STATUS = '35'
               OPEN OUTPUT COMM-PLAN-FILE
               CLOSE COMM-PLAN-FILE
               OPEN I-O COMM-PLAN-FILE
           END-IF.

       *>Apply one maintenance transaction to the plan master
       PROCESS-PLAN-TRAN.
           IF PTRAN-CODE = SPACES
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - BLANK PLAN CODE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM READ-COMM-PLAN
               EVALUATE PTRAN-ACTION
                   WHEN 'A'
                       PERFORM ADD-COMM-PLAN
                   WHEN 'C'
                       PERFORM CHANGE-COMM-PLAN
                   WHEN OTHER
                       ADD 1 TO REJECTED-COUNT
                       MOVE 'REJECTED - INVALID ACTION CODE'
                           TO AUD-RESULT
                       PERFORM WRITE-AUDIT-LINE
               END-EVALUATE
           END-IF.

       *>Add a new plan to the master
       ADD-COMM-PLAN.
           IF CPL-FOUND-SWITCH = 'YES'
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - PLAN ALREADY ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM VALIDATE-PLAN-TRAN
               IF PLAN-VALID-SWITCH = 'NO '
                   ADD 1 TO REJECTED-COUNT
                   MOVE PLAN-REJECT-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   PERFORM BUILD-PLAN-RECORD
                   WRITE COMM-PLAN-RECORD
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'ADDED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       *>Replace a plan's tiers and spiffs -- the change takes effect
       *>for deals accepted from the next sales run on, and for the
       *>next period-end tier adjustment
       CHANGE-COMM-PLAN.
           IF CPL-FOUND-SWITCH = 'NO '
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED - PLAN NOT ON FILE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-LINE
           ELSE
               PERFORM VALIDATE-PLAN-TRAN
               IF PLAN-VALID-SWITCH = 'NO '
                   ADD 1 TO REJECTED-COUNT
                   MOVE PLAN-REJECT-REASON TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               ELSE
                   PERFORM BUILD-PLAN-RECORD
                   REWRITE COMM-PLAN-RECORD
                   ADD 1 TO APPLIED-COUNT
                   MOVE 'CHANGED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-IF.

       *>Prove the plan is usable before it reaches the master: a
       *>known basis, one to five tiers starting at zero volume with
       *>strictly rising floors and rates of 0-100 percent, and a
       *>positive amount on every spiff that names a model
       VALIDATE-PLAN-TRAN.
           MOVE 'YES' TO PLAN-VALID-SWITCH.
           MOVE SPACES TO PLAN-REJECT-REASON.
           IF PTRAN-BASIS NOT = 'U'
           AND PTRAN-BASIS NOT = 'D'
               MOVE 'NO ' TO PLAN-VALID-SWITCH
               MOVE 'REJECTED - INVALID TIER BASIS'
                   TO PLAN-REJECT-REASON
           END-IF.
           IF PLAN-VALID-SWITCH = 'YES'
               IF PTRAN-TIER-COUNT IS NOT NUMERIC
                   MOVE ZERO TO TIER-COUNT-WORK
               ELSE
                   MOVE PTRAN-TIER-COUNT TO TIER-COUNT-WORK
               END-IF
               IF TIER-COUNT-WORK < 1 OR TIER-COUNT-WORK > 5
                   MOVE 'NO ' TO PLAN-VALID-SWITCH
                   MOVE 'REJECTED - TIER COUNT NOT 1-5'
                       TO PLAN-REJECT-REASON
               END-IF
           END-IF.
           IF PLAN-VALID-SWITCH = 'YES'
               MOVE ZERO TO PRIOR-FLOOR
               PERFORM VARYING TIER-SUB FROM 1 BY 1
                       UNTIL TIER-SUB > TIER-COUNT-WORK
                   PERFORM VALIDATE-ONE-TIER
               END-PERFORM
           END-IF.
           IF PLAN-VALID-SWITCH = 'YES'
               PERFORM VARYING SPIFF-SUB FROM 1 BY 1
                       UNTIL SPIFF-SUB > 5
                   PERFORM VALIDATE-ONE-SPIFF
               END-PERFORM
           END-IF.

       *>Check one tier of the transaction against the one before it
       VALIDATE-ONE-TIER.
           IF PLAN-VALID-SWITCH = 'YES'
               IF PTRAN-TIER-FLOOR (TIER-SUB) IS NOT NUMERIC
               OR PTRAN-TIER-RATE (TIER-SUB) IS NOT NUMERIC
                   MOVE 'NO ' TO PLAN-VALID-SWITCH
                   MOVE 'REJECTED - TIER NOT NUMERIC'
                       TO PLAN-REJECT-REASON
               ELSE
                   IF PTRAN-TIER-RATE (TIER-SUB) > 100
                       MOVE 'NO ' TO PLAN-VALID-SWITCH
                       MOVE 'REJECTED - TIER RATE OVER 100'
                           TO PLAN-REJECT-REASON
                   END-IF
                   *>THE FIRST TIER MUST COVER THE FIRST DEAL OF THE
                   *>MONTH, AND EVERY LATER TIER MUST START HIGHER
                   IF TIER-SUB = 1
                       IF PTRAN-TIER-FLOOR (TIER-SUB) NOT = ZERO
                           MOVE 'NO ' TO PLAN-VALID-SWITCH
                           MOVE 'REJECTED - FIRST TIER NOT ZERO'
                               TO PLAN-REJECT-REASON
                       END-IF
                   ELSE
                       IF PTRAN-TIER-FLOOR (TIER-SUB) NOT > PRIOR-FLOOR
                           MOVE 'NO ' TO PLAN-VALID-SWITCH
                           MOVE 'REJECTED - TIERS OUT OF ORDER'
                               TO PLAN-REJECT-REASON
                       END-IF
                   END-IF
                   MOVE PTRAN-TIER-FLOOR (TIER-SUB) TO PRIOR-FLOOR
               END-IF
           END-IF.

       *>Check one spiff slot -- an unused slot is left blank
       VALIDATE-ONE-SPIFF.
           IF PLAN-VALID-SWITCH = 'YES'
           AND PTRAN-SPIFF-MODEL (SPIFF-SUB) NOT = SPACES
               IF PTRAN-SPIFF-AMT (SPIFF-SUB) IS NOT NUMERIC
                   MOVE 'NO ' TO PLAN-VALID-SWITCH
                   MOVE 'REJECTED - INVALID SPIFF AMOUNT'
                       TO PLAN-REJECT-REASON
               ELSE
                   IF PTRAN-SPIFF-AMT (SPIFF-SUB) = ZERO
                       MOVE 'NO ' TO PLAN-VALID-SWITCH
                       MOVE 'REJECTED - INVALID SPIFF AMOUNT'
                           TO PLAN-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       *>Move a validated transaction into the master record, zeroing
       *>the tiers past the tier count and the unused spiff slots
       BUILD-PLAN-RECORD.
           MOVE PTRAN-CODE TO CPL-CODE.
           MOVE PTRAN-DESC TO CPL-DESC.
           MOVE PTRAN-BASIS TO CPL-BASIS.
           MOVE TIER-COUNT-WORK TO CPL-TIER-COUNT.
           PERFORM VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > 5
               IF TIER-SUB > TIER-COUNT-WORK
                   MOVE ZERO TO CPL-TIER-FLOOR (TIER-SUB)
                   MOVE ZERO TO CPL-TIER-RATE (TIER-SUB)
               ELSE
                   MOVE PTRAN-TIER-FLOOR (TIER-SUB)
                       TO CPL-TIER-FLOOR (TIER-SUB)
                   MOVE PTRAN-TIER-RATE (TIER-SUB)
                       TO CPL-TIER-RATE (TIER-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING SPIFF-SUB FROM 1 BY 1
                   UNTIL SPIFF-SUB > 5
               IF PTRAN-SPIFF-MODEL (SPIFF-SUB) = SPACES
                   MOVE SPACES TO CPL-SPIFF-MODEL (SPIFF-SUB)
                   MOVE ZERO TO CPL-SPIFF-AMT (SPIFF-SUB)
               ELSE
                   MOVE PTRAN-SPIFF-MODEL (SPIFF-SUB)
                       TO CPL-SPIFF-MODEL (SPIFF-SUB)
                   MOVE PTRAN-SPIFF-AMT (SPIFF-SUB)
                       TO CPL-SPIFF-AMT (SPIFF-SUB)
               END-IF
           END-PERFORM.

       *>Look the transaction's plan code up on the master
       READ-COMM-PLAN.
           MOVE 'NO ' TO CPL-FOUND-SWITCH.
           MOVE PTRAN-CODE TO CPL-CODE.
           READ COMM-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO CPL-FOUND-SWITCH
           END-READ.

       *>Write one audit line for the current transaction
       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUD-DATE.
           MOVE PTRAN-ACTION TO AUD-ACTION.
           MOVE PTRAN-CODE TO AUD-CODE.
           MOVE PTRAN-DESC TO AUD-DESC.
           MOVE AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       *>Append this run's counts to the shared daily batch run-log
       WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           MOVE SPACES TO RUN-LOG-LINE.                              *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE RUN-LOG-PROGRAM-NAME TO RLOG-PROGRAM.
           MOVE RUN-DATE TO RLOG-DATE.
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.
           MOVE APPLIED-COUNT TO RLOG-GOOD-COUNT.
           MOVE REJECTED-COUNT TO RLOG-BAD-COUNT.
           WRITE RUN-LOG-LINE.
           CLOSE RUN-LOG-FILE.
