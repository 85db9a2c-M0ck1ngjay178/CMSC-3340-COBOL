                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SPX-CODE
                        FILE STATUS IS SPXF-STATUS.
        SELECT SALES-REGISTER ASSIGN TO 'salesreg.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SREG-STOCK-NUM
                        FILE STATUS IS SREG-STATUS.
        SELECT COMM-PLAN-FILE ASSIGN TO 'commplan.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CPL-CODE
                        FILE STATUS IS CPLF-STATUS.
        SELECT COMM-PAY-FILE ASSIGN TO 'commpay.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT COMM-STMT-FILE ASSIGN TO 'commstmt.txt'
         05 CD-COMM-AMOUNT PIC S9(6)V99       *>SIGNED COMMISSION DOLLARS (NEGATIVE FOR A CLAWBACK)
                 SIGN IS LEADING SEPARATE CHARACTER.

       FD  SALES-REGISTER                      *>FILE DESCRIPTION FOR THE SALES RUN'S REGISTER OF ACCEPTED SALES
                 RECORD CONTAINS 102 CHARACTERS
                  DATA RECORD IS SALES-REG-RECORD.
       01 SALES-REG-RECORD.                    *>ONE RECORD PER ACCEPTED SALE, KEYED BY STOCK NUMBER
         05 SREG-STOCK-NUM PIC 9(6).           *>SREG-STOCK-NUM IS THE RECORD KEY
         05 SREG-BRANCH PIC 9(4).              *>BRANCH THAT MADE THE SALE
         05 SREG-SP PIC X(10).                 *>SALESPERSON WHO MADE THE SALE
         05 SREG-AMOUNT PIC 9(6).              *>SALE AMOUNT AS ACCEPTED
         05 SREG-CRATE PIC 9(3).               *>COMMISSION RATE PAID SO FAR - RAISED HERE BY THE TIER ADJUSTMENT
         05 SREG-SALE-DATE PIC 9(6).           *>SALE DATE (MMDDYY) AS ACCEPTED
         05 SREG-REVERSED-FLAG PIC X(1).       *>'Y' ONCE THE SALE HAS BEEN REVERSED
         05 SREG-REVERSED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE REVERSAL WAS APPLIED
         05 SREG-TAX PIC 9(6)V99.              *>SALES TAX CHARGED ON THE SALE
         05 SREG-JURIS PIC X(15).              *>JURISDICTION THE TAX WAS CHARGED FOR
         05 SREG-TRADE-STOCK PIC 9(6).         *>STOCK NUMBER OF THE TRADE-IN, ZERO WITH NO TRADE
         05 SREG-TRADE-ALLOW PIC 9(6).         *>TRADE-IN ALLOWANCE AS ACCEPTED
         05 SREG-TAXABLE PIC 9(6).             *>DOLLARS THE TAX WAS CHARGED ON
         05 SREG-PLAN PIC X(4).                *>COMMISSION PLAN THE DEAL WAS RATED ON, BLANK FOR THE KEYED RATE
         05 SREG-SPIFF PIC 9(4)V99.            *>FLAT MODEL SPIFF PAID ON THE DEAL
         05 SREG-FLOOR-INT PIC 9(5)V99.        *>FLOOR-PLAN INTEREST CHARGED AGAINST THE DEAL'S GROSS PROFIT

       FD  COMM-PLAN-FILE                      *>FILE DESCRIPTION FOR THE COMMISSION PLAN MASTER MAINTAINED BY PLANMAINT
                 RECORD CONTAINS 171 CHARACTERS
                  DATA RECORD IS COMM-PLAN-RECORD.
       01 COMM-PLAN-RECORD.                    *>ONE RECORD PER PLAN, KEYED BY PLAN CODE
         05 CPL-CODE PIC X(4).                 *>CPL-CODE IS THE RECORD KEY
         05 CPL-DESC PIC X(20).                *>PLAN DESCRIPTION
         05 CPL-BASIS PIC X(1).                *>'U' TIERS BY UNITS, 'D' TIERS BY DOLLARS
         05 CPL-TIER-COUNT PIC 9(1).           *>NUMBER OF TIERS IN USE, 1-5
         05 CPL-TIER OCCURS 5 TIMES.
           10 CPL-TIER-FLOOR PIC 9(7).         *>MONTH-TO-DATE VOLUME THE TIER STARTS AT
           10 CPL-TIER-RATE PIC 9(3).          *>WHOLE-PERCENT RATE THE TIER PAYS
         05 CPL-SPIFF OCCURS 5 TIMES.
           10 CPL-SPIFF-MODEL PIC X(13).       *>MODEL THE SPIFF IS PAID ON
           10 CPL-SPIFF-AMT PIC 9(4)V99.       *>FLAT DOLLARS PAID PER UNIT OF THE MODEL

       FD EMPLOYEE-MASTER                      *>FILE DESCRIPTION FOR THE EMPLOYEE MASTER, READ TO PROVE BRIDGED EMPLOYEES
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

       FD  SP-XREF-FILE                        *>FILE DESCRIPTION FOR THE SALESPERSON CROSS-REFERENCE MAINTAINED BY SPMAINT
                 RECORD CONTAINS 20 CHARACTERS
                  DATA RECORD IS SP-XREF-RECORD.
       01 SP-XREF-RECORD.                      *>ONE RECORD PER SALES-FLOOR SALESPERSON CODE
         05 SPX-CODE PIC X(10).                *>SPX-CODE IS THE RECORD KEY
         05 SPX-EMP-ID PIC 9(5).               *>PAYROLL EMPLOYEE ID OF RECORD FOR THE CODE
         05 SPX-STATUS PIC X(1).               *>'A' ACTIVE, 'I' INACTIVE
         05 SPX-PLAN PIC X(4).                 *>COMMISSION PLAN THE CODE IS PAID ON

       FD  COMM-PAY-FILE                       *>FILE DESCRIPTION FOR THE PAY RECORDS HANDED TO THE PAYROLL RUN
                 RECORD CONTAINS 19 CHARACTERS
       01 MATCH-OK-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE CODE RESOLVED TO A PAYABLE EMPLOYEE
       01 MATCH-FAIL-REASON PIC X(24) VALUE SPACES.         *>WHY THE CODE COULD NOT BE BRIDGED, FOR THE EXCEPTION LIST
       01 MATCHED-EMP-ID PIC 9(5) VALUE ZERO.               *>EMPLOYEE ID THE CROSS-REFERENCE RESOLVED THE CODE TO
       01 SREG-STATUS PIC XX.                               *>FILE STATUS CODE FOR SALES-REGISTER I/O
       01 CPLF-STATUS PIC XX.                               *>FILE STATUS CODE FOR COMM-PLAN-FILE I/O
       01 SREG-EOF-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE REGISTER SWEEP RUNS OUT OF RECORDS
       01 CPL-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE DEAL'S PLAN IS ON THE PLAN MASTER
       01 TIER-FILES-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN THE REGISTER AND PLAN MASTER ARE BOTH OPEN

       01 TIER-WORK.                                        *>WORK FIELDS FOR PRICING ONE DEAL'S TIER ADJUSTMENT
         05 TIER-SUB PIC 9(1) VALUE ZERO.                   *>SUBSCRIPT OVER THE PLAN'S TIERS
         05 TIER-RATE-WORK PIC 9(3) VALUE ZERO.             *>RATE THE MONTH'S FINAL VOLUME EARNS
         05 TIER-VOLUME PIC S9(9) VALUE ZERO.               *>THE MONTH'S UNITS OR DOLLARS, BY THE PLAN'S BASIS
         05 TIER-ADJ-AMOUNT PIC S9(6)V99 VALUE ZERO.        *>EXTRA COMMISSION OWED ON THE DEAL

       01 MTD-WINDOW.                                       *>THE MONTHS (YYMM) THE ADJUSTMENT LOOKS AT - THIS ONE AND LAST
         05 MTD-THIS-MONTH PIC X(4).
         05 MTD-LAST-MONTH PIC X(4).
         05 MTD-WORK-YY PIC 99.
         05 MTD-WORK-MM PIC 99.
         05 MTD-LOOKUP-SP PIC X(10).                        *>SALESPERSON OF THE ROW BEING LOOKED UP
         05 MTD-LOOKUP-MONTH PIC X(4).                      *>SALE MONTH (YYMM) OF THE ROW BEING LOOKED UP

       01 MTD-TABLE-CONTROLS.                               *>CONTROLS FOR THE MONTH-TO-DATE VOLUME TABLE
         05 MTD-COUNT PIC 9(4) VALUE ZERO.                  *>NUMBER OF SALESPERSON/MONTH ROWS
         05 MTD-SUB PIC 9(4) VALUE ZERO.                    *>SUBSCRIPT USED WHEN WALKING THE TABLE
         05 MTD-FOUND-SUB PIC 9(4) VALUE ZERO.              *>ROW FOUND BY THE LOOKUP, ZERO WHEN NONE

       01 MTD-TABLE.                                        *>UNREVERSED UNITS AND DOLLARS PER SALESPERSON PER SALE MONTH
         05 MTD-ENTRY OCCURS 1000 TIMES.
           10 MTD-SP PIC X(10).                             *>SALESPERSON
           10 MTD-MONTH PIC X(4).                           *>SALE MONTH (YYMM)
           10 MTD-UNITS PIC S9(5).                          *>UNITS SOLD IN THE MONTH
           10 MTD-DOLLARS PIC S9(9).                        *>DOLLARS SOLD IN THE MONTH

       01 RETRO-TABLE-CONTROLS.                             *>CONTROLS FOR THE RAISED-RATE TABLE
         05 RETRO-COUNT PIC 9(4) VALUE ZERO.                *>NUMBER OF DEALS WHOSE RATE IS RAISED THIS RUN
         05 RETRO-SUB PIC 9(4) VALUE ZERO.                  *>SUBSCRIPT USED WHEN WALKING THE TABLE

       01 RETRO-TABLE.                                      *>EACH ADJUSTED DEAL AND THE RATE IT IS NOW PAID AT
         05 RETRO-ENTRY OCCURS 2000 TIMES.
           10 RT-STOCK PIC 9(6).                            *>STOCK UNIT OF THE DEAL
           10 RT-RATE PIC 9(3).                             *>TIER RATE THE DEAL HAS NOW BEEN PAID UP TO

       01 COMMDET-DATED-NAME PIC X(30).                     *>DATED NAME THE CONSUMED DETAIL FILE ROLLS TO
       01 COMMDET-FIXED-NAME PIC X(30) VALUE 'commdet.txt'. *>THE NAME THE SALES RUN APPENDS THE DETAIL UNDER
           10 DT-SP PIC X(10).                              *>SALESPERSON
           10 DT-BRANCH PIC 9(4).                           *>BRANCH
           10 DT-STOCK PIC 9(6).                            *>STOCK UNIT
           10 DT-TYPE PIC X(1).                             *>'S' SALE / 'R' CLAWBACK / 'T' TIER ADJUSTMENT
           10 DT-AMOUNT PIC S9(6)V99.                       *>SIGNED COMMISSION DOLLARS

       01 DETAIL-SORT-HOLD.                                 *>HOLD AREA FOR THE BUBBLE SORT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-STOCK PIC 9(6).                             *>STOCK UNIT OF THE DEAL
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-TYPE PIC X(1).                              *>'S' SALE / 'R' CLAWBACK / 'T' TIER ADJUSTMENT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 STD-AMOUNT PIC -Z,ZZZ,ZZ9.99.                   *>SIGNED COMMISSION DOLLARS

           OPEN OUTPUT COMM-STMT-FILE.                                    *>START THE STATEMENTS OVER EACH PERIOD
           OPEN OUTPUT COMM-EXC-FILE.                                     *>START THE EXCEPTION LIST OVER EACH PERIOD
           PERFORM LOAD-DETAIL-TABLE.                                     *>PULL THE WHOLE PERIOD'S DETAIL INTO THE TABLE
           PERFORM ADD-TIER-ADJUSTMENTS.                                  *>PAY UP DEALS WRITTEN BELOW THE TIER THE MONTH REACHED
           PERFORM SORT-DETAIL-TABLE.                                     *>GROUP THE DETAIL BY SALESPERSON
           PERFORM BRIDGE-ALL-SALESPEOPLE.                                *>STATEMENT, PAY RECORD OR EXCEPTION, PER SALESPERSON
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
                   'PERIOD NOT ROLLED - RERUN WITH A LARGER TABLE'        *>THE FILE IS LEFT INTACT AND THE SCHEDULER IS PAGED SO
               MOVE 16 TO RETURN-CODE                                     *>THE PERIOD CAN BE RE-BRIDGED WHOLE
           ELSE                                                           *>EVERY DETAIL LINE WAS BRIDGED
               PERFORM APPLY-TIER-RATES                                   *>RECORD THE RAISED RATES SO NO ADJUSTMENT IS PAID TWICE
               PERFORM ROLL-COMMDET-GENERATION                            *>THE DETAIL IS CONSUMED - ROLL IT SO NEXT PERIOD STARTS EMPTY
           END-IF.
           IF TIER-FILES-SWITCH = 'YES'                                   *>THE REGISTER AND PLAN MASTER WERE OPENED FOR THE ADJUSTMENT
               CLOSE SALES-REGISTER
                 COMM-PLAN-FILE
           END-IF.
           STOP RUN.                                                      *>FINISH MAIN EXECUTION

       *>-------------JOB SEQUENCING GUARD------------------------------
               END-PERFORM
           END-PERFORM.

           *>-------------RETROACTIVE TIER ADJUSTMENT------------------------------
       ADD-TIER-ADJUSTMENTS.                                              *>PROCEDURE PARAGRAPH TO PAY THE TIER ADJUSTMENT - A SALESPERSON ON A
           MOVE 'NO ' TO TIER-FILES-SWITCH.                               *>PLAN WHOSE MONTH CROSSED INTO A HIGHER TIER IS PAID THE DIFFERENCE
           OPEN I-O SALES-REGISTER.                                       *>ON EVERY DEAL OF THE MONTH WRITTEN AT A LOWER TIER
           IF SREG-STATUS NOT = '00'                                      *>NO REGISTER MEANS NO SALES HAVE EVER BEEN ACCEPTED
               DISPLAY 'COMMBRIDGE WARNING - SALES REGISTER '
                   'SALESREG.DAT NOT AVAILABLE, STATUS ' SREG-STATUS
                   ' - NO TIER ADJUSTMENT THIS PERIOD'
           ELSE
               OPEN INPUT COMM-PLAN-FILE                                  *>THE PLAN MASTER IS ONLY READ - PLANMAINT MAINTAINS IT
               IF CPLF-STATUS NOT = '00'                                  *>NO PLAN MASTER MEANS NO CODE IS ON A PLAN YET
                   DISPLAY 'COMMBRIDGE WARNING - PLAN MASTER '
                       'COMMPLAN.DAT NOT AVAILABLE, STATUS ' CPLF-STATUS
                       ' - NO TIER ADJUSTMENT THIS PERIOD'
                   CLOSE SALES-REGISTER
               ELSE
                   MOVE 'YES' TO TIER-FILES-SWITCH
                   PERFORM SET-MTD-WINDOW                                 *>THIS MONTH AND LAST - EARLIER MONTHS WERE SETTLED BEFORE
                   PERFORM LOAD-MTD-TABLE                                 *>EACH SALESPERSON'S FINAL VOLUME FOR EACH MONTH
                   PERFORM FIND-TIER-ADJUSTMENTS                          *>PRICE EVERY DEAL AGAINST ITS MONTH'S FINAL TIER
               END-IF
           END-IF.

       SET-MTD-WINDOW.                                                    *>PROCEDURE PARAGRAPH TO SET THIS MONTH AND LAST AS YYMM
           MOVE RUN-DATE (3:4) TO MTD-THIS-MONTH.
           MOVE RUN-DATE (3:2) TO MTD-WORK-YY.
           MOVE RUN-DATE (5:2) TO MTD-WORK-MM.
           IF MTD-WORK-MM = 1                                             *>JANUARY'S LAST MONTH IS LAST YEAR'S DECEMBER
               MOVE 12 TO MTD-WORK-MM
               IF MTD-WORK-YY = 0
                   MOVE 99 TO MTD-WORK-YY
               ELSE
                   SUBTRACT 1 FROM MTD-WORK-YY
               END-IF
           ELSE
               SUBTRACT 1 FROM MTD-WORK-MM
           END-IF.
           MOVE MTD-WORK-YY TO MTD-LAST-MONTH (1:2).
           MOVE MTD-WORK-MM TO MTD-LAST-MONTH (3:2).

       LOAD-MTD-TABLE.                                                    *>PROCEDURE PARAGRAPH TO SUM EACH SALESPERSON'S UNREVERSED UNITS
           PERFORM START-REGISTER-SWEEP.                                  *>AND DOLLARS PER SALE MONTH FROM THE SALES REGISTER
           PERFORM UNTIL SREG-EOF-SWITCH = 'YES'                          *>ONE REGISTER RECORD PER PASS
               READ SALES-REGISTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO SREG-EOF-SWITCH
                   NOT AT END
                       PERFORM SET-MTD-LOOKUP
                       IF SREG-REVERSED-FLAG NOT = 'Y'                    *>A REVERSED DEAL NEVER COUNTS TOWARD A TIER
                       AND (MTD-LOOKUP-MONTH = MTD-THIS-MONTH
                         OR MTD-LOOKUP-MONTH = MTD-LAST-MONTH)
                           PERFORM ADD-TO-MTD-TABLE
                       END-IF
               END-READ
           END-PERFORM.

       START-REGISTER-SWEEP.                                              *>PROCEDURE PARAGRAPH TO POSITION AT THE FRONT OF THE REGISTER
           MOVE 'NO ' TO SREG-EOF-SWITCH.
           MOVE ZERO TO SREG-STOCK-NUM.
           START SALES-REGISTER KEY NOT < SREG-STOCK-NUM
               INVALID KEY                                                *>AN EMPTY REGISTER HAS NOTHING TO SWEEP
                   MOVE 'YES' TO SREG-EOF-SWITCH
           END-START.

       SET-MTD-LOOKUP.                                                    *>PROCEDURE PARAGRAPH TO KEY THE VOLUME LOOKUP FROM THE REGISTER RECORD
           MOVE SREG-SP TO MTD-LOOKUP-SP.
           MOVE SREG-SALE-DATE (5:2) TO MTD-LOOKUP-MONTH (1:2).           *>MMDDYY SALE DATE TO YYMM
           MOVE SREG-SALE-DATE (1:2) TO MTD-LOOKUP-MONTH (3:2).

       FIND-MTD-ENTRY.                                                    *>PROCEDURE PARAGRAPH TO FIND THE SALESPERSON/MONTH ROW, ZERO IF NONE
           MOVE ZERO TO MTD-FOUND-SUB.
           PERFORM VARYING MTD-SUB FROM 1 BY 1
                   UNTIL MTD-SUB > MTD-COUNT
               IF MTD-SP (MTD-SUB) = MTD-LOOKUP-SP
               AND MTD-MONTH (MTD-SUB) = MTD-LOOKUP-MONTH
                   MOVE MTD-SUB TO MTD-FOUND-SUB
               END-IF
           END-PERFORM.

       ADD-TO-MTD-TABLE.                                                  *>PROCEDURE PARAGRAPH TO ROLL ONE DEAL INTO ITS SALESPERSON/MONTH ROW
           PERFORM FIND-MTD-ENTRY.
           IF MTD-FOUND-SUB = ZERO
               IF MTD-COUNT < 1000                                        *>GUARD AGAINST OVERRUNNING THE TABLE
                   ADD 1 TO MTD-COUNT
                   MOVE MTD-COUNT TO MTD-FOUND-SUB
                   MOVE MTD-LOOKUP-SP TO MTD-SP (MTD-COUNT)
                   MOVE MTD-LOOKUP-MONTH TO MTD-MONTH (MTD-COUNT)
                   MOVE ZERO TO MTD-UNITS (MTD-COUNT)
                   MOVE ZERO TO MTD-DOLLARS (MTD-COUNT)
               ELSE                                                       *>A ROW THAT CANNOT BE KEPT EARNS NO ADJUSTMENT THIS RUN -
                   DISPLAY 'COMMBRIDGE WARNING - VOLUME TABLE FULL, '     *>THE RATE IS NOT RAISED, SO THE NEXT BRIDGE STILL PAYS IT
                       MTD-LOOKUP-SP ' ' MTD-LOOKUP-MONTH
                       ' NOT ADJUSTED'
               END-IF
           END-IF.
           IF MTD-FOUND-SUB > ZERO
               ADD 1 TO MTD-UNITS (MTD-FOUND-SUB)
               ADD SREG-AMOUNT TO MTD-DOLLARS (MTD-FOUND-SUB)
           END-IF.

       FIND-TIER-ADJUSTMENTS.                                             *>PROCEDURE PARAGRAPH TO PRICE EVERY UNREVERSED PLAN DEAL OF THE
           PERFORM START-REGISTER-SWEEP.                                  *>WINDOW AGAINST THE TIER ITS MONTH FINALLY REACHED
           PERFORM UNTIL SREG-EOF-SWITCH = 'YES'                          *>ONE REGISTER RECORD PER PASS
               READ SALES-REGISTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO SREG-EOF-SWITCH
                   NOT AT END
                       PERFORM SET-MTD-LOOKUP
                       IF SREG-REVERSED-FLAG NOT = 'Y'
                       AND SREG-PLAN NOT = SPACES                         *>A DEAL PAID AT THE KEYED RATE HAS NO TIER
                       AND (MTD-LOOKUP-MONTH = MTD-THIS-MONTH
                         OR MTD-LOOKUP-MONTH = MTD-LAST-MONTH)
                           PERFORM PRICE-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM.

       PRICE-ONE-ADJUSTMENT.                                              *>PROCEDURE PARAGRAPH TO PAY ONE DEAL UP TO ITS MONTH'S FINAL TIER -
           MOVE 'NO ' TO CPL-FOUND-SWITCH.                                *>THE DEAL IS RATED ON THE PLAN IT WAS ACCEPTED UNDER, AND
           MOVE SREG-PLAN TO CPL-CODE.                                    *>A RATE ONLY EVER MOVES UP - A LATER REVERSAL THAT DROPS
           READ COMM-PLAN-FILE                                            *>THE MONTH BACK A TIER TAKES NOTHING BACK FROM THE OTHERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO CPL-FOUND-SWITCH
           END-READ.
           PERFORM FIND-MTD-ENTRY.
           IF CPL-FOUND-SWITCH = 'YES'
           AND MTD-FOUND-SUB > ZERO
               IF CPL-BASIS = 'U'                                         *>THE PLAN TIERS ON UNITS OR ON DOLLARS
                   MOVE MTD-UNITS (MTD-FOUND-SUB) TO TIER-VOLUME
               ELSE
                   MOVE MTD-DOLLARS (MTD-FOUND-SUB) TO TIER-VOLUME
               END-IF
               MOVE ZERO TO TIER-RATE-WORK
               PERFORM VARYING TIER-SUB FROM 1 BY 1                       *>THE HIGHEST TIER WHOSE FLOOR THE VOLUME REACHES
                       UNTIL TIER-SUB > CPL-TIER-COUNT
                   IF TIER-VOLUME >= CPL-TIER-FLOOR (TIER-SUB)
                       MOVE CPL-TIER-RATE (TIER-SUB) TO TIER-RATE-WORK
                   END-IF
               END-PERFORM
               IF TIER-RATE-WORK > SREG-CRATE                             *>THE DEAL WAS PAID BELOW THE TIER THE MONTH REACHED
                   COMPUTE TIER-ADJ-AMOUNT ROUNDED =
                       SREG-AMOUNT * (TIER-RATE-WORK - SREG-CRATE) / 100
                   IF DETAIL-COUNT < 2000                                 *>THE ADJUSTMENT RIDES THE STATEMENT LIKE ANY DETAIL LINE
                   AND RETRO-COUNT < 2000
                       ADD 1 TO DETAIL-COUNT
                       MOVE SREG-SP TO DT-SP (DETAIL-COUNT)
                       MOVE SREG-BRANCH TO DT-BRANCH (DETAIL-COUNT)
                       MOVE SREG-STOCK-NUM TO DT-STOCK (DETAIL-COUNT)
                       MOVE 'T' TO DT-TYPE (DETAIL-COUNT)
                       MOVE TIER-ADJ-AMOUNT TO DT-AMOUNT (DETAIL-COUNT)
                       ADD 1 TO RETRO-COUNT                               *>REMEMBER THE RATE THE DEAL IS NOW PAID AT
                       MOVE SREG-STOCK-NUM TO RT-STOCK (RETRO-COUNT)
                       MOVE TIER-RATE-WORK TO RT-RATE (RETRO-COUNT)
                   ELSE                                                   *>NO ROOM - THE PERIOD IS NOT ROLLED, SAME AS A FULL DETAIL
                       ADD 1 TO DETAIL-DROPPED
                   END-IF
               END-IF
           END-IF.

       APPLY-TIER-RATES.                                                  *>PROCEDURE PARAGRAPH TO RECORD EACH ADJUSTED DEAL'S NEW RATE ON THE
           PERFORM VARYING RETRO-SUB FROM 1 BY 1                          *>REGISTER ONLY AFTER THE PERIOD BRIDGED WHOLE, SO A REFUSED
                   UNTIL RETRO-SUB > RETRO-COUNT                          *>PERIOD PAYS ITS ADJUSTMENTS WHEN IT IS RE-BRIDGED - A LATER
               MOVE RT-STOCK (RETRO-SUB) TO SREG-STOCK-NUM                *>CLAWBACK TAKES BACK THE ADJUSTMENT WITH THE DEAL
               READ SALES-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RT-RATE (RETRO-SUB) TO SREG-CRATE
                       REWRITE SALES-REG-RECORD
               END-READ
           END-PERFORM.

           *>-------------PER-SALESPERSON BRIDGING------------------------------
       BRIDGE-ALL-SALESPEOPLE.                                            *>PROCEDURE PARAGRAPH TO WALK THE SORTED DETAIL WITH A CONTROL BREAK
           MOVE SPACES TO CURRENT-SP.                                     *>NO STATEMENT IS OPEN YET
       WRITE-STMT-DETAIL.                                                 *>PROCEDURE PARAGRAPH TO LIST ONE DEAL ON THE OPEN STATEMENT
           MOVE DT-BRANCH (DETAIL-SUB) TO STD-BRANCH.                     *>BRANCH OF THE DEAL
           MOVE DT-STOCK (DETAIL-SUB) TO STD-STOCK.                       *>STOCK UNIT OF THE DEAL
           MOVE DT-TYPE (DETAIL-SUB) TO STD-TYPE.                         *>SALE, CLAWBACK OR TIER ADJUSTMENT
           MOVE DT-AMOUNT (DETAIL-SUB) TO STD-AMOUNT.                     *>SIGNED COMMISSION DOLLARS
           MOVE STMT-DETAIL-LINE TO COMM-STMT-LINE.                       *>PREPARE THE DETAIL LINE
           WRITE COMM-STMT-LINE.                                          *>WRITE THE DETAIL LINE
