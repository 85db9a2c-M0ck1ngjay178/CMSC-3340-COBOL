                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SPX-CODE
                        FILE STATUS IS SPXF-STATUS.
        SELECT COMM-PLAN-FILE ASSIGN TO 'commplan.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS CPL-CODE
                        FILE STATUS IS CPLF-STATUS.
        SELECT FLOOR-PLAN-FILE ASSIGN TO 'fpmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS FP-STOCK-NUM
                        FILE STATUS IS FPM-STATUS.
        SELECT COMMDET-FILE ASSIGN TO 'commdet.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GEN-REG-FILE ASSIGN TO 'genreg.txt'
       FILE SECTION.
       *>FILE DESCRIPTION FOR INPUT FILE
       FD CAR-SALES-FILE
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS CAR-SALES-FILE.
       01 CAR-IN.
         05 LOCATION           PIC X(11).
         *>OLDER UPLOADS) IS A SALE, 'R' IS A REVERSAL OF A
         *>PREVIOUSLY ACCEPTED SALE
         05 TRAN-TYPE          PIC X(1).
         *>A DEAL WITH A TRADE-IN CARRIES THE TRADED UNIT ON THE SAME
         *>LINE -- THE STOCK NUMBER THE DESK ASSIGNED IT, ITS YEAR AND
         *>MODEL, AND THE ALLOWANCE GIVEN AGAINST THE PRICE (WHOLE
         *>DOLLARS, LIKE SALE-AMOUNT). ALL FOUR ARE BLANK WITH NO TRADE
         05 TRADE-STOCK-NUM    PIC X(6).
         05 TRADE-YR           PIC X(4).
         05 TRADE-MODEL        PIC X(13).
         05 TRADE-ALLOWANCE    PIC X(6).


       *>FILE DESCRIPTION FOR GOOD OUTPUT FILE

       *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER KEYED BY STOCK NUMBER
       FD  INVENTORY-MASTER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 INV-RECEIVED-DATE PIC 9(8).        *>DATE (YYYYMMDD) THE UNIT ARRIVED ON THE LOT
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 INV-SOLD-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE UNIT WAS SOLD, ZERO WHILE UNSOLD
         05 INV-SOURCE-FLAG PIC X(1).          *>'T' WHEN THE UNIT CAME IN AS A TRADE-IN, BLANK WHEN BOUGHT

       *>FILE DESCRIPTION FOR THE UNSOLD-INVENTORY AGING REPORT BY BRANCH
       FD  INV-AGING-FILE
       *>STOCK NUMBER, KEPT ACROSS RUNS SO A REVERSAL CAN BE VALIDATED
       *>AGAINST THE SALE IT UNWINDS
       FD  SALES-REGISTER
                 RECORD CONTAINS 102 CHARACTERS
                  DATA RECORD IS SALES-REG-RECORD.
       01 SALES-REG-RECORD.
         05 SREG-STOCK-NUM PIC 9(6).           *>SREG-STOCK-NUM IS THE RECORD KEY
         05 SREG-BRANCH PIC 9(4).              *>BRANCH THAT MADE THE SALE
         05 SREG-SP PIC X(10).                 *>SALESPERSON WHO MADE THE SALE
         05 SREG-AMOUNT PIC 9(6).              *>SALE AMOUNT AS ACCEPTED
         05 SREG-CRATE PIC 9(3).               *>COMMISSION RATE PAID - THE PLAN TIER RATE (RAISED BY THE
                                               *>PERIOD-END TIER ADJUSTMENT), OR THE KEYED RATE WITH NO PLAN
         05 SREG-SALE-DATE PIC 9(6).           *>SALE DATE (MMDDYY) AS ACCEPTED
         05 SREG-REVERSED-FLAG PIC X(1).       *>'Y' ONCE THE SALE HAS BEEN REVERSED
         05 SREG-REVERSED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE REVERSAL WAS APPLIED, ZERO WHILE UNREVERSED -
                                               *>WHATEVER RATE IS ON FILE THE DAY THE DEAL FALLS THROUGH
         05 SREG-JURIS PIC X(15).              *>JURISDICTION THE TAX WAS CHARGED FOR, SO THE BACKOUT CREDITS
                                               *>THE RIGHT FILING EVEN IF THE RATE TABLE HAS SINCE CHANGED
         05 SREG-TRADE-STOCK PIC 9(6).         *>STOCK NUMBER THE TRADE-IN WENT ON THE LOT UNDER, ZERO WITH
                                               *>NO TRADE - A REVERSAL PULLS IT BACK OFF
         05 SREG-TRADE-ALLOW PIC 9(6).         *>TRADE-IN ALLOWANCE AS ACCEPTED
         05 SREG-TAXABLE PIC 9(6).             *>DOLLARS THE TAX WAS CHARGED ON - THE PRICE NET OF THE
                                               *>TRADE WHERE THE JURISDICTION ALLOWS IT, ELSE THE PRICE
         05 SREG-PLAN PIC X(4).                *>COMMISSION PLAN THE DEAL WAS RATED ON, BLANK FOR THE KEYED RATE
         05 SREG-SPIFF PIC 9(4)V99.            *>FLAT MODEL SPIFF PAID ON THE DEAL - A REVERSAL CLAWS IT BACK
         05 SREG-FLOOR-INT PIC 9(5)V99.        *>FLOOR-PLAN INTEREST CHARGED AGAINST THE DEAL'S GROSS PROFIT -
                                               *>A REVERSAL BACKS THIS EXACT AMOUNT OUT OF THE GP TABLES

       *>FILE DESCRIPTION FOR THE PERIOD GROSS-PROFIT REPORT BY BRANCH
       *>AND BY MODEL, BUILT FROM THE INVENTORY MASTER'S UNIT COST
       FD  GP-REPORT-FILE
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS GP-REPORT-LINE.
       01 GP-REPORT-LINE PIC X(80).

       *>FILE DESCRIPTION FOR THE SALES-TAX RATE TABLE KEYED BY
       *>BRANCH -- BRANCHES SIT IN DIFFERENT TAX JURISDICTIONS
       FD  TAX-RATE-FILE
                 RECORD CONTAINS 25 CHARACTERS
                  DATA RECORD IS TAX-RATE-IN.
       01 TAX-RATE-IN.
         05 TAXR-BRANCH PIC 9(4).              *>BRANCH THE RATE APPLIES TO
         05 TAXR-JURIS PIC X(15).              *>TAX JURISDICTION THE BRANCH SITS IN
         05 TAXR-RATE PIC 9V9999.              *>TAX RATE AS A FRACTION (0625 = 6.25 PERCENT)
         05 TAXR-TRADE-CREDIT PIC X(1).        *>'Y' WHEN THE JURISDICTION TAXES THE PRICE NET OF A
                                               *>TRADE-IN - BLANK OR 'N' TAXES THE FULL PRICE

       *>FILE DESCRIPTION FOR THE MACHINE-READABLE SALES-TAX DETAIL
       *>CONSUMED BY THE MONTHLY TAXREMIT RUN -- ACCUMULATES ACROSS
       *>CODE MUST BE ON IT AND ACTIVE, SO THE PERIOD-END BRIDGE CAN
       *>ALWAYS FIND THE PAYROLL EMPLOYEE BEHIND A COMMISSION
       FD  SP-XREF-FILE
                 RECORD CONTAINS 20 CHARACTERS
                  DATA RECORD IS SP-XREF-RECORD.
       01 SP-XREF-RECORD.
         05 SPX-CODE PIC X(10).                *>SPX-CODE IS THE RECORD KEY - THE SALES-FLOOR CODE
         05 SPX-EMP-ID PIC 9(5).               *>PAYROLL EMPLOYEE ID OF RECORD FOR THE CODE
         05 SPX-STATUS PIC X(1).               *>'A' ACTIVE, 'I' INACTIVE
         05 SPX-PLAN PIC X(4).                 *>COMMISSION PLAN THE CODE IS PAID ON, BLANK FOR THE KEYED RATE

       *>FILE DESCRIPTION FOR THE COMMISSION PLAN MASTER MAINTAINED BY
       *>PLANMAINT -- A PLAN PAYS A TIERED RATE BY THE SALESPERSON'S
       *>MONTH-TO-DATE UNITS OR DOLLARS, PLUS A FLAT SPIFF BY MODEL
       FD  COMM-PLAN-FILE
                 RECORD CONTAINS 171 CHARACTERS
                  DATA RECORD IS COMM-PLAN-RECORD.
       01 COMM-PLAN-RECORD.
         05 CPL-CODE PIC X(4).                 *>CPL-CODE IS THE RECORD KEY - THE PLAN CODE
         05 CPL-DESC PIC X(20).                *>PLAN DESCRIPTION
         05 CPL-BASIS PIC X(1).                *>'U' TIERS BY UNITS, 'D' TIERS BY DOLLARS
         05 CPL-TIER-COUNT PIC 9(1).           *>NUMBER OF TIERS IN USE, 1-5
         05 CPL-TIER OCCURS 5 TIMES.
           10 CPL-TIER-FLOOR PIC 9(7).         *>MONTH-TO-DATE VOLUME THE TIER STARTS AT (TIER 1 IS ZERO)
           10 CPL-TIER-RATE PIC 9(3).          *>WHOLE-PERCENT RATE THE TIER PAYS
         05 CPL-SPIFF OCCURS 5 TIMES.
           10 CPL-SPIFF-MODEL PIC X(13).       *>MODEL THE SPIFF IS PAID ON, BLANK WHEN UNUSED
           10 CPL-SPIFF-AMT PIC 9(4)V99.       *>FLAT DOLLARS PAID PER UNIT OF THE MODEL

       *>FILE DESCRIPTION FOR THE FLOOR-PLAN MASTER MAINTAINED BY THE
       *>MONTH-END FLOORPLAN RUN -- INTEREST ACCRUED ON EACH UNIT
       *>SINCE IT WENT ON THE LENDER'S LINE, READ HERE TO CHARGE THE
       *>CARRYING COST AGAINST THE DEAL'S GROSS PROFIT
       FD  FLOOR-PLAN-FILE
                 RECORD CONTAINS 64 CHARACTERS
                  DATA RECORD IS FLOOR-PLAN-RECORD.
       01 FLOOR-PLAN-RECORD.
         05 FP-STOCK-NUM PIC 9(6).             *>FP-STOCK-NUM IS THE RECORD KEY
         05 FP-STATUS PIC X(1).                *>'O' OPEN ON THE LINE, 'P' PAID OFF TO THE LENDER
         05 FP-FLOORED-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE UNIT WENT ON THE LINE
         05 FP-INT-THRU-DATE PIC 9(8).         *>DATE (YYYYMMDD) INTEREST HAS BEEN ACCRUED THROUGH
         05 FP-ACCRUED-INT PIC 9(6)V99.        *>INTEREST ACCRUED AND NOT YET PAID
         05 FP-CURTAILED PIC 9(6)V99.          *>PRINCIPAL ALREADY PAID DOWN BY CURTAILMENT
         05 FP-CURTAIL-DATE PIC 9(8).          *>DATE (YYYYMMDD) OF THE CURTAILMENT, ZERO WHEN NONE
         05 FP-PAYOFF-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE UNIT WAS PAID OFF, ZERO WHILE OPEN
         05 FP-PAYOFF-AMT PIC 9(7)V99.         *>AMOUNT PAID TO THE LENDER AT PAYOFF

       *>FILE DESCRIPTION FOR THE COMMISSION CLAWBACK LISTING PRODUCED
       *>BY REVERSALS, FEEDING THE SALESPERSON'S NEXT STATEMENT
       01 STOCK-BRANCH-MSG PIC X(21) VALUE 'STOCK AT OTHER BRANCH'.
       01 STOCK-SOLD-MSG PIC X(18) VALUE 'STOCK ALREADY SOLD'.

       *>TRADE-IN STATE AND MESSAGES -- SET BY CHECK-TRADE-IN, USED
       *>BY VALID-CAR TO NET THE TAX AND PUT THE TRADE ON THE LOT
       01  TRADE-PRESENT-SWITCH PIC X(3) VALUE 'NO '.
       01  TRADE-RESOLD-SWITCH PIC X(3) VALUE 'NO '.
       01  TRADE-FLOORED-SWITCH PIC X(3) VALUE 'NO '.
       01  TRADE-ALLOW-AMT PIC 9(6) VALUE ZERO.
       01  TRADE-YR-NUM PIC 9(4) VALUE ZERO.
       01  SALE-AMT-NUM PIC 9(6) VALUE ZERO.
       01  TAXABLE-AMOUNT PIC 9(6) VALUE ZERO.
       01  SALE-YEAR-WORK PIC 9(4) VALUE ZERO.
       01  SALE-DATE-YMD PIC 9(8) VALUE ZERO.

       01 TRADE-DATA-MSG PIC X(21) VALUE 'INVALID TRADE-IN DATA'.
       01 TRADE-ON-FILE-MSG PIC X(27)
           VALUE 'TRADE STOCK ALREADY ON FILE'.
       01 TRADE-RESOLD-MSG PIC X(30)
           VALUE 'REVERSAL - TRADE-IN WAS RESOLD'.
       01 TRADE-FLOORED-MSG PIC X(30)
           VALUE 'REVERSAL - TRADE-IN IS FLOORED'.

       *>SECOND GOOD.TXT LINE FOR A DEAL WITH A TRADE-IN
       01 GOOD-TRADE-LINE.
         05 FILLER PIC X(12) VALUE '  TRADE-IN: '.
         05 GTR-STOCK PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 GTR-YEAR PIC 9(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 GTR-MODEL PIC X(13).
         05 FILLER PIC X(11) VALUE ' ALLOWANCE '.
         05 GTR-ALLOW PIC ZZZZZ9.
         05 FILLER PIC X(9) VALUE ' TAXABLE '.
         05 GTR-TAXABLE PIC ZZZZZ9.

       *>SALE-REVERSAL STATE AND MESSAGES
       01  SREG-STATUS PIC XX.
       01  SREG-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  UNIT-COST PIC 9(6)V99 VALUE ZERO.
       01  GP-AMOUNT PIC S9(7)V99 VALUE ZERO.

       *>FLOOR-PLAN STATE -- A SOLD UNIT'S GROSS PROFIT IS ALSO
       *>CHARGED THE INTEREST ITS FLOOR-PLAN FINANCING RAN UP FROM THE
       *>DAY IT WENT ON THE LINE TO THE DAY IT SOLD: WHAT THE MONTH-END
       *>RUN HAS ACCRUED, PLUS THE DAYS SINCE AT THE RATE ON FILE
       01  FPM-STATUS PIC XX.
       01  FPM-OPEN-SWITCH PIC X(3) VALUE 'NO '.
       01  FLOOR-PLAN-PCT PIC 9(2)V99 VALUE 7.50.
       01  UNIT-RECEIVED-DATE PIC 9(8) VALUE ZERO.
       01  FLOOR-INT-WORK PIC 9(5)V99 VALUE ZERO.
       01  FLOOR-PRINCIPAL PIC 9(6)V99 VALUE ZERO.
       01  FLOOR-FROM-DATE PIC 9(8) VALUE ZERO.
       01  FLOOR-DAYS PIC S9(5) VALUE ZERO.

       *>SALES-TAX STATE -- THE RATE TABLE IS LOADED FROM
       *>TAXRATES.TXT AT STARTUP, AND EVERY ACCEPTED SALE (AND EVERY
       *>REVERSAL) POSTS ITS TAX TO THE MONTHLY DETAIL FOR TAXREMIT
       01  TAX-LOOKUP-BRANCH PIC 9(4) VALUE ZERO.
       01  TAX-RATE-WORK PIC 9V9999 VALUE ZERO.
       01  TAX-JURIS-WORK PIC X(15) VALUE SPACES.
       01  TAX-TRADE-CREDIT-WORK PIC X(1) VALUE SPACE.
       01  TAX-AMOUNT PIC 9(6)V99 VALUE ZERO.

       01  TAX-TABLE-CONTROLS.
               10 TAXT-BRANCH PIC 9(4).
               10 TAXT-JURIS PIC X(15).
               10 TAXT-RATE PIC 9V9999.
               10 TAXT-TRADE-CREDIT PIC X(1).

       01 NO-TAX-RATE-MSG PIC X(23)
           VALUE 'NO TAX RATE FOR BRANCH'.
       *>GENERAL-LEDGER POSTING STATE -- THE SHARED CHART OF ACCOUNTS
       *>PUTS CAR SALES AT DR 1000 (CASH) / CR 4200 (VEHICLE SALES
       *>REVENUE) AND THE TAX AT CR 2100 (SALES TAX PAYABLE); A
       *>TRADE-IN TAKEN IN PART PAYMENT IS DR 1400 (VEHICLE
       *>INVENTORY) / CR 1000 AT THE ALLOWANCE, SO CASH NETS TO WHAT
       *>THE CUSTOMER PAID. A REVERSAL-HEAVY DAY CAN DRIVE ANY NET
       *>NEGATIVE, WHICH POSTS WITH THE LEGS SWAPPED
       01  GL-SALES-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  GL-TAX-TOTAL PIC S9(8)V99 VALUE ZERO.
       01  GL-TRADE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  GL-PAIR-WORK.
           05 GL-PAIR-DR PIC 9(4) VALUE ZERO.
           05 GL-PAIR-CR PIC 9(4) VALUE ZERO.
       01 SP-XREF-MSG PIC X(24)
           VALUE 'SALESPERSON NOT ON XREF'.

       *>COMMISSION PLAN STATE -- A SALESPERSON ON A PLAN IS PAID THE
       *>TIER RATE THEIR MONTH-TO-DATE VOLUME REACHES WITH THE DEAL
       *>IN IT, PLUS THE PLAN'S SPIFF FOR THE MODEL, AND A KEYED RATE
       *>THAT DISAGREES IS LISTED ON HELD.TXT FOR REVIEW. A CODE WITH
       *>NO PLAN IS STILL PAID THE KEYED RATE
       01  CPLF-STATUS PIC XX.
       01  CPL-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  PLAN-CODE-WORK PIC X(4) VALUE SPACES.
       01  PLAN-RATE-WORK PIC 9(3) VALUE ZERO.
       01  PLAN-SPIFF-WORK PIC 9(4)V99 VALUE ZERO.
       01  PLAN-VOLUME PIC S9(9) VALUE ZERO.
       01  PLAN-TIER-SUB PIC 9(1) VALUE ZERO.
       01  PLAN-SPIFF-SUB PIC 9(1) VALUE ZERO.
       01 NO-PLAN-MSG PIC X(27)
           VALUE 'COMMISSION PLAN NOT ON FILE'.

       *>HELD.TXT REVIEW LINE FOR A DEAL WHOSE KEYED RATE DISAGREES
       *>WITH THE PLAN -- THE DEAL IS ACCEPTED AND PAID AT THE PLAN
       *>RATE, THE LINE ONLY ASKS SOMEONE TO LOOK AT THE KEYING
       01  RATE-REVIEW-LINE.
           05 FILLER PIC X(23) VALUE 'KEYED RATE DISAGREES - '.
           05 FILLER PIC X(5) VALUE 'PLAN '.
           05 RRL-PLAN PIC X(4).
           05 FILLER PIC X(6) VALUE ' RATE '.
           05 RRL-PLAN-RATE PIC ZZ9.
           05 FILLER PIC X(7) VALUE ' KEYED '.
           05 RRL-KEYED-RATE PIC XXX.
           05 FILLER PIC X(7) VALUE ' SPIFF '.
           05 RRL-SPIFF PIC ZZZ9.99.

       *>MONTH-TO-DATE VOLUME BY SALESPERSON AND SALE MONTH (YYMM),
       *>LOADED FROM THE SALES REGISTER'S UNREVERSED SALES FOR THIS
       *>MONTH AND LAST AT STARTUP AND KEPT CURRENT AS DEALS ARE
       *>ACCEPTED AND REVERSED. A RESTARTED RUN RELOADS IT FROM THE
       *>REGISTER, WHICH ALREADY HOLDS THE CRASHED RUN'S DEALS
       01  MTD-TABLE-CONTROLS.
           05 MTD-COUNT PIC 9(4) VALUE ZEROS.
           05 MTD-SUB PIC 9(4) VALUE ZEROS.
           05 MTD-FOUND-SUB PIC 9(4) VALUE ZEROS.
           05 MTD-DROPPED PIC 9(5) VALUE ZEROS.
           05 SREG-EOF-SWITCH PIC X(3) VALUE 'NO '.

       01  MTD-POSTING.
           05 MTD-LOOKUP-SP PIC X(10).
           05 MTD-LOOKUP-MONTH PIC X(4).
           05 MTD-POST-UNITS PIC S9(1).
           05 MTD-POST-DOLLARS PIC S9(7).

       01  MTD-WINDOW.
           05 MTD-THIS-MONTH PIC X(4).
           05 MTD-LAST-MONTH PIC X(4).
           05 MTD-WORK-YY PIC 99.
           05 MTD-WORK-MM PIC 99.

       01  MTD-TABLE.
           05  MTD-ENTRY OCCURS 1000 TIMES.
               10 MTD-SP PIC X(10).
               10 MTD-MONTH PIC X(4).
               10 MTD-UNITS PIC S9(5).
               10 MTD-DOLLARS PIC S9(9).

       01  GP-TABLE-CONTROLS.
           05 GP-BR-COUNT PIC 9(3) VALUE ZEROS.
           05 GP-MD-COUNT PIC 9(3) VALUE ZEROS.
               10 GPB-UNITS   PIC S9(5).
               10 GPB-REVENUE PIC S9(8).
               10 GPB-COST    PIC S9(8)V99.
               10 GPB-FLOOR   PIC S9(7)V99.

       01  GP-MODEL-TABLE.
           05  GP-MD-ENTRY OCCURS 200 TIMES.
               10 GPM-UNITS   PIC S9(5).
               10 GPM-REVENUE PIC S9(8).
               10 GPM-COST    PIC S9(8)V99.
               10 GPM-FLOOR   PIC S9(7)V99.

       01  GP-BR-SORT-HOLD.
           05 GBH-BRANCH  PIC 9(4).
           05 GBH-UNITS   PIC S9(5).
           05 GBH-REVENUE PIC S9(8).
           05 GBH-COST    PIC S9(8)V99.
           05 GBH-FLOOR   PIC S9(7)V99.

       01  GP-MD-SORT-HOLD.
           05 GMH-MODEL   PIC X(13).
           05 GMH-UNITS   PIC S9(5).
           05 GMH-REVENUE PIC S9(8).
           05 GMH-COST    PIC S9(8)V99.
           05 GMH-FLOOR   PIC S9(7)V99.

       01  GP-MARGIN-WORK PIC S9(8)V99 VALUE ZERO.

           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '         COST'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '  FLOOR INT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE '       MARGIN'.

       01  GP-PRINT-LINE.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 GPP-COST    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 GPP-FLOOR   PIC -ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 GPP-MARGIN  PIC -Z,ZZZ,ZZ9.99.

       *>UNSOLD-INVENTORY AGING TABLE, SORTED BY BRANCH THEN STOCK NUMBER
           PERFORM OPEN-SALES-REGISTER.
           PERFORM LOAD-TAX-RATE-TABLE.
           PERFORM OPEN-SP-XREF-FILE.
           PERFORM OPEN-COMM-PLAN-FILE.
           PERFORM LOAD-MTD-TABLE.
           PERFORM OPEN-FLOOR-PLAN-FILE.

           *>THE SALES-TAX DETAIL ACCUMULATES ACROSS THE MONTH UNTIL
           *>THE TAXREMIT RUN CONSUMES IT
             CLAWBACK-FILE
             TAX-REG-FILE
             SP-XREF-FILE
             COMM-PLAN-FILE
             COMMDET-FILE.
           IF FPM-OPEN-SWITCH = 'YES'
               CLOSE FLOOR-PLAN-FILE
           END-IF.
           PERFORM ROLL-OUTPUT-GENERATIONS.
           STOP RUN.

                               MOVE PARM-WORK-VALUE
                                   TO CHECKPOINT-INTERVAL
                           END-IF
                       WHEN 'FLOOR-PLAN-PCT'
                           IF PARM-WORK-VALUE > 99.99
                               PERFORM WARN-PARM-TOO-BIG
                           ELSE
                               MOVE PARM-WORK-VALUE TO FLOOR-PLAN-PCT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           MOVE 'CHECKPOINT-INTERVAL' TO PPR-LABEL.
           MOVE CHECKPOINT-INTERVAL TO PPR-VALUE.
           WRITE SUMMARY-LINE FROM PARM-PRINT-LINE.
           MOVE 'FLOOR-PLAN-PCT' TO PPR-LABEL.
           MOVE FLOOR-PLAN-PCT TO PPR-VALUE.
           WRITE SUMMARY-LINE FROM PARM-PRINT-LINE.

       *>Build this run's dated output names from the run date
       BUILD-OUTPUT-NAMES.
                               TO TAXT-JURIS (TAXT-COUNT)
                           MOVE TAXR-RATE
                               TO TAXT-RATE (TAXT-COUNT)
                           MOVE TAXR-TRADE-CREDIT
                               TO TAXT-TRADE-CREDIT (TAXT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               STOP RUN
           END-IF.

       *>Open the commission plan master read-only -- PLANMAINT
       *>maintains it. It is created empty on the very first run, so
       *>a site with no plans yet pays every code its keyed rate
       OPEN-COMM-PLAN-FILE.
           OPEN INPUT COMM-PLAN-FILE.
           IF CPLF-STATUS = '35'
               OPEN OUTPUT COMM-PLAN-FILE
               CLOSE COMM-PLAN-FILE
               OPEN INPUT COMM-PLAN-FILE
           END-IF.
           IF CPLF-STATUS NOT = '00'
               DISPLAY 'PROGRAM2 ABORTED - COMMISSION PLAN MASTER '
                   'COMMPLAN.DAT COULD NOT BE OPENED, STATUS '
                   CPLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *>Open the floor-plan master read-only -- the month-end
       *>FLOORPLAN run maintains it. Until that run has built it no
       *>unit is on the line yet, so no interest is charged
       OPEN-FLOOR-PLAN-FILE.
           MOVE 'NO ' TO FPM-OPEN-SWITCH.
           OPEN INPUT FLOOR-PLAN-FILE.
           IF FPM-STATUS = '00'
               MOVE 'YES' TO FPM-OPEN-SWITCH
           ELSE
               DISPLAY 'PROGRAM2 WARNING - FLOOR-PLAN MASTER '
                   'FPMAST.DAT NOT AVAILABLE, STATUS ' FPM-STATUS
                   ' - NO FLOOR-PLAN INTEREST CHARGED'
           END-IF.

       *>Set the month-to-date window -- this month and last, as
       *>YYMM -- and sweep the sales register for the unreversed
       *>sales in it. Only two months are kept, so a deal keyed with
       *>an older sale date is rated from its own deals in this run;
       *>the period-end tier adjustment settles the difference
       LOAD-MTD-TABLE.
           MOVE RUN-DATE (3:4) TO MTD-THIS-MONTH.
           MOVE RUN-DATE (3:2) TO MTD-WORK-YY.
           MOVE RUN-DATE (5:2) TO MTD-WORK-MM.
           IF MTD-WORK-MM = 1
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
           MOVE 'NO ' TO SREG-EOF-SWITCH.
           MOVE ZERO TO SREG-STOCK-NUM.
           START SALES-REGISTER KEY NOT < SREG-STOCK-NUM
               INVALID KEY
                   MOVE 'YES' TO SREG-EOF-SWITCH
           END-START.
           PERFORM UNTIL SREG-EOF-SWITCH = 'YES'
               READ SALES-REGISTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO SREG-EOF-SWITCH
                   NOT AT END
                       IF SREG-REVERSED-FLAG NOT = 'Y'
                           MOVE SREG-SP TO MTD-LOOKUP-SP
                           MOVE SREG-SALE-DATE (5:2)
                               TO MTD-LOOKUP-MONTH (1:2)
                           MOVE SREG-SALE-DATE (1:2)
                               TO MTD-LOOKUP-MONTH (3:2)
                           IF MTD-LOOKUP-MONTH = MTD-THIS-MONTH
                           OR MTD-LOOKUP-MONTH = MTD-LAST-MONTH
                               MOVE 1 TO MTD-POST-UNITS
                               MOVE SREG-AMOUNT TO MTD-POST-DOLLARS
                               PERFORM POST-TO-MTD-TABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *>Find the salesperson/month row for MTD-LOOKUP-SP and
       *>MTD-LOOKUP-MONTH, leaving MTD-FOUND-SUB zero when there is
       *>none yet
       FIND-MTD-ENTRY.
           MOVE ZERO TO MTD-FOUND-SUB.
           PERFORM VARYING MTD-SUB FROM 1 BY 1
                   UNTIL MTD-SUB > MTD-COUNT
               IF MTD-SP (MTD-SUB) = MTD-LOOKUP-SP
               AND MTD-MONTH (MTD-SUB) = MTD-LOOKUP-MONTH
                   MOVE MTD-SUB TO MTD-FOUND-SUB
               END-IF
           END-PERFORM.

       *>Roll MTD-POST-UNITS/MTD-POST-DOLLARS (negative for a
       *>reversal) into the salesperson/month row, creating it when
       *>needed -- a full table is reported once and the deal is then
       *>rated as the first of its month, which the period-end tier
       *>adjustment puts right
       POST-TO-MTD-TABLE.
           PERFORM FIND-MTD-ENTRY.
           IF MTD-FOUND-SUB = ZERO
               IF MTD-COUNT < 1000
                   ADD 1 TO MTD-COUNT
                   MOVE MTD-COUNT TO MTD-FOUND-SUB
                   MOVE MTD-LOOKUP-SP TO MTD-SP (MTD-COUNT)
                   MOVE MTD-LOOKUP-MONTH TO MTD-MONTH (MTD-COUNT)
                   MOVE ZERO TO MTD-UNITS (MTD-COUNT)
                   MOVE ZERO TO MTD-DOLLARS (MTD-COUNT)
               ELSE
                   IF MTD-DROPPED = ZERO
                       DISPLAY 'PROGRAM2 WARNING - MONTH-TO-DATE '
                           'VOLUME TABLE FULL'
                   END-IF
                   ADD 1 TO MTD-DROPPED
               END-IF
           END-IF.
           IF MTD-FOUND-SUB > ZERO
               ADD MTD-POST-UNITS TO MTD-UNITS (MTD-FOUND-SUB)
               ADD MTD-POST-DOLLARS TO MTD-DOLLARS (MTD-FOUND-SUB)
           END-IF.

       *>Rate the deal: with no plan the keyed rate stands; on a plan
       *>the rate is the highest tier whose floor the salesperson's
       *>month-to-date volume reaches counting this deal, and the
       *>spiff is the plan's flat amount for the car's model. The
       *>plan record is in the buffer from CHECK-CAR-VALIDITY
       RATE-FROM-PLAN.
           MOVE RATE-NUM TO PLAN-RATE-WORK.
           MOVE ZERO TO PLAN-SPIFF-WORK.
           IF PLAN-CODE-WORK NOT = SPACES
               MOVE SALESPERSON TO MTD-LOOKUP-SP
               MOVE SALE-DATE (5:2) TO MTD-LOOKUP-MONTH (1:2)
               MOVE SALE-DATE (1:2) TO MTD-LOOKUP-MONTH (3:2)
               PERFORM FIND-MTD-ENTRY
               MOVE ZERO TO PLAN-VOLUME
               IF CPL-BASIS = 'U'
                   IF MTD-FOUND-SUB > ZERO
                       MOVE MTD-UNITS (MTD-FOUND-SUB) TO PLAN-VOLUME
                   END-IF
                   ADD 1 TO PLAN-VOLUME
               ELSE
                   IF MTD-FOUND-SUB > ZERO
                       MOVE MTD-DOLLARS (MTD-FOUND-SUB) TO PLAN-VOLUME
                   END-IF
                   ADD GOOD-SAMT TO PLAN-VOLUME
               END-IF
               PERFORM VARYING PLAN-TIER-SUB FROM 1 BY 1
                       UNTIL PLAN-TIER-SUB > CPL-TIER-COUNT
                   IF PLAN-VOLUME >= CPL-TIER-FLOOR (PLAN-TIER-SUB)
                       MOVE CPL-TIER-RATE (PLAN-TIER-SUB)
                           TO PLAN-RATE-WORK
                   END-IF
               END-PERFORM
               PERFORM VARYING PLAN-SPIFF-SUB FROM 1 BY 1
                       UNTIL PLAN-SPIFF-SUB > 5
                   IF CPL-SPIFF-MODEL (PLAN-SPIFF-SUB) = CAR-MODEL
                   AND CAR-MODEL NOT = SPACES
                       MOVE CPL-SPIFF-AMT (PLAN-SPIFF-SUB)
                           TO PLAN-SPIFF-WORK
                   END-IF
               END-PERFORM
           END-IF.

       *>List an accepted deal whose keyed rate is not the plan's
       *>rate on the held.txt review report, in the held-car layout
       *>under a line naming the plan and both rates
       LIST-RATE-DISAGREEMENT.
           MOVE PLAN-CODE-WORK TO RRL-PLAN.
           MOVE PLAN-RATE-WORK TO RRL-PLAN-RATE.
           MOVE COMMISION-RATE TO RRL-KEYED-RATE.
           MOVE PLAN-SPIFF-WORK TO RRL-SPIFF.
           MOVE RATE-REVIEW-LINE TO PRINT-LINE-HELD.
           WRITE PRINT-LINE-HELD.
           MOVE LOCATION TO HELD-LOC.
           MOVE BRANCH TO HELD-BRANCH.
           MOVE SALESPERSON TO HELD-SP.
           MOVE CUSTOMER-NAME TO HELD-CNAME.
           MOVE SALE-DATE TO HELD-SD.
           MOVE SALE-AMOUNT TO HELD-SAMT.
           MOVE COMMISION-RATE TO HELD-CRATE.
           MOVE CAR-MODEL TO HELD-MODEL.
           MOVE CAR-YR TO HELD-YEAR.
           MOVE HELD-CAR-INFO TO PRINT-LINE-HELD.
           WRITE PRINT-LINE-HELD.
           MOVE SPACES TO PRINT-LINE-HELD.
           WRITE PRINT-LINE-HELD.

       *>Look the sale's salesperson code up on the cross-reference
       CHECK-SALESPERSON-XREF.
           MOVE 'NO ' TO SPX-FOUND-SWITCH.
           END-READ.

       *>Find the tax rate and jurisdiction for TAX-LOOKUP-BRANCH,
       *>leaving TAXT-FOUND-SWITCH/TAX-RATE-WORK/TAX-JURIS-WORK and
       *>the jurisdiction's trade-in credit flag set
       FIND-BRANCH-TAX-RATE.
           MOVE 'NO ' TO TAXT-FOUND-SWITCH.
           PERFORM VARYING TAXT-SUB FROM 1 BY 1
               IF TAXT-BRANCH (TAXT-SUB) = TAX-LOOKUP-BRANCH
                   MOVE TAXT-RATE (TAXT-SUB) TO TAX-RATE-WORK
                   MOVE TAXT-JURIS (TAXT-SUB) TO TAX-JURIS-WORK
                   MOVE TAXT-TRADE-CREDIT (TAXT-SUB)
                       TO TAX-TRADE-CREDIT-WORK
                   MOVE 'YES' TO TAXT-FOUND-SWITCH
               END-IF
           END-PERFORM.
               END-IF
           END-IF.

           *>AND THE COMMISSION PLAN THE CODE IS ON, WHEN IT HAS ONE,
           *>MUST BE ON THE PLAN MASTER OR THE DEAL CANNOT BE RATED
           IF CAR-ROUTE-SWITCH = 'VALID'
               MOVE SPX-PLAN TO PLAN-CODE-WORK
               IF PLAN-CODE-WORK NOT = SPACES
                   MOVE 'NO ' TO CPL-FOUND-SWITCH
                   MOVE PLAN-CODE-WORK TO CPL-CODE
                   READ COMM-PLAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'YES' TO CPL-FOUND-SWITCH
                   END-READ
                   IF CPL-FOUND-SWITCH = 'NO '
                       MOVE 'P' TO STOCK-ERROR-SWITCH
                       MOVE 'INVALID' TO CAR-ROUTE-SWITCH
                   END-IF
               END-IF
           END-IF.

           *>AND A TRADE-IN, WHEN THE DEAL HAS ONE, MUST BE COMPLETE
           *>AND NOT ALREADY ON THE LOT
           IF CAR-ROUTE-SWITCH = 'VALID'
               PERFORM CHECK-TRADE-IN
           END-IF.

       *>A sale with a trade-in must carry the whole trade -- stock
       *>number, year, model and an allowance no bigger than the
       *>price -- and the trade's stock number must not already be on
       *>the inventory master, since accepting the sale puts the
       *>trade on the lot under it
       CHECK-TRADE-IN.
           MOVE 'NO ' TO TRADE-PRESENT-SWITCH.
           MOVE ZERO TO TRADE-ALLOW-AMT.
           IF TRADE-STOCK-NUM NOT = SPACES
           OR TRADE-YR NOT = SPACES
           OR TRADE-MODEL NOT = SPACES
           OR TRADE-ALLOWANCE NOT = SPACES
               MOVE 'YES' TO TRADE-PRESENT-SWITCH
           END-IF.
           IF TRADE-PRESENT-SWITCH = 'YES'
               IF TRADE-STOCK-NUM IS NOT NUMERIC
               OR TRADE-YR IS NOT NUMERIC
               OR TRADE-MODEL = SPACES
               OR TRADE-ALLOWANCE IS NOT NUMERIC
                   MOVE 'D' TO STOCK-ERROR-SWITCH
                   MOVE 'INVALID' TO CAR-ROUTE-SWITCH
               ELSE
                   MOVE TRADE-ALLOWANCE TO TRADE-ALLOW-AMT
                   MOVE TRADE-YR TO TRADE-YR-NUM
                   MOVE SALE-AMOUNT TO SALE-AMT-NUM
                   IF TRADE-ALLOW-AMT = ZERO
                   OR TRADE-ALLOW-AMT > SALE-AMT-NUM
                   OR TRADE-YR-NUM < MIN-CAR-YEAR - HELD-YEAR-MARGIN
                   OR TRADE-YR-NUM > MAX-CAR-YEAR + HELD-YEAR-MARGIN
                       MOVE 'D' TO STOCK-ERROR-SWITCH
                       MOVE 'INVALID' TO CAR-ROUTE-SWITCH
                   ELSE
                       MOVE TRADE-STOCK-NUM TO INV-STOCK-NUM
                       READ INVENTORY-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'F' TO STOCK-ERROR-SWITCH
                               MOVE 'INVALID' TO CAR-ROUTE-SWITCH
                       END-READ
                       *>PUT THE UNIT BEING SOLD BACK IN THE BUFFER --
                       *>MARKING IT SOLD AND THE GROSS-PROFIT TABLES
                       *>WORK FROM IT
                       MOVE STOCK-NUM TO INV-STOCK-NUM
                       READ INVENTORY-MASTER
                           INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       *>Look the sale's stock number up on the inventory master and
       *>flip the routing to INVALID when the unit is missing, sits at
       *>a different branch, or has already been sold
                   *>SAVE THE UNIT'S COST WHILE THE RECORD IS IN THE
                   *>BUFFER -- THE GROSS-PROFIT FIGURES PRICE OFF IT
                   MOVE INV-COST TO UNIT-COST
                   MOVE INV-RECEIVED-DATE TO UNIT-RECEIVED-DATE
           END-READ.
           IF INV-FOUND-SWITCH = 'NO '
               MOVE 'M' TO STOCK-ERROR-SWITCH
           MOVE CUSTOMER-NAME TO GOOD-CNAME.
           MOVE SALE-DATE TO GOOD-SD.
           MOVE SALE-AMOUNT TO GOOD-SAMT.
           MOVE CAR-MODEL TO GOOD-MODEL.
           MOVE CAR-YR TO GOOD-YEAR.

           *>RATE THE DEAL FROM THE SALESPERSON'S COMMISSION PLAN, AND
           *>LIST IT FOR REVIEW WHEN THE KEYED RATE DISAGREES
           PERFORM RATE-FROM-PLAN.
           MOVE PLAN-RATE-WORK TO GOOD-CRATE.
           IF PLAN-CODE-WORK NOT = SPACES
           AND PLAN-RATE-WORK NOT = RATE-NUM
               PERFORM LIST-RATE-DISAGREEMENT
           END-IF.

           *>COMPUTE THE SALESPERSON'S COMMISION DOLLAR AMOUNT, WITH
           *>ANY MODEL SPIFF THE PLAN PAYS ON TOP
           COMPUTE COMM-AMOUNT ROUNDED =
               GOOD-SAMT * GOOD-CRATE / 100 + PLAN-SPIFF-WORK.
           MOVE COMM-AMOUNT TO GOOD-CAMT.

           *>THE DEAL COUNTS TOWARD THE SALESPERSON'S MONTH-TO-DATE
           *>VOLUME FOR EVERY LATER DEAL IN THE MONTH
           MOVE SALESPERSON TO MTD-LOOKUP-SP.
           MOVE SALE-DATE (5:2) TO MTD-LOOKUP-MONTH (1:2).
           MOVE SALE-DATE (1:2) TO MTD-LOOKUP-MONTH (3:2).
           MOVE 1 TO MTD-POST-UNITS.
           MOVE GOOD-SAMT TO MTD-POST-DOLLARS.
           PERFORM POST-TO-MTD-TABLE.

           *>COMPUTE THE DEAL'S GROSS PROFIT AGAINST THE UNIT'S COST
           *>FROM THE INVENTORY MASTER AND THE FLOOR-PLAN INTEREST IT
           *>CARRIED, AND ROLL IT INTO THE PERIOD GROSS-PROFIT TABLES
           *>BY BRANCH AND BY MODEL
           PERFORM FLOOR-INTEREST-TO-DATE.
           COMPUTE GP-AMOUNT = GOOD-SAMT - UNIT-COST - FLOOR-INT-WORK.
           MOVE GP-AMOUNT TO GOOD-GP.
           PERFORM ADD-TO-GP-TABLES.

           *>COMPUTE THE SALES TAX AT THE BRANCH JURISDICTION'S RATE
           *>(THE RATE WAS LOOKED UP DURING VALIDATION), SHOW IT ON
           *>THE GOOD LINE, AND POST IT TO THE MONTHLY TAX DETAIL --
           *>A JURISDICTION THAT ALLOWS THE TRADE-IN CREDIT TAXES ONLY
           *>THE PRICE NET OF THE TRADE
           MOVE GOOD-SAMT TO TAXABLE-AMOUNT.
           IF TAX-TRADE-CREDIT-WORK = 'Y'
               SUBTRACT TRADE-ALLOW-AMT FROM TAXABLE-AMOUNT
           END-IF.
           COMPUTE TAX-AMOUNT ROUNDED = TAXABLE-AMOUNT * TAX-RATE-WORK.
           MOVE TAX-AMOUNT TO GOOD-TAX.
           ADD GOOD-SAMT TO GL-SALES-TOTAL.
           ADD TAX-AMOUNT TO GL-TAX-TOTAL.
           ADD TRADE-ALLOW-AMT TO GL-TRADE-TOTAL.
           MOVE SPACES TO TAX-REG-LINE.
           MOVE RUN-DATE TO TXR-DATE.
           MOVE GOOD-BRANCH TO TXR-BRANCH.
           MOVE TAX-JURIS-WORK TO TXR-JURIS.
           MOVE 'S' TO TXR-TYPE.
           MOVE TAXABLE-AMOUNT TO TXR-SALE.
           MOVE TAX-AMOUNT TO TXR-TAX.
           WRITE TAX-REG-LINE.

           *>SECOND SALE OF THE SAME STOCK NUMBER REJECTS
           PERFORM MARK-UNIT-SOLD.

           *>THE TRADE-IN GOES ON THE LOT AT THE SELLING BRANCH
           IF TRADE-PRESENT-SWITCH = 'YES'
               PERFORM ADD-TRADE-TO-INVENTORY
           END-IF.

           *>REGISTER THE ACCEPTED SALE SO A LATER REVERSAL CAN BE
           *>VALIDATED AGAINST IT
           PERFORM REGISTER-SALE.
           MOVE GOOD-CAR TO PRINT-LINE-GOOD.
           WRITE PRINT-LINE-GOOD.

           *>A TRADE-IN DEAL PRINTS THE TRADE UNDER IT
           IF TRADE-PRESENT-SWITCH = 'YES'
               MOVE TRADE-STOCK-NUM TO GTR-STOCK
               MOVE TRADE-YR TO GTR-YEAR
               MOVE TRADE-MODEL TO GTR-MODEL
               MOVE TRADE-ALLOW-AMT TO GTR-ALLOW
               MOVE TAXABLE-AMOUNT TO GTR-TAXABLE
               MOVE GOOD-TRADE-LINE TO PRINT-LINE-GOOD
               WRITE PRINT-LINE-GOOD
           END-IF.

       *>Mark the stock unit the accepted sale named as sold -- the
       *>record is already in the buffer from CHECK-STOCK-UNIT
       MARK-UNIT-SOLD.
           MOVE RUN-DATE TO INV-SOLD-DATE.
           REWRITE INVENTORY-RECORD.

       *>Put the accepted sale's trade-in on the inventory master at
       *>the selling branch -- the allowance is what the unit cost
       *>the lot, and it arrived the day of the sale
       ADD-TRADE-TO-INVENTORY.
           PERFORM BUILD-SALE-DATE-YMD.
           MOVE TRADE-STOCK-NUM TO INV-STOCK-NUM.
           MOVE BRANCH TO INV-BRANCH.
           MOVE TRADE-MODEL TO INV-MODEL.
           MOVE TRADE-YR TO INV-YEAR.
           MOVE TRADE-ALLOW-AMT TO INV-COST.
           MOVE SALE-DATE-YMD TO INV-RECEIVED-DATE.
           MOVE 'N' TO INV-SOLD-FLAG.
           MOVE ZERO TO INV-SOLD-DATE.
           MOVE 'T' TO INV-SOURCE-FLAG.
           WRITE INVENTORY-RECORD.

       *>Widen the MMDDYY sale date to YYYYMMDD for the master -- a
       *>two-digit year past the current one belongs to last century
       BUILD-SALE-DATE-YMD.
           MOVE SALE-DATE (1:2) TO WORK-MONTH.
           MOVE SALE-DATE (3:2) TO WORK-DAY.
           MOVE SALE-DATE (5:2) TO WORK-YEAR.
           COMPUTE SALE-YEAR-WORK = 2000 + WORK-YEAR.
           IF SALE-YEAR-WORK > CURRENT-YEAR-WS
               SUBTRACT 100 FROM SALE-YEAR-WORK
           END-IF.
           COMPUTE SALE-DATE-YMD =
               SALE-YEAR-WORK * 10000 + WORK-MONTH * 100 + WORK-DAY.

       *>Write (or refresh, when the unit was reversed and resold) the
       *>accepted sale on the register keyed by stock number
       REGISTER-SALE.
           MOVE BRANCH TO SREG-BRANCH.
           MOVE SALESPERSON TO SREG-SP.
           MOVE SALE-AMOUNT TO SREG-AMOUNT.
           MOVE PLAN-RATE-WORK TO SREG-CRATE.
           MOVE SALE-DATE TO SREG-SALE-DATE.
           MOVE 'N' TO SREG-REVERSED-FLAG.
           MOVE ZERO TO SREG-REVERSED-DATE.
           MOVE TAX-AMOUNT TO SREG-TAX.
           MOVE TAX-JURIS-WORK TO SREG-JURIS.
           IF TRADE-PRESENT-SWITCH = 'YES'
               MOVE TRADE-STOCK-NUM TO SREG-TRADE-STOCK
           ELSE
               MOVE ZERO TO SREG-TRADE-STOCK
           END-IF.
           MOVE TRADE-ALLOW-AMT TO SREG-TRADE-ALLOW.
           MOVE TAXABLE-AMOUNT TO SREG-TAXABLE.
           MOVE PLAN-CODE-WORK TO SREG-PLAN.
           MOVE PLAN-SPIFF-WORK TO SREG-SPIFF.
           MOVE FLOOR-INT-WORK TO SREG-FLOOR-INT.
           IF SREG-FOUND-SWITCH = 'YES'
               REWRITE SALES-REG-RECORD
           ELSE
           END-IF.

       *>Validate a reversal against the register and unwind the sale:
       *>back out the summary row, put the unit back on the lot, take
       *>any trade-in back off it, mark the register entry reversed,
       *>and produce the commission clawback line for the
       *>salesperson's next statement. A trade-in the lot has already
       *>resold cannot be handed back, so that reversal rejects, and
       *>so does one whose trade-in is still owed to the floor-plan
       *>lender -- taking it off the lot would strand the note
       PROCESS-REVERSAL.
           IF STOCK-NUM IS NOT NUMERIC
               PERFORM REVERSAL-REJECT
               OR SREG-REVERSED-FLAG = 'Y'
                   PERFORM REVERSAL-REJECT
               ELSE
                   PERFORM CHECK-TRADE-RESOLD
                   IF TRADE-RESOLD-SWITCH = 'YES'
                       PERFORM TRADE-RESOLD-REJECT
                   ELSE
                       IF TRADE-FLOORED-SWITCH = 'YES'
                           PERFORM TRADE-FLOORED-REJECT
                       ELSE
                           PERFORM APPLY-REVERSAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *>Look the reversed sale's trade-in up on the inventory master
       *>-- a trade that has since been sold off the lot is resold --
       *>and on the floor-plan master, where an open record means the
       *>month-end run has put it on the lender's line
       CHECK-TRADE-RESOLD.
           MOVE 'NO ' TO TRADE-RESOLD-SWITCH.
           MOVE 'NO ' TO TRADE-FLOORED-SWITCH.
           IF SREG-TRADE-STOCK > ZERO
               MOVE SREG-TRADE-STOCK TO INV-STOCK-NUM
               READ INVENTORY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-SOLD-FLAG = 'Y'
                           MOVE 'YES' TO TRADE-RESOLD-SWITCH
                       END-IF
               END-READ
               IF FPM-OPEN-SWITCH = 'YES'
                   MOVE SREG-TRADE-STOCK TO FP-STOCK-NUM
                   READ FLOOR-PLAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FP-STATUS = 'O'
                               MOVE 'YES' TO TRADE-FLOORED-SWITCH
                           END-IF
                   END-READ
               END-IF
           END-IF.

               REWRITE INVENTORY-RECORD
           END-IF.

           *>AND THE CUSTOMER TAKES THE TRADE-IN BACK
           IF SREG-TRADE-STOCK > ZERO
               MOVE SREG-TRADE-STOCK TO INV-STOCK-NUM
               DELETE INVENTORY-MASTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

           *>PRODUCE THE COMMISSION CLAWBACK LINE SO THE SALESPERSON'S
           *>NEXT COMMISSION STATEMENT IS REDUCED BY THIS DEAL -- AT
           *>THE RATE ACTUALLY PAID, WITH ANY SPIFF
           COMPUTE COMM-AMOUNT ROUNDED =
               SREG-AMOUNT * SREG-CRATE / 100 + SREG-SPIFF.
           MOVE SREG-BRANCH TO CLW-BRANCH.
           MOVE SREG-SP TO CLW-SP.
           MOVE SREG-STOCK-NUM TO CLW-STOCK.
           *>THE BRANCH'S RATE HAS SINCE CHANGED OR LEFT THE TABLE
           SUBTRACT SREG-AMOUNT FROM GL-SALES-TOTAL.
           SUBTRACT SREG-TAX FROM GL-TAX-TOTAL.
           SUBTRACT SREG-TRADE-ALLOW FROM GL-TRADE-TOTAL.
           MOVE SPACES TO TAX-REG-LINE.
           MOVE RUN-DATE TO TXR-DATE.
           MOVE SREG-BRANCH TO TXR-BRANCH.
           MOVE SREG-JURIS TO TXR-JURIS.
           MOVE 'R' TO TXR-TYPE.
           COMPUTE TXR-SALE = 0 - SREG-TAXABLE.
           COMPUTE TXR-TAX = 0 - SREG-TAX.
           WRITE TAX-REG-LINE.

           REWRITE SALES-REG-RECORD.
           ADD 1 TO REVERSAL-COUNT.

           *>AND THE DEAL NO LONGER COUNTS TOWARD THE SALESPERSON'S
           *>MONTH-TO-DATE VOLUME
           MOVE SREG-SP TO MTD-LOOKUP-SP.
           MOVE SREG-SALE-DATE (5:2) TO MTD-LOOKUP-MONTH (1:2).
           MOVE SREG-SALE-DATE (1:2) TO MTD-LOOKUP-MONTH (3:2).
           MOVE -1 TO MTD-POST-UNITS.
           COMPUTE MTD-POST-DOLLARS = 0 - SREG-AMOUNT.
           PERFORM POST-TO-MTD-TABLE.

       *>Find or create the reversed sale's branch/salesperson row in
       *>the summary table and back the sale's amount and count out
       REMOVE-FROM-SUMMARY.
               MOVE -1 TO SUM-COUNT (SUMMARY-TABLE-COUNT)
           END-IF.

       *>Work out the floor-plan interest the unit being sold carried
       *>through today: what the month-end run has accrued on it plus
       *>the days since, on the principal still owed the lender. A
       *>unit not yet on the master has run up interest on its full
       *>cost since it arrived; one paid off and then put back on the
       *>lot by a reversal starts again from the payoff
       FLOOR-INTEREST-TO-DATE.
           MOVE ZERO TO FLOOR-INT-WORK.
           IF FPM-OPEN-SWITCH = 'YES'
               MOVE UNIT-COST TO FLOOR-PRINCIPAL
               MOVE UNIT-RECEIVED-DATE TO FLOOR-FROM-DATE
               MOVE STOCK-NUM TO FP-STOCK-NUM
               READ FLOOR-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FP-STATUS = 'O'
                           MOVE FP-ACCRUED-INT TO FLOOR-INT-WORK
                           COMPUTE FLOOR-PRINCIPAL =
                               UNIT-COST - FP-CURTAILED
                           MOVE FP-INT-THRU-DATE TO FLOOR-FROM-DATE
                       ELSE
                           MOVE FP-PAYOFF-DATE TO FLOOR-FROM-DATE
                       END-IF
               END-READ
               IF FLOOR-FROM-DATE IS NUMERIC
               AND FLOOR-FROM-DATE > ZERO
               AND FLOOR-FROM-DATE < RUN-DATE
                   COMPUTE FLOOR-DAYS =
                       FUNCTION INTEGER-OF-DATE (RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE (FLOOR-FROM-DATE)
                   COMPUTE FLOOR-INT-WORK ROUNDED = FLOOR-INT-WORK
                       + FLOOR-PRINCIPAL * FLOOR-PLAN-PCT * FLOOR-DAYS
                       / 36500
               END-IF
           END-IF.

       *>Find or create this sale's branch row and model row in the
       *>period gross-profit tables and roll the deal in -- the
       *>inventory record (cost and model) is in the buffer from
                   ADD 1 TO GPB-UNITS (GP-SUB)
                   ADD GOOD-SAMT TO GPB-REVENUE (GP-SUB)
                   ADD UNIT-COST TO GPB-COST (GP-SUB)
                   ADD FLOOR-INT-WORK TO GPB-FLOOR (GP-SUB)
                   MOVE 'YES' TO GP-FOUND-SWITCH
               END-IF
           END-PERFORM.
               MOVE 1 TO GPB-UNITS (GP-BR-COUNT)
               MOVE GOOD-SAMT TO GPB-REVENUE (GP-BR-COUNT)
               MOVE UNIT-COST TO GPB-COST (GP-BR-COUNT)
               MOVE FLOOR-INT-WORK TO GPB-FLOOR (GP-BR-COUNT)
           END-IF.

           MOVE 'NO ' TO GP-FOUND-SWITCH.
                   ADD 1 TO GPM-UNITS (GP-SUB)
                   ADD GOOD-SAMT TO GPM-REVENUE (GP-SUB)
                   ADD UNIT-COST TO GPM-COST (GP-SUB)
                   ADD FLOOR-INT-WORK TO GPM-FLOOR (GP-SUB)
                   MOVE 'YES' TO GP-FOUND-SWITCH
               END-IF
           END-PERFORM.
               MOVE 1 TO GPM-UNITS (GP-MD-COUNT)
               MOVE GOOD-SAMT TO GPM-REVENUE (GP-MD-COUNT)
               MOVE UNIT-COST TO GPM-COST (GP-MD-COUNT)
               MOVE FLOOR-INT-WORK TO GPM-FLOOR (GP-MD-COUNT)
           END-IF.

       *>Back a reversed sale out of the gross-profit tables -- the
                       SUBTRACT SREG-AMOUNT
                           FROM GPB-REVENUE (GP-SUB)
                       SUBTRACT INV-COST FROM GPB-COST (GP-SUB)
                       SUBTRACT SREG-FLOOR-INT FROM GPB-FLOOR (GP-SUB)
                       MOVE 'YES' TO GP-FOUND-SWITCH
                   END-IF
               END-PERFORM
                   COMPUTE GPB-REVENUE (GP-BR-COUNT) =
                       0 - SREG-AMOUNT
                   COMPUTE GPB-COST (GP-BR-COUNT) = 0 - INV-COST
                   COMPUTE GPB-FLOOR (GP-BR-COUNT) =
                       0 - SREG-FLOOR-INT
               END-IF
               MOVE 'NO ' TO GP-FOUND-SWITCH
               PERFORM VARYING GP-SUB FROM 1 BY 1
                       SUBTRACT SREG-AMOUNT
                           FROM GPM-REVENUE (GP-SUB)
                       SUBTRACT INV-COST FROM GPM-COST (GP-SUB)
                       SUBTRACT SREG-FLOOR-INT FROM GPM-FLOOR (GP-SUB)
                       MOVE 'YES' TO GP-FOUND-SWITCH
                   END-IF
               END-PERFORM
                   COMPUTE GPM-REVENUE (GP-MD-COUNT) =
                       0 - SREG-AMOUNT
                   COMPUTE GPM-COST (GP-MD-COUNT) = 0 - INV-COST
                   COMPUTE GPM-FLOOR (GP-MD-COUNT) =
                       0 - SREG-FLOOR-INT
               END-IF
           END-IF.

           WRITE PRINT-LINE-BAD.
           PERFORM WRITE-BAD-CAR-ECHO.

       *>A reversal whose trade-in has already been resold rejects
       *>with its own reason -- the deal has to be unwound by hand
       TRADE-RESOLD-REJECT.
           ADD 1 TO BAD-CAR-COUNT.
           MOVE TRADE-RESOLD-MSG TO PRINT-LINE-BAD.
           WRITE PRINT-LINE-BAD.
           PERFORM WRITE-BAD-CAR-ECHO.

       *>A reversal whose trade-in is still on the floor-plan line
       *>rejects with its own reason -- the lender has to be paid off
       *>on the trade before the deal can be unwound
       TRADE-FLOORED-REJECT.
           ADD 1 TO BAD-CAR-COUNT.
           MOVE TRADE-FLOORED-MSG TO PRINT-LINE-BAD.
           WRITE PRINT-LINE-BAD.
           PERFORM WRITE-BAD-CAR-ECHO.

       *>A transaction type that is neither a sale nor a reversal is
       *>a keying error
       INVALID-TRAN-TYPE.
           ELSE IF STOCK-ERROR-SWITCH = 'X'
               MOVE SP-XREF-MSG TO PRINT-LINE-BAD
               WRITE PRINT-LINE-BAD
           ELSE IF STOCK-ERROR-SWITCH = 'D'
               MOVE TRADE-DATA-MSG TO PRINT-LINE-BAD
               WRITE PRINT-LINE-BAD
           ELSE IF STOCK-ERROR-SWITCH = 'F'
               MOVE TRADE-ON-FILE-MSG TO PRINT-LINE-BAD
               WRITE PRINT-LINE-BAD
           ELSE IF STOCK-ERROR-SWITCH = 'P'
               MOVE NO-PLAN-MSG TO PRINT-LINE-BAD
               WRITE PRINT-LINE-BAD
           *>Check if the error is an unreasonable rate
           ELSE IF NOT REASONABLE-RATE
               MOVE UNREASONABLE-RATE TO PRINT-LINE-BAD

       *> Write the period gross-profit report: a by-branch section
       *> and a by-model section, each sorted ascending and showing
       *> units sold, total revenue, total cost, the floor-plan
       *> interest the units carried, and margin after that interest
       WRITE-GP-REPORT.
           PERFORM SORT-GP-BRANCH-TABLE.
           PERFORM SORT-GP-MODEL-TABLE.
               MOVE GPB-UNITS (GP-SUB) TO GPP-UNITS
               MOVE GPB-REVENUE (GP-SUB) TO GPP-REVENUE
               MOVE GPB-COST (GP-SUB) TO GPP-COST
               MOVE GPB-FLOOR (GP-SUB) TO GPP-FLOOR
               COMPUTE GP-MARGIN-WORK =
                   GPB-REVENUE (GP-SUB) - GPB-COST (GP-SUB)
                   - GPB-FLOOR (GP-SUB)
               MOVE GP-MARGIN-WORK TO GPP-MARGIN
               WRITE GP-REPORT-LINE FROM GP-PRINT-LINE
           END-PERFORM.
               MOVE GPM-UNITS (GP-SUB) TO GPP-UNITS
               MOVE GPM-REVENUE (GP-SUB) TO GPP-REVENUE
               MOVE GPM-COST (GP-SUB) TO GPP-COST
               MOVE GPM-FLOOR (GP-SUB) TO GPP-FLOOR
               COMPUTE GP-MARGIN-WORK =
                   GPM-REVENUE (GP-SUB) - GPM-COST (GP-SUB)
                   - GPM-FLOOR (GP-SUB)
               MOVE GP-MARGIN-WORK TO GPP-MARGIN
               WRITE GP-REPORT-LINE FROM GP-PRINT-LINE
           END-PERFORM.
           END-PERFORM.

       *>Append the run's balanced journal lines to the shared GL
       *>extract: net vehicle sales as cash against revenue, the
       *>net sales tax as cash against the tax payable, and the net
       *>trade-in allowances as inventory taken in place of cash
       WRITE-GL-POSTINGS.
           IF GL-SALES-TOTAL NOT = ZERO
           OR GL-TAX-TOTAL NOT = ZERO
           OR GL-TRADE-TOTAL NOT = ZERO
               OPEN EXTEND GL-EXTRACT-FILE
               IF GL-SALES-TOTAL NOT = ZERO
                   MOVE 1000 TO GL-PAIR-DR
                   MOVE 'SALES TAX COLLECTED' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-TRADE-TOTAL NOT = ZERO
                   MOVE 1400 TO GL-PAIR-DR
                   MOVE 1000 TO GL-PAIR-CR
                   MOVE GL-TRADE-TOTAL TO GL-PAIR-SIGNED
                   MOVE 'TRADE-IN ALLOWANCE' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               CLOSE GL-EXTRACT-FILE
           END-IF.

                   MOVE SALESPERSON TO GOOD-SP
                   MOVE SALE-AMOUNT TO GOOD-SAMT
                   PERFORM ADD-TO-SUMMARY
                   PERFORM FLOOR-INTEREST-TO-DATE
                   PERFORM ADD-TO-GP-TABLES
                   PERFORM REPLAY-GL-SALE
               END-IF
                       MOVE SALESPERSON TO GOOD-SP
                       MOVE SALE-AMOUNT TO GOOD-SAMT
                       PERFORM ADD-TO-SUMMARY
                       PERFORM FLOOR-INTEREST-TO-DATE
                       PERFORM ADD-TO-GP-TABLES
                       PERFORM REPLAY-GL-SALE
                   END-IF
           IF SREG-FOUND-SWITCH = 'YES'
               ADD SREG-AMOUNT TO GL-SALES-TOTAL
               ADD SREG-TAX TO GL-TAX-TOTAL
               ADD SREG-TRADE-ALLOW TO GL-TRADE-TOTAL
           END-IF.

       *>Search the replayed-sale table for the current stock number
                       *>RECORDED WHEN THE SALE WAS ACCEPTED
                       SUBTRACT SREG-AMOUNT FROM GL-SALES-TOTAL
                       SUBTRACT SREG-TAX FROM GL-TAX-TOTAL
                       SUBTRACT SREG-TRADE-ALLOW FROM GL-TRADE-TOTAL
                   END-IF
               END-IF
           END-IF.
