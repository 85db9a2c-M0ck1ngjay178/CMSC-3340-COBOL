       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FloorPlan.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> MONTH-END FLOOR-PLAN RUN - EVERY UNIT ON THE LOT IS
       *> FINANCED ON THE FLOOR-PLAN LINE FROM INV-RECEIVED-DATE UNTIL
       *> IT IS SOLD AND THE LENDER IS PAID OFF. ACCRUES INTEREST ON
       *> EACH UNSOLD UNIT'S COST AT THE RATE ON THE CONTROL FILE,
       *> ADDS THE LENDER'S CURTAILMENT WHEN A UNIT PASSES THE SET
       *> NUMBER OF DAYS ON THE LINE, LISTS EVERY SOLD UNIT FOR PAYOFF
       *> AT COST PLUS ACCRUED INTEREST, AND POSTS THE INTEREST,
       *> CURTAILMENTS AND PAYOFFS TO THE GL EXTRACT ALONG WITH THE
       *> COST OF EACH UNIT THE LENDER ADVANCES ON. THE FLOOR-PLAN
       *> MASTER IT KEEPS IS READ BY THE SALES RUN TO CHARGE THE
       *> CARRYING COST AGAINST EACH DEAL'S GROSS PROFIT
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INVENTORY-MASTER ASSIGN TO 'invmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS INV-STOCK-NUM
                        FILE STATUS IS INV-STATUS.
        SELECT FLOOR-PLAN-FILE ASSIGN TO 'fpmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS FP-STOCK-NUM
                        FILE STATUS IS FPM-STATUS.
        SELECT LENDER-FILE ASSIGN TO 'fplender.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GL-EXTRACT-FILE ASSIGN TO 'glextract.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CONTROL-FILE ASSIGN TO 'control.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS CONTROL-STATUS.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER                    *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER KEYED BY STOCK NUMBER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.                    *>ONE RECORD PER STOCK UNIT
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 INV-BRANCH PIC 9(4).               *>BRANCH THE UNIT SITS AT
         05 INV-MODEL PIC X(13).               *>MODEL OF THE UNIT
         05 INV-YEAR PIC 9(4).                 *>MODEL YEAR OF THE UNIT
         05 INV-COST PIC 9(6)V99.              *>WHAT THE UNIT COST THE LOT - THE AMOUNT FLOORED
         05 INV-RECEIVED-DATE PIC 9(8).        *>DATE (YYYYMMDD) THE UNIT ARRIVED ON THE LOT
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 INV-SOLD-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE UNIT WAS SOLD, ZERO WHILE UNSOLD
         05 INV-SOURCE-FLAG PIC X(1).          *>'T' WHEN THE UNIT CAME IN AS A TRADE-IN, BLANK WHEN BOUGHT

       FD  FLOOR-PLAN-FILE                     *>FILE DESCRIPTION FOR THE FLOOR-PLAN MASTER KEYED BY STOCK NUMBER
                 RECORD CONTAINS 64 CHARACTERS
                  DATA RECORD IS FLOOR-PLAN-RECORD.
       01 FLOOR-PLAN-RECORD.                   *>ONE RECORD PER UNIT THAT HAS BEEN ON THE LINE
         05 FP-STOCK-NUM PIC 9(6).             *>FP-STOCK-NUM IS THE RECORD KEY
         05 FP-STATUS PIC X(1).                *>'O' OPEN ON THE LINE, 'P' PAID OFF TO THE LENDER
         05 FP-FLOORED-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE UNIT WENT ON THE LINE
         05 FP-INT-THRU-DATE PIC 9(8).         *>DATE (YYYYMMDD) INTEREST HAS BEEN ACCRUED THROUGH
         05 FP-ACCRUED-INT PIC 9(6)V99.        *>INTEREST ACCRUED AND NOT YET PAID - AFTER PAYOFF, WHAT WAS PAID
         05 FP-CURTAILED PIC 9(6)V99.          *>PRINCIPAL ALREADY PAID DOWN BY CURTAILMENT
         05 FP-CURTAIL-DATE PIC 9(8).          *>DATE (YYYYMMDD) OF THE CURTAILMENT, ZERO WHEN NONE
         05 FP-PAYOFF-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE UNIT WAS PAID OFF, ZERO WHILE OPEN
         05 FP-PAYOFF-AMT PIC 9(7)V99.         *>AMOUNT PAID TO THE LENDER AT PAYOFF

       FD  LENDER-FILE                         *>FILE DESCRIPTION FOR THE LENDER'S PAYOFF AND CURTAILMENT LIST
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS LENDER-LINE.
       01 LENDER-LINE PIC X(80).               *>LENDER-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD  GL-EXTRACT-FILE                     *>FILE DESCRIPTION FOR THE SHARED GENERAL-LEDGER EXTRACT
                 RECORD CONTAINS 55 CHARACTERS
                  DATA RECORD IS GL-EXTRACT-LINE.
       01 GL-EXTRACT-LINE.                     *>ONE DEBIT OR CREDIT LEG PER LINE
         05 GLX-DATE PIC 9(8).                 *>RUN DATE (YYYYMMDD) THE POSTING BELONGS TO
         05 GLX-SOURCE PIC X(12).              *>SOURCE PROGRAM, AS NAMED IN THE RUN-LOG
         05 GLX-ACCOUNT PIC 9(4).              *>ACCOUNT FROM THE SHARED CHART OF ACCOUNTS
         05 GLX-DC PIC X(1).                   *>'D' DEBIT / 'C' CREDIT
         05 GLX-AMOUNT PIC 9(8)V99.            *>UNSIGNED DOLLARS - THE D/C BYTE CARRIES THE DIRECTION
         05 GLX-DESC PIC X(20).                *>WHAT THE POSTING IS

       FD  RUN-LOG-FILE                        *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
                 RECORD CONTAINS 43 CHARACTERS
                  DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.                        *>ONE LINE PER PROGRAM RUN APPENDED TO RUNLOG.TXT
         05 RLOG-PROGRAM PIC X(12).            *>PROGRAM NAME THAT PRODUCED THIS RUN-LOG ENTRY
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-DATE PIC X(8).                *>RUN DATE IN YYYYMMDD FORMAT
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-INPUT-COUNT PIC ZZZZ9.        *>COUNT OF MASTER UNITS READ THIS RUN
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-GOOD-COUNT PIC ZZZZ9.         *>COUNT OF UNITS CARRIED, PAID OFF OR ALREADY SETTLED THIS RUN
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF UNITS SKIPPED FOR AN UNUSABLE DATE

       FD  CONTROL-FILE                        *>FILE DESCRIPTION FOR THE SHARED RUN-CONTROL PARAMETER FILE
                 RECORD CONTAINS 30 CHARACTERS
                  DATA RECORD IS CONTROL-LINE.
       01 CONTROL-LINE.                        *>ONE PARAMETER PER LINE, NAME THEN VALUE
         05 PARM-NAME PIC X(20).               *>PARAMETER NAME AS THE PROGRAMS KNOW IT
         05 PARM-VALUE PIC X(10).              *>PARAMETER VALUE AS KEYED

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 INV-STATUS PIC XX.                                *>FILE STATUS CODE FOR INVENTORY-MASTER I/O
       01 FPM-STATUS PIC XX.                                *>FILE STATUS CODE FOR FLOOR-PLAN-FILE I/O
       01 CONTROL-STATUS PIC XX.                            *>FILE STATUS CODE FOR CONTROL-FILE I/O
       01 INV-EOF-SWITCH PIC X(3) VALUE 'NO '.              *>SET TO 'YES' WHEN THE MASTER SWEEP RUNS OUT OF RECORDS
       01 CONTROL-EOF-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE LAST PARAMETER HAS BEEN READ
       01 FP-FOUND-SWITCH PIC X(3) VALUE 'NO '.             *>SET TO 'YES' WHEN THE UNIT IS ALREADY ON THE FLOOR-PLAN MASTER
       01 FIRST-RUN-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THIS RUN CREATED THE FLOOR-PLAN MASTER

       01 FLOOR-PLAN-PARMS.                                 *>THE LENDER'S TERMS - THE SHARED CONTROL FILE CAN OVERRIDE THEM
         05 FLOOR-PLAN-PCT PIC 9(2)V99 VALUE 7.50.          *>YEARLY INTEREST PERCENT ON THE LINE (FLOOR-PLAN-PCT)
         05 CURTAIL-DAYS PIC 9(4) VALUE 90.                 *>DAYS ON THE LINE BEFORE A CURTAILMENT IS DUE (FLOOR-CURTAIL-DAYS)
         05 CURTAIL-PCT PIC 9(2)V99 VALUE 10.00.            *>PERCENT OF COST THE CURTAILMENT PAYS DOWN (FLOOR-CURTAIL-PCT)
       01 PARM-WORK-VALUE PIC 9(5)V99 VALUE ZERO.           *>PARAMETER VALUE CONVERTED TO A NUMBER
       01 PARM-TEST-RESULT PIC 9(2) VALUE ZERO.             *>ZERO WHEN THE PARAMETER VALUE IS A USABLE NUMBER

       01 UNIT-WORK.                                        *>WORK FIELDS FOR CARRYING ONE UNIT
         05 FLOOR-START-DATE PIC 9(8) VALUE ZERO.           *>DATE A NEW STRETCH ON THE LINE STARTS
         05 ACCRUE-TO-DATE PIC 9(8) VALUE ZERO.             *>DATE INTEREST IS BEING ACCRUED UP TO
         05 ACCRUE-DAYS PIC S9(5) VALUE ZERO.               *>DAYS OF INTEREST BEING ACCRUED
         05 PERIOD-INT PIC 9(6)V99 VALUE ZERO.              *>INTEREST ACCRUED FOR THOSE DAYS
         05 LINE-DAYS PIC S9(5) VALUE ZERO.                 *>DAYS THE UNIT HAS BEEN ON THE LINE
         05 CURTAIL-AMT PIC 9(6)V99 VALUE ZERO.             *>CURTAILMENT DUE ON THE UNIT
         05 PAYOFF-PRINCIPAL PIC 9(6)V99 VALUE ZERO.        *>PRINCIPAL STILL OWED AT PAYOFF

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 TOTAL-INPUT-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF MASTER UNITS READ
         05 CARRIED-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF UNITS CARRIED OR PAID OFF
         05 SKIPPED-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF UNITS SKIPPED FOR AN UNUSABLE DATE
         05 SETTLED-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF SOLD UNITS ALREADY SETTLED - NOTHING OWED
         05 ON-LINE-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF UNITS STILL ON THE LINE AFTER THE RUN
         05 CURTAIL-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF CURTAILMENTS DUE
         05 PAYOFF-COUNT PIC 9(5) VALUE ZERO.               *>COUNT OF UNITS PAID OFF
         05 ON-LINE-PRINCIPAL PIC 9(9)V99 VALUE ZERO.       *>PRINCIPAL STILL OWED ON UNSOLD UNITS
         05 ON-LINE-INTEREST PIC 9(8)V99 VALUE ZERO.        *>INTEREST ACCRUED AND UNPAID ON UNSOLD UNITS

       01 GL-TOTALS.                                        *>RUN TOTALS POSTED TO THE GL EXTRACT
         05 GL-ADVANCE-TOTAL PIC 9(8)V99 VALUE ZERO.        *>COST OF BOUGHT UNITS PUT ON THE LINE THIS RUN
         05 GL-TRADE-ADVANCE-TOTAL PIC 9(8)V99 VALUE ZERO.  *>COST OF TRADE-INS PUT ON THE LINE THIS RUN
         05 GL-INTEREST-TOTAL PIC 9(8)V99 VALUE ZERO.       *>INTEREST ACCRUED THIS RUN
         05 GL-CURTAIL-TOTAL PIC 9(8)V99 VALUE ZERO.        *>CURTAILMENTS DUE THIS RUN
         05 GL-PAYOFF-TOTAL PIC 9(8)V99 VALUE ZERO.         *>PRINCIPAL PAID OFF THIS RUN
         05 GL-INT-PAID-TOTAL PIC 9(8)V99 VALUE ZERO.       *>ACCRUED INTEREST PAID OFF THIS RUN

       01 GL-PAIR-WORK.                                     *>ONE BALANCED DEBIT/CREDIT PAIR TO POST
         05 GL-PAIR-DR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR DEBITS
         05 GL-PAIR-CR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR CREDITS
         05 GL-PAIR-AMOUNT PIC 9(8)V99 VALUE ZERO.          *>DOLLARS BOTH LEGS CARRY
         05 GL-PAIR-DESC PIC X(20) VALUE SPACES.            *>WHAT THE POSTING IS

       01 RUN-LOG-PROGRAM-NAME PIC X(12) VALUE 'FLOORPLAN'. *>PROGRAM NAME WRITTEN TO EACH RUN-LOG ENTRY
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) - THE MONTH-END THE RUN ACCRUES TO

       01 PAYOFF-TABLE-CONTROLS.                            *>CONTROLS FOR THE PAYOFF LIST
         05 PAYOFF-ENTRIES PIC 9(4) VALUE ZERO.             *>NUMBER OF PAYOFF LINES HELD
         05 CURTAIL-ENTRIES PIC 9(4) VALUE ZERO.            *>NUMBER OF CURTAILMENT LINES HELD
         05 LIST-SUB PIC 9(4) VALUE ZERO.                   *>SUBSCRIPT USED WHEN PRINTING THE LISTS

       01 PAYOFF-TABLE.                                     *>EACH SOLD UNIT PAID OFF THIS RUN, PRINTED AFTER THE SWEEP
         05 PAYOFF-ENTRY OCCURS 2000 TIMES.
           10 PO-LINE PIC X(80).                            *>THE PAYOFF LINE AS IT WILL PRINT

       01 CURTAIL-TABLE.                                    *>EACH CURTAILMENT DUE THIS RUN, PRINTED AFTER THE PAYOFFS
         05 CURTAIL-ENTRY OCCURS 2000 TIMES.
           10 CU-LINE PIC X(80).                            *>THE CURTAILMENT LINE AS IT WILL PRINT

       01 LENDER-HEADING.                                   *>FIRST LINE OF THE LENDER LIST
         05 FILLER PIC X(31) VALUE 'FLOOR-PLAN MONTH-END  RUN DATE '.
         05 LH-RUN-DATE PIC 9(8).                           *>DATE THE RUN ACCRUED TO
         05 FILLER PIC X(8) VALUE '  RATE '.
         05 LH-RATE PIC Z9.99.                              *>YEARLY INTEREST PERCENT IN EFFECT
         05 FILLER PIC X(13) VALUE '%  CURTAIL AT'.
         05 LH-CURTAIL-DAYS PIC ZZZ9.                       *>DAYS ON THE LINE BEFORE A CURTAILMENT
         05 FILLER PIC X(9) VALUE ' DAYS AT '.
         05 LH-CURTAIL-PCT PIC Z9.99.                       *>PERCENT OF COST A CURTAILMENT PAYS DOWN
         05 FILLER PIC X(1) VALUE '%'.

       01 PAYOFF-SECTION PIC X(40)                          *>TITLE OF THE PAYOFF LIST
                 VALUE 'PAYOFFS DUE TO LENDER - UNITS SOLD'.
       01 CURTAIL-SECTION PIC X(40)                         *>TITLE OF THE CURTAILMENT LIST
                 VALUE 'CURTAILMENTS DUE TO LENDER'.

       01 PAYOFF-HEADING.                                   *>COLUMN TITLES OVER THE PAYOFF LINES
         05 FILLER PIC X(40)
                 VALUE 'BRCH  STOCK   MODEL         YEAR       C'.
         05 FILLER PIC X(40)
                 VALUE 'OST  CURTAILED  INTEREST       PAYOFF'.

       01 CURTAIL-HEADING.                                  *>COLUMN TITLES OVER THE CURTAILMENT LINES
         05 FILLER PIC X(40)
                 VALUE 'BRCH  STOCK   MODEL         YEAR       C'.
         05 FILLER PIC X(40)
                 VALUE 'OST   DAYS  CURTAILMENT'.

       01 PAYOFF-DETAIL.                                    *>ONE LINE PER SOLD UNIT PAID OFF
         05 PD-BRANCH PIC 9(4).                             *>BRANCH THE UNIT SOLD FROM
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-STOCK PIC 9(6).                              *>STOCK NUMBER OF THE UNIT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-MODEL PIC X(13).                             *>MODEL OF THE UNIT
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-YEAR PIC 9(4).                               *>MODEL YEAR OF THE UNIT
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-COST PIC ZZZ,ZZ9.99.                         *>COST FLOORED
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-CURTAILED PIC ZZZ,ZZ9.99.                    *>LESS PRINCIPAL ALREADY CURTAILED
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-INTEREST PIC ZZ,ZZ9.99.                      *>PLUS INTEREST ACCRUED TO THE SALE
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 PD-PAYOFF PIC Z,ZZZ,ZZ9.99.                     *>AMOUNT DUE THE LENDER

       01 CURTAIL-DETAIL.                                   *>ONE LINE PER CURTAILMENT DUE
         05 CD-BRANCH PIC 9(4).                             *>BRANCH THE UNIT SITS AT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-STOCK PIC 9(6).                              *>STOCK NUMBER OF THE UNIT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-MODEL PIC X(13).                             *>MODEL OF THE UNIT
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-YEAR PIC 9(4).                               *>MODEL YEAR OF THE UNIT
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-COST PIC ZZZ,ZZ9.99.                         *>COST FLOORED
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-DAYS PIC ZZZZ9.                              *>DAYS ON THE LINE
         05 FILLER PIC X(3) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 CD-CURTAIL PIC ZZZ,ZZ9.99.                      *>PRINCIPAL PAID DOWN

       01 TOTAL-LINE.                                       *>ONE RUN TOTAL AT THE FOOT OF THE LIST
         05 TL-LABEL PIC X(40).                             *>WHICH TOTAL
         05 TL-COUNT PIC ZZZZ9.                             *>UNITS IN THE TOTAL
         05 FILLER PIC X(2) VALUE SPACES.
         05 TL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.                 *>DOLLARS IN THE TOTAL

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       PREPARE-FLOOR-PLAN.                                                *>PROCEDURE TO CARRY EVERY UNIT ON THE LINE TO MONTH-END
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE ACCRUAL, GL AND RUN-LOG
           PERFORM LOAD-CONTROL-PARMS.                                    *>LOAD THE LENDER'S TERMS FROM THE SHARED CONTROL FILE
           OPEN INPUT INVENTORY-MASTER.                                   *>THE MASTER IS ONLY READ - INVLOAD AND THE SALES RUN KEEP IT
           IF INV-STATUS NOT = '00'                                       *>NO MASTER MEANS NO UNITS TO CARRY
               DISPLAY 'FLOORPLAN ABORTED - INVENTORY MASTER '
                   'INVMAST.DAT COULD NOT BE OPENED, STATUS '
                   INV-STATUS
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE FAILURE
               STOP RUN
           END-IF.
           PERFORM OPEN-FLOOR-PLAN-FILE.                                  *>OPEN THE FLOOR-PLAN MASTER, CREATING IT ON THE FIRST RUN
           PERFORM SWEEP-INVENTORY-MASTER.                                *>ACCRUE, CURTAIL OR PAY OFF EVERY UNIT
           PERFORM WRITE-LENDER-LIST.                                     *>THE PAYOFF AND CURTAILMENT LIST FOR THE LENDER
           PERFORM WRITE-GL-POSTINGS.                                     *>POST THE RUN'S INTEREST, CURTAILMENTS AND PAYOFFS
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           CLOSE INVENTORY-MASTER                                         *>CLOSE THE INVENTORY MASTER
             FLOOR-PLAN-FILE.                                             *>CLOSE THE FLOOR-PLAN MASTER
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

       OPEN-FLOOR-PLAN-FILE.                                              *>PROCEDURE PARAGRAPH TO OPEN THE FLOOR-PLAN MASTER, CREATING IT ON THE FIRST RUN
           OPEN I-O FLOOR-PLAN-FILE.
           IF FPM-STATUS = '35'                                           *>NO MASTER YET - THIS IS THE FIRST MONTH-END ON THE LINE
               MOVE 'YES' TO FIRST-RUN-SWITCH
               OPEN OUTPUT FLOOR-PLAN-FILE
               CLOSE FLOOR-PLAN-FILE
               OPEN I-O FLOOR-PLAN-FILE
           END-IF.
           IF FPM-STATUS NOT = '00'                                       *>WITHOUT THE MASTER NOTHING CAN BE ACCRUED SAFELY
               DISPLAY 'FLOORPLAN ABORTED - FLOOR-PLAN MASTER '
                   'FPMAST.DAT COULD NOT BE OPENED, STATUS '
                   FPM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>-------------SHARED CONTROL FILE------------------------------
       LOAD-CONTROL-PARMS.                                                *>PROCEDURE PARAGRAPH TO LOAD THE TUNABLES FROM THE SHARED CONTROL FILE
           OPEN INPUT CONTROL-FILE.                                       *>OPEN THE SHARED RUN-CONTROL FILE
           IF CONTROL-STATUS NOT = '00'                                   *>A MISSING CONTROL FILE IS A WARNING, NOT A FAILURE -
               DISPLAY 'FLOORPLAN WARNING - CONTROL.TXT NOT '             *>THE COMPILED-IN DEFAULTS STAY IN EFFECT
                   'AVAILABLE, STATUS ' CONTROL-STATUS
                   ' - USING DEFAULT PARAMETERS'
           ELSE                                                           *>THE CONTROL FILE EXISTS - APPLY EVERY PARAMETER ON IT
               PERFORM UNTIL CONTROL-EOF-SWITCH = 'YES'                   *>ONE PARAMETER PER PASS
                   READ CONTROL-FILE                                      *>READ THE NEXT PARAMETER LINE
                       AT END                                             *>CONDITION TO FIND EOF
                           MOVE 'YES' TO CONTROL-EOF-SWITCH               *>ALL PARAMETERS HAVE BEEN APPLIED
                       NOT AT END                                         *>A PARAMETER LINE WAS READ
                           PERFORM APPLY-ONE-PARM                         *>APPLY IT IF IT BELONGS TO THIS PROGRAM
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE                                         *>THE CONTROL FILE IS ONLY NEEDED AT STARTUP
           END-IF.

       APPLY-ONE-PARM.                                                    *>PROCEDURE PARAGRAPH TO APPLY ONE CONTROL PARAMETER IF IT IS OURS
           COMPUTE PARM-TEST-RESULT =                                     *>A PARAMETER VALUE MUST BE A USABLE POSITIVE NUMBER
               FUNCTION TEST-NUMVAL (PARM-VALUE).
           IF PARM-TEST-RESULT NOT = 0                                    *>A MANGLED VALUE FALLS BACK TO THE DEFAULT WITH A WARNING
               DISPLAY 'FLOORPLAN WARNING - BAD VALUE FOR '
                   PARM-NAME ' - USING DEFAULT'
           ELSE
               COMPUTE PARM-WORK-VALUE = FUNCTION NUMVAL (PARM-VALUE)
               IF PARM-WORK-VALUE <= 0                                    *>EVERY TUNABLE HERE MUST BE POSITIVE TO MAKE SENSE
                   DISPLAY 'FLOORPLAN WARNING - BAD VALUE FOR '
                       PARM-NAME ' - USING DEFAULT'
               ELSE                                                       *>APPLY THE PARAMETER IF THIS PROGRAM USES IT
                   EVALUATE PARM-NAME                                     *>PARAMETERS FOR THE OTHER PROGRAMS ARE IGNORED HERE
                       WHEN 'FLOOR-PLAN-PCT'                              *>YEARLY INTEREST PERCENT ON THE LINE
                           IF PARM-WORK-VALUE > 99.99
                               PERFORM WARN-PARM-TOO-BIG
                           ELSE
                               MOVE PARM-WORK-VALUE TO FLOOR-PLAN-PCT
                           END-IF
                       WHEN 'FLOOR-CURTAIL-DAYS'                          *>DAYS ON THE LINE BEFORE A CURTAILMENT IS DUE
                           IF PARM-WORK-VALUE > 9999
                               PERFORM WARN-PARM-TOO-BIG
                           ELSE
                               MOVE PARM-WORK-VALUE TO CURTAIL-DAYS
                           END-IF
                       WHEN 'FLOOR-CURTAIL-PCT'                           *>PERCENT OF COST A CURTAILMENT PAYS DOWN
                           IF PARM-WORK-VALUE > 99.99
                               PERFORM WARN-PARM-TOO-BIG
                           ELSE
                               MOVE PARM-WORK-VALUE TO CURTAIL-PCT
                           END-IF
                       WHEN OTHER                                         *>ANOTHER PROGRAM'S PARAMETER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       WARN-PARM-TOO-BIG.                                                 *>PROCEDURE PARAGRAPH TO WARN WHEN A CONTROL VALUE WOULD TRUNCATE
           DISPLAY 'FLOORPLAN WARNING - VALUE TOO LARGE FOR '
               PARM-NAME ' - USING DEFAULT'.

           *>-------------CARRYING THE LINE------------------------------
       SWEEP-INVENTORY-MASTER.                                            *>PROCEDURE PARAGRAPH TO VISIT EVERY UNIT ON THE INVENTORY MASTER
           MOVE ZERO TO INV-STOCK-NUM.
           START INVENTORY-MASTER KEY NOT < INV-STOCK-NUM
               INVALID KEY                                                *>AN EMPTY MASTER HAS NOTHING TO CARRY
                   MOVE 'YES' TO INV-EOF-SWITCH
           END-START.
           PERFORM UNTIL INV-EOF-SWITCH = 'YES'                           *>ONE MASTER RECORD PER PASS
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO INV-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT                         *>COUNT THIS UNIT FOR THE RUN-LOG
                       PERFORM CARRY-ONE-UNIT
               END-READ
           END-PERFORM.

       CARRY-ONE-UNIT.                                                    *>PROCEDURE PARAGRAPH TO ROUTE ONE UNIT BY WHETHER IT HAS SOLD
           IF INV-RECEIVED-DATE IS NOT NUMERIC                            *>INTEREST RUNS FROM THE RECEIVED DATE - WITHOUT A
           OR INV-RECEIVED-DATE = ZERO                                    *>USABLE ONE NOTHING CAN BE ACCRUED
           OR INV-RECEIVED-DATE > RUN-DATE
               ADD 1 TO SKIPPED-COUNT
               DISPLAY 'FLOORPLAN WARNING - STOCK ' INV-STOCK-NUM
                   ' HAS NO USABLE RECEIVED DATE - NOT CARRIED'
           ELSE
               MOVE 'NO ' TO FP-FOUND-SWITCH
               MOVE INV-STOCK-NUM TO FP-STOCK-NUM
               READ FLOOR-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO FP-FOUND-SWITCH
               END-READ
               IF INV-SOLD-FLAG = 'Y'
                   PERFORM SETTLE-SOLD-UNIT
               ELSE
                   PERFORM CARRY-UNSOLD-UNIT
               END-IF
           END-IF.

       CARRY-UNSOLD-UNIT.                                                 *>PROCEDURE PARAGRAPH TO ACCRUE AND CURTAIL A UNIT STILL ON THE LOT
           IF FP-FOUND-SWITCH = 'NO '                                     *>FIRST MONTH-END SINCE THE UNIT ARRIVED
               MOVE INV-RECEIVED-DATE TO FLOOR-START-DATE
               PERFORM START-FLOORING
           ELSE
               IF FP-STATUS = 'P'                                         *>PAID OFF, THEN PUT BACK ON THE LOT BY A REVERSAL -
                   MOVE FP-PAYOFF-DATE TO FLOOR-START-DATE                *>IT GOES BACK ON THE LINE FROM THE PAYOFF
                   PERFORM START-FLOORING
               END-IF
           END-IF.
           MOVE RUN-DATE TO ACCRUE-TO-DATE.
           PERFORM ACCRUE-INTEREST.
           PERFORM CHECK-CURTAILMENT.
           PERFORM SAVE-FLOOR-PLAN.
           ADD 1 TO CARRIED-COUNT.
           ADD 1 TO ON-LINE-COUNT.
           COMPUTE ON-LINE-PRINCIPAL =
               ON-LINE-PRINCIPAL + INV-COST - FP-CURTAILED.
           ADD FP-ACCRUED-INT TO ON-LINE-INTEREST.

       SETTLE-SOLD-UNIT.                                                  *>PROCEDURE PARAGRAPH TO PAY OFF A SOLD UNIT STILL OWED TO THE LENDER
           IF FP-FOUND-SWITCH = 'NO '
               IF FIRST-RUN-SWITCH = 'YES'                                *>SOLD BEFORE THE LINE WAS TRACKED HERE - IT WAS
                   PERFORM RECORD-SETTLED-UNIT                            *>SETTLED OUTSIDE THIS RUN, SO ONLY NOTE IT
               ELSE                                                       *>ARRIVED AND SOLD SINCE THE LAST MONTH-END
                   MOVE INV-RECEIVED-DATE TO FLOOR-START-DATE
                   PERFORM START-FLOORING
                   PERFORM PAY-OFF-UNIT
               END-IF
           ELSE
               IF FP-STATUS = 'O'                                         *>ON THE LINE WHEN IT SOLD
                   PERFORM PAY-OFF-UNIT
               ELSE
                   IF INV-SOLD-DATE > FP-PAYOFF-DATE                      *>REVERSED AFTER ITS PAYOFF AND SOLD AGAIN BEFORE
                       MOVE FP-PAYOFF-DATE TO FLOOR-START-DATE            *>ANOTHER MONTH-END PUT IT BACK ON THE LINE
                       PERFORM START-FLOORING
                       PERFORM PAY-OFF-UNIT
                   ELSE                                                   *>PAID OFF ALREADY - NOTHING MORE IS OWED
                       ADD 1 TO SETTLED-COUNT
                   END-IF
               END-IF
           END-IF.

       START-FLOORING.                                                    *>PROCEDURE PARAGRAPH TO PUT THE UNIT ON THE LINE FROM FLOOR-START-DATE
           IF FP-FOUND-SWITCH = 'NO '                                     *>FIRST TIME ON THE LINE - THE LENDER ADVANCES THE
               IF INV-SOURCE-FLAG = 'T'                                   *>COST. A RE-FLOOR AFTER A REVERSAL ADVANCES NOTHING.
                   ADD INV-COST TO GL-TRADE-ADVANCE-TOTAL                 *>THE SALES RUN ALREADY PUT A TRADE-IN INTO INVENTORY
               ELSE                                                       *>AT ITS ALLOWANCE, SO ITS ADVANCE IS KEPT APART
                   ADD INV-COST TO GL-ADVANCE-TOTAL
               END-IF
           END-IF.
           PERFORM SET-UP-FLOOR-PLAN.

       SET-UP-FLOOR-PLAN.                                                 *>PROCEDURE PARAGRAPH TO BUILD A FRESH FLOOR-PLAN RECORD FROM FLOOR-START-DATE
           MOVE INV-STOCK-NUM TO FP-STOCK-NUM.
           MOVE 'O' TO FP-STATUS.
           MOVE FLOOR-START-DATE TO FP-FLOORED-DATE.
           MOVE FLOOR-START-DATE TO FP-INT-THRU-DATE.
           MOVE ZERO TO FP-ACCRUED-INT
               FP-CURTAILED
               FP-CURTAIL-DATE
               FP-PAYOFF-DATE
               FP-PAYOFF-AMT.

       RECORD-SETTLED-UNIT.                                               *>PROCEDURE PARAGRAPH TO NOTE A UNIT SOLD BEFORE THE FIRST MONTH-END
           MOVE INV-RECEIVED-DATE TO FLOOR-START-DATE.                    *>SO A LATER RUN DOES NOT TAKE IT FOR A NEW SALE -
           PERFORM SET-UP-FLOOR-PLAN.                                     *>THE LENDER'S ADVANCE AND PAYOFF BOTH HAPPENED
           MOVE 'P' TO FP-STATUS.                                         *>BEFORE THE LINE WAS TRACKED HERE
           MOVE INV-SOLD-DATE TO FP-INT-THRU-DATE.
           MOVE INV-SOLD-DATE TO FP-PAYOFF-DATE.
           PERFORM SAVE-FLOOR-PLAN.
           ADD 1 TO SETTLED-COUNT.

       ACCRUE-INTEREST.                                                   *>PROCEDURE PARAGRAPH TO ACCRUE INTEREST ON THE PRINCIPAL OWED UP TO ACCRUE-TO-DATE
           IF ACCRUE-TO-DATE > FP-INT-THRU-DATE                           *>A RERUN OF THE SAME MONTH-END ACCRUES NOTHING MORE
               COMPUTE ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE (ACCRUE-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE (FP-INT-THRU-DATE)
               COMPUTE PERIOD-INT ROUNDED =
                   (INV-COST - FP-CURTAILED) * FLOOR-PLAN-PCT
                   * ACCRUE-DAYS / 36500
               ADD PERIOD-INT TO FP-ACCRUED-INT
               ADD PERIOD-INT TO GL-INTEREST-TOTAL
               MOVE ACCRUE-TO-DATE TO FP-INT-THRU-DATE
           END-IF.

       CHECK-CURTAILMENT.                                                 *>PROCEDURE PARAGRAPH TO ADD THE LENDER'S CURTAILMENT ONCE THE UNIT IS DUE
           IF FP-CURTAIL-DATE = ZERO                                      *>A UNIT IS CURTAILED ONCE PER STRETCH ON THE LINE
               COMPUTE LINE-DAYS =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (FP-FLOORED-DATE)
               IF LINE-DAYS NOT < CURTAIL-DAYS
                   COMPUTE CURTAIL-AMT ROUNDED =
                       INV-COST * CURTAIL-PCT / 100
                   ADD CURTAIL-AMT TO FP-CURTAILED
                   MOVE RUN-DATE TO FP-CURTAIL-DATE
                   ADD CURTAIL-AMT TO GL-CURTAIL-TOTAL
                   ADD 1 TO CURTAIL-COUNT
                   MOVE INV-BRANCH TO CD-BRANCH
                   MOVE INV-STOCK-NUM TO CD-STOCK
                   MOVE INV-MODEL TO CD-MODEL
                   MOVE INV-YEAR TO CD-YEAR
                   MOVE INV-COST TO CD-COST
                   MOVE LINE-DAYS TO CD-DAYS
                   MOVE CURTAIL-AMT TO CD-CURTAIL
                   IF CURTAIL-ENTRIES < 2000                              *>THE TOTALS STILL CARRY A LINE THE LIST CANNOT HOLD
                       ADD 1 TO CURTAIL-ENTRIES
                       MOVE CURTAIL-DETAIL TO CU-LINE (CURTAIL-ENTRIES)
                   ELSE
                       DISPLAY 'FLOORPLAN WARNING - CURTAILMENT LIST '
                           'FULL, STOCK ' INV-STOCK-NUM ' NOT LISTED'
                   END-IF
               END-IF
           END-IF.

       PAY-OFF-UNIT.                                                      *>PROCEDURE PARAGRAPH TO PAY THE LENDER OFF ON A SOLD UNIT
           MOVE INV-SOLD-DATE TO ACCRUE-TO-DATE.                          *>INTEREST STOPS THE DAY THE UNIT SOLD
           IF INV-SOLD-DATE IS NOT NUMERIC
           OR INV-SOLD-DATE = ZERO
           OR INV-SOLD-DATE > RUN-DATE
               MOVE RUN-DATE TO ACCRUE-TO-DATE
           END-IF.
           PERFORM ACCRUE-INTEREST.
           COMPUTE PAYOFF-PRINCIPAL = INV-COST - FP-CURTAILED.
           COMPUTE FP-PAYOFF-AMT = PAYOFF-PRINCIPAL + FP-ACCRUED-INT.
           MOVE 'P' TO FP-STATUS.
           MOVE ACCRUE-TO-DATE TO FP-PAYOFF-DATE.                         *>PAID OFF AS OF THE DAY INTEREST STOPPED
           PERFORM SAVE-FLOOR-PLAN.
           ADD 1 TO CARRIED-COUNT.
           ADD 1 TO PAYOFF-COUNT.
           ADD PAYOFF-PRINCIPAL TO GL-PAYOFF-TOTAL.
           ADD FP-ACCRUED-INT TO GL-INT-PAID-TOTAL.
           MOVE INV-BRANCH TO PD-BRANCH.
           MOVE INV-STOCK-NUM TO PD-STOCK.
           MOVE INV-MODEL TO PD-MODEL.
           MOVE INV-YEAR TO PD-YEAR.
           MOVE INV-COST TO PD-COST.
           MOVE FP-CURTAILED TO PD-CURTAILED.
           MOVE FP-ACCRUED-INT TO PD-INTEREST.
           MOVE FP-PAYOFF-AMT TO PD-PAYOFF.
           IF PAYOFF-ENTRIES < 2000                                       *>THE TOTALS STILL CARRY A LINE THE LIST CANNOT HOLD
               ADD 1 TO PAYOFF-ENTRIES
               MOVE PAYOFF-DETAIL TO PO-LINE (PAYOFF-ENTRIES)
           ELSE
               DISPLAY 'FLOORPLAN WARNING - PAYOFF LIST FULL, STOCK '
                   INV-STOCK-NUM ' NOT LISTED'
           END-IF.

       SAVE-FLOOR-PLAN.                                                   *>PROCEDURE PARAGRAPH TO WRITE OR REWRITE THE UNIT'S FLOOR-PLAN RECORD
           IF FP-FOUND-SWITCH = 'YES'
               REWRITE FLOOR-PLAN-RECORD
                   INVALID KEY
                       PERFORM ABORT-FLOOR-PLAN-SAVE
               END-REWRITE
           ELSE
               WRITE FLOOR-PLAN-RECORD
                   INVALID KEY
                       PERFORM ABORT-FLOOR-PLAN-SAVE
               END-WRITE
               MOVE 'YES' TO FP-FOUND-SWITCH
           END-IF.

       ABORT-FLOOR-PLAN-SAVE.                                             *>PROCEDURE PARAGRAPH TO STOP THE RUN WHEN THE MASTER REFUSES A SAVE -
           DISPLAY 'FLOORPLAN ABORTED - FLOOR-PLAN MASTER '               *>ACCRUING ON WOULD POST GL THE MASTER DOES NOT HOLD
               'FPMAST.DAT REFUSED STOCK ' FP-STOCK-NUM
               ', STATUS ' FPM-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

           *>-------------LENDER LIST------------------------------
       WRITE-LENDER-LIST.                                                 *>PROCEDURE PARAGRAPH TO PRINT THE PAYOFFS, CURTAILMENTS AND RUN TOTALS
           OPEN OUTPUT LENDER-FILE.                                       *>START THE LENDER LIST OVER EACH RUN
           MOVE RUN-DATE TO LH-RUN-DATE.
           MOVE FLOOR-PLAN-PCT TO LH-RATE.
           MOVE CURTAIL-DAYS TO LH-CURTAIL-DAYS.
           MOVE CURTAIL-PCT TO LH-CURTAIL-PCT.
           WRITE LENDER-LINE FROM LENDER-HEADING.
           MOVE SPACES TO LENDER-LINE.
           WRITE LENDER-LINE.
           WRITE LENDER-LINE FROM PAYOFF-SECTION.
           WRITE LENDER-LINE FROM PAYOFF-HEADING.
           PERFORM VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > PAYOFF-ENTRIES
               WRITE LENDER-LINE FROM PO-LINE (LIST-SUB)
           END-PERFORM.
           MOVE SPACES TO LENDER-LINE.
           WRITE LENDER-LINE.
           WRITE LENDER-LINE FROM CURTAIL-SECTION.
           WRITE LENDER-LINE FROM CURTAIL-HEADING.
           PERFORM VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > CURTAIL-ENTRIES
               WRITE LENDER-LINE FROM CU-LINE (LIST-SUB)
           END-PERFORM.
           MOVE SPACES TO LENDER-LINE.
           WRITE LENDER-LINE.
           MOVE 'PAYOFFS - PRINCIPAL' TO TL-LABEL.
           MOVE PAYOFF-COUNT TO TL-COUNT.
           MOVE GL-PAYOFF-TOTAL TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           MOVE 'PAYOFFS - ACCRUED INTEREST' TO TL-LABEL.
           MOVE GL-INT-PAID-TOTAL TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           MOVE 'CURTAILMENTS' TO TL-LABEL.
           MOVE CURTAIL-COUNT TO TL-COUNT.
           MOVE GL-CURTAIL-TOTAL TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           MOVE 'INTEREST ACCRUED THIS RUN' TO TL-LABEL.
           MOVE CARRIED-COUNT TO TL-COUNT.
           MOVE GL-INTEREST-TOTAL TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           MOVE 'STILL ON THE LINE - PRINCIPAL OWED' TO TL-LABEL.
           MOVE ON-LINE-COUNT TO TL-COUNT.
           MOVE ON-LINE-PRINCIPAL TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           MOVE 'STILL ON THE LINE - INTEREST ACCRUED' TO TL-LABEL.
           MOVE ON-LINE-INTEREST TO TL-AMOUNT.
           WRITE LENDER-LINE FROM TOTAL-LINE.
           CLOSE LENDER-FILE.

           *>-------------GL POSTINGS------------------------------
       WRITE-GL-POSTINGS.                                                 *>PROCEDURE PARAGRAPH TO APPEND THE RUN'S FLOOR-PLAN JOURNAL LINES
           IF GL-INTEREST-TOTAL > 0                                       *>NOTHING IS WRITTEN ON A RUN WITH NO ACTIVITY
           OR GL-ADVANCE-TOTAL > 0
           OR GL-TRADE-ADVANCE-TOTAL > 0
           OR GL-CURTAIL-TOTAL > 0
           OR GL-PAYOFF-TOTAL > 0
           OR GL-INT-PAID-TOTAL > 0
               OPEN EXTEND GL-EXTRACT-FILE                                *>THE EXTRACT ACCUMULATES UNTIL GLPROOF RELEASES IT
               IF GL-ADVANCE-TOTAL > 0                                    *>UNITS THE LENDER PUT ON THE LINE - THE LIABILITY
                   MOVE 1400 TO GL-PAIR-DR                                *>THE CURTAILMENTS AND PAYOFFS LATER PAY DOWN
                   MOVE 2600 TO GL-PAIR-CR
                   MOVE GL-ADVANCE-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN ADVANCE' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-TRADE-ADVANCE-TOTAL > 0                              *>A TRADE-IN IS ALREADY IN INVENTORY FROM THE SALE -
                   MOVE 1000 TO GL-PAIR-DR                                *>THE LENDER'S ADVANCE ON IT COMES BACK AS CASH
                   MOVE 2600 TO GL-PAIR-CR
                   MOVE GL-TRADE-ADVANCE-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN TRADE ADV' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-INTEREST-TOTAL > 0                                   *>THE MONTH'S CARRYING COST, OWED UNTIL PAYOFF
                   MOVE 5300 TO GL-PAIR-DR
                   MOVE 2650 TO GL-PAIR-CR
                   MOVE GL-INTEREST-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN INTEREST' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-CURTAIL-TOTAL > 0                                    *>CURTAILMENTS PAY DOWN THE LINE IN CASH
                   MOVE 2600 TO GL-PAIR-DR
                   MOVE 1000 TO GL-PAIR-CR
                   MOVE GL-CURTAIL-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN CURTAIL' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-PAYOFF-TOTAL > 0                                     *>PAYOFFS CLEAR THE SOLD UNITS' PRINCIPAL
                   MOVE 2600 TO GL-PAIR-DR
                   MOVE 1000 TO GL-PAIR-CR
                   MOVE GL-PAYOFF-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN PAYOFF' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF GL-INT-PAID-TOTAL > 0                                   *>AND THE INTEREST THEY RAN UP
                   MOVE 2650 TO GL-PAIR-DR
                   MOVE 1000 TO GL-PAIR-CR
                   MOVE GL-INT-PAID-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'FLOOR PLAN INT PAID' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               CLOSE GL-EXTRACT-FILE                                      *>CLOSE THE EXTRACT UNTIL THE NEXT PROGRAM APPENDS
           END-IF.

       WRITE-GL-PAIR.                                                     *>PROCEDURE PARAGRAPH TO WRITE ONE BALANCED DEBIT/CREDIT PAIR
           MOVE RUN-DATE TO GLX-DATE.                                     *>THE DEBIT LEG
           MOVE RUN-LOG-PROGRAM-NAME TO GLX-SOURCE.
           MOVE GL-PAIR-DR TO GLX-ACCOUNT.
           MOVE 'D' TO GLX-DC.
           MOVE GL-PAIR-AMOUNT TO GLX-AMOUNT.
           MOVE GL-PAIR-DESC TO GLX-DESC.
           WRITE GL-EXTRACT-LINE.
           MOVE RUN-DATE TO GLX-DATE.                                     *>THE CREDIT LEG, SAME DOLLARS
           MOVE RUN-LOG-PROGRAM-NAME TO GLX-SOURCE.
           MOVE GL-PAIR-CR TO GLX-ACCOUNT.
           MOVE 'C' TO GLX-DC.
           MOVE GL-PAIR-AMOUNT TO GLX-AMOUNT.
           MOVE GL-PAIR-DESC TO GLX-DESC.
           WRITE GL-EXTRACT-LINE.

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN FOR APPEND, CREATING THE FILE ON THE FIRST RUN OF THE DAY
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE RUN-LOG-PROGRAM-NAME TO RLOG-PROGRAM.                     *>RECORD WHICH PROGRAM PRODUCED THIS ENTRY
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.                    *>RECORD HOW MANY UNITS WERE READ
           COMPUTE RLOG-GOOD-COUNT =                                      *>RECORD HOW MANY UNITS WERE CARRIED, PAID OFF OR
               CARRIED-COUNT + SETTLED-COUNT.                             *>FOUND ALREADY SETTLED
           MOVE SKIPPED-COUNT TO RLOG-BAD-COUNT.                          *>RECORD HOW MANY UNITS WERE SKIPPED
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------
