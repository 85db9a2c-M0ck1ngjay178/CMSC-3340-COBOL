       *>--------------GROUP HEADER-------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotCount.
       AUTHOR. BONAL, GEREGA, RUFFING.
       *> PHYSICAL LOT-COUNT RECONCILIATION - MATCHES THE MONTHLY
       *> WALK OF EVERY LOT (BRANCH AND STOCK NUMBER OF EACH UNIT
       *> SEEN) AGAINST THE UNSOLD UNITS ON THE INVENTORY MASTER AND
       *> PRINTS A VARIANCE REPORT OF UNITS NOT FOUND, UNITS FOUND
       *> BUT NOT ON THE MASTER OR ALREADY SOLD, AND UNITS FOUND AT
       *> ANOTHER BRANCH, WITH BRANCH DOLLAR TOTALS AT COST FOR THE
       *> SHRINK ADJUSTMENT. EVERY FINDING IS KEPT ON THE FINDINGS
       *> FILE SO A UNIT MISSING TWO COUNTS IN A ROW IS ESCALATED
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LOT-COUNT-FILE ASSIGN TO 'lotcount.txt'
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS COUNT-STATUS.
        SELECT INVENTORY-MASTER ASSIGN TO 'invmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS INV-STOCK-NUM
                        FILE STATUS IS INV-STATUS.
        SELECT COUNT-FINDING-FILE ASSIGN TO 'countfind.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS FND-STOCK-NUM
                        FILE STATUS IS FND-STATUS.
        SELECT VARIANCE-FILE ASSIGN TO 'lotvar.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RUN-LOG-FILE ASSIGN TO 'runlog.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.

      *>====================END ENVIRONMENT DIVISION============================================

      *>====================DATA DIVISION==============================================
       DATA DIVISION.
       FILE SECTION.
       FD LOT-COUNT-FILE                       *>FILE DESCRIPTION FOR THE PHYSICAL LOT-COUNT SHEETS FROM THE BRANCHES
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS LOT-COUNT-IN.
       01 LOT-COUNT-IN.                        *>ONE UNIT SEEN ON THE WALK PER LINE
         05 LC-BRANCH PIC 9(4).                *>BRANCH WHOSE LOT THE UNIT WAS SEEN ON
         05 LC-STOCK-NUM PIC 9(6).             *>STOCK NUMBER READ OFF THE UNIT
         05 LC-COUNT-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE LOT WAS WALKED

       FD  INVENTORY-MASTER                    *>FILE DESCRIPTION FOR THE VEHICLE INVENTORY MASTER KEYED BY STOCK NUMBER
                 RECORD CONTAINS 53 CHARACTERS
                  DATA RECORD IS INVENTORY-RECORD.
       01 INVENTORY-RECORD.                    *>ONE RECORD PER STOCK UNIT
         05 INV-STOCK-NUM PIC 9(6).            *>INV-STOCK-NUM IS THE RECORD KEY
         05 INV-BRANCH PIC 9(4).               *>BRANCH THE UNIT SITS AT
         05 INV-MODEL PIC X(13).               *>MODEL OF THE UNIT
         05 INV-YEAR PIC 9(4).                 *>MODEL YEAR OF THE UNIT
         05 INV-COST PIC 9(6)V99.              *>WHAT THE UNIT COST THE LOT
         05 INV-RECEIVED-DATE PIC 9(8).        *>DATE (YYYYMMDD) THE UNIT ARRIVED ON THE LOT
         05 INV-SOLD-FLAG PIC X(1).            *>'Y' ONCE THE UNIT HAS BEEN SOLD
         05 INV-SOLD-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE UNIT WAS SOLD, ZERO WHILE UNSOLD
         05 INV-SOURCE-FLAG PIC X(1).          *>'T' WHEN THE UNIT CAME IN AS A TRADE-IN, BLANK WHEN BOUGHT

       FD  COUNT-FINDING-FILE                  *>FILE DESCRIPTION FOR THE OPEN LOT-COUNT FINDINGS KEYED BY STOCK NUMBER
                 RECORD CONTAINS 29 CHARACTERS
                  DATA RECORD IS COUNT-FINDING-RECORD.
       01 COUNT-FINDING-RECORD.                *>ONE RECORD PER UNIT WITH AN UNRESOLVED FINDING
         05 FND-STOCK-NUM PIC 9(6).            *>FND-STOCK-NUM IS THE RECORD KEY
         05 FND-BRANCH PIC 9(4).               *>BRANCH THE FINDING IS CHARGED TO
         05 FND-TYPE PIC X(1).                 *>'M' NOT FOUND, 'N' NOT ON MASTER, 'S' SOLD, 'B' OTHER BRANCH
         05 FND-MISSED-COUNTS PIC 9(2).        *>COUNTS IN A ROW THE UNIT WAS NOT FOUND
         05 FND-FIRST-DATE PIC 9(8).           *>COUNT DATE (YYYYMMDD) THE FINDING WAS FIRST RAISED
         05 FND-LAST-DATE PIC 9(8).            *>COUNT DATE (YYYYMMDD) THAT LAST RAISED THE FINDING

       FD  VARIANCE-FILE                       *>FILE DESCRIPTION FOR THE LOT-COUNT VARIANCE REPORT
                 RECORD CONTAINS 80 CHARACTERS
                  DATA RECORD IS VARIANCE-LINE.
       01 VARIANCE-LINE PIC X(80).             *>VARIANCE-LINE DESIGNATED 80 ALPHANUMERIC CHARACTERS

       FD  RUN-LOG-FILE                        *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
                 RECORD CONTAINS 43 CHARACTERS
                  DATA RECORD IS RUN-LOG-LINE.
       01 RUN-LOG-LINE.                        *>ONE LINE PER PROGRAM RUN APPENDED TO RUNLOG.TXT
         05 RLOG-PROGRAM PIC X(12).            *>PROGRAM NAME THAT PRODUCED THIS RUN-LOG ENTRY
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-DATE PIC X(8).                *>RUN DATE IN YYYYMMDD FORMAT
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-INPUT-COUNT PIC ZZZZ9.        *>COUNT OF COUNT LINES READ THIS RUN
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-GOOD-COUNT PIC ZZZZ9.         *>COUNT OF UNITS FOUND WHERE THE MASTER SAYS
         05 FILLER PIC X(2).                   *>FILLER ALLOCATED FOR OUTPUT FILE READABILITY
         05 RLOG-BAD-COUNT PIC ZZZZ9.          *>COUNT OF COUNT LINES REJECTED OR FOUND AT A VARIANCE THIS RUN

       WORKING-STORAGE SECTION.                             *>DATA SECTION FOR WORKING STORAGE
       01 COUNT-STATUS PIC XX.                              *>FILE STATUS CODE FOR LOT-COUNT-FILE I/O
       01 INV-STATUS PIC XX.                                *>FILE STATUS CODE FOR INVENTORY-MASTER I/O
       01 FND-STATUS PIC XX.                                *>FILE STATUS CODE FOR COUNT-FINDING-FILE I/O
       01 COUNT-EOF-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE LAST COUNT LINE HAS BEEN READ
       01 INV-EOF-SWITCH PIC X(3) VALUE 'NO '.              *>SET TO 'YES' WHEN THE MASTER SWEEP RUNS OUT OF RECORDS
       01 INV-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE STOCK NUMBER IS ON THE MASTER
       01 FND-FOUND-SWITCH PIC X(3) VALUE 'NO '.            *>SET TO 'YES' WHEN THE UNIT ALREADY HAS A FINDING ON FILE
       01 FND-TYPE-WORK PIC X(1) VALUE SPACE.               *>FINDING THE COUNT IS RAISING ON THE UNIT

       01 RUN-TOTALS.                                       *>CONTROL TOTALS ACCUMULATED ACROSS THE RUN
         05 MATCHED-COUNT PIC 9(5) VALUE ZERO.              *>COUNT OF UNITS FOUND WHERE THE MASTER SAYS
         05 VARIANCE-COUNT PIC 9(5) VALUE ZERO.             *>COUNT OF COUNT LINES REJECTED OR FOUND AT A VARIANCE -
                                                            *>UNITS MISSING FROM THE WALK ARE NOT COUNT LINES
         05 ESCALATED-COUNT PIC 9(5) VALUE ZERO.            *>COUNT OF UNITS MISSING TWO OR MORE COUNTS IN A ROW
         05 TOTAL-INPUT-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF COUNT LINES READ THIS RUN

       01 RUN-LOG-PROGRAM-NAME PIC X(12) VALUE 'LOTCOUNT'.  *>PROGRAM NAME WRITTEN TO EACH RUN-LOG ENTRY
       01 RUN-DATE PIC 9(8).                                *>TODAY'S DATE (YYYYMMDD) FOR THE REPORT AND RUN-LOG
       01 COUNT-DATE PIC 9(8) VALUE ZERO.                   *>DATE OF THE WALK - THE LATEST DATE ON THE SHEETS

       01 COUNT-TABLE-CONTROLS.                             *>CONTROLS FOR THE TABLE OF UNITS SEEN ON THE WALK
         05 COUNT-ENTRIES PIC 9(4) VALUE ZERO.              *>NUMBER OF UNITS LOADED
         05 CT-SUB PIC 9(4) VALUE ZERO.                     *>SUBSCRIPT USED WHEN WALKING THE TABLE
         05 CT-FOUND-SUB PIC 9(4) VALUE ZERO.               *>ENTRY FOUND BY THE LOOKUP, ZERO WHEN NONE
         05 CT-LOOKUP-STOCK PIC 9(6) VALUE ZERO.            *>STOCK NUMBER BEING LOOKED UP

       01 COUNT-TABLE.                                      *>EVERY UNIT SEEN ON THE WALK, ONE ENTRY PER STOCK NUMBER
         05 COUNT-ENTRY OCCURS 5000 TIMES.
           10 CT-STOCK PIC 9(6).                            *>STOCK NUMBER SEEN
           10 CT-BRANCH PIC 9(4).                           *>BRANCH LOT IT WAS SEEN ON

       01 BRANCH-TABLE-CONTROLS.                            *>CONTROLS FOR THE BRANCH TOTALS TABLE
         05 BRANCH-ENTRIES PIC 9(3) VALUE ZERO.             *>NUMBER OF BRANCHES IN THE TABLE
         05 BT-SUB PIC 9(3) VALUE ZERO.                     *>SUBSCRIPT USED WHEN WALKING THE TABLE
         05 BT-FOUND-SUB PIC 9(3) VALUE ZERO.               *>ENTRY FOUND BY THE LOOKUP, ZERO WHEN NONE
         05 BT-LOOKUP-BRANCH PIC 9(4) VALUE ZERO.           *>BRANCH BEING LOOKED UP

       01 BRANCH-TABLE.                                     *>VARIANCE TOTALS PER BRANCH
         05 BRANCH-ENTRY OCCURS 100 TIMES.
           10 BT-BRANCH PIC 9(4).                           *>BRANCH NUMBER
           10 BT-COUNTED PIC X(1).                          *>'Y' WHEN THE BRANCH'S LOT WAS WALKED THIS COUNT
           10 BT-MISSING-UNITS PIC 9(5).                    *>UNITS ON THE MASTER NOT FOUND ON THE LOT
           10 BT-MISSING-COST PIC 9(9)V99.                  *>COST OF THOSE UNITS - THE SHRINK
           10 BT-SOLD-UNITS PIC 9(5).                       *>UNITS FOUND THAT THE MASTER HAS AS SOLD
           10 BT-SOLD-COST PIC 9(9)V99.                     *>COST OF THOSE UNITS
           10 BT-IN-UNITS PIC 9(5).                         *>UNITS FOUND HERE THAT THE MASTER CARRIES ELSEWHERE
           10 BT-IN-COST PIC 9(9)V99.                       *>COST OF THOSE UNITS
           10 BT-OUT-UNITS PIC 9(5).                        *>UNITS CARRIED HERE THAT WERE FOUND ELSEWHERE
           10 BT-OUT-COST PIC 9(9)V99.                      *>COST OF THOSE UNITS
           10 BT-UNKNOWN-UNITS PIC 9(5).                    *>UNITS FOUND THAT ARE NOT ON THE MASTER AT ALL

       01 GRAND-TOTALS.                                     *>THE SAME TOTALS ACROSS EVERY BRANCH
         05 GT-MISSING-UNITS PIC 9(5) VALUE ZERO.
         05 GT-MISSING-COST PIC 9(9)V99 VALUE ZERO.
         05 GT-SOLD-UNITS PIC 9(5) VALUE ZERO.
         05 GT-SOLD-COST PIC 9(9)V99 VALUE ZERO.
         05 GT-IN-UNITS PIC 9(5) VALUE ZERO.
         05 GT-IN-COST PIC 9(9)V99 VALUE ZERO.
         05 GT-OUT-UNITS PIC 9(5) VALUE ZERO.
         05 GT-OUT-COST PIC 9(9)V99 VALUE ZERO.
         05 GT-UNKNOWN-UNITS PIC 9(5) VALUE ZERO.

       01 REPORT-HEADING.                                   *>FIRST LINE OF THE VARIANCE REPORT
         05 FILLER PIC X(28) VALUE 'LOT COUNT VARIANCE REPORT   '.
         05 FILLER PIC X(11) VALUE 'COUNT DATE '.
         05 RH-COUNT-DATE PIC 9(8).                         *>DATE OF THE WALK
         05 FILLER PIC X(12) VALUE '   RUN DATE '.
         05 RH-RUN-DATE PIC 9(8).                           *>DATE THE RECONCILIATION RAN

       01 COLUMN-HEADING.                                   *>COLUMN TITLES OVER THE DETAIL LINES
         05 FILLER PIC X(40)
                 VALUE 'BRCH  STOCK   MODEL         YEAR       C'.
         05 FILLER PIC X(40)
                 VALUE 'OST  FINDING'.

       01 VARIANCE-DETAIL.                                  *>ONE LINE PER VARIANCE FOUND
         05 VD-BRANCH PIC 9(4).                             *>BRANCH THE VARIANCE IS CHARGED TO
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 VD-STOCK PIC X(6).                              *>STOCK NUMBER OF THE UNIT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 VD-MODEL PIC X(13).                             *>MODEL FROM THE MASTER, BLANK WHEN NOT ON IT
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 VD-YEAR PIC X(4).                               *>MODEL YEAR FROM THE MASTER
         05 FILLER PIC X(1) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 VD-COST PIC ZZZ,ZZ9.99.                         *>COST FROM THE MASTER
         05 VD-COST-X REDEFINES VD-COST PIC X(10).          *>LETS THE COST BE BLANKED WHEN NOT ON THE MASTER
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 VD-FINDING PIC X(25).                           *>WHAT THE COUNT FOUND
         05 VD-FLAG PIC X(10).                              *>'ESCALATED' ON A UNIT MISSING TWO COUNTS IN A ROW

       01 TOTAL-HEADING.                                    *>OPENS EACH BRANCH'S TOTALS
         05 FILLER PIC X(7) VALUE 'BRANCH '.
         05 TH-BRANCH PIC X(12).                            *>BRANCH NUMBER, OR ALL BRANCHES
         05 FILLER PIC X(22) VALUE ' VARIANCE TOTALS'.
         05 TH-COUNTED PIC X(20).                           *>NOTES A BRANCH WHOSE LOT WAS NOT WALKED

       01 TOTAL-LINE.                                       *>ONE VARIANCE CLASS OF A BRANCH'S TOTALS
         05 FILLER PIC X(2) VALUE SPACES.
         05 TL-LABEL PIC X(32).                             *>WHICH VARIANCE CLASS
         05 FILLER PIC X(6) VALUE 'UNITS '.
         05 TL-UNITS PIC ZZZZ9.                             *>UNITS IN THE CLASS
         05 FILLER PIC X(7) VALUE '  COST '.
         05 TL-COST PIC ZZZ,ZZZ,ZZ9.99.                     *>COST OF THOSE UNITS
         05 TL-COST-X REDEFINES TL-COST PIC X(14).          *>LETS THE COST BE BLANKED WHEN IT IS NOT KNOWN

       01 ESCALATED-LINE.                                   *>CLOSES THE REPORT WITH THE ESCALATION COUNT
         05 FILLER PIC X(45)
                 VALUE 'UNITS ESCALATED - NOT FOUND TWO COUNTS IN A '.
         05 FILLER PIC X(5) VALUE 'ROW  '.
         05 EL-COUNT PIC ZZZZ9.                             *>UNITS ESCALATED THIS COUNT

      *>====================END DATA DIVISION=================================================

      *>====================PROCEDURE PARAGRAPHS==============================================
       PROCEDURE DIVISION.
      *>-------------MAIN OPERATIONS PROCEDURE------------------------------
       PREPARE-LOT-COUNT.                                                 *>PROCEDURE TO RECONCILE THE LOT WALK TO THE INVENTORY MASTER
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.                  *>PULL TODAY'S DATE ONCE FOR THE REPORT AND RUN-LOG
           OPEN INPUT LOT-COUNT-FILE.                                     *>OPEN THE LOT-COUNT SHEETS
           IF COUNT-STATUS NOT = '00'                                     *>NO COUNT FILE MEANS THERE IS NOTHING TO RECONCILE
               DISPLAY 'LOTCOUNT - NO LOT-COUNT FILE TO RECONCILE, '
                   'STATUS ' COUNT-STATUS
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE EMPTY HAND-OFF
               STOP RUN
           END-IF.
           OPEN INPUT INVENTORY-MASTER.                                   *>THE MASTER IS ONLY READ - THE SHRINK IS BOOKED BY HAND
           IF INV-STATUS NOT = '00'                                       *>A COUNT WITHOUT A MASTER HAS NOTHING TO MATCH
               DISPLAY 'LOTCOUNT ABORTED - INVENTORY MASTER '
                   'INVMAST.DAT COULD NOT BE OPENED, STATUS '
                   INV-STATUS
               MOVE 16 TO RETURN-CODE                                     *>ABEND SO THE SCHEDULER SEES THE FAILURE
               STOP RUN
           END-IF.
           PERFORM OPEN-COUNT-FINDING-FILE.                               *>OPEN THE FINDINGS, CREATING THEM ON THE FIRST COUNT
           OPEN OUTPUT VARIANCE-FILE.                                     *>START THE VARIANCE REPORT OVER EACH RUN
           PERFORM LOAD-COUNT-TABLE.                                      *>PULL THE WHOLE WALK IN BEFORE ANY FINDING IS TOUCHED
           MOVE COUNT-DATE TO RH-COUNT-DATE.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADING TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE COLUMN-HEADING TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           PERFORM VARYING CT-SUB FROM 1 BY 1                             *>EVERY UNIT SEEN ON THE WALK
                   UNTIL CT-SUB > COUNT-ENTRIES
               PERFORM MATCH-ONE-COUNTED-UNIT
           END-PERFORM.
           PERFORM SWEEP-FOR-MISSING-UNITS.                               *>EVERY UNSOLD UNIT ON A WALKED LOT THAT WAS NOT SEEN
           PERFORM PRINT-BRANCH-TOTALS.                                   *>DOLLAR TOTALS FOR THE SHRINK ADJUSTMENT
           PERFORM WRITE-RUN-LOG.                                         *>APPEND THIS RUN'S COUNTS TO THE SHARED DAILY BATCH RUN-LOG
           CLOSE LOT-COUNT-FILE                                           *>CLOSE THE LOT-COUNT SHEETS
             INVENTORY-MASTER                                             *>CLOSE THE INVENTORY MASTER
             COUNT-FINDING-FILE                                           *>CLOSE THE FINDINGS
             VARIANCE-FILE.                                               *>CLOSE THE VARIANCE REPORT
           STOP RUN.                                                      *>FINISH MAIN EXECUTION
      *>-------------END MAIN OPERATIONS PROCEDURE------------------------------

       OPEN-COUNT-FINDING-FILE.                                           *>PROCEDURE PARAGRAPH TO OPEN THE FINDINGS, CREATING THEM ON THE FIRST COUNT
           OPEN I-O COUNT-FINDING-FILE.
           IF FND-STATUS = '35'                                           *>NO FINDINGS FILE YET - THIS IS THE FIRST COUNT
               OPEN OUTPUT COUNT-FINDING-FILE
               CLOSE COUNT-FINDING-FILE
               OPEN I-O COUNT-FINDING-FILE
           END-IF.
           IF FND-STATUS NOT = '00'                                       *>WITHOUT THE FINDINGS NO ESCALATION CAN BE TRUSTED
               DISPLAY 'LOTCOUNT ABORTED - FINDINGS FILE '
                   'COUNTFIND.DAT COULD NOT BE OPENED, STATUS '
                   FND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           *>-------------LOADING THE WALK------------------------------
       LOAD-COUNT-TABLE.                                                  *>PROCEDURE PARAGRAPH TO LOAD EVERY UNIT SEEN ON THE WALK
           PERFORM UNTIL COUNT-EOF-SWITCH = 'YES'                         *>ONE READ PER PASS SO EVERY LINE IS COUNTED EXACTLY ONCE
               READ LOT-COUNT-FILE
                   AT END
                       MOVE 'YES' TO COUNT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT                         *>COUNT THIS LINE FOR THE RUN-LOG
                       PERFORM LOAD-ONE-COUNT-LINE
               END-READ
           END-PERFORM.
           IF COUNT-DATE = ZERO                                           *>NO USABLE LINE MEANS NO LOT WAS WALKED
               MOVE RUN-DATE TO COUNT-DATE
           END-IF.

       LOAD-ONE-COUNT-LINE.                                               *>PROCEDURE PARAGRAPH TO VALIDATE AND LOAD ONE COUNT LINE
           IF LC-BRANCH IS NOT NUMERIC
           OR LC-STOCK-NUM IS NOT NUMERIC
           OR LC-COUNT-DATE IS NOT NUMERIC
               MOVE 'REJECTED - NON-NUMERIC' TO VD-FINDING                *>LIST THE LINE AND LEAVE IT OUT OF THE MATCH
               PERFORM LIST-REJECTED-COUNT-LINE
           ELSE
               MOVE LC-STOCK-NUM TO CT-LOOKUP-STOCK
               PERFORM FIND-COUNT-ENTRY
               IF CT-FOUND-SUB > ZERO                                     *>A UNIT IS COUNTED ONCE - A SECOND SIGHTING IS A SHEET ERROR
                   MOVE 'DUPLICATE COUNT LINE' TO VD-FINDING
                   PERFORM LIST-REJECTED-COUNT-LINE
               ELSE
                   IF COUNT-ENTRIES NOT < 5000                            *>A PART-LOADED WALK WOULD REPORT COUNTED UNITS AS MISSING
                       DISPLAY 'LOTCOUNT ABORTED - MORE THAN 5000 '
                           'UNITS ON THE COUNT - NOTHING RECONCILED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO COUNT-ENTRIES
                   MOVE LC-STOCK-NUM TO CT-STOCK (COUNT-ENTRIES)
                   MOVE LC-BRANCH TO CT-BRANCH (COUNT-ENTRIES)
                   IF LC-COUNT-DATE > COUNT-DATE                          *>THE WALK IS DATED BY ITS LAST SHEET
                       MOVE LC-COUNT-DATE TO COUNT-DATE
                   END-IF
                   MOVE LC-BRANCH TO BT-LOOKUP-BRANCH                     *>THIS BRANCH'S LOT WAS WALKED
                   PERFORM FIND-BRANCH-ENTRY
                   IF BT-FOUND-SUB = ZERO                                 *>EVERY WALKED LOT MUST HAVE ITS TOTALS
                       DISPLAY 'LOTCOUNT ABORTED - MORE THAN 100 '
                           'BRANCHES ON THE COUNT - NOTHING RECONCILED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO BT-COUNTED (BT-FOUND-SUB)
               END-IF
           END-IF.

       LIST-REJECTED-COUNT-LINE.                                          *>PROCEDURE PARAGRAPH TO LIST A COUNT LINE THAT WAS NOT MATCHED
           ADD 1 TO VARIANCE-COUNT.
           MOVE ZERO TO VD-BRANCH.
           IF LC-BRANCH IS NUMERIC
               MOVE LC-BRANCH TO VD-BRANCH
           END-IF.
           MOVE LC-STOCK-NUM TO VD-STOCK.                                 *>STOCK NUMBER AS KEYED
           MOVE SPACES TO VD-MODEL VD-YEAR VD-COST-X VD-FLAG.
           MOVE VARIANCE-DETAIL TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       FIND-COUNT-ENTRY.                                                  *>PROCEDURE PARAGRAPH TO FIND A STOCK NUMBER ON THE WALK, ZERO IF NOT SEEN
           MOVE ZERO TO CT-FOUND-SUB.
           PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > COUNT-ENTRIES
                   OR CT-FOUND-SUB > ZERO
               IF CT-STOCK (CT-SUB) = CT-LOOKUP-STOCK
                   MOVE CT-SUB TO CT-FOUND-SUB
               END-IF
           END-PERFORM.

       FIND-BRANCH-ENTRY.                                                 *>PROCEDURE PARAGRAPH TO FIND OR ADD A BRANCH'S TOTALS, ZERO WHEN FULL
           MOVE ZERO TO BT-FOUND-SUB.
           PERFORM VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > BRANCH-ENTRIES
                   OR BT-FOUND-SUB > ZERO
               IF BT-BRANCH (BT-SUB) = BT-LOOKUP-BRANCH
                   MOVE BT-SUB TO BT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF BT-FOUND-SUB = ZERO
           AND BRANCH-ENTRIES < 100
               ADD 1 TO BRANCH-ENTRIES
               MOVE BRANCH-ENTRIES TO BT-FOUND-SUB
               MOVE BT-LOOKUP-BRANCH TO BT-BRANCH (BT-FOUND-SUB)
               MOVE 'N' TO BT-COUNTED (BT-FOUND-SUB)
               MOVE ZERO TO BT-MISSING-UNITS (BT-FOUND-SUB)
                   BT-MISSING-COST (BT-FOUND-SUB)
                   BT-SOLD-UNITS (BT-FOUND-SUB)
                   BT-SOLD-COST (BT-FOUND-SUB)
                   BT-IN-UNITS (BT-FOUND-SUB)
                   BT-IN-COST (BT-FOUND-SUB)
                   BT-OUT-UNITS (BT-FOUND-SUB)
                   BT-OUT-COST (BT-FOUND-SUB)
                   BT-UNKNOWN-UNITS (BT-FOUND-SUB)
           END-IF.

           *>-------------MATCHING THE WALK TO THE MASTER------------------------------
       MATCH-ONE-COUNTED-UNIT.                                            *>PROCEDURE PARAGRAPH TO MATCH ONE UNIT SEEN ON THE WALK
           MOVE 'NO ' TO INV-FOUND-SWITCH.
           MOVE CT-STOCK (CT-SUB) TO INV-STOCK-NUM.
           READ INVENTORY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO INV-FOUND-SWITCH
           END-READ.
           MOVE CT-BRANCH (CT-SUB) TO BT-LOOKUP-BRANCH.                   *>THE WALKED LOT IS ALWAYS IN THE TABLE
           PERFORM FIND-BRANCH-ENTRY.
           IF INV-FOUND-SWITCH = 'NO '                                    *>ON THE LOT BUT NEVER RECEIVED ONTO THE MASTER
               ADD 1 TO BT-UNKNOWN-UNITS (BT-FOUND-SUB)
               ADD 1 TO GT-UNKNOWN-UNITS
               MOVE 'FOUND - NOT ON MASTER' TO VD-FINDING
               MOVE CT-BRANCH (CT-SUB) TO VD-BRANCH
               MOVE 'N' TO FND-TYPE-WORK
               PERFORM LIST-COUNTED-VARIANCE
           ELSE
               IF INV-SOLD-FLAG = 'Y'                                     *>ON THE LOT BUT THE MASTER HAS IT SOLD
                   ADD 1 TO BT-SOLD-UNITS (BT-FOUND-SUB)
                   ADD INV-COST TO BT-SOLD-COST (BT-FOUND-SUB)
                   ADD 1 TO GT-SOLD-UNITS
                   ADD INV-COST TO GT-SOLD-COST
                   MOVE 'FOUND - MARKED SOLD' TO VD-FINDING
                   MOVE CT-BRANCH (CT-SUB) TO VD-BRANCH
                   MOVE 'S' TO FND-TYPE-WORK
                   PERFORM LIST-COUNTED-VARIANCE
               ELSE
                   IF INV-BRANCH NOT = CT-BRANCH (CT-SUB)                 *>MOVED WITHOUT A TRANSFER - CHARGED IN HERE, OUT THERE
                       ADD 1 TO BT-IN-UNITS (BT-FOUND-SUB)
                       ADD INV-COST TO BT-IN-COST (BT-FOUND-SUB)
                       ADD 1 TO GT-IN-UNITS
                       ADD INV-COST TO GT-IN-COST
                       PERFORM CHARGE-BRANCH-OUT
                       MOVE 'FOUND AT BRANCH' TO VD-FINDING
                       MOVE CT-BRANCH (CT-SUB) TO VD-FINDING (17:4)
                       MOVE INV-BRANCH TO VD-BRANCH
                       MOVE 'B' TO FND-TYPE-WORK
                       PERFORM LIST-COUNTED-VARIANCE
                   ELSE                                                   *>FOUND EXACTLY WHERE THE MASTER SAYS
                       ADD 1 TO MATCHED-COUNT
                       PERFORM CLEAR-COUNT-FINDING
                   END-IF
               END-IF
           END-IF.

       CHARGE-BRANCH-OUT.                                                 *>PROCEDURE PARAGRAPH TO CHARGE A MOVED UNIT OUT OF THE BRANCH THE MASTER HAS IT AT
           MOVE INV-BRANCH TO BT-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-ENTRY.
           IF BT-FOUND-SUB = ZERO                                         *>THE GRAND TOTALS STILL CARRY IT
               DISPLAY 'LOTCOUNT WARNING - BRANCH TABLE FULL, '
                   'BRANCH ' INV-BRANCH ' OUT TOTALS NOT KEPT'
           ELSE
               ADD 1 TO BT-OUT-UNITS (BT-FOUND-SUB)
               ADD INV-COST TO BT-OUT-COST (BT-FOUND-SUB)
           END-IF.
           ADD 1 TO GT-OUT-UNITS.
           ADD INV-COST TO GT-OUT-COST.

       LIST-COUNTED-VARIANCE.                                             *>PROCEDURE PARAGRAPH TO LIST AND FILE A VARIANCE ON A UNIT THAT WAS SEEN
           ADD 1 TO VARIANCE-COUNT.
           MOVE CT-STOCK (CT-SUB) TO VD-STOCK.
           MOVE SPACES TO VD-FLAG.
           IF INV-FOUND-SWITCH = 'YES'                                    *>DESCRIBE THE UNIT FROM THE MASTER
               MOVE INV-MODEL TO VD-MODEL
               MOVE INV-YEAR TO VD-YEAR
               MOVE INV-COST TO VD-COST
           ELSE
               MOVE SPACES TO VD-MODEL VD-YEAR VD-COST-X
           END-IF.
           MOVE VARIANCE-DETAIL TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE CT-STOCK (CT-SUB) TO CT-LOOKUP-STOCK.                     *>A SEEN UNIT IS NEVER MISSING - ITS MISSED COUNT STARTS OVER
           PERFORM READ-COUNT-FINDING.
           MOVE FND-TYPE-WORK TO FND-TYPE.
           MOVE VD-BRANCH TO FND-BRANCH.
           MOVE ZERO TO FND-MISSED-COUNTS.
           PERFORM SAVE-COUNT-FINDING.

           *>-------------UNITS NOT FOUND------------------------------
       SWEEP-FOR-MISSING-UNITS.                                           *>PROCEDURE PARAGRAPH TO FIND EVERY UNIT ON A WALKED LOT THAT WAS NOT SEEN
           MOVE 'NO ' TO INV-EOF-SWITCH.
           MOVE ZERO TO INV-STOCK-NUM.
           START INVENTORY-MASTER KEY NOT < INV-STOCK-NUM
               INVALID KEY                                                *>AN EMPTY MASTER HAS NOTHING TO MISS
                   MOVE 'YES' TO INV-EOF-SWITCH
           END-START.
           PERFORM UNTIL INV-EOF-SWITCH = 'YES'                           *>ONE MASTER RECORD PER PASS
               READ INVENTORY-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO INV-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-ONE-MASTER-UNIT
               END-READ
           END-PERFORM.

       CHECK-ONE-MASTER-UNIT.                                             *>PROCEDURE PARAGRAPH TO TEST ONE MASTER UNIT AGAINST THE WALK
           MOVE INV-BRANCH TO BT-LOOKUP-BRANCH.                           *>ONLY A LOT THAT WAS WALKED CAN BE SHORT A UNIT
           PERFORM FIND-WALKED-BRANCH.
           IF BT-FOUND-SUB > ZERO
               MOVE INV-STOCK-NUM TO CT-LOOKUP-STOCK
               PERFORM FIND-COUNT-ENTRY
               IF CT-FOUND-SUB = ZERO                                     *>NOT SEEN ANYWHERE ON THE WALK
                   IF INV-SOLD-FLAG = 'Y'                                 *>GONE AND RECORDED AS SOLD - ANY OLD FINDING IS RESOLVED
                       PERFORM CLEAR-COUNT-FINDING
                   ELSE
                       PERFORM LIST-MISSING-UNIT
                   END-IF
               END-IF
           END-IF.

       FIND-WALKED-BRANCH.                                                *>PROCEDURE PARAGRAPH TO FIND A BRANCH WHOSE LOT WAS WALKED, ZERO IF NOT
           MOVE ZERO TO BT-FOUND-SUB.
           PERFORM VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > BRANCH-ENTRIES
                   OR BT-FOUND-SUB > ZERO
               IF BT-BRANCH (BT-SUB) = BT-LOOKUP-BRANCH
               AND BT-COUNTED (BT-SUB) = 'Y'
                   MOVE BT-SUB TO BT-FOUND-SUB
               END-IF
           END-PERFORM.

       LIST-MISSING-UNIT.                                                 *>PROCEDURE PARAGRAPH TO LIST, TOTAL AND ESCALATE AN UNSOLD UNIT NOT FOUND
           ADD 1 TO BT-MISSING-UNITS (BT-FOUND-SUB).
           ADD INV-COST TO BT-MISSING-COST (BT-FOUND-SUB).
           ADD 1 TO GT-MISSING-UNITS.
           ADD INV-COST TO GT-MISSING-COST.
           MOVE INV-STOCK-NUM TO CT-LOOKUP-STOCK.                         *>THE FINDINGS ARE KEYED BY THE SAME STOCK NUMBER
           MOVE 'M' TO FND-TYPE-WORK.
           PERFORM READ-COUNT-FINDING.
           IF FND-FOUND-SWITCH = 'NO '                                    *>FIRST COUNT THE UNIT HAS BEEN MISSED
           OR FND-TYPE NOT = 'M'
               MOVE 1 TO FND-MISSED-COUNTS
           ELSE
               IF FND-LAST-DATE < COUNT-DATE                              *>A RERUN OF THE SAME WALK IS NOT ANOTHER MISS
               AND FND-MISSED-COUNTS < 99
                   ADD 1 TO FND-MISSED-COUNTS
               END-IF
           END-IF.
           MOVE 'M' TO FND-TYPE.
           MOVE INV-BRANCH TO FND-BRANCH.
           MOVE INV-BRANCH TO VD-BRANCH.
           MOVE INV-STOCK-NUM TO VD-STOCK.
           MOVE INV-MODEL TO VD-MODEL.
           MOVE INV-YEAR TO VD-YEAR.
           MOVE INV-COST TO VD-COST.
           MOVE 'NOT FOUND ON LOT' TO VD-FINDING.
           MOVE SPACES TO VD-FLAG.
           IF FND-MISSED-COUNTS > 1                                       *>TWO COUNTS IN A ROW - NO LONGER A MISCOUNT
               MOVE 'ESCALATED' TO VD-FLAG
               ADD 1 TO ESCALATED-COUNT
           END-IF.
           MOVE VARIANCE-DETAIL TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           PERFORM SAVE-COUNT-FINDING.

           *>-------------FINDINGS FILE------------------------------
       READ-COUNT-FINDING.                                                *>PROCEDURE PARAGRAPH TO READ THE UNIT'S FINDING, SETTING UP A NEW ONE IF NONE
           MOVE 'NO ' TO FND-FOUND-SWITCH.
           MOVE CT-LOOKUP-STOCK TO FND-STOCK-NUM.
           READ COUNT-FINDING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO FND-FOUND-SWITCH
           END-READ.
           IF FND-FOUND-SWITCH = 'NO '                                    *>A NEW FINDING IS FIRST RAISED BY THIS COUNT
               MOVE COUNT-DATE TO FND-FIRST-DATE
               MOVE ZERO TO FND-MISSED-COUNTS
           ELSE
               IF FND-TYPE NOT = FND-TYPE-WORK                            *>A DIFFERENT FINDING STARTS ITS OWN HISTORY
                   MOVE COUNT-DATE TO FND-FIRST-DATE
               END-IF
           END-IF.

       SAVE-COUNT-FINDING.                                                *>PROCEDURE PARAGRAPH TO WRITE OR REWRITE THE UNIT'S FINDING
           MOVE COUNT-DATE TO FND-LAST-DATE.
           IF FND-FOUND-SWITCH = 'YES'
               REWRITE COUNT-FINDING-RECORD
           ELSE
               WRITE COUNT-FINDING-RECORD
           END-IF.

       CLEAR-COUNT-FINDING.                                               *>PROCEDURE PARAGRAPH TO DROP A FINDING THE COUNT HAS RESOLVED
           MOVE INV-STOCK-NUM TO FND-STOCK-NUM.
           DELETE COUNT-FINDING-FILE RECORD
               INVALID KEY                                                *>THE UNIT HAD NO OPEN FINDING
                   CONTINUE
           END-DELETE.

           *>-------------BRANCH TOTALS------------------------------
       PRINT-BRANCH-TOTALS.                                               *>PROCEDURE PARAGRAPH TO PRINT EACH BRANCH'S VARIANCE DOLLARS AT COST
           PERFORM VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > BRANCH-ENTRIES
               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE SPACES TO TH-BRANCH
               MOVE BT-BRANCH (BT-SUB) TO TH-BRANCH (1:4)
               MOVE SPACES TO TH-COUNTED
               IF BT-COUNTED (BT-SUB) NOT = 'Y'                           *>ITS UNITS WERE ONLY FOUND ON ANOTHER LOT
                   MOVE '(LOT NOT WALKED)' TO TH-COUNTED
               END-IF
               MOVE TOTAL-HEADING TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE 'NOT FOUND - SHRINK' TO TL-LABEL
               MOVE BT-MISSING-UNITS (BT-SUB) TO TL-UNITS
               MOVE BT-MISSING-COST (BT-SUB) TO TL-COST
               PERFORM WRITE-TOTAL-LINE
               MOVE 'FOUND - MARKED SOLD' TO TL-LABEL
               MOVE BT-SOLD-UNITS (BT-SUB) TO TL-UNITS
               MOVE BT-SOLD-COST (BT-SUB) TO TL-COST
               PERFORM WRITE-TOTAL-LINE
               MOVE 'FOUND HERE - CARRIED ELSEWHERE' TO TL-LABEL
               MOVE BT-IN-UNITS (BT-SUB) TO TL-UNITS
               MOVE BT-IN-COST (BT-SUB) TO TL-COST
               PERFORM WRITE-TOTAL-LINE
               MOVE 'CARRIED HERE - FOUND ELSEWHERE' TO TL-LABEL
               MOVE BT-OUT-UNITS (BT-SUB) TO TL-UNITS
               MOVE BT-OUT-COST (BT-SUB) TO TL-COST
               PERFORM WRITE-TOTAL-LINE
               MOVE 'FOUND - NOT ON MASTER' TO TL-LABEL
               MOVE BT-UNKNOWN-UNITS (BT-SUB) TO TL-UNITS
               MOVE SPACES TO TL-COST-X                                   *>A UNIT OFF THE MASTER HAS NO COST ON FILE
               PERFORM WRITE-TOTAL-LINE
           END-PERFORM.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'ALL' TO TH-BRANCH.
           MOVE SPACES TO TH-COUNTED.
           MOVE TOTAL-HEADING TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'NOT FOUND - SHRINK' TO TL-LABEL.
           MOVE GT-MISSING-UNITS TO TL-UNITS.
           MOVE GT-MISSING-COST TO TL-COST.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FOUND - MARKED SOLD' TO TL-LABEL.
           MOVE GT-SOLD-UNITS TO TL-UNITS.
           MOVE GT-SOLD-COST TO TL-COST.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FOUND HERE - CARRIED ELSEWHERE' TO TL-LABEL.
           MOVE GT-IN-UNITS TO TL-UNITS.
           MOVE GT-IN-COST TO TL-COST.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CARRIED HERE - FOUND ELSEWHERE' TO TL-LABEL.
           MOVE GT-OUT-UNITS TO TL-UNITS.
           MOVE GT-OUT-COST TO TL-COST.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FOUND - NOT ON MASTER' TO TL-LABEL.
           MOVE GT-UNKNOWN-UNITS TO TL-UNITS.
           MOVE SPACES TO TL-COST-X.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE ESCALATED-COUNT TO EL-COUNT.
           MOVE ESCALATED-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       WRITE-TOTAL-LINE.                                                  *>PROCEDURE PARAGRAPH TO WRITE ONE VARIANCE CLASS TOTAL
           MOVE TOTAL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           *>-------------WRITE-RUN-LOG PARAGRAPH------------------------------
       WRITE-RUN-LOG.                                                     *>PROCEDURE PARAGRAPH TO APPEND THIS RUN'S COUNTS TO THE SHARED RUN-LOG
           OPEN EXTEND RUN-LOG-FILE.                                      *>OPEN FOR APPEND, CREATING THE FILE ON THE FIRST RUN OF THE DAY
           MOVE SPACES TO RUN-LOG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE APPENDED LINE IS CLEAN TEXT
           MOVE RUN-LOG-PROGRAM-NAME TO RLOG-PROGRAM.                     *>RECORD WHICH PROGRAM PRODUCED THIS ENTRY
           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.                    *>RECORD HOW MANY COUNT LINES WERE READ
           MOVE MATCHED-COUNT TO RLOG-GOOD-COUNT.                         *>RECORD HOW MANY UNITS WERE WHERE THE MASTER SAYS
           MOVE VARIANCE-COUNT TO RLOG-BAD-COUNT.                         *>RECORD HOW MANY LINES WERE REJECTED OR AT A VARIANCE
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------
