       *> ONCE AND THAT GOOD PLUS BAD EQUALS INPUT, COMPARES EACH
       *> PROGRAM'S INPUT VOLUME AGAINST ITS HISTORY IN THE SAME
       *> LOG, AND WRITES A ONE-PAGE OPERATOR STATUS REPORT WITH A
       *> NONZERO RETURN CODE ON ANY FAILURE SO THE SCHEDULER PAGES.
       *> THE WEEKLY INTEGRITY SWEEP IS REPORTED ONLY ON A DAY IT
       *> RAN - ITS ENTRY MUST BALANCE, AND ITS EXCEPTION COUNT IS
       *> CARRIED ONTO THE REPORT FOR THE OPERATOR TO FOLLOW UP
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================

       01 VOLUME-THRESHOLD-PCT PIC 9(3) VALUE 50.           *>PERCENT SWING AGAINST HISTORY THAT FLAGS A VOLUME PROBLEM

       01 SWEEP-TOTALS.                                     *>THE WEEKLY INTEGRITY SWEEP - NOT EXPECTED EVERY DAY
         05 SWEEP-NAME PIC X(12) VALUE 'INTEGSWEEP'.        *>PROGRAM NAME AS IT APPEARS IN THE RUN-LOG
         05 SWEEP-TODAY-COUNT PIC 9(3) VALUE ZERO.          *>HOW MANY TIMES THE SWEEP RAN TODAY
         05 SWEEP-TODAY-BAD PIC 9(5) VALUE ZERO.            *>TODAY'S EXCEPTION COUNT (LAST ENTRY WINS)
         05 SWEEP-BALANCE-OK PIC X(3) VALUE 'YES'.          *>'NO ' WHEN GOOD + BAD DID NOT EQUAL INPUT
         05 SWEEP-BAD-EDIT PIC ZZZZ9.                       *>EXCEPTION COUNT EDITED FOR THE STATUS LINE

       01 MONITOR-CONTROLS.                                 *>CONTROLS FOR THE THREE MONITORED NIGHTLY PROGRAMS
         05 PROG-SUB PIC 9(1) VALUE ZERO.                   *>SUBSCRIPT OVER THE MONITORED PROGRAM TABLE

                       UNTIL PROG-SUB > 3
                   PERFORM CHECK-ONE-PROGRAM
               END-PERFORM
               IF SWEEP-TODAY-COUNT > 0                                   *>THE WEEKLY SWEEP IS ONLY REPORTED ON A DAY IT RAN
                   PERFORM CHECK-INTEGRITY-SWEEP
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-VERDICT.                                  *>ONE FINAL LINE THE OPERATOR CAN READ AT A GLANCE
           CLOSE STATUS-REPORT-FILE.                                      *>CLOSE THE STATUS REPORT
                   END-IF
               END-IF
           END-PERFORM.
           IF RLOG-PROGRAM = SWEEP-NAME AND RLOG-DATE = RUN-DATE          *>TODAY'S ENTRY FOR THE WEEKLY INTEGRITY SWEEP
               ADD 1 TO SWEEP-TODAY-COUNT
               COMPUTE WORK-INPUT =                                       *>PARSE THE EDITED COUNTS BACK TO NUMBERS
                   FUNCTION NUMVAL (RLOG-INPUT-COUNT)
               COMPUTE WORK-GOOD =
                   FUNCTION NUMVAL (RLOG-GOOD-COUNT)
               COMPUTE WORK-BAD =
                   FUNCTION NUMVAL (RLOG-BAD-COUNT)
               MOVE WORK-BAD TO SWEEP-TODAY-BAD
               IF WORK-GOOD + WORK-BAD NOT = WORK-INPUT                   *>THE ENTRY ITSELF MUST BALANCE
                   MOVE 'NO ' TO SWEEP-BALANCE-OK
               END-IF
           END-IF.

           *>-------------PER-PROGRAM JUDGEMENT------------------------------
       CHECK-ONE-PROGRAM.                                                 *>PROCEDURE PARAGRAPH TO JUDGE ONE MONITORED PROGRAM'S DAY
               END-IF
           END-IF.

       CHECK-INTEGRITY-SWEEP.                                             *>PROCEDURE PARAGRAPH TO REPORT THE WEEKLY INTEGRITY SWEEP
           MOVE SWEEP-NAME TO RPT-PROGRAM.
           IF SWEEP-BALANCE-OK = 'NO '                                    *>GOOD + BAD MUST EQUAL INPUT
               MOVE 'YES' TO FAILURE-SWITCH
               MOVE 'OUT OF BALANCE - GOOD + BAD NOT = INPUT'
                   TO RPT-TEXT
           ELSE
               IF SWEEP-TODAY-BAD = ZERO
                   MOVE 'OK - RAN TODAY, NO EXCEPTIONS' TO RPT-TEXT
               ELSE                                                       *>THE SWEEP PAGES ON ITS OWN FOR A MONEY BREAK -
                   MOVE SWEEP-TODAY-BAD TO SWEEP-BAD-EDIT                 *>HERE THE COUNT IS ONLY CARRIED FOR FOLLOW-UP
                   MOVE SPACES TO RPT-TEXT
                   STRING 'RAN TODAY - EXCEPTIONS IN INTEGRITY.TXT:'
                              DELIMITED BY SIZE
                          SWEEP-BAD-EDIT DELIMITED BY SIZE
                          INTO RPT-TEXT
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

           *>-------------STATUS REPORT------------------------------
       WRITE-REPORT-TITLE.                                                *>PROCEDURE PARAGRAPH TO TITLE THE OPERATOR STATUS REPORT
           MOVE DOTTED-LINE TO STATUS-LINE.                               *>OPEN THE PAGE WITH A RULE
