       *> REGISTER AND THE DAILY PAYMENTS FILE AGAINST THE A/R
       *> MASTER, ASSESSES THE PER-CYCLE FINANCE CHARGE ON PAST-DUE
       *> BALANCES, THEN PRINTS THE AGED RECEIVABLES REPORT AND
       *> THE PAST-DUE (SHUTOFF CANDIDATE) LIST - ALSO ACCRUES THE
       *> YEARLY INTEREST ON HELD SECURITY DEPOSITS AND CREDITS A
       *> DEPOSIT BACK TO ITS ACCOUNT AFTER TWELVE MONTHS WITH NO
       *> SHUTOFF-STAGE ACTIVITY. A RETURNED-ITEM FILE FROM THE BANK
       *> REVERSES A POSTED PAYMENT BACK INTO THE BUCKETS IT PAID,
       *> CHARGES THE RETURNED-CHECK FEE, REOPENS ANY SHUTOFF THE
       *> PAYMENT CANCELLED, AND PUTS AN ACCOUNT WITH TWO RETURNS IN
       *> A YEAR ON CASH-ONLY SO ITS LOCKBOX CHECKS GO TO REVIEW.
       *> EVERY POSTING THAT MOVES A BALANCE IS ALSO WRITTEN TO THE
       *> PERMANENT A/R TRANSACTION LEDGER THE ACCOUNT HISTORY
       *> INQUIRY (ACCTHIST) PRINTS STATEMENTS FROM
       *>---------------------------------------------------

      *>====================ENVIRONMENT DIVISION==============================================
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT GL-EXTRACT-FILE ASSIGN TO 'glextract.txt'
                        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SECURITY-DEP-FILE ASSIGN TO 'depmast.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS SDEP-ACCT-NUM
                        FILE STATUS IS SDEP-STATUS.
        SELECT RETURN-ITEM-FILE ASSIGN TO 'retitems.txt'
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS IS RTN-STATUS.
        SELECT PAY-APPLY-FILE ASSIGN TO 'payapply.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS PAPP-KEY
                        FILE STATUS IS PAPP-STATUS.
        SELECT AR-LEDGER-FILE ASSIGN TO 'arledger.dat'
                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ALED-KEY
                        FILE STATUS IS ALED-STATUS.

      *>====================END ENVIRONMENT DIVISION============================================

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-REG-FILE                     *>FILE DESCRIPTION FOR THE BILLING REGISTER PRODUCED BY THE BILLING RUN
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS BILLING-REG-LINE.
       01 BILLING-REG-LINE.                    *>ONE LINE PER BILL PRODUCED BY THE BILLING RUN
         05 BREG-ACCT-NUM PIC 9(6).            *>ACCOUNT NUMBER BILLED
         05 BREG-BILL-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE BILL WAS PRODUCED
         05 BREG-AMOUNT PIC 9(6)V99.           *>DOLLAR AMOUNT BILLED
         05 BREG-CREDIT-FLAG PIC X(1).         *>'C' WHEN A MOVE-OUT FINAL BILL NETS TO A CREDIT OWED BACK

       FD PAYMENT-FILE                         *>FILE DESCRIPTION FOR THE DAILY PAYMENTS FILE FROM THE LOCKBOX -
           RECORD CONTAINS 23 CHARACTERS       *>NOW BATCHED WITH A DEPOSIT HEADER AND TRAILER AROUND THE DETAILS
           10 PAY-DEPOSIT-TOTAL PIC 9(7)V99.   *>DOLLAR TOTAL THE BATCH CLAIMS

       FD  AR-MASTER                           *>FILE DESCRIPTION FOR THE A/R MASTER CARRYING BALANCES CYCLE TO CYCLE
                 RECORD CONTAINS 65 CHARACTERS
                  DATA RECORD IS AR-RECORD.
       01 AR-RECORD.                           *>ONE RECORD PER ACCOUNT WITH AN A/R HISTORY
         05 AR-ACCT-NUM PIC 9(6).              *>AR-ACCT-NUM IS THE RECORD KEY
         05 AR-HELD-CREDIT-FLAG PIC X(1).      *>'Y' WHILE A SMALL CREDIT IS BEING HELD TO OFFSET THE NEXT
                                               *>BILL - THE REFUND AUDIT REGISTER LOGS THE HOLD ONLY WHEN
                                               *>THE CREDIT FIRST APPEARS, NOT ON EVERY NIGHTLY SWEEP
         05 AR-CASH-ONLY-FLAG PIC X(1).        *>'Y' ONCE A SECOND CHECK IN A YEAR HAS COME BACK -
                                               *>LOCKBOX PAYMENTS THEN GO TO REVIEW INSTEAD OF POSTING
         05 AR-LEDGER-SEQ PIC 9(5).            *>LAST SEQUENCE USED ON THE A/R TRANSACTION LEDGER,
                                               *>ZERO UNTIL THE ACCOUNT'S FIRST ENTRY IS WRITTEN

       FD  AGING-REPORT-FILE                   *>FILE DESCRIPTION FOR THE AGED RECEIVABLES REPORT
                 RECORD CONTAINS 80 CHARACTERS
       01 SHUT-NOTICE-LINE PIC X(70).          *>SHUT-NOTICE-LINE DESIGNATED 70 ALPHANUMERIC CHARACTERS

       FD  CUSTOMER-MASTER                     *>FILE DESCRIPTION FOR THE CUSTOMER MASTER MAINTAINED BY CUSTMAINT
                 RECORD CONTAINS 76 CHARACTERS
                  DATA RECORD IS CUSTOMER-RECORD.
       01 CUSTOMER-RECORD.                     *>ONE RECORD PER CUSTOMER ACCOUNT
         05 CMAST-ACCT-NUM PIC 9(6).           *>CMAST-ACCT-NUM IS THE RECORD KEY
         05 CMAST-CITY PIC X(13).              *>CITY DESIGNATED 13 ALPHANUMERIC CHARACTERS
         05 CMAST-STATE PIC X(2).              *>STATE DESIGNATED 2 ALPHANUMERIC CHARACTERS
         05 CMAST-BUDGET-FLAG PIC X(1).        *>'Y' WHEN THE ACCOUNT IS ON THE BUDGET-BILLING PLAN (UNUSED HERE)
         05 CMAST-ACCT-STATUS PIC X(1).        *>'C' ONCE A MOVE-OUT HAS CLOSED THE ACCOUNT - ANYTHING ELSE IS ACTIVE
         05 CMAST-CLOSE-DATE PIC 9(8).         *>DATE (YYYYMMDD) OF THE MOVE-OUT FINAL READ, ZERO WHILE ACTIVE
         05 CMAST-SUCCESSOR-ACCT PIC 9(6).     *>ACCOUNT THAT MOVED IN AFTER THIS ONE CLOSED, ZERO IF NONE YET

       FD  CONTROL-FILE                        *>FILE DESCRIPTION FOR THE SHARED RUN-CONTROL PARAMETER FILE
                 RECORD CONTAINS 30 CHARACTERS
         05 GLX-AMOUNT PIC 9(8)V99.             *>UNSIGNED DOLLARS - THE D/C BYTE CARRIES THE DIRECTION
         05 GLX-DESC PIC X(20).                 *>WHAT THE POSTING IS

       FD  SECURITY-DEP-FILE                   *>FILE DESCRIPTION FOR THE SECURITY-DEPOSIT MASTER KEYED BY ACCOUNT NUMBER
                 RECORD CONTAINS 55 CHARACTERS
                  DATA RECORD IS SECURITY-DEP-RECORD.
       01 SECURITY-DEP-RECORD.                 *>ONE RECORD PER ACCOUNT THAT HAS POSTED A SECURITY DEPOSIT
         05 SDEP-ACCT-NUM PIC 9(6).            *>SDEP-ACCT-NUM IS THE RECORD KEY
         05 SDEP-AMOUNT PIC 9(6)V99.           *>DEPOSIT DOLLARS TAKEN FROM THE CUSTOMER
         05 SDEP-RECEIVED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE DEPOSIT WAS TAKEN
         05 SDEP-INTEREST PIC 9(6)V99.         *>INTEREST ACCRUED TO DATE, OWED BACK WITH THE DEPOSIT
         05 SDEP-LAST-INT-DATE PIC 9(8).       *>ANNIVERSARY (YYYYMMDD) INTEREST HAS BEEN ACCRUED THROUGH
         05 SDEP-LAST-SHUT-DATE PIC 9(8).      *>DATE A SHUTOFF STAGE LAST OPENED OR ADVANCED, ZERO IF NEVER
         05 SDEP-HOLD-FLAG PIC X(1).           *>'H' HELD, 'C' CREDITED TO THE ACCOUNT, 'A' APPLIED TO A FINAL BILL
         05 SDEP-DISPOSED-DATE PIC 9(8).       *>DATE (YYYYMMDD) THE DEPOSIT WAS CREDITED OR APPLIED, ZERO WHILE HELD

       FD  RETURN-ITEM-FILE                    *>FILE DESCRIPTION FOR THE BANK'S RETURNED-ITEM (NSF) FILE
                 RECORD CONTAINS 40 CHARACTERS
                  DATA RECORD IS RETURN-ITEM-IN.
       01 RETURN-ITEM-IN.                      *>ONE LINE PER CHECK THE BANK SENT BACK
         05 RTN-ACCT-NUM PIC 9(6).             *>ACCOUNT THE RETURNED PAYMENT WAS POSTED TO
         05 RTN-PAY-DATE PIC 9(8).             *>DATE (YYYYMMDD) OF THE ORIGINAL LOCKBOX PAYMENT
         05 RTN-AMOUNT PIC 9(6)V99.            *>DOLLAR AMOUNT OF THE RETURNED CHECK
         05 RTN-RETURN-DATE PIC 9(8).          *>DATE (YYYYMMDD) THE BANK RETURNED IT
         05 RTN-REASON PIC X(10).              *>BANK'S RETURN REASON AS SENT

       FD  PAY-APPLY-FILE                      *>FILE DESCRIPTION FOR THE PAYMENT-APPLICATION HISTORY - HOW EACH
                 RECORD CONTAINS 85 CHARACTERS *>POSTED PAYMENT CAME OFF THE AGING BUCKETS
                  DATA RECORD IS PAY-APPLY-RECORD.
       01 PAY-APPLY-RECORD.                    *>ONE RECORD PER LOCKBOX PAYMENT APPLIED
         05 PAPP-KEY.                          *>PAPP-KEY IS THE RECORD KEY
           10 PAPP-ACCT-NUM PIC 9(6).          *>ACCOUNT THE PAYMENT WAS APPLIED TO
           10 PAPP-PAY-DATE PIC 9(8).          *>DATE (YYYYMMDD) ON THE PAYMENT LINE
           10 PAPP-SEQ PIC 9(2).               *>TELLS APART PAYMENTS FROM ONE ACCOUNT ON ONE DATE
         05 PAPP-AMOUNT PIC 9(6)V99.           *>DOLLAR AMOUNT PAID
         05 PAPP-FROM-90 PIC 9(6)V99.          *>PORTION THAT PAID DOWN THE 90-PLUS BUCKET
         05 PAPP-FROM-60 PIC 9(6)V99.          *>PORTION THAT PAID DOWN THE 60-DAY BUCKET
         05 PAPP-FROM-30 PIC 9(6)V99.          *>PORTION THAT PAID DOWN THE 30-DAY BUCKET
         05 PAPP-FROM-CURRENT PIC 9(6)V99.     *>PORTION THAT CAME OFF CURRENT (OR LEFT A CREDIT)
         05 PAPP-BILL-DATE PIC 9(8).           *>AR-LAST-BILL-DATE WHEN THE PAYMENT APPLIED
         05 PAPP-SHUT-CANCELLED PIC X(1).      *>'Y' WHEN THE PAYMENT CANCELLED A SHUTOFF WORKFLOW
         05 PAPP-SHUT-STAGE PIC 9(1).          *>STAGE THE CANCELLED WORKFLOW HAD REACHED
         05 PAPP-SHUT-PASTDUE PIC S9(7)V99     *>PAST-DUE AMOUNT ON THE CANCELLED WORKFLOW
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 PAPP-RETURNED-FLAG PIC X(1).       *>'R' ONCE THE BANK HAS RETURNED THE CHECK
         05 PAPP-RETURNED-DATE PIC 9(8).       *>DATE (YYYYMMDD) OF THE RETURN, ZERO UNTIL THEN

       FD  AR-LEDGER-FILE                      *>FILE DESCRIPTION FOR THE PERMANENT A/R TRANSACTION LEDGER -
                 RECORD CONTAINS 75 CHARACTERS *>EVERY POSTING THAT MOVES AN ACCOUNT'S BALANCE
                  DATA RECORD IS AR-LEDGER-RECORD.
       01 AR-LEDGER-RECORD.                    *>ONE RECORD PER POSTING, IN THE ORDER POSTED
         05 ALED-KEY.                          *>ALED-KEY IS THE RECORD KEY
           10 ALED-ACCT-NUM PIC 9(6).          *>ACCOUNT POSTED - 000000 IS UNAPPLIED-CASH SUSPENSE
           10 ALED-SEQ PIC 9(5).               *>POSTING SEQUENCE WITHIN THE ACCOUNT
         05 ALED-TRAN-DATE PIC 9(8).           *>DATE (YYYYMMDD) OF THE BILL, PAYMENT OR RETURN ITSELF
         05 ALED-POST-DATE PIC 9(8).           *>RUN DATE (YYYYMMDD) THE ENTRY POSTED
         05 ALED-TYPE PIC X(2).                *>OB BALANCE FORWARD, BL BILL, FB FINAL-BILL CREDIT,
                                               *>PY PAYMENT, FC FINANCE CHARGE, RF REFUND, DC DEPOSIT
                                               *>CREDITED, RP RETURNED PAYMENT, NF RETURNED-CHECK FEE,
                                               *>UA UNAPPLIED CASH, HR CASH-ONLY PAYMENT HELD
         05 ALED-DESC PIC X(20).               *>WHAT THE POSTING IS, AS PRINTED
         05 ALED-AMOUNT PIC S9(7)V99           *>EFFECT ON THE BALANCE - POSITIVE RAISES WHAT IS OWED
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 ALED-BALANCE PIC S9(7)V99          *>RUNNING BALANCE AFTER THE POSTING
                       SIGN IS LEADING SEPARATE CHARACTER.
         05 ALED-REF-ACCT PIC X(6).            *>ACCOUNT AS KEYED ON A SUSPENSE POSTING, ELSE SPACES

       FD  RUN-LOG-FILE                        *>FILE DESCRIPTION FOR THE SHARED DAILY BATCH RUN-LOG
                 RECORD CONTAINS 43 CHARACTERS
                  DATA RECORD IS RUN-LOG-LINE.
         05 PAY-POSTED-COUNT PIC 9(5) VALUE ZERO.           *>COUNT OF PAYMENTS APPLIED TO AN ACCOUNT
         05 PAY-UNAPPLIED-COUNT PIC 9(5) VALUE ZERO.        *>COUNT OF PAYMENTS FOR ACCOUNTS WITH NO A/R RECORD
         05 TOTAL-INPUT-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF INPUT RECORDS PROCESSED THIS RUN, FOR THE RUN-LOG
         05 PAY-REVIEW-COUNT PIC 9(5) VALUE ZERO.           *>COUNT OF CASH-ONLY PAYMENTS LISTED FOR REVIEW

       01 GRAND-TOTALS.                                     *>REPORT GRAND TOTALS ACROSS ALL ACCOUNTS
         05 GRAND-CURRENT PIC S9(8)V99 VALUE ZERO.          *>TOTAL CURRENT BALANCES
         05 SCL-ACCT PIC 9(6).                              *>ACCOUNT NUMBER
         05 FILLER PIC X(45) VALUE                          *>CANCELLATION TEXT
             '  SHUTOFF WORKFLOW CANCELLED - PAST DUE PAID'.

       01 SHUT-REOPEN-LINE.                                 *>WORKFLOW REOPENED AUDIT LINE
         05 FILLER PIC X(9) VALUE 'ACCOUNT: '.              *>ACCOUNT LABEL
         05 SRL-ACCT PIC 9(6).                              *>ACCOUNT NUMBER
         05 FILLER PIC X(46) VALUE                          *>REOPEN TEXT
             '  SHUTOFF WORKFLOW REOPENED - PAYMENT RETURNED'.
       01 FCHG-FOUND-SWITCH PIC X(3) VALUE 'NO '.           *>SET TO 'YES' WHEN A PENDING CHARGE ALREADY EXISTS FOR THE ACCOUNT
       01 FCHG-SWEEP-EOF-SWITCH PIC X(3) VALUE 'NO '.       *>SET TO 'YES' WHEN THE FINANCE-CHARGE SWEEP RUNS OUT OF ACCOUNTS
       01 FINANCE-CHG-PCT PIC 99V99 VALUE 1.50.             *>PER-CYCLE FINANCE-CHARGE PERCENT APPLIED TO THE PAST-DUE PORTION,
       01 RECON-TOTALS.                                     *>CASH-APPLICATION TOTALS FOR THE RECONCILIATION REPORT
         05 PAY-APPLIED-TOTAL PIC 9(8)V99 VALUE ZERO.       *>DOLLARS APPLIED TO AN ACCOUNT
         05 PAY-UNAPPLIED-TOTAL PIC 9(8)V99 VALUE ZERO.     *>DOLLARS LISTED FOR RESEARCH INSTEAD
         05 PAY-REVIEW-TOTAL PIC 9(8)V99 VALUE ZERO.        *>DOLLARS FROM CASH-ONLY ACCOUNTS HELD FOR REVIEW
         05 RECON-DIFFERENCE PIC S9(8)V99 VALUE ZERO.       *>DEPOSIT TOTAL MINUS APPLIED MINUS UNAPPLIED

       01 RECON-HEADER-LINE.                                *>DEPRECON.TXT TITLE LINE
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RRG-ACTION PIC X(26).                           *>WHAT WAS DONE WITH THE CREDIT

       01 SDEP-STATUS PIC XX.                               *>FILE STATUS CODE FOR SECURITY-DEP-FILE I/O
       01 DEPOSIT-INT-PCT PIC 99V99 VALUE 1.00.             *>YEARLY INTEREST PERCENT PAID ON A HELD SECURITY DEPOSIT -
                                                            *>THE SHARED CONTROL FILE CAN OVERRIDE IT (DEPOSIT-INT-PCT)

       01 SEC-DEP-CONTROLS.                                 *>CONTROLS FOR THE SECURITY-DEPOSIT INTEREST AND RELEASE SWEEP
         05 SDEP-SWEEP-EOF-SWITCH PIC X(3) VALUE 'NO '.     *>SET TO 'YES' WHEN THE DEPOSIT SWEEP RUNS OUT OF DEPOSITS
         05 SDEP-FOUND-SWITCH PIC X(3) VALUE 'NO '.         *>SET TO 'YES' WHEN A HELD DEPOSIT EXISTS FOR THE CURRENT ACCOUNT
         05 SDEP-INTEREST-AMT PIC 9(6)V99 VALUE ZERO.       *>ONE YEAR'S INTEREST ON THE CURRENT DEPOSIT
         05 SDEP-RELEASE-AMT PIC 9(7)V99 VALUE ZERO.        *>DEPOSIT PLUS INTEREST CREDITED BACK TO THE ACCOUNT
         05 SDEP-CLEAN-SINCE PIC 9(8) VALUE ZERO.           *>LATER OF THE RECEIVED DATE AND THE LAST SHUTOFF STAGE -
                                                            *>TWELVE CLEAN MONTHS ARE COUNTED FROM HERE
         05 SDEP-INTEREST-TOTAL PIC 9(8)V99 VALUE ZERO.     *>TOTAL DEPOSIT INTEREST ACCRUED THIS RUN
         05 SDEP-CREDITED-TOTAL PIC 9(8)V99 VALUE ZERO.     *>TOTAL DEPOSITS CREDITED TO ACCOUNTS THIS RUN

       01 PAPP-STATUS PIC XX.                               *>FILE STATUS CODE FOR PAY-APPLY-FILE I/O
       01 ALED-STATUS PIC XX.                               *>FILE STATUS CODE FOR AR-LEDGER-FILE I/O
       01 RTN-STATUS PIC XX.                                *>FILE STATUS CODE FOR RETURN-ITEM-FILE I/O
       01 RTN-EOF-SWITCH PIC X(3) VALUE 'NO '.              *>SET TO 'YES' WHEN THE LAST RETURNED ITEM HAS BEEN READ
       01 RECON-WRITTEN-SWITCH PIC X(3) VALUE 'NO '.        *>SET TO 'YES' ONCE THE PAYMENT SECTION OF DEPRECON.TXT IS WRITTEN
       01 NSF-FEE PIC 9(5)V99 VALUE 25.00.                  *>RETURNED-CHECK FEE ADDED TO THE ACCOUNT -
                                                            *>THE SHARED CONTROL FILE CAN OVERRIDE IT (NSF-FEE)

       01 PAYMENT-SPLIT.                                    *>HOW THE CURRENT PAYMENT CAME OFF THE BUCKETS, KEPT
         05 SPLIT-90 PIC 9(6)V99 VALUE ZERO.                *>SO A RETURNED CHECK CAN PUT IT BACK
         05 SPLIT-60 PIC 9(6)V99 VALUE ZERO.
         05 SPLIT-30 PIC 9(6)V99 VALUE ZERO.
         05 SPLIT-CURRENT PIC 9(6)V99 VALUE ZERO.
         05 SPLIT-PAY-DATE PIC 9(8) VALUE ZERO.             *>PAYMENT DATE THE HISTORY IS KEYED UNDER
         05 SPLIT-NEXT-SEQ PIC 9(2) VALUE ZERO.             *>NEXT FREE SEQUENCE FOR THE ACCOUNT AND DATE
         05 SPLIT-SCAN-EOF-SWITCH PIC X(3) VALUE 'NO '.     *>SET TO 'YES' WHEN THE SEQUENCE SCAN IS DONE

       01 SHUT-CANCEL-SAVE.                                 *>THE WORKFLOW A PAYMENT CANCELLED, KEPT SO A
         05 SHUT-CANCELLED-SWITCH PIC X(3) VALUE 'NO '.     *>RETURNED CHECK CAN REOPEN IT
         05 SAVED-SHUT-STAGE PIC 9(1) VALUE ZERO.
         05 SAVED-SHUT-PASTDUE PIC S9(7)V99 VALUE ZERO.

       01 RETURN-CONTROLS.                                  *>CONTROLS FOR THE RETURNED-ITEM POSTING
         05 RTN-MATCH-SWITCH PIC X(3) VALUE 'NO '.          *>SET TO 'YES' WHEN THE ORIGINAL PAYMENT IS FOUND
         05 RTN-SCAN-EOF-SWITCH PIC X(3) VALUE 'NO '.       *>SET TO 'YES' WHEN A HISTORY SCAN IS DONE
         05 RTN-YEAR-COUNT PIC 9(3) VALUE ZERO.             *>RETURNS ON THE ACCOUNT WITHIN THE PAST YEAR
         05 RTN-REVERSED-COUNT PIC 9(5) VALUE ZERO.         *>COUNT OF PAYMENTS REVERSED THIS RUN
         05 RTN-REVERSED-TOTAL PIC 9(8)V99 VALUE ZERO.      *>DOLLARS REVERSED THIS RUN
         05 RTN-FEE-TOTAL PIC 9(8)V99 VALUE ZERO.           *>RETURNED-CHECK FEES CHARGED THIS RUN
         05 RTN-NOMATCH-COUNT PIC 9(5) VALUE ZERO.          *>COUNT OF ITEMS THAT COULD NOT BE REVERSED
         05 RTN-NOMATCH-TOTAL PIC 9(8)V99 VALUE ZERO.       *>DOLLARS THAT COULD NOT BE REVERSED
         05 RTN-ACTION-TEXT PIC X(27) VALUE SPACES.         *>WHAT WAS DONE WITH THE CURRENT ITEM

       01 LEDGER-ENTRY-WORK.                                *>THE LEDGER POSTING BEING BUILT - EACH POSTING PATH
         05 LEDGER-TRAN-DATE PIC 9(8) VALUE ZERO.           *>FILLS IN THE DATE, TYPE, TEXT AND AMOUNT
         05 LEDGER-TYPE PIC X(2) VALUE SPACES.
         05 LEDGER-DESC PIC X(20) VALUE SPACES.
         05 LEDGER-AMOUNT PIC S9(7)V99 VALUE ZERO.          *>POSITIVE RAISES WHAT IS OWED, NEGATIVE LOWERS IT
         05 LEDGER-BALANCE PIC S9(7)V99 VALUE ZERO.         *>BUCKET TOTAL AFTER THE POSTING
         05 LEDGER-FORWARD PIC S9(7)V99 VALUE ZERO.         *>BALANCE OWED BEFORE THE ACCOUNT'S FIRST ENTRY
         05 SUSP-LEDGER-SEQ PIC 9(5) VALUE ZERO.            *>LAST SEQUENCE USED ON THE SUSPENSE ACCOUNT
         05 SUSP-LEDGER-BALANCE PIC S9(7)V99 VALUE ZERO.    *>RUNNING BALANCE OF THE SUSPENSE ACCOUNT
         05 SUSP-SCAN-EOF-SWITCH PIC X(3) VALUE 'NO '.      *>SET TO 'YES' WHEN THE SUSPENSE SCAN IS DONE

       01 RETURN-HEADER-LINE.                               *>DEPRECON.TXT RETURNED-ITEM SECTION TITLE
         05 FILLER PIC X(26) VALUE                          *>TITLE TEXT
             'RETURNED ITEMS -          '.
         05 RTH-DATE PIC 9(8).                              *>THE RUN DATE THE RETURNS POSTED

       01 RETURN-DETAIL-LINE.                               *>ONE LINE PER RETURNED ITEM
         05 RTD-ACCT PIC 9(6).                              *>ACCOUNT NUMBER FROM THE ITEM
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RTD-PAY-DATE PIC 9(8).                          *>DATE OF THE ORIGINAL PAYMENT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RTD-AMOUNT PIC -Z,ZZZ,ZZ9.99.                   *>RETURNED AMOUNT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RTD-ACTION PIC X(27).                           *>WHAT WAS DONE WITH THE ITEM

       *>GENERAL-LEDGER POSTING WORK FIELDS - THE SHARED CHART OF
       *>ACCOUNTS PUTS CASH AT 1000, ACCOUNTS RECEIVABLE AT 1100,
       *>AND FINANCE-CHARGE REVENUE AT 4150; CUSTOMER SECURITY
       *>DEPOSITS ARE HELD AS A LIABILITY AT 2500 AND THE INTEREST
       *>PAID ON THEM IS EXPENSED TO 5200; RETURNED-CHECK FEES ARE
       *>REVENUE AT 4160
       01 GL-PAIR-WORK.
         05 GL-PAIR-DR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR DEBITS
         05 GL-PAIR-CR PIC 9(4) VALUE ZERO.                 *>ACCOUNT THE PAIR CREDITS
         05 FILLER PIC X(28) VALUE                          *>REASON TEXT
             'PAYMENT - NO ACCOUNT ON FILE'.

       01 REVIEW-DETAIL.                                    *>PAYMENT FROM A CASH-ONLY ACCOUNT HELD FOR REVIEW
         05 RVW-ACCT PIC 9(6).                              *>ACCOUNT NUMBER FROM THE PAYMENT LINE
         05 FILLER PIC X(3) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 RVW-AMOUNT PIC -Z,ZZZ,ZZ9.99.                   *>PAYMENT AMOUNT
         05 FILLER PIC X(2) VALUE SPACES.                   *>FILLER SPACE ALLOCATED FOR LINE READABILITY
         05 FILLER PIC X(28) VALUE                          *>REASON TEXT
             'PAYMENT - CASH-ONLY REVIEW'.

       01 DOTTED-LINE.                                      *>DOTTED LINE TO BOUND REPORT HEADERS FOR READABILITY
         05 FILLER PIC X(65) VALUE ALL '-'.                 *>FULL-WIDTH RULE

           PERFORM OPEN-FIN-CHG-FILE.                                     *>OPEN THE PENDING-CHARGE FILE, CREATING IT ON THE FIRST RUN
           PERFORM OPEN-SHUTOFF-FILE.                                     *>OPEN THE SHUTOFF-WORKFLOW FILE, CREATING IT ON THE FIRST RUN
           PERFORM OPEN-CUSTOMER-MASTER.                                  *>OPEN THE CUSTOMER MASTER FOR NOTICE NAMES AND ADDRESSES
           PERFORM OPEN-SECURITY-DEP-FILE.                                *>OPEN THE SECURITY-DEPOSIT MASTER, CREATING IT ON THE FIRST RUN
           PERFORM OPEN-PAY-APPLY-FILE.                                   *>OPEN THE PAYMENT-APPLICATION HISTORY, CREATING IT ON THE FIRST RUN
           PERFORM OPEN-AR-LEDGER-FILE.                                   *>OPEN THE A/R TRANSACTION LEDGER, CREATING IT ON THE FIRST RUN
           PERFORM LOAD-SUSPENSE-POSITION.                                *>PICK UP WHERE UNAPPLIED-CASH SUSPENSE LEFT OFF
           OPEN OUTPUT AGING-REPORT-FILE.                                 *>START THE AGED RECEIVABLES REPORT OVER EACH RUN
           OPEN OUTPUT PASTDUE-FILE.                                      *>START THE PAST-DUE LIST OVER EACH RUN
           OPEN OUTPUT SHUT-NOTICE-FILE.                                  *>START THE PRINTABLE NOTICES OVER EACH RUN
           OPEN EXTEND REFUND-REG-FILE.                                   *>THE REFUND AUDIT REGISTER IS PERMANENT - ALWAYS APPEND
           PERFORM POST-BILLING-REGISTER.                                 *>POST EVERY BILL FROM THE BILLING RUN INTO THE A/R MASTER
           PERFORM POST-PAYMENTS.                                         *>APPLY EVERY PAYMENT AGAINST THE A/R MASTER
           PERFORM POST-RETURNED-ITEMS.                                   *>REVERSE EVERY CHECK THE BANK SENT BACK
           PERFORM PROCESS-SECURITY-DEPOSITS.                             *>ACCRUE DEPOSIT INTEREST AND CREDIT BACK DEPOSITS THAT HAVE EARNED IT
           PERFORM PROCESS-CREDIT-REFUNDS.                                *>SWEEP OVERPAID CREDITS BEFORE ANYTHING ELSE JUDGES THE BALANCES
           PERFORM ASSESS-FINANCE-CHARGES.                                *>CHARGE EVERY PAST-DUE BALANCE BEFORE THE AGING REPORT PRINTS
           PERFORM WRITE-AGING-REPORT.                                    *>PRINT THE AGED RECEIVABLES REPORT AND PAST-DUE LIST
             REFUND-CK-FILE                                               *>CLOSE THE REFUND-CHECK REQUESTS
             REFUND-REG-FILE                                              *>CLOSE THE REFUND AUDIT REGISTER
             SHUTOFF-FILE                                                 *>CLOSE THE SHUTOFF-WORKFLOW FILE
             SECURITY-DEP-FILE                                            *>CLOSE THE SECURITY-DEPOSIT MASTER
             PAY-APPLY-FILE                                               *>CLOSE THE PAYMENT-APPLICATION HISTORY
             AR-LEDGER-FILE                                               *>CLOSE THE A/R TRANSACTION LEDGER
             SHUT-NOTICE-FILE                                             *>CLOSE THE PRINTABLE NOTICES
             AGING-REPORT-FILE                                            *>CLOSE THE AGED RECEIVABLES REPORT
             PASTDUE-FILE.                                                *>CLOSE THE PAST-DUE LIST
               OPEN I-O SHUTOFF-FILE                                      *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-SECURITY-DEP-FILE.                                            *>PROCEDURE PARAGRAPH TO OPEN SECURITY-DEP-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O SECURITY-DEP-FILE.                                    *>TRY TO OPEN THE EXISTING DEPOSIT MASTER FOR UPDATE
           IF SDEP-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT SECURITY-DEP-FILE                              *>CREATE AN EMPTY DEPOSIT MASTER
               CLOSE SECURITY-DEP-FILE                                    *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O SECURITY-DEP-FILE                                 *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-PAY-APPLY-FILE.                                               *>PROCEDURE PARAGRAPH TO OPEN PAY-APPLY-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O PAY-APPLY-FILE.                                       *>TRY TO OPEN THE EXISTING HISTORY FOR UPDATE
           IF PAPP-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT PAY-APPLY-FILE                                 *>CREATE AN EMPTY HISTORY
               CLOSE PAY-APPLY-FILE                                       *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O PAY-APPLY-FILE                                    *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       OPEN-AR-LEDGER-FILE.                                               *>PROCEDURE PARAGRAPH TO OPEN AR-LEDGER-FILE, CREATING IT WHEN IT DOESN'T EXIST YET
           OPEN I-O AR-LEDGER-FILE.                                       *>TRY TO OPEN THE EXISTING LEDGER FOR UPDATE
           IF ALED-STATUS = '35'                                          *>FILE STATUS 35 MEANS THE FILE DOES NOT EXIST YET
               OPEN OUTPUT AR-LEDGER-FILE                                 *>CREATE AN EMPTY LEDGER
               CLOSE AR-LEDGER-FILE                                       *>CLOSE IT SO IT CAN BE REOPENED FOR UPDATE
               OPEN I-O AR-LEDGER-FILE                                    *>REOPEN THE NOW-EXISTING FILE FOR UPDATE
           END-IF.

       LOAD-SUSPENSE-POSITION.                                            *>PROCEDURE PARAGRAPH TO FIND THE LAST SUSPENSE ENTRY ON THE LEDGER
           MOVE ZERO TO ALED-ACCT-NUM.                                    *>SUSPENSE IS ACCOUNT 000000 - POSITION AT ITS FIRST ENTRY
           MOVE ZERO TO ALED-SEQ.
           START AR-LEDGER-FILE KEY NOT < ALED-KEY
               INVALID KEY                                                *>AN EMPTY LEDGER HAS NO SUSPENSE YET
                   MOVE 'YES' TO SUSP-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL SUSP-SCAN-EOF-SWITCH = 'YES'                     *>ONE SUSPENSE ENTRY PER PASS
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO SUSP-SCAN-EOF-SWITCH
                   NOT AT END
                       IF ALED-ACCT-NUM NOT = ZERO                        *>PAST THE SUSPENSE ENTRIES
                           MOVE 'YES' TO SUSP-SCAN-EOF-SWITCH
                       ELSE                                               *>THE LAST ONE READ CARRIES THE BALANCE
                           MOVE ALED-SEQ TO SUSP-LEDGER-SEQ
                           MOVE ALED-BALANCE TO SUSP-LEDGER-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-CUSTOMER-MASTER.                                              *>PROCEDURE PARAGRAPH TO OPEN THE CUSTOMER MASTER FOR NOTICE LOOKUPS
           OPEN INPUT CUSTOMER-MASTER.                                    *>THE A/R RUN ONLY READS THE MASTER - CUSTMAINT MAINTAINS IT
           IF CMAST-STATUS = '00'                                         *>THE MASTER IS THERE - NOTICES CARRY NAMES AND ADDRESSES
                               END-IF
                           WHEN 'REFUND-THRESHOLD'                        *>CREDITS AT OR UNDER THIS HOLD TO OFFSET THE NEXT BILL
                               MOVE PARM-WORK-VALUE TO REFUND-THRESHOLD
                           WHEN 'NSF-FEE'                                 *>FEE CHARGED ON EVERY RETURNED CHECK
                               MOVE PARM-WORK-VALUE TO NSF-FEE
                           WHEN 'DEPOSIT-INT-PCT'                         *>YEARLY INTEREST PERCENT ON HELD SECURITY DEPOSITS
                               IF PARM-WORK-VALUE > 99.99
                                   PERFORM WARN-PARM-TOO-BIG
                               ELSE
                                   MOVE PARM-WORK-VALUE
                                       TO DEPOSIT-INT-PCT
                               END-IF
                           WHEN OTHER                                     *>ANOTHER PROGRAM'S PARAMETER
                               CONTINUE
                       END-EVALUATE
               END-IF
           END-IF.

           *>-------------SECURITY-DEPOSIT SWEEP------------------------------
       PROCESS-SECURITY-DEPOSITS.                                         *>PROCEDURE PARAGRAPH TO SWEEP EVERY DEPOSIT ON THE DEPOSIT MASTER
           MOVE ZERO TO SDEP-ACCT-NUM.                                    *>POSITION BEFORE THE FIRST DEPOSIT ON THE MASTER
           START SECURITY-DEP-FILE KEY NOT < SDEP-ACCT-NUM                *>BEGIN THE SEQUENTIAL SWEEP OF EVERY DEPOSIT
               INVALID KEY                                                *>AN EMPTY MASTER HAS NOTHING TO ACCRUE OR RELEASE
                   MOVE 'YES' TO SDEP-SWEEP-EOF-SWITCH
           END-START.
           PERFORM UNTIL SDEP-SWEEP-EOF-SWITCH = 'YES'                    *>ONE DEPOSIT PER PASS
               READ SECURITY-DEP-FILE NEXT RECORD                         *>READ THE NEXT DEPOSIT IN KEY ORDER
                   AT END                                                 *>CONDITION TO FIND EOF
                       MOVE 'YES' TO SDEP-SWEEP-EOF-SWITCH                *>ALL DEPOSITS HAVE BEEN SWEPT
                   NOT AT END                                             *>A DEPOSIT WAS READ
                       IF SDEP-HOLD-FLAG = 'H'                            *>ONLY A DEPOSIT STILL HELD EARNS OR RELEASES
                           PERFORM ACCRUE-DEPOSIT-INTEREST
                           PERFORM RELEASE-DEPOSIT-IF-EARNED
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-DEPOSIT-INTEREST.                                           *>PROCEDURE PARAGRAPH TO ACCRUE A YEAR'S INTEREST ON EACH ANNIVERSARY
           IF SDEP-LAST-INT-DATE + 10000 <= RUN-DATE                      *>A FULL YEAR HAS PASSED SINCE THE LAST ACCRUAL -
               COMPUTE SDEP-INTEREST-AMT ROUNDED =                        *>SIMPLE INTEREST ON THE DEPOSIT ITSELF
                   SDEP-AMOUNT * DEPOSIT-INT-PCT / 100
               ADD SDEP-INTEREST-AMT TO SDEP-INTEREST
               ADD 10000 TO SDEP-LAST-INT-DATE                            *>THE NEXT YEAR RUNS FROM THIS ANNIVERSARY
               REWRITE SECURITY-DEP-RECORD                                *>SAVE THE ACCRUAL
               ADD SDEP-INTEREST-AMT TO SDEP-INTEREST-TOTAL               *>ACCUMULATE THE INTEREST FOR THE GL
               MOVE SDEP-ACCT-NUM TO AR-ACCT-NUM                          *>AUDIT THE ACCRUAL ON THE PERMANENT REGISTER
               MOVE SDEP-INTEREST-AMT TO CREDIT-AMT
               MOVE 'DEPOSIT INTEREST ACCRUED' TO RRG-ACTION
               PERFORM WRITE-REFUND-REG-LINE
           END-IF.

       RELEASE-DEPOSIT-IF-EARNED.                                         *>PROCEDURE PARAGRAPH TO CREDIT BACK A DEPOSIT AFTER TWELVE CLEAN MONTHS
           MOVE SDEP-RECEIVED-DATE TO SDEP-CLEAN-SINCE.                   *>THE CLEAN YEAR RESTARTS AT EVERY SHUTOFF STAGE
           IF SDEP-LAST-SHUT-DATE > SDEP-CLEAN-SINCE
               MOVE SDEP-LAST-SHUT-DATE TO SDEP-CLEAN-SINCE
           END-IF.
           IF SDEP-CLEAN-SINCE + 10000 <= RUN-DATE                        *>TWELVE MONTHS WITH NO SHUTOFF-STAGE ACTIVITY
               MOVE SDEP-ACCT-NUM TO AR-ACCT-NUM                          *>A WORKFLOW STILL OPEN TODAY HOLDS THE DEPOSIT
               PERFORM READ-SHUTOFF-RECORD
               IF SHUT-FOUND-SWITCH = 'NO '
                   COMPUTE SDEP-RELEASE-AMT =                             *>THE CUSTOMER GETS THE DEPOSIT AND ITS INTEREST
                       SDEP-AMOUNT + SDEP-INTEREST
                   MOVE SDEP-ACCT-NUM TO AR-KEY-ACCT                      *>CREDIT IT AGAINST THE CURRENT BALANCE - THE REFUND
                   PERFORM READ-AR-RECORD                                 *>SWEEP THAT FOLLOWS PAYS OUT ANY CREDIT IT LEAVES
                   SUBTRACT SDEP-RELEASE-AMT FROM AR-CURRENT
                   COMPUTE LEDGER-AMOUNT = 0 - SDEP-RELEASE-AMT           *>RECORD THE CREDIT ON THE LEDGER
                   MOVE 'DC' TO LEDGER-TYPE
                   MOVE 'DEPOSIT CREDITED' TO LEDGER-DESC
                   MOVE RUN-DATE TO LEDGER-TRAN-DATE
                   PERFORM WRITE-LEDGER-ENTRY
                   PERFORM REWRITE-AR-RECORD
                   MOVE 'C' TO SDEP-HOLD-FLAG                             *>THE DEPOSIT IS NO LONGER HELD
                   MOVE RUN-DATE TO SDEP-DISPOSED-DATE
                   REWRITE SECURITY-DEP-RECORD
                   ADD SDEP-RELEASE-AMT TO SDEP-CREDITED-TOTAL            *>ACCUMULATE THE RELEASE FOR THE GL
                   MOVE SDEP-RELEASE-AMT TO CREDIT-AMT                    *>AUDIT THE RELEASE ON THE PERMANENT REGISTER
                   MOVE 'DEPOSIT CREDITED TO ACCT' TO RRG-ACTION
                   PERFORM WRITE-REFUND-REG-LINE
               END-IF
           END-IF.

       STAMP-DEPOSIT-SHUTOFF.                                             *>PROCEDURE PARAGRAPH TO RESTART A HELD DEPOSIT'S CLEAN YEAR
           MOVE 'NO ' TO SDEP-FOUND-SWITCH.                               *>ASSUME NO DEPOSIT IS HELD UNTIL THE READ PROVES OTHERWISE
           MOVE AR-ACCT-NUM TO SDEP-ACCT-NUM.                             *>SET THE KEY FOR THE RANDOM READ AGAINST SECURITY-DEP-FILE
           READ SECURITY-DEP-FILE
               INVALID KEY                                                *>THE ACCOUNT POSTED NO DEPOSIT
                   CONTINUE
               NOT INVALID KEY
                   IF SDEP-HOLD-FLAG = 'H'
                       MOVE 'YES' TO SDEP-FOUND-SWITCH
                   END-IF
           END-READ.
           IF SDEP-FOUND-SWITCH = 'YES'                                   *>A SHUTOFF STAGE WAS JUST REACHED - THE TWELVE
               MOVE RUN-DATE TO SDEP-LAST-SHUT-DATE                       *>CLEAN MONTHS START OVER FROM TODAY
               REWRITE SECURITY-DEP-RECORD
           END-IF.

           *>-------------CREDIT-BALANCE REFUND SWEEP------------------------------
       PROCESS-CREDIT-REFUNDS.                                            *>PROCEDURE PARAGRAPH TO SWEEP EVERY OVERPAID CREDIT ON THE MASTER
           MOVE ZERO TO AR-ACCT-NUM.                                      *>POSITION BEFORE THE FIRST ACCOUNT ON THE MASTER
               AR-CURRENT + AR-DAYS-30 + AR-DAYS-60 + AR-DAYS-90.         *>CURRENT CREDIT, SO ONLY A NET CREDIT IS REFUNDABLE
           IF ACCT-TOTAL < 0                                              *>THE ACCOUNT IS OVERPAID
               COMPUTE CREDIT-AMT = 0 - ACCT-TOTAL                        *>THE CREDIT AS A POSITIVE DOLLAR AMOUNT
               PERFORM READ-NOTICE-CUSTOMER                               *>A CLOSED ACCOUNT HAS NO NEXT BILL TO OFFSET
               IF CREDIT-AMT > REFUND-THRESHOLD                           *>A CREDIT PAST THE THRESHOLD GOES BACK AS A CHECK,
               OR (CMAST-FOUND-SWITCH = 'YES'                             *>AND SO DOES ANY CREDIT LEFT ON A MOVED-OUT ACCOUNT
                   AND CMAST-ACCT-STATUS = 'C')
                   PERFORM WRITE-REFUND-CHECK-REQUEST                     *>HAND THE CHECK REQUEST TO THE OFFICE
                   MOVE ZERO TO AR-CURRENT                                *>THE REFUND CLEARS THE WHOLE BALANCE
                   MOVE ZERO TO AR-DAYS-30
                   MOVE ZERO TO AR-DAYS-60
                   MOVE ZERO TO AR-DAYS-90
                   MOVE 'N' TO AR-HELD-CREDIT-FLAG                        *>THE REFUND ENDS ANY HELD-CREDIT EPISODE
                   MOVE CREDIT-AMT TO LEDGER-AMOUNT                       *>RECORD THE REFUND ON THE LEDGER
                   MOVE 'RF' TO LEDGER-TYPE
                   MOVE 'REFUND CHECK' TO LEDGER-DESC
                   MOVE RUN-DATE TO LEDGER-TRAN-DATE
                   PERFORM WRITE-LEDGER-ENTRY
                   MOVE 'YES' TO AR-FOUND-SWITCH                          *>THE RECORD CAME OFF THE MASTER, SO IT REWRITES
                   REWRITE AR-RECORD                                      *>SAVE THE CLEARED BALANCES
                   ADD 1 TO REFUND-COUNT                                  *>ACCUMULATE THE REFUND CONTROL TOTALS
               IF FIN-CHARGE-AMT > 0                                      *>A CHARGE THAT ROUNDS TO ZERO POSTS NOTHING
                   ADD FIN-CHARGE-AMT TO AR-CURRENT                       *>THE CHARGE LANDS IN THE CURRENT BUCKET LIKE ANY NEW BILL
                   MOVE AR-LAST-BILL-DATE TO AR-LAST-CHG-DATE             *>MARK THE CYCLE CHARGED SO IT NEVER CHARGES TWICE
                   MOVE FIN-CHARGE-AMT TO LEDGER-AMOUNT                   *>RECORD THE CHARGE ON THE LEDGER
                   MOVE 'FC' TO LEDGER-TYPE
                   MOVE 'FINANCE CHARGE' TO LEDGER-DESC
                   MOVE RUN-DATE TO LEDGER-TRAN-DATE
                   PERFORM WRITE-LEDGER-ENTRY
                   MOVE 'YES' TO AR-FOUND-SWITCH                          *>THE RECORD CAME OFF THE MASTER, SO IT REWRITES
                   REWRITE AR-RECORD                                      *>SAVE THE CHARGED BALANCES
                   PERFORM SAVE-PENDING-CHARGE                            *>HOLD THE CHARGE FOR THE NEXT STATEMENT PRINT
       POST-ONE-BILL.                                                     *>PROCEDURE PARAGRAPH TO POST A SINGLE BILL INTO THE A/R MASTER
           MOVE BREG-ACCT-NUM TO AR-KEY-ACCT.                             *>THE BILLED ACCOUNT IS THE ONE TO FETCH
           PERFORM READ-AR-RECORD.                                        *>FETCH (OR INITIALIZE) THIS ACCOUNT'S A/R RECORD
           IF BREG-CREDIT-FLAG = 'C'                                      *>A FINAL BILL THAT NETS TO A CREDIT STARTS NO NEW CYCLE -
               SUBTRACT BREG-AMOUNT FROM AR-CURRENT                       *>IT COMES OFF THE BALANCE AND THE REFUND SWEEP PAYS
               COMPUTE LEDGER-AMOUNT = 0 - BREG-AMOUNT                    *>OUT WHATEVER CREDIT IS LEFT
               MOVE 'FB' TO LEDGER-TYPE
               MOVE 'FINAL BILL CREDIT' TO LEDGER-DESC
           ELSE
               IF BREG-BILL-DATE > AR-LAST-BILL-DATE                      *>A BILL FROM A NEWER CYCLE AGES EVERY EXISTING BUCKET
                   ADD AR-DAYS-60 TO AR-DAYS-90                           *>THREE-CYCLE-OLD BALANCES FALL INTO 90+ AND STAY THERE
                   MOVE AR-DAYS-30 TO AR-DAYS-60                          *>TWO-CYCLE-OLD BALANCES AGE TO 60 DAYS
                   MOVE AR-CURRENT TO AR-DAYS-30                          *>LAST CYCLE'S BALANCE AGES TO 30 DAYS
                   MOVE ZERO TO AR-CURRENT                                *>THE NEW CYCLE STARTS WITH A CLEAN CURRENT BUCKET
                   MOVE BREG-BILL-DATE TO AR-LAST-BILL-DATE               *>REMEMBER THE NEWEST CYCLE POSTED
               END-IF
               ADD BREG-AMOUNT TO AR-CURRENT                              *>THE NEW BILL LANDS IN THE CURRENT BUCKET
               MOVE BREG-AMOUNT TO LEDGER-AMOUNT
               MOVE 'BL' TO LEDGER-TYPE
               MOVE 'BILL' TO LEDGER-DESC
           END-IF.
           MOVE BREG-BILL-DATE TO LEDGER-TRAN-DATE.                       *>RECORD THE BILL ON THE LEDGER
           PERFORM WRITE-LEDGER-ENTRY.
           ADD 1 TO BILL-POSTED-COUNT.                                    *>ACCUMULATE THE POSTED-BILL CONTROL TOTAL
           PERFORM REWRITE-AR-RECORD.                                     *>SAVE THE UPDATED BALANCES

           WRITE DEP-RECON-LINE.
           MOVE DOTTED-LINE TO DEP-RECON-LINE.                            *>RULE UNDER THE TITLE
           WRITE DEP-RECON-LINE.
           MOVE 'YES' TO RECON-WRITTEN-SWITCH.                            *>THE RETURNED-ITEM SECTION APPENDS BELOW THIS ONE
           IF BATCH-OK-SWITCH = 'YES'                                     *>THE BATCH POSTED - SHOW WHERE EVERY DOLLAR WENT
               MOVE 'BANK DEPOSIT TOTAL        ' TO RCN-LABEL
               MOVE DEPOSIT-ITEM-COUNT TO RCN-COUNT
               MOVE PAY-UNAPPLIED-TOTAL TO RCN-AMOUNT
               MOVE RECON-DETAIL-LINE TO DEP-RECON-LINE
               WRITE DEP-RECON-LINE
               MOVE 'HELD - CASH-ONLY REVIEW   ' TO RCN-LABEL
               MOVE PAY-REVIEW-COUNT TO RCN-COUNT
               MOVE PAY-REVIEW-TOTAL TO RCN-AMOUNT
               MOVE RECON-DETAIL-LINE TO DEP-RECON-LINE
               WRITE DEP-RECON-LINE
               COMPUTE RECON-DIFFERENCE =                                 *>ZERO MEANS THE DAY'S CASH BALANCES TO THE PENNY
                   DEPOSIT-TOTAL - PAY-APPLIED-TOTAL
                   - PAY-UNAPPLIED-TOTAL - PAY-REVIEW-TOTAL
               MOVE 'DIFFERENCE                ' TO RCN-LABEL
               MOVE ZERO TO RCN-COUNT
               MOVE RECON-DIFFERENCE TO RCN-AMOUNT
               IF AR-FOUND-SWITCH = 'NO'                                  *>A PAYMENT FOR AN ACCOUNT NEVER BILLED IS SUSPECT
                   PERFORM WRITE-UNAPPLIED-PAYMENT                        *>LIST IT FOR COLLECTIONS TO RESEARCH BY HAND
               ELSE                                                       *>THE ACCOUNT EXISTS - PAY DOWN OLDEST BALANCES FIRST
                   IF AR-CASH-ONLY-FLAG = 'Y'                             *>A CASH-ONLY ACCOUNT'S CHECK WAITS FOR SOMEONE
                       PERFORM WRITE-REVIEW-PAYMENT                       *>TO LOOK AT IT BEFORE ANYTHING POSTS
                   ELSE
                       MOVE PAY-AMOUNT TO APPLY-AMOUNT                    *>THE WHOLE PAYMENT REMAINS TO BE APPLIED
                       MOVE ZERO TO SPLIT-90 SPLIT-60 SPLIT-30            *>NOTHING TAKEN FROM ANY BUCKET YET
                       PERFORM PAY-DOWN-90                                *>OLDEST BUCKET FIRST
                       PERFORM PAY-DOWN-60                                *>THEN TWO CYCLES BACK
                       PERFORM PAY-DOWN-30                                *>THEN ONE CYCLE BACK
                       MOVE APPLY-AMOUNT TO SPLIT-CURRENT
                       SUBTRACT APPLY-AMOUNT FROM AR-CURRENT              *>WHATEVER REMAINS COMES OFF CURRENT (CREDIT IF OVERPAID)
                       ADD 1 TO PAY-POSTED-COUNT                          *>ACCUMULATE THE APPLIED-PAYMENT CONTROL TOTAL
                       ADD PAY-AMOUNT TO PAY-APPLIED-TOTAL                *>AND THE APPLIED DOLLARS FOR THE DEPOSIT RECONCILIATION
                       PERFORM SET-PAYMENT-DATE                           *>RECORD THE PAYMENT ON THE LEDGER
                       COMPUTE LEDGER-AMOUNT = 0 - PAY-AMOUNT
                       MOVE 'PY' TO LEDGER-TYPE
                       MOVE 'PAYMENT' TO LEDGER-DESC
                       MOVE SPLIT-PAY-DATE TO LEDGER-TRAN-DATE
                       PERFORM WRITE-LEDGER-ENTRY
                       PERFORM REWRITE-AR-RECORD                          *>SAVE THE UPDATED BALANCES
                       PERFORM CANCEL-SHUTOFF-IF-PAID                     *>A CLEARED PAST-DUE BALANCE CLOSES ANY OPEN WORKFLOW
                       PERFORM SAVE-PAYMENT-SPLIT                         *>REMEMBER THE SPLIT IN CASE THE CHECK COMES BACK
                   END-IF
               END-IF
           END-IF.

       SET-PAYMENT-DATE.                                                  *>PROCEDURE PARAGRAPH TO PICK THE DATE A PAYMENT IS RECORDED UNDER
           IF PAY-DATE IS NUMERIC                                         *>THE HISTORY IS KEYED BY THE DATE THE BANK WILL
               MOVE PAY-DATE TO SPLIT-PAY-DATE                            *>QUOTE ON A RETURN
           ELSE
               MOVE RUN-DATE TO SPLIT-PAY-DATE
           END-IF.

       SAVE-PAYMENT-SPLIT.                                                *>PROCEDURE PARAGRAPH TO RECORD HOW THE PAYMENT WAS APPLIED
           MOVE ZERO TO SPLIT-NEXT-SEQ.                                   *>FIND THE LAST SEQUENCE ALREADY USED FOR THE
           MOVE 'NO ' TO SPLIT-SCAN-EOF-SWITCH.                           *>ACCOUNT ON THAT DATE
           MOVE AR-ACCT-NUM TO PAPP-ACCT-NUM.
           MOVE SPLIT-PAY-DATE TO PAPP-PAY-DATE.
           MOVE ZERO TO PAPP-SEQ.
           START PAY-APPLY-FILE KEY NOT < PAPP-KEY
               INVALID KEY
                   MOVE 'YES' TO SPLIT-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL SPLIT-SCAN-EOF-SWITCH = 'YES'
               READ PAY-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO SPLIT-SCAN-EOF-SWITCH
                   NOT AT END
                       IF PAPP-ACCT-NUM = AR-ACCT-NUM
                       AND PAPP-PAY-DATE = SPLIT-PAY-DATE
                           MOVE PAPP-SEQ TO SPLIT-NEXT-SEQ
                       ELSE
                           MOVE 'YES' TO SPLIT-SCAN-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO SPLIT-NEXT-SEQ.
           MOVE AR-ACCT-NUM TO PAPP-ACCT-NUM.                             *>BUILD THE HISTORY RECORD
           MOVE SPLIT-PAY-DATE TO PAPP-PAY-DATE.
           MOVE SPLIT-NEXT-SEQ TO PAPP-SEQ.
           MOVE PAY-AMOUNT TO PAPP-AMOUNT.
           MOVE SPLIT-90 TO PAPP-FROM-90.
           MOVE SPLIT-60 TO PAPP-FROM-60.
           MOVE SPLIT-30 TO PAPP-FROM-30.
           MOVE SPLIT-CURRENT TO PAPP-FROM-CURRENT.
           MOVE AR-LAST-BILL-DATE TO PAPP-BILL-DATE.
           IF SHUT-CANCELLED-SWITCH = 'YES'                               *>KEEP THE CANCELLED WORKFLOW SO A RETURN
               MOVE 'Y' TO PAPP-SHUT-CANCELLED                            *>CAN PUT IT BACK
               MOVE SAVED-SHUT-STAGE TO PAPP-SHUT-STAGE
               MOVE SAVED-SHUT-PASTDUE TO PAPP-SHUT-PASTDUE
           ELSE
               MOVE 'N' TO PAPP-SHUT-CANCELLED
               MOVE ZERO TO PAPP-SHUT-STAGE
               MOVE ZERO TO PAPP-SHUT-PASTDUE
           END-IF.
           MOVE SPACE TO PAPP-RETURNED-FLAG.
           MOVE ZERO TO PAPP-RETURNED-DATE.
           WRITE PAY-APPLY-RECORD                                         *>A DUPLICATE KEY MEANS THE HISTORY IS OUT OF STEP
               INVALID KEY
                   DISPLAY 'ELECTRICAR ABORTED - PAYMENT HISTORY '
                       'PAYAPPLY.DAT KEY ' PAPP-KEY
                       ' ALREADY ON FILE, STATUS ' PAPP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

       CANCEL-SHUTOFF-IF-PAID.                                            *>PROCEDURE PARAGRAPH TO CLOSE THE WORKFLOW WHEN THE PAST-DUE CLEARS
           MOVE 'NO ' TO SHUT-CANCELLED-SWITCH.                           *>ASSUME THE PAYMENT CANCELS NOTHING
           COMPUTE PASTDUE-TOTAL =                                        *>THE PAYMENT JUST APPLIED MAY HAVE EMPTIED THE AGED BUCKETS
               AR-DAYS-30 + AR-DAYS-60 + AR-DAYS-90.
           IF PASTDUE-TOTAL <= 0                                          *>NOTHING AGED REMAINS - THE WORKFLOW HAS NO REASON TO LIVE
               PERFORM READ-SHUTOFF-RECORD                                *>FIND THE ACCOUNT'S OPEN WORKFLOW, IF ANY
               IF SHUT-FOUND-SWITCH = 'YES'                               *>A WORKFLOW WAS OPEN - CANCEL IT
                   MOVE 'YES' TO SHUT-CANCELLED-SWITCH                    *>KEEP WHAT IS CANCELLED FOR THE
                   MOVE SHUT-STAGE TO SAVED-SHUT-STAGE                    *>PAYMENT HISTORY
                   MOVE SHUT-PASTDUE-AMT TO SAVED-SHUT-PASTDUE
                   DELETE SHUTOFF-FILE RECORD                             *>REMOVE THE WORKFLOW SO NO FURTHER NOTICE GOES OUT
                   MOVE AR-ACCT-NUM TO SCL-ACCT                           *>PREPARE THE CANCELLATION AUDIT LINE
                   MOVE SHUT-CANCEL-LINE TO SHUT-NOTICE-LINE
               END-IF
               SUBTRACT BUCKET-TAKE FROM AR-DAYS-90                       *>REDUCE THE BUCKET
               SUBTRACT BUCKET-TAKE FROM APPLY-AMOUNT                     *>REDUCE WHAT REMAINS TO APPLY
               MOVE BUCKET-TAKE TO SPLIT-90                               *>REMEMBER WHAT THIS BUCKET ABSORBED
           END-IF.

       PAY-DOWN-60.                                                       *>PROCEDURE PARAGRAPH TO APPLY THE PAYMENT AGAINST THE 60-DAY BUCKET
               END-IF
               SUBTRACT BUCKET-TAKE FROM AR-DAYS-60                       *>REDUCE THE BUCKET
               SUBTRACT BUCKET-TAKE FROM APPLY-AMOUNT                     *>REDUCE WHAT REMAINS TO APPLY
               MOVE BUCKET-TAKE TO SPLIT-60                               *>REMEMBER WHAT THIS BUCKET ABSORBED
           END-IF.

       PAY-DOWN-30.                                                       *>PROCEDURE PARAGRAPH TO APPLY THE PAYMENT AGAINST THE 30-DAY BUCKET
               END-IF
               SUBTRACT BUCKET-TAKE FROM AR-DAYS-30                       *>REDUCE THE BUCKET
               SUBTRACT BUCKET-TAKE FROM APPLY-AMOUNT                     *>REDUCE WHAT REMAINS TO APPLY
               MOVE BUCKET-TAKE TO SPLIT-30                               *>REMEMBER WHAT THIS BUCKET ABSORBED
           END-IF.

       WRITE-UNAPPLIED-PAYMENT.                                           *>PROCEDURE PARAGRAPH TO LIST A PAYMENT THAT COULD NOT BE APPLIED
           END-IF.
           MOVE UNAPPLIED-DETAIL TO PASTDUE-LINE.                         *>THE PAST-DUE LIST DOUBLES AS THE COLLECTIONS WORKLIST
           WRITE PASTDUE-LINE.                                            *>WRITE THE UNAPPLIED PAYMENT FOR RESEARCH
           IF PAY-AMOUNT IS NUMERIC                                       *>ONLY A READABLE AMOUNT CAN BE CARRIED IN SUSPENSE
               MOVE 'UA' TO LEDGER-TYPE
               MOVE 'UNAPPLIED CASH' TO LEDGER-DESC
               PERFORM WRITE-SUSPENSE-ENTRY
           END-IF.

       WRITE-REVIEW-PAYMENT.                                              *>PROCEDURE PARAGRAPH TO LIST A CASH-ONLY ACCOUNT'S PAYMENT FOR REVIEW
           MOVE PAY-ACCT-NUM TO RVW-ACCT.                                 *>ACCOUNT NUMBER AS KEYED ON THE PAYMENT LINE
           MOVE PAY-AMOUNT TO RVW-AMOUNT.                                 *>PAYMENT AMOUNT
           ADD 1 TO PAY-REVIEW-COUNT.                                     *>ACCUMULATE THE REVIEW CONTROL TOTALS
           ADD PAY-AMOUNT TO PAY-REVIEW-TOTAL.
           MOVE REVIEW-DETAIL TO PASTDUE-LINE.                            *>COLLECTIONS WORKS THE REVIEW FROM THE SAME LIST
           WRITE PASTDUE-LINE.
           MOVE 'HR' TO LEDGER-TYPE.                                      *>THE HELD CHECK SITS IN SUSPENSE UNTIL REVIEWED
           MOVE 'HELD - CASH-ONLY' TO LEDGER-DESC.
           PERFORM WRITE-SUSPENSE-ENTRY.

           *>-------------RETURNED-ITEM (NSF) POSTING------------------------------
       POST-RETURNED-ITEMS.                                               *>PROCEDURE PARAGRAPH TO REVERSE EVERY CHECK THE BANK RETURNED
           OPEN INPUT RETURN-ITEM-FILE.                                   *>NO FILE MEANS THE BANK RETURNED NOTHING TODAY
           IF RTN-STATUS = '00'
               IF RECON-WRITTEN-SWITCH = 'YES'                            *>THE RETURNS ARE THEIR OWN SECTION UNDER THE
                   OPEN EXTEND DEP-RECON-FILE                             *>DAY'S PAYMENT RECONCILIATION
               ELSE
                   OPEN OUTPUT DEP-RECON-FILE
               END-IF
               MOVE RUN-DATE TO RTH-DATE                                  *>TITLE THE SECTION WITH THE RUN DATE
               MOVE RETURN-HEADER-LINE TO DEP-RECON-LINE
               WRITE DEP-RECON-LINE
               MOVE DOTTED-LINE TO DEP-RECON-LINE
               WRITE DEP-RECON-LINE
               PERFORM UNTIL RTN-EOF-SWITCH = 'YES'                       *>ONE RETURNED ITEM PER PASS
                   READ RETURN-ITEM-FILE
                       AT END
                           MOVE 'YES' TO RTN-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO TOTAL-INPUT-COUNT                     *>COUNT THIS ITEM FOR THE RUN-LOG
                           PERFORM REVERSE-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURN-ITEM-FILE
               PERFORM WRITE-RETURN-TOTALS                                *>CLOSE THE SECTION WITH ITS CONTROL TOTALS
               CLOSE DEP-RECON-FILE
           END-IF.

       REVERSE-ONE-RETURN.                                                *>PROCEDURE PARAGRAPH TO REVERSE ONE RETURNED CHECK
           IF RTN-ACCT-NUM IS NOT NUMERIC                                 *>A MANGLED ITEM CANNOT BE MATCHED TO A PAYMENT
           OR RTN-PAY-DATE IS NOT NUMERIC
           OR RTN-AMOUNT IS NOT NUMERIC
           OR RTN-RETURN-DATE IS NOT NUMERIC
               MOVE 'NOT POSTED - UNUSABLE ITEM' TO RTN-ACTION-TEXT
               PERFORM COUNT-UNMATCHED-RETURN
           ELSE
               PERFORM FIND-RETURNED-PAYMENT
               IF RTN-MATCH-SWITCH = 'NO '                                *>NOTHING POSTED MATCHES, OR IT WAS ALREADY
                   MOVE 'NOT POSTED - NO PAYMENT'                         *>REVERSED BY AN EARLIER RUN
                       TO RTN-ACTION-TEXT
                   PERFORM COUNT-UNMATCHED-RETURN
               ELSE
                   MOVE 'R' TO PAPP-RETURNED-FLAG                         *>A PAYMENT REVERSES EXACTLY ONCE
                   MOVE RTN-RETURN-DATE TO PAPP-RETURNED-DATE
                   REWRITE PAY-APPLY-RECORD
                   PERFORM RESTORE-RETURNED-PAYMENT
                   PERFORM REOPEN-CANCELLED-SHUTOFF
                   PERFORM CHECK-CASH-ONLY
               END-IF
           END-IF.
           MOVE RTN-ACCT-NUM TO RTD-ACCT.                                 *>ONE DEPRECON.TXT LINE PER ITEM
           MOVE RTN-PAY-DATE TO RTD-PAY-DATE.
           MOVE RTN-AMOUNT TO RTD-AMOUNT.
           MOVE RTN-ACTION-TEXT TO RTD-ACTION.
           MOVE RETURN-DETAIL-LINE TO DEP-RECON-LINE.
           WRITE DEP-RECON-LINE.

       COUNT-UNMATCHED-RETURN.                                            *>PROCEDURE PARAGRAPH TO COUNT AN ITEM LEFT FOR RESEARCH
           ADD 1 TO RTN-NOMATCH-COUNT.
           IF RTN-AMOUNT IS NUMERIC
               ADD RTN-AMOUNT TO RTN-NOMATCH-TOTAL
           END-IF.

       FIND-RETURNED-PAYMENT.                                             *>PROCEDURE PARAGRAPH TO FIND THE ORIGINAL PAYMENT IN THE HISTORY
           MOVE 'NO ' TO RTN-MATCH-SWITCH.
           MOVE 'NO ' TO RTN-SCAN-EOF-SWITCH.
           MOVE RTN-ACCT-NUM TO PAPP-ACCT-NUM.                            *>POSITION AT THE ACCOUNT'S PAYMENTS FOR THE DATE
           MOVE RTN-PAY-DATE TO PAPP-PAY-DATE.
           MOVE ZERO TO PAPP-SEQ.
           START PAY-APPLY-FILE KEY NOT < PAPP-KEY
               INVALID KEY
                   MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL RTN-SCAN-EOF-SWITCH = 'YES'
               READ PAY-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
                   NOT AT END
                       IF PAPP-ACCT-NUM NOT = RTN-ACCT-NUM                *>PAST THE ACCOUNT'S PAYMENTS FOR THE DATE
                       OR PAPP-PAY-DATE NOT = RTN-PAY-DATE
                           MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
                       ELSE
                           IF PAPP-AMOUNT = RTN-AMOUNT                    *>THE FIRST UNRETURNED PAYMENT OF THE
                           AND PAPP-RETURNED-FLAG NOT = 'R'               *>SAME AMOUNT IS THE ONE REVERSED
                               MOVE 'YES' TO RTN-MATCH-SWITCH
                               MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RESTORE-RETURNED-PAYMENT.                                          *>PROCEDURE PARAGRAPH TO PUT THE PAYMENT BACK WHERE IT CAME FROM
           MOVE RTN-ACCT-NUM TO AR-KEY-ACCT.
           PERFORM READ-AR-RECORD.
           IF AR-LAST-BILL-DATE > PAPP-BILL-DATE                          *>A NEWER CYCLE HAS AGED THE ACCOUNT SINCE THE
               ADD PAPP-FROM-90 PAPP-FROM-60 TO AR-DAYS-90                *>PAYMENT - EACH DOLLAR GOES BACK ONE
               ADD PAPP-FROM-30 TO AR-DAYS-60                             *>BUCKET OLDER THAN THE ONE IT PAID
               ADD PAPP-FROM-CURRENT TO AR-DAYS-30
           ELSE
               ADD PAPP-FROM-90 TO AR-DAYS-90
               ADD PAPP-FROM-60 TO AR-DAYS-60
               ADD PAPP-FROM-30 TO AR-DAYS-30
               ADD PAPP-FROM-CURRENT TO AR-CURRENT
           END-IF.
           MOVE PAPP-AMOUNT TO LEDGER-AMOUNT.                             *>RECORD THE REVERSAL ON THE LEDGER
           MOVE 'RP' TO LEDGER-TYPE.
           MOVE 'RETURNED PAYMENT' TO LEDGER-DESC.
           MOVE RTN-RETURN-DATE TO LEDGER-TRAN-DATE.
           PERFORM WRITE-LEDGER-ENTRY.
           ADD NSF-FEE TO AR-CURRENT.                                     *>THE FEE IS A NEW CURRENT CHARGE
           MOVE NSF-FEE TO LEDGER-AMOUNT.                                 *>AND THE FEE AS ITS OWN ENTRY
           MOVE 'NF' TO LEDGER-TYPE.
           MOVE 'RETURNED CHECK FEE' TO LEDGER-DESC.
           PERFORM WRITE-LEDGER-ENTRY.
           PERFORM REWRITE-AR-RECORD.
           ADD 1 TO RTN-REVERSED-COUNT.                                   *>ACCUMULATE THE REVERSAL CONTROL TOTALS
           ADD PAPP-AMOUNT TO RTN-REVERSED-TOTAL.
           ADD NSF-FEE TO RTN-FEE-TOTAL.
           MOVE 'REVERSED - FEE CHARGED' TO RTN-ACTION-TEXT.

       REOPEN-CANCELLED-SHUTOFF.                                          *>PROCEDURE PARAGRAPH TO PUT BACK A WORKFLOW THE PAYMENT CLOSED
           IF PAPP-SHUT-CANCELLED = 'Y'
               PERFORM READ-SHUTOFF-RECORD                                *>THE AGING MAY ALREADY HAVE OPENED A NEW ONE
               IF SHUT-FOUND-SWITCH = 'NO '
                   MOVE AR-ACCT-NUM TO SHUT-ACCT-NUM                      *>THE WORKFLOW RESUMES AT ITS OLD STAGE
                   MOVE PAPP-SHUT-STAGE TO SHUT-STAGE
                   MOVE RUN-DATE TO SHUT-STAGE-DATE
                   MOVE PAPP-SHUT-PASTDUE TO SHUT-PASTDUE-AMT
                   WRITE SHUTOFF-RECORD
                   PERFORM STAMP-DEPOSIT-SHUTOFF                          *>A REOPENED STAGE RESTARTS A HELD DEPOSIT'S YEAR
                   MOVE AR-ACCT-NUM TO SRL-ACCT                           *>THE NOTICE FILE RECORDS THE REOPEN
                   MOVE SHUT-REOPEN-LINE TO SHUT-NOTICE-LINE
                   WRITE SHUT-NOTICE-LINE
               END-IF
           END-IF.

       CHECK-CASH-ONLY.                                                   *>PROCEDURE PARAGRAPH TO FLAG AN ACCOUNT WITH TWO RETURNS IN A YEAR
           MOVE ZERO TO RTN-YEAR-COUNT.
           MOVE 'NO ' TO RTN-SCAN-EOF-SWITCH.
           MOVE AR-ACCT-NUM TO PAPP-ACCT-NUM.                             *>POSITION AT THE ACCOUNT'S FIRST PAYMENT
           MOVE ZERO TO PAPP-PAY-DATE.
           MOVE ZERO TO PAPP-SEQ.
           START PAY-APPLY-FILE KEY NOT < PAPP-KEY
               INVALID KEY
                   MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL RTN-SCAN-EOF-SWITCH = 'YES'
               READ PAY-APPLY-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
                   NOT AT END
                       IF PAPP-ACCT-NUM NOT = AR-ACCT-NUM
                           MOVE 'YES' TO RTN-SCAN-EOF-SWITCH
                       ELSE
                           IF PAPP-RETURNED-FLAG = 'R'                    *>COUNT THIS RETURN AND ANY OTHER IN THE
                           AND PAPP-RETURNED-DATE + 10000                 *>TWELVE MONTHS BEFORE IT
                               > RTN-RETURN-DATE
                               ADD 1 TO RTN-YEAR-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF RTN-YEAR-COUNT >= 2
           AND AR-CASH-ONLY-FLAG NOT = 'Y'
               MOVE 'Y' TO AR-CASH-ONLY-FLAG                              *>FUTURE LOCKBOX CHECKS GO TO REVIEW
               PERFORM REWRITE-AR-RECORD
               MOVE 'REVERSED - NOW CASH-ONLY' TO RTN-ACTION-TEXT
           END-IF.

       WRITE-RETURN-TOTALS.                                               *>PROCEDURE PARAGRAPH TO CLOSE THE RETURNED-ITEM SECTION
           MOVE DOTTED-LINE TO DEP-RECON-LINE.
           WRITE DEP-RECON-LINE.
           MOVE 'RETURNED ITEMS REVERSED   ' TO RCN-LABEL.
           MOVE RTN-REVERSED-COUNT TO RCN-COUNT.
           MOVE RTN-REVERSED-TOTAL TO RCN-AMOUNT.
           MOVE RECON-DETAIL-LINE TO DEP-RECON-LINE.
           WRITE DEP-RECON-LINE.
           MOVE 'RETURNED-CHECK FEES       ' TO RCN-LABEL.
           MOVE RTN-REVERSED-COUNT TO RCN-COUNT.
           MOVE RTN-FEE-TOTAL TO RCN-AMOUNT.
           MOVE RECON-DETAIL-LINE TO DEP-RECON-LINE.
           WRITE DEP-RECON-LINE.
           MOVE 'RETURNED - NOT POSTED     ' TO RCN-LABEL.
           MOVE RTN-NOMATCH-COUNT TO RCN-COUNT.
           MOVE RTN-NOMATCH-TOTAL TO RCN-AMOUNT.
           MOVE RECON-DETAIL-LINE TO DEP-RECON-LINE.
           WRITE DEP-RECON-LINE.

           *>-------------A/R MASTER RANDOM ACCESS------------------------------
       READ-AR-RECORD.                                                    *>PROCEDURE PARAGRAPH TO FETCH OR INITIALIZE AN ACCOUNT'S A/R RECORD
                   MOVE ZERO TO AR-LAST-BILL-DATE                         *>AND NO BILL POSTED YET
                   MOVE ZERO TO AR-LAST-CHG-DATE                          *>AND NO CYCLE CHARGED YET
                   MOVE 'N' TO AR-HELD-CREDIT-FLAG                        *>AND NO CREDIT BEING HELD
                   MOVE 'N' TO AR-CASH-ONLY-FLAG                          *>AND CHECKS ACCEPTED
                   MOVE ZERO TO AR-LEDGER-SEQ                             *>AND NOTHING ON THE LEDGER
               NOT INVALID KEY                                            *>AN A/R RECORD WAS FOUND
                   MOVE 'YES' TO AR-FOUND-SWITCH                          *>REMEMBER THAT IT ALREADY EXISTS ON FILE
           END-READ.
               MOVE 'YES' TO AR-FOUND-SWITCH                              *>FURTHER UPDATES THIS RUN MUST REWRITE, NOT WRITE
           END-IF.

           *>-------------A/R TRANSACTION LEDGER------------------------------
       WRITE-LEDGER-ENTRY.                                                *>PROCEDURE PARAGRAPH TO RECORD ONE POSTING ON THE LEDGER -
           COMPUTE LEDGER-BALANCE =                                       *>PERFORMED AFTER THE BUCKETS CHANGE AND BEFORE THE
               AR-CURRENT + AR-DAYS-30 + AR-DAYS-60 + AR-DAYS-90.         *>A/R REWRITE, SO THE RUNNING BALANCE IS THE BUCKET TOTAL
           IF AR-LEDGER-SEQ = ZERO                                        *>THE ACCOUNT'S FIRST ENTRY CARRIES FORWARD WHATEVER
               COMPUTE LEDGER-FORWARD =                                   *>IT OWED BEFORE THE LEDGER BEGAN
                   LEDGER-BALANCE - LEDGER-AMOUNT
               IF LEDGER-FORWARD NOT = ZERO
                   ADD 1 TO AR-LEDGER-SEQ
                   MOVE AR-ACCT-NUM TO ALED-ACCT-NUM
                   MOVE AR-LEDGER-SEQ TO ALED-SEQ
                   MOVE RUN-DATE TO ALED-TRAN-DATE
                   MOVE RUN-DATE TO ALED-POST-DATE
                   MOVE 'OB' TO ALED-TYPE
                   MOVE 'BALANCE FORWARD' TO ALED-DESC
                   MOVE LEDGER-FORWARD TO ALED-AMOUNT
                   MOVE LEDGER-FORWARD TO ALED-BALANCE
                   MOVE SPACES TO ALED-REF-ACCT
                   PERFORM PUT-LEDGER-RECORD
               END-IF
           END-IF.
           ADD 1 TO AR-LEDGER-SEQ.                                        *>THE A/R REWRITE THAT FOLLOWS SAVES THE SEQUENCE
           MOVE AR-ACCT-NUM TO ALED-ACCT-NUM.
           MOVE AR-LEDGER-SEQ TO ALED-SEQ.
           MOVE LEDGER-TRAN-DATE TO ALED-TRAN-DATE.
           MOVE RUN-DATE TO ALED-POST-DATE.
           MOVE LEDGER-TYPE TO ALED-TYPE.
           MOVE LEDGER-DESC TO ALED-DESC.
           MOVE LEDGER-AMOUNT TO ALED-AMOUNT.
           MOVE LEDGER-BALANCE TO ALED-BALANCE.
           MOVE SPACES TO ALED-REF-ACCT.
           PERFORM PUT-LEDGER-RECORD.

       WRITE-SUSPENSE-ENTRY.                                              *>PROCEDURE PARAGRAPH TO RECORD CASH THAT DID NOT POST TO AN ACCOUNT
           PERFORM SET-PAYMENT-DATE.
           COMPUTE LEDGER-AMOUNT = 0 - PAY-AMOUNT.                        *>CASH HELD FOR A CUSTOMER IS A CREDIT IN SUSPENSE
           ADD 1 TO SUSP-LEDGER-SEQ.
           ADD LEDGER-AMOUNT TO SUSP-LEDGER-BALANCE.
           MOVE ZERO TO ALED-ACCT-NUM.
           MOVE SUSP-LEDGER-SEQ TO ALED-SEQ.
           MOVE SPLIT-PAY-DATE TO ALED-TRAN-DATE.
           MOVE RUN-DATE TO ALED-POST-DATE.
           MOVE LEDGER-TYPE TO ALED-TYPE.
           MOVE LEDGER-DESC TO ALED-DESC.
           MOVE LEDGER-AMOUNT TO ALED-AMOUNT.
           MOVE SUSP-LEDGER-BALANCE TO ALED-BALANCE.
           MOVE PAY-ACCT-NUM TO ALED-REF-ACCT.                            *>THE ACCOUNT AS KEYED, FOR WHOEVER RESEARCHES IT
           PERFORM PUT-LEDGER-RECORD.

       PUT-LEDGER-RECORD.                                                 *>PROCEDURE PARAGRAPH TO ADD ONE ROW TO THE LEDGER -
           WRITE AR-LEDGER-RECORD                                         *>A DUPLICATE KEY MEANS THE ACCOUNT'S SEQUENCE IS
               INVALID KEY                                                *>OUT OF STEP WITH THE LEDGER, AND POSTING ON WOULD
                   DISPLAY 'ELECTRICAR ABORTED - A/R LEDGER '             *>LOSE THE ENTRY
                       'ARLEDGER.DAT KEY ' ALED-KEY
                       ' ALREADY ON FILE, STATUS ' ALED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

           *>-------------AGED RECEIVABLES REPORTING------------------------------
       WRITE-AGING-REPORT.                                                *>PROCEDURE PARAGRAPH TO PRINT THE AGED TRIAL BALANCE AND PAST-DUE LIST
           MOVE DOTTED-LINE TO AGING-LINE.                                *>OPEN THE REPORT WITH A RULE
           ADD AR-DAYS-60 TO GRAND-60.
           ADD AR-DAYS-90 TO GRAND-90.
           IF PASTDUE-TOTAL > 0                                           *>ANY AGED BALANCE MAKES THIS A SHUTOFF CANDIDATE
               PERFORM READ-NOTICE-CUSTOMER                               *>UNLESS A MOVE-OUT HAS ALREADY ENDED THE SERVICE -
               IF CMAST-FOUND-SWITCH = 'YES'                              *>THEN THE BALANCE IS A FINAL-BILL COLLECTION AND
               AND CMAST-ACCT-STATUS = 'C'                                *>THERE IS NOTHING LEFT TO DISCONNECT
                   MOVE 'CLOSED - FINAL BILL' TO SHUT-STAGE-TEXT
               ELSE
                   PERFORM ADVANCE-SHUTOFF-WORKFLOW                       *>MOVE (OR OPEN) THE ACCOUNT'S WORKFLOW TO THE RIGHT STAGE
               END-IF
               MOVE AR-ACCT-NUM TO PDU-ACCT                               *>PREPARE THE PAST-DUE LINE
               MOVE PASTDUE-TOTAL TO PDU-AMOUNT
               MOVE SHUT-STAGE-TEXT TO PDU-STAGE-TEXT                     *>THE LIST SHOWS WHERE THE ACCOUNT SITS IN THE WORKFLOW
               MOVE RUN-DATE TO SHUT-STAGE-DATE
               MOVE PASTDUE-TOTAL TO SHUT-PASTDUE-AMT
               WRITE SHUTOFF-RECORD
               PERFORM STAMP-DEPOSIT-SHUTOFF                              *>A NEW STAGE RESTARTS ANY HELD DEPOSIT'S CLEAN YEAR
               PERFORM SET-SHUT-STAGE-TEXT
               PERFORM WRITE-SHUTOFF-NOTICE                               *>EVERY NEW WORKFLOW OPENS WITH A PRINTED NOTICE
           ELSE                                                           *>A WORKFLOW IS ALREADY OPEN
                   MOVE RUN-DATE TO SHUT-STAGE-DATE
                   MOVE PASTDUE-TOTAL TO SHUT-PASTDUE-AMT
                   REWRITE SHUTOFF-RECORD
                   PERFORM STAMP-DEPOSIT-SHUTOFF                          *>SO DOES EVERY STAGE ADVANCE
                   PERFORM SET-SHUT-STAGE-TEXT
                   PERFORM WRITE-SHUTOFF-NOTICE                           *>EVERY STAGE ADVANCE PRODUCES A PRINTED NOTICE
               ELSE                                                       *>THE WORKFLOW ALREADY COVERS THIS AGING - NO NEW NOTICE
           IF PAY-APPLIED-TOTAL > 0                                       *>BY CONSTRUCTION - EACH MOVEMENT POSTS AS A DEBIT/CREDIT PAIR
           OR FIN-CHARGED-TOTAL > 0
           OR REFUND-TOTAL > 0
           OR SDEP-INTEREST-TOTAL > 0
           OR SDEP-CREDITED-TOTAL > 0
           OR RTN-REVERSED-TOTAL > 0
               OPEN EXTEND GL-EXTRACT-FILE                                *>THE EXTRACT ACCUMULATES UNTIL GLPROOF RELEASES IT
               IF PAY-APPLIED-TOTAL > 0                                   *>CASH RECEIVED PAYS THE RECEIVABLE DOWN
                   MOVE 1000 TO GL-PAIR-DR
                   MOVE 'CREDIT REFUNDS' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF SDEP-INTEREST-TOTAL > 0                                 *>INTEREST EARNED GROWS WHAT IS OWED BACK ON DEPOSITS
                   MOVE 5200 TO GL-PAIR-DR
                   MOVE 2500 TO GL-PAIR-CR
                   MOVE SDEP-INTEREST-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'DEPOSIT INTEREST' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF SDEP-CREDITED-TOTAL > 0                                 *>RELEASED DEPOSITS LEAVE THE LIABILITY AND PAY DOWN A/R
                   MOVE 2500 TO GL-PAIR-DR
                   MOVE 1100 TO GL-PAIR-CR
                   MOVE SDEP-CREDITED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'DEPOSITS CREDITED' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF RTN-REVERSED-TOTAL > 0                                  *>A RETURNED CHECK TAKES BACK THE CASH AND PUTS
                   MOVE 1100 TO GL-PAIR-DR                                *>THE RECEIVABLE BACK
                   MOVE 1000 TO GL-PAIR-CR
                   MOVE RTN-REVERSED-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'RETURNED PAYMENTS' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF RTN-FEE-TOTAL > 0                                       *>THE FEE GROWS THE RECEIVABLE AND THE REVENUE
                   MOVE 1100 TO GL-PAIR-DR
                   MOVE 4160 TO GL-PAIR-CR
                   MOVE RTN-FEE-TOTAL TO GL-PAIR-AMOUNT
                   MOVE 'RETURNED CHECK FEES' TO GL-PAIR-DESC
                   PERFORM WRITE-GL-PAIR
               END-IF
               CLOSE GL-EXTRACT-FILE                                      *>CLOSE THE EXTRACT UNTIL THE NEXT PROGRAM APPENDS
           END-IF.

           MOVE RUN-DATE TO RLOG-DATE.                                    *>RECORD THE RUN DATE
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.                    *>RECORD HOW MANY INPUT RECORDS WERE PROCESSED
           COMPUTE RLOG-GOOD-COUNT =                                      *>BILLS POSTED PLUS PAYMENTS APPLIED BOTH COUNT AS GOOD
               BILL-POSTED-COUNT + PAY-POSTED-COUNT
               + RTN-REVERSED-COUNT.                                      *>AND SO DO RETURNS REVERSED
           COMPUTE RLOG-BAD-COUNT =                                       *>UNAPPLIED AND HELD PAYMENTS AND UNPOSTED RETURNS
               PAY-UNAPPLIED-COUNT + PAY-REVIEW-COUNT                     *>ARE THIS RUN'S BAD BUCKET
               + RTN-NOMATCH-COUNT.
           WRITE RUN-LOG-LINE.                                            *>APPEND THE ENTRY TO RUNLOG.TXT
           CLOSE RUN-LOG-FILE.                                            *>CLOSE THE RUN-LOG UNTIL THE NEXT PROGRAM APPENDS TO IT
           *>-------------END WRITE-RUN-LOG PARAGRAPH----------------------------
