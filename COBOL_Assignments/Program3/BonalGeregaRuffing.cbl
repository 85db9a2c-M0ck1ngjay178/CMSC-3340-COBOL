               FILE STATUS IS DDX-STATUS.
           SELECT GL-EXTRACT-FILE  ASSIGN TO 'glextract.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WTH-TABLE-FILE   ASSIGN TO 'wthtable.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WTAB-STATUS.
           SELECT W4-EXCEPTION-FILE ASSIGN TO 'w4exc.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-TRAN-FILE  ASSIGN TO 'chktran.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTRAN-STATUS.
           SELECT CHECK-REGISTER   ASSIGN TO 'checkreg.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS CHKREG-STATUS.
           SELECT DEDUCTION-MASTER ASSIGN TO 'dedmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS DMAST-STATUS.
           SELECT DED-CODE-FILE    ASSIGN TO 'dedcodes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCODE-STATUS.
           SELECT GARN-DETAIL-FILE ASSIGN TO 'garndet.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDET-STATUS.
           SELECT GARN-REMIT-FILE  ASSIGN TO 'garnrem.txt'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       01 BAD-EMPLOYEE-LINE PIC X(64).

       FD YTD-PAYROLL
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS YTD-RECORD.
       *>Rekeyed by employee ID so a name typed two different ways
       *>can no longer split one employee's totals into two records;
           *>FROM PRINTED STUBS
           05 YTD-FED-TAX     PIC S9(7)V99.
           05 YTD-STATE-TAX   PIC S9(7)V99.
           *>EVERY DEDUCTION TAKEN, ALL CODES TOGETHER
           05 YTD-BENEFIT     PIC S9(7)V99.
           *>WHAT EACH DEDUCTION CODE HAS TAKEN THIS YEAR -- THE
           *>ANNUAL LIMITS ARE WORKED AGAINST THESE; A SLOT WITH A
           *>BLANK CODE IS FREE
           05 YTD-DED-ENTRY OCCURS 10 TIMES.
               10 YTD-DED-CODE PIC X(4).
               10 YTD-DED-AMT  PIC S9(7)V99.

       *>The employee master maintained by EmpMaint -- payroll only
       *>reads it for the name, wage of record, and hire status
       FD EMPLOYEE-MASTER
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS EMPLOYEE-MASTER-REC.
       01 EMPLOYEE-MASTER-REC.
           05 EM-EMP-ID    PIC 9(5).
           *>NONE ARE ON FILE AND THE EMPLOYEE STAYS ON PAPER CHECKS
           05 EM-ROUTING   PIC 9(9).
           05 EM-ACCOUNT   PIC X(12).
           *>THE W-4 ELECTION -- FILING STATUS 'S'/'M'/'H', BLANK
           *>WHEN NONE IS ON FILE; THE DEPENDENTS CREDIT IS YEARLY
           *>WHOLE DOLLARS, THE EXTRA WITHHOLDING IS PER CHECK
           05 EM-W4-STATUS PIC X(1).
           05 EM-ALLOWANCES PIC 9(2).
           05 EM-DEP-CREDIT PIC 9(5).
           05 EM-EXTRA-WH  PIC 9(3)V99.

       *>The shared run-control parameter file
       FD CONTROL-FILE

       *>The checkpoint carries the GL posting totals alongside the
       *>record count -- a resumed run's GL entry must still cover
       *>the checks the crashed run already paid (and voided), the
       *>same way the deposit extract reseeds its batch totals. The
       *>count runs through the check transactions first, then the
       *>weekly lines.
       FD RESTART-FILE
           RECORD CONTAINS 637 CHARACTERS
           DATA RECORD IS RESTART-LINE.
       01 RESTART-LINE.
           05 RESTART-LINE-COUNT PIC 9(5).
                         SEPARATE CHARACTER.
           05 RESTART-LINE-NET   PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           05 RESTART-LINE-VGROSS PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           05 RESTART-LINE-VFED  PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           05 RESTART-LINE-VSTATE PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           05 RESTART-LINE-VBEN  PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           05 RESTART-LINE-VNET  PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
           *>THE PER-CODE DEDUCTION POSTINGS, PAID AND VOIDED
           05 RESTART-LINE-DED-COUNT PIC 99.
           05 RESTART-LINE-DED OCCURS 20 TIMES.
               10 RESTART-LINE-DED-CODE PIC X(4).
               10 RESTART-LINE-DED-PAY PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.
               10 RESTART-LINE-DED-VOID PIC S9(8)V99 SIGN IS LEADING
                         SEPARATE CHARACTER.

       *>The machine-readable direct-deposit extract for the bank --
       *>one detail per employee with bank details on file, closed by
       *>a trailer carrying item count and dollar total; employees
       *>without bank details stay on the printed checks. A voided
       *>deposit goes out as an 'R' reversal with the same body and
       *>its net carried negative, so the trailer total still nets.
       FD DD-EXTRACT-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS DD-EXTRACT-LINE.
       01 DD-EXTRACT-LINE.
           05 DDX-REC-TYPE PIC X(1).           *>'D' DEPOSIT / 'R' REVERSAL / 'T' TRAILER
           05 DDX-DETAIL-BODY.                 *>DETAIL VIEW - ONE EMPLOYEE'S DEPOSIT
               10 DDX-EMP-ID PIC 9(5).
               10 DDX-ROUTING PIC 9(9).
           05 WD-BENEFIT PIC S9(5)V99 SIGN IS LEADING SEPARATE
                         CHARACTER.

       *>The withholding tables, kept outside the program so a new
       *>year's brackets are a file change -- one line per bracket
       *>(or per-allowance amount) by jurisdiction and filing status,
       *>each dated from when it takes effect. The run uses, for
       *>every jurisdiction and status, the lines carrying the latest
       *>effective date on or before the check date.
       FD WTH-TABLE-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS WTH-TABLE-LINE.
       01 WTH-TABLE-LINE.
           05 WT-EFF-DATE PIC 9(8).            *>DATE (YYYYMMDD) THE LINE TAKES EFFECT
           05 WT-JURIS PIC X(1).               *>'F' FEDERAL / 'S' STATE
           05 WT-W4-STATUS PIC X(1).           *>'S' SINGLE, 'M' MARRIED, 'H' HEAD OF HOUSEHOLD
           05 WT-LINE-TYPE PIC X(1).           *>'B' BRACKET / 'A' PER-ALLOWANCE AMOUNT
           05 WT-FLOOR PIC 9(5)V99.            *>BRACKET FLOOR - ON AN 'A' LINE, WAGES EXEMPT PER ALLOWANCE
           05 WT-BASE PIC 9(5)V99.             *>TAX OWED ON EVERYTHING BELOW THE FLOOR
           05 WT-RATE PIC V999.                *>RATE ON THE EXCESS OVER THE FLOOR

       *>Employees withheld at the single rate because no usable W-4
       *>election was on file -- the exceptions page behind the stubs
       FD W4-EXCEPTION-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS W4-EXCEPTION-LINE.
       01 W4-EXCEPTION-LINE PIC X(64).

       *>Check transactions worked ahead of the weekly lines: a void
       *>of one prior check, or a manual or final check paid off
       *>cycle. A paid line carries the same 19 bytes as a weekly
       *>line; a void names the check by employee, date and sequence.
       *>EmpMaint queues a final check here when it terminates
       *>someone. The file is rolled to a dated name when the run
       *>finishes, so no transaction is ever worked twice.
       FD CHECK-TRAN-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CHECK-TRAN-IN.
       01 CHECK-TRAN-IN.
           05 CT-ACTION PIC X(1).              *>'V' VOID, 'M' MANUAL CHECK, 'F' FINAL CHECK
           05 CT-PAY-LINE.                     *>LAID OUT EXACTLY AS A WEEKLY INPUT LINE
               10 CT-EMP-ID PIC 9(5).          *>EMPLOYEE THE CHECK PAYS (OR PAID)
               10 FILLER PIC X(14).            *>HOURS, PAY-TYPE AND AMOUNT ON A PAID LINE
           05 CT-CHECK-DATE PIC 9(8).          *>ON A VOID, THE DATE OF THE CHECK VOIDED
           05 CT-CHECK-SEQ PIC 9(2).           *>ON A VOID, THAT DAY'S CHECK SEQUENCE
           05 CT-REASON PIC X(20).             *>WHY, AS KEYED - PRINTED WITH A VOID

       *>Every check the run pays, keyed by employee, check date and
       *>that day's sequence for the employee -- what a void reverses
       FD CHECK-REGISTER
           RECORD CONTAINS 197 CHARACTERS
           DATA RECORD IS CHECK-REG-RECORD.
       01 CHECK-REG-RECORD.
           05 CHK-KEY.                         *>CHK-KEY IS THE RECORD KEY
               10 CHK-EMP-ID PIC 9(5).         *>EMPLOYEE THE CHECK PAID
               10 CHK-DATE PIC 9(8).           *>DATE (YYYYMMDD) THE CHECK WAS CUT
               10 CHK-SEQ PIC 9(2).            *>1 FOR THE DAY'S FIRST CHECK TO THE EMPLOYEE
           05 CHK-KIND PIC X(1).               *>'W' WEEKLY, 'M' MANUAL, 'F' FINAL
           05 CHK-STATUS PIC X(1).             *>'I' ISSUED, 'V' VOIDED
           05 CHK-GROSS PIC S9(5)V99.          *>GROSS PAY ON THE CHECK
           05 CHK-HOURS PIC 9(3)V99.           *>HOURS THE CHECK PAID
           05 CHK-FED PIC 9(5)V99.             *>FEDERAL TAX WITHHELD
           05 CHK-STATE PIC 9(5)V99.           *>STATE TAX WITHHELD
           05 CHK-BENEFIT PIC 9(5)V99.         *>EVERY DEDUCTION TAKEN, ALL CODES TOGETHER
           05 CHK-NET PIC S9(5)V99.            *>NET PAY
           05 CHK-DD-FLAG PIC X(1).            *>'Y' WHEN PAID BY DIRECT DEPOSIT
           05 CHK-ROUTING PIC 9(9).            *>BANK ROUTING THE DEPOSIT WENT TO
           05 CHK-ACCOUNT PIC X(12).           *>BANK ACCOUNT THE DEPOSIT WENT TO
           05 CHK-VOID-DATE PIC 9(8).          *>DATE (YYYYMMDD) VOIDED, ZERO WHILE ISSUED
           05 CHK-DED-DETAIL.                  *>EACH DEDUCTION THE CHECK TOOK, SO A VOID BACKS IT OUT EXACTLY
               10 CHK-DED-ENTRY OCCURS 10 TIMES.
                   15 CHK-DED-CODE PIC X(4).   *>DEDUCTION CODE, BLANK IN AN UNUSED SLOT
                   15 CHK-DED-AMT PIC 9(5)V99. *>AMOUNT THE CODE TOOK FROM THE CHECK

       *>The deductions each employee has elected or been ordered to
       *>pay, keyed by employee and deduction code -- DedMaint keeps
       *>it; payroll only reads it
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

       *>The deduction codes -- the class each belongs to, the
       *>liability account it posts to, and its stub label
       FD DED-CODE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS DED-CODE-LINE.
       01 DED-CODE-LINE.
           05 DC-CODE      PIC X(4).           *>DEDUCTION CODE
           05 DC-CLASS     PIC X(1).           *>'P' PRE-TAX, 'A' AFTER-TAX, 'G' GARNISHMENT
           05 DC-GL-ACCOUNT PIC 9(4).          *>LIABILITY ACCOUNT THE DEDUCTION POSTS TO
           05 DC-DESC      PIC X(14).          *>LABEL PRINTED ON THE PAY STUB

       *>Every garnishment this run withheld (a void's backed out
       *>negative) -- the detail behind the remittance report
       FD GARN-DETAIL-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS GARN-DETAIL-LINE.
       01 GARN-DETAIL-LINE.
           05 GD-DATE PIC 9(8).                *>CHECK DATE (YYYYMMDD) IT WAS WITHHELD ON
           05 GD-PAYEE PIC X(20).              *>WHO IT IS REMITTED TO
           05 GD-CASE-NO PIC X(12).            *>CASE NUMBER OF THE ORDER
           05 GD-EMP-ID PIC 9(5).              *>EMPLOYEE IT WAS WITHHELD FROM
           05 GD-CODE PIC X(4).                *>DEDUCTION CODE OF THE ORDER
           05 GD-AMOUNT PIC S9(5)V99 SIGN IS LEADING *>SIGNED - A VOID CARRIES IT NEGATIVE
                         SEPARATE CHARACTER.

       FD GARN-REMIT-FILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS GARN-REMIT-LINE.
       01 GARN-REMIT-LINE PIC X(72).


       WORKING-STORAGE SECTION.
       *>Declaration of subscripts used in Procedure division
       *>General-ledger posting totals -- the shared chart of
       *>accounts puts gross pay at DR 5100 (PAYROLL EXPENSE),
       *>withholding at CR 2200/2300 (FED/STATE W-H PAYABLE),
       *>each deduction at CR to its own code's liability account
       *>(anything no code carries at CR 2400, BENEFITS PAYABLE),
       *>and the net at CR 1000 (CASH); the
       *>legs balance because net is gross less the deductions. A
       *>clawback-heavy run can drive a leg negative, which posts
       *>with its direction flipped.
           05 GL-STATE-TOTAL PIC S9(8)V99 VALUE ZERO.
           05 GL-BEN-TOTAL PIC S9(8)V99 VALUE ZERO.
           05 GL-NET-TOTAL PIC S9(8)V99 VALUE ZERO.
       *>Voids post as their own journal lines -- each total is what
       *>the voided checks had posted, and goes out negative so the
       *>legs flip and back the original entries out
       01  GL-VOID-TOTALS.
           05 GL-VOID-GROSS PIC S9(8)V99 VALUE ZERO.
           05 GL-VOID-FED PIC S9(8)V99 VALUE ZERO.
           05 GL-VOID-STATE PIC S9(8)V99 VALUE ZERO.
           05 GL-VOID-BEN PIC S9(8)V99 VALUE ZERO.
           05 GL-VOID-NET PIC S9(8)V99 VALUE ZERO.
       *>Deductions post to each code's own liability account, paid
       *>and voided kept apart the same way -- one row per code the
       *>run has touched
       01  GL-DED-TOTALS.
           05 GL-DED-COUNT PIC 99 VALUE ZERO.
           05 GL-DED-ENTRY OCCURS 20 TIMES.
               10 GDT-CODE PIC X(4).
               10 GDT-PAY PIC S9(8)V99.
               10 GDT-VOID PIC S9(8)V99.
       01  GL-DED-SUB PIC 99 VALUE ZERO.
       01  GL-BEN-LEFT PIC S9(8)V99 VALUE ZERO.
       01  GL-LEG-WORK.
           05 GL-LEG-ACCOUNT PIC 9(4) VALUE ZERO.
           05 GL-LEG-DC PIC X(1) VALUE SPACE.
       01  EMAST-STATUS     PIC XX.
       01  EMAST-FOUND-SWITCH PIC X(3) VALUE 'NO '.

       *>Check transaction and check register state -- what kind of
       *>check the line being paid is, and the check ID it is given
       01  CTRAN-STATUS     PIC XX.
       01  CTRAN-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  CTRAN-PRESENT-SWITCH PIC X(3) VALUE 'NO '.
       01  CHKREG-STATUS    PIC XX.
       01  CHECK-FOUND-SWITCH PIC X(3) VALUE 'NO '.
       01  CHECK-KIND-WORK  PIC X(1) VALUE 'W'.
       01  VOID-COUNT       PIC 9(5) VALUE ZEROS.
       01  CHECK-ID-DISPLAY.
           05 CID-EMP-ID    PIC 9(5).
           05 FILLER        PIC X(1) VALUE '-'.
           05 CID-DATE      PIC 9(8).
           05 FILLER        PIC X(1) VALUE '-'.
           05 CID-SEQ       PIC 9(2).

       *>Today's date, the dated names the outputs roll to at end of
       *>run, and the usual names they are written under meanwhile
       01  RUN-DATE         PIC 9(8).
           05 OVERFLOW-FILE-NAME PIC X(30).
           05 BADEMP-FILE-NAME PIC X(30).
           05 DDX-FILE-NAME PIC X(30).
           05 W4EXC-FILE-NAME PIC X(30).
           05 CHKTRAN-FILE-NAME PIC X(30).
           05 GARNDET-FILE-NAME PIC X(30).
           05 GARNREM-FILE-NAME PIC X(30).
       01  FIXED-FILE-NAMES.
           05 OUTPUT-FIXED-NAME PIC X(30) VALUE 'output.txt'.
           05 OVERFLOW-FIXED-NAME PIC X(30) VALUE 'overflow.txt'.
           05 BADEMP-FIXED-NAME PIC X(30) VALUE 'bademp.txt'.
           05 DDX-FIXED-NAME PIC X(30) VALUE 'ddextract.txt'.
           05 W4EXC-FIXED-NAME PIC X(30) VALUE 'w4exc.txt'.
           05 CHKTRAN-FIXED-NAME PIC X(30) VALUE 'chktran.txt'.
           05 GARNDET-FIXED-NAME PIC X(30) VALUE 'garndet.txt'.
           05 GARNREM-FIXED-NAME PIC X(30) VALUE 'garnrem.txt'.

       *>Run-log control totals
       01  TOTAL-INPUT-COUNT PIC 9(5) VALUE ZEROS.
       01  OUTPUT-HEADING.
           05  FILLER      PIC X(17)   VALUE 'PAYROLL PAY STUBS'.

       *>Withholding bracket tables loaded from WTH-TABLE-FILE for
       *>the check date -- sets 1-3 are federal single/married/head
       *>of household, sets 4-6 the same for the state. Each bracket
       *>is the floor the bracket starts at, the tax owed on
       *>everything below the floor, and the rate applied to the
       *>excess over the floor; the bases chain, so each bracket's
       *>base is the full tax on a gross equal to its floor under the
       *>brackets below it. WTS-ALLOW-AMT is the weekly wage each
       *>allowance claimed exempts from the set's brackets.
       01  WTAB-STATUS      PIC XX.
       01  WTAB-EOF-SWITCH  PIC X(3) VALUE 'NO '.
       01  WTAB-BAD-SWITCH  PIC X(3) VALUE 'NO '.
       01  WTH-TABLE.
           05 WTH-SET OCCURS 6 TIMES.
               10 WTS-EFF-DATE  PIC 9(8).
               10 WTS-ALLOW-AMT PIC 9(5)V99.
               10 WTS-BRACKET-COUNT PIC 99.
               10 WTS-BRACKET OCCURS 10 TIMES.
                   15 WTS-FLOOR PIC 9(5)V99.
                   15 WTS-BASE  PIC 9(5)V99.
                   15 WTS-RATE  PIC V999.
       01  WTH-SET-CONTROLS.
           05 WTH-SET-SUB   PIC 9 VALUE ZERO.
           05 WTH-CHECK-SUB PIC 9 VALUE ZERO.
           05 WTH-BRACKET-SUB PIC 99 VALUE ZERO.

       *>One line per withholding table in effect, printed atop the
       *>stubs with the parameters
       01  WTH-PRINT-LINE.
           05 FILLER PIC X(10) VALUE 'W/H TABLE '.
           05 WPR-JURIS PIC X(8).
           05 WPR-STATUS PIC X(18).
           05 FILLER PIC X(10) VALUE 'EFFECTIVE '.
           05 WPR-EFF-DATE PIC 9(8).

       *>The W-4 election this check is withheld under -- an employee
       *>with no election on file, or whose filing status has no
       *>table in effect, is withheld at the single rate and listed
       *>on the exceptions page
       01  W4-WORK.
           05 W4-STATUS-SUB PIC 9 VALUE 1.
           05 W4-STATUS-USED PIC X(1) VALUE 'S'.
           05 W4-STATUS-NAME PIC X(18) VALUE SPACES.
           05 W4-ALLOWANCES-USED PIC 9(2) VALUE ZERO.
           05 W4-DEP-CREDIT-USED PIC 9(5) VALUE ZERO.
           05 W4-EXTRA-WH-USED PIC 9(3)V99 VALUE ZERO.
           05 W4-EXCEPTION-REASON PIC X(27) VALUE SPACES.
       01  PAY-PERIODS-PER-YEAR PIC 99 VALUE 52.

       *>Exceptions page lines
       01  W4-EXC-TITLE-LINE.
           05 FILLER PIC X(38) VALUE
               'W-4 WITHHOLDING EXCEPTIONS - RUN DATE '.
           05 W4T-DATE PIC 9(8).
       01  W4-EXC-HEADING.
           05 FILLER PIC X(36) VALUE
               'EMPID  FIRST NAME LAST NAME       W4'.
           05 FILLER PIC X(28) VALUE
               '  WITHHELD AT SINGLE BECAUSE'.
       01  W4-EXC-DETAIL.
           05 W4X-EMP-ID     PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 W4X-FNAME      PIC X(10).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 W4X-LNAME      PIC X(15).
           05 FILLER         PIC X(1) VALUE SPACES.
           05 W4X-STATUS     PIC X(1).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 W4X-REASON     PIC X(27).

       *>The deduction codes loaded from DED-CODE-FILE -- each code's
       *>class ('P' pre-tax, 'A' after-tax, 'G' garnishment), the
       *>liability account it posts to, and its stub label
       01  DCODE-STATUS     PIC XX.
       01  DCODE-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  DED-CODE-TABLE.
           05 DED-CODE-COUNT PIC 99 VALUE ZERO.
           05 DED-CODE-ENTRY OCCURS 20 TIMES.
               10 DCT-CODE PIC X(4).
               10 DCT-CLASS PIC X(1).
               10 DCT-GL-ACCOUNT PIC 9(4).
               10 DCT-DESC PIC X(14).
       01  DED-CODE-SUB     PIC 99 VALUE ZERO.
       01  DED-SCAN-SUB     PIC 99 VALUE ZERO.
       01  DED-CODE-WORK    PIC X(4) VALUE SPACES.

       *>The deductions in effect for the employee being paid, as
       *>loaded from the deduction master for the check date, with
       *>what each has already taken this year and what it takes
       *>from this check
       01  DMAST-STATUS     PIC XX.
       01  DMAST-EOF-SWITCH PIC X(3) VALUE 'NO '.
       01  DMAST-PRESENT-SWITCH PIC X(3) VALUE 'NO '.
       01  DED-WORK.
           05 DED-COUNT PIC 99 VALUE ZERO.
           05 DED-ENTRY OCCURS 10 TIMES.
               10 DW-CODE PIC X(4).
               10 DW-CLASS PIC X(1).
               10 DW-DESC PIC X(14).
               10 DW-METHOD PIC X(1).
               10 DW-AMOUNT PIC 9(5)V99.
               10 DW-PERCENT PIC 9(2)V99.
               10 DW-CHECK-LIMIT PIC 9(5)V99.
               10 DW-ANNUAL-LIMIT PIC 9(7)V99.
               10 DW-YTD-TAKEN PIC S9(7)V99.
               10 DW-PAYEE PIC X(20).
               10 DW-CASE-NO PIC X(12).
               10 DW-TAKEN PIC 9(5)V99.

       *>Garnishments together never take more than GARNISH-PCT of
       *>disposable earnings (gross less the taxes withheld) --
       *>tunable through the shared control file
       01  GARNISH-PCT      PIC 99V99 VALUE 25.00.

       *>Working fields for taking one class of deductions: the
       *>wages a percent applies to, how much of the check the class
       *>may still take, and what the class has taken
       01  DED-CALC-WORK.
           05 DED-SUB PIC 99 VALUE ZERO.
           05 YTD-DED-SUB PIC 99 VALUE ZERO.
           05 DED-CLASS-WORK PIC X(1) VALUE SPACE.
           05 DED-BASE-WORK PIC S9(5)V99 VALUE ZERO.
           05 DED-ROOM-WORK PIC S9(5)V99 VALUE ZERO.
           05 DED-AMOUNT-WORK PIC S9(7)V99 VALUE ZERO.
           05 DED-LEFT-WORK PIC S9(7)V99 VALUE ZERO.
           05 DED-CLASS-TOTAL PIC 9(5)V99 VALUE ZERO.
           05 PRETAX-TOTAL PIC 9(5)V99 VALUE ZERO.
           05 TAX-GROSS-WORK PIC S9(5)V99 VALUE ZERO.
           05 DISPOSABLE-WORK PIC S9(5)V99 VALUE ZERO.
           05 GARNISH-ROOM PIC S9(5)V99 VALUE ZERO.
           05 GARNISH-TOTAL PIC 9(5)V99 VALUE ZERO.

       *>Garnishment remittance state -- one row per payee, case and
       *>employee, sorted by payee and case before it prints
       01  GDET-STATUS      PIC XX.
       01  GDET-EOF-SWITCH  PIC X(3) VALUE 'NO '.
       01  REMIT-TABLE.
           05 REMIT-COUNT PIC 9(3) VALUE ZERO.
           05 REMIT-ENTRY OCCURS 500 TIMES.
               10 RT-PAYEE PIC X(20).
               10 RT-CASE-NO PIC X(12).
               10 RT-EMP-ID PIC 9(5).
               10 RT-AMOUNT PIC S9(7)V99.
       01  REMIT-SORT-HOLD  PIC X(46).
       01  REMIT-CONTROLS.
           05 REMIT-SUB PIC 9(3) VALUE ZERO.
           05 REMIT-SORT-SUB PIC 9(3) VALUE ZERO.
           05 REMIT-SORT-LIMIT PIC 9(3) VALUE ZERO.
           05 REMIT-FOUND-SWITCH PIC X(3) VALUE 'NO '.
           05 REMIT-DROPPED-COUNT PIC 9(5) VALUE ZERO.
           05 REMIT-PAYEE-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 REMIT-GRAND-TOTAL PIC S9(7)V99 VALUE ZERO.
           05 REMIT-LAST-PAYEE PIC X(20) VALUE SPACES.

       *>Remittance report lines
       01  GARN-REMIT-TITLE.
           05 FILLER PIC X(40) VALUE
               'GARNISHMENT REMITTANCE BY PAYEE - RUN   '.
           05 GRT-DATE PIC 9(8).
       01  GARN-REMIT-HEADING.
           05 FILLER PIC X(36) VALUE
               'PAYEE                CASE NUMBER  EM'.
           05 FILLER PIC X(22) VALUE
               'PID           WITHHELD'.
       01  GARN-REMIT-DETAIL.
           05 GRD-PAYEE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GRD-CASE-NO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GRD-EMP-ID PIC 9(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 GRD-AMOUNT PIC -Z,ZZZ,ZZ9.99.
       01  GARN-REMIT-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 GRP-LABEL PIC X(16).
           05 GRP-PAYEE PIC X(24).
           05 GRP-AMOUNT PIC -Z,ZZZ,ZZ9.99.
       01  GARN-REMIT-DROPPED-LINE.
           05 FILLER PIC X(38) VALUE
               'LINES NOT LISTED (SEE GARNDET) COUNT '.
           05 GRX-COUNT PIC ZZZZ9.

       *>Per-check deduction work fields
       01  DEDUCTION-WORK.
           05 GROSS-WORK    PIC S9(5)V99 VALUE ZERO.
           05 FED-TAX       PIC 9(5)V99 VALUE ZERO.
           05 STATE-TAX     PIC 9(5)V99 VALUE ZERO.
           05 BENEFIT-TAKEN PIC 9(5)V99 VALUE ZERO.
           05 NET-PAY       PIC S9(5)V99 VALUE ZERO.
           05 TAX-SUB       PIC 99 VALUE 1.
           05 BRACKET-SUB   PIC 99 VALUE 1.
           05 TAXABLE-WORK  PIC S9(5)V99 VALUE ZERO.
           05 BRACKET-TAX-WORK PIC S9(5)V99 VALUE ZERO.
           05 FED-TAX-WORK  PIC S9(5)V99 VALUE ZERO.
           05 DEP-CREDIT-CHECK PIC 9(5)V99 VALUE ZERO.

       *>Pay-stub print lines
       01  STUB-RULE-LINE.
           05 FILLER PIC X(8) VALUE ' HRS    '.
           05 STUB-OT-AMOUNT PIC -ZZ,ZZ9.99.

       01  STUB-W4-LINE.
           05 FILLER PIC X(14) VALUE 'FILING STATUS '.
           05 STUB-W4-STATUS PIC X(18).
           05 FILLER PIC X(7) VALUE ' ALLOW '.
           05 STUB-W4-ALLOW PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STUB-W4-NOTE PIC X(17).

       01  STUB-KIND-LINE.
           05 STUB-KIND-TEXT PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STUB-KIND-REASON PIC X(20).

       01  STUB-CHECK-LINE.
           05 STUB-CHECK-LABEL PIC X(14).
           05 STUB-CHECK-ID PIC X(17).

       01  STUB-YTD-LINE.
           05 FILLER PIC X(10) VALUE 'YTD GROSS '.
           05 STUB-YTD-GROSS PIC -Z,ZZZ,ZZ9.99.
           PERFORM READ-RESTART-FILE.
           PERFORM LOAD-CONTROL-PARMS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           PERFORM LOAD-WTH-TABLE.
           PERFORM LOAD-DED-CODES.
           PERFORM BUILD-OUTPUT-NAMES.
           OPEN INPUT EMPLOYEE-FILE.
           IF RESTART-COUNT > 0
               *>COVERS THE WHOLE FILE
               PERFORM SEED-DD-TOTALS
               OPEN EXTEND DD-EXTRACT-FILE
               OPEN EXTEND W4-EXCEPTION-FILE
               OPEN EXTEND GARN-DETAIL-FILE
           ELSE
               OPEN OUTPUT PRINT-FILE
               OPEN OUTPUT OVERFLOW-FILE
               OPEN OUTPUT BAD-EMPLOYEE-FILE
               OPEN OUTPUT DD-EXTRACT-FILE
               OPEN OUTPUT W4-EXCEPTION-FILE
               OPEN OUTPUT GARN-DETAIL-FILE
           END-IF.
           PERFORM OPEN-YTD-FILE.
           PERFORM OPEN-EMPLOYEE-MASTER.
           PERFORM OPEN-CHECK-REGISTER.
           PERFORM OPEN-DEDUCTION-MASTER.

           *>THE WITHHOLDING DETAIL ACCUMULATES ACROSS THE YEAR FOR
           *>THE QUARTERLY TAX REPORT
           OPEN EXTEND WTH-DET-FILE.

           *>CHECK TRANSACTIONS ARE OPTIONAL -- MOST NIGHTS HAVE NONE
           OPEN INPUT CHECK-TRAN-FILE.
           IF CTRAN-STATUS = '00'
               MOVE 'YES' TO CTRAN-PRESENT-SWITCH
           ELSE
               MOVE 'YES' TO CTRAN-EOF-SWITCH
           END-IF.

           IF RESTART-COUNT > 0
               PERFORM SKIP-PROCESSED-EMPLOYEES
           ELSE
               PERFORM WRITE-HEADING
           END-IF.

           *>Voids and off-cycle checks go first, so a void keyed the
           *>same night as a reissue backs the old check out before
           *>the new one is paid
           PERFORM UNTIL CTRAN-EOF-SWITCH = 'YES'
               READ CHECK-TRAN-FILE
                   AT END
                       MOVE 'YES' TO CTRAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT
                       PERFORM PROCESS-CHECK-TRAN
                       ADD 1 TO ABSOLUTE-RECORD-COUNT
                       COMPUTE CHECKPOINT-DUE =
                           FUNCTION MOD (ABSOLUTE-RECORD-COUNT,
                               CHECKPOINT-INTERVAL)
                       IF CHECKPOINT-DUE = 0
                           PERFORM WRITE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM UNTIL END-OF-FILE = 'YES'
               *>Read through the file and pay each employee as their
               *>record comes in, so a crash mid-run leaves every
                       MOVE 'YES' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO TOTAL-INPUT-COUNT
                       MOVE 'W' TO CHECK-KIND-WORK
                       PERFORM VALIDATE-EMPLOYEE
                       IF BAD-EMP-SWITCH = 'YES'
                           PERFORM WRITE-BAD-EMPLOYEE
               YTD-PAYROLL
               WTH-DET-FILE
               DD-EXTRACT-FILE
               W4-EXCEPTION-FILE
               EMPLOYEE-MASTER
               CHECK-REGISTER
               GARN-DETAIL-FILE.
           IF CTRAN-PRESENT-SWITCH = 'YES'
               CLOSE CHECK-TRAN-FILE
           END-IF.
           IF DMAST-PRESENT-SWITCH = 'YES'
               CLOSE DEDUCTION-MASTER
           END-IF.
           PERFORM WRITE-GARNISH-REMITTANCE.
           PERFORM ROLL-OUTPUT-GENERATIONS.
           STOP RUN.

               USING BADEMP-FIXED-NAME BADEMP-FILE-NAME.
           CALL 'CBL_RENAME_FILE'
               USING DDX-FIXED-NAME DDX-FILE-NAME.
           CALL 'CBL_RENAME_FILE'
               USING W4EXC-FIXED-NAME W4EXC-FILE-NAME.
           CALL 'CBL_RENAME_FILE'
               USING GARNDET-FIXED-NAME GARNDET-FILE-NAME.
           CALL 'CBL_RENAME_FILE'
               USING GARNREM-FIXED-NAME GARNREM-FILE-NAME.
           *>THE CHECK TRANSACTIONS ARE DONE WITH -- ROLLING THEM
           *>AWAY IS WHAT KEEPS TOMORROW'S RUN FROM WORKING THEM AGAIN
           IF CTRAN-PRESENT-SWITCH = 'YES'
               CALL 'CBL_RENAME_FILE'
                   USING CHKTRAN-FIXED-NAME CHKTRAN-FILE-NAME
           END-IF.
           *>The rename calls set the code - a finished run ends clean
           MOVE ZERO TO RETURN-CODE.
           PERFORM REGISTER-OUTPUT-FILES.
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO DDX-FILE-NAME.
           MOVE SPACES TO W4EXC-FILE-NAME.
           STRING 'w4exc-' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO W4EXC-FILE-NAME.
           MOVE SPACES TO CHKTRAN-FILE-NAME.
           STRING 'chktran-' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO CHKTRAN-FILE-NAME.
           MOVE SPACES TO GARNDET-FILE-NAME.
           STRING 'garndet-' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO GARNDET-FILE-NAME.
           MOVE SPACES TO GARNREM-FILE-NAME.
           STRING 'garnrem-' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO GARNREM-FILE-NAME.

       *>Record this run's generations on the register the
       *>archive/purge step trims
           MOVE RUN-DATE TO GREG-DATE.
           MOVE DDX-FILE-NAME TO GREG-FILE-NAME.
           WRITE GEN-REG-LINE.
           MOVE SPACES TO GEN-REG-LINE.                              *>CLEAR THE FILLER BYTES SO THE REGISTER LINE IS CLEAN TEXT
           MOVE RUN-DATE TO GREG-DATE.
           MOVE W4EXC-FILE-NAME TO GREG-FILE-NAME.
           WRITE GEN-REG-LINE.
           MOVE SPACES TO GEN-REG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE REGISTER LINE IS CLEAN TEXT
           MOVE RUN-DATE TO GREG-DATE.
           MOVE GARNDET-FILE-NAME TO GREG-FILE-NAME.
           WRITE GEN-REG-LINE.
           MOVE SPACES TO GEN-REG-LINE.                                   *>CLEAR THE FILLER BYTES SO THE REGISTER LINE IS CLEAN TEXT
           MOVE RUN-DATE TO GREG-DATE.
           MOVE GARNREM-FILE-NAME TO GREG-FILE-NAME.
           WRITE GEN-REG-LINE.
           IF CTRAN-PRESENT-SWITCH = 'YES'
               MOVE SPACES TO GEN-REG-LINE                           *>CLEAR THE FILLER BYTES SO THE REGISTER LINE IS CLEAN TEXT
               MOVE RUN-DATE TO GREG-DATE
               MOVE CHKTRAN-FILE-NAME TO GREG-FILE-NAME
               WRITE GEN-REG-LINE
           END-IF.
           CLOSE GEN-REG-FILE.

       *>Open the employee master read-only -- EmpMaint maintains it.
                   MOVE 'YES' TO EMAST-FOUND-SWITCH
           END-READ.

       *>Open the deduction master read-only -- DedMaint maintains it.
       *>Until the first deduction is keyed there is no file, and the
       *>run pays with nothing deducted rather than stopping
       OPEN-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER.
           IF DMAST-STATUS = '00'
               MOVE 'YES' TO DMAST-PRESENT-SWITCH
           ELSE IF DMAST-STATUS = '35'
               DISPLAY 'PROGRAM3 WARNING - DEDUCTION MASTER '
                   'DEDMAST.DAT NOT FOUND - NO DEDUCTIONS TAKEN'
           ELSE
               DISPLAY 'PROGRAM3 ABORTED - DEDUCTION MASTER '
                   'DEDMAST.DAT COULD NOT BE OPENED, STATUS '
                   DMAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *>Gather the employee's deductions in effect on the check
       *>date, each with what its code has already taken this year
       LOAD-EMPLOYEE-DEDUCTIONS.
           INITIALIZE DED-WORK.
           IF DMAST-PRESENT-SWITCH = 'YES'
               MOVE 'NO ' TO DMAST-EOF-SWITCH
               MOVE EMP-ID TO DM-EMP-ID
               MOVE LOW-VALUES TO DM-CODE
               START DEDUCTION-MASTER KEY IS NOT < DM-KEY
                   INVALID KEY
                       MOVE 'YES' TO DMAST-EOF-SWITCH
               END-START
               PERFORM UNTIL DMAST-EOF-SWITCH = 'YES'
                   READ DEDUCTION-MASTER NEXT RECORD
                       AT END
                           MOVE 'YES' TO DMAST-EOF-SWITCH
                       NOT AT END
                           IF DM-EMP-ID NOT = EMP-ID
                               MOVE 'YES' TO DMAST-EOF-SWITCH
                           ELSE
                               PERFORM LOAD-ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF DED-COUNT > 0
               MOVE EMP-ID TO YTD-EMP-ID
               READ YTD-PAYROLL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING DED-SUB FROM 1 BY 1
                               UNTIL DED-SUB > DED-COUNT
                           MOVE DW-CODE (DED-SUB) TO DED-CODE-WORK
                           PERFORM FIND-YTD-DED-SLOT
                           IF YTD-DED-SUB > 0
                               IF YTD-DED-CODE (YTD-DED-SUB)
                                       = DED-CODE-WORK
                                   MOVE YTD-DED-AMT (YTD-DED-SUB)
                                       TO DW-YTD-TAKEN (DED-SUB)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.

       *>Keep one deduction master record if it is in effect on the
       *>check date and its code is on file
       LOAD-ONE-DEDUCTION.
           IF DM-START-DATE NOT > RUN-DATE
           AND (DM-STOP-DATE = ZERO OR DM-STOP-DATE NOT < RUN-DATE)
               MOVE DM-CODE TO DED-CODE-WORK
               PERFORM FIND-DED-CODE
               IF DED-CODE-SUB = 0
                   DISPLAY 'PROGRAM3 WARNING - DEDUCTION CODE '
                       DM-CODE ' FOR EMPLOYEE ' DM-EMP-ID
                       ' NOT ON DEDCODES.TXT - NOT TAKEN'
               ELSE IF DED-COUNT >= 10
                   DISPLAY 'PROGRAM3 WARNING - MORE THAN 10 '
                       'DEDUCTIONS FOR EMPLOYEE ' DM-EMP-ID
                       ' - ' DM-CODE ' NOT TAKEN'
               ELSE
                   ADD 1 TO DED-COUNT
                   MOVE DM-CODE TO DW-CODE (DED-COUNT)
                   MOVE DCT-CLASS (DED-CODE-SUB) TO DW-CLASS (DED-COUNT)
                   MOVE DCT-DESC (DED-CODE-SUB) TO DW-DESC (DED-COUNT)
                   MOVE DM-METHOD TO DW-METHOD (DED-COUNT)
                   MOVE DM-AMOUNT TO DW-AMOUNT (DED-COUNT)
                   MOVE DM-PERCENT TO DW-PERCENT (DED-COUNT)
                   MOVE DM-CHECK-LIMIT TO DW-CHECK-LIMIT (DED-COUNT)
                   MOVE DM-ANNUAL-LIMIT TO DW-ANNUAL-LIMIT (DED-COUNT)
                   MOVE DM-PAYEE TO DW-PAYEE (DED-COUNT)
                   MOVE DM-CASE-NO TO DW-CASE-NO (DED-COUNT)
               END-IF
           END-IF.

       *>Find DED-CODE-WORK in the code table, leaving its row in
       *>DED-CODE-SUB (zero when it is not on file)
       FIND-DED-CODE.
           MOVE ZERO TO DED-CODE-SUB.
           PERFORM VARYING DED-SCAN-SUB FROM 1 BY 1
                   UNTIL DED-SCAN-SUB > DED-CODE-COUNT
                      OR DED-CODE-SUB > 0
               IF DCT-CODE (DED-SCAN-SUB) = DED-CODE-WORK
                   MOVE DED-SCAN-SUB TO DED-CODE-SUB
               END-IF
           END-PERFORM.

       *>Find DED-CODE-WORK's slot in the YTD record -- its own slot
       *>when it has one, otherwise the first free slot, otherwise
       *>zero
       FIND-YTD-DED-SLOT.
           MOVE ZERO TO YTD-DED-SUB.
           PERFORM VARYING DED-SCAN-SUB FROM 1 BY 1
                   UNTIL DED-SCAN-SUB > 10
                      OR YTD-DED-SUB > 0
               IF YTD-DED-CODE (DED-SCAN-SUB) = DED-CODE-WORK
                   MOVE DED-SCAN-SUB TO YTD-DED-SUB
               END-IF
           END-PERFORM.
           IF YTD-DED-SUB = 0
               PERFORM VARYING DED-SCAN-SUB FROM 1 BY 1
                       UNTIL DED-SCAN-SUB > 10
                          OR YTD-DED-SUB > 0
                   IF YTD-DED-CODE (DED-SCAN-SUB) = SPACES
                       MOVE DED-SCAN-SUB TO YTD-DED-SUB
                   END-IF
               END-PERFORM
           END-IF.

       *>Find DED-CODE-WORK's row in the run's GL deduction totals,
       *>starting a row the first time the run meets the code
       FIND-GL-DED-SLOT.
           MOVE ZERO TO GL-DED-SUB.
           PERFORM VARYING DED-SCAN-SUB FROM 1 BY 1
                   UNTIL DED-SCAN-SUB > GL-DED-COUNT
                      OR GL-DED-SUB > 0
               IF GDT-CODE (DED-SCAN-SUB) = DED-CODE-WORK
                   MOVE DED-SCAN-SUB TO GL-DED-SUB
               END-IF
           END-PERFORM.
           IF GL-DED-SUB = 0
               ADD 1 TO GL-DED-COUNT
               MOVE GL-DED-COUNT TO GL-DED-SUB
               MOVE DED-CODE-WORK TO GDT-CODE (GL-DED-SUB)
               MOVE ZERO TO GDT-PAY (GL-DED-SUB)
               MOVE ZERO TO GDT-VOID (GL-DED-SUB)
           END-IF.

       *>Open the check register, creating it on the very first run.
       *>A void has nothing to reverse without it, so a register that
       *>still cannot be opened stops the run before anyone is paid
       OPEN-CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER.
           IF CHKREG-STATUS = '35'
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF.
           IF CHKREG-STATUS NOT = '00'
               DISPLAY 'PROGRAM3 ABORTED - CHECK REGISTER '
                   'CHECKREG.DAT COULD NOT BE OPENED, STATUS '
                   CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *>Work one check transaction. The line's pay fields are laid
       *>into the weekly input record so a manual or final check runs
       *>through exactly the edits, deductions and stub a weekly line
       *>does; a void backs one prior check out.
       PROCESS-CHECK-TRAN.
           MOVE CT-PAY-LINE TO EMPLOYEE-IN.
           MOVE 'NO ' TO EMAST-FOUND-SWITCH.
           EVALUATE CT-ACTION
               WHEN 'V'
                   PERFORM VOID-ONE-CHECK
               WHEN 'M'
               WHEN 'F'
                   MOVE CT-ACTION TO CHECK-KIND-WORK
                   PERFORM VALIDATE-EMPLOYEE
                   IF BAD-EMP-SWITCH = 'YES'
                       PERFORM WRITE-BAD-EMPLOYEE
                   ELSE
                       ADD 1 TO MAIN-SUB NUM-OF-EMP
                       PERFORM 100-BUILD-OUTPUT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID CHECK ACTION' TO BAD-EMP-REASON
                   PERFORM WRITE-BAD-EMPLOYEE
           END-EVALUATE.

       *>Void one prior check -- it must be on the register, still
       *>issued, and from this year, since a closed year's YTD totals
       *>are already archived and filed
       VOID-ONE-CHECK.
           MOVE 'NO ' TO CHECK-FOUND-SWITCH.
           IF CT-EMP-ID IS NOT NUMERIC
               MOVE 'EMP ID NOT NUMERIC' TO BAD-EMP-REASON
           ELSE IF CT-CHECK-DATE IS NOT NUMERIC
                OR CT-CHECK-SEQ IS NOT NUMERIC
               MOVE 'VOID - BAD CHECK ID' TO BAD-EMP-REASON
           ELSE
               PERFORM READ-EMPLOYEE-MASTER
               MOVE CT-EMP-ID TO CHK-EMP-ID
               MOVE CT-CHECK-DATE TO CHK-DATE
               MOVE CT-CHECK-SEQ TO CHK-SEQ
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE 'VOID - CHECK NOT ON FILE'
                           TO BAD-EMP-REASON
                   NOT INVALID KEY
                       MOVE 'YES' TO CHECK-FOUND-SWITCH
               END-READ
               IF CHECK-FOUND-SWITCH = 'YES'
                   MOVE 'NO ' TO CHECK-FOUND-SWITCH
                   MOVE CT-EMP-ID TO YTD-EMP-ID
                   IF CHK-STATUS = 'V'
                       MOVE 'VOID - CHECK ALREADY VOIDED'
                           TO BAD-EMP-REASON
                   ELSE IF CHK-DATE (1:4) NOT = RUN-DATE (1:4)
                       MOVE 'VOID - CHECK FROM PRIOR YEAR'
                           TO BAD-EMP-REASON
                   ELSE
                       READ YTD-PAYROLL
                           INVALID KEY
                               MOVE 'VOID - YTD ALREADY CLOSED'
                                   TO BAD-EMP-REASON
                           NOT INVALID KEY
                               IF YTD-HOURS < CHK-HOURS
                                   MOVE 'VOID - YTD ALREADY CLOSED'
                                       TO BAD-EMP-REASON
                               ELSE
                                   MOVE 'YES' TO CHECK-FOUND-SWITCH
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
           IF CHECK-FOUND-SWITCH = 'YES'
               PERFORM CHECK-VOID-DED-CODES
           END-IF.
           IF CHECK-FOUND-SWITCH = 'YES'
               PERFORM REVERSE-ONE-CHECK
           ELSE
               PERFORM WRITE-BAD-EMPLOYEE
           END-IF.

       *>Every deduction the check took must still have its code on
       *>file -- without the code's account the void cannot post
       CHECK-VOID-DED-CODES.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > 10
               IF CHK-DED-CODE (DED-SUB) NOT = SPACES
                   MOVE CHK-DED-CODE (DED-SUB) TO DED-CODE-WORK
                   PERFORM FIND-DED-CODE
                   IF DED-CODE-SUB = 0
                       MOVE 'NO ' TO CHECK-FOUND-SWITCH
                       MOVE 'VOID - DEDUCTION CODE GONE'
                           TO BAD-EMP-REASON
                   END-IF
               END-IF
           END-PERFORM.

       *>Back every figure the check posted out of the YTD record,
       *>the withholding detail, the GL and the bank, mark it voided
       *>on the register, and print the reversal on the stub register
       REVERSE-ONE-CHECK.
           SUBTRACT CHK-GROSS FROM YTD-GROSS-PAY.
           SUBTRACT CHK-HOURS FROM YTD-HOURS.
           SUBTRACT CHK-FED FROM YTD-FED-TAX.
           SUBTRACT CHK-STATE FROM YTD-STATE-TAX.
           SUBTRACT CHK-BENEFIT FROM YTD-BENEFIT.
           PERFORM REVERSE-CHECK-DEDUCTIONS.
           REWRITE YTD-RECORD.

           *>THE NEGATIVE DETAIL LANDS IN THE QUARTER OF THE VOID
           MOVE RUN-DATE TO WD-DATE.
           MOVE CHK-EMP-ID TO WD-EMP-ID.
           COMPUTE WD-FED = 0 - CHK-FED.
           COMPUTE WD-STATE = 0 - CHK-STATE.
           COMPUTE WD-BENEFIT = 0 - CHK-BENEFIT.
           WRITE WTH-DET-LINE.

           ADD CHK-GROSS TO GL-VOID-GROSS.
           ADD CHK-FED TO GL-VOID-FED.
           ADD CHK-STATE TO GL-VOID-STATE.
           ADD CHK-BENEFIT TO GL-VOID-BEN.
           ADD CHK-NET TO GL-VOID-NET.

           *>A DEPOSIT ALREADY SENT IS PULLED BACK FROM THE ACCOUNT
           *>IT WENT TO, WHATEVER THE MASTER SAYS TODAY
           IF CHK-DD-FLAG = 'Y'
               MOVE 'R' TO DDX-REC-TYPE
               MOVE CHK-EMP-ID TO DDX-EMP-ID
               MOVE CHK-ROUTING TO DDX-ROUTING
               MOVE CHK-ACCOUNT TO DDX-ACCOUNT
               COMPUTE DDX-NET = 0 - CHK-NET
               WRITE DD-EXTRACT-LINE
               ADD 1 TO DD-ITEM-COUNT
               ADD DDX-NET TO DD-TOTAL
               MOVE 'DEPOSIT REVERSED AT BANK' TO STUB-PAY-METHOD
           ELSE
               MOVE 'PAPER CHECK STOPPED  ' TO STUB-PAY-METHOD
           END-IF.

           MOVE 'V' TO CHK-STATUS.
           MOVE RUN-DATE TO CHK-VOID-DATE.
           REWRITE CHECK-REG-RECORD.
           ADD 1 TO VOID-COUNT.

           MOVE STUB-RULE-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE EM-FNAME TO FNAME.
           MOVE EM-LNAME TO LNAME.
           IF EMAST-FOUND-SWITCH = 'NO '
               MOVE SPACES TO FNAME
               MOVE SPACES TO LNAME
           END-IF.
           COMPUTE GROSS-PAY = 0 - CHK-GROSS.
           MOVE EMP-INFORMATION TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE 'VOID OF CHECK' TO STUB-KIND-TEXT.
           MOVE CT-REASON TO STUB-KIND-REASON.
           MOVE STUB-KIND-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           PERFORM WRITE-STUB-CHECK-ID.
           MOVE 'FEDERAL W/H   ' TO STUB-LABEL.
           COMPUTE STUB-AMOUNT = 0 - CHK-FED.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE 'STATE W/H     ' TO STUB-LABEL.
           COMPUTE STUB-AMOUNT = 0 - CHK-STATE.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > 10
               IF CHK-DED-CODE (DED-SUB) NOT = SPACES
                   MOVE CHK-DED-CODE (DED-SUB) TO DED-CODE-WORK
                   PERFORM FIND-DED-CODE
                   MOVE DCT-DESC (DED-CODE-SUB) TO STUB-LABEL
                   COMPUTE STUB-AMOUNT = 0 - CHK-DED-AMT (DED-SUB)
                   MOVE STUB-DED-LINE TO PRINT-WAGE
                   WRITE PRINT-WAGE
               END-IF
           END-PERFORM.
           IF DED-AMOUNT-WORK NOT = ZERO
               MOVE 'BENEFITS      ' TO STUB-LABEL
               COMPUTE STUB-AMOUNT = 0 - DED-AMOUNT-WORK
               MOVE STUB-DED-LINE TO PRINT-WAGE
               WRITE PRINT-WAGE
           END-IF.
           MOVE 'NET PAY       ' TO STUB-LABEL.
           COMPUTE STUB-AMOUNT = 0 - CHK-NET.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE STUB-PAY-METHOD TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE SPACES TO PRINT-WAGE.
           WRITE PRINT-WAGE.

       *>Back each deduction the check took out of its code's YTD
       *>slot and GL total, and pull a garnishment back off the
       *>remittance. Whatever the check took that no code carries
       *>is left in DED-AMOUNT-WORK for the BENEFITS stub line.
       REVERSE-CHECK-DEDUCTIONS.
           MOVE CHK-BENEFIT TO DED-AMOUNT-WORK.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > 10
               IF CHK-DED-CODE (DED-SUB) NOT = SPACES
                   SUBTRACT CHK-DED-AMT (DED-SUB) FROM DED-AMOUNT-WORK
                   MOVE CHK-DED-CODE (DED-SUB) TO DED-CODE-WORK
                   PERFORM FIND-YTD-DED-SLOT
                   IF YTD-DED-SUB > 0
                       IF YTD-DED-CODE (YTD-DED-SUB) = DED-CODE-WORK
                           SUBTRACT CHK-DED-AMT (DED-SUB)
                               FROM YTD-DED-AMT (YTD-DED-SUB)
                       END-IF
                   END-IF
                   PERFORM FIND-GL-DED-SLOT
                   ADD CHK-DED-AMT (DED-SUB) TO GDT-VOID (GL-DED-SUB)
                   PERFORM FIND-DED-CODE
                   IF DCT-CLASS (DED-CODE-SUB) = 'G'
                       PERFORM WRITE-GARN-REVERSAL
                   END-IF
               END-IF
           END-PERFORM.

       *>Write a voided garnishment back to the remittance negative,
       *>under the order's payee and case as the master holds them
       WRITE-GARN-REVERSAL.
           MOVE 'PAYEE NOT ON FILE' TO GD-PAYEE.
           MOVE SPACES TO GD-CASE-NO.
           IF DMAST-PRESENT-SWITCH = 'YES'
               MOVE CHK-EMP-ID TO DM-EMP-ID
               MOVE DED-CODE-WORK TO DM-CODE
               READ DEDUCTION-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-PAYEE TO GD-PAYEE
                       MOVE DM-CASE-NO TO GD-CASE-NO
               END-READ
           END-IF.
           MOVE RUN-DATE TO GD-DATE.
           MOVE CHK-EMP-ID TO GD-EMP-ID.
           MOVE DED-CODE-WORK TO GD-CODE.
           COMPUTE GD-AMOUNT = 0 - CHK-DED-AMT (DED-SUB).
           WRITE GARN-DETAIL-LINE.

       *>Print the check ID (employee, date, sequence) held in the
       *>register key -- the ID a void is keyed against
       WRITE-STUB-CHECK-ID.
           MOVE CHK-EMP-ID TO CID-EMP-ID.
           MOVE CHK-DATE TO CID-DATE.
           MOVE CHK-SEQ TO CID-SEQ.
           MOVE 'CHECK ID      ' TO STUB-CHECK-LABEL.
           MOVE CHECK-ID-DISPLAY TO STUB-CHECK-ID.
           MOVE STUB-CHECK-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.

       *>Open the YTD-PAYROLL indexed file, creating it on the very
       *>first run (same pattern as Program 1's history file)
       OPEN-YTD-FILE.
                   MOVE 'YES' TO BAD-EMP-SWITCH
                   MOVE 'EMP ID NOT ON MASTER' TO BAD-EMP-REASON
               ELSE IF EM-STATUS = 'T'
                 AND CHECK-KIND-WORK NOT = 'F'
                   MOVE 'YES' TO BAD-EMP-SWITCH
                   MOVE 'EMPLOYEE TERMINATED' TO BAD-EMP-REASON
               ELSE IF EM-STATUS NOT = 'T'
                 AND CHECK-KIND-WORK = 'F'
                   *>A FINAL CHECK IS ONLY FOR SOMEONE EMPMAINT HAS
                   *>ALREADY TERMINATED
                   MOVE 'YES' TO BAD-EMP-SWITCH
                   MOVE 'FINAL CHECK - NOT TERMINATED'
                       TO BAD-EMP-REASON
               ELSE IF PAY-TYPE = 'C'
                   *>A COMMISSION RECORD FROM THE BRIDGE IS PAID FROM
                   *>ITS AMOUNT FIELD -- HOURS DO NOT APPLY TO IT, SO

           WRITE PRINT-WAGE FROM OUTPUT-HEADING.
           PERFORM WRITE-PARM-LINES.
           PERFORM WRITE-WTH-TABLE-LINES.
           MOVE RUN-DATE TO W4T-DATE.
           WRITE W4-EXCEPTION-LINE FROM W4-EXC-TITLE-LINE.
           WRITE W4-EXCEPTION-LINE FROM W4-EXC-HEADING.

       *>Load the withholding tables in effect on the check date.
       *>For each jurisdiction and filing status only the lines with
       *>the latest effective date not after the check date are
       *>kept -- a later-dated set replaces an earlier one as it is
       *>read, so the file may list the sets in any order. Without
       *>the single-status tables nobody can be withheld, so the run
       *>aborts rather than pay untaxed checks.
       LOAD-WTH-TABLE.
           INITIALIZE WTH-TABLE.
           OPEN INPUT WTH-TABLE-FILE.
           IF WTAB-STATUS NOT = '00'
               DISPLAY 'PROGRAM3 ABORTED - WITHHOLDING TABLE '
                   'WTHTABLE.TXT COULD NOT BE OPENED, STATUS '
                   WTAB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WTAB-EOF-SWITCH = 'YES'
               READ WTH-TABLE-FILE
                   AT END
                       MOVE 'YES' TO WTAB-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-WTH-LINE
               END-READ
           END-PERFORM.
           CLOSE WTH-TABLE-FILE.
           PERFORM CHECK-WTH-TABLE.

       *>Load the deduction codes. Without them no deduction can be
       *>classed or posted, so the run aborts rather than pay checks
       *>that quietly skip everyone's deductions.
       LOAD-DED-CODES.
           INITIALIZE DED-CODE-TABLE.
           OPEN INPUT DED-CODE-FILE.
           IF DCODE-STATUS NOT = '00'
               DISPLAY 'PROGRAM3 ABORTED - DEDUCTION CODES '
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
                       PERFORM LOAD-ONE-DED-CODE
               END-READ
           END-PERFORM.
           CLOSE DED-CODE-FILE.

       *>Keep one code line -- a bad or repeated line is skipped
       LOAD-ONE-DED-CODE.
           MOVE DC-CODE TO DED-CODE-WORK.
           PERFORM FIND-DED-CODE.
           IF DC-CODE = SPACES
           OR (DC-CLASS NOT = 'P' AND DC-CLASS NOT = 'A'
               AND DC-CLASS NOT = 'G')
           OR DC-GL-ACCOUNT IS NOT NUMERIC
           OR DED-CODE-SUB > 0
               DISPLAY 'PROGRAM3 WARNING - DEDUCTION CODE LINE '
                   'IGNORED: ' DED-CODE-LINE
           ELSE
               IF DED-CODE-COUNT >= 20
                   DISPLAY 'PROGRAM3 ABORTED - MORE THAN 20 '
                       'DEDUCTION CODES ON DEDCODES.TXT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DED-CODE-COUNT
               MOVE DC-CODE TO DCT-CODE (DED-CODE-COUNT)
               MOVE DC-CLASS TO DCT-CLASS (DED-CODE-COUNT)
               MOVE DC-GL-ACCOUNT TO DCT-GL-ACCOUNT (DED-CODE-COUNT)
               MOVE DC-DESC TO DCT-DESC (DED-CODE-COUNT)
           END-IF.

       *>Keep one table line if it belongs to a set in effect
       LOAD-ONE-WTH-LINE.
           MOVE ZERO TO WTH-SET-SUB.
           EVALUATE WT-W4-STATUS
               WHEN 'S'
                   MOVE 1 TO WTH-SET-SUB
               WHEN 'M'
                   MOVE 2 TO WTH-SET-SUB
               WHEN 'H'
                   MOVE 3 TO WTH-SET-SUB
           END-EVALUATE.
           IF WT-JURIS = 'S'
           AND WTH-SET-SUB > 0
               ADD 3 TO WTH-SET-SUB
           END-IF.
           IF WT-EFF-DATE IS NOT NUMERIC
           OR WT-EFF-DATE = ZERO
           OR WTH-SET-SUB = 0
           OR (WT-JURIS NOT = 'F' AND WT-JURIS NOT = 'S')
           OR (WT-LINE-TYPE NOT = 'B' AND WT-LINE-TYPE NOT = 'A')
           OR WT-FLOOR IS NOT NUMERIC
           OR WT-BASE IS NOT NUMERIC
           OR WT-RATE IS NOT NUMERIC
               DISPLAY 'PROGRAM3 WARNING - WITHHOLDING TABLE LINE '
                   'IGNORED: ' WTH-TABLE-LINE
           ELSE
               IF WT-EFF-DATE NOT > RUN-DATE
                   *>A LATER-DATED SET STARTS THE SET OVER
                   IF WT-EFF-DATE > WTS-EFF-DATE (WTH-SET-SUB)
                       MOVE WT-EFF-DATE TO WTS-EFF-DATE (WTH-SET-SUB)
                       MOVE ZERO TO WTS-ALLOW-AMT (WTH-SET-SUB)
                       MOVE ZERO TO WTS-BRACKET-COUNT (WTH-SET-SUB)
                   END-IF
                   IF WT-EFF-DATE = WTS-EFF-DATE (WTH-SET-SUB)
                       IF WT-LINE-TYPE = 'A'
                           MOVE WT-FLOOR TO WTS-ALLOW-AMT (WTH-SET-SUB)
                       ELSE
                           PERFORM ADD-WTH-BRACKET
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-WTH-BRACKET.
           IF WTS-BRACKET-COUNT (WTH-SET-SUB) >= 10
               DISPLAY 'PROGRAM3 ABORTED - MORE THAN 10 BRACKETS '
                   'IN ONE WITHHOLDING TABLE SET: ' WTH-TABLE-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WTS-BRACKET-COUNT (WTH-SET-SUB).
           MOVE WTS-BRACKET-COUNT (WTH-SET-SUB) TO WTH-BRACKET-SUB.
           MOVE WT-FLOOR TO WTS-FLOOR (WTH-SET-SUB, WTH-BRACKET-SUB).
           MOVE WT-BASE TO WTS-BASE (WTH-SET-SUB, WTH-BRACKET-SUB).
           MOVE WT-RATE TO WTS-RATE (WTH-SET-SUB, WTH-BRACKET-SUB).

       *>Every loaded set must start at a zero floor and climb --
       *>the bracket search depends on it -- and the single sets
       *>every fallback lands on must be there
       CHECK-WTH-TABLE.
           MOVE 'NO ' TO WTAB-BAD-SWITCH.
           IF WTS-BRACKET-COUNT (1) = 0
           OR WTS-BRACKET-COUNT (4) = 0
               DISPLAY 'PROGRAM3 ABORTED - NO SINGLE-STATUS FEDERAL '
                   'AND STATE WITHHOLDING TABLES IN EFFECT ON '
                   RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WTH-CHECK-SUB FROM 1 BY 1
                   UNTIL WTH-CHECK-SUB > 6
               IF WTS-BRACKET-COUNT (WTH-CHECK-SUB) > 0
                   IF WTS-FLOOR (WTH-CHECK-SUB, 1) NOT = ZERO
                       MOVE 'YES' TO WTAB-BAD-SWITCH
                   END-IF
                   PERFORM VARYING WTH-BRACKET-SUB FROM 2 BY 1
                           UNTIL WTH-BRACKET-SUB >
                               WTS-BRACKET-COUNT (WTH-CHECK-SUB)
                       IF WTS-FLOOR (WTH-CHECK-SUB, WTH-BRACKET-SUB)
                           NOT > WTS-FLOOR (WTH-CHECK-SUB,
                               WTH-BRACKET-SUB - 1)
                           MOVE 'YES' TO WTAB-BAD-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WTAB-BAD-SWITCH = 'YES'
               DISPLAY 'PROGRAM3 ABORTED - WITHHOLDING TABLE '
                   'BRACKETS MUST START AT ZERO AND RISE IN ORDER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       *>Print the withholding tables in effect atop the stub
       *>register, with the date each took effect
       WRITE-WTH-TABLE-LINES.
           PERFORM VARYING WTH-CHECK-SUB FROM 1 BY 1
                   UNTIL WTH-CHECK-SUB > 6
               IF WTS-BRACKET-COUNT (WTH-CHECK-SUB) > 0
                   IF WTH-CHECK-SUB > 3
                       MOVE 'STATE' TO WPR-JURIS
                       COMPUTE W4-STATUS-SUB = WTH-CHECK-SUB - 3
                   ELSE
                       MOVE 'FEDERAL' TO WPR-JURIS
                       MOVE WTH-CHECK-SUB TO W4-STATUS-SUB
                   END-IF
                   PERFORM NAME-W4-STATUS
                   MOVE W4-STATUS-NAME TO WPR-STATUS
                   MOVE WTS-EFF-DATE (WTH-CHECK-SUB) TO WPR-EFF-DATE
                   WRITE PRINT-WAGE FROM WTH-PRINT-LINE
               END-IF
           END-PERFORM.

       *>Spell out the filing status W4-STATUS-SUB stands for
       NAME-W4-STATUS.
           EVALUATE W4-STATUS-SUB
               WHEN 1
                   MOVE 'S' TO W4-STATUS-USED
                   MOVE 'SINGLE' TO W4-STATUS-NAME
               WHEN 2
                   MOVE 'M' TO W4-STATUS-USED
                   MOVE 'MARRIED' TO W4-STATUS-NAME
               WHEN OTHER
                   MOVE 'H' TO W4-STATUS-USED
                   MOVE 'HEAD OF HOUSEHOLD' TO W4-STATUS-NAME
           END-EVALUATE.

       *>Load the tunable values from the shared control file,
       *>falling back to the compiled-in defaults with a logged
                           ELSE
                               MOVE PARM-WORK-VALUE TO OT-MULTIPLIER
                           END-IF
                       WHEN 'GARNISH-PCT'
                           IF PARM-WORK-VALUE > 99.99
                               PERFORM WARN-PARM-TOO-BIG
                           ELSE
                               MOVE PARM-WORK-VALUE TO GARNISH-PCT
                           END-IF
                       WHEN 'CHECKPOINT-INTERVAL'
                           IF PARM-WORK-VALUE > 999
                               PERFORM WARN-PARM-TOO-BIG
           MOVE 'CHECKPOINT-INTERVAL' TO PPR-LABEL.
           MOVE CHECKPOINT-INTERVAL TO PPR-VALUE.
           WRITE PRINT-WAGE FROM PARM-PRINT-LINE.
           MOVE 'GARNISH-PCT' TO PPR-LABEL.
           MOVE GARNISH-PCT TO PPR-VALUE.
           WRITE PRINT-WAGE FROM PARM-PRINT-LINE.

       100-BUILD-OUTPUT.
           *>Anyone past the table's capacity is routed to the
           END-IF.


       *>Work the employee's deductions and the withholding brackets
       *>against this employee's gross, leaving FED-TAX/STATE-TAX/
       *>BENEFIT-TAKEN/NET-PAY set for the stub and each deduction's
       *>own amount in DW-TAKEN
       145-COMPUTE-DEDUCTIONS.
           PERFORM 143-PICK-W4-STATUS.
           PERFORM LOAD-EMPLOYEE-DEDUCTIONS.
           MOVE ET-GROSSPAY (MAIN-SUB) TO GROSS-WORK.
           MOVE ZERO TO BENEFIT-TAKEN.
           IF GROSS-WORK <= 0
               *>A ZERO OR CLAWBACK-NEGATIVE CHECK WITHHOLDS NOTHING
               MOVE ZERO TO FED-TAX
               MOVE ZERO TO STATE-TAX
               MOVE GROSS-WORK TO NET-PAY
           ELSE
               *>GARNISHMENTS FIRST, SO NO VOLUNTARY PRE-TAX DEDUCTION
               *>CAN CROWD OUT A COURT ORDER. TOGETHER THEY ARE HELD TO
               *>GARNISH-PCT OF DISPOSABLE EARNINGS -- GROSS LESS THE
               *>TAXES THE FULL GROSS WOULD WITHHOLD
               MOVE GROSS-WORK TO TAX-GROSS-WORK
               PERFORM 148-COMPUTE-CHECK-TAXES
               COMPUTE DISPOSABLE-WORK = GROSS-WORK - FED-TAX
                   - STATE-TAX
               COMPUTE GARNISH-ROOM ROUNDED =
                   DISPOSABLE-WORK * GARNISH-PCT / 100
               MOVE 'G' TO DED-CLASS-WORK
               MOVE DISPOSABLE-WORK TO DED-BASE-WORK
               MOVE GARNISH-ROOM TO DED-ROOM-WORK
               PERFORM 146-TAKE-DEDUCTION-CLASS
               MOVE DED-CLASS-TOTAL TO GARNISH-TOTAL

               *>PRE-TAX DEDUCTIONS NEXT, OUT OF THE GROSS THE
               *>GARNISHMENTS LEAVE. WHEN A GARNISHMENT WAS TAKEN THE
               *>FULL-GROSS TAXES ARE KEPT BACK AS WELL, SO THE CHECK
               *>STILL COVERS THE ORDER AND THE TAXES (WHICH ONLY FALL
               *>AS THE PRE-TAX DEDUCTIONS RISE)
               MOVE 'P' TO DED-CLASS-WORK
               MOVE GROSS-WORK TO DED-BASE-WORK
               IF GARNISH-TOTAL > 0
                   COMPUTE DED-ROOM-WORK = DISPOSABLE-WORK
                       - GARNISH-TOTAL
               ELSE
                   MOVE GROSS-WORK TO DED-ROOM-WORK
               END-IF
               PERFORM 146-TAKE-DEDUCTION-CLASS
               MOVE DED-CLASS-TOTAL TO PRETAX-TOTAL

               *>THE TAXES WITHHELD ARE FIGURED ON WHAT THE PRE-TAX
               *>DEDUCTIONS LEAVE
               COMPUTE TAX-GROSS-WORK = GROSS-WORK - PRETAX-TOTAL
               PERFORM 148-COMPUTE-CHECK-TAXES
               COMPUTE NET-PAY = TAX-GROSS-WORK - FED-TAX - STATE-TAX
                   - GARNISH-TOTAL

               *>AFTER-TAX DEDUCTIONS LAST, OUT OF WHAT IS LEFT -- NO
               *>DEDUCTION EVER DRIVES A CHECK NEGATIVE
               MOVE 'A' TO DED-CLASS-WORK
               MOVE GROSS-WORK TO DED-BASE-WORK
               MOVE NET-PAY TO DED-ROOM-WORK
               PERFORM 146-TAKE-DEDUCTION-CLASS
               SUBTRACT DED-CLASS-TOTAL FROM NET-PAY
           END-IF.

       *>Take every deduction of one class (DED-CLASS-WORK), in code
       *>order, against DED-BASE-WORK without the class together
       *>taking more than DED-ROOM-WORK
       146-TAKE-DEDUCTION-CLASS.
           MOVE ZERO TO DED-CLASS-TOTAL.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-COUNT
               IF DW-CLASS (DED-SUB) = DED-CLASS-WORK
                   PERFORM 147-TAKE-ONE-DEDUCTION
               END-IF
           END-PERFORM.

       *>Figure one deduction -- its flat amount or percent, held to
       *>its per-check limit, to what its annual limit has left, and
       *>to the room its class still has on the check
       147-TAKE-ONE-DEDUCTION.
           IF DW-METHOD (DED-SUB) = 'P'
               COMPUTE DED-AMOUNT-WORK ROUNDED =
                   DED-BASE-WORK * DW-PERCENT (DED-SUB) / 100
           ELSE
               MOVE DW-AMOUNT (DED-SUB) TO DED-AMOUNT-WORK
           END-IF.
           IF DW-CHECK-LIMIT (DED-SUB) > 0
           AND DED-AMOUNT-WORK > DW-CHECK-LIMIT (DED-SUB)
               MOVE DW-CHECK-LIMIT (DED-SUB) TO DED-AMOUNT-WORK
           END-IF.
           IF DW-ANNUAL-LIMIT (DED-SUB) > 0
               COMPUTE DED-LEFT-WORK = DW-ANNUAL-LIMIT (DED-SUB)
                   - DW-YTD-TAKEN (DED-SUB)
               IF DED-AMOUNT-WORK > DED-LEFT-WORK
                   MOVE DED-LEFT-WORK TO DED-AMOUNT-WORK
               END-IF
           END-IF.
           COMPUTE DED-LEFT-WORK = DED-ROOM-WORK - DED-CLASS-TOTAL.
           IF DED-AMOUNT-WORK > DED-LEFT-WORK
               MOVE DED-LEFT-WORK TO DED-AMOUNT-WORK
           END-IF.
           IF DED-AMOUNT-WORK < 0
               MOVE ZERO TO DED-AMOUNT-WORK
           END-IF.
           MOVE DED-AMOUNT-WORK TO DW-TAKEN (DED-SUB).
           ADD DED-AMOUNT-WORK TO DED-CLASS-TOTAL.
           ADD DED-AMOUNT-WORK TO BENEFIT-TAKEN.

       *>Figure the state and federal withholding on TAX-GROSS-WORK
       *>under the filing status picked for this check, leaving
       *>FED-TAX and STATE-TAX set
       148-COMPUTE-CHECK-TAXES.
           *>STATE FIRST: EACH ALLOWANCE EXEMPTS THE STATE SET'S
           *>PER-ALLOWANCE WAGES BEFORE THE BRACKETS ARE WORKED
           COMPUTE WTH-SET-SUB = W4-STATUS-SUB + 3.
           COMPUTE TAXABLE-WORK = TAX-GROSS-WORK
               - (W4-ALLOWANCES-USED * WTS-ALLOW-AMT (WTH-SET-SUB)).
           PERFORM 144-COMPUTE-BRACKET-TAX.
           MOVE BRACKET-TAX-WORK TO STATE-TAX.

           *>FEDERAL: THE SAME FOR ALLOWANCES, THEN THE YEARLY
           *>DEPENDENTS CREDIT SPREAD OVER THE YEAR'S CHECKS COMES
           *>OFF THE TAX, AND ANY EXTRA FLAT WITHHOLDING GOES ON
           MOVE W4-STATUS-SUB TO WTH-SET-SUB.
           COMPUTE TAXABLE-WORK = TAX-GROSS-WORK
               - (W4-ALLOWANCES-USED * WTS-ALLOW-AMT (WTH-SET-SUB)).
           PERFORM 144-COMPUTE-BRACKET-TAX.
           COMPUTE DEP-CREDIT-CHECK ROUNDED =
               W4-DEP-CREDIT-USED / PAY-PERIODS-PER-YEAR.
           COMPUTE FED-TAX-WORK = BRACKET-TAX-WORK
               - DEP-CREDIT-CHECK.
           IF FED-TAX-WORK < 0
               MOVE ZERO TO FED-TAX-WORK
           END-IF.
           ADD W4-EXTRA-WH-USED TO FED-TAX-WORK.
           *>EXTRA WITHHOLDING NEVER TAKES MORE THAN THE CHECK HAS
           IF FED-TAX-WORK > TAX-GROSS-WORK - STATE-TAX
               COMPUTE FED-TAX-WORK = TAX-GROSS-WORK - STATE-TAX
           END-IF.
           MOVE FED-TAX-WORK TO FED-TAX.

       *>Settle which filing status this check is withheld under --
       *>the employee's own election when the table for it is in
       *>effect, otherwise single, with the reason kept for the
       *>exceptions page
       143-PICK-W4-STATUS.
           MOVE SPACES TO W4-EXCEPTION-REASON.
           MOVE EM-ALLOWANCES TO W4-ALLOWANCES-USED.
           MOVE EM-DEP-CREDIT TO W4-DEP-CREDIT-USED.
           MOVE EM-EXTRA-WH TO W4-EXTRA-WH-USED.
           EVALUATE EM-W4-STATUS
               WHEN 'S'
                   MOVE 1 TO W4-STATUS-SUB
               WHEN 'M'
                   MOVE 2 TO W4-STATUS-SUB
               WHEN 'H'
                   MOVE 3 TO W4-STATUS-SUB
               WHEN OTHER
                   *>NO ELECTION ON FILE -- NOTHING CLAIMED
                   MOVE 1 TO W4-STATUS-SUB
                   MOVE ZERO TO W4-ALLOWANCES-USED
                   MOVE ZERO TO W4-DEP-CREDIT-USED
                   MOVE ZERO TO W4-EXTRA-WH-USED
                   MOVE 'NO W-4 ELECTION ON FILE' TO W4-EXCEPTION-REASON
           END-EVALUATE.
           IF WTS-BRACKET-COUNT (W4-STATUS-SUB) = 0
           OR WTS-BRACKET-COUNT (W4-STATUS-SUB + 3) = 0
               MOVE 1 TO W4-STATUS-SUB
               MOVE 'NO TABLE FOR FILING STATUS' TO W4-EXCEPTION-REASON
           END-IF.
           PERFORM NAME-W4-STATUS.

       *>Work one table set's brackets (WTH-SET-SUB) against
       *>TAXABLE-WORK, leaving the tax in BRACKET-TAX-WORK
       144-COMPUTE-BRACKET-TAX.
           MOVE ZERO TO BRACKET-TAX-WORK.
           IF TAXABLE-WORK > 0
               *>PICK THE HIGHEST BRACKET THE TAXABLE WAGES REACH
               MOVE 1 TO BRACKET-SUB
               PERFORM VARYING TAX-SUB FROM 2 BY 1
                       UNTIL TAX-SUB > WTS-BRACKET-COUNT (WTH-SET-SUB)
                   IF TAXABLE-WORK > WTS-FLOOR (WTH-SET-SUB, TAX-SUB)
                       MOVE TAX-SUB TO BRACKET-SUB
                   END-IF
               END-PERFORM
               COMPUTE BRACKET-TAX-WORK ROUNDED =
                   WTS-BASE (WTH-SET-SUB, BRACKET-SUB)
                   + ((TAXABLE-WORK
                       - WTS-FLOOR (WTH-SET-SUB, BRACKET-SUB))
                       * WTS-RATE (WTH-SET-SUB, BRACKET-SUB))
           END-IF.

       150-PRINT.
           MOVE EMP-INFORMATION TO PRINT-WAGE.
           WRITE PRINT-WAGE.

           *>AN OFF-CYCLE CHECK SAYS SO ON ITS STUB
           IF CHECK-KIND-WORK NOT = 'W'
               IF CHECK-KIND-WORK = 'F'
                   MOVE 'FINAL CHECK - OFF CYCLE' TO STUB-KIND-TEXT
               ELSE
                   MOVE 'MANUAL CHECK - OFF CYCLE' TO STUB-KIND-TEXT
               END-IF
               MOVE CT-REASON TO STUB-KIND-REASON
               MOVE STUB-KIND-LINE TO PRINT-WAGE
               WRITE PRINT-WAGE
           END-IF.

           IF PAY-TYPE NOT = 'C'
               *>Break regular and overtime out on the stub so the
               *>employee can verify the premium themselves
               END-IF
           END-IF.

           *>THE FILING STATUS THE CHECK WAS WITHHELD UNDER -- ANYONE
           *>FALLEN BACK TO SINGLE IS ALSO LISTED ON THE EXCEPTIONS
           MOVE W4-STATUS-NAME TO STUB-W4-STATUS.
           MOVE W4-ALLOWANCES-USED TO STUB-W4-ALLOW.
           IF W4-EXCEPTION-REASON = SPACES
               MOVE SPACES TO STUB-W4-NOTE
           ELSE
               MOVE '* W-4 EXCEPTION' TO STUB-W4-NOTE
               PERFORM WRITE-W4-EXCEPTION
           END-IF.
           MOVE STUB-W4-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           MOVE 'FEDERAL W/H   ' TO STUB-LABEL.
           MOVE FED-TAX TO STUB-AMOUNT.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           MOVE STATE-TAX TO STUB-AMOUNT.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           *>EACH DEDUCTION THE CHECK TOOK GETS ITS OWN LINE
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-COUNT
               IF DW-TAKEN (DED-SUB) > 0
                   MOVE DW-DESC (DED-SUB) TO STUB-LABEL
                   MOVE DW-TAKEN (DED-SUB) TO STUB-AMOUNT
                   MOVE STUB-DED-LINE TO PRINT-WAGE
                   WRITE PRINT-WAGE
               END-IF
           END-PERFORM.
           MOVE 'NET PAY       ' TO STUB-LABEL.
           MOVE NET-PAY TO STUB-AMOUNT.
           MOVE STUB-DED-LINE TO PRINT-WAGE.
           ADD STATE-TAX TO GL-STATE-TOTAL.
           ADD BENEFIT-TAKEN TO GL-BEN-TOTAL.
           ADD NET-PAY TO GL-NET-TOTAL.
           PERFORM POST-CHECK-DEDUCTIONS.

           PERFORM UPDATE-YTD.

           MOVE SPACES TO PRINT-WAGE.
           WRITE PRINT-WAGE.

       *>Roll each deduction the check took into its code's GL total,
       *>and list every garnishment for the remittance report
       POST-CHECK-DEDUCTIONS.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-COUNT
               IF DW-TAKEN (DED-SUB) > 0
                   MOVE DW-CODE (DED-SUB) TO DED-CODE-WORK
                   PERFORM FIND-GL-DED-SLOT
                   ADD DW-TAKEN (DED-SUB) TO GDT-PAY (GL-DED-SUB)
                   IF DW-CLASS (DED-SUB) = 'G'
                       MOVE RUN-DATE TO GD-DATE
                       MOVE DW-PAYEE (DED-SUB) TO GD-PAYEE
                       MOVE DW-CASE-NO (DED-SUB) TO GD-CASE-NO
                       MOVE EMP-ID TO GD-EMP-ID
                       MOVE DW-CODE (DED-SUB) TO GD-CODE
                       MOVE DW-TAKEN (DED-SUB) TO GD-AMOUNT
                       WRITE GARN-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM.

       *>List an employee withheld at single on the exceptions page
       WRITE-W4-EXCEPTION.
           MOVE EMP-ID TO W4X-EMP-ID.
           MOVE EM-FNAME TO W4X-FNAME.
           MOVE EM-LNAME TO W4X-LNAME.
           MOVE EM-W4-STATUS TO W4X-STATUS.
           MOVE W4-EXCEPTION-REASON TO W4X-REASON.
           WRITE W4-EXCEPTION-LINE FROM W4-EXC-DETAIL.

       *>Look up this employee's year-to-date totals BY EMPLOYEE ID,
       *>add this run's gross pay and hours, and rewrite (or create)
       *>their YTD record -- the name is carried for reporting and

           READ YTD-PAYROLL
               INVALID KEY
                   INITIALIZE YTD-RECORD
                   MOVE EMP-ID TO YTD-EMP-ID
                   MOVE SPACES TO YTD-EMP-NAME
                   MOVE EM-FNAME TO YTD-EMP-NAME (1:10)
                   MOVE FED-TAX TO YTD-FED-TAX
                   MOVE STATE-TAX TO YTD-STATE-TAX
                   MOVE BENEFIT-TAKEN TO YTD-BENEFIT
                   PERFORM ADD-YTD-DEDUCTIONS
                   WRITE YTD-RECORD
               NOT INVALID KEY
                   MOVE EM-FNAME TO YTD-EMP-NAME (1:10)
                   ADD FED-TAX TO YTD-FED-TAX
                   ADD STATE-TAX TO YTD-STATE-TAX
                   ADD BENEFIT-TAKEN TO YTD-BENEFIT
                   PERFORM ADD-YTD-DEDUCTIONS
                   REWRITE YTD-RECORD
           END-READ.

           END-IF.
           MOVE STUB-PAY-METHOD TO PRINT-WAGE.
           WRITE PRINT-WAGE.
           PERFORM WRITE-CHECK-REGISTER.
           PERFORM WRITE-STUB-CHECK-ID.

       *>Add what each deduction took to its code's slot in the YTD
       *>record, the figure its annual limit is worked against
       ADD-YTD-DEDUCTIONS.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-COUNT
               IF DW-TAKEN (DED-SUB) > 0
                   MOVE DW-CODE (DED-SUB) TO DED-CODE-WORK
                   PERFORM FIND-YTD-DED-SLOT
                   IF YTD-DED-SUB = 0
                       DISPLAY 'PROGRAM3 WARNING - NO FREE YTD '
                           'DEDUCTION SLOT FOR EMPLOYEE ' EMP-ID
                           ' CODE ' DED-CODE-WORK
                   ELSE
                       IF YTD-DED-CODE (YTD-DED-SUB) = SPACES
                           MOVE DED-CODE-WORK
                               TO YTD-DED-CODE (YTD-DED-SUB)
                           MOVE ZERO TO YTD-DED-AMT (YTD-DED-SUB)
                       END-IF
                       ADD DW-TAKEN (DED-SUB)
                           TO YTD-DED-AMT (YTD-DED-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       *>Record the check just paid on the check register, under the
       *>next free sequence for the employee and day
       WRITE-CHECK-REGISTER.
           MOVE EMP-ID TO CHK-EMP-ID.
           MOVE RUN-DATE TO CHK-DATE.
           MOVE ZERO TO CHK-SEQ.
           MOVE 'YES' TO CHECK-FOUND-SWITCH.
           PERFORM UNTIL CHECK-FOUND-SWITCH = 'NO '
               ADD 1 TO CHK-SEQ
               READ CHECK-REGISTER
                   INVALID KEY
                       MOVE 'NO ' TO CHECK-FOUND-SWITCH
               END-READ
           END-PERFORM.
           MOVE EMP-ID TO CHK-EMP-ID.
           MOVE RUN-DATE TO CHK-DATE.
           MOVE CHECK-KIND-WORK TO CHK-KIND.
           MOVE 'I' TO CHK-STATUS.
           MOVE ET-GROSSPAY (MAIN-SUB) TO CHK-GROSS.
           MOVE ET-HOURS (MAIN-SUB) TO CHK-HOURS.
           MOVE FED-TAX TO CHK-FED.
           MOVE STATE-TAX TO CHK-STATE.
           MOVE BENEFIT-TAKEN TO CHK-BENEFIT.
           MOVE NET-PAY TO CHK-NET.
           IF EM-ROUTING > 0
           AND NET-PAY > 0
               MOVE 'Y' TO CHK-DD-FLAG
               MOVE EM-ROUTING TO CHK-ROUTING
               MOVE EM-ACCOUNT TO CHK-ACCOUNT
           ELSE
               MOVE 'N' TO CHK-DD-FLAG
               MOVE ZERO TO CHK-ROUTING
               MOVE SPACES TO CHK-ACCOUNT
           END-IF.
           MOVE ZERO TO CHK-VOID-DATE.
           *>EACH DEDUCTION THE CHECK TOOK, SO A VOID CAN BACK IT OUT
           INITIALIZE CHK-DED-DETAIL.
           MOVE ZERO TO DED-SCAN-SUB.
           PERFORM VARYING DED-SUB FROM 1 BY 1
                   UNTIL DED-SUB > DED-COUNT
               IF DW-TAKEN (DED-SUB) > 0
                   ADD 1 TO DED-SCAN-SUB
                   MOVE DW-CODE (DED-SUB) TO CHK-DED-CODE (DED-SCAN-SUB)
                   MOVE DW-TAKEN (DED-SUB) TO CHK-DED-AMT (DED-SCAN-SUB)
               END-IF
           END-PERFORM.
           WRITE CHECK-REG-RECORD.

       *>Append the run's balanced journal entry to the shared GL
       *>extract: gross payroll expense against the withholding
       *>payables, each deduction code's liability, and net cash --
       *>then any voids as their own lines backing the voided
       *>checks' entries out
       WRITE-GL-POSTINGS.
           IF GL-GROSS-TOTAL NOT = ZERO
           OR GL-VOID-GROSS NOT = ZERO
               OPEN EXTEND GL-EXTRACT-FILE
               PERFORM WRITE-GL-PAY-LEGS
               PERFORM WRITE-GL-VOID-LEGS
               CLOSE GL-EXTRACT-FILE
           END-IF.

       *>The run's own checks, one leg per account
       WRITE-GL-PAY-LEGS.
           IF GL-GROSS-TOTAL NOT = ZERO
               MOVE 5100 TO GL-LEG-ACCOUNT
               MOVE 'D' TO GL-LEG-DC
               MOVE GL-GROSS-TOTAL TO GL-LEG-SIGNED
               MOVE GL-STATE-TOTAL TO GL-LEG-SIGNED
               MOVE 'STATE W-H PAYABLE' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               *>EACH CODE TO ITS OWN ACCOUNT -- WHATEVER NO CODE
               *>CARRIES STAYS WITH BENEFITS PAYABLE
               MOVE GL-BEN-TOTAL TO GL-BEN-LEFT
               PERFORM VARYING GL-DED-SUB FROM 1 BY 1
                       UNTIL GL-DED-SUB > GL-DED-COUNT
                   PERFORM SET-GL-DED-LEG
                   MOVE GDT-PAY (GL-DED-SUB) TO GL-LEG-SIGNED
                   SUBTRACT GDT-PAY (GL-DED-SUB) FROM GL-BEN-LEFT
                   PERFORM WRITE-GL-LEG
               END-PERFORM
               MOVE 2400 TO GL-LEG-ACCOUNT
               MOVE 'C' TO GL-LEG-DC
               MOVE GL-BEN-LEFT TO GL-LEG-SIGNED
               MOVE 'BENEFITS PAYABLE' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               MOVE 1000 TO GL-LEG-ACCOUNT
               MOVE GL-NET-TOTAL TO GL-LEG-SIGNED
               MOVE 'NET PAY CASH' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
           END-IF.

       *>The voids' legs carry the voided totals negative, so each
       *>posts on the opposite side from the entry it reverses
       WRITE-GL-VOID-LEGS.
           IF GL-VOID-GROSS NOT = ZERO
               MOVE 5100 TO GL-LEG-ACCOUNT
               MOVE 'D' TO GL-LEG-DC
               COMPUTE GL-LEG-SIGNED = 0 - GL-VOID-GROSS
               MOVE 'VOID GROSS PAYROLL' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               MOVE 2200 TO GL-LEG-ACCOUNT
               MOVE 'C' TO GL-LEG-DC
               COMPUTE GL-LEG-SIGNED = 0 - GL-VOID-FED
               MOVE 'VOID FED W-H' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               MOVE 2300 TO GL-LEG-ACCOUNT
               MOVE 'C' TO GL-LEG-DC
               COMPUTE GL-LEG-SIGNED = 0 - GL-VOID-STATE
               MOVE 'VOID STATE W-H' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               MOVE GL-VOID-BEN TO GL-BEN-LEFT
               PERFORM VARYING GL-DED-SUB FROM 1 BY 1
                       UNTIL GL-DED-SUB > GL-DED-COUNT
                   PERFORM SET-GL-DED-LEG
                   IF DED-CODE-SUB = 0
                       MOVE 'VOID BENEFITS' TO GL-LEG-DESC
                   ELSE
                       MOVE SPACES TO GL-LEG-DESC
                       STRING 'VOID ' DELIMITED BY SIZE
                              DCT-DESC (DED-CODE-SUB) DELIMITED BY SIZE
                              INTO GL-LEG-DESC
                   END-IF
                   COMPUTE GL-LEG-SIGNED = 0 - GDT-VOID (GL-DED-SUB)
                   SUBTRACT GDT-VOID (GL-DED-SUB) FROM GL-BEN-LEFT
                   PERFORM WRITE-GL-LEG
               END-PERFORM
               MOVE 2400 TO GL-LEG-ACCOUNT
               MOVE 'C' TO GL-LEG-DC
               COMPUTE GL-LEG-SIGNED = 0 - GL-BEN-LEFT
               MOVE 'VOID BENEFITS' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
               MOVE 1000 TO GL-LEG-ACCOUNT
               MOVE 'C' TO GL-LEG-DC
               COMPUTE GL-LEG-SIGNED = 0 - GL-VOID-NET
               MOVE 'VOID NET PAY CASH' TO GL-LEG-DESC
               PERFORM WRITE-GL-LEG
           END-IF.

       *>Point one deduction code's leg at the code's liability
       *>account. A code dropped from the file since a checkpoint
       *>was taken posts to BENEFITS PAYABLE with a warning rather
       *>than leave the entry out of balance.
       SET-GL-DED-LEG.
           MOVE GDT-CODE (GL-DED-SUB) TO DED-CODE-WORK.
           PERFORM FIND-DED-CODE.
           MOVE 'C' TO GL-LEG-DC.
           IF DED-CODE-SUB = 0
               DISPLAY 'PROGRAM3 WARNING - DEDUCTION CODE '
                   DED-CODE-WORK ' NOT ON DEDCODES.TXT - '
                   'POSTED TO 2400'
               MOVE 2400 TO GL-LEG-ACCOUNT
               MOVE 'BENEFITS PAYABLE' TO GL-LEG-DESC
           ELSE
               MOVE DCT-GL-ACCOUNT (DED-CODE-SUB) TO GL-LEG-ACCOUNT
               MOVE DCT-DESC (DED-CODE-SUB) TO GL-LEG-DESC
           END-IF.

       *>Write one journal leg -- a negative total flips the leg's
               WRITE GL-EXTRACT-LINE
           END-IF.

       *>Print the garnishment remittance -- every garnishment the
       *>run withheld or voided, by payee and case, with each
       *>payee's total for the check cut to them and the run's
       *>grand total
       WRITE-GARNISH-REMITTANCE.
           MOVE ZERO TO REMIT-COUNT.
           MOVE ZERO TO REMIT-DROPPED-COUNT.
           MOVE 'NO ' TO GDET-EOF-SWITCH.
           OPEN INPUT GARN-DETAIL-FILE.
           IF GDET-STATUS = '00'
               PERFORM UNTIL GDET-EOF-SWITCH = 'YES'
                   READ GARN-DETAIL-FILE
                       AT END
                           MOVE 'YES' TO GDET-EOF-SWITCH
                       NOT AT END
                           PERFORM ADD-REMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE GARN-DETAIL-FILE
           END-IF.
           PERFORM SORT-REMIT-TABLE.

           OPEN OUTPUT GARN-REMIT-FILE.
           MOVE RUN-DATE TO GRT-DATE.
           MOVE GARN-REMIT-TITLE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE STUB-RULE-LINE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE GARN-REMIT-HEADING TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE STUB-RULE-LINE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE ZERO TO REMIT-PAYEE-TOTAL.
           MOVE ZERO TO REMIT-GRAND-TOTAL.
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
                   UNTIL REMIT-SUB > REMIT-COUNT
               *>A NEW PAYEE CLOSES OFF THE ONE BEFORE IT
               IF REMIT-SUB > 1
               AND RT-PAYEE (REMIT-SUB) NOT = REMIT-LAST-PAYEE
                   PERFORM WRITE-REMIT-PAYEE-TOTAL
               END-IF
               MOVE RT-PAYEE (REMIT-SUB) TO REMIT-LAST-PAYEE
               MOVE RT-PAYEE (REMIT-SUB) TO GRD-PAYEE
               MOVE RT-CASE-NO (REMIT-SUB) TO GRD-CASE-NO
               MOVE RT-EMP-ID (REMIT-SUB) TO GRD-EMP-ID
               MOVE RT-AMOUNT (REMIT-SUB) TO GRD-AMOUNT
               MOVE GARN-REMIT-DETAIL TO GARN-REMIT-LINE
               WRITE GARN-REMIT-LINE
               ADD RT-AMOUNT (REMIT-SUB) TO REMIT-PAYEE-TOTAL
               ADD RT-AMOUNT (REMIT-SUB) TO REMIT-GRAND-TOTAL
           END-PERFORM.
           IF REMIT-COUNT > 0
               PERFORM WRITE-REMIT-PAYEE-TOTAL
           END-IF.
           MOVE STUB-RULE-LINE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE 'GRAND TOTAL' TO GRP-LABEL.
           MOVE SPACES TO GRP-PAYEE.
           MOVE REMIT-GRAND-TOTAL TO GRP-AMOUNT.
           MOVE GARN-REMIT-TOTAL-LINE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           *>LINES PAST THE TABLE ARE STILL ON THE DETAIL FILE, BUT
           *>THE TOTALS ABOVE DO NOT COVER THEM
           IF REMIT-DROPPED-COUNT > 0
               MOVE REMIT-DROPPED-COUNT TO GRX-COUNT
               MOVE GARN-REMIT-DROPPED-LINE TO GARN-REMIT-LINE
               WRITE GARN-REMIT-LINE
               DISPLAY 'PROGRAM3 WARNING - GARNISHMENT REMITTANCE '
                   'TABLE FULL, ' REMIT-DROPPED-COUNT
                   ' LINES NOT TOTALED - SEE GARNDET'
           END-IF.
           CLOSE GARN-REMIT-FILE.

       *>Roll one garnishment line into its payee, case and employee
       *>row, starting a row the first time one is met
       ADD-REMIT-LINE.
           MOVE 'NO ' TO REMIT-FOUND-SWITCH.
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
                   UNTIL REMIT-SUB > REMIT-COUNT
                      OR REMIT-FOUND-SWITCH = 'YES'
               IF RT-PAYEE (REMIT-SUB) = GD-PAYEE
               AND RT-CASE-NO (REMIT-SUB) = GD-CASE-NO
               AND RT-EMP-ID (REMIT-SUB) = GD-EMP-ID
                   MOVE 'YES' TO REMIT-FOUND-SWITCH
                   ADD GD-AMOUNT TO RT-AMOUNT (REMIT-SUB)
               END-IF
           END-PERFORM.
           IF REMIT-FOUND-SWITCH = 'NO '
               IF REMIT-COUNT >= 500
                   ADD 1 TO REMIT-DROPPED-COUNT
               ELSE
                   ADD 1 TO REMIT-COUNT
                   MOVE GD-PAYEE TO RT-PAYEE (REMIT-COUNT)
                   MOVE GD-CASE-NO TO RT-CASE-NO (REMIT-COUNT)
                   MOVE GD-EMP-ID TO RT-EMP-ID (REMIT-COUNT)
                   MOVE GD-AMOUNT TO RT-AMOUNT (REMIT-COUNT)
               END-IF
           END-IF.

       *>Sort the remittance rows by payee, then case -- simple
       *>ascending bubble sort, same shape as the sales tax
       *>remittance's jurisdiction sort
       SORT-REMIT-TABLE.
           PERFORM VARYING REMIT-SUB FROM 1 BY 1
                   UNTIL REMIT-SUB > REMIT-COUNT
               COMPUTE REMIT-SORT-LIMIT = REMIT-COUNT - REMIT-SUB
               PERFORM VARYING REMIT-SORT-SUB FROM 1 BY 1
                       UNTIL REMIT-SORT-SUB > REMIT-SORT-LIMIT
                   IF RT-PAYEE (REMIT-SORT-SUB)
                           > RT-PAYEE (REMIT-SORT-SUB + 1)
                   OR (RT-PAYEE (REMIT-SORT-SUB)
                           = RT-PAYEE (REMIT-SORT-SUB + 1)
                       AND RT-CASE-NO (REMIT-SORT-SUB)
                           > RT-CASE-NO (REMIT-SORT-SUB + 1))
                       MOVE REMIT-ENTRY (REMIT-SORT-SUB)
                           TO REMIT-SORT-HOLD
                       MOVE REMIT-ENTRY (REMIT-SORT-SUB + 1)
                           TO REMIT-ENTRY (REMIT-SORT-SUB)
                       MOVE REMIT-SORT-HOLD
                           TO REMIT-ENTRY (REMIT-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       *>Close off one payee with the total remitted to them
       WRITE-REMIT-PAYEE-TOTAL.
           MOVE 'PAYEE TOTAL' TO GRP-LABEL.
           MOVE REMIT-LAST-PAYEE TO GRP-PAYEE.
           MOVE REMIT-PAYEE-TOTAL TO GRP-AMOUNT.
           MOVE GARN-REMIT-TOTAL-LINE TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE SPACES TO GARN-REMIT-LINE.
           WRITE GARN-REMIT-LINE.
           MOVE ZERO TO REMIT-PAYEE-TOTAL.

       *>Close the deposit extract with the batch trailer the bank
       *>balances the file against
       WRITE-DD-TRAILER.
                       AT END
                           MOVE 'YES' TO DDX-EOF-SWITCH
                       NOT AT END
                           IF (DDX-REC-TYPE = 'D' OR DDX-REC-TYPE = 'R')
                           AND DDX-NET IS NUMERIC
                               ADD 1 TO DD-ITEM-COUNT
                               ADD DDX-NET TO DD-TOTAL
           MOVE RUN-LOG-PROGRAM-NAME TO RLOG-PROGRAM.
           MOVE RUN-LOG-TODAY TO RLOG-DATE.
           MOVE TOTAL-INPUT-COUNT TO RLOG-INPUT-COUNT.
           COMPUTE RLOG-GOOD-COUNT = NUM-OF-EMP + VOID-COUNT.
           *>OVERFLOW-COUNT IS ITS OWN BUCKET (OVERFLOW.TXT), NOT BAD.TXT,
           *>BUT STILL COUNTS AGAINST TOTAL INPUT FOR THE RUN-LOG TO BALANCE
           COMPUTE RLOG-BAD-COUNT = BAD-EMP-COUNT + OVERFLOW-COUNT.
                           MOVE RESTART-LINE-STATE TO GL-STATE-TOTAL
                           MOVE RESTART-LINE-BEN TO GL-BEN-TOTAL
                           MOVE RESTART-LINE-NET TO GL-NET-TOTAL
                           MOVE RESTART-LINE-VGROSS TO GL-VOID-GROSS
                           MOVE RESTART-LINE-VFED TO GL-VOID-FED
                           MOVE RESTART-LINE-VSTATE TO GL-VOID-STATE
                           MOVE RESTART-LINE-VBEN TO GL-VOID-BEN
                           MOVE RESTART-LINE-VNET TO GL-VOID-NET
                           PERFORM RESTORE-GL-DED-TOTALS
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.

       *>Restore the per-code deduction postings from the checkpoint
       RESTORE-GL-DED-TOTALS.
           IF RESTART-LINE-DED-COUNT IS NUMERIC
               MOVE RESTART-LINE-DED-COUNT TO GL-DED-COUNT
               PERFORM VARYING GL-DED-SUB FROM 1 BY 1
                       UNTIL GL-DED-SUB > GL-DED-COUNT
                   MOVE RESTART-LINE-DED-CODE (GL-DED-SUB)
                       TO GDT-CODE (GL-DED-SUB)
                   MOVE RESTART-LINE-DED-PAY (GL-DED-SUB)
                       TO GDT-PAY (GL-DED-SUB)
                   MOVE RESTART-LINE-DED-VOID (GL-DED-SUB)
                       TO GDT-VOID (GL-DED-SUB)
               END-PERFORM
           END-IF.

       *>Discard the records a prior run already processed -- the
       *>check transactions were worked first, so they are skipped
       *>first, and whatever the count has left comes off the weekly
       SKIP-PROCESSED-EMPLOYEES.
           MOVE ZERO TO SKIP-SUB.
           PERFORM UNTIL SKIP-SUB >= RESTART-COUNT
                       OR CTRAN-EOF-SWITCH = 'YES'
               READ CHECK-TRAN-FILE
                   AT END
                       MOVE 'YES' TO CTRAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO SKIP-SUB
               END-READ
           END-PERFORM.
           PERFORM UNTIL SKIP-SUB >= RESTART-COUNT
                       OR END-OF-FILE = 'YES'
               ADD 1 TO SKIP-SUB
       *>Save the current record count as the new checkpoint
       WRITE-CHECKPOINT.
           OPEN OUTPUT RESTART-FILE.
           INITIALIZE RESTART-LINE.
           MOVE ABSOLUTE-RECORD-COUNT TO RESTART-LINE-COUNT.
           MOVE GL-GROSS-TOTAL TO RESTART-LINE-GROSS.
           MOVE GL-FED-TOTAL TO RESTART-LINE-FED.
           MOVE GL-STATE-TOTAL TO RESTART-LINE-STATE.
           MOVE GL-BEN-TOTAL TO RESTART-LINE-BEN.
           MOVE GL-NET-TOTAL TO RESTART-LINE-NET.
           MOVE GL-VOID-GROSS TO RESTART-LINE-VGROSS.
           MOVE GL-VOID-FED TO RESTART-LINE-VFED.
           MOVE GL-VOID-STATE TO RESTART-LINE-VSTATE.
           MOVE GL-VOID-BEN TO RESTART-LINE-VBEN.
           MOVE GL-VOID-NET TO RESTART-LINE-VNET.
           MOVE GL-DED-COUNT TO RESTART-LINE-DED-COUNT.
           PERFORM VARYING GL-DED-SUB FROM 1 BY 1
                   UNTIL GL-DED-SUB > GL-DED-COUNT
               MOVE GDT-CODE (GL-DED-SUB)
                   TO RESTART-LINE-DED-CODE (GL-DED-SUB)
               MOVE GDT-PAY (GL-DED-SUB)
                   TO RESTART-LINE-DED-PAY (GL-DED-SUB)
               MOVE GDT-VOID (GL-DED-SUB)
                   TO RESTART-LINE-DED-VOID (GL-DED-SUB)
           END-PERFORM.
           WRITE RESTART-LINE.
           CLOSE RESTART-FILE.
