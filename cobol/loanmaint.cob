      ******************************************************************
      * CSCI3180 Principles of Programming Languages
      *
      * --- Declaration ---
      *
      * I declare that the assignment here submitted is original except for source
      * material explicitly acknowledged. I also acknowledge that I am aware of
      * University policy and regulations on honesty in academic work, and of the
      * disciplinary guidelines and procedures applicable to breaches of such policy
      * and regulations, as contained in the website
      * http://www.cuhk.edu.hk/policy/academichonesty/
      *
      * Assignment 1
      * Name : Lam Hiu Ching
      * Student ID : 1155129247
      * Email Addr : 1155129247@link.cuhk.edu.hk
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMAINT.

      *    head-office loan book maintenance: draws down a new
      *    amortized loan into the customer's repayment vault (the
      *    principal goes in as its own 'N' operation through the
      *    first configured ATM's transaction file, settled by CENTRAL
      *    like everything else), prints the amortization schedule the
      *    branch hands the customer, and lists the book. Repayments
      *    themselves are collected each night by LOANRUN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the loan book; LOANRUN advances each loan's next due date
      *    and outstanding principal as instalments are collected
       SELECT LOAN-FILE ASSIGN TO 'loans.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LN-FS.

      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; the repayment vault must exist on it
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    the first configured slot carries the drawdown, same as
      *    INTEREST/SORUN/ADJUST post into
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

       SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TF-FS.

       SELECT BATCHFLAG-FILE ASSIGN TO 'batchdone.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

      *    the customer's copy of the schedule, rewritten on every print
       SELECT SCHEDULE-FILE ASSIGN TO 'loanSched.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-REC.
           05 LN-ID PIC 9(6).          *> loan number, issued in sequence
           05 LN-ACC-NUM PIC 9(16).    *> repayment vault, drawn into and debited
           05 LN-PRINCIPAL PIC 9(5)V9(2).  *> amount drawn down
           05 LN-RATE PIC V9(4).       *> agreed annual rate, e.g. .0650
           05 LN-TERM PIC 999.         *> number of monthly instalments
           05 LN-INSTALMENT PIC 9(5)V9(2). *> level monthly repayment
           05 LN-OUTSTANDING PIC 9(5)V9(2). *> principal still owed
           05 LN-PAID PIC 999.         *> instalments collected so far
           05 LN-DUE-DAY PIC 99.       *> day of month instalments fall due, 01-28
           05 LN-NEXT-DUE PIC 9(8).    *> date the next instalment is due, YYYYMMDD
           05 LN-START PIC 9(8).       *> drawdown date, YYYYMMDD
           05 LN-STATUS PIC X.         *> 'A' active, 'P' paid off
           05 LN-FAIL-RSN PIC X(12).   *> why the last collection failed, spaces = none

       FD MASTERIDX-FILE.
       01 ACCOUNT-IX.
           05 IDX-ACC-NAME PIC A(20).
           05 IDX-ACC-NUM PIC 9(16).
           05 IDX-ACC-PASSWORD-HASH PIC 9(10).
           05 IDX-BALANCE-SIGN PIC X.
           05 IDX-BALANCE PIC 9(13)V9(2).
           05 IDX-OD-LIMIT PIC 9(13)V9(2).
           05 IDX-DAY-WD-LIMIT PIC 9(13)V9(2).
           05 IDX-ACC-DORMANT PIC X.
           05 IDX-ACC-LOCKED PIC X.
           05 IDX-ACC-PRODUCT PIC X.
           05 IDX-ACC-FREEZE PIC X.
           05 IDX-ACC-FREEZE-RSN PIC X(3).

       FD ATMCONFIG-FILE.
       01 ATM-CONFIG-REC.
           05 CFG-ATM-NUM PIC 99.
           05 CFG-LABEL PIC X(20).
           05 CFG-FILENAME PIC X(20).

      *    kept in step with atms.cob/central.cob's TRANSACTION-REC
       FD TRANS-FILE.
       01 TRANSACTION-REC.
           05 ACC-NUM-T PIC 9(16).
           05 OPERA-T PIC X.
           05 AMOUNT-T PIC 9(5)V9(2).
           05 TS-T PIC 9(16).
           05 TRANSFER-ID-T PIC 9(16).
           05 NEW-PASSWORD-HASH-T PIC 9(10).
           05 ATM-NUM-T PIC 99.     *> 00, a drawdown is a head-office posting
           05 CLEARS-ON-T PIC 9(8). *> 0, the loan is available at once
           05 HOLDER-ID-T PIC 99.   *> 00, no holder keys a head-office posting
           05 TELLER-ID-T PIC 9(4). *> 0000, not a branch counter posting
           05 BRANCH-T PIC 99.      *> 00, not a branch counter posting
      *    header/trailer control record, the same length as a
      *    transaction and told apart from one by TC-MARK, which sits
      *    where ACC-NUM-T does and can never hold an account number;
      *    layout kept in step with central.cob's TRANS-CONTROL-REC
       01 TRANS-CONTROL-REC.
           05 TC-MARK PIC X(16).       *> "**HEADER**" or "**TRAILER**"
           05 TC-ATM-NUM PIC 99.       *> atmconfig.txt slot the file feeds
           05 TC-FILENAME PIC X(20).   *> the file's own name
           05 TC-COUNT PIC 9(8).       *> trailer: data rows in the file so far
           05 TC-HASH PIC 9(13)V9(2).  *> trailer: AMOUNT-T hash total so far
           05 TC-LAST-TS PIC 9(16).
      *>  trailer: TS-T of the last data row; header: when created
           05 FILLER PIC X(7).

       FD BATCHFLAG-FILE.
       01 BATCH-FLAG-REC.
           05 BATCH-FLAG PIC X(4).
      *>  set to "DONE" once every transaction currently in the ATM
      *>  transaction files has been applied to master.txt

       FD SCHEDULE-FILE.
       01 SCHED-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * layouts built in working-storage, then moved onto SCHED-LINE
       01 WS-SCHED-TITLE.
           05 FILLER PIC X(40)
               VALUE "GRINGOTTS WIZARDING BANK - LOAN SCHEDULE".
       01 WS-SCHED-HEAD1.
           05 FILLER PIC X(7) VALUE "LOAN #".
           05 SH-ID PIC 9(6).
           05 FILLER PIC X(9) VALUE "  VAULT ".
           05 SH-ACC-NUM PIC 9(16).
           05 FILLER PIC X(2) VALUE "  ".
           05 SH-NAME PIC A(20).
       01 WS-SCHED-HEAD2.
           05 FILLER PIC X(11) VALUE "PRINCIPAL ".
           05 SH-PRINCIPAL PIC 9(5)V9(2).
           05 FILLER PIC X(8) VALUE "  RATE ".
           05 SH-RATE PIC V9(4).
           05 FILLER PIC X(8) VALUE "  TERM ".
           05 SH-TERM PIC 999.
           05 FILLER PIC X(14) VALUE "  INSTALMENT ".
           05 SH-INSTALMENT PIC 9(5)V9(2).
       01 WS-SCHED-COLS.
           05 FILLER PIC X(50)
               VALUE "  NO  DUE DATE   PAYMENT  PRINCIPAL  INTEREST".
           05 FILLER PIC X(16) VALUE "   BALANCE".
       01 WS-SCHED-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-NUM PIC 999.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-DUE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-PAYMENT PIC 9(5)V9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SD-PRINCIPAL PIC 9(5)V9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-INTEREST PIC 9(5)V9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-BALANCE PIC 9(5)V9(2).
       01 WS-SCHED-TOTAL.
           05 FILLER PIC X(17) VALUE "TOTAL REPAYABLE ".
           05 ST-PAYMENT PIC 9(7)V9(2).
           05 FILLER PIC X(20) VALUE "  OF WHICH INTEREST ".
           05 ST-INTEREST PIC 9(7)V9(2).

      *    the whole loan book, loaded up front and written back out
      *    with a new loan appended, same pattern adjust.cob uses for
      *    its pending book
       01  LOAN-TABLE.
           05  LOAN-ENTRY OCCURS 100 TIMES.
               10  TAB-LN-ID PIC 9(6).
               10  TAB-LN-ACC PIC 9(16).
               10  TAB-LN-PRINCIPAL PIC 9(5)V9(2).
               10  TAB-LN-RATE PIC V9(4).
               10  TAB-LN-TERM PIC 999.
               10  TAB-LN-INSTALMENT PIC 9(5)V9(2).
               10  TAB-LN-OUTSTANDING PIC 9(5)V9(2).
               10  TAB-LN-PAID PIC 999.
               10  TAB-LN-DUE-DAY PIC 99.
               10  TAB-LN-NEXT-DUE PIC 9(8).
               10  TAB-LN-START PIC 9(8).
               10  TAB-LN-STATUS PIC X.
               10  TAB-LN-FAIL-RSN PIC X(12).
       01  LOAN-COUNT PIC 999 VALUE 0.      *> number of rows loaded into LOAN-TABLE
       01  LOAN-IX PIC 999.                 *> scratch subscript, reused by every table loop
       01  CUR-LN-IX PIC 999 VALUE 0.       *> LOAN-TABLE row of the loan in hand
       01  NEXT-LOAN-ID PIC 9(6) VALUE 0.   *> highest loan number on the book so far

       01  INPUT-ACTION PIC A.              *> 'N' new loan, 'S' schedule, 'L' list
       01  INPUT-ACC PIC 9(16).             *> repayment vault
       01  INPUT-AMOUNT PIC S9(5)V9(2).     *> principal to draw down
       01  INPUT-RATE PIC V9(4).            *> agreed annual rate
       01  INPUT-TERM PIC 999.              *> term in months
       01  INPUT-LOAN-ID PIC 9(6).          *> loan chosen for a schedule reprint

      *    schedule arithmetic; LOANRUN splits each collected
      *    instalment with exactly the same monthly rate and rounding,
      *    so the printed schedule is what the vault will see
       01  MONTH-RATE PIC V9(8).            *> annual rate / 12
       01  GROWTH PIC 9(15)V9(12).          *> (1 + monthly rate) ** term
       01  SCH-BALANCE PIC 9(5)V9(2).       *> principal left after the row in hand
       01  SCH-NUM PIC 999.                 *> instalment number being printed
       01  SCH-INTEREST PIC 9(5)V9(2).      *> interest part of the instalment
       01  SCH-PRINCIPAL PIC 9(5)V9(2).     *> principal part of the instalment
       01  SCH-PAYMENT PIC 9(5)V9(2).       *> the two together
       01  SCH-TOT-PAYMENT PIC 9(7)V9(2).   *> everything still repayable
       01  SCH-TOT-INTEREST PIC 9(7)V9(2).  *> interest still to be charged
       01  SCH-DUE PIC 9(8).                *> due date of the row in hand
       01  SCH-DUE-SPLIT REDEFINES SCH-DUE.
           05 SCH-DUE-YYYY PIC 9(4).
           05 SCH-DUE-MM PIC 99.
           05 SCH-DUE-DD PIC 99.
       01  SCH-RETURN PIC 9.
       *>which caller SCHEDULE-PARA returns to: 1 = a new drawdown,
       *>the book still has to be saved, 2 = a reprint, stop after

       01  REGISTERED PIC 9 VALUE 0.
       *>bool variable for checking the account exists, 0 = false, 1 = true
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-DATE-SPLIT REDEFINES WS-CUR-DATE.
           05 WS-CUR-YYYY PIC 9(4).
           05 WS-CUR-MM PIC 99.
           05 WS-CUR-DD PIC 99.
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  LN-FS PIC 9(2).                  *> variable storing file status of LOAN-FILE
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE
       01  CF-FS PIC 9(2).                  *> variable storing file status of ATMCONFIG-FILE
       01  TF-FS PIC 9(2).                  *> variable storing file status of TRANS-FILE
      *    the file's control totals: picked up from its last
      *    trailer before appending, advanced for every row written,
      *    and written back out as a fresh trailer before the close
       01  CTL-COUNT PIC 9(8) VALUE 0.      *> data rows in the file
       01  CTL-HASH PIC 9(13)V9(2) VALUE 0. *> AMOUNT-T hash total
       01  CTL-LAST-TS PIC 9(16) VALUE 0.   *> TS-T of the last data row
       01  CTL-ATM-NUM PIC 99 VALUE 0.      *> atmconfig.txt slot of the file
       01  CTL-RECS PIC 9(8) VALUE 0.       *> records of any kind the scan found
       01  CTL-DATE PIC 9(8).               *> header creation date, YYYYMMDD
       01  CTL-TIME PIC 9(8).               *> header creation time, HHMMSSCC
       01  CTL-EOF PIC 9 VALUE 0.
       *>bool variable for the trailer scan's eof, 0 = false, 1 = true

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "##############################################".
           DISPLAY "##         Gringotts Wizarding Bank         ##".
           DISPLAY "##          Loan Book Maintenance           ##".
           DISPLAY "##############################################".

           OPEN INPUT LOAN-FILE.
           IF LN-FS = 35 THEN      *> no loan book yet, start one empty
               CLOSE LOAN-FILE
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN INPUT LOAN-FILE
           END-IF.

           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-LOAN-LOOP-PARA.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LOAN-FILE
               GO TO CHOOSE-ACTION-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; writing it
      *    back out would silently lose every loan past the table
           IF LOAN-COUNT >= 100 THEN    *> LOAN-TABLE OCCURS 100 TIMES
               DISPLAY "=> MORE THAN 100 LOANS ON FILE, REFUSING TO "
                   "RUN BEFORE THE BOOK IS SPLIT"
               CLOSE LOAN-FILE
               STOP RUN
           END-IF.

           ADD 1 TO LOAN-COUNT.
           MOVE LN-ID TO TAB-LN-ID(LOAN-COUNT).
           MOVE LN-ACC-NUM TO TAB-LN-ACC(LOAN-COUNT).
           MOVE LN-PRINCIPAL TO TAB-LN-PRINCIPAL(LOAN-COUNT).
           MOVE LN-RATE TO TAB-LN-RATE(LOAN-COUNT).
           MOVE LN-TERM TO TAB-LN-TERM(LOAN-COUNT).
           MOVE LN-INSTALMENT TO TAB-LN-INSTALMENT(LOAN-COUNT).
           MOVE LN-OUTSTANDING TO TAB-LN-OUTSTANDING(LOAN-COUNT).
           MOVE LN-PAID TO TAB-LN-PAID(LOAN-COUNT).
           MOVE LN-DUE-DAY TO TAB-LN-DUE-DAY(LOAN-COUNT).
           MOVE LN-NEXT-DUE TO TAB-LN-NEXT-DUE(LOAN-COUNT).
           MOVE LN-START TO TAB-LN-START(LOAN-COUNT).
           MOVE LN-STATUS TO TAB-LN-STATUS(LOAN-COUNT).
           MOVE LN-FAIL-RSN TO TAB-LN-FAIL-RSN(LOAN-COUNT).
           IF LN-ID > NEXT-LOAN-ID THEN
               MOVE LN-ID TO NEXT-LOAN-ID
           END-IF.
           GO TO LOAD-LOAN-LOOP-PARA.

       CHOOSE-ACTION-PARA.
           DISPLAY "=> PRESS N TO DRAW DOWN A NEW LOAN".
           DISPLAY "=> PRESS S TO PRINT A LOAN'S SCHEDULE".
           DISPLAY "=> PRESS L TO LIST THE LOAN BOOK".
           ACCEPT INPUT-ACTION FROM SYSIN.

           IF INPUT-ACTION = 'N' THEN
               GO TO NEW-LOAN-PARA
           END-IF.

           IF INPUT-ACTION = 'S' THEN
               GO TO REPRINT-PARA
           END-IF.

           IF INPUT-ACTION = 'L' THEN
               MOVE 1 TO LOAN-IX
               GO TO LIST-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHOOSE-ACTION-PARA.

       LIST-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               DISPLAY "=> " LOAN-COUNT " LOAN(S) ON THE BOOK"
               STOP RUN
           END-IF.

           DISPLAY "=> #" TAB-LN-ID(LOAN-IX)
               " VAULT " TAB-LN-ACC(LOAN-IX)
               " OWED " TAB-LN-OUTSTANDING(LOAN-IX)
               " PAID " TAB-LN-PAID(LOAN-IX) "/" TAB-LN-TERM(LOAN-IX)
               " NEXT DUE " TAB-LN-NEXT-DUE(LOAN-IX)
               " STATUS " TAB-LN-STATUS(LOAN-IX)
               " " TAB-LN-FAIL-RSN(LOAN-IX).
           ADD 1 TO LOAN-IX.
           GO TO LIST-PARA.

       NEW-LOAN-PARA.
           IF LOAN-COUNT >= 100 THEN
               DISPLAY "=> LOAN BOOK FULL, SPLIT THE BOOK BEFORE "
                   "DRAWING DOWN ANOTHER LOAN"
               STOP RUN
           END-IF.

           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN   *> if masteridx.dat not exist
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               STOP RUN
           END-IF.

       NEW-ACC-PARA.
           DISPLAY "=> REPAYMENT VAULT NUMBER".
           ACCEPT INPUT-ACC FROM SYSIN.

           MOVE 0 TO REGISTERED.
           MOVE INPUT-ACC TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE        *> no such account on the book
               NOT INVALID KEY MOVE 1 TO REGISTERED
           END-READ.

           IF REGISTERED = 0 THEN
               DISPLAY "=> ACCOUNT DOES NOT EXIST"
               GO TO NEW-ACC-PARA
           END-IF.

      *    a vault the bank cannot debit cannot repay a loan; refuse
      *    the drawdown rather than book arrears from the first night
           IF IDX-ACC-DORMANT = 'Y' THEN
               DISPLAY "=> VAULT IS DORMANT, REACTIVATE IT FIRST"
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

           IF IDX-ACC-FREEZE = 'Y' THEN
               DISPLAY "=> VAULT IS FROZEN (" IDX-ACC-FREEZE-RSN
                   "), NO LENDING AGAINST IT"
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

           CLOSE MASTERIDX-FILE.

       NEW-AMOUNT-PARA.
           DISPLAY "=> PRINCIPAL TO DRAW DOWN".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-AMOUNT-PARA
           END-IF.

       NEW-RATE-PARA.
           DISPLAY "=> AGREED ANNUAL RATE (E.G. .0650)".
           ACCEPT INPUT-RATE FROM SYSIN.

       NEW-TERM-PARA.
           DISPLAY "=> TERM IN MONTHS (1-360)".
           ACCEPT INPUT-TERM FROM SYSIN.

           IF INPUT-TERM < 1 OR INPUT-TERM > 360 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-TERM-PARA
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.

           ADD 1 TO NEXT-LOAN-ID.
           ADD 1 TO LOAN-COUNT.
           MOVE LOAN-COUNT TO CUR-LN-IX.
           MOVE NEXT-LOAN-ID TO TAB-LN-ID(CUR-LN-IX).
           MOVE INPUT-ACC TO TAB-LN-ACC(CUR-LN-IX).
           MOVE INPUT-AMOUNT TO TAB-LN-PRINCIPAL(CUR-LN-IX).
           MOVE INPUT-RATE TO TAB-LN-RATE(CUR-LN-IX).
           MOVE INPUT-TERM TO TAB-LN-TERM(CUR-LN-IX).
           MOVE INPUT-AMOUNT TO TAB-LN-OUTSTANDING(CUR-LN-IX).
           MOVE 0 TO TAB-LN-PAID(CUR-LN-IX).
           MOVE WS-CUR-DATE TO TAB-LN-START(CUR-LN-IX).
           MOVE 'A' TO TAB-LN-STATUS(CUR-LN-IX).
           MOVE SPACES TO TAB-LN-FAIL-RSN(CUR-LN-IX).

      *    instalments fall due on the drawdown's day of the month,
      *    starting next month; a drawdown after the 28th is pulled
      *    back to the 28th so every month actually has the due day
           MOVE WS-CUR-DD TO TAB-LN-DUE-DAY(CUR-LN-IX).
           IF WS-CUR-DD > 28 THEN
               MOVE 28 TO TAB-LN-DUE-DAY(CUR-LN-IX)
           END-IF.
           MOVE WS-CUR-DATE TO SCH-DUE.
           ADD 1 TO SCH-DUE-MM.
           IF SCH-DUE-MM > 12 THEN
               MOVE 1 TO SCH-DUE-MM
               ADD 1 TO SCH-DUE-YYYY
           END-IF.
           MOVE TAB-LN-DUE-DAY(CUR-LN-IX) TO SCH-DUE-DD.
           MOVE SCH-DUE TO TAB-LN-NEXT-DUE(CUR-LN-IX).

      *    the level instalment that clears principal and interest
      *    over the term: P * r * (1+r)**n / ((1+r)**n - 1), or a
      *    straight P / n for an interest-free loan
           COMPUTE MONTH-RATE ROUNDED = INPUT-RATE / 12.
           IF MONTH-RATE = 0 THEN
               COMPUTE TAB-LN-INSTALMENT(CUR-LN-IX) ROUNDED =
                   INPUT-AMOUNT / INPUT-TERM
           ELSE
               COMPUTE GROWTH ROUNDED = (1 + MONTH-RATE) ** INPUT-TERM
               COMPUTE TAB-LN-INSTALMENT(CUR-LN-IX) ROUNDED =
                   INPUT-AMOUNT * MONTH-RATE * GROWTH / (GROWTH - 1)
                   ON SIZE ERROR
                       DISPLAY "=> INSTALMENT TOO LARGE, SHORTEN THE "
                           "RATE OR LENGTHEN THE TERM"
                       STOP RUN
               END-COMPUTE
           END-IF.

       NEW-POST-PARA.
      *    the drawdown credits the repayment vault through the first
      *    configured ATM's transaction file, so it settles through
      *    CENTRAL with every control intact
           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "non-existing file! (atmconfig.txt)"
               STOP RUN
           END-IF.

           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> WARNING: NO ATMS CONFIGURED, CANNOT "
                   "DRAW DOWN THE LOAN"
               STOP RUN
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.
           GO TO TRAILER-OPEN-PARA.

      *    open the transaction file for append, picking up the
      *    running control totals from its last trailer so the new
      *    trailer written at close covers every row in the file; a
      *    new (or emptied) file starts with its header record
       TRAILER-OPEN-PARA.
           MOVE 0 TO CTL-COUNT.
           MOVE 0 TO CTL-HASH.
           MOVE 0 TO CTL-LAST-TS.
           MOVE 0 TO CTL-RECS.
           OPEN INPUT TRANS-FILE.
           IF TF-FS = 35 THEN      *> file doesn't exist yet
               CLOSE TRANS-FILE
               GO TO TRAILER-HEADER-PARA
           END-IF.

           MOVE 0 TO CTL-EOF.

       TRAILER-SCAN-LOOP-PARA.
           READ TRANS-FILE NEXT RECORD
               AT END MOVE 1 TO CTL-EOF
           END-READ.

           IF CTL-EOF = 1 THEN
               CLOSE TRANS-FILE
               GO TO TRAILER-OPEN-EXIT-PARA
           END-IF.

           ADD 1 TO CTL-RECS.
           IF TC-MARK = "**TRAILER**" THEN
               MOVE TC-COUNT TO CTL-COUNT
               MOVE TC-HASH TO CTL-HASH
               MOVE TC-LAST-TS TO CTL-LAST-TS
           END-IF.
           GO TO TRAILER-SCAN-LOOP-PARA.

       TRAILER-OPEN-EXIT-PARA.
           IF CTL-RECS = 0 THEN    *> emptied after settlement
               GO TO TRAILER-HEADER-PARA
           END-IF.

           OPEN EXTEND TRANS-FILE.
           GO TO NEW-WRITE-PARA.

       TRAILER-HEADER-PARA.
           OPEN OUTPUT TRANS-FILE.
           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**HEADER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE 0 TO TC-COUNT.
           MOVE 0 TO TC-HASH.
           ACCEPT CTL-DATE FROM DATE YYYYMMDD.
           ACCEPT CTL-TIME FROM TIME.
           COMPUTE TC-LAST-TS = CTL-DATE * 100000000 + CTL-TIME.
           WRITE TRANS-CONTROL-REC.
           GO TO NEW-WRITE-PARA.

       NEW-WRITE-PARA.
           MOVE INPUT-ACC TO ACC-NUM-T.
           MOVE 'N' TO OPERA-T.
           MOVE INPUT-AMOUNT TO AMOUNT-T.
           MOVE 0 TO TRANSFER-ID-T.
           MOVE 0 TO NEW-PASSWORD-HASH-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
           MOVE 0 TO TELLER-ID-T.
           MOVE 0 TO BRANCH-T.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE TIMESTAMP TO TS-T.
           WRITE TRANSACTION-REC
           END-WRITE.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT-T TO CTL-HASH.
           MOVE TS-T TO CTL-LAST-TS.

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

           *> the drawdown is unsettled; mark pending, same flag
           *> atms.cob checks before it will truncate the files
           OPEN OUTPUT BATCHFLAG-FILE.
           MOVE "PEND" TO BATCH-FLAG.
           WRITE BATCH-FLAG-REC.
           CLOSE BATCHFLAG-FILE.

           DISPLAY "=> LOAN #" NEXT-LOAN-ID " DRAWN DOWN, "
               "INSTALMENT " TAB-LN-INSTALMENT(CUR-LN-IX)
               " FIRST DUE " TAB-LN-NEXT-DUE(CUR-LN-IX).

           MOVE 1 TO SCH-RETURN.
           GO TO SCHEDULE-PARA.

       REPRINT-PARA.
           DISPLAY "=> LOAN NUMBER".
           ACCEPT INPUT-LOAN-ID FROM SYSIN.

           MOVE 0 TO CUR-LN-IX.
           MOVE 1 TO LOAN-IX.

       REPRINT-FIND-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               GO TO REPRINT-FIND-EXIT-PARA
           END-IF.

           IF TAB-LN-ID(LOAN-IX) = INPUT-LOAN-ID THEN
               MOVE LOAN-IX TO CUR-LN-IX
           END-IF.

           ADD 1 TO LOAN-IX.
           GO TO REPRINT-FIND-PARA.

       REPRINT-FIND-EXIT-PARA.
           IF CUR-LN-IX = 0 THEN
               DISPLAY "=> NO LOAN WITH THAT NUMBER"
               STOP RUN
           END-IF.

           IF TAB-LN-STATUS(CUR-LN-IX) = 'P' THEN
               DISPLAY "=> LOAN #" INPUT-LOAN-ID " IS PAID OFF"
               STOP RUN
           END-IF.

           MOVE 2 TO SCH-RETURN.
           GO TO SCHEDULE-PARA.

       SCHEDULE-PARA.       *> the remaining schedule of the loan in hand
      *    the name on the vault for the header; the index may have
      *    gone since the loan was booked, the schedule still prints
           MOVE SPACES TO SH-NAME.
           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS NOT = 35 THEN
               MOVE TAB-LN-ACC(CUR-LN-IX) TO IDX-ACC-NUM
               READ MASTERIDX-FILE
                   KEY IS IDX-ACC-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE IDX-ACC-NAME TO SH-NAME
               END-READ
           END-IF.
           CLOSE MASTERIDX-FILE.

           OPEN OUTPUT SCHEDULE-FILE.
           MOVE WS-SCHED-TITLE TO SCHED-LINE.
           WRITE SCHED-LINE.
           MOVE TAB-LN-ID(CUR-LN-IX) TO SH-ID.
           MOVE TAB-LN-ACC(CUR-LN-IX) TO SH-ACC-NUM.
           MOVE WS-SCHED-HEAD1 TO SCHED-LINE.
           WRITE SCHED-LINE.
           MOVE TAB-LN-PRINCIPAL(CUR-LN-IX) TO SH-PRINCIPAL.
           MOVE TAB-LN-RATE(CUR-LN-IX) TO SH-RATE.
           MOVE TAB-LN-TERM(CUR-LN-IX) TO SH-TERM.
           MOVE TAB-LN-INSTALMENT(CUR-LN-IX) TO SH-INSTALMENT.
           MOVE WS-SCHED-HEAD2 TO SCHED-LINE.
           WRITE SCHED-LINE.
           MOVE WS-SCHED-COLS TO SCHED-LINE.
           WRITE SCHED-LINE.

           COMPUTE MONTH-RATE ROUNDED = TAB-LN-RATE(CUR-LN-IX) / 12.
           MOVE TAB-LN-OUTSTANDING(CUR-LN-IX) TO SCH-BALANCE.
           MOVE TAB-LN-PAID(CUR-LN-IX) TO SCH-NUM.
           MOVE TAB-LN-NEXT-DUE(CUR-LN-IX) TO SCH-DUE.
           MOVE 0 TO SCH-TOT-PAYMENT.
           MOVE 0 TO SCH-TOT-INTEREST.

       SCHEDULE-LOOP-PARA.
           IF SCH-BALANCE = 0 THEN
               GO TO SCHEDULE-EXIT-PARA
           END-IF.

           ADD 1 TO SCH-NUM.
           COMPUTE SCH-INTEREST ROUNDED = SCH-BALANCE * MONTH-RATE.

      *    the last instalment (or one that would overshoot) takes
      *    exactly what is left, absorbing the rounding of the others
           IF SCH-NUM >= TAB-LN-TERM(CUR-LN-IX)
                   OR TAB-LN-INSTALMENT(CUR-LN-IX) <= SCH-INTEREST
                   OR TAB-LN-INSTALMENT(CUR-LN-IX) - SCH-INTEREST
                       >= SCH-BALANCE THEN
               MOVE SCH-BALANCE TO SCH-PRINCIPAL
           ELSE
               COMPUTE SCH-PRINCIPAL =
                   TAB-LN-INSTALMENT(CUR-LN-IX) - SCH-INTEREST
           END-IF.
           COMPUTE SCH-PAYMENT = SCH-PRINCIPAL + SCH-INTEREST.
           SUBTRACT SCH-PRINCIPAL FROM SCH-BALANCE.
           ADD SCH-PAYMENT TO SCH-TOT-PAYMENT.
           ADD SCH-INTEREST TO SCH-TOT-INTEREST.

           MOVE SCH-NUM TO SD-NUM.
           MOVE SCH-DUE TO SD-DUE.
           MOVE SCH-PAYMENT TO SD-PAYMENT.
           MOVE SCH-PRINCIPAL TO SD-PRINCIPAL.
           MOVE SCH-INTEREST TO SD-INTEREST.
           MOVE SCH-BALANCE TO SD-BALANCE.
           MOVE WS-SCHED-DETAIL TO SCHED-LINE.
           WRITE SCHED-LINE.

           ADD 1 TO SCH-DUE-MM.
           IF SCH-DUE-MM > 12 THEN
               MOVE 1 TO SCH-DUE-MM
               ADD 1 TO SCH-DUE-YYYY
           END-IF.
           MOVE TAB-LN-DUE-DAY(CUR-LN-IX) TO SCH-DUE-DD.
           GO TO SCHEDULE-LOOP-PARA.

       SCHEDULE-EXIT-PARA.
           MOVE SCH-TOT-PAYMENT TO ST-PAYMENT.
           MOVE SCH-TOT-INTEREST TO ST-INTEREST.
           MOVE WS-SCHED-TOTAL TO SCHED-LINE.
           WRITE SCHED-LINE.
           CLOSE SCHEDULE-FILE.

           DISPLAY "=> SCHEDULE FOR LOAN #" TAB-LN-ID(CUR-LN-IX)
               " PRINTED TO loanSched.txt".

           IF SCH-RETURN = 1 THEN
               GO TO SAVE-LOAN-PARA
           END-IF.
           STOP RUN.

       SAVE-LOAN-PARA.      *> write the loan book back out
           OPEN OUTPUT LOAN-FILE.
           MOVE 1 TO LOAN-IX.

       SAVE-LOAN-LOOP-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               CLOSE LOAN-FILE
               STOP RUN
           END-IF.

           MOVE TAB-LN-ID(LOAN-IX) TO LN-ID.
           MOVE TAB-LN-ACC(LOAN-IX) TO LN-ACC-NUM.
           MOVE TAB-LN-PRINCIPAL(LOAN-IX) TO LN-PRINCIPAL.
           MOVE TAB-LN-RATE(LOAN-IX) TO LN-RATE.
           MOVE TAB-LN-TERM(LOAN-IX) TO LN-TERM.
           MOVE TAB-LN-INSTALMENT(LOAN-IX) TO LN-INSTALMENT.
           MOVE TAB-LN-OUTSTANDING(LOAN-IX) TO LN-OUTSTANDING.
           MOVE TAB-LN-PAID(LOAN-IX) TO LN-PAID.
           MOVE TAB-LN-DUE-DAY(LOAN-IX) TO LN-DUE-DAY.
           MOVE TAB-LN-NEXT-DUE(LOAN-IX) TO LN-NEXT-DUE.
           MOVE TAB-LN-START(LOAN-IX) TO LN-START.
           MOVE TAB-LN-STATUS(LOAN-IX) TO LN-STATUS.
           MOVE TAB-LN-FAIL-RSN(LOAN-IX) TO LN-FAIL-RSN.
           WRITE LOAN-REC.

           ADD 1 TO LOAN-IX.
           GO TO SAVE-LOAN-LOOP-PARA.

       END PROGRAM LOANMAINT.
