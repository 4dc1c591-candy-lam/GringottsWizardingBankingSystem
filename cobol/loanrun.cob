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
       PROGRAM-ID. LOANRUN.

      *    run before CENTRAL each settlement day, after SORUN; for
      *    every loan whose instalment has fallen due it splits the
      *    instalment into interest (charged on the principal still
      *    owed, at the agreed rate / 12) and principal, and writes
      *    the two debits against the repayment vault into the first
      *    configured ATM's transaction file as their own operations
      *    -- 'Q' loan interest, 'K' loan principal -- so they settle
      *    through the existing sort/merge and the statement shows a
      *    repayment, not a withdrawal. A vault that cannot pay (no
      *    such vault, dormant, frozen, or not enough available
      *    balance inside its overdraft limit) is not debited; the
      *    instalment stays due, is tried again the next night, and
      *    the loan goes onto the arrears report with the reason
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the loan book LOANMAINT draws down into
       SELECT LOAN-FILE ASSIGN TO 'loans.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LN-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    kept in step with the same atmconfig.txt atms.cob/central.cob
      *    read, same reason interest.cob reads it
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

      *    posts into the first configured ATM's transaction file;
      *    which physical file this points at is decided at runtime by
      *    moving a table entry's filename into WS-TRANS-FILENAME
       SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TF-FS.

       SELECT BATCHFLAG-FILE ASSIGN TO 'batchdone.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; the repayment vault's balance, overdraft limit,
      *    freeze and dormant flags decide whether it can pay
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    in-flight ATM withdrawals/transfers not yet settled, and
      *    cheque deposits not yet cleared; both come off the balance
      *    the vault can pay from, same as atms.cob's
      *    HOLD-AVAILABLE-PARA
       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

      *    loans behind on their repayments, rewritten every run
       SELECT ARREARS-FILE ASSIGN TO 'loanArrears.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    layout kept in step with loanmaint.cob's LOAN-REC
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
           05 ATM-NUM-T PIC 99.     *> 00, repayments are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, repayments move cleared funds
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

       FD HOLDS-FILE.
       01 HOLD-REC.
           05 HOLD-ACC-NUM PIC 9(16).
           05 HOLD-AMOUNT PIC 9(13)V9(2).

       FD UNCLEARED-FILE.
       01 UNCLEARED-REC.
           05 UC-ACC-NUM PIC 9(16).
           05 UC-AMOUNT PIC 9(5)V9(2).
           05 UC-CLEARS-ON PIC 9(8).   *> funds available from this date, YYYYMMDD
           05 UC-TS PIC 9(16).         *> the cheque deposit's timestamp

       FD ARREARS-FILE.
       01 ARREARS-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * layouts built in working-storage, then moved onto ARREARS-LINE
       01 WS-ARR-HEADER.
           05 STR1 PIC X(25) VALUE "LOAN ARREARS REPORT FOR ".
           05 HDR-DATE PIC 9(8).
       01 WS-ARR-DETAIL.
           05 STR2 PIC X(7) VALUE "LOAN #".
           05 ARR-ID PIC 9(6).
           05 STR3 PIC X(8) VALUE " VAULT ".
           05 ARR-ACC-NUM PIC 9(16).
           05 STR4 PIC X(7) VALUE " DUE ".
           05 ARR-DUE PIC 9(8).
           05 STR5 PIC X(7) VALUE " DAYS ".
           05 ARR-DAYS PIC 9(5).
           05 STR6 PIC X(13) VALUE " INSTALMENT ".
           05 ARR-INSTALMENT PIC 9(5)V9(2).
           05 STR7 PIC X(7) VALUE " OWED ".
           05 ARR-OWED PIC 9(5)V9(2).
           05 STR8 PIC X(9) VALUE " REASON ".
           05 ARR-REASON PIC X(12).
       01 WS-ARR-TRAILER.
           05 STR9 PIC X(21) VALUE "LOANS IN ARREARS:   ".
           05 ARR-COUNT PIC 9(5).

      *    the whole loan book, loaded up front and written back out
      *    with each collected loan's next due date advanced
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
               10  TAB-LN-TAKEN PIC 9(7)V9(2).
      *>  debited from the repayment vault by this run, so a second
      *>  loan on the same vault sees the first one's collection
       01  LOAN-COUNT PIC 999 VALUE 0.      *> number of rows loaded into LOAN-TABLE
       01  LOAN-IX PIC 999.                 *> loan currently being collected
       01  SCAN-IX PIC 999.                 *> scratch subscript, reused by every table loop
       01  POSTED-COUNT PIC 999 VALUE 0.    *> instalments written this run
       01  FAIL-COUNT PIC 999 VALUE 0.      *> instalments that could not be collected
       01  LATE-COUNT PIC 9(5) VALUE 0.     *> loans written to the arrears report

      *    instalment arithmetic, exactly as loanmaint.cob prints it
       01  MONTH-RATE PIC V9(8).            *> annual rate / 12
       01  DUE-INTEREST PIC 9(5)V9(2).      *> interest part of the instalment
       01  DUE-PRINCIPAL PIC 9(5)V9(2).     *> principal part of the instalment
       01  DUE-PAYMENT PIC 9(5)V9(2).       *> the two together
       01  NEXT-DUE PIC 9(8).               *> due date being advanced a month
       01  NEXT-DUE-SPLIT REDEFINES NEXT-DUE.
           05 NEXT-DUE-YYYY PIC 9(4).
           05 NEXT-DUE-MM PIC 99.
           05 NEXT-DUE-DD PIC 99.

       01  TEMP-BALANCE PIC S9(13)V9(2).    *> signed balance of the repayment vault
       01  CURRENT-HOLD PIC 9(13)V9(2).     *> in-flight ATM debits on the vault
       01  UNCLEARED-TOTAL PIC 9(13)V9(2).  *> cheque deposits not yet cleared
       01  TAKEN-TOTAL PIC 9(13)V9(2).      *> this run's collections from the vault
       01  AVAILABLE-BALANCE PIC S9(13)V9(2).
       *>what the vault can pay without passing its overdraft limit
       01  FAIL-REASON PIC X(12).           *> reason the collection in hand failed
       01  AVAIL-RETURN PIC 9.
       *>which caller AVAIL-PARA returns to: 1 = collection, 2 = the
       *>arrears report's beyond-overdraft test
       01  TODAY-INT PIC 9(8).              *> today as a day number
       01  DUE-INT PIC 9(8).                *> the overdue date as a day number

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  LN-FS PIC 9(2).                  *> variable storing file status of LOAN-FILE
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
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE
       01  HL-FS PIC 9(2).                  *> variable storing file status of HOLDS-FILE
       01  UC-FS PIC 9(2).                  *> variable storing file status of UNCLEARED-FILE

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT LOAN-FILE.
           IF LN-FS = 35 THEN      *> no loan book, nothing to collect
               DISPLAY "=> NO LOANS ON FILE"
               STOP RUN
           END-IF.

           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-LOAN-LOOP-PARA.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LOAN-FILE
               GO TO OPEN-TRANS-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; advancing
      *    due dates back out would silently lose every loan past the
      *    table
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
           MOVE 0 TO TAB-LN-TAKEN(LOAN-COUNT).
           GO TO LOAD-LOAN-LOOP-PARA.

       OPEN-TRANS-PARA.
           IF LOAN-COUNT = 0 THEN
               DISPLAY "=> NO LOANS ON FILE"
               STOP RUN
           END-IF.

      *    without the index nobody can say whether a vault can pay;
      *    collect nothing tonight, every instalment simply stays due
           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               STOP RUN
           END-IF.

           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "non-existing file! (atmconfig.txt)"
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

      *    first configured ATM's transaction file carries the
      *    repayments, same slot interest.cob posts into
           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> WARNING: NO ATMS CONFIGURED, SKIPPING "
                   "LOAN REPAYMENTS"
               CLOSE MASTERIDX-FILE
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
           GO TO COLLECT-START-PARA.

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
           GO TO COLLECT-START-PARA.

       COLLECT-START-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO LOAN-IX.

       COLLECT-LOOP-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
               GO TO ARREARS-PARA
           END-IF.

      *    a loan more than one instalment behind comes back round
      *    here after each collection, so it is caught up as far as
      *    the vault can pay tonight
           IF TAB-LN-STATUS(LOAN-IX) NOT = 'A'
                   OR TAB-LN-NEXT-DUE(LOAN-IX) > WS-CUR-DATE THEN
               ADD 1 TO LOAN-IX
               GO TO COLLECT-LOOP-PARA
           END-IF.

           MOVE TAB-LN-ACC(LOAN-IX) TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   MOVE "NO VAULT" TO FAIL-REASON
                   GO TO COLLECT-FAIL-PARA
           END-READ.

           IF IDX-ACC-DORMANT = 'Y' THEN
               MOVE "DORMANT" TO FAIL-REASON
               GO TO COLLECT-FAIL-PARA
           END-IF.

      *    a court-order freeze stops every debit, the bank's own
      *    included; CENTRAL would park it in suspense anyway
           IF IDX-ACC-FREEZE = 'Y' THEN
               MOVE "FROZEN" TO FAIL-REASON
               GO TO COLLECT-FAIL-PARA
           END-IF.

      *    this instalment's split: interest on what is still owed,
      *    the rest off the principal; the last instalment (or one
      *    that would overshoot) takes exactly what is left
           COMPUTE MONTH-RATE ROUNDED = TAB-LN-RATE(LOAN-IX) / 12.
           COMPUTE DUE-INTEREST ROUNDED =
               TAB-LN-OUTSTANDING(LOAN-IX) * MONTH-RATE.
           IF TAB-LN-PAID(LOAN-IX) + 1 >= TAB-LN-TERM(LOAN-IX)
                   OR TAB-LN-INSTALMENT(LOAN-IX) <= DUE-INTEREST
                   OR TAB-LN-INSTALMENT(LOAN-IX) - DUE-INTEREST
                       >= TAB-LN-OUTSTANDING(LOAN-IX) THEN
               MOVE TAB-LN-OUTSTANDING(LOAN-IX) TO DUE-PRINCIPAL
           ELSE
               COMPUTE DUE-PRINCIPAL =
                   TAB-LN-INSTALMENT(LOAN-IX) - DUE-INTEREST
           END-IF.
           COMPUTE DUE-PAYMENT = DUE-PRINCIPAL + DUE-INTEREST.

           MOVE 1 TO AVAIL-RETURN.
           GO TO AVAIL-PARA.

       COLLECT-DECIDE-PARA.
           IF DUE-PAYMENT > AVAILABLE-BALANCE THEN
               MOVE "NO FUNDS" TO FAIL-REASON
               GO TO COLLECT-FAIL-PARA
           END-IF.

           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           IF DUE-INTEREST > 0 THEN
               MOVE TAB-LN-ACC(LOAN-IX) TO ACC-NUM-T
               MOVE 'Q' TO OPERA-T
               MOVE DUE-INTEREST TO AMOUNT-T
               MOVE 0 TO TRANSFER-ID-T
               MOVE 0 TO NEW-PASSWORD-HASH-T
               MOVE 0 TO ATM-NUM-T
               MOVE 0 TO CLEARS-ON-T
               MOVE 0 TO HOLDER-ID-T
               MOVE 0 TO TELLER-ID-T
               MOVE 0 TO BRANCH-T
               MOVE TIMESTAMP TO TS-T
               WRITE TRANSACTION-REC
               END-WRITE
               ADD 1 TO CTL-COUNT
               ADD AMOUNT-T TO CTL-HASH
               MOVE TS-T TO CTL-LAST-TS
           END-IF.

           MOVE TAB-LN-ACC(LOAN-IX) TO ACC-NUM-T.
           MOVE 'K' TO OPERA-T.
           MOVE DUE-PRINCIPAL TO AMOUNT-T.
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

           SUBTRACT DUE-PRINCIPAL FROM TAB-LN-OUTSTANDING(LOAN-IX).
           ADD 1 TO TAB-LN-PAID(LOAN-IX).
           ADD DUE-PAYMENT TO TAB-LN-TAKEN(LOAN-IX).
           MOVE SPACES TO TAB-LN-FAIL-RSN(LOAN-IX).
           ADD 1 TO POSTED-COUNT.

           IF TAB-LN-OUTSTANDING(LOAN-IX) = 0 THEN
               MOVE 'P' TO TAB-LN-STATUS(LOAN-IX)
               DISPLAY "=> LOAN #" TAB-LN-ID(LOAN-IX) " PAID OFF"
               ADD 1 TO LOAN-IX
               GO TO COLLECT-LOOP-PARA
           END-IF.

           MOVE TAB-LN-NEXT-DUE(LOAN-IX) TO NEXT-DUE.
           ADD 1 TO NEXT-DUE-MM.
           IF NEXT-DUE-MM > 12 THEN
               MOVE 1 TO NEXT-DUE-MM
               ADD 1 TO NEXT-DUE-YYYY
           END-IF.
           MOVE TAB-LN-DUE-DAY(LOAN-IX) TO NEXT-DUE-DD.
           MOVE NEXT-DUE TO TAB-LN-NEXT-DUE(LOAN-IX).
           GO TO COLLECT-LOOP-PARA.

       COLLECT-FAIL-PARA.   *> the instalment stays due, tried again tomorrow
           MOVE FAIL-REASON TO TAB-LN-FAIL-RSN(LOAN-IX).
           ADD 1 TO FAIL-COUNT.
           DISPLAY "=> LOAN #" TAB-LN-ID(LOAN-IX) " NOT COLLECTED - "
               FAIL-REASON.
           ADD 1 TO LOAN-IX.
           GO TO COLLECT-LOOP-PARA.

       AVAIL-PARA.          *> what the repayment vault can pay tonight
           IF IDX-BALANCE-SIGN = '-' THEN
               COMPUTE TEMP-BALANCE = 0 - IDX-BALANCE
           ELSE
               MOVE IDX-BALANCE TO TEMP-BALANCE
           END-IF.

           MOVE 0 TO CURRENT-HOLD.
           MOVE 0 TO UNCLEARED-TOTAL.
           MOVE 0 TO TAKEN-TOTAL.
           MOVE 1 TO SCAN-IX.

       AVAIL-TAKEN-LOOP-PARA.
           IF SCAN-IX > LOAN-COUNT THEN
               GO TO AVAIL-HOLDS-PARA
           END-IF.

           IF TAB-LN-ACC(SCAN-IX) = TAB-LN-ACC(LOAN-IX) THEN
               ADD TAB-LN-TAKEN(SCAN-IX) TO TAKEN-TOTAL
           END-IF.

           ADD 1 TO SCAN-IX.
           GO TO AVAIL-TAKEN-LOOP-PARA.

       AVAIL-HOLDS-PARA.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN      *> holds.txt doesn't exist, nothing is held
               CLOSE HOLDS-FILE
               GO TO AVAIL-UNCLEARED-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       AVAIL-HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO AVAIL-UNCLEARED-PARA
           END-IF.

           IF HOLD-ACC-NUM = TAB-LN-ACC(LOAN-IX) THEN
               ADD HOLD-AMOUNT TO CURRENT-HOLD
           END-IF.
           GO TO AVAIL-HOLDS-LOOP-PARA.

       AVAIL-UNCLEARED-PARA.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN      *> uncleared.txt doesn't exist, nothing floating
               CLOSE UNCLEARED-FILE
               GO TO AVAIL-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       AVAIL-UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO AVAIL-EXIT-PARA
           END-IF.

           IF UC-ACC-NUM = TAB-LN-ACC(LOAN-IX)
                   AND UC-CLEARS-ON > WS-CUR-DATE THEN
               ADD UC-AMOUNT TO UNCLEARED-TOTAL
           END-IF.
           GO TO AVAIL-UNCLEARED-LOOP-PARA.

       AVAIL-EXIT-PARA.
           COMPUTE AVAILABLE-BALANCE =
               TEMP-BALANCE + IDX-OD-LIMIT - CURRENT-HOLD
               - UNCLEARED-TOTAL - TAKEN-TOTAL.

           IF AVAIL-RETURN = 1 THEN
               GO TO COLLECT-DECIDE-PARA
           END-IF.
           GO TO ARREARS-OD-PARA.

       ARREARS-PARA.        *> every loan behind, or whose vault is past its limit
           OPEN OUTPUT ARREARS-FILE.
           MOVE WS-CUR-DATE TO HDR-DATE.
           MOVE WS-ARR-HEADER TO ARREARS-LINE.
           WRITE ARREARS-LINE.

           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
           MOVE 1 TO LOAN-IX.

       ARREARS-LOOP-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               CLOSE MASTERIDX-FILE
               GO TO ARREARS-EXIT-PARA
           END-IF.

           IF TAB-LN-STATUS(LOAN-IX) NOT = 'A' THEN
               ADD 1 TO LOAN-IX
               GO TO ARREARS-LOOP-PARA
           END-IF.

      *    still due after tonight's collection: the repayment failed
           IF TAB-LN-NEXT-DUE(LOAN-IX) <= WS-CUR-DATE THEN
               MOVE TAB-LN-FAIL-RSN(LOAN-IX) TO ARR-REASON
               GO TO ARREARS-WRITE-PARA
           END-IF.

      *    paid up, but the repayment vault sits past its overdraft
      *    limit once tonight's collections come off it
           MOVE TAB-LN-ACC(LOAN-IX) TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   ADD 1 TO LOAN-IX
                   GO TO ARREARS-LOOP-PARA
           END-READ.

           MOVE 2 TO AVAIL-RETURN.
           GO TO AVAIL-PARA.

       ARREARS-OD-PARA.
           IF TEMP-BALANCE - TAKEN-TOTAL + IDX-OD-LIMIT >= 0 THEN
               ADD 1 TO LOAN-IX
               GO TO ARREARS-LOOP-PARA
           END-IF.

           MOVE "BEYOND OD" TO ARR-REASON.

       ARREARS-WRITE-PARA.
           MOVE TAB-LN-ID(LOAN-IX) TO ARR-ID.
           MOVE TAB-LN-ACC(LOAN-IX) TO ARR-ACC-NUM.
           MOVE TAB-LN-NEXT-DUE(LOAN-IX) TO ARR-DUE.
           MOVE 0 TO ARR-DAYS.
           IF TAB-LN-NEXT-DUE(LOAN-IX) < WS-CUR-DATE THEN
               COMPUTE DUE-INT =
                   FUNCTION INTEGER-OF-DATE(TAB-LN-NEXT-DUE(LOAN-IX))
               COMPUTE ARR-DAYS = TODAY-INT - DUE-INT
           END-IF.
           MOVE TAB-LN-INSTALMENT(LOAN-IX) TO ARR-INSTALMENT.
           MOVE TAB-LN-OUTSTANDING(LOAN-IX) TO ARR-OWED.
           MOVE WS-ARR-DETAIL TO ARREARS-LINE.
           WRITE ARREARS-LINE.
           ADD 1 TO LATE-COUNT.

           ADD 1 TO LOAN-IX.
           GO TO ARREARS-LOOP-PARA.

       ARREARS-EXIT-PARA.
           MOVE LATE-COUNT TO ARR-COUNT.
           MOVE WS-ARR-TRAILER TO ARREARS-LINE.
           WRITE ARREARS-LINE.
           CLOSE ARREARS-FILE.

       SAVE-LOAN-PARA.      *> write the book back with due dates advanced
           OPEN OUTPUT LOAN-FILE.
           MOVE 1 TO LOAN-IX.

       SAVE-LOAN-LOOP-PARA.
           IF LOAN-IX > LOAN-COUNT THEN
               CLOSE LOAN-FILE
               GO TO EXIT-PARA
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

       EXIT-PARA.
           DISPLAY "=> " POSTED-COUNT " LOAN INSTALMENT(S) POSTED".
           IF FAIL-COUNT NOT = 0 THEN
               DISPLAY "=> " FAIL-COUNT " INSTALMENT(S) NOT COLLECTED"
           END-IF.
           DISPLAY "=> " LATE-COUNT " LOAN(S) IN ARREARS, SEE "
               "loanArrears.txt".

           *> this run may have added new unsettled transactions;
           *> mark pending until CENTRAL settles them, same flag
           *> atms.cob checks before it will truncate the files
           IF POSTED-COUNT NOT = 0 THEN
               OPEN OUTPUT BATCHFLAG-FILE
               MOVE "PEND" TO BATCH-FLAG
               WRITE BATCH-FLAG-REC
               CLOSE BATCHFLAG-FILE
           END-IF.

           STOP RUN.

       END PROGRAM LOANRUN.
