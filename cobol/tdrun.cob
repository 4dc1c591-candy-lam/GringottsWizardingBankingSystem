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
       PROGRAM-ID. TDRUN.

      *    run before CENTRAL each settlement day, alongside LOANRUN;
      *    every live fixed-term deposit whose maturity date has come
      *    is paid back into the vault it was funded from -- 'Y' the
      *    principal, 'I' the interest earned at the agreed rate for
      *    the full term -- through the first configured ATM's
      *    transaction file, so it settles through the existing
      *    sort/merge like every other head-office posting. A deposit
      *    whose vault has since been closed is not paid; it stays
      *    live, is tried again the next night, and is listed on the
      *    maturity report for the branch to redirect
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the fixed-term deposit book ACCTMAINT places deposits into
       SELECT TERMDEP-FILE ASSIGN TO 'termdep.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TD-FS.

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
      *    master.txt; a payout vault missing from it has been closed
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    deposits paid out tonight and deposits held, rewritten
      *    every run
       SELECT MATURITY-FILE ASSIGN TO 'tdMaturity.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    layout kept in step with acctmaint.cob's TERMDEP-REC
       FD TERMDEP-FILE.
       01 TERMDEP-REC.
           05 TD-ID PIC 9(6).          *> deposit number, issued in sequence
           05 TD-ACC-NUM PIC 9(16).    *> vault it was funded from and pays out to
           05 TD-AMOUNT PIC 9(5)V9(2). *> principal locked away
           05 TD-TERM PIC 99.          *> 03, 06 or 12 months
           05 TD-RATE PIC V9(4).       *> agreed annual rate
           05 TD-START PIC 9(8).       *> placement date, YYYYMMDD
           05 TD-MATURITY PIC 9(8).    *> date it pays out, YYYYMMDD
           05 TD-STATUS PIC X.         *> 'A' live, 'M' matured, 'B' broken early
           05 TD-CLOSED-ON PIC 9(8).   *> date it paid out, 0 while live

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
           05 ATM-NUM-T PIC 99.     *> 00, payouts are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, payouts move cleared funds
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

       FD MATURITY-FILE.
       01 MATURITY-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * layouts built in working-storage, then moved onto MATURITY-LINE
       01 WS-MAT-HEADER.
           05 STR1 PIC X(30) VALUE "TERM DEPOSIT MATURITIES FOR ".
           05 HDR-DATE PIC 9(8).
       01 WS-MAT-DETAIL.
           05 STR2 PIC X(10) VALUE "DEPOSIT #".
           05 MAT-ID PIC 9(6).
           05 STR3 PIC X(8) VALUE " VAULT ".
           05 MAT-ACC-NUM PIC 9(16).
           05 STR4 PIC X(10) VALUE " MATURED ".
           05 MAT-DATE PIC 9(8).
           05 STR5 PIC X(11) VALUE " PRINCIPAL ".
           05 MAT-AMOUNT PIC 9(5)V9(2).
           05 STR6 PIC X(10) VALUE " INTEREST ".
           05 MAT-INTEREST PIC 9(5)V9(2).
           05 STR7 PIC X(2) VALUE SPACES.
           05 MAT-OUTCOME PIC X(12).
       01 WS-MAT-TRAILER.
           05 STR8 PIC X(12) VALUE "PAID OUT:  ".
           05 MAT-PAID-COUNT PIC 999.
           05 STR9 PIC X(12) VALUE "   HELD:   ".
           05 MAT-HELD-COUNT PIC 999.

      *    the whole deposit book, loaded up front and written back out
      *    with each paid deposit marked matured
       01  TD-TABLE.
           05  TD-ENTRY OCCURS 200 TIMES.
               10  TAB-TD-ID PIC 9(6).
               10  TAB-TD-ACC PIC 9(16).
               10  TAB-TD-AMOUNT PIC 9(5)V9(2).
               10  TAB-TD-TERM PIC 99.
               10  TAB-TD-RATE PIC V9(4).
               10  TAB-TD-START PIC 9(8).
               10  TAB-TD-MATURITY PIC 9(8).
               10  TAB-TD-STATUS PIC X.
               10  TAB-TD-CLOSED PIC 9(8).
       01  TD-COUNT PIC 999 VALUE 0.        *> number of rows loaded into TD-TABLE
       01  TD-IX PIC 999.                   *> deposit currently being matured
       01  PAID-COUNT PIC 999 VALUE 0.      *> deposits paid out this run
       01  HELD-COUNT PIC 999 VALUE 0.      *> matured deposits that could not be paid
       01  TD-INTEREST PIC 9(5)V9(2).       *> interest for the full term

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  TD-FS PIC 9(2).                  *> variable storing file status of TERMDEP-FILE
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT TERMDEP-FILE.
           IF TD-FS = 35 THEN      *> no deposit ever placed
               DISPLAY "=> NO TERM DEPOSITS ON FILE"
               STOP RUN
           END-IF.

           MOVE 0 TO TD-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-TD-LOOP-PARA.
           READ TERMDEP-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TERMDEP-FILE
               GO TO OPEN-TRANS-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; writing it
      *    back out would silently lose every deposit past the table
           IF TD-COUNT >= 200 THEN      *> TD-TABLE OCCURS 200 TIMES
               DISPLAY "=> MORE THAN 200 TERM DEPOSITS ON FILE, "
                   "REFUSING TO RUN BEFORE THE BOOK IS SPLIT"
               CLOSE TERMDEP-FILE
               STOP RUN
           END-IF.

           ADD 1 TO TD-COUNT.
           MOVE TD-ID TO TAB-TD-ID(TD-COUNT).
           MOVE TD-ACC-NUM TO TAB-TD-ACC(TD-COUNT).
           MOVE TD-AMOUNT TO TAB-TD-AMOUNT(TD-COUNT).
           MOVE TD-TERM TO TAB-TD-TERM(TD-COUNT).
           MOVE TD-RATE TO TAB-TD-RATE(TD-COUNT).
           MOVE TD-START TO TAB-TD-START(TD-COUNT).
           MOVE TD-MATURITY TO TAB-TD-MATURITY(TD-COUNT).
           MOVE TD-STATUS TO TAB-TD-STATUS(TD-COUNT).
           MOVE TD-CLOSED-ON TO TAB-TD-CLOSED(TD-COUNT).
           GO TO LOAD-TD-LOOP-PARA.

       OPEN-TRANS-PARA.
           IF TD-COUNT = 0 THEN
               DISPLAY "=> NO TERM DEPOSITS ON FILE"
               STOP RUN
           END-IF.

      *    without the index nobody can say whether a vault still
      *    exists; pay nothing tonight, every deposit simply stays live
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
      *    payouts, same slot interest.cob posts into
           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> WARNING: NO ATMS CONFIGURED, SKIPPING "
                   "TERM DEPOSIT MATURITIES"
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
           GO TO MATURE-START-PARA.

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
           GO TO MATURE-START-PARA.

       MATURE-START-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MATURITY-FILE.
           MOVE WS-CUR-DATE TO HDR-DATE.
           MOVE WS-MAT-HEADER TO MATURITY-LINE.
           WRITE MATURITY-LINE.
           MOVE 1 TO TD-IX.

       MATURE-LOOP-PARA.
           IF TD-IX > TD-COUNT THEN
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
               CLOSE MASTERIDX-FILE
               GO TO MATURE-EXIT-PARA
           END-IF.

           IF TAB-TD-STATUS(TD-IX) NOT = 'A'
                   OR TAB-TD-MATURITY(TD-IX) > WS-CUR-DATE THEN
               ADD 1 TO TD-IX
               GO TO MATURE-LOOP-PARA
           END-IF.

      *    simple interest at the agreed annual rate for the whole
      *    term, the figure the customer was quoted at placement
           COMPUTE TD-INTEREST ROUNDED =
               TAB-TD-AMOUNT(TD-IX) * TAB-TD-RATE(TD-IX)
               * TAB-TD-TERM(TD-IX) / 12.

           MOVE TAB-TD-ID(TD-IX) TO MAT-ID.
           MOVE TAB-TD-ACC(TD-IX) TO MAT-ACC-NUM.
           MOVE TAB-TD-MATURITY(TD-IX) TO MAT-DATE.
           MOVE TAB-TD-AMOUNT(TD-IX) TO MAT-AMOUNT.
           MOVE TD-INTEREST TO MAT-INTEREST.

      *    a closed vault has nowhere to take the money; the deposit
      *    keeps earning nothing more and waits for the branch.
      *    Credits are never refused for a freeze or dormancy, same
      *    as CENTRAL posts any other credit
           MOVE TAB-TD-ACC(TD-IX) TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   MOVE "HELD: NO VAULT" TO MAT-OUTCOME
                   MOVE WS-MAT-DETAIL TO MATURITY-LINE
                   WRITE MATURITY-LINE
                   ADD 1 TO HELD-COUNT
                   ADD 1 TO TD-IX
                   GO TO MATURE-LOOP-PARA
           END-READ.

           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           MOVE TAB-TD-ACC(TD-IX) TO ACC-NUM-T.
           MOVE 0 TO TRANSFER-ID-T.
           MOVE 0 TO NEW-PASSWORD-HASH-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
           MOVE 0 TO TELLER-ID-T.
           MOVE 0 TO BRANCH-T.
           MOVE TIMESTAMP TO TS-T.
           MOVE 'Y' TO OPERA-T.
           MOVE TAB-TD-AMOUNT(TD-IX) TO AMOUNT-T.
           WRITE TRANSACTION-REC
           END-WRITE.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT-T TO CTL-HASH.
           MOVE TS-T TO CTL-LAST-TS.
           IF TD-INTEREST > 0 THEN
               MOVE 'I' TO OPERA-T
               MOVE TD-INTEREST TO AMOUNT-T
               WRITE TRANSACTION-REC
               END-WRITE
               ADD 1 TO CTL-COUNT
               ADD AMOUNT-T TO CTL-HASH
               MOVE TS-T TO CTL-LAST-TS
           END-IF.

           MOVE 'M' TO TAB-TD-STATUS(TD-IX).
           MOVE WS-CUR-DATE TO TAB-TD-CLOSED(TD-IX).
           MOVE "PAID OUT" TO MAT-OUTCOME.
           MOVE WS-MAT-DETAIL TO MATURITY-LINE.
           WRITE MATURITY-LINE.
           ADD 1 TO PAID-COUNT.

           ADD 1 TO TD-IX.
           GO TO MATURE-LOOP-PARA.

       MATURE-EXIT-PARA.
           MOVE PAID-COUNT TO MAT-PAID-COUNT.
           MOVE HELD-COUNT TO MAT-HELD-COUNT.
           MOVE WS-MAT-TRAILER TO MATURITY-LINE.
           WRITE MATURITY-LINE.
           CLOSE MATURITY-FILE.

       SAVE-TD-PARA.        *> write the book back with paid deposits marked
           OPEN OUTPUT TERMDEP-FILE.
           MOVE 1 TO TD-IX.

       SAVE-TD-LOOP-PARA.
           IF TD-IX > TD-COUNT THEN
               CLOSE TERMDEP-FILE
               GO TO EXIT-PARA
           END-IF.

           MOVE TAB-TD-ID(TD-IX) TO TD-ID.
           MOVE TAB-TD-ACC(TD-IX) TO TD-ACC-NUM.
           MOVE TAB-TD-AMOUNT(TD-IX) TO TD-AMOUNT.
           MOVE TAB-TD-TERM(TD-IX) TO TD-TERM.
           MOVE TAB-TD-RATE(TD-IX) TO TD-RATE.
           MOVE TAB-TD-START(TD-IX) TO TD-START.
           MOVE TAB-TD-MATURITY(TD-IX) TO TD-MATURITY.
           MOVE TAB-TD-STATUS(TD-IX) TO TD-STATUS.
           MOVE TAB-TD-CLOSED(TD-IX) TO TD-CLOSED-ON.
           WRITE TERMDEP-REC.

           ADD 1 TO TD-IX.
           GO TO SAVE-TD-LOOP-PARA.

       EXIT-PARA.
           DISPLAY "=> " PAID-COUNT " TERM DEPOSIT(S) PAID OUT".
           IF HELD-COUNT NOT = 0 THEN
               DISPLAY "=> " HELD-COUNT " MATURED DEPOSIT(S) HELD, SEE "
                   "tdMaturity.txt"
           END-IF.

           *> this run may have added new unsettled transactions;
           *> mark pending until CENTRAL settles them, same flag
           *> atms.cob checks before it will truncate the files
           IF PAID-COUNT NOT = 0 THEN
               OPEN OUTPUT BATCHFLAG-FILE
               MOVE "PEND" TO BATCH-FLAG
               WRITE BATCH-FLAG-REC
               CLOSE BATCHFLAG-FILE
           END-IF.

           STOP RUN.

       END PROGRAM TDRUN.
