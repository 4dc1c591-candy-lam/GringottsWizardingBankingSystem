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
       PROGRAM-ID. SCREENREV.

      *    compliance's side of the sanctions screening: keeps the
      *    Ministry's watch list (add an entry, delist one by its
      *    reference) and works the review queue the screening fills.
      *    ACCTMAINT holds an opening or a new holder whose name
      *    matches, CLEARIN holds an inbound item from a listed sender
      *    and the ATM, TELLER and BULKPAY hold a transfer out to a
      *    listed bank. An officer releases or rejects each held item
      *    here:
      *      released opening/holder  the branch keys it again and it
      *                               passes
      *      released inbound item    handed back through
      *                               clearingIn.txt for the next
      *                               CLEARIN run
      *      released transfer out    written to clearingOut.txt
      *      rejected inbound item    handed back through
      *                               clearingIn.txt too; the next
      *                               CLEARIN run returns it to the
      *                               sender
      *      rejected transfer out    refunded to the customer's
      *                               vault through the first
      *                               configured ATM's file
      *    Every decision and list change goes to screenlog.txt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the Ministry's list of proscribed persons and institutions
       SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS WL-FS.

      *    every item the screening held, pending or decided; a row
      *    stays on after its decision so the holding program can see
      *    the verdict when the same item comes round again
       SELECT SCREENQ-FILE ASSIGN TO 'screenq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SQ-FS.

      *    the queue as rewritten with a decision on it, copied back
      *    over screenq.txt; a row at a time, so the queue can grow
      *    without bound
       SELECT SQWORK-FILE ASSIGN TO 'screenqWork.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SW-FS.

      *    append-only screening audit log
       SELECT SCREENLOG-FILE ASSIGN TO 'screenlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SL-FS.

      *    inbound clearing CLEARIN posts from; a released inbound
      *    item is appended to it
       SELECT CLEARINGIN-FILE ASSIGN TO 'clearingIn.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CI-FS.

      *    outbound clearing handed to the receiving banks; a
      *    released transfer out is appended to it
       SELECT CLEARINGOUT-FILE ASSIGN TO 'clearingOut.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CL-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    the first configured slot carries the refund of a rejected
      *    transfer, same as ADJUST/CLEARIN post into
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

       SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TF-FS.

       SELECT BATCHFLAG-FILE ASSIGN TO 'batchdone.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST-FILE.
       01 WATCHLIST-REC.
           05 WL-TYPE PIC X.           *> 'N' a listed name, 'R' a listed bank
           05 WL-NAME PIC X(20).       *> person or institution, 'N' rows
           05 WL-ROUTING PIC 9(8).     *> the bank's routing code, 'R' rows
           05 WL-ACC PIC 9(16).        *> one account there, 0 = the whole bank
           05 WL-REF PIC X(10).        *> the Ministry's list reference
           05 WL-ADDED PIC 9(8).       *> date compliance listed it, YYYYMMDD

       FD SCREENQ-FILE.
       01 SCREENQ-REC.
           05 SQ-ID PIC 9(6).          *> review number, issued in sequence
           05 SQ-SOURCE PIC X.
      *>  'O' account opening, 'H' holder added, 'I' inbound clearing,
      *>  'T' outbound transfer, 'A' vault renamed
           05 SQ-STATUS PIC X.         *> 'P' awaiting review, 'R' released, 'J' rejected
           05 SQ-TS PIC 9(16).         *> when it was held
           05 SQ-ACC-NUM PIC 9(16).    *> our vault the item concerns
           05 SQ-NAME PIC X(20).       *> name that was screened, spaces if none
           05 SQ-HIT-REF PIC X(10).    *> WL-REF of the watch-list row it matched
           05 SQ-DECIDED-BY PIC X(8).  *> compliance officer, spaces while pending
           05 SQ-DECIDED-TS PIC 9(16). *> when it was decided, 0 while pending
      *>  the held clearing row: clearin.cob's CLEARING-IN-REC for an
      *>  'I' item, atms.cob's CLEARING-REC for a 'T', spaces otherwise
           05 SQ-ITEM PIC X(137).

       FD SQWORK-FILE.
       01 SQWORK-REC PIC X(231).       *> a SCREENQ-REC, byte for byte

       FD SCREENLOG-FILE.
       01 SCREENLOG-REC.
           05 SL-TS PIC 9(16).         *> when it happened
           05 SL-SQ-ID PIC 9(6).       *> review it concerns, 0 for a list change
           05 SL-SOURCE PIC X.         *> SQ-SOURCE of that review
           05 SL-ACC-NUM PIC 9(16).    *> our vault, 0 for a list change
           05 SL-EVENT PIC X(8).       *> HELD / RELEASE / REJECT / LISTADD / LISTDEL
           05 SL-BY PIC X(10).         *> compliance officer, or the program that held it
           05 SL-REF PIC X(10).        *> watch-list reference matched, added or dropped
           05 SL-NAME PIC X(20).       *> name screened or listed, spaces if none

      *    layout kept in step with clearin.cob's CLEARING-IN-REC
       FD CLEARINGIN-FILE.
       01 CLEARING-IN-REC PIC X(137).

      *    layout kept in step with atms.cob's CLEARING-REC
       FD CLEARINGOUT-FILE.
       01 CLEARING-REC PIC X(82).

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
           05 ATM-NUM-T PIC 99.     *> 00, refunds are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, the refunded money never left
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

       WORKING-STORAGE SECTION.
      *    the review in hand, laid out exactly as SCREENQ-REC; the
      *    decision is put on it here and it replaces its own row when
      *    the queue is copied back. Decided rows are never dropped:
      *    the holding programs look up the verdict, and the next
      *    review number, from the queue
       01  CUR-SQ.
           05 CUR-SQ-ID PIC 9(6).
           05 CUR-SQ-SOURCE PIC X.
           05 CUR-SQ-STATUS PIC X.
           05 CUR-SQ-TS PIC 9(16).
           05 CUR-SQ-ACC PIC 9(16).
           05 CUR-SQ-NAME PIC X(20).
           05 CUR-SQ-HIT-REF PIC X(10).
           05 CUR-SQ-DECIDED-BY PIC X(8).
           05 CUR-SQ-DECIDED-TS PIC 9(16).
           05 CUR-SQ-ITEM PIC X(137).
       01  CUR-SQ-FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = the review number keyed is on the queue
       01  PENDING-COUNT PIC 9(6) VALUE 0.  *> rows still awaiting a decision

      *    the whole watch list, loaded only when a delisting
      *    rewrites it
       01  WL-TABLE.
           05  WL-ENTRY OCCURS 500 TIMES.
               10  TAB-WL-TYPE PIC X.
               10  TAB-WL-NAME PIC X(20).
               10  TAB-WL-ROUTING PIC 9(8).
               10  TAB-WL-ACC PIC 9(16).
               10  TAB-WL-REF PIC X(10).
               10  TAB-WL-ADDED PIC 9(8).
       01  WL-COUNT PIC 999 VALUE 0.        *> number of rows loaded into WL-TABLE
       01  WL-IX PIC 999.                   *> scratch subscript, reused by every table loop
       01  WL-DROPPED PIC 999 VALUE 0.      *> rows the delisting left out

      *    the leading columns clearin.cob's CLEARING-IN-REC and
      *    atms.cob's CLEARING-REC have in common, laid over a held
      *    item to show it and to refund it
       01  HELD-ITEM.
           05 HI-ROUTING PIC 9(8).     *> receiving bank ('T'), our code ('I')
           05 HI-DEST-ACC PIC 9(16).
           05 HI-SRC-ACC PIC 9(16).
           05 HI-AMOUNT PIC 9(5)V9(2).
           05 HI-TS PIC 9(16).
           05 HI-TRANSFER-ID PIC 9(16). *> 'T': the 'W' leg already settled here
           05 FILLER PIC X(58).

       01  INPUT-ACTION PIC A.
       *>'L' list, 'R' release, 'J' reject, 'A' add to the list,
       *>'D' delist
       01  INPUT-OFFICER PIC X(8).          *> compliance officer working this session
       01  INPUT-SQ-ID PIC 9(6).            *> review chosen for a decision
       01  INPUT-WL-TYPE PIC X.             *> 'N' a name, 'R' a bank
       01  INPUT-WL-NAME PIC X(20).
       01  INPUT-WL-ROUTING PIC 9(8).
       01  INPUT-WL-ACC PIC 9(16).
       01  INPUT-WL-REF PIC X(10).

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  REF-TAKEN PIC 9 VALUE 0.
       *>bool variable, 1 = the reference is already on the list
       01  WL-FS PIC 9(2).                  *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                  *> variable storing file status of SCREENQ-FILE
       01  SW-FS PIC 9(2).                  *> variable storing file status of SQWORK-FILE
       01  SL-FS PIC 9(2).                  *> variable storing file status of SCREENLOG-FILE
       01  CI-FS PIC 9(2).                  *> variable storing file status of CLEARINGIN-FILE
       01  CL-FS PIC 9(2).                  *> variable storing file status of CLEARINGOUT-FILE
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
           DISPLAY "##      Compliance Screening Review         ##".
           DISPLAY "##############################################".

           MOVE 0 TO PENDING-COUNT.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> nothing has ever been held
               CLOSE SCREENQ-FILE
               GO TO CHOOSE-ACTION-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       COUNT-SQ-LOOP-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO CHOOSE-ACTION-PARA
           END-IF.

           IF SQ-STATUS = 'P' THEN
               ADD 1 TO PENDING-COUNT
           END-IF.
           GO TO COUNT-SQ-LOOP-PARA.

       CHOOSE-ACTION-PARA.
           DISPLAY "=> PRESS L TO LIST ITEMS AWAITING REVIEW".
           DISPLAY "=> PRESS R TO RELEASE A HELD ITEM".
           DISPLAY "=> PRESS J TO REJECT A HELD ITEM".
           DISPLAY "=> PRESS A TO ADD AN ENTRY TO THE WATCH LIST".
           DISPLAY "=> PRESS D TO DELIST A WATCH-LIST REFERENCE".
           ACCEPT INPUT-ACTION FROM SYSIN.

           IF INPUT-ACTION = 'L' THEN
               GO TO LIST-PARA
           END-IF.

           IF INPUT-ACTION = 'R' OR INPUT-ACTION = 'J' THEN
               GO TO DECIDE-PARA
           END-IF.

           IF INPUT-ACTION = 'A' THEN
               GO TO LISTADD-PARA
           END-IF.

           IF INPUT-ACTION = 'D' THEN
               GO TO LISTDEL-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHOOSE-ACTION-PARA.

       LIST-PARA.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> nothing has ever been held
               CLOSE SCREENQ-FILE
               GO TO LIST-EXIT-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LIST-LOOP-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO LIST-EXIT-PARA
           END-IF.

           IF SQ-STATUS NOT = 'P' THEN
               GO TO LIST-LOOP-PARA
           END-IF.

           MOVE SQ-ITEM TO HELD-ITEM.
           DISPLAY "=> #" SQ-ID
               " SOURCE " SQ-SOURCE
               " ACC " SQ-ACC-NUM
               " HELD " SQ-TS
               " MATCH " SQ-HIT-REF.
           IF SQ-SOURCE = 'I' OR SQ-SOURCE = 'T' THEN
               DISPLAY "=>     NAME " SQ-NAME
                   " BANK " HI-ROUTING
                   " AMOUNT " HI-AMOUNT
           ELSE
               DISPLAY "=>     NAME " SQ-NAME
           END-IF.
           GO TO LIST-LOOP-PARA.

       LIST-EXIT-PARA.
           DISPLAY "=> " PENDING-COUNT " ITEM(S) AWAITING REVIEW".
           STOP RUN.

       DECIDE-PARA.
           IF PENDING-COUNT = 0 THEN
               DISPLAY "=> NOTHING IS AWAITING REVIEW"
               STOP RUN
           END-IF.

           DISPLAY "=> YOUR OFFICER ID".
           ACCEPT INPUT-OFFICER FROM SYSIN.
           DISPLAY "=> REVIEW NUMBER".
           ACCEPT INPUT-SQ-ID FROM SYSIN.

           MOVE 0 TO CUR-SQ-FOUND.
           OPEN INPUT SCREENQ-FILE.
           MOVE 0 TO WS-EOF.

       DECIDE-FIND-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO DECIDE-FIND-EXIT-PARA
           END-IF.

           IF SQ-ID = INPUT-SQ-ID THEN
               MOVE SCREENQ-REC TO CUR-SQ
               MOVE 1 TO CUR-SQ-FOUND
               CLOSE SCREENQ-FILE
               GO TO DECIDE-FIND-EXIT-PARA
           END-IF.
           GO TO DECIDE-FIND-PARA.

       DECIDE-FIND-EXIT-PARA.
           IF CUR-SQ-FOUND = 0 THEN
               DISPLAY "=> NO REVIEW WITH THAT NUMBER"
               STOP RUN
           END-IF.

      *    a decision is final; the holding program acts on it the
      *    next time the item comes round
           IF CUR-SQ-STATUS NOT = 'P' THEN
               DISPLAY "=> REVIEW #" INPUT-SQ-ID " WAS ALREADY "
                   "DECIDED BY " CUR-SQ-DECIDED-BY
               STOP RUN
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           IF INPUT-ACTION = 'R' THEN
               MOVE 'R' TO CUR-SQ-STATUS
           ELSE
               MOVE 'J' TO CUR-SQ-STATUS
           END-IF.
           MOVE INPUT-OFFICER TO CUR-SQ-DECIDED-BY.
           MOVE TIMESTAMP TO CUR-SQ-DECIDED-TS.
           MOVE CUR-SQ-ITEM TO HELD-ITEM.

      *    an inbound item goes back to CLEARIN either way: released
      *    it posts, rejected it is returned to the sender
           IF CUR-SQ-SOURCE = 'I' THEN
               GO TO HAND-BACK-IN-PARA
           END-IF.

           IF INPUT-ACTION = 'R'
                   AND CUR-SQ-SOURCE = 'T' THEN
               GO TO RELEASE-OUT-PARA
           END-IF.

           IF INPUT-ACTION = 'J'
                   AND CUR-SQ-SOURCE = 'T' THEN
               GO TO REFUND-PARA
           END-IF.

           IF INPUT-ACTION = 'R' THEN
               DISPLAY "=> RELEASED, THE BRANCH MAY NOW KEY IT AGAIN"
           ELSE
               DISPLAY "=> REJECTED, THE BRANCH WILL BE REFUSED "
                   "IF IT IS KEYED AGAIN"
           END-IF.
           GO TO DECIDE-LOG-PARA.

       HAND-BACK-IN-PARA.   *> back into the inbound file for CLEARIN
           OPEN INPUT CLEARINGIN-FILE.
           IF CI-FS = 35 THEN      *> clearingIn.txt doesn't exist yet
               CLOSE CLEARINGIN-FILE
               OPEN OUTPUT CLEARINGIN-FILE
               CLOSE CLEARINGIN-FILE
           ELSE
               CLOSE CLEARINGIN-FILE
           END-IF.

           OPEN EXTEND CLEARINGIN-FILE.
           MOVE CUR-SQ-ITEM TO CLEARING-IN-REC.
           WRITE CLEARING-IN-REC.
           CLOSE CLEARINGIN-FILE.

           IF INPUT-ACTION = 'R' THEN
               DISPLAY "=> RELEASED, POSTS WITH THE NEXT CLEARIN RUN"
           ELSE
               DISPLAY "=> REJECTED, THE NEXT CLEARIN RUN RETURNS IT "
                   "TO THE SENDER"
           END-IF.
           GO TO DECIDE-LOG-PARA.

       RELEASE-OUT-PARA.    *> on to the receiving bank after all
           OPEN INPUT CLEARINGOUT-FILE.
           IF CL-FS = 35 THEN      *> clearingOut.txt doesn't exist yet
               CLOSE CLEARINGOUT-FILE
               OPEN OUTPUT CLEARINGOUT-FILE
               CLOSE CLEARINGOUT-FILE
           ELSE
               CLOSE CLEARINGOUT-FILE
           END-IF.

           OPEN EXTEND CLEARINGOUT-FILE.
           MOVE CUR-SQ-ITEM TO CLEARING-REC.
           WRITE CLEARING-REC.
           CLOSE CLEARINGOUT-FILE.

           DISPLAY "=> RELEASED, QUEUED FOR TODAY'S CLEARING".
           GO TO DECIDE-LOG-PARA.

       REFUND-PARA.
      *    the 'W' leg settled when the transfer was keyed; the money
      *    goes back as a credit carrying the same transfer id, into
      *    the first configured ATM's transaction file so it settles
      *    through CENTRAL with every control intact
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
                   "REFUND THE TRANSFER"
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
           GO TO REFUND-WRITE-PARA.

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
           GO TO REFUND-WRITE-PARA.

       REFUND-WRITE-PARA.
           MOVE CUR-SQ-ACC TO ACC-NUM-T.
           MOVE 'D' TO OPERA-T.
           MOVE HI-AMOUNT TO AMOUNT-T.
           MOVE HI-TRANSFER-ID TO TRANSFER-ID-T.
           MOVE 0 TO NEW-PASSWORD-HASH-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
           MOVE 0 TO TELLER-ID-T.
           MOVE 0 TO BRANCH-T.
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

           *> the refund is unsettled; mark pending, same flag
           *> atms.cob checks before it will truncate the files
           OPEN OUTPUT BATCHFLAG-FILE.
           MOVE "PEND" TO BATCH-FLAG.
           WRITE BATCH-FLAG-REC.
           CLOSE BATCHFLAG-FILE.

           DISPLAY "=> REJECTED, " HI-AMOUNT " REFUNDED TO VAULT "
               CUR-SQ-ACC " WITH TONIGHT'S RUN".
           GO TO DECIDE-LOG-PARA.

       DECIDE-LOG-PARA.
           MOVE TIMESTAMP TO SL-TS.
           MOVE CUR-SQ-ID TO SL-SQ-ID.
           MOVE CUR-SQ-SOURCE TO SL-SOURCE.
           MOVE CUR-SQ-ACC TO SL-ACC-NUM.
           IF INPUT-ACTION = 'R' THEN
               MOVE "RELEASE" TO SL-EVENT
           ELSE
               MOVE "REJECT" TO SL-EVENT
           END-IF.
           MOVE INPUT-OFFICER TO SL-BY.
           MOVE CUR-SQ-HIT-REF TO SL-REF.
           MOVE CUR-SQ-NAME TO SL-NAME.
           GO TO LOG-WRITE-PARA.

       LOG-WRITE-PARA.      *> SCREENLOG-REC is filled in, append it
           OPEN INPUT SCREENLOG-FILE.
           IF SL-FS = 35 THEN      *> screenlog.txt doesn't exist yet
               CLOSE SCREENLOG-FILE
               OPEN OUTPUT SCREENLOG-FILE
               CLOSE SCREENLOG-FILE
           ELSE
               CLOSE SCREENLOG-FILE
           END-IF.

           OPEN EXTEND SCREENLOG-FILE.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

           IF SL-EVENT = "LISTADD" OR SL-EVENT = "LISTDEL" THEN
               STOP RUN
           END-IF.
           GO TO SAVE-SQ-PARA.

       SAVE-SQ-PARA.        *> copy the queue out with the decision on it
           OPEN INPUT SCREENQ-FILE.
           OPEN OUTPUT SQWORK-FILE.
           MOVE 0 TO WS-EOF.

       SAVE-SQ-LOOP-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               CLOSE SQWORK-FILE
               GO TO SAVE-SQ-BACK-PARA
           END-IF.

           IF SQ-ID = CUR-SQ-ID THEN
               MOVE CUR-SQ TO SCREENQ-REC
           END-IF.
           MOVE SCREENQ-REC TO SQWORK-REC.
           WRITE SQWORK-REC.
           GO TO SAVE-SQ-LOOP-PARA.

       SAVE-SQ-BACK-PARA.   *> and back over screenq.txt
           OPEN INPUT SQWORK-FILE.
           OPEN OUTPUT SCREENQ-FILE.
           MOVE 0 TO WS-EOF.

       SAVE-SQ-BACK-LOOP-PARA.
           READ SQWORK-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SQWORK-FILE
               CLOSE SCREENQ-FILE
               STOP RUN
           END-IF.

           MOVE SQWORK-REC TO SCREENQ-REC.
           WRITE SCREENQ-REC.
           GO TO SAVE-SQ-BACK-LOOP-PARA.

       LISTADD-PARA.
           DISPLAY "=> YOUR OFFICER ID".
           ACCEPT INPUT-OFFICER FROM SYSIN.

       LISTADD-TYPE-PARA.
           DISPLAY "=> ENTRY TYPE (N=NAME R=BANK ROUTING CODE)".
           ACCEPT INPUT-WL-TYPE FROM SYSIN.

           IF INPUT-WL-TYPE NOT = 'N' AND INPUT-WL-TYPE NOT = 'R' THEN
               DISPLAY "=> INVALID INPUT"
               GO TO LISTADD-TYPE-PARA
           END-IF.

           MOVE SPACES TO INPUT-WL-NAME.
           MOVE 0 TO INPUT-WL-ROUTING.
           MOVE 0 TO INPUT-WL-ACC.
           IF INPUT-WL-TYPE = 'R' THEN
               GO TO LISTADD-ROUTING-PARA
           END-IF.

           DISPLAY "=> NAME OF THE LISTED PERSON OR INSTITUTION".
           ACCEPT INPUT-WL-NAME FROM SYSIN.
           IF INPUT-WL-NAME = SPACES THEN
               DISPLAY "=> INVALID INPUT"
               GO TO LISTADD-TYPE-PARA
           END-IF.
           GO TO LISTADD-REF-PARA.

       LISTADD-ROUTING-PARA.
           DISPLAY "=> ROUTING CODE OF THE LISTED BANK".
           ACCEPT INPUT-WL-ROUTING FROM SYSIN.
           IF INPUT-WL-ROUTING = 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO LISTADD-ROUTING-PARA
           END-IF.

           DISPLAY "=> ACCOUNT AT THAT BANK (0 FOR THE WHOLE BANK)".
           ACCEPT INPUT-WL-ACC FROM SYSIN.

       LISTADD-REF-PARA.
           DISPLAY "=> MINISTRY LIST REFERENCE".
           ACCEPT INPUT-WL-REF FROM SYSIN.
           IF INPUT-WL-REF = SPACES THEN
               DISPLAY "=> INVALID INPUT"
               GO TO LISTADD-REF-PARA
           END-IF.

      *    the reference is what a delisting goes by; it must not
      *    already stand for something else
           MOVE 0 TO REF-TAKEN.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN      *> first entry on the list
               CLOSE WATCHLIST-FILE
               OPEN OUTPUT WATCHLIST-FILE
               CLOSE WATCHLIST-FILE
               GO TO LISTADD-WRITE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LISTADD-SCAN-PARA.
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO LISTADD-SCAN-EXIT-PARA
           END-IF.

           IF WL-REF = INPUT-WL-REF THEN
               MOVE 1 TO REF-TAKEN
           END-IF.
           GO TO LISTADD-SCAN-PARA.

       LISTADD-SCAN-EXIT-PARA.
           IF REF-TAKEN = 1 THEN
               DISPLAY "=> REFERENCE " INPUT-WL-REF " IS ALREADY ON "
                   "THE LIST"
               STOP RUN
           END-IF.

       LISTADD-WRITE-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           OPEN EXTEND WATCHLIST-FILE.
           MOVE INPUT-WL-TYPE TO WL-TYPE.
           MOVE INPUT-WL-NAME TO WL-NAME.
           MOVE INPUT-WL-ROUTING TO WL-ROUTING.
           MOVE INPUT-WL-ACC TO WL-ACC.
           MOVE INPUT-WL-REF TO WL-REF.
           MOVE WS-CUR-DATE TO WL-ADDED.
           WRITE WATCHLIST-REC.
           CLOSE WATCHLIST-FILE.

           DISPLAY "=> " INPUT-WL-REF " ADDED TO THE WATCH LIST".

           MOVE TIMESTAMP TO SL-TS.
           MOVE 0 TO SL-SQ-ID.
           MOVE SPACE TO SL-SOURCE.
           MOVE 0 TO SL-ACC-NUM.
           MOVE "LISTADD" TO SL-EVENT.
           MOVE INPUT-OFFICER TO SL-BY.
           MOVE INPUT-WL-REF TO SL-REF.
           MOVE INPUT-WL-NAME TO SL-NAME.
           GO TO LOG-WRITE-PARA.

       LISTDEL-PARA.
           DISPLAY "=> YOUR OFFICER ID".
           ACCEPT INPUT-OFFICER FROM SYSIN.
           DISPLAY "=> MINISTRY LIST REFERENCE TO DELIST".
           ACCEPT INPUT-WL-REF FROM SYSIN.

           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN
               DISPLAY "=> NO WATCH LIST HAS BEEN ISSUED"
               STOP RUN
           END-IF.

           MOVE 0 TO WL-COUNT.
           MOVE 0 TO WL-DROPPED.
           MOVE SPACES TO INPUT-WL-NAME.
           MOVE 0 TO WS-EOF.

       LISTDEL-LOAD-PARA.   *> every row but the delisted reference
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO LISTDEL-LOAD-EXIT-PARA
           END-IF.

           IF WL-REF = INPUT-WL-REF THEN
               ADD 1 TO WL-DROPPED
               MOVE WL-NAME TO INPUT-WL-NAME
               GO TO LISTDEL-LOAD-PARA
           END-IF.

      *    refuse rather than write back a truncated list
           IF WL-COUNT >= 500 THEN      *> WL-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 WATCH-LIST ROWS, REFUSING "
                   "TO RUN BEFORE THE LIST IS SPLIT"
               CLOSE WATCHLIST-FILE
               STOP RUN
           END-IF.

           ADD 1 TO WL-COUNT.
           MOVE WL-TYPE TO TAB-WL-TYPE(WL-COUNT).
           MOVE WL-NAME TO TAB-WL-NAME(WL-COUNT).
           MOVE WL-ROUTING TO TAB-WL-ROUTING(WL-COUNT).
           MOVE WL-ACC TO TAB-WL-ACC(WL-COUNT).
           MOVE WL-REF TO TAB-WL-REF(WL-COUNT).
           MOVE WL-ADDED TO TAB-WL-ADDED(WL-COUNT).
           GO TO LISTDEL-LOAD-PARA.

       LISTDEL-LOAD-EXIT-PARA.
           IF WL-DROPPED = 0 THEN
               DISPLAY "=> NO WATCH-LIST ENTRY WITH THAT REFERENCE"
               STOP RUN
           END-IF.

           OPEN OUTPUT WATCHLIST-FILE.
           MOVE 1 TO WL-IX.

       LISTDEL-SAVE-PARA.
           IF WL-IX > WL-COUNT THEN
               CLOSE WATCHLIST-FILE
               GO TO LISTDEL-LOG-PARA
           END-IF.

           MOVE TAB-WL-TYPE(WL-IX) TO WL-TYPE.
           MOVE TAB-WL-NAME(WL-IX) TO WL-NAME.
           MOVE TAB-WL-ROUTING(WL-IX) TO WL-ROUTING.
           MOVE TAB-WL-ACC(WL-IX) TO WL-ACC.
           MOVE TAB-WL-REF(WL-IX) TO WL-REF.
           MOVE TAB-WL-ADDED(WL-IX) TO WL-ADDED.
           WRITE WATCHLIST-REC.

           ADD 1 TO WL-IX.
           GO TO LISTDEL-SAVE-PARA.

       LISTDEL-LOG-PARA.
           DISPLAY "=> " INPUT-WL-REF " DELISTED, " WL-DROPPED
               " ROW(S) DROPPED".

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE TIMESTAMP TO SL-TS.
           MOVE 0 TO SL-SQ-ID.
           MOVE SPACE TO SL-SOURCE.
           MOVE 0 TO SL-ACC-NUM.
           MOVE "LISTDEL" TO SL-EVENT.
           MOVE INPUT-OFFICER TO SL-BY.
           MOVE INPUT-WL-REF TO SL-REF.
           MOVE INPUT-WL-NAME TO SL-NAME.
           GO TO LOG-WRITE-PARA.

       END PROGRAM SCREENREV.
