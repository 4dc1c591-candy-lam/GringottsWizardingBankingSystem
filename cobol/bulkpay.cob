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
       PROGRAM-ID. BULKPAY.

      *    takes in the bulk payment files business customers send in
      *    place of keying each payee at an ATM -- a payroll, a run of
      *    supplier invoices. Each batch is a header naming the paying
      *    business vault with a control count, the total of the
      *    amounts and a hash total of the payees' account numbers,
      *    followed by one detail line per payee. A batch whose
      *    controls disagree with its lines, whose paying vault cannot
      *    pay, or whose good lines together exceed what the vault has
      *    available is refused whole; otherwise every good line is
      *    paid as an ordinary transfer -- a 'W' leg on the payer and
      *    a 'D' leg on a Gringotts payee sharing one transfer id, or
      *    the 'W' leg plus a clearingOut.txt row for a payee at
      *    another bank, held for compliance instead if that bank or
      *    account is on the watch list -- through the first
      *    configured ATM's transaction file, and the lines that
      *    failed are listed. Every line's outcome goes on the
      *    acknowledgement report the branch hands back to the
      *    customer
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    tonight's bulk payment batches, one or more per file;
      *    emptied once they have been processed so a rerun can never
      *    pay a batch twice
       SELECT BULKPAY-FILE ASSIGN TO 'bulkPay.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS BP-FS.

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
      *    master.txt; the paying vault and every Gringotts payee are
      *    looked up here
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    in-flight holds against not-yet-settled debits; read for
      *    the paying vault's available balance, and each paid
      *    batch's total is reserved here until CENTRAL settles it,
      *    same as an ATM session reserves its own transfer
       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

      *    outbound leg of every payment to another wizarding bank,
      *    the same file atms.cob queues external transfers into
       SELECT CLEARINGOUT-FILE ASSIGN TO 'clearingOut.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CL-FS.

      *    the Ministry's list of proscribed persons and institutions,
      *    kept by compliance through SCREENREV; a line paying a listed
      *    bank or account is held instead of sent, the same as at the
      *    ATM
       SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS WL-FS.

      *    items held on a possible watch-list match, waiting for
      *    compliance to release or reject them through SCREENREV
       SELECT SCREENQ-FILE ASSIGN TO 'screenq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SQ-FS.

      *    append-only screening audit log, one row per hold made here
       SELECT SCREENLOG-FILE ASSIGN TO 'screenlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SL-FS.

      *    acknowledgement of every batch and line, rewritten every run
       SELECT ACK-FILE ASSIGN TO 'bulkAck.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    a batch header and the detail lines that follow it share
      *    the file; the first byte says which is which
       FD BULKPAY-FILE.
       01 BULK-HEADER-REC.
           05 BH-TYPE PIC X.           *> 'H' starts a new batch
           05 BH-ACC-NUM PIC 9(16).    *> paying business vault
           05 BH-COUNT PIC 9(5).       *> number of detail lines that follow
           05 BH-TOTAL PIC 9(11)V9(2). *> sum of those lines' amounts
           05 BH-HASH PIC 9(19).       *> sum of those lines' payee account numbers
           05 BH-REFERENCE PIC X(18).  *> the customer's own name for the batch
       01 BULK-DETAIL-REC.
           05 BD-TYPE PIC X.           *> 'D' for a payment line
           05 BD-ROUTING PIC 9(8).     *> payee's bank, 0 = a Gringotts vault
           05 BD-DEST-ACC PIC 9(16).   *> payee's account
           05 BD-AMOUNT PIC 9(5)V9(2).
           05 BD-NAME PIC X(20).       *> payee's name as the customer keyed it
           05 BD-REFERENCE PIC X(18).  *> payment reference for the payee

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
           05 ATM-NUM-T PIC 99.     *> 00, bulk payments are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, a transfer moves cleared funds
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

      *    layout shared with atms.cob and clearin.cob, and with the
      *    files the other wizarding banks exchange with us
       FD CLEARINGOUT-FILE.
       01 CLEARING-REC.
           05 CO-ROUTING PIC 9(8).     *> receiving bank's routing code
           05 CO-DEST-ACC PIC 9(16).   *> account at the receiving bank
           05 CO-SRC-ACC PIC 9(16).    *> our customer's account
           05 CO-AMOUNT PIC 9(5)V9(2).
           05 CO-TS PIC 9(16).
           05 CO-TRANSFER-ID PIC 9(16). *> matches the 'W' leg settled here
           05 CO-CURRENCY PIC X(3).     *> unit CO-AMOUNT is in; we send "GAL"

      *    layout kept in step with screenrev.cob's WATCHLIST-REC
       FD WATCHLIST-FILE.
       01 WATCHLIST-REC.
           05 WL-TYPE PIC X.           *> 'N' a listed name, 'R' a listed bank
           05 WL-NAME PIC X(20).       *> person or institution, 'N' rows
           05 WL-ROUTING PIC 9(8).     *> the bank's routing code, 'R' rows
           05 WL-ACC PIC 9(16).        *> one account there, 0 = the whole bank
           05 WL-REF PIC X(10).        *> the Ministry's list reference
           05 WL-ADDED PIC 9(8).       *> date compliance listed it, YYYYMMDD

      *    layout kept in step with screenrev.cob's SCREENQ-REC
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
           05 SQ-ITEM PIC X(137).      *> the held CLEARING-REC, space-filled

      *    layout kept in step with screenrev.cob's SCREENLOG-REC
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

       FD ACK-FILE.
       01 ACK-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * layouts built in working-storage, then moved onto ACK-LINE
       01 WS-ACK-HEADER.
           05 STR1 PIC X(20) VALUE "BULK PAYMENT BATCH ".
           05 HDR-REFERENCE PIC X(18).
           05 STR2 PIC X(12) VALUE " FROM VAULT ".
           05 HDR-ACC-NUM PIC 9(16).
           05 STR3 PIC X(10) VALUE " RECEIVED ".
           05 HDR-DATE PIC 9(8).
       01 WS-ACK-CONTROL.
           05 STR4 PIC X(18) VALUE "CONTROLS DECLARED ".
           05 CTL-DECL-COUNT PIC 9(5).
           05 STR5 PIC X VALUE SPACE.
           05 CTL-DECL-TOTAL PIC 9(11)V9(2).
           05 STR6 PIC X VALUE SPACE.
           05 CTL-DECL-HASH PIC 9(19).
           05 STR7 PIC X(8) VALUE "  FOUND ".
           05 CTL-FOUND-COUNT PIC 9(5).
           05 STR8 PIC X VALUE SPACE.
           05 CTL-FOUND-TOTAL PIC 9(11)V9(2).
           05 STR9 PIC X VALUE SPACE.
           05 CTL-FOUND-HASH PIC 9(19).
       01 WS-ACK-DETAIL.
           05 STR10 PIC X(6) VALUE "LINE ".
           05 ACK-LINE-NUM PIC 9(5).
           05 STR11 PIC X(4) VALUE " TO ".
           05 ACK-ROUTING PIC 9(8).
           05 STR12 PIC X VALUE "/".
           05 ACK-DEST-ACC PIC 9(16).
           05 STR13 PIC X(8) VALUE " AMOUNT ".
           05 ACK-AMOUNT PIC 9(5)V9(2).
           05 STR14 PIC X(2) VALUE SPACES.
           05 ACK-OUTCOME PIC X(9).
           05 ACK-REASON PIC X(24).
       01 WS-ACK-RESULT.
           05 STR15 PIC X(6) VALUE "BATCH ".
           05 RES-OUTCOME PIC X(9).
           05 RES-REASON PIC X(24).
           05 STR16 PIC X(8) VALUE " POSTED ".
           05 RES-POSTED-COUNT PIC 9(5).
           05 STR17 PIC X(7) VALUE " LINES ".
           05 RES-POSTED-TOTAL PIC 9(11)V9(2).
           05 STR18 PIC X(10) VALUE " REJECTED ".
           05 RES-REJECTED-COUNT PIC 9(5).
       01 WS-ACK-TRAILER.
           05 STR19 PIC X(10) VALUE "BATCHES: ".
           05 TRL-BATCH-COUNT PIC 999.
           05 STR20 PIC X(12) VALUE "  ACCEPTED: ".
           05 TRL-ACCEPT-COUNT PIC 999.
           05 STR21 PIC X(12) VALUE "  REJECTED: ".
           05 TRL-REJECT-COUNT PIC 999.

      *    the batch being processed, held until its last line is read
      *    so the controls can be checked before anything is paid
       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 500 TIMES.
               10  TAB-LN-TYPE PIC X.
               10  TAB-LN-ROUTING PIC 9(8).
               10  TAB-LN-DEST PIC 9(16).
               10  TAB-LN-AMOUNT PIC 9(5)V9(2).
               10  TAB-LN-REASON PIC X(24).   *> spaces = line is good
       01  LINE-COUNT PIC 9(5) VALUE 0.     *> detail lines read for this batch
       01  LINE-IX PIC 9(5).                *> line currently being checked or paid
       01  HAVE-HEADER PIC 9 VALUE 0.
       *>bool variable, 1 = the lines being read follow a batch header
       01  TOO-MANY PIC 9 VALUE 0.
       *>bool variable, 1 = the batch ran past LINE-TABLE and is refused
       01  BATCH-RETURN PIC 9.
       *>where BATCH-PARA goes once the batch is done: 1 = a new
       *>header is waiting in the record area, 2 = end of file

      *    the current batch's header, copied out of the record area
      *    before the lines overwrite it
       01  CUR-PAYER PIC 9(16).             *> paying business vault
       01  CUR-DECL-COUNT PIC 9(5).         *> lines the header says follow
       01  CUR-DECL-TOTAL PIC 9(11)V9(2).   *> amount total the header declares
       01  CUR-DECL-HASH PIC 9(19).         *> account hash the header declares
       01  CUR-REFERENCE PIC X(18).         *> customer's batch reference
       01  FOUND-TOTAL PIC 9(11)V9(2).      *> amount total of the lines read
       01  FOUND-HASH PIC 9(19).            *> account hash of the lines read
       01  BATCH-REASON PIC X(24).          *> why the whole batch is refused, spaces = not
       01  VALID-COUNT PIC 9(5).            *> good lines in this batch
       01  VALID-TOTAL PIC 9(11)V9(2).      *> what the good lines take from the payer
       01  POSTED-LINES PIC 9(5).           *> lines paid from this batch
       01  REJECTED-LINES PIC 9(5).         *> lines refused from this batch

       01  TEMP-BALANCE PIC S9(13)V9(2).    *> payer's balance, signed
       01  CURRENT-HOLD PIC 9(13)V9(2).     *> payer's in-flight holds
       01  UNCLEARED-TOTAL PIC 9(13)V9(2).  *> payer's cheques not yet cleared
       01  AVAILABLE-BALANCE PIC S9(13)V9(2). *> what the payer can pay out tonight

      *    holds.txt as the ATM keeps it, one row per vault; the
      *    batch's reservation is merged into the payer's row and the
      *    file written back whole, since an ATM session reads only
      *    one row per vault
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 100 TIMES.
               10  TAB-HOLD-ACC PIC 9(16).
               10  TAB-HOLD-AMOUNT PIC 9(13)V9(2).
       01  HOLD-COUNT PIC 999 VALUE 0.      *> number of rows loaded into HOLD-TABLE
       01  HOLD-IX PIC 999.                 *> scratch subscript, reused by every table loop
       01  CUR-HOLD-IX PIC 999 VALUE 0.     *> HOLD-TABLE row of the payer, 0 = none yet
       01  HOLD-FULL PIC 9 VALUE 0.
       *>bool variable, 1 = holds.txt has more rows than HOLD-TABLE

       01  BATCH-COUNT PIC 999 VALUE 0.     *> batches read this run
       01  ACCEPT-COUNT PIC 999 VALUE 0.    *> batches paid
       01  REJECT-COUNT PIC 999 VALUE 0.    *> batches refused whole
       01  POSTED-COUNT PIC 9(5) VALUE 0.   *> lines paid this run
       01  HELD-COUNT PIC 9(5) VALUE 0.     *> of those, held for compliance review
       01  LAST-TRANSFER-ID PIC 9(16) VALUE 0. *> id given to the last line paid

      *    check-digit work area: account numbers ACCTMAINT issues
      *    close a doubled-digit checksum over all 16 digits; a payee
      *    number that fails it is a keying error in the customer's
      *    file, and with nobody at a keyboard to confirm it the line
      *    is refused -- same scheme acctmaint.cob, atms.cob and
      *    CHKDIGIT verify
       01  CD-NUM PIC 9(16).                *> number under check
       01  CD-NUM-X REDEFINES CD-NUM.
           05 CD-DIGIT PIC 9 OCCURS 16 TIMES.
       01  CD-IX PIC 99.                    *> digit position being summed
       01  CD-WORK PIC 99.                  *> the digit, doubled where the scheme says
       01  CD-SUM PIC 9(3).                 *> running checksum
       01  CD-HALF PIC 9(3).                *> scratch quotient for the remainder tests
       01  CD-REM PIC 9.                    *> scratch remainder for the remainder tests
       01  CD-OK PIC 9.
       *>bool variable, 1 = the number passes the check-digit scheme

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  SCAN-EOF PIC 9 VALUE 0.
       *>bool variable, eof of the holds/uncleared scans; kept apart
       *>from WS-EOF, which belongs to the bulk payment file
       01  BP-FS PIC 9(2).                  *> variable storing file status of BULKPAY-FILE
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
       01  CL-FS PIC 9(2).                  *> variable storing file status of CLEARINGOUT-FILE
       01  WL-FS PIC 9(2).                  *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                  *> variable storing file status of SCREENQ-FILE
       01  SL-FS PIC 9(2).                  *> variable storing file status of SCREENLOG-FILE

      *    the watch list's listed banks and accounts, loaded once;
      *    every line paid through clearing is screened against it
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 500 TIMES.
               10  TAB-WL-ROUTING PIC 9(8).
               10  TAB-WL-ACC PIC 9(16).
               10  TAB-WL-REF PIC X(10).
       01  WATCH-COUNT PIC 999 VALUE 0.     *> number of rows loaded into WATCH-TABLE
       01  WATCH-IX PIC 999.                *> scratch subscript, reused by every table loop
       01  SCR-HIT-REF PIC X(10).           *> WL-REF of the row a line matched
       01  NEXT-SQ-ID PIC 9(6) VALUE 0.     *> highest review number issued so far
       01  SQ-EOF PIC 9 VALUE 0.
       *>bool variable for the watch-list and queue scans' eof

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT BULKPAY-FILE.
           IF BP-FS = 35 THEN      *> no customer sent a bulk file
               DISPLAY "=> NO BULK PAYMENT FILE TO PROCESS"
               STOP RUN
           END-IF.

      *    without the index neither the payer nor any payee can be
      *    checked; pay nothing, the file waits for the next run
           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               CLOSE BULKPAY-FILE
               STOP RUN
           END-IF.

           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "non-existing file! (atmconfig.txt)"
               CLOSE BULKPAY-FILE
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

      *    first configured ATM's transaction file carries the
      *    payments, same slot interest.cob posts into
           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> WARNING: NO ATMS CONFIGURED, SKIPPING "
                   "BULK PAYMENTS"
               CLOSE BULKPAY-FILE
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.
           GO TO LOAD-WATCH-PARA.

      *    loaded before the transaction file is touched, so refusing
      *    the run here leaves nothing half written
       LOAD-WATCH-PARA.     *> the listed banks, if compliance has issued a list
           MOVE 0 TO WATCH-COUNT.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN      *> no list issued yet, nothing to match
               CLOSE WATCHLIST-FILE
               GO TO TRAILER-OPEN-PARA
           END-IF.
           MOVE 0 TO SQ-EOF.

       LOAD-WATCH-LOOP-PARA.
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO SQ-EOF
           END-READ.

           IF SQ-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO TRAILER-OPEN-PARA
           END-IF.

      *    a name row screens names, and a bulk line carries none
           IF WL-TYPE NOT = 'R' THEN
               GO TO LOAD-WATCH-LOOP-PARA
           END-IF.

      *    screening against part of the list would let the rest of
      *    it through; pay nothing, the file waits for the next run
           IF WATCH-COUNT >= 500 THEN      *> WATCH-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 LISTED BANKS, REFUSING TO "
                   "RUN BEFORE THE LIST IS SPLIT"
               CLOSE WATCHLIST-FILE
               CLOSE BULKPAY-FILE
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

           ADD 1 TO WATCH-COUNT.
           MOVE WL-ROUTING TO TAB-WL-ROUTING(WATCH-COUNT).
           MOVE WL-ACC TO TAB-WL-ACC(WATCH-COUNT).
           MOVE WL-REF TO TAB-WL-REF(WATCH-COUNT).
           GO TO LOAD-WATCH-LOOP-PARA.

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
           GO TO CLEARINGOUT-OPEN-PARA.

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
           GO TO CLEARINGOUT-OPEN-PARA.

       CLEARINGOUT-OPEN-PARA.
           OPEN INPUT CLEARINGOUT-FILE.
           IF CL-FS = 35 THEN      *> clearingOut.txt doesn't exist yet
               CLOSE CLEARINGOUT-FILE
               OPEN OUTPUT CLEARINGOUT-FILE
           ELSE
               CLOSE CLEARINGOUT-FILE
               OPEN EXTEND CLEARINGOUT-FILE
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT ACK-FILE.

           MOVE 0 TO HAVE-HEADER.
           MOVE 0 TO TOO-MANY.
           MOVE 0 TO LINE-COUNT.
           MOVE 0 TO FOUND-TOTAL.
           MOVE 0 TO FOUND-HASH.
           MOVE 0 TO CUR-PAYER.
           MOVE SPACES TO CUR-REFERENCE.
           MOVE 0 TO WS-EOF.
           GO TO READ-LOOP-PARA.

       TAKE-HEADER-PARA.    *> a header opens a new batch
           MOVE 1 TO HAVE-HEADER.
           MOVE 0 TO TOO-MANY.
           MOVE 0 TO LINE-COUNT.
           MOVE 0 TO FOUND-TOTAL.
           MOVE 0 TO FOUND-HASH.
           MOVE BH-ACC-NUM TO CUR-PAYER.
           MOVE BH-COUNT TO CUR-DECL-COUNT.
           MOVE BH-TOTAL TO CUR-DECL-TOTAL.
           MOVE BH-HASH TO CUR-DECL-HASH.
           MOVE BH-REFERENCE TO CUR-REFERENCE.

       READ-LOOP-PARA.
           READ BULKPAY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               IF HAVE-HEADER = 0 AND LINE-COUNT = 0 THEN
                   GO TO FINISH-PARA
               END-IF
               MOVE 2 TO BATCH-RETURN
               GO TO BATCH-PARA
           END-IF.

      *    a new header closes the batch before it; that batch is
      *    settled first and the header is taken up afterwards
           IF BH-TYPE = 'H' THEN
               IF HAVE-HEADER = 0 AND LINE-COUNT = 0 THEN
                   GO TO TAKE-HEADER-PARA
               END-IF
               MOVE 1 TO BATCH-RETURN
               GO TO BATCH-PARA
           END-IF.

      *    every line counts towards the controls, whatever else is
      *    wrong with it, the way the customer's own software added
      *    them up
           ADD 1 TO LINE-COUNT.
           ADD BD-AMOUNT TO FOUND-TOTAL.
           ADD BD-DEST-ACC TO FOUND-HASH.

           IF LINE-COUNT > 500 THEN     *> LINE-TABLE OCCURS 500 TIMES
               MOVE 1 TO TOO-MANY
               GO TO READ-LOOP-PARA
           END-IF.

           MOVE BD-TYPE TO TAB-LN-TYPE(LINE-COUNT).
           MOVE BD-ROUTING TO TAB-LN-ROUTING(LINE-COUNT).
           MOVE BD-DEST-ACC TO TAB-LN-DEST(LINE-COUNT).
           MOVE BD-AMOUNT TO TAB-LN-AMOUNT(LINE-COUNT).
           MOVE SPACES TO TAB-LN-REASON(LINE-COUNT).
           GO TO READ-LOOP-PARA.

       BATCH-PARA.          *> settle one batch: controls, payer, lines, funds
           ADD 1 TO BATCH-COUNT.
           MOVE SPACES TO BATCH-REASON.
           MOVE 0 TO VALID-COUNT.
           MOVE 0 TO VALID-TOTAL.
           MOVE 0 TO POSTED-LINES.
           MOVE 0 TO REJECTED-LINES.

           MOVE CUR-REFERENCE TO HDR-REFERENCE.
           MOVE CUR-PAYER TO HDR-ACC-NUM.
           MOVE WS-CUR-DATE TO HDR-DATE.
           MOVE WS-ACK-HEADER TO ACK-LINE.
           WRITE ACK-LINE.

           MOVE CUR-DECL-COUNT TO CTL-DECL-COUNT.
           MOVE CUR-DECL-TOTAL TO CTL-DECL-TOTAL.
           MOVE CUR-DECL-HASH TO CTL-DECL-HASH.
           MOVE LINE-COUNT TO CTL-FOUND-COUNT.
           MOVE FOUND-TOTAL TO CTL-FOUND-TOTAL.
           MOVE FOUND-HASH TO CTL-FOUND-HASH.
           MOVE WS-ACK-CONTROL TO ACK-LINE.
           WRITE ACK-LINE.

      *    lines with no header in front of them have no payer
           IF HAVE-HEADER = 0 THEN
               MOVE "NO BATCH HEADER" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

           IF TOO-MANY = 1 THEN
               MOVE "MORE THAN 500 LINES" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

           IF LINE-COUNT = 0 THEN
               MOVE "NO PAYMENT LINES" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

      *    a missing, doubled or altered line shows up in one of the
      *    three controls; none of the batch is paid on a file that
      *    is not the one the customer meant to send
           IF LINE-COUNT NOT = CUR-DECL-COUNT
                   OR FOUND-TOTAL NOT = CUR-DECL-TOTAL
                   OR FOUND-HASH NOT = CUR-DECL-HASH THEN
               MOVE "CONTROL TOTALS DISAGREE" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

           MOVE CUR-PAYER TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   MOVE "NO SUCH PAYING VAULT" TO BATCH-REASON
                   GO TO BATCH-LINES-PARA
           END-READ.

      *    bulk payment is a business vault service
           IF IDX-ACC-PRODUCT NOT = 'B' THEN
               MOVE "NOT A BUSINESS VAULT" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

      *    a court-order freeze stops every debit; CENTRAL would only
      *    park the legs in suspense
           IF IDX-ACC-FREEZE = 'Y' THEN
               MOVE "PAYING VAULT FROZEN" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

           IF IDX-ACC-DORMANT = 'Y' THEN
               MOVE "PAYING VAULT DORMANT" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

      *    available balance, the ATM's rule: balance plus overdraft
      *    limit, less in-flight holds (earlier batches from the same
      *    vault tonight among them) and cheques not yet cleared
           IF IDX-BALANCE-SIGN = '-' THEN
               COMPUTE TEMP-BALANCE = 0 - IDX-BALANCE
           ELSE
               MOVE IDX-BALANCE TO TEMP-BALANCE
           END-IF.
           COMPUTE AVAILABLE-BALANCE = TEMP-BALANCE + IDX-OD-LIMIT.
           MOVE 0 TO CURRENT-HOLD.
           MOVE 0 TO UNCLEARED-TOTAL.

       PAYER-HOLDS-PARA.
           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO CUR-HOLD-IX.
           MOVE 0 TO HOLD-FULL.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN      *> holds.txt doesn't exist, nothing is held
               CLOSE HOLDS-FILE
               GO TO PAYER-UNCLEARED-PARA
           END-IF.
           MOVE 0 TO SCAN-EOF.
           MOVE 1 TO HOLD-IX.

       PAYER-HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO SCAN-EOF
           END-READ.

           IF SCAN-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO PAYER-UNCLEARED-PARA
           END-IF.

      *    HOLD-TABLE OCCURS 100 TIMES; the file cannot be written
      *    back from a truncated table, so the batch waits instead
           IF HOLD-IX > 100 THEN
               MOVE 1 TO HOLD-FULL
               CLOSE HOLDS-FILE
               GO TO PAYER-UNCLEARED-PARA
           END-IF.

           MOVE HOLD-ACC-NUM TO TAB-HOLD-ACC(HOLD-IX).
           MOVE HOLD-AMOUNT TO TAB-HOLD-AMOUNT(HOLD-IX).
           ADD 1 TO HOLD-COUNT.

      *    the ATM takes the last row for a vault as its hold
           IF HOLD-ACC-NUM = CUR-PAYER THEN
               MOVE HOLD-IX TO CUR-HOLD-IX
               MOVE HOLD-AMOUNT TO CURRENT-HOLD
           END-IF.
           ADD 1 TO HOLD-IX.
           GO TO PAYER-HOLDS-LOOP-PARA.

       PAYER-UNCLEARED-PARA.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN      *> uncleared.txt doesn't exist, nothing floating
               CLOSE UNCLEARED-FILE
               GO TO PAYER-AVAIL-PARA
           END-IF.
           MOVE 0 TO SCAN-EOF.

       PAYER-UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO SCAN-EOF
           END-READ.

           IF SCAN-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO PAYER-AVAIL-PARA
           END-IF.

           IF UC-ACC-NUM = CUR-PAYER
                   AND UC-CLEARS-ON > WS-CUR-DATE THEN
               ADD UC-AMOUNT TO UNCLEARED-TOTAL
           END-IF.
           GO TO PAYER-UNCLEARED-LOOP-PARA.

       PAYER-AVAIL-PARA.
           COMPUTE AVAILABLE-BALANCE =
               AVAILABLE-BALANCE - CURRENT-HOLD - UNCLEARED-TOTAL.
           MOVE 1 TO LINE-IX.

       VALIDATE-LOOP-PARA.  *> each line on its own merits
           IF LINE-IX > LINE-COUNT THEN
               GO TO FUNDS-PARA
           END-IF.

           IF TAB-LN-TYPE(LINE-IX) NOT = 'D' THEN
               MOVE "UNKNOWN RECORD TYPE" TO TAB-LN-REASON(LINE-IX)
               GO TO VALIDATE-NEXT-PARA
           END-IF.

           IF TAB-LN-AMOUNT(LINE-IX) = 0 THEN
               MOVE "ZERO AMOUNT" TO TAB-LN-REASON(LINE-IX)
               GO TO VALIDATE-NEXT-PARA
           END-IF.

      *    another bank's account is that bank's to check, against
      *    its own numbering; it is paid through clearing and
      *    returned by them if wrong
           IF TAB-LN-ROUTING(LINE-IX) NOT = 0 THEN
               GO TO VALIDATE-OK-PARA
           END-IF.

           MOVE TAB-LN-DEST(LINE-IX) TO CD-NUM.
           GO TO CHECKDIGIT-PARA.

       CHECKDIGIT-VERDICT-PARA.
           IF CD-OK = 0 THEN
               MOVE "BAD CHECKDIGIT" TO TAB-LN-REASON(LINE-IX)
               GO TO VALIDATE-NEXT-PARA
           END-IF.

           IF TAB-LN-DEST(LINE-IX) = CUR-PAYER THEN
               MOVE "PAYEE IS THE PAYER" TO TAB-LN-REASON(LINE-IX)
               GO TO VALIDATE-NEXT-PARA
           END-IF.

           MOVE TAB-LN-DEST(LINE-IX) TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   MOVE "NO SUCH VAULT" TO TAB-LN-REASON(LINE-IX)
                   GO TO VALIDATE-NEXT-PARA
           END-READ.

      *    no quiet movements through a dormant vault either, same
      *    refusal atms.cob makes for a transfer
           IF IDX-ACC-DORMANT = 'Y' THEN
               MOVE "PAYEE VAULT DORMANT" TO TAB-LN-REASON(LINE-IX)
               GO TO VALIDATE-NEXT-PARA
           END-IF.

       VALIDATE-OK-PARA.
           ADD 1 TO VALID-COUNT.
           ADD TAB-LN-AMOUNT(LINE-IX) TO VALID-TOTAL.

       VALIDATE-NEXT-PARA.
           ADD 1 TO LINE-IX.
           GO TO VALIDATE-LOOP-PARA.

       FUNDS-PARA.          *> the payer must cover every good line at once
           IF VALID-COUNT = 0 THEN
               MOVE "NO VALID LINES" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

      *    paying some of a payroll and not the rest is worse than
      *    paying none of it; the customer is told and resubmits
           IF VALID-TOTAL > AVAILABLE-BALANCE THEN
               MOVE "INSUFFICIENT FUNDS" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

           IF HOLD-FULL = 1
                   OR (CUR-HOLD-IX = 0 AND HOLD-COUNT >= 100) THEN
               MOVE "HOLDS FILE FULL" TO BATCH-REASON
               GO TO BATCH-LINES-PARA
           END-IF.

      *    reserve the batch against the vault until CENTRAL settles
      *    it, so an ATM session or a later batch tonight cannot spend
      *    the same money again
           IF CUR-HOLD-IX = 0 THEN
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO CUR-HOLD-IX
               MOVE CUR-PAYER TO TAB-HOLD-ACC(CUR-HOLD-IX)
               MOVE VALID-TOTAL TO TAB-HOLD-AMOUNT(CUR-HOLD-IX)
           ELSE
               COMPUTE TAB-HOLD-AMOUNT(CUR-HOLD-IX) =
                   TAB-HOLD-AMOUNT(CUR-HOLD-IX) + VALID-TOTAL
           END-IF.

           OPEN OUTPUT HOLDS-FILE.
           MOVE 1 TO HOLD-IX.

       FUNDS-SAVE-HOLDS-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               CLOSE HOLDS-FILE
               GO TO BATCH-LINES-PARA
           END-IF.

           MOVE TAB-HOLD-ACC(HOLD-IX) TO HOLD-ACC-NUM.
           MOVE TAB-HOLD-AMOUNT(HOLD-IX) TO HOLD-AMOUNT.
           WRITE HOLD-REC.
           ADD 1 TO HOLD-IX.
           GO TO FUNDS-SAVE-HOLDS-PARA.

       BATCH-LINES-PARA.    *> pay the good lines, acknowledge every line
           MOVE 1 TO LINE-IX.

       BATCH-LINES-LOOP-PARA.
           IF LINE-IX > LINE-COUNT OR LINE-IX > 500 THEN
               GO TO BATCH-RESULT-PARA
           END-IF.

           MOVE LINE-IX TO ACK-LINE-NUM.
           MOVE TAB-LN-ROUTING(LINE-IX) TO ACK-ROUTING.
           MOVE TAB-LN-DEST(LINE-IX) TO ACK-DEST-ACC.
           MOVE TAB-LN-AMOUNT(LINE-IX) TO ACK-AMOUNT.

           IF BATCH-REASON NOT = SPACES
                   OR TAB-LN-REASON(LINE-IX) NOT = SPACES THEN
               MOVE "REJECTED" TO ACK-OUTCOME
               IF TAB-LN-REASON(LINE-IX) NOT = SPACES THEN
                   MOVE TAB-LN-REASON(LINE-IX) TO ACK-REASON
               ELSE
                   MOVE "BATCH REJECTED" TO ACK-REASON
               END-IF
               ADD 1 TO REJECTED-LINES
               GO TO BATCH-LINES-NEXT-PARA
           END-IF.

       POST-LINE-PARA.
      *    each line is its own transfer; its id must differ from
      *    every other line's even when two are paid inside the same
      *    hundredth of a second
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           IF TIMESTAMP > LAST-TRANSFER-ID THEN
               MOVE TIMESTAMP TO LAST-TRANSFER-ID
           ELSE
               ADD 1 TO LAST-TRANSFER-ID
           END-IF.

           MOVE CUR-PAYER TO ACC-NUM-T.
           MOVE 'W' TO OPERA-T.
           MOVE TAB-LN-AMOUNT(LINE-IX) TO AMOUNT-T.
           MOVE TIMESTAMP TO TS-T.
           MOVE LAST-TRANSFER-ID TO TRANSFER-ID-T.
           MOVE 0 TO NEW-PASSWORD-HASH-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
           MOVE 0 TO TELLER-ID-T.
           MOVE 0 TO BRANCH-T.
           WRITE TRANSACTION-REC
           END-WRITE.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT-T TO CTL-HASH.
           MOVE TS-T TO CTL-LAST-TS.

           IF TAB-LN-ROUTING(LINE-IX) = 0 THEN
               MOVE TAB-LN-DEST(LINE-IX) TO ACC-NUM-T
               MOVE 'D' TO OPERA-T
               WRITE TRANSACTION-REC
               END-WRITE
               ADD 1 TO CTL-COUNT
               ADD AMOUNT-T TO CTL-HASH
               MOVE TS-T TO CTL-LAST-TS
               GO TO POST-LINE-OK-PARA
           END-IF.

      *    credit side leaves through clearing, unless the payee's
      *    bank or account is listed; then the 'W' leg stands and
      *    SCREENREV either sends the credit on or refunds it
           MOVE TAB-LN-ROUTING(LINE-IX) TO CO-ROUTING.
           MOVE TAB-LN-DEST(LINE-IX) TO CO-DEST-ACC.
           MOVE CUR-PAYER TO CO-SRC-ACC.
           MOVE TAB-LN-AMOUNT(LINE-IX) TO CO-AMOUNT.
           MOVE TIMESTAMP TO CO-TS.
           MOVE LAST-TRANSFER-ID TO CO-TRANSFER-ID.
           MOVE "GAL" TO CO-CURRENCY.
           MOVE 1 TO WATCH-IX.

       POST-SCREEN-LOOP-PARA.
           IF WATCH-IX > WATCH-COUNT THEN
               WRITE CLEARING-REC
               END-WRITE
               GO TO POST-LINE-OK-PARA
           END-IF.

           IF TAB-WL-ROUTING(WATCH-IX) = CO-ROUTING THEN
               IF TAB-WL-ACC(WATCH-IX) = 0
                       OR TAB-WL-ACC(WATCH-IX) = CO-DEST-ACC THEN
                   MOVE TAB-WL-REF(WATCH-IX) TO SCR-HIT-REF
                   GO TO POST-HOLD-PARA
               END-IF
           END-IF.
           ADD 1 TO WATCH-IX.
           GO TO POST-SCREEN-LOOP-PARA.

       POST-HOLD-PARA.      *> queue the line for compliance instead
           MOVE 0 TO NEXT-SQ-ID.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> screenq.txt doesn't exist yet
               CLOSE SCREENQ-FILE
               OPEN OUTPUT SCREENQ-FILE
               CLOSE SCREENQ-FILE
               GO TO POST-HOLD-WRITE-PARA
           END-IF.
           MOVE 0 TO SQ-EOF.

       POST-HOLD-LOOP-PARA.     *> the next review number
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO SQ-EOF
           END-READ.

           IF SQ-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO POST-HOLD-WRITE-PARA
           END-IF.

           IF SQ-ID > NEXT-SQ-ID THEN
               MOVE SQ-ID TO NEXT-SQ-ID
           END-IF.
           GO TO POST-HOLD-LOOP-PARA.

       POST-HOLD-WRITE-PARA.
           ADD 1 TO NEXT-SQ-ID.
           OPEN EXTEND SCREENQ-FILE.
           MOVE NEXT-SQ-ID TO SQ-ID.
           MOVE 'T' TO SQ-SOURCE.
           MOVE 'P' TO SQ-STATUS.
           MOVE TIMESTAMP TO SQ-TS.
           MOVE CUR-PAYER TO SQ-ACC-NUM.
           MOVE SPACES TO SQ-NAME.
           MOVE SCR-HIT-REF TO SQ-HIT-REF.
           MOVE SPACES TO SQ-DECIDED-BY.
           MOVE 0 TO SQ-DECIDED-TS.
           MOVE CLEARING-REC TO SQ-ITEM.
           WRITE SCREENQ-REC.
           CLOSE SCREENQ-FILE.

           OPEN INPUT SCREENLOG-FILE.
           IF SL-FS = 35 THEN      *> screenlog.txt doesn't exist yet
               CLOSE SCREENLOG-FILE
               OPEN OUTPUT SCREENLOG-FILE
               CLOSE SCREENLOG-FILE
           ELSE
               CLOSE SCREENLOG-FILE
           END-IF.

           OPEN EXTEND SCREENLOG-FILE.
           MOVE TIMESTAMP TO SL-TS.
           MOVE NEXT-SQ-ID TO SL-SQ-ID.
           MOVE 'T' TO SL-SOURCE.
           MOVE CUR-PAYER TO SL-ACC-NUM.
           MOVE "HELD" TO SL-EVENT.
           MOVE "BULKPAY" TO SL-BY.
           MOVE SCR-HIT-REF TO SL-REF.
           MOVE SPACES TO SL-NAME.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

      *    debited and reserved like any paid line; only the credit
      *    waits for compliance
           MOVE "HELD" TO ACK-OUTCOME.
           MOVE "COMPLIANCE REVIEW" TO ACK-REASON.
           ADD 1 TO POSTED-LINES.
           ADD 1 TO POSTED-COUNT.
           ADD 1 TO HELD-COUNT.
           GO TO BATCH-LINES-NEXT-PARA.

       POST-LINE-OK-PARA.
           MOVE "ACCEPTED" TO ACK-OUTCOME.
           MOVE SPACES TO ACK-REASON.
           ADD 1 TO POSTED-LINES.
           ADD 1 TO POSTED-COUNT.

       BATCH-LINES-NEXT-PARA.
           MOVE WS-ACK-DETAIL TO ACK-LINE.
           WRITE ACK-LINE.
           ADD 1 TO LINE-IX.
           GO TO BATCH-LINES-LOOP-PARA.

       BATCH-RESULT-PARA.
           IF BATCH-REASON = SPACES THEN
               MOVE "ACCEPTED" TO RES-OUTCOME
               MOVE VALID-TOTAL TO RES-POSTED-TOTAL
               ADD 1 TO ACCEPT-COUNT
           ELSE
               MOVE "REJECTED" TO RES-OUTCOME
               MOVE 0 TO RES-POSTED-TOTAL
               ADD 1 TO REJECT-COUNT
           END-IF.
           MOVE BATCH-REASON TO RES-REASON.
           MOVE POSTED-LINES TO RES-POSTED-COUNT.
      *    lines past the table's end were counted but never held
           IF LINE-COUNT > 500 THEN
               MOVE LINE-COUNT TO RES-REJECTED-COUNT
           ELSE
               MOVE REJECTED-LINES TO RES-REJECTED-COUNT
           END-IF.
           MOVE WS-ACK-RESULT TO ACK-LINE.
           WRITE ACK-LINE.
           MOVE SPACES TO ACK-LINE.
           WRITE ACK-LINE.

           IF BATCH-RETURN = 1 THEN
               GO TO TAKE-HEADER-PARA
           END-IF.

       FINISH-PARA.
           MOVE BATCH-COUNT TO TRL-BATCH-COUNT.
           MOVE ACCEPT-COUNT TO TRL-ACCEPT-COUNT.
           MOVE REJECT-COUNT TO TRL-REJECT-COUNT.
           MOVE WS-ACK-TRAILER TO ACK-LINE.
           WRITE ACK-LINE.
           CLOSE ACK-FILE.
           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.
           CLOSE CLEARINGOUT-FILE.
           CLOSE MASTERIDX-FILE.
           CLOSE BULKPAY-FILE.

      *    consume the file the moment its payments are safely in the
      *    transaction file, so a rerun cannot pay them twice; every
      *    line's fate is already on bulkAck.txt
           OPEN OUTPUT BULKPAY-FILE.
           CLOSE BULKPAY-FILE.
           GO TO EXIT-PARA.

       CHECKDIGIT-PARA.     *> doubled-digit checksum over all 16 digits
           MOVE 0 TO CD-SUM.
           MOVE 1 TO CD-IX.

       CHECKDIGIT-LOOP-PARA.
           IF CD-IX > 16 THEN
               GO TO CHECKDIGIT-EXIT-PARA
           END-IF.

           MOVE CD-DIGIT(CD-IX) TO CD-WORK.
      *    with 16 digits the odd positions from the left are the
      *    every-other positions counted from the check digit; those
      *    double, and a doubled value above 9 folds back by 9
           DIVIDE CD-IX BY 2 GIVING CD-HALF REMAINDER CD-REM.
           IF CD-REM = 1 THEN
               COMPUTE CD-WORK = CD-WORK * 2
               IF CD-WORK > 9 THEN
                   SUBTRACT 9 FROM CD-WORK
               END-IF
           END-IF.
           ADD CD-WORK TO CD-SUM.

           ADD 1 TO CD-IX.
           GO TO CHECKDIGIT-LOOP-PARA.

       CHECKDIGIT-EXIT-PARA.
           DIVIDE CD-SUM BY 10 GIVING CD-HALF REMAINDER CD-REM.
           IF CD-REM = 0 THEN
               MOVE 1 TO CD-OK
           ELSE
               MOVE 0 TO CD-OK
           END-IF.
           GO TO CHECKDIGIT-VERDICT-PARA.

       EXIT-PARA.
           DISPLAY "=> " BATCH-COUNT " BULK BATCH(ES) READ, "
               ACCEPT-COUNT " ACCEPTED, " REJECT-COUNT " REJECTED".
           DISPLAY "=> " POSTED-COUNT " PAYMENT(S) POSTED, SEE "
               "bulkAck.txt".
           IF HELD-COUNT NOT = 0 THEN
               DISPLAY "=> " HELD-COUNT " OF THEM HELD FOR COMPLIANCE "
                   "REVIEW, SEE screenq.txt"
           END-IF.

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

       END PROGRAM BULKPAY.
