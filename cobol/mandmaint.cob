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
       PROGRAM-ID. MANDMAINT.

      *    branch maintenance of direct debit mandates: sets up a new
      *    mandate (which creditor bank and reference may collect from
      *    which vault, and up to what amount), cancels one at the
      *    customer's request, lists a vault's mandates and the
      *    collections taken under them, and pays back a collection
      *    the customer claims was taken without a valid mandate. A
      *    claim credits the vault as its own 'V' operation through
      *    the first configured ATM's transaction file, and goes back
      *    to the creditor's bank through ddReturns.txt as CLMD.
      *    CLEARIN checks every inbound collection against this book
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the mandate book CLEARIN checks collections against
       SELECT MANDATE-FILE ASSIGN TO 'mandates.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MD-FS.

      *    every collection CLEARIN posted
       SELECT DDCOLLECT-FILE ASSIGN TO 'ddcollect.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DC-FS.

      *    every collection paid back on a claim; a collection is
      *    only ever claimed once
       SELECT DDCLAIM-FILE ASSIGN TO 'ddclaims.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CL-FS.

      *    collections going back to the creditor's bank, shared with
      *    CLEARIN's returns
       SELECT DDRETURN-FILE ASSIGN TO 'ddReturns.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS RT-FS.

      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; a mandate can only name a vault on it
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    the first configured slot carries a claim's refund, same as
      *    INTEREST/SORUN/ADJUST post into
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
      *    layout kept in step with clearin.cob's MANDATE-REC
       FD MANDATE-FILE.
       01 MANDATE-REC.
           05 MD-ID PIC 9(6).          *> mandate number, issued in sequence
           05 MD-ACC-NUM PIC 9(16).    *> our vault the creditor may collect from
           05 MD-ROUTING PIC 9(8).     *> the creditor's bank
           05 MD-REFERENCE PIC X(18).  *> reference the creditor quotes
           05 MD-CRED-NAME PIC X(20).  *> who the creditor is, for the customer
           05 MD-MAX-AMOUNT PIC 9(5)V9(2). *> largest single collection allowed
           05 MD-STATUS PIC X.         *> 'A' active, 'C' cancelled
           05 MD-CREATED PIC 9(8).     *> date set up, YYYYMMDD
           05 MD-CANCELLED PIC 9(8).   *> date cancelled, 0 while active

      *    layout kept in step with clearin.cob's DDCOLLECT-REC
       FD DDCOLLECT-FILE.
       01 DDCOLLECT-REC.
           05 DC-TS PIC 9(16).         *> when the collection was posted
           05 DC-ACC-NUM PIC 9(16).    *> vault debited
           05 DC-AMOUNT PIC 9(5)V9(2).
           05 DC-ROUTING PIC 9(8).     *> the creditor's bank
           05 DC-CRED-ACC PIC 9(16).   *> the creditor's account there
           05 DC-REFERENCE PIC X(18).
           05 DC-TRANSFER-ID PIC 9(16). *> the originating bank's id
           05 DC-MANDATE-ID PIC 9(6).  *> mandate it was taken under

       FD DDCLAIM-FILE.
       01 DDCLAIM-REC.
           05 CL-TS PIC 9(16).         *> when the claim was paid
           05 CL-ACC-NUM PIC 9(16).    *> vault refunded
           05 CL-COLLECT-TS PIC 9(16). *> DC-TS of the collection claimed
           05 CL-AMOUNT PIC 9(5)V9(2).
           05 CL-MANDATE-ID PIC 9(6).
           05 CL-BASIS PIC X(4).
      *>  why the collection was not validly mandated: NOMD mandate
      *>  gone from the book, MDCN cancelled on or before the
      *>  collection, OVMX over the mandate's maximum, UNAU the
      *>  customer declares the mandate was never authorised

      *    layout kept in step with clearin.cob's DDRETURN-REC
       FD DDRETURN-FILE.
       01 DDRETURN-REC.
           05 RT-ROUTING PIC 9(8).     *> originating (creditor's) bank
           05 RT-CRED-ACC PIC 9(16).   *> creditor's account there
           05 RT-DEBTOR-ACC PIC 9(16). *> our vault the collection named
           05 RT-AMOUNT PIC 9(5)V9(2).
           05 RT-TS PIC 9(16).         *> when it was returned
           05 RT-TRANSFER-ID PIC 9(16). *> the originating bank's id
           05 RT-REFERENCE PIC X(18).
           05 RT-REASON PIC X(4).      *> CLMD for every claim paid here

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
           05 ATM-NUM-T PIC 99.     *> 00, refunds are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, a refund is cleared funds
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
      *    the whole mandate book, loaded up front and written back
      *    out after a new mandate or a cancellation
       01  MANDATE-TABLE.
           05  MANDATE-ENTRY OCCURS 500 TIMES.
               10  TAB-MD-ID PIC 9(6).
               10  TAB-MD-ACC PIC 9(16).
               10  TAB-MD-ROUTING PIC 9(8).
               10  TAB-MD-REFERENCE PIC X(18).
               10  TAB-MD-CRED-NAME PIC X(20).
               10  TAB-MD-MAX PIC 9(5)V9(2).
               10  TAB-MD-STATUS PIC X.
               10  TAB-MD-CREATED PIC 9(8).
               10  TAB-MD-CANCELLED PIC 9(8).
       01  MANDATE-COUNT PIC 999 VALUE 0.   *> number of rows loaded into MANDATE-TABLE
       01  MANDATE-IX PIC 999.              *> scratch subscript, reused by every table loop
       01  CUR-MD-IX PIC 999.               *> MANDATE-TABLE row of the mandate in hand
       01  NEXT-MD-ID PIC 9(6) VALUE 0.     *> highest mandate number on the book so far

       01  INPUT-ACTION PIC A.
       *>'N' new mandate, 'C' cancel, 'L' list, 'K' claim back
       01  INPUT-ACC PIC 9(16).             *> vault the mandate is on
       01  INPUT-ROUTING PIC 9(8).          *> creditor's bank routing code
       01  INPUT-REFERENCE PIC X(18).       *> creditor's mandate reference
       01  INPUT-CRED-NAME PIC X(20).       *> creditor's name
       01  INPUT-MAX PIC S9(5)V9(2).        *> largest single collection allowed
       01  INPUT-MD-ID PIC 9(6).            *> mandate being cancelled
       01  INPUT-COLLECT-TS PIC 9(16).      *> collection being claimed, as listed
       01  INPUT-CONFIRM PIC A.             *> customer's declaration, 'Y' or 'N'

       01  FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = the collection being claimed was found
       01  CLAIMED PIC 9 VALUE 0.
       *>bool variable, 1 = the collection was already claimed back
       01  CLAIM-BASIS PIC X(4).            *> why the claim is good, see CL-BASIS
       01  COLLECT-DATE PIC 9(8).           *> YYYYMMDD part of the collection's TS
      *    the collection being claimed, kept from DDCOLLECT-REC
      *    before ddcollect.txt is closed
       01  CLM-COLLECT.
           05 CLM-TS PIC 9(16).
           05 CLM-ACC-NUM PIC 9(16).
           05 CLM-AMOUNT PIC 9(5)V9(2).
           05 CLM-ROUTING PIC 9(8).
           05 CLM-CRED-ACC PIC 9(16).
           05 CLM-REFERENCE PIC X(18).
           05 CLM-TRANSFER-ID PIC 9(16).
           05 CLM-MANDATE-ID PIC 9(6).
       01  LIST-COUNT PIC 9(5) VALUE 0.     *> rows shown by a listing
       01  REGISTERED PIC 9 VALUE 0.
       *>bool variable for checking whether the vault exists
       01  SAVE-BOOK PIC 9 VALUE 0.
       *>bool variable, 1 = the mandate book changed and is written back

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  MD-FS PIC 9(2).                  *> variable storing file status of MANDATE-FILE
       01  DC-FS PIC 9(2).                  *> variable storing file status of DDCOLLECT-FILE
       01  CL-FS PIC 9(2).                  *> variable storing file status of DDCLAIM-FILE
       01  RT-FS PIC 9(2).                  *> variable storing file status of DDRETURN-FILE
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
           DISPLAY "##      Direct Debit Mandate Maintenance    ##".
           DISPLAY "##############################################".

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MANDATE-FILE.
           IF MD-FS = 35 THEN      *> no mandate book yet, start one empty
               CLOSE MANDATE-FILE
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN INPUT MANDATE-FILE
           END-IF.

           MOVE 0 TO MANDATE-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-MANDATE-LOOP-PARA.
           READ MANDATE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MANDATE-FILE
               GO TO OPEN-INDEX-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; writing it
      *    back out would silently lose every mandate past the table
           IF MANDATE-COUNT >= 500 THEN    *> MANDATE-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 MANDATES ON FILE, REFUSING "
                   "TO RUN BEFORE THE BOOK IS SPLIT"
               CLOSE MANDATE-FILE
               STOP RUN
           END-IF.

           ADD 1 TO MANDATE-COUNT.
           MOVE MD-ID TO TAB-MD-ID(MANDATE-COUNT).
           MOVE MD-ACC-NUM TO TAB-MD-ACC(MANDATE-COUNT).
           MOVE MD-ROUTING TO TAB-MD-ROUTING(MANDATE-COUNT).
           MOVE MD-REFERENCE TO TAB-MD-REFERENCE(MANDATE-COUNT).
           MOVE MD-CRED-NAME TO TAB-MD-CRED-NAME(MANDATE-COUNT).
           MOVE MD-MAX-AMOUNT TO TAB-MD-MAX(MANDATE-COUNT).
           MOVE MD-STATUS TO TAB-MD-STATUS(MANDATE-COUNT).
           MOVE MD-CREATED TO TAB-MD-CREATED(MANDATE-COUNT).
           MOVE MD-CANCELLED TO TAB-MD-CANCELLED(MANDATE-COUNT).
           IF MD-ID > NEXT-MD-ID THEN
               MOVE MD-ID TO NEXT-MD-ID
           END-IF.
           GO TO LOAD-MANDATE-LOOP-PARA.

       OPEN-INDEX-PARA.
           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN   *> if masteridx.dat not exist
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               STOP RUN
           END-IF.

       ACC-INPUT-PARA.
           DISPLAY "=> VAULT NUMBER".
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
               GO TO ACC-INPUT-PARA
           END-IF.

       CHOOSE-ACTION-PARA.
           DISPLAY "=> PRESS N TO SET UP A NEW MANDATE".
           DISPLAY "=> PRESS C TO CANCEL A MANDATE".
           DISPLAY "=> PRESS L TO LIST MANDATES AND COLLECTIONS".
           DISPLAY "=> PRESS K TO CLAIM BACK A COLLECTION".
           ACCEPT INPUT-ACTION FROM SYSIN.

           IF INPUT-ACTION = 'N' THEN
               GO TO NEW-MANDATE-PARA
           END-IF.

           IF INPUT-ACTION = 'C' THEN
               GO TO CANCEL-PARA
           END-IF.

           IF INPUT-ACTION = 'L' THEN
               MOVE 1 TO MANDATE-IX
               GO TO LIST-PARA
           END-IF.

           IF INPUT-ACTION = 'K' THEN
               GO TO CLAIM-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHOOSE-ACTION-PARA.

       LIST-PARA.           *> the vault's mandates, live and cancelled
           IF MANDATE-IX > MANDATE-COUNT THEN
               GO TO LIST-COLLECT-PARA
           END-IF.

           IF TAB-MD-ACC(MANDATE-IX) = INPUT-ACC THEN
               DISPLAY "=> MANDATE #" TAB-MD-ID(MANDATE-IX)
                   " " TAB-MD-CRED-NAME(MANDATE-IX)
                   " BANK " TAB-MD-ROUTING(MANDATE-IX)
                   " REF " TAB-MD-REFERENCE(MANDATE-IX)
                   " MAX " TAB-MD-MAX(MANDATE-IX)
                   " STATUS " TAB-MD-STATUS(MANDATE-IX)
               ADD 1 TO LIST-COUNT
           END-IF.
           ADD 1 TO MANDATE-IX.
           GO TO LIST-PARA.

       LIST-COLLECT-PARA.   *> and every collection taken from it
           DISPLAY "=> " LIST-COUNT " MANDATE(S) ON THIS VAULT".
           MOVE 0 TO LIST-COUNT.
           OPEN INPUT DDCOLLECT-FILE.
           IF DC-FS = 35 THEN      *> nothing ever collected
               CLOSE DDCOLLECT-FILE
               GO TO LIST-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LIST-COLLECT-LOOP-PARA.
           READ DDCOLLECT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DDCOLLECT-FILE
               GO TO LIST-EXIT-PARA
           END-IF.

           IF DC-ACC-NUM = INPUT-ACC THEN
               DISPLAY "=> COLLECTED " DC-TS
                   " AMOUNT " DC-AMOUNT
                   " BANK " DC-ROUTING
                   " REF " DC-REFERENCE
                   " MANDATE #" DC-MANDATE-ID
               ADD 1 TO LIST-COUNT
           END-IF.
           GO TO LIST-COLLECT-LOOP-PARA.

       LIST-EXIT-PARA.
           DISPLAY "=> " LIST-COUNT " COLLECTION(S) TAKEN".
           GO TO EXIT-PARA.

       NEW-MANDATE-PARA.
           IF MANDATE-COUNT >= 500 THEN
               DISPLAY "=> MANDATE BOOK FULL, SPLIT THE BOOK BEFORE "
                   "SETTING UP ANOTHER MANDATE"
               GO TO EXIT-PARA
           END-IF.

      *    a vault asleep cannot take on new standing commitments
           IF IDX-ACC-DORMANT = 'Y' THEN
               DISPLAY "=> VAULT IS DORMANT, REACTIVATE IT FIRST"
               GO TO EXIT-PARA
           END-IF.

       NEW-ROUTING-PARA.
           DISPLAY "=> CREDITOR'S BANK ROUTING CODE".
           ACCEPT INPUT-ROUTING FROM SYSIN.
           IF INPUT-ROUTING = 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-ROUTING-PARA
           END-IF.

       NEW-NAME-PARA.
           DISPLAY "=> CREDITOR'S NAME".
           ACCEPT INPUT-CRED-NAME FROM SYSIN.
           IF INPUT-CRED-NAME = SPACES THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-NAME-PARA
           END-IF.

       NEW-REFERENCE-PARA.
           DISPLAY "=> MANDATE REFERENCE QUOTED BY THE CREDITOR".
           ACCEPT INPUT-REFERENCE FROM SYSIN.
           IF INPUT-REFERENCE = SPACES THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-REFERENCE-PARA
           END-IF.

       NEW-MAX-PARA.
           DISPLAY "=> LARGEST SINGLE COLLECTION ALLOWED".
           ACCEPT INPUT-MAX FROM SYSIN.
           IF INPUT-MAX NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO NEW-MAX-PARA
           END-IF.

      *    one live mandate per vault, creditor bank and reference;
      *    CLEARIN would only ever find the first
           MOVE 1 TO MANDATE-IX.

       NEW-DUP-LOOP-PARA.
           IF MANDATE-IX > MANDATE-COUNT THEN
               GO TO NEW-STORE-PARA
           END-IF.
           IF TAB-MD-ACC(MANDATE-IX) = INPUT-ACC
                   AND TAB-MD-ROUTING(MANDATE-IX) = INPUT-ROUTING
                   AND TAB-MD-REFERENCE(MANDATE-IX) = INPUT-REFERENCE
                   AND TAB-MD-STATUS(MANDATE-IX) = 'A' THEN
               DISPLAY "=> MANDATE #" TAB-MD-ID(MANDATE-IX)
                   " ALREADY COVERS THIS CREDITOR AND REFERENCE"
               GO TO EXIT-PARA
           END-IF.
           ADD 1 TO MANDATE-IX.
           GO TO NEW-DUP-LOOP-PARA.

       NEW-STORE-PARA.
           ADD 1 TO NEXT-MD-ID.
           ADD 1 TO MANDATE-COUNT.
           MOVE NEXT-MD-ID TO TAB-MD-ID(MANDATE-COUNT).
           MOVE INPUT-ACC TO TAB-MD-ACC(MANDATE-COUNT).
           MOVE INPUT-ROUTING TO TAB-MD-ROUTING(MANDATE-COUNT).
           MOVE INPUT-REFERENCE TO TAB-MD-REFERENCE(MANDATE-COUNT).
           MOVE INPUT-CRED-NAME TO TAB-MD-CRED-NAME(MANDATE-COUNT).
           MOVE INPUT-MAX TO TAB-MD-MAX(MANDATE-COUNT).
           MOVE 'A' TO TAB-MD-STATUS(MANDATE-COUNT).
           MOVE WS-CUR-DATE TO TAB-MD-CREATED(MANDATE-COUNT).
           MOVE 0 TO TAB-MD-CANCELLED(MANDATE-COUNT).
           MOVE 1 TO SAVE-BOOK.
           DISPLAY "=> MANDATE #" NEXT-MD-ID " SET UP".
           GO TO EXIT-PARA.

       CANCEL-PARA.
           DISPLAY "=> MANDATE NUMBER TO CANCEL".
           ACCEPT INPUT-MD-ID FROM SYSIN.
           MOVE 0 TO CUR-MD-IX.
           MOVE 1 TO MANDATE-IX.

       CANCEL-FIND-PARA.
           IF MANDATE-IX > MANDATE-COUNT THEN
               GO TO CANCEL-CHECK-PARA
           END-IF.
           IF TAB-MD-ID(MANDATE-IX) = INPUT-MD-ID THEN
               MOVE MANDATE-IX TO CUR-MD-IX
               GO TO CANCEL-CHECK-PARA
           END-IF.
           ADD 1 TO MANDATE-IX.
           GO TO CANCEL-FIND-PARA.

       CANCEL-CHECK-PARA.
           IF CUR-MD-IX = 0 THEN
               DISPLAY "=> MANDATE NOT FOUND"
               GO TO EXIT-PARA
           END-IF.
           IF TAB-MD-ACC(CUR-MD-IX) NOT = INPUT-ACC THEN
               DISPLAY "=> MANDATE NOT HELD ON THIS VAULT"
               GO TO EXIT-PARA
           END-IF.
           IF TAB-MD-STATUS(CUR-MD-IX) NOT = 'A' THEN
               DISPLAY "=> MANDATE ALREADY CANCELLED"
               GO TO EXIT-PARA
           END-IF.

      *    effective at once: tonight's CLEARIN returns any further
      *    collection under it as MDCN
           MOVE 'C' TO TAB-MD-STATUS(CUR-MD-IX).
           MOVE WS-CUR-DATE TO TAB-MD-CANCELLED(CUR-MD-IX).
           MOVE 1 TO SAVE-BOOK.
           DISPLAY "=> MANDATE #" TAB-MD-ID(CUR-MD-IX) " CANCELLED".
           GO TO EXIT-PARA.

       CLAIM-PARA.          *> pay back a collection taken without a valid mandate
           DISPLAY "=> COLLECTION TIMESTAMP, AS LISTED".
           ACCEPT INPUT-COLLECT-TS FROM SYSIN.

           MOVE 0 TO FOUND.
           OPEN INPUT DDCOLLECT-FILE.
           IF DC-FS = 35 THEN      *> nothing ever collected
               CLOSE DDCOLLECT-FILE
               GO TO CLAIM-FOUND-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       CLAIM-FIND-LOOP-PARA.
           READ DDCOLLECT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DDCOLLECT-FILE
               GO TO CLAIM-FOUND-PARA
           END-IF.

           IF DC-ACC-NUM = INPUT-ACC AND DC-TS = INPUT-COLLECT-TS THEN
               MOVE 1 TO FOUND
               MOVE DDCOLLECT-REC TO CLM-COLLECT
               CLOSE DDCOLLECT-FILE
               GO TO CLAIM-FOUND-PARA
           END-IF.
           GO TO CLAIM-FIND-LOOP-PARA.

       CLAIM-FOUND-PARA.
           IF FOUND = 0 THEN
               DISPLAY "=> NO SUCH COLLECTION ON THIS VAULT"
               GO TO EXIT-PARA
           END-IF.

           MOVE 0 TO CLAIMED.
           OPEN INPUT DDCLAIM-FILE.
           IF CL-FS = 35 THEN      *> nothing ever claimed
               CLOSE DDCLAIM-FILE
               GO TO CLAIM-BASIS-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       CLAIM-DUP-LOOP-PARA.
           READ DDCLAIM-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DDCLAIM-FILE
               GO TO CLAIM-BASIS-PARA
           END-IF.

           IF CL-ACC-NUM = CLM-ACC-NUM AND CL-COLLECT-TS = CLM-TS THEN
               MOVE 1 TO CLAIMED
           END-IF.
           GO TO CLAIM-DUP-LOOP-PARA.

       CLAIM-BASIS-PARA.
           IF CLAIMED = 1 THEN
               DISPLAY "=> COLLECTION ALREADY CLAIMED BACK"
               GO TO EXIT-PARA
           END-IF.

      *    what the mandate book says about the collection: gone,
      *    cancelled by the collection date, or exceeded, and the
      *    claim stands on the book alone
           DIVIDE CLM-TS BY 100000000 GIVING COLLECT-DATE.
           MOVE 0 TO CUR-MD-IX.
           MOVE 1 TO MANDATE-IX.

       CLAIM-MANDATE-LOOP-PARA.
           IF MANDATE-IX > MANDATE-COUNT THEN
               GO TO CLAIM-MANDATE-EXIT-PARA
           END-IF.
           IF TAB-MD-ID(MANDATE-IX) = CLM-MANDATE-ID THEN
               MOVE MANDATE-IX TO CUR-MD-IX
               GO TO CLAIM-MANDATE-EXIT-PARA
           END-IF.
           ADD 1 TO MANDATE-IX.
           GO TO CLAIM-MANDATE-LOOP-PARA.

       CLAIM-MANDATE-EXIT-PARA.
           IF CUR-MD-IX = 0 THEN
               MOVE "NOMD" TO CLAIM-BASIS
               GO TO CLAIM-PAY-PARA
           END-IF.
           IF TAB-MD-STATUS(CUR-MD-IX) = 'C'
                   AND TAB-MD-CANCELLED(CUR-MD-IX) <= COLLECT-DATE THEN
               MOVE "MDCN" TO CLAIM-BASIS
               GO TO CLAIM-PAY-PARA
           END-IF.
           IF CLM-AMOUNT > TAB-MD-MAX(CUR-MD-IX) THEN
               MOVE "OVMX" TO CLAIM-BASIS
               GO TO CLAIM-PAY-PARA
           END-IF.

      *    the book says the mandate was good; the claim then rests
      *    on the customer's own declaration that they never gave it,
      *    and the mandate goes with it so the creditor cannot
      *    collect again
           DISPLAY "=> MANDATE #" TAB-MD-ID(CUR-MD-IX)
               " WAS ACTIVE FOR THIS COLLECTION".
           DISPLAY "=> DOES THE CUSTOMER DECLARE IT WAS NEVER "
               "AUTHORISED? (Y/N)".
           ACCEPT INPUT-CONFIRM FROM SYSIN.
           IF INPUT-CONFIRM NOT = 'Y' THEN
               DISPLAY "=> COLLECTION WAS VALIDLY MANDATED, NO CLAIM"
               GO TO EXIT-PARA
           END-IF.
           MOVE "UNAU" TO CLAIM-BASIS.
           IF TAB-MD-STATUS(CUR-MD-IX) = 'A' THEN
               MOVE 'C' TO TAB-MD-STATUS(CUR-MD-IX)
               MOVE WS-CUR-DATE TO TAB-MD-CANCELLED(CUR-MD-IX)
               MOVE 1 TO SAVE-BOOK
               DISPLAY "=> MANDATE #" TAB-MD-ID(CUR-MD-IX)
                   " CANCELLED"
           END-IF.

       CLAIM-PAY-PARA.
           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "non-existing file! (atmconfig.txt)"
               MOVE 0 TO SAVE-BOOK
               GO TO EXIT-PARA
           END-IF.

           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> NO ATMS CONFIGURED, NOTHING PAID BACK"
               MOVE 0 TO SAVE-BOOK
               GO TO EXIT-PARA
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
           GO TO CLAIM-WRITE-PARA.

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
           GO TO CLAIM-WRITE-PARA.

       CLAIM-WRITE-PARA.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

      *    'V' puts the collection back as its own operation, so the
      *    statement shows the refund against the collection
           MOVE CLM-ACC-NUM TO ACC-NUM-T.
           MOVE 'V' TO OPERA-T.
           MOVE CLM-AMOUNT TO AMOUNT-T.
           MOVE CLM-TRANSFER-ID TO TRANSFER-ID-T.
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

      *    the creditor's bank bears the claim
           OPEN INPUT DDRETURN-FILE.
           IF RT-FS = 35 THEN      *> ddReturns.txt doesn't exist yet
               CLOSE DDRETURN-FILE
               OPEN OUTPUT DDRETURN-FILE
           ELSE
               CLOSE DDRETURN-FILE
               OPEN EXTEND DDRETURN-FILE
           END-IF.
           MOVE CLM-ROUTING TO RT-ROUTING.
           MOVE CLM-CRED-ACC TO RT-CRED-ACC.
           MOVE CLM-ACC-NUM TO RT-DEBTOR-ACC.
           MOVE CLM-AMOUNT TO RT-AMOUNT.
           MOVE TIMESTAMP TO RT-TS.
           MOVE CLM-TRANSFER-ID TO RT-TRANSFER-ID.
           MOVE CLM-REFERENCE TO RT-REFERENCE.
           MOVE "CLMD" TO RT-REASON.
           WRITE DDRETURN-REC.
           CLOSE DDRETURN-FILE.

           OPEN INPUT DDCLAIM-FILE.
           IF CL-FS = 35 THEN      *> ddclaims.txt doesn't exist yet
               CLOSE DDCLAIM-FILE
               OPEN OUTPUT DDCLAIM-FILE
           ELSE
               CLOSE DDCLAIM-FILE
               OPEN EXTEND DDCLAIM-FILE
           END-IF.
           MOVE TIMESTAMP TO CL-TS.
           MOVE CLM-ACC-NUM TO CL-ACC-NUM.
           MOVE CLM-TS TO CL-COLLECT-TS.
           MOVE CLM-AMOUNT TO CL-AMOUNT.
           MOVE CLM-MANDATE-ID TO CL-MANDATE-ID.
           MOVE CLAIM-BASIS TO CL-BASIS.
           WRITE DDCLAIM-REC.
           CLOSE DDCLAIM-FILE.

           DISPLAY "=> " CLM-AMOUNT " PAID BACK (" CLAIM-BASIS "), "
               "SETTLES WITH TONIGHT'S RUN".
           GO TO EXIT-PARA.

       EXIT-PARA.
           CLOSE MASTERIDX-FILE.
           IF SAVE-BOOK = 0 THEN
               STOP RUN
           END-IF.

           OPEN OUTPUT MANDATE-FILE.
           MOVE 1 TO MANDATE-IX.

       SAVE-MANDATE-LOOP-PARA.
           IF MANDATE-IX > MANDATE-COUNT THEN
               CLOSE MANDATE-FILE
               STOP RUN
           END-IF.

           MOVE TAB-MD-ID(MANDATE-IX) TO MD-ID.
           MOVE TAB-MD-ACC(MANDATE-IX) TO MD-ACC-NUM.
           MOVE TAB-MD-ROUTING(MANDATE-IX) TO MD-ROUTING.
           MOVE TAB-MD-REFERENCE(MANDATE-IX) TO MD-REFERENCE.
           MOVE TAB-MD-CRED-NAME(MANDATE-IX) TO MD-CRED-NAME.
           MOVE TAB-MD-MAX(MANDATE-IX) TO MD-MAX-AMOUNT.
           MOVE TAB-MD-STATUS(MANDATE-IX) TO MD-STATUS.
           MOVE TAB-MD-CREATED(MANDATE-IX) TO MD-CREATED.
           MOVE TAB-MD-CANCELLED(MANDATE-IX) TO MD-CANCELLED.
           WRITE MANDATE-REC.

           ADD 1 TO MANDATE-IX.
           GO TO SAVE-MANDATE-LOOP-PARA.

       END PROGRAM MANDMAINT.
