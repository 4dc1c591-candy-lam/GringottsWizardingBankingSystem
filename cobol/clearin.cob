      *    index, posts the good ones as 'D' transactions through the
      *    first configured ATM's file (so CENTRAL settles them like
      *    any deposit), rejects the rest, and writes the settlement
      *    summary of what was sent and received today. Direct debit
      *    collections ride the same file: each is checked against
      *    the vault's mandate in mandates.txt, its freeze and dormant
      *    flags and its available balance, then either posted as an
      *    'X' transaction (and logged to ddcollect.txt so the
      *    customer can later claim it back) or returned to the
      *    originating bank through ddReturns.txt with a reason code.
      *    Every item is screened against the Ministry's watch list
      *    first; a possible match is held in screenq.txt for
      *    compliance instead of being posted, and SCREENREV hands a
      *    released one back through clearingIn.txt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    credits the other banks sent us, same record layout as the
      *    outbound file atms.cob writes, plus the trailing direct
      *    debit columns
       SELECT CLEARINGIN-FILE ASSIGN TO 'clearingIn.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CI-FS.
       SELECT CLEARSUM-FILE ASSIGN TO 'clearSummary.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

      *    which creditor may collect from which vault, and up to what
      *    amount; maintained by MANDMAINT
       SELECT MANDATE-FILE ASSIGN TO 'mandates.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MD-FS.

      *    every collection posted, kept so MANDMAINT can pay one back
      *    when the customer claims it was taken without a valid
      *    mandate
       SELECT DDCOLLECT-FILE ASSIGN TO 'ddcollect.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DC-FS.

      *    collections sent back to the originating bank, with the
      *    reason; appended here and by MANDMAINT's claims until the
      *    exchange picks the file up
       SELECT DDRETURN-FILE ASSIGN TO 'ddReturns.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS RT-FS.

      *    in-flight ATM withdrawals/transfers not yet settled, and
      *    cheque deposits not yet cleared; both come off the balance
      *    a collection can take, same as atms.cob's
      *    HOLD-AVAILABLE-PARA
       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

      *    exchange rates head office maintains as data, the way
      *    feesched.txt carries the fee schedule: one row per foreign
      *    unit with its Galleon rate; a credit in a unit with no row
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS FX-FS.

      *    the Ministry's list of proscribed persons and institutions,
      *    kept by compliance through SCREENREV; each inbound item's
      *    originator is screened against it before anything posts
       SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS WL-FS.

      *    items held on a possible watch-list match, waiting for
      *    compliance to release or reject them through SCREENREV;
      *    shared with acctmaint.cob and atms.cob
       SELECT SCREENQ-FILE ASSIGN TO 'screenq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SQ-FS.

      *    append-only screening audit log, one row per hold made here
       SELECT SCREENLOG-FILE ASSIGN TO 'screenlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARINGIN-FILE.
      *    file written before the column existed) means Galleons at
      *    par, anything else converts at the posted rate below
           05 CI-CURRENCY PIC X(3).
      *    'X' marks a collection the sending bank wants to take from
      *    CI-DEST-ACC under a direct debit mandate; CI-SRC-ACC is
      *    then the creditor's account there. A credit (or a file
      *    written before these columns existed) leaves all three
      *    blank
           05 CI-TYPE PIC X.
           05 CI-CRED-ROUTING PIC 9(8). *> the creditor's bank, as on the mandate
           05 CI-REFERENCE PIC X(18).   *> the mandate reference the creditor quotes
      *    who sent the item: the originating bank and the name on
      *    the account there, for the watch-list screening; a file
      *    written before these columns existed leaves them blank and
      *    only the creditor's bank of a collection is screened
           05 CI-ORIG-ROUTING PIC 9(8).
           05 CI-ORIG-NAME PIC X(20).

       FD CLEARINGOUT-FILE.
       01 CLEARING-OUT-REC.
           05 ATM-NUM-T PIC 99.     *> 00, clearing credits are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, cleared funds by the time they arrive
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
           05 FX-CURRENCY PIC X(3).    *> foreign unit, e.g. FRF, EGP
           05 FX-RATE PIC 9(3)V9(6).   *> Galleons per one unit of it

      *    layout kept in step with mandmaint.cob's MANDATE-REC
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

      *    layout kept in step with mandmaint.cob's DDCOLLECT-REC
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

      *    layout kept in step with mandmaint.cob's DDRETURN-REC
       FD DDRETURN-FILE.
       01 DDRETURN-REC.
           05 RT-ROUTING PIC 9(8).     *> originating (creditor's) bank
           05 RT-CRED-ACC PIC 9(16).   *> creditor's account there
           05 RT-DEBTOR-ACC PIC 9(16). *> our vault the collection named
           05 RT-AMOUNT PIC 9(5)V9(2).
           05 RT-TS PIC 9(16).         *> when it was returned
           05 RT-TRANSFER-ID PIC 9(16). *> the originating bank's id
           05 RT-REFERENCE PIC X(18).
           05 RT-REASON PIC X(4).
      *>  NOAC no such vault, CHKD bad check digit, DORM dormant,
      *>  FRZN frozen, NOMD no mandate, MDCN mandate cancelled, OVMX
      *>  over the mandate's maximum, NSF  insufficient funds, CURR
      *>  not in Galleons, CLMD claimed back by the customer, SCRN
      *>  rejected by compliance on the watch-list screening

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
           05 SQ-ITEM PIC X(137).      *> the held CLEARING-IN-REC, byte for byte

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

       WORKING-STORAGE SECTION.
      * layouts built in working-storage, then moved onto SUM-LINE
       01 WS-SUM-SENT.
           05 PST-RATE PIC 9(3).9(6).
           05 STR12 PIC X(5) VALUE " GAL ".
           05 PST-AMOUNT PIC 9(5)V9(2).
      * direct debit lines: one per collection taken or sent back
       01 WS-DD-LINE.
           05 DDL-OUTCOME PIC X(12).
           05 STR13 PIC X(5) VALUE "ACC ".
           05 DDL-ACC PIC 9(16).
           05 STR14 PIC X(9) VALUE " AMOUNT ".
           05 DDL-AMOUNT PIC 9(5)V9(2).
           05 STR15 PIC X(5) VALUE " REF ".
           05 DDL-REFERENCE PIC X(18).
           05 STR16 PIC X(2) VALUE SPACES.
           05 DDL-REASON PIC X(4).
       01 WS-SUM-DD.
           05 STR17 PIC X(17) VALUE "COLLECTED: COUNT ".
           05 DDC-COUNT PIC 9(5).
           05 STR18 PIC X(8) VALUE " TOTAL ".
           05 DDC-TOTAL PIC 9(13)V9(2).
       01 WS-SUM-DDR.
           05 STR19 PIC X(17) VALUE "RETURNED:  COUNT ".
           05 DDR-COUNT PIC 9(5).
           05 STR20 PIC X(8) VALUE " TOTAL ".
           05 DDR-TOTAL PIC 9(13)V9(2).
      * items held for compliance on a possible watch-list match
       01 WS-HELD-LINE.
           05 STR21 PIC X(12) VALUE "HELD:   ACC ".
           05 HLD-ACC PIC 9(16).
           05 STR22 PIC X(9) VALUE " AMOUNT ".
           05 HLD-AMOUNT PIC 9(5)V9(2).
           05 STR23 PIC X(9) VALUE " REVIEW #".
           05 HLD-SQ-ID PIC 9(6).
           05 STR24 PIC X(7) VALUE " MATCH ".
           05 HLD-REF PIC X(10).
       01 WS-SUM-HELD.
           05 STR25 PIC X(17) VALUE "HELD:      COUNT ".
           05 HELD-COUNT PIC 9(5).
           05 STR26 PIC X(8) VALUE " TOTAL ".
           05 HELD-TOTAL PIC 9(13)V9(2).

       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  CUR-RATE PIC 9(3)V9(6).          *> rate applied to the credit in hand
       01  CONV-AMOUNT PIC 9(5)V9(2).       *> the credit converted to Galleons
       01  FX-FS PIC 9(2).                  *> variable storing file status of FXRATES-FILE

      *    the mandate book, loaded once at startup
       01  MANDATE-TABLE.
           05  MANDATE-ENTRY OCCURS 500 TIMES.
               10  TAB-MD-ID PIC 9(6).
               10  TAB-MD-ACC PIC 9(16).
               10  TAB-MD-ROUTING PIC 9(8).
               10  TAB-MD-REFERENCE PIC X(18).
               10  TAB-MD-MAX PIC 9(5)V9(2).
               10  TAB-MD-STATUS PIC X.
       01  MANDATE-COUNT PIC 999 VALUE 0.   *> number of rows loaded into MANDATE-TABLE
       01  MANDATE-IX PIC 999.              *> scratch subscript, reused by every table loop
       01  CUR-MD-IX PIC 999.               *> active mandate the collection matched

      *    what tonight's collections have already taken from each
      *    vault, so a second collection sees the first one
       01  TAKEN-TABLE.
           05  TAKEN-ENTRY OCCURS 500 TIMES.
               10  TAB-TK-ACC PIC 9(16).
               10  TAB-TK-AMOUNT PIC 9(7)V9(2).
       01  TAKEN-COUNT PIC 999 VALUE 0.     *> number of rows used in TAKEN-TABLE
       01  TAKEN-IX PIC 999.                *> scratch subscript, reused by every table loop
       01  CUR-TK-IX PIC 999.               *> TAKEN-TABLE row of the vault in hand
       01  TEMP-BALANCE PIC S9(13)V9(2).    *> signed balance of the debited vault
       01  CURRENT-HOLD PIC 9(13)V9(2).     *> in-flight ATM debits on the vault
       01  UNCLEARED-TOTAL PIC 9(13)V9(2).  *> cheque deposits not yet cleared
       01  AVAILABLE-BALANCE PIC S9(13)V9(2).
       *>what the vault can pay without passing its overdraft limit
      *    the watch list, loaded once at startup with every listed
      *    name already reduced to capital letters only
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 500 TIMES.
               10  TAB-WL-TYPE PIC X.
               10  TAB-WL-NORM PIC X(20).
               10  TAB-WL-LEN PIC 99.
               10  TAB-WL-ROUTING PIC 9(8).
               10  TAB-WL-ACC PIC 9(16).
               10  TAB-WL-REF PIC X(10).
       01  WATCH-COUNT PIC 999 VALUE 0.     *> number of rows loaded into WATCH-TABLE
       01  WATCH-IX PIC 999.                *> scratch subscript, reused by every table loop
      *    sanctions screening work area, same matching rule
      *    acctmaint.cob applies to names at opening
       01  SCR-ROUTING PIC 9(8).            *> originating bank being screened, 0 = unknown
       01  SCR-NORM PIC X(20).              *> originator's name reduced
       01  SCR-LEN PIC 99.                  *> letters in SCR-NORM
       01  SCR-SHORT PIC X(20).             *> shorter of the two names compared
       01  SCR-SHORT-LEN PIC 99.
       01  SCR-LONG PIC X(20).              *> longer of the two names compared
       01  SCR-LONG-LEN PIC 99.
       01  SCR-POS PIC 99.                  *> where in SCR-LONG the search stands
       01  SCR-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the item is a possible watch-list match
       01  SCR-HIT-REF PIC X(10).           *> WL-REF of the row it matched
       01  NORM-IN PIC X(20).               *> name to reduce
       01  NORM-IN-X REDEFINES NORM-IN.
           05 NORM-IN-CH PIC X OCCURS 20 TIMES.
       01  NORM-OUT PIC X(20).              *> the reduced name
       01  NORM-OUT-X REDEFINES NORM-OUT.
           05 NORM-OUT-CH PIC X OCCURS 20 TIMES.
       01  NORM-LEN PIC 99.                 *> letters in NORM-OUT
       01  NORM-IX PIC 99.                  *> character of NORM-IN being looked at
       01  NORM-RETURN PIC 9.
       *>which caller NORM-PARA returns to: 1 = a watch-list row
       *>being loaded, 2 = the originator being screened
       01  NEXT-SQ-ID PIC 9(6) VALUE 0.     *> highest review number issued so far
       01  SQ-PRIOR-ID PIC 9(6) VALUE 0.    *> latest review of this same item
       01  SQ-PRIOR-STATUS PIC X.           *> its status, space = never reviewed
       01  SQ-EOF PIC 9 VALUE 0.
       *>bool variable for the queue scan's eof, 0 = false, 1 = true
       01  WL-FS PIC 9(2).                  *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                  *> variable storing file status of SCREENQ-FILE
       01  SL-FS PIC 9(2).                  *> variable storing file status of SCREENLOG-FILE
       01  MD-FS PIC 9(2).                  *> variable storing file status of MANDATE-FILE
       01  DC-FS PIC 9(2).                  *> variable storing file status of DDCOLLECT-FILE
       01  RT-FS PIC 9(2).                  *> variable storing file status of DDRETURN-FILE
       01  HL-FS PIC 9(2).                  *> variable storing file status of HOLDS-FILE
       01  UC-FS PIC 9(2).                  *> variable storing file status of UNCLEARED-FILE
       01  CI-FS PIC 9(2).                  *> variable storing file status of CLEARINGIN-FILE
       01  CO-FS PIC 9(2).                  *> variable storing file status of CLEARINGOUT-FILE
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
               MOVE 0 TO RECV-TOTAL
               MOVE 0 TO REJ-COUNT
               MOVE 0 TO REJ-TOTAL
               MOVE 0 TO DDC-COUNT
               MOVE 0 TO DDC-TOTAL
               MOVE 0 TO DDR-COUNT
               MOVE 0 TO DDR-TOTAL
               MOVE 0 TO HELD-COUNT
               MOVE 0 TO HELD-TOTAL
               GO TO SENT-SCAN-PARA
           END-IF.

           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.

      *    everything that can still refuse the run is loaded before
      *    the transaction file is touched, so a refusal never leaves
      *    it with a header and no trailer
           GO TO LOAD-FX-PARA.

       LOAD-FX-PARA.        *> the posted rates, if head office has quoted any
           OPEN INPUT FXRATES-FILE.
           IF FX-FS = 35 THEN      *> no rates quoted, only Galleons can post
               CLOSE FXRATES-FILE
               GO TO LOAD-MANDATE-PARA
           END-IF.

           MOVE 0 TO FX-COUNT.

           IF WS-EOF = 1 THEN
               CLOSE FXRATES-FILE
               GO TO LOAD-MANDATE-PARA
           END-IF.

           IF FX-COUNT >= 20 THEN      *> FX-TABLE OCCURS 20 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 20 RATE ROWS, "
                   "IGNORING THE REST"
               CLOSE FXRATES-FILE
               GO TO LOAD-MANDATE-PARA
           END-IF.

           ADD 1 TO FX-COUNT.
           MOVE FX-RATE TO TAB-FX-RATE(FX-COUNT).
           GO TO LOAD-FX-LOOP-PARA.

       LOAD-MANDATE-PARA.   *> the direct debit mandates, if any are set up
           OPEN INPUT MANDATE-FILE.
           IF MD-FS = 35 THEN      *> no mandates, every collection goes back
               CLOSE MANDATE-FILE
               GO TO LOAD-WATCH-PARA
           END-IF.

           MOVE 0 TO MANDATE-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-MANDATE-LOOP-PARA.
           READ MANDATE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MANDATE-FILE
               GO TO LOAD-WATCH-PARA
           END-IF.

      *    a truncated book would send good collections back as
      *    unmandated; refuse to run instead, clearingIn.txt is left
      *    untouched for the rerun
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
           MOVE MD-MAX-AMOUNT TO TAB-MD-MAX(MANDATE-COUNT).
           MOVE MD-STATUS TO TAB-MD-STATUS(MANDATE-COUNT).
           GO TO LOAD-MANDATE-LOOP-PARA.

       LOAD-WATCH-PARA.     *> the watch list, if compliance has issued one
           MOVE 0 TO WATCH-COUNT.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN      *> no list issued yet, nothing to match
               CLOSE WATCHLIST-FILE
               GO TO TRAILER-OPEN-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-WATCH-LOOP-PARA.
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO TRAILER-OPEN-PARA
           END-IF.

      *    screening against part of the list would let the rest of
      *    it through; refuse to run instead, clearingIn.txt is left
      *    untouched for the rerun
           IF WATCH-COUNT >= 500 THEN      *> WATCH-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 WATCH-LIST ROWS, REFUSING "
                   "TO RUN BEFORE THE LIST IS SPLIT"
               CLOSE WATCHLIST-FILE
               STOP RUN
           END-IF.

           ADD 1 TO WATCH-COUNT.
           MOVE WL-TYPE TO TAB-WL-TYPE(WATCH-COUNT).
           MOVE WL-ROUTING TO TAB-WL-ROUTING(WATCH-COUNT).
           MOVE WL-ACC TO TAB-WL-ACC(WATCH-COUNT).
           MOVE WL-REF TO TAB-WL-REF(WATCH-COUNT).
           MOVE WL-NAME TO NORM-IN.
           MOVE 1 TO NORM-RETURN.
           GO TO NORM-PARA.

       LOAD-WATCH-NORM-PARA.
           MOVE NORM-OUT TO TAB-WL-NORM(WATCH-COUNT).
           MOVE NORM-LEN TO TAB-WL-LEN(WATCH-COUNT).
           GO TO LOAD-WATCH-LOOP-PARA.

       NORM-PARA.           *> NORM-IN as capital letters only, into NORM-OUT
           INSPECT NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO NORM-OUT.
           MOVE 0 TO NORM-LEN.
           MOVE 1 TO NORM-IX.

       NORM-LOOP-PARA.
           IF NORM-IX > 20 THEN
               GO TO NORM-EXIT-PARA
           END-IF.

           IF NORM-IN-CH(NORM-IX) IS ALPHABETIC-UPPER
                   AND NORM-IN-CH(NORM-IX) NOT = SPACE THEN
               ADD 1 TO NORM-LEN
               MOVE NORM-IN-CH(NORM-IX) TO NORM-OUT-CH(NORM-LEN)
           END-IF.

           ADD 1 TO NORM-IX.
           GO TO NORM-LOOP-PARA.

       NORM-EXIT-PARA.
           IF NORM-RETURN = 1 THEN
               GO TO LOAD-WATCH-NORM-PARA
           END-IF.
           GO TO SCREEN-READY-PARA.

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
           GO TO POST-READY-PARA.

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
           GO TO POST-READY-PARA.

       POST-READY-PARA.
           OPEN OUTPUT CLEARSUM-FILE.

      *    both direct debit files only ever grow here
           OPEN INPUT DDCOLLECT-FILE.
           IF DC-FS = 35 THEN      *> ddcollect.txt doesn't exist yet
               CLOSE DDCOLLECT-FILE
               OPEN OUTPUT DDCOLLECT-FILE
           ELSE
               CLOSE DDCOLLECT-FILE
               OPEN EXTEND DDCOLLECT-FILE
           END-IF.
           OPEN INPUT DDRETURN-FILE.
           IF RT-FS = 35 THEN      *> ddReturns.txt doesn't exist yet
               CLOSE DDRETURN-FILE
               OPEN OUTPUT DDRETURN-FILE
           ELSE
               CLOSE DDRETURN-FILE
               OPEN EXTEND DDRETURN-FILE
           END-IF.
           MOVE 0 TO TAKEN-COUNT.

           MOVE 0 TO SENT-COUNT.
           MOVE 0 TO SENT-TOTAL.
           MOVE 0 TO RECV-COUNT.
           MOVE 0 TO RECV-TOTAL.
           MOVE 0 TO REJ-COUNT.
           MOVE 0 TO REJ-TOTAL.
           MOVE 0 TO DDC-COUNT.
           MOVE 0 TO DDC-TOTAL.
           MOVE 0 TO DDR-COUNT.
           MOVE 0 TO DDR-TOTAL.
           MOVE 0 TO HELD-COUNT.
           MOVE 0 TO HELD-TOTAL.
           MOVE 0 TO WS-EOF.

       POST-LOOP-PARA.      *> validate and post each inbound credit

           IF WS-EOF = 1 THEN
               CLOSE CLEARINGIN-FILE
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
               CLOSE DDCOLLECT-FILE
               CLOSE DDRETURN-FILE
      *        consume the inbound file the moment the credits are
      *        safely in the transaction file, so an abend in the
      *        summary work below cannot cause a double posting
      *        a keying error at the sending bank; back through the
      *        rejects before it can find a stranger's vault
               MOVE " BAD CHECKDIGIT" TO REJ-REASON
               MOVE "CHKD" TO RT-REASON
               GO TO POST-REJECT-PARA
           END-IF.

      *        the sending bank gets this back through the rejects on
      *        the settlement summary
               MOVE " NO SUCH VAULT" TO REJ-REASON
               MOVE "NOAC" TO RT-REASON
               GO TO POST-REJECT-PARA
           END-IF.

      *    bank included, until the branch has reactivated it
           IF IDX-ACC-DORMANT = 'Y' THEN
               MOVE " DORMANT VAULT" TO REJ-REASON
               MOVE "DORM" TO RT-REASON
               GO TO POST-REJECT-PARA
           END-IF.

           GO TO SCREEN-PARA.

      *    sanctions screening: the originating bank (the creditor's,
      *    for a collection) against the listed banks, and the
      *    originator's name against the listed names, by the rule
      *    acctmaint.cob applies at opening
       SCREEN-PARA.
           MOVE 0 TO SCR-HIT.
           MOVE SPACES TO SCR-HIT-REF.
           MOVE 0 TO SCR-ROUTING.
           IF CI-ORIG-ROUTING NUMERIC THEN
               MOVE CI-ORIG-ROUTING TO SCR-ROUTING
           END-IF.
           IF CI-TYPE = 'X' THEN
               MOVE CI-CRED-ROUTING TO SCR-ROUTING
           END-IF.
           MOVE CI-ORIG-NAME TO NORM-IN.
           MOVE 2 TO NORM-RETURN.
           GO TO NORM-PARA.

       SCREEN-READY-PARA.
           MOVE NORM-OUT TO SCR-NORM.
           MOVE NORM-LEN TO SCR-LEN.
           MOVE 1 TO WATCH-IX.

       SCREEN-LOOP-PARA.
           IF WATCH-IX > WATCH-COUNT THEN
               GO TO SCREEN-VERDICT-PARA
           END-IF.

           IF TAB-WL-TYPE(WATCH-IX) = 'R' AND SCR-ROUTING NOT = 0
                   AND TAB-WL-ROUTING(WATCH-IX) = SCR-ROUTING THEN
               IF TAB-WL-ACC(WATCH-IX) = 0
                       OR TAB-WL-ACC(WATCH-IX) = CI-SRC-ACC THEN
                   GO TO SCREEN-HIT-PARA
               END-IF
           END-IF.

           IF TAB-WL-TYPE(WATCH-IX) NOT = 'N' OR SCR-LEN = 0
                   OR TAB-WL-LEN(WATCH-IX) = 0 THEN
               GO TO SCREEN-NEXT-PARA
           END-IF.

           IF TAB-WL-NORM(WATCH-IX) = SCR-NORM THEN
               GO TO SCREEN-HIT-PARA
           END-IF.

      *    the shorter name is looked for inside the longer; under
      *    four letters only an exact match counts
           IF TAB-WL-LEN(WATCH-IX) < SCR-LEN THEN
               MOVE TAB-WL-NORM(WATCH-IX) TO SCR-SHORT
               MOVE TAB-WL-LEN(WATCH-IX) TO SCR-SHORT-LEN
               MOVE SCR-NORM TO SCR-LONG
               MOVE SCR-LEN TO SCR-LONG-LEN
           ELSE
               MOVE SCR-NORM TO SCR-SHORT
               MOVE SCR-LEN TO SCR-SHORT-LEN
               MOVE TAB-WL-NORM(WATCH-IX) TO SCR-LONG
               MOVE TAB-WL-LEN(WATCH-IX) TO SCR-LONG-LEN
           END-IF.

           IF SCR-SHORT-LEN < 4 THEN
               GO TO SCREEN-NEXT-PARA
           END-IF.
           MOVE 1 TO SCR-POS.

       SCREEN-SUBSTR-PARA.
           IF SCR-POS + SCR-SHORT-LEN - 1 > SCR-LONG-LEN THEN
               GO TO SCREEN-NEXT-PARA
           END-IF.

           IF SCR-LONG(SCR-POS:SCR-SHORT-LEN) =
                   SCR-SHORT(1:SCR-SHORT-LEN) THEN
               GO TO SCREEN-HIT-PARA
           END-IF.

           ADD 1 TO SCR-POS.
           GO TO SCREEN-SUBSTR-PARA.

       SCREEN-NEXT-PARA.
           ADD 1 TO WATCH-IX.
           GO TO SCREEN-LOOP-PARA.

       SCREEN-HIT-PARA.
           MOVE 1 TO SCR-HIT.
           MOVE TAB-WL-REF(WATCH-IX) TO SCR-HIT-REF.

       SCREEN-VERDICT-PARA.
           IF SCR-HIT = 0 THEN
               GO TO SCREEN-PASS-PARA
           END-IF.

      *    the same row seen before stays decided: SCREENREV hands a
      *    released item back byte for byte through clearingIn.txt,
      *    and a resent one is not queued twice
           MOVE 0 TO NEXT-SQ-ID.
           MOVE 0 TO SQ-PRIOR-ID.
           MOVE SPACE TO SQ-PRIOR-STATUS.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> nothing has ever been held
               CLOSE SCREENQ-FILE
               GO TO SCREEN-HOLD-PARA
           END-IF.
           MOVE 0 TO SQ-EOF.

       SCREEN-QUEUE-LOOP-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO SQ-EOF
           END-READ.

           IF SQ-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO SCREEN-QUEUE-EXIT-PARA
           END-IF.

           IF SQ-ID > NEXT-SQ-ID THEN
               MOVE SQ-ID TO NEXT-SQ-ID
           END-IF.
           IF SQ-SOURCE = 'I' AND SQ-ITEM = CLEARING-IN-REC THEN
               MOVE SQ-ID TO SQ-PRIOR-ID
               MOVE SQ-STATUS TO SQ-PRIOR-STATUS
           END-IF.
           GO TO SCREEN-QUEUE-LOOP-PARA.

       SCREEN-QUEUE-EXIT-PARA.
           IF SQ-PRIOR-STATUS = 'R' THEN
               GO TO SCREEN-PASS-PARA
           END-IF.

      *    rejected by compliance: goes back like any other refusal
           IF SQ-PRIOR-STATUS = 'J' THEN
               MOVE " SCREENING REJ" TO REJ-REASON
               MOVE "SCRN" TO RT-REASON
               GO TO POST-REJECT-PARA
           END-IF.

           IF SQ-PRIOR-STATUS = 'P' THEN
               MOVE SQ-PRIOR-ID TO HLD-SQ-ID
               GO TO SCREEN-HELD-LINE-PARA
           END-IF.

       SCREEN-HOLD-PARA.    *> queue it for compliance instead of posting
           ADD 1 TO NEXT-SQ-ID.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> screenq.txt doesn't exist yet
               CLOSE SCREENQ-FILE
               OPEN OUTPUT SCREENQ-FILE
               CLOSE SCREENQ-FILE
           ELSE
               CLOSE SCREENQ-FILE
           END-IF.

           OPEN EXTEND SCREENQ-FILE.
           MOVE NEXT-SQ-ID TO SQ-ID.
           MOVE 'I' TO SQ-SOURCE.
           MOVE 'P' TO SQ-STATUS.
           MOVE TIMESTAMP TO SQ-TS.
           MOVE CI-DEST-ACC TO SQ-ACC-NUM.
           MOVE CI-ORIG-NAME TO SQ-NAME.
           MOVE SCR-HIT-REF TO SQ-HIT-REF.
           MOVE SPACES TO SQ-DECIDED-BY.
           MOVE 0 TO SQ-DECIDED-TS.
           MOVE CLEARING-IN-REC TO SQ-ITEM.
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
           MOVE 'I' TO SL-SOURCE.
           MOVE CI-DEST-ACC TO SL-ACC-NUM.
           MOVE "HELD" TO SL-EVENT.
           MOVE "CLEARIN" TO SL-BY.
           MOVE SCR-HIT-REF TO SL-REF.
           MOVE CI-ORIG-NAME TO SL-NAME.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

           MOVE NEXT-SQ-ID TO HLD-SQ-ID.

       SCREEN-HELD-LINE-PARA.
           MOVE CI-DEST-ACC TO HLD-ACC.
           MOVE CI-AMOUNT TO HLD-AMOUNT.
           MOVE SCR-HIT-REF TO HLD-REF.
           MOVE WS-HELD-LINE TO SUM-LINE.
           WRITE SUM-LINE.
           ADD 1 TO HELD-COUNT.
           ADD CI-AMOUNT TO HELD-TOTAL.
           GO TO POST-LOOP-PARA.

       SCREEN-PASS-PARA.
           IF CI-TYPE = 'X' THEN
               GO TO DD-VALIDATE-PARA
           END-IF.

           GO TO POST-CREDIT-PARA.

       POST-REJECT-PARA.
      *    a collection that fails goes back to the bank that asked
      *    for it, not just onto our summary
           IF CI-TYPE = 'X' THEN
               GO TO DD-RETURN-PARA
           END-IF.
           MOVE CI-DEST-ACC TO REJ-ACC.
           MOVE CI-AMOUNT TO REJ-AMOUNT.
           MOVE WS-REJ-LINE TO SUM-LINE.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
           MOVE 0 TO TELLER-ID-T.
           MOVE 0 TO BRANCH-T.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE TIMESTAMP TO TS-T.
           WRITE TRANSACTION-REC
           END-WRITE.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT-T TO CTL-HASH.
           MOVE TS-T TO CTL-LAST-TS.

      *    the rate actually applied, shown line by line so today's
      *    francs can be tied to the Galleons that posted
           ADD CONV-AMOUNT TO RECV-TOTAL.
           GO TO POST-LOOP-PARA.

       DD-VALIDATE-PARA.    *> may this collection be taken from the vault
      *    collections are settled in Galleons only; a foreign unit
      *    would mean converting money out of the customer's vault at
      *    a rate nobody agreed to
           IF CI-CURRENCY NOT = "GAL" AND CI-CURRENCY NOT = SPACES THEN
               MOVE "CURR" TO RT-REASON
               GO TO DD-RETURN-PARA
           END-IF.

      *    a court-order freeze stops every debit; CENTRAL would park
      *    it in suspense anyway, the creditor is better told now
           IF IDX-ACC-FREEZE = 'Y' THEN
               MOVE "FRZN" TO RT-REASON
               GO TO DD-RETURN-PARA
           END-IF.

      *    an active mandate for this vault, creditor bank and
      *    reference; a cancelled one is reported as such unless the
      *    customer has since set the same mandate up again
           MOVE 0 TO CUR-MD-IX.
           MOVE "NOMD" TO RT-REASON.
           MOVE 1 TO MANDATE-IX.

       DD-MANDATE-LOOP-PARA.
           IF MANDATE-IX > MANDATE-COUNT THEN
               GO TO DD-MANDATE-EXIT-PARA
           END-IF.

           IF TAB-MD-ACC(MANDATE-IX) = CI-DEST-ACC
                   AND TAB-MD-ROUTING(MANDATE-IX) = CI-CRED-ROUTING
                   AND TAB-MD-REFERENCE(MANDATE-IX) = CI-REFERENCE THEN
               IF TAB-MD-STATUS(MANDATE-IX) = 'A' THEN
                   MOVE MANDATE-IX TO CUR-MD-IX
                   GO TO DD-MANDATE-EXIT-PARA
               END-IF
               MOVE "MDCN" TO RT-REASON
           END-IF.

           ADD 1 TO MANDATE-IX.
           GO TO DD-MANDATE-LOOP-PARA.

       DD-MANDATE-EXIT-PARA.
           IF CUR-MD-IX = 0 THEN
               GO TO DD-RETURN-PARA
           END-IF.

           IF CI-AMOUNT > TAB-MD-MAX(CUR-MD-IX) THEN
               MOVE "OVMX" TO RT-REASON
               GO TO DD-RETURN-PARA
           END-IF.

      *    available balance, the ATM's rule: balance plus overdraft
      *    limit, less in-flight debits, uncleared cheques and what
      *    tonight's earlier collections already took
           IF IDX-BALANCE-SIGN = '-' THEN
               COMPUTE TEMP-BALANCE = 0 - IDX-BALANCE
           ELSE
               MOVE IDX-BALANCE TO TEMP-BALANCE
           END-IF.
           MOVE 0 TO CURRENT-HOLD.
           MOVE 0 TO UNCLEARED-TOTAL.
           MOVE 0 TO CUR-TK-IX.
           MOVE 1 TO TAKEN-IX.

       DD-TAKEN-LOOP-PARA.
           IF TAKEN-IX > TAKEN-COUNT THEN
               GO TO DD-HOLDS-PARA
           END-IF.
           IF TAB-TK-ACC(TAKEN-IX) = CI-DEST-ACC THEN
               MOVE TAKEN-IX TO CUR-TK-IX
               GO TO DD-HOLDS-PARA
           END-IF.
           ADD 1 TO TAKEN-IX.
           GO TO DD-TAKEN-LOOP-PARA.

       DD-HOLDS-PARA.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN      *> holds.txt doesn't exist, nothing is held
               CLOSE HOLDS-FILE
               GO TO DD-UNCLEARED-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       DD-HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO DD-UNCLEARED-PARA
           END-IF.

           IF HOLD-ACC-NUM = CI-DEST-ACC THEN
               ADD HOLD-AMOUNT TO CURRENT-HOLD
           END-IF.
           GO TO DD-HOLDS-LOOP-PARA.

       DD-UNCLEARED-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN      *> uncleared.txt doesn't exist, nothing floating
               CLOSE UNCLEARED-FILE
               GO TO DD-AVAIL-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       DD-UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO DD-AVAIL-EXIT-PARA
           END-IF.

           IF UC-ACC-NUM = CI-DEST-ACC
                   AND UC-CLEARS-ON > WS-CUR-DATE THEN
               ADD UC-AMOUNT TO UNCLEARED-TOTAL
           END-IF.
           GO TO DD-UNCLEARED-LOOP-PARA.

       DD-AVAIL-EXIT-PARA.
      *    the holds and uncleared scans ran WS-EOF to 1; the
      *    clearing file's own loop reads it again
           MOVE 0 TO WS-EOF.
           COMPUTE AVAILABLE-BALANCE =
               TEMP-BALANCE + IDX-OD-LIMIT - CURRENT-HOLD
               - UNCLEARED-TOTAL.
           IF CUR-TK-IX NOT = 0 THEN
               SUBTRACT TAB-TK-AMOUNT(CUR-TK-IX) FROM AVAILABLE-BALANCE
           END-IF.

           IF CI-AMOUNT > AVAILABLE-BALANCE THEN
               MOVE "NSF " TO RT-REASON
               GO TO DD-RETURN-PARA
           END-IF.

       DD-POST-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

      *    'X' so the statement shows the creditor's collection, not
      *    a withdrawal; the creditor's transfer id rides along so
      *    the exchange can pair it with their side
           MOVE CI-DEST-ACC TO ACC-NUM-T.
           MOVE 'X' TO OPERA-T.
           MOVE CI-AMOUNT TO AMOUNT-T.
           MOVE CI-TRANSFER-ID TO TRANSFER-ID-T.
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

           MOVE TIMESTAMP TO DC-TS.
           MOVE CI-DEST-ACC TO DC-ACC-NUM.
           MOVE CI-AMOUNT TO DC-AMOUNT.
           MOVE CI-CRED-ROUTING TO DC-ROUTING.
           MOVE CI-SRC-ACC TO DC-CRED-ACC.
           MOVE CI-REFERENCE TO DC-REFERENCE.
           MOVE CI-TRANSFER-ID TO DC-TRANSFER-ID.
           MOVE TAB-MD-ID(CUR-MD-IX) TO DC-MANDATE-ID.
           WRITE DDCOLLECT-REC.

      *    every vault collected from has a mandate row, so the taken
      *    table can never need more rows than the mandate table has
           IF CUR-TK-IX = 0 THEN
               ADD 1 TO TAKEN-COUNT
               MOVE TAKEN-COUNT TO CUR-TK-IX
               MOVE CI-DEST-ACC TO TAB-TK-ACC(CUR-TK-IX)
               MOVE 0 TO TAB-TK-AMOUNT(CUR-TK-IX)
           END-IF.
           ADD CI-AMOUNT TO TAB-TK-AMOUNT(CUR-TK-IX).

           MOVE "COLLECTED:  " TO DDL-OUTCOME.
           MOVE CI-DEST-ACC TO DDL-ACC.
           MOVE CI-AMOUNT TO DDL-AMOUNT.
           MOVE CI-REFERENCE TO DDL-REFERENCE.
           MOVE SPACES TO DDL-REASON.
           MOVE WS-DD-LINE TO SUM-LINE.
           WRITE SUM-LINE.

           ADD 1 TO DDC-COUNT.
           ADD CI-AMOUNT TO DDC-TOTAL.
           GO TO POST-LOOP-PARA.

       DD-RETURN-PARA.      *> send the collection back with its reason
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           MOVE CI-CRED-ROUTING TO RT-ROUTING.
           MOVE CI-SRC-ACC TO RT-CRED-ACC.
           MOVE CI-DEST-ACC TO RT-DEBTOR-ACC.
           MOVE CI-AMOUNT TO RT-AMOUNT.
           MOVE TIMESTAMP TO RT-TS.
           MOVE CI-TRANSFER-ID TO RT-TRANSFER-ID.
           MOVE CI-REFERENCE TO RT-REFERENCE.
           WRITE DDRETURN-REC.

           MOVE "RETURNED:   " TO DDL-OUTCOME.
           MOVE CI-DEST-ACC TO DDL-ACC.
           MOVE CI-AMOUNT TO DDL-AMOUNT.
           MOVE CI-REFERENCE TO DDL-REFERENCE.
           MOVE RT-REASON TO DDL-REASON.
           MOVE WS-DD-LINE TO SUM-LINE.
           WRITE SUM-LINE.

           ADD 1 TO DDR-COUNT.
           ADD CI-AMOUNT TO DDR-TOTAL.
           GO TO POST-LOOP-PARA.

       CHECKDIGIT-PARA.     *> doubled-digit checksum over all 16 digits
           MOVE 0 TO CD-SUM.
           MOVE 1 TO CD-IX.
           WRITE SUM-LINE.
           MOVE WS-SUM-REJ TO SUM-LINE.
           WRITE SUM-LINE.
           MOVE WS-SUM-DD TO SUM-LINE.
           WRITE SUM-LINE.
           MOVE WS-SUM-DDR TO SUM-LINE.
           WRITE SUM-LINE.
           MOVE WS-SUM-HELD TO SUM-LINE.
           WRITE SUM-LINE.
           CLOSE CLEARSUM-FILE.

           CLOSE MASTERIDX-FILE.
           *> the posted credits are unsettled; mark pending until
           *> CENTRAL settles them, same flag atms.cob checks before
           *> it will truncate the transaction files
           IF RECV-COUNT NOT = 0 OR DDC-COUNT NOT = 0 THEN
               OPEN OUTPUT BATCHFLAG-FILE
               MOVE "PEND" TO BATCH-FLAG
               WRITE BATCH-FLAG-REC

           DISPLAY "=> RECEIVED " RECV-COUNT " CREDIT(S), REJECTED "
               REJ-COUNT ", SENT " SENT-COUNT ".".
           DISPLAY "=> COLLECTED " DDC-COUNT " DIRECT DEBIT(S), "
               "RETURNED " DDR-COUNT ".".
           DISPLAY "=> HELD " HELD-COUNT " ITEM(S) FOR COMPLIANCE "
               "REVIEW.".
           DISPLAY "=> SUMMARY WRITTEN TO clearSummary.txt".

           STOP RUN.
