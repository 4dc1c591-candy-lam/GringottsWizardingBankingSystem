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
       PROGRAM-ID. TELLER.

      *    the branch counter: a teller signs on against the teller
      *    register, opens a shift by counting the drawer float, and
      *    serves customers across the counter -- cash paid in, cash
      *    paid out, cheques banked and transfers -- under exactly the
      *    checks the ATM applies (overdraft, freeze, dormancy, lock,
      *    daily withdrawal limit, holds and uncleared cheques). Every
      *    posting goes through settlement like an ATM's, in the first
      *    configured ATM's transaction file, but stamped with the
      *    teller and branch in place of a machine number so the
      *    ledger and OPSRPT can tell counter business from ATM
      *    business. The drawer's cash position is kept per teller in
      *    tellerCash.txt; at end of shift the teller counts the
      *    drawer, the count is compared with the book figure and any
      *    difference posts to the over/short vault the way CASHBAL
      *    books an ATM's, with a permanent trail line per shift
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; the customer and any Gringotts transfer target
      *    are looked up here
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    the counter posts into the first configured slot, and the
      *    daily withdrawal limit scans every one of them
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

       SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TF-FS.

       SELECT BATCHFLAG-FILE ASSIGN TO 'batchdone.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

      *    the teller register head office keeps: who may sign on at
      *    a counter, and at which branch
       SELECT TELLERS-FILE ASSIGN TO 'tellers.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TL-FS.

      *    cash position of every teller's drawer, written back after
      *    every movement so a second counter sees it at once
       SELECT DRAWER-FILE ASSIGN TO 'tellerCash.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DR-FS.

      *    permanent, append-only trail of every end-of-shift count:
      *    book figure, counted figure and the difference, so a
      *    pattern of shortages at one counter is visible across days
       SELECT SHIFTBAL-FILE ASSIGN TO 'tellerBalRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SB-FS.

      *    the head-office vault drawer differences are booked
      *    against, the same one CASHBAL uses for the ATMs
       SELECT OVSPARM-FILE ASSIGN TO 'ovsparm.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS OV-FS.

      *    in-flight holds against not-yet-settled debits; a counter
      *    withdrawal or transfer reserves its amount here the same
      *    way an ATM session does
       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

      *    head office's bank-holiday calendar, one row per holiday;
      *    kept as data like chqparm.txt so next year's holidays go in
      *    without a code change. Saturdays and Sundays are never
      *    business days and need no row
       SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HC-FS.

      *    CENTRAL's permanent audit trail; read to total what an
      *    account has already withdrawn today in settled transactions
       SELECT LEDGER-FILE ASSIGN TO 'ledger.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LG-FS.

      *    the other authorized holders of each joint vault; the
      *    customer at the counter names which of them they are
       SELECT HOLDERS-FILE ASSIGN TO 'holders.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HD-FS.

       SELECT CHQPARM-FILE ASSIGN TO 'chqparm.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CQ-FS.

       SELECT CLEARINGOUT-FILE ASSIGN TO 'clearingOut.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CL-FS.

      *    the Ministry's list of proscribed persons and institutions,
      *    kept by compliance through SCREENREV; a transfer out to a
      *    listed bank or account is held instead of sent, the same
      *    as at the ATM
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

       DATA DIVISION.
       FILE SECTION.
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
           05 ATM-NUM-T PIC 99.     *> 00, no machine keyed a counter posting
           05 CLEARS-ON-T PIC 9(8). *> cheque deposits only, else 0
           05 HOLDER-ID-T PIC 99.   *> holder served at the counter
           05 TELLER-ID-T PIC 9(4). *> the teller who keyed it
           05 BRANCH-T PIC 99.      *> the teller's branch
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

       FD TELLERS-FILE.
       01 TELLER-REC.
           05 TL-TELLER-ID PIC 9(4).
           05 TL-NAME PIC A(20).
           05 TL-BRANCH PIC 99.        *> branch the teller works at
           05 TL-STATUS PIC X.         *> 'A' active, anything else barred

       FD DRAWER-FILE.
       01 DRAWER-REC.
           05 DR-TELLER-ID PIC 9(4).
           05 DR-BRANCH PIC 99.
           05 DR-STATUS PIC X.         *> 'O' shift open, 'C' closed
           05 DR-OPENING PIC 9(13)V9(2).   *> float counted in at shift start
           05 DR-CASH-IN PIC 9(13)V9(2).   *> paid in across the counter since
           05 DR-CASH-OUT PIC 9(13)V9(2).  *> paid out across the counter since
           05 DR-OPENED-TS PIC 9(16).  *> when the shift was opened

       FD SHIFTBAL-FILE.
       01 SHIFTBAL-LINE PIC X(160).

       FD OVSPARM-FILE.
       01 OVSPARM-REC.
           05 OV-ACC-NUM PIC 9(16).
      *>  the over/short vault differences post to; 0 = not configured

       FD HOLDS-FILE.
       01 HOLD-REC.
           05 HOLD-ACC-NUM PIC 9(16).
           05 HOLD-AMOUNT PIC 9(13)V9(2).

      *    layout kept in step with every other holidays.txt reader
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).       *> bank holiday, YYYYMMDD
           05 HOL-NAME PIC X(30).      *> e.g. MINISTRY FOUNDING DAY

      *    layout kept in step with central.cob's UNCLEARED-REC
       FD UNCLEARED-FILE.
       01 UNCLEARED-REC.
           05 UC-ACC-NUM PIC 9(16).
           05 UC-AMOUNT PIC 9(5)V9(2).
           05 UC-CLEARS-ON PIC 9(8).   *> funds available from this date, YYYYMMDD
           05 UC-TS PIC 9(16).         *> the cheque deposit's timestamp

      *    layout kept in step with central.cob's LEDGER-REC
       FD LEDGER-FILE.
       01 LEDGER-REC.
           05 LG-ACC-NUM PIC 9(16).
           05 LG-OPERA PIC X.
           05 LG-AMOUNT PIC 9(5)V9(2).
           05 LG-TS PIC 9(16).
           05 LG-PRE-SIGN PIC X.
           05 LG-PRE-BALANCE PIC 9(13)V9(2).
           05 LG-POST-SIGN PIC X.
           05 LG-POST-BALANCE PIC 9(13)V9(2).
           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

      *    layout kept in step with acctmaint.cob's HOLDER-REC
       FD HOLDERS-FILE.
       01 HOLDER-REC.
           05 HD-ACC-NUM PIC 9(16).    *> the joint vault
           05 HD-HOLDER-ID PIC 99.     *> 01, 02, ... per vault; 00 is the named holder
           05 HD-NAME PIC A(20).
           05 HD-PASSWORD-HASH PIC 9(10).  *> salted hash of this holder's own PIN

       FD CHQPARM-FILE.
       01 CHQPARM-REC.
           05 CQ-DAYS PIC 9(3).
      *>  days before a deposited cheque's funds become available

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

       WORKING-STORAGE SECTION.
      * layout built in working-storage, then moved onto SHIFTBAL-LINE
       01 WS-SHIFT-LINE.
           05 STR1 PIC X(10) VALUE "SHIFT END ".
           05 SH-TS PIC 9(16).
           05 STR2 PIC X(8) VALUE " TELLER ".
           05 SH-TELLER PIC 9(4).
           05 STR3 PIC X(8) VALUE " BRANCH ".
           05 SH-BRANCH PIC 99.
           05 STR4 PIC X(10) VALUE " OPENING: ".
           05 SH-OPENING PIC 9(13)V9(2).
           05 STR5 PIC X(5) VALUE " IN: ".
           05 SH-IN PIC 9(13)V9(2).
           05 STR6 PIC X(6) VALUE " OUT: ".
           05 SH-OUT PIC 9(13)V9(2).
           05 STR7 PIC X(7) VALUE " BOOK: ".
           05 SH-BOOK PIC 9(13)V9(2).
           05 STR8 PIC X(10) VALUE " COUNTED: ".
           05 SH-COUNTED PIC 9(13)V9(2).
           05 STR9 PIC X(7) VALUE " DIFF: ".
           05 SH-DIFF-SIGN PIC X.
           05 SH-DIFF PIC 9(13)V9(2).
      * variables for the customer at the counter
       01 WS-ACCOUNT.
           05 WS-ACC-NAME PIC A(20).
           05 WS-ACC-NUM PIC 9(16).
           05 WS-ACC-PASSWORD-HASH PIC 9(10).
           05 WS-BALANCE-SIGN PIC X.
           05 WS-BALANCE PIC 9(13)V9(2).
           05 WS-OD-LIMIT PIC 9(13)V9(2).
           05 WS-DAY-WD-LIMIT PIC 9(13)V9(2).
           05 WS-ACC-DORMANT PIC X.
           05 WS-ACC-LOCKED PIC X.
           05 WS-ACC-PRODUCT PIC X.
           05 WS-ACC-FREEZE PIC X.
           05 WS-ACC-FREEZE-RSN PIC X(3).
      * variables for receiver account
       01 RE-ACCOUNT.
           05 RE-ACC-NAME PIC A(20).
           05 RE-ACC-NUM PIC 9(16).
           05 RE-ACC-PASSWORD-HASH PIC 9(10).
           05 RE-BALANCE-SIGN PIC X.
           05 RE-BALANCE PIC 9(13)V9(2).
           05 RE-OD-LIMIT PIC 9(13)V9(2).
           05 RE-DAY-WD-LIMIT PIC 9(13)V9(2).
           05 RE-ACC-DORMANT PIC X.
           05 RE-ACC-LOCKED PIC X.
           05 RE-ACC-PRODUCT PIC X.
           05 RE-ACC-FREEZE PIC X.
           05 RE-ACC-FREEZE-RSN PIC X(3).
      * table of every configured ATM, loaded from atmconfig.txt
       01  ATM-TABLE.
           05  ATM-ENTRY OCCURS 10 TIMES.
               10  TAB-ATM-NUM PIC 99.
               10  TAB-FILENAME PIC X(20).
       01  ATM-COUNT PIC 99 VALUE 0.         *> number of rows loaded into ATM-TABLE
       01  ATM-IX PIC 99.                    *> scratch subscript, reused by every table loop
       01  WS-TRANS-FILENAME PIC X(20).      *> filename OPENed next as TRANS-FILE

      *    every teller's drawer, loaded from tellerCash.txt afresh
      *    before each movement and written straight back
       01  DRAWER-TABLE.
           05  DRAWER-ENTRY OCCURS 50 TIMES.
               10  TAB-DR-TELLER PIC 9(4).
               10  TAB-DR-BRANCH PIC 99.
               10  TAB-DR-STATUS PIC X.
               10  TAB-DR-OPENING PIC 9(13)V9(2).
               10  TAB-DR-IN PIC 9(13)V9(2).
               10  TAB-DR-OUT PIC 9(13)V9(2).
               10  TAB-DR-OPENED-TS PIC 9(16).
       01  DRAWER-COUNT PIC 99 VALUE 0.      *> number of rows loaded into DRAWER-TABLE
       01  DRAWER-IX PIC 99.                 *> scratch subscript, reused by every table loop
       01  CUR-DRAWER-IX PIC 99 VALUE 0.     *> DRAWER-TABLE row of the signed-on teller
       01  DRAWER-FULL PIC 9 VALUE 0.
       *>bool variable, 1 = tellerCash.txt has more rows than the table;
       *>the file is never written back from a truncated table
       01  DRAWER-MOVE-KIND PIC 9.
       *>what RELOAD-DRAWER-PARA was asked for: 0 = the drawer check
       *>before a cash withdrawal, 1 = record cash paid in, 2 = record
       *>cash paid out, 3 = open the shift, 4 = close the shift,
       *>5 = look at the drawer on sign-on
       01  DRAWER-CASH PIC S9(13)V9(2).      *> what should be in the drawer now

      *    in-flight holds, loaded fresh before every counter
      *    withdrawal/transfer the same way atms.cob does
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 100 TIMES.
               10  TAB-HOLD-ACC PIC 9(16).
               10  TAB-HOLD-AMOUNT PIC 9(13)V9(2).
       01  HOLD-COUNT PIC 999 VALUE 0.       *> number of rows loaded into HOLD-TABLE
       01  HOLD-IX PIC 999.                  *> scratch subscript, reused by every table loop
       01  CUR-HOLD-IX PIC 999 VALUE 0.      *> HOLD-TABLE row matching WS-ACC-NUM, 0 = none yet
       01  HOLD-FULL PIC 9 VALUE 0.
       *>bool variable, 1 = holds.txt has more rows than HOLD-TABLE
       01  CURRENT-HOLD PIC 9(13)V9(2) VALUE 0. *> this account's total held elsewhere
       01  AVAILABLE-BALANCE PIC S9(13)V9(2). *> balance left once holds are set aside
       01  UNCLEARED-TOTAL PIC 9(13)V9(2) VALUE 0.
       *>this account's cheque deposits still waiting to clear
       01  DAY-WD-TOTAL PIC 9(13)V9(2).      *> today's withdrawals so far, settled and not
       01  TS-DATE PIC 9(8).                 *> YYYYMMDD part of a transaction timestamp

       01  CUR-TELLER PIC 9(4) VALUE 0.      *> teller signed on at this counter
       01  CUR-TELLER-NAME PIC A(20).
       01  CUR-BRANCH PIC 99 VALUE 0.        *> that teller's branch
       01  TELLER-FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = the typed teller id is on the register
       01  CUR-HOLDER-ID PIC 99 VALUE 0.
       *>which authorized holder is at the counter: 00 = the vault's
       *>named holder, 01+ = a row on holders.txt
       01  CUR-HOLDER-NAME PIC A(20).        *> that holder's name, to check against ID
       01  HOLDER-FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = the holder number given is on holders.txt

       01  OVS-ACC PIC 9(16) VALUE 0.        *> configured over/short vault, 0 = none
       01  BOOK-CASH PIC S9(13)V9(2).        *> opening plus paid in less paid out
       01  CASH-DIFF PIC S9(13)V9(2).        *> counted minus book; + over, - short
       01  POSTED PIC 9 VALUE 0.
       *>bool variable, 1 = an over/short transaction was written

      *    one transaction set up by the caller, written by POST-PARA
       01  POST-ACC PIC 9(16).
       01  POST-OPERA PIC X.
       01  POST-AMOUNT PIC 9(5)V9(2).
       01  POST-TRANSFER-ID PIC 9(16).
       01  POST-CLEARS-ON PIC 9(8).
       01  POST-HOLDER PIC 99.
       01  POST-RETURN PIC 9.
       *>which caller POST-PARA returns to: 1 = cash deposit, 2 =
       *>cheque deposit, 3 = cash withdrawal, 4 = a transfer's debit
       *>leg, 5 = its credit leg, 6 = an end-of-shift difference

       01  INPUT-TELLER PIC 9(4).            *> teller id typed at sign-on
       01  INPUT-ACC PIC 9(16).              *> account number typed
       01  INPUT-HOLDER PIC 99.              *> holder number the customer gives
       01  INPUT-SERVICE PIC A.              *> stores service choice
       01  INPUT-AMOUNT PIC S9(5)V9(2).      *> stores input amount
       01  INPUT-COUNTED PIC S9(13)V9(2).    *> cash counted into or out of the drawer
       01  INPUT-ROUTING PIC 9(8).           *> routing code of the receiving bank
       01  INPUT-CONFIRM PIC A.              *> stores a yes/no answer
       01  REGISTERED PIC 9 VALUE 0.
       *>bool variable for checking valid transfer, 0 = false, 1 = true
       01  EXTERNAL-TRANSFER PIC 9 VALUE 0.
       *>bool variable, 1 = the transfer in hand leaves for another
       *>bank through clearing, so only the 'W' leg settles here
       01  WS-TRANSFER-ID PIC 9(16) VALUE 0. *> shared by both legs of one transfer
       01  TEMP-BALANCE PIC S9(13)V9(2).

       01  CHQ-HOLD-DAYS PIC 9(3).           *> configured cheque hold period, in days
       01  CHQ-DAYS-DEFAULT PIC 9(3) VALUE 3.
       *>hold period assumed when chqparm.txt has never been set up
       01  CHQ-INT PIC 9(8).                 *> clearing date as a day count, scratch
       01  CLEARS-ON-DATE PIC 9(8).          *> date this cheque's funds become available

      *    bank holidays loaded from holidays.txt for counting the
      *    cheque hold period off in business days
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  TAB-HOL-DATE PIC 9(8).
       01  HOL-COUNT PIC 999 VALUE 0.        *> number of rows loaded into HOLIDAY-TABLE
       01  HOL-IX PIC 999.                   *> scratch subscript for the holiday scan
       01  HC-FS PIC 9(2).                   *> variable storing file status of HOLIDAY-FILE
       01  CHQ-DAYS-LEFT PIC 9(3).           *> business days of the hold still to count off
       01  BD-INT PIC 9(8).                  *> date under the business-day test, as a day count
       01  BD-DATE PIC 9(8).                 *> the same date, YYYYMMDD
       01  BD-DAYS PIC 9(8).                 *> days since 1601-01-01, a Monday
       01  BD-WEEKS PIC 9(8).                *> whole weeks in BD-DAYS, scratch
       01  BD-WEEKDAY PIC 9.                 *> 0 = Monday ... 5 = Saturday, 6 = Sunday
       01  BD-OK PIC 9 VALUE 0.
       *>bool variable, 1 = the date under test is a business day

      *    check-digit work area: account numbers ACCTMAINT issues
      *    close a doubled-digit checksum over all 16 digits; same
      *    scheme acctmaint.cob, atms.cob and CHKDIGIT verify
       01  CD-NUM PIC 9(16).                 *> number under check
       01  CD-NUM-X REDEFINES CD-NUM.
           05 CD-DIGIT PIC 9 OCCURS 16 TIMES.
       01  CD-IX PIC 99.                     *> digit position being summed
       01  CD-WORK PIC 99.                   *> the digit, doubled where the scheme says
       01  CD-SUM PIC 9(3).                  *> running checksum
       01  CD-HALF PIC 9(3).                 *> scratch quotient for the remainder tests
       01  CD-REM PIC 9.                     *> scratch remainder for the remainder tests
       01  CD-OK PIC 9.
       *>bool variable, 1 = the number passes the check-digit scheme

       01  WS-CUR-DATE PIC 9(8).             *> today's date, YYYYMMDD
       01  WS-CUR-TIME PIC 9(8).             *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).              *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  MX-FS PIC 9(2).                   *> variable storing file status of MASTERIDX-FILE
       01  CF-FS PIC 9(2).                   *> variable storing file status of ATMCONFIG-FILE
       01  TF-FS PIC 9(2).                   *> variable storing file status of TRANS-FILE
      *    the file's control totals: picked up from its last
      *    trailer before appending, advanced for every row written,
      *    and written back out as a fresh trailer before the close
       01  CTL-COUNT PIC 9(8) VALUE 0.       *> data rows in the file
       01  CTL-HASH PIC 9(13)V9(2) VALUE 0.  *> AMOUNT-T hash total
       01  CTL-LAST-TS PIC 9(16) VALUE 0.    *> TS-T of the last data row
       01  CTL-ATM-NUM PIC 99 VALUE 0.       *> atmconfig.txt slot of the file
       01  CTL-RECS PIC 9(8) VALUE 0.        *> records of any kind the scan found
       01  CTL-DATE PIC 9(8).                *> header creation date, YYYYMMDD
       01  CTL-TIME PIC 9(8).                *> header creation time, HHMMSSCC
       01  CTL-EOF PIC 9 VALUE 0.
       *>bool variable for the trailer scan's eof, 0 = false, 1 = true
       01  TL-FS PIC 9(2).                   *> variable storing file status of TELLERS-FILE
       01  DR-FS PIC 9(2).                   *> variable storing file status of DRAWER-FILE
       01  SB-FS PIC 9(2).                   *> variable storing file status of SHIFTBAL-FILE
       01  OV-FS PIC 9(2).                   *> variable storing file status of OVSPARM-FILE
       01  HL-FS PIC 9(2).                   *> variable storing file status of HOLDS-FILE
       01  UC-FS PIC 9(2).                   *> variable storing file status of UNCLEARED-FILE
       01  LG-FS PIC 9(2).                   *> variable storing file status of LEDGER-FILE
       01  HD-FS PIC 9(2).                   *> variable storing file status of HOLDERS-FILE
       01  CQ-FS PIC 9(2).                   *> variable storing file status of CHQPARM-FILE
       01  CL-FS PIC 9(2).                   *> variable storing file status of CLEARINGOUT-FILE
       01  WL-FS PIC 9(2).                   *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                   *> variable storing file status of SCREENQ-FILE
       01  SL-FS PIC 9(2).                   *> variable storing file status of SCREENLOG-FILE
       01  WL-EOF PIC 9 VALUE 0.
       *>bool variable for the watch-list and queue scans' eof
       01  SCR-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the receiving bank or account is listed
       01  SCR-HIT-REF PIC X(10).            *> WL-REF of the row it matched
       01  NEXT-SQ-ID PIC 9(6) VALUE 0.      *> highest review number issued so far

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "##############################################".
           DISPLAY "##         Gringotts Wizarding Bank         ##".
           DISPLAY "##              Branch Counter              ##".
           DISPLAY "##############################################".

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
           MOVE 0 TO ATM-COUNT.
           MOVE 0 TO WS-EOF.
           MOVE 1 TO ATM-IX.

       LOAD-ATMCONFIG-LOOP-PARA.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE ATMCONFIG-FILE
               GO TO LOAD-ATMCONFIG-EXIT-PARA
           END-IF.

           IF ATM-IX > 10 THEN      *> ATM-TABLE OCCURS 10 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 10 ATMS CONFIGURED, "
                   "IGNORING THE REST"
               CLOSE ATMCONFIG-FILE
               GO TO LOAD-ATMCONFIG-EXIT-PARA
           END-IF.

           MOVE CFG-ATM-NUM TO TAB-ATM-NUM(ATM-IX).
           MOVE CFG-FILENAME TO TAB-FILENAME(ATM-IX).
           ADD 1 TO ATM-COUNT.
           ADD 1 TO ATM-IX.
           GO TO LOAD-ATMCONFIG-LOOP-PARA.

       LOAD-ATMCONFIG-EXIT-PARA.
           IF ATM-COUNT = 0 THEN
               DISPLAY "=> NO ATMS CONFIGURED, NOWHERE TO POST"
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.

      *    the teller register is head office's; a counter cannot
      *    open without one
           OPEN INPUT TELLERS-FILE.
           IF TL-FS = 35 THEN
               DISPLAY "non-existing file! (tellers.txt)"
               DISPLAY "=> HEAD OFFICE MUST REGISTER THE TELLERS FIRST"
               CLOSE MASTERIDX-FILE
               STOP RUN
           END-IF.
           CLOSE TELLERS-FILE.

      *    the shift trail is permanent; create it empty only if it
      *    has never existed, so the write below can OPEN EXTEND it
           OPEN INPUT SHIFTBAL-FILE.
           IF SB-FS = 35 THEN      *> tellerBalRpt.txt doesn't exist yet
               CLOSE SHIFTBAL-FILE
               OPEN OUTPUT SHIFTBAL-FILE
               CLOSE SHIFTBAL-FILE
           ELSE
               CLOSE SHIFTBAL-FILE
           END-IF.

       SIGNON-PARA.
           DISPLAY "=> TELLER ID".
           ACCEPT INPUT-TELLER FROM SYSIN.

           MOVE 0 TO TELLER-FOUND.
           OPEN INPUT TELLERS-FILE.
           MOVE 0 TO WS-EOF.

       SIGNON-LOOP-PARA.
           READ TELLERS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TELLERS-FILE
               GO TO SIGNON-EXIT-PARA
           END-IF.

           IF TL-TELLER-ID = INPUT-TELLER AND TL-STATUS = 'A' THEN
               MOVE 1 TO TELLER-FOUND
               MOVE TL-TELLER-ID TO CUR-TELLER
               MOVE TL-NAME TO CUR-TELLER-NAME
               MOVE TL-BRANCH TO CUR-BRANCH
           END-IF.
           GO TO SIGNON-LOOP-PARA.

       SIGNON-EXIT-PARA.
           IF TELLER-FOUND = 0 THEN
               DISPLAY "=> NOT AN ACTIVE TELLER ON THE REGISTER"
               GO TO SIGNON-PARA
           END-IF.

           DISPLAY "=> WELCOME " CUR-TELLER-NAME " BRANCH " CUR-BRANCH.
           MOVE 5 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       SIGNON-DRAWER-PARA.
           IF CUR-DRAWER-IX = 0 THEN
               DISPLAY "=> NO SHIFT OPEN - PRESS O TO OPEN ONE"
               GO TO MENU-PARA
           END-IF.
           IF TAB-DR-STATUS(CUR-DRAWER-IX) = 'O' THEN
               DISPLAY "=> SHIFT ALREADY OPEN SINCE "
                   TAB-DR-OPENED-TS(CUR-DRAWER-IX)
           ELSE
               DISPLAY "=> NO SHIFT OPEN - PRESS O TO OPEN ONE"
           END-IF.

       MENU-PARA.
           DISPLAY "=> PLEASE CHOOSE THE SERVICE".
           DISPLAY "=> PRESS O TO OPEN THE SHIFT".
           DISPLAY "=> PRESS D FOR CASH DEPOSIT".
           DISPLAY "=> PRESS W FOR CASH WITHDRAWAL".
           DISPLAY "=> PRESS C FOR CHEQUE DEPOSIT".
           DISPLAY "=> PRESS T FOR TRANSFER".
           DISPLAY "=> PRESS E TO END THE SHIFT".
           DISPLAY "=> PRESS Q TO SIGN OFF".
           ACCEPT INPUT-SERVICE FROM SYSIN.

           IF INPUT-SERVICE = 'Q' THEN
               GO TO EXIT-PARA
           END-IF.

           IF INPUT-SERVICE = 'O' THEN
               GO TO OPEN-SHIFT-PARA
           END-IF.

           IF INPUT-SERVICE = 'E' THEN
               GO TO END-SHIFT-PARA
           END-IF.

           IF INPUT-SERVICE = 'D' OR INPUT-SERVICE = 'W'
                   OR INPUT-SERVICE = 'C' OR INPUT-SERVICE = 'T' THEN
               GO TO SHIFT-CHECK-PARA
           END-IF.

      * input other than 'O', 'D', 'W', 'C', 'T', 'E' and 'Q' treat
      * as invalid input, then loop
           DISPLAY "=> INVALID INPUT".
           GO TO MENU-PARA.

       SHIFT-CHECK-PARA.    *> nobody is served across a closed drawer
           IF CUR-DRAWER-IX = 0 THEN
               DISPLAY "=> OPEN THE SHIFT FIRST"
               GO TO MENU-PARA
           END-IF.
           IF TAB-DR-STATUS(CUR-DRAWER-IX) NOT = 'O' THEN
               DISPLAY "=> OPEN THE SHIFT FIRST"
               GO TO MENU-PARA
           END-IF.

       CUSTOMER-PARA.       *> the customer's vault, off the index
           DISPLAY "=> CUSTOMER ACCOUNT".
           ACCEPT INPUT-ACC FROM SYSIN.

           MOVE INPUT-ACC TO IDX-ACC-NUM.
           READ MASTERIDX-FILE INTO WS-ACCOUNT
               KEY IS IDX-ACC-NUM
               INVALID KEY
                   DISPLAY "=> NO SUCH ACCOUNT"
                   GO TO MENU-PARA
           END-READ.

      *    the same refusals the ATM makes at login; a locked vault
      *    is unlocked through ACCTMAINT, not served around
           IF WS-ACC-LOCKED = 'Y' THEN
               DISPLAY "=> ACCOUNT LOCKED - UNLOCK IT IN ACCTMAINT "
                   "FIRST"
               GO TO MENU-PARA
           END-IF.

           IF WS-ACC-DORMANT = 'Y' THEN
               DISPLAY "=> ACCOUNT DORMANT - REACTIVATE IT IN "
                   "ACCTMAINT FIRST"
               GO TO MENU-PARA
           END-IF.

       HOLDER-PARA.         *> which authorized holder is at the counter
           DISPLAY "=> HOLDER NUMBER (00 = NAMED HOLDER)".
           ACCEPT INPUT-HOLDER FROM SYSIN.

           IF INPUT-HOLDER = 0 THEN
               MOVE 0 TO CUR-HOLDER-ID
               MOVE WS-ACC-NAME TO CUR-HOLDER-NAME
               GO TO IDENTITY-PARA
           END-IF.

           MOVE 0 TO HOLDER-FOUND.
           OPEN INPUT HOLDERS-FILE.
           IF HD-FS = 35 THEN      *> no joint vaults recorded at all
               CLOSE HOLDERS-FILE
               GO TO HOLDER-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       HOLDER-LOOP-PARA.
           READ HOLDERS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDERS-FILE
               GO TO HOLDER-EXIT-PARA
           END-IF.

           IF HD-ACC-NUM = WS-ACC-NUM
                   AND HD-HOLDER-ID = INPUT-HOLDER THEN
               MOVE 1 TO HOLDER-FOUND
               MOVE HD-HOLDER-ID TO CUR-HOLDER-ID
               MOVE HD-NAME TO CUR-HOLDER-NAME
           END-IF.
           GO TO HOLDER-LOOP-PARA.

       HOLDER-EXIT-PARA.
           IF HOLDER-FOUND = 0 THEN
               DISPLAY "=> NO SUCH HOLDER ON THIS ACCOUNT"
               GO TO HOLDER-PARA
           END-IF.

       IDENTITY-PARA.       *> the teller checks the customer's identification
           DISPLAY "=> HOLDER: " CUR-HOLDER-NAME.
           DISPLAY "=> IDENTIFICATION CHECKED?".
           DISPLAY "=>  Y FOR YES".
           DISPLAY "=>  N FOR NO".
           ACCEPT INPUT-CONFIRM FROM SYSIN.

           IF INPUT-CONFIRM = 'N' THEN
               DISPLAY "=> CUSTOMER NOT SERVED"
               GO TO MENU-PARA
           END-IF.

           IF INPUT-CONFIRM NOT = 'Y' THEN
               DISPLAY "=> INVALID INPUT"
               GO TO IDENTITY-PARA
           END-IF.

           *> store balance with its sign into a signed working variable
           MOVE 0 TO TEMP-BALANCE.
           IF WS-BALANCE-SIGN = '-' THEN
               COMPUTE TEMP-BALANCE = 0 - WS-BALANCE
           END-IF.
           IF WS-BALANCE-SIGN = '+' THEN
               MOVE WS-BALANCE TO TEMP-BALANCE
           END-IF.

      *    beyond the overdraft limit the ATM serves nothing at all,
      *    and neither does the counter
           IF TEMP-BALANCE < 0 AND (0 - TEMP-BALANCE) > WS-OD-LIMIT THEN
               DISPLAY "=> OVERDRAFT LIMIT EXCEEDED, TRANSACTION ABORT"
               GO TO MENU-PARA
           END-IF.

      *    a court-order freeze stops money leaving the vault;
      *    deposits still land
           IF WS-ACC-FREEZE = 'Y'
                   AND (INPUT-SERVICE = 'W' OR INPUT-SERVICE = 'T')
           THEN
               DISPLAY "=> ACCOUNT FROZEN BY ORDER ("
                   WS-ACC-FREEZE-RSN ") - DEBITS REFUSED"
               DISPLAY "=> DEPOSITS ARE STILL ACCEPTED"
               GO TO MENU-PARA
           END-IF.

           IF INPUT-SERVICE = 'D' THEN
               GO TO DEPOSIT-PARA
           END-IF.

           IF INPUT-SERVICE = 'C' THEN
               GO TO CHEQUE-PARA
           END-IF.

           IF INPUT-SERVICE = 'W' THEN
               GO TO WITHDRAWAL-PARA
           END-IF.

           MOVE 0 TO REGISTERED.
           MOVE 0 TO EXTERNAL-TRANSFER.
           GO TO PRETRANSFER-PARA.

       DEPOSIT-PARA.        *> cash paid in across the counter
           DISPLAY "=> AMOUNT".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO DEPOSIT-PARA
           END-IF.

           MOVE WS-ACC-NUM TO POST-ACC.
           MOVE 'D' TO POST-OPERA.
           MOVE INPUT-AMOUNT TO POST-AMOUNT.
           MOVE 0 TO POST-TRANSFER-ID.
           MOVE 0 TO POST-CLEARS-ON.
           MOVE CUR-HOLDER-ID TO POST-HOLDER.
           MOVE 1 TO POST-RETURN.
           GO TO POST-PARA.

       DEPOSIT-DONE-PARA.
      *    the cash went into this teller's drawer
           MOVE 1 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       CHEQUE-PARA.    *> cheque deposit, credited now but floating until it clears
           DISPLAY "=> CHEQUE AMOUNT".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO CHEQUE-PARA
           END-IF.

      *    the branch's hold period, the same file the ATM reads,
      *    seeded with the standard three days on first use
           OPEN INPUT CHQPARM-FILE.
           IF CQ-FS = 35 THEN
               CLOSE CHQPARM-FILE
               OPEN OUTPUT CHQPARM-FILE
               MOVE CHQ-DAYS-DEFAULT TO CQ-DAYS
               WRITE CHQPARM-REC
               CLOSE CHQPARM-FILE
               MOVE CHQ-DAYS-DEFAULT TO CHQ-HOLD-DAYS
           ELSE
               MOVE CHQ-DAYS-DEFAULT TO CQ-DAYS
               READ CHQPARM-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               CLOSE CHQPARM-FILE
               MOVE CQ-DAYS TO CHQ-HOLD-DAYS
           END-IF.

      *    the hold period counts business days only; a cheque banked
      *    on the Friday before a bank-holiday Monday clears midweek,
      *    not on the Monday nobody is clearing
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           COMPUTE CHQ-INT = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
           MOVE WS-CUR-DATE TO CLEARS-ON-DATE.
           MOVE CHQ-HOLD-DAYS TO CHQ-DAYS-LEFT.
           GO TO LOAD-HOLIDAYS-PARA.

       LOAD-HOLIDAYS-PARA.  *> head office's bank holidays, if any are set
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HC-FS = 35 THEN      *> no calendar, only weekends are closed
               CLOSE HOLIDAY-FILE
               GO TO CHEQUE-CLEARS-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LOAD-HOLIDAYS-LOOP-PARA.
           READ HOLIDAY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLIDAY-FILE
               GO TO CHEQUE-CLEARS-PARA
           END-IF.

           IF HOL-COUNT >= 100 THEN    *> HOLIDAY-TABLE OCCURS 100 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 100 HOLIDAYS ON FILE, "
                   "IGNORING THE REST"
               CLOSE HOLIDAY-FILE
               GO TO CHEQUE-CLEARS-PARA
           END-IF.

           ADD 1 TO HOL-COUNT.
           MOVE HOL-DATE TO TAB-HOL-DATE(HOL-COUNT).
           GO TO LOAD-HOLIDAYS-LOOP-PARA.

       CHEQUE-CLEARS-PARA.  *> step forward one day at a time, counting business days
           IF CHQ-DAYS-LEFT = 0 THEN
               GO TO CHEQUE-WRITE-PARA
           END-IF.

           ADD 1 TO CHQ-INT.
           MOVE CHQ-INT TO BD-INT.
           GO TO BUSDAY-PARA.

      *    business-day test: BD-INT in, BD-DATE and BD-OK out; a
      *    Saturday, a Sunday or any date on holidays.txt is closed
       BUSDAY-PARA.
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(BD-INT).
           COMPUTE BD-DAYS = BD-INT - 1.
           DIVIDE BD-DAYS BY 7 GIVING BD-WEEKS REMAINDER BD-WEEKDAY.
           MOVE 0 TO BD-OK.
           IF BD-WEEKDAY > 4 THEN  *> Saturday or Sunday
               GO TO BUSDAY-VERDICT-PARA
           END-IF.

           MOVE 1 TO BD-OK.
           MOVE 1 TO HOL-IX.

       BUSDAY-LOOP-PARA.
           IF HOL-IX > HOL-COUNT THEN
               GO TO BUSDAY-VERDICT-PARA
           END-IF.

           IF TAB-HOL-DATE(HOL-IX) = BD-DATE THEN
               MOVE 0 TO BD-OK
               GO TO BUSDAY-VERDICT-PARA
           END-IF.

           ADD 1 TO HOL-IX.
           GO TO BUSDAY-LOOP-PARA.

       BUSDAY-VERDICT-PARA.
           MOVE BD-DATE TO CLEARS-ON-DATE.
           IF BD-OK = 1 THEN
               SUBTRACT 1 FROM CHQ-DAYS-LEFT
           END-IF.

           GO TO CHEQUE-CLEARS-PARA.

       CHEQUE-WRITE-PARA.
           MOVE WS-ACC-NUM TO POST-ACC.
           MOVE 'C' TO POST-OPERA.
           MOVE INPUT-AMOUNT TO POST-AMOUNT.
           MOVE 0 TO POST-TRANSFER-ID.
           MOVE CLEARS-ON-DATE TO POST-CLEARS-ON.
           MOVE CUR-HOLDER-ID TO POST-HOLDER.
           MOVE 2 TO POST-RETURN.
           GO TO POST-PARA.

       CHEQUE-DONE-PARA.
           DISPLAY "=> CHEQUE ACCEPTED, FUNDS AVAILABLE ON "
               CLEARS-ON-DATE.
           GO TO MENU-PARA.

       WITHDRAWAL-PARA.     *> cash paid out across the counter
           DISPLAY "=> AMOUNT".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO WITHDRAWAL-PARA
           END-IF.

      *    never approve an amount the drawer cannot pay out; the
      *    position is re-read first
           MOVE 0 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       WITHDRAWAL-DRAWER-PARA.
           COMPUTE DRAWER-CASH =
               TAB-DR-OPENING(CUR-DRAWER-IX) + TAB-DR-IN(CUR-DRAWER-IX)
               - TAB-DR-OUT(CUR-DRAWER-IX).
           IF INPUT-AMOUNT > DRAWER-CASH THEN
               DISPLAY "=> NOT ENOUGH CASH IN THE DRAWER"
               GO TO MENU-PARA
           END-IF.

           GO TO DAYLIMIT-CHECK-PARA.

       WITHDRAWAL-POST-PARA.
           MOVE WS-ACC-NUM TO POST-ACC.
           MOVE 'W' TO POST-OPERA.
           MOVE INPUT-AMOUNT TO POST-AMOUNT.
           MOVE 0 TO POST-TRANSFER-ID.
           MOVE 0 TO POST-CLEARS-ON.
           MOVE CUR-HOLDER-ID TO POST-HOLDER.
           MOVE 3 TO POST-RETURN.
           GO TO POST-PARA.

       WITHDRAWAL-DONE-PARA.
           MOVE 2 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       PRETRANSFER-PARA.    *> the target account, keyed by the teller
           DISPLAY "=> TARGET ACCOUNT".
           ACCEPT INPUT-ACC FROM SYSIN.

           IF INPUT-ACC = WS-ACC-NUM THEN      *> receiver acc == user acc
               DISPLAY "=> CANNOT TRANSFER TO THE SAME ACCOUNT"
               GO TO PRETRANSFER-PARA
           END-IF.

      *    a mistyped digit that happens to hit a real vault moves
      *    the money to a stranger; catch it before the index is
      *    even consulted
           MOVE INPUT-ACC TO CD-NUM.
           GO TO CHECKDIGIT-PARA.

       CHECKDIGIT-VERDICT-PARA.
           IF CD-OK = 1 THEN
               GO TO CHECKREGISTERED-READ-PARA
           END-IF.

      *    vaults numbered before the scheme (and some other banks'
      *    accounts) fail it legitimately; the teller confirms the
      *    number against the customer's paperwork
           DISPLAY "=> THAT NUMBER FAILS THE CHECK DIGIT".
           DISPLAY "=> PROCEED ANYWAY? (OLDER VAULT NUMBERS ONLY)".
           DISPLAY "=>  Y FOR YES".
           DISPLAY "=>  N FOR NO".
           ACCEPT INPUT-CONFIRM FROM SYSIN.

           IF INPUT-CONFIRM = 'Y' THEN
               GO TO CHECKREGISTERED-READ-PARA
           END-IF.

           IF INPUT-CONFIRM = 'N' THEN
               GO TO PRETRANSFER-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHECKDIGIT-VERDICT-PARA.

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

       CHECKREGISTERED-READ-PARA.  *> keyed read, check if receiver acc registered
           MOVE 0 TO REGISTERED.
           MOVE INPUT-ACC TO IDX-ACC-NUM.
           READ MASTERIDX-FILE INTO RE-ACCOUNT
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE        *> no such account registered
               NOT INVALID KEY MOVE 1 TO REGISTERED
           END-READ.

      *    no quiet movements through a dormant vault either
           IF REGISTERED = 1 AND RE-ACC-DORMANT = 'Y' THEN
               DISPLAY "=> TARGET ACCOUNT DORMANT - TRANSFER REFUSED"
               GO TO MENU-PARA
           END-IF.

           IF REGISTERED = 1 THEN       *> if registered acc found
               GO TO TRANSFER-PARA
           END-IF.

       EXTERNAL-OFFER-PARA.
           DISPLAY "=> TARGET ACCOUNT NOT HELD AT GRINGOTTS".
           DISPLAY "=> SEND TO ANOTHER BANK THROUGH CLEARING?".
           DISPLAY "=>  Y FOR YES".
           DISPLAY "=>  N FOR NO".
           ACCEPT INPUT-CONFIRM FROM SYSIN.

           IF INPUT-CONFIRM = 'Y' THEN
               GO TO EXTERNAL-ROUTING-PARA
           END-IF.

           IF INPUT-CONFIRM = 'N' THEN
               GO TO PRETRANSFER-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO EXTERNAL-OFFER-PARA.

       EXTERNAL-ROUTING-PARA.
           DISPLAY "=> ROUTING CODE OF THE RECEIVING BANK".
           ACCEPT INPUT-ROUTING FROM SYSIN.

           IF INPUT-ROUTING = 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO EXTERNAL-ROUTING-PARA
           END-IF.

      *    the debit leg settles here exactly like a keyed transfer;
      *    the credit side travels in the clearing file instead of a
      *    'D' transaction
           MOVE 1 TO EXTERNAL-TRANSFER.
           MOVE INPUT-ACC TO RE-ACC-NUM.   *> account at the other bank
           MOVE 1 TO REGISTERED.

       TRANSFER-PARA.       *> transfer service
           DISPLAY "=> AMOUNT".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO TRANSFER-PARA
           END-IF.

      *    one ID shared by both legs, so an audit/dispute can match
      *    the debit back to its credit
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE WS-TRANSFER-ID =
               WS-CUR-DATE * 100000000 + WS-CUR-TIME.

       DAYLIMIT-CHECK-PARA.     *> total what this account already took out today
           IF WS-DAY-WD-LIMIT = 0 THEN     *> head office set no daily cap
               GO TO LOAD-HOLDS-PARA
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO DAY-WD-TOTAL.
           MOVE 1 TO ATM-IX.

       DAYLIMIT-FILE-PARA.      *> today's unsettled 'W' rows, every ATM's file
           IF ATM-IX > ATM-COUNT THEN
               GO TO DAYLIMIT-LEDGER-PARA
           END-IF.

           MOVE TAB-FILENAME(ATM-IX) TO WS-TRANS-FILENAME.
           OPEN INPUT TRANS-FILE.
           IF TF-FS = 35 THEN      *> file doesn't exist yet, nothing taken out
               CLOSE TRANS-FILE
               ADD 1 TO ATM-IX
               GO TO DAYLIMIT-FILE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       DAYLIMIT-FILE-LOOP-PARA.
           READ TRANS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TRANS-FILE
               ADD 1 TO ATM-IX
               GO TO DAYLIMIT-FILE-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" OR TC-MARK = "**TRAILER**" THEN
               GO TO DAYLIMIT-FILE-LOOP-PARA
           END-IF.

           COMPUTE TS-DATE = TS-T / 100000000.
           IF ACC-NUM-T = WS-ACC-NUM AND OPERA-T = 'W'
                   AND TS-DATE = WS-CUR-DATE THEN
               ADD AMOUNT-T TO DAY-WD-TOTAL
           END-IF.
           GO TO DAYLIMIT-FILE-LOOP-PARA.

       DAYLIMIT-LEDGER-PARA.    *> today's already-settled 'W' rows
           OPEN INPUT LEDGER-FILE.
           IF LG-FS = 35 THEN      *> no ledger yet, nothing ever settled
               CLOSE LEDGER-FILE
               GO TO DAYLIMIT-DECIDE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       DAYLIMIT-LEDGER-LOOP-PARA.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LEDGER-FILE
               GO TO DAYLIMIT-DECIDE-PARA
           END-IF.

           COMPUTE TS-DATE = LG-TS / 100000000.
           IF LG-ACC-NUM = WS-ACC-NUM AND LG-OPERA = 'W'
                   AND TS-DATE = WS-CUR-DATE THEN
               ADD LG-AMOUNT TO DAY-WD-TOTAL
           END-IF.
           GO TO DAYLIMIT-LEDGER-LOOP-PARA.

       DAYLIMIT-DECIDE-PARA.
           IF DAY-WD-TOTAL + INPUT-AMOUNT > WS-DAY-WD-LIMIT THEN
               DISPLAY "=> DAILY WITHDRAWAL LIMIT EXCEEDED"
               GO TO MENU-PARA
           END-IF.

       LOAD-HOLDS-PARA.     *> read every session's in-flight hold
           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO HOLD-FULL.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN      *> holds.txt doesn't exist yet, nothing is held
               CLOSE HOLDS-FILE
               GO TO HOLD-CHECK-PARA
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE 1 TO HOLD-IX.

       LOAD-HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO HOLD-CHECK-PARA
           END-IF.

      *    HOLD-TABLE OCCURS 100 TIMES; the file cannot be written
      *    back from a truncated table
           IF HOLD-IX > 100 THEN
               MOVE 1 TO HOLD-FULL
               CLOSE HOLDS-FILE
               GO TO HOLD-CHECK-PARA
           END-IF.

           MOVE HOLD-ACC-NUM TO TAB-HOLD-ACC(HOLD-IX).
           MOVE HOLD-AMOUNT TO TAB-HOLD-AMOUNT(HOLD-IX).
           ADD 1 TO HOLD-COUNT.
           ADD 1 TO HOLD-IX.
           GO TO LOAD-HOLDS-LOOP-PARA.

       HOLD-CHECK-PARA.     *> find this account's currently held amount, if any
           MOVE 0 TO CUR-HOLD-IX.
           MOVE 0 TO CURRENT-HOLD.
           MOVE 1 TO HOLD-IX.

       HOLD-CHECK-LOOP-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               GO TO UNCLEARED-PARA
           END-IF.

           IF TAB-HOLD-ACC(HOLD-IX) = WS-ACC-NUM THEN
               MOVE HOLD-IX TO CUR-HOLD-IX
               MOVE TAB-HOLD-AMOUNT(HOLD-IX) TO CURRENT-HOLD
           END-IF.

           ADD 1 TO HOLD-IX.
           GO TO HOLD-CHECK-LOOP-PARA.

       UNCLEARED-PARA.      *> cheque money still floating is not spendable
           MOVE 0 TO UNCLEARED-TOTAL.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN      *> uncleared.txt doesn't exist, nothing floating
               CLOSE UNCLEARED-FILE
               GO TO HOLD-AVAILABLE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO HOLD-AVAILABLE-PARA
           END-IF.

           IF UC-ACC-NUM = WS-ACC-NUM
                   AND UC-CLEARS-ON > WS-CUR-DATE THEN
               ADD UC-AMOUNT TO UNCLEARED-TOTAL
           END-IF.
           GO TO UNCLEARED-LOOP-PARA.

       HOLD-AVAILABLE-PARA.
      *    the ATM's rule: balance plus overdraft limit, less every
      *    other session's in-flight debits and the cheques still
      *    waiting to clear
           COMPUTE AVAILABLE-BALANCE =
               TEMP-BALANCE + WS-OD-LIMIT - CURRENT-HOLD
               - UNCLEARED-TOTAL.

           IF INPUT-AMOUNT > AVAILABLE-BALANCE THEN
               DISPLAY "=> INSUFFICIENT BALANCE"
               GO TO MENU-PARA
           END-IF.

           IF HOLD-FULL = 1
                   OR (CUR-HOLD-IX = 0 AND HOLD-COUNT >= 100) THEN
               DISPLAY "=> SYSTEM BUSY, TOO MANY HOLDS OUTSTANDING"
               DISPLAY "=> PLEASE TRY AGAIN LATER"
               GO TO MENU-PARA
           END-IF.

      *    reserve this amount at once so an ATM session on the same
      *    vault sees it before CENTRAL settles the counter posting
           IF CUR-HOLD-IX = 0 THEN
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO CUR-HOLD-IX
               MOVE WS-ACC-NUM TO TAB-HOLD-ACC(CUR-HOLD-IX)
               MOVE INPUT-AMOUNT TO TAB-HOLD-AMOUNT(CUR-HOLD-IX)
           ELSE
               COMPUTE TAB-HOLD-AMOUNT(CUR-HOLD-IX) =
                   TAB-HOLD-AMOUNT(CUR-HOLD-IX) + INPUT-AMOUNT
           END-IF.

           OPEN OUTPUT HOLDS-FILE.
           MOVE 1 TO HOLD-IX.

       SAVE-HOLDS-LOOP-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               CLOSE HOLDS-FILE
               IF INPUT-SERVICE = 'W' THEN
                   GO TO WITHDRAWAL-POST-PARA
               END-IF
               GO TO TRANSFER-POST-PARA
           END-IF.

           MOVE TAB-HOLD-ACC(HOLD-IX) TO HOLD-ACC-NUM.
           MOVE TAB-HOLD-AMOUNT(HOLD-IX) TO HOLD-AMOUNT.
           WRITE HOLD-REC.

           ADD 1 TO HOLD-IX.
           GO TO SAVE-HOLDS-LOOP-PARA.

       TRANSFER-POST-PARA.  *> the debit leg first
           MOVE WS-ACC-NUM TO POST-ACC.
           MOVE 'W' TO POST-OPERA.
           MOVE INPUT-AMOUNT TO POST-AMOUNT.
           MOVE WS-TRANSFER-ID TO POST-TRANSFER-ID.
           MOVE 0 TO POST-CLEARS-ON.
           MOVE CUR-HOLDER-ID TO POST-HOLDER.
           MOVE 4 TO POST-RETURN.
           GO TO POST-PARA.

       TRANSFER-CREDIT-PARA.
           IF EXTERNAL-TRANSFER = 1 THEN   *> credit side leaves through clearing
               GO TO EXTERNAL-OUT-PARA
           END-IF.

           MOVE RE-ACC-NUM TO POST-ACC.
           MOVE 'D' TO POST-OPERA.
           MOVE INPUT-AMOUNT TO POST-AMOUNT.
           MOVE WS-TRANSFER-ID TO POST-TRANSFER-ID.
           MOVE 0 TO POST-CLEARS-ON.
           MOVE 0 TO POST-HOLDER.      *> the payee is not at the counter
           MOVE 5 TO POST-RETURN.
           GO TO POST-PARA.

       EXTERNAL-OUT-PARA.   *> queue the credit side for the receiving bank
      *    a listed bank, or one listed account at it, is not sent
      *    anything until compliance has looked; the 'W' leg already
      *    posted stands, and SCREENREV either sends the credit on
      *    or refunds it
           MOVE 0 TO SCR-HIT.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN      *> no list issued yet, nothing to match
               CLOSE WATCHLIST-FILE
               GO TO EXTERNAL-SEND-PARA
           END-IF.
           MOVE 0 TO WL-EOF.

       EXTERNAL-SCREEN-LOOP-PARA.
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO WL-EOF
           END-READ.

           IF WL-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO EXTERNAL-SEND-PARA
           END-IF.

           IF WL-TYPE = 'R' AND WL-ROUTING = INPUT-ROUTING THEN
               IF WL-ACC = 0 OR WL-ACC = RE-ACC-NUM THEN
                   MOVE 1 TO SCR-HIT
                   MOVE WL-REF TO SCR-HIT-REF
                   CLOSE WATCHLIST-FILE
                   GO TO EXTERNAL-HOLD-PARA
               END-IF
           END-IF.
           GO TO EXTERNAL-SCREEN-LOOP-PARA.

       EXTERNAL-HOLD-PARA.
           MOVE 0 TO NEXT-SQ-ID.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> screenq.txt doesn't exist yet
               CLOSE SCREENQ-FILE
               OPEN OUTPUT SCREENQ-FILE
               CLOSE SCREENQ-FILE
               GO TO EXTERNAL-HOLD-WRITE-PARA
           END-IF.
           MOVE 0 TO WL-EOF.

       EXTERNAL-HOLD-LOOP-PARA.     *> the next review number
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WL-EOF
           END-READ.

           IF WL-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO EXTERNAL-HOLD-WRITE-PARA
           END-IF.

           IF SQ-ID > NEXT-SQ-ID THEN
               MOVE SQ-ID TO NEXT-SQ-ID
           END-IF.
           GO TO EXTERNAL-HOLD-LOOP-PARA.

       EXTERNAL-HOLD-WRITE-PARA.
           ADD 1 TO NEXT-SQ-ID.
           MOVE INPUT-ROUTING TO CO-ROUTING.
           MOVE RE-ACC-NUM TO CO-DEST-ACC.
           MOVE WS-ACC-NUM TO CO-SRC-ACC.
           MOVE INPUT-AMOUNT TO CO-AMOUNT.
           MOVE TIMESTAMP TO CO-TS.
           MOVE WS-TRANSFER-ID TO CO-TRANSFER-ID.
           MOVE "GAL" TO CO-CURRENCY.

           OPEN EXTEND SCREENQ-FILE.
           MOVE NEXT-SQ-ID TO SQ-ID.
           MOVE 'T' TO SQ-SOURCE.
           MOVE 'P' TO SQ-STATUS.
           MOVE TIMESTAMP TO SQ-TS.
           MOVE WS-ACC-NUM TO SQ-ACC-NUM.
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
           MOVE WS-ACC-NUM TO SL-ACC-NUM.
           MOVE "HELD" TO SL-EVENT.
           MOVE "TELLER" TO SL-BY.
           MOVE SCR-HIT-REF TO SL-REF.
           MOVE SPACES TO SL-NAME.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

           DISPLAY "=> EXTERNAL TRANSFER HELD FOR COMPLIANCE REVIEW #"
               NEXT-SQ-ID.
           DISPLAY "=> IT WILL BE SENT, OR REFUNDED TO THIS VAULT, "
               "ONCE REVIEWED".
           GO TO MENU-PARA.

       EXTERNAL-SEND-PARA.
           OPEN INPUT CLEARINGOUT-FILE.
           IF CL-FS = 35 THEN      *> clearingOut.txt doesn't exist yet
               CLOSE CLEARINGOUT-FILE
               OPEN OUTPUT CLEARINGOUT-FILE
               CLOSE CLEARINGOUT-FILE
           ELSE
               CLOSE CLEARINGOUT-FILE
           END-IF.

           OPEN EXTEND CLEARINGOUT-FILE.
           MOVE INPUT-ROUTING TO CO-ROUTING.
           MOVE RE-ACC-NUM TO CO-DEST-ACC.
           MOVE WS-ACC-NUM TO CO-SRC-ACC.
           MOVE INPUT-AMOUNT TO CO-AMOUNT.
           MOVE TIMESTAMP TO CO-TS.
           MOVE WS-TRANSFER-ID TO CO-TRANSFER-ID.
           MOVE "GAL" TO CO-CURRENCY.
           WRITE CLEARING-REC
           END-WRITE.
           CLOSE CLEARINGOUT-FILE.

           DISPLAY "=> EXTERNAL TRANSFER QUEUED FOR TODAY'S CLEARING".
           GO TO MENU-PARA.

       TRANSFER-DONE-PARA.
           DISPLAY "=> TRANSFER ACCEPTED".
           GO TO MENU-PARA.

       OPEN-SHIFT-PARA.     *> count the float into the drawer
           DISPLAY "=> OPENING FLOAT COUNTED INTO THE DRAWER".
           ACCEPT INPUT-COUNTED FROM SYSIN.

           IF INPUT-COUNTED < 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO OPEN-SHIFT-PARA
           END-IF.

           MOVE 3 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       END-SHIFT-PARA.      *> count the drawer out, book any difference
           MOVE 4 TO DRAWER-MOVE-KIND.
           GO TO RELOAD-DRAWER-PARA.

       END-SHIFT-COUNT-PARA.
           COMPUTE BOOK-CASH =
               TAB-DR-OPENING(CUR-DRAWER-IX) + TAB-DR-IN(CUR-DRAWER-IX)
               - TAB-DR-OUT(CUR-DRAWER-IX).
           DISPLAY "=> BOOK FIGURE FOR THE DRAWER: " BOOK-CASH.

       END-SHIFT-INPUT-PARA.
           DISPLAY "=> CASH COUNTED IN THE DRAWER".
           ACCEPT INPUT-COUNTED FROM SYSIN.

           IF INPUT-COUNTED < 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO END-SHIFT-INPUT-PARA
           END-IF.

           MOVE 0 TO POSTED.
           COMPUTE CASH-DIFF = INPUT-COUNTED - BOOK-CASH.

           IF CASH-DIFF = 0 THEN
               DISPLAY "=> DRAWER BALANCES"
               GO TO LOG-SHIFT-PARA
           END-IF.

           IF CASH-DIFF > 0 THEN
               DISPLAY "=> DRAWER IS OVER BY " CASH-DIFF
           ELSE
               DISPLAY "=> DRAWER IS SHORT BY " CASH-DIFF
           END-IF.

      *    the over/short vault CASHBAL books ATM differences to
           MOVE 0 TO OVS-ACC.
           OPEN INPUT OVSPARM-FILE.
           IF OV-FS NOT = 35 THEN
               MOVE 0 TO OV-ACC-NUM
               READ OVSPARM-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               MOVE OV-ACC-NUM TO OVS-ACC
           END-IF.
           CLOSE OVSPARM-FILE.

           IF OVS-ACC = 0 THEN
               DISPLAY "=> NOT POSTED - SET THE OVER/SHORT VAULT IN "
                   "ovsparm.txt"
               GO TO LOG-SHIFT-PARA
           END-IF.

      *    the difference must fit a transaction amount; a six-figure
      *    gap is refused whole for head office to break up, the same
      *    as CASHBAL
           IF CASH-DIFF > 99999.99 OR CASH-DIFF < -99999.99 THEN
               DISPLAY "=> DIFFERENCE TOO LARGE TO POST AS ONE "
                   "TRANSACTION"
               DISPLAY "=> NOT POSTED - HAVE HEAD OFFICE REVIEW "
                   "tellerBalRpt.txt"
               GO TO LOG-SHIFT-PARA
           END-IF.

      *    over is a credit to the over/short vault, short a debit,
      *    each stamped with the teller whose drawer it was
           MOVE OVS-ACC TO POST-ACC.
           IF CASH-DIFF > 0 THEN
               MOVE 'O' TO POST-OPERA
               MOVE CASH-DIFF TO POST-AMOUNT
           ELSE
               MOVE 'S' TO POST-OPERA
               COMPUTE POST-AMOUNT = 0 - CASH-DIFF
           END-IF.
           MOVE 0 TO POST-TRANSFER-ID.
           MOVE 0 TO POST-CLEARS-ON.
           MOVE 0 TO POST-HOLDER.
           MOVE 6 TO POST-RETURN.
           GO TO POST-PARA.

       END-SHIFT-POSTED-PARA.
           MOVE 1 TO POSTED.

       LOG-SHIFT-PARA.      *> one permanent trail line per shift count
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           OPEN EXTEND SHIFTBAL-FILE.
           MOVE TIMESTAMP TO SH-TS.
           MOVE CUR-TELLER TO SH-TELLER.
           MOVE CUR-BRANCH TO SH-BRANCH.
           MOVE TAB-DR-OPENING(CUR-DRAWER-IX) TO SH-OPENING.
           MOVE TAB-DR-IN(CUR-DRAWER-IX) TO SH-IN.
           MOVE TAB-DR-OUT(CUR-DRAWER-IX) TO SH-OUT.
           MOVE BOOK-CASH TO SH-BOOK.
           MOVE INPUT-COUNTED TO SH-COUNTED.
           IF CASH-DIFF < 0 THEN
               MOVE '-' TO SH-DIFF-SIGN
               COMPUTE SH-DIFF = 0 - CASH-DIFF
           ELSE
               MOVE '+' TO SH-DIFF-SIGN
               MOVE CASH-DIFF TO SH-DIFF
           END-IF.
           MOVE WS-SHIFT-LINE TO SHIFTBAL-LINE.
           WRITE SHIFTBAL-LINE.
           CLOSE SHIFTBAL-FILE.

      *    a difference that could not be posted must stay on the
      *    book: closing the drawer now would absorb it with only the
      *    trail line left
           IF CASH-DIFF NOT = 0 AND POSTED = 0 THEN
               DISPLAY "=> SHIFT NOT CLOSED - THE DIFFERENCE "
                   "STAYS ON THE BOOK"
               GO TO MENU-PARA
           END-IF.

           MOVE 'C' TO TAB-DR-STATUS(CUR-DRAWER-IX).
           MOVE 0 TO TAB-DR-OPENING(CUR-DRAWER-IX).
           MOVE 0 TO TAB-DR-IN(CUR-DRAWER-IX).
           MOVE 0 TO TAB-DR-OUT(CUR-DRAWER-IX).
           DISPLAY "=> SHIFT CLOSED".
           GO TO SAVE-DRAWER-PARA.

       POST-PARA.           *> write one counter posting through settlement
      *    mark the batch pending before the row lands, so no ATM
      *    starting now wipes the file it sits in
           OPEN OUTPUT BATCHFLAG-FILE.
           MOVE "PEND" TO BATCH-FLAG.
           WRITE BATCH-FLAG-REC.
           CLOSE BATCHFLAG-FILE.

           MOVE TAB-FILENAME(1) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(1) TO CTL-ATM-NUM.
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
           GO TO POST-ROW-PARA.

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
           GO TO POST-ROW-PARA.

       POST-ROW-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           MOVE POST-ACC TO ACC-NUM-T.
           MOVE POST-OPERA TO OPERA-T.
           MOVE POST-AMOUNT TO AMOUNT-T.
           MOVE TIMESTAMP TO TS-T.
           MOVE POST-TRANSFER-ID TO TRANSFER-ID-T.
           MOVE 0 TO NEW-PASSWORD-HASH-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE POST-CLEARS-ON TO CLEARS-ON-T.
           MOVE POST-HOLDER TO HOLDER-ID-T.
           MOVE CUR-TELLER TO TELLER-ID-T.
           MOVE CUR-BRANCH TO BRANCH-T.
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

           IF POST-RETURN = 1 THEN
               GO TO DEPOSIT-DONE-PARA
           END-IF.
           IF POST-RETURN = 2 THEN
               GO TO CHEQUE-DONE-PARA
           END-IF.
           IF POST-RETURN = 3 THEN
               GO TO WITHDRAWAL-DONE-PARA
           END-IF.
           IF POST-RETURN = 4 THEN
               GO TO TRANSFER-CREDIT-PARA
           END-IF.
           IF POST-RETURN = 5 THEN
               GO TO TRANSFER-DONE-PARA
           END-IF.
           GO TO END-SHIFT-POSTED-PARA.

       RELOAD-DRAWER-PARA.  *> every drawer, read afresh
           MOVE 0 TO DRAWER-COUNT.
           MOVE 0 TO CUR-DRAWER-IX.
           MOVE 0 TO DRAWER-FULL.
           OPEN INPUT DRAWER-FILE.
           IF DR-FS = 35 THEN      *> tellerCash.txt doesn't exist yet
               CLOSE DRAWER-FILE
               GO TO RELOAD-DRAWER-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE 1 TO DRAWER-IX.

       RELOAD-DRAWER-LOOP-PARA.
           READ DRAWER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DRAWER-FILE
               GO TO RELOAD-DRAWER-EXIT-PARA
           END-IF.

           IF DRAWER-IX > 50 THEN   *> DRAWER-TABLE OCCURS 50 TIMES, table full
               MOVE 1 TO DRAWER-FULL
               CLOSE DRAWER-FILE
               GO TO RELOAD-DRAWER-EXIT-PARA
           END-IF.

           MOVE DR-TELLER-ID TO TAB-DR-TELLER(DRAWER-IX).
           MOVE DR-BRANCH TO TAB-DR-BRANCH(DRAWER-IX).
           MOVE DR-STATUS TO TAB-DR-STATUS(DRAWER-IX).
           MOVE DR-OPENING TO TAB-DR-OPENING(DRAWER-IX).
           MOVE DR-CASH-IN TO TAB-DR-IN(DRAWER-IX).
           MOVE DR-CASH-OUT TO TAB-DR-OUT(DRAWER-IX).
           MOVE DR-OPENED-TS TO TAB-DR-OPENED-TS(DRAWER-IX).
           IF DR-TELLER-ID = CUR-TELLER THEN
               MOVE DRAWER-IX TO CUR-DRAWER-IX
           END-IF.
           ADD 1 TO DRAWER-COUNT.
           ADD 1 TO DRAWER-IX.
           GO TO RELOAD-DRAWER-LOOP-PARA.

       RELOAD-DRAWER-EXIT-PARA.
      *    never rewrite tellerCash.txt from a truncated table: that
      *    would erase the dropped tellers' drawers
           IF DRAWER-FULL = 1 THEN
               DISPLAY "=> WARNING: MORE THAN 50 DRAWERS IN "
                   "tellerCash.txt"
               DISPLAY "=> HAVE HEAD OFFICE REVIEW IT BEFORE SERVING"
               GO TO EXIT-PARA
           END-IF.

           IF DRAWER-MOVE-KIND = 5 THEN
               GO TO SIGNON-DRAWER-PARA
           END-IF.

           IF DRAWER-MOVE-KIND = 3 THEN
               GO TO RELOAD-DRAWER-OPEN-PARA
           END-IF.

      *    every other movement needs this teller's open drawer
           IF CUR-DRAWER-IX = 0 THEN
               DISPLAY "=> NO SHIFT OPEN FOR THIS TELLER"
               GO TO MENU-PARA
           END-IF.
           IF TAB-DR-STATUS(CUR-DRAWER-IX) NOT = 'O' THEN
               DISPLAY "=> NO SHIFT OPEN FOR THIS TELLER"
               GO TO MENU-PARA
           END-IF.

           IF DRAWER-MOVE-KIND = 0 THEN
               GO TO WITHDRAWAL-DRAWER-PARA
           END-IF.

           IF DRAWER-MOVE-KIND = 4 THEN
               GO TO END-SHIFT-COUNT-PARA
           END-IF.

           IF DRAWER-MOVE-KIND = 1 THEN
               COMPUTE TAB-DR-IN(CUR-DRAWER-IX) =
                   TAB-DR-IN(CUR-DRAWER-IX) + INPUT-AMOUNT
               DISPLAY "=> CASH DEPOSIT ACCEPTED"
           ELSE
               COMPUTE TAB-DR-OUT(CUR-DRAWER-IX) =
                   TAB-DR-OUT(CUR-DRAWER-IX) + INPUT-AMOUNT
               DISPLAY "=> PAY OUT " INPUT-AMOUNT " TO THE CUSTOMER"
           END-IF.
           GO TO SAVE-DRAWER-PARA.

       RELOAD-DRAWER-OPEN-PARA.
           IF CUR-DRAWER-IX NOT = 0 THEN
               IF TAB-DR-STATUS(CUR-DRAWER-IX) = 'O' THEN
                   DISPLAY "=> SHIFT ALREADY OPEN"
                   GO TO MENU-PARA
               END-IF
           END-IF.

           IF CUR-DRAWER-IX = 0 AND DRAWER-COUNT >= 50 THEN
               DISPLAY "=> DRAWER TABLE FULL, HAVE HEAD OFFICE "
                   "REVIEW tellerCash.txt"
               GO TO MENU-PARA
           END-IF.

           IF CUR-DRAWER-IX = 0 THEN
               ADD 1 TO DRAWER-COUNT
               MOVE DRAWER-COUNT TO CUR-DRAWER-IX
               MOVE CUR-TELLER TO TAB-DR-TELLER(CUR-DRAWER-IX)
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE CUR-BRANCH TO TAB-DR-BRANCH(CUR-DRAWER-IX).
           MOVE 'O' TO TAB-DR-STATUS(CUR-DRAWER-IX).
           MOVE INPUT-COUNTED TO TAB-DR-OPENING(CUR-DRAWER-IX).
           MOVE 0 TO TAB-DR-IN(CUR-DRAWER-IX).
           MOVE 0 TO TAB-DR-OUT(CUR-DRAWER-IX).
           MOVE TIMESTAMP TO TAB-DR-OPENED-TS(CUR-DRAWER-IX).
           DISPLAY "=> SHIFT OPEN".

       SAVE-DRAWER-PARA.    *> write the whole drawer table back out
           OPEN OUTPUT DRAWER-FILE.
           MOVE 1 TO DRAWER-IX.

       SAVE-DRAWER-LOOP-PARA.
           IF DRAWER-IX > DRAWER-COUNT THEN
               CLOSE DRAWER-FILE
               GO TO MENU-PARA
           END-IF.

           MOVE TAB-DR-TELLER(DRAWER-IX) TO DR-TELLER-ID.
           MOVE TAB-DR-BRANCH(DRAWER-IX) TO DR-BRANCH.
           MOVE TAB-DR-STATUS(DRAWER-IX) TO DR-STATUS.
           MOVE TAB-DR-OPENING(DRAWER-IX) TO DR-OPENING.
           MOVE TAB-DR-IN(DRAWER-IX) TO DR-CASH-IN.
           MOVE TAB-DR-OUT(DRAWER-IX) TO DR-CASH-OUT.
           MOVE TAB-DR-OPENED-TS(DRAWER-IX) TO DR-OPENED-TS.
           WRITE DRAWER-REC.
           ADD 1 TO DRAWER-IX.
           GO TO SAVE-DRAWER-LOOP-PARA.

       EXIT-PARA.
           CLOSE MASTERIDX-FILE.
           STOP RUN.

       END PROGRAM TELLER.
