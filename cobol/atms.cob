                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CQ-FS.

      *    head office's bank-holiday calendar, one row per holiday;
      *    kept as data like chqparm.txt so next year's holidays go in
      *    without a code change. Saturdays and Sundays are never
      *    business days and need no row
       SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HC-FS.

      *    cheque deposits CENTRAL has applied to the book balance but
      *    whose clearing date has not yet passed; the amounts are
      *    excluded from the available balance below
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS BN-FS.

      *    the Ministry's list of proscribed persons and institutions,
      *    kept by compliance through SCREENREV; a transfer out to a
      *    listed bank or account is held instead of sent
       SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS WL-FS.

      *    items held on a possible watch-list match, waiting for
      *    compliance to release or reject them through SCREENREV;
      *    shared with acctmaint.cob and clearin.cob
       SELECT SCREENQ-FILE ASSIGN TO 'screenq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SQ-FS.

      *    append-only screening audit log, one row per hold made here
       SELECT SCREENLOG-FILE ASSIGN TO 'screenlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SL-FS.

      *    events the customer is told about, one row each; ALERTRUN
      *    routes them by correspondence preference and empties it
       SELECT ALERTQ-FILE ASSIGN TO 'alertq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AQ-FS.

      *    each vault's alert choices, kept here behind the PIN: which
      *    alerts the customer wants and the withdrawal amount that
      *    is worth an owl; a vault with no row gets every alert
       SELECT ALERTPREF-FILE ASSIGN TO 'alertpref.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AL-FS.

      *    head office's velocity rules, checked before every
      *    withdrawal and transfer; a hit is logged to secevent.txt
      *    for the morning fraud review
       SELECT FRAUDRULE-FILE ASSIGN TO 'fraudrules.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS FR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
      *    which authorized holder keyed the transaction; 00 = the
      *    vault's named holder, and on every head-office posting
           05 HOLDER-ID-T PIC 99.
      *    branch counter postings only: teller who keyed it and
      *    the branch; 0000/00 on ATM and head-office postings
           05 TELLER-ID-T PIC 9(4).
           05 BRANCH-T PIC 99.
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
           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

       FD ATMCASH-FILE.
       01 CASH-REC.
           05 SEC-TS PIC 9(16).        *> when it happened, YYYYMMDDHHMMSSCC
           05 SEC-ATM-NUM PIC 99.      *> machine it happened at, 00 = head office
           05 SEC-ACC-NUM PIC 9(16).   *> account number as typed
           05 SEC-EVENT PIC X(8).
      *>  FAIL / LOCK / UNLOCK / ADDHLDR / FREEZE / UNFREEZE, or
      *>  FRAUDnna for velocity rule nn firing with action a
           05 SEC-HOLDER-ID PIC 99.    *> holder involved, 00 = named holder/unknown

       FD PINFAIL-FILE.
           05 CQ-DAYS PIC 9(3).
      *>  days before a deposited cheque's funds become available

      *    layout kept in step with every other holidays.txt reader
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).       *> bank holiday, YYYYMMDD
           05 HOL-NAME PIC X(30).      *> e.g. MINISTRY FOUNDING DAY

      *    layout kept in step with central.cob's UNCLEARED-REC
       FD UNCLEARED-FILE.
       01 UNCLEARED-REC.
           05 BN-DEST-ACC PIC 9(16).   *> account the money goes to
           05 BN-ROUTING PIC 9(8).     *> receiving bank, 0 = a Gringotts vault

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

      *    layout kept in step with alertrun.cob's ALERTQ-REC
       FD ALERTQ-FILE.
       01 ALERTQ-REC.
           05 AQ-TS PIC 9(16).         *> when it happened
           05 AQ-ACC-NUM PIC 9(16).    *> vault it happened to
           05 AQ-TYPE PIC X(4).
      *>  LOCK locked out, PINC PIN changed, BIGW withdrawal over the
      *>  customer's amount, ODRN gone overdrawn, FRZE frozen by
      *>  order, CHQB cheque bounced, BENA beneficiary added
           05 AQ-AMOUNT PIC 9(13)V9(2). *> money involved, 0 if none
           05 AQ-DETAIL PIC X(20).     *> ATM, order reason or nickname
           05 AQ-SOURCE PIC X(10).     *> program that raised it

      *    layout kept in step with alertrun.cob's ALERTPREF-REC
       FD ALERTPREF-FILE.
       01 ALERTPREF-REC.
           05 AL-ACC-NUM PIC 9(16).
           05 AL-OPT PIC X OCCURS 7 TIMES.
      *>  one switch per alert, in AQ-TYPE order LOCK PINC BIGW ODRN
      *>  FRZE CHQB BENA; 'N' = opted out, anything else = wanted
           05 AL-WD-LIMIT PIC 9(5)V9(2). *> BIGW above this amount, 0 = never

      *    layout kept in step with fraudrpt.cob's FRAUDRULE-REC
       FD FRAUDRULE-FILE.
       01 FRAUDRULE-REC.
           05 FR-RULE PIC 99.          *> rule number, quoted on every hit
           05 FR-KIND PIC X(4).
      *>  MATM the vault used at another ATM within FR-MINUTES, WCNT
      *>  more than FR-COUNT withdrawals within FR-MINUTES, NBEN a
      *>  transfer to a beneficiary added in the same session
           05 FR-COUNT PIC 9(3).
           05 FR-MINUTES PIC 9(4).
           05 FR-ACTION PIC X.         *> 'W' warn, 'R' refuse, 'L' lock
           05 FR-DESC PIC X(30).

       WORKING-STORAGE SECTION.
      * variables for user account
       01 WS-ACCOUNT.
               10  TAB-ATM-NUM PIC 99.
               10  TAB-LABEL PIC X(20).
               10  TAB-FILENAME PIC X(20).
       01  ATM-COUNT PIC 99 VALUE 0.         *> number of rows loaded into ATM-TABLE
       01  ATM-IX PIC 99.                    *> scratch subscript, reused by every table loop
       01  CUR-ATM-IX PIC 99 VALUE 0.        *> ATM-TABLE row of the currently chosen ATM
       01  SE-FS PIC 9(2).                 *> variable storing file status of SECEVENT-FILE
       01  PF-FS PIC 9(2).                 *> variable storing file status of PINFAIL-FILE
       01  CL-FS PIC 9(2).                 *> variable storing file status of CLEARINGOUT-FILE
       01  WL-FS PIC 9(2).                 *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                 *> variable storing file status of SCREENQ-FILE
       01  SL-FS PIC 9(2).                 *> variable storing file status of SCREENLOG-FILE
       01  WL-EOF PIC 9 VALUE 0.
       *>bool variable for the watch-list and queue scans' eof
       01  SCR-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the receiving bank or account is listed
       01  SCR-HIT-REF PIC X(10).          *> WL-REF of the row it matched
       01  NEXT-SQ-ID PIC 9(6) VALUE 0.    *> highest review number issued so far
       01  AQ-FS PIC 9(2).                 *> variable storing file status of ALERTQ-FILE
       01  AL-FS PIC 9(2).                 *> variable storing file status of ALERTPREF-FILE
       01  AQ-EOF PIC 9 VALUE 0.
       *>bool variable for the alert-preference scans' eof
       01  ALERT-RETURN PIC 9.
       *>which caller ALERT-WRITE-PARA returns to: 1 = lockout, 2 = PIN
       *>change, 3 = withdrawal, 4 = beneficiary added
       01  BIGW-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the withdrawal is over the customer's amount

      *    the alert names, in AL-OPT order
       01  ALERT-NAMES.
           05 FILLER PIC X(20) VALUE "ACCOUNT LOCKED".
           05 FILLER PIC X(20) VALUE "PIN CHANGED".
           05 FILLER PIC X(20) VALUE "LARGE WITHDRAWAL".
           05 FILLER PIC X(20) VALUE "ACCOUNT OVERDRAWN".
           05 FILLER PIC X(20) VALUE "FROZEN BY ORDER".
           05 FILLER PIC X(20) VALUE "CHEQUE BOUNCED".
           05 FILLER PIC X(20) VALUE "BENEFICIARY ADDED".
       01  ALERT-NAME-TABLE REDEFINES ALERT-NAMES.
           05 ALERT-NAME PIC X(20) OCCURS 7 TIMES.
       01  ALERT-IX PIC 9.                 *> alert being shown or switched

      *    the whole preference file, loaded when the customer
      *    changes their choices and written back out whole, same
      *    pattern the beneficiary delete uses
       01  ALPREF-TABLE.
           05  ALPREF-ENTRY OCCURS 500 TIMES.
               10  TAB-AL-ACC PIC 9(16).
               10  TAB-AL-OPT PIC X OCCURS 7 TIMES.
               10  TAB-AL-LIMIT PIC 9(5)V9(2).
       01  ALPREF-COUNT PIC 999 VALUE 0.   *> number of rows loaded into ALPREF-TABLE
       01  ALPREF-IX PIC 999.              *> scratch subscript, reused by every table loop
       01  CUR-AL-IX PIC 999 VALUE 0.      *> ALPREF-TABLE row of this vault
       01  INPUT-ALERT-PICK PIC 9.         *> alert chosen on the settings menu
       01  FR-FS PIC 9(2).                 *> variable storing file status of FRAUDRULE-FILE

      *    the velocity rules, loaded once at startup; TAB-FR-SEEN
      *    counts the rows each rule matched in the session's scan
       01  FRAUD-TABLE.
           05  FRAUD-ENTRY OCCURS 20 TIMES.
               10  TAB-FR-RULE PIC 99.
               10  TAB-FR-KIND PIC X(4).
               10  TAB-FR-COUNT PIC 9(3).
               10  TAB-FR-MINUTES PIC 9(4).
               10  TAB-FR-ACTION PIC X.
               10  TAB-FR-SEEN PIC 9(3).
       01  FRAUD-COUNT PIC 99 VALUE 0.     *> number of rows loaded into FRAUD-TABLE
       01  FRAUD-IX PIC 99.                *> scratch subscript, reused by every table loop
       01  FRAUD-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the rule in hand fired
       01  FRAUD-ACTION PIC X.
       *>strongest action of the rules that fired: space = none,
       *>'W' warn, 'R' refuse, 'L' lock
       01  FRAUD-LOCK PIC 9 VALUE 0.
       *>bool variable, 1 = the lockout under way was ordered by a
       *>velocity rule, not a third failed PIN
       01  FRAUD-EVENT.                    *> SEC-EVENT for a rule hit
           05 FILLER PIC X(5) VALUE "FRAUD".
           05 FE-RULE PIC 99.
           05 FE-ACTION PIC X.
       01  NOW-MIN PIC 9(10).              *> the present moment, in minutes
       01  ROW-MIN PIC 9(10).              *> a transaction's moment, in minutes
       01  AGE-MIN PIC S9(10).             *> minutes between the two
       01  TS-HHMM PIC 9(4).               *> hours and minutes of a time, scratch
       01  TS-HH PIC 99.
       01  TS-MM PIC 99.

      *    beneficiaries registered since this login, so a transfer
      *    straight to one can be told apart from the old favourites
       01  SESSBEN-TABLE.
           05  SESSBEN-ENTRY OCCURS 10 TIMES.
               10  TAB-SB-DEST PIC 9(16).
               10  TAB-SB-USED PIC X.      *> 'Y' = already paid once
       01  SESSBEN-COUNT PIC 99 VALUE 0.   *> number of rows held in SESSBEN-TABLE
       01  SESSBEN-IX PIC 99.              *> scratch subscript
       01  CUR-SB-IX PIC 99 VALUE 0.       *> SESSBEN-TABLE row of the transfer target, 0 = none
       01  CQ-FS PIC 9(2).                 *> variable storing file status of CHQPARM-FILE
       01  UC-FS PIC 9(2).                 *> variable storing file status of UNCLEARED-FILE
       01  CHQ-HOLD-DAYS PIC 9(3).         *> configured cheque hold period, in days
       *>hold period assumed when chqparm.txt has never been set up
       01  CHQ-INT PIC 9(8).               *> clearing date as a day count, scratch
       01  CLEARS-ON-DATE PIC 9(8).        *> date this cheque's funds become available
      *    bank holidays loaded from holidays.txt for counting the
      *    cheque hold period off in business days
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  TAB-HOL-DATE PIC 9(8).
       01  HOL-COUNT PIC 999 VALUE 0.      *> number of rows loaded into HOLIDAY-TABLE
       01  HOL-IX PIC 999.                 *> scratch subscript for the holiday scan
       01  HC-FS PIC 9(2).                 *> variable storing file status of HOLIDAY-FILE
       01  CHQ-DAYS-LEFT PIC 9(3).         *> business days of the hold still to count off
       01  BD-INT PIC 9(8).                *> date under the business-day test, as a day count
       01  BD-DATE PIC 9(8).               *> the same date, YYYYMMDD
       01  BD-DAYS PIC 9(8).               *> days since 1601-01-01, a Monday
       01  BD-WEEKS PIC 9(8).              *> whole weeks in BD-DAYS, scratch
       01  BD-WEEKDAY PIC 9.               *> 0 = Monday ... 5 = Saturday, 6 = Sunday
       01  BD-OK PIC 9 VALUE 0.
       *>bool variable, 1 = the date under test is a business day
       01  UNCLEARED-TOTAL PIC 9(13)V9(2) VALUE 0.
       *>this account's cheque deposits still waiting to clear
       01  INPUT-ROUTING PIC 9(8).         *> routing code of the receiving bank
       01  FS PIC 9(2).                    *> variable storing file status of MASTER-FILE
       01  CF-FS PIC 9(2).                 *> variable storing file status of ATMCONFIG-FILE
       01  TF-FS PIC 9(2).                 *> variable storing file status of TRANS-FILE
      *    the file's control totals: picked up from its last
      *    trailer before appending, advanced for every row written,
      *    and written back out as a fresh trailer before the close
       01  CTL-COUNT PIC 9(8) VALUE 0.     *> data rows in the file
       01  CTL-HASH PIC 9(13)V9(2) VALUE 0.*> AMOUNT-T hash total
       01  CTL-LAST-TS PIC 9(16) VALUE 0.  *> TS-T of the last data row
       01  CTL-ATM-NUM PIC 99 VALUE 0.     *> atmconfig.txt slot of the file
       01  CTL-RECS PIC 9(8) VALUE 0.      *> records of any kind the scan found
       01  CTL-DATE PIC 9(8).              *> header creation date, YYYYMMDD
       01  CTL-TIME PIC 9(8).              *> header creation time, HHMMSSCC
       01  CTL-EOF PIC 9 VALUE 0.
       *>bool variable for the trailer scan's eof, 0 = false, 1 = true
       01  CTL-RETURN PIC 9.
       *>which caller TRAILER-OPEN-PARA returns to: 1 = a lockout,
       *>2 = a PIN change, 3 = a deposit, 4 = a cheque deposit,
       *>5 = a transfer, 6 = a withdrawal
       01  BF-FS PIC 9(2).                 *> variable storing file status of BATCHFLAG-FILE
       01  HL-FS PIC 9(2).                 *> variable storing file status of HOLDS-FILE
       01  LG-FS PIC 9(2).                 *> variable storing file status of LEDGER-FILE
           MOVE CFG-ATM-NUM TO TAB-ATM-NUM(ATM-IX).
           MOVE CFG-LABEL TO TAB-LABEL(ATM-IX).
           MOVE CFG-FILENAME TO TAB-FILENAME(ATM-IX).
           ADD 1 TO ATM-COUNT.
           ADD 1 TO ATM-IX.
           GO TO LOAD-ATMCONFIG-LOOP-PARA.
                   DISPLAY "=> WARNING: " TAB-FILENAME(ATM-IX)
                       " HAS UNSETTLED TXNS"
                   DISPLAY "=> WARNING: RUN CENTRAL FIRST, NOT CLEARING"
               END-IF
           END-IF.


           IF WS-EOF = 1 THEN
               CLOSE ATMCASH-FILE
               GO TO LOAD-FRAUDRULE-PARA
           END-IF.

           IF CASH-IX > 10 THEN     *> CASH-TABLE OCCURS 10 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 10 ATMS IN atmcash.txt, "
                   "IGNORING THE REST"
               CLOSE ATMCASH-FILE
               GO TO LOAD-FRAUDRULE-PARA
           END-IF.

           MOVE CASH-ATM-NUM TO TAB-CASH-ATM(CASH-IX).
           ADD 1 TO CASH-IX.
           GO TO LOAD-ATMCASH-LOOP-PARA.

       LOAD-FRAUDRULE-PARA.  *> read the velocity rules, seeding them on first run
           OPEN INPUT FRAUDRULE-FILE.
           IF FR-FS = 35 THEN      *> fraudrules.txt doesn't exist yet
               CLOSE FRAUDRULE-FILE
               OPEN OUTPUT FRAUDRULE-FILE
               MOVE 1 TO FR-RULE
               MOVE "MATM" TO FR-KIND
               MOVE 0 TO FR-COUNT
               MOVE 10 TO FR-MINUTES
               MOVE 'R' TO FR-ACTION
               MOVE "SAME VAULT AT TWO ATMS" TO FR-DESC
               WRITE FRAUDRULE-REC
               MOVE 2 TO FR-RULE
               MOVE "WCNT" TO FR-KIND
               MOVE 5 TO FR-COUNT
               MOVE 60 TO FR-MINUTES
               MOVE 'L' TO FR-ACTION
               MOVE "OVER 5 WITHDRAWALS IN AN HOUR" TO FR-DESC
               WRITE FRAUDRULE-REC
               MOVE 3 TO FR-RULE
               MOVE "NBEN" TO FR-KIND
               MOVE 0 TO FR-COUNT
               MOVE 0 TO FR-MINUTES
               MOVE 'W' TO FR-ACTION
               MOVE "FIRST PAY TO NEW BENEFICIARY" TO FR-DESC
               WRITE FRAUDRULE-REC
               CLOSE FRAUDRULE-FILE
               OPEN INPUT FRAUDRULE-FILE
           END-IF.

           MOVE 0 TO FRAUD-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-FRAUDRULE-LOOP-PARA.
           READ FRAUDRULE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE FRAUDRULE-FILE
               GO TO CHOOSING-PARA
           END-IF.

           IF FRAUD-COUNT >= 20 THEN    *> FRAUD-TABLE OCCURS 20 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 20 FRAUD RULES, "
                   "IGNORING THE REST"
               CLOSE FRAUDRULE-FILE
               GO TO CHOOSING-PARA
           END-IF.

           ADD 1 TO FRAUD-COUNT.
           MOVE FR-RULE TO TAB-FR-RULE(FRAUD-COUNT).
           MOVE FR-KIND TO TAB-FR-KIND(FRAUD-COUNT).
           MOVE FR-COUNT TO TAB-FR-COUNT(FRAUD-COUNT).
           MOVE FR-MINUTES TO TAB-FR-MINUTES(FRAUD-COUNT).
           MOVE FR-ACTION TO TAB-FR-ACTION(FRAUD-COUNT).
           GO TO LOAD-FRAUDRULE-LOOP-PARA.

       CHOOSING-PARA.          *> choosing atm
           DISPLAY "=> PLEASE CHOOSE THE ATM".
           MOVE 1 TO ATM-IX.

           IF MATCH = 1 THEN       *> if correct acc and INPUT-PASSWORD
               DISPLAY "=> WELCOME " CUR-HOLDER-NAME
               MOVE 0 TO SESSBEN-COUNT     *> a new session, nobody added yet
      *        good login wipes the account's failure streak
               MOVE 1 TO PINFAIL-RETURN
               GO TO LOAD-PINFAIL-PARA
      *    the lock must also survive the nightly index rebuild, so
      *    send it through settlement the same way a PIN change goes
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 1 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       LOCKOUT-ROW-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'L' TO OPERA-T.
           MOVE 0 TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

           OPEN EXTEND SECEVENT-FILE.
           WRITE SECEVENT-REC.
           CLOSE SECEVENT-FILE.

           MOVE WS-ACC-NUM TO AQ-ACC-NUM.
           MOVE "LOCK" TO AQ-TYPE.
           MOVE 0 TO AQ-AMOUNT.
           MOVE TAB-LABEL(CUR-ATM-IX) TO AQ-DETAIL.
           MOVE 1 TO ALERT-RETURN.
           GO TO ALERT-WRITE-PARA.

       LOCKOUT-DONE-PARA.
           IF FRAUD-LOCK = 1 THEN      *> locked by a velocity rule
               MOVE 0 TO FRAUD-LOCK
               MOVE 0 TO MATCH
               DISPLAY "=> TRANSACTION REFUSED - ACCOUNT LOCKED"
               DISPLAY "=> PLEASE CONTACT THE BRANCH"
               GO TO END-PARA
           END-IF.
      *    streak is spent; the lock itself is the barrier now
           MOVE 0 TO TAB-PF-COUNT(CUR-PF-IX).
           DISPLAY "=> ACCOUNT LOCKED AFTER REPEATED FAILED ATTEMPTS".
           DISPLAY "=> PRESS B FOR BALANCE INQUIRY".
           DISPLAY "=> PRESS P TO CHANGE YOUR PIN".
           DISPLAY "=> PRESS R TO MANAGE BENEFICIARIES".
           DISPLAY "=> PRESS A TO CHOOSE YOUR ALERTS".
           ACCEPT INPUT-SERVICE FROM SYSIN.

           IF INPUT-SERVICE = 'D' THEN
               GO TO BENMAINT-PARA
           END-IF.

           IF INPUT-SERVICE = 'A' THEN
               GO TO ALERTSET-PARA
           END-IF.

      * input other than 'D', 'W', 'T', 'C', 'B', 'P', 'R' and 'A'
      * treat as invalid input, then loop
           DISPLAY "=> INVALID INPUT".
           GO TO TRANSACTION-PARA.

      *    transaction into master.txt, the same as a deposit/
      *    withdrawal amount only takes effect once settled
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 2 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       PINCHANGE-ROW-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'P' TO OPERA-T.
           MOVE 0 TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

      *    a PIN change the customer did not make is the first sign
      *    somebody else has their card
           MOVE WS-ACC-NUM TO AQ-ACC-NUM.
           MOVE "PINC" TO AQ-TYPE.
           MOVE 0 TO AQ-AMOUNT.
           MOVE TAB-LABEL(CUR-ATM-IX) TO AQ-DETAIL.
           MOVE 2 TO ALERT-RETURN.
           GO TO ALERT-WRITE-PARA.

       PINCHANGE-DONE-PARA.
           DISPLAY "=> PIN CHANGED, WILL TAKE EFFECT NEXT SETTLEMENT".
           GO TO END-PARA.


           *> generate transaction record into the chosen ATM's file
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 3 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       DEPOSIT-ROW-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'D' TO OPERA-T.
           MOVE INPUT-AMOUNT TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

      *    cash handed in through the slot; track it for the
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
           *> generate transaction record into the chosen ATM's file
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 4 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       CHEQUE-ROW-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'C' TO OPERA-T.
           MOVE INPUT-AMOUNT TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE CLEARS-ON-DATE TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           DISPLAY "=> CHEQUE ACCEPTED, FUNDS AVAILABLE ON "
           COMPUTE WS-TRANSFER-ID =
               WS-CUR-DATE * 100000000 + WS-CUR-TIME.

           GO TO FRAUD-CHECK-PARA.

       FRAUD-CHECK-PARA.    *> the velocity rules, before anything is held or written
           IF FRAUD-COUNT = 0 THEN     *> head office set no rules
               GO TO DAYLIMIT-CHECK-PARA
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           COMPUTE TS-HHMM = WS-CUR-TIME / 10000.
           COMPUTE TS-HH = TS-HHMM / 100.
           COMPUTE TS-MM = TS-HHMM - TS-HH * 100.
           COMPUTE NOW-MIN = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE)
               * 1440 + TS-HH * 60 + TS-MM.

           MOVE 1 TO FRAUD-IX.

       FRAUD-CLEAR-LOOP-PARA.
           IF FRAUD-IX > FRAUD-COUNT THEN
               MOVE 1 TO ATM-IX
               GO TO FRAUD-FILE-PARA
           END-IF.
           MOVE 0 TO TAB-FR-SEEN(FRAUD-IX).
           ADD 1 TO FRAUD-IX.
           GO TO FRAUD-CLEAR-LOOP-PARA.

       FRAUD-FILE-PARA.     *> this vault's unsettled ATM rows, every ATM's file
           IF ATM-IX > ATM-COUNT THEN
               GO TO FRAUD-DECIDE-PARA
           END-IF.

           MOVE TAB-FILENAME(ATM-IX) TO WS-TRANS-FILENAME.
           OPEN INPUT TRANS-FILE.
           IF TF-FS = 35 THEN      *> file doesn't exist yet, nothing to see
               CLOSE TRANS-FILE
               ADD 1 TO ATM-IX
               GO TO FRAUD-FILE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       FRAUD-FILE-LOOP-PARA.
           READ TRANS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TRANS-FILE
               ADD 1 TO ATM-IX
               GO TO FRAUD-FILE-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" OR TC-MARK = "**TRAILER**" THEN
               GO TO FRAUD-FILE-LOOP-PARA
           END-IF.

      *    only the customer's own card use counts: batch and teller
      *    rows carry ATM 00 or a teller, a transfer's credit leg is
      *    someone else's vault, and a lockout is the bank's doing
           IF ACC-NUM-T NOT = WS-ACC-NUM OR ATM-NUM-T = 0
                   OR TELLER-ID-T NOT = 0 OR OPERA-T = 'L' THEN
               GO TO FRAUD-FILE-LOOP-PARA
           END-IF.
           IF OPERA-T = 'D' AND TRANSFER-ID-T NOT = 0 THEN
               GO TO FRAUD-FILE-LOOP-PARA
           END-IF.

           COMPUTE TS-DATE = TS-T / 100000000.
           COMPUTE TS-HHMM = (TS-T - TS-DATE * 100000000) / 10000.
           COMPUTE TS-HH = TS-HHMM / 100.
           COMPUTE TS-MM = TS-HHMM - TS-HH * 100.
           COMPUTE ROW-MIN = FUNCTION INTEGER-OF-DATE(TS-DATE)
               * 1440 + TS-HH * 60 + TS-MM.
           COMPUTE AGE-MIN = NOW-MIN - ROW-MIN.
           MOVE 1 TO FRAUD-IX.

       FRAUD-ROW-LOOP-PARA.     *> count the row against every rule it falls under
           IF FRAUD-IX > FRAUD-COUNT THEN
               GO TO FRAUD-FILE-LOOP-PARA
           END-IF.

           IF TAB-FR-KIND(FRAUD-IX) = "MATM"
                   AND ATM-NUM-T NOT = TAB-ATM-NUM(CUR-ATM-IX)
                   AND AGE-MIN < TAB-FR-MINUTES(FRAUD-IX) THEN
               ADD 1 TO TAB-FR-SEEN(FRAUD-IX)
           END-IF.
           IF TAB-FR-KIND(FRAUD-IX) = "WCNT"
                   AND OPERA-T = 'W' AND TRANSFER-ID-T = 0
                   AND AGE-MIN < TAB-FR-MINUTES(FRAUD-IX) THEN
               ADD 1 TO TAB-FR-SEEN(FRAUD-IX)
           END-IF.
           ADD 1 TO FRAUD-IX.
           GO TO FRAUD-ROW-LOOP-PARA.

       FRAUD-DECIDE-PARA.
           MOVE SPACE TO FRAUD-ACTION.
           MOVE 0 TO CUR-SB-IX.
           IF INPUT-SERVICE NOT = 'T' THEN
               MOVE 1 TO FRAUD-IX
               GO TO FRAUD-RULE-LOOP-PARA
           END-IF.
           MOVE 1 TO SESSBEN-IX.

       FRAUD-SESSBEN-LOOP-PARA.     *> is the target one added this session?
           IF SESSBEN-IX > SESSBEN-COUNT THEN
               MOVE 1 TO FRAUD-IX
               GO TO FRAUD-RULE-LOOP-PARA
           END-IF.
           IF TAB-SB-DEST(SESSBEN-IX) = RE-ACC-NUM
                   AND TAB-SB-USED(SESSBEN-IX) NOT = 'Y' THEN
               MOVE SESSBEN-IX TO CUR-SB-IX
           END-IF.
           ADD 1 TO SESSBEN-IX.
           GO TO FRAUD-SESSBEN-LOOP-PARA.

       FRAUD-RULE-LOOP-PARA.
           IF FRAUD-IX > FRAUD-COUNT THEN
               GO TO FRAUD-VERDICT-PARA
           END-IF.

           MOVE 0 TO FRAUD-HIT.
           IF TAB-FR-KIND(FRAUD-IX) = "MATM"
                   AND TAB-FR-SEEN(FRAUD-IX) > 0 THEN
               MOVE 1 TO FRAUD-HIT
           END-IF.
      *    the withdrawal being asked for is one more on top of those
      *    already in the files
           IF TAB-FR-KIND(FRAUD-IX) = "WCNT" AND INPUT-SERVICE = 'W'
                   AND TAB-FR-SEEN(FRAUD-IX) >= TAB-FR-COUNT(FRAUD-IX)
           THEN
               MOVE 1 TO FRAUD-HIT
           END-IF.
           IF TAB-FR-KIND(FRAUD-IX) = "NBEN" AND CUR-SB-IX > 0 THEN
               MOVE 1 TO FRAUD-HIT
           END-IF.

           IF FRAUD-HIT = 0 THEN
               ADD 1 TO FRAUD-IX
               GO TO FRAUD-RULE-LOOP-PARA
           END-IF.

           MOVE TAB-FR-RULE(FRAUD-IX) TO FE-RULE.
           MOVE TAB-FR-ACTION(FRAUD-IX) TO FE-ACTION.
           OPEN EXTEND SECEVENT-FILE.
           MOVE TIMESTAMP TO SEC-TS.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO SEC-ATM-NUM.
           MOVE WS-ACC-NUM TO SEC-ACC-NUM.
           MOVE FRAUD-EVENT TO SEC-EVENT.
           MOVE CUR-HOLDER-ID TO SEC-HOLDER-ID.
           WRITE SECEVENT-REC.
           CLOSE SECEVENT-FILE.

      *    the strongest action wins; anything not R or L only warns
           IF TAB-FR-ACTION(FRAUD-IX) = 'L' THEN
               MOVE 'L' TO FRAUD-ACTION
           END-IF.
           IF TAB-FR-ACTION(FRAUD-IX) = 'R' AND FRAUD-ACTION NOT = 'L'
           THEN
               MOVE 'R' TO FRAUD-ACTION
           END-IF.
           IF FRAUD-ACTION = SPACE THEN
               MOVE 'W' TO FRAUD-ACTION
           END-IF.
           ADD 1 TO FRAUD-IX.
           GO TO FRAUD-RULE-LOOP-PARA.

       FRAUD-VERDICT-PARA.
           IF FRAUD-ACTION = 'L' THEN
               GO TO FRAUD-LOCK-PARA
           END-IF.

           IF FRAUD-ACTION = 'R' THEN
               DISPLAY "=> TRANSACTION REFUSED FOR SECURITY REASONS"
               DISPLAY "=> PLEASE CONTACT THE BRANCH"
               GO TO END-PARA
           END-IF.

      *    a warning lets the transaction through unremarked; the
      *    hit is already on the security log for the fraud review
           IF CUR-SB-IX > 0 THEN
               MOVE 'Y' TO TAB-SB-USED(CUR-SB-IX)
           END-IF.
           GO TO DAYLIMIT-CHECK-PARA.

       FRAUD-LOCK-PARA.
      *    the master record area may hold the transfer target by
      *    now; make this account's record current again so the
      *    lockout rewrites the right one
           MOVE WS-ACC-NUM TO ACC-NUM.
           READ MASTER-FILE
               KEY IS ACC-NUM
               INVALID KEY DISPLAY "=> WARNING: INDEX READ FAILED"
           END-READ.
           MOVE 'Y' TO WS-ACC-LOCKED.
           MOVE 1 TO FRAUD-LOCK.
           GO TO LOCKOUT-PARA.

       DAYLIMIT-CHECK-PARA.     *> total what this account already took out today
           IF WS-DAY-WD-LIMIT = 0 THEN     *> head office set no daily cap
               GO TO LOAD-HOLDS-PARA
               GO TO DAYLIMIT-FILE-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" OR TC-MARK = "**TRAILER**" THEN
               GO TO DAYLIMIT-FILE-LOOP-PARA
           END-IF.

           COMPUTE TS-DATE = TS-T / 100000000.
           IF ACC-NUM-T = WS-ACC-NUM AND OPERA-T = 'W'
                   AND TS-DATE = WS-CUR-DATE THEN

       TRANSFER-WRITE-PARA.  *> generate both legs into the chosen ATM's transaction file
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 5 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       TRANSFER-ROWS-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'W' TO OPERA-T.
           MOVE INPUT-AMOUNT TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           IF EXTERNAL-TRANSFER = 1 THEN   *> credit side leaves through clearing
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
               GO TO EXTERNAL-OUT-PARA
           END-IF.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

           GO TO END-PARA.

       EXTERNAL-OUT-PARA.   *> queue the credit side for the receiving bank
      *    a listed bank, or one listed account at it, is not sent
      *    anything until compliance has looked; the 'W' leg already
      *    written stands, and SCREENREV either sends the credit on
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
           MOVE "ATM" TO SL-BY.
           MOVE SCR-HIT-REF TO SL-REF.
           MOVE SPACES TO SL-NAME.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

           DISPLAY "=> EXTERNAL TRANSFER HELD FOR COMPLIANCE REVIEW #"
               NEXT-SQ-ID.
           DISPLAY "=> IT WILL BE SENT, OR REFUNDED TO THIS VAULT, "
               "ONCE REVIEWED".
           GO TO END-PARA.

       EXTERNAL-SEND-PARA.
           OPEN INPUT CLEARINGOUT-FILE.
           IF CL-FS = 35 THEN      *> clearingOut.txt doesn't exist yet
               CLOSE CLEARINGOUT-FILE
           WRITE BENEF-REC.
           CLOSE BENEF-FILE.

      *    remembered for the new-beneficiary velocity rule
           IF SESSBEN-COUNT < 10 THEN  *> SESSBEN-TABLE OCCURS 10 TIMES
               ADD 1 TO SESSBEN-COUNT
               MOVE INPUT-BEN-DEST TO TAB-SB-DEST(SESSBEN-COUNT)
               MOVE 'N' TO TAB-SB-USED(SESSBEN-COUNT)
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE WS-ACC-NUM TO AQ-ACC-NUM.
           MOVE "BENA" TO AQ-TYPE.
           MOVE 0 TO AQ-AMOUNT.
           MOVE INPUT-BEN-NICK TO AQ-DETAIL.
           MOVE 4 TO ALERT-RETURN.
           GO TO ALERT-WRITE-PARA.

       BENADD-DONE-PARA.
           DISPLAY "=> BENEFICIARY REGISTERED".
           GO TO END-PARA.

           GO TO BENDEL-SAVE-LOOP-PARA.


       ALERT-WRITE-PARA.    *> AQ- fields filled in by the caller, append them
           OPEN INPUT ALERTQ-FILE.
           IF AQ-FS = 35 THEN      *> alertq.txt doesn't exist yet
               CLOSE ALERTQ-FILE
               OPEN OUTPUT ALERTQ-FILE
               CLOSE ALERTQ-FILE
           ELSE
               CLOSE ALERTQ-FILE
           END-IF.

           OPEN EXTEND ALERTQ-FILE.
           MOVE TIMESTAMP TO AQ-TS.
           MOVE "ATM" TO AQ-SOURCE.
           WRITE ALERTQ-REC.
           CLOSE ALERTQ-FILE.

           IF ALERT-RETURN = 1 THEN
               GO TO LOCKOUT-DONE-PARA
           END-IF.
           IF ALERT-RETURN = 2 THEN
               GO TO PINCHANGE-DONE-PARA
           END-IF.
           IF ALERT-RETURN = 3 THEN
               GO TO WITHDRAWAL-CASH-PARA
           END-IF.
           GO TO BENADD-DONE-PARA.

       ALERTSET-PARA.       *> the customer's own alert choices
      *    the alerts are the named holder's warning that somebody
      *    else is in the vault; a joint holder switching them off
      *    would defeat them
           IF CUR-HOLDER-ID NOT = 0 THEN
               DISPLAY "=> ALERTS ARE CHOSEN BY THE NAMED HOLDER"
               GO TO END-PARA
           END-IF.

           MOVE 0 TO ALPREF-COUNT.
           MOVE 0 TO CUR-AL-IX.
           OPEN INPUT ALERTPREF-FILE.
           IF AL-FS = 35 THEN      *> alertpref.txt doesn't exist yet
               CLOSE ALERTPREF-FILE
               GO TO ALERTSET-FIND-EXIT-PARA
           END-IF.
           MOVE 0 TO AQ-EOF.

       ALERTSET-LOAD-LOOP-PARA.
           READ ALERTPREF-FILE NEXT RECORD
               AT END MOVE 1 TO AQ-EOF
           END-READ.

           IF AQ-EOF = 1 THEN
               CLOSE ALERTPREF-FILE
               GO TO ALERTSET-FIND-EXIT-PARA
           END-IF.

      *    never rewrite alertpref.txt from a truncated table: every
      *    vault past the table would lose its choices
           IF ALPREF-COUNT >= 500 THEN     *> ALPREF-TABLE OCCURS 500 TIMES
               CLOSE ALERTPREF-FILE
               DISPLAY "=> ALERT SETTINGS ARE UNAVAILABLE, PLEASE "
                   "CONTACT THE BRANCH"
               GO TO END-PARA
           END-IF.

           ADD 1 TO ALPREF-COUNT.
           MOVE AL-ACC-NUM TO TAB-AL-ACC(ALPREF-COUNT).
           MOVE 1 TO ALERT-IX.

       ALERTSET-LOAD-OPT-PARA.
           IF ALERT-IX > 7 THEN
               GO TO ALERTSET-LOAD-NEXT-PARA
           END-IF.

           MOVE AL-OPT(ALERT-IX) TO TAB-AL-OPT(ALPREF-COUNT ALERT-IX).
           ADD 1 TO ALERT-IX.
           GO TO ALERTSET-LOAD-OPT-PARA.

       ALERTSET-LOAD-NEXT-PARA.
           MOVE AL-WD-LIMIT TO TAB-AL-LIMIT(ALPREF-COUNT).
           IF AL-ACC-NUM = WS-ACC-NUM THEN
               MOVE ALPREF-COUNT TO CUR-AL-IX
           END-IF.
           GO TO ALERTSET-LOAD-LOOP-PARA.

       ALERTSET-FIND-EXIT-PARA.
           IF CUR-AL-IX NOT = 0 THEN
               GO TO ALERTSET-MENU-PARA
           END-IF.

           IF ALPREF-COUNT >= 500 THEN
               DISPLAY "=> ALERT SETTINGS ARE UNAVAILABLE, PLEASE "
                   "CONTACT THE BRANCH"
               GO TO END-PARA
           END-IF.

      *    first visit: every alert on, no withdrawal amount yet
           ADD 1 TO ALPREF-COUNT.
           MOVE ALPREF-COUNT TO CUR-AL-IX.
           MOVE WS-ACC-NUM TO TAB-AL-ACC(CUR-AL-IX).
           MOVE 0 TO TAB-AL-LIMIT(CUR-AL-IX).
           MOVE 1 TO ALERT-IX.

       ALERTSET-DEFAULT-PARA.
           IF ALERT-IX > 7 THEN
               GO TO ALERTSET-MENU-PARA
           END-IF.

           MOVE 'Y' TO TAB-AL-OPT(CUR-AL-IX ALERT-IX).
           ADD 1 TO ALERT-IX.
           GO TO ALERTSET-DEFAULT-PARA.

       ALERTSET-MENU-PARA.
           MOVE 1 TO ALERT-IX.

       ALERTSET-SHOW-PARA.
           IF ALERT-IX > 7 THEN
               GO TO ALERTSET-CHOOSE-PARA
           END-IF.

           IF TAB-AL-OPT(CUR-AL-IX ALERT-IX) = 'N' THEN
               DISPLAY "=> " ALERT-IX " " ALERT-NAME(ALERT-IX) " OFF"
           ELSE
               DISPLAY "=> " ALERT-IX " " ALERT-NAME(ALERT-IX) " ON"
           END-IF.
           ADD 1 TO ALERT-IX.
           GO TO ALERTSET-SHOW-PARA.

       ALERTSET-CHOOSE-PARA.
           DISPLAY "=> LARGE WITHDRAWAL MEANS OVER "
               TAB-AL-LIMIT(CUR-AL-IX) " (0 = NEVER SENT)".
           DISPLAY "=> PRESS 1-7 TO SWITCH AN ALERT ON OR OFF".
           DISPLAY "=> PRESS 8 TO SET THE LARGE WITHDRAWAL AMOUNT".
           DISPLAY "=> PRESS 0 TO SAVE AND FINISH".
           ACCEPT INPUT-ALERT-PICK FROM SYSIN.

           IF INPUT-ALERT-PICK = 0 THEN
               GO TO ALERTSET-SAVE-PARA
           END-IF.

           IF INPUT-ALERT-PICK = 8 THEN
               GO TO ALERTSET-LIMIT-PARA
           END-IF.

           IF INPUT-ALERT-PICK > 8 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO ALERTSET-MENU-PARA
           END-IF.

           IF TAB-AL-OPT(CUR-AL-IX INPUT-ALERT-PICK) = 'N' THEN
               MOVE 'Y' TO TAB-AL-OPT(CUR-AL-IX INPUT-ALERT-PICK)
           ELSE
               MOVE 'N' TO TAB-AL-OPT(CUR-AL-IX INPUT-ALERT-PICK)
           END-IF.
           GO TO ALERTSET-MENU-PARA.

       ALERTSET-LIMIT-PARA.
           DISPLAY "=> AMOUNT (0 FOR NO LARGE WITHDRAWAL ALERT)".
           ACCEPT INPUT-AMOUNT FROM SYSIN.

           IF INPUT-AMOUNT < 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO ALERTSET-LIMIT-PARA
           END-IF.

           MOVE INPUT-AMOUNT TO TAB-AL-LIMIT(CUR-AL-IX).
           GO TO ALERTSET-MENU-PARA.

       ALERTSET-SAVE-PARA.  *> write the whole preference file back out
           OPEN OUTPUT ALERTPREF-FILE.
           MOVE 1 TO ALPREF-IX.

       ALERTSET-SAVE-LOOP-PARA.
           IF ALPREF-IX > ALPREF-COUNT THEN
               CLOSE ALERTPREF-FILE
               DISPLAY "=> ALERT CHOICES SAVED"
               GO TO END-PARA
           END-IF.

           MOVE TAB-AL-ACC(ALPREF-IX) TO AL-ACC-NUM.
           MOVE 1 TO ALERT-IX.

       ALERTSET-SAVE-OPT-PARA.
           IF ALERT-IX > 7 THEN
               GO TO ALERTSET-SAVE-NEXT-PARA
           END-IF.

           MOVE TAB-AL-OPT(ALPREF-IX ALERT-IX) TO AL-OPT(ALERT-IX).
           ADD 1 TO ALERT-IX.
           GO TO ALERTSET-SAVE-OPT-PARA.

       ALERTSET-SAVE-NEXT-PARA.
           MOVE TAB-AL-LIMIT(ALPREF-IX) TO AL-WD-LIMIT.
           WRITE ALERTPREF-REC.
           ADD 1 TO ALPREF-IX.
           GO TO ALERTSET-SAVE-LOOP-PARA.

       WITHDRAWAL-PARA.    *> withdrawal service
           DISPLAY "=> AMOUNT".
           ACCEPT INPUT-AMOUNT FROM SYSIN.
               GO TO WITHDRAWAL-PARA
           END-IF.

           GO TO FRAUD-CHECK-PARA.

       WITHDRAWAL-WRITE-PARA.   *> generate transaction record into the chosen ATM's file
           MOVE TAB-FILENAME(CUR-ATM-IX) TO WS-TRANS-FILENAME.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO CTL-ATM-NUM.
           MOVE 6 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       WITHDRAWAL-ROW-PARA.
           MOVE WS-ACC-NUM TO ACC-NUM-T.
           MOVE 'W' TO OPERA-T.
           MOVE INPUT-AMOUNT TO AMOUNT-T.
           MOVE TAB-ATM-NUM(CUR-ATM-IX) TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE CUR-HOLDER-ID TO HOLDER-ID-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

      *    over the amount the customer asked to hear about?
           MOVE 0 TO BIGW-HIT.
           OPEN INPUT ALERTPREF-FILE.
           IF AL-FS = 35 THEN      *> nobody has chosen an amount yet
               CLOSE ALERTPREF-FILE
               GO TO WITHDRAWAL-CASH-PARA
           END-IF.
           MOVE 0 TO AQ-EOF.

       WITHDRAWAL-ALERT-LOOP-PARA.
           READ ALERTPREF-FILE NEXT RECORD
               AT END MOVE 1 TO AQ-EOF
           END-READ.

           IF AQ-EOF = 1 THEN
               CLOSE ALERTPREF-FILE
               GO TO WITHDRAWAL-ALERT-EXIT-PARA
           END-IF.

           IF AL-ACC-NUM = WS-ACC-NUM AND AL-WD-LIMIT > 0
                   AND INPUT-AMOUNT > AL-WD-LIMIT
                   AND AL-OPT(3) NOT = 'N' THEN
               MOVE 1 TO BIGW-HIT
           END-IF.
           GO TO WITHDRAWAL-ALERT-LOOP-PARA.

       WITHDRAWAL-ALERT-EXIT-PARA.
           IF BIGW-HIT = 0 THEN
               GO TO WITHDRAWAL-CASH-PARA
           END-IF.

           MOVE WS-ACC-NUM TO AQ-ACC-NUM.
           MOVE "BIGW" TO AQ-TYPE.
           MOVE INPUT-AMOUNT TO AQ-AMOUNT.
           MOVE TAB-LABEL(CUR-ATM-IX) TO AQ-DETAIL.
           MOVE 3 TO ALERT-RETURN.
           GO TO ALERT-WRITE-PARA.

       WITHDRAWAL-CASH-PARA.
      *    cash leaves the drawer the moment the note count is paid
      *    out, not at settlement; record it now
           MOVE 2 TO CASH-MOVE-KIND.
               GO TO BALANCE-UNSETTLED-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" OR TC-MARK = "**TRAILER**" THEN
               GO TO BALANCE-UNSETTLED-LOOP-PARA
           END-IF.

           IF ACC-NUM-T = WS-ACC-NUM THEN
               ADD 1 TO UNSETTLED-COUNT
               DISPLAY "=> PENDING: " OPERA-T " " AMOUNT-T
           ADD 1 TO MINI-IX.
           GO TO MINI-STMT-LOOP-PARA.

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
           IF CTL-RETURN = 1 THEN
               GO TO LOCKOUT-ROW-PARA
           END-IF.
           IF CTL-RETURN = 2 THEN
               GO TO PINCHANGE-ROW-PARA
           END-IF.
           IF CTL-RETURN = 3 THEN
               GO TO DEPOSIT-ROW-PARA
           END-IF.
           IF CTL-RETURN = 4 THEN
               GO TO CHEQUE-ROW-PARA
           END-IF.
           IF CTL-RETURN = 5 THEN
               GO TO TRANSFER-ROWS-PARA
           END-IF.
           GO TO WITHDRAWAL-ROW-PARA.

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
           IF CTL-RETURN = 1 THEN
               GO TO LOCKOUT-ROW-PARA
           END-IF.
           IF CTL-RETURN = 2 THEN
               GO TO PINCHANGE-ROW-PARA
           END-IF.
           IF CTL-RETURN = 3 THEN
               GO TO DEPOSIT-ROW-PARA
           END-IF.
           IF CTL-RETURN = 4 THEN
               GO TO CHEQUE-ROW-PARA
           END-IF.
           IF CTL-RETURN = 5 THEN
               GO TO TRANSFER-ROWS-PARA
           END-IF.
           GO TO WITHDRAWAL-ROW-PARA.

       END-PARA.       *> end of transaction
           DISPLAY "=> CONTINUE?"
           DISPLAY "=>  N FOR NO"
