                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SE-FS.

      *    events the customer is told about; serving a freeze order
      *    gets a row, ALERTRUN sends it
       SELECT ALERTQ-FILE ASSIGN TO 'alertq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AQ-FS.

      *    which ATMs exist and which transaction file each one feeds;
      *    the first configured slot carries the compensating unlock
      *    transaction, same as INTEREST/SORUN/CLEARIN post into
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CU-FS.

      *    permanent register of closed vaults: who held each one and
      *    where they were written to, kept after the master and
      *    custinfo.txt have let go of it so the year-end interest
      *    certificates can still reach a customer who closed
       SELECT CLOSEDACC-FILE ASSIGN TO 'closedacc.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CA-FS.

      *    amendments keyed but not yet approved; an overdraft
      *    increase or a product conversion waits here until a second
      *    supervisor releases it, the way adjust.cob holds
      *    adjustments
       SELECT AMENDPEND-FILE ASSIGN TO 'amendpend.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AM-FS.

      *    permanent, append-only trail of every master field changed
      *    here: old and new value, who keyed it, who approved it;
      *    MAINTRPT reports over it for audit
       SELECT MSTAUDIT-FILE ASSIGN TO 'mstaudit.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MA-FS.

      *    the other authorized holders of each joint vault, each with
      *    their own name and hashed PIN; added here after the branch
      *    has seen both parties' ID, read by the ATM at login so the
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HD-FS.

      *    the fixed-term deposit book: placed here, matured by TDRUN,
      *    broken early here
       SELECT TERMDEP-FILE ASSIGN TO 'termdep.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TD-FS.

      *    the loan book LOANMAINT draws down and LOANRUN collects;
      *    read only, so a vault still repaying a loan is not closed
       SELECT LOAN-FILE ASSIGN TO 'loans.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LN-FS.

      *    early-break penalty per term, head-office data like
      *    feesched.txt; seeded with the standard table on first use
       SELECT TDPENALTY-FILE ASSIGN TO 'tdpenalty.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TP-FS.

      *    in-flight ATM debits and uncleared cheques; neither may be
      *    locked away in a term deposit, same available-balance rule
      *    atms.cob's HOLD-AVAILABLE-PARA applies; a placement then
      *    reserves its own principal here until CENTRAL settles it
       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

      *    the Ministry's list of proscribed persons and institutions,
      *    kept by compliance through SCREENREV; every name opened or
      *    added as a holder here is screened against it first
       SELECT WATCHLIST-FILE ASSIGN TO 'watchlist.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS WL-FS.

      *    items held on a possible watch-list match, waiting for
      *    compliance to release or reject them through SCREENREV;
      *    shared with clearin.cob and atms.cob
       SELECT SCREENQ-FILE ASSIGN TO 'screenq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SQ-FS.

      *    append-only screening audit log: every hold made here and
      *    every compliance decision and list change SCREENREV makes
       SELECT SCREENLOG-FILE ASSIGN TO 'screenlog.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
           05 SEC-TS PIC 9(16).        *> when it happened, YYYYMMDDHHMMSSCC
           05 SEC-ATM-NUM PIC 99.      *> machine it happened at, 00 = head office
           05 SEC-ACC-NUM PIC 9(16).   *> account number as typed
           05 SEC-EVENT PIC X(8).
      *>  FAIL / LOCK / UNLOCK / ADDHLDR / FREEZE / UNFREEZE, or
      *>  FRAUDnna for velocity rule nn firing with action a
           05 SEC-HOLDER-ID PIC 99.    *> holder involved, 00 = named holder/unknown

       FD ATMCONFIG-FILE.
           05 ATM-NUM-T PIC 99.     *> 00, the unlock is a head-office posting
           05 CLEARS-ON-T PIC 9(8). *> 0, no funds move
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
           05 CU-CONTACT PIC X(30).    *> owl name / floo address
           05 CU-PREF PIC X.           *> 'O' owl, 'P' post, 'N' none

      *    layout kept in step with intcert.cob's CLOSEDACC-REC
       FD CLOSEDACC-FILE.
       01 CLOSEDACC-REC.
           05 CA-ACC-NUM PIC 9(16).    *> the vault closed
           05 CA-NAME PIC A(20).       *> its named holder
           05 CA-ADDR1 PIC X(30).      *> last mailing address, first line
           05 CA-ADDR2 PIC X(30).      *> last mailing address, second line
           05 CA-CLOSED-ON PIC 9(8).   *> date closed, YYYYMMDD

       FD AMENDPEND-FILE.
       01 AMENDPEND-REC.
           05 AM-ID PIC 9(6).          *> amendment number, issued in sequence
           05 AM-ACC-NUM PIC 9(16).    *> vault being amended
           05 AM-FIELD PIC X.          *> 'L' overdraft limit, 'P' product
           05 AM-NEW-AMT PIC 9(13)V9(2).   *> the new limit, 'L' rows
           05 AM-NEW-TEXT PIC X(20).   *> the new product code, 'P' rows
           05 AM-MAKER PIC X(8).       *> operator who keyed it

      *    layout kept in step with maintrpt.cob's MSTAUDIT-REC
       FD MSTAUDIT-FILE.
       01 MSTAUDIT-REC.
           05 MA-TS PIC 9(16).         *> when the change was made, YYYYMMDDHHMMSSCC
           05 MA-ACC-NUM PIC 9(16).    *> vault changed
           05 MA-ACTION PIC X.         *> maintenance action that changed it
           05 MA-FIELD PIC X(12).      *> master field, ACCOUNT for an open/close
           05 MA-OLD PIC X(20).        *> value before, as printed
           05 MA-NEW PIC X(20).        *> value after, as printed
           05 MA-OPERATOR PIC X(8).    *> who keyed it
           05 MA-APPROVER PIC X(8).    *> second supervisor, spaces if none needed

      *    layout kept in step with atms.cob's HOLDER-REC
       FD HOLDERS-FILE.
       01 HOLDER-REC.
           05 HD-NAME PIC A(20).
           05 HD-PASSWORD-HASH PIC 9(10).  *> salted hash of this holder's own PIN

      *    layout kept in step with tdrun.cob's TERMDEP-REC
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

       FD TDPENALTY-FILE.
       01 TDPENALTY-REC.
           05 TP-TERM PIC 99.          *> term the row applies to
           05 TP-RATE PIC V9(4).       *> penalty as a share of the principal

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
           05 SQ-ITEM PIC X(137).      *> the held clearing row, spaces for O/H

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
           05 AQ-TYPE PIC X(4).        *> FRZE from here
           05 AQ-AMOUNT PIC 9(13)V9(2). *> money involved, 0 if none
           05 AQ-DETAIL PIC X(20).     *> free text for the customer
           05 AQ-SOURCE PIC X(10).     *> program that raised it

       FD MASTERIDX-FILE.
       01 ACCOUNT-IX.
           05 IDX-ACC-NAME PIC A(20).
       01  MATCH-BALANCE-ZERO PIC 9 VALUE 0.
       *>bool, set when the matched account's balance was zero;
       *>recorded by the keyed index read before the copy loop runs
       01  CLOSE-LIVE PIC 9 VALUE 0.
       *>bool, set when the vault to close still has a live term
       *>deposit or loan drawing on it, 0 = false, 1 = true
       01  LN-FS PIC 9(2).                 *> variable storing file status of LOAN-FILE
       01  FS PIC 9(2).                    *> variable storing file status of MASTER-FILE
       01  MX-FS PIC 9(2).                 *> variable storing file status of MASTERIDX-FILE
       01  PF-FS PIC 9(2).                 *> variable storing file status of PINFAIL-FILE
       01  SE-FS PIC 9(2).                 *> variable storing file status of SECEVENT-FILE
       01  AQ-FS PIC 9(2).                 *> variable storing file status of ALERTQ-FILE

      *    per-account failed-PIN streaks, loaded so the unlocked
      *    account's row can be dropped on the way back out
       01  WS-TRANS-FILENAME PIC X(20).    *> filename OPENed as TRANS-FILE
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
       *>which caller TRAILER-OPEN-PARA returns to:
       *>1 = the unlock posting, 2 = a term deposit posting
       01  CU-FS PIC 9(2).                 *> variable storing file status of CUSTINFO-FILE

      *    customer details, loaded whole for an amend or a drop and
       01  CUSTINFO-COUNT PIC 999 VALUE 0.  *> number of rows loaded into CUSTINFO-TABLE
       01  CUSTINFO-IX PIC 999.             *> scratch subscript, reused by every table loop
       01  CUR-CU-IX PIC 999.               *> CUSTINFO-TABLE row of the account in hand
       01  CLOSED-ADDR1 PIC X(30).          *> closing vault's address, first line
       01  CLOSED-ADDR2 PIC X(30).          *> closing vault's address, second line
       01  CLOSED-RETURN PIC 9.
       *>where CLOSED-LOG-PARA goes on to: 1 = write custinfo.txt
       *>back without the vault, 2 = straight to the exit
       01  CA-FS PIC 9(2).                  *> variable storing file status of CLOSEDACC-FILE

      *    the pending amendment book, loaded whole and written back
      *    without the released row, same pattern adjust.cob uses
       01  AMEND-TABLE.
           05  AMEND-ENTRY OCCURS 100 TIMES.
               10  TAB-AM-ID PIC 9(6).
               10  TAB-AM-ACC PIC 9(16).
               10  TAB-AM-FIELD PIC X.
               10  TAB-AM-AMT PIC 9(13)V9(2).
               10  TAB-AM-TEXT PIC X(20).
               10  TAB-AM-MAKER PIC X(8).
       01  AMEND-COUNT PIC 999 VALUE 0.     *> number of rows loaded into AMEND-TABLE
       01  AMEND-IX PIC 999.                *> scratch subscript, reused by every table loop
       01  CUR-AM-IX PIC 999 VALUE 0.       *> AMEND-TABLE row of the amendment in hand
       01  NEXT-AMEND-ID PIC 9(6) VALUE 0.  *> highest amendment number on the book so far
       01  AM-FS PIC 9(2).                  *> variable storing file status of AMENDPEND-FILE

       01  INPUT-OPERATOR PIC X(8).         *> operator (or supervisor) working this session
       01  INPUT-FIELD PIC X.
       *>field being amended: 'L' overdraft limit, 'W' daily
       *>withdrawal limit, 'P' product, 'N' name
       01  INPUT-AMEND-AMT PIC 9(13)V9(2).  *> new limit, 'L' and 'W'
       01  INPUT-AMEND-TEXT PIC X(20).      *> new product code or name, 'P' and 'N'
       01  INPUT-AMEND-ID PIC 9(6).         *> pending amendment chosen for approval
       01  AMEND-MAKER PIC X(8).            *> operator who keyed the amendment applied
       01  AMEND-APPROVER PIC X(8).         *> who approved it, spaces if none needed
       01  AMEND-APPLY PIC 9 VALUE 0.
       *>bool variable, 1 = the copy loop carries the amendment onto
       *>the vault's row in newMaster.txt
       01  AMEND-FROM-BOOK PIC 9 VALUE 0.
       *>bool variable, 1 = the amendment applied came off the
       *>pending book and must leave it

      *    one maintenance audit row, filled in by whichever action
      *    changed the master before AUDIT-PARA writes it
       01  AUD-FIELD PIC X(12).             *> master field changed
       01  AUD-OLD PIC X(20).               *> value before, as printed
       01  AUD-NEW PIC X(20).               *> value after, as printed
       01  AUD-OPERATOR PIC X(8).           *> who keyed it
       01  AUD-APPROVER PIC X(8).           *> second supervisor, spaces if none
       01  AUD-AMT-EDIT PIC Z(12)9.99.      *> a limit, printed for the trail
       01  AUD-FREEZE-VAL.                  *> a freeze flag with its reason code
           05 AFV-FLAG PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AFV-RSN PIC X(3).
       01  AUD-RETURN PIC 9.
       *>where AUDIT-PARA goes on to: 1 = an opening, 2 = a closure,
       *>3 = a reactivation, 4 = an unlock, 5 = a freeze or thaw,
       *>6 = an amendment
       01  MA-FS PIC 9(2).                  *> variable storing file status of MSTAUDIT-FILE

       01  INPUT-ADDR1 PIC X(30).           *> mailing address, first line
       01  INPUT-ADDR2 PIC X(30).           *> mailing address, second line
       01  HOLDER-IX PIC 999.               *> scratch subscript, reused by every table loop
       01  NEXT-HOLDER-ID PIC 99 VALUE 0.   *> next free holder id on the vault in hand
       01  HD-FS PIC 9(2).                  *> variable storing file status of HOLDERS-FILE

      *    the term-deposit book, loaded whole for a placement or a
      *    break and written straight back, same pattern as the
      *    pinfail table
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
       01  TD-IX PIC 999.                   *> scratch subscript, reused by every table loop
       01  CUR-TD-IX PIC 999 VALUE 0.       *> TD-TABLE row of the deposit in hand
       01  NEXT-TD-ID PIC 9(6) VALUE 0.     *> highest deposit number on the book so far
       01  TD-RETURN PIC 9.
       *>which caller TD-LOAD-PARA and TD-TRANS-PARA return to:
       *>1 = a placement, 2 = an early break
       01  TD-FS PIC 9(2).                  *> variable storing file status of TERMDEP-FILE

      *    the early-break penalty table, loaded on a break
       01  PENALTY-TABLE.
           05  PENALTY-ENTRY OCCURS 10 TIMES.
               10  TAB-TP-TERM PIC 99.
               10  TAB-TP-RATE PIC V9(4).
       01  PENALTY-COUNT PIC 99 VALUE 0.    *> number of rows loaded into PENALTY-TABLE
       01  PENALTY-IX PIC 99.               *> scratch subscript, reused by every table loop
       01  TP-FS PIC 9(2).                  *> variable storing file status of TDPENALTY-FILE

       01  INPUT-TD-AMOUNT PIC S9(5)V9(2).  *> principal to lock away
       01  INPUT-TD-TERM PIC 99.            *> 3, 6 or 12 months
       01  INPUT-TD-RATE PIC V9(4).         *> agreed annual rate
       01  INPUT-TD-ID PIC 9(6).            *> deposit being broken
       01  TD-MAT-DATE PIC 9(8).            *> maturity date being worked out
       01  TD-MAT-SPLIT REDEFINES TD-MAT-DATE.
           05 TD-MAT-YYYY PIC 9(4).
           05 TD-MAT-MM PIC 99.
           05 TD-MAT-DD PIC 99.
       01  TD-INTEREST PIC 9(5)V9(2).       *> interest earned to the break
       01  TD-PENALTY PIC 9(5)V9(2).        *> early-break penalty charged
       01  TD-PEN-RATE PIC V9(4).           *> penalty rate for the deposit's term
       01  TD-DAYS PIC 9(5).                *> days the deposit actually ran
       01  TODAY-INT PIC 9(8).              *> today as a day number
       01  START-INT PIC 9(8).              *> placement date as a day number
       01  TEMP-BALANCE PIC S9(13)V9(2).    *> signed balance of the funding vault
       01  CURRENT-HOLD PIC 9(13)V9(2).     *> in-flight ATM debits on the vault
       01  UNCLEARED-TOTAL PIC 9(13)V9(2).  *> cheque deposits not yet cleared

      *    holds.txt as the ATM keeps it, one row per vault; a
      *    placement's principal is merged into the vault's row and
      *    the file written back whole, since an ATM session reads
      *    only one row per vault
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 100 TIMES.
               10  TAB-HOLD-ACC PIC 9(16).
               10  TAB-HOLD-AMOUNT PIC 9(13)V9(2).
       01  HOLD-COUNT PIC 999 VALUE 0.      *> number of rows loaded into HOLD-TABLE
       01  HOLD-IX PIC 999.                 *> scratch subscript, reused by every table loop
       01  CUR-HOLD-IX PIC 999 VALUE 0.     *> HOLD-TABLE row of the vault, 0 = none yet
       01  HOLD-FULL PIC 9 VALUE 0.
       *>bool variable, 1 = holds.txt has more rows than HOLD-TABLE
       01  HL-FS PIC 9(2).                  *> variable storing file status of HOLDS-FILE
       01  UC-FS PIC 9(2).                  *> variable storing file status of UNCLEARED-FILE
      *    check-digit work area: the last digit of an account number
      *    issued here must close a doubled-digit checksum over all
      *    16, so one mistyped digit at an ATM or in clearing is
       01  CD-OK PIC 9.
       *>bool variable, 1 = the number passes the check-digit scheme

      *    sanctions screening work area: both names reduced to
      *    capital letters only before they are compared
       01  SCR-NAME PIC X(20).              *> name being screened
       01  SCR-NORM PIC X(20).              *> SCR-NAME reduced
       01  SCR-LEN PIC 99.                  *> letters in SCR-NORM
       01  SCR-SHORT PIC X(20).             *> shorter of the two names compared
       01  SCR-SHORT-LEN PIC 99.
       01  SCR-LONG PIC X(20).              *> longer of the two names compared
       01  SCR-LONG-LEN PIC 99.
       01  SCR-POS PIC 99.                  *> where in SCR-LONG the search stands
       01  SCR-HIT PIC 9 VALUE 0.
       *>bool variable, 1 = the name is a possible watch-list match
       01  SCR-HIT-REF PIC X(10).           *> WL-REF of the row it matched
       01  SCREEN-RETURN PIC 9.
       *>which caller SCREEN-PARA returns to: 1 = an opening,
       *>2 = a holder being added, 3 = a vault being renamed
       01  NORM-IN PIC X(20).               *> name to reduce
       01  NORM-IN-X REDEFINES NORM-IN.
           05 NORM-IN-CH PIC X OCCURS 20 TIMES.
       01  NORM-OUT PIC X(20).              *> the reduced name
       01  NORM-OUT-X REDEFINES NORM-OUT.
           05 NORM-OUT-CH PIC X OCCURS 20 TIMES.
       01  NORM-LEN PIC 99.                 *> letters in NORM-OUT
       01  NORM-IX PIC 99.                  *> character of NORM-IN being looked at
       01  NORM-RETURN PIC 9.
       *>which caller NORM-PARA returns to: 1 = the screened name,
       *>2 = a watch-list row
       01  NEXT-SQ-ID PIC 9(6) VALUE 0.     *> highest review number issued so far
       01  SQ-PRIOR-ID PIC 9(6) VALUE 0.    *> latest review of this vault and name
       01  SQ-PRIOR-STATUS PIC X.           *> its status, space = never reviewed
       01  WL-EOF PIC 9 VALUE 0.
       *>bool variable for the watch-list scan's eof, 0 = false, 1 = true
       01  WL-FS PIC 9(2).                  *> variable storing file status of WATCHLIST-FILE
       01  SQ-FS PIC 9(2).                  *> variable storing file status of SCREENQ-FILE
       01  SL-FS PIC 9(2).                  *> variable storing file status of SCREENLOG-FILE

       01  INPUT-PASSWORD PIC 9(6).         *> stores input account password
       01  INPUT-PASSWORD-HASH PIC 9(10).   *> salted hash of INPUT-PASSWORD
       01  HASH-SALT PIC 9(10).             *> low-order digits of the account number
           DISPLAY "=> PRESS H TO ADD AN AUTHORIZED HOLDER".
           DISPLAY "=> PRESS F TO FREEZE DEBITS (COURT ORDER)".
           DISPLAY "=> PRESS T TO LIFT A FREEZE".
           DISPLAY "=> PRESS D TO PLACE A TERM DEPOSIT".
           DISPLAY "=> PRESS B TO BREAK A TERM DEPOSIT EARLY".
           DISPLAY "=> PRESS A TO AMEND LIMITS, PRODUCT OR NAME".
           DISPLAY "=> PRESS V TO APPROVE AN AMENDMENT (SUPERVISOR)".
           ACCEPT INPUT-ACTION FROM SYSIN.

           IF INPUT-ACTION NOT = 'O' AND INPUT-ACTION NOT = 'C'
                   AND INPUT-ACTION NOT = 'M'
                   AND INPUT-ACTION NOT = 'H'
                   AND INPUT-ACTION NOT = 'F'
                   AND INPUT-ACTION NOT = 'T'
                   AND INPUT-ACTION NOT = 'D'
                   AND INPUT-ACTION NOT = 'B'
                   AND INPUT-ACTION NOT = 'A'
                   AND INPUT-ACTION NOT = 'V' THEN
               DISPLAY "=> INVALID INPUT"
               GO TO MAIN-PARA
           END-IF.

      *    every change to the master is signed for in the trail
           DISPLAY "=> YOUR OPERATOR ID".
           ACCEPT INPUT-OPERATOR FROM SYSIN.

           GO TO ACC-INPUT-PARA.

       ACC-INPUT-PARA.
           IF INPUT-ACTION = 'O' THEN
               DISPLAY "=> NAME"
               ACCEPT INPUT-NAME FROM SYSIN
      *        nobody on the Ministry's list gets a vault; screened
      *        before anything else about the opening is keyed
               MOVE INPUT-NAME TO SCR-NAME
               MOVE 1 TO SCREEN-RETURN
               GO TO SCREEN-PARA
           END-IF.

      *    the reason travels on the record itself, so the ATM and

           MOVE 0 TO WS-EOF.

      *    an amendment is keyed, and approved if it must be, before
      *    the copy loop carries it onto the next master
           IF INPUT-ACTION = 'A' OR INPUT-ACTION = 'V' THEN
               GO TO AMEND-PARA
           END-IF.

      *    amending customer details touches custinfo.txt only, an
      *    unlock now travels to the master as a 'U' transaction
      *    through settlement, and adding a holder touches holders.txt
      *    only; for all three, leave newMaster.txt EMPTY rather than
      *    produce a stale copy of the master that a later PROMOTE N
      *    would install over the evening's settlement (PROMOTE
      *    refuses an empty source); a term-deposit placement or break
      *    travels as transactions and touches termdep.txt only, the
      *    same way
           IF INPUT-ACTION = 'M' OR INPUT-ACTION = 'U'
                   OR INPUT-ACTION = 'H' OR INPUT-ACTION = 'D'
                   OR INPUT-ACTION = 'B' THEN
               GO TO END-COPY-PARA
           END-IF.

      *    a zero balance is not enough to close: a live deposit would
      *    mature into a vault that no longer exists, and a live loan
      *    would have nowhere to collect from
           IF INPUT-ACTION = 'C' AND MATCH-BALANCE-ZERO = 1 THEN
               GO TO CLOSE-LIVE-PARA
           END-IF.

           GO TO COPY-PARA.

       CLOSE-LIVE-PARA.
           MOVE 0 TO CLOSE-LIVE.
           OPEN INPUT TERMDEP-FILE.
           IF TD-FS = 35 THEN      *> no deposit ever placed
               CLOSE TERMDEP-FILE
               GO TO CLOSE-LIVE-LOAN-PARA
           END-IF.

       CLOSE-LIVE-TD-LOOP-PARA.
           READ TERMDEP-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TERMDEP-FILE
               GO TO CLOSE-LIVE-LOAN-PARA
           END-IF.

           IF TD-ACC-NUM = INPUT-ACC AND TD-STATUS = 'A' THEN
               MOVE 1 TO CLOSE-LIVE
               CLOSE TERMDEP-FILE
               GO TO CLOSE-LIVE-EXIT-PARA
           END-IF.
           GO TO CLOSE-LIVE-TD-LOOP-PARA.

       CLOSE-LIVE-LOAN-PARA.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOAN-FILE.
           IF LN-FS = 35 THEN      *> no loan ever drawn down
               CLOSE LOAN-FILE
               GO TO CLOSE-LIVE-EXIT-PARA
           END-IF.

       CLOSE-LIVE-LOAN-LOOP-PARA.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LOAN-FILE
               GO TO CLOSE-LIVE-EXIT-PARA
           END-IF.

           IF LN-ACC-NUM = INPUT-ACC AND LN-STATUS = 'A' THEN
               MOVE 1 TO CLOSE-LIVE
               CLOSE LOAN-FILE
               GO TO CLOSE-LIVE-EXIT-PARA
           END-IF.
           GO TO CLOSE-LIVE-LOAN-LOOP-PARA.

      *    refused: leave newMaster.txt EMPTY, as for the actions
      *    above, rather than a copy nobody should promote
       CLOSE-LIVE-EXIT-PARA.
           MOVE 0 TO WS-EOF.
           IF CLOSE-LIVE = 1 THEN
               GO TO END-COPY-PARA
           END-IF.
           GO TO COPY-PARA.

       COPY-PARA.      *> copy every existing account across
               MOVE SPACES TO WS-ACC-FREEZE-RSN
           END-IF.

      *    amending: the field already rewritten on the index changes
      *    on the copy headed for the next master too
           IF AMEND-APPLY = 1 AND WS-ACC-NUM = INPUT-ACC THEN
               IF INPUT-FIELD = 'L' THEN
                   MOVE INPUT-AMEND-AMT TO WS-OD-LIMIT
               END-IF
               IF INPUT-FIELD = 'W' THEN
                   MOVE INPUT-AMEND-AMT TO WS-DAY-WD-LIMIT
               END-IF
               IF INPUT-FIELD = 'P' THEN
                   MOVE INPUT-AMEND-TEXT TO WS-ACC-PRODUCT
               END-IF
               IF INPUT-FIELD = 'N' THEN
                   MOVE INPUT-AMEND-TEXT TO WS-ACC-NAME
               END-IF
           END-IF.

           IF INPUT-ACTION = 'C' AND WS-ACC-NUM = INPUT-ACC
                             AND WS-BALANCE = 0 THEN
      *        closing: simply don't copy this account across
           GO TO COPY-PARA.

       END-COPY-PARA.
           IF AMEND-APPLY = 1 THEN
               GO TO AMEND-AUDIT-PARA
           END-IF.

           IF INPUT-ACTION = 'O' THEN
               IF MATCH = 1 THEN
                   DISPLAY "=> ACCOUNT NUMBER ALREADY IN USE"
                   MOVE SPACES TO ACC-FREEZE-RSN-N
                   WRITE ACCOUNT-N
                   DISPLAY "=> ACCOUNT OPENED"
                   MOVE "ACCOUNT" TO AUD-FIELD
                   MOVE SPACES TO AUD-OLD
                   MOVE "OPENED" TO AUD-NEW
      *            a new vault holder needs somewhere to send the
      *            statements and the collections letters, once the
      *            opening is in the trail
                   MOVE 1 TO AUD-RETURN
                   GO TO AUDIT-START-PARA
               END-IF
           END-IF.

               IF MATCH = 0 THEN
                   DISPLAY "=> ACCOUNT NOT FOUND"
               ELSE
                   IF CLOSE-LIVE = 1 THEN
                       DISPLAY "=> CANNOT CLOSE, LIVE TERM DEPOSIT/LOAN"
                       GO TO EXIT-PARA
                   END-IF
                   IF MATCH-BALANCE-ZERO = 1 THEN
                       DISPLAY "=> ACCOUNT CLOSED"
                       MOVE "ACCOUNT" TO AUD-FIELD
                       MOVE "OPEN" TO AUD-OLD
                       MOVE "CLOSED" TO AUD-NEW
      *                nobody to write to, and no holder may draw on
      *                a vault that no longer exists
                       MOVE 2 TO AUD-RETURN
                       GO TO AUDIT-START-PARA
                   ELSE
                       DISPLAY "=> CANNOT CLOSE, BALANCE NOT ZERO"
                   END-IF
      *            current; clear the flag in place so the ATMs honour
      *            the reactivation today, and permanently once
      *            newMaster.txt is promoted
                   MOVE IDX-ACC-DORMANT TO AUD-OLD
                   MOVE 'N' TO IDX-ACC-DORMANT
                   REWRITE ACCOUNT-IX
                       INVALID KEY DISPLAY "=> WARNING: INDEX REWRITE "
                   DISPLAY "=> ACCOUNT REACTIVATED"
                   DISPLAY "=> PROMOTE newMaster.txt TO MAKE IT "
                       "PERMANENT"
                   MOVE "ACC-DORMANT" TO AUD-FIELD
                   MOVE 'N' TO AUD-NEW
                   MOVE 3 TO AUD-RETURN
                   GO TO AUDIT-START-PARA
               END-IF
           END-IF.

      *            current; serve the order in place so the ATMs and
      *            tonight's settlement honour it today, permanently
      *            once newMaster.txt is promoted
                   MOVE IDX-ACC-FREEZE TO AFV-FLAG
                   MOVE IDX-ACC-FREEZE-RSN TO AFV-RSN
                   MOVE AUD-FREEZE-VAL TO AUD-OLD
                   MOVE 'Y' TO IDX-ACC-FREEZE
                   MOVE INPUT-FREEZE-RSN TO IDX-ACC-FREEZE-RSN
                   REWRITE ACCOUNT-IX
                   END-REWRITE
                   MOVE "FREEZE" TO FREEZE-EVENT
                   DISPLAY "=> DEBITS FROZEN - DEPOSITS STILL POST"
                   GO TO FREEZE-AUDIT-PARA
               END-IF
           END-IF.

               IF MATCH = 0 THEN
                   DISPLAY "=> ACCOUNT NOT FOUND"
               ELSE
                   MOVE IDX-ACC-FREEZE TO AFV-FLAG
                   MOVE IDX-ACC-FREEZE-RSN TO AFV-RSN
                   MOVE AUD-FREEZE-VAL TO AUD-OLD
                   MOVE 'N' TO IDX-ACC-FREEZE
                   MOVE SPACES TO IDX-ACC-FREEZE-RSN
                   REWRITE ACCOUNT-IX
                   END-REWRITE
                   MOVE "UNFREEZE" TO FREEZE-EVENT
                   DISPLAY "=> FREEZE LIFTED"
                   GO TO FREEZE-AUDIT-PARA
               END-IF
           END-IF.

           IF INPUT-ACTION = 'D' THEN
               IF MATCH = 0 THEN
                   DISPLAY "=> ACCOUNT NOT FOUND"
               ELSE
                   GO TO TD-PLACE-PARA
               END-IF
           END-IF.

           IF INPUT-ACTION = 'B' THEN
               IF MATCH = 0 THEN
                   DISPLAY "=> ACCOUNT NOT FOUND"
               ELSE
                   GO TO TD-BREAK-PARA
               END-IF
           END-IF.

           GO TO EXIT-PARA.

       FREEZE-AUDIT-PARA.       *> the order served or lifted goes in the trail
           MOVE "ACC-FREEZE" TO AUD-FIELD.
           MOVE IDX-ACC-FREEZE TO AFV-FLAG.
           MOVE IDX-ACC-FREEZE-RSN TO AFV-RSN.
           MOVE AUD-FREEZE-VAL TO AUD-NEW.
           MOVE 5 TO AUD-RETURN.
           GO TO AUDIT-START-PARA.

       FREEZE-LOG-PARA.
      *    serving and lifting an order belongs in the same log the
      *    lockouts and unlocks go to
           WRITE SECEVENT-REC.
           CLOSE SECEVENT-FILE.

      *    the customer learns of the order from us, not from a
      *    refused withdrawal; lifting it needs no alert
           IF FREEZE-EVENT NOT = "FREEZE" THEN
               GO TO FREEZE-DONE-PARA
           END-IF.

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
           MOVE INPUT-ACC TO AQ-ACC-NUM.
           MOVE "FRZE" TO AQ-TYPE.
           MOVE 0 TO AQ-AMOUNT.
           MOVE INPUT-FREEZE-RSN TO AQ-DETAIL.  *> the order's reason code
           MOVE "ACCTMAINT" TO AQ-SOURCE.
           WRITE ALERTQ-REC.
           CLOSE ALERTQ-FILE.

       FREEZE-DONE-PARA.

           DISPLAY "=> PROMOTE newMaster.txt TO MAKE IT PERMANENT".
           GO TO EXIT-PARA.

       CUSTINFO-DROP-PARA.      *> closing: drop the account's details
           MOVE 0 TO CUSTINFO-COUNT.
           MOVE 0 TO CUR-CU-IX.
           MOVE SPACES TO CLOSED-ADDR1.
           MOVE SPACES TO CLOSED-ADDR2.
           OPEN INPUT CUSTINFO-FILE.
           IF CU-FS = 35 THEN      *> nothing ever recorded
               CLOSE CUSTINFO-FILE
               MOVE 2 TO CLOSED-RETURN
               GO TO CLOSED-LOG-PARA
           END-IF.
           MOVE 0 TO WS-EOF.


           IF WS-EOF = 1 THEN
               CLOSE CUSTINFO-FILE
               MOVE 1 TO CLOSED-RETURN
               GO TO CLOSED-LOG-PARA
           END-IF.

      *    the address goes with the vault into the closed register
           IF CU-ACC-NUM = INPUT-ACC THEN
               MOVE CU-ADDR1 TO CLOSED-ADDR1
               MOVE CU-ADDR2 TO CLOSED-ADDR2
           END-IF.

      *    carry every other account's details through unchanged; on
                   DISPLAY "=> MORE THAN 200 CUSTOMER RECORDS, "
                       "LEAVING custinfo.txt UNTOUCHED"
                   CLOSE CUSTINFO-FILE
                   MOVE 2 TO CLOSED-RETURN
                   GO TO CLOSED-LOG-PARA
               END-IF
           END-IF.
           GO TO CUSTINFO-DROP-LOAD-PARA.

       CLOSED-LOG-PARA.         *> closing: keep the vault in the closed register
           OPEN INPUT CLOSEDACC-FILE.
           IF CA-FS = 35 THEN      *> closedacc.txt doesn't exist yet
               CLOSE CLOSEDACC-FILE
               OPEN OUTPUT CLOSEDACC-FILE
               CLOSE CLOSEDACC-FILE
           ELSE
               CLOSE CLOSEDACC-FILE
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND CLOSEDACC-FILE.
           MOVE INPUT-ACC TO CA-ACC-NUM.
           MOVE IDX-ACC-NAME TO CA-NAME.   *> left current by the keyed read
           MOVE CLOSED-ADDR1 TO CA-ADDR1.
           MOVE CLOSED-ADDR2 TO CA-ADDR2.
           MOVE WS-CUR-DATE TO CA-CLOSED-ON.
           WRITE CLOSEDACC-REC.
           CLOSE CLOSEDACC-FILE.

           IF CLOSED-RETURN = 1 THEN
               GO TO CUSTINFO-SAVE-PARA
           END-IF.
           GO TO EXIT-PARA.

       CUSTINFO-SAVE-PARA.      *> write the customer file back out
           OPEN OUTPUT CUSTINFO-FILE.
           MOVE 1 TO CUSTINFO-IX.
       HOLDER-ADD-PARA.     *> record another authorized holder on a joint vault
           DISPLAY "=> HOLDER NAME".
           ACCEPT INPUT-NAME FROM SYSIN.

      *    a second holder can draw on the vault as freely as the
      *    first, so the name is screened the same way an opening is
           MOVE INPUT-NAME TO SCR-NAME.
           MOVE 2 TO SCREEN-RETURN.
           GO TO SCREEN-PARA.

       HOLDER-ADD-PIN-PARA.
           DISPLAY "=> HOLDER PIN".
           ACCEPT INPUT-PASSWORD FROM SYSIN.

      *    the keyed read above left this account's record current;
      *    clear the lock in place so the ATMs honour it today, and
      *    permanently once newMaster.txt is promoted
           MOVE IDX-ACC-LOCKED TO AUD-OLD.
           MOVE 'N' TO IDX-ACC-LOCKED.
           REWRITE ACCOUNT-IX
               INVALID KEY DISPLAY "=> WARNING: INDEX REWRITE "
                   "FAILED, RUN MSTBUILD AFTER PROMOTING"
           END-REWRITE.

           MOVE "ACC-LOCKED" TO AUD-FIELD.
           MOVE 'N' TO AUD-NEW.
           MOVE 4 TO AUD-RETURN.
           GO TO AUDIT-START-PARA.

       UNLOCK-STREAK-PARA.

      *    wipe the failure streak so the customer's next genuine
      *    attempt starts from zero
           OPEN INPUT PINFAIL-FILE.
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.
           MOVE 1 TO CTL-RETURN.
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
           IF CTL-RETURN = 1 THEN
               GO TO UNLOCK-ROW-PARA
           END-IF.
           GO TO TD-ROW-PARA.

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
               GO TO UNLOCK-ROW-PARA
           END-IF.
           GO TO TD-ROW-PARA.

       UNLOCK-ROW-PARA.
           MOVE INPUT-ACC TO ACC-NUM-T.
           MOVE 'U' TO OPERA-T.
           MOVE 0 TO AMOUNT-T.
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

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

           *> the posted unlock is unsettled; mark pending, same flag
           DISPLAY "=> THE UNLOCK SETTLES WITH TONIGHT'S RUN".
           GO TO EXIT-PARA.

       TD-PLACE-PARA.       *> lock part of the vault's balance away for a term
      *    an order served on the vault or a vault asleep cannot be
      *    moving money into new products
           IF IDX-ACC-FREEZE = 'Y' THEN
               DISPLAY "=> ACCOUNT FROZEN, NO DEPOSIT PLACED"
               GO TO EXIT-PARA
           END-IF.
           IF IDX-ACC-DORMANT = 'Y' THEN
               DISPLAY "=> ACCOUNT DORMANT, REACTIVATE IT FIRST"
               GO TO EXIT-PARA
           END-IF.

       TD-PLACE-AMOUNT-PARA.
           DISPLAY "=> AMOUNT TO PLACE ON DEPOSIT".
           ACCEPT INPUT-TD-AMOUNT FROM SYSIN.
           IF INPUT-TD-AMOUNT NOT > 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO TD-PLACE-AMOUNT-PARA
           END-IF.

       TD-PLACE-TERM-PARA.
           DISPLAY "=> TERM IN MONTHS (3, 6 OR 12)".
           ACCEPT INPUT-TD-TERM FROM SYSIN.
           IF INPUT-TD-TERM NOT = 3 AND INPUT-TD-TERM NOT = 6
                   AND INPUT-TD-TERM NOT = 12 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO TD-PLACE-TERM-PARA
           END-IF.

       TD-PLACE-RATE-PARA.
      *    the rate agreed with the customer today, fixed for the term
           DISPLAY "=> AGREED ANNUAL RATE (E.G. .0325)".
           ACCEPT INPUT-TD-RATE FROM SYSIN.
           IF INPUT-TD-RATE = 0 THEN
               DISPLAY "=> INVALID INPUT"
               GO TO TD-PLACE-RATE-PARA
           END-IF.

           MOVE 1 TO TD-RETURN.
           GO TO TD-LOAD-PARA.

       TD-BREAK-PARA.       *> pay a live deposit out before it matures
           DISPLAY "=> DEPOSIT NUMBER TO BREAK".
           ACCEPT INPUT-TD-ID FROM SYSIN.
           MOVE 2 TO TD-RETURN.
           GO TO TD-LOAD-PARA.

       TD-LOAD-PARA.        *> read the whole term-deposit book
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO TD-COUNT.
           MOVE 0 TO NEXT-TD-ID.
           OPEN INPUT TERMDEP-FILE.
           IF TD-FS = 35 THEN      *> no deposit ever placed
               CLOSE TERMDEP-FILE
               GO TO TD-LOADED-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       TD-LOAD-LOOP-PARA.
           READ TERMDEP-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TERMDEP-FILE
               GO TO TD-LOADED-PARA
           END-IF.

      *    never rewrite termdep.txt from a truncated table: the
      *    dropped deposits would never mature
           IF TD-COUNT = 200 THEN      *> TD-TABLE OCCURS 200 TIMES
               CLOSE TERMDEP-FILE
               DISPLAY "=> MORE THAN 200 TERM DEPOSITS ON THE BOOK, "
                   "REFUSING TO RUN BEFORE THE BOOK IS SPLIT"
               GO TO EXIT-PARA
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
           IF TD-ID > NEXT-TD-ID THEN
               MOVE TD-ID TO NEXT-TD-ID
           END-IF.
           GO TO TD-LOAD-LOOP-PARA.

       TD-LOADED-PARA.
           IF TD-RETURN = 1 THEN
               GO TO TD-FUNDS-PARA
           END-IF.
           GO TO TD-BREAK-FIND-PARA.

       TD-FUNDS-PARA.       *> the deposit must come out of cleared money
      *    a deposit is funded from the vault's own cleared balance;
      *    the overdraft never funds one. Deposits placed from this
      *    vault earlier today have not settled yet, but each one
      *    reserved its principal in holds.txt, so they count
      *    against it through the vault's hold
           IF IDX-BALANCE-SIGN = '-' THEN
               COMPUTE TEMP-BALANCE = 0 - IDX-BALANCE
           ELSE
               MOVE IDX-BALANCE TO TEMP-BALANCE
           END-IF.
           MOVE 0 TO CURRENT-HOLD.
           MOVE 0 TO UNCLEARED-TOTAL.

       TD-FUNDS-HOLDS-PARA.
           MOVE 0 TO HOLD-COUNT.
           MOVE 0 TO CUR-HOLD-IX.
           MOVE 0 TO HOLD-FULL.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN      *> holds.txt doesn't exist, nothing is held
               CLOSE HOLDS-FILE
               GO TO TD-FUNDS-UNCLEARED-PARA
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE 1 TO HOLD-IX.

       TD-FUNDS-HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO TD-FUNDS-UNCLEARED-PARA
           END-IF.

      *    HOLD-TABLE OCCURS 100 TIMES; the file cannot be written
      *    back from a table that lost rows, the placement is refused
           IF HOLD-IX > 100 THEN
               MOVE 1 TO HOLD-FULL
               CLOSE HOLDS-FILE
               GO TO TD-FUNDS-UNCLEARED-PARA
           END-IF.

           MOVE HOLD-ACC-NUM TO TAB-HOLD-ACC(HOLD-IX).
           MOVE HOLD-AMOUNT TO TAB-HOLD-AMOUNT(HOLD-IX).
           ADD 1 TO HOLD-COUNT.
           IF HOLD-ACC-NUM = INPUT-ACC THEN
               MOVE HOLD-IX TO CUR-HOLD-IX
               ADD HOLD-AMOUNT TO CURRENT-HOLD
           END-IF.
           ADD 1 TO HOLD-IX.
           GO TO TD-FUNDS-HOLDS-LOOP-PARA.

       TD-FUNDS-UNCLEARED-PARA.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN      *> uncleared.txt doesn't exist, nothing floating
               CLOSE UNCLEARED-FILE
               GO TO TD-FUNDS-EXIT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       TD-FUNDS-UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO TD-FUNDS-EXIT-PARA
           END-IF.

           IF UC-ACC-NUM = INPUT-ACC
                   AND UC-CLEARS-ON > WS-CUR-DATE THEN
               ADD UC-AMOUNT TO UNCLEARED-TOTAL
           END-IF.
           GO TO TD-FUNDS-UNCLEARED-LOOP-PARA.

       TD-FUNDS-EXIT-PARA.
           IF INPUT-TD-AMOUNT >
                   TEMP-BALANCE - CURRENT-HOLD - UNCLEARED-TOTAL THEN
               DISPLAY "=> INSUFFICIENT CLEARED FUNDS, NO DEPOSIT "
                   "PLACED"
               GO TO EXIT-PARA
           END-IF.

           IF TD-COUNT = 200 THEN      *> TD-TABLE OCCURS 200 TIMES
               DISPLAY "=> TERM-DEPOSIT BOOK FULL, NO DEPOSIT PLACED"
               GO TO EXIT-PARA
           END-IF.

           IF HOLD-FULL = 1
                   OR (CUR-HOLD-IX = 0 AND HOLD-COUNT >= 100) THEN
               DISPLAY "=> HOLDS FILE FULL, NO DEPOSIT PLACED"
               GO TO EXIT-PARA
           END-IF.

      *    maturity is the same day of the month, TERM months on; a
      *    day the maturity month doesn't have steps back to its last
           MOVE WS-CUR-DATE TO TD-MAT-DATE.
           ADD INPUT-TD-TERM TO TD-MAT-MM.
           IF TD-MAT-MM > 12 THEN
               SUBTRACT 12 FROM TD-MAT-MM
               ADD 1 TO TD-MAT-YYYY
           END-IF.

       TD-MAT-FIX-PARA.
           IF FUNCTION TEST-DATE-YYYYMMDD(TD-MAT-DATE) NOT = 0 THEN
               SUBTRACT 1 FROM TD-MAT-DD
               GO TO TD-MAT-FIX-PARA
           END-IF.
           GO TO TD-TRANS-PARA.

       TD-BREAK-FIND-PARA.
           MOVE 0 TO CUR-TD-IX.
           MOVE 1 TO TD-IX.

       TD-BREAK-FIND-LOOP-PARA.
           IF TD-IX > TD-COUNT THEN
               GO TO TD-BREAK-CHECK-PARA
           END-IF.
           IF TAB-TD-ID(TD-IX) = INPUT-TD-ID THEN
               MOVE TD-IX TO CUR-TD-IX
               GO TO TD-BREAK-CHECK-PARA
           END-IF.
           ADD 1 TO TD-IX.
           GO TO TD-BREAK-FIND-LOOP-PARA.

       TD-BREAK-CHECK-PARA.
           IF CUR-TD-IX = 0 THEN
               DISPLAY "=> DEPOSIT NOT FOUND"
               GO TO EXIT-PARA
           END-IF.
           IF TAB-TD-ACC(CUR-TD-IX) NOT = INPUT-ACC THEN
               DISPLAY "=> DEPOSIT NOT HELD ON THIS ACCOUNT"
               GO TO EXIT-PARA
           END-IF.
           IF TAB-TD-STATUS(CUR-TD-IX) NOT = 'A' THEN
               DISPLAY "=> DEPOSIT ALREADY PAID OUT"
               GO TO EXIT-PARA
           END-IF.
      *    on or past maturity it is no longer early; TDRUN pays it
      *    out in full with tonight's run
           IF TAB-TD-MATURITY(CUR-TD-IX) NOT > WS-CUR-DATE THEN
               DISPLAY "=> DEPOSIT HAS MATURED, IT PAYS OUT IN FULL "
                   "WITH TONIGHT'S RUN"
               GO TO EXIT-PARA
           END-IF.

      *    interest is earned at the agreed rate for the days the
      *    deposit actually ran, then the penalty for the term is
      *    taken off the principal
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
           COMPUTE START-INT =
               FUNCTION INTEGER-OF-DATE(TAB-TD-START(CUR-TD-IX)).
           COMPUTE TD-DAYS = TODAY-INT - START-INT.
           COMPUTE TD-INTEREST ROUNDED =
               TAB-TD-AMOUNT(CUR-TD-IX) * TAB-TD-RATE(CUR-TD-IX)
               * TD-DAYS / 365.

           OPEN INPUT TDPENALTY-FILE.
           IF TP-FS = 35 THEN      *> first break ever: seed the standard table
               CLOSE TDPENALTY-FILE
               OPEN OUTPUT TDPENALTY-FILE
               MOVE 3 TO TP-TERM
               MOVE .0050 TO TP-RATE
               WRITE TDPENALTY-REC
               MOVE 6 TO TP-TERM
               MOVE .0100 TO TP-RATE
               WRITE TDPENALTY-REC
               MOVE 12 TO TP-TERM
               MOVE .0200 TO TP-RATE
               WRITE TDPENALTY-REC
               CLOSE TDPENALTY-FILE
               OPEN INPUT TDPENALTY-FILE
           END-IF.
           MOVE 0 TO PENALTY-COUNT.
           MOVE 0 TO WS-EOF.

       TD-PENALTY-LOAD-PARA.
           READ TDPENALTY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TDPENALTY-FILE
               GO TO TD-PENALTY-FIND-PARA
           END-IF.

           IF PENALTY-COUNT = 10 THEN      *> PENALTY-TABLE OCCURS 10 TIMES
               CLOSE TDPENALTY-FILE
               DISPLAY "=> MORE THAN 10 ROWS IN tdpenalty.txt, "
                   "REFUSING TO RUN BEFORE THE TABLE IS FIXED"
               GO TO EXIT-PARA
           END-IF.

           ADD 1 TO PENALTY-COUNT.
           MOVE TP-TERM TO TAB-TP-TERM(PENALTY-COUNT).
           MOVE TP-RATE TO TAB-TP-RATE(PENALTY-COUNT).
           GO TO TD-PENALTY-LOAD-PARA.

       TD-PENALTY-FIND-PARA.
           MOVE 1 TO PENALTY-IX.

       TD-PENALTY-FIND-LOOP-PARA.
      *    a term with no row in the table is a head-office setup
      *    error; refuse rather than break the deposit for free
           IF PENALTY-IX > PENALTY-COUNT THEN
               DISPLAY "=> NO PENALTY RATE FOR A "
                   TAB-TD-TERM(CUR-TD-IX) " MONTH TERM IN "
                   "tdpenalty.txt, NOTHING PAID OUT"
               GO TO EXIT-PARA
           END-IF.
           IF TAB-TP-TERM(PENALTY-IX) = TAB-TD-TERM(CUR-TD-IX) THEN
               MOVE TAB-TP-RATE(PENALTY-IX) TO TD-PEN-RATE
               GO TO TD-BREAK-QUOTE-PARA
           END-IF.
           ADD 1 TO PENALTY-IX.
           GO TO TD-PENALTY-FIND-LOOP-PARA.

       TD-BREAK-QUOTE-PARA.
           COMPUTE TD-PENALTY ROUNDED =
               TAB-TD-AMOUNT(CUR-TD-IX) * TD-PEN-RATE.

           DISPLAY "=> PRINCIPAL " TAB-TD-AMOUNT(CUR-TD-IX).
           DISPLAY "=> INTEREST  " TD-INTEREST " FOR " TD-DAYS
               " DAYS".
           DISPLAY "=> PENALTY   " TD-PENALTY.
           GO TO TD-TRANS-PARA.

       TD-TRANS-PARA.       *> post into the first ATM's file, like an unlock
           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "=> NO atmconfig.txt, NOTHING POSTED"
               GO TO EXIT-PARA
           END-IF.

           MOVE 0 TO WS-EOF.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.
           CLOSE ATMCONFIG-FILE.

           IF WS-EOF = 1 THEN
               DISPLAY "=> NO ATMS CONFIGURED, NOTHING POSTED"
               GO TO EXIT-PARA
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.
           MOVE 2 TO CTL-RETURN.
           GO TO TRAILER-OPEN-PARA.

       TD-ROW-PARA.
           MOVE INPUT-ACC TO ACC-NUM-T.
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

           IF TD-RETURN = 1 THEN
               GO TO TD-PLACE-POST-PARA
           END-IF.
           GO TO TD-BREAK-POST-PARA.

       TD-PLACE-POST-PARA.
      *    'G' takes the principal out of the vault into the deposit
           MOVE 'G' TO OPERA-T.
           MOVE INPUT-TD-AMOUNT TO AMOUNT-T.
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

      *    reserve the principal against the vault until CENTRAL
      *    settles the 'G', so an ATM or teller withdrawal tonight
      *    cannot spend the same cleared money again
           IF CUR-HOLD-IX = 0 THEN
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-COUNT TO CUR-HOLD-IX
               MOVE INPUT-ACC TO TAB-HOLD-ACC(CUR-HOLD-IX)
               MOVE INPUT-TD-AMOUNT TO TAB-HOLD-AMOUNT(CUR-HOLD-IX)
           ELSE
               COMPUTE TAB-HOLD-AMOUNT(CUR-HOLD-IX) =
                   TAB-HOLD-AMOUNT(CUR-HOLD-IX) + INPUT-TD-AMOUNT
           END-IF.

           OPEN OUTPUT HOLDS-FILE.
           MOVE 1 TO HOLD-IX.

       TD-SAVE-HOLDS-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               CLOSE HOLDS-FILE
               GO TO TD-PLACE-BOOK-PARA
           END-IF.

           MOVE TAB-HOLD-ACC(HOLD-IX) TO HOLD-ACC-NUM.
           MOVE TAB-HOLD-AMOUNT(HOLD-IX) TO HOLD-AMOUNT.
           WRITE HOLD-REC.
           ADD 1 TO HOLD-IX.
           GO TO TD-SAVE-HOLDS-PARA.

       TD-PLACE-BOOK-PARA.
           ADD 1 TO NEXT-TD-ID.
           ADD 1 TO TD-COUNT.
           MOVE NEXT-TD-ID TO TAB-TD-ID(TD-COUNT).
           MOVE INPUT-ACC TO TAB-TD-ACC(TD-COUNT).
           MOVE INPUT-TD-AMOUNT TO TAB-TD-AMOUNT(TD-COUNT).
           MOVE INPUT-TD-TERM TO TAB-TD-TERM(TD-COUNT).
           MOVE INPUT-TD-RATE TO TAB-TD-RATE(TD-COUNT).
           MOVE WS-CUR-DATE TO TAB-TD-START(TD-COUNT).
           MOVE TD-MAT-DATE TO TAB-TD-MATURITY(TD-COUNT).
           MOVE 'A' TO TAB-TD-STATUS(TD-COUNT).
           MOVE 0 TO TAB-TD-CLOSED(TD-COUNT).
           MOVE TD-COUNT TO CUR-TD-IX.
           GO TO TD-PEND-PARA.

       TD-BREAK-POST-PARA.
      *    'Y' returns the principal, 'I' the interest earned so far,
      *    'F' takes the early-break penalty
           MOVE 'Y' TO OPERA-T.
           MOVE TAB-TD-AMOUNT(CUR-TD-IX) TO AMOUNT-T.
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
           IF TD-PENALTY > 0 THEN
               MOVE 'F' TO OPERA-T
               MOVE TD-PENALTY TO AMOUNT-T
               WRITE TRANSACTION-REC
               END-WRITE
               ADD 1 TO CTL-COUNT
               ADD AMOUNT-T TO CTL-HASH
               MOVE TS-T TO CTL-LAST-TS
           END-IF.

           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS-FILE.

           MOVE 'B' TO TAB-TD-STATUS(CUR-TD-IX).
           MOVE WS-CUR-DATE TO TAB-TD-CLOSED(CUR-TD-IX).

       TD-PEND-PARA.
           *> the posting is unsettled; mark pending, same flag
           *> atms.cob checks before it will truncate the files
           OPEN OUTPUT BATCHFLAG-FILE.
           MOVE "PEND" TO BATCH-FLAG.
           WRITE BATCH-FLAG-REC.
           CLOSE BATCHFLAG-FILE.

           OPEN OUTPUT TERMDEP-FILE.
           MOVE 1 TO TD-IX.

       TD-SAVE-LOOP-PARA.
           IF TD-IX > TD-COUNT THEN
               CLOSE TERMDEP-FILE
               GO TO TD-DONE-PARA
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
           GO TO TD-SAVE-LOOP-PARA.

       TD-DONE-PARA.
           IF TD-RETURN = 1 THEN
               DISPLAY "=> DEPOSIT " TAB-TD-ID(CUR-TD-IX) " PLACED, "
                   "MATURES " TAB-TD-MATURITY(CUR-TD-IX)
           ELSE
               DISPLAY "=> DEPOSIT " TAB-TD-ID(CUR-TD-IX) " BROKEN"
           END-IF.
           DISPLAY "=> THE POSTING SETTLES WITH TONIGHT'S RUN".
           GO TO EXIT-PARA.

       AMEND-PARA.          *> change a limit, the product or the name
           IF MATCH = 0 THEN
               DISPLAY "=> ACCOUNT NOT FOUND"
               GO TO EXIT-PARA
           END-IF.

           MOVE 0 TO AMEND-COUNT.
           MOVE 0 TO NEXT-AMEND-ID.
           OPEN INPUT AMENDPEND-FILE.
           IF AM-FS = 35 THEN      *> no pending book yet, start one empty
               CLOSE AMENDPEND-FILE
               OPEN OUTPUT AMENDPEND-FILE
               CLOSE AMENDPEND-FILE
               OPEN INPUT AMENDPEND-FILE
           END-IF.
           MOVE 0 TO WS-EOF.

       AMEND-LOAD-LOOP-PARA.
           READ AMENDPEND-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE AMENDPEND-FILE
               GO TO AMEND-LOADED-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; writing it
      *    back out would silently lose every amendment past the table
           IF AMEND-COUNT >= 100 THEN   *> AMEND-TABLE OCCURS 100 TIMES
               DISPLAY "=> MORE THAN 100 PENDING AMENDMENTS, "
                   "REFUSING TO RUN BEFORE THE BOOK IS WORKED DOWN"
               CLOSE AMENDPEND-FILE
               GO TO EXIT-PARA
           END-IF.

           ADD 1 TO AMEND-COUNT.
           MOVE AM-ID TO TAB-AM-ID(AMEND-COUNT).
           MOVE AM-ACC-NUM TO TAB-AM-ACC(AMEND-COUNT).
           MOVE AM-FIELD TO TAB-AM-FIELD(AMEND-COUNT).
           MOVE AM-NEW-AMT TO TAB-AM-AMT(AMEND-COUNT).
           MOVE AM-NEW-TEXT TO TAB-AM-TEXT(AMEND-COUNT).
           MOVE AM-MAKER TO TAB-AM-MAKER(AMEND-COUNT).
           IF AM-ID > NEXT-AMEND-ID THEN
               MOVE AM-ID TO NEXT-AMEND-ID
           END-IF.
           GO TO AMEND-LOAD-LOOP-PARA.

       AMEND-LOADED-PARA.
           IF INPUT-ACTION = 'V' THEN
               GO TO AMEND-APPROVE-PARA
           END-IF.

       AMEND-FIELD-PARA.
           DISPLAY "=> FIELD TO AMEND (L=OVERDRAFT LIMIT".
           DISPLAY "=>   W=DAILY WITHDRAWAL LIMIT P=PRODUCT N=NAME)".
           ACCEPT INPUT-FIELD FROM SYSIN.

           MOVE 0 TO INPUT-AMEND-AMT.
           MOVE SPACES TO INPUT-AMEND-TEXT.

           IF INPUT-FIELD = 'L' THEN
               DISPLAY "=> NEW OVERDRAFT LIMIT"
               ACCEPT INPUT-AMEND-AMT FROM SYSIN
               GO TO AMEND-DECIDE-PARA
           END-IF.

           IF INPUT-FIELD = 'W' THEN
               DISPLAY "=> NEW DAILY WITHDRAWAL LIMIT (0 FOR NO LIMIT)"
               ACCEPT INPUT-AMEND-AMT FROM SYSIN
               GO TO AMEND-DECIDE-PARA
           END-IF.

           IF INPUT-FIELD = 'P' THEN
               GO TO AMEND-PRODUCT-PARA
           END-IF.

           IF INPUT-FIELD = 'N' THEN
               DISPLAY "=> NEW NAME"
               ACCEPT INPUT-NAME FROM SYSIN
               MOVE INPUT-NAME TO INPUT-AMEND-TEXT
      *        a rename is screened the same way an opening is, or a
      *        listed person could simply take over a clean vault
               MOVE INPUT-NAME TO SCR-NAME
               MOVE 3 TO SCREEN-RETURN
               GO TO SCREEN-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO AMEND-FIELD-PARA.

       AMEND-PRODUCT-PARA.
           DISPLAY "=> NEW PRODUCT (S=SAVINGS C=CURRENT B=BUSINESS)".
           ACCEPT INPUT-PRODUCT FROM SYSIN.

           IF INPUT-PRODUCT NOT = 'S' AND INPUT-PRODUCT NOT = 'C'
                   AND INPUT-PRODUCT NOT = 'B' THEN
               DISPLAY "=> INVALID INPUT"
               GO TO AMEND-PRODUCT-PARA
           END-IF.

           IF INPUT-PRODUCT = IDX-ACC-PRODUCT THEN
               DISPLAY "=> VAULT IS ALREADY THAT PRODUCT"
               GO TO EXIT-PARA
           END-IF.

           MOVE INPUT-PRODUCT TO INPUT-AMEND-TEXT.

       AMEND-DECIDE-PARA.
      *    more credit, or a product carrying other rates and fees,
      *    needs a second pair of eyes, the same as an adjustment;
      *    anything else takes effect as keyed
           IF INPUT-FIELD = 'P' THEN
               GO TO AMEND-PEND-PARA
           END-IF.
           IF INPUT-FIELD = 'L' AND INPUT-AMEND-AMT > IDX-OD-LIMIT
           THEN
               GO TO AMEND-PEND-PARA
           END-IF.

           MOVE INPUT-OPERATOR TO AMEND-MAKER.
           MOVE SPACES TO AMEND-APPROVER.
           GO TO AMEND-APPLY-PARA.

       AMEND-PEND-PARA.     *> keyed, held for a second supervisor
           IF AMEND-COUNT >= 100 THEN
               DISPLAY "=> PENDING BOOK FULL, APPROVE OR REVIEW "
                   "EXISTING AMENDMENTS FIRST"
               GO TO EXIT-PARA
           END-IF.

           ADD 1 TO NEXT-AMEND-ID.
           ADD 1 TO AMEND-COUNT.
           MOVE NEXT-AMEND-ID TO TAB-AM-ID(AMEND-COUNT).
           MOVE INPUT-ACC TO TAB-AM-ACC(AMEND-COUNT).
           MOVE INPUT-FIELD TO TAB-AM-FIELD(AMEND-COUNT).
           MOVE INPUT-AMEND-AMT TO TAB-AM-AMT(AMEND-COUNT).
           MOVE INPUT-AMEND-TEXT TO TAB-AM-TEXT(AMEND-COUNT).
           MOVE INPUT-OPERATOR TO TAB-AM-MAKER(AMEND-COUNT).

           DISPLAY "=> AMENDMENT #" NEXT-AMEND-ID " ENTERED, AWAITING "
               "A SECOND SUPERVISOR".
           GO TO AMEND-SAVE-PARA.

       AMEND-APPROVE-PARA.
           IF AMEND-COUNT = 0 THEN
               DISPLAY "=> NOTHING IS PENDING APPROVAL"
               GO TO EXIT-PARA
           END-IF.

           DISPLAY "=> AMENDMENT NUMBER TO APPROVE".
           ACCEPT INPUT-AMEND-ID FROM SYSIN.

           MOVE 0 TO CUR-AM-IX.
           MOVE 1 TO AMEND-IX.

       AMEND-APPROVE-FIND-PARA.
           IF AMEND-IX > AMEND-COUNT THEN
               GO TO AMEND-APPROVE-FIND-EXIT-PARA
           END-IF.

           IF TAB-AM-ID(AMEND-IX) = INPUT-AMEND-ID
                   AND TAB-AM-ACC(AMEND-IX) = INPUT-ACC THEN
               MOVE AMEND-IX TO CUR-AM-IX
           END-IF.

           ADD 1 TO AMEND-IX.
           GO TO AMEND-APPROVE-FIND-PARA.

       AMEND-APPROVE-FIND-EXIT-PARA.
           IF CUR-AM-IX = 0 THEN
               DISPLAY "=> NO PENDING AMENDMENT WITH THAT NUMBER ON "
                   "THE ACCOUNT"
               GO TO EXIT-PARA
           END-IF.

      *    the supervisor who keyed it cannot also be the one who
      *    releases it
           IF TAB-AM-MAKER(CUR-AM-IX) = INPUT-OPERATOR THEN
               DISPLAY "=> MAKER CANNOT APPROVE THEIR OWN AMENDMENT"
               GO TO EXIT-PARA
           END-IF.

           MOVE TAB-AM-FIELD(CUR-AM-IX) TO INPUT-FIELD.
           MOVE TAB-AM-AMT(CUR-AM-IX) TO INPUT-AMEND-AMT.
           MOVE TAB-AM-TEXT(CUR-AM-IX) TO INPUT-AMEND-TEXT.
           MOVE TAB-AM-MAKER(CUR-AM-IX) TO AMEND-MAKER.
           MOVE INPUT-OPERATOR TO AMEND-APPROVER.
           MOVE 1 TO AMEND-FROM-BOOK.

       AMEND-APPLY-PARA.
      *    the keyed read above left this account's record current;
      *    change it in place so the ATMs and tonight's settlement
      *    honour it today, permanently once newMaster.txt is promoted;
      *    the value it replaces goes in the trail
           IF INPUT-FIELD = 'L' THEN
               MOVE "OD-LIMIT" TO AUD-FIELD
               MOVE IDX-OD-LIMIT TO AUD-AMT-EDIT
               MOVE AUD-AMT-EDIT TO AUD-OLD
               MOVE INPUT-AMEND-AMT TO AUD-AMT-EDIT
               MOVE AUD-AMT-EDIT TO AUD-NEW
               MOVE INPUT-AMEND-AMT TO IDX-OD-LIMIT
           END-IF.

           IF INPUT-FIELD = 'W' THEN
               MOVE "DAY-WD-LIMIT" TO AUD-FIELD
               MOVE IDX-DAY-WD-LIMIT TO AUD-AMT-EDIT
               MOVE AUD-AMT-EDIT TO AUD-OLD
               MOVE INPUT-AMEND-AMT TO AUD-AMT-EDIT
               MOVE AUD-AMT-EDIT TO AUD-NEW
               MOVE INPUT-AMEND-AMT TO IDX-DAY-WD-LIMIT
           END-IF.

           IF INPUT-FIELD = 'P' THEN
               MOVE "ACC-PRODUCT" TO AUD-FIELD
               MOVE IDX-ACC-PRODUCT TO AUD-OLD
               MOVE INPUT-AMEND-TEXT TO AUD-NEW
               MOVE INPUT-AMEND-TEXT TO IDX-ACC-PRODUCT
           END-IF.

           IF INPUT-FIELD = 'N' THEN
               MOVE "ACC-NAME" TO AUD-FIELD
               MOVE IDX-ACC-NAME TO AUD-OLD
               MOVE INPUT-AMEND-TEXT TO AUD-NEW
               MOVE INPUT-AMEND-TEXT TO IDX-ACC-NAME
           END-IF.

           REWRITE ACCOUNT-IX
               INVALID KEY DISPLAY "=> WARNING: INDEX REWRITE "
                   "FAILED, RUN MSTBUILD AFTER PROMOTING"
           END-REWRITE.

           MOVE 1 TO AMEND-APPLY.
           MOVE 0 TO WS-EOF.
           GO TO COPY-PARA.

       AMEND-AUDIT-PARA.    *> reached from END-COPY-PARA once copied
           MOVE AMEND-MAKER TO AUD-OPERATOR.
           MOVE AMEND-APPROVER TO AUD-APPROVER.
           MOVE 6 TO AUD-RETURN.
           GO TO AUDIT-PARA.

       AMEND-DONE-PARA.
           DISPLAY "=> AMENDMENT APPLIED TO " AUD-FIELD.
           DISPLAY "=> PROMOTE newMaster.txt TO MAKE IT PERMANENT".
           IF AMEND-FROM-BOOK = 0 THEN
               GO TO EXIT-PARA
           END-IF.

      *    off the pending book by sliding the last row over it, same
      *    delete adjust.cob uses
           MOVE AMEND-ENTRY(AMEND-COUNT) TO AMEND-ENTRY(CUR-AM-IX).
           SUBTRACT 1 FROM AMEND-COUNT.

       AMEND-SAVE-PARA.     *> write the pending book back out
           OPEN OUTPUT AMENDPEND-FILE.
           MOVE 1 TO AMEND-IX.

       AMEND-SAVE-LOOP-PARA.
           IF AMEND-IX > AMEND-COUNT THEN
               CLOSE AMENDPEND-FILE
               GO TO EXIT-PARA
           END-IF.

           MOVE TAB-AM-ID(AMEND-IX) TO AM-ID.
           MOVE TAB-AM-ACC(AMEND-IX) TO AM-ACC-NUM.
           MOVE TAB-AM-FIELD(AMEND-IX) TO AM-FIELD.
           MOVE TAB-AM-AMT(AMEND-IX) TO AM-NEW-AMT.
           MOVE TAB-AM-TEXT(AMEND-IX) TO AM-NEW-TEXT.
           MOVE TAB-AM-MAKER(AMEND-IX) TO AM-MAKER.
           WRITE AMENDPEND-REC.

           ADD 1 TO AMEND-IX.
           GO TO AMEND-SAVE-LOOP-PARA.

      *    sanctions screening: the name in SCR-NAME against every
      *    name row on the watch list. Case, spaces and punctuation
      *    are ignored, and a listed name found inside the keyed one
      *    (or the keyed one inside it) is a possible match, so
      *    "LORD VOLDEMORT" and "VOLDEMORT" meet; a possible match is
      *    held for compliance instead of being opened or added
       SCREEN-PARA.
           MOVE 0 TO SCR-HIT.
           MOVE SPACES TO SCR-HIT-REF.
           MOVE SCR-NAME TO NORM-IN.
           MOVE 1 TO NORM-RETURN.
           GO TO NORM-PARA.

       SCREEN-OPEN-PARA.
           MOVE NORM-OUT TO SCR-NORM.
           MOVE NORM-LEN TO SCR-LEN.
           OPEN INPUT WATCHLIST-FILE.
           IF WL-FS = 35 THEN      *> no list issued yet, nothing to match
               CLOSE WATCHLIST-FILE
               GO TO SCREEN-VERDICT-PARA
           END-IF.
           MOVE 0 TO WL-EOF.

       SCREEN-LOOP-PARA.
           READ WATCHLIST-FILE NEXT RECORD
               AT END MOVE 1 TO WL-EOF
           END-READ.

           IF WL-EOF = 1 THEN
               CLOSE WATCHLIST-FILE
               GO TO SCREEN-VERDICT-PARA
           END-IF.

           IF WL-TYPE NOT = 'N' OR SCR-LEN = 0 THEN
               GO TO SCREEN-LOOP-PARA
           END-IF.

           MOVE WL-NAME TO NORM-IN.
           MOVE 2 TO NORM-RETURN.
           GO TO NORM-PARA.

       SCREEN-COMPARE-PARA.
           IF NORM-LEN = 0 THEN
               GO TO SCREEN-LOOP-PARA
           END-IF.

           IF NORM-OUT = SCR-NORM THEN
               GO TO SCREEN-HIT-PARA
           END-IF.

      *    the shorter name is looked for inside the longer; under
      *    four letters only an exact match counts, or a two-letter
      *    listing would hold half the book
           IF NORM-LEN < SCR-LEN THEN
               MOVE NORM-OUT TO SCR-SHORT
               MOVE NORM-LEN TO SCR-SHORT-LEN
               MOVE SCR-NORM TO SCR-LONG
               MOVE SCR-LEN TO SCR-LONG-LEN
           ELSE
               MOVE SCR-NORM TO SCR-SHORT
               MOVE SCR-LEN TO SCR-SHORT-LEN
               MOVE NORM-OUT TO SCR-LONG
               MOVE NORM-LEN TO SCR-LONG-LEN
           END-IF.

           IF SCR-SHORT-LEN < 4 THEN
               GO TO SCREEN-LOOP-PARA
           END-IF.
           MOVE 1 TO SCR-POS.

       SCREEN-SUBSTR-PARA.
           IF SCR-POS + SCR-SHORT-LEN - 1 > SCR-LONG-LEN THEN
               GO TO SCREEN-LOOP-PARA
           END-IF.

           IF SCR-LONG(SCR-POS:SCR-SHORT-LEN) =
                   SCR-SHORT(1:SCR-SHORT-LEN) THEN
               GO TO SCREEN-HIT-PARA
           END-IF.

           ADD 1 TO SCR-POS.
           GO TO SCREEN-SUBSTR-PARA.

       SCREEN-HIT-PARA.
           MOVE 1 TO SCR-HIT.
           MOVE WL-REF TO SCR-HIT-REF.
           CLOSE WATCHLIST-FILE.
           GO TO SCREEN-VERDICT-PARA.

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
               GO TO SCREEN-OPEN-PARA
           END-IF.
           GO TO SCREEN-COMPARE-PARA.

       SCREEN-VERDICT-PARA.
           IF SCR-HIT = 0 THEN
               GO TO SCREEN-PASS-PARA
           END-IF.

      *    a possible match compliance has already looked at stays
      *    decided: the latest review of this vault and name says
      *    whether the branch may go ahead
           MOVE 0 TO NEXT-SQ-ID.
           MOVE 0 TO SQ-PRIOR-ID.
           MOVE SPACE TO SQ-PRIOR-STATUS.
           OPEN INPUT SCREENQ-FILE.
           IF SQ-FS = 35 THEN      *> nothing has ever been held
               CLOSE SCREENQ-FILE
               GO TO SCREEN-HOLD-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       SCREEN-QUEUE-LOOP-PARA.
           READ SCREENQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SCREENQ-FILE
               GO TO SCREEN-QUEUE-EXIT-PARA
           END-IF.

           IF SQ-ID > NEXT-SQ-ID THEN
               MOVE SQ-ID TO NEXT-SQ-ID
           END-IF.
           IF SQ-SOURCE = INPUT-ACTION AND SQ-ACC-NUM = INPUT-ACC
                   AND SQ-NAME = SCR-NAME THEN
               MOVE SQ-ID TO SQ-PRIOR-ID
               MOVE SQ-STATUS TO SQ-PRIOR-STATUS
           END-IF.
           GO TO SCREEN-QUEUE-LOOP-PARA.

       SCREEN-QUEUE-EXIT-PARA.
           IF SQ-PRIOR-STATUS = 'R' THEN
               DISPLAY "=> WATCH-LIST MATCH RELEASED BY COMPLIANCE, "
                   "REVIEW #" SQ-PRIOR-ID
               GO TO SCREEN-PASS-PARA
           END-IF.

           IF SQ-PRIOR-STATUS = 'J' THEN
               DISPLAY "=> *** REFUSED BY COMPLIANCE, REVIEW #"
                   SQ-PRIOR-ID " ***"
               GO TO EXIT-PARA
           END-IF.

           IF SQ-PRIOR-STATUS = 'P' THEN
               DISPLAY "=> STILL AWAITING COMPLIANCE REVIEW #"
                   SQ-PRIOR-ID
               GO TO EXIT-PARA
           END-IF.

       SCREEN-HOLD-PARA.    *> queue it for compliance, nothing is written
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
           MOVE INPUT-ACTION TO SQ-SOURCE.
           MOVE 'P' TO SQ-STATUS.
           MOVE TIMESTAMP TO SQ-TS.
           MOVE INPUT-ACC TO SQ-ACC-NUM.
           MOVE SCR-NAME TO SQ-NAME.
           MOVE SCR-HIT-REF TO SQ-HIT-REF.
           MOVE SPACES TO SQ-DECIDED-BY.
           MOVE 0 TO SQ-DECIDED-TS.
           MOVE SPACES TO SQ-ITEM.
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
           MOVE INPUT-ACTION TO SL-SOURCE.
           MOVE INPUT-ACC TO SL-ACC-NUM.
           MOVE "HELD" TO SL-EVENT.
           MOVE "ACCTMAINT" TO SL-BY.
           MOVE SCR-HIT-REF TO SL-REF.
           MOVE SCR-NAME TO SL-NAME.
           WRITE SCREENLOG-REC.
           CLOSE SCREENLOG-FILE.

           DISPLAY "=> POSSIBLE MATCH ON THE SANCTIONS WATCH LIST ("
               SCR-HIT-REF ")".
           DISPLAY "=> HELD FOR COMPLIANCE REVIEW #" NEXT-SQ-ID.
           IF INPUT-ACTION = 'O' THEN
               DISPLAY "=> ACCOUNT NOT OPENED, RE-KEY IT ONCE "
                   "COMPLIANCE HAS RELEASED THE REVIEW"
           END-IF.
           IF INPUT-ACTION = 'H' THEN
               DISPLAY "=> HOLDER NOT ADDED, RE-KEY IT ONCE "
                   "COMPLIANCE HAS RELEASED THE REVIEW"
           END-IF.
           IF INPUT-ACTION = 'A' THEN
               DISPLAY "=> NAME NOT AMENDED, RE-KEY IT ONCE "
                   "COMPLIANCE HAS RELEASED THE REVIEW"
           END-IF.
           GO TO EXIT-PARA.

       SCREEN-PASS-PARA.
           IF SCREEN-RETURN = 1 THEN
               GO TO PRODUCT-INPUT-PARA
           END-IF.
           IF SCREEN-RETURN = 2 THEN
               GO TO HOLDER-ADD-PIN-PARA
           END-IF.
           GO TO AMEND-DECIDE-PARA.

       AUDIT-START-PARA.    *> a change keyed here by this session's operator
           MOVE INPUT-OPERATOR TO AUD-OPERATOR.
           MOVE SPACES TO AUD-APPROVER.

       AUDIT-PARA.          *> one row onto the permanent maintenance trail
           OPEN INPUT MSTAUDIT-FILE.
           IF MA-FS = 35 THEN      *> mstaudit.txt doesn't exist yet
               CLOSE MSTAUDIT-FILE
               OPEN OUTPUT MSTAUDIT-FILE
               CLOSE MSTAUDIT-FILE
           ELSE
               CLOSE MSTAUDIT-FILE
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           OPEN EXTEND MSTAUDIT-FILE.
           MOVE TIMESTAMP TO MA-TS.
           MOVE INPUT-ACC TO MA-ACC-NUM.
           MOVE INPUT-ACTION TO MA-ACTION.
           MOVE AUD-FIELD TO MA-FIELD.
           MOVE AUD-OLD TO MA-OLD.
           MOVE AUD-NEW TO MA-NEW.
           MOVE AUD-OPERATOR TO MA-OPERATOR.
           MOVE AUD-APPROVER TO MA-APPROVER.
           WRITE MSTAUDIT-REC.
           CLOSE MSTAUDIT-FILE.

           IF AUD-RETURN = 1 THEN
               GO TO CUSTINFO-CAPTURE-PARA
           END-IF.
           IF AUD-RETURN = 2 THEN
               GO TO HOLDER-DROP-PARA
           END-IF.
           IF AUD-RETURN = 4 THEN
               GO TO UNLOCK-STREAK-PARA
           END-IF.
           IF AUD-RETURN = 5 THEN
               GO TO FREEZE-LOG-PARA
           END-IF.
           IF AUD-RETURN = 6 THEN
               GO TO AMEND-DONE-PARA
           END-IF.
           GO TO EXIT-PARA.

       CHECKDIGIT-PARA.     *> doubled-digit checksum over all 16 digits
           MOVE 0 TO CD-SUM.
           MOVE 1 TO CD-IX.
