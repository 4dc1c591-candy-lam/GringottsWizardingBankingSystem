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
       PROGRAM-ID. SCVEXTRACT.

      *    the deposit-protection scheme's single customer view: every
      *    depositor's eligible balance across all their vaults, and
      *    how much of it the scheme protects up to its cap. Vaults
      *    come off the settled master.txt, with any live term deposit
      *    added back to the vault it was funded from; a joint vault's
      *    balance is split evenly between the named holder and each
      *    holders.txt holder, any odd cent going to the named holder;
      *    each share lands on the depositor DEPMAINT linked that
      *    holding to, or on a depositor of its own when nobody has.
      *    An overdrawn vault counts as nothing, not as a set-off. A
      *    vault frozen by order is kept out of the view altogether,
      *    as the scheme rules require, and its shares listed on their
      *    own in scvFrozen.txt. The extract closes with a control
      *    trailer; scvSummary.txt gives protected against unprotected
      *    totals for the return's covering letter
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MASTER-FILE ASSIGN TO 'master.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS FS.

       SELECT HOLDERS-FILE ASSIGN TO 'holders.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HD-FS.

      *    which depositor each vault holding belongs to, kept by
      *    DEPMAINT
       SELECT DEPLINK-FILE ASSIGN TO 'deplinks.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DL-FS.

       SELECT TERMDEP-FILE ASSIGN TO 'termdep.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TD-FS.

      *    the scheme cap, kept as data so the Ministry can move it
      *    without a code change
       SELECT DPSPARM-FILE ASSIGN TO 'dpsparm.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DP-FS.

       SELECT SCV-FILE ASSIGN TO 'scvExtract.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FROZEN-FILE ASSIGN TO 'scvFrozen.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUMMARY-FILE ASSIGN TO 'scvSummary.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 ACCOUNT.
           05 ACC-NAME PIC A(20).
           05 ACC-NUM PIC 9(16).
           05 ACC-PASSWORD-HASH PIC 9(10).
           05 BALANCE-SIGN PIC X.
           05 BALANCE PIC 9(13)V9(2).
           05 OD-LIMIT PIC 9(13)V9(2).  *> how far into overdraft the acc may go
           05 DAY-WD-LIMIT PIC 9(13)V9(2).  *> cap on one day's total withdrawals, 0 = no cap
           05 ACC-DORMANT PIC X.    *> 'Y' = flagged dormant, service refused
           05 ACC-LOCKED PIC X.     *> 'Y' = locked after failed PINs, service refused
           05 ACC-PRODUCT PIC X.    *> 'S' savings, 'C' current, 'B' business vault
           05 ACC-FREEZE PIC X.     *> 'Y' = debits frozen by court order
           05 ACC-FREEZE-RSN PIC X(3).  *> the order's reason code, e.g. GAR

      *    layout kept in step with acctmaint.cob's HOLDER-REC
       FD HOLDERS-FILE.
       01 HOLDER-REC.
           05 HD-ACC-NUM PIC 9(16).    *> the joint vault
           05 HD-HOLDER-ID PIC 99.     *> 01, 02, ... per vault; 00 is the named holder
           05 HD-NAME PIC A(20).
           05 HD-PASSWORD-HASH PIC 9(10).  *> salted hash of this holder's own PIN

      *    layout kept in step with depmaint.cob's DEPLINK-REC
       FD DEPLINK-FILE.
       01 DEPLINK-REC.
           05 DL-DEP-ID PIC 9(8).      *> depositor number, issued in sequence
           05 DL-ACC-NUM PIC 9(16).    *> vault the depositor holds
           05 DL-HOLDER-ID PIC 99.     *> which holder of it, 00 = the named holder

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

       FD DPSPARM-FILE.
       01 DPSPARM-REC.
           05 DP-CAP PIC 9(13)V9(2).   *> most the scheme pays any one depositor

      *    one row per depositor, in the order first met on the master
       FD SCV-FILE.
       01 SCV-REC.
           05 SV-DEP-ID PIC 9(8).      *> depositor number, 0 = never linked
           05 SV-ACC-NUM PIC 9(16).    *> first vault met, and the key when unlinked
           05 SV-HOLDER-ID PIC 99.     *> holder of that vault
           05 SV-NAME PIC A(20).       *> as held on that vault
           05 SV-VAULTS PIC 9(3).      *> vault holdings added together
           05 SV-ELIGIBLE PIC 9(13)V9(2).
           05 SV-PROTECTED PIC 9(13)V9(2).
           05 SV-UNPROTECTED PIC 9(13)V9(2).
      *    control trailer, the last row; told apart from a depositor
      *    by ST-MARK, which sits where SV-DEP-ID does
       01 SCV-TRAILER-REC.
           05 ST-MARK PIC X(8).        *> "TRAILER"
           05 ST-DATE PIC 9(8).        *> date extracted, YYYYMMDD
           05 ST-COUNT PIC 9(8).       *> depositor rows above
           05 ST-CAP PIC 9(13)V9(2).
           05 ST-ELIGIBLE PIC 9(13)V9(2).
           05 ST-PROTECTED PIC 9(13)V9(2).
           05 ST-UNPROTECTED PIC 9(13)V9(2).

       FD FROZEN-FILE.
       01 FROZEN-LINE PIC X(110).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *    DEPMAINT's link book
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 1000 TIMES.
               10  TAB-DL-DEP PIC 9(8).
               10  TAB-DL-ACC PIC 9(16).
               10  TAB-DL-HOLDER PIC 99.
       01  LINK-COUNT PIC 9(4) VALUE 0.     *> number of rows loaded into LINK-TABLE
       01  LINK-IX PIC 9(4).                *> scratch subscript

      *    every joint holder on file
       01  HOLDER-TABLE.
           05  HOLDER-ENTRY OCCURS 500 TIMES.
               10  TAB-HD-ACC PIC 9(16).
               10  TAB-HD-ID PIC 99.
               10  TAB-HD-NAME PIC A(20).
       01  HOLDER-COUNT PIC 999 VALUE 0.    *> number of rows loaded into HOLDER-TABLE
       01  HOLDER-IX PIC 999.               *> scratch subscript

      *    live term deposits, counted back into their vaults
       01  TD-TABLE.
           05  TD-ENTRY OCCURS 500 TIMES.
               10  TAB-TD-ACC PIC 9(16).
               10  TAB-TD-AMOUNT PIC 9(5)V9(2).
       01  TD-COUNT PIC 999 VALUE 0.        *> number of rows loaded into TD-TABLE
       01  TD-IX PIC 999.                   *> scratch subscript

      *    the single customer view being built
       01  DEP-TABLE.
           05  DEP-ENTRY OCCURS 1000 TIMES.
               10  TAB-DP-ID PIC 9(8).
               10  TAB-DP-ACC PIC 9(16).
               10  TAB-DP-HOLDER PIC 99.
               10  TAB-DP-NAME PIC A(20).
               10  TAB-DP-VAULTS PIC 9(3).
               10  TAB-DP-TOTAL PIC 9(13)V9(2).
       01  DEP-COUNT PIC 9(4) VALUE 0.      *> number of rows used in DEP-TABLE
       01  DEP-IX PIC 9(4).                 *> scratch subscript
       01  CUR-DEP-IX PIC 9(4).             *> DEP-TABLE row of the share in hand, 0 = none yet

       01  SCHEME-CAP PIC 9(13)V9(2).       *> cap in force for this run
       01  CAP-DEFAULT PIC 9(13)V9(2) VALUE 85000.00.
       *>cap assumed when dpsparm.txt has never been set up
       01  VAULT-BALANCE PIC 9(13)V9(2).    *> the vault's eligible balance, with its deposits
       01  VAULT-HOLDERS PIC 999.           *> named holder plus joint holders
       01  SHARE-AMOUNT PIC 9(13)V9(2).     *> each joint holder's even share
       01  FIRST-SHARE PIC 9(13)V9(2).      *> the named holder's share, odd cent included
       01  CUR-SHARE PIC 9(13)V9(2).        *> the share being placed
       01  CUR-HOLDER PIC 99.               *> holder the share belongs to
       01  CUR-NAME PIC A(20).              *> that holder's name
       01  CUR-DEP-ID PIC 9(8).             *> depositor linked to it, 0 = none
       01  SHARE-RETURN PIC 9.
       *>where SHARE-PARA goes back to: 1 = the named holder's share
       *>is placed, 2 = a joint holder's share is placed
       01  PROTECTED-AMOUNT PIC 9(13)V9(2).
       01  UNPROTECTED-AMOUNT PIC 9(13)V9(2).
       01  TOT-ELIGIBLE PIC 9(13)V9(2) VALUE 0.
       01  TOT-PROTECTED PIC 9(13)V9(2) VALUE 0.
       01  TOT-UNPROTECTED PIC 9(13)V9(2) VALUE 0.
       01  TOT-FROZEN PIC 9(13)V9(2) VALUE 0.
       01  OVER-CAP-COUNT PIC 9(6) VALUE 0. *> depositors with more than the cap
       01  UNLINKED-COUNT PIC 9(6) VALUE 0. *> depositors nobody has linked yet
       01  FROZEN-COUNT PIC 9(6) VALUE 0.   *> frozen holdings listed
       01  VAULT-COUNT PIC 9(6) VALUE 0.    *> vaults read off the master
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  FS PIC 9(2).                     *> variable storing file status of MASTER-FILE
       01  HD-FS PIC 9(2).                  *> variable storing file status of HOLDERS-FILE
       01  DL-FS PIC 9(2).                  *> variable storing file status of DEPLINK-FILE
       01  TD-FS PIC 9(2).                  *> variable storing file status of TERMDEP-FILE
       01  DP-FS PIC 9(2).                  *> variable storing file status of DPSPARM-FILE

      *    layouts built in working-storage, then moved onto the
      *    report lines
       01 WS-FROZEN-LINE.
           05 FZ-ACC-NUM PIC 9(16).
           05 FZ-STR1 PIC X(8) VALUE " HOLDER ".
           05 FZ-HOLDER PIC 99.
           05 FZ-STR2 PIC X(1) VALUE " ".
           05 FZ-NAME PIC A(20).
           05 FZ-STR3 PIC X(11) VALUE " DEPOSITOR ".
           05 FZ-DEP-ID PIC 9(8).
           05 FZ-STR4 PIC X(8) VALUE " ORDER: ".
           05 FZ-RSN PIC X(3).
           05 FZ-STR5 PIC X(9) VALUE " AMOUNT: ".
           05 FZ-AMOUNT PIC Z(12)9.99.
       01 WS-SUMMARY-HEAD.
           05 SH-STR1 PIC X(34) VALUE
               "DEPOSIT PROTECTION EXTRACT DATE: ".
           05 SH-DATE PIC 9(8).
       01 WS-SUMMARY-LINE.
           05 SM-LABEL PIC X(30).
           05 SM-AMOUNT PIC Z(12)9.99.
       01 WS-SUMMARY-COUNT.
           05 SC-LABEL PIC X(30).
           05 SC-COUNT PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.

           OPEN INPUT MASTER-FILE.
           IF FS = 35 THEN      *> if master.txt not exist
               DISPLAY "non-existing file! (master.txt)"
               STOP RUN
           END-IF.

      *    the cap, seeded with the scheme's standing figure the first
      *    time the extract is taken
           OPEN INPUT DPSPARM-FILE.
           IF DP-FS = 35 THEN
               CLOSE DPSPARM-FILE
               OPEN OUTPUT DPSPARM-FILE
               MOVE CAP-DEFAULT TO DP-CAP
               WRITE DPSPARM-REC
               CLOSE DPSPARM-FILE
               MOVE CAP-DEFAULT TO SCHEME-CAP
           ELSE
               MOVE CAP-DEFAULT TO DP-CAP
               READ DPSPARM-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               CLOSE DPSPARM-FILE
               MOVE DP-CAP TO SCHEME-CAP
           END-IF.

           GO TO LOAD-LINKS-PARA.

       LOAD-LINKS-PARA.
           OPEN INPUT DEPLINK-FILE.
           IF DL-FS = 35 THEN      *> nobody linked yet, every holder stands alone
               CLOSE DEPLINK-FILE
               GO TO LOAD-HOLDERS-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-LINKS-LOOP-PARA.
           READ DEPLINK-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DEPLINK-FILE
               GO TO LOAD-HOLDERS-PARA
           END-IF.

      *    a return built on part of the book would understate what
      *    the scheme owes; refuse rather than extract it
           IF LINK-COUNT >= 1000 THEN   *> LINK-TABLE OCCURS 1000 TIMES
               DISPLAY "=> MORE THAN 1000 DEPOSITOR LINKS, "
                   "EXTRACT NOT TAKEN"
               CLOSE DEPLINK-FILE
               STOP RUN
           END-IF.

           ADD 1 TO LINK-COUNT.
           MOVE DL-DEP-ID TO TAB-DL-DEP(LINK-COUNT).
           MOVE DL-ACC-NUM TO TAB-DL-ACC(LINK-COUNT).
           MOVE DL-HOLDER-ID TO TAB-DL-HOLDER(LINK-COUNT).
           GO TO LOAD-LINKS-LOOP-PARA.

       LOAD-HOLDERS-PARA.
           OPEN INPUT HOLDERS-FILE.
           IF HD-FS = 35 THEN      *> no joint vaults recorded at all
               CLOSE HOLDERS-FILE
               GO TO LOAD-TD-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-HOLDERS-LOOP-PARA.
           READ HOLDERS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDERS-FILE
               GO TO LOAD-TD-PARA
           END-IF.

           IF HOLDER-COUNT >= 500 THEN  *> HOLDER-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 JOINT HOLDERS, "
                   "EXTRACT NOT TAKEN"
               CLOSE HOLDERS-FILE
               STOP RUN
           END-IF.

           ADD 1 TO HOLDER-COUNT.
           MOVE HD-ACC-NUM TO TAB-HD-ACC(HOLDER-COUNT).
           MOVE HD-HOLDER-ID TO TAB-HD-ID(HOLDER-COUNT).
           MOVE HD-NAME TO TAB-HD-NAME(HOLDER-COUNT).
           GO TO LOAD-HOLDERS-LOOP-PARA.

       LOAD-TD-PARA.
           OPEN INPUT TERMDEP-FILE.
           IF TD-FS = 35 THEN      *> no term deposit ever placed
               CLOSE TERMDEP-FILE
               GO TO OPEN-OUTPUT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       LOAD-TD-LOOP-PARA.
           READ TERMDEP-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TERMDEP-FILE
               GO TO OPEN-OUTPUT-PARA
           END-IF.

      *    matured and broken deposits are already back in the vault
           IF TD-STATUS NOT = 'A' THEN
               GO TO LOAD-TD-LOOP-PARA
           END-IF.

           IF TD-COUNT >= 500 THEN      *> TD-TABLE OCCURS 500 TIMES
               DISPLAY "=> MORE THAN 500 LIVE TERM DEPOSITS, "
                   "EXTRACT NOT TAKEN"
               CLOSE TERMDEP-FILE
               STOP RUN
           END-IF.

           ADD 1 TO TD-COUNT.
           MOVE TD-ACC-NUM TO TAB-TD-ACC(TD-COUNT).
           MOVE TD-AMOUNT TO TAB-TD-AMOUNT(TD-COUNT).
           GO TO LOAD-TD-LOOP-PARA.

       OPEN-OUTPUT-PARA.
           OPEN OUTPUT FROZEN-FILE.
           MOVE 0 TO WS-EOF.

       VAULT-PARA.          *> next vault off the master
           READ MASTER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MASTER-FILE
               CLOSE FROZEN-FILE
               GO TO EXTRACT-PARA
           END-IF.

           ADD 1 TO VAULT-COUNT.
           MOVE 0 TO VAULT-BALANCE.
           IF BALANCE-SIGN NOT = '-' THEN
               MOVE BALANCE TO VAULT-BALANCE
           END-IF.
           MOVE 1 TO TD-IX.

       VAULT-TD-LOOP-PARA.
           IF TD-IX > TD-COUNT THEN
               GO TO VAULT-HOLDERS-PARA
           END-IF.
           IF TAB-TD-ACC(TD-IX) = ACC-NUM THEN
               ADD TAB-TD-AMOUNT(TD-IX) TO VAULT-BALANCE
           END-IF.
           ADD 1 TO TD-IX.
           GO TO VAULT-TD-LOOP-PARA.

       VAULT-HOLDERS-PARA.
           MOVE 1 TO VAULT-HOLDERS.
           MOVE 1 TO HOLDER-IX.

       VAULT-HOLDERS-LOOP-PARA.
           IF HOLDER-IX > HOLDER-COUNT THEN
               GO TO VAULT-SPLIT-PARA
           END-IF.
           IF TAB-HD-ACC(HOLDER-IX) = ACC-NUM THEN
               ADD 1 TO VAULT-HOLDERS
           END-IF.
           ADD 1 TO HOLDER-IX.
           GO TO VAULT-HOLDERS-LOOP-PARA.

       VAULT-SPLIT-PARA.
      *    even shares, cut down to the cent; whatever that leaves
      *    over stays with the named holder
           COMPUTE SHARE-AMOUNT = VAULT-BALANCE / VAULT-HOLDERS.
           COMPUTE FIRST-SHARE = VAULT-BALANCE
               - SHARE-AMOUNT * (VAULT-HOLDERS - 1).

           MOVE FIRST-SHARE TO CUR-SHARE.
           MOVE 0 TO CUR-HOLDER.
           MOVE ACC-NAME TO CUR-NAME.
           MOVE 1 TO SHARE-RETURN.
           GO TO SHARE-PARA.

       VAULT-JOINT-PARA.
           MOVE 1 TO HOLDER-IX.

       VAULT-JOINT-LOOP-PARA.
           IF HOLDER-IX > HOLDER-COUNT THEN
               GO TO VAULT-PARA
           END-IF.
           IF TAB-HD-ACC(HOLDER-IX) NOT = ACC-NUM THEN
               ADD 1 TO HOLDER-IX
               GO TO VAULT-JOINT-LOOP-PARA
           END-IF.

           MOVE SHARE-AMOUNT TO CUR-SHARE.
           MOVE TAB-HD-ID(HOLDER-IX) TO CUR-HOLDER.
           MOVE TAB-HD-NAME(HOLDER-IX) TO CUR-NAME.
           MOVE 2 TO SHARE-RETURN.
           GO TO SHARE-PARA.

       VAULT-JOINT-NEXT-PARA.
           ADD 1 TO HOLDER-IX.
           GO TO VAULT-JOINT-LOOP-PARA.

       SHARE-PARA.          *> place one holder's share of the vault
           MOVE 0 TO CUR-DEP-ID.
           MOVE 1 TO LINK-IX.

       SHARE-LINK-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               GO TO SHARE-FROZEN-PARA
           END-IF.
           IF TAB-DL-ACC(LINK-IX) = ACC-NUM
                   AND TAB-DL-HOLDER(LINK-IX) = CUR-HOLDER THEN
               MOVE TAB-DL-DEP(LINK-IX) TO CUR-DEP-ID
               GO TO SHARE-FROZEN-PARA
           END-IF.
           ADD 1 TO LINK-IX.
           GO TO SHARE-LINK-LOOP-PARA.

       SHARE-FROZEN-PARA.
           IF ACC-FREEZE NOT = 'Y' THEN
               GO TO SHARE-FIND-PARA
           END-IF.

           MOVE ACC-NUM TO FZ-ACC-NUM.
           MOVE CUR-HOLDER TO FZ-HOLDER.
           MOVE CUR-NAME TO FZ-NAME.
           MOVE CUR-DEP-ID TO FZ-DEP-ID.
           MOVE ACC-FREEZE-RSN TO FZ-RSN.
           MOVE CUR-SHARE TO FZ-AMOUNT.
           MOVE WS-FROZEN-LINE TO FROZEN-LINE.
           WRITE FROZEN-LINE.
           ADD 1 TO FROZEN-COUNT.
           ADD CUR-SHARE TO TOT-FROZEN.
           GO TO SHARE-DONE-PARA.

       SHARE-FIND-PARA.
           MOVE 0 TO CUR-DEP-IX.
           MOVE 1 TO DEP-IX.

       SHARE-FIND-LOOP-PARA.
           IF DEP-IX > DEP-COUNT THEN
               GO TO SHARE-NEW-PARA
           END-IF.
           IF CUR-DEP-ID NOT = 0 AND TAB-DP-ID(DEP-IX) = CUR-DEP-ID
           THEN
               MOVE DEP-IX TO CUR-DEP-IX
               GO TO SHARE-ADD-PARA
           END-IF.
           IF CUR-DEP-ID = 0 AND TAB-DP-ID(DEP-IX) = 0
                   AND TAB-DP-ACC(DEP-IX) = ACC-NUM
                   AND TAB-DP-HOLDER(DEP-IX) = CUR-HOLDER THEN
               MOVE DEP-IX TO CUR-DEP-IX
               GO TO SHARE-ADD-PARA
           END-IF.
           ADD 1 TO DEP-IX.
           GO TO SHARE-FIND-LOOP-PARA.

       SHARE-NEW-PARA.
           IF DEP-COUNT >= 1000 THEN    *> DEP-TABLE OCCURS 1000 TIMES
               DISPLAY "=> MORE THAN 1000 DEPOSITORS, "
                   "EXTRACT NOT TAKEN"
               CLOSE MASTER-FILE
               CLOSE FROZEN-FILE
               STOP RUN
           END-IF.

           ADD 1 TO DEP-COUNT.
           MOVE DEP-COUNT TO CUR-DEP-IX.
           MOVE CUR-DEP-ID TO TAB-DP-ID(CUR-DEP-IX).
           MOVE ACC-NUM TO TAB-DP-ACC(CUR-DEP-IX).
           MOVE CUR-HOLDER TO TAB-DP-HOLDER(CUR-DEP-IX).
           MOVE CUR-NAME TO TAB-DP-NAME(CUR-DEP-IX).
           MOVE 0 TO TAB-DP-VAULTS(CUR-DEP-IX).
           MOVE 0 TO TAB-DP-TOTAL(CUR-DEP-IX).

       SHARE-ADD-PARA.
           ADD 1 TO TAB-DP-VAULTS(CUR-DEP-IX).
           ADD CUR-SHARE TO TAB-DP-TOTAL(CUR-DEP-IX).

       SHARE-DONE-PARA.
           IF SHARE-RETURN = 1 THEN
               GO TO VAULT-JOINT-PARA
           END-IF.
           GO TO VAULT-JOINT-NEXT-PARA.

       EXTRACT-PARA.        *> one row per depositor, cap applied
           OPEN OUTPUT SCV-FILE.
           MOVE 1 TO DEP-IX.

       EXTRACT-LOOP-PARA.
           IF DEP-IX > DEP-COUNT THEN
               GO TO EXTRACT-TRAILER-PARA
           END-IF.

           MOVE TAB-DP-TOTAL(DEP-IX) TO PROTECTED-AMOUNT.
           MOVE 0 TO UNPROTECTED-AMOUNT.
           IF TAB-DP-TOTAL(DEP-IX) > SCHEME-CAP THEN
               MOVE SCHEME-CAP TO PROTECTED-AMOUNT
               COMPUTE UNPROTECTED-AMOUNT =
                   TAB-DP-TOTAL(DEP-IX) - SCHEME-CAP
               ADD 1 TO OVER-CAP-COUNT
           END-IF.
           IF TAB-DP-ID(DEP-IX) = 0 THEN
               ADD 1 TO UNLINKED-COUNT
           END-IF.

           MOVE TAB-DP-ID(DEP-IX) TO SV-DEP-ID.
           MOVE TAB-DP-ACC(DEP-IX) TO SV-ACC-NUM.
           MOVE TAB-DP-HOLDER(DEP-IX) TO SV-HOLDER-ID.
           MOVE TAB-DP-NAME(DEP-IX) TO SV-NAME.
           MOVE TAB-DP-VAULTS(DEP-IX) TO SV-VAULTS.
           MOVE TAB-DP-TOTAL(DEP-IX) TO SV-ELIGIBLE.
           MOVE PROTECTED-AMOUNT TO SV-PROTECTED.
           MOVE UNPROTECTED-AMOUNT TO SV-UNPROTECTED.
           WRITE SCV-REC.

           ADD TAB-DP-TOTAL(DEP-IX) TO TOT-ELIGIBLE.
           ADD PROTECTED-AMOUNT TO TOT-PROTECTED.
           ADD UNPROTECTED-AMOUNT TO TOT-UNPROTECTED.
           ADD 1 TO DEP-IX.
           GO TO EXTRACT-LOOP-PARA.

       EXTRACT-TRAILER-PARA.
           MOVE SPACES TO SCV-TRAILER-REC.
           MOVE "TRAILER" TO ST-MARK.
           MOVE WS-CUR-DATE TO ST-DATE.
           MOVE DEP-COUNT TO ST-COUNT.
           MOVE SCHEME-CAP TO ST-CAP.
           MOVE TOT-ELIGIBLE TO ST-ELIGIBLE.
           MOVE TOT-PROTECTED TO ST-PROTECTED.
           MOVE TOT-UNPROTECTED TO ST-UNPROTECTED.
           WRITE SCV-TRAILER-REC.
           CLOSE SCV-FILE.

       SUMMARY-PARA.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE WS-CUR-DATE TO SH-DATE.
           MOVE WS-SUMMARY-HEAD TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE "SCHEME CAP PER DEPOSITOR" TO SM-LABEL.
           MOVE SCHEME-CAP TO SM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "VAULTS READ" TO SC-LABEL.
           MOVE VAULT-COUNT TO SC-COUNT.
           MOVE WS-SUMMARY-COUNT TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "DEPOSITORS" TO SC-LABEL.
           MOVE DEP-COUNT TO SC-COUNT.
           MOVE WS-SUMMARY-COUNT TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "  OF WHICH NOT YET LINKED" TO SC-LABEL.
           MOVE UNLINKED-COUNT TO SC-COUNT.
           MOVE WS-SUMMARY-COUNT TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "  OF WHICH OVER THE CAP" TO SC-LABEL.
           MOVE OVER-CAP-COUNT TO SC-COUNT.
           MOVE WS-SUMMARY-COUNT TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL ELIGIBLE" TO SM-LABEL.
           MOVE TOT-ELIGIBLE TO SM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL PROTECTED" TO SM-LABEL.
           MOVE TOT-PROTECTED TO SM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL UNPROTECTED" TO SM-LABEL.
           MOVE TOT-UNPROTECTED TO SM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "FROZEN HOLDINGS EXCLUDED" TO SC-LABEL.
           MOVE FROZEN-COUNT TO SC-COUNT.
           MOVE WS-SUMMARY-COUNT TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "TOTAL FROZEN, EXCLUDED" TO SM-LABEL.
           MOVE TOT-FROZEN TO SM-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           CLOSE SUMMARY-FILE.

           DISPLAY "=> " DEP-COUNT " DEPOSITOR(S) EXTRACTED TO "
               "scvExtract.txt".
           DISPLAY "=> " FROZEN-COUNT " FROZEN HOLDING(S) LISTED IN "
               "scvFrozen.txt".
           DISPLAY "=> SUMMARY WRITTEN TO scvSummary.txt".
           STOP RUN.

       END PROGRAM SCVEXTRACT.
