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
       PROGRAM-ID. INTEGCHK.

      *    nightly cross-file integrity check: every satellite file
      *    keyed by account number is read against masteridx.dat, and
      *    every row left pointing at a vault that is no longer on the
      *    master (closed through ACCTMAINT, or never opened) is
      *    reported, along with holds nothing is pending behind and
      *    vaults with no custinfo.txt row. Each finding carries a
      *    severity: SEVERE where money could move to or from a vault
      *    that no longer exists, or a PIN still opens one; WARNING for
      *    stale rows that are untidy but harmless. The report ends
      *    with a RESULT line, FAIL when anything SEVERE was found, and
      *    NIGHTRUN holds the rest of the night's sequence on a FAIL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; every row checked below is looked up by ACC-NUM
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

       SELECT CUSTINFO-FILE ASSIGN TO 'custinfo.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CU-FS.

       SELECT HOLDERS-FILE ASSIGN TO 'holders.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HD-FS.

       SELECT BENEF-FILE ASSIGN TO 'benef.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS BN-FS.

       SELECT STDORDER-FILE ASSIGN TO 'stdorders.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SD-FS.

       SELECT HOLDS-FILE ASSIGN TO 'holds.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HL-FS.

       SELECT UNCLEARED-FILE ASSIGN TO 'uncleared.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS UC-FS.

       SELECT PINFAIL-FILE ASSIGN TO 'pinfail.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS PF-FS.

       SELECT AGING-FILE ASSIGN TO 'negAging.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AG-FS.

       SELECT DISPUTES-FILE ASSIGN TO 'disputes.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DS-FS.

       SELECT ADJPEND-FILE ASSIGN TO 'adjpend.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AJ-FS.

      *    the unsettled transactions a hold can be standing behind:
      *    every configured ATM's file, retargeted at runtime the way
      *    atms.cob retargets TRANS-FILE
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

       SELECT TRANS-FILE ASSIGN TO WS-TRANS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TF-FS.

       SELECT BATCHFLAG-FILE ASSIGN TO 'batchdone.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS BF-FS.

       SELECT INTEGRPT-FILE ASSIGN TO 'integRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

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

      *    layout kept in step with acctmaint.cob's CUSTINFO-REC
       FD CUSTINFO-FILE.
       01 CUSTINFO-REC.
           05 CU-ACC-NUM PIC 9(16).
           05 CU-ADDR1 PIC X(30).      *> mailing address, first line
           05 CU-ADDR2 PIC X(30).      *> mailing address, second line
           05 CU-CONTACT PIC X(30).    *> owl name / floo address
           05 CU-PREF PIC X.           *> 'O' owl, 'P' post, 'N' none

      *    layout kept in step with acctmaint.cob's HOLDER-REC
       FD HOLDERS-FILE.
       01 HOLDER-REC.
           05 HD-ACC-NUM PIC 9(16).    *> the joint vault
           05 HD-HOLDER-ID PIC 99.     *> 01, 02, ... per vault; 00 is the named holder
           05 HD-NAME PIC A(20).
           05 HD-PASSWORD-HASH PIC 9(10).  *> salted hash of this holder's own PIN

      *    layout kept in step with atms.cob's BENEF-REC
       FD BENEF-FILE.
       01 BENEF-REC.
           05 BN-ACC-NUM PIC 9(16).    *> vault the beneficiary belongs to
           05 BN-NICK PIC X(20).       *> what the customer calls them
           05 BN-DEST-ACC PIC 9(16).   *> account the money goes to
           05 BN-ROUTING PIC 9(8).     *> receiving bank, 0 = a Gringotts vault

      *    layout kept in step with sorun.cob's STDORDER-REC
       FD STDORDER-FILE.
       01 STDORDER-REC.
           05 SO-PAYER PIC 9(16).
           05 SO-PAYEE PIC 9(16).
           05 SO-AMOUNT PIC 9(5)V9(2).
           05 SO-DAY PIC 99.           *> day of month the transfer is due
           05 SO-START PIC 9(8).       *> first date the order is live, YYYYMMDD
           05 SO-END PIC 9(8).         *> last date the order is live, YYYYMMDD
           05 SO-LAST-RUN PIC 9(8).    *> date this order's legs were last generated

      *    layout kept in step with central.cob's HOLD-REC
       FD HOLDS-FILE.
       01 HOLD-REC.
           05 HOLD-ACC-NUM PIC 9(16).
           05 HOLD-AMOUNT PIC 9(13)V9(2).

      *    layout kept in step with central.cob's UNCLEARED-REC
       FD UNCLEARED-FILE.
       01 UNCLEARED-REC.
           05 UC-ACC-NUM PIC 9(16).
           05 UC-AMOUNT PIC 9(5)V9(2).
           05 UC-CLEARS-ON PIC 9(8).   *> funds available from this date, YYYYMMDD
           05 UC-TS PIC 9(16).         *> the cheque deposit's timestamp

      *    layout kept in step with acctmaint.cob's PINFAIL-REC
       FD PINFAIL-FILE.
       01 PINFAIL-REC.
           05 PF-ACC-NUM PIC 9(16).
           05 PF-FAILS PIC 99.         *> consecutive failed attempts so far

      *    layout kept in step with central.cob's AGING-REC
       FD AGING-FILE.
       01 AGING-REC.
           05 AG-ACC-NUM PIC 9(16).
           05 AG-DAYS PIC 9(5).

      *    layout kept in step with dispute.cob's DISPUTE-REC
       FD DISPUTES-FILE.
       01 DISPUTE-REC.
           05 DS-CASE-ID PIC 9(6).     *> case number, issued in sequence
           05 DS-ACC-NUM PIC 9(16).    *> account the disputed entry sits on
           05 DS-TS PIC 9(16).         *> LG-TS of the disputed ledger entry
           05 DS-AMOUNT PIC 9(5)V9(2). *> that entry's amount, captured at open
           05 DS-OPENED PIC 9(8).      *> date the case was opened, YYYYMMDD
           05 DS-STATUS PIC X.         *> 'O' open, 'U' upheld, 'D' denied
           05 DS-PROV PIC X.           *> 'Y' = a provisional credit was granted

      *    layout kept in step with adjust.cob's ADJPEND-REC
       FD ADJPEND-FILE.
       01 ADJPEND-REC.
           05 AP-ID PIC 9(6).          *> adjustment number, issued in sequence
           05 AP-ACC-NUM PIC 9(16).    *> vault being corrected
           05 AP-DIR PIC X.            *> 'C' credit the vault, 'D' debit it
           05 AP-AMOUNT PIC 9(5)V9(2).
           05 AP-REASON PIC X(8).      *> reason code, e.g. TELLERR
           05 AP-ORIG-TS PIC 9(16).    *> LG-TS of the entry corrected, 0 = none
           05 AP-MAKER PIC X(8).       *> supervisor who entered it

       FD ATMCONFIG-FILE.
       01 ATM-CONFIG-REC.
           05 CFG-ATM-NUM PIC 99.
           05 CFG-LABEL PIC X(20).
           05 CFG-FILENAME PIC X(20).

       FD TRANS-FILE.
       01 TRANSACTION-REC.
           05 ACC-NUM-T PIC 9(16).
           05 OPERA-T PIC X.
           05 AMOUNT-T PIC 9(5)V9(2).
           05 TS-T PIC 9(16).
           05 TRANSFER-ID-T PIC 9(16).
           05 NEW-PASSWORD-HASH-T PIC 9(10).
           05 ATM-NUM-T PIC 99.
           05 CLEARS-ON-T PIC 9(8).
           05 HOLDER-ID-T PIC 99.
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
           05 BATCH-FLAG PIC X(4).
      *>  "DONE" = CENTRAL has settled every transaction written before
      *>  this flag was last set; anything else means unsettled
      *>  transactions (or a failed reconciliation) are outstanding

       FD INTEGRPT-FILE.
       01 RPT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *    custinfo.txt's account numbers, for the vaults-without-a-row
      *    check made against the master once every file has been read
       01  CUSTINFO-TABLE.
           05  CUSTINFO-ENTRY OCCURS 1000 TIMES.
               10  TAB-CU-ACC PIC 9(16).
       01  CUSTINFO-COUNT PIC 9(4) VALUE 0. *> number of rows loaded into CUSTINFO-TABLE
       01  CUSTINFO-IX PIC 9(4).            *> scratch subscript, reused by every table loop
       01  CUSTINFO-FULL PIC 9 VALUE 0.
       *>bool variable, 1 = custinfo.txt outgrew the table and the
       *>missing-row check cannot be trusted, so it is skipped

      *    holds on vaults still on the master, each marked once an
      *    unsettled transaction for the same vault turns up
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 100 TIMES.
               10  TAB-HOLD-ACC PIC 9(16).
               10  TAB-HOLD-AMOUNT PIC 9(13)V9(2).
               10  TAB-HOLD-BACKED PIC X.   *> 'Y' = a pending transaction found
       01  HOLD-COUNT PIC 999 VALUE 0.      *> number of rows loaded into HOLD-TABLE
       01  HOLD-IX PIC 999.                 *> scratch subscript, reused by every table loop

       01  FILE-STEP PIC 99.
       *>which file FILE-DONE-PARA moves on from: 1 = custinfo.txt,
       *>2 = holders.txt ... 10 = adjpend.txt, in the order read below
       01  FILE-ROWS PIC 9(6).              *> rows read from the file in hand
       01  FILE-FINDS PIC 9(5).             *> findings raised against it
       01  FILE-PRESENT PIC 9.
       *>bool variable, 1 = the file in hand exists, 0 = never created
       01  SEVERE-COUNT PIC 9(5) VALUE 0.   *> SEVERE findings in all
       01  WARNING-COUNT PIC 9(5) VALUE 0.  *> WARNING findings in all
       01  MASTER-COUNT PIC 9(6) VALUE 0.   *> accounts on masteridx.dat
       01  ON-MASTER PIC 9.
       *>bool variable, 1 = the last keyed read found the account
       01  PENDING-OPEN PIC 9 VALUE 0.
       *>bool variable, 1 = batchdone.txt is not DONE, so the rows in
       *>the ATM files are still waiting for CENTRAL
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-AMOUNT-EDIT PIC Z(12)9.99.    *> an amount, for the report
       01  WS-TRANS-FILENAME PIC X(20).     *> filename OPENed as TRANS-FILE
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  CF-EOF PIC 9 VALUE 0.
       *>bool variable for atmconfig.txt's eof while the ATM files are
       *>read inside its loop, kept apart from WS-EOF
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE
       01  CU-FS PIC 9(2).                  *> variable storing file status of CUSTINFO-FILE
       01  HD-FS PIC 9(2).                  *> variable storing file status of HOLDERS-FILE
       01  BN-FS PIC 9(2).                  *> variable storing file status of BENEF-FILE
       01  SD-FS PIC 9(2).                  *> variable storing file status of STDORDER-FILE
       01  HL-FS PIC 9(2).                  *> variable storing file status of HOLDS-FILE
       01  UC-FS PIC 9(2).                  *> variable storing file status of UNCLEARED-FILE
       01  PF-FS PIC 9(2).                  *> variable storing file status of PINFAIL-FILE
       01  AG-FS PIC 9(2).                  *> variable storing file status of AGING-FILE
       01  DS-FS PIC 9(2).                  *> variable storing file status of DISPUTES-FILE
       01  AJ-FS PIC 9(2).                  *> variable storing file status of ADJPEND-FILE
       01  CF-FS PIC 9(2).                  *> variable storing file status of ATMCONFIG-FILE
       01  TF-FS PIC 9(2).                  *> variable storing file status of TRANS-FILE
       01  BF-FS PIC 9(2).                  *> variable storing file status of BATCHFLAG-FILE

      *    layouts built in working-storage, then moved onto RPT-LINE
       01 WS-RPT-HEAD.
           05 RH-STR1 PIC X(22) VALUE "INTEGRITY CHECK DATE: ".
           05 RH-DATE PIC 9(8).
           05 RH-STR2 PIC X(16) VALUE "  BATCH FLAG: ".
           05 RH-FLAG PIC X(4).
       01 WS-FIND-LINE.
           05 FL-SEVERITY PIC X(8).         *> SEVERE or WARNING
           05 FL-FILE PIC X(15).
           05 FL-ACC-NUM PIC 9(16).
           05 FL-STR1 PIC X(2) VALUE SPACES.
           05 FL-PROBLEM PIC X(34).
           05 FL-STR2 PIC X(2) VALUE SPACES.
           05 FL-TAG PIC X(8).
           05 FL-REF PIC X(16).
       01 WS-FILE-LINE.
           05 FF-STR1 PIC X(8) VALUE "CHECKED ".
           05 FF-FILE PIC X(15).
           05 FF-STR2 PIC X(7) VALUE " ROWS: ".
           05 FF-ROWS PIC 9(6).
           05 FF-STR3 PIC X(12) VALUE "  FINDINGS: ".
           05 FF-FINDS PIC 9(5).
           05 FF-NOTE PIC X(16).
       01 WS-RPT-RESULT.
           05 RR-STR1 PIC X(9) VALUE "RESULT: ".
           05 RR-STATUS PIC X(4).           *> PASS or FAIL
           05 RR-STR2 PIC X(10) VALUE "  SEVERE: ".
           05 RR-SEVERE PIC 9(5).
           05 RR-STR3 PIC X(11) VALUE "  WARNING: ".
           05 RR-WARNING PIC 9(5).
           05 RR-STR4 PIC X(12) VALUE "  ACCOUNTS: ".
           05 RR-ACCOUNTS PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               STOP RUN
           END-IF.

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.

      *    while CENTRAL has not settled, the ATM files hold the
      *    transactions the holds stand behind; once it says DONE they
      *    have all been applied and every hold should have gone
           MOVE SPACES TO BATCH-FLAG.
           OPEN INPUT BATCHFLAG-FILE.
           IF BF-FS = 35 THEN      *> no flag file, CENTRAL has never run
               MOVE 1 TO PENDING-OPEN
           ELSE
               READ BATCHFLAG-FILE NEXT RECORD
                   AT END CONTINUE
               END-READ
               CLOSE BATCHFLAG-FILE
               IF BATCH-FLAG NOT = "DONE" THEN
                   MOVE 1 TO PENDING-OPEN
               END-IF
           END-IF.

           OPEN OUTPUT INTEGRPT-FILE.
           MOVE WS-CUR-DATE TO RH-DATE.
           MOVE BATCH-FLAG TO RH-FLAG.
           MOVE WS-RPT-HEAD TO RPT-LINE.
           WRITE RPT-LINE.

           GO TO CUSTINFO-PARA.

       CUSTINFO-PARA.
           MOVE 1 TO FILE-STEP.
           MOVE "custinfo.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT CUSTINFO-FILE.
           IF CU-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       CUSTINFO-LOOP-PARA.
           READ CUSTINFO-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE CUSTINFO-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           IF CUSTINFO-COUNT < 1000 THEN   *> CUSTINFO-TABLE OCCURS 1000 TIMES
               ADD 1 TO CUSTINFO-COUNT
               MOVE CU-ACC-NUM TO TAB-CU-ACC(CUSTINFO-COUNT)
           ELSE
               MOVE 1 TO CUSTINFO-FULL
           END-IF.

           MOVE CU-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE        *> closed, or never opened
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

      *    addresses of a closed vault: nobody is written to, untidy
           IF ON-MASTER = 0 THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE CU-ACC-NUM TO FL-ACC-NUM
               MOVE "VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE SPACES TO FL-TAG
               MOVE SPACES TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO CUSTINFO-LOOP-PARA.

       HOLDERS-PARA.
           MOVE 2 TO FILE-STEP.
           MOVE "holders.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT HOLDERS-FILE.
           IF HD-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       HOLDERS-LOOP-PARA.
           READ HOLDERS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDERS-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE HD-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

      *    a holder's PIN outliving the vault would open whichever
      *    vault is next issued under the same number
           IF ON-MASTER = 0 THEN
               MOVE "SEVERE" TO FL-SEVERITY
               MOVE HD-ACC-NUM TO FL-ACC-NUM
               MOVE "HOLDER ON VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "HOLDER" TO FL-TAG
               MOVE HD-HOLDER-ID TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO SEVERE-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO HOLDERS-LOOP-PARA.

       BENEF-PARA.
           MOVE 3 TO FILE-STEP.
           MOVE "benef.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT BENEF-FILE.
           IF BN-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       BENEF-LOOP-PARA.
           READ BENEF-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE BENEF-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE BN-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE BN-ACC-NUM TO FL-ACC-NUM
               MOVE "VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "PAYS TO" TO FL-TAG
               MOVE BN-DEST-ACC TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
               GO TO BENEF-LOOP-PARA
           END-IF.

      *    a Gringotts payee closed since the beneficiary was saved;
      *    the next transfer to it would only land in suspense
           IF BN-ROUTING NOT = 0 THEN
               GO TO BENEF-LOOP-PARA
           END-IF.
           MOVE BN-DEST-ACC TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE BN-ACC-NUM TO FL-ACC-NUM
               MOVE "BENEFICIARY VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "PAYS TO" TO FL-TAG
               MOVE BN-DEST-ACC TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO BENEF-LOOP-PARA.

       STDORDER-PARA.
           MOVE 4 TO FILE-STEP.
           MOVE "stdorders.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT STDORDER-FILE.
           IF SD-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       STDORDER-LOOP-PARA.
           READ STDORDER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE STDORDER-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.

      *    an order still live will move money tonight or later, so a
      *    missing vault on either side of it is SEVERE; one already
      *    past its end date is only dead wood
           MOVE SO-PAYER TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               IF SO-END NOT < WS-CUR-DATE THEN
                   MOVE "SEVERE" TO FL-SEVERITY
                   MOVE SO-PAYER TO FL-ACC-NUM
                   MOVE "LIVE ORDER, PAYER NOT ON MASTER" TO FL-PROBLEM
                   MOVE "PAYEE" TO FL-TAG
                   MOVE SO-PAYEE TO FL-REF
                   MOVE WS-FIND-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO SEVERE-COUNT
                   ADD 1 TO FILE-FINDS
               ELSE
                   MOVE "WARNING" TO FL-SEVERITY
                   MOVE SO-PAYER TO FL-ACC-NUM
                   MOVE "ENDED ORDER, PAYER NOT ON MASTER" TO FL-PROBLEM
                   MOVE "PAYEE" TO FL-TAG
                   MOVE SO-PAYEE TO FL-REF
                   MOVE WS-FIND-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WARNING-COUNT
                   ADD 1 TO FILE-FINDS
               END-IF
           END-IF.
           MOVE SO-PAYEE TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               IF SO-END NOT < WS-CUR-DATE THEN
                   MOVE "SEVERE" TO FL-SEVERITY
                   MOVE SO-PAYER TO FL-ACC-NUM
                   MOVE "LIVE ORDER PAYS A CLOSED VAULT" TO FL-PROBLEM
                   MOVE "PAYEE" TO FL-TAG
                   MOVE SO-PAYEE TO FL-REF
                   MOVE WS-FIND-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO SEVERE-COUNT
                   ADD 1 TO FILE-FINDS
               ELSE
                   MOVE "WARNING" TO FL-SEVERITY
                   MOVE SO-PAYER TO FL-ACC-NUM
                   MOVE "ENDED ORDER, PAYEE NOT ON MASTER" TO FL-PROBLEM
                   MOVE "PAYEE" TO FL-TAG
                   MOVE SO-PAYEE TO FL-REF
                   MOVE WS-FIND-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD 1 TO WARNING-COUNT
                   ADD 1 TO FILE-FINDS
               END-IF
           END-IF.
           GO TO STDORDER-LOOP-PARA.

       HOLDS-PARA.
           MOVE 5 TO FILE-STEP.
           MOVE "holds.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT HOLDS-FILE.
           IF HL-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       HOLDS-LOOP-PARA.
           READ HOLDS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDS-FILE
               GO TO HOLDS-PENDING-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE HOLD-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE HOLD-AMOUNT TO WS-AMOUNT-EDIT
               MOVE "WARNING" TO FL-SEVERITY
               MOVE HOLD-ACC-NUM TO FL-ACC-NUM
               MOVE "HOLD ON VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "AMOUNT" TO FL-TAG
               MOVE WS-AMOUNT-EDIT TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
               GO TO HOLDS-LOOP-PARA
           END-IF.

      *    kept for the pending-transaction check once the file is
      *    read; rows past the table's end go unchecked
           IF HOLD-COUNT < 100 THEN    *> HOLD-TABLE OCCURS 100 TIMES
               ADD 1 TO HOLD-COUNT
               MOVE HOLD-ACC-NUM TO TAB-HOLD-ACC(HOLD-COUNT)
               MOVE HOLD-AMOUNT TO TAB-HOLD-AMOUNT(HOLD-COUNT)
               MOVE 'N' TO TAB-HOLD-BACKED(HOLD-COUNT)
           END-IF.
           GO TO HOLDS-LOOP-PARA.

      *    a hold only exists to protect an ATM/counter/bulk debit
      *    CENTRAL has not applied yet; with no such transaction left
      *    in any ATM file it is just withholding the customer's money
       HOLDS-PENDING-PARA.
           IF HOLD-COUNT = 0 OR PENDING-OPEN = 0 THEN
               GO TO HOLDS-REPORT-PARA
           END-IF.

           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN      *> no ATM has ever been configured
               CLOSE ATMCONFIG-FILE
               GO TO HOLDS-REPORT-PARA
           END-IF.
           MOVE 0 TO CF-EOF.

       HOLDS-ATM-LOOP-PARA.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO CF-EOF
           END-READ.

           IF CF-EOF = 1 THEN
               CLOSE ATMCONFIG-FILE
               GO TO HOLDS-REPORT-PARA
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           OPEN INPUT TRANS-FILE.
           IF TF-FS = 35 THEN
               CLOSE TRANS-FILE
               GO TO HOLDS-ATM-LOOP-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       HOLDS-TRANS-LOOP-PARA.
           READ TRANS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TRANS-FILE
               GO TO HOLDS-ATM-LOOP-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" OR TC-MARK = "**TRAILER**" THEN
               GO TO HOLDS-TRANS-LOOP-PARA
           END-IF.

           MOVE 1 TO HOLD-IX.

       HOLDS-MATCH-LOOP-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               GO TO HOLDS-TRANS-LOOP-PARA
           END-IF.

           IF TAB-HOLD-ACC(HOLD-IX) = ACC-NUM-T THEN
               MOVE 'Y' TO TAB-HOLD-BACKED(HOLD-IX)
               GO TO HOLDS-TRANS-LOOP-PARA
           END-IF.

           ADD 1 TO HOLD-IX.
           GO TO HOLDS-MATCH-LOOP-PARA.

       HOLDS-REPORT-PARA.
           MOVE 1 TO HOLD-IX.

       HOLDS-REPORT-LOOP-PARA.
           IF HOLD-IX > HOLD-COUNT THEN
               GO TO FILE-DONE-PARA
           END-IF.

           IF TAB-HOLD-BACKED(HOLD-IX) NOT = 'Y' THEN
               MOVE TAB-HOLD-AMOUNT(HOLD-IX) TO WS-AMOUNT-EDIT
               MOVE "WARNING" TO FL-SEVERITY
               MOVE TAB-HOLD-ACC(HOLD-IX) TO FL-ACC-NUM
               MOVE "HOLD WITH NO PENDING TRANSACTION" TO FL-PROBLEM
               MOVE "AMOUNT" TO FL-TAG
               MOVE WS-AMOUNT-EDIT TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.

           ADD 1 TO HOLD-IX.
           GO TO HOLDS-REPORT-LOOP-PARA.

       UNCLEARED-PARA.
           MOVE 6 TO FILE-STEP.
           MOVE "uncleared.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT UNCLEARED-FILE.
           IF UC-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       UNCLEARED-LOOP-PARA.
           READ UNCLEARED-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE UNCLEARED-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE UC-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

      *    the vault was closed at a zero balance with this cheque
      *    still floating; when it clears there is nowhere to credit it
           IF ON-MASTER = 0 THEN
               MOVE UC-AMOUNT TO WS-AMOUNT-EDIT
               MOVE "SEVERE" TO FL-SEVERITY
               MOVE UC-ACC-NUM TO FL-ACC-NUM
               MOVE "UNCLEARED CHEQUE ON CLOSED VAULT" TO FL-PROBLEM
               MOVE "AMOUNT" TO FL-TAG
               MOVE WS-AMOUNT-EDIT TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO SEVERE-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO UNCLEARED-LOOP-PARA.

       PINFAIL-PARA.
           MOVE 7 TO FILE-STEP.
           MOVE "pinfail.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT PINFAIL-FILE.
           IF PF-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       PINFAIL-LOOP-PARA.
           READ PINFAIL-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE PINFAIL-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE PF-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE PF-ACC-NUM TO FL-ACC-NUM
               MOVE "VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "FAILS" TO FL-TAG
               MOVE PF-FAILS TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO PINFAIL-LOOP-PARA.

       AGING-PARA.
           MOVE 8 TO FILE-STEP.
           MOVE "negAging.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT AGING-FILE.
           IF AG-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       AGING-LOOP-PARA.
           READ AGING-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE AGING-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE AG-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE AG-ACC-NUM TO FL-ACC-NUM
               MOVE "VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "DAYS" TO FL-TAG
               MOVE AG-DAYS TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO AGING-LOOP-PARA.

       DISPUTES-PARA.
           MOVE 9 TO FILE-STEP.
           MOVE "disputes.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT DISPUTES-FILE.
           IF DS-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       DISPUTES-LOOP-PARA.
           READ DISPUTES-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DISPUTES-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.

      *    a decided case is history and may outlive its vault; an open
      *    one still has a credit or reversal to post somewhere
           IF DS-STATUS NOT = 'O' THEN
               GO TO DISPUTES-LOOP-PARA
           END-IF.
           MOVE DS-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

           IF ON-MASTER = 0 THEN
               MOVE "SEVERE" TO FL-SEVERITY
               MOVE DS-ACC-NUM TO FL-ACC-NUM
               MOVE "OPEN DISPUTE, VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "CASE" TO FL-TAG
               MOVE DS-CASE-ID TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO SEVERE-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO DISPUTES-LOOP-PARA.

       ADJPEND-PARA.
           MOVE 10 TO FILE-STEP.
           MOVE "adjpend.txt" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           OPEN INPUT ADJPEND-FILE.
           IF AJ-FS = 35 THEN
               MOVE 0 TO FILE-PRESENT
               GO TO FILE-DONE-PARA
           END-IF.
           MOVE 1 TO FILE-PRESENT.
           MOVE 0 TO WS-EOF.

       ADJPEND-LOOP-PARA.
           READ ADJPEND-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE ADJPEND-FILE
               GO TO FILE-DONE-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           MOVE AP-ACC-NUM TO IDX-ACC-NUM.
           MOVE 0 TO ON-MASTER.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO ON-MASTER
           END-READ.

      *    approving it would post to a vault that is no longer there
           IF ON-MASTER = 0 THEN
               MOVE "SEVERE" TO FL-SEVERITY
               MOVE AP-ACC-NUM TO FL-ACC-NUM
               MOVE "PENDING ADJ ON VAULT NOT ON MASTER" TO FL-PROBLEM
               MOVE "ADJ" TO FL-TAG
               MOVE AP-ID TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO SEVERE-COUNT
               ADD 1 TO FILE-FINDS
           END-IF.
           GO TO ADJPEND-LOOP-PARA.

       FILE-DONE-PARA.      *> one summary line per file, then the next file
           MOVE FL-FILE TO FF-FILE.
           MOVE FILE-ROWS TO FF-ROWS.
           MOVE FILE-FINDS TO FF-FINDS.
           MOVE SPACES TO FF-NOTE.
           IF FILE-PRESENT = 0 THEN
               MOVE "  (NO SUCH FILE)" TO FF-NOTE
           END-IF.
           MOVE WS-FILE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF FILE-STEP = 1 THEN
               GO TO HOLDERS-PARA
           END-IF.
           IF FILE-STEP = 2 THEN
               GO TO BENEF-PARA
           END-IF.
           IF FILE-STEP = 3 THEN
               GO TO STDORDER-PARA
           END-IF.
           IF FILE-STEP = 4 THEN
               GO TO HOLDS-PARA
           END-IF.
           IF FILE-STEP = 5 THEN
               GO TO UNCLEARED-PARA
           END-IF.
           IF FILE-STEP = 6 THEN
               GO TO PINFAIL-PARA
           END-IF.
           IF FILE-STEP = 7 THEN
               GO TO AGING-PARA
           END-IF.
           IF FILE-STEP = 8 THEN
               GO TO DISPUTES-PARA
           END-IF.
           IF FILE-STEP = 9 THEN
               GO TO ADJPEND-PARA
           END-IF.
           GO TO MASTER-SCAN-PARA.

      *    the other direction: every vault on the master needs a
      *    custinfo.txt row, or its statements and letters have no
      *    address to go to
       MASTER-SCAN-PARA.
           MOVE "masteridx.dat" TO FL-FILE.
           MOVE 0 TO FILE-ROWS.
           MOVE 0 TO FILE-FINDS.
           MOVE 0 TO IDX-ACC-NUM.
           MOVE 0 TO WS-EOF.
           START MASTERIDX-FILE KEY GREATER THAN IDX-ACC-NUM
               INVALID KEY MOVE 1 TO WS-EOF
           END-START.

       MASTER-SCAN-LOOP-PARA.
           IF WS-EOF = 0 THEN
               READ MASTERIDX-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF
               END-READ
           END-IF.

           IF WS-EOF = 1 THEN
               GO TO MASTER-SCAN-EXIT-PARA
           END-IF.

           ADD 1 TO FILE-ROWS.
           IF CUSTINFO-FULL = 1 THEN
               GO TO MASTER-SCAN-LOOP-PARA
           END-IF.

           MOVE 1 TO CUSTINFO-IX.

       MASTER-CUST-LOOP-PARA.
           IF CUSTINFO-IX > CUSTINFO-COUNT THEN
               MOVE "WARNING" TO FL-SEVERITY
               MOVE IDX-ACC-NUM TO FL-ACC-NUM
               MOVE "NO custinfo.txt ROW" TO FL-PROBLEM
               MOVE SPACES TO FL-TAG
               MOVE SPACES TO FL-REF
               MOVE WS-FIND-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WARNING-COUNT
               ADD 1 TO FILE-FINDS
               GO TO MASTER-SCAN-LOOP-PARA
           END-IF.

           IF TAB-CU-ACC(CUSTINFO-IX) = IDX-ACC-NUM THEN
               GO TO MASTER-SCAN-LOOP-PARA
           END-IF.

           ADD 1 TO CUSTINFO-IX.
           GO TO MASTER-CUST-LOOP-PARA.

       MASTER-SCAN-EXIT-PARA.
           MOVE FILE-ROWS TO MASTER-COUNT.
           MOVE FL-FILE TO FF-FILE.
           MOVE FILE-ROWS TO FF-ROWS.
           MOVE FILE-FINDS TO FF-FINDS.
           MOVE SPACES TO FF-NOTE.
      *    a custinfo.txt too big for the table would flag vaults that
      *    do have a row, so the check is skipped rather than trusted
           IF CUSTINFO-FULL = 1 THEN
               MOVE "  (NOT CHECKED)" TO FF-NOTE
               DISPLAY "=> WARNING: MORE THAN 1000 custinfo.txt ROWS, "
                   "MISSING-ROW CHECK SKIPPED"
           END-IF.
           MOVE WS-FILE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       EXIT-PARA.
      *    NIGHTRUN reads this line; it must stay the last one written
           IF SEVERE-COUNT = 0 THEN
               MOVE "PASS" TO RR-STATUS
           ELSE
               MOVE "FAIL" TO RR-STATUS
           END-IF.
           MOVE SEVERE-COUNT TO RR-SEVERE.
           MOVE WARNING-COUNT TO RR-WARNING.
           MOVE MASTER-COUNT TO RR-ACCOUNTS.
           MOVE WS-RPT-RESULT TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE MASTERIDX-FILE.
           CLOSE INTEGRPT-FILE.

           DISPLAY "=> INTEGRITY CHECK " RR-STATUS ": " SEVERE-COUNT
               " SEVERE, " WARNING-COUNT " WARNING, REPORT WRITTEN "
               "TO integRpt.txt".

           STOP RUN.

       END PROGRAM INTEGCHK.
