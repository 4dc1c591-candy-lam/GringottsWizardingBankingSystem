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
       PROGRAM-ID. RECOVER.

      *    forward recovery, run by hand when a promoted master.txt
      *    turns out to be bad: loads the master generation the
      *    operator picks, replays every ledger.txt posting made after
      *    that generation's settlement cut-off (PROMOTE keeps the
      *    cut-offs in mastergen.txt), checking each row's pre-balance
      *    against the balance rebuilt so far, and writes the result
      *    to masterRecovered.txt with a report in recoverRpt.txt;
      *    nothing live is touched -- on a CLEAN result the operator
      *    copies masterRecovered.txt over master.txt and runs MSTBUILD.
      *    ACCTMAINT's own master changes after the cut-off (openings,
      *    closures, freezes, reactivations, unlocks and amended
      *    limits, products and names) are not in the ledger; each one
      *    found in mstaudit.txt is listed and the recovery stops as
      *    MASTER AMENDED, the same as a vault opened since the cut-off
      *    stops it as NOT IN BACKUP, so the operator picks a newer
      *    generation instead
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    layout kept in step with promote.cob's MASTERGEN-FILE
       SELECT MASTERGEN-FILE ASSIGN TO 'mastergen.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MG-FS.

      *    the generation being recovered from, master.G001..G005,
      *    picked at runtime the way promote.cob names them
       SELECT GENMASTER-FILE ASSIGN TO WS-GEN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS GM-FS.

      *    read twice over: ledger.G001 first, in case LGARCH closed
      *    the cut-off's year out after the generation was taken, then
      *    the live ledger.txt
       SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LG-FS.

      *    layout kept in step with acctmaint.cob's MSTAUDIT-FILE
       SELECT MSTAUDIT-FILE ASSIGN TO 'mstaudit.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MA-FS.

       SELECT RECOVERED-FILE ASSIGN TO 'masterRecovered.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECRPT-FILE ASSIGN TO 'recoverRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTERGEN-FILE.
       01 MASTERGEN-REC.
           05 MG-SLOT PIC 9.           *> 0 = master.txt, 1-5 = master.G001-G005
           05 MG-CUTOFF PIC 9(16).     *> settlement cut-off, 0 = not known

       FD GENMASTER-FILE.
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

       FD RECOVERED-FILE.
       01 ACCOUNT-R PIC X(99).

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

      *    layout kept in step with acctmaint.cob's MSTAUDIT-REC
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

       FD RECRPT-FILE.
       01 RPT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *    the generation's accounts, rebuilt in place as the ledger is
      *    replayed; TAB-ACCOUNT is the master record itself so it goes
      *    back out to masterRecovered.txt byte for byte
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1000 TIMES.
               10  TAB-ACCOUNT.
                   15  TAB-ACC-NAME PIC A(20).
                   15  TAB-ACC-NUM PIC 9(16).
                   15  TAB-PASSWORD-HASH PIC 9(10).
                   15  TAB-BAL-SIGN PIC X.
                   15  TAB-BALANCE PIC 9(13)V9(2).
                   15  FILLER PIC X(31).
                   15  TAB-LOCKED PIC X.
                   15  FILLER PIC X(5).
               10  TAB-ROWS PIC 9(6).        *> ledger rows replayed onto the account
               10  TAB-OLD-SIGN PIC X.       *> balance in the generation
               10  TAB-OLD-BALANCE PIC 9(13)V9(2).
               10  TAB-PIN-RESET PIC X.      *> 'Y' = a PIN change was replayed
       01  ACCOUNT-COUNT PIC 9(4) VALUE 0.  *> number of rows used in ACCOUNT-TABLE
       01  ACCOUNT-MAX PIC 9(4) VALUE 1000. *> ACCOUNT-TABLE OCCURS 1000 TIMES
       01  ACC-IX PIC 9(4).                 *> scratch subscript, reused by every table loop
       01  CUR-ACC-IX PIC 9(4).             *> ACCOUNT-TABLE row of the ledger row in hand

       01  REC-GEN PIC X.                   *> generation keyed by the operator, 1-5
       01  REC-CUTOFF PIC 9(16) VALUE 0.    *> that generation's settlement cut-off
       01  WS-GEN-NAME.
           05 FILLER PIC X(10) VALUE "master.G00".
           05 GEN-DIGIT PIC 9.
       01  WS-LEDGER-NAME PIC X(20).        *> ledger file being replayed right now
       01  LEDGER-PASS PIC 9.
       *>which ledger file is open: 1 = ledger.G001, 2 = ledger.txt
       01  ROW-NUM PIC 9(8).                *> line number within WS-LEDGER-NAME
       01  REPLAY-COUNT PIC 9(8) VALUE 0.   *> ledger rows replayed in all
       01  TOUCHED-COUNT PIC 9(4) VALUE 0.  *> accounts with at least one row replayed
       01  AMENDED-COUNT PIC 9(6) VALUE 0.  *> mstaudit.txt rows made after the cut-off
       01  REBUILT-BALANCE PIC S9(13)V9(2). *> table balance before the row, signed
       01  LEDGER-PRE PIC S9(13)V9(2).      *> the row's own pre-balance, signed
       01  STOP-REASON PIC X(15) VALUE SPACES.
       *>why the replay stopped, spaces while it is still clean
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  STAMP-FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = mastergen.txt has a row for the generation
       01  MG-FS PIC 9(2).                  *> variable storing file status of MASTERGEN-FILE
       01  GM-FS PIC 9(2).                  *> variable storing file status of GENMASTER-FILE
       01  LG-FS PIC 9(2).                  *> variable storing file status of LEDGER-FILE
       01  MA-FS PIC 9(2).                  *> variable storing file status of MSTAUDIT-FILE

      *    layouts built in working-storage, then moved onto RPT-LINE
       01 WS-RPT-HEAD.
           05 RH-STR1 PIC X(16) VALUE "FROM GENERATION ".
           05 RH-NAME PIC X(11).
           05 RH-STR2 PIC X(10) VALUE "  CUTOFF: ".
           05 RH-CUTOFF PIC 9(16).
           05 RH-STR3 PIC X(12) VALUE "  ACCOUNTS: ".
           05 RH-COUNT PIC 9(4).
       01 WS-RPT-ACCT.
           05 RA-STR1 PIC X(9) VALUE "ACCOUNT: ".
           05 RA-ACC-NUM PIC 9(16).
           05 RA-STR2 PIC X(8) VALUE "  ROWS: ".
           05 RA-ROWS PIC 9(6).
           05 RA-STR3 PIC X(8) VALUE "  FROM: ".
           05 RA-OLD-SIGN PIC X.
           05 RA-OLD-BALANCE PIC 9(13)V9(2).
           05 RA-STR4 PIC X(6) VALUE "  TO: ".
           05 RA-NEW-SIGN PIC X.
           05 RA-NEW-BALANCE PIC 9(13)V9(2).
           05 RA-STR5 PIC X(2) VALUE SPACES.
           05 RA-NOTE PIC X(16).
       01 WS-RPT-STOP.
           05 RS-STR1 PIC X(12) VALUE "DISCREPANCY ".
           05 RS-REASON PIC X(15).
           05 RS-STR2 PIC X(2) VALUE SPACES.
           05 RS-FILE PIC X(11).
           05 RS-STR3 PIC X(6) VALUE " ROW: ".
           05 RS-ROW PIC 9(8).
           05 RS-STR4 PIC X(11) VALUE "  ACCOUNT: ".
           05 RS-ACC-NUM PIC 9(16).
           05 RS-STR5 PIC X(6) VALUE "  OP: ".
           05 RS-OPERA PIC X.
           05 RS-STR6 PIC X(6) VALUE "  TS: ".
           05 RS-TS PIC 9(16).
       01 WS-RPT-PRE.
           05 RP-STR1 PIC X(18) VALUE "  REBUILT BALANCE ".
           05 RP-REBUILT-SIGN PIC X.
           05 RP-REBUILT PIC 9(13)V9(2).
           05 RP-STR2 PIC X(22) VALUE "  LEDGER PRE-BALANCE ".
           05 RP-LEDGER-SIGN PIC X.
           05 RP-LEDGER PIC 9(13)V9(2).
       01 WS-RPT-AMEND.
           05 RM-STR1 PIC X(21) VALUE "AMENDED AFTER CUTOFF ".
           05 RM-ACC-NUM PIC 9(16).
           05 RM-STR2 PIC X(2) VALUE SPACES.
           05 RM-FIELD PIC X(12).
           05 RM-STR3 PIC X(2) VALUE SPACES.
           05 RM-OLD PIC X(20).
           05 RM-STR4 PIC X(4) VALUE " -> ".
           05 RM-NEW PIC X(20).
           05 RM-STR5 PIC X(6) VALUE "  TS: ".
           05 RM-TS PIC X(16).
       01 WS-RPT-TOTAL.
           05 RT-STR1 PIC X(15) VALUE "ROWS REPLAYED: ".
           05 RT-ROWS PIC 9(8).
           05 RT-STR2 PIC X(20) VALUE "  ACCOUNTS TOUCHED: ".
           05 RT-TOUCHED PIC 9(4).
       01 WS-RPT-RESULT.
           05 RR-STR1 PIC X(8) VALUE "RESULT: ".
           05 RR-STATUS PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "##############################################".
           DISPLAY "##         Gringotts Wizarding Bank         ##".
           DISPLAY "##        Master File Forward Recovery      ##".
           DISPLAY "##############################################".

       CHOOSE-GEN-PARA.
           DISPLAY "=> WHICH GENERATION IS THE RECOVERY STARTING FROM?".
           DISPLAY "=> PRESS 1 FOR master.G001 (NEWEST) ... "
               "5 FOR master.G005 (OLDEST)".
           ACCEPT REC-GEN FROM SYSIN.

           IF REC-GEN >= "1" AND REC-GEN <= "5" THEN
               MOVE REC-GEN TO GEN-DIGIT
               GO TO LOAD-STAMP-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHOOSE-GEN-PARA.

       LOAD-STAMP-PARA.
      *    without the generation's cut-off there is no telling which
      *    ledger rows are already in it, so refuse rather than guess
           OPEN INPUT MASTERGEN-FILE.
           IF MG-FS = 35 THEN      *> PROMOTE has never stamped a generation
               DISPLAY "=> *** RECOVERY REFUSED ***"
               DISPLAY "=> NO mastergen.txt - NO GENERATION HAS A "
                   "KNOWN CUTOFF"
               STOP RUN
           END-IF.

           MOVE 0 TO STAMP-FOUND.
           MOVE 0 TO WS-EOF.

       LOAD-STAMP-LOOP-PARA.
           READ MASTERGEN-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MASTERGEN-FILE
               GO TO LOAD-STAMP-EXIT-PARA
           END-IF.

           IF MG-SLOT IS NUMERIC AND MG-CUTOFF IS NUMERIC THEN
               IF MG-SLOT = GEN-DIGIT THEN
                   MOVE MG-CUTOFF TO REC-CUTOFF
                   MOVE 1 TO STAMP-FOUND
               END-IF
           END-IF.
           GO TO LOAD-STAMP-LOOP-PARA.

       LOAD-STAMP-EXIT-PARA.
           IF STAMP-FOUND = 0 OR REC-CUTOFF = 0 THEN
               DISPLAY "=> *** RECOVERY REFUSED ***"
               DISPLAY "=> " WS-GEN-NAME " HAS NO CUTOFF IN "
                   "mastergen.txt - PICK ANOTHER GENERATION"
               STOP RUN
           END-IF.

       LOAD-MASTER-PARA.
           OPEN INPUT GENMASTER-FILE.
           IF GM-FS = 35 THEN
               DISPLAY "=> *** RECOVERY REFUSED ***"
               DISPLAY "=> " WS-GEN-NAME " DOES NOT EXIST"
               STOP RUN
           END-IF.

           MOVE 0 TO ACCOUNT-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-MASTER-LOOP-PARA.
           READ GENMASTER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE GENMASTER-FILE
               GO TO LOAD-MASTER-EXIT-PARA
           END-IF.

           IF ACCOUNT-COUNT >= ACCOUNT-MAX THEN
               CLOSE GENMASTER-FILE
               DISPLAY "=> *** RECOVERY REFUSED ***"
               DISPLAY "=> " WS-GEN-NAME " HOLDS MORE THAN "
                   ACCOUNT-MAX " ACCOUNTS"
               STOP RUN
           END-IF.

           ADD 1 TO ACCOUNT-COUNT.
           MOVE ACCOUNT TO TAB-ACCOUNT(ACCOUNT-COUNT).
           MOVE 0 TO TAB-ROWS(ACCOUNT-COUNT).
           MOVE BALANCE-SIGN TO TAB-OLD-SIGN(ACCOUNT-COUNT).
           MOVE BALANCE TO TAB-OLD-BALANCE(ACCOUNT-COUNT).
           MOVE 'N' TO TAB-PIN-RESET(ACCOUNT-COUNT).
           GO TO LOAD-MASTER-LOOP-PARA.

       LOAD-MASTER-EXIT-PARA.
           OPEN OUTPUT RECRPT-FILE.
           MOVE WS-GEN-NAME TO RH-NAME.
           MOVE REC-CUTOFF TO RH-CUTOFF.
           MOVE ACCOUNT-COUNT TO RH-COUNT.
           MOVE WS-RPT-HEAD TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE "ledger.G001" TO WS-LEDGER-NAME.
           MOVE 1 TO LEDGER-PASS.

       REPLAY-OPEN-PARA.
           OPEN INPUT LEDGER-FILE.
           IF LG-FS = 35 THEN      *> no archive cut yet, or no postings
               CLOSE LEDGER-FILE
               GO TO REPLAY-NEXT-FILE-PARA
           END-IF.

           MOVE 0 TO ROW-NUM.
           MOVE 0 TO WS-EOF.

       REPLAY-LOOP-PARA.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LEDGER-FILE
               GO TO REPLAY-NEXT-FILE-PARA
           END-IF.

           ADD 1 TO ROW-NUM.
           IF LG-TS NOT NUMERIC THEN
               MOVE "BAD LEDGER ROW" TO STOP-REASON
               GO TO REPLAY-STOP-PARA
           END-IF.

      *    already settled into the generation
           IF LG-TS NOT > REC-CUTOFF THEN
               GO TO REPLAY-LOOP-PARA
           END-IF.

           IF LG-ACC-NUM NOT NUMERIC OR LG-PRE-BALANCE NOT NUMERIC
              OR LG-POST-BALANCE NOT NUMERIC THEN
               MOVE "BAD LEDGER ROW" TO STOP-REASON
               GO TO REPLAY-STOP-PARA
           END-IF.

           MOVE 1 TO ACC-IX.

       REPLAY-FIND-LOOP-PARA.
           IF ACC-IX > ACCOUNT-COUNT THEN
      *        opened after the generation was taken; ACCTMAINT's
      *        account details are not in the ledger to rebuild from
               MOVE "NOT IN BACKUP" TO STOP-REASON
               GO TO REPLAY-STOP-PARA
           END-IF.

           IF TAB-ACC-NUM(ACC-IX) = LG-ACC-NUM THEN
               MOVE ACC-IX TO CUR-ACC-IX
               GO TO REPLAY-APPLY-PARA
           END-IF.

           ADD 1 TO ACC-IX.
           GO TO REPLAY-FIND-LOOP-PARA.

       REPLAY-APPLY-PARA.
      *    the row must start from exactly the balance rebuilt so far;
      *    anything else means a posting is missing, doubled or out of
      *    order, and nothing after it can be trusted
           IF TAB-BAL-SIGN(CUR-ACC-IX) = '-' THEN
               COMPUTE REBUILT-BALANCE = 0 - TAB-BALANCE(CUR-ACC-IX)
           ELSE
               MOVE TAB-BALANCE(CUR-ACC-IX) TO REBUILT-BALANCE
           END-IF.
           IF LG-PRE-SIGN = '-' THEN
               COMPUTE LEDGER-PRE = 0 - LG-PRE-BALANCE
           ELSE
               MOVE LG-PRE-BALANCE TO LEDGER-PRE
           END-IF.

           IF REBUILT-BALANCE NOT = LEDGER-PRE THEN
               MOVE "PRE-BALANCE" TO STOP-REASON
               GO TO REPLAY-STOP-PARA
           END-IF.

           MOVE LG-POST-SIGN TO TAB-BAL-SIGN(CUR-ACC-IX).
           MOVE LG-POST-BALANCE TO TAB-BALANCE(CUR-ACC-IX).

      *    the non-balance postings CENTRAL carries into the master;
      *    a PIN change's new hash never reaches the ledger, so the
      *    account is only flagged for a branch PIN reset
           IF LG-OPERA = 'L' THEN
               MOVE 'Y' TO TAB-LOCKED(CUR-ACC-IX)
           END-IF.
           IF LG-OPERA = 'U' THEN
               MOVE 'N' TO TAB-LOCKED(CUR-ACC-IX)
           END-IF.
           IF LG-OPERA = 'P' THEN
               MOVE 'Y' TO TAB-PIN-RESET(CUR-ACC-IX)
           END-IF.

           IF TAB-ROWS(CUR-ACC-IX) = 0 THEN
               ADD 1 TO TOUCHED-COUNT
           END-IF.
           ADD 1 TO TAB-ROWS(CUR-ACC-IX).
           ADD 1 TO REPLAY-COUNT.
           GO TO REPLAY-LOOP-PARA.

       REPLAY-NEXT-FILE-PARA.
           IF LEDGER-PASS = 1 THEN
               MOVE 2 TO LEDGER-PASS
               MOVE "ledger.txt" TO WS-LEDGER-NAME
               GO TO REPLAY-OPEN-PARA
           END-IF.

           GO TO AMEND-SCAN-PARA.

      *    clean all the way through, the rebuilt book goes out
       WRITE-RECOVERED-PARA.
           OPEN OUTPUT RECOVERED-FILE.
           MOVE 1 TO ACC-IX.

       WRITE-RECOVERED-LOOP-PARA.
           IF ACC-IX > ACCOUNT-COUNT THEN
               CLOSE RECOVERED-FILE
               GO TO REPORT-ACCOUNTS-PARA
           END-IF.

           MOVE TAB-ACCOUNT(ACC-IX) TO ACCOUNT-R.
           WRITE ACCOUNT-R.
           ADD 1 TO ACC-IX.
           GO TO WRITE-RECOVERED-LOOP-PARA.

       REPLAY-STOP-PARA.
           CLOSE LEDGER-FILE.
           MOVE STOP-REASON TO RS-REASON.
           MOVE WS-LEDGER-NAME TO RS-FILE.
           MOVE ROW-NUM TO RS-ROW.
           MOVE LG-ACC-NUM TO RS-ACC-NUM.
           MOVE LG-OPERA TO RS-OPERA.
           MOVE LG-TS TO RS-TS.
           MOVE WS-RPT-STOP TO RPT-LINE.
           WRITE RPT-LINE.

           IF STOP-REASON = "PRE-BALANCE" THEN
               MOVE TAB-BAL-SIGN(CUR-ACC-IX) TO RP-REBUILT-SIGN
               MOVE TAB-BALANCE(CUR-ACC-IX) TO RP-REBUILT
               MOVE LG-PRE-SIGN TO RP-LEDGER-SIGN
               MOVE LG-PRE-BALANCE TO RP-LEDGER
               MOVE WS-RPT-PRE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *    a half-replayed master must never be mistaken for a good
      *    one, so any earlier run's output is emptied as well
           OPEN OUTPUT RECOVERED-FILE.
           CLOSE RECOVERED-FILE.

      *    ACCTMAINT's changes made since the cut-off: the ledger has
      *    none of them, so a master rebuilt from it alone would bring
      *    closed vaults back and undo freezes and approved amendments;
      *    each is listed, and any one of them stops the recovery
       AMEND-SCAN-PARA.
           OPEN INPUT MSTAUDIT-FILE.
           IF MA-FS = 35 THEN      *> no master change ever made
               CLOSE MSTAUDIT-FILE
               GO TO AMEND-EXIT-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       AMEND-LOOP-PARA.
           READ MSTAUDIT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MSTAUDIT-FILE
               GO TO AMEND-EXIT-PARA
           END-IF.

      *    a row whose time cannot be read cannot be shown to be in
      *    the generation, so it counts against the recovery too
           IF MA-TS IS NUMERIC THEN
               IF MA-TS NOT > REC-CUTOFF THEN
                   GO TO AMEND-LOOP-PARA
               END-IF
           END-IF.

           ADD 1 TO AMENDED-COUNT.
           MOVE MA-ACC-NUM TO RM-ACC-NUM.
           MOVE MA-FIELD TO RM-FIELD.
           MOVE MA-OLD TO RM-OLD.
           MOVE MA-NEW TO RM-NEW.
           MOVE MA-TS TO RM-TS.
           MOVE WS-RPT-AMEND TO RPT-LINE.
           WRITE RPT-LINE.
           GO TO AMEND-LOOP-PARA.

       AMEND-EXIT-PARA.
           IF STOP-REASON NOT = SPACES THEN
               GO TO REPORT-ACCOUNTS-PARA
           END-IF.
           IF AMENDED-COUNT = 0 THEN
               GO TO WRITE-RECOVERED-PARA
           END-IF.

           MOVE "MASTER AMENDED" TO STOP-REASON.
           OPEN OUTPUT RECOVERED-FILE.
           CLOSE RECOVERED-FILE.

       REPORT-ACCOUNTS-PARA.
      *    every account the replay moved, as far as it got
           MOVE 1 TO ACC-IX.

       REPORT-ACCOUNTS-LOOP-PARA.
           IF ACC-IX > ACCOUNT-COUNT THEN
               GO TO REPORT-EXIT-PARA
           END-IF.

           IF TAB-ROWS(ACC-IX) NOT = 0 THEN
               MOVE TAB-ACC-NUM(ACC-IX) TO RA-ACC-NUM
               MOVE TAB-ROWS(ACC-IX) TO RA-ROWS
               MOVE TAB-OLD-SIGN(ACC-IX) TO RA-OLD-SIGN
               MOVE TAB-OLD-BALANCE(ACC-IX) TO RA-OLD-BALANCE
               MOVE TAB-BAL-SIGN(ACC-IX) TO RA-NEW-SIGN
               MOVE TAB-BALANCE(ACC-IX) TO RA-NEW-BALANCE
               MOVE SPACES TO RA-NOTE
               IF TAB-PIN-RESET(ACC-IX) = 'Y' THEN
                   MOVE "PIN RESET NEEDED" TO RA-NOTE
               END-IF
               MOVE WS-RPT-ACCT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

           ADD 1 TO ACC-IX.
           GO TO REPORT-ACCOUNTS-LOOP-PARA.

       REPORT-EXIT-PARA.
           MOVE REPLAY-COUNT TO RT-ROWS.
           MOVE TOUCHED-COUNT TO RT-TOUCHED.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.

           IF STOP-REASON = SPACES THEN
               MOVE "CLEAN" TO RR-STATUS
           ELSE
               MOVE "STOPPED" TO RR-STATUS
           END-IF.
           MOVE WS-RPT-RESULT TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE RECRPT-FILE.

           DISPLAY "=> " REPLAY-COUNT " LEDGER ROW(S) REPLAYED ONTO "
               TOUCHED-COUNT " ACCOUNT(S) FROM " WS-GEN-NAME.
           IF STOP-REASON = SPACES THEN
               DISPLAY "=> RECOVERY CLEAN, WRITTEN TO "
                   "masterRecovered.txt"
               DISPLAY "=> COPY IT OVER master.txt, THEN RUN MSTBUILD"
           ELSE
               DISPLAY "=> *** RECOVERY STOPPED: " STOP-REASON " ***"
               DISPLAY "=> NOTHING WRITTEN - SEE recoverRpt.txt"
           END-IF.
           IF AMENDED-COUNT NOT = 0 THEN
               DISPLAY "=> " AMENDED-COUNT " MASTER CHANGE(S) MADE "
                   "SINCE THE CUTOFF - RECOVER FROM A NEWER GENERATION"
           END-IF.
           STOP RUN.

       END PROGRAM RECOVER.
