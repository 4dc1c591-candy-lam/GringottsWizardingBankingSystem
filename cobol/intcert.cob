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
       PROGRAM-ID. INTCERT.

      *    year-end interest certificates and the Ministry's tax
      *    return: every 'I' ledger row stamped in the chosen tax year
      *    is totalled per vault, reading ledger.txt and each
      *    generation LGARCH has cut off it (ledger.G001..G005), so a
      *    year split by a close-out is still counted whole. Each
      *    vault that earned anything gets one certificate in
      *    intCert.txt, addressed from custinfo.txt; a vault closed
      *    since is named and addressed from ACCTMAINT's closed
      *    register instead. taxReturn.txt carries one fixed-format
      *    row per payee between a header and a trailer holding the
      *    payee count and the control total of interest paid
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    retargeted at runtime across the live ledger and its
      *    archived generations, the way lgarch.cob names them
       SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS LG-FS.

       SELECT MASTER-FILE ASSIGN TO 'master.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS FS.

       SELECT CUSTINFO-FILE ASSIGN TO 'custinfo.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CU-FS.

      *    vaults closed through ACCTMAINT, with the holder's name and
      *    last address
       SELECT CLOSEDACC-FILE ASSIGN TO 'closedacc.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CA-FS.

       SELECT CERT-FILE ASSIGN TO 'intCert.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TAXRETURN-FILE ASSIGN TO 'taxReturn.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *    layout kept in step with acctmaint.cob's CUSTINFO-REC
       FD CUSTINFO-FILE.
       01 CUSTINFO-REC.
           05 CU-ACC-NUM PIC 9(16).
           05 CU-ADDR1 PIC X(30).      *> mailing address, first line
           05 CU-ADDR2 PIC X(30).      *> mailing address, second line
           05 CU-CONTACT PIC X(30).    *> owl name / floo address
           05 CU-PREF PIC X.           *> 'O' owl, 'P' post, 'N' none

      *    layout kept in step with acctmaint.cob's CLOSEDACC-REC
       FD CLOSEDACC-FILE.
       01 CLOSEDACC-REC.
           05 CA-ACC-NUM PIC 9(16).    *> the vault closed
           05 CA-NAME PIC A(20).       *> its named holder
           05 CA-ADDR1 PIC X(30).      *> last mailing address, first line
           05 CA-ADDR2 PIC X(30).      *> last mailing address, second line
           05 CA-CLOSED-ON PIC 9(8).   *> date closed, YYYYMMDD

       FD CERT-FILE.
       01 CERT-LINE PIC X(80).

      *    the return: a header, one row per payee, a trailer; the
      *    three are told apart by the record type in the first byte
       FD TAXRETURN-FILE.
       01 TAX-HEADER-REC.
           05 TH-TYPE PIC X.           *> 'H'
           05 TH-YEAR PIC 9(4).        *> tax year returned
           05 TH-RUN-DATE PIC 9(8).    *> date produced, YYYYMMDD
           05 TH-PAYER PIC X(30).      *> the paying institution
       01 TAX-DETAIL-REC.
           05 TX-TYPE PIC X.           *> 'D'
           05 TX-YEAR PIC 9(4).
           05 TX-ACC-NUM PIC 9(16).    *> vault the interest was paid to
           05 TX-NAME PIC A(20).       *> payee, the vault's named holder
           05 TX-ADDR1 PIC X(30).
           05 TX-ADDR2 PIC X(30).
           05 TX-INTEREST PIC 9(13)V9(2).  *> gross interest paid in the year
           05 TX-CLOSED PIC X.         *> 'Y' = vault closed since
       01 TAX-TRAILER-REC.
           05 TT-TYPE PIC X.           *> 'T'
           05 TT-YEAR PIC 9(4).
           05 TT-COUNT PIC 9(8).       *> payee rows in the return
           05 TT-TOTAL PIC 9(13)V9(2). *> control total of TX-INTEREST

       WORKING-STORAGE SECTION.
      *    every vault credited interest in the year, with who it is
      *    to be certified to
       01  INT-TABLE.
           05  INT-ENTRY OCCURS 1000 TIMES.
               10  TAB-IN-ACC PIC 9(16).
               10  TAB-IN-TOTAL PIC 9(13)V9(2).
               10  TAB-IN-CREDITS PIC 9(5).
               10  TAB-IN-NAME PIC A(20).
               10  TAB-IN-ADDR1 PIC X(30).
               10  TAB-IN-ADDR2 PIC X(30).
               10  TAB-IN-CLOSED PIC X.     *> 'Y' = found only in the closed register
               10  TAB-IN-CLOSED-ON PIC 9(8).
       01  INT-COUNT PIC 9(4) VALUE 0.      *> number of rows used in INT-TABLE
       01  INT-IX PIC 9(4).                 *> scratch subscript, reused by every table loop
       01  CUR-IN-IX PIC 9(4).              *> INT-TABLE row of the vault in hand

      * generation names are built by moving a digit into the template,
      * the same names lgarch.cob writes
       01  WS-GEN-NAME.
           05 FILLER PIC X(10) VALUE "ledger.G00".
           05 GEN-DIGIT PIC 9.
       01  GEN-KEEP PIC 9 VALUE 5.          *> generations LGARCH keeps
       01  GEN-IX PIC 9.                    *> 0 = ledger.txt, else the generation
       01  WS-LEDGER-NAME PIC X(20).        *> filename OPENed next as LEDGER-FILE

       01  INPUT-YEAR PIC 9(4).             *> tax year being certified
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-CUR-YEAR PIC 9(4).            *> this year, still open
       01  TS-YEAR PIC 9(4).                *> year part of a ledger timestamp
       01  FILES-READ PIC 9 VALUE 0.        *> ledger files found and read
       01  ROWS-READ PIC 9(8) VALUE 0.      *> ledger rows read across them
       01  CREDITS-READ PIC 9(8) VALUE 0.   *> 'I' rows of the year among them
       01  TOT-INTEREST PIC 9(13)V9(2) VALUE 0.
       01  CLOSED-COUNT PIC 9(4) VALUE 0.   *> certificates for closed vaults
       01  NO-ADDR-COUNT PIC 9(4) VALUE 0.  *> certificates with no address on file
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  LG-FS PIC 9(2).                  *> variable storing file status of LEDGER-FILE
       01  FS PIC 9(2).                     *> variable storing file status of MASTER-FILE
       01  CU-FS PIC 9(2).                  *> variable storing file status of CUSTINFO-FILE
       01  CA-FS PIC 9(2).                  *> variable storing file status of CLOSEDACC-FILE

      * layouts built in working-storage, then moved onto CERT-LINE
       01 WS-CERT-TITLE.
           05 CT-STR1 PIC X(39) VALUE
               "CERTIFICATE OF INTEREST PAID, TAX YEAR ".
           05 CT-YEAR PIC 9(4).
       01 WS-CERT-VAULT.
           05 CV-STR1 PIC X(20) VALUE "VAULT:             #".
           05 CV-ACC-NUM PIC 9(16).
           05 CV-STR2 PIC X(12).            *> "  CLOSED ON " when closed
           05 CV-CLOSED-ON PIC X(8).
       01 WS-CERT-CREDITS.
           05 CC-STR1 PIC X(20) VALUE "INTEREST CREDITS:   ".
           05 CC-CREDITS PIC Z(4)9.
       01 WS-CERT-AMOUNT.
           05 CM-STR1 PIC X(20) VALUE "GROSS INTEREST PAID:".
           05 CM-AMOUNT PIC Z(12)9.99.
       01 WS-CERT-ISSUED.
           05 CI-STR1 PIC X(20) VALUE "DATE ISSUED:        ".
           05 CI-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "##############################################".
           DISPLAY "##         Gringotts Wizarding Bank         ##".
           DISPLAY "##   Interest Certificates and Tax Return   ##".
           DISPLAY "##############################################".

           DISPLAY "=> TAX YEAR (YYYY)".
           ACCEPT INPUT-YEAR FROM SYSIN.

      *    a year still running would certify part of its interest
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUR-YEAR = WS-CUR-DATE / 10000.
           IF INPUT-YEAR >= WS-CUR-YEAR THEN
               DISPLAY "=> *** RUN REFUSED ***"
               DISPLAY "=> ONLY A COMPLETED YEAR CAN BE CERTIFIED"
               STOP RUN
           END-IF.

           MOVE 0 TO GEN-IX.
           GO TO SCAN-FILE-PARA.

       SCAN-FILE-PARA.      *> ledger.txt first, then each generation
           IF GEN-IX > GEN-KEEP THEN
               GO TO CLOSED-PARA
           END-IF.

           IF GEN-IX = 0 THEN
               MOVE "ledger.txt" TO WS-LEDGER-NAME
           ELSE
               MOVE GEN-IX TO GEN-DIGIT
               MOVE WS-GEN-NAME TO WS-LEDGER-NAME
           END-IF.

           OPEN INPUT LEDGER-FILE.
           IF LG-FS = 35 THEN      *> never cut this far back
               CLOSE LEDGER-FILE
               GO TO SCAN-NEXT-PARA
           END-IF.
           ADD 1 TO FILES-READ.
           MOVE 0 TO WS-EOF.

       SCAN-LOOP-PARA.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE LEDGER-FILE
               GO TO SCAN-NEXT-PARA
           END-IF.

           ADD 1 TO ROWS-READ.
           IF LG-OPERA NOT = 'I' OR LG-TS NOT NUMERIC THEN
               GO TO SCAN-LOOP-PARA
           END-IF.
           COMPUTE TS-YEAR = LG-TS / 1000000000000.
           IF TS-YEAR NOT = INPUT-YEAR THEN
               GO TO SCAN-LOOP-PARA
           END-IF.

           ADD 1 TO CREDITS-READ.
           MOVE 0 TO CUR-IN-IX.
           MOVE 1 TO INT-IX.

       SCAN-FIND-PARA.
           IF INT-IX > INT-COUNT THEN
               GO TO SCAN-FIND-EXIT-PARA
           END-IF.
           IF TAB-IN-ACC(INT-IX) = LG-ACC-NUM THEN
               MOVE INT-IX TO CUR-IN-IX
               GO TO SCAN-FIND-EXIT-PARA
           END-IF.
           ADD 1 TO INT-IX.
           GO TO SCAN-FIND-PARA.

       SCAN-FIND-EXIT-PARA.
           IF CUR-IN-IX = 0 THEN
      *        a return missing payees is worse than no return at all
               IF INT-COUNT >= 1000 THEN   *> INT-TABLE OCCURS 1000 TIMES
                   DISPLAY "=> MORE THAN 1000 VAULTS EARNED INTEREST,"
                   DISPLAY "=> REFUSING TO CERTIFY FROM A PARTIAL TABLE"
                   CLOSE LEDGER-FILE
                   STOP RUN
               END-IF
               ADD 1 TO INT-COUNT
               MOVE INT-COUNT TO CUR-IN-IX
               MOVE LG-ACC-NUM TO TAB-IN-ACC(CUR-IN-IX)
               MOVE 0 TO TAB-IN-TOTAL(CUR-IN-IX)
               MOVE 0 TO TAB-IN-CREDITS(CUR-IN-IX)
               MOVE SPACES TO TAB-IN-NAME(CUR-IN-IX)
               MOVE SPACES TO TAB-IN-ADDR1(CUR-IN-IX)
               MOVE SPACES TO TAB-IN-ADDR2(CUR-IN-IX)
               MOVE 'N' TO TAB-IN-CLOSED(CUR-IN-IX)
               MOVE 0 TO TAB-IN-CLOSED-ON(CUR-IN-IX)
           END-IF.

           ADD LG-AMOUNT TO TAB-IN-TOTAL(CUR-IN-IX).
           ADD 1 TO TAB-IN-CREDITS(CUR-IN-IX).
           GO TO SCAN-LOOP-PARA.

       SCAN-NEXT-PARA.
           ADD 1 TO GEN-IX.
           GO TO SCAN-FILE-PARA.

       CLOSED-PARA.         *> name and address of vaults closed since
           OPEN INPUT CLOSEDACC-FILE.
           IF CA-FS = 35 THEN      *> nothing ever closed
               CLOSE CLOSEDACC-FILE
               GO TO MASTER-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       CLOSED-LOOP-PARA.
           READ CLOSEDACC-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE CLOSEDACC-FILE
               GO TO MASTER-PARA
           END-IF.

           MOVE 1 TO INT-IX.

       CLOSED-FIND-PARA.
           IF INT-IX > INT-COUNT THEN
               GO TO CLOSED-LOOP-PARA
           END-IF.
           IF TAB-IN-ACC(INT-IX) = CA-ACC-NUM THEN
               MOVE CA-NAME TO TAB-IN-NAME(INT-IX)
               MOVE CA-ADDR1 TO TAB-IN-ADDR1(INT-IX)
               MOVE CA-ADDR2 TO TAB-IN-ADDR2(INT-IX)
               MOVE 'Y' TO TAB-IN-CLOSED(INT-IX)
               MOVE CA-CLOSED-ON TO TAB-IN-CLOSED-ON(INT-IX)
               GO TO CLOSED-LOOP-PARA
           END-IF.
           ADD 1 TO INT-IX.
           GO TO CLOSED-FIND-PARA.

       MASTER-PARA.         *> the named holder of every vault still open
           OPEN INPUT MASTER-FILE.
           IF FS = 35 THEN      *> if master.txt not exist
               DISPLAY "non-existing file! (master.txt)"
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EOF.

       MASTER-LOOP-PARA.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MASTER-FILE
               GO TO CUSTINFO-PARA
           END-IF.

           MOVE 1 TO INT-IX.

       MASTER-FIND-PARA.
           IF INT-IX > INT-COUNT THEN
               GO TO MASTER-LOOP-PARA
           END-IF.
      *    a number reissued after a closure belongs to the open vault
           IF TAB-IN-ACC(INT-IX) = ACC-NUM THEN
               MOVE ACC-NAME TO TAB-IN-NAME(INT-IX)
               MOVE 'N' TO TAB-IN-CLOSED(INT-IX)
               MOVE 0 TO TAB-IN-CLOSED-ON(INT-IX)
               GO TO MASTER-LOOP-PARA
           END-IF.
           ADD 1 TO INT-IX.
           GO TO MASTER-FIND-PARA.

       CUSTINFO-PARA.       *> where each open vault's holder is written to
           OPEN INPUT CUSTINFO-FILE.
           IF CU-FS = 35 THEN      *> custinfo.txt doesn't exist yet
               CLOSE CUSTINFO-FILE
               GO TO WRITE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       CUSTINFO-LOOP-PARA.
           READ CUSTINFO-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE CUSTINFO-FILE
               GO TO WRITE-PARA
           END-IF.

           MOVE 1 TO INT-IX.

       CUSTINFO-FIND-PARA.
           IF INT-IX > INT-COUNT THEN
               GO TO CUSTINFO-LOOP-PARA
           END-IF.
           IF TAB-IN-ACC(INT-IX) = CU-ACC-NUM THEN
               MOVE CU-ADDR1 TO TAB-IN-ADDR1(INT-IX)
               MOVE CU-ADDR2 TO TAB-IN-ADDR2(INT-IX)
               GO TO CUSTINFO-LOOP-PARA
           END-IF.
           ADD 1 TO INT-IX.
           GO TO CUSTINFO-FIND-PARA.

       WRITE-PARA.          *> a certificate and a return row per vault
           OPEN OUTPUT CERT-FILE.
           OPEN OUTPUT TAXRETURN-FILE.

           MOVE SPACES TO TAX-HEADER-REC.
           MOVE 'H' TO TH-TYPE.
           MOVE INPUT-YEAR TO TH-YEAR.
           MOVE WS-CUR-DATE TO TH-RUN-DATE.
           MOVE "GRINGOTTS WIZARDING BANK" TO TH-PAYER.
           WRITE TAX-HEADER-REC.

           MOVE 1 TO INT-IX.

       WRITE-LOOP-PARA.
           IF INT-IX > INT-COUNT THEN
               GO TO WRITE-TRAILER-PARA
           END-IF.

           IF TAB-IN-CLOSED(INT-IX) = 'Y' THEN
               ADD 1 TO CLOSED-COUNT
           END-IF.

           MOVE ALL "=" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "GRINGOTTS WIZARDING BANK" TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE INPUT-YEAR TO CT-YEAR.
           MOVE WS-CERT-TITLE TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
      *    a vault closed before the closed register was kept has
      *    no name left anywhere; the return row goes in blank
           IF TAB-IN-NAME(INT-IX) = SPACES THEN
               MOVE "*** NAME NOT ON FILE ***" TO CERT-LINE
           ELSE
               MOVE TAB-IN-NAME(INT-IX) TO CERT-LINE
           END-IF.
           WRITE CERT-LINE.
      *    printed all the same, for the mail room to trace by hand
           IF TAB-IN-ADDR1(INT-IX) = SPACES
                   AND TAB-IN-ADDR2(INT-IX) = SPACES THEN
               ADD 1 TO NO-ADDR-COUNT
               MOVE "*** NO ADDRESS ON FILE ***" TO CERT-LINE
               WRITE CERT-LINE
           ELSE
               MOVE TAB-IN-ADDR1(INT-IX) TO CERT-LINE
               WRITE CERT-LINE
               MOVE TAB-IN-ADDR2(INT-IX) TO CERT-LINE
               WRITE CERT-LINE
           END-IF.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.

           MOVE TAB-IN-ACC(INT-IX) TO CV-ACC-NUM.
           MOVE SPACES TO CV-STR2.
           MOVE SPACES TO CV-CLOSED-ON.
           IF TAB-IN-CLOSED(INT-IX) = 'Y' THEN
               MOVE "  CLOSED ON " TO CV-STR2
               MOVE TAB-IN-CLOSED-ON(INT-IX) TO CV-CLOSED-ON
           END-IF.
           MOVE WS-CERT-VAULT TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE TAB-IN-CREDITS(INT-IX) TO CC-CREDITS.
           MOVE WS-CERT-CREDITS TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE TAB-IN-TOTAL(INT-IX) TO CM-AMOUNT.
           MOVE WS-CERT-AMOUNT TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE WS-CUR-DATE TO CI-DATE.
           MOVE WS-CERT-ISSUED TO CERT-LINE.
           WRITE CERT-LINE.

           MOVE SPACES TO TAX-DETAIL-REC.
           MOVE 'D' TO TX-TYPE.
           MOVE INPUT-YEAR TO TX-YEAR.
           MOVE TAB-IN-ACC(INT-IX) TO TX-ACC-NUM.
           MOVE TAB-IN-NAME(INT-IX) TO TX-NAME.
           MOVE TAB-IN-ADDR1(INT-IX) TO TX-ADDR1.
           MOVE TAB-IN-ADDR2(INT-IX) TO TX-ADDR2.
           MOVE TAB-IN-TOTAL(INT-IX) TO TX-INTEREST.
           MOVE TAB-IN-CLOSED(INT-IX) TO TX-CLOSED.
           WRITE TAX-DETAIL-REC.

           ADD TAB-IN-TOTAL(INT-IX) TO TOT-INTEREST.
           ADD 1 TO INT-IX.
           GO TO WRITE-LOOP-PARA.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO TAX-TRAILER-REC.
           MOVE 'T' TO TT-TYPE.
           MOVE INPUT-YEAR TO TT-YEAR.
           MOVE INT-COUNT TO TT-COUNT.
           MOVE TOT-INTEREST TO TT-TOTAL.
           WRITE TAX-TRAILER-REC.

           CLOSE CERT-FILE.
           CLOSE TAXRETURN-FILE.

       EXIT-PARA.
           DISPLAY "=> " FILES-READ " LEDGER FILE(S), " ROWS-READ
               " ROW(S) READ".
           DISPLAY "=> " CREDITS-READ " INTEREST CREDIT(S) IN "
               INPUT-YEAR.
           DISPLAY "=> " INT-COUNT " CERTIFICATE(S) WRITTEN TO "
               "intCert.txt".
           DISPLAY "=> " CLOSED-COUNT " OF THEM FOR CLOSED VAULTS".
           IF NO-ADDR-COUNT > 0 THEN
               DISPLAY "=> " NO-ADDR-COUNT " WITH NO ADDRESS ON FILE"
           END-IF.
           DISPLAY "=> RETURN WRITTEN TO taxReturn.txt".
           STOP RUN.

       END PROGRAM INTCERT.
