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
       PROGRAM-ID. ALERTRUN.

      *    nightly delivery of the customer alerts the day's programs
      *    queued on alertq.txt: ATMS (lockout, PIN change, large
      *    withdrawal, beneficiary added), CENTRAL (gone overdrawn),
      *    ACCTMAINT (frozen by order) and CHQRTN (cheque bounced).
      *    Each alert is checked against the customer's own choices on
      *    alertpref.txt, set at the ATM, and routed by the
      *    correspondence preference on custinfo.txt the way STMTRPT
      *    routes statements: owlAlerts.txt for the owlery,
      *    postAlerts.txt for the mail room, nothing for 'N'. The
      *    counts go to alertRpt.txt and the queue is emptied, so an
      *    alert is only ever sent once
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ALERTQ-FILE ASSIGN TO 'alertq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AQ-FS.

      *    the customer's own alert choices, kept by ATMS service 'A'
       SELECT ALERTPREF-FILE ASSIGN TO 'alertpref.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AL-FS.

       SELECT CUSTINFO-FILE ASSIGN TO 'custinfo.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CU-FS.

       SELECT OWLALERT-FILE ASSIGN TO 'owlAlerts.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSTALERT-FILE ASSIGN TO 'postAlerts.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ALERTRPT-FILE ASSIGN TO 'alertRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ALERTPREF-FILE.
       01 ALERTPREF-REC.
           05 AL-ACC-NUM PIC 9(16).
           05 AL-OPT PIC X OCCURS 7 TIMES.
      *>  one switch per alert, in AQ-TYPE order LOCK PINC BIGW ODRN
      *>  FRZE CHQB BENA; 'N' = opted out, anything else = wanted
           05 AL-WD-LIMIT PIC 9(5)V9(2). *> BIGW above this amount, 0 = never

      *    layout kept in step with acctmaint.cob's CUSTINFO-REC
       FD CUSTINFO-FILE.
       01 CUSTINFO-REC.
           05 CU-ACC-NUM PIC 9(16).
           05 CU-ADDR1 PIC X(30).      *> mailing address, first line
           05 CU-ADDR2 PIC X(30).      *> mailing address, second line
           05 CU-CONTACT PIC X(30).    *> owl name / floo address
           05 CU-PREF PIC X.           *> 'O' owl, 'P' post, 'N' none

       FD OWLALERT-FILE.
       01 OWLA-LINE PIC X(80).

       FD POSTALERT-FILE.
       01 POSTA-LINE PIC X(80).

       FD ALERTRPT-FILE.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *    alert codes and names, both in AQ-TYPE order; the position
      *    found here is the AL-OPT switch and the ALERT-COUNTS row
       01  ALERT-CODES.
           05 FILLER PIC X(4) VALUE "LOCK".
           05 FILLER PIC X(4) VALUE "PINC".
           05 FILLER PIC X(4) VALUE "BIGW".
           05 FILLER PIC X(4) VALUE "ODRN".
           05 FILLER PIC X(4) VALUE "FRZE".
           05 FILLER PIC X(4) VALUE "CHQB".
           05 FILLER PIC X(4) VALUE "BENA".
       01  ALERT-CODE-TABLE REDEFINES ALERT-CODES.
           05 ALERT-CODE PIC X(4) OCCURS 7 TIMES.
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
       01  ALERT-IX PIC 9.                  *> alert type of the row in hand, 0 = unknown

      *    what became of each type of alert this run
       01  ALERT-COUNTS.
           05  ALERT-COUNT-ENTRY OCCURS 7 TIMES.
               10  CNT-OWL PIC 9(5).        *> queued for the owlery
               10  CNT-POST PIC 9(5).       *> queued for the mail room
               10  CNT-OFF PIC 9(5).        *> customer opted out
               10  CNT-NONE PIC 9(5).       *> correspondence preference 'N'
       01  TOT-OWL PIC 9(5) VALUE 0.
       01  TOT-POST PIC 9(5) VALUE 0.
       01  TOT-OFF PIC 9(5) VALUE 0.
       01  TOT-NONE PIC 9(5) VALUE 0.
       01  UNKNOWN-COUNT PIC 9(5) VALUE 0.  *> rows with a type not listed above

      *    customer details loaded once up front; every alert looks
      *    its vault up here for the channel and the address
       01  CUSTINFO-TABLE.
           05  CUSTINFO-ENTRY OCCURS 500 TIMES.
               10  TAB-CU-ACC PIC 9(16).
               10  TAB-CU-ADDR1 PIC X(30).
               10  TAB-CU-ADDR2 PIC X(30).
               10  TAB-CU-CONTACT PIC X(30).
               10  TAB-CU-PREF PIC X.
       01  CUSTINFO-COUNT PIC 999 VALUE 0.  *> number of rows loaded into CUSTINFO-TABLE
       01  CUSTINFO-IX PIC 999.             *> scratch subscript
       01  CUR-CU-IX PIC 999.               *> CUSTINFO-TABLE row of the alert's vault, 0 = none

      *    the customers' alert choices; a vault with no row here
      *    gets every alert
       01  ALPREF-TABLE.
           05  ALPREF-ENTRY OCCURS 500 TIMES.
               10  TAB-AL-ACC PIC 9(16).
               10  TAB-AL-OPT PIC X OCCURS 7 TIMES.
       01  ALPREF-COUNT PIC 999 VALUE 0.    *> number of rows loaded into ALPREF-TABLE
       01  ALPREF-IX PIC 999.               *> scratch subscript
       01  OPT-IX PIC 9.                    *> scratch subscript over AL-OPT

       01  CUR-CHANNEL PIC X.
       *>where the alert in hand goes: 'O' owl queue, 'P' postal
       *>queue, 'N' nowhere (preference 'N'), 'X' opted out
       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  AQ-FS PIC 9(2).                  *> variable storing file status of ALERTQ-FILE
       01  AL-FS PIC 9(2).                  *> variable storing file status of ALERTPREF-FILE
       01  CU-FS PIC 9(2).                  *> variable storing file status of CUSTINFO-FILE

      *    layouts built in working-storage, then moved onto the
      *    dispatch queue lines
       01 WS-ALERT-HEAD-LINE.
           05 AH-STR1 PIC X(12) VALUE "=== ALERT: #".
           05 AH-ACC-NUM PIC 9(16).
           05 AH-STR2 PIC X(2) VALUE SPACES.
           05 AH-NAME PIC X(20).
           05 AH-STR3 PIC X(5) VALUE "  AT ".
           05 AH-TS PIC 9(16).
       01 WS-ALERT-DETAIL-LINE.
           05 AD-STR1 PIC X(10) VALUE "  AMOUNT: ".
           05 AD-AMOUNT PIC Z(12)9.99.
           05 AD-STR2 PIC X(2) VALUE SPACES.
           05 AD-DETAIL PIC X(20).
       01 WS-ALERT-TO-LINE.
           05 AT-STR1 PIC X(6) VALUE "  TO: ".
           05 AT-LINE1 PIC X(30).
           05 AT-STR2 PIC X(1) VALUE " ".
           05 AT-LINE2 PIC X(30).

      *    layouts built in working-storage, then moved onto RPT-LINE
       01 WS-RPT-HEAD.
           05 RH-STR1 PIC X(16) VALUE "ALERT RUN DATE: ".
           05 RH-DATE PIC 9(8).
       01 WS-RPT-COUNT-LINE.
           05 RC-NAME PIC X(20).
           05 RC-STR1 PIC X(6) VALUE " OWL: ".
           05 RC-OWL PIC 9(5).
           05 RC-STR2 PIC X(8) VALUE "  POST: ".
           05 RC-POST PIC 9(5).
           05 RC-STR3 PIC X(7) VALUE "  OFF: ".
           05 RC-OFF PIC 9(5).
           05 RC-STR4 PIC X(8) VALUE "  NONE: ".
           05 RC-NONE PIC 9(5).
       01 WS-RPT-UNKNOWN.
           05 RU-STR1 PIC X(20) VALUE "UNKNOWN TYPE".
           05 RU-STR2 PIC X(7) VALUE " ROWS: ".
           05 RU-COUNT PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           MOVE ZEROS TO ALERT-COUNTS.

           OPEN OUTPUT OWLALERT-FILE.
           OPEN OUTPUT POSTALERT-FILE.

           GO TO LOAD-CUSTINFO-PARA.

       LOAD-CUSTINFO-PARA.    *> channel and address for every alert
           OPEN INPUT CUSTINFO-FILE.
           IF CU-FS = 35 THEN      *> custinfo.txt doesn't exist yet
               CLOSE CUSTINFO-FILE
               GO TO LOAD-ALERTPREF-PARA
           END-IF.

           MOVE 0 TO CUSTINFO-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-CUSTINFO-LOOP-PARA.
           READ CUSTINFO-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE CUSTINFO-FILE
               GO TO LOAD-ALERTPREF-PARA
           END-IF.

           IF CUSTINFO-COUNT < 500 THEN    *> CUSTINFO-TABLE OCCURS 500 TIMES
               ADD 1 TO CUSTINFO-COUNT
               MOVE CU-ACC-NUM TO TAB-CU-ACC(CUSTINFO-COUNT)
               MOVE CU-ADDR1 TO TAB-CU-ADDR1(CUSTINFO-COUNT)
               MOVE CU-ADDR2 TO TAB-CU-ADDR2(CUSTINFO-COUNT)
               MOVE CU-CONTACT TO TAB-CU-CONTACT(CUSTINFO-COUNT)
               MOVE CU-PREF TO TAB-CU-PREF(CUSTINFO-COUNT)
           ELSE
               DISPLAY "=> WARNING: MORE THAN 500 CUSTOMER RECORDS, "
                   "IGNORING THE REST"
               CLOSE CUSTINFO-FILE
               GO TO LOAD-ALERTPREF-PARA
           END-IF.
           GO TO LOAD-CUSTINFO-LOOP-PARA.

       LOAD-ALERTPREF-PARA.   *> the customers' own choices
           OPEN INPUT ALERTPREF-FILE.
           IF AL-FS = 35 THEN      *> nobody has chosen yet, all wanted
               CLOSE ALERTPREF-FILE
               GO TO READ-ALERT-READY-PARA
           END-IF.

           MOVE 0 TO ALPREF-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-ALERTPREF-LOOP-PARA.
           READ ALERTPREF-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE ALERTPREF-FILE
               GO TO READ-ALERT-READY-PARA
           END-IF.

           IF ALPREF-COUNT NOT < 500 THEN  *> ALPREF-TABLE OCCURS 500 TIMES
               DISPLAY "=> WARNING: MORE THAN 500 ALERT CHOICES, "
                   "IGNORING THE REST"
               CLOSE ALERTPREF-FILE
               GO TO READ-ALERT-READY-PARA
           END-IF.

           ADD 1 TO ALPREF-COUNT.
           MOVE AL-ACC-NUM TO TAB-AL-ACC(ALPREF-COUNT).
           MOVE 1 TO OPT-IX.

       LOAD-ALERTPREF-OPT-PARA.
           IF OPT-IX > 7 THEN
               GO TO LOAD-ALERTPREF-LOOP-PARA
           END-IF.
           MOVE AL-OPT(OPT-IX) TO TAB-AL-OPT(ALPREF-COUNT OPT-IX).
           ADD 1 TO OPT-IX.
           GO TO LOAD-ALERTPREF-OPT-PARA.

       READ-ALERT-READY-PARA.
           OPEN INPUT ALERTQ-FILE.
           IF AQ-FS = 35 THEN      *> nothing has ever been queued
               CLOSE ALERTQ-FILE
               DISPLAY "=> NO ALERTS QUEUED"
               GO TO REPORT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       READ-ALERT-PARA.       *> next queued alert
           READ ALERTQ-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE ALERTQ-FILE
               GO TO EMPTY-QUEUE-PARA
           END-IF.

           MOVE 1 TO ALERT-IX.

       FIND-TYPE-LOOP-PARA.
           IF ALERT-CODE(ALERT-IX) = AQ-TYPE THEN
               GO TO FIND-PREF-READY-PARA
           END-IF.
           IF ALERT-IX = 7 THEN
               DISPLAY "=> WARNING: UNKNOWN ALERT TYPE " AQ-TYPE
                   " FOR #" AQ-ACC-NUM ", SKIPPED"
               ADD 1 TO UNKNOWN-COUNT
               GO TO READ-ALERT-PARA
           END-IF.
           ADD 1 TO ALERT-IX.
           GO TO FIND-TYPE-LOOP-PARA.

       FIND-PREF-READY-PARA.
           MOVE 1 TO ALPREF-IX.

       FIND-PREF-LOOP-PARA.   *> has the customer switched this one off?
           IF ALPREF-IX > ALPREF-COUNT THEN
               GO TO FIND-CUST-READY-PARA
           END-IF.
           IF TAB-AL-ACC(ALPREF-IX) = AQ-ACC-NUM THEN
               IF TAB-AL-OPT(ALPREF-IX ALERT-IX) = 'N' THEN
                   MOVE 'X' TO CUR-CHANNEL
                   GO TO ROUTE-PARA
               END-IF
               GO TO FIND-CUST-READY-PARA
           END-IF.
           ADD 1 TO ALPREF-IX.
           GO TO FIND-PREF-LOOP-PARA.

       FIND-CUST-READY-PARA.
           MOVE 0 TO CUR-CU-IX.
           MOVE 1 TO CUSTINFO-IX.

       FIND-CUST-LOOP-PARA.
           IF CUSTINFO-IX > CUSTINFO-COUNT THEN
               GO TO FIND-CUST-EXIT-PARA
           END-IF.
           IF TAB-CU-ACC(CUSTINFO-IX) = AQ-ACC-NUM THEN
               MOVE CUSTINFO-IX TO CUR-CU-IX
               GO TO FIND-CUST-EXIT-PARA
           END-IF.
           ADD 1 TO CUSTINFO-IX.
           GO TO FIND-CUST-LOOP-PARA.

       FIND-CUST-EXIT-PARA.   *> no record or no usable pref goes by post
           MOVE 'P' TO CUR-CHANNEL.
           IF CUR-CU-IX > 0 THEN
               IF TAB-CU-PREF(CUR-CU-IX) = 'O' THEN
                   MOVE 'O' TO CUR-CHANNEL
               END-IF
               IF TAB-CU-PREF(CUR-CU-IX) = 'N' THEN
                   MOVE 'N' TO CUR-CHANNEL
               END-IF
           END-IF.
           GO TO ROUTE-PARA.

       ROUTE-PARA.
           IF CUR-CHANNEL = 'X' THEN
               ADD 1 TO CNT-OFF(ALERT-IX)
               GO TO READ-ALERT-PARA
           END-IF.
           IF CUR-CHANNEL = 'N' THEN
               ADD 1 TO CNT-NONE(ALERT-IX)
               GO TO READ-ALERT-PARA
           END-IF.

           MOVE AQ-ACC-NUM TO AH-ACC-NUM.
           MOVE ALERT-NAME(ALERT-IX) TO AH-NAME.
           MOVE AQ-TS TO AH-TS.
           MOVE AQ-AMOUNT TO AD-AMOUNT.
           MOVE AQ-DETAIL TO AD-DETAIL.
           MOVE SPACES TO AT-LINE1.
           MOVE SPACES TO AT-LINE2.

           IF CUR-CHANNEL = 'O' THEN
               GO TO OWL-PARA
           END-IF.
           GO TO POST-PARA.

       OWL-PARA.
           MOVE TAB-CU-CONTACT(CUR-CU-IX) TO AT-LINE1.
           MOVE WS-ALERT-HEAD-LINE TO OWLA-LINE.
           WRITE OWLA-LINE.
           MOVE WS-ALERT-DETAIL-LINE TO OWLA-LINE.
           WRITE OWLA-LINE.
           MOVE WS-ALERT-TO-LINE TO OWLA-LINE.
           WRITE OWLA-LINE.
           ADD 1 TO CNT-OWL(ALERT-IX).
           GO TO READ-ALERT-PARA.

       POST-PARA.
           IF CUR-CU-IX = 0 THEN
               MOVE "(NO CUSTOMER RECORD)" TO AT-LINE1
           ELSE
               MOVE TAB-CU-ADDR1(CUR-CU-IX) TO AT-LINE1
               MOVE TAB-CU-ADDR2(CUR-CU-IX) TO AT-LINE2
           END-IF.
           MOVE WS-ALERT-HEAD-LINE TO POSTA-LINE.
           WRITE POSTA-LINE.
           MOVE WS-ALERT-DETAIL-LINE TO POSTA-LINE.
           WRITE POSTA-LINE.
           MOVE WS-ALERT-TO-LINE TO POSTA-LINE.
           WRITE POSTA-LINE.
           ADD 1 TO CNT-POST(ALERT-IX).
           GO TO READ-ALERT-PARA.

       EMPTY-QUEUE-PARA.      *> every row is dealt with, start afresh
           OPEN OUTPUT ALERTQ-FILE.
           CLOSE ALERTQ-FILE.
           GO TO REPORT-PARA.

       REPORT-PARA.
           CLOSE OWLALERT-FILE.
           CLOSE POSTALERT-FILE.

           OPEN OUTPUT ALERTRPT-FILE.
           MOVE WS-CUR-DATE TO RH-DATE.
           MOVE WS-RPT-HEAD TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO ALERT-IX.

       REPORT-LOOP-PARA.
           MOVE ALERT-NAME(ALERT-IX) TO RC-NAME.
           MOVE CNT-OWL(ALERT-IX) TO RC-OWL.
           MOVE CNT-POST(ALERT-IX) TO RC-POST.
           MOVE CNT-OFF(ALERT-IX) TO RC-OFF.
           MOVE CNT-NONE(ALERT-IX) TO RC-NONE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD CNT-OWL(ALERT-IX) TO TOT-OWL.
           ADD CNT-POST(ALERT-IX) TO TOT-POST.
           ADD CNT-OFF(ALERT-IX) TO TOT-OFF.
           ADD CNT-NONE(ALERT-IX) TO TOT-NONE.
           IF ALERT-IX < 7 THEN
               ADD 1 TO ALERT-IX
               GO TO REPORT-LOOP-PARA
           END-IF.

           MOVE "TOTAL" TO RC-NAME.
           MOVE TOT-OWL TO RC-OWL.
           MOVE TOT-POST TO RC-POST.
           MOVE TOT-OFF TO RC-OFF.
           MOVE TOT-NONE TO RC-NONE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE UNKNOWN-COUNT TO RU-COUNT.
           MOVE WS-RPT-UNKNOWN TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE ALERTRPT-FILE.

           DISPLAY "=> ALERTS: " TOT-OWL " BY OWL, " TOT-POST
               " BY POST, " TOT-OFF " SWITCHED OFF, " TOT-NONE
               " NOT WANTED".
           DISPLAY "=> ALERT COUNTS WRITTEN TO alertRpt.txt".
           GO TO EXIT-PARA.

       EXIT-PARA.
           STOP RUN.

       END PROGRAM ALERTRUN.
