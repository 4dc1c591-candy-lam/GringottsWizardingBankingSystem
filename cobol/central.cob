                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CU-FS.

      *    events the customer is told about; a vault this run takes
      *    from in credit to overdrawn gets a row, ALERTRUN sends it
       SELECT ALERTQ-FILE ASSIGN TO 'alertq.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS AQ-FS.

      *    head office's bank-holiday calendar, one row per holiday;
      *    maintenance fees are only assessed on a business day
       SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HC-FS.

      *    scratch file holding one ATM's data rows, control records
      *    stripped, once the file has passed its header/trailer check
       SELECT TRANSCHK-FILE ASSIGN TO 'transChecked.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

      *    one line per configured transaction file: whether it was
      *    settled or held back, and why
       SELECT CHKREPORT-FILE ASSIGN TO 'transCheck.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTERIDX-FILE.
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
      *    layout kept in step with every writer's TRANS-CONTROL-REC
       01 TRANS-CONTROL-REC.
           05 TC-MARK PIC X(16).       *> "**HEADER**" or "**TRAILER**"
           05 TC-ATM-NUM PIC 99.       *> atmconfig.txt slot the file feeds
           05 TC-FILENAME PIC X(20).   *> the file's own name
           05 TC-COUNT PIC 9(8).       *> trailer: data rows in the file so far
           05 TC-HASH PIC 9(13)V9(2).  *> trailer: AMOUNT-T hash total so far
           05 TC-LAST-TS PIC 9(16).
      *>  trailer: TS-T of the last data row; header: when created
           05 FILLER PIC X(7).

       FD UPDATEDM-FILE.
       01 ACCOUNT-U.
           05 ATM-NUM-SP PIC 99.
           05 CLEARS-ON-SP PIC 9(8).
           05 HOLDER-ID-SP PIC 99.
           05 TELLER-ID-SP PIC 9(4).
           05 BRANCH-SP PIC 99.

       FD TRANSSORT-FILE.
       01 TRANSACTION-S.
           05 ATM-NUM-S PIC 99.
           05 CLEARS-ON-S PIC 9(8).
           05 HOLDER-ID-S PIC 99.
           05 TELLER-ID-S PIC 9(4).
           05 BRANCH-S PIC 99.

       FD NEGREPORT-FILE.
       01 NEGACC.
      *    holder column existed still parse; an old row reads it as
      *    spaces, re-injected below as holder 00
           05 SUS-HOLDER-ID PIC 99.
      *    likewise the teller and branch of a counter posting
           05 SUS-TELLER-ID PIC 9(4).
           05 SUS-BRANCH PIC 99.

       FD FEESCHED-FILE.
       01 FEESCHED-REC.
           05 ATM-NUM-F PIC 99.
           05 CLEARS-ON-F PIC 9(8).
           05 HOLDER-ID-F PIC 99.
           05 TELLER-ID-F PIC 9(4).
           05 BRANCH-F PIC 99.

       FD UNCLEARED-FILE.
       01 UNCLEARED-REC.
           05 CU-CONTACT PIC X(30).    *> owl name / floo address
           05 CU-PREF PIC X.           *> 'O' owl, 'P' post, 'N' none

      *    layout kept in step with alertrun.cob's ALERTQ-REC
       FD ALERTQ-FILE.
       01 ALERTQ-REC.
           05 AQ-TS PIC 9(16).         *> when it happened
           05 AQ-ACC-NUM PIC 9(16).    *> vault it happened to
           05 AQ-TYPE PIC X(4).        *> ODRN from here
           05 AQ-AMOUNT PIC 9(13)V9(2). *> money involved, 0 if none
           05 AQ-DETAIL PIC X(20).     *> free text for the customer
           05 AQ-SOURCE PIC X(10).     *> program that raised it

       FD REJREPORT-FILE.
       01 REJREC.
           05 STR1-R PIC X(9).
           05 ATM-NUM-TEMP PIC XX.
           05 CLEARS-ON-TEMP PIC X(8).
           05 HOLDER-ID-TEMP PIC XX.
           05 TELLER-ID-TEMP PIC X(4).
           05 BRANCH-TEMP PIC XX.

       FD BATCHFLAG-FILE.
       01 BATCH-FLAG-REC.
           05 LG-ATM-NUM PIC 99.
      *    which authorized holder acted, 00 = named holder/head office
           05 LG-HOLDER-ID PIC 99.
      *    teller and branch of a counter posting, 0000/00 otherwise
           05 LG-TELLER-ID PIC 9(4).
           05 LG-BRANCH PIC 99.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-REC.
           05 HOLD-ACC-NUM PIC 9(16).
           05 HOLD-AMOUNT PIC 9(13)V9(2).

      *    layout kept in step with every other holidays.txt reader
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).       *> bank holiday, YYYYMMDD
           05 HOL-NAME PIC X(30).      *> e.g. MINISTRY FOUNDING DAY

       FD TRANSCHK-FILE.
       01 TRANSCHK-REC PIC X(84).      *> a TRANSACTION-REC, as read

       FD CHKREPORT-FILE.
       01 CHKREPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * variables for user account
       01 WS-ACCOUNT.
           05 SO-ATM-NUM PIC 99.
           05 SO-CLEARS-ON PIC 9(8).
           05 SO-HOLDER-ID PIC 99.
           05 SO-TELLER-ID PIC 9(4).
           05 SO-BRANCH PIC 99.
      * table of every configured ATM, loaded from atmconfig.txt so new
      * locations can be added without changing this program
       01  ATM-TABLE.
       01  WS-CUR-DATE PIC 9(8).                 *> today's date, YYYYMMDD
       01  SU-FS PIC 9(2).                 *> variable storing file status of SUSPENSE-FILE
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
       01  MX-FS PIC 9(2).                 *> variable storing file status of MASTERIDX-FILE
       01  CF-FS PIC 9(2).                 *> variable storing file status of ATMCONFIG-FILE
       01  LG-FS PIC 9(2).                 *> variable storing file status of LEDGER-FILE

       01  AG-FS PIC 9(2).                  *> variable storing file status of AGING-FILE
       01  CU-FS PIC 9(2).                  *> variable storing file status of CUSTINFO-FILE
       01  AQ-FS PIC 9(2).                  *> variable storing file status of ALERTQ-FILE
       01  START-SIGN PIC X.                *> the account's balance sign before this run
       01  UC-FS PIC 9(2).                  *> variable storing file status of UNCLEARED-FILE

      *    still-floating cheque rows carried through the purge at
       01  FE-FS PIC 9(2).                  *> variable storing file status of FEESCHED-FILE
       01  FL-FS PIC 9(2).                  *> variable storing file status of FEELAST-FILE
       01  FT-FS PIC 9(2).                  *> variable storing file status of FEETRANS-FILE
       01  HC-FS PIC 9(2).                  *> variable storing file status of HOLIDAY-FILE

      *    each transaction file's header/trailer check, made before
      *    the file is let into the merge; one file that fails is
      *    held back whole and stops the run before any file settles
       01  VF-COUNT PIC 9(8).               *> data rows read so far
       01  VF-HASH PIC 9(13)V9(2).          *> AMOUNT-T hash total of those rows
       01  VF-LAST-TS PIC 9(16).            *> TS-T of the latest of them
       01  VF-RECS PIC 9(8).                *> records of any kind read so far
       01  VF-KIND PIC X.                   *> last record read: H header, T trailer, D data
       01  VF-REASON PIC X(15).             *> why the file is held
       01  VF-IX PIC 99.                    *> scratch subscript for the repeat-name scan
       01  VF-EOF PIC 9 VALUE 0.
       *>bool variable for the check's eof, 0 = false, 1 = true
       01  HELD-COUNT PIC 99 VALUE 0.       *> files held back this run

       01 WS-CHK-LINE.
           05 VR-FILENAME PIC X(20).
           05 VR-STR1 PIC X(2) VALUE SPACES.
           05 VR-STATUS PIC X(4).       *> OK, NONE (nothing to settle) or HELD
           05 VR-STR2 PIC X(7) VALUE "  ROWS ".
           05 VR-ROWS PIC 9(8).
           05 VR-STR3 PIC X(7) VALUE "  HASH ".
           05 VR-HASH PIC 9(13)V9(2).
           05 VR-STR4 PIC X(2) VALUE SPACES.
           05 VR-REASON PIC X(15).

      *    bank holidays loaded from holidays.txt for the business-day
      *    test on the maintenance-fee run
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  TAB-HOL-DATE PIC 9(8).
       01  HOL-COUNT PIC 999 VALUE 0.       *> number of rows loaded into HOLIDAY-TABLE
       01  HOL-IX PIC 999.                  *> scratch subscript for the holiday scan
       01  BD-INT PIC 9(8).                 *> date under the business-day test, as a day count
       01  BD-DATE PIC 9(8).                *> the same date, YYYYMMDD
       01  BD-DAYS PIC 9(8).                *> days since 1601-01-01, a Monday
       01  BD-WEEKS PIC 9(8).               *> whole weeks in BD-DAYS, scratch
       01  BD-WEEKDAY PIC 9.                *> 0 = Monday ... 5 = Saturday, 6 = Sunday
       01  BD-OK PIC 9 VALUE 0.
       *>bool variable, 1 = the date under test is a business day

      *    the fee schedule, loaded once at startup; the band bounds
      *    carry their signs so an overdrawn-balance band works
       01  CT-EXPECTED-TOTAL PIC S9(15)V9(2).         *> old total + deposits - withdrawals
       01  CT-DIFFERENCE PIC S9(15)V9(2).             *> actual new total minus expected total

      *    layouts built in working-storage, then moved onto RECON-LINE;
      *    the CUTOFF line is taken once every ledger.txt row of the
      *    run is written, so it stamps the master PROMOTE installs
      *    from this run: each row after it is a later night's posting
       01 WS-RECON-LINE0.
           05 RC0-STR1 PIC X(8) VALUE "CUTOFF: ".
           05 RC0-TS.                  *> YYYYMMDDHHMMSSCC, as LG-TS
               10 RC0-DATE PIC 9(8).
               10 RC0-TIME PIC 9(8).
       01 WS-RECON-LINE1.
           05 RC1-STR1 PIC X(14) VALUE "OLD TOTAL: ".
           05 RC1-SIGN PIC X.
               CLOSE LEDGER-FILE
           END-IF.

      *    and alertq.txt, which ATMs and other programs also append to
           OPEN INPUT ALERTQ-FILE.
           IF AQ-FS = 35 THEN      *> alertq.txt doesn't exist yet
               CLOSE ALERTQ-FILE
               OPEN OUTPUT ALERTQ-FILE
               CLOSE ALERTQ-FILE
           ELSE
               CLOSE ALERTQ-FILE
           END-IF.

      *    same for suspense.txt, so the unmatched-transaction writes
      *    below can always OPEN EXTEND it
           OPEN INPUT SUSPENSE-FILE.
               END-IF
           END-IF.

           IF ASSESS-MAINT = 0 THEN
               GO TO PURGE-UNCLEARED-PARA
           END-IF.

           GO TO LOAD-HOLIDAYS-PARA.

      *    the month's maintenance charge waits for its first business
      *    day; a run on a weekend or bank holiday leaves feelast.txt
      *    alone so the next business-day run still sees a new month
       LOAD-HOLIDAYS-PARA.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HC-FS = 35 THEN      *> no calendar, only weekends are closed
               CLOSE HOLIDAY-FILE
               GO TO MAINT-BUSDAY-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LOAD-HOLIDAYS-LOOP-PARA.
           READ HOLIDAY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLIDAY-FILE
               GO TO MAINT-BUSDAY-PARA
           END-IF.

           IF HOL-COUNT >= 100 THEN    *> HOLIDAY-TABLE OCCURS 100 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 100 HOLIDAYS ON FILE, "
                   "IGNORING THE REST"
               CLOSE HOLIDAY-FILE
               GO TO MAINT-BUSDAY-PARA
           END-IF.

           ADD 1 TO HOL-COUNT.
           MOVE HOL-DATE TO TAB-HOL-DATE(HOL-COUNT).
           GO TO LOAD-HOLIDAYS-LOOP-PARA.

       MAINT-BUSDAY-PARA.
           COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
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
           IF BD-OK = 0 THEN
               DISPLAY "=> " WS-CUR-DATE " IS NOT A BUSINESS DAY, "
                   "MONTHLY FEES DEFERRED TO THE NEXT ONE"
               MOVE 0 TO ASSESS-MAINT
           END-IF.

           GO TO PURGE-UNCLEARED-PARA.

       PURGE-UNCLEARED-PARA.
      * sorting and merging, one configured ATM's transaction file at a time
           OPEN OUTPUT TRANSSORT-FILE.
           CLOSE TRANSSORT-FILE.
           OPEN OUTPUT CHKREPORT-FILE.
           MOVE 0 TO HELD-COUNT.

      *    a resumed run must not re-inject: the abended run already
      *    moved the old suspense into the first ATM's transaction
      *    is only wiped once a reconciled run has flagged DONE
           OPEN INPUT SUSPENSE-FILE.
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
           GO TO SUSPENSE-INJECT-START-PARA.

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
           GO TO SUSPENSE-INJECT-START-PARA.

       SUSPENSE-INJECT-START-PARA.
           MOVE 0 TO WS-EOF.

       SUSPENSE-INJECT-LOOP-PARA.

           IF WS-EOF = 1 THEN
               CLOSE SUSPENSE-FILE
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
      *        consumed; whatever still doesn't match goes back to
      *        suspense through SUSPENSE-WRITE-PARA below
               MOVE 0 TO SUS-HOLDER-ID
           END-IF.
           MOVE SUS-HOLDER-ID TO HOLDER-ID-T.
           IF SUS-TELLER-ID NOT NUMERIC THEN
               MOVE 0 TO SUS-TELLER-ID
           END-IF.
           IF SUS-BRANCH NOT NUMERIC THEN
               MOVE 0 TO SUS-BRANCH
           END-IF.
           MOVE SUS-TELLER-ID TO TELLER-ID-T.
           MOVE SUS-BRANCH TO BRANCH-T.
           WRITE TRANSACTION-REC
           END-WRITE.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT-T TO CTL-HASH.
           MOVE TS-T TO CTL-LAST-TS.
           ADD 1 TO SUSPENSE-IN-COUNT.
           GO TO SUSPENSE-INJECT-LOOP-PARA.

       SORT-MERGE-PARA.
           IF ATM-IX > ATM-COUNT THEN
               CLOSE CHKREPORT-FILE
      *        a held file stops the whole night before anything is
      *        settled: the rerun after the repair re-sorts every
      *        file from scratch, so settling the others now would
      *        post them to the ledger twice
               IF HELD-COUNT NOT = 0 THEN
                   DISPLAY "=> " HELD-COUNT " TRANSACTION FILE(S) HELD "
                       "BACK, SEE transCheck.txt"
                   DISPLAY "=> NOTHING SETTLED, PROMOTE WILL NOT RUN"
                   OPEN OUTPUT BATCHFLAG-FILE
                   MOVE "HELD" TO BATCH-FLAG
                   WRITE BATCH-FLAG-REC
                   CLOSE BATCHFLAG-FILE
                   STOP RUN
               END-IF
               GO TO TRANSSORT-FILE-SORTING-PARA
           END-IF.

           MOVE TAB-FILENAME(ATM-IX) TO WS-TRANS-FILENAME.
           MOVE 0 TO VF-COUNT.
           MOVE 0 TO VF-HASH.
           MOVE 0 TO VF-LAST-TS.
           MOVE 0 TO VF-RECS.
           MOVE SPACE TO VF-KIND.
           MOVE SPACES TO VF-REASON.
           MOVE 1 TO VF-IX.

      *    a file listed against an earlier ATM as well would be
      *    settled twice over; hold the repeat
       TRANS-CHECK-NAME-PARA.
           IF VF-IX >= ATM-IX THEN
               GO TO TRANS-CHECK-OPEN-PARA
           END-IF.

           IF TAB-FILENAME(VF-IX) = TAB-FILENAME(ATM-IX) THEN
               MOVE "LISTED TWICE" TO VF-REASON
               GO TO TRANS-HELD-PARA
           END-IF.

           ADD 1 TO VF-IX.
           GO TO TRANS-CHECK-NAME-PARA.

      *    walk the file once: the header must come first and name
      *    this file and this ATM, every trailer must agree with the
      *    rows before it, and a trailer must come last; the data
      *    rows are copied aside so only they reach the sort
       TRANS-CHECK-OPEN-PARA.
           OPEN INPUT TRANS-FILE.
           IF TF-FS = 35 THEN      *> no file, nothing keyed at this ATM
               CLOSE TRANS-FILE
               GO TO TRANS-NONE-PARA
           END-IF.

           OPEN OUTPUT TRANSCHK-FILE.
           MOVE 0 TO VF-EOF.

       TRANS-CHECK-LOOP-PARA.
           READ TRANS-FILE NEXT RECORD
               AT END MOVE 1 TO VF-EOF
           END-READ.

           IF VF-EOF = 1 THEN
               CLOSE TRANS-FILE
               CLOSE TRANSCHK-FILE
               GO TO TRANS-CHECK-EXIT-PARA
           END-IF.

           ADD 1 TO VF-RECS.
           IF VF-RECS = 1 THEN
               IF TC-MARK NOT = "**HEADER**" THEN
                   MOVE "NO HEADER" TO VF-REASON
                   GO TO TRANS-CHECK-BAD-PARA
               END-IF
               IF TC-FILENAME NOT = TAB-FILENAME(ATM-IX)
                       OR TC-ATM-NUM NOT = TAB-ATM-NUM(ATM-IX) THEN
                   MOVE "WRONG HEADER" TO VF-REASON
                   GO TO TRANS-CHECK-BAD-PARA
               END-IF
               MOVE 'H' TO VF-KIND
               GO TO TRANS-CHECK-LOOP-PARA
           END-IF.

           IF TC-MARK = "**HEADER**" THEN
               MOVE "SECOND HEADER" TO VF-REASON
               GO TO TRANS-CHECK-BAD-PARA
           END-IF.

           IF TC-MARK = "**TRAILER**" THEN
               IF TC-COUNT NOT = VF-COUNT OR TC-HASH NOT = VF-HASH
                       OR TC-LAST-TS NOT = VF-LAST-TS THEN
                   MOVE "BAD TRAILER" TO VF-REASON
                   GO TO TRANS-CHECK-BAD-PARA
               END-IF
               MOVE 'T' TO VF-KIND
               GO TO TRANS-CHECK-LOOP-PARA
           END-IF.

      *    a half-written last line reads back padded with spaces
           IF ACC-NUM-T NOT NUMERIC OR AMOUNT-T NOT NUMERIC
                   OR TS-T NOT NUMERIC THEN
               MOVE "BAD ROW" TO VF-REASON
               GO TO TRANS-CHECK-BAD-PARA
           END-IF.

           ADD 1 TO VF-COUNT.
           ADD AMOUNT-T TO VF-HASH.
           MOVE TS-T TO VF-LAST-TS.
           MOVE 'D' TO VF-KIND.
           WRITE TRANSCHK-REC FROM TRANSACTION-REC.
           GO TO TRANS-CHECK-LOOP-PARA.

       TRANS-CHECK-BAD-PARA.
           CLOSE TRANS-FILE.
           CLOSE TRANSCHK-FILE.
           GO TO TRANS-HELD-PARA.

       TRANS-CHECK-EXIT-PARA.
           IF VF-RECS = 0 THEN     *> emptied after settlement, not yet reused
               GO TO TRANS-NONE-PARA
           END-IF.

           IF VF-KIND NOT = 'T' THEN
               MOVE "NO TRAILER" TO VF-REASON
               GO TO TRANS-HELD-PARA
           END-IF.

           MOVE TAB-FILENAME(ATM-IX) TO VR-FILENAME.
           MOVE "OK" TO VR-STATUS.
           MOVE VF-COUNT TO VR-ROWS.
           MOVE VF-HASH TO VR-HASH.
           MOVE SPACES TO VR-REASON.
           MOVE WS-CHK-LINE TO CHKREPORT-LINE.
           WRITE CHKREPORT-LINE.

        *> sort this ATM's checked transactions into transSortedPer.txt
           SORT TRANSACTION-TEMP-FILE ON ASCENDING KEY ACC-NUM-T
                                      ON ASCENDING KEY TS-T
           USING TRANSCHK-FILE GIVING TRANSSORT-PERFILE.

           OPEN INPUT TRANSSORT-PERFILE.
           OPEN EXTEND TRANSSORT-FILE.
                          MOVE SO-ATM-NUM TO ATM-NUM-S
                          MOVE SO-CLEARS-ON TO CLEARS-ON-S
                          MOVE SO-HOLDER-ID TO HOLDER-ID-S
                          MOVE SO-TELLER-ID TO TELLER-ID-S
                          MOVE SO-BRANCH TO BRANCH-S
                          WRITE TRANSACTION-S
                          END-WRITE
           END-READ
           ADD 1 TO ATM-IX.
           GO TO SORT-MERGE-PARA.

       TRANS-NONE-PARA.     *> nothing in this ATM's file to settle
           MOVE TAB-FILENAME(ATM-IX) TO VR-FILENAME.
           MOVE "NONE" TO VR-STATUS.
           MOVE 0 TO VR-ROWS.
           MOVE 0 TO VR-HASH.
           MOVE SPACES TO VR-REASON.
           MOVE WS-CHK-LINE TO CHKREPORT-LINE.
           WRITE CHKREPORT-LINE.
           ADD 1 TO ATM-IX.
           GO TO SORT-MERGE-PARA.

      *    the file stays exactly as it is for investigation: not
      *    merged, and not wiped by the ATM until a rerun settles it
       TRANS-HELD-PARA.
           DISPLAY "=> WARNING: " TAB-FILENAME(ATM-IX) " HELD BACK, "
               VF-REASON.
           ADD 1 TO HELD-COUNT.
           MOVE TAB-FILENAME(ATM-IX) TO VR-FILENAME.
           MOVE "HELD" TO VR-STATUS.
           MOVE VF-COUNT TO VR-ROWS.
           MOVE VF-HASH TO VR-HASH.
           MOVE VF-REASON TO VR-REASON.
           MOVE WS-CHK-LINE TO CHKREPORT-LINE.
           WRITE CHKREPORT-LINE.
           ADD 1 TO ATM-IX.
           GO TO SORT-MERGE-PARA.

       TRANSSORT-FILE-SORTING-PARA.                                *> sort file after merging
           SORT TRANSACTION-TEMP-FILE ON ASCENDING KEY ACC-NUM-S  *> primary key
                                      ON ASCENDING KEY TS-S       *> secondary key
               GO TO SUSPENSE-DRAIN-PARA
           END-IF.

           MOVE WS-BALANCE-SIGN TO START-SIGN.
           MOVE 0 TO TEMP-BALANCE.
           *> store the balance into temp variable with sign
           IF WS-BALANCE-SIGN = '-' THEN
           *> deposits and inbound credits still post below
           IF WS-ACC-FREEZE = 'Y'
                   AND (SO-OPERA = 'W' OR SO-OPERA = 'J'
                        OR SO-OPERA = 'R' OR SO-OPERA = 'S'
                        OR SO-OPERA = 'K' OR SO-OPERA = 'Q'
                        OR SO-OPERA = 'G' OR SO-OPERA = 'X') THEN
               MOVE "FROZEN" TO SUSPENSE-REASON
               MOVE 1 TO SUSPENSE-RETURN
               GO TO SUSPENSE-WRITE-PARA
               COMPUTE TEMP-BALANCE = TEMP-BALANCE - SO-AMOUNT
               ADD SO-AMOUNT TO CT-FEE-TOTAL
           END-IF.
           *> loan drawdown posted by LOANMAINT: the principal lands
           *> in the repayment vault as its own operation, so the
           *> statement shows the loan, not a deposit
           IF SO-OPERA = 'N' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE + SO-AMOUNT
               ADD SO-AMOUNT TO CT-DEPOSIT-TOTAL
           END-IF.
           *> loan repayment posted by LOANRUN, principal part ('K')
           *> and interest part ('Q'); like a withdrawal in the
           *> control totals but never fee-bearing
           IF SO-OPERA = 'K' OR SO-OPERA = 'Q' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE - SO-AMOUNT
               ADD SO-AMOUNT TO CT-WITHDRAW-TOTAL
           END-IF.
           *> term-deposit placement posted by ACCTMAINT: the
           *> principal leaves the vault for the deposit book; like a
           *> withdrawal in the control totals but never fee-bearing
           IF SO-OPERA = 'G' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE - SO-AMOUNT
               ADD SO-AMOUNT TO CT-WITHDRAW-TOTAL
           END-IF.
           *> term-deposit principal coming back, at maturity from
           *> TDRUN or on an early break from ACCTMAINT; its interest
           *> travels separately as an ordinary 'I'
           IF SO-OPERA = 'Y' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE + SO-AMOUNT
               ADD SO-AMOUNT TO CT-DEPOSIT-TOTAL
           END-IF.
           *> direct debit collected by CLEARIN under the vault's
           *> mandate; like a withdrawal in the control totals but
           *> never fee-bearing
           IF SO-OPERA = 'X' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE - SO-AMOUNT
               ADD SO-AMOUNT TO CT-WITHDRAW-TOTAL
           END-IF.
           *> direct debit claimed back through MANDMAINT: the
           *> collection goes back into the vault as its own operation
           IF SO-OPERA = 'V' THEN
               COMPUTE TEMP-BALANCE = TEMP-BALANCE + SO-AMOUNT
               ADD SO-AMOUNT TO CT-DEPOSIT-TOTAL
           END-IF.
           *> self-service PIN change, doesn't touch the balance
           IF SO-OPERA = 'P' THEN
               MOVE SO-NEW-PASSWORD-HASH TO WS-ACC-PASSWORD-HASH
           MOVE SO-TRANSFER-ID TO LG-TRANSFER-ID.
           MOVE SO-ATM-NUM TO LG-ATM-NUM.
           MOVE SO-HOLDER-ID TO LG-HOLDER-ID.
           MOVE SO-TELLER-ID TO LG-TELLER-ID.
           MOVE SO-BRANCH TO LG-BRANCH.
           OPEN EXTEND LEDGER-FILE.
           WRITE LEDGER-REC
           END-WRITE.
           MOVE SO-ATM-NUM TO SUS-ATM-NUM.
           MOVE SO-CLEARS-ON TO SUS-CLEARS-ON.
           MOVE SO-HOLDER-ID TO SUS-HOLDER-ID.
           MOVE SO-TELLER-ID TO SUS-TELLER-ID.
           MOVE SO-BRANCH TO SUS-BRANCH.
           MOVE SUSPENSE-REASON TO SUS-REASON.
           MOVE WS-CUR-DATE TO SUS-DATE.
           WRITE SUSPENSE-REC
           MOVE 0 TO LG-TRANSFER-ID.
           MOVE 0 TO LG-ATM-NUM.
           MOVE 0 TO LG-HOLDER-ID.
           MOVE 0 TO LG-TELLER-ID.
           MOVE 0 TO LG-BRANCH.
           OPEN EXTEND LEDGER-FILE.
           WRITE LEDGER-REC
           END-WRITE.
           MOVE 0 TO ATM-NUM-F.
           MOVE 0 TO CLEARS-ON-F.
           MOVE 0 TO HOLDER-ID-F.
           MOVE 0 TO TELLER-ID-F.
           MOVE 0 TO BRANCH-F.
           WRITE FEETRANS-REC
           END-WRITE.
           CLOSE FEETRANS-FILE.
           END-WRITE.
           CLOSE UPDATEDM-FILE.

      *    in credit when the run started, overdrawn now: the
      *    customer hears about it before the fees start to bite
           IF START-SIGN NOT = '-' AND WS-BALANCE-SIGN = '-' THEN
               ACCEPT WS-CUR-TIME FROM TIME
               OPEN EXTEND ALERTQ-FILE
               COMPUTE AQ-TS = WS-CUR-DATE * 100000000 + WS-CUR-TIME
               MOVE WS-ACC-NUM TO AQ-ACC-NUM
               MOVE "ODRN" TO AQ-TYPE
               MOVE WS-BALANCE TO AQ-AMOUNT
               MOVE "BALANCE OVERDRAWN" TO AQ-DETAIL
               MOVE "CENTRAL" TO AQ-SOURCE
               WRITE ALERTQ-REC
               CLOSE ALERTQ-FILE
           END-IF.

       AGING-FIND-PARA.     *> find this account's existing negative-balance streak, if any
           MOVE 0 TO CUR-AGE-IX.
           MOVE 1 TO AGING-IX.

           OPEN OUTPUT RECONCILE-FILE.

           ACCEPT RC0-DATE FROM DATE YYYYMMDD.
           ACCEPT RC0-TIME FROM TIME.
           MOVE WS-RECON-LINE0 TO RECON-LINE.
           WRITE RECON-LINE.

           IF CT-OLD-TOTAL < 0 THEN
               MOVE '-' TO RC1-SIGN
               COMPUTE RC1-TOTAL = 0 - CT-OLD-TOTAL
      *    value other than "DONE" leaves atms.cob's TRUNCATE-GUARD-
      *    PARA treating trans711.txt/trans713.txt as still pending,
      *    so a FAIL here must not let this run's evidence be wiped
      *    (a file failing its control check never gets this far:
      *    SORT-MERGE-PARA flags "HELD" and stops before settling)
           OPEN OUTPUT BATCHFLAG-FILE.
           IF RC5-STATUS = "PASS" THEN
               MOVE "DONE" TO BATCH-FLAG
      *    the month's maintenance counts as charged only when the
      *    run it rode on reconciled; a FAILed run is investigated
      *    and rerun, and the rerun must charge again
           IF ASSESS-MAINT = 1 AND BATCH-FLAG = "DONE" THEN
               OPEN OUTPUT FEELAST-FILE
               MOVE WS-CUR-YYYYMM TO FL-YYYYMM
               WRITE FEELAST-REC
