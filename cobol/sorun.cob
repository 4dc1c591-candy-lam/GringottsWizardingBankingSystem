      *    every standing order due today into the first configured
      *    ATM's transaction file, exactly the shape atms.cob's
      *    TRANSFER-WRITE-PARA writes, so they settle through the
      *    existing sort/merge like any keyed transfer. An order whose
      *    day falls on a weekend or a holidays.txt bank holiday rolls
      *    to the next business day: each business-day run picks up
      *    every order due since the previous business day
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

      *    head office's bank-holiday calendar, one row per holiday;
      *    Saturdays and Sundays are never business days and need no
      *    row
       SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STDORDER-FILE.
           05 ATM-NUM-T PIC 99.     *> 00, standing orders are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, standing orders move cleared funds
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
           05 IDX-ACC-FREEZE PIC X.
           05 IDX-ACC-FREEZE-RSN PIC X(3).

      *    layout kept in step with every other holidays.txt reader
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).       *> bank holiday, YYYYMMDD
           05 HOL-NAME PIC X(30).      *> e.g. MINISTRY FOUNDING DAY

       WORKING-STORAGE SECTION.
      *    the whole order book, loaded up front and written back out
      *    with the generated orders' SO-LAST-RUN stamped
       01  DUE-COUNT PIC 999 VALUE 0.       *> orders whose legs were generated this run

       01  WS-CUR-DATE PIC 9(8).            *> today's date, YYYYMMDD
       01  WS-DUE-DATE PIC 9(8).            *> calendar date being matched against SO-DAY
      *    the due date's day-of-month, carved out for the due test;
      *    an order for day 29-31 only falls due in months that
      *    actually have that day
       01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYYMM PIC 9(6).
           05 WS-DUE-DD PIC 99.
       01  TODAY-INT PIC 9(8).              *> today as a day count
       01  WIN-START-INT PIC 9(8).
       *>first calendar day this run covers, the day after the
       *>previous business day; today alone when nothing was skipped
       01  WIN-INT PIC 9(8).                *> calendar day being matched, as a day count
       01  ROLLED-COUNT PIC 999 VALUE 0.    *> orders rolled forward off a non-business day
       01  WS-CUR-TIME PIC 9(8).            *> time of day, HHMMSSCC
       01  TIMESTAMP PIC 9(16).             *> real date-and-time, YYYYMMDDHHMMSSCC
       01  WS-TRANSFER-ID PIC 9(16).        *> shared by both legs of one order
       01  SD-FS PIC 9(2).                  *> variable storing file status of STDORDER-FILE
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
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE
       01  IDX-AVAILABLE PIC 9 VALUE 0.
       *>bool variable, 1 = masteridx.dat opened, freezes can be checked
       01  FROZEN-COUNT PIC 999 VALUE 0.    *> orders held back by a payer freeze

      *    bank holidays loaded from holidays.txt for the business-day
      *    test below
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  TAB-HOL-DATE PIC 9(8).
       01  HOL-COUNT PIC 999 VALUE 0.       *> number of rows loaded into HOLIDAY-TABLE
       01  HOL-IX PIC 999.                  *> scratch subscript for the holiday scan
       01  HC-FS PIC 9(2).                  *> variable storing file status of HOLIDAY-FILE
       01  BD-INT PIC 9(8).                 *> date under the business-day test, as a day count
       01  BD-DATE PIC 9(8).                *> the same date, YYYYMMDD
       01  BD-DAYS PIC 9(8).                *> days since 1601-01-01, a Monday
       01  BD-WEEKS PIC 9(8).               *> whole weeks in BD-DAYS, scratch
       01  BD-WEEKDAY PIC 9.                *> 0 = Monday ... 5 = Saturday, 6 = Sunday
       01  BD-OK PIC 9 VALUE 0.
       *>bool variable, 1 = the date under test is a business day
       01  BUSDAY-RETURN PIC 9.
       *>which caller BUSDAY-VERDICT-PARA returns to: 1 = today's
       *>test, 2 = the walk back to the previous business day

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT STDORDER-FILE.

           IF WS-EOF = 1 THEN
               CLOSE STDORDER-FILE
               GO TO LOAD-HOLIDAYS-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; stamping
           MOVE SO-LAST-RUN TO TAB-SO-LAST-RUN(ORDER-COUNT).
           GO TO LOAD-ORDERS-LOOP-PARA.

       LOAD-HOLIDAYS-PARA.  *> head office's bank holidays, if any are set
           IF ORDER-COUNT = 0 THEN
               DISPLAY "=> NO STANDING ORDERS ON FILE"
               STOP RUN
           END-IF.

           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HC-FS = 35 THEN      *> no calendar, only weekends are closed
               CLOSE HOLIDAY-FILE
               GO TO WINDOW-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LOAD-HOLIDAYS-LOOP-PARA.
           READ HOLIDAY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLIDAY-FILE
               GO TO WINDOW-PARA
           END-IF.

           IF HOL-COUNT >= 100 THEN    *> HOLIDAY-TABLE OCCURS 100 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 100 HOLIDAYS ON FILE, "
                   "IGNORING THE REST"
               CLOSE HOLIDAY-FILE
               GO TO WINDOW-PARA
           END-IF.

           ADD 1 TO HOL-COUNT.
           MOVE HOL-DATE TO TAB-HOL-DATE(HOL-COUNT).
           GO TO LOAD-HOLIDAYS-LOOP-PARA.

      *    which calendar days this run answers for: nothing at all on
      *    a non-business day (those orders wait for the next one),
      *    otherwise every day since the previous business day, so an
      *    order due on Saturday, Sunday or a bank holiday Monday goes
      *    out with Tuesday's
       WINDOW-PARA.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE).
           MOVE TODAY-INT TO BD-INT.
           MOVE 1 TO BUSDAY-RETURN.
           GO TO BUSDAY-PARA.

       WINDOW-TODAY-PARA.
           IF BD-OK = 0 THEN
               DISPLAY "=> " WS-CUR-DATE " IS NOT A BUSINESS DAY, "
                   "ORDERS DUE TODAY ROLL TO THE NEXT ONE"
               STOP RUN
           END-IF.

           MOVE TODAY-INT TO WIN-START-INT.

       WINDOW-BACK-PARA.    *> walk back to the previous business day
      *    a month of closed days in a row is a broken calendar, not
      *    a holiday season; stop widening rather than walk forever
           IF TODAY-INT - WIN-START-INT >= 31 THEN
               GO TO OPEN-TRANS-PARA
           END-IF.

           COMPUTE BD-INT = WIN-START-INT - 1.
           MOVE 2 TO BUSDAY-RETURN.
           GO TO BUSDAY-PARA.

       WINDOW-BACK-VERDICT-PARA.
           IF BD-OK = 1 THEN
               GO TO OPEN-TRANS-PARA
           END-IF.

           SUBTRACT 1 FROM WIN-START-INT.
           GO TO WINDOW-BACK-PARA.

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
           IF BUSDAY-RETURN = 1 THEN
               GO TO WINDOW-TODAY-PARA
           END-IF.
           GO TO WINDOW-BACK-VERDICT-PARA.

       OPEN-TRANS-PARA.
           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN
               DISPLAY "non-existing file! (atmconfig.txt)"
           END-IF.

           MOVE CFG-FILENAME TO WS-TRANS-FILENAME.
           MOVE CFG-ATM-NUM TO CTL-ATM-NUM.
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
           GO TO OPEN-INDEX-PARA.

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
           GO TO OPEN-INDEX-PARA.

       OPEN-INDEX-PARA.
      *    without the index the payer-side freeze check cannot run;
      *    say so loudly rather than quietly generate against an
      *    order the Ministry has served
               MOVE 1 TO IDX-AVAILABLE
           END-IF.

           MOVE WIN-START-INT TO WIN-INT.

       WINDOW-DAY-PARA.     *> one calendar day of the window at a time
           IF WIN-INT > TODAY-INT THEN
               MOVE SPACES TO TRANS-CONTROL-REC
               MOVE "**TRAILER**" TO TC-MARK
               MOVE CTL-ATM-NUM TO TC-ATM-NUM
               MOVE WS-TRANS-FILENAME TO TC-FILENAME
               MOVE CTL-COUNT TO TC-COUNT
               MOVE CTL-HASH TO TC-HASH
               MOVE CTL-LAST-TS TO TC-LAST-TS
               WRITE TRANS-CONTROL-REC
               CLOSE TRANS-FILE
               IF IDX-AVAILABLE = 1 THEN
                   CLOSE MASTERIDX-FILE
               GO TO SAVE-ORDERS-PARA
           END-IF.

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WIN-INT).
           MOVE 1 TO ORDER-IX.

       GENERATE-LOOP-PARA.
           IF ORDER-IX > ORDER-COUNT THEN
               ADD 1 TO WIN-INT
               GO TO WINDOW-DAY-PARA
           END-IF.

      *    live-period checks run against the day the order fell due,
      *    so an order ending on a Saturday still makes its last
      *    payment on the Monday; last-run at or past that day means
      *    it has already gone out
           IF TAB-SO-DAY(ORDER-IX) NOT = WS-DUE-DD
                   OR WS-DUE-DATE < TAB-SO-START(ORDER-IX)
                   OR WS-DUE-DATE > TAB-SO-END(ORDER-IX)
                   OR TAB-SO-LAST-RUN(ORDER-IX) >= WS-DUE-DATE THEN
               ADD 1 TO ORDER-IX
               GO TO GENERATE-LOOP-PARA
           END-IF.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
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

           MOVE TAB-SO-PAYEE(ORDER-IX) TO ACC-NUM-T.
           MOVE 'D' TO OPERA-T.
           MOVE 0 TO ATM-NUM-T.
           MOVE 0 TO CLEARS-ON-T.
           MOVE 0 TO HOLDER-ID-T.
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

           MOVE WS-CUR-DATE TO TAB-SO-LAST-RUN(ORDER-IX).
           ADD 1 TO DUE-COUNT.
           IF WS-DUE-DATE NOT = WS-CUR-DATE THEN
               DISPLAY "=> ORDER " TAB-SO-PAYER(ORDER-IX) " DUE "
                   WS-DUE-DATE " ROLLED TO " WS-CUR-DATE
               ADD 1 TO ROLLED-COUNT
           END-IF.
           ADD 1 TO ORDER-IX.
           GO TO GENERATE-LOOP-PARA.

               DISPLAY "=> " FROZEN-COUNT " ORDER(S) HELD BY A "
                   "PAYER-SIDE FREEZE"
           END-IF.
           IF ROLLED-COUNT NOT = 0 THEN
               DISPLAY "=> " ROLLED-COUNT " OF THEM ROLLED FORWARD OFF "
                   "A NON-BUSINESS DAY"
           END-IF.

           *> this run may have added new unsettled transactions;
           *> mark pending until CENTRAL settles them, same flag
