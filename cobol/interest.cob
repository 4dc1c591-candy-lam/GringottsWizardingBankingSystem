           05 ATM-NUM711 PIC 99.    *> 00, interest is a head-office posting
           05 CLEARS-ON711 PIC 9(8). *> 0, interest is available at once
           05 HOLDER-ID711 PIC 99.  *> 00, no holder keys a head-office posting
           05 TELLER-ID711 PIC 9(4). *> 0000, not a branch counter posting
           05 BRANCH711 PIC 99.      *> 00, not a branch counter posting
      *    header/trailer control record, the same length as a
      *    transaction and told apart from one by TC-MARK, which sits
      *    where ACC-NUM711 does and can never hold an account number;
      *    layout kept in step with central.cob's TRANS-CONTROL-REC
       01 TRANS-CONTROL-REC.
           05 TC-MARK PIC X(16).       *> "**HEADER**" or "**TRAILER**"
           05 TC-ATM-NUM PIC 99.       *> atmconfig.txt slot the file feeds
           05 TC-FILENAME PIC X(20).   *> the file's own name
           05 TC-COUNT PIC 9(8).       *> trailer: data rows in the file so far
           05 TC-HASH PIC 9(13)V9(2).  *> trailer: AMOUNT711 hash total so far
           05 TC-LAST-TS PIC 9(16).
      *>  trailer: TS711 of the last data row; header: when created
           05 FILLER PIC X(7).

       FD INTERESTRPT-FILE.
       01 RPT-LINE PIC X(80).
       01  F7-FS PIC 9(2).                 *> variable storing file status of TRANS711-FILE
       01  CF-FS PIC 9(2).                 *> variable storing file status of ATMCONFIG-FILE
       01  PR-FS PIC 9(2).                 *> variable storing file status of PRODRATES-FILE
      *    the file's control totals: picked up from its last
      *    trailer before appending, advanced for every row written,
      *    and written back out as a fresh trailer before the close
       01  CTL-COUNT PIC 9(8) VALUE 0.     *> data rows in the file
       01  CTL-HASH PIC 9(13)V9(2) VALUE 0. *> AMOUNT711 hash total
       01  CTL-LAST-TS PIC 9(16) VALUE 0.  *> TS711 of the last data row
       01  CTL-ATM-NUM PIC 99 VALUE 0.     *> atmconfig.txt slot of the file
       01  CTL-RECS PIC 9(8) VALUE 0.      *> records of any kind the scan found
       01  CTL-DATE PIC 9(8).              *> header creation date, YYYYMMDD
       01  CTL-TIME PIC 9(8).              *> header creation time, HHMMSSCC
       01  CTL-EOF PIC 9 VALUE 0.
       *>bool variable for the trailer scan's eof, 0 = false, 1 = true

      *    the product rate table, loaded once at startup
       01  RATE-TABLE.
      *    may already hold unsettled ATM transactions, so append to
      *    it rather than truncate, same file CENTRAL reads
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
           OPEN INPUT TRANS711-FILE.
           IF F7-FS = 35 THEN      *> file doesn't exist yet
               CLOSE TRANS711-FILE
               GO TO TRAILER-HEADER-PARA
           END-IF.

           MOVE 0 TO CTL-EOF.

       TRAILER-SCAN-LOOP-PARA.
           READ TRANS711-FILE NEXT RECORD
               AT END MOVE 1 TO CTL-EOF
           END-READ.

           IF CTL-EOF = 1 THEN
               CLOSE TRANS711-FILE
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

           OPEN EXTEND TRANS711-FILE.
           GO TO OPEN-INTERESTRPT-PARA.

       TRAILER-HEADER-PARA.
           OPEN OUTPUT TRANS711-FILE.
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
           GO TO OPEN-INTERESTRPT-PARA.

       OPEN-INTERESTRPT-PARA.
           OPEN OUTPUT INTERESTRPT-FILE.

           MOVE 0 TO WS-EOF.
           MOVE 0 TO ATM-NUM711.
           MOVE 0 TO CLEARS-ON711.
           MOVE 0 TO HOLDER-ID711.
           MOVE 0 TO TELLER-ID711.
           MOVE 0 TO BRANCH711.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CUR-TIME FROM TIME.
           COMPUTE TIMESTAMP = WS-CUR-DATE * 100000000 + WS-CUR-TIME.
           MOVE TIMESTAMP TO TS711.
           WRITE TRANSACTION711.
           ADD 1 TO CTL-COUNT.
           ADD AMOUNT711 TO CTL-HASH.
           MOVE TS711 TO CTL-LAST-TS.
           MOVE 1 TO INTEREST-POSTED.

           MOVE WS-ACC-NUM TO RPT-ACC-NUM.

       EXIT-PARA.
           CLOSE MASTER-FILE.
           MOVE SPACES TO TRANS-CONTROL-REC.
           MOVE "**TRAILER**" TO TC-MARK.
           MOVE CTL-ATM-NUM TO TC-ATM-NUM.
           MOVE WS-TRANS-FILENAME TO TC-FILENAME.
           MOVE CTL-COUNT TO TC-COUNT.
           MOVE CTL-HASH TO TC-HASH.
           MOVE CTL-LAST-TS TO TC-LAST-TS.
           WRITE TRANS-CONTROL-REC.
           CLOSE TRANS711-FILE.
           CLOSE INTERESTRPT-FILE.

