           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

       FD ATMCONFIG-FILE.
       01 ATM-CONFIG-REC.
           05 ATM-NUM-T PIC 99.     *> 00, adjustments are head-office postings
           05 CLEARS-ON-T PIC 9(8). *> 0, corrections move cleared funds
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
       01  LG-FS PIC 9(2).                  *> variable storing file status of LEDGER-FILE
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

       PROCEDURE DIVISION.
       MAIN-PARA.
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
           GO TO APPROVE-WRITE-PARA.

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
           GO TO APPROVE-WRITE-PARA.

       APPROVE-WRITE-PARA.
           MOVE TAB-AJ-ACC(CUR-AJ-IX) TO ACC-NUM-T.
           IF TAB-AJ-DIR(CUR-AJ-IX) = 'C' THEN
               MOVE 'A' TO OPERA-T
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

           *> the released adjustment is unsettled; mark pending, same
