      *    daily operations summary per ATM, built from the ledger's
      *    originating-ATM column: counts and totals of deposits,
      *    withdrawals and transfers keyed at each machine, so branch
      *    management can see which locations carry the load. Rows a
      *    teller keyed at a branch counter carry the teller and
      *    branch instead of a machine and are summarised per branch
      *    on their own lines, apart from the ATMs
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

       FD OPSRPT-FILE.
       01 RPT-LINE PIC X(160).
           05 STR1 PIC X(32) VALUE "DAILY OPERATIONS SUMMARY FOR ".
           05 HDR-DATE PIC 9(8).
       01 WS-RPT-LINE.
           05 RPT-CHANNEL PIC X(7).     *> "ATM" or "BRANCH"
           05 RPT-ATM-NUM PIC 99.
           05 STR3 PIC X(2) VALUE " ".
           05 RPT-LABEL PIC X(20).
      *    machine 00 covers the 00-stamped rows the classification
      *    below counts -- standing-order legs and rows written before
      *    the ATM column existed; interest, fees and inbound-clearing
      *    credits are not counter activity and are left out. A
      *    branch counter's rows get a row of their own, keyed by
      *    channel 'B' and the branch number
       01  OPS-TABLE.
           05  OPS-ENTRY OCCURS 20 TIMES.
               10  TAB-OPS-CHANNEL PIC X.   *> 'A' ATM/head office, 'B' branch counter
               10  TAB-OPS-ATM PIC 99.      *> the ATM, or the branch on a 'B' row
               10  TAB-OPS-DEP-CNT PIC 9(5).
               10  TAB-OPS-DEP-TOT PIC 9(13)V9(2).
               10  TAB-OPS-WD-CNT PIC 9(5).
       01  INPUT-DATE PIC 9(8).             *> day being reported, YYYYMMDD
       01  TS-DATE PIC 9(8).                *> YYYYMMDD part of a ledger timestamp
       01  WS-ATM-NUM PIC 99.               *> entry's ATM, 00 when the row predates the column
       01  WS-CHANNEL PIC X.                *> entry's channel, 'A' ATM or 'B' branch counter
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  CF-FS PIC 9(2).                  *> variable storing file status of ATMCONFIG-FILE
           ELSE
               MOVE 0 TO WS-ATM-NUM
           END-IF.
           MOVE 'A' TO WS-CHANNEL.

      *    a teller's posting: counted under the branch, not under
      *    the 00 head-office row its machine column carries; rows
      *    written before the teller column existed read as spaces
           IF LG-TELLER-ID NUMERIC AND LG-BRANCH NUMERIC THEN
               IF LG-TELLER-ID NOT = 0 THEN
                   MOVE 'B' TO WS-CHANNEL
                   MOVE LG-BRANCH TO WS-ATM-NUM
               END-IF
           END-IF.

           MOVE 0 TO CUR-OPS-IX.
           MOVE 1 TO OPS-IX.
               GO TO FIND-OPS-EXIT-PARA
           END-IF.

           IF TAB-OPS-CHANNEL(OPS-IX) = WS-CHANNEL
                   AND TAB-OPS-ATM(OPS-IX) = WS-ATM-NUM THEN
               MOVE OPS-IX TO CUR-OPS-IX
           END-IF.


       FIND-OPS-EXIT-PARA.
           IF CUR-OPS-IX = 0 THEN
               IF OPS-COUNT >= 20 THEN     *> OPS-TABLE OCCURS 20 TIMES, table full
                   DISPLAY "=> WARNING: MORE THAN 20 ATMS/BRANCHES IN "
                       "THE LEDGER, IGNORING " WS-CHANNEL WS-ATM-NUM
                   GO TO SCAN-LOOP-PARA
               END-IF
               ADD 1 TO OPS-COUNT
               MOVE OPS-COUNT TO CUR-OPS-IX
               MOVE WS-CHANNEL TO TAB-OPS-CHANNEL(CUR-OPS-IX)
               MOVE WS-ATM-NUM TO TAB-OPS-ATM(CUR-OPS-IX)
               MOVE 0 TO TAB-OPS-DEP-CNT(CUR-OPS-IX)
               MOVE 0 TO TAB-OPS-DEP-TOT(CUR-OPS-IX)
           END-IF.

           MOVE TAB-OPS-ATM(OPS-IX) TO RPT-ATM-NUM.
           IF TAB-OPS-CHANNEL(OPS-IX) = 'B' THEN
               MOVE "BRANCH" TO RPT-CHANNEL
               MOVE "COUNTER" TO RPT-LABEL
               GO TO WRITE-LINE-PARA
           END-IF.

           MOVE "ATM" TO RPT-CHANNEL.
           MOVE SPACES TO RPT-LABEL.
           IF TAB-OPS-ATM(OPS-IX) = 0 THEN
               MOVE "HEAD OFFICE" TO RPT-LABEL
