      *    every monetary row mapped; otherwise the failure is
      *    reported and nothing is extracted. The day's deposit/
      *    withdrawal/fee totals are cross-checked against the
      *    figures CENTRAL wrote to reconcile.txt, and the fixed-term
      *    deposits still outstanding at the close of the day are
      *    listed under the trial balance
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS GM-FS.

      *    the fixed-term deposit book; what it still owes depositors
      *    at the end of the day goes on the trial balance
       SELECT TERMDEP-FILE ASSIGN TO 'termdep.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS TD-FS.

      *    CENTRAL's control-total report; the day's extract must
      *    agree with what settlement said it moved
       SELECT RECONCILE-FILE ASSIGN TO 'reconcile.txt'
           05 LG-TRANSFER-ID PIC 9(16).  *> nonzero when one leg of a transfer
           05 LG-ATM-NUM PIC 99.         *> keyed at this machine, 00 = head office
           05 LG-HOLDER-ID PIC 99.       *> holder who acted, 00 = named holder/head office
           05 LG-TELLER-ID PIC 9(4).     *> teller at a branch counter, 0000 otherwise
           05 LG-BRANCH PIC 99.          *> branch of a counter posting, 00 otherwise

       FD GLMAP-FILE.
       01 GLMAP-REC.
           05 GM-DR-ACCT PIC 9(8).     *> GL account debited
           05 GM-CR-ACCT PIC 9(8).     *> GL account credited

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

       FD RECONCILE-FILE.
       01 RECON-LINE PIC X(80).

           05 XCK-THEIRS PIC 9(15)V9(2).
           05 STR10 PIC X(3) VALUE "  ".
           05 XCK-VERDICT PIC X(8).
       01 WS-TRIAL-TERMDEP.
           05 STR11 PIC X(27) VALUE "TERM DEPOSITS OUTSTANDING: ".
           05 TDL-COUNT PIC 9(5).
           05 STR12 PIC X(10) VALUE "  AMOUNT ".
           05 TDL-AMOUNT PIC 9(13)V9(2).

      *    the operation-to-GL mapping, loaded once at startup
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 40 TIMES.
               10  TAB-GM-OP PIC X(2).
               10  TAB-GM-DR PIC 9(8).
               10  TAB-GM-CR PIC 9(8).
       01  LG-FS PIC 9(2).                  *> variable storing file status of LEDGER-FILE
       01  GM-FS PIC 9(2).                  *> variable storing file status of GLMAP-FILE
       01  RC-FS PIC 9(2).                  *> variable storing file status of RECONCILE-FILE
       01  TD-FS PIC 9(2).                  *> variable storing file status of TERMDEP-FILE

       PROCEDURE DIVISION.
       MAIN-PARA.
               MOVE 20010000 TO GM-DR-ACCT
               MOVE 10010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
      *        11xxxxxx is the loan book: a drawdown lends the
      *        vault the principal, repayments run it back down, the
      *        interest part is income
               MOVE "N " TO GM-OP
               MOVE 11010000 TO GM-DR-ACCT
               MOVE 20010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
               MOVE "K " TO GM-OP
               MOVE 20010000 TO GM-DR-ACCT
               MOVE 11010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
               MOVE "Q " TO GM-OP
               MOVE 20010000 TO GM-DR-ACCT
               MOVE 40020000 TO GM-CR-ACCT
               WRITE GLMAP-REC
      *        21xxxxxx is the fixed-term deposit book: a placement
      *        moves the money out of the vault into it, the payout
      *        moves it back
               MOVE "G " TO GM-OP
               MOVE 20010000 TO GM-DR-ACCT
               MOVE 21010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
               MOVE "Y " TO GM-OP
               MOVE 21010000 TO GM-DR-ACCT
               MOVE 20010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
      *        direct debits settle with the creditor's bank through
      *        interbank suspense, same as an outbound transfer; a
      *        claim comes back through it
               MOVE "X " TO GM-OP
               MOVE 20010000 TO GM-DR-ACCT
               MOVE 29990000 TO GM-CR-ACCT
               WRITE GLMAP-REC
               MOVE "V " TO GM-OP
               MOVE 29990000 TO GM-DR-ACCT
               MOVE 20010000 TO GM-CR-ACCT
               WRITE GLMAP-REC
               CLOSE GLMAP-FILE
               OPEN INPUT GLMAP-FILE
           END-IF.
               GO TO SCAN-READY-PARA
           END-IF.

           IF MAP-COUNT >= 40 THEN      *> MAP-TABLE OCCURS 40 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 40 MAPPING ROWS, "
                   "IGNORING THE REST"
               CLOSE GLMAP-FILE
               GO TO SCAN-READY-PARA
      *    the same split CENTRAL keeps in its control totals, so the
      *    cross-check compares like with like
           IF LG-OPERA = 'D' OR LG-OPERA = 'C' OR LG-OPERA = 'I'
                   OR LG-OPERA = 'A' OR LG-OPERA = 'O'
                   OR LG-OPERA = 'N' OR LG-OPERA = 'Y'
                   OR LG-OPERA = 'V' THEN
               ADD LG-AMOUNT TO DAY-DEP-TOTAL
           END-IF.
           IF LG-OPERA = 'W' OR LG-OPERA = 'J' OR LG-OPERA = 'R'
                   OR LG-OPERA = 'S' OR LG-OPERA = 'K'
                   OR LG-OPERA = 'Q' OR LG-OPERA = 'G'
                   OR LG-OPERA = 'X' THEN
               ADD LG-AMOUNT TO DAY-WD-TOTAL
           END-IF.
           IF LG-OPERA = 'F' THEN
               WRITE TRIAL-LINE
           END-IF.

      *    the term-deposit liability as it stood at the close of the
      *    extract day: placed on or before it and not yet paid out
      *    by then. Its 21010000 row above shows only the day's
      *    movement
           MOVE 0 TO TDL-COUNT.
           MOVE 0 TO TDL-AMOUNT.
           OPEN INPUT TERMDEP-FILE.
           IF TD-FS = 35 THEN      *> no deposit ever placed
               CLOSE TERMDEP-FILE
               GO TO TRIAL-TERMDEP-WRITE-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       TRIAL-TERMDEP-LOOP-PARA.
           READ TERMDEP-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE TERMDEP-FILE
               GO TO TRIAL-TERMDEP-WRITE-PARA
           END-IF.

           IF TD-START <= INPUT-DATE
                   AND (TD-STATUS = 'A' OR TD-CLOSED-ON > INPUT-DATE)
                   THEN
               ADD 1 TO TDL-COUNT
               ADD TD-AMOUNT TO TDL-AMOUNT
           END-IF.
           GO TO TRIAL-TERMDEP-LOOP-PARA.

       TRIAL-TERMDEP-WRITE-PARA.
           MOVE WS-TRIAL-TERMDEP TO TRIAL-LINE.
           WRITE TRIAL-LINE.

           CLOSE GLTRIAL-FILE.

           IF TRL-STATUS NOT = "BALANCED" THEN
