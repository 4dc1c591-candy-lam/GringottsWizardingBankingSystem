           05 ATM-NUM-S PIC 99.
           05 CLEARS-ON-S PIC 9(8).
           05 HOLDER-ID-S PIC 99.
           05 TELLER-ID-S PIC 9(4).
           05 BRANCH-S PIC 99.

       FD TRANSNET-FILE.
       01 TRANSACTION-NET.
           05 ATM-NUM-NET PIC 99.
           05 CLEARS-ON-NET PIC 9(8).
           05 HOLDER-ID-NET PIC 99.
           05 TELLER-ID-NET PIC 9(4).
           05 BRANCH-NET PIC 99.

       FD STATEMENT-FILE.
       01 STMT-LINE PIC X(80).
           05 SO-ATM-NUM PIC 99.
           05 SO-CLEARS-ON PIC 9(8).
           05 SO-HOLDER-ID PIC 99.
           05 SO-TELLER-ID PIC 9(4).
           05 SO-BRANCH PIC 99.
       01  CURR-ACC-NUM PIC 9(16) VALUE 0.   *> account currently being printed
       01  CURR-ACC-NAME PIC A(20).
       01  CURR-BALANCE PIC S9(13)V9(2).     *> running total for the period
           IF ACC-NUM-NET = CURR-ACC-NUM THEN
               IF OPERA-NET = 'D' OR OPERA-NET = 'I'
                       OR OPERA-NET = 'C' OR OPERA-NET = 'A'
                       OR OPERA-NET = 'O' OR OPERA-NET = 'N'
                       OR OPERA-NET = 'Y' OR OPERA-NET = 'V' THEN
                   ADD AMOUNT-NET TO NET-MOVEMENT
               END-IF
               IF OPERA-NET = 'W' OR OPERA-NET = 'F'
                       OR OPERA-NET = 'J' OR OPERA-NET = 'R'
                       OR OPERA-NET = 'S' OR OPERA-NET = 'K'
                       OR OPERA-NET = 'Q' OR OPERA-NET = 'G'
                       OR OPERA-NET = 'X' THEN
                   SUBTRACT AMOUNT-NET FROM NET-MOVEMENT
               END-IF
           END-IF.
           IF SO-OPERA = 'S' THEN   *> drawer short, debited from the over/short vault
               COMPUTE CURR-BALANCE = CURR-BALANCE - SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'N' THEN   *> loan drawn down into the vault
               COMPUTE CURR-BALANCE = CURR-BALANCE + SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'K' THEN   *> loan repayment, principal part
               COMPUTE CURR-BALANCE = CURR-BALANCE - SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'Q' THEN   *> loan repayment, interest part
               COMPUTE CURR-BALANCE = CURR-BALANCE - SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'G' THEN   *> placed on a fixed-term deposit
               COMPUTE CURR-BALANCE = CURR-BALANCE - SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'Y' THEN   *> fixed-term deposit principal returned
               COMPUTE CURR-BALANCE = CURR-BALANCE + SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'X' THEN   *> direct debit collected by a creditor
               COMPUTE CURR-BALANCE = CURR-BALANCE - SO-AMOUNT
           END-IF.
           IF SO-OPERA = 'V' THEN   *> direct debit claimed back
               COMPUTE CURR-BALANCE = CURR-BALANCE + SO-AMOUNT
           END-IF.

           MOVE SO-TS TO DET-TS.
           MOVE SO-OPERA TO DET-OPERA.
