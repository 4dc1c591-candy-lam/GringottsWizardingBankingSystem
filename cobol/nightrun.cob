       PROGRAM-ID. NIGHTRUN.

      *    drives the whole nightly sequence the evening operator used
      *    to key by hand -- INTEGCHK, SORUN, LOANRUN, TDRUN, BULKPAY,
      *    CLEARIN, CENTRAL, PROMOTE U, STMTRPT, OPSRPT, ALERTRUN -- in
      *    that order and no other: a step that exits dirty breaks the
      *    chain and everything after it is skipped, as does an INTEGCHK
      *    whose integRpt.txt RESULT line says FAIL, and PROMOTE is
      *    additionally refused unless batchdone.txt says DONE and
      *    reconcile.txt's RESULT line says PASS, exactly the checks
      *    PROMOTE's CHECK-FLAG-PARA and CHECK-RECON-PARA make for
      *    themselves.
      *    Every step lands in a permanent run log with start/end
      *    timestamps and its outcome, so a skipped SORUN can never
      *    again go unnoticed until the customers complain. A night
      *    whose date is a weekend or a holidays.txt bank holiday is a
      *    non-posting night: only the steps nightparm.txt marks to
      *    run regardless are driven, the rest are logged as skipped
      *    and pick their work up on the next business night
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS RC-FS.

      *    head office's bank-holiday calendar, one row per holiday;
      *    Saturdays and Sundays are never business days and need no
      *    row
       SELECT HOLIDAY-FILE ASSIGN TO 'holidays.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HC-FS.

      *    INTEGCHK's cross-file integrity report; its RESULT line says
      *    FAIL when a SEVERE finding should stop tonight's posting
       SELECT INTEGRPT-FILE ASSIGN TO 'integRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS IR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NIGHTPARM-FILE.
           05 NP-STEP PIC 99.          *> position in the sequence
           05 NP-NAME PIC X(8).        *> step name as logged, e.g. SORUN
           05 NP-COMMAND PIC X(60).    *> command handed to the system shell
           05 NP-NONPOST PIC X.
      *>  'Y' = also runs on a non-posting night; anything else, a
      *>  row written before the calendar existed included, = held
      *>  until the next business night

       FD RUNLOG-FILE.
       01 RUNLOG-REC.
       FD RECONCILE-FILE.
       01 RECON-LINE PIC X(80).

       FD INTEGRPT-FILE.
       01 INTEG-LINE PIC X(120).

      *    layout kept in step with every other holidays.txt reader
       FD HOLIDAY-FILE.
       01 HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).       *> bank holiday, YYYYMMDD
           05 HOL-NAME PIC X(30).      *> e.g. MINISTRY FOUNDING DAY

       WORKING-STORAGE SECTION.
      * reconcile.txt's RESULT line, picked apart after the read;
      * layout matches WS-RECON-RESULT in central.cob, and
      * WS-RPT-RESULT in integchk.cob for integRpt.txt's
       01 WS-RESULT-LINE.
           05 RL-TAG PIC X(9).              *> "RESULT: "
           05 RL-STATUS PIC X(4).           *> PASS or FAIL
               10  TAB-STEP-NUM PIC 99.
               10  TAB-STEP-NAME PIC X(8).
               10  TAB-STEP-CMD PIC X(60).
               10  TAB-STEP-NONPOST PIC X.
       01  STEP-COUNT PIC 99 VALUE 0.       *> number of rows loaded into STEP-TABLE
       01  STEP-IX PIC 99.                  *> step currently being driven

       01  RL-FS PIC 9(2).                  *> variable storing file status of RUNLOG-FILE
       01  BF-FS PIC 9(2).                  *> variable storing file status of BATCHFLAG-FILE
       01  RC-FS PIC 9(2).                  *> variable storing file status of RECONCILE-FILE
       01  HC-FS PIC 9(2).                  *> variable storing file status of HOLIDAY-FILE
       01  IR-FS PIC 9(2).                  *> variable storing file status of INTEGRPT-FILE

      *    bank holidays loaded from holidays.txt for the business-day
      *    test on tonight's date
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  TAB-HOL-DATE PIC 9(8).
       01  HOL-COUNT PIC 999 VALUE 0.       *> number of rows loaded into HOLIDAY-TABLE
       01  HOL-IX PIC 999.                  *> scratch subscript for the holiday scan
       01  NIGHT-DATE PIC 9(8).             *> the date this run posts for, YYYYMMDD
       01  BD-INT PIC 9(8).                 *> date under the business-day test, as a day count
       01  BD-DATE PIC 9(8).                *> the same date, YYYYMMDD
       01  BD-DAYS PIC 9(8).                *> days since 1601-01-01, a Monday
       01  BD-WEEKS PIC 9(8).               *> whole weeks in BD-DAYS, scratch
       01  BD-WEEKDAY PIC 9.                *> 0 = Monday ... 5 = Saturday, 6 = Sunday
       01  BD-OK PIC 9 VALUE 0.
       *>bool variable, 1 = the date under test is a business day
       01  NON-POSTING PIC 9 VALUE 0.
       *>bool variable, 1 = tonight is a weekend or bank holiday, only
       *>steps marked to run regardless are driven
       01  HELD-COUNT PIC 99 VALUE 0.       *> steps held for the next business night

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF NP-FS = 35 THEN      *> nightparm.txt doesn't exist yet
               CLOSE NIGHTPARM-FILE
               OPEN OUTPUT NIGHTPARM-FILE
      *        the integrity check goes first, so a SEVERE finding
      *        holds the night before anything posts against it
               MOVE 1 TO NP-STEP
               MOVE "INTEGCHK" TO NP-NAME
               MOVE "./integchk" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 2 TO NP-STEP
               MOVE "SORUN" TO NP-NAME
               MOVE "./sorun" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 3 TO NP-STEP
               MOVE "LOANRUN" TO NP-NAME
               MOVE "./loanrun" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 4 TO NP-STEP
               MOVE "TDRUN" TO NP-NAME
               MOVE "./tdrun" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 5 TO NP-STEP
               MOVE "BULKPAY" TO NP-NAME
               MOVE "./bulkpay" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 6 TO NP-STEP
               MOVE "CLEARIN" TO NP-NAME
               MOVE "./clearin" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 7 TO NP-STEP
               MOVE "CENTRAL" TO NP-NAME
               MOVE "./central" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
      *        PROMOTE reads its source choice from SYSIN; the nightly
      *        promotion is always the settled updatedMaster.txt
               MOVE 8 TO NP-STEP
               MOVE "PROMOTE" TO NP-NAME
               MOVE "echo U | ./promote" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               MOVE 9 TO NP-STEP
               MOVE "STMTRPT" TO NP-NAME
               MOVE "./stmtrpt" TO NP-COMMAND
               MOVE 'N' TO NP-NONPOST
               WRITE NIGHTPARM-REC
      *        OPSRPT prompts for its report date; the operator
      *        answers it at the terminal like any other night
               MOVE 10 TO NP-STEP
               MOVE "OPSRPT" TO NP-NAME
               MOVE "./opsrpt" TO NP-COMMAND
               MOVE 'Y' TO NP-NONPOST
               WRITE NIGHTPARM-REC
      *        customer alerts go out every night, posting or not: a
      *        weekend lockout or overdraft is still news to the holder
               MOVE 11 TO NP-STEP
               MOVE "ALERTRUN" TO NP-NAME
               MOVE "./alertrun" TO NP-COMMAND
               MOVE 'Y' TO NP-NONPOST
               WRITE NIGHTPARM-REC
               CLOSE NIGHTPARM-FILE
               OPEN INPUT NIGHTPARM-FILE
           MOVE NP-STEP TO TAB-STEP-NUM(STEP-COUNT).
           MOVE NP-NAME TO TAB-STEP-NAME(STEP-COUNT).
           MOVE NP-COMMAND TO TAB-STEP-CMD(STEP-COUNT).
           MOVE NP-NONPOST TO TAB-STEP-NONPOST(STEP-COUNT).
           GO TO LOAD-STEPS-LOOP-PARA.

       STEP-READY-PARA.
               STOP RUN
           END-IF.

           GO TO LOAD-HOLIDAYS-PARA.

      *    tonight's date against head office's calendar, decided once
      *    up front so a run that crosses midnight cannot change its
      *    mind halfway down the sequence
       LOAD-HOLIDAYS-PARA.
           ACCEPT NIGHT-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HC-FS = 35 THEN      *> no calendar, only weekends are closed
               CLOSE HOLIDAY-FILE
               GO TO NIGHT-BUSDAY-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LOAD-HOLIDAYS-LOOP-PARA.
           READ HOLIDAY-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLIDAY-FILE
               GO TO NIGHT-BUSDAY-PARA
           END-IF.

           IF HOL-COUNT >= 100 THEN    *> HOLIDAY-TABLE OCCURS 100 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 100 HOLIDAYS ON FILE, "
                   "IGNORING THE REST"
               CLOSE HOLIDAY-FILE
               GO TO NIGHT-BUSDAY-PARA
           END-IF.

           ADD 1 TO HOL-COUNT.
           MOVE HOL-DATE TO TAB-HOL-DATE(HOL-COUNT).
           GO TO LOAD-HOLIDAYS-LOOP-PARA.

       NIGHT-BUSDAY-PARA.
           COMPUTE BD-INT = FUNCTION INTEGER-OF-DATE(NIGHT-DATE).
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
               MOVE 1 TO NON-POSTING
               DISPLAY "=> " NIGHT-DATE " IS A NON-POSTING NIGHT, "
                   "ONLY STEPS MARKED TO RUN REGARDLESS WILL RUN"
           END-IF.

           MOVE 1 TO STEP-IX.
           GO TO STEP-LOOP-PARA.

               GO TO LOG-STEP-PARA
           END-IF.

      *    a held step is not a failure: nothing is broken, its work
      *    simply waits for the next business night
           IF NON-POSTING = 1
                   AND TAB-STEP-NONPOST(STEP-IX) NOT = 'Y' THEN
               DISPLAY "=> HOLDING " TAB-STEP-NAME(STEP-IX)
                   " - NON-POSTING NIGHT"
               MOVE "SKIP" TO WS-OUTCOME
               ADD 1 TO HELD-COUNT
               GO TO LOG-STEP-PARA
           END-IF.

      *    the promotion gate: the same refusals PROMOTE makes for
      *    itself, applied here so a refused promotion is logged as a
      *    skip instead of surfacing as a failed step
           END-READ.
           CLOSE BATCHFLAG-FILE.

      *    CENTRAL held back a transaction file that failed its
      *    header/trailer check and stopped before settling anything
           IF BATCH-FLAG = "HELD" THEN
               DISPLAY "=> SKIPPING PROMOTE - A TRANSACTION FILE WAS "
                   "HELD BACK, SEE transCheck.txt"
               MOVE "SKIP" TO WS-OUTCOME
               GO TO LOG-STEP-PARA
           END-IF.

           IF BATCH-FLAG NOT = "DONE" THEN
               DISPLAY "=> SKIPPING PROMOTE - BATCH FLAG IS "
                   BATCH-FLAG " NOT DONE"
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-OUTCOME = "OK"
                   AND TAB-STEP-NAME(STEP-IX) = "INTEGCHK" THEN
               GO TO INTEG-GATE-PARA
           END-IF.

           GO TO LOG-STEP-PARA.

      *    INTEGCHK ran clean, but a SEVERE finding in its report
      *    breaks the chain just as a dirty exit would; a report that
      *    cannot be read is treated the same way
       INTEG-GATE-PARA.
           OPEN INPUT INTEGRPT-FILE.
           IF IR-FS = 35 THEN
               DISPLAY "=> *** NO integRpt.txt FROM INTEGCHK, "
                   "HOLDING THE REST OF THE SEQUENCE ***"
               GO TO INTEG-GATE-FAIL-PARA
           END-IF.

           MOVE 0 TO RECON-FOUND.
           MOVE 0 TO WS-EOF.

       INTEG-GATE-LOOP-PARA.
           READ INTEGRPT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE INTEGRPT-FILE
               GO TO INTEG-GATE-EXIT-PARA
           END-IF.

           MOVE INTEG-LINE TO WS-RESULT-LINE.
           IF RL-TAG = "RESULT: " THEN
               MOVE 1 TO RECON-FOUND
           END-IF.

           GO TO INTEG-GATE-LOOP-PARA.

       INTEG-GATE-EXIT-PARA.
           IF RECON-FOUND = 1 AND RL-STATUS = "PASS" THEN
               GO TO LOG-STEP-PARA
           END-IF.

           DISPLAY "=> *** INTEGCHK FOUND SEVERE PROBLEMS, HOLDING "
               "THE REST OF THE SEQUENCE - SEE integRpt.txt ***".

       INTEG-GATE-FAIL-PARA.
           MOVE "FAIL" TO WS-OUTCOME.
           SUBTRACT 1 FROM OK-COUNT.
           MOVE 1 TO CHAIN-BROKEN.
           GO TO LOG-STEP-PARA.

       LOG-STEP-PARA.       *> one permanent log line per step, run or not
           DISPLAY "=> " OK-COUNT " OF " STEP-COUNT " STEP(S) "
               "FINISHED CLEAN, SEE runlog.txt".

           IF HELD-COUNT NOT = 0 THEN
               DISPLAY "=> " HELD-COUNT " STEP(S) HELD FOR THE NEXT "
                   "BUSINESS NIGHT"
           END-IF.

           IF CHAIN-BROKEN = 1 THEN
               DISPLAY "=> *** THE SEQUENCE DID NOT COMPLETE - "
                   "INVESTIGATE BEFORE RERUNNING ***"
