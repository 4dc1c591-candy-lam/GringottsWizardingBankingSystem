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
       PROGRAM-ID. FRAUDRPT.

      *    morning fraud review: every velocity-rule hit ATMS logged
      *    to secevent.txt on the day asked for, one line each with
      *    the machine, the vault, the holder, the rule that fired
      *    and what it did about it -- warned, refused or locked --
      *    followed by a count of hits per rule, so the fraud team can
      *    call the customers before the branches open and head
      *    office can see which rules are too tight or too loose
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SECEVENT-FILE ASSIGN TO 'secevent.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS SE-FS.

      *    the rules' descriptions, same table atms.cob reads
       SELECT FRAUDRULE-FILE ASSIGN TO 'fraudrules.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS FR-FS.

      *    labels for the report, same table atms.cob reads
       SELECT ATMCONFIG-FILE ASSIGN TO 'atmconfig.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CF-FS.

       SELECT FRAUDRPT-FILE ASSIGN TO 'fraudRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    layout kept in step with atms.cob's SECEVENT-REC
       FD SECEVENT-FILE.
       01 SECEVENT-REC.
           05 SEC-TS PIC 9(16).        *> when it happened, YYYYMMDDHHMMSSCC
           05 SEC-ATM-NUM PIC 99.      *> machine it happened at, 00 = head office
           05 SEC-ACC-NUM PIC 9(16).   *> account number as typed
           05 SEC-EVENT PIC X(8).
      *>  FAIL / LOCK / UNLOCK / ADDHLDR / FREEZE / UNFREEZE, or
      *>  FRAUDnna for velocity rule nn firing with action a
           05 SEC-HOLDER-ID PIC 99.    *> holder involved, 00 = named holder/unknown
       01 SECEVENT-FRAUD-REC.          *> the same row, read as a rule hit
           05 FILLER PIC X(34).
           05 SF-MARK PIC X(5).        *> "FRAUD" on a rule hit
           05 SF-RULE PIC 99.
           05 SF-ACTION PIC X.
           05 FILLER PIC X(2).

       FD FRAUDRULE-FILE.
       01 FRAUDRULE-REC.
           05 FR-RULE PIC 99.          *> rule number, quoted on every hit
           05 FR-KIND PIC X(4).
      *>  MATM the vault used at another ATM within FR-MINUTES, WCNT
      *>  more than FR-COUNT withdrawals within FR-MINUTES, NBEN a
      *>  transfer to a beneficiary added in the same session
           05 FR-COUNT PIC 9(3).
           05 FR-MINUTES PIC 9(4).
           05 FR-ACTION PIC X.         *> 'W' warn, 'R' refuse, 'L' lock
           05 FR-DESC PIC X(30).

       FD ATMCONFIG-FILE.
       01 ATM-CONFIG-REC.
           05 CFG-ATM-NUM PIC 99.
           05 CFG-LABEL PIC X(20).
           05 CFG-FILENAME PIC X(20).

       FD FRAUDRPT-FILE.
       01 RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      *    the rules on file this morning, with the day's hits
      *    counted against each
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 20 TIMES.
               10  TAB-FR-RULE PIC 99.
               10  TAB-FR-DESC PIC X(30).
               10  TAB-FR-HITS PIC 9(5).
       01  RULE-COUNT PIC 99 VALUE 0.       *> number of rows loaded into RULE-TABLE
       01  RULE-IX PIC 99.                  *> scratch subscript, reused by every table loop
       01  CUR-RULE-IX PIC 99.              *> RULE-TABLE row of the hit in hand, 0 = none

      * table of every configured ATM, for the label lookup
       01  ATM-TABLE.
           05  ATM-ENTRY OCCURS 10 TIMES.
               10  TAB-ATM-NUM PIC 99.
               10  TAB-LABEL PIC X(20).
       01  ATM-COUNT PIC 99 VALUE 0.        *> number of rows loaded into ATM-TABLE
       01  ATM-IX PIC 99.                   *> scratch subscript, reused by every table loop

       01  INPUT-DATE PIC 9(8).             *> day being reviewed, YYYYMMDD
       01  TS-DATE PIC 9(8).                *> YYYYMMDD part of an event timestamp
       01  HIT-COUNT PIC 9(5) VALUE 0.      *> rule hits on the day
       01  OTHER-HITS PIC 9(5) VALUE 0.     *> hits on rules no longer on file
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  SE-FS PIC 9(2).                  *> variable storing file status of SECEVENT-FILE
       01  FR-FS PIC 9(2).                  *> variable storing file status of FRAUDRULE-FILE
       01  CF-FS PIC 9(2).                  *> variable storing file status of ATMCONFIG-FILE

      * layouts built in working-storage, then moved onto RPT-LINE
       01 WS-RPT-HEADER.
           05 STR1 PIC X(17) VALUE "FRAUD REVIEW FOR ".
           05 HDR-DATE PIC 9(8).
       01 WS-RPT-HIT.
           05 HIT-TS PIC 9(16).
           05 STR2 PIC X(6) VALUE "  ATM ".
           05 HIT-ATM-NUM PIC 99.
           05 STR3 PIC X(1) VALUE " ".
           05 HIT-LABEL PIC X(20).
           05 STR4 PIC X(3) VALUE "  #".
           05 HIT-ACC-NUM PIC 9(16).
           05 STR5 PIC X(8) VALUE " HOLDER ".
           05 HIT-HOLDER PIC 99.
           05 STR6 PIC X(7) VALUE "  RULE ".
           05 HIT-RULE PIC 99.
           05 STR7 PIC X(1) VALUE " ".
           05 HIT-DESC PIC X(30).
           05 STR8 PIC X(2) VALUE " ".
           05 HIT-ACTION PIC X(7).          *> WARNED, REFUSED or LOCKED
       01 WS-RPT-RULE.
           05 STR9 PIC X(5) VALUE "RULE ".
           05 RR-RULE PIC 99.
           05 STR10 PIC X(1) VALUE " ".
           05 RR-DESC PIC X(30).
           05 STR11 PIC X(7) VALUE " HITS: ".
           05 RR-HITS PIC 9(5).
       01 WS-RPT-TOTAL.
           05 STR12 PIC X(38) VALUE "RULES NO LONGER ON FILE".
           05 STR13 PIC X(7) VALUE " HITS: ".
           05 RT-OTHER PIC 9(5).
           05 STR14 PIC X(14) VALUE "  TOTAL HITS: ".
           05 RT-HITS PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=> REPORT DATE (YYYYMMDD)".
           ACCEPT INPUT-DATE FROM SYSIN.

           OPEN INPUT SECEVENT-FILE.
           IF SE-FS = 35 THEN
               DISPLAY "non-existing file! (secevent.txt)"
               STOP RUN
           END-IF.

           OPEN INPUT FRAUDRULE-FILE.
           IF FR-FS = 35 THEN      *> no rules ever set, hits list by number only
               CLOSE FRAUDRULE-FILE
               GO TO LOAD-ATMCONFIG-PARA
           END-IF.

           MOVE 0 TO WS-EOF.

       LOAD-RULE-LOOP-PARA.
           READ FRAUDRULE-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE FRAUDRULE-FILE
               GO TO LOAD-ATMCONFIG-PARA
           END-IF.

           IF RULE-COUNT >= 20 THEN    *> RULE-TABLE OCCURS 20 TIMES, table full
               DISPLAY "=> WARNING: MORE THAN 20 FRAUD RULES, "
                   "IGNORING THE REST"
               CLOSE FRAUDRULE-FILE
               GO TO LOAD-ATMCONFIG-PARA
           END-IF.

           ADD 1 TO RULE-COUNT.
           MOVE FR-RULE TO TAB-FR-RULE(RULE-COUNT).
           MOVE FR-DESC TO TAB-FR-DESC(RULE-COUNT).
           MOVE 0 TO TAB-FR-HITS(RULE-COUNT).
           GO TO LOAD-RULE-LOOP-PARA.

       LOAD-ATMCONFIG-PARA.
           OPEN INPUT ATMCONFIG-FILE.
           IF CF-FS = 35 THEN      *> no labels available, report numbers only
               CLOSE ATMCONFIG-FILE
               GO TO SCAN-READY-PARA
           END-IF.

           MOVE 0 TO WS-EOF.
           MOVE 1 TO ATM-IX.

       LOAD-ATMCONFIG-LOOP-PARA.
           READ ATMCONFIG-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE ATMCONFIG-FILE
               GO TO SCAN-READY-PARA
           END-IF.

           IF ATM-IX > 10 THEN      *> ATM-TABLE OCCURS 10 TIMES, table full
               CLOSE ATMCONFIG-FILE
               GO TO SCAN-READY-PARA
           END-IF.

           MOVE CFG-ATM-NUM TO TAB-ATM-NUM(ATM-IX).
           MOVE CFG-LABEL TO TAB-LABEL(ATM-IX).
           ADD 1 TO ATM-COUNT.
           ADD 1 TO ATM-IX.
           GO TO LOAD-ATMCONFIG-LOOP-PARA.

       SCAN-READY-PARA.
           OPEN OUTPUT FRAUDRPT-FILE.
           MOVE INPUT-DATE TO HDR-DATE.
           MOVE WS-RPT-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-EOF.

       SCAN-LOOP-PARA.
           READ SECEVENT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE SECEVENT-FILE
               GO TO SUMMARY-PARA
           END-IF.

           IF SF-MARK NOT = "FRAUD" THEN
               GO TO SCAN-LOOP-PARA
           END-IF.
           COMPUTE TS-DATE = SEC-TS / 100000000.
           IF TS-DATE NOT = INPUT-DATE THEN
               GO TO SCAN-LOOP-PARA
           END-IF.

           ADD 1 TO HIT-COUNT.
           MOVE SEC-TS TO HIT-TS.
           MOVE SEC-ATM-NUM TO HIT-ATM-NUM.
           MOVE SEC-ACC-NUM TO HIT-ACC-NUM.
           MOVE SEC-HOLDER-ID TO HIT-HOLDER.
           MOVE SF-RULE TO HIT-RULE.
           MOVE "WARNED" TO HIT-ACTION.
           IF SF-ACTION = 'R' THEN
               MOVE "REFUSED" TO HIT-ACTION
           END-IF.
           IF SF-ACTION = 'L' THEN
               MOVE "LOCKED" TO HIT-ACTION
           END-IF.

           MOVE SPACES TO HIT-LABEL.
           MOVE 1 TO ATM-IX.

       FIND-ATM-LOOP-PARA.
           IF ATM-IX > ATM-COUNT THEN
               GO TO FIND-RULE-PARA
           END-IF.
           IF TAB-ATM-NUM(ATM-IX) = SEC-ATM-NUM THEN
               MOVE TAB-LABEL(ATM-IX) TO HIT-LABEL
               GO TO FIND-RULE-PARA
           END-IF.
           ADD 1 TO ATM-IX.
           GO TO FIND-ATM-LOOP-PARA.

       FIND-RULE-PARA.
           MOVE 0 TO CUR-RULE-IX.
           MOVE 1 TO RULE-IX.

       FIND-RULE-LOOP-PARA.
           IF RULE-IX > RULE-COUNT THEN
               GO TO WRITE-HIT-PARA
           END-IF.
           IF TAB-FR-RULE(RULE-IX) = SF-RULE THEN
               MOVE RULE-IX TO CUR-RULE-IX
               GO TO WRITE-HIT-PARA
           END-IF.
           ADD 1 TO RULE-IX.
           GO TO FIND-RULE-LOOP-PARA.

       WRITE-HIT-PARA.
      *    a rule taken off file since keeps its number on the line
           IF CUR-RULE-IX = 0 THEN
               MOVE "(NO LONGER ON FILE)" TO HIT-DESC
               ADD 1 TO OTHER-HITS
           ELSE
               MOVE TAB-FR-DESC(CUR-RULE-IX) TO HIT-DESC
               ADD 1 TO TAB-FR-HITS(CUR-RULE-IX)
           END-IF.
           MOVE WS-RPT-HIT TO RPT-LINE.
           WRITE RPT-LINE.
           GO TO SCAN-LOOP-PARA.

       SUMMARY-PARA.        *> hits per rule, every rule on file listed
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 1 TO RULE-IX.

       SUMMARY-LOOP-PARA.
           IF RULE-IX > RULE-COUNT THEN
               GO TO SUMMARY-EXIT-PARA
           END-IF.
           MOVE TAB-FR-RULE(RULE-IX) TO RR-RULE.
           MOVE TAB-FR-DESC(RULE-IX) TO RR-DESC.
           MOVE TAB-FR-HITS(RULE-IX) TO RR-HITS.
           MOVE WS-RPT-RULE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO RULE-IX.
           GO TO SUMMARY-LOOP-PARA.

       SUMMARY-EXIT-PARA.
           MOVE OTHER-HITS TO RT-OTHER.
           MOVE HIT-COUNT TO RT-HITS.
           MOVE WS-RPT-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE FRAUDRPT-FILE.

           DISPLAY "=> " HIT-COUNT " FRAUD RULE HIT(S) ON " INPUT-DATE.
           DISPLAY "=> FRAUD REVIEW WRITTEN TO fraudRpt.txt".
           STOP RUN.

       END PROGRAM FRAUDRPT.
