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
       PROGRAM-ID. MAINTRPT.

      *    audit's view of the maintenance trail ACCTMAINT keeps in
      *    mstaudit.txt: every master field changed on one vault (or
      *    on all of them) between two dates, with the value before
      *    and after, who keyed it and who approved it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MSTAUDIT-FILE ASSIGN TO 'mstaudit.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MA-FS.

       SELECT MAINTRPT-FILE ASSIGN TO 'maintRpt.txt'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    layout kept in step with acctmaint.cob's MSTAUDIT-REC
       FD MSTAUDIT-FILE.
       01 MSTAUDIT-REC.
           05 MA-TS PIC 9(16).         *> when the change was made, YYYYMMDDHHMMSSCC
           05 MA-ACC-NUM PIC 9(16).    *> vault changed
           05 MA-ACTION PIC X.         *> maintenance action that changed it
           05 MA-FIELD PIC X(12).      *> master field, ACCOUNT for an open/close
           05 MA-OLD PIC X(20).        *> value before, as printed
           05 MA-NEW PIC X(20).        *> value after, as printed
           05 MA-OPERATOR PIC X(8).    *> who keyed it
           05 MA-APPROVER PIC X(8).    *> second supervisor, spaces if none needed

       FD MAINTRPT-FILE.
       01 RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  INPUT-ACC PIC 9(16).             *> vault reported on, 0 = every vault
       01  INPUT-FROM PIC 9(8).             *> first day reported, YYYYMMDD
       01  INPUT-TO PIC 9(8).               *> last day reported, YYYYMMDD
       01  TS-DATE PIC 9(8).                *> YYYYMMDD part of MA-TS
       01  ROW-COUNT PIC 9(6) VALUE 0.      *> changes listed
       01  APPROVED-COUNT PIC 9(6) VALUE 0. *> of which a second supervisor approved
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  MA-FS PIC 9(2).                  *> variable storing file status of MSTAUDIT-FILE

      * layouts built in working-storage, then moved onto RPT-LINE
       01 WS-RPT-TITLE.
           05 RT-STR1 PIC X(26) VALUE "MASTER MAINTENANCE TRAIL  ".
           05 RT-FROM PIC 9(8).
           05 RT-STR2 PIC X(4) VALUE " TO ".
           05 RT-TO PIC 9(8).
           05 RT-STR3 PIC X(10) VALUE "  ACCOUNT ".
           05 RT-ACC PIC X(16).
       01 WS-RPT-HEADER.
           05 RH-STR1 PIC X(17) VALUE "WHEN".
           05 RH-STR2 PIC X(17) VALUE "ACCOUNT".
           05 RH-STR3 PIC X(2) VALUE "A".
           05 RH-STR4 PIC X(13) VALUE "FIELD".
           05 RH-STR5 PIC X(21) VALUE "OLD VALUE".
           05 RH-STR6 PIC X(21) VALUE "NEW VALUE".
           05 RH-STR7 PIC X(9) VALUE "OPERATOR".
           05 RH-STR8 PIC X(8) VALUE "APPROVER".
       01 WS-RPT-DETAIL.
           05 RD-TS PIC 9(16).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ACC PIC 9(16).
           05 FILLER PIC X VALUE SPACE.
           05 RD-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 RD-FIELD PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 RD-OLD PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-NEW PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 RD-OPERATOR PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 RD-APPROVER PIC X(8).
       01 WS-RPT-FOOTER.
           05 RF-STR1 PIC X(17) VALUE "CHANGES LISTED:  ".
           05 RF-COUNT PIC Z(5)9.
           05 RF-STR2 PIC X(28) VALUE "  WITH A SECOND SUPERVISOR: ".
           05 RF-APPROVED PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=> ACCOUNT NUMBER (0 FOR EVERY ACCOUNT)".
           ACCEPT INPUT-ACC FROM SYSIN.
           DISPLAY "=> FROM DATE (YYYYMMDD)".
           ACCEPT INPUT-FROM FROM SYSIN.
           DISPLAY "=> TO DATE (YYYYMMDD)".
           ACCEPT INPUT-TO FROM SYSIN.

           IF INPUT-TO < INPUT-FROM THEN
               DISPLAY "=> TO DATE IS BEFORE FROM DATE"
               STOP RUN
           END-IF.

           OPEN INPUT MSTAUDIT-FILE.
           IF MA-FS = 35 THEN
               DISPLAY "non-existing file! (mstaudit.txt)"
               STOP RUN
           END-IF.

           OPEN OUTPUT MAINTRPT-FILE.
           MOVE INPUT-FROM TO RT-FROM.
           MOVE INPUT-TO TO RT-TO.
           IF INPUT-ACC = 0 THEN
               MOVE "ALL" TO RT-ACC
           ELSE
               MOVE INPUT-ACC TO RT-ACC
           END-IF.
           MOVE WS-RPT-TITLE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-RPT-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-EOF.

       SCAN-PARA.
           READ MSTAUDIT-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MSTAUDIT-FILE
               GO TO FOOTER-PARA
           END-IF.

           IF INPUT-ACC NOT = 0 AND MA-ACC-NUM NOT = INPUT-ACC THEN
               GO TO SCAN-PARA
           END-IF.
           COMPUTE TS-DATE = MA-TS / 100000000.
           IF TS-DATE < INPUT-FROM OR TS-DATE > INPUT-TO THEN
               GO TO SCAN-PARA
           END-IF.

           MOVE MA-TS TO RD-TS.
           MOVE MA-ACC-NUM TO RD-ACC.
           MOVE MA-ACTION TO RD-ACTION.
           MOVE MA-FIELD TO RD-FIELD.
           MOVE MA-OLD TO RD-OLD.
           MOVE MA-NEW TO RD-NEW.
           MOVE MA-OPERATOR TO RD-OPERATOR.
           MOVE MA-APPROVER TO RD-APPROVER.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1 TO ROW-COUNT.
           IF MA-APPROVER NOT = SPACES THEN
               ADD 1 TO APPROVED-COUNT
           END-IF.
           GO TO SCAN-PARA.

       FOOTER-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ROW-COUNT TO RF-COUNT.
           MOVE APPROVED-COUNT TO RF-APPROVED.
           MOVE WS-RPT-FOOTER TO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE MAINTRPT-FILE.

           DISPLAY "=> " ROW-COUNT " CHANGE(S) WRITTEN TO maintRpt.txt".
           STOP RUN.

       END PROGRAM MAINTRPT.
