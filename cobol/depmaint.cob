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
       PROGRAM-ID. DEPMAINT.

      *    branch maintenance of the depositor links the deposit-
      *    protection extract needs: the master is one row per vault
      *    and holders.txt one row per extra holder, so nothing else
      *    says that the savings vault, the current vault and a share
      *    of the joint vault all belong to the same witch. Each link
      *    puts one holder of one vault (00 = the named holder) under
      *    a depositor number; SCVEXTRACT adds up everything linked to
      *    the same number. A holder never linked is extracted as a
      *    depositor of their own
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEPLINK-FILE ASSIGN TO 'deplinks.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS DL-FS.

      *    the vault's joint holders, to check a holder number exists
       SELECT HOLDERS-FILE ASSIGN TO 'holders.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS HD-FS.

      *    keyed account index PROMOTE/MSTBUILD rebuild from
      *    master.txt; a linked vault must exist on it
       SELECT MASTERIDX-FILE ASSIGN TO 'masteridx.dat'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDX-ACC-NUM
                STATUS IS MX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPLINK-FILE.
       01 DEPLINK-REC.
           05 DL-DEP-ID PIC 9(8).      *> depositor number, issued in sequence
           05 DL-ACC-NUM PIC 9(16).    *> vault the depositor holds
           05 DL-HOLDER-ID PIC 99.     *> which holder of it, 00 = the named holder

      *    layout kept in step with acctmaint.cob's HOLDER-REC
       FD HOLDERS-FILE.
       01 HOLDER-REC.
           05 HD-ACC-NUM PIC 9(16).    *> the joint vault
           05 HD-HOLDER-ID PIC 99.     *> 01, 02, ... per vault; 00 is the named holder
           05 HD-NAME PIC A(20).
           05 HD-PASSWORD-HASH PIC 9(10).  *> salted hash of this holder's own PIN

       FD MASTERIDX-FILE.
       01 ACCOUNT-IX.
           05 IDX-ACC-NAME PIC A(20).
           05 IDX-ACC-NUM PIC 9(16).
           05 IDX-ACC-PASSWORD-HASH PIC 9(10).
           05 IDX-BALANCE-SIGN PIC X.
           05 IDX-BALANCE PIC 9(13)V9(2).
           05 IDX-OD-LIMIT PIC 9(13)V9(2).
           05 IDX-DAY-WD-LIMIT PIC 9(13)V9(2).
           05 IDX-ACC-DORMANT PIC X.
           05 IDX-ACC-LOCKED PIC X.
           05 IDX-ACC-PRODUCT PIC X.
           05 IDX-ACC-FREEZE PIC X.
           05 IDX-ACC-FREEZE-RSN PIC X(3).

       WORKING-STORAGE SECTION.
      *    the whole link book, loaded up front and written back out
      *    after the change, same pattern soentry.cob uses
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 1000 TIMES.
               10  TAB-DL-DEP PIC 9(8).
               10  TAB-DL-ACC PIC 9(16).
               10  TAB-DL-HOLDER PIC 99.
       01  LINK-COUNT PIC 9(4) VALUE 0.     *> number of rows loaded into LINK-TABLE
       01  LINK-IX PIC 9(4).                *> scratch subscript, reused by every table loop
       01  FOUND-IX PIC 9(4) VALUE 0.       *> LINK-TABLE row of the holder keyed, 0 = none
       01  NEXT-DEP-ID PIC 9(8) VALUE 0.    *> highest depositor number issued so far
       01  LISTED-COUNT PIC 9(4) VALUE 0.   *> links shown by the 'L' action

       01  INPUT-ACTION PIC A.              *> 'A' link, 'D' unlink, 'L' list
       01  INPUT-DEP-ID PIC 9(8).           *> depositor number, 0 = issue a new one
       01  INPUT-ACC PIC 9(16).             *> vault being linked
       01  INPUT-HOLDER PIC 99.             *> holder of it, 00 = the named holder
       01  VAULT-NAME PIC A(20).            *> the vault's named holder, off the master
       01  REGISTERED PIC 9 VALUE 0.
       *>bool variable for checking an account or holder exists, 0 = false, 1 = true
       01  WS-EOF PIC 9 VALUE 0.
       *>bool variable for determining eof, 0 = false, 1 = true, initialize 0
       01  DL-FS PIC 9(2).                  *> variable storing file status of DEPLINK-FILE
       01  HD-FS PIC 9(2).                  *> variable storing file status of HOLDERS-FILE
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "##############################################".
           DISPLAY "##         Gringotts Wizarding Bank         ##".
           DISPLAY "##       Depositor Link Maintenance         ##".
           DISPLAY "##############################################".

           OPEN INPUT DEPLINK-FILE.
           IF DL-FS = 35 THEN      *> no link book yet, start one empty
               CLOSE DEPLINK-FILE
               OPEN OUTPUT DEPLINK-FILE
               CLOSE DEPLINK-FILE
               OPEN INPUT DEPLINK-FILE
           END-IF.

           MOVE 0 TO LINK-COUNT.
           MOVE 0 TO WS-EOF.

       LOAD-LINKS-LOOP-PARA.
           READ DEPLINK-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE DEPLINK-FILE
               GO TO CHOOSE-ACTION-PARA
           END-IF.

      *    refuse to run rather than load a truncated book; saving it
      *    back out would silently lose every link past the table
           IF LINK-COUNT >= 1000 THEN   *> LINK-TABLE OCCURS 1000 TIMES
               DISPLAY "=> MORE THAN 1000 LINKS ON FILE, REFUSING TO "
                   "RUN BEFORE THE BOOK IS SPLIT"
               CLOSE DEPLINK-FILE
               STOP RUN
           END-IF.

           ADD 1 TO LINK-COUNT.
           MOVE DL-DEP-ID TO TAB-DL-DEP(LINK-COUNT).
           MOVE DL-ACC-NUM TO TAB-DL-ACC(LINK-COUNT).
           MOVE DL-HOLDER-ID TO TAB-DL-HOLDER(LINK-COUNT).
           IF DL-DEP-ID > NEXT-DEP-ID THEN
               MOVE DL-DEP-ID TO NEXT-DEP-ID
           END-IF.
           GO TO LOAD-LINKS-LOOP-PARA.

       CHOOSE-ACTION-PARA.
           DISPLAY "=> PRESS A TO LINK A VAULT HOLDER TO A DEPOSITOR".
           DISPLAY "=> PRESS D TO REMOVE A LINK".
           DISPLAY "=> PRESS L TO LIST A DEPOSITOR'S VAULTS".
           ACCEPT INPUT-ACTION FROM SYSIN.

           IF INPUT-ACTION = 'A' THEN
               GO TO ADD-LINK-PARA
           END-IF.

           IF INPUT-ACTION = 'D' THEN
               GO TO DELETE-LINK-PARA
           END-IF.

           IF INPUT-ACTION = 'L' THEN
               GO TO LIST-LINKS-PARA
           END-IF.

           DISPLAY "=> INVALID INPUT".
           GO TO CHOOSE-ACTION-PARA.

       LIST-LINKS-PARA.
           DISPLAY "=> DEPOSITOR NUMBER".
           ACCEPT INPUT-DEP-ID FROM SYSIN.
           MOVE 0 TO LISTED-COUNT.
           MOVE 1 TO LINK-IX.

       LIST-LINKS-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               DISPLAY "=> " LISTED-COUNT " VAULT HOLDING(S) LINKED"
               STOP RUN
           END-IF.

           IF TAB-DL-DEP(LINK-IX) = INPUT-DEP-ID THEN
               DISPLAY "=> VAULT " TAB-DL-ACC(LINK-IX)
                   " HOLDER " TAB-DL-HOLDER(LINK-IX)
               ADD 1 TO LISTED-COUNT
           END-IF.
           ADD 1 TO LINK-IX.
           GO TO LIST-LINKS-LOOP-PARA.

       ADD-LINK-PARA.
           IF LINK-COUNT >= 1000 THEN
               DISPLAY "=> LINK BOOK FULL, REMOVE A LINK FIRST"
               STOP RUN
           END-IF.

           OPEN INPUT MASTERIDX-FILE.
           IF MX-FS = 35 THEN   *> if masteridx.dat not exist
               DISPLAY "non-existing file! (masteridx.dat)"
               DISPLAY "=> RUN MSTBUILD TO BUILD THE ACCOUNT INDEX"
               STOP RUN
           END-IF.

       ADD-VAULT-PARA.
           DISPLAY "=> VAULT ACCOUNT".
           ACCEPT INPUT-ACC FROM SYSIN.

           MOVE 0 TO REGISTERED.
           MOVE INPUT-ACC TO IDX-ACC-NUM.
           READ MASTERIDX-FILE
               KEY IS IDX-ACC-NUM
               INVALID KEY CONTINUE        *> no such account on the book
               NOT INVALID KEY MOVE 1 TO REGISTERED
           END-READ.

           IF REGISTERED = 0 THEN
               DISPLAY "=> VAULT DOES NOT EXIST"
               GO TO ADD-VAULT-PARA
           END-IF.

           MOVE IDX-ACC-NAME TO VAULT-NAME.
           CLOSE MASTERIDX-FILE.

       ADD-HOLDER-PARA.
           DISPLAY "=> HOLDER NUMBER (00 FOR THE NAMED HOLDER)".
           ACCEPT INPUT-HOLDER FROM SYSIN.

           IF INPUT-HOLDER = 0 THEN
               DISPLAY "=> NAMED HOLDER " VAULT-NAME
               GO TO ADD-CHECK-PARA
           END-IF.

           MOVE 0 TO REGISTERED.
           OPEN INPUT HOLDERS-FILE.
           IF HD-FS = 35 THEN      *> no joint vaults recorded at all
               CLOSE HOLDERS-FILE
               GO TO ADD-HOLDER-VERDICT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       ADD-HOLDER-LOOP-PARA.
           READ HOLDERS-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE HOLDERS-FILE
               GO TO ADD-HOLDER-VERDICT-PARA
           END-IF.

           IF HD-ACC-NUM = INPUT-ACC
                   AND HD-HOLDER-ID = INPUT-HOLDER THEN
               MOVE 1 TO REGISTERED
               DISPLAY "=> JOINT HOLDER " HD-NAME
           END-IF.
           GO TO ADD-HOLDER-LOOP-PARA.

       ADD-HOLDER-VERDICT-PARA.
           IF REGISTERED = 0 THEN
               DISPLAY "=> NO SUCH HOLDER ON THIS VAULT"
               GO TO ADD-HOLDER-PARA
           END-IF.

       ADD-CHECK-PARA.      *> one holding belongs to one depositor only
           MOVE 1 TO LINK-IX.

       ADD-CHECK-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               GO TO ADD-DEPOSITOR-PARA
           END-IF.

           IF TAB-DL-ACC(LINK-IX) = INPUT-ACC
                   AND TAB-DL-HOLDER(LINK-IX) = INPUT-HOLDER THEN
               DISPLAY "=> ALREADY LINKED TO DEPOSITOR "
                   TAB-DL-DEP(LINK-IX)
               DISPLAY "=> REMOVE THAT LINK FIRST"
               STOP RUN
           END-IF.
           ADD 1 TO LINK-IX.
           GO TO ADD-CHECK-LOOP-PARA.

       ADD-DEPOSITOR-PARA.
           DISPLAY "=> DEPOSITOR NUMBER (0 FOR A NEW DEPOSITOR)".
           ACCEPT INPUT-DEP-ID FROM SYSIN.

           IF INPUT-DEP-ID = 0 THEN
               ADD 1 TO NEXT-DEP-ID
               MOVE NEXT-DEP-ID TO INPUT-DEP-ID
               DISPLAY "=> NEW DEPOSITOR NUMBER " INPUT-DEP-ID
               GO TO ADD-WRITE-PARA
           END-IF.

      *    an existing number must already have something linked to
      *    it, or a mistyped number would start a stranger's record
           MOVE 0 TO FOUND-IX.
           MOVE 1 TO LINK-IX.

       ADD-DEPOSITOR-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               GO TO ADD-DEPOSITOR-VERDICT-PARA
           END-IF.
           IF TAB-DL-DEP(LINK-IX) = INPUT-DEP-ID THEN
               MOVE LINK-IX TO FOUND-IX
           END-IF.
           ADD 1 TO LINK-IX.
           GO TO ADD-DEPOSITOR-LOOP-PARA.

       ADD-DEPOSITOR-VERDICT-PARA.
           IF FOUND-IX = 0 THEN
               DISPLAY "=> NO SUCH DEPOSITOR"
               GO TO ADD-DEPOSITOR-PARA
           END-IF.

       ADD-WRITE-PARA.
           ADD 1 TO LINK-COUNT.
           MOVE INPUT-DEP-ID TO TAB-DL-DEP(LINK-COUNT).
           MOVE INPUT-ACC TO TAB-DL-ACC(LINK-COUNT).
           MOVE INPUT-HOLDER TO TAB-DL-HOLDER(LINK-COUNT).

           DISPLAY "=> VAULT " INPUT-ACC " HOLDER " INPUT-HOLDER
               " LINKED TO DEPOSITOR " INPUT-DEP-ID.
           GO TO SAVE-LINKS-PARA.

       DELETE-LINK-PARA.
           DISPLAY "=> VAULT ACCOUNT".
           ACCEPT INPUT-ACC FROM SYSIN.
           DISPLAY "=> HOLDER NUMBER (00 FOR THE NAMED HOLDER)".
           ACCEPT INPUT-HOLDER FROM SYSIN.

           MOVE 0 TO FOUND-IX.
           MOVE 1 TO LINK-IX.

       DELETE-LINK-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               GO TO DELETE-LINK-EXIT-PARA
           END-IF.
           IF TAB-DL-ACC(LINK-IX) = INPUT-ACC
                   AND TAB-DL-HOLDER(LINK-IX) = INPUT-HOLDER THEN
               MOVE LINK-IX TO FOUND-IX
           END-IF.
           ADD 1 TO LINK-IX.
           GO TO DELETE-LINK-LOOP-PARA.

       DELETE-LINK-EXIT-PARA.
           IF FOUND-IX = 0 THEN
               DISPLAY "=> NO SUCH LINK"
               STOP RUN
           END-IF.

      *    the last row slides down over the one removed
           DISPLAY "=> LINK TO DEPOSITOR " TAB-DL-DEP(FOUND-IX)
               " REMOVED".
           MOVE LINK-ENTRY(LINK-COUNT) TO LINK-ENTRY(FOUND-IX).
           SUBTRACT 1 FROM LINK-COUNT.
           GO TO SAVE-LINKS-PARA.

       SAVE-LINKS-PARA.     *> write the whole link book back out
           OPEN OUTPUT DEPLINK-FILE.
           MOVE 1 TO LINK-IX.

       SAVE-LINKS-LOOP-PARA.
           IF LINK-IX > LINK-COUNT THEN
               CLOSE DEPLINK-FILE
               STOP RUN
           END-IF.

           MOVE TAB-DL-DEP(LINK-IX) TO DL-DEP-ID.
           MOVE TAB-DL-ACC(LINK-IX) TO DL-ACC-NUM.
           MOVE TAB-DL-HOLDER(LINK-IX) TO DL-HOLDER-ID.
           WRITE DEPLINK-REC.

           ADD 1 TO LINK-IX.
           GO TO SAVE-LINKS-LOOP-PARA.

       END PROGRAM DEPMAINT.
