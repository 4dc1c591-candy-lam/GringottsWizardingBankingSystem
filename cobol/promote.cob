                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS CO-FS.

      *    settlement cut-off behind master.txt and each generation,
      *    one row per slot; RECOVER replays ledger.txt from the
      *    cut-off of whichever generation it is asked to start from
       SELECT MASTERGEN-FILE ASSIGN TO 'mastergen.txt'
                ORGANIZATION IS LINE SEQUENTIAL
                STATUS IS MG-FS.

      *    keyed account index every lookup program reads; rebuilt here
      *    from the freshly installed master.txt so the index can never
      *    drift out of step with a promotion
       FD COPYOUT-FILE.
       01 COPY-OUT-REC PIC X(120).

       FD MASTERGEN-FILE.
       01 MASTERGEN-REC.
           05 MG-SLOT PIC 9.           *> 0 = master.txt, 1-5 = master.G001-G005
           05 MG-CUTOFF PIC 9(16).
      *>  CUTOFF line of the reconcile.txt the slot's master was
      *>  settled under, YYYYMMDDHHMMSSCC; 0 = not known

       FD MASTERIDX-FILE.
       01 ACCOUNT-IX.
           05 IDX-ACC-NAME PIC A(20).
       01  COPY-PHASE PIC 9.
       *>which caller COPY-FILE-PARA returns to: 1 = shifting a
       *>generation, 2 = backing up the live master, 3 = installing
       01  RECON-CUTOFF PIC 9(16) VALUE 0.  *> reconcile.txt's CUTOFF line, 0 if none
      * cut-offs out of mastergen.txt, TAB-GEN-CUTOFF(1) for master.txt,
      * TAB-GEN-CUTOFF(2) for master.G001 and so on
       01  GEN-STAMP-TABLE.
           05  TAB-GEN-CUTOFF PIC 9(16) OCCURS 6 TIMES.
       01  STAMP-IX PIC 9.                  *> table entry currently being handled
       01  RECON-FOUND PIC 9 VALUE 0.
       *>bool variable, 1 = a RESULT line was found in reconcile.txt
       01  MASTER-BACKED-UP PIC 9 VALUE 0.
       01  CI-FS PIC 9(2).                  *> variable storing file status of COPYIN-FILE
       01  CO-FS PIC 9(2).                  *> variable storing file status of COPYOUT-FILE
       01  MX-FS PIC 9(2).                  *> variable storing file status of MASTERIDX-FILE
       01  MG-FS PIC 9(2).                  *> variable storing file status of MASTERGEN-FILE
       01  INDEX-COUNT PIC 9(8) VALUE 0.    *> accounts loaded into masteridx.dat

       PROCEDURE DIVISION.
               GO TO CHECK-RECON-EXIT-PARA
           END-IF.

           IF RECON-LINE(1:8) = "CUTOFF: " AND
              RECON-LINE(9:16) IS NUMERIC THEN
               MOVE RECON-LINE(9:16) TO RECON-CUTOFF
           END-IF.

           MOVE RECON-LINE TO WS-RESULT-LINE.
           IF RL-TAG = "RESULT: " THEN
               MOVE 1 TO RECON-FOUND
               DISPLAY "=> PREVIOUS MASTER KEPT AS master.G001"
           END-IF.

       GEN-STAMP-PARA.
      *    move the cut-offs along with the generations they belong
      *    to; a file from an older run without the stamp file, or
      *    with a slot missing, leaves that slot 0 and unrecoverable
           MOVE 1 TO STAMP-IX.

       GEN-STAMP-CLEAR-PARA.
           IF STAMP-IX > 6 THEN
               GO TO GEN-STAMP-LOAD-PARA
           END-IF.
           MOVE 0 TO TAB-GEN-CUTOFF(STAMP-IX).
           ADD 1 TO STAMP-IX.
           GO TO GEN-STAMP-CLEAR-PARA.

       GEN-STAMP-LOAD-PARA.
           OPEN INPUT MASTERGEN-FILE.
           IF MG-FS = 35 THEN      *> first promotion to keep the stamps
               CLOSE MASTERGEN-FILE
               GO TO GEN-STAMP-SHIFT-PARA
           END-IF.
           MOVE 0 TO WS-EOF.

       GEN-STAMP-LOAD-LOOP-PARA.
           READ MASTERGEN-FILE NEXT RECORD
               AT END MOVE 1 TO WS-EOF
           END-READ.

           IF WS-EOF = 1 THEN
               CLOSE MASTERGEN-FILE
               GO TO GEN-STAMP-SHIFT-PARA
           END-IF.

           IF MG-SLOT IS NUMERIC AND MG-CUTOFF IS NUMERIC THEN
               IF MG-SLOT <= GEN-KEEP THEN
                   COMPUTE STAMP-IX = MG-SLOT + 1
                   MOVE MG-CUTOFF TO TAB-GEN-CUTOFF(STAMP-IX)
               END-IF
           END-IF.
           GO TO GEN-STAMP-LOAD-LOOP-PARA.

       GEN-STAMP-SHIFT-PARA.
      *    same order as ROTATE-PARA: G004's stamp to G005 first,
      *    master.txt's to G001 last
           MOVE GEN-KEEP TO STAMP-IX.

       GEN-STAMP-SHIFT-LOOP-PARA.
           IF STAMP-IX < 1 THEN
               GO TO GEN-STAMP-NEW-PARA
           END-IF.
           MOVE TAB-GEN-CUTOFF(STAMP-IX) TO
               TAB-GEN-CUTOFF(STAMP-IX + 1).
           SUBTRACT 1 FROM STAMP-IX.
           GO TO GEN-STAMP-SHIFT-LOOP-PARA.

       GEN-STAMP-NEW-PARA.
      *    updatedMaster.txt is CENTRAL's settlement, stamped with the
      *    cut-off it reported; newMaster.txt is ACCTMAINT's edit of
      *    master.txt, which posts nothing, so it keeps the cut-off of
      *    the master it was built from (now master.G001's)
           IF INPUT-SOURCE = 'U' THEN
               MOVE RECON-CUTOFF TO TAB-GEN-CUTOFF(1)
           END-IF.

           OPEN OUTPUT MASTERGEN-FILE.
           MOVE 1 TO STAMP-IX.

       GEN-STAMP-WRITE-LOOP-PARA.
           IF STAMP-IX > 6 THEN
               CLOSE MASTERGEN-FILE
               GO TO REBUILD-INDEX-PARA
           END-IF.
           COMPUTE MG-SLOT = STAMP-IX - 1.
           MOVE TAB-GEN-CUTOFF(STAMP-IX) TO MG-CUTOFF.
           WRITE MASTERGEN-REC.
           ADD 1 TO STAMP-IX.
           GO TO GEN-STAMP-WRITE-LOOP-PARA.

       REBUILD-INDEX-PARA.
      *    bring the keyed index in step with the master just
      *    installed, same build MSTBUILD does standalone
