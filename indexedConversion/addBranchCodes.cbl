      * historical item was never recorded, and the update programs
      * derive branch totals from the master, not this field.
      *
      * MASTER mode logs every account it stamps, before and after,
      * on the master change log (see CHGLOG) under the cycle run
      * number from the run-control file.
      *
      * The control-total record is carried through unchanged (its
      * 41-byte image sits inside both layouts), so the file stays
      * verifiable.
      *
      * Usage:
      *   addBranchCodes MASTER [old-file] [new-file] [branch-code]
      *       [change-log] [run-control-file]
      *   addBranchCodes TRANS  [old-file] [new-file]
      *
      * Defaults:
      *   MASTER: old = indexedMaster, new = indexedMaster.new,
      *           branch-code = 001, change-log =
      *           masterChangeLog.dat, run-control-file =
      *           runControl.dat
      *   TRANS:  old = indexedTransactions,
      *           new = indexedTransactions.new
      *
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  NEW-TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==NT==.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-ARG-MODE          PIC X(8).
       01  WS-NewFile           PIC X(200).
       01  WS-ARG-BRANCH        PIC X(3).
       01  WS-BRANCH-CODE       PIC X(3) VALUE "001".
       01  WS-ChangeLogFile     PIC X(200).
       01  WS-RunControlFile    PIC X(200).

       01  WS-OLD-STATUS        PIC XX.
       01  WS-NEW-STATUS        PIC XX.
       01  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.

      * change-log stamp: the master as it stood before conversion
      * and the cycle it was converted in
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.

       01  WS-DATE.
           05 WS-YEAR  PIC 9(2).
           05 WS-MONTH PIC 9(2).
           05 WS-DAY   PIC 9(2).

       01  WS-TODAY.
           05 WS-TODAY-CC PIC 99 VALUE 20.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
                    WS-OldFile
                    WS-NewFile
                    WS-ARG-BRANCH
                    WS-ChangeLogFile
                    WS-RunControlFile
           END-UNSTRING

           EVALUATE WS-ARG-MODE
           IF WS-NewFile = SPACES
               MOVE "indexedMaster.new" TO WS-NewFile
           END-IF
           IF WS-ARG-BRANCH NOT = SPACES AND WS-ARG-BRANCH NOT = "-"
               MOVE WS-ARG-BRANCH TO WS-BRANCH-CODE
           END-IF
           IF WS-ChangeLogFile = SPACES OR WS-ChangeLogFile = "-"
               MOVE "masterChangeLog.dat" TO WS-ChangeLogFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF

           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-STATUS NOT = "00"
               STOP RUN
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "Unable to open master change log: "
                   WS-ChangeLogFile
               DISPLAY "Change log status: " WS-CHG-STATUS
               CLOSE OLD-MASTER-FILE
               CLOSE NEW-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD
           PERFORM READ-RUN-CONTROL

           PERFORM UNTIL OLD-EOF
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END

           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE
                 CHANGE-LOG-FILE

           DISPLAY "Master branch-code conversion complete."
           PERFORM DISPLAY-COUNTS.
                       NM-ACC-NUMBER " status " WS-NEW-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
                   IF NM-ACC-NUMBER NOT = WS-CONTROL-KEY
                       MOVE SPACES TO WS-CHG-BEFORE
                       MOVE OLD-MASTER-REC TO WS-CHG-BEFORE(1:55)
                       PERFORM WRITE-CHANGE-LOG
                   END-IF
           END-WRITE.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL for the change-log stamp. A missing
      * run-control file logs run zero.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RN-RUN-NUMBER TO WS-CHG-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

      ******************************************************************
      * Appends the before/after image of one converted master record
      * to the master change log. The old layout is the front of the
      * current one, so the old record padded with spaces is its
      * before-image.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE NM-ACC-NUMBER       TO CL-ACC-NUMBER
           MOVE NM-BRANCH-CODE      TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "ADD-BRANCH-CODES" TO CL-PROGRAM
           MOVE "BRANCH" TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE NEW-MASTER-REC      TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

       CONVERT-TRANS-FILE.
           IF WS-OldFile = SPACES
               MOVE "indexedTransactions" TO WS-OldFile
