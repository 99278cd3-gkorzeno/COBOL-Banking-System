      * recorded activity at all) is flipped to status 'D' with its
      * last-activity date filled in; both update programs then
      * refuse debits on it until ACCOUNT-MAINTENANCE reactivates it.
      * Every flip appends a before/after image of the master record
      * to the master change log (see CHGLOG), stamped with the cycle
      * run number from the run-control file.
      *
      * Dormant accounts whose last activity is older than the
      * escheatment span go on the annual escheatment candidate
      * report with balances totalled by product, in product catalog
      * order; a type not on the catalog (or every type, when the
      * catalog is missing) totals under "Other".
      *
      * Usage:
      *   dormancyReview [master-file] [trans-file] [history-file]
      *       [report-file] [escheat-report] [inactive-days]
      *       [escheat-days] [catalog-file] [change-log]
      *       [run-control-file]
      *
      * Defaults:
      *   master-file    = indexedMaster
      *   escheat-report = escheatmentReport.txt
      *   inactive-days  = 365
      *   escheat-days   = 1825
      *   catalog-file   = productCatalog.dat
      *   change-log     = masterChangeLog.dat
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY-REVIEW.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ESCHEAT-FILE.
       01  ESCHEAT-REPORT-LINE PIC X(132).

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-ReportFile        PIC X(200) VALUE "dormancyReport.txt".
       01  WS-EscheatFile       PIC X(200)
           VALUE "escheatmentReport.txt".
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-ChangeLogFile     PIC X(200)
           VALUE "masterChangeLog.dat".
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-RNC-STATUS        PIC XX.
       01  WS-ARG-INACTIVE-DAYS PIC X(5).
       01  WS-ARG-ESCHEAT-DAYS  PIC X(5).


       01  WS-LAST-ACTIVITY     PIC X(8).

      * change-log stamp: the master as it stood before the flip and
      * the cycle it was flipped in
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.

       01  WS-DAYS-IN-MONTH-DATA.
           05 FILLER PIC X(6) VALUE "01 031".
           05 FILLER PIC X(6) VALUE "02 028".
       01  WS-DORMANT-CUTOFF    PIC X(8).
       01  WS-ESCHEAT-CUTOFF    PIC X(8).

      * escheatment balance totals by product, same bucket layout
      * the summary reports use: one slot per catalog product plus a
      * last "Other" slot
       01  WS-TYPE-TOTALS.
           05 WS-TT-ENTRY OCCURS 21 TIMES.
               10 WS-TT-ACC-TYPE PIC X.
               10 WS-TT-LABEL    PIC X(10).
               10 WS-TT-COUNT    PIC 9(7).
               10 WS-TT-BALANCE  PIC S9(12)V99.
       01  WS-TT-I              PIC 99.
       01  WS-TT-SLOTS          PIC 99 VALUE ZERO.
       01  WS-TT-LOOKUP-TYPE    PIC X.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
                 TRANS-FILE
                 REPORT-FILE
                 ESCHEAT-FILE
                 CHANGE-LOG-FILE
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF
                    WS-EscheatFile
                    WS-ARG-INACTIVE-DAYS
                    WS-ARG-ESCHEAT-DAYS
                    WS-ProductFile
                    WS-ChangeLogFile
                    WS-RunControlFile
           END-UNSTRING

           IF WS-MasterFile = SPACES
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-ChangeLogFile = SPACES OR WS-ChangeLogFile = "-"
               MOVE "masterChangeLog.dat" TO WS-ChangeLogFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-INACTIVE-DAYS NOT = SPACES
               COMPUTE WS-INACTIVE-DAYS =
                   FUNCTION NUMVAL(WS-ARG-INACTIVE-DAYS)
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
               CLOSE MASTER-FILE
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               CLOSE ESCHEAT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * history only exists once the purge has run at least once
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF

           PERFORM READ-RUN-CONTROL.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL, so every account flipped by this run
      * can be tied back to the cycle it belongs to. A missing
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
      * Walks the run date back WS-WALK-DAYS days, the same
               END-IF
           END-PERFORM.

      * one slot per catalog product, in catalog order, then "Other"
       INIT-TYPE-TOTALS.
           MOVE ZERO TO WS-TT-SLOTS
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = "00"
               PERFORM UNTIL WS-PRD-EOF = 'Y'
                   READ PRODUCT-FILE
                       AT END
                           MOVE 'Y' TO WS-PRD-EOF
                       NOT AT END
                           IF WS-TT-SLOTS < 20
                               ADD 1 TO WS-TT-SLOTS
                               MOVE PR-PRODUCT-CODE
                                   TO WS-TT-ACC-TYPE(WS-TT-SLOTS)
                               MOVE PR-PRODUCT-NAME(1:10)
                                   TO WS-TT-LABEL(WS-TT-SLOTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           ELSE
               DISPLAY "Product catalog not available - escheatment "
                   "totals under Other only"
           END-IF
           ADD 1 TO WS-TT-SLOTS
           MOVE SPACE        TO WS-TT-ACC-TYPE(WS-TT-SLOTS)
           MOVE "Other     " TO WS-TT-LABEL(WS-TT-SLOTS)
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-SLOTS
               MOVE ZERO TO WS-TT-COUNT(WS-TT-I)
               MOVE ZERO TO WS-TT-BALANCE(WS-TT-I)
           END-PERFORM.

       LOCATE-TYPE-TOTAL.
           MOVE 1 TO WS-TT-I
           PERFORM UNTIL WS-TT-I >= WS-TT-SLOTS
                   OR WS-TT-ACC-TYPE(WS-TT-I) = WS-TT-LOOKUP-TYPE
               ADD 1 TO WS-TT-I
           END-PERFORM.

       WRITE-REPORT-HEADERS.
           MOVE SPACES TO DORMANCY-REPORT-LINE
               END-READ
           END-PERFORM.

      ******************************************************************
      * Appends the before/after image of an account just flipped
      * dormant to the master change log. Unattended batch work, so
      * no operator is recorded.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE M-ACC-NUMBER        TO CL-ACC-NUMBER
           MOVE M-BRANCH-CODE       TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "DORMANCY-REVIEW"   TO CL-PROGRAM
           MOVE "DORMANT"           TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE MASTER-REC          TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

       FLIP-ACCOUNT-DORMANT.
           ADD 1 TO WS-FLIPPED-DORMANT
           MOVE MASTER-REC TO WS-CHG-BEFORE
           MOVE 'D' TO M-ACC-STATUS
           IF WS-LAST-ACTIVITY NOT = SPACES
               MOVE WS-LAST-ACTIVITY TO M-LAST-ACTIVITY-DATE
           END-IF
           REWRITE MASTER-REC
           PERFORM WRITE-CHANGE-LOG

           MOVE SPACES TO DORMANCY-REPORT-LINE
           IF WS-LAST-ACTIVITY = SPACES
           END-STRING
           WRITE ESCHEAT-REPORT-LINE

           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-SLOTS
               MOVE WS-TT-COUNT(WS-TT-I)   TO WS-COUNT-DISPLAY
               MOVE WS-TT-BALANCE(WS-TT-I) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO ESCHEAT-REPORT-LINE
