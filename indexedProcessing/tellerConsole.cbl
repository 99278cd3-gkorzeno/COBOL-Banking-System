      ******************************************************************
      * Interactive teller console: a menu-driven, screen-based front
      * end over the indexed master for the things tellers do all day
      * -- balance inquiry, OPEN/REACTIVATE maintenance with
      * field-by-field validation before anything is written, and
      * memo-posting a customer's same-day deposit or withdrawal
      * straight into the indexed transaction file. A memo-posted item
      * profile file the console runs the old free-keyed way, so the
      * cut-over is simply creating the file.
      *
      * An account can only be opened on a product the product
      * catalog currently offers; without the catalog OPEN is refused.
      *
      * CLOSE is not done at the console. Closing an account pays out
      * the balance and winds up its holds, stops, instructions,
      * links, terms, mandates and positive-pay enrolment with a
      * closing statement, all under maker-checker, which is
      * ACCOUNT-MAINTENANCE CLOSE; the console refuses the choice,
      * names that route on the screen and logs the refusal.
      *
      * Every OPEN and REACTIVATE also appends a before/after
      * image of the master record to the master change log (see
      * CHGLOG), stamped with the operator id and the cycle run
      * number from the run-control file.
      *
      * A memo post carries today's date. Should that fall in an
      * accounting period PERIOD-CLOSE has already closed, the item
      * is still queued -- the posting run takes it into the open
      * period of the cycle's business date as a prior-period
      * adjustment -- but the screen says so and the audit log
      * records it as MEMOPPA rather than MEMOPOST.
      *
      * Usage:
      *   tellerConsole [master-file] [trans-file] [holds-file]
      *       [audit-log] [history-file] [rates-file] [drawer-file]
      *       [profile-file] [catalog-file] [change-log]
      *       [run-control-file] [period-file]
      *
      * Defaults:
      *   master-file = indexedMaster
      *   trans-file  = indexedTransactions
      *   holds-file   = indexedHolds
      *   audit-log    = operatorAuditLog.txt
      *   history-file = transactionHistory (id-band scan only)
      *   rates-file   = fxRates.dat
      *   drawer-file  = tellerDrawer.dat
      *   profile-file = operatorProfiles.dat
      *   catalog-file = productCatalog.dat
      *   change-log   = masterChangeLog.dat
      *   run-control-file = runControl.dat
      *   period-file  = accountingPeriods.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-CONSOLE.
               FILE STATUS IS WS-TRNS-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HistoryFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.

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

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PeriodFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 OP-MEMO-LIMIT   PIC 9(7)V99.
           05 OP-STATUS       PIC X.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PD==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-HoldsFile         PIC X(200) VALUE "indexedHolds".
       01  WS-AuditLog          PIC X(200)
           VALUE "operatorAuditLog.txt".
       01  WS-HistoryFile       PIC X(200) VALUE "transactionHistory".
       01  WS-ProfileFile       PIC X(200)
           VALUE "operatorProfiles.dat".
       01  WS-PRF-STATUS        PIC XX.
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-ChangeLogFile     PIC X(200)
           VALUE "masterChangeLog.dat".
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-RNC-STATUS        PIC XX.
       01  WS-PeriodFile        PIC X(200)
           VALUE "accountingPeriods.dat".
       01  WS-PER-STATUS        PIC XX.
       01  WS-PER-EOF           PIC X VALUE 'N'.
      * the last month closed (every month before it is closed too)
      * and the open month of the cycle's business date
       01  WS-LAST-CLOSED-PERIOD PIC X(6) VALUE SPACES.
       01  WS-OPEN-PERIOD       PIC X(6) VALUE SPACES.
      * change-log stamp: the master as it stood before the change,
      * what was done, and the cycle it was done in
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-ACTION        PIC X(10).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.
      * product codes the catalog currently offers for new accounts
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-CODE OCCURS 20 TIMES PIC X.
       01  WS-PRD-I             PIC 99.
       01  WS-PRD-FOUND         PIC X.

      * operator profiles loaded at start-up; with no profile file
      * the console runs the old way -- free-keyed id, every action
       01  WS-MS-STATUS         PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-HLD-EOF           PIC X.
       01  WS-AUD-STATUS        PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-MEMO-TYPE         PIC X.
       01  WS-AUDIT-ACTION      PIC X(8).
       01  WS-SAVED-MASTER-REC  PIC X(68).
       01  WS-SAVED-TRANS-REC   PIC X(84).

       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 50000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 50000000.
           05 LINE 5  COLUMN 28 PIC X(20) USING SC-ACC-NAME.
           05 LINE 6  COLUMN 10 VALUE "Opening Amount: ".
           05 LINE 6  COLUMN 28 PIC X(12) USING SC-AMOUNT-IN.
           05 LINE 7  COLUMN 10 VALUE "Product Type:   ".
           05 LINE 7  COLUMN 28 PIC X USING SC-ACC-TYPE.
           05 LINE 8  COLUMN 10 VALUE "Currency:       ".
           05 LINE 8  COLUMN 28 PIC X(3) USING SC-CURRENCY.
                    WS-FxRatesFile
                    WS-DrawerFile
                    WS-ProfileFile
                    WS-ProductFile
                    WS-ChangeLogFile
                    WS-RunControlFile
                    WS-PeriodFile
           END-UNSTRING

           ACCEPT WS-DATE FROM DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-OPERATOR-PROFILES
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM SIGN-ON-OPERATOR
           IF WS-OPERATOR-LEVEL NOT = 'I'
               PERFORM PROMPT-OPENING-CASH
                 TRANS-FILE
                 AUDIT-LOG
                 DRAWER-FILE
                 CHANGE-LOG-FILE

           STOP RUN.

               CLOSE TRANS-FILE
               CLOSE AUDIT-LOG
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
               CLOSE AUDIT-LOG
               CLOSE DRAWER-FILE
               STOP RUN
           END-IF

           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-CLOSED-PERIODS.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL, so every change made at the console
      * can be tied back to the cycle it belongs to, and the
      * business date whose month is the open accounting period. A
      * missing run-control file logs run zero and takes today's
      * month as the open period.
      ******************************************************************
       READ-RUN-CONTROL.
           MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RN-RUN-NUMBER TO WS-CHG-RUN-NUMBER
                   IF RN-BUSINESS-DATE NOT = SPACES
                       MOVE RN-BUSINESS-DATE(1:6) TO WS-OPEN-PERIOD
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

      * the last period PERIOD-CLOSE has frozen; no period file means
      * nothing has been closed yet
       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PER-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-PER-EOF
                   NOT AT END
                       IF PD-STATUS = 'C'
                          AND PD-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE PD-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      ******************************************************************
      * Appends one before/after image of a changed master record to
      * the master change log under the signed-on operator. The caller
      * leaves the record as written in MASTER-REC, the record as it
      * stood before (spaces for a new account) in WS-CHG-BEFORE and
      * what was done in WS-CHG-ACTION.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE M-ACC-NUMBER        TO CL-ACC-NUMBER
           MOVE M-BRANCH-CODE       TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "TELLER-CONSOLE"    TO CL-PROGRAM
           MOVE WS-OPERATOR-ID      TO CL-OPERATOR-ID
           MOVE WS-CHG-ACTION       TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE MASTER-REC          TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

      * only products with status 'A' are loaded: a withdrawn
      * product keeps its accounts but takes no new ones, and a
      * missing catalog leaves nothing that can be opened
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF PR-STATUS = 'A'
                          AND WS-PRD-COUNT < 20
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE(WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      * a missing profile file keeps the console on the old
      * free-keyed sign-on -- the cut-over is the act of creating
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE M-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE ZERO TO HLD-HOLD-SEQ
           MOVE 'N' TO WS-HLD-EOF
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HLD-EOF
           END-START
           PERFORM UNTIL WS-HLD-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HLD-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER NOT = M-ACC-NUMBER
                           MOVE 'Y' TO WS-HLD-EOF
                       ELSE
                           IF HLD-STATUS = 'A'
                              AND (HLD-EXPIRY-DATE = SPACES
                                   OR HLD-EXPIRY-DATE >= WS-TODAY)
                               ADD HLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   EXIT PARAGRAPH
           END-WRITE

           MOVE SPACES TO WS-CHG-BEFORE
           MOVE "OPEN" TO WS-CHG-ACTION
           PERFORM WRITE-CHANGE-LOG
           PERFORM MAINTAIN-MASTER-CONTROL

           MOVE SPACES TO SC-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
               IF WS-PRD-CODE(WS-PRD-I) = SC-ACC-TYPE
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'N'
               MOVE "Type is not an offered product" TO SC-MESSAGE
               MOVE 'N' TO WS-FIELDS-VALID
               EXIT PARAGRAPH
           END-IF
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(SC-AMOUNT-IN).

      * a close is a back-office close-out, not a status flip; the
      * account is taken only so the refusal is logged against it
       DO-CLOSE-ACCOUNT.
           PERFORM PROMPT-FOR-ACCOUNT
           IF SC-ACC-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "CLOSE refused - raise ACCOUNT-MAINTENANCE CLOSE"
               TO SC-MESSAGE
           PERFORM SHOW-RESULT-ONLY
           PERFORM WRITE-AUDIT-REFUSED.

       DO-REACTIVATE-ACCOUNT.
           PERFORM CHECK-MAINTENANCE-AUTHORITY
                   EXIT PARAGRAPH
           END-READ

           MOVE MASTER-REC TO WS-CHG-BEFORE
           MOVE 'A' TO M-ACC-STATUS
           MOVE WS-TODAY TO M-LAST-ACTIVITY-DATE
           REWRITE MASTER-REC
           MOVE "REACTIVATE" TO WS-CHG-ACTION
           PERFORM WRITE-CHANGE-LOG

           MOVE SPACES TO SC-MESSAGE
           STRING
           MOVE M-CURRENCY       TO T-CURRENCY
           MOVE SPACE            TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE    TO T-BRANCH-CODE
           MOVE SPACES           TO T-SENDER-REF
           MOVE SPACES           TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
           MOVE SPACES TO SC-DETAIL-2
           MOVE "Posts to the ledger in tonight's run"
               TO SC-DETAIL-2
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
              AND WS-TODAY(1:6) NOT > WS-LAST-CLOSED-PERIOD
               MOVE SPACES TO SC-DETAIL-2
               STRING
                   "Period "                 DELIMITED BY SIZE
                   WS-TODAY(1:6)             DELIMITED BY SIZE
                   " closed - posts to "     DELIMITED BY SIZE
                   WS-OPEN-PERIOD            DELIMITED BY SIZE
                   " as prior-period adjustment"
                                             DELIMITED BY SIZE
                   INTO SC-DETAIL-2
               END-STRING
           END-IF

           COMPUTE WS-DRAWER-POSITION =
               WS-DRAWER-OPENING + WS-DRAWER-CASH-IN
           PERFORM SET-UNRATED-NOTE

           PERFORM SHOW-RESULT-SCREEN
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
              AND WS-TODAY(1:6) NOT > WS-LAST-CLOSED-PERIOD
               MOVE "MEMOPPA " TO WS-AUDIT-ACTION
           ELSE
               MOVE "MEMOPOST" TO WS-AUDIT-ACTION
           END-IF
           PERFORM WRITE-AUDIT-ACTION.

      * memo postings carry T-IDs in the 5xxxxxxx band; the scan is
