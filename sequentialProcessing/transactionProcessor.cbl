               FILE STATUS IS WS-RJCT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT LIMITS-FILE ASSIGN TO DYNAMIC WS-LimitsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LIMIT-KEY
               FILE STATUS IS WS-LIM-STATUS.

           SELECT FX-RATES-FILE ASSIGN TO DYNAMIC WS-FxRatesFile
               FILE STATUS IS WS-FXR-STATUS.

           SELECT TERMS-FILE ASSIGN TO DYNAMIC WS-TermsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACC-NUMBER
               ALTERNATE RECORD KEY IS TD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TRM-STATUS.

           SELECT STOPS-FILE ASSIGN TO DYNAMIC WS-StopsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STOP-KEY
               FILE STATUS IS WS-STP-STATUS.

           SELECT HITS-FILE ASSIGN TO DYNAMIC WS-HitsFile

           SELECT FUND-LINKS-FILE ASSIGN TO DYNAMIC
               WS-FundLinksFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-PROTECTED-ACC
               ALTERNATE RECORD KEY IS FL-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-FND-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.

       FILE SECTION.
       01  FUNDING-LINK-REC.
           COPY FNDLNK REPLACING ==:PFX:== BY ==FL==.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       WORKING-STORAGE SECTION.
       01 WS-CMD-LINE PIC X(400).
       01 WS-MasterFile PIC X(200).
       01 WS-TransactionFile PIC X(200).
       01 WS-UpdatedMasterFile PIC X(200).
       01 WS-ARG-BACKDATE-DAYS PIC X(5).
       01 WS-RejectFile PIC X(200)
           VALUE "rejectTransactions.dat".
       01 WS-HoldsFile PIC X(200) VALUE "indexedHolds".
       01 WS-LimitsFile PIC X(200) VALUE "indexedLimits".
       01 WS-FxRatesFile PIC X(200) VALUE "fxRates.dat".
       01 WS-TermsFile PIC X(200) VALUE "indexedTerms".
       01 WS-TRM-STATUS PIC XX.
       01 WS-StopsFile PIC X(200) VALUE "indexedStops".
       01 WS-STP-STATUS PIC XX.
       01 WS-HitsFile PIC X(200) VALUE "confirmedHits.dat".
       01 WS-HIT-STATUS PIC XX.
       01 WS-FundLinksFile PIC X(200) VALUE "indexedFundingLinks".
       01 WS-FND-STATUS PIC XX.
       01 WS-MS-STATUS PIC XX.
       01 WS-TRNS-STATUS PIC XX.
       01 WS-JRNL-AMT-DISPLAY   PIC ZZZZZZZZZ9.99.


      * product catalog: overdraft floor, overdraft fee and default
      * daily limit per product code (M-ACC-TYPE). An account whose
      * type is not in the catalog gets the defaults below.
       01 WS-ProductFile PIC X(200) VALUE "productCatalog.dat".
       01 WS-PRD-STATUS PIC XX.
       01 WS-PRD-EOF PIC X VALUE 'N'.
       01 WS-PRD-COUNT PIC 99 VALUE ZERO.
       01 WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
               10 WS-PRD-CODE        PIC X.
               10 WS-PRD-NAME        PIC X(20).
               10 WS-PRD-OD-LIMIT    PIC 9(10)V99.
               10 WS-PRD-OD-FEE      PIC 9(3)V99.
               10 WS-PRD-DAILY-LIMIT PIC 9(10)V99.
       01 WS-PRD-I PIC 99.
       01 WS-PRD-LOOKUP-CODE PIC X.
       01 WS-PRD-FOUND PIC X.

       01 WS-DEFAULT-OD-FEE  PIC 9(3)V99 VALUE 35.
       01 WS-OD-FEE          PIC 9(3)V99.
       01 WS-OD-FEE-DISPLAY  PIC ZZ9.99.

       01 WS-DEFAULT-OD-FLOOR PIC S9(10)V99 VALUE -500.
       01 WS-OD-FLOOR PIC S9(10)V99.
       01 WS-PROJECTED-BALANCE PIC S9(10)V99.

      * each account's active hold total is read off the keyed holds
      * file as the account comes up and withdrawals/transfer debits
      * are tested against the available balance (balance minus
      * holds), not the full balance. The reference files below stay
      * open for the run; each -OPEN switch is 'N' when its file does
      * not exist, which means nothing of that kind is on the books.
       01 WS-HOLDS-OPEN PIC X VALUE 'N'.
       01 WS-HLD-EOF PIC X.
       01 WS-ACTIVE-HOLD-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-AVAILABLE-BALANCE PIC S9(10)V99.
       01 WS-HOLD-BLOCKED PIC X VALUE 'N'.
      * transfer debits are accumulated per account per T-DATE during
      * the run and an item that would push a day's total over the
      * account's limit is rejected in its own category.
       01 WS-LIMITS-OPEN PIC X VALUE 'N'.
       01 WS-DEFAULT-DAILY-LIMIT PIC 9(10)V99 VALUE 5000.

      * a withdrawal or transfer debit on a type-'T' account whose
      * active term record's maturity date has not arrived is refused
      * in its own reject category -- term money does not leave early
       01 WS-TERMS-OPEN PIC X VALUE 'N'.
       01 WS-TERM-BLOCKED PIC X VALUE 'N'.
       01 WS-TERM-MATURITY PIC X(8).

      * stop-payment instructions are read by key as each item comes
      * up; only active, unexpired entries arm against postings. A
      * stop exercised this run is listed here and skipped by later
      * items, and the file is flagged 'E' only at end of run, so a
      * restarted run re-catches the same item. Should the list fill,
      * further stops are flagged on the file as they are exercised.
       01 WS-STOPS-OPEN PIC X VALUE 'N'.
       01 WS-STOP-EOF PIC X.
       01 WS-STOP-MATCHED PIC X VALUE 'N'.
       01 WS-STOP-SPENT PIC X.
       01 WS-STOP-MATCHED-KEY PIC X(13).
       01 WS-STOP-PLACED-DATE PIC X(8).
       01 WS-STOPS-EXERCISED PIC 9(5) VALUE ZERO.
       01 WS-SX-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SX-TABLE.
           05 WS-SX-STOP-KEY OCCURS 200 TIMES PIC X(13).
       01 WS-SX-I PIC 9(3).

      * accounts compliance has confirmed against the watch list;
      * nothing posts on a flagged account until the file clears
      * overdraft protection: the funding link file names, for each
      * protected account, the account the shortfall draws from and
      * a per-transfer cap. In this one-way sequential pass the
      * funding balance comes off the control-verification scan --
      * every active account the keyed links file names as a funder
      * is noted with its balance on the way past -- and
      * only a funding account still AHEAD in key order can take its
      * debit (the same promise the pending-credit table keeps for
      * transfers); the movement pair is journaled on both sides but
      * writes no transaction records -- this program's transaction
      * file is read-only input. The indexed run carries the full
      * treatment.
       01 WS-LINKS-OPEN PIC X VALUE 'N'.
       01 WS-FL-FUNDING-ACC   PIC X(10).
       01 WS-FL-TRANSFER-CAP  PIC 9(10)V99.
       01 WS-FL-BALANCE       PIC S9(10)V99.
       01 WS-FL-CURRENCY      PIC X(3).
       01 WS-FL-BRANCH        PIC X(3).
       01 WS-FL-FOUND         PIC X.
       01 WS-FUNDERS-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FUNDERS-TABLE.
           05 WS-FB-ENTRY OCCURS 1000 TIMES.
               10 WS-FB-ACC-NUMBER    PIC X(10).
               10 WS-FB-BALANCE       PIC S9(10)V99.
               10 WS-FB-CURRENCY      PIC X(3).
               10 WS-FB-BRANCH        PIC X(3).
       01 WS-FB-I PIC 9(4).
       01 WS-FUND-PEND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FUND-PEND-TABLE.
           05 WS-FP-ENTRY OCCURS 200 TIMES.
               10 FILLER       PIC X.
               10 WS-DIM-DAYS  PIC 999.

       01 WS-SAVED-TRANS-REC PIC X(84).

       01 WS-WAREHOUSE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAREHOUSED-ITEMS.
           05 WS-WH-ENTRY OCCURS 500 TIMES.
               10 WS-WH-REC   PIC X(84).
               10 WS-WH-STATE PIC X.
       01 WS-WH-I PIC 9(5).
       01 WS-WH-OVERFLOW PIC X VALUE 'N'.

      * one slot per catalog product plus a last "Other" slot
       01 WS-TYPE-TOTALS.
           05 WS-TT-ENTRY OCCURS 21 TIMES.
               10 WS-TT-ACC-TYPE    PIC X.
               10 WS-TT-LABEL       PIC X(10).
               10 WS-TT-DEPOSITS    PIC 9(10)V99.
               10 WS-TT-WITHDRAWALS PIC 9(10)V99.
               10 WS-TT-OVERDRAFTS  PIC 9(10)V99.

       01 WS-TT-I           PIC 99.
       01 WS-TT-COUNT       PIC 99.
       01 WS-TT-LOOKUP-TYPE PIC X.

       01 WS-SEEN-TRANS-IDS PIC 9(8) OCCURS 500 TIMES.
           MOVE ZERO TO WS-GRAND-skippedOutOfSeq
           MOVE ZERO TO WS-GRAND-warehousedFuture
           MOVE ZERO TO WS-GRAND-backdatedPosted
           ACCEPT WS-CMD-Line FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-MasterFile
                    WS-StopsFile
                    WS-HitsFile
                    WS-FundLinksFile
                    WS-ProductFile
           END-UNSTRING

           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM INIT-TYPE-TOTALS

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY
           END-IF
           PERFORM COMPUTE-BACKDATE-CUTOFF

           PERFORM OPEN-FUNDING-LINKS

           PERFORM VERIFY-INPUT-CONTROLS


           PERFORM LOAD-WAREHOUSE-FILE

           PERFORM OPEN-HOLDS-FILE

           PERFORM OPEN-LIMITS-FILE

           PERFORM OPEN-TERMS-FILE

           PERFORM OPEN-STOPS-FILE

           PERFORM LOAD-CONFIRMED-HITS


           PERFORM REWRITE-STOPS-FILE

           PERFORM CLOSE-REFERENCE-FILES

           PERFORM WRITE-UPDATED-MASTER-CONTROL

           CLOSE MASTER-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed holds file placed by ACCOUNT-MAINTENANCE. Each
      * account's holds are read as the account comes up; a missing
      * holds file simply means no balances are encumbered.
      ******************************************************************
       OPEN-HOLDS-FILE.
           OPEN INPUT HOLDS-FILE
           IF WS-HLD-STATUS = "35"
               EXIT PARAGRAPH
               DISPLAY "Holds status: " WS-HLD-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-HOLDS-OPEN.

      * only active, unexpired holds count; released and expired ones
      * stay on file as history
       SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-ACTIVE-HOLD-TOTAL
           IF WS-HOLDS-OPEN NOT = 'Y'
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
           END-PERFORM.

      ******************************************************************
           PERFORM WRITE-REJECT-RECORD.

      ******************************************************************
      * Opens the keyed daily withdrawal limit file. Account-level 'A'
      * records beat type-level 'T' defaults; a missing limit file
      * means every account runs on its product's default.
      ******************************************************************
       OPEN-LIMITS-FILE.
           OPEN INPUT LIMITS-FILE
           IF WS-LIM-STATUS = "35"
               EXIT PARAGRAPH
               DISPLAY "Limits status: " WS-LIM-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LIMITS-OPEN.

      ******************************************************************
      * Opens the keyed term deposit file. Only the status and
      * maturity date matter to posting; the maturity batch owns the
      * rest of the record. A missing term file simply means no term
      * products are on the books.
      ******************************************************************
       OPEN-TERMS-FILE.
           OPEN INPUT TERMS-FILE
           IF WS-TRM-STATUS = "35"
               EXIT PARAGRAPH
               DISPLAY "Term status: " WS-TRM-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TERMS-OPEN.

      * a debit on a type-'T' account is blocked while its term
      * record's maturity date is still ahead of the run date
       CHECK-TERM-MATURITY.
           MOVE 'N' TO WS-TERM-BLOCKED
           IF U-ACC-TYPE NOT = 'T' OR WS-TERMS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE U-ACC-NUMBER TO TD-ACC-NUMBER
           READ TERMS-FILE
               INVALID KEY
                   MOVE SPACE TO TD-STATUS
           END-READ
           IF TD-STATUS = 'A'
              AND TD-MATURITY-DATE > WS-TODAY
               MOVE 'Y' TO WS-TERM-BLOCKED
               MOVE TD-MATURITY-DATE TO WS-TERM-MATURITY
           END-IF.

       WRITE-EARLY-WITHDRAWAL-REJECT.
           ADD 1 TO WS-unprocessedPerAccount
           PERFORM WRITE-REJECT-RECORD.

      ******************************************************************
      * Opens the keyed stop-payment file I-O -- exercised stops are
      * flagged on it at end of run. A missing stops file simply
      * means nothing is stopped.
      ******************************************************************
       OPEN-STOPS-FILE.
           OPEN I-O STOPS-FILE
           IF WS-STP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
               DISPLAY "Stops status: " WS-STP-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STOPS-OPEN.

      ******************************************************************
      * Matches the current transaction against the account's armed
      * stops: type (or '*'), amount (exact, range or any -- see
      * STOPREC) and optional transfer target. The first match wins
      * and its key is kept so the reject path can mark it exercised.
      * The amount tested is the amount about to post, after any FX
      * conversion.
      ******************************************************************
       CHECK-STOP-INSTRUCTIONS.
           MOVE 'N' TO WS-STOP-MATCHED
           IF WS-STOPS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE T-ACC-NUMBER TO ST-ACC-NUMBER
           MOVE ZERO TO ST-STOP-SEQ
           MOVE 'N' TO WS-STOP-EOF
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STOP-EOF
           END-START
           PERFORM UNTIL WS-STOP-EOF = 'Y'
                  OR WS-STOP-MATCHED = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOP-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER NOT = T-ACC-NUMBER
                           MOVE 'Y' TO WS-STOP-EOF
                       ELSE
                           PERFORM TEST-STOP-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM.

       TEST-STOP-INSTRUCTION.
           IF ST-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STOP-SPENT
           PERFORM VARYING WS-SX-I FROM 1 BY 1
               UNTIL WS-SX-I > WS-SX-COUNT
                  OR WS-STOP-SPENT = 'Y'
               IF WS-SX-STOP-KEY(WS-SX-I) = ST-STOP-KEY
                   MOVE 'Y' TO WS-STOP-SPENT
               END-IF
           END-PERFORM
           IF WS-STOP-SPENT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF (ST-TRX-TYPE = T-TRX-TYPE
                OR ST-TRX-TYPE = '*')
              AND (ST-EXPIRY-DATE = SPACES
                   OR ST-EXPIRY-DATE >= WS-TODAY)
              AND (ST-TARGET-ACC = SPACES
                   OR ST-TARGET-ACC = T-TARGET-ACC-NUMBER)
               IF (ST-AMOUNT-LOW = ZERO
                   AND ST-AMOUNT-HIGH = ZERO)
                  OR (ST-AMOUNT-HIGH = ZERO
                      AND T-AMOUNT = ST-AMOUNT-LOW)
                  OR (ST-AMOUNT-HIGH NOT = ZERO
                      AND T-AMOUNT >= ST-AMOUNT-LOW
                      AND T-AMOUNT <= ST-AMOUNT-HIGH)
                   MOVE 'Y' TO WS-STOP-MATCHED
                   MOVE ST-STOP-KEY TO WS-STOP-MATCHED-KEY
                   MOVE ST-PLACED-DATE TO WS-STOP-PLACED-DATE
               END-IF
           END-IF.

       WRITE-STOP-REJECT.
           ADD 1 TO WS-unprocessedPerAccount
           ADD 1 TO WS-GRAND-rejectStopped
           ADD 1 TO WS-STOPS-EXERCISED
           IF WS-SX-COUNT < 200
               ADD 1 TO WS-SX-COUNT
               MOVE WS-STOP-MATCHED-KEY TO WS-SX-STOP-KEY(WS-SX-COUNT)
           ELSE
               MOVE WS-STOP-MATCHED-KEY TO ST-STOP-KEY
               PERFORM FLAG-STOP-EXERCISED
           END-IF
           MOVE T-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-FILE
           STRING
               WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
               " Reason: Stop instruction matched, placed "
               DELIMITED BY SIZE
               WS-STOP-PLACED-DATE     DELIMITED BY SIZE
               " - stop exercised"     DELIMITED BY SIZE
               INTO ERROR-REPORT-FILE
           END-STRING
           MOVE "18" TO WS-REJECT-FILE-CODE
           PERFORM WRITE-REJECT-RECORD.

      * the stops exercised this run are flagged 'E' on the file;
      * nothing to do when there is no stops file
       REWRITE-STOPS-FILE.
           IF WS-STOPS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SX-I FROM 1 BY 1
               UNTIL WS-SX-I > WS-SX-COUNT
               MOVE WS-SX-STOP-KEY(WS-SX-I) TO ST-STOP-KEY
               PERFORM FLAG-STOP-EXERCISED
           END-PERFORM.

       FLAG-STOP-EXERCISED.
           READ STOPS-FILE
               INVALID KEY
                   DISPLAY "Exercised stop no longer on file: "
                       ST-ACC-NUMBER " " ST-STOP-SEQ
               NOT INVALID KEY
                   MOVE 'E' TO ST-STATUS
                   REWRITE STOP-REC
                       INVALID KEY
                           DISPLAY "Unable to flag stop exercised: "
                               ST-ACC-NUMBER " " ST-STOP-SEQ
                               " status " WS-STP-STATUS
                   END-REWRITE
           END-READ.

      * the keyed reference files stay open for the whole run
       CLOSE-REFERENCE-FILES.
           IF WS-HOLDS-OPEN = 'Y'
               CLOSE HOLDS-FILE
           END-IF
           IF WS-LIMITS-OPEN = 'Y'
               CLOSE LIMITS-FILE
           END-IF
           IF WS-TERMS-OPEN = 'Y'
               CLOSE TERMS-FILE
           END-IF
           IF WS-STOPS-OPEN = 'Y'
               CLOSE STOPS-FILE
           END-IF
           IF WS-LINKS-OPEN = 'Y'
               CLOSE FUND-LINKS-FILE
           END-IF.

      ******************************************************************
      * Loads the confirmed watch-list hits compliance maintains. A
           MOVE "20" TO WS-REJECT-FILE-CODE
           PERFORM WRITE-REJECT-RECORD.

      * the product's default limit, overridden by a type-level then
      * an account-level record on the limits file
       DETERMINE-DAILY-LIMIT.
           MOVE WS-DEFAULT-DAILY-LIMIT TO WS-ACCOUNT-DAILY-LIMIT
           MOVE M-ACC-TYPE TO WS-PRD-LOOKUP-CODE
           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'Y'
              AND WS-PRD-DAILY-LIMIT(WS-PRD-I) > ZERO
               MOVE WS-PRD-DAILY-LIMIT(WS-PRD-I)
                   TO WS-ACCOUNT-DAILY-LIMIT
           END-IF
           IF WS-LIMITS-OPEN = 'Y'
               MOVE 'T'          TO LM-LEVEL
               MOVE SPACES       TO LM-ACC-NUMBER
               MOVE M-ACC-TYPE   TO LM-ACC-TYPE
               READ LIMITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LM-DAILY-LIMIT TO WS-ACCOUNT-DAILY-LIMIT
               END-READ
               MOVE 'A'          TO LM-LEVEL
               MOVE M-ACC-NUMBER TO LM-ACC-NUMBER
               MOVE SPACE        TO LM-ACC-TYPE
               READ LIMITS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LM-DAILY-LIMIT TO WS-ACCOUNT-DAILY-LIMIT
               END-READ
           END-IF
           MOVE ZERO TO WS-DAY-BUCKET-COUNT.

      ******************************************************************

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-REC
           MOVE TRANS-REC TO REJECT-REC(1:84)
           IF WS-FX-CONVERTED = 'Y'
               MOVE WS-FX-ORIG-AMOUNT TO RJ-AMOUNT
           END-IF
           END-STRING
           WRITE BACKDATED-REPORT-LINE.

      * one slot per catalog product, in catalog order, then "Other"
       INIT-TYPE-TOTALS.
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-PRD-COUNT
               MOVE WS-PRD-CODE(WS-TT-I) TO WS-TT-ACC-TYPE(WS-TT-I)
               MOVE WS-PRD-NAME(WS-TT-I)(1:10)
                   TO WS-TT-LABEL(WS-TT-I)
           END-PERFORM
           COMPUTE WS-TT-COUNT = WS-PRD-COUNT + 1
           MOVE SPACE        TO WS-TT-ACC-TYPE(WS-TT-COUNT)
           MOVE "Other     " TO WS-TT-LABEL(WS-TT-COUNT)

           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE ZERO TO WS-TT-DEPOSITS(WS-TT-I)
               MOVE ZERO TO WS-TT-WITHDRAWALS(WS-TT-I)
               MOVE ZERO TO WS-TT-OVERDRAFTS(WS-TT-I)

       LOCATE-TYPE-TOTAL.
           MOVE 1 TO WS-TT-I
           PERFORM UNTIL WS-TT-I >= WS-TT-COUNT
                   OR WS-TT-ACC-TYPE(WS-TT-I) = WS-TT-LOOKUP-TYPE
               ADD 1 TO WS-TT-I
           END-PERFORM.

       LOCATE-PRODUCT.
           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
                  OR WS-PRD-FOUND = 'Y'
               IF WS-PRD-CODE(WS-PRD-I) = WS-PRD-LOOKUP-CODE
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRD-I
           END-IF.

       WRITE-GRAND-TOTALS.
           PERFORM WRITE-SETTLEMENT-SECTION.

       WRITE-TYPE-TOTALS.
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE WS-TT-DEPOSITS(WS-TT-I)    TO WS-DEPOSIT-DISPLAY
               MOVE WS-TT-WITHDRAWALS(WS-TT-I) TO WS-WITHDRAWAL-DISPLAY
               MOVE WS-TT-OVERDRAFTS(WS-TT-I)
      * Loads the overdraft-protection funding links. A missing file
      * simply means no accounts are protected.
      ******************************************************************
      ******************************************************************
      * Loads the product catalog. Every overdraft, fee and limit rule
      * comes from it, so posting does not start without it.
      ******************************************************************
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Unable to open product catalog: "
                   WS-ProductFile
               DISPLAY "Catalog status: " WS-PRD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF WS-PRD-COUNT < 20
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE(WS-PRD-COUNT)
                           MOVE PR-PRODUCT-NAME
                               TO WS-PRD-NAME(WS-PRD-COUNT)
                           MOVE PR-OD-LIMIT
                               TO WS-PRD-OD-LIMIT(WS-PRD-COUNT)
                           MOVE PR-OD-FEE
                               TO WS-PRD-OD-FEE(WS-PRD-COUNT)
                           MOVE PR-DAILY-LIMIT
                               TO WS-PRD-DAILY-LIMIT(WS-PRD-COUNT)
                       ELSE
                           DISPLAY "Product table full - "
                               PR-PRODUCT-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      * the keyed funding links; a missing file simply means no
      * accounts are protected
       OPEN-FUNDING-LINKS.
           OPEN INPUT FUND-LINKS-FILE
           IF WS-FND-STATUS = "35"
               EXIT PARAGRAPH
               DISPLAY "Links status: " WS-FND-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINKS-OPEN.

      * the control-verification scan already reads every master
      * record; funding balances are picked off it on the way
       CAPTURE-FUNDING-BALANCE.
           IF WS-LINKS-OPEN NOT = 'Y' OR M-ACC-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FL-FOUND
           MOVE M-ACC-NUMBER TO FL-FUNDING-ACC
           START FUND-LINKS-FILE KEY IS EQUAL TO FL-FUNDING-ACC
               INVALID KEY
                   MOVE 'N' TO WS-FL-FOUND
           END-START
           IF WS-FL-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-FUNDERS-COUNT < 1000
               ADD 1 TO WS-FUNDERS-COUNT
               MOVE M-ACC-NUMBER
                   TO WS-FB-ACC-NUMBER(WS-FUNDERS-COUNT)
               MOVE M-BALANCE     TO WS-FB-BALANCE(WS-FUNDERS-COUNT)
               MOVE M-CURRENCY    TO WS-FB-CURRENCY(WS-FUNDERS-COUNT)
               MOVE M-BRANCH-CODE TO WS-FB-BRANCH(WS-FUNDERS-COUNT)
           ELSE
               DISPLAY "Funding balance table full - " M-ACC-NUMBER
                   " cannot fund protection this run"
           END-IF.

      * the funding account's balance as the scan found it
       LOCATE-FUNDING-BALANCE.
           MOVE 'N' TO WS-FL-FOUND
           PERFORM VARYING WS-FB-I FROM 1 BY 1
               UNTIL WS-FB-I > WS-FUNDERS-COUNT
                  OR WS-FL-FOUND = 'Y'
               IF WS-FB-ACC-NUMBER(WS-FB-I) = WS-FL-FUNDING-ACC
                   MOVE 'Y' TO WS-FL-FOUND
                   MOVE WS-FB-BALANCE(WS-FB-I)  TO WS-FL-BALANCE
                   MOVE WS-FB-CURRENCY(WS-FB-I) TO WS-FL-CURRENCY
                   MOVE WS-FB-BRANCH(WS-FB-I)   TO WS-FL-BRANCH
               END-IF
           END-PERFORM.

      ******************************************************************
       ATTEMPT-OVERDRAFT-PROTECTION.
           MOVE 'N' TO WS-PROTECT-OK
           IF WS-LINKS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE U-ACC-NUMBER TO FL-PROTECTED-ACC
           READ FUND-LINKS-FILE
               INVALID KEY
                   MOVE SPACES TO FL-FUNDING-ACC
           END-READ
           IF FL-FUNDING-ACC = SPACES
              OR FL-FUNDING-ACC NOT > U-ACC-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE FL-FUNDING-ACC  TO WS-FL-FUNDING-ACC
           MOVE FL-TRANSFER-CAP TO WS-FL-TRANSFER-CAP
           PERFORM LOCATE-FUNDING-BALANCE
           IF WS-FL-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
      * protection never crosses currencies: the shortfall is in the
      * protected account's money, and this system converts or
      * rejects every other cross-currency movement -- a mixed link
      * falls through to the normal overdraft machinery
           IF WS-FL-CURRENCY NOT = U-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF WS-FUND-PEND-COUNT >= 200
           END-IF

           COMPUTE WS-OD-SHORTFALL = T-AMOUNT - U-BALANCE
           IF WS-FL-TRANSFER-CAP > ZERO
              AND WS-OD-SHORTFALL > WS-FL-TRANSFER-CAP
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FL-BALANCE TO WS-FUND-AVAILABLE
           PERFORM VARYING WS-FP-X FROM 1 BY 1
               UNTIL WS-FP-X > WS-FUND-PEND-COUNT
               IF WS-FP-APPLIED(WS-FP-X) = 'N'
                  AND WS-FP-FUNDING-ACC(WS-FP-X)
                      = WS-FL-FUNDING-ACC
                   SUBTRACT WS-FP-AMOUNT(WS-FP-X)
                       FROM WS-FUND-AVAILABLE
               END-IF
           ADD WS-OD-SHORTFALL TO WS-BR-DEPOSITS(WS-BR-I)

           ADD 1 TO WS-FUND-PEND-COUNT
           MOVE WS-FL-FUNDING-ACC
               TO WS-FP-FUNDING-ACC(WS-FUND-PEND-COUNT)
           MOVE U-ACC-NUMBER
               TO WS-FP-PROTECTED-ACC(WS-FUND-PEND-COUNT)
      * a draw across branch lines is the same money movement as a
      * cross-branch transfer credit and nets in the settlement
      * matrix the same way
           IF WS-FL-BRANCH NOT = U-BRANCH-CODE
               PERFORM RECORD-PROTECTION-SETTLEMENT
           END-IF

           PERFORM VARYING WS-SM-X FROM 1 BY 1
               UNTIL WS-SM-X > WS-SETTLE-COUNT
               IF WS-SM-FROM-BRANCH(WS-SM-X)
                      = WS-FL-BRANCH
                  AND WS-SM-TO-BRANCH(WS-SM-X) = U-BRANCH-CODE
                   MOVE WS-SM-X TO WS-SM-I
               END-IF
               IF WS-SETTLE-COUNT < 100
                   ADD 1 TO WS-SETTLE-COUNT
                   MOVE WS-SETTLE-COUNT TO WS-SM-I
                   MOVE WS-FL-BRANCH
                       TO WS-SM-FROM-BRANCH(WS-SM-I)
                   MOVE U-BRANCH-CODE TO WS-SM-TO-BRANCH(WS-SM-I)
                   MOVE ZERO TO WS-SM-AMOUNT(WS-SM-I)
                   MOVE ZERO TO WS-SM-COUNT(WS-SM-I)
               ELSE
                   DISPLAY "Settlement table full - protection from "
                       WS-FL-BRANCH " to " U-BRANCH-CODE
                       " not netted"
               END-IF
           END-IF
           END-STRING
           WRITE JOURNAL-REC.

      * the floor is minus the product's overdraft limit
       DETERMINE-OVERDRAFT-FLOOR.
           MOVE U-ACC-TYPE TO WS-PRD-LOOKUP-CODE
           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'Y'
               COMPUTE WS-OD-FLOOR = 0 - WS-PRD-OD-LIMIT(WS-PRD-I)
           ELSE
               MOVE WS-DEFAULT-OD-FLOOR TO WS-OD-FLOOR
           END-IF.

      * a zero fee on the catalog means the product is exempt
       DETERMINE-OVERDRAFT-FEE.
           MOVE WS-DEFAULT-OD-FEE TO WS-OD-FEE
           MOVE U-ACC-TYPE TO WS-PRD-LOOKUP-CODE
           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'Y'
               MOVE WS-PRD-OD-FEE(WS-PRD-I) TO WS-OD-FEE
           END-IF.

       WRITE-OVERDRAFT-LIMIT-REJECT.
