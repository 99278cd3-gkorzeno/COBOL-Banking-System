               FILE STATUS IS WS-RCYC-STATUS.

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

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HistoryFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALF-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO DYNAMIC WS-ChequeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHEQUE-KEY
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT PP-EXCEPTION-FILE ASSIGN TO DYNAMIC
               WS-PosPayExceptionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-EXCEPTION-KEY
               FILE STATUS IS WS-PPX-STATUS.

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PeriodFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT PRIOR-PERIOD-REPORT ASSIGN TO DYNAMIC
               WS-PriorPeriodReport
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPA-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 CKPT-SKIPPED-POSTED    PIC 9(7).
           05 CKPT-WAREHOUSED        PIC 9(7).
           05 CKPT-BACKDATED         PIC 9(7).
           05 CKPT-PPA-POSTED        PIC 9(7).
           05 CKPT-PPA-CREDITS       PIC 9(10)V99.
           05 CKPT-PPA-DEBITS        PIC 9(10)V99.
           05 CKPT-OUT-COUNT         PIC 9(8).
           05 CKPT-TRANS-CTL-COUNT   PIC 9(8).
           05 CKPT-TRANS-CTL-HASH    PIC S9(13)V99.
           05 CKPT-TT-ENTRY OCCURS 21 TIMES.
               10 CKPT-TT-DEPOSITS    PIC 9(10)V99.
               10 CKPT-TT-WITHDRAWALS PIC 9(10)V99.
               10 CKPT-TT-OVERDRAFTS  PIC 9(10)V99.
      *   18 stop instruction matched (item refused, stop exercised)
      *   19 account on the confirmed watch-list hit file
      *   20 account number fails its check digit
      *   21 debits restricted, customer KYC lapsed (KYC hold;
      *      counted with the held-funds rejects)
      *   22 positive-pay cheque awaiting the customer's decision
      *   23 positive-pay cheque returned on the customer's decision
      *      or by default at the deadline (22 and 23 are counted
      *      with the stopped items)
       FD  REJECT-FILE.
       01  REJECT-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==RJ==.
       01  CALENDAR-REC.
           COPY CALREC REPLACING ==:PFX:== BY ==CA==.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  CHEQUE-FILE.
       01  CHEQUE-REC.
           COPY CHQREC REPLACING ==:PFX:== BY ==CQ==.

       FD  PP-EXCEPTION-FILE.
       01  EXCEPTION-REC.
           COPY PPEXREC REPLACING ==:PFX:== BY ==PX==.

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PD==.

       FD  PRIOR-PERIOD-REPORT.
       01  PRIOR-PERIOD-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CMD-LINE PIC X(600).
       01 WS-MasterFile PIC X(200).
       01 WS-TransactionFile PIC X(200).
       01 WS-UpdatedMasterFile PIC X(200).
           88 RECYCLE-MODE-ON VALUE "YES".
       01 WS-RecycleFile PIC X(200)
           VALUE "rejectTransactions.corrected".
       01 WS-HoldsFile PIC X(200) VALUE "indexedHolds".
       01 WS-LimitsFile PIC X(200) VALUE "indexedLimits".
       01 WS-FxRatesFile PIC X(200) VALUE "fxRates.dat".
       01 WS-RunControlFile PIC X(200) VALUE "runControl.dat".
       01 WS-TermsFile PIC X(200) VALUE "indexedTerms".
       01 WS-TRM-STATUS PIC XX.
       01 WS-StopsFile PIC X(200) VALUE "indexedStops".
       01 WS-STP-STATUS PIC XX.
       01 WS-CycleStatsFile PIC X(200) VALUE "cycleStatistics.dat".
       01 WS-CYC-STATUS PIC XX.
       01 WS-HitsFile PIC X(200) VALUE "confirmedHits.dat".
       01 WS-HIT-STATUS PIC XX.
       01 WS-FundLinksFile PIC X(200) VALUE "indexedFundingLinks".
       01 WS-FND-STATUS PIC XX.
       01 WS-HistoryFile PIC X(200) VALUE "transactionHistory".
       01 WS-HI-STATUS PIC XX.
               10 WS-PC-APPLIED     PIC X.
       01 WS-PC-I PIC 9(5).

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
      * a loan account ('L') runs negative by the amount owed; only
      * the drawdown queued by LOAN-INSTALLMENTS in its own id band
      * may take it below zero
       01 WS-LOAN-DRAWDOWN-FLOOR PIC S9(10)V99 VALUE -9999999999.99.
       01 WS-LOAN-ID-FLOOR   PIC 9(8) VALUE 15000000.
       01 WS-LOAN-ID-CEILING PIC 9(8) VALUE 16000000.
      * the interest, fee and pay-out ACCOUNT-MAINTENANCE queues when
      * it closes an account carry ids in their own band; only these
      * may post to an account already marked closed, and they are
      * exempt from the daily limit
       01 WS-CLOSEOUT-ID-FLOOR   PIC 9(8) VALUE 16000000.
       01 WS-CLOSEOUT-ID-CEILING PIC 9(8) VALUE 17000000.
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
       01 WS-HOLD-TOTAL-DISPLAY PIC ZZZZZZZZZ9.99.
      * a hold with reason KYC, placed by CUSTOMER-REVIEW-REPORT on
      * the accounts of a customer whose due diligence has lapsed,
      * restricts every debit whatever its amount
       01 WS-KYC-RESTRICTED PIC X VALUE 'N'.

      * per-account daily withdrawal limits: the limit file carries
      * account-level 'A' and type-level 'T' records; accounts with
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

      * positive pay: cheques presented on an account enrolled on the
      * issued-cheque file are matched against the customer's list;
      * one that fails is written to the exception file for the
      * customer to pay or return. A missing issued-cheque file means
      * no account is enrolled. The cheque is stamped paid as soon as
      * it posts, with the transaction id, so a restarted run does not
      * mistake it for a duplicate.
       01 WS-ChequeFile PIC X(200) VALUE "indexedIssuedCheques".
       01 WS-CHQ-STATUS PIC XX.
       01 WS-PosPayExceptionFile PIC X(200)
           VALUE "positivePayExceptions".
       01 WS-PPX-STATUS PIC XX.
       01 WS-CHEQUES-OPEN PIC X VALUE 'N'.
       01 WS-PPX-OPEN PIC X VALUE 'N'.
       01 WS-PP-CHECKED PIC X VALUE 'N'.
       01 WS-PP-REFUSED PIC X VALUE 'N'.
       01 WS-PP-PAY-DECIDED PIC X VALUE 'N'.
       01 WS-PP-REASON PIC X.
       01 WS-PP-REJECT-CODE PIC XX.
       01 WS-PP-PRESENTED PIC 9(10)V99.
       01 WS-PP-ISSUED-AMOUNT PIC 9(10)V99.
       01 WS-PP-STALE-DAYS PIC 9(3).
       01 WS-PP-DEADLINE PIC X(8).
       01 WS-PP-REASON-TEXT PIC X(30).
       01 WS-PP-STALE-CUTOFF.
           05 WS-PPS-CC PIC 99.
           05 WS-PPS-YY PIC 99.
           05 WS-PPS-MM PIC 99.
           05 WS-PPS-DD PIC 99.

      * accounting periods: the period control file PERIOD-CLOSE keeps
      * says which months are closed. Periods close in order and are
      * never reopened, so every month up to the last one closed is
      * closed. An item dated in a closed month still posts, into the
      * open month of the business date, as a prior-period adjustment
      * -- marked on its journal line and listed on the prior-period
      * adjustments report. A missing period file means nothing has
      * been closed yet.
       01 WS-PeriodFile PIC X(200) VALUE "accountingPeriods.dat".
       01 WS-PER-STATUS PIC XX.
       01 WS-PER-EOF PIC X VALUE 'N'.
       01 WS-PriorPeriodReport PIC X(200)
           VALUE "priorPeriodAdjustments.txt".
       01 WS-PPA-STATUS PIC XX.
       01 WS-LAST-CLOSED-PERIOD PIC X(6) VALUE SPACES.
       01 WS-OPEN-PERIOD PIC X(6).
       01 WS-PPA-ITEM PIC X VALUE 'N'.
       01 WS-PPA-PERIOD PIC X(6).
       01 WS-PPA-ACC-NUMBER PIC X(10).
       01 WS-PPA-TRANS-ID PIC 9(8).
       01 WS-PPA-DATE PIC X(8).
       01 WS-PPA-TRX-TYPE PIC X.
       01 WS-PPA-AMOUNT PIC 9(10)V99.
       01 WS-GRAND-ppaPosted PIC 9(7) VALUE ZERO.
       01 WS-GRAND-ppaCredits PIC 9(10)V99 VALUE ZERO.
       01 WS-GRAND-ppaDebits PIC 9(10)V99 VALUE ZERO.
       01 WS-PPA-COUNT-DISPLAY PIC ZZZZZZ9.

      * accounts compliance has confirmed against the watch list;
      * nothing posts on a flagged account until the file clears
      * reaches it (the same promise the pending-credit table keeps
      * for transfers); one already written to the updated master is
      * re-read and rewritten there.
       01 WS-LINKS-OPEN PIC X VALUE 'N'.
       01 WS-FL-FUNDING-ACC   PIC X(10).
       01 WS-FL-TRANSFER-CAP  PIC 9(10)V99.
       01 WS-FUND-PEND-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FUND-PEND-TABLE.
           05 WS-FP-ENTRY OCCURS 200 TIMES.
       01 WS-PROT-TYPE PIC X.
       01 WS-PROTECT-DATE PIC X(8).
       01 WS-PROTECT-TIME PIC X(6).
       01 WS-SAVED-TRANS-REC PIC X(84).
       01 WS-PJ-ACC PIC X(10).
       01 WS-PJ-ID PIC 9(8).
       01 WS-PJ-TYPE PIC X.
               10 FILLER       PIC X.
               10 WS-DIM-DAYS  PIC 999.

      * one slot per catalog product plus a last "Other" slot
       01 WS-TYPE-TOTALS.
           05 WS-TT-ENTRY OCCURS 21 TIMES.
               10 WS-TT-ACC-TYPE    PIC X.
               10 WS-TT-LABEL       PIC X(10).
               10 WS-TT-DEPOSITS    PIC 9(10)V99.
               10 WS-TT-INTEREST    PIC 9(10)V99.
               10 WS-TT-FEES        PIC 9(10)V99.

       01 WS-TT-I           PIC 99.
       01 WS-TT-COUNT       PIC 99.
       01 WS-TT-LOOKUP-TYPE PIC X.

      * checkpoint every completed account (not just every Nth) so a
           MOVE ZERO TO WS-GRAND-backdatedPosted
           MOVE ZERO TO WS-GRAND-totalInterest
           MOVE ZERO TO WS-GRAND-totalServiceFees

           ACCEPT WS-CMD-Line FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                    WS-FundLinksFile
                    WS-HistoryFile
                    WS-CalendarFile
                    WS-ProductFile
                    WS-ChequeFile
                    WS-PosPayExceptionFile
                    WS-PeriodFile
                    WS-PriorPeriodReport
           END-UNSTRING

           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM INIT-TYPE-TOTALS

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY

           PERFORM READ-RUN-CONTROL

           PERFORM LOAD-CLOSED-PERIODS

           PERFORM LOAD-BANK-CALENDAR

           PERFORM OPEN-FILES
               PERFORM VERIFY-CONTROL-TOTALS
           END-IF

           PERFORM OPEN-HOLDS-FILE

           PERFORM OPEN-LIMITS-FILE

           PERFORM OPEN-TERMS-FILE

           PERFORM OPEN-STOPS-FILE

           PERFORM OPEN-POSITIVE-PAY-FILES

           PERFORM OPEN-PRIOR-PERIOD-REPORT

           PERFORM LOAD-CONFIRMED-HITS

           PERFORM OPEN-FUNDING-LINKS

           IF WS-LINKS-OPEN = 'Y'
               PERFORM DETERMINE-FUNDING-TRANS-ID
           END-IF


           PERFORM REWRITE-STOPS-FILE

           PERFORM CLOSE-REFERENCE-FILES

           PERFORM APPEND-CYCLE-STATISTICS

           PERFORM WRITE-UPDATED-MASTER-CONTROL
                 WAREHOUSE-OUT-FILE
                 BACKDATED-REPORT
                 REJECT-FILE
                 PRIOR-PERIOD-REPORT

           IF CSV-MODE-ON
               CLOSE CSV-EXPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RECYCLE-REC(1:84) TO TRANS-REC
                       MOVE SPACE TO T-POSTED-FLAG
                       WRITE TRANS-REC
                           INVALID KEY
           CLOSE RECYCLE-FILE.

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
           MOVE 'N' TO WS-KYC-RESTRICTED
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
                               IF HLD-REASON-CODE = "KYC"
                                   MOVE 'Y' TO WS-KYC-RESTRICTED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * An account with active holds may only draw down to its
      * available balance (balance minus holds); the overdraft
      * allowance does not apply to held funds. An account under a
      * KYC restriction may not be debited at all.
      ******************************************************************
       CHECK-AVAILABLE-BALANCE.
           MOVE 'N' TO WS-HOLD-BLOCKED
           IF WS-KYC-RESTRICTED = 'Y'
               MOVE 'Y' TO WS-HOLD-BLOCKED
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTIVE-HOLD-TOTAL > ZERO
               COMPUTE WS-AVAILABLE-BALANCE =
                   U-BALANCE - WS-ACTIVE-HOLD-TOTAL
           ADD 1 TO WS-unprocessedPerAccount
           ADD 1 TO WS-GRAND-rejectHeldFunds
           MOVE T-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-KYC-RESTRICTED = 'Y'
               MOVE SPACES TO ERROR-REPORT-FILE
               STRING
                   "Account Number: "      DELIMITED BY SIZE
                   T-ACC-NUMBER            DELIMITED BY SIZE
                   " Transaction Type: "   DELIMITED BY SIZE
                   T-TRX-TYPE              DELIMITED BY SIZE
                   " Amount: "             DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
                   " Reason: Debits restricted - customer review "
                   DELIMITED BY SIZE
                   "or ID document lapsed" DELIMITED BY SIZE
                   INTO ERROR-REPORT-FILE
               END-STRING
               WRITE ERROR-REPORT-FILE
               MOVE "21" TO WS-REJECT-FILE-CODE
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTIVE-HOLD-TOTAL TO WS-HOLD-TOTAL-DISPLAY
           MOVE SPACES TO ERROR-REPORT-FILE
           STRING
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

      ******************************************************************
      * Opens the issued-cheque file I-O -- cheques are stamped paid
      * on it as they post -- and the exception file I-O, creating it
      * the first time. No issued-cheque file, no positive pay.
      ******************************************************************
       OPEN-POSITIVE-PAY-FILES.
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHQ-STATUS NOT = "00"
               DISPLAY "Unable to open issued cheque file: "
                   WS-ChequeFile
               DISPLAY "Cheque status: " WS-CHQ-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHEQUES-OPEN

           OPEN I-O PP-EXCEPTION-FILE
           IF WS-PPX-STATUS = "35"
               OPEN OUTPUT PP-EXCEPTION-FILE
               CLOSE PP-EXCEPTION-FILE
               OPEN I-O PP-EXCEPTION-FILE
           END-IF
           IF WS-PPX-STATUS NOT = "00"
               DISPLAY "Unable to open positive pay exception file: "
                   WS-PosPayExceptionFile
               DISPLAY "Exception status: " WS-PPX-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PPX-OPEN.

      ******************************************************************
      * Positive pay: a cheque presented through the clearing house
      * (a 'W' carrying a serial) on an enrolled account must be on
      * the issued-cheque list at the amount presented, and must not
      * be voided, stale-dated or already paid. One that fails raises
      * an exception and is refused (22) until the customer decides:
      * pay lets it through on a later run; return -- or no decision
      * by the deadline -- refuses it (23) so CLEARING-POSTING-RETURNS
      * sends it back. The amount matched is the face amount
      * presented, before any FX conversion.
      ******************************************************************
       CHECK-POSITIVE-PAY.
           MOVE 'N' TO WS-PP-CHECKED
           MOVE 'N' TO WS-PP-REFUSED
           MOVE 'N' TO WS-PP-PAY-DECIDED
           IF WS-CHEQUES-OPEN NOT = 'Y' OR T-CHEQUE-SERIAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE T-ACC-NUMBER TO CQ-ACC-NUMBER
           MOVE "0000000000" TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE SPACE TO CQ-REC-TYPE
           END-READ
           IF CQ-REC-TYPE NOT = 'E' OR CQ-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PP-CHECKED
           MOVE CQ-STALE-DAYS TO WS-PP-STALE-DAYS
           MOVE T-AMOUNT TO WS-PP-PRESENTED
           IF WS-FX-CONVERTED = 'Y'
               MOVE WS-FX-ORIG-AMOUNT TO WS-PP-PRESENTED
           END-IF

      * an exception already raised for this item carries the
      * customer's decision
           MOVE SPACE TO PX-STATUS
           IF WS-PPX-OPEN = 'Y'
               MOVE T-ACC-NUMBER TO PX-ACC-NUMBER
               MOVE T-ID         TO PX-TRANS-ID
               READ PP-EXCEPTION-FILE
                   INVALID KEY
                       MOVE SPACE TO PX-STATUS
               END-READ
           END-IF
           IF PX-STATUS NOT = SPACE
               PERFORM APPLY-POSITIVE-PAY-DECISION
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-ISSUED-CHEQUE
           IF WS-PP-REASON NOT = SPACE
               PERFORM RAISE-POSITIVE-PAY-EXCEPTION
           END-IF.

       APPLY-POSITIVE-PAY-DECISION.
           MOVE PX-REASON   TO WS-PP-REASON
           MOVE PX-DEADLINE TO WS-PP-DEADLINE
           EVALUATE PX-STATUS
               WHEN 'O'
                   MOVE 'Y' TO WS-PP-REFUSED
                   IF WS-TODAY < PX-DEADLINE
                       MOVE "22" TO WS-PP-REJECT-CODE
                   ELSE
                       MOVE 'R'       TO PX-STATUS
                       MOVE "DEFAULT" TO PX-DECIDED-BY
                       MOVE WS-TODAY  TO PX-DECIDED-DATE
                       REWRITE EXCEPTION-REC
                           INVALID KEY
                               DISPLAY "Unable to default exception: "
                                   PX-ACC-NUMBER " / " PX-TRANS-ID
                                   " status " WS-PPX-STATUS
                       END-REWRITE
                       MOVE "23" TO WS-PP-REJECT-CODE
                   END-IF
               WHEN 'R'
                   MOVE 'Y'  TO WS-PP-REFUSED
                   MOVE "23" TO WS-PP-REJECT-CODE
               WHEN 'P'
                   MOVE 'Y' TO WS-PP-PAY-DECIDED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * sets WS-PP-REASON to the first failure, space on a clean match
       MATCH-ISSUED-CHEQUE.
           MOVE SPACE TO WS-PP-REASON
           MOVE ZERO  TO WS-PP-ISSUED-AMOUNT
           MOVE T-ACC-NUMBER    TO CQ-ACC-NUMBER
           MOVE T-CHEQUE-SERIAL TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE SPACE TO CQ-REC-TYPE
           END-READ
           IF CQ-REC-TYPE NOT = 'C'
               MOVE 'N' TO WS-PP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CQ-AMOUNT TO WS-PP-ISSUED-AMOUNT
           EVALUATE TRUE
               WHEN CQ-STATUS = 'V'
                   MOVE 'V' TO WS-PP-REASON
               WHEN CQ-STATUS = 'P' AND CQ-PAID-ID NOT = T-ID
                   MOVE 'D' TO WS-PP-REASON
               WHEN CQ-AMOUNT NOT = WS-PP-PRESENTED
                   MOVE 'A' TO WS-PP-REASON
               WHEN WS-PP-STALE-DAYS > ZERO
                   PERFORM COMPUTE-STALE-CUTOFF
                   IF CQ-ISSUE-DATE < WS-PP-STALE-CUTOFF
                       MOVE 'S' TO WS-PP-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * the earliest issue date still in date: the item's own date
      * less the account's stale-dating days
       COMPUTE-STALE-CUTOFF.
           MOVE T-DATE TO WS-PP-STALE-CUTOFF
           PERFORM WS-PP-STALE-DAYS TIMES
               SUBTRACT 1 FROM WS-PPS-DD
               IF WS-PPS-DD < 1
                   SUBTRACT 1 FROM WS-PPS-MM
                   IF WS-PPS-MM < 1
                       MOVE 12 TO WS-PPS-MM
                       SUBTRACT 1 FROM WS-PPS-YY
                   END-IF
                   MOVE WS-DIM-DAYS(WS-PPS-MM) TO WS-PPS-DD
               END-IF
           END-PERFORM.

      ******************************************************************
      * Writes the exception for the customer. The decision is due by
      * the next business day, inside the clearing house's return
      * window; the posting run on that day returns the cheque if no
      * decision has come in. An exception already on file for the
      * item (a restarted run) is left as it is.
      ******************************************************************
       RAISE-POSITIVE-PAY-EXCEPTION.
           MOVE 'Y'  TO WS-PP-REFUSED
           MOVE "22" TO WS-PP-REJECT-CODE
           MOVE WS-TODAY TO WS-BD-DATE
           ADD 1 TO WS-BD-DD
           IF WS-BD-DD > WS-DIM-DAYS(WS-BD-MM)
               MOVE 1 TO WS-BD-DD
               ADD 1 TO WS-BD-MM
               IF WS-BD-MM > 12
                   MOVE 1 TO WS-BD-MM
                   ADD 1 TO WS-BD-YY
               END-IF
           END-IF
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-DATE TO WS-PP-DEADLINE
           IF WS-PPX-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE T-ACC-NUMBER        TO PX-ACC-NUMBER
           MOVE T-ID                TO PX-TRANS-ID
           MOVE T-CHEQUE-SERIAL     TO PX-SERIAL
           MOVE WS-PP-PRESENTED     TO PX-AMOUNT
           MOVE WS-PP-ISSUED-AMOUNT TO PX-ISSUED-AMOUNT
           MOVE T-DATE              TO PX-ITEM-DATE
           MOVE T-SENDER-REF        TO PX-SENDER-REF
           MOVE WS-PP-REASON        TO PX-REASON
           MOVE WS-TODAY            TO PX-RAISED-DATE
           MOVE WS-PP-DEADLINE      TO PX-DEADLINE
           MOVE 'O'                 TO PX-STATUS
           MOVE SPACES              TO PX-DECIDED-BY
           MOVE SPACES              TO PX-DECIDED-DATE
           WRITE EXCEPTION-REC
               INVALID KEY
                   IF WS-PPX-STATUS NOT = "22"
                       DISPLAY "Unable to write exception: "
                           PX-ACC-NUMBER " / " PX-TRANS-ID
                           " status " WS-PPX-STATUS
                   END-IF
           END-WRITE.

       WRITE-POSITIVE-PAY-REJECT.
           ADD 1 TO WS-unprocessedPerAccount
           ADD 1 TO WS-GRAND-rejectStopped
           EVALUATE WS-PP-REASON
               WHEN 'N'
                   MOVE "serial not issued" TO WS-PP-REASON-TEXT
               WHEN 'A'
                   MOVE "amount differs from issue"
                       TO WS-PP-REASON-TEXT
               WHEN 'V'
                   MOVE "cheque voided" TO WS-PP-REASON-TEXT
               WHEN 'S'
                   MOVE "stale-dated" TO WS-PP-REASON-TEXT
               WHEN 'D'
                   MOVE "serial already paid" TO WS-PP-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-PP-REASON-TEXT
           END-EVALUATE
           MOVE WS-PP-PRESENTED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-FILE
           IF WS-PP-REJECT-CODE = "22"
               STRING
                   "Account Number: "      DELIMITED BY SIZE
                   T-ACC-NUMBER            DELIMITED BY SIZE
                   " Cheque: "             DELIMITED BY SIZE
                   T-CHEQUE-SERIAL         DELIMITED BY SIZE
                   " Amount: "             DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
                   " Reason: Positive pay, " DELIMITED BY SIZE
                   WS-PP-REASON-TEXT       DELIMITED BY "  "
                   " - decision due "      DELIMITED BY SIZE
                   WS-PP-DEADLINE          DELIMITED BY SIZE
                   INTO ERROR-REPORT-FILE
               END-STRING
           ELSE
               STRING
                   "Account Number: "      DELIMITED BY SIZE
                   T-ACC-NUMBER            DELIMITED BY SIZE
                   " Cheque: "             DELIMITED BY SIZE
                   T-CHEQUE-SERIAL         DELIMITED BY SIZE
                   " Amount: "             DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY       DELIMITED BY SIZE
                   " Reason: Positive pay, " DELIMITED BY SIZE
                   WS-PP-REASON-TEXT       DELIMITED BY "  "
                   " - returned"           DELIMITED BY SIZE
                   INTO ERROR-REPORT-FILE
               END-STRING
           END-IF
           WRITE ERROR-REPORT-FILE
           MOVE WS-PP-REJECT-CODE TO WS-REJECT-FILE-CODE
           PERFORM WRITE-REJECT-RECORD.

      ******************************************************************
      * A positive-pay cheque has posted: stamp it paid on the issued
      * list (a cheque the customer paid through an exception may have
      * no issue record, or a voided one) and close a pay decision.
      ******************************************************************
       MARK-CHEQUE-PAID.
           IF WS-PP-CHECKED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE T-ACC-NUMBER    TO CQ-ACC-NUMBER
           MOVE T-CHEQUE-SERIAL TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE SPACE TO CQ-REC-TYPE
           END-READ
           IF CQ-REC-TYPE = 'C' AND CQ-STATUS NOT = 'P'
               MOVE 'P'      TO CQ-STATUS
               MOVE WS-TODAY TO CQ-PAID-DATE
               MOVE T-ID     TO CQ-PAID-ID
               REWRITE CHEQUE-REC
                   INVALID KEY
                       DISPLAY "Unable to stamp cheque paid: "
                           CQ-ACC-NUMBER " / " CQ-SERIAL
                           " status " WS-CHQ-STATUS
               END-REWRITE
           END-IF

           IF WS-PP-PAY-DECIDED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE T-ACC-NUMBER TO PX-ACC-NUMBER
           MOVE T-ID         TO PX-TRANS-ID
           READ PP-EXCEPTION-FILE
               INVALID KEY
                   MOVE SPACE TO PX-STATUS
           END-READ
           IF PX-STATUS = 'P'
               MOVE 'D' TO PX-STATUS
               REWRITE EXCEPTION-REC
                   INVALID KEY
                       DISPLAY "Unable to close exception: "
                           PX-ACC-NUMBER " / " PX-TRANS-ID
                           " status " WS-PPX-STATUS
               END-REWRITE
           END-IF.

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
           IF WS-CHEQUES-OPEN = 'Y'
               CLOSE CHEQUE-FILE
           END-IF
           IF WS-PPX-OPEN = 'Y'
               CLOSE PP-EXCEPTION-FILE
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

       CHECK-DAILY-WITHDRAWAL-LIMIT.
           MOVE 'N' TO WS-VELOCITY-BLOCKED
      * a loan drawdown is the bank's own booking, not a withdrawal
           IF U-ACC-TYPE = 'L'
              AND T-ID >= WS-LOAN-ID-FLOOR
              AND T-ID < WS-LOAN-ID-CEILING
               EXIT PARAGRAPH
           END-IF
           IF T-ID >= WS-CLOSEOUT-ID-FLOOR
              AND T-ID < WS-CLOSEOUT-ID-CEILING
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-DAY-BUCKET
           IF WS-DB-I NOT = ZERO
               COMPUTE WS-DAY-PROJECTED =
               END-IF
           END-PERFORM.

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

      * a missing calendar file just means every date is a
      * business day, the behaviour before the calendar existed
       LOAD-BANK-CALENDAR.
           END-STRING
           WRITE BACKDATED-REPORT-LINE.

      ******************************************************************
      * Finds the last accounting period PERIOD-CLOSE has frozen;
      * every period up to it is closed. The open period everything
      * posts into is the month of the cycle's business date, or of
      * today when there is no run-control file.
      ******************************************************************
       LOAD-CLOSED-PERIODS.
           IF WS-RUN-BUSINESS-DATE NOT = SPACES
               MOVE WS-RUN-BUSINESS-DATE(1:6) TO WS-OPEN-PERIOD
           ELSE
               MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
           END-IF
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

      * the report is rewritten each run (appended to on a restart,
      * like the backdated-items report) and opens with the run it
      * belongs to and the open period the adjustments went into
       OPEN-PRIOR-PERIOD-REPORT.
           IF WS-ARG-RESTART = "YES"
               OPEN EXTEND PRIOR-PERIOD-REPORT
           ELSE
               OPEN OUTPUT PRIOR-PERIOD-REPORT
           END-IF
           IF WS-PPA-STATUS NOT = "00"
               DISPLAY "Unable to open prior-period adjustments "
                   "report: " WS-PriorPeriodReport
               DISPLAY "Prior-period report status: " WS-PPA-STATUS
               CLOSE WAREHOUSE-OUT-FILE
               CLOSE BACKDATED-REPORT
               CLOSE REJECT-FILE
               PERFORM CLOSE-FILES-FOR-ABEND
               STOP RUN
           END-IF
           IF WS-ARG-RESTART = "YES"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PRIOR-PERIOD-LINE
           STRING
               "Prior-Period Adjustments Report" DELIMITED BY SIZE
               INTO PRIOR-PERIOD-LINE
           END-STRING
           WRITE PRIOR-PERIOD-LINE

           MOVE SPACES TO PRIOR-PERIOD-LINE
           STRING
               "Run: "               DELIMITED BY SIZE
               WS-RUN-NUM-DISPLAY    DELIMITED BY SIZE
               " Business Date: "    DELIMITED BY SIZE
               WS-RUN-BUSINESS-DATE  DELIMITED BY SIZE
               " Open Period: "      DELIMITED BY SIZE
               WS-OPEN-PERIOD        DELIMITED BY SIZE
               " Closed Through: "   DELIMITED BY SIZE
               WS-LAST-CLOSED-PERIOD DELIMITED BY SIZE
               INTO PRIOR-PERIOD-LINE
           END-STRING
           WRITE PRIOR-PERIOD-LINE.

      ******************************************************************
      * Marks the journal line of a prior-period adjustment with the
      * closed period the item was dated in, clear of the columns the
      * journal's readers take apart and of the FX suffix, and lists
      * the item on the prior-period adjustments report. The caller
      * loads the WS-PPA- fields with the item as posted.
      ******************************************************************
       APPEND-PPA-JOURNAL-MARKER.
           MOVE WS-PPA-DATE(1:6) TO WS-PPA-PERIOD
           STRING
               "Prior Period: "   DELIMITED BY SIZE
               WS-PPA-PERIOD      DELIMITED BY SIZE
               INTO JOURNAL-REC(173:)
           END-STRING

           ADD 1 TO WS-GRAND-ppaPosted
           IF WS-PPA-TRX-TYPE = 'D' OR WS-PPA-TRX-TYPE = 'I'
              OR WS-PPA-TRX-TYPE = 'C'
               ADD WS-PPA-AMOUNT TO WS-GRAND-ppaCredits
           ELSE
               ADD WS-PPA-AMOUNT TO WS-GRAND-ppaDebits
           END-IF

           MOVE WS-PPA-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PRIOR-PERIOD-LINE
           STRING
               "Account: "        DELIMITED BY SIZE
               WS-PPA-ACC-NUMBER  DELIMITED BY SIZE
               " Trans ID: "      DELIMITED BY SIZE
               WS-PPA-TRANS-ID    DELIMITED BY SIZE
               " Date: "          DELIMITED BY SIZE
               WS-PPA-DATE        DELIMITED BY SIZE
               " Type: "          DELIMITED BY SIZE
               WS-PPA-TRX-TYPE    DELIMITED BY SIZE
               " Amount: "        DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
               " Closed Period: " DELIMITED BY SIZE
               WS-PPA-PERIOD      DELIMITED BY SIZE
               " Posted In: "     DELIMITED BY SIZE
               WS-OPEN-PERIOD     DELIMITED BY SIZE
               INTO PRIOR-PERIOD-LINE
           END-STRING
           WRITE PRIOR-PERIOD-LINE.

      * the summary's own section, with the same totals closing the
      * prior-period adjustments report for finance to reconcile
       WRITE-PRIOR-PERIOD-SECTION.
           MOVE SPACES TO SUMMARY-REPORT
           STRING
               "Prior-Period Adjustments (posted into "
               DELIMITED BY SIZE
               WS-OPEN-PERIOD      DELIMITED BY SIZE
               ", closed through " DELIMITED BY SIZE
               WS-LAST-CLOSED-PERIOD DELIMITED BY SIZE
               "):"                DELIMITED BY SIZE
               INTO SUMMARY-REPORT
           END-STRING
           WRITE SUMMARY-REPORT

           MOVE WS-GRAND-ppaPosted TO WS-PPA-COUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT
           STRING
               "Items Posted: "     DELIMITED BY SIZE
               WS-PPA-COUNT-DISPLAY DELIMITED BY SIZE
               INTO SUMMARY-REPORT
           END-STRING
           WRITE SUMMARY-REPORT
           MOVE SUMMARY-REPORT TO PRIOR-PERIOD-LINE
           WRITE PRIOR-PERIOD-LINE

           MOVE WS-GRAND-ppaCredits TO WS-GRAND-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT
           STRING
               "Credits: "              DELIMITED BY SIZE
               WS-GRAND-AMOUNT-DISPLAY  DELIMITED BY SIZE
               INTO SUMMARY-REPORT
           END-STRING
           WRITE SUMMARY-REPORT
           MOVE SUMMARY-REPORT TO PRIOR-PERIOD-LINE
           WRITE PRIOR-PERIOD-LINE

           MOVE WS-GRAND-ppaDebits TO WS-GRAND-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT
           STRING
               "Debits: "               DELIMITED BY SIZE
               WS-GRAND-AMOUNT-DISPLAY  DELIMITED BY SIZE
               INTO SUMMARY-REPORT
           END-STRING
           WRITE SUMMARY-REPORT
           MOVE SUMMARY-REPORT TO PRIOR-PERIOD-LINE
           WRITE PRIOR-PERIOD-LINE.


      ******************************************************************
      * Picks up the current cycle's run number and business date from
           MOVE WS-GRAND-skippedPosted     TO CKPT-SKIPPED-POSTED
           MOVE WS-GRAND-warehousedFuture  TO CKPT-WAREHOUSED
           MOVE WS-GRAND-backdatedPosted   TO CKPT-BACKDATED
           MOVE WS-GRAND-ppaPosted         TO CKPT-PPA-POSTED
           MOVE WS-GRAND-ppaCredits        TO CKPT-PPA-CREDITS
           MOVE WS-GRAND-ppaDebits         TO CKPT-PPA-DEBITS
           MOVE WS-MASTER-OUT-COUNT        TO CKPT-OUT-COUNT
           MOVE WS-TRANS-CTL-COUNT         TO CKPT-TRANS-CTL-COUNT
           MOVE WS-TRANS-CTL-HASH          TO CKPT-TRANS-CTL-HASH
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE WS-TT-DEPOSITS(WS-TT-I)
                   TO CKPT-TT-DEPOSITS(WS-TT-I)
               MOVE WS-TT-WITHDRAWALS(WS-TT-I)
           MOVE CKPT-SKIPPED-POSTED    TO WS-GRAND-skippedPosted
           MOVE CKPT-WAREHOUSED        TO WS-GRAND-warehousedFuture
           MOVE CKPT-BACKDATED         TO WS-GRAND-backdatedPosted
           MOVE CKPT-PPA-POSTED        TO WS-GRAND-ppaPosted
           MOVE CKPT-PPA-CREDITS       TO WS-GRAND-ppaCredits
           MOVE CKPT-PPA-DEBITS        TO WS-GRAND-ppaDebits
           MOVE CKPT-OUT-COUNT         TO WS-MASTER-OUT-COUNT
           MOVE CKPT-TRANS-CTL-COUNT   TO WS-TRANS-CTL-COUNT
           MOVE CKPT-TRANS-CTL-HASH    TO WS-TRANS-CTL-HASH
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE CKPT-TT-DEPOSITS(WS-TT-I)
                   TO WS-TT-DEPOSITS(WS-TT-I)
               MOVE CKPT-TT-WITHDRAWALS(WS-TT-I)
           END-PERFORM.

      ******************************************************************
      * Opens the keyed overdraft-protection funding links. A missing
      * file simply means no accounts are protected.
      ******************************************************************
       OPEN-FUNDING-LINKS.
           OPEN INPUT FUND-LINKS-FILE
           IF WS-FND-STATUS = "35"
               EXIT PARAGRAPH
               DISPLAY "Links status: " WS-FND-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LINKS-OPEN.

      * Protection transfers carry T-IDs in the 0xxxxxxx band no
      * other producer owns; the live file and the cumulative
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
               EXIT PARAGRAPH
           END-IF
           MOVE FL-FUNDING-ACC  TO WS-FL-FUNDING-ACC
           MOVE FL-TRANSFER-CAP TO WS-FL-TRANSFER-CAP
           IF WS-FL-FUNDING-ACC = U-ACC-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF WS-FUND-PEND-COUNT >= 200
           END-IF

           COMPUTE WS-OD-SHORTFALL = T-AMOUNT - U-BALANCE
           IF WS-FL-TRANSFER-CAP > ZERO
              AND WS-OD-SHORTFALL > WS-FL-TRANSFER-CAP
               EXIT PARAGRAPH
           END-IF

           MOVE T-DATE        TO WS-PROTECT-DATE
           MOVE T-TIME        TO WS-PROTECT-TIME

           IF WS-FL-FUNDING-ACC > U-ACC-NUMBER
               MOVE 'N' TO WS-FUND-ALREADY-PASSED
               PERFORM READ-FUNDING-FROM-MASTER
           ELSE
               UNTIL WS-FP-X > WS-FUND-PEND-COUNT
               IF WS-FP-APPLIED(WS-FP-X) = 'N'
                  AND WS-FP-FUNDING-ACC(WS-FP-X)
                      = WS-FL-FUNDING-ACC
                   SUBTRACT WS-FP-AMOUNT(WS-FP-X)
                       FROM WS-FUND-AVAILABLE
               END-IF
       READ-FUNDING-FROM-MASTER.
           MOVE 'N' TO WS-FUND-FOUND
           MOVE U-ACC-NUMBER TO WS-SAVED-CURRENT-ACC
           MOVE WS-FL-FUNDING-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
       READ-FUNDING-FROM-UPDATED.
           MOVE 'N' TO WS-FUND-FOUND
           MOVE UPDATED-MASTER-REC TO WS-SAVED-UPDATED-REC
           MOVE WS-FL-FUNDING-ACC TO U-ACC-NUMBER
           READ UPDATED-MASTER-FILE
               INVALID KEY
                   CONTINUE
       EXECUTE-OVERDRAFT-PROTECTION.
           MOVE TRANS-REC TO WS-SAVED-TRANS-REC

           MOVE WS-FL-FUNDING-ACC TO T-ACC-NUMBER
           MOVE WS-FUND-NEXT-ID TO T-ID
           MOVE WS-PROTECT-DATE TO T-DATE
           MOVE WS-PROTECT-TIME TO T-TIME
           MOVE WS-FUND-CURRENCY TO T-CURRENCY
           MOVE 'P'             TO T-POSTED-FLAG
           MOVE WS-FUND-BRANCH  TO T-BRANCH-CODE
           MOVE SPACES          TO T-SENDER-REF
           MOVE SPACES          TO T-CHEQUE-SERIAL
           WRITE TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to write protection transfer: "
               PERFORM APPLY-FUNDING-DEBIT-UPDATED
           ELSE
               ADD 1 TO WS-FUND-PEND-COUNT
               MOVE WS-FL-FUNDING-ACC
                   TO WS-FP-FUNDING-ACC(WS-FUND-PEND-COUNT)
               MOVE WS-PROTECT-ACC
                   TO WS-FP-PROTECTED-ACC(WS-FUND-PEND-COUNT)
           MOVE WS-PROT-CURRENCY TO T-CURRENCY
           MOVE 'P'             TO T-POSTED-FLAG
           MOVE WS-PROT-BRANCH  TO T-BRANCH-CODE
           MOVE SPACES          TO T-SENDER-REF
           MOVE SPACES          TO T-CHEQUE-SERIAL
           WRITE TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to write protection credit: "
      * totals it already joined come back by the same amount
       APPLY-FUNDING-DEBIT-UPDATED.
           MOVE UPDATED-MASTER-REC TO WS-SAVED-UPDATED-REC
           MOVE WS-FL-FUNDING-ACC TO U-ACC-NUMBER
           READ UPDATED-MASTER-FILE
               INVALID KEY
                   DISPLAY "Funding account missing from updated "
                       "master: " WS-FL-FUNDING-ACC
                   MOVE WS-SAVED-UPDATED-REC TO UPDATED-MASTER-REC
                   EXIT PARAGRAPH
           END-READ
           MOVE U-BALANCE TO WS-JRNL-NEW-BAL
           REWRITE UPDATED-MASTER-REC

           MOVE WS-FL-FUNDING-ACC TO WS-PJ-ACC
           MOVE WS-FUND-NEXT-ID TO WS-PJ-ID
           SUBTRACT 1 FROM WS-PJ-ID
           MOVE 'T'             TO WS-PJ-TYPE
           END-STRING
           WRITE JOURNAL-REC.

      * the floor is minus the product's overdraft limit; a loan's
      * own drawdown is the one item allowed past it
       DETERMINE-OVERDRAFT-FLOOR.
           IF U-ACC-TYPE = 'L'
              AND T-ID >= WS-LOAN-ID-FLOOR
              AND T-ID < WS-LOAN-ID-CEILING
               MOVE WS-LOAN-DRAWDOWN-FLOOR TO WS-OD-FLOOR
               EXIT PARAGRAPH
           END-IF
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
           MOVE "04" TO WS-REJECT-FILE-CODE
           PERFORM WRITE-REJECT-RECORD.

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

       VALIDATE-TRANS-DATE.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-REC
           MOVE TRANS-REC TO REJECT-REC(1:84)
           IF WS-FX-CONVERTED = 'Y'
               MOVE WS-FX-ORIG-AMOUNT TO RJ-AMOUNT
           END-IF
           IF WS-FX-CONVERTED = 'Y'
               PERFORM APPEND-FX-JOURNAL-SUFFIX
           END-IF
           IF WS-PPA-ITEM = 'Y'
               MOVE T-ACC-NUMBER TO WS-PPA-ACC-NUMBER
               MOVE T-ID         TO WS-PPA-TRANS-ID
               MOVE T-DATE       TO WS-PPA-DATE
               MOVE T-TRX-TYPE   TO WS-PPA-TRX-TYPE
               MOVE T-AMOUNT     TO WS-PPA-AMOUNT
               PERFORM APPEND-PPA-JOURNAL-MARKER
           END-IF
           WRITE JOURNAL-REC.

      ******************************************************************
           IF WS-PC-FX-CONVERTED = 'Y'
               PERFORM APPEND-PC-FX-JOURNAL-SUFFIX
           END-IF
      * the credit side of a transfer carries the transfer's own date,
      * so it is a prior-period adjustment whenever the debit was
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
              AND WS-PC-DATE(WS-PC-I)(1:6) NOT > WS-LAST-CLOSED-PERIOD
               MOVE M-ACC-NUMBER            TO WS-PPA-ACC-NUMBER
               MOVE WS-PC-TRANS-ID(WS-PC-I) TO WS-PPA-TRANS-ID
               MOVE WS-PC-DATE(WS-PC-I)     TO WS-PPA-DATE
               MOVE "C"                     TO WS-PPA-TRX-TYPE
               MOVE WS-PC-APPLY-AMOUNT      TO WS-PPA-AMOUNT
               PERFORM APPEND-PPA-JOURNAL-MARKER
           END-IF
           WRITE JOURNAL-REC.

       WRITE-CSV-ACCOUNT-SUMMARY.
                     OR T-ACC-NUMBER NOT = M-ACC-NUMBER

               MOVE 'N' TO WS-FX-CONVERTED
               MOVE 'N' TO WS-PPA-ITEM
               IF T-POSTED-FLAG = 'P'
                   ADD 1 TO WS-GRAND-skippedPosted
               ELSE
                   PERFORM WRITE-DORMANT-REJECT
               ELSE
               IF U-ACC-STATUS NOT = 'A' AND U-ACC-STATUS NOT = 'D'
                  AND NOT (U-ACC-STATUS = 'C'
                           AND T-ID >= WS-CLOSEOUT-ID-FLOOR
                           AND T-ID < WS-CLOSEOUT-ID-CEILING)
                   ADD 1 TO WS-unprocessedPerAccount
                   MOVE T-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO ERROR-REPORT-FILE
               IF T-DATE < WS-CUTOFF-DATE
                   PERFORM WRITE-BACKDATED-ITEM
               END-IF
      * an item dated in a closed accounting period posts into the
      * open period as a prior-period adjustment
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                  AND T-DATE(1:6) NOT > WS-LAST-CLOSED-PERIOD
                   MOVE 'Y' TO WS-PPA-ITEM
               END-IF
      * cross-currency items post at the rate in force on T-DATE
               PERFORM RESOLVE-FX-CONVERSION
               IF WS-FX-BLOCKED = 'Y'
               ELSE
               EVALUATE T-TRX-TYPE
                   WHEN 'W'
      * a presented cheque on a positive-pay account must match the
      * customer's issued-cheque list before any funds test
                       PERFORM CHECK-POSITIVE-PAY
                       IF WS-PP-REFUSED = 'Y'
                           PERFORM WRITE-POSITIVE-PAY-REJECT
                       ELSE
                       PERFORM CHECK-TERM-MATURITY
                       IF WS-TERM-BLOCKED = 'Y'
                           PERFORM WRITE-EARLY-WITHDRAWAL-REJECT
                           MOVE U-BALANCE       TO WS-JRNL-NEW-BAL
                           PERFORM WRITE-POSTING-JOURNAL-LINE
                           PERFORM MARK-TRANSACTION-POSTED
                           PERFORM MARK-CHEQUE-PAID
                           PERFORM ADD-TO-DAILY-WITHDRAWALS
                           MOVE T-DATE TO U-LAST-ACTIVITY-DATE
                           END-IF
                           MOVE U-BALANCE TO WS-JRNL-NEW-BAL
                           PERFORM WRITE-POSTING-JOURNAL-LINE
                           PERFORM MARK-TRANSACTION-POSTED
                           PERFORM MARK-CHEQUE-PAID
                           PERFORM ADD-TO-DAILY-WITHDRAWALS
                           MOVE T-DATE TO U-LAST-ACTIVITY-DATE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   WHEN 'D'
                       MOVE U-BALANCE TO WS-JRNL-PRIOR-BAL
                       ADD T-AMOUNT TO U-BALANCE

           PERFORM WRITE-BRANCH-TOTALS

           PERFORM WRITE-SETTLEMENT-SECTION

           PERFORM WRITE-PRIOR-PERIOD-SECTION.

       WRITE-TYPE-TOTALS.
           PERFORM VARYING WS-TT-I FROM 1 BY 1
               UNTIL WS-TT-I > WS-TT-COUNT
               MOVE WS-TT-DEPOSITS(WS-TT-I)    TO WS-DEPOSIT-DISPLAY
               MOVE WS-TT-WITHDRAWALS(WS-TT-I) TO WS-WITHDRAWAL-DISPLAY
               MOVE WS-TT-OVERDRAFTS(WS-TT-I)
