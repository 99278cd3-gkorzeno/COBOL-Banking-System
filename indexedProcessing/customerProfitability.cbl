      ******************************************************************
      * Monthly customer relationship profitability report for the
      * relationship managers. Reads the posting journal UPDATE-
      * ACCOUNTS-INDEXED writes (the month's cycles concatenated, as
      * for the GL extract) and rolls every posting up to the
      * customer attached to the account (M-CUSTOMER-ID), so all of a
      * customer's accounts read as one relationship; an account with
      * no customer attached is a relationship of its own.
      *
      * For each relationship, in the reporting currency:
      *   Fee Income     service fees: 'F' lines in the fee batch's
      *                  6xxxxxxx band and the close-out 16xxxxxx band
      *   OD Fee Income  overdraft fees, recovered from each 'W'/'T'
      *                  line as (prior - new - amount) the way the GL
      *                  extract books them
      *   Loan Int       loan interest charged: 'F' lines in the
      *                  LOAN-INSTALLMENTS 15xxxxxx band
      *   Interest Exp   interest paid ('I' lines)
      *   Contribution   fee income + OD fee income + loan interest
      *                  - interest expense
      *   Avg Balance    the sum of the accounts' average daily
      *                  balance over the period, from the end-of-day
      *                  balance history (see BALHIST), each day
      *                  carrying the latest capture forward; an
      *                  account with no capture on or before the end
      *                  of the period, or a run with no history file,
      *                  uses the account's current balance
      * and the count of postings by type: deposits (D), withdrawals
      * (W), transfers out (T) and in (C), interest (I), fees (F) and
      * withholding tax (X). Withholding is tax collected for the
      * authorities, not income, so it is shown beside the interest
      * but left out of the contribution. An 'F' line in any other
      * band -- a lost chargeback re-debited, a reversal offset -- is
      * a customer debit or a correction, not income; it is counted
      * with the fees but kept out of the money. The band is taken
      * from the Trans ID on the journal line.
      *
      * Journal amounts are in the account's currency and convert at
      * the FX rate in force on the last day of the period (the latest
      * effective date not after it). A currency with no rate to the
      * reporting currency is left out of the figures, the
      * relationship is flagged '*' and the run ends with RETURN-CODE
      * 4. A journal line for an account no longer on the master is
      * counted and passed over.
      *
      * A relationship belongs to the branch of its lowest-numbered
      * account. The report lists each branch's relationships ranked
      * by contribution: the top-n and the bottom-n (every one when
      * the branch has no more than twice top-n), with the branch
      * totals after them, and closes with the bank totals.
      *
      * Usage:
      *   customerProfitability [journal-file] [master-file]
      *       [report-file] [reporting-currency] [period-from]
      *       [period-to] [top-n] [balance-history-file]
      *       [rates-file] [customer-file] [run-control-file]
      *
      * Defaults:
      *   journal-file         = postingJournal.txt
      *   master-file          = indexedMaster
      *   report-file          = customerProfitability.txt
      *   reporting-currency   = USD
      *   period-from          = the first of period-to's month
      *   period-to            = the business date on the run-control
      *                          header, or today when there is none
      *   top-n                = 10
      *   balance-history-file = indexedBalanceHistory
      *   rates-file           = fxRates.dat
      *   customer-file        = customerMaster.dat (names only; a
      *                          missing file leaves them blank)
      *   run-control-file     = runControl.dat
      * Leap years are not modeled in the daily balance walk, the
      * simplification the other date walks carry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JournalFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-BalanceHistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HIST-KEY
               FILE STATUS IS WS-BH-STATUS.

           SELECT FX-RATES-FILE ASSIGN TO DYNAMIC WS-RatesFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CustomerFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "relationshipWork"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortWork".

           SELECT RANK-WORK ASSIGN TO "rankWork".

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE PIC X(200).

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  REPORT-FILE.
       01  PROFIT-REPORT-LINE PIC X(132).

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-REC.
           COPY BALHIST REPLACING ==:PFX:== BY ==BH==.

       FD  FX-RATES-FILE.
       01  FX-RATE-REC.
           COPY FXRATE REPLACING ==:PFX:== BY ==FX==.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTREC REPLACING ==:PFX:== BY ==CU==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

      * one summarized relationship, between the roll-up and the
      * ranking
       FD  RELATIONSHIP-FILE.
       01  RELATIONSHIP-REC.
           05 RL-BRANCH-CODE    PIC X(3).
           05 RL-CONTRIBUTION   PIC S9(12)V99.
           05 RL-REL-KIND       PIC X.
           05 RL-REL-KEY        PIC X(10).
           05 RL-ACC-COUNT      PIC 9(3).
           05 RL-AVG-BALANCE    PIC S9(12)V99.
           05 RL-FEES           PIC S9(12)V99.
           05 RL-OD-FEES        PIC S9(12)V99.
           05 RL-INTEREST       PIC S9(12)V99.
           05 RL-LOAN-INTEREST  PIC S9(12)V99.
           05 RL-WITHHELD       PIC S9(12)V99.
           05 RL-COUNT          PIC 9(6) OCCURS 7 TIMES.
           05 RL-UNRATED        PIC X.

      * one journal line, or one account's average balance ('B'),
      * under its relationship; within a relationship the accounts
      * come in number order and each account's balance record first
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-REL-KIND       PIC X.
           05 SR-REL-KEY        PIC X(10).
           05 SR-ACC-NUMBER     PIC X(10).
           05 SR-REC-KIND       PIC X.
           05 SR-BRANCH-CODE    PIC X(3).
           05 SR-TRX-TYPE       PIC X.
      * on an 'F' line: S service or close-out fee, L loan interest,
      * N not income
           05 SR-FEE-KIND       PIC X.
           05 SR-AMOUNT         PIC S9(12)V99.
           05 SR-OD-FEE         PIC S9(12)V99.
           05 SR-UNRATED        PIC X.

       SD  RANK-WORK.
       01  RANK-REC.
           05 RK-BRANCH-CODE    PIC X(3).
           05 RK-CONTRIBUTION   PIC S9(12)V99.
           05 RK-REL-KIND       PIC X.
           05 RK-REL-KEY        PIC X(10).
           05 RK-ACC-COUNT      PIC 9(3).
           05 RK-AVG-BALANCE    PIC S9(12)V99.
           05 RK-FEES           PIC S9(12)V99.
           05 RK-OD-FEES        PIC S9(12)V99.
           05 RK-INTEREST       PIC S9(12)V99.
           05 RK-LOAN-INTEREST  PIC S9(12)V99.
           05 RK-WITHHELD       PIC S9(12)V99.
           05 RK-COUNT          PIC 9(6) OCCURS 7 TIMES.
           05 RK-UNRATED        PIC X.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-JournalFile       PIC X(200).
       01  WS-MasterFile        PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-RPT-CURRENCY  PIC X(3).
       01  WS-ARG-PERIOD-FROM   PIC X(8).
       01  WS-ARG-PERIOD-TO     PIC X(8).
       01  WS-ARG-TOP-N         PIC X(5).
       01  WS-BalanceHistoryFile PIC X(200).
       01  WS-RatesFile         PIC X(200).
       01  WS-CustomerFile      PIC X(200).
       01  WS-RunControlFile    PIC X(200).

       01  WS-JRNL-STATUS       PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-BH-STATUS         PIC XX.
       01  WS-FXR-STATUS        PIC XX.
       01  WS-CUST-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-REL-STATUS        PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-RPT-CURRENCY      PIC X(3).
       01  WS-PERIOD-FROM       PIC X(8).
       01  WS-PERIOD-TO         PIC X(8).
       01  WS-TOP-N             PIC 9(5) VALUE 10.
       01  WS-RUN-NUMBER        PIC 9(6) VALUE ZERO.
       01  WS-EOF               PIC X.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-RANK-EOF          PIC X VALUE 'N'.
       01  WS-BH-AVAILABLE      PIC X VALUE 'N'.
       01  WS-BH-EOF            PIC X.
       01  WS-FXR-AVAILABLE     PIC X VALUE 'N'.

      * journal line fields, by column (see WRITE-POSTING-JOURNAL-
      * LINE in the update program)
       01  WS-JRNL-ACC-NUMBER   PIC X(10).
       01  WS-JRNL-TRX-TYPE     PIC X.
       01  WS-JRNL-TRANS-ID     PIC 9(8).
       01  WS-JRNL-AMOUNT       PIC 9(10)V99.
       01  WS-JRNL-PRIOR-BAL    PIC S9(10)V99.
       01  WS-JRNL-NEW-BAL      PIC S9(10)V99.
       01  WS-DERIVED-OD-FEE    PIC S9(10)V99.

      * the id bands whose 'F' lines are income
       01  WS-FEE-ID-FLOOR      PIC 9(8) VALUE 60000000.
       01  WS-FEE-ID-CEILING    PIC 9(8) VALUE 70000000.
       01  WS-LOAN-ID-FLOOR     PIC 9(8) VALUE 15000000.
       01  WS-LOAN-ID-CEILING   PIC 9(8) VALUE 16000000.
       01  WS-CLOSEOUT-ID-FLOOR PIC 9(8) VALUE 16000000.
       01  WS-CLOSEOUT-ID-CEILING PIC 9(8) VALUE 17000000.

      * posting types counted, in column order
       01  WS-TYPE-LIST         PIC X(7) VALUE "DWTCIFX".
       01  WS-TYPE-I            PIC 9.

      * FX rates, loaded once; the rate used is the one in force on
      * the last day of the period
       01  WS-FX-RATES-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-FX-RATES-TABLE.
           05 WS-FXR-ENTRY OCCURS 200 TIMES.
               10 WS-FXR-FROM-CURRENCY  PIC X(3).
               10 WS-FXR-TO-CURRENCY    PIC X(3).
               10 WS-FXR-EFFECTIVE-DATE PIC X(8).
               10 WS-FXR-RATE           PIC 9(4)V9(6).
       01  WS-FXR-I             PIC 9(3).
       01  WS-FX-CURRENCY       PIC X(3).
       01  WS-FX-RATE-FOUND     PIC X.
       01  WS-FX-BEST-DATE      PIC X(8).
       01  WS-FX-RATE           PIC 9(4)V9(6).

      * customer names for the listing
       01  WS-CN-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 5000 TIMES.
               10 WS-CN-CUST-ID PIC X(10).
               10 WS-CN-NAME    PIC X(30).
       01  WS-CN-I              PIC 9(4).
       01  WS-REL-NAME          PIC X(30).

      * average daily balance walk for one account
       01  WS-ADB-KNOWN         PIC X.
       01  WS-ADB-CARRY         PIC S9(10)V99.
       01  WS-ADB-SUM           PIC S9(15)V99.
       01  WS-ADB-DAYS          PIC 9(5).
       01  WS-ADB-AVERAGE       PIC S9(12)V99.

       01  WS-DAYS-IN-MONTH-DATA.
           05 FILLER PIC X(6) VALUE "01 031".
           05 FILLER PIC X(6) VALUE "02 028".
           05 FILLER PIC X(6) VALUE "03 031".
           05 FILLER PIC X(6) VALUE "04 030".
           05 FILLER PIC X(6) VALUE "05 031".
           05 FILLER PIC X(6) VALUE "06 030".
           05 FILLER PIC X(6) VALUE "07 031".
           05 FILLER PIC X(6) VALUE "08 031".
           05 FILLER PIC X(6) VALUE "09 030".
           05 FILLER PIC X(6) VALUE "10 031".
           05 FILLER PIC X(6) VALUE "11 030".
           05 FILLER PIC X(6) VALUE "12 031".

       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-DATA.
           05 WS-DIM-ENTRY OCCURS 12 TIMES.
               10 WS-DIM-MONTH PIC 99.
               10 FILLER       PIC X.
               10 WS-DIM-DAYS  PIC 999.

       01  WS-WALK-DATE.
           05 WS-WLK-CC PIC 99.
           05 WS-WLK-YY PIC 99.
           05 WS-WLK-MM PIC 99.
           05 WS-WLK-DD PIC 99.

       01  WS-CHECK-DATE.
           05 WS-CHK-CCYY PIC 9(4).
           05 WS-CHK-MM   PIC 99.
           05 WS-CHK-DD   PIC 99.
       01  WS-DATE-VALID        PIC X.

      * relationship being rolled up
       01  WS-FIRST-RECORD      PIC X VALUE 'Y'.
       01  WS-PREV-REL-KIND     PIC X.
       01  WS-PREV-REL-KEY      PIC X(10).
       01  WS-REL-SUMMARY.
           05 WS-RS-BRANCH-CODE PIC X(3).
           05 WS-RS-ACC-COUNT   PIC 9(3).
           05 WS-RS-AVG-BALANCE PIC S9(12)V99.
           05 WS-RS-FEES        PIC S9(12)V99.
           05 WS-RS-OD-FEES     PIC S9(12)V99.
           05 WS-RS-INTEREST    PIC S9(12)V99.
           05 WS-RS-LOAN-INTEREST PIC S9(12)V99.
           05 WS-RS-WITHHELD    PIC S9(12)V99.
           05 WS-RS-COUNT       PIC 9(6) OCCURS 7 TIMES.
           05 WS-RS-UNRATED     PIC X.

      * relationships per branch, so the ranking knows where the
      * bottom-n start
       01  WS-BC-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-BC-TABLE.
           05 WS-BC-ENTRY OCCURS 100 TIMES.
               10 WS-BC-BRANCH  PIC X(3).
               10 WS-BC-RELS    PIC 9(7).
       01  WS-BC-I              PIC 9(3).
       01  WS-BC-X              PIC 9(3).

      * ranking control breaks and totals
       01  WS-RANK-FIRST        PIC X VALUE 'Y'.
       01  WS-RANK-BRANCH       PIC X(3).
       01  WS-RANK              PIC 9(7).
       01  WS-RANK-OF           PIC 9(7).
       01  WS-GAP-WRITTEN       PIC X.
       01  WS-BRANCH-TOTALS.
           05 WS-BT-RELS        PIC 9(7).
           05 WS-BT-AVG-BALANCE PIC S9(13)V99.
           05 WS-BT-FEES        PIC S9(13)V99.
           05 WS-BT-OD-FEES     PIC S9(13)V99.
           05 WS-BT-INTEREST    PIC S9(13)V99.
           05 WS-BT-LOAN-INTEREST PIC S9(13)V99.
           05 WS-BT-WITHHELD    PIC S9(13)V99.
           05 WS-BT-CONTRIB     PIC S9(13)V99.
       01  WS-BANK-TOTALS.
           05 WS-GT-RELS        PIC 9(7).
           05 WS-GT-AVG-BALANCE PIC S9(13)V99.
           05 WS-GT-FEES        PIC S9(13)V99.
           05 WS-GT-OD-FEES     PIC S9(13)V99.
           05 WS-GT-INTEREST    PIC S9(13)V99.
           05 WS-GT-LOAN-INTEREST PIC S9(13)V99.
           05 WS-GT-WITHHELD    PIC S9(13)V99.
           05 WS-GT-CONTRIB     PIC S9(13)V99.

       01  WS-LINES-READ        PIC 9(8) VALUE ZERO.
       01  WS-LINES-NO-ACCOUNT  PIC 9(8) VALUE ZERO.
       01  WS-LINES-UNRATED     PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNTS-READ     PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNTS-NO-HIST  PIC 9(8) VALUE ZERO.
       01  WS-BRANCH-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-MONEY-DISPLAY     PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-2   PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-3   PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-4   PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-5   PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-6   PIC -ZZZZZZZZZZ9.99.
       01  WS-MONEY-DISPLAY-7   PIC -ZZZZZZZZZZ9.99.
       01  WS-RANK-DISPLAY      PIC ZZZZ9.
       01  WS-ACCTS-DISPLAY     PIC ZZ9.
       01  WS-TYPE-COUNT-DISPLAY PIC ZZZZZ9 OCCURS 7 TIMES.
       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.
       01  WS-RUN-DISPLAY       PIC ZZZZZ9.

       01  WS-DATE.
           05 WS-YEAR  PIC 9(2).
           05 WS-MONTH PIC 9(2).
           05 WS-DAY   PIC 9(2).

       01  WS-TIME.
           05 WS-HOUR   PIC 99.
           05 WS-MIN    PIC 99.
           05 WS-SEC    PIC 99.
           05 WS-HSEC   PIC 99.

       01  WS-TODAY.
           05 WS-TODAY-CC PIC 99 VALUE 20.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-ARGUMENTS

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD

           MOVE WS-TODAY TO WS-PERIOD-TO
           PERFORM READ-RUN-CONTROL
           PERFORM SET-PERIOD

           PERFORM OPEN-FILES
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-CUSTOMER-NAMES
           PERFORM WRITE-REPORT-HEADER

           OPEN OUTPUT RELATIONSHIP-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SR-REL-KIND
                                SR-REL-KEY
                                SR-ACC-NUMBER
                                SR-REC-KIND
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-RELATIONSHIP-ITEMS
               OUTPUT PROCEDURE IS SUMMARIZE-RELATIONSHIPS
           CLOSE RELATIONSHIP-FILE

           CLOSE JOURNAL-FILE
                 MASTER-FILE
           IF WS-BH-AVAILABLE = 'Y'
               CLOSE BALANCE-HISTORY-FILE
           END-IF

           INITIALIZE WS-BANK-TOTALS
           SORT RANK-WORK
               ON ASCENDING KEY RK-BRANCH-CODE
                  DESCENDING KEY RK-CONTRIBUTION
                  ASCENDING KEY RK-REL-KIND
                                RK-REL-KEY
               USING RELATIONSHIP-FILE
               OUTPUT PROCEDURE IS LIST-RANKED-RELATIONSHIPS

           PERFORM WRITE-BANK-TOTALS
           CLOSE REPORT-FILE

           IF WS-LINES-UNRATED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-JournalFile
                        WS-MasterFile
                        WS-ReportFile
                        WS-ARG-RPT-CURRENCY
                        WS-ARG-PERIOD-FROM
                        WS-ARG-PERIOD-TO
                        WS-ARG-TOP-N
                        WS-BalanceHistoryFile
                        WS-RatesFile
                        WS-CustomerFile
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-JournalFile = SPACES OR WS-JournalFile = "-"
               MOVE "postingJournal.txt" TO WS-JournalFile
           END-IF
           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "customerProfitability.txt" TO WS-ReportFile
           END-IF
           IF WS-ARG-RPT-CURRENCY = SPACES
              OR WS-ARG-RPT-CURRENCY = "-"
               MOVE "USD" TO WS-RPT-CURRENCY
           ELSE
               MOVE WS-ARG-RPT-CURRENCY TO WS-RPT-CURRENCY
           END-IF
           IF WS-ARG-TOP-N NOT = SPACES AND WS-ARG-TOP-N NOT = "-"
               COMPUTE WS-TOP-N = FUNCTION NUMVAL(WS-ARG-TOP-N)
               IF WS-TOP-N = ZERO
                   MOVE 10 TO WS-TOP-N
               END-IF
           END-IF
           IF WS-BalanceHistoryFile = SPACES
              OR WS-BalanceHistoryFile = "-"
               MOVE "indexedBalanceHistory" TO WS-BalanceHistoryFile
           END-IF
           IF WS-RatesFile = SPACES OR WS-RatesFile = "-"
               MOVE "fxRates.dat" TO WS-RatesFile
           END-IF
           IF WS-CustomerFile = SPACES OR WS-CustomerFile = "-"
               MOVE "customerMaster.dat" TO WS-CustomerFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RN-BUSINESS-DATE NOT = SPACES
                       MOVE RN-BUSINESS-DATE TO WS-PERIOD-TO
                   END-IF
                   MOVE RN-RUN-NUMBER TO WS-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

      * the period runs from the first of the month to the business
      * date unless both ends are given
       SET-PERIOD.
           IF WS-ARG-PERIOD-TO NOT = SPACES
              AND WS-ARG-PERIOD-TO NOT = "-"
               MOVE WS-ARG-PERIOD-TO TO WS-PERIOD-TO
           END-IF
           MOVE WS-PERIOD-TO TO WS-CHECK-DATE
           PERFORM CHECK-PERIOD-DATE
           IF WS-DATE-VALID = 'N'
               DISPLAY "Invalid period end date: " WS-PERIOD-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIOD-TO TO WS-PERIOD-FROM
           MOVE "01" TO WS-PERIOD-FROM(7:2)
           IF WS-ARG-PERIOD-FROM NOT = SPACES
              AND WS-ARG-PERIOD-FROM NOT = "-"
               MOVE WS-ARG-PERIOD-FROM TO WS-PERIOD-FROM
           END-IF
           MOVE WS-PERIOD-FROM TO WS-CHECK-DATE
           PERFORM CHECK-PERIOD-DATE
           IF WS-DATE-VALID = 'N'
              OR WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "Invalid period: " WS-PERIOD-FROM " to "
                   WS-PERIOD-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-PERIOD-DATE.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
               MOVE 'N' TO WS-DATE-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-DIM-DAYS(WS-CHK-MM)
               MOVE 'N' TO WS-DATE-VALID
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open profitability report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "Unable to open posting journal file: "
                   WS-JournalFile
               DISPLAY "Journal status: " WS-JRNL-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed master file: "
                   WS-MasterFile
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE JOURNAL-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * before the first capture there is no history file, and every
      * account averages at its current balance
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BH-STATUS = "00"
               MOVE 'Y' TO WS-BH-AVAILABLE
           END-IF.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATES-FILE
           IF WS-FXR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FXR-AVAILABLE

           PERFORM UNTIL WS-FXR-STATUS NOT = "00"
               READ FX-RATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FX-RATES-COUNT < 200
                           ADD 1 TO WS-FX-RATES-COUNT
                           MOVE FX-FROM-CURRENCY TO
                               WS-FXR-FROM-CURRENCY(WS-FX-RATES-COUNT)
                           MOVE FX-TO-CURRENCY TO
                               WS-FXR-TO-CURRENCY(WS-FX-RATES-COUNT)
                           MOVE FX-EFFECTIVE-DATE TO
                              WS-FXR-EFFECTIVE-DATE(WS-FX-RATES-COUNT)
                           MOVE FX-RATE TO
                               WS-FXR-RATE(WS-FX-RATES-COUNT)
                       ELSE
                           DISPLAY "FX rate table full - rate "
                               FX-FROM-CURRENCY "/" FX-TO-CURRENCY
                               " not loaded"
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FX-RATES-FILE.

      * rate from WS-FX-CURRENCY to the reporting currency
       LOCATE-RATE-TO-REPORTING.
           MOVE 'N' TO WS-FX-RATE-FOUND
           MOVE SPACES TO WS-FX-BEST-DATE
           IF WS-FX-CURRENCY = WS-RPT-CURRENCY
               MOVE 1 TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FXR-I FROM 1 BY 1
               UNTIL WS-FXR-I > WS-FX-RATES-COUNT
               IF WS-FXR-FROM-CURRENCY(WS-FXR-I) = WS-FX-CURRENCY
                  AND WS-FXR-TO-CURRENCY(WS-FXR-I) = WS-RPT-CURRENCY
                  AND WS-FXR-EFFECTIVE-DATE(WS-FXR-I) <= WS-PERIOD-TO
                  AND WS-FXR-EFFECTIVE-DATE(WS-FXR-I)
                      >= WS-FX-BEST-DATE
                   MOVE WS-FXR-EFFECTIVE-DATE(WS-FXR-I)
                       TO WS-FX-BEST-DATE
                   MOVE WS-FXR-RATE(WS-FXR-I) TO WS-FX-RATE
                   MOVE 'Y' TO WS-FX-RATE-FOUND
               END-IF
           END-PERFORM.

       LOAD-CUSTOMER-NAMES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-CN-COUNT < 5000
                           ADD 1 TO WS-CN-COUNT
                           MOVE CU-CUST-ID
                               TO WS-CN-CUST-ID(WS-CN-COUNT)
                           MOVE CU-CUST-NAME
                               TO WS-CN-NAME(WS-CN-COUNT)
                       ELSE
                           DISPLAY "Customer name table full - "
                               CU-CUST-ID " listed without a name"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-NUMBER TO WS-RUN-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Customer Relationship Profitability  Reporting "
               DELIMITED BY SIZE
               "Currency: " DELIMITED BY SIZE
               WS-RPT-CURRENCY DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Period: " WS-PERIOD-FROM " to " WS-PERIOD-TO
               " Run: " WS-RUN-DISPLAY
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           IF WS-BH-AVAILABLE = 'N'
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING
                   "No balance history found: "  DELIMITED BY SIZE
                   WS-BalanceHistoryFile         DELIMITED BY SPACE
                   " - average balance is the current balance"
                                                 DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               END-STRING
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF WS-FXR-AVAILABLE = 'N'
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING
                   "No FX rate file found: " DELIMITED BY SIZE
                   WS-RatesFile              DELIMITED BY SPACE
                   INTO PROFIT-REPORT-LINE
               END-STRING
               WRITE PROFIT-REPORT-LINE
           END-IF.

      ******************************************************************
      * Input procedure: one balance record for every account on the
      * master, then one record for every posting line on the
      * journal, each under the account's relationship.
      ******************************************************************
       SELECT-RELATIONSHIP-ITEMS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO M-ACC-NUMBER
           START MASTER-FILE KEY IS NOT LESS THAN M-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF M-ACC-NUMBER NOT = WS-CONTROL-KEY
                           PERFORM RELEASE-ACCOUNT-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM.

       RELEASE-ACCOUNT-BALANCE.
           ADD 1 TO WS-ACCOUNTS-READ
           PERFORM COMPUTE-AVERAGE-BALANCE
           PERFORM SET-SORT-RELATIONSHIP
           MOVE 'B'   TO SR-REC-KIND
           MOVE SPACE TO SR-TRX-TYPE
           MOVE SPACE TO SR-FEE-KIND
           MOVE ZERO  TO SR-OD-FEE
           MOVE M-CURRENCY TO WS-FX-CURRENCY
           PERFORM LOCATE-RATE-TO-REPORTING
           IF WS-FX-RATE-FOUND = 'Y'
               COMPUTE SR-AMOUNT ROUNDED = WS-ADB-AVERAGE * WS-FX-RATE
               MOVE 'N' TO SR-UNRATED
           ELSE
               MOVE ZERO TO SR-AMOUNT
               MOVE 'Y'  TO SR-UNRATED
               ADD 1 TO WS-LINES-UNRATED
           END-IF
           RELEASE SORT-REC.

      * the journal is the fixed layout the GL extract reads: account
      * at column 10, trans id at 31, type at 46, amount at 56, prior
      * balance at 85 and new balance at 113; anything else is not a
      * posting line
       PROCESS-JOURNAL-LINE.
           IF JOURNAL-LINE(1:9) NOT = "Account: "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ

           MOVE JOURNAL-LINE(10:10) TO WS-JRNL-ACC-NUMBER
           MOVE JOURNAL-LINE(46:1)  TO WS-JRNL-TRX-TYPE
           IF JOURNAL-LINE(31:8) IS NUMERIC
               MOVE JOURNAL-LINE(31:8) TO WS-JRNL-TRANS-ID
           ELSE
               MOVE ZERO TO WS-JRNL-TRANS-ID
           END-IF
           COMPUTE WS-JRNL-AMOUNT =
               FUNCTION NUMVAL(JOURNAL-LINE(56:13))
           COMPUTE WS-JRNL-PRIOR-BAL =
               FUNCTION NUMVAL(JOURNAL-LINE(85:14))
           COMPUTE WS-JRNL-NEW-BAL =
               FUNCTION NUMVAL(JOURNAL-LINE(113:14))

           MOVE WS-JRNL-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-LINES-NO-ACCOUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-DERIVED-OD-FEE
           IF WS-JRNL-TRX-TYPE = 'W' OR WS-JRNL-TRX-TYPE = 'T'
               COMPUTE WS-DERIVED-OD-FEE =
                   WS-JRNL-PRIOR-BAL - WS-JRNL-NEW-BAL
                   - WS-JRNL-AMOUNT
               IF WS-DERIVED-OD-FEE < ZERO
                   MOVE ZERO TO WS-DERIVED-OD-FEE
               END-IF
           END-IF

           PERFORM SET-SORT-RELATIONSHIP
           MOVE 'J'              TO SR-REC-KIND
           MOVE WS-JRNL-TRX-TYPE TO SR-TRX-TYPE
           PERFORM SET-FEE-KIND
           MOVE M-CURRENCY TO WS-FX-CURRENCY
           PERFORM LOCATE-RATE-TO-REPORTING
           IF WS-FX-RATE-FOUND = 'Y'
               COMPUTE SR-AMOUNT ROUNDED =
                   WS-JRNL-AMOUNT * WS-FX-RATE
               COMPUTE SR-OD-FEE ROUNDED =
                   WS-DERIVED-OD-FEE * WS-FX-RATE
               MOVE 'N' TO SR-UNRATED
           ELSE
               MOVE ZERO TO SR-AMOUNT
               MOVE ZERO TO SR-OD-FEE
               MOVE 'Y'  TO SR-UNRATED
               ADD 1 TO WS-LINES-UNRATED
           END-IF
           RELEASE SORT-REC.

      * an 'F' line is income only from the fee batch, the close-out
      * and the loan interest charge
       SET-FEE-KIND.
           MOVE SPACE TO SR-FEE-KIND
           IF WS-JRNL-TRX-TYPE NOT = 'F'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-JRNL-TRANS-ID >= WS-FEE-ID-FLOOR
                AND WS-JRNL-TRANS-ID < WS-FEE-ID-CEILING
                   MOVE 'S' TO SR-FEE-KIND
               WHEN WS-JRNL-TRANS-ID >= WS-CLOSEOUT-ID-FLOOR
                AND WS-JRNL-TRANS-ID < WS-CLOSEOUT-ID-CEILING
                   MOVE 'S' TO SR-FEE-KIND
               WHEN WS-JRNL-TRANS-ID >= WS-LOAN-ID-FLOOR
                AND WS-JRNL-TRANS-ID < WS-LOAN-ID-CEILING
                   MOVE 'L' TO SR-FEE-KIND
               WHEN OTHER
                   MOVE 'N' TO SR-FEE-KIND
           END-EVALUATE.

      * the account's customer, or the account itself when none is
      * attached
       SET-SORT-RELATIONSHIP.
           IF M-CUSTOMER-ID = SPACES
               MOVE 'A'          TO SR-REL-KIND
               MOVE M-ACC-NUMBER TO SR-REL-KEY
           ELSE
               MOVE 'C'           TO SR-REL-KIND
               MOVE M-CUSTOMER-ID TO SR-REL-KEY
           END-IF
           MOVE M-ACC-NUMBER  TO SR-ACC-NUMBER
           MOVE M-BRANCH-CODE TO SR-BRANCH-CODE.

      ******************************************************************
      * Average daily balance of the account in MASTER-REC over the
      * period: every calendar day closes on the latest capture on or
      * before it; days before the first capture are left out. With
      * no capture on or before the period end the current balance
      * stands in.
      ******************************************************************
       COMPUTE-AVERAGE-BALANCE.
           MOVE M-BALANCE TO WS-ADB-AVERAGE
           IF WS-BH-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-BH-EOF
           MOVE M-ACC-NUMBER TO BH-ACC-NUMBER
           MOVE LOW-VALUES TO BH-BUS-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BH-EOF
           END-START
           PERFORM READ-NEXT-BALANCE

           MOVE 'N'  TO WS-ADB-KNOWN
           MOVE ZERO TO WS-ADB-CARRY
           MOVE ZERO TO WS-ADB-SUM
           MOVE ZERO TO WS-ADB-DAYS
           MOVE WS-PERIOD-FROM TO WS-WALK-DATE
           PERFORM UNTIL WS-WALK-DATE > WS-PERIOD-TO
               PERFORM UNTIL WS-BH-EOF = 'Y'
                          OR BH-BUS-DATE > WS-WALK-DATE
                   MOVE 'Y'        TO WS-ADB-KNOWN
                   MOVE BH-BALANCE TO WS-ADB-CARRY
                   PERFORM READ-NEXT-BALANCE
               END-PERFORM
               IF WS-ADB-KNOWN = 'Y'
                   ADD WS-ADB-CARRY TO WS-ADB-SUM
                   ADD 1 TO WS-ADB-DAYS
               END-IF
               PERFORM ADVANCE-ONE-DAY
           END-PERFORM

           IF WS-ADB-DAYS = ZERO
               ADD 1 TO WS-ACCOUNTS-NO-HIST
           ELSE
               COMPUTE WS-ADB-AVERAGE ROUNDED =
                   WS-ADB-SUM / WS-ADB-DAYS
           END-IF.

       READ-NEXT-BALANCE.
           IF WS-BH-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BH-EOF
               NOT AT END
                   IF BH-ACC-NUMBER NOT = M-ACC-NUMBER
                       MOVE 'Y' TO WS-BH-EOF
                   END-IF
           END-READ.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-WLK-DD
           IF WS-WLK-DD > WS-DIM-DAYS(WS-WLK-MM)
               MOVE 1 TO WS-WLK-DD
               ADD 1 TO WS-WLK-MM
               IF WS-WLK-MM > 12
                   MOVE 1 TO WS-WLK-MM
                   ADD 1 TO WS-WLK-YY
               END-IF
           END-IF.

      ******************************************************************
      * Output procedure of the roll-up: one summary record per
      * relationship onto the work file, and the count of
      * relationships each branch holds.
      ******************************************************************
       SUMMARIZE-RELATIONSHIPS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TAKE-RELATIONSHIP-ITEM
               END-RETURN
           END-PERFORM

           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-RELATIONSHIP-SUMMARY
           END-IF.

       TAKE-RELATIONSHIP-ITEM.
           IF WS-FIRST-RECORD = 'Y'
               PERFORM START-RELATIONSHIP
           ELSE
               IF SR-REL-KIND NOT = WS-PREV-REL-KIND
                  OR SR-REL-KEY NOT = WS-PREV-REL-KEY
                   PERFORM WRITE-RELATIONSHIP-SUMMARY
                   PERFORM START-RELATIONSHIP
               END-IF
           END-IF

           IF SR-UNRATED = 'Y'
               MOVE 'Y' TO WS-RS-UNRATED
           END-IF
           IF SR-REC-KIND = 'B'
               ADD 1 TO WS-RS-ACC-COUNT
               ADD SR-AMOUNT TO WS-RS-AVG-BALANCE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 7
               IF WS-TYPE-LIST(WS-TYPE-I:1) = SR-TRX-TYPE
                   ADD 1 TO WS-RS-COUNT(WS-TYPE-I)
               END-IF
           END-PERFORM
           EVALUATE SR-TRX-TYPE
               WHEN 'F'
                   EVALUATE SR-FEE-KIND
                       WHEN 'S'
                           ADD SR-AMOUNT TO WS-RS-FEES
                       WHEN 'L'
                           ADD SR-AMOUNT TO WS-RS-LOAN-INTEREST
                   END-EVALUATE
               WHEN 'I'
                   ADD SR-AMOUNT TO WS-RS-INTEREST
               WHEN 'X'
                   ADD SR-AMOUNT TO WS-RS-WITHHELD
               WHEN 'W'
               WHEN 'T'
                   ADD SR-OD-FEE TO WS-RS-OD-FEES
           END-EVALUATE.

      * the first record of a relationship is the balance record of
      * its lowest-numbered account, whose branch it takes
       START-RELATIONSHIP.
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE SR-REL-KIND TO WS-PREV-REL-KIND
           MOVE SR-REL-KEY  TO WS-PREV-REL-KEY
           INITIALIZE WS-REL-SUMMARY
           MOVE 'N' TO WS-RS-UNRATED
           MOVE SR-BRANCH-CODE TO WS-RS-BRANCH-CODE.

       WRITE-RELATIONSHIP-SUMMARY.
           MOVE WS-RS-BRANCH-CODE TO RL-BRANCH-CODE
           MOVE WS-PREV-REL-KIND  TO RL-REL-KIND
           MOVE WS-PREV-REL-KEY   TO RL-REL-KEY
           MOVE WS-RS-ACC-COUNT   TO RL-ACC-COUNT
           MOVE WS-RS-AVG-BALANCE TO RL-AVG-BALANCE
           MOVE WS-RS-FEES        TO RL-FEES
           MOVE WS-RS-OD-FEES     TO RL-OD-FEES
           MOVE WS-RS-INTEREST    TO RL-INTEREST
           MOVE WS-RS-LOAN-INTEREST TO RL-LOAN-INTEREST
           MOVE WS-RS-WITHHELD    TO RL-WITHHELD
           COMPUTE RL-CONTRIBUTION = WS-RS-FEES + WS-RS-OD-FEES
               + WS-RS-LOAN-INTEREST - WS-RS-INTEREST
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 7
               MOVE WS-RS-COUNT(WS-TYPE-I) TO RL-COUNT(WS-TYPE-I)
           END-PERFORM
           MOVE WS-RS-UNRATED     TO RL-UNRATED
           WRITE RELATIONSHIP-REC

           MOVE ZERO TO WS-BC-X
           PERFORM VARYING WS-BC-I FROM 1 BY 1
               UNTIL WS-BC-I > WS-BC-COUNT
               IF WS-BC-BRANCH(WS-BC-I) = WS-RS-BRANCH-CODE
                   MOVE WS-BC-I TO WS-BC-X
               END-IF
           END-PERFORM
           IF WS-BC-X = ZERO
               IF WS-BC-COUNT >= 100
                   DISPLAY "Branch table full - branch "
                       WS-RS-BRANCH-CODE " listed in full"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BC-COUNT
               MOVE WS-BC-COUNT TO WS-BC-X
               MOVE WS-RS-BRANCH-CODE TO WS-BC-BRANCH(WS-BC-X)
               MOVE ZERO TO WS-BC-RELS(WS-BC-X)
           END-IF
           ADD 1 TO WS-BC-RELS(WS-BC-X).

      ******************************************************************
      * Output procedure of the ranking: each branch's relationships
      * best first; the top-n and bottom-n are listed and the middle
      * is passed over with a marker line.
      ******************************************************************
       LIST-RANKED-RELATIONSHIPS.
           PERFORM UNTIL WS-RANK-EOF = 'Y'
               RETURN RANK-WORK
                   AT END
                       MOVE 'Y' TO WS-RANK-EOF
                   NOT AT END
                       PERFORM TAKE-RANKED-RELATIONSHIP
               END-RETURN
           END-PERFORM

           IF WS-RANK-FIRST = 'N'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       TAKE-RANKED-RELATIONSHIP.
           IF WS-RANK-FIRST = 'Y'
               PERFORM START-RANK-BRANCH
           ELSE
               IF RK-BRANCH-CODE NOT = WS-RANK-BRANCH
                   PERFORM WRITE-BRANCH-TOTALS
                   PERFORM START-RANK-BRANCH
               END-IF
           END-IF

           ADD 1 TO WS-RANK
           ADD 1              TO WS-BT-RELS
           ADD RK-AVG-BALANCE TO WS-BT-AVG-BALANCE
           ADD RK-FEES        TO WS-BT-FEES
           ADD RK-OD-FEES     TO WS-BT-OD-FEES
           ADD RK-INTEREST    TO WS-BT-INTEREST
           ADD RK-LOAN-INTEREST TO WS-BT-LOAN-INTEREST
           ADD RK-WITHHELD    TO WS-BT-WITHHELD
           ADD RK-CONTRIBUTION TO WS-BT-CONTRIB

           IF WS-RANK-OF > WS-TOP-N * 2
              AND WS-RANK > WS-TOP-N
              AND WS-RANK <= WS-RANK-OF - WS-TOP-N
               IF WS-GAP-WRITTEN = 'N'
                   MOVE 'Y' TO WS-GAP-WRITTEN
                   COMPUTE WS-COUNT-DISPLAY =
                       WS-RANK-OF - WS-TOP-N * 2
                   MOVE SPACES TO PROFIT-REPORT-LINE
                   STRING
                       "      ... " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       " relationships ranked between the top and "
                                        DELIMITED BY SIZE
                       "bottom not listed ..." DELIMITED BY SIZE
                       INTO PROFIT-REPORT-LINE
                   END-STRING
                   WRITE PROFIT-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RELATIONSHIP-LINES.

       START-RANK-BRANCH.
           MOVE 'N' TO WS-RANK-FIRST
           MOVE 'N' TO WS-GAP-WRITTEN
           MOVE RK-BRANCH-CODE TO WS-RANK-BRANCH
           MOVE ZERO TO WS-RANK
           INITIALIZE WS-BRANCH-TOTALS
           ADD 1 TO WS-BRANCH-COUNT

      * a branch that overflowed the count table is listed in full
           MOVE ZERO TO WS-RANK-OF
           PERFORM VARYING WS-BC-I FROM 1 BY 1
               UNTIL WS-BC-I > WS-BC-COUNT
               IF WS-BC-BRANCH(WS-BC-I) = RK-BRANCH-CODE
                   MOVE WS-BC-RELS(WS-BC-I) TO WS-RANK-OF
               END-IF
           END-PERFORM

           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE WS-RANK-OF TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           IF RK-BRANCH-CODE = SPACES
               STRING
                   "Branch: (none)" DELIMITED BY SIZE
                   "  Relationships: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY    DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Branch: "          DELIMITED BY SIZE
                   RK-BRANCH-CODE      DELIMITED BY SIZE
                   "  Relationships: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY    DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               END-STRING
           END-IF
           WRITE PROFIT-REPORT-LINE

           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               " Rank Relationship Name                  Accts"
               DELIMITED BY SIZE
               "     Avg Balance      Fee Income   OD Fee Income"
               DELIMITED BY SIZE
               "    Interest Exp    Contribution" DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE.

      * a relationship takes two lines: the money, then the counts by
      * posting type with the withholding collected and the loan
      * interest charged
       WRITE-RELATIONSHIP-LINES.
           MOVE SPACES TO WS-REL-NAME
           IF RK-REL-KIND = 'C'
               PERFORM VARYING WS-CN-I FROM 1 BY 1
                   UNTIL WS-CN-I > WS-CN-COUNT
                   IF WS-CN-CUST-ID(WS-CN-I) = RK-REL-KEY
                       MOVE WS-CN-NAME(WS-CN-I) TO WS-REL-NAME
                   END-IF
               END-PERFORM
           ELSE
               MOVE "(account, no customer)" TO WS-REL-NAME
           END-IF

           MOVE WS-RANK         TO WS-RANK-DISPLAY
           MOVE RK-ACC-COUNT    TO WS-ACCTS-DISPLAY
           MOVE RK-AVG-BALANCE  TO WS-MONEY-DISPLAY
           MOVE RK-FEES         TO WS-MONEY-DISPLAY-2
           MOVE RK-OD-FEES      TO WS-MONEY-DISPLAY-3
           MOVE RK-INTEREST     TO WS-MONEY-DISPLAY-4
           MOVE RK-CONTRIBUTION TO WS-MONEY-DISPLAY-5
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               WS-RANK-DISPLAY    DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               RK-REL-KEY         DELIMITED BY SIZE
               "   "              DELIMITED BY SIZE
               WS-REL-NAME(1:22)  DELIMITED BY SIZE
               "  "               DELIMITED BY SIZE
               WS-ACCTS-DISPLAY   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-2 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-3 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-4 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-5 DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           IF RK-UNRATED = 'Y'
               MOVE "*" TO PROFIT-REPORT-LINE(132:1)
           END-IF
           WRITE PROFIT-REPORT-LINE

           PERFORM VARYING WS-TYPE-I FROM 1 BY 1 UNTIL WS-TYPE-I > 7
               MOVE RK-COUNT(WS-TYPE-I)
                   TO WS-TYPE-COUNT-DISPLAY(WS-TYPE-I)
           END-PERFORM
           MOVE RK-WITHHELD TO WS-MONEY-DISPLAY-6
           MOVE RK-LOAN-INTEREST TO WS-MONEY-DISPLAY-7
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "     Postings  D:"  DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(1)  DELIMITED BY SIZE
               " W:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(2)  DELIMITED BY SIZE
               " T:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(3)  DELIMITED BY SIZE
               " C:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(4)  DELIMITED BY SIZE
               " I:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(5)  DELIMITED BY SIZE
               " F:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(6)  DELIMITED BY SIZE
               " X:"                     DELIMITED BY SIZE
               WS-TYPE-COUNT-DISPLAY(7)  DELIMITED BY SIZE
               "  Withheld:"             DELIMITED BY SIZE
               WS-MONEY-DISPLAY-6        DELIMITED BY SIZE
               "  Loan Int:"             DELIMITED BY SIZE
               WS-MONEY-DISPLAY-7        DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE.

       WRITE-BRANCH-TOTALS.
           MOVE WS-BT-RELS        TO WS-COUNT-DISPLAY
           MOVE WS-BT-AVG-BALANCE TO WS-MONEY-DISPLAY
           MOVE WS-BT-FEES        TO WS-MONEY-DISPLAY-2
           MOVE WS-BT-OD-FEES     TO WS-MONEY-DISPLAY-3
           MOVE WS-BT-INTEREST    TO WS-MONEY-DISPLAY-4
           MOVE WS-BT-CONTRIB     TO WS-MONEY-DISPLAY-5
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "  Branch "        DELIMITED BY SIZE
               WS-RANK-BRANCH     DELIMITED BY SIZE
               " Total "          DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               "          "       DELIMITED BY SIZE
               WS-MONEY-DISPLAY   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-2 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-3 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-4 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-5 DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-BT-WITHHELD TO WS-MONEY-DISPLAY-6
           MOVE WS-BT-LOAN-INTEREST TO WS-MONEY-DISPLAY-7
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "  Branch "        DELIMITED BY SIZE
               WS-RANK-BRANCH     DELIMITED BY SIZE
               " Withholding Collected: " DELIMITED BY SIZE
               WS-MONEY-DISPLAY-6 DELIMITED BY SIZE
               "  Loan Interest Income: " DELIMITED BY SIZE
               WS-MONEY-DISPLAY-7 DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           ADD WS-BT-RELS        TO WS-GT-RELS
           ADD WS-BT-AVG-BALANCE TO WS-GT-AVG-BALANCE
           ADD WS-BT-FEES        TO WS-GT-FEES
           ADD WS-BT-OD-FEES     TO WS-GT-OD-FEES
           ADD WS-BT-INTEREST    TO WS-GT-INTEREST
           ADD WS-BT-LOAN-INTEREST TO WS-GT-LOAN-INTEREST
           ADD WS-BT-WITHHELD    TO WS-GT-WITHHELD
           ADD WS-BT-CONTRIB     TO WS-GT-CONTRIB.

       WRITE-BANK-TOTALS.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-GT-RELS        TO WS-COUNT-DISPLAY
           MOVE WS-GT-AVG-BALANCE TO WS-MONEY-DISPLAY
           MOVE WS-GT-FEES        TO WS-MONEY-DISPLAY-2
           MOVE WS-GT-OD-FEES     TO WS-MONEY-DISPLAY-3
           MOVE WS-GT-INTEREST    TO WS-MONEY-DISPLAY-4
           MOVE WS-GT-CONTRIB     TO WS-MONEY-DISPLAY-5
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "  Bank Total "    DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               "          "       DELIMITED BY SIZE
               WS-MONEY-DISPLAY   DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-2 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-3 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-4 DELIMITED BY SIZE
               " "                DELIMITED BY SIZE
               WS-MONEY-DISPLAY-5 DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-GT-WITHHELD TO WS-MONEY-DISPLAY-6
           MOVE WS-GT-LOAN-INTEREST TO WS-MONEY-DISPLAY-7
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "  Withholding Collected: " DELIMITED BY SIZE
               WS-MONEY-DISPLAY-6          DELIMITED BY SIZE
               "  Loan Interest Income: "  DELIMITED BY SIZE
               WS-MONEY-DISPLAY-7          DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE

           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Branches: "     DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Accounts: "     DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           IF WS-BH-AVAILABLE = 'Y'
               MOVE WS-ACCOUNTS-NO-HIST TO WS-COUNT-DISPLAY
               MOVE SPACES TO PROFIT-REPORT-LINE
               STRING
                   "Accounts Averaged At Current Balance (no capture): "
                                    DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO PROFIT-REPORT-LINE
               END-STRING
               WRITE PROFIT-REPORT-LINE
           END-IF

           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Journal Lines Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY       DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-LINES-NO-ACCOUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Journal Lines For Accounts Not On Master: "
                                      DELIMITED BY SIZE
               WS-COUNT-DISPLAY       DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE

           MOVE WS-LINES-UNRATED TO WS-COUNT-DISPLAY
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING
               "Items Left Out - No Rate To " DELIMITED BY SIZE
               WS-RPT-CURRENCY                DELIMITED BY SIZE
               " (relationship marked *): "   DELIMITED BY SIZE
               WS-COUNT-DISPLAY               DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE.

       END PROGRAM CUSTOMER-PROFITABILITY.
