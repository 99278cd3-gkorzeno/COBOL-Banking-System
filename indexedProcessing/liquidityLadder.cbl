      ******************************************************************
      * Liquidity maturity ladder for treasury. Places the bank's
      * deposit balances and scheduled outflows into the time buckets
      * in which they can leave the bank -- overnight, 2-7 days, 8-30
      * days, 1-3 months, 3-12 months and over 1 year -- counted in
      * calendar days from the report date, so the monthly ladder no
      * longer has to be built by hand from the master and the term
      * file.
      *
      * Sources, one ladder row each:
      *   Term deposits  - every running ('A') deposit on the term
      *                    file (see TERMREC) at its account's balance,
      *                    in the bucket of its maturity date; pay-out
      *                    and roll-over deposits are shown on separate
      *                    rows, since a roll-over deposit leaves only
      *                    if the customer changes the disposition. A
      *                    deposit already past maturity is overnight.
      *   Demand         - the credit balance of every other open or
      *                    dormant account, one row per account type
      *                    (M-ACC-TYPE); demand money can leave on
      *                    demand, so all of it is overnight. A term
      *                    account ('T') with no running deposit on
      *                    the term file -- matured unpaid, never
      *                    loaded, or its deposit closed -- is
      *                    repayable on demand and counts here too.
      *                    Loan accounts and overdrawn balances are not
      *                    deposits and are left out.
      *   Standing out   - standing instructions paying to an account
      *                    not on our master, every occurrence from the
      *                    next run date projected by its frequency up
      *                    to one year ahead.
      *   Sweeps out     - sweep-out instructions to an account not on
      *                    our master, at the excess of today's balance
      *                    over the peg, on the next run date.
      *   Clearing out   - transfers on the clearing extract written by
      *                    EXPORT-CLEARING-TRANSFERS, leaving with the
      *                    next settlement, so overnight.
      * Transfers between two of our own accounts move no money out of
      * the bank and are not outflows. Scheduled outflows are drawn on
      * the balances above them; the ladder shows when they are due,
      * not extra money.
      *
      * The ladder is printed by branch (the branch of the account the
      * money leaves from) and, within a branch, by currency in the
      * account's own currency, each currency closing with its total
      * converted to the reporting currency at the FX rate in force on
      * the report date. Each branch closes with its subtotal and
      * cumulative gap in the reporting currency -- the running total
      * of what can have left by the end of each bucket, shown as a
      * negative position -- and the report with the bank's totals by
      * currency, the bank total and the bank's cumulative gap. A
      * currency with no rate to the reporting currency is listed in
      * its own currency, flagged and left out of the converted
      * totals, and ends the run with RETURN-CODE 4.
      *
      * Usage:
      *   liquidityLadder [master-file] [term-file] [standing-file]
      *       [sweep-file] [extract-file] [rates-file] [report-file]
      *       [reporting-currency] [report-date] [run-control-file]
      *
      * Defaults:
      *   master-file        = indexedMaster
      *   term-file          = indexedTerms
      *   standing-file      = standingInstructions.dat
      *   sweep-file         = sweepInstructions.dat
      *   extract-file       = clearingExtract.dat
      *   rates-file         = fxRates.dat
      *   report-file        = liquidityLadder.txt
      *   reporting-currency = USD
      *   report-date        = the business date on the run-control
      *                        header, or today when there is none
      *   run-control-file   = runControl.dat
      * A missing term, standing, sweep or extract file is noted on
      * the report and contributes nothing. Leap years are not
      * modeled, the simplification the other date walks carry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDITY-LADDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT TERM-FILE ASSIGN TO DYNAMIC WS-TermFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACC-NUMBER
               ALTERNATE RECORD KEY IS TD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TD-STATUS.

           SELECT STANDING-FILE ASSIGN TO DYNAMIC WS-StandingFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SweepFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-ExtractFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT FX-RATES-FILE ASSIGN TO DYNAMIC WS-RatesFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortWork".

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  TERM-FILE.
       01  TERM-REC.
           COPY TERMREC REPLACING ==:PFX:== BY ==TD==.

       FD  STANDING-FILE.
       01  STANDING-REC.
           COPY STNDREC REPLACING ==:PFX:== BY ==SI==.

       FD  SWEEP-FILE.
       01  SWEEP-REC.
           COPY SWPREC REPLACING ==:PFX:== BY ==SW==.

      * the partner's fixed settlement layout EXPORT-CLEARING-TRANSFERS
      * writes
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05 EX-ACC-NUMBER        PIC X(10).
           05 EX-TRX-TYPE          PIC X.
           05 EX-DATE              PIC X(8).
           05 EX-TIME              PIC X(6).
           05 EX-AMOUNT            PIC 9(10)V99.
           05 EX-TARGET-ACC-NUMBER PIC X(10).
           05 EX-CURRENCY          PIC X(3).
           05 EX-OUR-REF           PIC X(12).

       FD  FX-RATES-FILE.
       01  FX-RATE-REC.
           COPY FXRATE REPLACING ==:PFX:== BY ==FX==.

       FD  REPORT-FILE.
       01  LADDER-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

      * one amount in one bucket of one ladder row
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-BRANCH-CODE    PIC X(3).
           05 SR-CURRENCY       PIC X(3).
           05 SR-ROW-KEY.
               10 SR-CATEGORY   PIC 9.
               10 SR-ACC-TYPE   PIC X.
           05 SR-BUCKET         PIC 9.
           05 SR-AMOUNT         PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-MasterFile        PIC X(200).
       01  WS-TermFile          PIC X(200).
       01  WS-StandingFile      PIC X(200).
       01  WS-SweepFile         PIC X(200).
       01  WS-ExtractFile       PIC X(200).
       01  WS-RatesFile         PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-RPT-CURRENCY  PIC X(3).
       01  WS-ARG-REPORT-DATE   PIC X(8).
       01  WS-RunControlFile    PIC X(200).

       01  WS-MS-STATUS         PIC XX.
       01  WS-TD-STATUS         PIC XX.
       01  WS-SI-STATUS         PIC XX.
       01  WS-SW-STATUS         PIC XX.
       01  WS-EXT-STATUS        PIC XX.
       01  WS-FXR-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-RPT-CURRENCY      PIC X(3).
       01  WS-REPORT-DATE       PIC X(8).
       01  WS-RUN-NUMBER        PIC 9(6) VALUE ZERO.
       01  WS-EOF               PIC X.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-TARGET-EXTERNAL   PIC X.

      * source-file notes, printed after the header
       01  WS-TERM-AVAILABLE    PIC X VALUE 'N'.
       01  WS-TERM-OPEN         PIC X VALUE 'N'.
       01  WS-TERM-RUNNING      PIC X VALUE 'N'.
       01  WS-SI-AVAILABLE      PIC X VALUE 'N'.
       01  WS-SW-AVAILABLE      PIC X VALUE 'N'.
       01  WS-EXT-AVAILABLE     PIC X VALUE 'N'.
       01  WS-FXR-AVAILABLE     PIC X VALUE 'N'.

      * the last day of each bucket but the open-ended last one: the
      * report date plus 1, 7, 30, 90 and 365 days
       01  WS-BOUNDARY-TABLE.
           05 WS-BND-DATE       PIC X(8) OCCURS 5 TIMES.
       01  WS-BND-I             PIC 9.
       01  WS-DAY-COUNT         PIC 9(3).
       01  WS-DUE-DATE          PIC X(8).
       01  WS-BUCKET            PIC 9.
       01  WS-BK-I              PIC 9.

      * one standing instruction's projected occurrences by bucket
       01  WS-SI-BUCKETS.
           05 WS-SI-AMT         PIC S9(12)V99 OCCURS 6 TIMES.
       01  WS-SI-OCCURRENCES    PIC 9(3).

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

      * FX rates, loaded once; the rate in force on the report date
      * is the latest effective date not after it
       01  WS-FX-RATES-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-FX-RATES-TABLE.
           05 WS-FXR-ENTRY OCCURS 200 TIMES.
               10 WS-FXR-FROM-CURRENCY  PIC X(3).
               10 WS-FXR-TO-CURRENCY    PIC X(3).
               10 WS-FXR-EFFECTIVE-DATE PIC X(8).
               10 WS-FXR-RATE           PIC 9(4)V9(6).
       01  WS-FXR-I             PIC 9(3).
       01  WS-FX-RATE-FOUND     PIC X.
       01  WS-FX-BEST-DATE      PIC X(8).
       01  WS-FX-RATE           PIC 9(4)V9(6).

      * control-break accumulators: the ladder row, the currency
      * within the branch (own currency and converted), the branch
      * and the bank (reporting currency)
       01  WS-PREV-BRANCH       PIC X(3).
       01  WS-PREV-CURRENCY     PIC X(3).
       01  WS-PREV-ROW-KEY.
           05 WS-PREV-CATEGORY  PIC 9.
           05 WS-PREV-ACC-TYPE  PIC X.
       01  WS-FIRST-RECORD      PIC X VALUE 'Y'.
       01  WS-ROW-BUCKETS.
           05 WS-ROW-AMT        PIC S9(12)V99 OCCURS 6 TIMES.
       01  WS-CCY-BUCKETS.
           05 WS-CCY-AMT        PIC S9(12)V99 OCCURS 6 TIMES.
       01  WS-BR-BUCKETS.
           05 WS-BR-AMT         PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-BANK-BUCKETS.
           05 WS-BANK-AMT       PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-CONV-AMT          PIC S9(13)V99.
       01  WS-CUMULATIVE        PIC S9(13)V99.

      * bank totals per currency, own currency
       01  WS-TOT-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-TOT-TABLE.
           05 WS-TOT-ENTRY OCCURS 20 TIMES.
               10 WS-TOT-CURRENCY  PIC X(3).
               10 WS-TOT-RATED     PIC X.
               10 WS-TOT-AMT       PIC S9(13)V99 OCCURS 6 TIMES.
       01  WS-TOT-I             PIC 9(2).
       01  WS-TOT-X             PIC 9(2).

       01  WS-UNRATED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-BRANCH-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ITEMS-RELEASED    PIC 9(8) VALUE ZERO.

      * one printed ladder line: a label and the six bucket columns
       01  WS-LADDER-LINE.
           05 WS-LL-LABEL       PIC X(32).
           05 WS-LL-CELL OCCURS 6 TIMES.
               10 FILLER        PIC X.
               10 WS-LL-AMOUNT  PIC -ZZZZZZZZZZZ9.99.

       01  WS-RATE-DISPLAY      PIC ZZZ9.999999.
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

           MOVE WS-TODAY TO WS-REPORT-DATE
           PERFORM READ-RUN-CONTROL
           IF WS-ARG-REPORT-DATE NOT = SPACES
              AND WS-ARG-REPORT-DATE NOT = "-"
               MOVE WS-ARG-REPORT-DATE TO WS-REPORT-DATE
           END-IF

           PERFORM OPEN-FILES
           PERFORM LOAD-FX-RATES
           PERFORM COMPUTE-BUCKET-BOUNDARIES
           PERFORM WRITE-REPORT-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SR-BRANCH-CODE
                                SR-CURRENCY
                                SR-ROW-KEY
               INPUT PROCEDURE IS SELECT-LADDER-ITEMS
               OUTPUT PROCEDURE IS LIST-LADDER

           PERFORM WRITE-BANK-TOTALS

           CLOSE MASTER-FILE
                 REPORT-FILE

           IF WS-UNRATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-MasterFile
                        WS-TermFile
                        WS-StandingFile
                        WS-SweepFile
                        WS-ExtractFile
                        WS-RatesFile
                        WS-ReportFile
                        WS-ARG-RPT-CURRENCY
                        WS-ARG-REPORT-DATE
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-TermFile = SPACES OR WS-TermFile = "-"
               MOVE "indexedTerms" TO WS-TermFile
           END-IF
           IF WS-StandingFile = SPACES OR WS-StandingFile = "-"
               MOVE "standingInstructions.dat" TO WS-StandingFile
           END-IF
           IF WS-SweepFile = SPACES OR WS-SweepFile = "-"
               MOVE "sweepInstructions.dat" TO WS-SweepFile
           END-IF
           IF WS-ExtractFile = SPACES OR WS-ExtractFile = "-"
               MOVE "clearingExtract.dat" TO WS-ExtractFile
           END-IF
           IF WS-RatesFile = SPACES OR WS-RatesFile = "-"
               MOVE "fxRates.dat" TO WS-RatesFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "liquidityLadder.txt" TO WS-ReportFile
           END-IF
           IF WS-ARG-RPT-CURRENCY = SPACES
              OR WS-ARG-RPT-CURRENCY = "-"
               MOVE "USD" TO WS-RPT-CURRENCY
           ELSE
               MOVE WS-ARG-RPT-CURRENCY TO WS-RPT-CURRENCY
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      ******************************************************************
      * The ladder is dated with the business date of the cycle on
      * the run-control file kept by RUN-CONTROL, so the run in the
      * night cycle ladders the day being closed. A missing run-control
      * file leaves today.
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
                   IF RN-BUSINESS-DATE NOT = SPACES
                       MOVE RN-BUSINESS-DATE TO WS-REPORT-DATE
                   END-IF
                   MOVE RN-RUN-NUMBER TO WS-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open liquidity ladder report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed master file: "
                   WS-MasterFile
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * without a rate file only the reporting currency converts;
      * every other currency is flagged as unrated
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

      * rate from WS-PREV-CURRENCY to the reporting currency
       LOCATE-RATE-TO-REPORTING.
           MOVE 'N' TO WS-FX-RATE-FOUND
           MOVE SPACES TO WS-FX-BEST-DATE
           IF WS-PREV-CURRENCY = WS-RPT-CURRENCY
               MOVE 1 TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-RATE-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FXR-I FROM 1 BY 1
               UNTIL WS-FXR-I > WS-FX-RATES-COUNT
               IF WS-FXR-FROM-CURRENCY(WS-FXR-I) = WS-PREV-CURRENCY
                  AND WS-FXR-TO-CURRENCY(WS-FXR-I) = WS-RPT-CURRENCY
                  AND WS-FXR-EFFECTIVE-DATE(WS-FXR-I) <= WS-REPORT-DATE
                  AND WS-FXR-EFFECTIVE-DATE(WS-FXR-I)
                      >= WS-FX-BEST-DATE
                   MOVE WS-FXR-EFFECTIVE-DATE(WS-FXR-I)
                       TO WS-FX-BEST-DATE
                   MOVE WS-FXR-RATE(WS-FXR-I) TO WS-FX-RATE
                   MOVE 'Y' TO WS-FX-RATE-FOUND
               END-IF
           END-PERFORM.

      ******************************************************************
      * Walks a year forward from the report date once, keeping the
      * last day of each bucket, so placing an amount is a date
      * comparison.
      ******************************************************************
       COMPUTE-BUCKET-BOUNDARIES.
           MOVE WS-REPORT-DATE TO WS-WALK-DATE
           IF WS-WALK-DATE NOT NUMERIC
              OR WS-WLK-MM < 1 OR WS-WLK-MM > 12
               DISPLAY "Invalid report date: " WS-REPORT-DATE
               CLOSE MASTER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > 365
               PERFORM ADVANCE-ONE-DAY
               EVALUATE WS-DAY-COUNT
                   WHEN 1
                       MOVE WS-WALK-DATE TO WS-BND-DATE(1)
                   WHEN 7
                       MOVE WS-WALK-DATE TO WS-BND-DATE(2)
                   WHEN 30
                       MOVE WS-WALK-DATE TO WS-BND-DATE(3)
                   WHEN 90
                       MOVE WS-WALK-DATE TO WS-BND-DATE(4)
                   WHEN 365
                       MOVE WS-WALK-DATE TO WS-BND-DATE(5)
               END-EVALUATE
           END-PERFORM.

      * bucket for WS-DUE-DATE; a date already passed is overnight
       PLACE-IN-BUCKET.
           MOVE 6 TO WS-BUCKET
           PERFORM VARYING WS-BND-I FROM 5 BY -1
               UNTIL WS-BND-I < 1
               IF WS-DUE-DATE <= WS-BND-DATE(WS-BND-I)
                   MOVE WS-BND-I TO WS-BUCKET
               END-IF
           END-PERFORM.

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

       ADVANCE-ONE-MONTH.
           ADD 1 TO WS-WLK-MM
           IF WS-WLK-MM > 12
               MOVE 1 TO WS-WLK-MM
               ADD 1 TO WS-WLK-YY
           END-IF
           IF WS-WLK-DD > WS-DIM-DAYS(WS-WLK-MM)
               MOVE WS-DIM-DAYS(WS-WLK-MM) TO WS-WLK-DD
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-NUMBER TO WS-RUN-DISPLAY
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "Liquidity Maturity Ladder  Reporting Currency: "
               DELIMITED BY SIZE
               WS-RPT-CURRENCY DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE

           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " As Of: " WS-REPORT-DATE
               " Run: " WS-RUN-DISPLAY
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE

           IF WS-FXR-AVAILABLE = 'N'
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "No FX rate file found: " DELIMITED BY SIZE
                   WS-RatesFile              DELIMITED BY SPACE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "                                "
               DELIMITED BY SIZE
               "        Overnight" DELIMITED BY SIZE
               "         2-7 Days" DELIMITED BY SIZE
               "        8-30 Days" DELIMITED BY SIZE
               "       1-3 Months" DELIMITED BY SIZE
               "      3-12 Months" DELIMITED BY SIZE
               "      Over 1 Year" DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE.

      ******************************************************************
      * Input procedure: every source in turn releases its amounts,
      * one sort record per row and bucket.
      ******************************************************************
       SELECT-LADDER-ITEMS.
           PERFORM SELECT-DEMAND-BALANCES
           PERFORM SELECT-TERM-DEPOSITS
           PERFORM SELECT-STANDING-OUTFLOWS
           PERFORM SELECT-SWEEP-OUTFLOWS
           PERFORM SELECT-CLEARING-OUTFLOWS
           PERFORM WRITE-SOURCE-NOTES.

       SELECT-DEMAND-BALANCES.
           MOVE 'N' TO WS-TERM-OPEN
           OPEN INPUT TERM-FILE
           IF WS-TD-STATUS = "00"
               MOVE 'Y' TO WS-TERM-OPEN
           END-IF

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
                       MOVE 'N' TO WS-TERM-RUNNING
                       IF M-ACC-TYPE = 'T'
                           PERFORM CHECK-RUNNING-TERM
                       END-IF
                       IF M-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND M-ACC-STATUS NOT = 'C'
                          AND WS-TERM-RUNNING = 'N'
                          AND M-ACC-TYPE NOT = 'L'
                          AND M-BALANCE > ZERO
                           MOVE 3          TO SR-CATEGORY
                           MOVE M-ACC-TYPE TO SR-ACC-TYPE
                           MOVE 1          TO SR-BUCKET
                           MOVE M-BALANCE  TO SR-AMOUNT
                           PERFORM RELEASE-FOR-MASTER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TERM-OPEN = 'Y'
               CLOSE TERM-FILE
           END-IF.

      * a term account is left to the term rows only while the term
      * file carries a running deposit for it
       CHECK-RUNNING-TERM.
           IF WS-TERM-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE M-ACC-NUMBER TO TD-ACC-NUMBER
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-STATUS = 'A'
                       MOVE 'Y' TO WS-TERM-RUNNING
                   END-IF
           END-READ.

      * a running deposit whose account is gone or closed has nothing
      * left to leave
       SELECT-TERM-DEPOSITS.
           OPEN INPUT TERM-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TERM-AVAILABLE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TD-STATUS = 'A'
                           PERFORM PLACE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE.

       PLACE-TERM-DEPOSIT.
           MOVE TD-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C' OR M-BALANCE NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           IF TD-ROLLOVER = 'R'
               MOVE 2 TO SR-CATEGORY
           ELSE
               MOVE 1 TO SR-CATEGORY
           END-IF
           MOVE SPACE TO SR-ACC-TYPE
           MOVE TD-MATURITY-DATE TO WS-DUE-DATE
           PERFORM PLACE-IN-BUCKET
           MOVE WS-BUCKET TO SR-BUCKET
           MOVE M-BALANCE TO SR-AMOUNT
           PERFORM RELEASE-FOR-MASTER-ACCOUNT.

      ******************************************************************
      * Standing instructions paying out of the bank: every occurrence
      * from the next run date, advanced by the frequency, up to a
      * year ahead. An overdue instruction runs in the coming cycle,
      * so its first occurrence is on the report date.
      ******************************************************************
       SELECT-STANDING-OUTFLOWS.
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SI-AVAILABLE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROJECT-STANDING-INSTRUCTION
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE.

       PROJECT-STANDING-INSTRUCTION.
           MOVE SI-TARGET-ACC-NUMBER TO M-ACC-NUMBER
           PERFORM CHECK-TARGET-EXTERNAL
           IF WS-TARGET-EXTERNAL = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SI-SOURCE-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE SI-NEXT-RUN-DATE TO WS-WALK-DATE
           IF WS-WALK-DATE NOT NUMERIC
              OR WS-WLK-MM < 1 OR WS-WLK-MM > 12
               EXIT PARAGRAPH
           END-IF
           IF WS-WALK-DATE < WS-REPORT-DATE
               MOVE WS-REPORT-DATE TO WS-WALK-DATE
           END-IF

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE ZERO TO WS-SI-AMT(WS-BK-I)
           END-PERFORM
           MOVE ZERO TO WS-SI-OCCURRENCES
           PERFORM UNTIL WS-WALK-DATE > WS-BND-DATE(5)
                      OR WS-SI-OCCURRENCES >= 400
               MOVE WS-WALK-DATE TO WS-DUE-DATE
               PERFORM PLACE-IN-BUCKET
               ADD SI-AMOUNT TO WS-SI-AMT(WS-BUCKET)
               ADD 1 TO WS-SI-OCCURRENCES
               EVALUATE SI-FREQUENCY
                   WHEN 'W'
                       PERFORM 7 TIMES
                           PERFORM ADVANCE-ONE-DAY
                       END-PERFORM
                   WHEN 'M'
                       PERFORM ADVANCE-ONE-MONTH
                   WHEN OTHER
                       PERFORM ADVANCE-ONE-DAY
               END-EVALUATE
           END-PERFORM

           MOVE 4     TO SR-CATEGORY
           MOVE SPACE TO SR-ACC-TYPE
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               IF WS-SI-AMT(WS-BK-I) NOT = ZERO
                   MOVE WS-BK-I            TO SR-BUCKET
                   MOVE WS-SI-AMT(WS-BK-I) TO SR-AMOUNT
                   PERFORM RELEASE-FOR-MASTER-ACCOUNT
               END-IF
           END-PERFORM.

      * a sweep out of the bank moves the excess over the peg on its
      * next run; a sweep in brings money into the bank and is not an
      * outflow
       SELECT-SWEEP-OUTFLOWS.
           OPEN INPUT SWEEP-FILE
           IF WS-SW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SW-AVAILABLE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SW-DIRECTION = 'O'
                           PERFORM PLACE-SWEEP-OUTFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE.

       PLACE-SWEEP-OUTFLOW.
           MOVE SW-TARGET-ACC-NUMBER TO M-ACC-NUMBER
           PERFORM CHECK-TARGET-EXTERNAL
           IF WS-TARGET-EXTERNAL = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SW-SOURCE-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
              OR M-BALANCE NOT > SW-TARGET-BALANCE
               EXIT PARAGRAPH
           END-IF

           MOVE SW-NEXT-RUN-DATE TO WS-DUE-DATE
           PERFORM PLACE-IN-BUCKET
           MOVE 5          TO SR-CATEGORY
           MOVE SPACE      TO SR-ACC-TYPE
           MOVE WS-BUCKET  TO SR-BUCKET
           COMPUTE SR-AMOUNT = M-BALANCE - SW-TARGET-BALANCE
           PERFORM RELEASE-FOR-MASTER-ACCOUNT.

      * items on the clearing extract leave with the next settlement
       SELECT-CLEARING-OUTFLOWS.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-EXT-AVAILABLE

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PLACE-CLEARING-OUTFLOW
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       PLACE-CLEARING-OUTFLOW.
           MOVE EX-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO M-BRANCH-CODE
                   MOVE SPACES TO M-CURRENCY
           END-READ
           IF EX-CURRENCY NOT = SPACES
               MOVE EX-CURRENCY TO M-CURRENCY
           END-IF
           MOVE 6         TO SR-CATEGORY
           MOVE SPACE     TO SR-ACC-TYPE
           MOVE 1         TO SR-BUCKET
           MOVE EX-AMOUNT TO SR-AMOUNT
           PERFORM RELEASE-FOR-MASTER-ACCOUNT.

      * a target not on our master is outside the bank
       CHECK-TARGET-EXTERNAL.
           MOVE 'N' TO WS-TARGET-EXTERNAL
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TARGET-EXTERNAL
           END-READ.

      * branch and currency come from the account the money leaves
       RELEASE-FOR-MASTER-ACCOUNT.
           MOVE M-BRANCH-CODE TO SR-BRANCH-CODE
           MOVE M-CURRENCY    TO SR-CURRENCY
           ADD 1 TO WS-ITEMS-RELEASED
           RELEASE SORT-REC.

       WRITE-SOURCE-NOTES.
           IF WS-TERM-AVAILABLE = 'N'
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "No term file found: " DELIMITED BY SIZE
                   WS-TermFile            DELIMITED BY SPACE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
           END-IF
           IF WS-SI-AVAILABLE = 'N'
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "No standing instruction file found: "
                                          DELIMITED BY SIZE
                   WS-StandingFile        DELIMITED BY SPACE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
           END-IF
           IF WS-SW-AVAILABLE = 'N'
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "No sweep instruction file found: "
                                          DELIMITED BY SIZE
                   WS-SweepFile           DELIMITED BY SPACE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
           END-IF
           IF WS-EXT-AVAILABLE = 'N'
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "No clearing extract found: " DELIMITED BY SIZE
                   WS-ExtractFile                DELIMITED BY SPACE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
           END-IF
           PERFORM WRITE-COLUMN-HEADINGS.

      ******************************************************************
      * Output procedure: rows add up within a currency, currencies
      * convert into the branch subtotal, branches into the bank.
      ******************************************************************
       LIST-LADDER.
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE ZERO TO WS-BANK-AMT(WS-BK-I)
           END-PERFORM

           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TAKE-LADDER-ITEM
               END-RETURN
           END-PERFORM

           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-LADDER-ROW
               PERFORM WRITE-CURRENCY-TOTALS
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       TAKE-LADDER-ITEM.
           IF WS-FIRST-RECORD = 'Y'
               PERFORM START-BRANCH
               PERFORM START-CURRENCY
               PERFORM START-ROW
           ELSE
               IF SR-BRANCH-CODE NOT = WS-PREV-BRANCH
                   PERFORM WRITE-LADDER-ROW
                   PERFORM WRITE-CURRENCY-TOTALS
                   PERFORM WRITE-BRANCH-TOTALS
                   PERFORM START-BRANCH
                   PERFORM START-CURRENCY
                   PERFORM START-ROW
               ELSE
                   IF SR-CURRENCY NOT = WS-PREV-CURRENCY
                       PERFORM WRITE-LADDER-ROW
                       PERFORM WRITE-CURRENCY-TOTALS
                       PERFORM START-CURRENCY
                       PERFORM START-ROW
                   ELSE
                       IF SR-ROW-KEY NOT = WS-PREV-ROW-KEY
                           PERFORM WRITE-LADDER-ROW
                           PERFORM START-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD SR-AMOUNT TO WS-ROW-AMT(SR-BUCKET)
           ADD SR-AMOUNT TO WS-CCY-AMT(SR-BUCKET).

       START-BRANCH.
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           ADD 1 TO WS-BRANCH-COUNT
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE ZERO TO WS-BR-AMT(WS-BK-I)
           END-PERFORM

           MOVE SPACES TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           MOVE SPACES TO LADDER-REPORT-LINE
           IF SR-BRANCH-CODE = SPACES
               STRING
                   "Branch: (none)" DELIMITED BY SIZE
                   INTO LADDER-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Branch: "     DELIMITED BY SIZE
                   SR-BRANCH-CODE DELIMITED BY SIZE
                   INTO LADDER-REPORT-LINE
               END-STRING
           END-IF
           WRITE LADDER-REPORT-LINE.

       START-CURRENCY.
           MOVE SR-CURRENCY TO WS-PREV-CURRENCY
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE ZERO TO WS-CCY-AMT(WS-BK-I)
           END-PERFORM
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "  Currency: " DELIMITED BY SIZE
               SR-CURRENCY    DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE.

       START-ROW.
           MOVE SR-ROW-KEY TO WS-PREV-ROW-KEY
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE ZERO TO WS-ROW-AMT(WS-BK-I)
           END-PERFORM.

       WRITE-LADDER-ROW.
           MOVE SPACES TO WS-LADDER-LINE
           EVALUATE WS-PREV-CATEGORY
               WHEN 1
                   MOVE "    Term deposits - pay out"
                       TO WS-LL-LABEL
               WHEN 2
                   MOVE "    Term deposits - roll over"
                       TO WS-LL-LABEL
               WHEN 3
                   STRING
                       "    Demand deposits type " DELIMITED BY SIZE
                       WS-PREV-ACC-TYPE            DELIMITED BY SIZE
                       INTO WS-LL-LABEL
                   END-STRING
               WHEN 4
                   MOVE "    Standing orders out"
                       TO WS-LL-LABEL
               WHEN 5
                   MOVE "    Sweeps out"
                       TO WS-LL-LABEL
               WHEN OTHER
                   MOVE "    Clearing transfers out"
                       TO WS-LL-LABEL
           END-EVALUATE
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE WS-ROW-AMT(WS-BK-I) TO WS-LL-AMOUNT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

      ******************************************************************
      * The currency's total in its own currency, then converted at
      * the rate in force on the report date into the branch
      * subtotal. An unrated currency is flagged and stays out.
      ******************************************************************
       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO WS-LADDER-LINE
           STRING
               "    Total "      DELIMITED BY SIZE
               WS-PREV-CURRENCY  DELIMITED BY SIZE
               INTO WS-LL-LABEL
           END-STRING
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE WS-CCY-AMT(WS-BK-I) TO WS-LL-AMOUNT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE

           PERFORM ADD-TO-BANK-CURRENCY-TOTAL
           PERFORM LOCATE-RATE-TO-REPORTING
           IF WS-FX-RATE-FOUND = 'N'
               ADD 1 TO WS-UNRATED-COUNT
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING
                   "    ** NO RATE " DELIMITED BY SIZE
                   WS-PREV-CURRENCY  DELIMITED BY SIZE
                   " TO "            DELIMITED BY SIZE
                   WS-RPT-CURRENCY   DELIMITED BY SIZE
                   " - LEFT OUT OF THE BRANCH AND BANK TOTALS **"
                                     DELIMITED BY SIZE
                   INTO LADDER-REPORT-LINE
               END-STRING
               WRITE LADDER-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-PREV-CURRENCY = WS-RPT-CURRENCY
               PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
                   ADD WS-CCY-AMT(WS-BK-I) TO WS-BR-AMT(WS-BK-I)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FX-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO WS-LADDER-LINE
           STRING
               "    In "          DELIMITED BY SIZE
               WS-RPT-CURRENCY    DELIMITED BY SIZE
               " @ "              DELIMITED BY SIZE
               WS-RATE-DISPLAY    DELIMITED BY SIZE
               INTO WS-LL-LABEL
           END-STRING
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               COMPUTE WS-CONV-AMT ROUNDED =
                   WS-CCY-AMT(WS-BK-I) * WS-FX-RATE
               MOVE WS-CONV-AMT TO WS-LL-AMOUNT(WS-BK-I)
               ADD WS-CONV-AMT TO WS-BR-AMT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       ADD-TO-BANK-CURRENCY-TOTAL.
           MOVE ZERO TO WS-TOT-X
           PERFORM VARYING WS-TOT-I FROM 1 BY 1
               UNTIL WS-TOT-I > WS-TOT-COUNT
               IF WS-TOT-CURRENCY(WS-TOT-I) = WS-PREV-CURRENCY
                   MOVE WS-TOT-I TO WS-TOT-X
               END-IF
           END-PERFORM
           IF WS-TOT-X = ZERO
               IF WS-TOT-COUNT >= 20
                   DISPLAY "Currency table full - " WS-PREV-CURRENCY
                       " left out of the bank totals by currency"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOT-COUNT
               MOVE WS-TOT-COUNT TO WS-TOT-X
               MOVE WS-PREV-CURRENCY TO WS-TOT-CURRENCY(WS-TOT-X)
               PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
                   MOVE ZERO TO WS-TOT-AMT(WS-TOT-X, WS-BK-I)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               ADD WS-CCY-AMT(WS-BK-I) TO WS-TOT-AMT(WS-TOT-X, WS-BK-I)
           END-PERFORM.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO WS-LADDER-LINE
           STRING
               "  Branch "       DELIMITED BY SIZE
               WS-PREV-BRANCH    DELIMITED BY SIZE
               " Total "         DELIMITED BY SIZE
               WS-RPT-CURRENCY   DELIMITED BY SIZE
               INTO WS-LL-LABEL
           END-STRING
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE WS-BR-AMT(WS-BK-I) TO WS-LL-AMOUNT(WS-BK-I)
               ADD WS-BR-AMT(WS-BK-I) TO WS-BANK-AMT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE

           MOVE SPACES TO WS-LADDER-LINE
           STRING
               "  Branch "       DELIMITED BY SIZE
               WS-PREV-BRANCH    DELIMITED BY SIZE
               " Cumulative Gap" DELIMITED BY SIZE
               INTO WS-LL-LABEL
           END-STRING
           MOVE ZERO TO WS-CUMULATIVE
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               SUBTRACT WS-BR-AMT(WS-BK-I) FROM WS-CUMULATIVE
               MOVE WS-CUMULATIVE TO WS-LL-AMOUNT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       WRITE-BANK-TOTALS.
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE

           PERFORM WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-TOT-I FROM 1 BY 1
               UNTIL WS-TOT-I > WS-TOT-COUNT
               MOVE SPACES TO WS-LADDER-LINE
               STRING
                   "Bank Total "              DELIMITED BY SIZE
                   WS-TOT-CURRENCY(WS-TOT-I)  DELIMITED BY SIZE
                   INTO WS-LL-LABEL
               END-STRING
               PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
                   MOVE WS-TOT-AMT(WS-TOT-I, WS-BK-I)
                       TO WS-LL-AMOUNT(WS-BK-I)
               END-PERFORM
               MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-LADDER-LINE
           STRING
               "Bank Total "     DELIMITED BY SIZE
               WS-RPT-CURRENCY   DELIMITED BY SIZE
               INTO WS-LL-LABEL
           END-STRING
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               MOVE WS-BANK-AMT(WS-BK-I) TO WS-LL-AMOUNT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE

           MOVE SPACES TO WS-LADDER-LINE
           MOVE "Bank Cumulative Gap" TO WS-LL-LABEL
           MOVE ZERO TO WS-CUMULATIVE
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 6
               SUBTRACT WS-BANK-AMT(WS-BK-I) FROM WS-CUMULATIVE
               MOVE WS-CUMULATIVE TO WS-LL-AMOUNT(WS-BK-I)
           END-PERFORM
           MOVE WS-LADDER-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE

           MOVE SPACES TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE

           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "Branches: "     DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE

           MOVE WS-ITEMS-RELEASED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "Ladder Items: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE

           MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING
               "Currency Totals Without A Rate: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                   DELIMITED BY SIZE
               INTO LADDER-REPORT-LINE
           END-STRING
           WRITE LADDER-REPORT-LINE.

       END PROGRAM LIQUIDITY-LADDER.
