      ******************************************************************
      * Loan and installment batch. Carries personal loans on the
      * system instead of the branch spreadsheets: a loan is a master
      * account with M-ACC-TYPE 'L' (opened through
      * ACCOUNT-MAINTENANCE like any other account) plus a loan
      * record (see LOANREC) and an amortization schedule (see
      * LNSCHED) linking it to the borrower's deposit account.
      *
      * Usage:
      *   loanInstallments [master-file] [loan-file] [schedule-file]
      *       [out-loan-file] [out-schedule-file] [trans-file]
      *       [report-file] [mode] [run-control-file] [history-file]
      *       [loan-account] [linked-account] [principal]
      *       [annual-rate] [term-months] [first-due-date]
      *
      * Mode:
      *   BOOK    - books a new loan: loan-account (an active 'L'
      *             account carrying no running loan), linked-account
      *             (an active deposit account in the same currency),
      *             principal, annual-rate (percent) and term-months
      *             are required; first-due-date (CCYYMMDD) defaults
      *             to one month after the business date. The level
      *             monthly installment is computed on the usual
      *             annuity formula, the loan record is appended to
      *             the loan file, the full schedule to the schedule
      *             file (each installment split into interest on the
      *             outstanding principal and the principal repaid,
      *             the last one absorbing the rounding), and the
      *             drawdown is queued as a 'T' from the loan account
      *             to the linked account for the principal.
      *   COLLECT - the nightly run, ahead of UPDATE-ACCOUNTS-INDEXED.
      *             Every scheduled installment due on or before the
      *             business date on a running loan is queued as a 'T'
      *             from the linked deposit account to the loan
      *             account for the installment amount, with the
      *             installment's interest charged to the loan account
      *             as an 'F' debit alongside it. An installment
      *             already queued is confirmed paid once its 'T' is
      *             flagged posted (or has been purged to history);
      *             one the posting run refused stays queued and
      *             simply retries every cycle, which is what ages it
      *             on the delinquency report. Confirmed installments
      *             reduce the loan's outstanding principal; the loan
      *             is marked paid off after the last one.
      *             The loan and schedule files are written back to
      *             the out-files, which become the in-files for the
      *             next cycle -- the term batch's in/out convention.
      *
      * The loan account runs below zero only through its own
      * drawdown: the posting run lets a loan account's overdraft
      * floor go only for items in this program's id band. Interest
      * posts as an 'F' debit on the loan account, so the GL chart's
      * 'F' entry for account type 'L' books it to loan interest
      * income.
      *
      * Loan postings carry T-IDs in the 15xxxxxx band, carved from
      * the top of the maturity pay-outs' 1xxxxxxx band; sweeps own
      * 2xxxxxxx, card imports 3xxxxxxx, reversals 4xxxxxxx, memo
      * posts 5xxxxxxx, fees 6xxxxxxx, the clearing import 7xxxxxxx,
      * interest 8xxxxxxx and the standing generator 9xxxxxxx, so the
      * ids cannot collide.
      *
      * Defaults:
      *   master-file       = indexedMaster
      *   loan-file         = loanAccounts.dat
      *   schedule-file     = loanSchedule.dat
      *   out-loan-file     = loanAccountsOut.dat
      *   out-schedule-file = loanScheduleOut.dat
      *   trans-file        = indexedTransactions
      *   report-file       = loanInstallmentReport.txt
      *   mode              = COLLECT
      *   run-control-file  = runControl.dat
      *   history-file      = transactionHistory
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INSTALLMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LoanFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-ScheduleFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

           SELECT OUT-LOAN-FILE ASSIGN TO DYNAMIC WS-OutLoanFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLN-STATUS.

           SELECT OUT-SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-OutScheduleFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLS-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-TRANS-KEY
               ALTERNATE RECORD KEY IS T-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRNS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-TRANS-KEY
               ALTERNATE RECORD KEY IS H-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  LOAN-FILE.
       01  LOAN-REC.
           COPY LOANREC REPLACING ==:PFX:== BY ==LN==.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           COPY LNSCHED REPLACING ==:PFX:== BY ==LS==.

       FD  OUT-LOAN-FILE.
       01  OUT-LOAN-REC.
           COPY LOANREC REPLACING ==:PFX:== BY ==OLN==.

       FD  OUT-SCHEDULE-FILE.
       01  OUT-SCHEDULE-REC.
           COPY LNSCHED REPLACING ==:PFX:== BY ==OLS==.

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==H==.

       FD  REPORT-FILE.
       01  LOAN-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-LoanFile          PIC X(200) VALUE "loanAccounts.dat".
       01  WS-ScheduleFile      PIC X(200) VALUE "loanSchedule.dat".
       01  WS-OutLoanFile       PIC X(200) VALUE "loanAccountsOut.dat".
       01  WS-OutScheduleFile   PIC X(200)
           VALUE "loanScheduleOut.dat".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-ReportFile        PIC X(200)
           VALUE "loanInstallmentReport.txt".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-HistoryFile       PIC X(200) VALUE "transactionHistory".

       01  WS-ARG-MODE          PIC X(10).
       01  WS-ARG-LOAN-ACC      PIC X(10).
       01  WS-ARG-LINKED-ACC    PIC X(10).
       01  WS-ARG-PRINCIPAL     PIC X(15).
       01  WS-ARG-RATE          PIC X(10).
       01  WS-ARG-TERM          PIC X(5).
       01  WS-ARG-FIRST-DUE     PIC X(8).

       01  WS-MODE-CODE         PIC X.
           88 MODE-BOOK         VALUE 'B'.
           88 MODE-COLLECT      VALUE 'C'.

       01  WS-MS-STATUS         PIC XX.
       01  WS-LN-STATUS         PIC XX.
       01  WS-LS-STATUS         PIC XX.
       01  WS-OLN-STATUS        PIC XX.
       01  WS-OLS-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-RUN-STAMPED       PIC X VALUE 'N'.
       01  WS-RUN-NUM-DISPLAY   PIC ZZZZZ9.
       01  WS-RUN-BUSINESS-DATE PIC X(8).
       01  WS-HIST-AVAILABLE    PIC X VALUE 'N'.

       01  WS-LOAN-EOF          PIC X VALUE 'N'.
       01  WS-SCHED-EOF         PIC X VALUE 'N'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-TRNS-EOF          PIC X VALUE 'N'.
           88 SCAN-TRANS-EOF VALUE 'Y'.

       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 15000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 15000000.
       01  WS-TRANS-ID-CEILING  PIC 9(8) VALUE 16000000.
       01  WS-MAX-TRANS-ID      PIC 9(8) VALUE ZERO.

       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-QUEUED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-AMOUNT     PIC S9(13)V99 VALUE ZERO.

      * running loans held in storage while the schedule streams
      * past; the schedule is in loan order, so the last loan found
      * is tried first
       01  WS-LOAN-TABLE.
           05 WS-LT-ENTRY OCCURS 500 TIMES.
               10 WS-LT-REC         PIC X(86).
       01  WS-LOAN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LOAN-MAX          PIC 9(5) VALUE 500.
       01  WS-LT-I              PIC 9(5).
       01  WS-LT-FOUND          PIC 9(5) VALUE ZERO.

       01  LOAN-WORK.
           COPY LOANREC REPLACING ==:PFX:== BY ==LW==.

       01  WS-LOANS-READ        PIC 9(7) VALUE ZERO.
       01  WS-SCHED-READ        PIC 9(7) VALUE ZERO.
       01  WS-INST-QUEUED       PIC 9(7) VALUE ZERO.
       01  WS-INST-CONFIRMED    PIC 9(7) VALUE ZERO.
       01  WS-INST-OUTSTANDING  PIC 9(7) VALUE ZERO.
       01  WS-INST-REQUEUED     PIC 9(7) VALUE ZERO.
       01  WS-INST-FAILED       PIC 9(7) VALUE ZERO.
       01  WS-LOANS-PAID-OFF    PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-INST-AMT   PIC 9(12)V99 VALUE ZERO.
       01  WS-CONFIRMED-AMT     PIC 9(12)V99 VALUE ZERO.

       01  WS-TRANSFER-QUEUED   PIC X.
       01  WS-PAID-FOUND        PIC X.
       01  WS-LINKED-CURRENCY   PIC X(3).
       01  WS-LINKED-BRANCH     PIC X(3).

      * amortization work fields
       01  WS-PRINCIPAL         PIC 9(10)V99.
       01  WS-RATE              PIC 9(3)V9(4).
       01  WS-TERM-MONTHS       PIC 9(3).
       01  WS-MONTHLY-RATE      PIC 9V9(12).
       01  WS-GROWTH            PIC 9(8)V9(12).
       01  WS-INSTALLMENT       PIC 9(10)V99.
       01  WS-REMAINING         PIC 9(10)V99.
       01  WS-SCHED-INTEREST    PIC 9(10)V99.
       01  WS-SCHED-PRINCIPAL   PIC 9(10)V99.
       01  WS-TOTAL-INTEREST    PIC 9(12)V99.
       01  WS-INST-NO           PIC 9(3).
       01  WS-BOOK-OK           PIC X.
       01  WS-REFUSE-REASON     PIC X(50).
       01  WS-DISPOSITION       PIC X(10).

       01  WS-DUE-DATE.
           05 WS-DUE-CC PIC 99.
           05 WS-DUE-YY PIC 99.
           05 WS-DUE-MM PIC 99.
           05 WS-DUE-DD PIC 99.
       01  WS-BASE-DD           PIC 99.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
       01  WS-RATE-DISPLAY      PIC ZZ9.9999.
       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.

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
           PERFORM READ-RUN-CONTROL

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD

           MOVE WS-TODAY TO WS-BUSINESS-DATE
           IF WS-RUN-STAMPED = 'Y'
               MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF

           PERFORM OPEN-COMMON-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM DETERMINE-NEXT-TRANS-ID

           EVALUATE TRUE
               WHEN MODE-BOOK
                   PERFORM BOOK-NEW-LOAN
               WHEN MODE-COLLECT
                   PERFORM COLLECT-INSTALLMENTS
               WHEN OTHER
                   MOVE SPACES TO LOAN-REPORT-LINE
                   STRING
                       "Unknown mode: " DELIMITED BY SIZE
                       WS-ARG-MODE      DELIMITED BY SIZE
                       " (expected BOOK or COLLECT)"
                       DELIMITED BY SIZE
                       INTO LOAN-REPORT-LINE
                   END-STRING
                   WRITE LOAN-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM MAINTAIN-TRANS-CONTROL

           CLOSE MASTER-FILE
                 TRANS-FILE
                 REPORT-FILE
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-MasterFile
                        WS-LoanFile
                        WS-ScheduleFile
                        WS-OutLoanFile
                        WS-OutScheduleFile
                        WS-TransactionFile
                        WS-ReportFile
                        WS-ARG-MODE
                        WS-RunControlFile
                        WS-HistoryFile
                        WS-ARG-LOAN-ACC
                        WS-ARG-LINKED-ACC
                        WS-ARG-PRINCIPAL
                        WS-ARG-RATE
                        WS-ARG-TERM
                        WS-ARG-FIRST-DUE
               END-UNSTRING
           END-IF

           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-ARG-FIRST-DUE = "-"
               MOVE SPACES TO WS-ARG-FIRST-DUE
           END-IF

           MOVE 'C' TO WS-MODE-CODE
           IF WS-ARG-MODE = "BOOK"
               MOVE 'B' TO WS-MODE-CODE
           END-IF
           IF WS-ARG-MODE NOT = SPACES AND WS-ARG-MODE NOT = "-"
              AND WS-ARG-MODE NOT = "BOOK"
              AND WS-ARG-MODE NOT = "COLLECT"
               MOVE SPACE TO WS-MODE-CODE
           END-IF.

      ******************************************************************
      * Picks up the current cycle's run number and business date from
      * the run-control file kept by RUN-CONTROL: installments fall
      * due against the business date being posted, not the wall
      * clock. A missing run-control file falls back to today.
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
                   MOVE RN-RUN-NUMBER    TO WS-RUN-NUM-DISPLAY
                   MOVE RN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
                   MOVE 'Y' TO WS-RUN-STAMPED
           END-READ
           CLOSE RUN-CONTROL-FILE.

       OPEN-COMMON-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open loan report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed master file: "
                   WS-MasterFile
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN I-O TRANS-FILE
           IF WS-TRNS-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed transaction file: "
                   WS-TransactionFile
               DISPLAY "Transaction status: " WS-TRNS-STATUS
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

      * history only exists once the purge has run at least once
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF.

      * Loan postings carry T-IDs in the 15xxxxxx band, bounded above
      * so ids from the other bands cannot drag the starting id out
      * of range. The end-of-cycle purge empties the live file, so
      * the band maximum is also taken from the cumulative history.
       DETERMINE-NEXT-TRANS-ID.
           MOVE LOW-VALUES TO T-TRANS-KEY
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRNS-EOF
           END-START

           PERFORM UNTIL SCAN-TRANS-EOF
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND T-ID >= WS-TRANS-ID-FLOOR
                          AND T-ID < WS-TRANS-ID-CEILING
                          AND T-ID > WS-MAX-TRANS-ID
                           MOVE T-ID TO WS-MAX-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIST-AVAILABLE = 'Y'
               PERFORM SCAN-HISTORY-FOR-BAND
           END-IF

           IF WS-MAX-TRANS-ID NOT = ZERO
               COMPUTE WS-NEXT-TRANS-ID = WS-MAX-TRANS-ID + 1
           END-IF.

       SCAN-HISTORY-FOR-BAND.
           MOVE LOW-VALUES TO H-TRANS-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN H-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF H-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND H-ID >= WS-TRANS-ID-FLOOR
                          AND H-ID < WS-TRANS-ID-CEILING
                          AND H-ID > WS-MAX-TRANS-ID
                           MOVE H-ID TO WS-MAX-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * BOOK: validates the loan and its linked account, builds the
      * amortization schedule, appends loan and schedule to the
      * current files and queues the drawdown. Any refusal is
      * reported with RETURN-CODE 8 and nothing is written.
      ******************************************************************
       BOOK-NEW-LOAN.
           MOVE 'Y' TO WS-BOOK-OK
           IF WS-ARG-LOAN-ACC = SPACES OR WS-ARG-LINKED-ACC = SPACES
              OR WS-ARG-PRINCIPAL = SPACES OR WS-ARG-RATE = SPACES
              OR WS-ARG-TERM = SPACES
               MOVE "loan, linked account, principal, rate, term needed"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(WS-ARG-PRINCIPAL)
           COMPUTE WS-RATE = FUNCTION NUMVAL(WS-ARG-RATE)
           COMPUTE WS-TERM-MONTHS = FUNCTION NUMVAL(WS-ARG-TERM)
           IF WS-PRINCIPAL = ZERO OR WS-TERM-MONTHS = ZERO
               MOVE "principal and term must be greater than zero"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LOAN-NOT-ON-FILE
           IF WS-BOOK-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-LINKED-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE "linked account not on master"
                       TO WS-REFUSE-REASON
                   PERFORM WRITE-BOOK-REFUSED
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS NOT = 'A' OR M-ACC-TYPE = 'L'
               MOVE "linked account not an active deposit account"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE M-CURRENCY TO WS-LINKED-CURRENCY

           MOVE WS-ARG-LOAN-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE "loan account not on master"
                       TO WS-REFUSE-REASON
                   PERFORM WRITE-BOOK-REFUSED
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS NOT = 'A' OR M-ACC-TYPE NOT = 'L'
               MOVE "loan account not an active type 'L' account"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF M-CURRENCY NOT = WS-LINKED-CURRENCY
               MOVE "loan and linked account currencies differ"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-FIRST-DUE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-DUE-DATE
               MOVE WS-DUE-DD TO WS-BASE-DD
               PERFORM ADVANCE-DUE-MONTH
               MOVE WS-DUE-DATE TO WS-ARG-FIRST-DUE
           END-IF
           IF WS-ARG-FIRST-DUE NOT NUMERIC
               MOVE "first-due-date is not CCYYMMDD"
                   TO WS-REFUSE-REASON
               PERFORM WRITE-BOOK-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-INSTALLMENT

           MOVE SPACES            TO LOAN-WORK
           MOVE WS-ARG-LOAN-ACC   TO LW-ACC-NUMBER
           MOVE WS-ARG-LINKED-ACC TO LW-LINKED-ACC
           MOVE WS-PRINCIPAL      TO LW-PRINCIPAL
           MOVE WS-RATE           TO LW-RATE
           MOVE WS-TERM-MONTHS    TO LW-TERM-MONTHS
           MOVE WS-INSTALLMENT    TO LW-INSTALLMENT
           MOVE WS-BUSINESS-DATE  TO LW-BOOKED-DATE
           MOVE WS-ARG-FIRST-DUE  TO LW-FIRST-DUE-DATE
           MOVE WS-PRINCIPAL      TO LW-OUTSTANDING
           MOVE ZERO              TO LW-PAID-COUNT
           MOVE 'A'               TO LW-STATUS

           OPEN EXTEND LOAN-FILE
           IF WS-LN-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
           END-IF
           IF WS-LN-STATUS NOT = "00"
               DISPLAY "Unable to open loan file: " WS-LoanFile
               DISPLAY "Loan status: " WS-LN-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SCHEDULE-FILE
           IF WS-LS-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
           END-IF
           IF WS-LS-STATUS NOT = "00"
               DISPLAY "Unable to open loan schedule file: "
                   WS-ScheduleFile
               DISPLAY "Schedule status: " WS-LS-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-AMORTIZATION-SCHEDULE

           MOVE LOAN-WORK TO LOAN-REC
           WRITE LOAN-REC
           CLOSE LOAN-FILE
                 SCHEDULE-FILE

           PERFORM QUEUE-DRAWDOWN
           PERFORM WRITE-BOOKED-LINES.

      * a loan account carries one running loan at a time
       CHECK-LOAN-NOT-ON-FILE.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOAN-EOF
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       IF LN-ACC-NUMBER = WS-ARG-LOAN-ACC
                          AND LN-STATUS = 'A'
                           MOVE 'Y' TO WS-LOAN-EOF
                           MOVE "loan account has a running loan"
                               TO WS-REFUSE-REASON
                           PERFORM WRITE-BOOK-REFUSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      ******************************************************************
      * Level monthly installment on the annuity formula
      *     P * r * (1 + r) ** n / ((1 + r) ** n - 1)
      * with r the monthly rate; an interest-free loan simply divides
      * the principal over the term.
      ******************************************************************
       COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE = WS-RATE / 1200
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH
                   / (WS-GROWTH - 1)
           END-IF.

      * each installment's interest is a month's interest on the
      * principal still outstanding; the final installment takes
      * whatever principal remains so the loan closes to the cent
       WRITE-AMORTIZATION-SCHEDULE.
           MOVE WS-PRINCIPAL TO WS-REMAINING
           MOVE ZERO TO WS-TOTAL-INTEREST
           MOVE WS-ARG-FIRST-DUE TO WS-DUE-DATE
           MOVE WS-DUE-DD TO WS-BASE-DD
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > WS-TERM-MONTHS
               COMPUTE WS-SCHED-INTEREST ROUNDED =
                   WS-REMAINING * WS-MONTHLY-RATE
               IF WS-INST-NO = WS-TERM-MONTHS
                  OR WS-INSTALLMENT - WS-SCHED-INTEREST > WS-REMAINING
                   MOVE WS-REMAINING TO WS-SCHED-PRINCIPAL
               ELSE
                   COMPUTE WS-SCHED-PRINCIPAL =
                       WS-INSTALLMENT - WS-SCHED-INTEREST
               END-IF
               SUBTRACT WS-SCHED-PRINCIPAL FROM WS-REMAINING
               ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST

               MOVE WS-ARG-LOAN-ACC    TO LS-ACC-NUMBER
               MOVE WS-INST-NO         TO LS-INSTALLMENT-NO
               MOVE WS-DUE-DATE        TO LS-DUE-DATE
               MOVE WS-SCHED-PRINCIPAL TO LS-PRINCIPAL
               MOVE WS-SCHED-INTEREST  TO LS-INTEREST
               COMPUTE LS-AMOUNT =
                   WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST
               MOVE 'S'                TO LS-STATUS
               MOVE ZERO               TO LS-TRANS-ID
               MOVE SPACES             TO LS-PAID-DATE
               WRITE SCHEDULE-REC

               PERFORM ADVANCE-DUE-MONTH
           END-PERFORM.

      * one calendar month on, the contracted day capped at the
      * month's end -- the same arithmetic (and the same flat-28
      * February) the term and standing batches use
       ADVANCE-DUE-MONTH.
           ADD 1 TO WS-DUE-MM
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YY
           END-IF
           MOVE WS-BASE-DD TO WS-DUE-DD
           IF WS-DUE-DD > WS-DIM-DAYS(WS-DUE-MM)
               MOVE WS-DIM-DAYS(WS-DUE-MM) TO WS-DUE-DD
           END-IF.

      * the principal leaves the loan account for the borrower's
      * deposit account through the normal posting run
       QUEUE-DRAWDOWN.
           MOVE WS-ARG-LOAN-ACC   TO T-ACC-NUMBER
           MOVE WS-NEXT-TRANS-ID  TO T-ID
           MOVE WS-BUSINESS-DATE  TO T-DATE
           MOVE WS-TIME           TO T-TIME
           MOVE 'T'               TO T-TRX-TYPE
           MOVE WS-PRINCIPAL      TO T-AMOUNT
           MOVE WS-ARG-LINKED-ACC TO T-TARGET-ACC-NUMBER
           MOVE M-CURRENCY        TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to queue loan drawdown for "
                       WS-ARG-LOAN-ACC " status " WS-TRNS-STATUS
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-NEXT-TRANS-ID
           ADD 1 TO WS-QUEUED-COUNT
           ADD WS-PRINCIPAL TO WS-QUEUED-AMOUNT.

      ******************************************************************
      * COLLECT: the running loans are loaded first; the schedule then
      * streams from the in-file to the out-file with each record
      * confirmed, queued or copied, and the loans are written back
      * out with their updated outstanding principal and paid count.
      ******************************************************************
       COLLECT-INSTALLMENTS.
           PERFORM LOAD-LOAN-TABLE

           OPEN INPUT SCHEDULE-FILE
           IF WS-LS-STATUS = "35"
               MOVE 'Y' TO WS-SCHED-EOF
           ELSE
           IF WS-LS-STATUS NOT = "00"
               DISPLAY "Unable to open loan schedule file: "
                   WS-ScheduleFile
               DISPLAY "Schedule status: " WS-LS-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           END-IF

           OPEN OUTPUT OUT-SCHEDULE-FILE
           IF WS-OLS-STATUS NOT = "00"
               DISPLAY "Unable to open output loan schedule file: "
                   WS-OutScheduleFile
               DISPLAY "Output schedule status: " WS-OLS-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       ADD 1 TO WS-SCHED-READ
                       PERFORM PROCESS-SCHEDULE-RECORD
               END-READ
           END-PERFORM

           IF WS-LS-STATUS NOT = "35"
               CLOSE SCHEDULE-FILE
           END-IF
           CLOSE OUT-SCHEDULE-FILE

           PERFORM WRITE-OUT-LOAN-FILE
           PERFORM WRITE-REPORT-TOTALS.

      * a loan file too large for the table stops the run: without
      * every loan in storage the schedule cannot be reconciled
       LOAD-LOAN-TABLE.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATUS NOT = "00"
               DISPLAY "Unable to open loan file: " WS-LoanFile
               DISPLAY "Loan status: " WS-LN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-LOAN-EOF
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF WS-LOAN-COUNT >= WS-LOAN-MAX
                           DISPLAY "Loan file exceeds "
                               WS-LOAN-MAX " loans: " WS-LoanFile
                           CLOSE LOAN-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-REC TO WS-LT-REC(WS-LOAN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       WRITE-OUT-LOAN-FILE.
           OPEN OUTPUT OUT-LOAN-FILE
           IF WS-OLN-STATUS NOT = "00"
               DISPLAY "Unable to open output loan file: "
                   WS-OutLoanFile
               DISPLAY "Output loan status: " WS-OLN-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I > WS-LOAN-COUNT
               MOVE WS-LT-REC(WS-LT-I) TO OUT-LOAN-REC
               WRITE OUT-LOAN-REC
           END-PERFORM
           CLOSE OUT-LOAN-FILE.

       LOCATE-LOAN-ENTRY.
           IF WS-LT-FOUND NOT = ZERO
               IF WS-LT-REC(WS-LT-FOUND)(1:10) = LS-ACC-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-LT-FOUND
           PERFORM VARYING WS-LT-I FROM 1 BY 1
               UNTIL WS-LT-I > WS-LOAN-COUNT
                  OR WS-LT-FOUND NOT = ZERO
               IF WS-LT-REC(WS-LT-I)(1:10) = LS-ACC-NUMBER
                   MOVE WS-LT-I TO WS-LT-FOUND
               END-IF
           END-PERFORM.

       PROCESS-SCHEDULE-RECORD.
           PERFORM LOCATE-LOAN-ENTRY
           IF WS-LT-FOUND = ZERO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM WRITE-ORPHAN-LINE
               PERFORM COPY-SCHEDULE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LT-REC(WS-LT-FOUND) TO LOAN-WORK

           EVALUATE LS-STATUS
               WHEN 'Q'
                   PERFORM CONFIRM-QUEUED-INSTALLMENT
               WHEN 'S'
                   IF LW-STATUS = 'A'
                      AND LS-DUE-DATE NOT > WS-BUSINESS-DATE
                       PERFORM QUEUE-INSTALLMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE LOAN-WORK TO WS-LT-REC(WS-LT-FOUND)
           PERFORM COPY-SCHEDULE-RECORD.

      ******************************************************************
      * A queued installment is paid once its 'T' is flagged posted on
      * the live file or has been purged to history (the purge only
      * moves posted items). Still on the live file unposted means the
      * posting run refused it: it stays queued and retries next
      * cycle. Gone from both -- deleted by hand -- means nothing will
      * ever collect it, so the transfer is queued afresh (the
      * interest was charged the first time round and is not charged
      * again).
      ******************************************************************
       CONFIRM-QUEUED-INSTALLMENT.
           MOVE 'N' TO WS-PAID-FOUND
           MOVE LW-LINKED-ACC TO T-ACC-NUMBER
           MOVE LS-TRANS-ID   TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   IF WS-HIST-AVAILABLE = 'Y'
                       MOVE LW-LINKED-ACC TO H-ACC-NUMBER
                       MOVE LS-TRANS-ID   TO H-ID
                       READ HISTORY-FILE
                           INVALID KEY
                               MOVE 'L' TO WS-PAID-FOUND
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-PAID-FOUND
                       END-READ
                   ELSE
                       MOVE 'L' TO WS-PAID-FOUND
                   END-IF
               NOT INVALID KEY
                   IF T-POSTED-FLAG = 'P'
                       MOVE 'Y' TO WS-PAID-FOUND
                   END-IF
           END-READ

           EVALUATE WS-PAID-FOUND
               WHEN 'Y'
                   MOVE 'P' TO LS-STATUS
                   MOVE WS-BUSINESS-DATE TO LS-PAID-DATE
                   SUBTRACT LS-PRINCIPAL FROM LW-OUTSTANDING
                   ADD 1 TO LW-PAID-COUNT
                   ADD 1 TO WS-INST-CONFIRMED
                   ADD LS-AMOUNT TO WS-CONFIRMED-AMT
                   MOVE "PAID" TO WS-DISPOSITION
                   PERFORM WRITE-INSTALLMENT-LINE
                   IF LW-PAID-COUNT >= LW-TERM-MONTHS
                       MOVE 'P' TO LW-STATUS
                       MOVE ZERO TO LW-OUTSTANDING
                       ADD 1 TO WS-LOANS-PAID-OFF
                       PERFORM WRITE-PAID-OFF-LINE
                   END-IF
               WHEN 'L'
                   ADD 1 TO WS-INST-REQUEUED
                   MOVE "REQUEUED" TO WS-DISPOSITION
                   PERFORM WRITE-INSTALLMENT-LINE
                   PERFORM QUEUE-COLLECTION-TRANSFER
                   IF WS-TRANSFER-QUEUED = 'N'
                       MOVE 'S' TO LS-STATUS
                       MOVE ZERO TO LS-TRANS-ID
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-INST-OUTSTANDING
                   MOVE "UNPAID" TO WS-DISPOSITION
                   PERFORM WRITE-INSTALLMENT-LINE
           END-EVALUATE.

       QUEUE-INSTALLMENT.
           PERFORM QUEUE-COLLECTION-TRANSFER
           IF WS-TRANSFER-QUEUED = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Q' TO LS-STATUS
           ADD 1 TO WS-INST-QUEUED
           ADD LS-AMOUNT TO WS-QUEUED-INST-AMT
           MOVE "QUEUED" TO WS-DISPOSITION
           PERFORM WRITE-INSTALLMENT-LINE
           IF LS-INTEREST > ZERO
               PERFORM QUEUE-INTEREST-CHARGE
           END-IF.

      * the installment is collected as an ordinary transfer from the
      * borrower's deposit account, carrying that account's currency
      * and branch, so it meets every posting test a customer
      * transfer would
       QUEUE-COLLECTION-TRANSFER.
           MOVE 'N' TO WS-TRANSFER-QUEUED
           MOVE LW-LINKED-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-INST-FAILED
                   MOVE "FAILED" TO WS-DISPOSITION
                   PERFORM WRITE-INSTALLMENT-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE M-CURRENCY    TO WS-LINKED-CURRENCY
           MOVE M-BRANCH-CODE TO WS-LINKED-BRANCH

           MOVE LW-LINKED-ACC      TO T-ACC-NUMBER
           MOVE WS-NEXT-TRANS-ID   TO T-ID
           MOVE WS-BUSINESS-DATE   TO T-DATE
           MOVE WS-TIME            TO T-TIME
           MOVE 'T'                TO T-TRX-TYPE
           MOVE LS-AMOUNT          TO T-AMOUNT
           MOVE LW-ACC-NUMBER      TO T-TARGET-ACC-NUMBER
           MOVE WS-LINKED-CURRENCY TO T-CURRENCY
           MOVE SPACE              TO T-POSTED-FLAG
           MOVE WS-LINKED-BRANCH   TO T-BRANCH-CODE
           MOVE SPACES             TO T-SENDER-REF
           MOVE SPACES             TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   ADD 1 TO WS-INST-FAILED
                   DISPLAY "Unable to queue installment for "
                       LW-ACC-NUMBER " status " WS-TRNS-STATUS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-NEXT-TRANS-ID TO LS-TRANS-ID
           MOVE 'Q' TO LS-STATUS
           ADD 1 TO WS-NEXT-TRANS-ID
           ADD 1 TO WS-QUEUED-COUNT
           ADD LS-AMOUNT TO WS-QUEUED-AMOUNT
           MOVE 'Y' TO WS-TRANSFER-QUEUED.

      * the month's interest is charged to the loan account whether
      * or not the borrower pays it, so an unpaid installment still
      * shows on the loan balance
       QUEUE-INTEREST-CHARGE.
           MOVE LW-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-INST-FAILED
                   MOVE "NOINTEREST" TO WS-DISPOSITION
                   PERFORM WRITE-INSTALLMENT-LINE
                   EXIT PARAGRAPH
           END-READ

           MOVE LW-ACC-NUMBER     TO T-ACC-NUMBER
           MOVE WS-NEXT-TRANS-ID  TO T-ID
           MOVE WS-BUSINESS-DATE  TO T-DATE
           MOVE WS-TIME           TO T-TIME
           MOVE 'F'               TO T-TRX-TYPE
           MOVE LS-INTEREST       TO T-AMOUNT
           MOVE SPACES            TO T-TARGET-ACC-NUMBER
           MOVE M-CURRENCY        TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   ADD 1 TO WS-INST-FAILED
                   DISPLAY "Unable to queue loan interest for "
                       LW-ACC-NUMBER " status " WS-TRNS-STATUS
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-NEXT-TRANS-ID
           ADD 1 TO WS-QUEUED-COUNT
           ADD LS-INTEREST TO WS-QUEUED-AMOUNT.

       COPY-SCHEDULE-RECORD.
           MOVE SCHEDULE-REC TO OUT-SCHEDULE-REC
           WRITE OUT-SCHEDULE-REC.

      ******************************************************************
      * Folds this run's queued items into the transaction file's
      * control record so consumers can still verify the file. A file
      * carrying no control record is left without one.
      ******************************************************************
       MAINTAIN-TRANS-CONTROL.
           IF WS-QUEUED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-KEY TO T-ACC-NUMBER
           MOVE 99999999       TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANS-REC(1:41) TO CONTROL-IMAGE
                   ADD WS-QUEUED-COUNT  TO CT-RECORD-COUNT
                   ADD WS-QUEUED-AMOUNT TO CT-HASH-TOTAL
                   MOVE SPACES TO TRANS-REC
                   MOVE CONTROL-IMAGE TO TRANS-REC(1:41)
                   REWRITE TRANS-REC
           END-READ.

       WRITE-BOOK-REFUSED.
           MOVE 'N' TO WS-BOOK-OK
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "REFUSED Loan: "    DELIMITED BY SIZE
               WS-ARG-LOAN-ACC     DELIMITED BY SIZE
               " Reason: "         DELIMITED BY SIZE
               WS-REFUSE-REASON    DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE
           MOVE 8 TO RETURN-CODE.

       WRITE-BOOKED-LINES.
           MOVE WS-PRINCIPAL TO WS-AMOUNT-DISPLAY
           MOVE WS-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "BOOKED Loan: "     DELIMITED BY SIZE
               WS-ARG-LOAN-ACC     DELIMITED BY SIZE
               " Linked: "         DELIMITED BY SIZE
               WS-ARG-LINKED-ACC   DELIMITED BY SIZE
               " Principal: "      DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
               " Rate: "           DELIMITED BY SIZE
               WS-RATE-DISPLAY     DELIMITED BY SIZE
               " Term: "           DELIMITED BY SIZE
               WS-TERM-MONTHS      DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INSTALLMENT TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "  Installment: "    DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
               " First Due: "       DELIMITED BY SIZE
               WS-ARG-FIRST-DUE     DELIMITED BY SIZE
               " Total Interest: "  DELIMITED BY SIZE
               WS-TOTAL-DISPLAY     DELIMITED BY SIZE
               " Drawdown Trans ID: " DELIMITED BY SIZE
               T-ID                 DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       WRITE-INSTALLMENT-LINE.
           MOVE LS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               WS-DISPOSITION      DELIMITED BY SIZE
               " Loan: "           DELIMITED BY SIZE
               LS-ACC-NUMBER       DELIMITED BY SIZE
               " Inst: "           DELIMITED BY SIZE
               LS-INSTALLMENT-NO   DELIMITED BY SIZE
               " Due: "            DELIMITED BY SIZE
               LS-DUE-DATE         DELIMITED BY SIZE
               " Amount: "         DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
               " From: "           DELIMITED BY SIZE
               LW-LINKED-ACC       DELIMITED BY SIZE
               " Trans ID: "       DELIMITED BY SIZE
               LS-TRANS-ID         DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       WRITE-PAID-OFF-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "PAIDOFF   Loan: "  DELIMITED BY SIZE
               LW-ACC-NUMBER       DELIMITED BY SIZE
               " Installments: "   DELIMITED BY SIZE
               LW-PAID-COUNT       DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       WRITE-ORPHAN-LINE.
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "ORPHAN    Loan: "  DELIMITED BY SIZE
               LS-ACC-NUMBER       DELIMITED BY SIZE
               " Inst: "           DELIMITED BY SIZE
               LS-INSTALLMENT-NO   DELIMITED BY SIZE
               " Reason: no loan record for schedule line"
               DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Loan Installment Report" DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           IF WS-RUN-STAMPED = 'Y'
               MOVE SPACES TO LOAN-REPORT-LINE
               STRING
                   "Run: "               DELIMITED BY SIZE
                   WS-RUN-NUM-DISPLAY    DELIMITED BY SIZE
                   " Business Date: "    DELIMITED BY SIZE
                   WS-RUN-BUSINESS-DATE  DELIMITED BY SIZE
                   INTO LOAN-REPORT-LINE
               END-STRING
               WRITE LOAN-REPORT-LINE
           END-IF

           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Mode: " WS-ARG-MODE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-LOANS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Loans Read: "          DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-SCHED-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Schedule Lines Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INST-QUEUED TO WS-COUNT-DISPLAY
           MOVE WS-QUEUED-INST-AMT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Installments Queued: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               " Amount: "             DELIMITED BY SIZE
               WS-TOTAL-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INST-CONFIRMED TO WS-COUNT-DISPLAY
           MOVE WS-CONFIRMED-AMT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Installments Confirmed Paid: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               " Amount: "             DELIMITED BY SIZE
               WS-TOTAL-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INST-OUTSTANDING TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Installments Still Unpaid: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INST-REQUEUED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Installments Requeued: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-INST-FAILED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Failed: "              DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-LOANS-PAID-OFF TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Loans Paid Off: "      DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE

           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAN-REPORT-LINE
           STRING
               "Orphan Schedule Lines: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAN-REPORT-LINE
           END-STRING
           WRITE LOAN-REPORT-LINE.

       END PROGRAM LOAN-INSTALLMENTS.
