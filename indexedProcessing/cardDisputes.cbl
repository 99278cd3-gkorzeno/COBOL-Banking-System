      ******************************************************************
      * Card dispute and chargeback case management. A customer who
      * disputes a card item IMPORT-CARD-TRANSACTIONS posted gets a
      * case on the dispute file (see DSPREC), keyed by the account
      * and the item's switch reference, instead of a paper file and
      * a hand-keyed REVERSE-TRANSACTION.
      *
      * Actions:
      *   OPEN    - open a case: account-number, switch-ref and
      *             reason-code are required (FR fraud, DP duplicate,
      *             NR not received, AM wrong amount, CN cancelled);
      *             amount is optional and defaults to the whole
      *             item. The posted card debit ('W' in the import's
      *             3xxxxxxx band) is found on the live transaction
      *             file or the cumulative history by the switch
      *             reference it carries. A provisional 'D' credit
      *             for the disputed amount is queued for the normal
      *             UPDATE-ACCOUNTS-INDEXED run, and the case stands
      *             open ('O') with the network's deadline --
      *             chargeback-days calendar days after the item's
      *             date -- stamped on it. Refused when the item is
      *             not found, is not a card debit, is already
      *             disputed, the amount exceeds the item, or the
      *             deadline has already passed.
      *   EXTRACT - write every open case to the chargeback extract
      *             for the card switch and mark it submitted ('S').
      *             The extract is started afresh by every run.
      *   WON     - the chargeback succeeded: the provisional credit
      *             becomes final and the case is closed won ('W').
      *   LOST    - the chargeback failed: an 'F' re-debit of the
      *             disputed amount is queued -- the bank-originated
      *             debit that posts without the hold, velocity and
      *             overdraft tests -- and the case is closed lost
      *             ('L'); NOTICE-GENERATION letters the customer.
      *   WON and LOST refuse a case that is already resolved.
      *
      * The credit and the re-debit carry the item's own value date,
      * so a cross-currency item credits and re-debits at the rate it
      * posted at, and the switch reference, so the account's
      * history ties them to the item. Dispute transactions carry
      * T-IDs in the 17xxxxxx band -- maturity pay-outs own
      * 10000000-14999999, loan installments 15xxxxxx, close-outs
      * 16xxxxxx, sweeps 2xxxxxxx, the card import 3xxxxxxx,
      * reversals 4xxxxxxx, memo posts 5xxxxxxx, fees 6xxxxxxx, the
      * clearing import 7xxxxxxx, interest 8xxxxxxx and the standing
      * generator 9xxxxxxx.
      *
      * Dates are the business date on the run-control file, or
      * today when there is none. DISPUTE-AGING-REPORT lists the
      * open cases against their deadlines.
      *
      * Chargeback extract layout (fixed columns):
      *   switch-ref(12) item-date(8) amount(12, two implied
      *   decimals) currency(3) reason(2) opened-date(8)
      *   deadline(8)
      * Trailer: switch-ref(12) of all nines, case-count(7),
      *   amount(14, two implied decimals)
      *
      * Usage:
      *   cardDisputes [dispute-file] [trans-file] [history-file]
      *       [report-file] [extract-file] [run-control-file]
      *       [action] [account-number] [switch-ref] [reason-code]
      *       [amount] [chargeback-days]
      *
      * Defaults:
      *   dispute-file     = indexedDisputes
      *   trans-file       = indexedTransactions
      *   history-file     = transactionHistory
      *   report-file      = disputeReport.txt
      *   extract-file     = chargebackExtract.dat
      *   run-control-file = runControl.dat
      *   chargeback-days  = 120
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-DISPUTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DisputeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DSP-STATUS.

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

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-ExtractFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY DSPREC REPLACING ==:PFX:== BY ==DS==.

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==H==.

       FD  REPORT-FILE.
       01  DISPUTE-REPORT-LINE PIC X(132).

      * one record per case submitted, in the switch's own style:
      * a trailer of all nines closes the file
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05 CB-SWITCH-REF        PIC X(12).
           05 CB-ITEM-DATE         PIC X(8).
           05 CB-AMOUNT            PIC 9(10)V99.
           05 CB-CURRENCY          PIC X(3).
           05 CB-REASON-CODE       PIC X(2).
           05 CB-OPENED-DATE       PIC X(8).
           05 CB-DEADLINE-DATE     PIC X(8).
       01  EXTRACT-TRAILER-REC.
           05 CB-TRAILER-REF       PIC X(12).
           05 CB-TRAILER-COUNT     PIC 9(7).
           05 CB-TRAILER-AMOUNT    PIC 9(12)V99.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-DisputeFile       PIC X(200).
       01  WS-TransactionFile   PIC X(200).
       01  WS-HistoryFile       PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ExtractFile       PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-ARG-ACTION        PIC X(10).
       01  WS-ARG-ACC-NUMBER    PIC X(10).
       01  WS-ARG-SWITCH-REF    PIC X(12).
       01  WS-ARG-REASON        PIC X(2).
       01  WS-ARG-AMOUNT        PIC X(15).
       01  WS-ARG-CHARGEBACK-DAYS PIC X(5).

       01  WS-DSP-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-EXT-STATUS        PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-TRANS-OPEN        PIC X VALUE 'N'.
       01  WS-HIST-AVAILABLE    PIC X VALUE 'N'.
       01  WS-CASE-FOUND        PIC X VALUE 'N'.
       01  WS-ORIG-FOUND        PIC X VALUE 'N'.
       01  WS-DSP-EOF           PIC X VALUE 'N'.
       01  WS-REFUSAL-TEXT      PIC X(60).

       01  WS-CHARGEBACK-DAYS   PIC 9(5) VALUE 120.
       01  WS-DISPUTE-AMOUNT    PIC 9(10)V99.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-DEADLINE-DATE     PIC X(8).

       01  WS-ORIG-ID           PIC 9(8).
       01  WS-ORIG-TRX-TYPE     PIC X.
       01  WS-ORIG-DATE         PIC X(8).
       01  WS-ORIG-AMOUNT       PIC 9(10)V99.
       01  WS-ORIG-CURRENCY     PIC X(3).
       01  WS-ORIG-BRANCH       PIC X(3).

      * the card import's id band, where a disputed item must sit
       01  WS-CARD-ID-FLOOR     PIC 9(8) VALUE 30000000.
       01  WS-CARD-ID-CEILING   PIC 9(8) VALUE 40000000.

      * the transaction being queued
       01  WS-QUEUE-TYPE        PIC X.
       01  WS-QUEUE-AMOUNT      PIC 9(10)V99.
       01  WS-QUEUE-DATE        PIC X(8).
       01  WS-QUEUE-CURRENCY    PIC X(3).
       01  WS-QUEUE-BRANCH      PIC X(3).
       01  WS-QUEUED            PIC X.

       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 17000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 17000000.
       01  WS-TRANS-ID-CEILING  PIC 9(8) VALUE 18000000.
       01  WS-MAX-TRANS-ID      PIC 9(8) VALUE ZERO.
       01  WS-TRNS-EOF          PIC X VALUE 'N'.
           88 SCAN-TRANS-EOF VALUE 'Y'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.

       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".

       01  WS-CASES-EXTRACTED   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-EXTRACTED  PIC 9(12)V99 VALUE ZERO.
       01  WS-TRAILER-REF       PIC X(12) VALUE "999999999999".

       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
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

       01  WS-WALK-DATE.
           05 WS-WLK-CC PIC 99.
           05 WS-WLK-YY PIC 99.
           05 WS-WLK-MM PIC 99.
           05 WS-WLK-DD PIC 99.

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

           MOVE WS-TODAY TO WS-BUSINESS-DATE
           PERFORM READ-RUN-CONTROL

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

           EVALUATE WS-ARG-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-DISPUTE-CASE
               WHEN "EXTRACT"
                   PERFORM WRITE-CHARGEBACK-EXTRACT
               WHEN "WON"
                   PERFORM RESOLVE-CASE-WON
               WHEN "LOST"
                   PERFORM RESOLVE-CASE-LOST
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-ARG-ACTION
                   MOVE "unknown action (OPEN, EXTRACT, WON, LOST)"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
           END-EVALUATE

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-DisputeFile
                    WS-TransactionFile
                    WS-HistoryFile
                    WS-ReportFile
                    WS-ExtractFile
                    WS-RunControlFile
                    WS-ARG-ACTION
                    WS-ARG-ACC-NUMBER
                    WS-ARG-SWITCH-REF
                    WS-ARG-REASON
                    WS-ARG-AMOUNT
                    WS-ARG-CHARGEBACK-DAYS
           END-UNSTRING

           IF WS-DisputeFile = SPACES OR WS-DisputeFile = "-"
               MOVE "indexedDisputes" TO WS-DisputeFile
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF
           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "disputeReport.txt" TO WS-ReportFile
           END-IF
           IF WS-ExtractFile = SPACES OR WS-ExtractFile = "-"
               MOVE "chargebackExtract.dat" TO WS-ExtractFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-AMOUNT = "-"
               MOVE SPACES TO WS-ARG-AMOUNT
           END-IF
           IF WS-ARG-CHARGEBACK-DAYS NOT = SPACES
              AND WS-ARG-CHARGEBACK-DAYS NOT = "-"
               COMPUTE WS-CHARGEBACK-DAYS =
                   FUNCTION NUMVAL(WS-ARG-CHARGEBACK-DAYS)
           END-IF.

      * the case dates are the business date being posted; a
      * missing run-control file falls back to today
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE.

      ******************************************************************
      * The dispute file is created on first use. The transaction
      * files are only opened by the actions that queue an item;
      * history only accumulates once the purge has run, so a missing
      * history file is not an error.
      ******************************************************************
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open dispute report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DISPUTE-FILE
           IF WS-DSP-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               IF WS-DSP-STATUS = "00"
                   CLOSE DISPUTE-FILE
                   OPEN I-O DISPUTE-FILE
               END-IF
           END-IF
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "Unable to open dispute file: " WS-DisputeFile
               DISPLAY "Dispute status: " WS-DSP-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-ACTION NOT = "OPEN"
              AND WS-ARG-ACTION NOT = "LOST"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANS-FILE
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed transaction file: "
                   WS-TransactionFile
               DISPLAY "Transaction status: " WS-TRNS-STATUS
               CLOSE DISPUTE-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-TRANS-OPEN

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE DISPUTE-FILE
                 REPORT-FILE
           IF WS-TRANS-OPEN = 'Y'
               CLOSE TRANS-FILE
           END-IF
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

      ******************************************************************
      * Opens a case against a posted card debit and queues the
      * provisional credit. One case per item: the key is the
      * account and the switch reference.
      ******************************************************************
       OPEN-DISPUTE-CASE.
           IF WS-ARG-ACC-NUMBER = SPACES
              OR WS-ARG-SWITCH-REF = SPACES
              OR WS-ARG-REASON = SPACES
               MOVE "account, switch reference and reason required"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-REASON NOT = "FR"
              AND WS-ARG-REASON NOT = "DP"
              AND WS-ARG-REASON NOT = "NR"
              AND WS-ARG-REASON NOT = "AM"
              AND WS-ARG-REASON NOT = "CN"
               MOVE "reason must be FR, DP, NR, AM or CN"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DISPUTE-CASE
           IF WS-CASE-FOUND = 'Y'
               MOVE "item already disputed" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DISPUTED-ITEM
           IF WS-ORIG-FOUND = 'N'
               MOVE "no posted card item with this switch reference"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF WS-ORIG-TRX-TYPE NOT = 'W'
               MOVE "only a card debit can be disputed"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORIG-AMOUNT TO WS-DISPUTE-AMOUNT
           IF WS-ARG-AMOUNT NOT = SPACES
               COMPUTE WS-DISPUTE-AMOUNT =
                   FUNCTION NUMVAL(WS-ARG-AMOUNT)
           END-IF
           IF WS-DISPUTE-AMOUNT = ZERO
              OR WS-DISPUTE-AMOUNT > WS-ORIG-AMOUNT
               MOVE "amount must be above zero and within the item"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-DEADLINE-DATE
           IF WS-BUSINESS-DATE > WS-DEADLINE-DATE
               MOVE "network chargeback deadline has passed"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE 'D'               TO WS-QUEUE-TYPE
           MOVE WS-DISPUTE-AMOUNT TO WS-QUEUE-AMOUNT
           MOVE WS-ORIG-DATE      TO WS-QUEUE-DATE
           MOVE WS-ORIG-CURRENCY  TO WS-QUEUE-CURRENCY
           MOVE WS-ORIG-BRANCH    TO WS-QUEUE-BRANCH
           PERFORM QUEUE-DISPUTE-TRANSACTION
           IF WS-QUEUED = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES            TO DISPUTE-REC
           MOVE WS-ARG-ACC-NUMBER TO DS-ACC-NUMBER
           MOVE WS-ARG-SWITCH-REF TO DS-SWITCH-REF
           MOVE WS-ORIG-ID        TO DS-ORIG-ID
           MOVE WS-ORIG-DATE      TO DS-ITEM-DATE
           MOVE WS-DISPUTE-AMOUNT TO DS-AMOUNT
           MOVE WS-ORIG-CURRENCY  TO DS-CURRENCY
           MOVE WS-ARG-REASON     TO DS-REASON-CODE
           MOVE WS-BUSINESS-DATE  TO DS-OPENED-DATE
           MOVE WS-DEADLINE-DATE  TO DS-DEADLINE-DATE
           MOVE 'O'               TO DS-STATUS
           MOVE WS-NEXT-TRANS-ID  TO DS-CREDIT-ID
           MOVE ZERO              TO DS-REDEBIT-ID
           WRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "Unable to write dispute case for "
                       WS-ARG-ACC-NUMBER " status " WS-DSP-STATUS
                   MOVE "case could not be written - credit queued"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
                   EXIT PARAGRAPH
           END-WRITE

           MOVE "OPENED  " TO DISPUTE-REPORT-LINE(1:8)
           PERFORM WRITE-CASE-LINE.

       READ-DISPUTE-CASE.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE WS-ARG-ACC-NUMBER TO DS-ACC-NUMBER
           MOVE WS-ARG-SWITCH-REF TO DS-SWITCH-REF
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND
           END-READ.

      ******************************************************************
      * The disputed item is the account's card-band debit carrying
      * the switch reference: posted on the live file, or on the
      * cumulative history the purge moved it to. An unposted live
      * item has not touched the balance and there is nothing to
      * credit back yet.
      ******************************************************************
       FIND-DISPUTED-ITEM.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE 'N' TO WS-TRNS-EOF
           MOVE WS-ARG-ACC-NUMBER TO T-ACC-NUMBER
           MOVE WS-CARD-ID-FLOOR  TO T-ID
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRNS-EOF
           END-START
           PERFORM UNTIL SCAN-TRANS-EOF OR WS-ORIG-FOUND = 'Y'
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                          OR T-ID NOT < WS-CARD-ID-CEILING
                           MOVE 'Y' TO WS-TRNS-EOF
                       ELSE
                           IF T-SENDER-REF = WS-ARG-SWITCH-REF
                              AND T-POSTED-FLAG = 'P'
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE T-ID          TO WS-ORIG-ID
                               MOVE T-TRX-TYPE    TO WS-ORIG-TRX-TYPE
                               MOVE T-DATE        TO WS-ORIG-DATE
                               MOVE T-AMOUNT      TO WS-ORIG-AMOUNT
                               MOVE T-CURRENCY    TO WS-ORIG-CURRENCY
                               MOVE T-BRANCH-CODE TO WS-ORIG-BRANCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ORIG-FOUND = 'Y' OR WS-HIST-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-ARG-ACC-NUMBER TO H-ACC-NUMBER
           MOVE WS-CARD-ID-FLOOR  TO H-ID
           START HISTORY-FILE KEY IS NOT LESS THAN H-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y' OR WS-ORIG-FOUND = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF H-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                          OR H-ID NOT < WS-CARD-ID-CEILING
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF H-SENDER-REF = WS-ARG-SWITCH-REF
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE H-ID          TO WS-ORIG-ID
                               MOVE H-TRX-TYPE    TO WS-ORIG-TRX-TYPE
                               MOVE H-DATE        TO WS-ORIG-DATE
                               MOVE H-AMOUNT      TO WS-ORIG-AMOUNT
                               MOVE H-CURRENCY    TO WS-ORIG-CURRENCY
                               MOVE H-BRANCH-CODE TO WS-ORIG-BRANCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The network accepts a chargeback up to chargeback-days
      * calendar days after the item's own date. Leap years are not
      * modeled, the simplification the other date walks carry; an
      * item with no usable date runs from the business date.
      ******************************************************************
       COMPUTE-DEADLINE-DATE.
           MOVE WS-ORIG-DATE TO WS-WALK-DATE
           IF WS-WALK-DATE NOT NUMERIC
               MOVE WS-BUSINESS-DATE TO WS-WALK-DATE
           END-IF
           IF WS-WLK-MM < 1 OR WS-WLK-MM > 12
               MOVE WS-BUSINESS-DATE TO WS-WALK-DATE
           END-IF
           PERFORM WS-CHARGEBACK-DAYS TIMES
               PERFORM ADVANCE-ONE-DAY
           END-PERFORM
           MOVE WS-WALK-DATE TO WS-DEADLINE-DATE.

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
      * Every open case goes to the switch once; the trailer carries
      * the case count and amount so the switch can prove the file.
      ******************************************************************
       WRITE-CHARGEBACK-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               DISPLAY "Unable to open chargeback extract file: "
                   WS-ExtractFile
               DISPLAY "Extract status: " WS-EXT-STATUS
               MOVE "chargeback extract file could not be opened"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DS-CASE-KEY
           START DISPUTE-FILE KEY IS NOT LESS THAN DS-CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSP-EOF
           END-START
           PERFORM UNTIL WS-DSP-EOF = 'Y'
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DSP-EOF
                   NOT AT END
                       IF DS-STATUS = 'O'
                           PERFORM EXTRACT-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-TRAILER-REF      TO CB-TRAILER-REF
           MOVE WS-CASES-EXTRACTED  TO CB-TRAILER-COUNT
           MOVE WS-AMOUNT-EXTRACTED TO CB-TRAILER-AMOUNT
           WRITE EXTRACT-TRAILER-REC
           CLOSE EXTRACT-FILE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE WS-CASES-EXTRACTED  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-EXTRACTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING
               "Cases Submitted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               "  Amount: "        DELIMITED BY SIZE
               WS-TOTAL-DISPLAY    DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE.

       EXTRACT-ONE-CASE.
           MOVE DS-SWITCH-REF    TO CB-SWITCH-REF
           MOVE DS-ITEM-DATE     TO CB-ITEM-DATE
           MOVE DS-AMOUNT        TO CB-AMOUNT
           MOVE DS-CURRENCY      TO CB-CURRENCY
           MOVE DS-REASON-CODE   TO CB-REASON-CODE
           MOVE DS-OPENED-DATE   TO CB-OPENED-DATE
           MOVE DS-DEADLINE-DATE TO CB-DEADLINE-DATE
           WRITE EXTRACT-REC

           MOVE 'S'              TO DS-STATUS
           MOVE WS-BUSINESS-DATE TO DS-SUBMITTED-DATE
           REWRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "Unable to mark case submitted: "
                       DS-ACC-NUMBER " / " DS-SWITCH-REF
                       " status " WS-DSP-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE

           ADD 1 TO WS-CASES-EXTRACTED
           ADD DS-AMOUNT TO WS-AMOUNT-EXTRACTED

           MOVE "SUBMIT  " TO DISPUTE-REPORT-LINE(1:8)
           PERFORM WRITE-CASE-LINE.

      * chargeback won: the provisional credit already posted stands
      * as the final one, so only the case changes
       RESOLVE-CASE-WON.
           PERFORM READ-CASE-TO-RESOLVE
           IF WS-CASE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'W'              TO DS-STATUS
           MOVE WS-BUSINESS-DATE TO DS-RESOLVED-DATE
           PERFORM REWRITE-RESOLVED-CASE

           MOVE "WON     " TO DISPUTE-REPORT-LINE(1:8)
           PERFORM WRITE-CASE-LINE.

      * chargeback lost: the provisional credit is taken back with a
      * bank-originated debit; the customer's notice follows from the
      * case status
       RESOLVE-CASE-LOST.
           PERFORM READ-CASE-TO-RESOLVE
           IF WS-CASE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'F'            TO WS-QUEUE-TYPE
           MOVE DS-AMOUNT      TO WS-QUEUE-AMOUNT
           MOVE DS-ITEM-DATE   TO WS-QUEUE-DATE
           MOVE DS-CURRENCY    TO WS-QUEUE-CURRENCY
           MOVE SPACES         TO WS-QUEUE-BRANCH
           PERFORM FIND-CREDIT-BRANCH
           PERFORM QUEUE-DISPUTE-TRANSACTION
           IF WS-QUEUED = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'L'              TO DS-STATUS
           MOVE WS-NEXT-TRANS-ID TO DS-REDEBIT-ID
           MOVE WS-BUSINESS-DATE TO DS-RESOLVED-DATE
           PERFORM REWRITE-RESOLVED-CASE

           MOVE "LOST    " TO DISPUTE-REPORT-LINE(1:8)
           PERFORM WRITE-CASE-LINE.

       READ-CASE-TO-RESOLVE.
           IF WS-ARG-ACC-NUMBER = SPACES
              OR WS-ARG-SWITCH-REF = SPACES
               MOVE 'N' TO WS-CASE-FOUND
               MOVE "account and switch reference required"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-DISPUTE-CASE
           IF WS-CASE-FOUND = 'N'
               MOVE "no dispute case for this item" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF DS-STATUS NOT = 'O' AND DS-STATUS NOT = 'S'
               MOVE 'N' TO WS-CASE-FOUND
               MOVE "case already resolved" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
           END-IF.

      * the re-debit books to the branch the provisional credit did
       FIND-CREDIT-BRANCH.
           MOVE DS-ACC-NUMBER TO T-ACC-NUMBER
           MOVE DS-CREDIT-ID  TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE T-BRANCH-CODE TO WS-QUEUE-BRANCH
           END-READ
           IF WS-QUEUE-BRANCH = SPACES AND WS-HIST-AVAILABLE = 'Y'
               MOVE DS-ACC-NUMBER TO H-ACC-NUMBER
               MOVE DS-CREDIT-ID  TO H-ID
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE H-BRANCH-CODE TO WS-QUEUE-BRANCH
               END-READ
           END-IF.

       REWRITE-RESOLVED-CASE.
           REWRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "Unable to update dispute case: "
                       DS-ACC-NUMBER " / " DS-SWITCH-REF
                       " status " WS-DSP-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      ******************************************************************
      * Queues the provisional credit or the re-debit in the
      * 17xxxxxx band for the normal posting run, carrying the switch
      * reference, and folds it into the control record.
      ******************************************************************
       QUEUE-DISPUTE-TRANSACTION.
           MOVE 'N' TO WS-QUEUED
           PERFORM DETERMINE-NEXT-TRANS-ID

           MOVE WS-ARG-ACC-NUMBER TO T-ACC-NUMBER
           MOVE WS-NEXT-TRANS-ID  TO T-ID
           MOVE WS-QUEUE-DATE     TO T-DATE
           MOVE WS-TIME           TO T-TIME
           MOVE WS-QUEUE-TYPE     TO T-TRX-TYPE
           MOVE WS-QUEUE-AMOUNT   TO T-AMOUNT
           MOVE SPACES            TO T-TARGET-ACC-NUMBER
           MOVE WS-QUEUE-CURRENCY TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE WS-QUEUE-BRANCH   TO T-BRANCH-CODE
           MOVE WS-ARG-SWITCH-REF TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to queue dispute transaction for "
                       WS-ARG-ACC-NUMBER " status " WS-TRNS-STATUS
                   MOVE "dispute transaction id already on file"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 'Y' TO WS-QUEUED
           PERFORM MAINTAIN-TRANS-CONTROL.

      * Dispute transactions carry T-IDs in the 17xxxxxx band,
      * bounded above so ids from the other bands cannot drag the
      * starting id out of range; the cumulative history is scanned
      * too because the end-of-cycle purge empties the live file.
       DETERMINE-NEXT-TRANS-ID.
           MOVE ZERO TO WS-MAX-TRANS-ID
           MOVE WS-TRANS-ID-FLOOR TO WS-NEXT-TRANS-ID
           MOVE 'N' TO WS-TRNS-EOF
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

           PERFORM SCAN-HISTORY-FOR-BAND

           IF WS-MAX-TRANS-ID NOT = ZERO
               COMPUTE WS-NEXT-TRANS-ID = WS-MAX-TRANS-ID + 1
           END-IF.

       SCAN-HISTORY-FOR-BAND.
           IF WS-HIST-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF
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
      * Folds the queued item into the transaction file's control
      * record so consumers can still verify the file. A file
      * carrying no control record is left without one.
      ******************************************************************
       MAINTAIN-TRANS-CONTROL.
           MOVE WS-CONTROL-KEY TO T-ACC-NUMBER
           MOVE 99999999       TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANS-REC(1:41) TO CONTROL-IMAGE
                   ADD 1 TO CT-RECORD-COUNT
                   ADD WS-QUEUE-AMOUNT TO CT-HASH-TOTAL
                   MOVE SPACES TO TRANS-REC
                   MOVE CONTROL-IMAGE TO TRANS-REC(1:41)
                   REWRITE TRANS-REC
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING
               "Card Dispute Report" DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE

           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Business Date: " WS-BUSINESS-DATE
               " Action: " WS-ARG-ACTION
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE.

      * the caller has put the action label in the first 8 columns
       WRITE-CASE-LINE.
           MOVE DS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO DISPUTE-REPORT-LINE(9:)
           STRING
               "Account: "      DELIMITED BY SIZE
               DS-ACC-NUMBER    DELIMITED BY SIZE
               " Ref: "         DELIMITED BY SIZE
               DS-SWITCH-REF    DELIMITED BY SIZE
               " Reason: "      DELIMITED BY SIZE
               DS-REASON-CODE   DELIMITED BY SIZE
               " Amount: "      DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " Credit: "      DELIMITED BY SIZE
               DS-CREDIT-ID     DELIMITED BY SIZE
               " Due: "         DELIMITED BY SIZE
               DS-DEADLINE-DATE DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE(9:)
           END-STRING
           IF DS-STATUS = 'L'
               STRING
                   " Re-debit: "    DELIMITED BY SIZE
                   DS-REDEBIT-ID    DELIMITED BY SIZE
                   INTO DISPUTE-REPORT-LINE(110:)
               END-STRING
           END-IF
           WRITE DISPUTE-REPORT-LINE.

       WRITE-REFUSAL.
           DISPLAY "Dispute refused: " WS-ARG-ACC-NUMBER " / "
               WS-ARG-SWITCH-REF " - " WS-REFUSAL-TEXT
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING
               "REFUSED Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER   DELIMITED BY SIZE
               " Ref: "            DELIMITED BY SIZE
               WS-ARG-SWITCH-REF   DELIMITED BY SIZE
               " - "               DELIMITED BY SIZE
               WS-REFUSAL-TEXT     DELIMITED BY SIZE
               INTO DISPUTE-REPORT-LINE
           END-STRING
           WRITE DISPUTE-REPORT-LINE
           MOVE 8 TO RETURN-CODE.

       END PROGRAM CARD-DISPUTES.
