      * Usage:
      *   accountInquiry [master-file] [trans-file] [report-file]
      *       [account-number] [history-file] [holds-file]
      *       [customer-file] [customer-id] [reversal-file]
      *       [generation-index] [forwarding-file]
      *       [balance-history-file] [as-of-date] [range-from]
      *       [range-to]
      *
      * A customer-id (with "-" in the account-number slot) switches
      * to by-customer mode: the customer's name and address are
      * section, so back-dated questions can still be answered; when
      * no history file exists yet that section is simply skipped.
      *
      * Account numbers retired by RENUMBER-ACCOUNT stay findable
      * both ways. Inquiring on a retired number shows the closed
      * record and the number the account now lives under. Inquiring
      * on the current number also lists, under its own heading, the
      * purged and generation history still filed under every number
      * that was renumbered or merged into it, following the
      * forwarding records back through as many moves as were made.
      *
      * Active holds on the account are listed from the holds file
      * with the available balance (balance minus active holds); a
      * missing holds file simply means nothing is held.
      *
      * Past balances come from the end-of-day balance history
      * written by END-OF-DAY-BALANCES (see BALHIST). An as-of-date
      * (CCYYMMDD) prints the account's closing balance on that date
      * -- the latest capture on or before it, since a day without a
      * capture closed on the previous day's balance. A range-from
      * prints the average daily balance from range-from through
      * range-to (default the as-of-date, else today), with the low
      * and high closing balance: every calendar day in the range
      * counts with the balance it closed on, and days before the
      * account's first capture are left out of the average and
      * counted separately. Leap years are not modeled, the
      * simplification the other date walks carry. Either question
      * is skipped, with a note, when no balance history exists.
      *
      * Defaults:
      *   master-file   = indexedMaster
      *   trans-file    = indexedTransactions
      *   report-file   = accountInquiryReport.txt
      *   history-file  = transactionHistory
      *   holds-file    = indexedHolds
      *   customer-file = customerMaster.dat
      *   forwarding-file = accountForwarding.dat
      *   balance-history-file = indexedBalanceHistory
      *   as-of-date, range-from, range-to = none ("-" for none)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-INQUIRY.
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CustomerFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIX-STATUS.

           SELECT FORWARD-FILE ASSIGN TO DYNAMIC WS-ForwardFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-BalanceHistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HIST-KEY
               FILE STATUS IS WS-BH-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 GN-YEAR      PIC X(4).
           05 GN-FILE-NAME PIC X(100).

       FD  FORWARD-FILE.
       01  FORWARD-REC.
           COPY FWDREC REPLACING ==:PFX:== BY ==FW==.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-REC.
           COPY BALHIST REPLACING ==:PFX:== BY ==BH==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-ReportFile        PIC X(200)
           VALUE "accountInquiryReport.txt".
       01  WS-ARG-ACC-NUMBER    PIC X(10).
       01  WS-HistoryFile       PIC X(200) VALUE "transactionHistory".
       01  WS-HoldsFile         PIC X(200) VALUE "indexedHolds".
       01  WS-CustomerFile      PIC X(200)
           VALUE "customerMaster.dat".
       01  WS-ARG-CUST-ID       PIC X(10).
       01  WS-GI-I              PIC 9(2).
       01  WS-GEN-TRANS-COUNT   PIC 9(7) VALUE ZERO.

      * forwarding records: which retired numbers lead where, and
      * the account being listed together with every number that was
      * renumbered or merged into it
       01  WS-ForwardFile       PIC X(200)
           VALUE "accountForwarding.dat".
       01  WS-FWD-STATUS        PIC XX.
       01  WS-FWD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-FWD-TABLE.
           05 WS-FWD-ENTRY OCCURS 2000 TIMES.
               10 WS-FWD-OLD-ACC PIC X(10).
               10 WS-FWD-NEW-ACC PIC X(10).
               10 WS-FWD-DATE    PIC X(8).
               10 WS-FWD-REASON  PIC X.
       01  WS-FWD-I             PIC 9(5).
       01  WS-FWD-HOPS          PIC 9(2).
       01  WS-FWD-FOUND         PIC X.
       01  WS-FWD-ACC           PIC X(10).
       01  WS-PRED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-PRED-TABLE.
           05 WS-PRED-ACC       PIC X(10) OCCURS 100 TIMES.
       01  WS-PRED-I            PIC 9(3).
       01  WS-PRED-X            PIC 9(3).
       01  WS-PRED-ADDED        PIC X.
       01  WS-PRED-KNOWN        PIC X.
       01  WS-PRED-NEW-KNOWN    PIC X.
       01  WS-LIST-ACC-NUMBER   PIC X(10).

      * past balances from the end-of-day balance history: the
      * closing balance on one date, and the average daily balance
      * with its low and high over a range of dates
       01  WS-BalanceHistoryFile PIC X(200)
           VALUE "indexedBalanceHistory".
       01  WS-ARG-AS-OF-DATE    PIC X(8).
       01  WS-ARG-RANGE-FROM    PIC X(8).
       01  WS-ARG-RANGE-TO      PIC X(8).
       01  WS-BH-STATUS         PIC XX.
       01  WS-BH-EOF            PIC X.
       01  WS-ASOF-FOUND        PIC X.
       01  WS-ASOF-BALANCE      PIC S9(10)V99.
       01  WS-ASOF-CAPTURED     PIC X(8).
       01  WS-ADB-KNOWN         PIC X.
       01  WS-ADB-CARRY         PIC S9(10)V99.
       01  WS-ADB-SUM           PIC S9(15)V99.
       01  WS-ADB-DAYS          PIC 9(5).
       01  WS-ADB-UNKNOWN-DAYS  PIC 9(5).
       01  WS-ADB-AVERAGE       PIC S9(10)V99.
       01  WS-ADB-LOW           PIC S9(10)V99.
       01  WS-ADB-HIGH          PIC S9(10)V99.
       01  WS-CHECK-DATE.
           05 WS-CHK-CCYY PIC 9(4).
           05 WS-CHK-MM   PIC 99.
           05 WS-CHK-DD   PIC 99.
       01  WS-DATE-VALID        PIC X.

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

       01  WS-MS-STATUS         PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-HLD-EOF           PIC X.
       01  WS-CUST-STATUS       PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
           PERFORM OPEN-FILES
           PERFORM LOAD-REVERSAL-REGISTER
           PERFORM LOAD-GENERATION-INDEX
           PERFORM LOAD-FORWARDING-TABLE

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
               PERFORM LOOKUP-MASTER-RECORD

               IF WS-ACCOUNT-FOUND = 'Y'
                   PERFORM WRITE-FORWARDED-TO-NOTE
                   PERFORM COLLECT-FORMER-NUMBERS
                   PERFORM LIST-ACCOUNT-HOLDS
                   PERFORM LIST-PAST-BALANCES
                   MOVE WS-ARG-ACC-NUMBER TO WS-LIST-ACC-NUMBER
                   PERFORM LIST-TRANSACTION-HISTORY
                   IF WS-HIST-AVAILABLE = 'Y'
                       PERFORM LIST-PURGED-TRANSACTIONS
                   END-IF
                   PERFORM LIST-GENERATION-TRANSACTIONS
                   PERFORM VARYING WS-PRED-I FROM 2 BY 1
                       UNTIL WS-PRED-I > WS-PRED-COUNT
                       PERFORM LIST-FORMER-NUMBER-HISTORY
                   END-PERFORM
                   PERFORM WRITE-TRANSACTION-TOTALS
               END-IF
           END-IF
                    WS-ARG-CUST-ID
                    WS-ReversalFile
                    WS-GenIndexFile
                    WS-ForwardFile
                    WS-BalanceHistoryFile
                    WS-ARG-AS-OF-DATE
                    WS-ARG-RANGE-FROM
                    WS-ARG-RANGE-TO
           END-UNSTRING

           IF WS-HistoryFile = SPACES
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-HoldsFile = SPACES
               MOVE "indexedHolds" TO WS-HoldsFile
           END-IF
           IF WS-CustomerFile = SPACES OR WS-CustomerFile = "-"
               MOVE "customerMaster.dat" TO WS-CustomerFile
           END-IF
           IF WS-ARG-CUST-ID = "-"
               MOVE SPACES TO WS-ARG-CUST-ID
           END-IF
           IF WS-ForwardFile = SPACES OR WS-ForwardFile = "-"
               MOVE "accountForwarding.dat" TO WS-ForwardFile
           END-IF
           IF WS-BalanceHistoryFile = SPACES
              OR WS-BalanceHistoryFile = "-"
               MOVE "indexedBalanceHistory" TO WS-BalanceHistoryFile
           END-IF
           IF WS-ARG-AS-OF-DATE = "-"
               MOVE SPACES TO WS-ARG-AS-OF-DATE
           END-IF
           IF WS-ARG-RANGE-FROM = "-"
               MOVE SPACES TO WS-ARG-RANGE-FROM
           END-IF
           IF WS-ARG-RANGE-TO = "-"
               MOVE SPACES TO WS-ARG-RANGE-TO
           END-IF.

       OPEN-FILES.
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO HLD-ACC-NUMBER
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
                       IF HLD-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-HLD-EOF
                       ELSE
                           IF HLD-STATUS = 'A'
                              AND (HLD-EXPIRY-DATE = SPACES
                                   OR HLD-EXPIRY-DATE >= WS-TODAY)
                               ADD 1 TO WS-HOLD-COUNT
                               ADD HLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
                               PERFORM WRITE-HOLD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

      ******************************************************************
      * Past balances, from the end-of-day balance history: the
      * closing balance on the as-of-date and the average daily
      * balance over the range. Neither question asked, nothing
      * printed; no history file yet, a note says so.
      ******************************************************************
       LIST-PAST-BALANCES.
           IF WS-ARG-AS-OF-DATE = SPACES AND WS-ARG-RANGE-FROM = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-RANGE-FROM NOT = SPACES
              AND WS-ARG-RANGE-TO = SPACES
               IF WS-ARG-AS-OF-DATE NOT = SPACES
                   MOVE WS-ARG-AS-OF-DATE TO WS-ARG-RANGE-TO
               ELSE
                   MOVE WS-TODAY TO WS-ARG-RANGE-TO
               END-IF
           END-IF

           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BH-STATUS NOT = "00"
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING
                   "No balance history found: " DELIMITED BY SIZE
                   WS-BalanceHistoryFile        DELIMITED BY SPACE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-AS-OF-DATE NOT = SPACES
               PERFORM WRITE-BALANCE-AS-OF
           END-IF
           IF WS-ARG-RANGE-FROM NOT = SPACES
               PERFORM WRITE-AVERAGE-DAILY-BALANCE
           END-IF

           CLOSE BALANCE-HISTORY-FILE.

      * the closing balance on a date is the latest capture on or
      * before it
       WRITE-BALANCE-AS-OF.
           MOVE WS-ARG-AS-OF-DATE TO WS-CHECK-DATE
           PERFORM CHECK-HISTORY-DATE
           IF WS-DATE-VALID = 'N'
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING
                   "Balance As Of: invalid date " DELIMITED BY SIZE
                   WS-ARG-AS-OF-DATE              DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ASOF-FOUND
           PERFORM POSITION-BALANCE-HISTORY
           PERFORM READ-NEXT-BALANCE
           PERFORM UNTIL WS-BH-EOF = 'Y'
                      OR BH-BUS-DATE > WS-ARG-AS-OF-DATE
               MOVE 'Y'         TO WS-ASOF-FOUND
               MOVE BH-BALANCE  TO WS-ASOF-BALANCE
               MOVE BH-BUS-DATE TO WS-ASOF-CAPTURED
               PERFORM READ-NEXT-BALANCE
           END-PERFORM

           MOVE SPACES TO INQUIRY-REPORT-LINE
           IF WS-ASOF-FOUND = 'Y'
               MOVE WS-ASOF-BALANCE TO WS-BALANCE-DISPLAY
               STRING
                   "Balance As Of "   DELIMITED BY SIZE
                   WS-ARG-AS-OF-DATE  DELIMITED BY SIZE
                   ": "               DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   " (closing balance of " DELIMITED BY SIZE
                   WS-ASOF-CAPTURED   DELIMITED BY SIZE
                   ")"                DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Balance As Of "   DELIMITED BY SIZE
                   WS-ARG-AS-OF-DATE  DELIMITED BY SIZE
                   ": no balance captured on or before that date"
                                      DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
           END-IF
           WRITE INQUIRY-REPORT-LINE.

      ******************************************************************
      * Walks every calendar day from range-from to range-to beside
      * the account's captures, carrying each closing balance forward
      * until the next capture, and averages the days that have one.
      ******************************************************************
       WRITE-AVERAGE-DAILY-BALANCE.
           MOVE WS-ARG-RANGE-FROM TO WS-CHECK-DATE
           PERFORM CHECK-HISTORY-DATE
           IF WS-DATE-VALID = 'Y'
               MOVE WS-ARG-RANGE-TO TO WS-CHECK-DATE
               PERFORM CHECK-HISTORY-DATE
           END-IF
           IF WS-DATE-VALID = 'N'
              OR WS-ARG-RANGE-FROM > WS-ARG-RANGE-TO
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING
                   "Average Daily Balance: invalid range "
                                      DELIMITED BY SIZE
                   WS-ARG-RANGE-FROM  DELIMITED BY SIZE
                   " to "             DELIMITED BY SIZE
                   WS-ARG-RANGE-TO    DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'  TO WS-ADB-KNOWN
           MOVE ZERO TO WS-ADB-CARRY
           MOVE ZERO TO WS-ADB-SUM
           MOVE ZERO TO WS-ADB-DAYS
           MOVE ZERO TO WS-ADB-UNKNOWN-DAYS
           MOVE ZERO TO WS-ADB-LOW
           MOVE ZERO TO WS-ADB-HIGH
           PERFORM POSITION-BALANCE-HISTORY
           PERFORM READ-NEXT-BALANCE

           MOVE WS-ARG-RANGE-FROM TO WS-WALK-DATE
           PERFORM UNTIL WS-WALK-DATE > WS-ARG-RANGE-TO
               PERFORM UNTIL WS-BH-EOF = 'Y'
                          OR BH-BUS-DATE > WS-WALK-DATE
                   MOVE 'Y'        TO WS-ADB-KNOWN
                   MOVE BH-BALANCE TO WS-ADB-CARRY
                   PERFORM READ-NEXT-BALANCE
               END-PERFORM
               IF WS-ADB-KNOWN = 'Y'
                   IF WS-ADB-DAYS = ZERO
                       MOVE WS-ADB-CARRY TO WS-ADB-LOW
                       MOVE WS-ADB-CARRY TO WS-ADB-HIGH
                   END-IF
                   IF WS-ADB-CARRY < WS-ADB-LOW
                       MOVE WS-ADB-CARRY TO WS-ADB-LOW
                   END-IF
                   IF WS-ADB-CARRY > WS-ADB-HIGH
                       MOVE WS-ADB-CARRY TO WS-ADB-HIGH
                   END-IF
                   ADD WS-ADB-CARRY TO WS-ADB-SUM
                   ADD 1 TO WS-ADB-DAYS
               ELSE
                   ADD 1 TO WS-ADB-UNKNOWN-DAYS
               END-IF
               PERFORM ADVANCE-ONE-DAY
           END-PERFORM

           MOVE SPACES TO INQUIRY-REPORT-LINE
           IF WS-ADB-DAYS = ZERO
               STRING
                   "Average Daily Balance "  DELIMITED BY SIZE
                   WS-ARG-RANGE-FROM         DELIMITED BY SIZE
                   " to "                    DELIMITED BY SIZE
                   WS-ARG-RANGE-TO           DELIMITED BY SIZE
                   ": no balance captured in or before the range"
                                             DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ADB-AVERAGE ROUNDED = WS-ADB-SUM / WS-ADB-DAYS
           MOVE WS-ADB-AVERAGE TO WS-BALANCE-DISPLAY
           MOVE WS-ADB-DAYS    TO WS-COUNT-DISPLAY
           STRING
               "Average Daily Balance "  DELIMITED BY SIZE
               WS-ARG-RANGE-FROM         DELIMITED BY SIZE
               " to "                    DELIMITED BY SIZE
               WS-ARG-RANGE-TO           DELIMITED BY SIZE
               ": "                      DELIMITED BY SIZE
               WS-BALANCE-DISPLAY        DELIMITED BY SIZE
               " Days: "                 DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           MOVE WS-ADB-LOW  TO WS-BALANCE-DISPLAY
           MOVE WS-ADB-HIGH TO WS-AVAIL-DISPLAY
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING
               "Low Balance: "       DELIMITED BY SIZE
               WS-BALANCE-DISPLAY    DELIMITED BY SIZE
               " High Balance: "     DELIMITED BY SIZE
               WS-AVAIL-DISPLAY      DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           IF WS-ADB-UNKNOWN-DAYS > ZERO
               MOVE WS-ADB-UNKNOWN-DAYS TO WS-COUNT-DISPLAY
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING
                   "Days Before First Capture (not averaged): "
                                         DELIMITED BY SIZE
                   WS-COUNT-DISPLAY      DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-LINE
               END-STRING
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       POSITION-BALANCE-HISTORY.
           MOVE 'N' TO WS-BH-EOF
           MOVE WS-ARG-ACC-NUMBER TO BH-ACC-NUMBER
           MOVE LOW-VALUES TO BH-BUS-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BH-EOF
           END-START.

       READ-NEXT-BALANCE.
           IF WS-BH-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BH-EOF
               NOT AT END
                   IF BH-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                       MOVE 'Y' TO WS-BH-EOF
                   END-IF
           END-READ.

       CHECK-HISTORY-DATE.
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

      * a missing register just means no reversals have been booked
       LOAD-REVERSAL-REGISTER.
           OPEN INPUT REVERSAL-FILE
       WRITE-REVERSAL-NOTE-IF-ANY.
           PERFORM VARYING WS-RV-I FROM 1 BY 1
               UNTIL WS-RV-I > WS-REV-COUNT
               MOVE 'N' TO WS-PRED-KNOWN
               PERFORM VARYING WS-PRED-X FROM 1 BY 1
                   UNTIL WS-PRED-X > WS-PRED-COUNT
                   IF WS-PRED-ACC(WS-PRED-X) = WS-RV-ACC-NUMBER(WS-RV-I)
                       MOVE 'Y' TO WS-PRED-KNOWN
                   END-IF
               END-PERFORM
               IF WS-PRED-KNOWN = 'Y'
                   IF WS-RV-REVERSAL-ID(WS-RV-I) = WS-NOTE-ID
                       MOVE SPACES TO INQUIRY-REPORT-LINE
                       STRING
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           MOVE 'N' TO WS-TRANS-EOF
           MOVE WS-LIST-ACC-NUMBER TO T-ACC-NUMBER
           START TRANS-FILE KEY IS NOT LESS THAN T-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TRANS-EOF
               END-READ

               IF WS-TRANS-EOF = 'N'
                   IF T-ACC-NUMBER NOT = WS-LIST-ACC-NUMBER
                       MOVE 'Y' TO WS-TRANS-EOF
                   ELSE
                       ADD 1 TO WS-TRANS-COUNT
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-LIST-ACC-NUMBER TO H-ACC-NUMBER
           START HISTORY-FILE KEY IS NOT LESS THAN H-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
               END-READ

               IF WS-HIST-EOF = 'N'
                   IF H-ACC-NUMBER NOT = WS-LIST-ACC-NUMBER
                       MOVE 'Y' TO WS-HIST-EOF
                   ELSE
                       ADD 1 TO WS-HIST-COUNT
           WRITE INQUIRY-REPORT-LINE

           MOVE 'N' TO WS-GEN-EOF
           MOVE WS-LIST-ACC-NUMBER TO G-ACC-NUMBER
           START GENERATION-FILE KEY IS NOT LESS THAN G-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-GEN-EOF
               END-READ

               IF WS-GEN-EOF = 'N'
                   IF G-ACC-NUMBER NOT = WS-LIST-ACC-NUMBER
                       MOVE 'Y' TO WS-GEN-EOF
                   ELSE
                       ADD 1 TO WS-GEN-TRANS-COUNT
           MOVE G-ID TO WS-NOTE-ID
           PERFORM WRITE-REVERSAL-NOTE-IF-ANY.

      * a missing forwarding file just means no account number has
      * ever been retired
       LOAD-FORWARDING-TABLE.
           OPEN INPUT FORWARD-FILE
           IF WS-FWD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FWD-STATUS NOT = "00"
               READ FORWARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FWD-COUNT < 2000
                           ADD 1 TO WS-FWD-COUNT
                           MOVE FW-OLD-ACC
                               TO WS-FWD-OLD-ACC(WS-FWD-COUNT)
                           MOVE FW-NEW-ACC
                               TO WS-FWD-NEW-ACC(WS-FWD-COUNT)
                           MOVE FW-DATE
                               TO WS-FWD-DATE(WS-FWD-COUNT)
                           MOVE FW-REASON
                               TO WS-FWD-REASON(WS-FWD-COUNT)
                       ELSE
                           DISPLAY "Forwarding table full - "
                               FW-OLD-ACC " not followed"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORWARD-FILE.

      * a retired number says where the account went, to the end of
      * the chain; the hop limit guards against a chain that loops
       WRITE-FORWARDED-TO-NOTE.
           MOVE WS-ARG-ACC-NUMBER TO WS-FWD-ACC
           MOVE ZERO TO WS-FWD-HOPS
           MOVE 'Y' TO WS-FWD-FOUND
           PERFORM UNTIL WS-FWD-FOUND = 'N' OR WS-FWD-HOPS > 10
               MOVE 'N' TO WS-FWD-FOUND
               PERFORM VARYING WS-FWD-I FROM 1 BY 1
                   UNTIL WS-FWD-I > WS-FWD-COUNT
                      OR WS-FWD-FOUND = 'Y'
                   IF WS-FWD-OLD-ACC(WS-FWD-I) = WS-FWD-ACC
                       MOVE WS-FWD-NEW-ACC(WS-FWD-I) TO WS-FWD-ACC
                       MOVE 'Y' TO WS-FWD-FOUND
                       ADD 1 TO WS-FWD-HOPS
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-FWD-ACC = WS-ARG-ACC-NUMBER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING
               "** Account number retired - now held under "
               DELIMITED BY SIZE
               WS-FWD-ACC     DELIMITED BY SIZE
               " (inquire on that number for the current position)"
               DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE.

      ******************************************************************
      * Gathers every number that was renumbered or merged into the
      * inquired account, directly or through earlier moves. Entry 1
      * is the account itself; the table grows until a pass over the
      * forwarding records adds nothing new.
      ******************************************************************
       COLLECT-FORMER-NUMBERS.
           MOVE 1 TO WS-PRED-COUNT
           MOVE WS-ARG-ACC-NUMBER TO WS-PRED-ACC(1)
           MOVE 'Y' TO WS-PRED-ADDED
           PERFORM UNTIL WS-PRED-ADDED = 'N'
               MOVE 'N' TO WS-PRED-ADDED
               PERFORM VARYING WS-FWD-I FROM 1 BY 1
                   UNTIL WS-FWD-I > WS-FWD-COUNT
                   PERFORM CHECK-FORMER-NUMBER
               END-PERFORM
           END-PERFORM.

       CHECK-FORMER-NUMBER.
           MOVE 'N' TO WS-PRED-KNOWN
           MOVE 'N' TO WS-PRED-NEW-KNOWN
           PERFORM VARYING WS-PRED-X FROM 1 BY 1
               UNTIL WS-PRED-X > WS-PRED-COUNT
               IF WS-PRED-ACC(WS-PRED-X) = WS-FWD-OLD-ACC(WS-FWD-I)
                   MOVE 'Y' TO WS-PRED-KNOWN
               END-IF
               IF WS-PRED-ACC(WS-PRED-X) = WS-FWD-NEW-ACC(WS-FWD-I)
                   MOVE 'Y' TO WS-PRED-NEW-KNOWN
               END-IF
           END-PERFORM
           IF WS-PRED-NEW-KNOWN = 'Y' AND WS-PRED-KNOWN = 'N'
              AND WS-PRED-COUNT < 100
               ADD 1 TO WS-PRED-COUNT
               MOVE WS-FWD-OLD-ACC(WS-FWD-I)
                   TO WS-PRED-ACC(WS-PRED-COUNT)
               MOVE 'Y' TO WS-PRED-ADDED
           END-IF.

      * history purged before a move stays filed under the number it
      * was posted to; live items moved with the account
       LIST-FORMER-NUMBER-HISTORY.
           MOVE WS-PRED-ACC(WS-PRED-I) TO WS-LIST-ACC-NUMBER
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING
               "Former Account Number: " DELIMITED BY SIZE
               WS-LIST-ACC-NUMBER        DELIMITED BY SIZE
               INTO INQUIRY-REPORT-LINE
           END-STRING
           WRITE INQUIRY-REPORT-LINE

           PERFORM VARYING WS-FWD-I FROM 1 BY 1
               UNTIL WS-FWD-I > WS-FWD-COUNT
               IF WS-FWD-OLD-ACC(WS-FWD-I) = WS-LIST-ACC-NUMBER
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING
                       "  Moved to "            DELIMITED BY SIZE
                       WS-FWD-NEW-ACC(WS-FWD-I) DELIMITED BY SIZE
                       " on "                   DELIMITED BY SIZE
                       WS-FWD-DATE(WS-FWD-I)    DELIMITED BY SIZE
                       " Reason: "              DELIMITED BY SIZE
                       WS-FWD-REASON(WS-FWD-I)  DELIMITED BY SIZE
                       INTO INQUIRY-REPORT-LINE
                   END-STRING
                   WRITE INQUIRY-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-HIST-AVAILABLE = 'Y'
               PERFORM LIST-PURGED-TRANSACTIONS
           END-IF
           PERFORM LIST-GENERATION-TRANSACTIONS.

       WRITE-TRANSACTION-TOTALS.
           MOVE WS-TRANS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO INQUIRY-REPORT-LINE
