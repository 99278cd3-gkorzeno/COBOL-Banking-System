      *   statementGeneration [master-file] [trans-file]
      *       [statement-file] [from-date] [to-date] [account-number]
      *       [history-file] [rates-file] [customer-file]
      *       [customer-id] [reversal-file] [gen-index-file]
      *       [catalog-file] [party-file] [balance-history-file]
      *
      * Dates are CCYYMMDD. account-number is optional; when omitted a
      * statement is produced for every account on the master file.
      * as its own section with posted activity and running balance,
      * and a combined position total per currency at the end -- the
      * same rollup ACCOUNT-INQUIRY's by-customer page shows. One
      * mailing per customer instead of one per account. An account
      * the customer owns jointly (an active primary or joint owner
      * on the party file, see PARTYREC) is part of the relationship
      * too.
      *
      * Every account statement is addressed to all its owners: the
      * attached customer (M-CUSTOMER-ID) first, then each active
      * primary or joint owner on the party file, each with name and
      * address from the customer master. Powers of attorney,
      * beneficiaries and guardians own nothing and are not printed.
      * Without a party file only the attached customer is printed.
      *
      * For each account the program loads the account's posted
      * transactions -- records flagged 'P' on the live file plus
      * The overdraft fee never has a record of its own, so the
      * backward replay infers it the way the posting programs charge
      * it: a debit that left the running balance negative is assumed
      * to have drawn its product's overdraft fee from the product
      * catalog (the standard fee when the catalog or the product is
      * missing). That inference is exact when the account's full
      * activity is on file and approximate for accounts whose
      * opening balance predates the transaction history. Balance
      * movements that never carried a transaction record
      * (DIRECT-mode interest) show up inside the opening balance
      * only. Unposted items are not statement material --
      * they have not touched the ledger yet.
      *
      * After the closing balance each statement prints the period's
      * average daily balance with its low and high closing balance,
      * from the end-of-day balance history END-OF-DAY-BALANCES
      * writes (see BALHIST). Every calendar day of the period counts
      * with the balance it closed on, a day without a capture
      * carrying the previous one forward; days before the account's
      * first capture or after the latest one are outside what the
      * history knows and are left out, and the line states the days
      * the figures cover. Leap years are not modeled, the
      * simplification the other date walks carry. Without a balance
      * history file, or with no capture for the account, the lines
      * are left off.
      *
      * Defaults:
      *   master-file    = indexedMaster
      *   trans-file     = indexedTransactions
      *   to-date        = 99999999 (no upper bound)
      *   history-file   = transactionHistory
      *   rates-file     = fxRates.dat
      *   catalog-file   = productCatalog.dat
      *   party-file     = indexedParties
      *   balance-history-file = indexedBalanceHistory
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT-GENERATION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIX-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

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

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-REC.
           COPY BALHIST REPLACING ==:PFX:== BY ==BH==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-SAVED-ADDR-1      PIC X(30).
       01  WS-SAVED-ADDR-2      PIC X(30).

      * the account's owners, the attached customer first, each
      * resolved against the customer master in one pass
       01  WS-PartyFile         PIC X(200) VALUE "indexedParties".
       01  WS-PTY-STATUS        PIC XX.
       01  WS-PTY-AVAILABLE     PIC X VALUE 'N'.

      * the period's average daily, low and high balance, walked day
      * by day over the end-of-day balance history
       01  WS-BalanceHistoryFile PIC X(200)
           VALUE "indexedBalanceHistory".
       01  WS-BH-STATUS         PIC XX.
       01  WS-BH-AVAILABLE      PIC X VALUE 'N'.
       01  WS-BH-EOF            PIC X.
       01  WS-ADB-KNOWN         PIC X.
       01  WS-ADB-CARRY         PIC S9(10)V99.
       01  WS-ADB-LAST-CAPTURE  PIC X(8).
       01  WS-ADB-SUM           PIC S9(15)V99.
       01  WS-ADB-DAYS          PIC 9(5).
       01  WS-ADB-AVERAGE       PIC S9(10)V99.
       01  WS-ADB-LOW           PIC S9(10)V99.
       01  WS-ADB-HIGH          PIC S9(10)V99.
       01  WS-ADB-FIRST-DAY     PIC X(8).
       01  WS-ADB-LAST-DAY      PIC X(8).

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
       01  WS-PTY-EOF           PIC X.
       01  WS-IS-OWNER          PIC X.
       01  WS-OWNER-MAX         PIC 9(2) VALUE 10.
       01  WS-OWNER-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 10 TIMES.
               10 WS-OW-CUST-ID  PIC X(10).
               10 WS-OW-ROLE     PIC X.
               10 WS-OW-FOUND    PIC X.
               10 WS-OW-NAME     PIC X(30).
               10 WS-OW-ADDR-1   PIC X(30).
               10 WS-OW-ADDR-2   PIC X(30).
       01  WS-OW-I              PIC 9(2).
       01  WS-OW-LABEL          PIC X(12).

      * combined position per currency across the customer's
      * accounts, the same rollup ACCOUNT-INQUIRY carries
       01  WS-POS-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-FX-BEST-DATE      PIC X(8).
       01  WS-FX-RATE           PIC 9(4)V9(6).

      * per-product overdraft fee from the product catalog, zero for
      * an exempt product
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
               10 WS-PRD-CODE        PIC X.
               10 WS-PRD-OD-FEE      PIC 9(3)V99.
       01  WS-PRD-I             PIC 99.

       01  WS-DEFAULT-OD-FEE    PIC 9(3)V99 VALUE 35.
       01  WS-OD-FEE            PIC 9(3)V99.

       01  WS-BALANCE-DISPLAY   PIC -ZZZZZZZZZ9.99.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
           PERFORM LOAD-FX-RATES
           PERFORM LOAD-REVERSAL-REGISTER
           PERFORM LOAD-GENERATION-INDEX
           PERFORM LOAD-PRODUCT-CATALOG

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF
           IF WS-PTY-AVAILABLE = 'Y'
               CLOSE PARTY-FILE
           END-IF
           IF WS-BH-AVAILABLE = 'Y'
               CLOSE BALANCE-HISTORY-FILE
           END-IF

           MOVE WS-ACCOUNTS-PRINTED TO WS-COUNT-DISPLAY
           DISPLAY "Statements produced: " WS-COUNT-DISPLAY
                    WS-ARG-CUST-ID
                    WS-ReversalFile
                    WS-GenIndexFile
                    WS-ProductFile
                    WS-PartyFile
                    WS-BalanceHistoryFile
           END-UNSTRING

           IF WS-ARG-FROM-DATE = SPACES
           END-IF
           IF WS-ARG-CUST-ID = "-"
               MOVE SPACES TO WS-ARG-CUST-ID
           END-IF
           IF WS-ProductFile = SPACES OR WS-ProductFile = "-"
               MOVE "productCatalog.dat" TO WS-ProductFile
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF
           IF WS-BalanceHistoryFile = SPACES
              OR WS-BalanceHistoryFile = "-"
               MOVE "indexedBalanceHistory" TO WS-BalanceHistoryFile
           END-IF.

       OPEN-FILES.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF

      * nor is a missing party file: until the first party is added
      * every account has only its attached customer
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
               MOVE 'Y' TO WS-PTY-AVAILABLE
           END-IF

      * nor is a missing balance history: the capture step may not
      * have run yet, and the statement simply goes without averages
           OPEN INPUT BALANCE-HISTORY-FILE
           IF WS-BH-STATUS = "00"
               MOVE 'Y' TO WS-BH-AVAILABLE
           END-IF.

       PROCESS-ALL-ACCOUNTS.
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF M-ACC-NUMBER NOT = WS-CONTROL-KEY
                           PERFORM CHECK-CUSTOMER-OWNS-ACCOUNT
                       END-IF
                       IF M-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND WS-IS-OWNER = 'Y'
                           ADD 1 TO WS-CUST-ACCOUNTS
                           PERFORM PRODUCE-ACCOUNT-STATEMENT
                           PERFORM ADD-TO-POSITION-TOTALS

           PERFORM WRITE-POSITION-TOTALS.

      * the customer owns the account when it is the attached
      * customer or an active primary or joint owner on the party file
       CHECK-CUSTOMER-OWNS-ACCOUNT.
           MOVE 'N' TO WS-IS-OWNER
           IF M-CUSTOMER-ID = WS-ARG-CUST-ID
               MOVE 'Y' TO WS-IS-OWNER
               EXIT PARAGRAPH
           END-IF
           IF WS-PTY-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE M-ACC-NUMBER   TO PT-ACC-NUMBER
           MOVE WS-ARG-CUST-ID TO PT-CUST-ID
           READ PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PT-STATUS = 'A'
                      AND (PT-ROLE = 'P' OR PT-ROLE = 'J')
                       MOVE 'Y' TO WS-IS-OWNER
                   END-IF
           END-READ.

       PRINT-CUSTOMER-ADDRESS-BLOCK.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE

           ADD 1 TO WS-ACCOUNTS-PRINTED
           MOVE ZERO TO WS-PAGE-NUMBER
           PERFORM LOAD-ACCOUNT-OWNERS
           PERFORM WRITE-STATEMENT-HEADER

           MOVE M-BALANCE TO WS-RUNNING-BALANCE
           END-PERFORM

           PERFORM WRITE-CLOSING-BALANCE-LINE
           IF WS-BH-AVAILABLE = 'Y'
               PERFORM WRITE-PERIOD-BALANCE-LINES
           END-IF

           IF WS-STMT-OVERFLOW = 'Y'
               MOVE SPACES TO STATEMENT-LINE

      * a missing index just means the history has never been rolled
      * and the monolithic file still holds everything
      * without the catalog every overdraft is inferred at the
      * standard fee; the statement still prints
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Product catalog not available - overdraft "
                   "fees inferred at the standard fee"
               EXIT PARAGRAPH
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
                           MOVE PR-OD-FEE
                               TO WS-PRD-OD-FEE(WS-PRD-COUNT)
                       ELSE
                           DISPLAY "Product table full - "
                               PR-PRODUCT-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       LOAD-GENERATION-INDEX.
           OPEN INPUT GEN-INDEX-FILE
           IF WS-GIX-STATUS NOT = "00"

       DETERMINE-OVERDRAFT-FEE.
           MOVE WS-DEFAULT-OD-FEE TO WS-OD-FEE
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
               IF WS-PRD-CODE(WS-PRD-I) = M-ACC-TYPE
                   MOVE WS-PRD-OD-FEE(WS-PRD-I) TO WS-OD-FEE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Backs table entry WS-ST-I out of the running balance -- used
           END-STRING
           WRITE STATEMENT-LINE

      * the owners' names and addresses head the first page only
           IF WS-PAGE-NUMBER = 1
               PERFORM WRITE-OWNER-ADDRESS-BLOCK
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING
               "Date     Time   Trans ID Description      "
           END-STRING
           WRITE STATEMENT-LINE.

      ******************************************************************
      * The statement is addressed to every owner of the account:
      * the attached customer, then the active primary and joint
      * owners on the party file in customer order. One pass of the
      * customer master fills in all their names and addresses.
      ******************************************************************
       LOAD-ACCOUNT-OWNERS.
           MOVE ZERO TO WS-OWNER-COUNT
           IF M-CUSTOMER-ID NOT = SPACES
               ADD 1 TO WS-OWNER-COUNT
               MOVE M-CUSTOMER-ID TO WS-OW-CUST-ID(WS-OWNER-COUNT)
               MOVE 'P'           TO WS-OW-ROLE(WS-OWNER-COUNT)
           END-IF

           IF WS-PTY-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PTY-EOF
               MOVE M-ACC-NUMBER TO PT-ACC-NUMBER
               MOVE LOW-VALUES   TO PT-CUST-ID
               START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PTY-EOF
               END-START
               PERFORM UNTIL WS-PTY-EOF = 'Y'
                   READ PARTY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-PTY-EOF
                       NOT AT END
                           IF PT-ACC-NUMBER NOT = M-ACC-NUMBER
                               MOVE 'Y' TO WS-PTY-EOF
                           ELSE
                               PERFORM ADD-PARTY-OWNER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               MOVE 'N' TO WS-OW-FOUND(WS-OW-I)
           END-PERFORM
           IF WS-OWNER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   READ CUSTOMER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM MATCH-OWNER-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       ADD-PARTY-OWNER.
           IF PT-STATUS NOT = 'A'
              OR (PT-ROLE NOT = 'P' AND PT-ROLE NOT = 'J')
              OR PT-CUST-ID = M-CUSTOMER-ID
              OR WS-OWNER-COUNT NOT < WS-OWNER-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OWNER-COUNT
           MOVE PT-CUST-ID TO WS-OW-CUST-ID(WS-OWNER-COUNT)
           MOVE PT-ROLE    TO WS-OW-ROLE(WS-OWNER-COUNT).

       MATCH-OWNER-CUSTOMER.
           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               IF WS-OW-CUST-ID(WS-OW-I) = CU-CUST-ID
                   MOVE 'Y'            TO WS-OW-FOUND(WS-OW-I)
                   MOVE CU-CUST-NAME   TO WS-OW-NAME(WS-OW-I)
                   MOVE CU-ADDR-LINE-1 TO WS-OW-ADDR-1(WS-OW-I)
                   MOVE CU-ADDR-LINE-2 TO WS-OW-ADDR-2(WS-OW-I)
               END-IF
           END-PERFORM.

       WRITE-OWNER-ADDRESS-BLOCK.
           PERFORM VARYING WS-OW-I FROM 1 BY 1
               UNTIL WS-OW-I > WS-OWNER-COUNT
               IF WS-OW-ROLE(WS-OW-I) = 'J'
                   MOVE "Joint owner:" TO WS-OW-LABEL
               ELSE
                   MOVE "Owner:"       TO WS-OW-LABEL
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACES TO STATEMENT-LINE
               IF WS-OW-FOUND(WS-OW-I) = 'Y'
                   STRING
                       WS-OW-LABEL            DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WS-OW-CUST-ID(WS-OW-I) DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WS-OW-NAME(WS-OW-I)    DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
                   IF WS-OW-ADDR-1(WS-OW-I) NOT = SPACES
                       ADD 1 TO WS-LINE-COUNT
                       MOVE SPACES TO STATEMENT-LINE
                       MOVE WS-OW-ADDR-1(WS-OW-I)
                           TO STATEMENT-LINE(25:30)
                       WRITE STATEMENT-LINE
                   END-IF
                   IF WS-OW-ADDR-2(WS-OW-I) NOT = SPACES
                       ADD 1 TO WS-LINE-COUNT
                       MOVE SPACES TO STATEMENT-LINE
                       MOVE WS-OW-ADDR-2(WS-OW-I)
                           TO STATEMENT-LINE(25:30)
                       WRITE STATEMENT-LINE
                   END-IF
               ELSE
                   STRING
                       WS-OW-LABEL            DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       WS-OW-CUST-ID(WS-OW-I) DELIMITED BY SIZE
                       " - NOT ON CUSTOMER MASTER" DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.

       CHECK-PAGE-BREAK.
           ADD 1 TO WS-LINE-COUNT
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
           END-STRING
           WRITE STATEMENT-LINE.

      ******************************************************************
      * Average daily, low and high balance for the period: every
      * calendar day from from-date to to-date closes on the latest
      * capture on or before it. Days before the first capture are
      * skipped by starting the walk on it, and the walk stops after
      * the latest capture, so an open-ended period stays bounded.
      ******************************************************************
       WRITE-PERIOD-BALANCE-LINES.
           MOVE 'N' TO WS-BH-EOF
           MOVE M-ACC-NUMBER TO BH-ACC-NUMBER
           MOVE LOW-VALUES TO BH-BUS-DATE
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BH-EOF
           END-START
           PERFORM READ-NEXT-BALANCE
           IF WS-BH-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-FROM-DATE TO WS-WALK-DATE
           IF BH-BUS-DATE > WS-ARG-FROM-DATE
               MOVE BH-BUS-DATE TO WS-WALK-DATE
           END-IF
           IF WS-WALK-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-WLK-MM < 1 OR WS-WLK-MM > 12
               EXIT PARAGRAPH
           END-IF
           IF WS-WLK-DD < 1 OR WS-WLK-DD > WS-DIM-DAYS(WS-WLK-MM)
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'    TO WS-ADB-KNOWN
           MOVE ZERO   TO WS-ADB-CARRY
           MOVE ZERO   TO WS-ADB-SUM
           MOVE ZERO   TO WS-ADB-DAYS
           MOVE SPACES TO WS-ADB-LAST-CAPTURE
           PERFORM UNTIL WS-WALK-DATE > WS-ARG-TO-DATE
                      OR (WS-BH-EOF = 'Y'
                          AND WS-WALK-DATE > WS-ADB-LAST-CAPTURE)
               PERFORM UNTIL WS-BH-EOF = 'Y'
                          OR BH-BUS-DATE > WS-WALK-DATE
                   MOVE 'Y'         TO WS-ADB-KNOWN
                   MOVE BH-BALANCE  TO WS-ADB-CARRY
                   MOVE BH-BUS-DATE TO WS-ADB-LAST-CAPTURE
                   PERFORM READ-NEXT-BALANCE
               END-PERFORM
               IF WS-ADB-KNOWN = 'Y'
                   IF WS-ADB-DAYS = ZERO
                       MOVE WS-ADB-CARRY TO WS-ADB-LOW
                       MOVE WS-ADB-CARRY TO WS-ADB-HIGH
                       MOVE WS-WALK-DATE TO WS-ADB-FIRST-DAY
                   END-IF
                   IF WS-ADB-CARRY < WS-ADB-LOW
                       MOVE WS-ADB-CARRY TO WS-ADB-LOW
                   END-IF
                   IF WS-ADB-CARRY > WS-ADB-HIGH
                       MOVE WS-ADB-CARRY TO WS-ADB-HIGH
                   END-IF
                   ADD WS-ADB-CARRY TO WS-ADB-SUM
                   ADD 1 TO WS-ADB-DAYS
                   MOVE WS-WALK-DATE TO WS-ADB-LAST-DAY
               END-IF
               PERFORM ADVANCE-ONE-DAY
           END-PERFORM

           IF WS-ADB-DAYS = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ADB-AVERAGE ROUNDED = WS-ADB-SUM / WS-ADB-DAYS

           PERFORM CHECK-PAGE-BREAK
           MOVE WS-ADB-AVERAGE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "                         AVERAGE DAILY BALANCE"
               DELIMITED BY SIZE
               "          "         DELIMITED BY SIZE
               WS-BALANCE-DISPLAY   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM CHECK-PAGE-BREAK
           MOVE WS-ADB-LOW TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "                         LOW BALANCE      "
               DELIMITED BY SIZE
               "              "     DELIMITED BY SIZE
               WS-BALANCE-DISPLAY   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM CHECK-PAGE-BREAK
           MOVE WS-ADB-HIGH TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "                         HIGH BALANCE     "
               DELIMITED BY SIZE
               "              "     DELIMITED BY SIZE
               WS-BALANCE-DISPLAY   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           PERFORM CHECK-PAGE-BREAK
           MOVE WS-ADB-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "                         (daily balances "
               DELIMITED BY SIZE
               WS-ADB-FIRST-DAY     DELIMITED BY SIZE
               " to "               DELIMITED BY SIZE
               WS-ADB-LAST-DAY      DELIMITED BY SIZE
               ", days: "           DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

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

       END PROGRAM STATEMENT-GENERATION.
