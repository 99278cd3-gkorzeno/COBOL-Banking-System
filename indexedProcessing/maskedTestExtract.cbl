      ******************************************************************
      * Builds a masked test set from the production files, so a
      * change can be tried against realistic data -- every odd
      * status, blank branch, orphan item and long name the real
      * files carry -- without real names, addresses, documents or
      * card numbers leaving production. Copied in one run:
      *
      *   master       - M-ACC-NUMBER renumbered, M-ACC-NAME masked
      *   customer     - name, both address lines and the identity
      *                  document number masked; CU-CUST-ID kept, so
      *                  M-CUSTOMER-ID still points at its customer
      *   transactions - T-ACC-NUMBER and T-TARGET-ACC-NUMBER
      *                  renumbered
      *   history      - the same, same layout
      *   holds        - HLD-ACC-NUMBER renumbered
      *   stops        - ST-ACC-NUMBER and ST-TARGET-ACC renumbered
      *   card xref    - card number masked past the six-digit
      *                  issuer prefix, XR-ACC-NUMBER renumbered
      *
      * Masking. Every masked field goes through the same keyed
      * scramble: letters stay letters (case kept), digits stay
      * digits, spaces and punctuation stay where they are, and two
      * passes -- left to right, then right to left -- each carry
      * the previous output into the next character, so a change
      * anywhere in the value changes the whole value. The scramble
      * is one-to-one for a given key and field shape: the same name
      * masks to the same name wherever it appears (an account
      * titled as its customer still reads so), and two different
      * card numbers can never mask to the same one.
      *
      * Renumbering. The first nine characters of an account number
      * go through the same scramble and the tenth is stamped with
      * the check digit over the new nine (see COMPUTE-CHECK-DIGIT),
      * so every test account passes the check-digit validation.
      * Because the mapping is one-to-one, no table is needed: every
      * file renumbers on its own and every reference still meets
      * its account. A number that would come out as the control
      * key is scrambled once more.
      *
      * The mask key seeds both. Give the same key to repeat an
      * extract exactly (two samples taken with one key line up with
      * each other); without one, a key is made from the date and
      * time of the run and is not printed, so that extract cannot
      * be reproduced or unmasked. Keep a supplied key out of the
      * test environment.
      *
      * Sampling:
      *   ALL           every account, customer and item
      *   BRANCH nnn    the accounts owned by branch nnn, their items,
      *                 holds, stops and cards, and the customers they
      *                 belong to
      *   CUSTOMERS n   the first n customers on the customer master
      *                 with all their accounts (accounts with no
      *                 customer are not taken)
      * An item or stop whose transfer target falls outside a sample
      * keeps the renumbered target -- it would be refused as target
      * not found, as the same item would be in production -- and is
      * counted on the report.
      *
      * Control totals. The master, transactions and history each get
      * one control record (see CTLREC) counting the records written
      * and summing their balance or amount, so the test files pass
      * the same open-time verification as production; the production
      * control records themselves are not copied. The customer
      * master, holds, stops and card xref carry no control record in
      * production and their readers take every record as data, so
      * none is written there; the holds and stops counts and amount
      * totals (the low amount on a stop) are on the report only.
      *
      * Output files are the input names with ".test" appended.
      * Only the master is required; any other input that does not
      * exist is skipped and reported. RETURN-CODE 8 on a bad
      * sample, a missing master (or customer master for a customer
      * sample), an output that cannot be created or a customer
      * table overflow.
      *
      * Usage:
      *   maskedTestExtract [sample] [sample-value] [mask-key]
      *       [master] [customer] [trans] [history] [holds] [stops]
      *       [xref] [report-file]
      *
      * Defaults:
      *   sample      = ALL
      *   mask-key    = made from the run date and time
      *   master      = indexedMaster
      *   customer    = customerMaster.dat
      *   trans       = indexedTransactions
      *   history     = transactionHistory
      *   holds       = indexedHolds
      *   stops       = indexedStops
      *   xref        = cardXref.dat
      *   report-file = maskedExtractReport.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKED-TEST-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT TEST-MASTER-FILE ASSIGN TO DYNAMIC
               WS-TestMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-ACC-NUMBER
               FILE STATUS IS WS-TMS-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CustomerFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TEST-CUSTOMER-FILE ASSIGN TO DYNAMIC
               WS-TestCustomerFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCU-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-TRANS-KEY
               ALTERNATE RECORD KEY IS T-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRNS-STATUS.

           SELECT TEST-TRANS-FILE ASSIGN TO DYNAMIC WS-TestTransFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-TRANS-KEY
               ALTERNATE RECORD KEY IS TT-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TTR-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT TEST-HOLDS-FILE ASSIGN TO DYNAMIC WS-TestHoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HOLD-KEY
               FILE STATUS IS WS-THL-STATUS.

           SELECT STOPS-FILE ASSIGN TO DYNAMIC WS-StopsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STOP-KEY
               FILE STATUS IS WS-STP-STATUS.

           SELECT TEST-STOPS-FILE ASSIGN TO DYNAMIC WS-TestStopsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-STOP-KEY
               FILE STATUS IS WS-TST-STATUS.

           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XrefFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT TEST-XREF-FILE ASSIGN TO DYNAMIC WS-TestXrefFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXR-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==TM==.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTREC REPLACING ==:PFX:== BY ==CU==.

       FD  TEST-CUSTOMER-FILE.
       01  TEST-CUSTOMER-REC.
           COPY CUSTREC REPLACING ==:PFX:== BY ==TC==.

      * the history carries the transaction layout, so these FDs
      * are reused against the history file names
       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  TEST-TRANS-FILE.
       01  TEST-TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==TT==.

       FD  HOLDS-FILE.
       01  HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==HLD==.

       FD  TEST-HOLDS-FILE.
       01  TEST-HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==TH==.

       FD  STOPS-FILE.
       01  STOP-REC.
           COPY STOPREC REPLACING ==:PFX:== BY ==ST==.

       FD  TEST-STOPS-FILE.
       01  TEST-STOP-REC.
           COPY STOPREC REPLACING ==:PFX:== BY ==TS==.

      * the card cross-reference layout mirrors the program that
      * owns it
       FD  XREF-FILE.
       01  XREF-REC.
           05 XR-CARD-NUMBER  PIC X(16).
           05 XR-ACC-NUMBER   PIC X(10).
           05 XR-STATUS       PIC X.
           05 XR-DAILY-CAP    PIC 9(7)V99.

       FD  TEST-XREF-FILE.
       01  TEST-XREF-REC.
           05 TX-CARD-NUMBER  PIC X(16).
           05 TX-ACC-NUMBER   PIC X(10).
           05 TX-STATUS       PIC X.
           05 TX-DAILY-CAP    PIC 9(7)V99.

       FD  REPORT-FILE.
       01  EXTRACT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(800).
       01  WS-SampleArg         PIC X(10).
       01  WS-SampleValueArg    PIC X(10).
       01  WS-MaskKeyArg        PIC X(20).
       01  WS-MasterFile        PIC X(200).
       01  WS-CustomerFile      PIC X(200).
       01  WS-TransactionFile   PIC X(200).
       01  WS-HistoryFile       PIC X(200).
       01  WS-HoldsFile         PIC X(200).
       01  WS-StopsFile         PIC X(200).
       01  WS-XrefFile          PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-TestMasterFile    PIC X(200).
       01  WS-TestCustomerFile  PIC X(200).
       01  WS-TestTransFile     PIC X(200).
       01  WS-TestHistoryFile   PIC X(200).
       01  WS-TestHoldsFile     PIC X(200).
       01  WS-TestStopsFile     PIC X(200).
       01  WS-TestXrefFile      PIC X(200).
       01  WS-InTransName       PIC X(200).

       01  WS-MS-STATUS         PIC XX.
       01  WS-TMS-STATUS        PIC XX.
       01  WS-CUST-STATUS       PIC XX.
       01  WS-TCU-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-TTR-STATUS        PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-THL-STATUS        PIC XX.
       01  WS-STP-STATUS        PIC XX.
       01  WS-TST-STATUS        PIC XX.
       01  WS-XRF-STATUS        PIC XX.
       01  WS-TXR-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.

       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".

       01  WS-EOF               PIC X.

      * the sample in force
       01  WS-SAMPLE            PIC X(10).
           88 SAMPLE-ALL           VALUE "ALL".
           88 SAMPLE-BRANCH        VALUE "BRANCH".
           88 SAMPLE-CUSTOMERS     VALUE "CUSTOMERS".
       01  WS-SAMPLE-BRANCH     PIC X(3).
       01  WS-SAMPLE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SELECTED          PIC X.
       01  WS-SEL-ACC-NUMBER    PIC X(10).

      * the sample's customers: the first n on the customer master
      * for a customer sample, the owners of the branch's accounts
      * for a branch sample
       01  WS-CUST-TABLE-MAX    PIC 9(4) VALUE 2000.
       01  WS-CUST-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-CUST-TABLE.
           05 WS-CT-CUST-ID     PIC X(10) OCCURS 2000 TIMES.
       01  WS-CT-I              PIC 9(4).
       01  WS-CT-LOOKUP         PIC X(10).
       01  WS-CT-FOUND          PIC X.

      * mask key and the key stream drawn from it; each kind of
      * field reads the stream from its own offset
       01  WS-MASK-KEY          PIC X(20).
       01  WS-MASK-KEY-LEN      PIC 9(2).
       01  WS-KEY-CHARS         PIC X(62) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwx
      -    "yz".
       01  WS-KEY-STREAM.
           05 WS-KV             PIC 9(2) OCCURS 80 TIMES.
       01  WS-KV-I              PIC 9(2).
       01  WS-KV-C              PIC 9(2).
       01  WS-KV-CV             PIC 9(2).
       01  WS-KV-PREV           PIC 9(2).
       01  WS-KV-WORK           PIC 9(6).
       01  WS-KV-Q              PIC 9(6).
       01  WS-OFS-NAME          PIC 9(2) VALUE 0.
       01  WS-OFS-ADDRESS       PIC 9(2) VALUE 5.
       01  WS-OFS-DOCUMENT      PIC 9(2) VALUE 10.
       01  WS-OFS-CARD          PIC 9(2) VALUE 15.
       01  WS-OFS-ACCOUNT       PIC 9(2) VALUE 20.

      * scramble work area: WS-MK-TEXT(1:WS-MK-LEN) is masked in
      * place from key offset WS-MK-OFS
       01  WS-MK-TEXT           PIC X(30).
       01  WS-MK-LEN            PIC 9(2).
       01  WS-MK-OFS            PIC 9(2).
       01  WS-MK-I              PIC 9(2).
       01  WS-MK-KI             PIC 9(2).
       01  WS-MK-A              PIC 9(2).
       01  WS-MK-CHAR           PIC X.
       01  WS-MK-CLASS          PIC X.
       01  WS-MK-BASE           PIC 9(2).
       01  WS-MK-VAL            PIC 9(2).
       01  WS-MK-STATE          PIC 9(2).
       01  WS-MK-SUM            PIC 9(3).
       01  WS-MK-Q              PIC 9(3).
       01  WS-MK-NEW            PIC 9(2).
       01  WS-MK-UPPER          PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-MK-LOWER          PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MK-DIGITS         PIC X(10) VALUE "0123456789".

      * renumbering: WS-RN-ACC-NUMBER in, renumbered in place
       01  WS-RN-ACC-NUMBER     PIC X(10).

      * check-digit work area, the same fields every validating
      * program carries
       01  WS-CD-ACC-NUMBER     PIC X(10).
       01  WS-CD-CHAR           PIC X.
       01  WS-CD-VAL            PIC 9(2).
       01  WS-CD-SUM            PIC 9(3).
       01  WS-CD-X              PIC 9(2).
       01  WS-CD-A              PIC 9(2).
       01  WS-CD-HALF           PIC 9(3).
       01  WS-CD-REM            PIC 9(2).
       01  WS-CD-EXPECTED       PIC 9.
       01  WS-CD-DIGIT          PIC 9.
       01  WS-CD-ALPHABET       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * per-file counts and totals, and whether a control record is
      * written and an amount total is kept for the file
       01  WS-FILE-NAME         PIC X(14).
       01  WS-FILE-READ         PIC 9(9).
       01  WS-FILE-WRITTEN      PIC 9(9).
       01  WS-FILE-HASH         PIC S9(13)V99.
       01  WS-FILE-CONTROL      PIC X.
       01  WS-FILE-HASHED       PIC X.
       01  WS-OUTSIDE-REFS      PIC 9(9) VALUE ZERO.
       01  WS-COLLISIONS        PIC 9(9) VALUE ZERO.
       01  WS-COUNT-DISPLAY     PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-2   PIC ZZZZZZZZ9.
       01  WS-HASH-DISPLAY      PIC -ZZZZZZZZZZZZ9.99.

       01  WS-DATE.
           05 WS-YEAR  PIC 9(2).
           05 WS-MONTH PIC 9(2).
           05 WS-DAY   PIC 9(2).

       01  WS-TIME.
           05 WS-HOUR   PIC 99.
           05 WS-MIN    PIC 99.
           05 WS-SEC    PIC 99.
           05 WS-HSEC   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME

           PERFORM LOAD-ARGUMENTS
           PERFORM BUILD-TEST-NAMES
           PERFORM OPEN-FILES
           PERFORM BUILD-KEY-STREAM
           PERFORM WRITE-REPORT-HEADER

           IF SAMPLE-CUSTOMERS
               PERFORM SELECT-SAMPLE-CUSTOMERS
           END-IF

           PERFORM EXTRACT-MASTER-FILE
           PERFORM EXTRACT-CUSTOMER-FILE
           PERFORM EXTRACT-TRANS-FILE
           PERFORM EXTRACT-HISTORY-FILE
           PERFORM EXTRACT-HOLDS-FILE
           PERFORM EXTRACT-STOPS-FILE
           PERFORM EXTRACT-XREF-FILE

           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTER-FILE
                 REPORT-FILE

           DISPLAY "Masked test extract complete - see " WS-ReportFile
           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-SampleArg
                        WS-SampleValueArg
                        WS-MaskKeyArg
                        WS-MasterFile
                        WS-CustomerFile
                        WS-TransactionFile
                        WS-HistoryFile
                        WS-HoldsFile
                        WS-StopsFile
                        WS-XrefFile
                        WS-ReportFile
               END-UNSTRING
           END-IF

           IF WS-SampleArg = SPACES OR WS-SampleArg = "-"
               MOVE "ALL" TO WS-SampleArg
           END-IF
           MOVE WS-SampleArg TO WS-SAMPLE
           EVALUATE TRUE
               WHEN SAMPLE-ALL
                   CONTINUE
               WHEN SAMPLE-BRANCH
                   IF WS-SampleValueArg = SPACES
                      OR WS-SampleValueArg = "-"
                      OR WS-SampleValueArg(4:) NOT = SPACES
                       DISPLAY "BRANCH sample needs a branch code"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-SampleValueArg(1:3) TO WS-SAMPLE-BRANCH
               WHEN SAMPLE-CUSTOMERS
                   IF WS-SampleValueArg = SPACES
                      OR WS-SampleValueArg = "-"
                      OR FUNCTION TEST-NUMVAL(WS-SampleValueArg)
                         NOT = ZERO
                       DISPLAY "CUSTOMERS sample needs a customer count"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-SAMPLE-COUNT =
                       FUNCTION NUMVAL(WS-SampleValueArg)
                   IF WS-SAMPLE-COUNT = ZERO
                      OR WS-SAMPLE-COUNT > WS-CUST-TABLE-MAX
                       DISPLAY "Customer count must be 1 to "
                           WS-CUST-TABLE-MAX
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown sample: " WS-SampleArg
                       " - use ALL, BRANCH or CUSTOMERS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

      * no key given: one made from the clock, never shown
           IF WS-MaskKeyArg = SPACES OR WS-MaskKeyArg = "-"
               MOVE SPACES TO WS-MASK-KEY
               STRING
                   "K" WS-DATE WS-TIME
                   DELIMITED BY SIZE
                   INTO WS-MASK-KEY
               END-STRING
           ELSE
               MOVE WS-MaskKeyArg TO WS-MASK-KEY
           END-IF

           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-CustomerFile = SPACES OR WS-CustomerFile = "-"
               MOVE "customerMaster.dat" TO WS-CustomerFile
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF
           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-HoldsFile = SPACES OR WS-HoldsFile = "-"
               MOVE "indexedHolds" TO WS-HoldsFile
           END-IF
           IF WS-StopsFile = SPACES OR WS-StopsFile = "-"
               MOVE "indexedStops" TO WS-StopsFile
           END-IF
           IF WS-XrefFile = SPACES OR WS-XrefFile = "-"
               MOVE "cardXref.dat" TO WS-XrefFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "maskedExtractReport.txt" TO WS-ReportFile
           END-IF.

       BUILD-TEST-NAMES.
           MOVE SPACES TO WS-TestMasterFile
           STRING WS-MasterFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestMasterFile
           END-STRING
           MOVE SPACES TO WS-TestCustomerFile
           STRING WS-CustomerFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestCustomerFile
           END-STRING
           MOVE SPACES TO WS-TestTransFile
           STRING WS-TransactionFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestTransFile
           END-STRING
           MOVE SPACES TO WS-TestHistoryFile
           STRING WS-HistoryFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestHistoryFile
           END-STRING
           MOVE SPACES TO WS-TestHoldsFile
           STRING WS-HoldsFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestHoldsFile
           END-STRING
           MOVE SPACES TO WS-TestStopsFile
           STRING WS-StopsFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestStopsFile
           END-STRING
           MOVE SPACES TO WS-TestXrefFile
           STRING WS-XrefFile DELIMITED BY SPACE
               ".test" DELIMITED BY SIZE INTO WS-TestXrefFile
           END-STRING.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open extract report file: "
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
               MOVE "RUN STOPPED: master file could not be opened"
                   TO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Draws 80 two-digit values from the mask key. Each value mixes
      * the previous one with a key character (cycling through the
      * key) and its position, so a one-character change in the key
      * changes the stream from that point on.
      ******************************************************************
       BUILD-KEY-STREAM.
           MOVE ZERO TO WS-MASK-KEY-LEN
           INSPECT WS-MASK-KEY TALLYING WS-MASK-KEY-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-MASK-KEY-LEN = ZERO
               MOVE 1 TO WS-MASK-KEY-LEN
           END-IF

           MOVE 17 TO WS-KV-PREV
           PERFORM VARYING WS-KV-I FROM 1 BY 1 UNTIL WS-KV-I > 80
               COMPUTE WS-KV-Q = (WS-KV-I - 1) / WS-MASK-KEY-LEN
               COMPUTE WS-KV-C =
                   WS-KV-I - (WS-KV-Q * WS-MASK-KEY-LEN)
               MOVE ZERO TO WS-KV-CV
               PERFORM VARYING WS-MK-A FROM 1 BY 1
                   UNTIL WS-MK-A > 62 OR WS-KV-CV NOT = ZERO
                   IF WS-KEY-CHARS(WS-MK-A:1)
                      = WS-MASK-KEY(WS-KV-C:1)
                       MOVE WS-MK-A TO WS-KV-CV
                   END-IF
               END-PERFORM
               COMPUTE WS-KV-WORK = (WS-KV-PREV * 31)
                   + (WS-KV-CV * 7) + (WS-KV-I * 11) + 3
               COMPUTE WS-KV-Q = WS-KV-WORK / 100
               COMPUTE WS-KV(WS-KV-I) = WS-KV-WORK - (WS-KV-Q * 100)
               MOVE WS-KV(WS-KV-I) TO WS-KV-PREV
           END-PERFORM.

      ******************************************************************
      * The keyed scramble. Letters move within their own case,
      * digits within the digits, anything else stays put and
      * carries nothing forward. Left to right, each character moves
      * by its key value plus the previous OUTPUT character, then
      * the same again right to left; each pass can be undone with
      * the key, so the whole is one-to-one for a given field shape.
      ******************************************************************
       SCRAMBLE-TEXT.
           MOVE 7 TO WS-MK-STATE
           PERFORM VARYING WS-MK-I FROM 1 BY 1
               UNTIL WS-MK-I > WS-MK-LEN
               COMPUTE WS-MK-KI = WS-MK-OFS + WS-MK-I
               PERFORM SCRAMBLE-ONE-CHAR
           END-PERFORM

           MOVE 3 TO WS-MK-STATE
           PERFORM VARYING WS-MK-I FROM WS-MK-LEN BY -1
               UNTIL WS-MK-I < 1
               COMPUTE WS-MK-KI = WS-MK-OFS + WS-MK-I + 30
               IF WS-MK-KI > 80
                   SUBTRACT 80 FROM WS-MK-KI
               END-IF
               PERFORM SCRAMBLE-ONE-CHAR
           END-PERFORM.

       SCRAMBLE-ONE-CHAR.
           MOVE WS-MK-TEXT(WS-MK-I:1) TO WS-MK-CHAR
           MOVE SPACE TO WS-MK-CLASS
           PERFORM VARYING WS-MK-A FROM 1 BY 1
               UNTIL WS-MK-A > 26 OR WS-MK-CLASS NOT = SPACE
               EVALUATE WS-MK-CHAR
                   WHEN WS-MK-UPPER(WS-MK-A:1)
                       MOVE 'U' TO WS-MK-CLASS
                       MOVE 26  TO WS-MK-BASE
                       COMPUTE WS-MK-VAL = WS-MK-A - 1
                   WHEN WS-MK-LOWER(WS-MK-A:1)
                       MOVE 'L' TO WS-MK-CLASS
                       MOVE 26  TO WS-MK-BASE
                       COMPUTE WS-MK-VAL = WS-MK-A - 1
               END-EVALUATE
               IF WS-MK-A NOT > 10 AND WS-MK-CLASS = SPACE
                   IF WS-MK-CHAR = WS-MK-DIGITS(WS-MK-A:1)
                       MOVE 'D' TO WS-MK-CLASS
                       MOVE 10  TO WS-MK-BASE
                       COMPUTE WS-MK-VAL = WS-MK-A - 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MK-CLASS = SPACE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MK-SUM = WS-MK-VAL + WS-KV(WS-MK-KI)
               + WS-MK-STATE
           COMPUTE WS-MK-Q = WS-MK-SUM / WS-MK-BASE
           COMPUTE WS-MK-NEW = WS-MK-SUM - (WS-MK-Q * WS-MK-BASE)
           MOVE WS-MK-NEW TO WS-MK-STATE

           EVALUATE WS-MK-CLASS
               WHEN 'U'
                   MOVE WS-MK-UPPER(WS-MK-NEW + 1:1)
                       TO WS-MK-TEXT(WS-MK-I:1)
               WHEN 'L'
                   MOVE WS-MK-LOWER(WS-MK-NEW + 1:1)
                       TO WS-MK-TEXT(WS-MK-I:1)
               WHEN OTHER
                   MOVE WS-MK-DIGITS(WS-MK-NEW + 1:1)
                       TO WS-MK-TEXT(WS-MK-I:1)
           END-EVALUATE.

      ******************************************************************
      * New account number: the first nine characters scrambled, the
      * tenth the check digit over them. Blank numbers and numbers
      * that open with the control key's nine pass through; a
      * result that lands on those nine is scrambled again, which
      * keeps the mapping one-to-one over every other number.
      ******************************************************************
       RENUMBER-ACCOUNT.
           IF WS-RN-ACC-NUMBER = SPACES
              OR WS-RN-ACC-NUMBER(1:9) = WS-CONTROL-KEY(1:9)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MK-TEXT
           MOVE WS-RN-ACC-NUMBER(1:9) TO WS-MK-TEXT
           MOVE 9 TO WS-MK-LEN
           MOVE WS-OFS-ACCOUNT TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           IF WS-MK-TEXT(1:9) = WS-CONTROL-KEY(1:9)
               PERFORM SCRAMBLE-TEXT
           END-IF
           MOVE WS-MK-TEXT(1:9) TO WS-CD-ACC-NUMBER(1:9)
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CD-EXPECTED TO WS-CD-DIGIT
           MOVE WS-CD-DIGIT TO WS-CD-ACC-NUMBER(10:1)
           MOVE WS-CD-ACC-NUMBER TO WS-RN-ACC-NUMBER.

      ******************************************************************
      * Account check digit: the tenth character proves the first
      * nine. Each of the nine maps to a value -- digits as
      * themselves, letters as their alphabet position mod ten,
      * anything else zero -- the values in the odd positions are
      * doubled (minus nine when past nine), and the check digit is
      * what brings the sum to the next multiple of ten.
      ******************************************************************
       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-CD-SUM
           PERFORM VARYING WS-CD-X FROM 1 BY 1 UNTIL WS-CD-X > 9
               MOVE WS-CD-ACC-NUMBER(WS-CD-X:1) TO WS-CD-CHAR
               PERFORM MAP-CHECK-CHAR-VALUE
               COMPUTE WS-CD-HALF = WS-CD-X / 2
               COMPUTE WS-CD-REM = WS-CD-X - (WS-CD-HALF * 2)
               IF WS-CD-REM = 1
                   COMPUTE WS-CD-VAL = WS-CD-VAL * 2
                   IF WS-CD-VAL > 9
                       SUBTRACT 9 FROM WS-CD-VAL
                   END-IF
               END-IF
               ADD WS-CD-VAL TO WS-CD-SUM
           END-PERFORM
           COMPUTE WS-CD-HALF = WS-CD-SUM / 10
           COMPUTE WS-CD-REM = WS-CD-SUM - (WS-CD-HALF * 10)
           IF WS-CD-REM = ZERO
               MOVE ZERO TO WS-CD-EXPECTED
           ELSE
               COMPUTE WS-CD-EXPECTED = 10 - WS-CD-REM
           END-IF.

       MAP-CHECK-CHAR-VALUE.
           IF WS-CD-CHAR IS NUMERIC
               MOVE WS-CD-CHAR TO WS-CD-DIGIT
               MOVE WS-CD-DIGIT TO WS-CD-VAL
           ELSE
               MOVE ZERO TO WS-CD-VAL
               PERFORM VARYING WS-CD-A FROM 1 BY 1
                   UNTIL WS-CD-A > 26
                   IF WS-CD-ALPHABET(WS-CD-A:1) = WS-CD-CHAR
                       COMPUTE WS-CD-HALF = WS-CD-A / 10
                       COMPUTE WS-CD-VAL =
                           WS-CD-A - (WS-CD-HALF * 10)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Sample membership. Everything belongs to ALL; otherwise an
      * account belongs when it is on the master and owned by the
      * branch, or attached to one of the chosen customers.
      ******************************************************************
       CHECK-ACCOUNT-SELECTED.
           MOVE 'N' TO WS-SELECTED
           IF WS-SEL-ACC-NUMBER = SPACES
              OR WS-SEL-ACC-NUMBER = WS-CONTROL-KEY
               EXIT PARAGRAPH
           END-IF
           IF SAMPLE-ALL
               MOVE 'Y' TO WS-SELECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM CHECK-MASTER-SELECTED.

       CHECK-MASTER-SELECTED.
           MOVE 'N' TO WS-SELECTED
           EVALUATE TRUE
               WHEN SAMPLE-ALL
                   MOVE 'Y' TO WS-SELECTED
               WHEN SAMPLE-BRANCH
                   IF M-BRANCH-CODE = WS-SAMPLE-BRANCH
                       MOVE 'Y' TO WS-SELECTED
                   END-IF
               WHEN OTHER
                   IF M-CUSTOMER-ID NOT = SPACES
                       MOVE M-CUSTOMER-ID TO WS-CT-LOOKUP
                       PERFORM FIND-SAMPLE-CUSTOMER
                       MOVE WS-CT-FOUND TO WS-SELECTED
                   END-IF
           END-EVALUATE.

       FIND-SAMPLE-CUSTOMER.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-I FROM 1 BY 1
               UNTIL WS-CT-I > WS-CUST-COUNT OR WS-CT-FOUND = 'Y'
               IF WS-CT-CUST-ID(WS-CT-I) = WS-CT-LOOKUP
                   MOVE 'Y' TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       ADD-SAMPLE-CUSTOMER.
           PERFORM FIND-SAMPLE-CUSTOMER
           IF WS-CT-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-COUNT NOT < WS-CUST-TABLE-MAX
               DISPLAY "Sample customer table full at "
                   WS-CUST-TABLE-MAX " - take a smaller sample"
               MOVE "RUN STOPPED: sample customer table full"
                   TO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
               CLOSE TEST-MASTER-FILE
                     MASTER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CT-LOOKUP TO WS-CT-CUST-ID(WS-CUST-COUNT).

      * a customer sample takes the first n customers on file; the
      * customer master is then required
       SELECT-SAMPLE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Unable to open customer master: "
                   WS-CustomerFile
               DISPLAY "Customer status: " WS-CUST-STATUS
               MOVE "RUN STOPPED: customer sample needs the customer"
                   TO EXTRACT-REPORT-LINE
               WRITE EXTRACT-REPORT-LINE
               CLOSE MASTER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                      OR WS-CUST-COUNT NOT < WS-SAMPLE-COUNT
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CU-CUST-ID NOT = SPACES
                           MOVE CU-CUST-ID TO WS-CT-LOOKUP
                           PERFORM ADD-SAMPLE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-FILE.

      ******************************************************************
      * Master: each sampled account renumbered and its title masked.
      * A branch sample collects the owning customers on the way.
      ******************************************************************
       EXTRACT-MASTER-FILE.
           MOVE "Master" TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'Y' TO WS-FILE-CONTROL
           MOVE 'Y' TO WS-FILE-HASHED

           OPEN OUTPUT TEST-MASTER-FILE
           IF WS-TMS-STATUS NOT = "00"
               DISPLAY "Unable to create test master: "
                   WS-TestMasterFile
               DISPLAY "Test master status: " WS-TMS-STATUS
               CLOSE MASTER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO M-ACC-NUMBER
           MOVE 'N' TO WS-EOF
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
                           ADD 1 TO WS-FILE-READ
                           PERFORM CHECK-MASTER-SELECTED
                           IF WS-SELECTED = 'Y'
                               PERFORM WRITE-TEST-MASTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CONTROL-KEY  TO CT-KEY
           MOVE "99999999"      TO CT-ID
           MOVE WS-FILE-WRITTEN TO CT-RECORD-COUNT
           MOVE WS-FILE-HASH    TO CT-HASH-TOTAL
           MOVE SPACES TO TEST-MASTER-REC
           MOVE CONTROL-IMAGE TO TEST-MASTER-REC(1:41)
           WRITE TEST-MASTER-REC
               INVALID KEY
                   DISPLAY "Unable to write test master control"
           END-WRITE

           CLOSE TEST-MASTER-FILE
           MOVE WS-MasterFile TO WS-InTransName
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-MASTER.
           MOVE MASTER-REC TO TEST-MASTER-REC
           MOVE TM-ACC-NUMBER TO WS-RN-ACC-NUMBER
           PERFORM RENUMBER-ACCOUNT
           MOVE WS-RN-ACC-NUMBER TO TM-ACC-NUMBER

           MOVE SPACES TO WS-MK-TEXT
           MOVE TM-ACC-NAME TO WS-MK-TEXT
           MOVE 20 TO WS-MK-LEN
           MOVE WS-OFS-NAME TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT(1:20) TO TM-ACC-NAME

           WRITE TEST-MASTER-REC
               INVALID KEY
                   DISPLAY "Renumber collision on master: "
                       M-ACC-NUMBER " -> " TM-ACC-NUMBER
                   ADD 1 TO WS-COLLISIONS
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
                   ADD TM-BALANCE TO WS-FILE-HASH
                   IF SAMPLE-BRANCH AND M-CUSTOMER-ID NOT = SPACES
                       MOVE M-CUSTOMER-ID TO WS-CT-LOOKUP
                       PERFORM ADD-SAMPLE-CUSTOMER
                   END-IF
           END-WRITE.

      ******************************************************************
      * Customer master: the sample's customers (every customer for
      * ALL) with name, address and identity document number masked.
      * No control record -- see the note at the top.
      ******************************************************************
       EXTRACT-CUSTOMER-FILE.
           MOVE "Customer" TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'N' TO WS-FILE-CONTROL
           MOVE 'N' TO WS-FILE-HASHED
           MOVE WS-CustomerFile TO WS-InTransName

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               PERFORM WRITE-FILE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-CUSTOMER-FILE
           IF WS-TCU-STATUS NOT = "00"
               DISPLAY "Unable to create test customer master: "
                   WS-TestCustomerFile
               CLOSE CUSTOMER-FILE
               PERFORM STOP-ON-OUTPUT-FAILURE
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE 'Y' TO WS-CT-FOUND
                       IF NOT SAMPLE-ALL
                           MOVE CU-CUST-ID TO WS-CT-LOOKUP
                           PERFORM FIND-SAMPLE-CUSTOMER
                       END-IF
                       IF WS-CT-FOUND = 'Y'
                           PERFORM WRITE-TEST-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-FILE
                 TEST-CUSTOMER-FILE
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-CUSTOMER.
           MOVE CUSTOMER-REC TO TEST-CUSTOMER-REC

           MOVE TC-CUST-NAME TO WS-MK-TEXT
           MOVE 30 TO WS-MK-LEN
           MOVE WS-OFS-NAME TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT TO TC-CUST-NAME

           MOVE TC-ADDR-LINE-1 TO WS-MK-TEXT
           MOVE WS-OFS-ADDRESS TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT TO TC-ADDR-LINE-1

           MOVE TC-ADDR-LINE-2 TO WS-MK-TEXT
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT TO TC-ADDR-LINE-2

           MOVE SPACES TO WS-MK-TEXT
           MOVE TC-ID-DOC-NUMBER TO WS-MK-TEXT
           MOVE 20 TO WS-MK-LEN
           MOVE WS-OFS-DOCUMENT TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT(1:20) TO TC-ID-DOC-NUMBER

           WRITE TEST-CUSTOMER-REC
           ADD 1 TO WS-FILE-WRITTEN.

      ******************************************************************
      * Transactions and history share the layout and the FDs: the
      * history pass points the transaction names at the history
      * files, as RESTAMP-CHECK-DIGITS does.
      ******************************************************************
       EXTRACT-TRANS-FILE.
           MOVE "Transactions" TO WS-FILE-NAME
           MOVE WS-TransactionFile TO WS-InTransName
           PERFORM COPY-TRANSACTION-LAYOUT.

       EXTRACT-HISTORY-FILE.
           MOVE "History" TO WS-FILE-NAME
           MOVE WS-HistoryFile     TO WS-TransactionFile
           MOVE WS-TestHistoryFile TO WS-TestTransFile
           MOVE WS-HistoryFile     TO WS-InTransName
           PERFORM COPY-TRANSACTION-LAYOUT.

       COPY-TRANSACTION-LAYOUT.
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'Y' TO WS-FILE-CONTROL
           MOVE 'Y' TO WS-FILE-HASHED

           OPEN INPUT TRANS-FILE
           IF WS-TRNS-STATUS NOT = "00"
               PERFORM WRITE-FILE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-TRANS-FILE
           IF WS-TTR-STATUS NOT = "00"
               DISPLAY "Unable to create test file: " WS-TestTransFile
               CLOSE TRANS-FILE
               PERFORM STOP-ON-OUTPUT-FAILURE
           END-IF

           MOVE LOW-VALUES TO T-TRANS-KEY
           MOVE 'N' TO WS-EOF
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-CONTROL-KEY
                           ADD 1 TO WS-FILE-READ
                           MOVE T-ACC-NUMBER TO WS-SEL-ACC-NUMBER
                           PERFORM CHECK-ACCOUNT-SELECTED
                           IF WS-SELECTED = 'Y'
                               PERFORM WRITE-TEST-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CONTROL-KEY  TO CT-KEY
           MOVE "99999999"      TO CT-ID
           MOVE WS-FILE-WRITTEN TO CT-RECORD-COUNT
           MOVE WS-FILE-HASH    TO CT-HASH-TOTAL
           MOVE SPACES TO TEST-TRANS-REC
           MOVE CONTROL-IMAGE TO TEST-TRANS-REC(1:41)
           WRITE TEST-TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to write control record on "
                       WS-TestTransFile
           END-WRITE

           CLOSE TRANS-FILE
                 TEST-TRANS-FILE
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-TRANSACTION.
           MOVE TRANS-REC TO TEST-TRANS-REC
           MOVE TT-ACC-NUMBER TO WS-RN-ACC-NUMBER
           PERFORM RENUMBER-ACCOUNT
           MOVE WS-RN-ACC-NUMBER TO TT-ACC-NUMBER
           IF TT-TARGET-ACC-NUMBER NOT = SPACES
               MOVE TT-TARGET-ACC-NUMBER TO WS-SEL-ACC-NUMBER
               PERFORM CHECK-ACCOUNT-SELECTED
               IF WS-SELECTED = 'N'
                   ADD 1 TO WS-OUTSIDE-REFS
               END-IF
               MOVE TT-TARGET-ACC-NUMBER TO WS-RN-ACC-NUMBER
               PERFORM RENUMBER-ACCOUNT
               MOVE WS-RN-ACC-NUMBER TO TT-TARGET-ACC-NUMBER
           END-IF

           WRITE TEST-TRANS-REC
               INVALID KEY
                   DISPLAY "Renumber collision on transaction: "
                       T-ACC-NUMBER " / " T-ID
                   ADD 1 TO WS-COLLISIONS
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
                   ADD TT-AMOUNT TO WS-FILE-HASH
           END-WRITE.

      * no control record on holds or stops -- see the note at the top
       EXTRACT-HOLDS-FILE.
           MOVE "Holds" TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'N' TO WS-FILE-CONTROL
           MOVE 'Y' TO WS-FILE-HASHED
           MOVE WS-HoldsFile TO WS-InTransName

           OPEN INPUT HOLDS-FILE
           IF WS-HLD-STATUS NOT = "00"
               PERFORM WRITE-FILE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-HOLDS-FILE
           IF WS-THL-STATUS NOT = "00"
               DISPLAY "Unable to create test holds: "
                   WS-TestHoldsFile
               CLOSE HOLDS-FILE
               PERFORM STOP-ON-OUTPUT-FAILURE
           END-IF

           MOVE LOW-VALUES TO HLD-HOLD-KEY
           MOVE 'N' TO WS-EOF
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER NOT = WS-CONTROL-KEY
                           ADD 1 TO WS-FILE-READ
                           MOVE HLD-ACC-NUMBER TO WS-SEL-ACC-NUMBER
                           PERFORM CHECK-ACCOUNT-SELECTED
                           IF WS-SELECTED = 'Y'
                               PERFORM WRITE-TEST-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDS-FILE
                 TEST-HOLDS-FILE
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-HOLD.
           MOVE HOLD-REC TO TEST-HOLD-REC
           MOVE TH-ACC-NUMBER TO WS-RN-ACC-NUMBER
           PERFORM RENUMBER-ACCOUNT
           MOVE WS-RN-ACC-NUMBER TO TH-ACC-NUMBER
           WRITE TEST-HOLD-REC
               INVALID KEY
                   DISPLAY "Renumber collision on hold: "
                       HLD-ACC-NUMBER " / " HLD-HOLD-SEQ
                   ADD 1 TO WS-COLLISIONS
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
                   ADD TH-AMOUNT TO WS-FILE-HASH
           END-WRITE.

       EXTRACT-STOPS-FILE.
           MOVE "Stops" TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'N' TO WS-FILE-CONTROL
           MOVE 'Y' TO WS-FILE-HASHED
           MOVE WS-StopsFile TO WS-InTransName

           OPEN INPUT STOPS-FILE
           IF WS-STP-STATUS NOT = "00"
               PERFORM WRITE-FILE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-STOPS-FILE
           IF WS-TST-STATUS NOT = "00"
               DISPLAY "Unable to create test stops: "
                   WS-TestStopsFile
               CLOSE STOPS-FILE
               PERFORM STOP-ON-OUTPUT-FAILURE
           END-IF

           MOVE LOW-VALUES TO ST-STOP-KEY
           MOVE 'N' TO WS-EOF
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER NOT = WS-CONTROL-KEY
                           ADD 1 TO WS-FILE-READ
                           MOVE ST-ACC-NUMBER TO WS-SEL-ACC-NUMBER
                           PERFORM CHECK-ACCOUNT-SELECTED
                           IF WS-SELECTED = 'Y'
                               PERFORM WRITE-TEST-STOP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STOPS-FILE
                 TEST-STOPS-FILE
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-STOP.
           MOVE STOP-REC TO TEST-STOP-REC
           MOVE TS-ACC-NUMBER TO WS-RN-ACC-NUMBER
           PERFORM RENUMBER-ACCOUNT
           MOVE WS-RN-ACC-NUMBER TO TS-ACC-NUMBER
           IF TS-TARGET-ACC NOT = SPACES
               MOVE TS-TARGET-ACC TO WS-SEL-ACC-NUMBER
               PERFORM CHECK-ACCOUNT-SELECTED
               IF WS-SELECTED = 'N'
                   ADD 1 TO WS-OUTSIDE-REFS
               END-IF
               MOVE TS-TARGET-ACC TO WS-RN-ACC-NUMBER
               PERFORM RENUMBER-ACCOUNT
               MOVE WS-RN-ACC-NUMBER TO TS-TARGET-ACC
           END-IF
           WRITE TEST-STOP-REC
               INVALID KEY
                   DISPLAY "Renumber collision on stop: "
                       ST-ACC-NUMBER " / " ST-STOP-SEQ
                   ADD 1 TO WS-COLLISIONS
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
                   ADD TS-AMOUNT-LOW TO WS-FILE-HASH
           END-WRITE.

      * the card number keeps its six-digit issuer prefix; the rest
      * is masked, one-to-one, so every card stays distinct
       EXTRACT-XREF-FILE.
           MOVE "Card xref" TO WS-FILE-NAME
           MOVE ZERO TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-HASH
           MOVE 'N' TO WS-FILE-CONTROL
           MOVE 'N' TO WS-FILE-HASHED
           MOVE WS-XrefFile TO WS-InTransName

           OPEN INPUT XREF-FILE
           IF WS-XRF-STATUS NOT = "00"
               PERFORM WRITE-FILE-SKIPPED-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TEST-XREF-FILE
           IF WS-TXR-STATUS NOT = "00"
               DISPLAY "Unable to create test card xref: "
                   WS-TestXrefFile
               CLOSE XREF-FILE
               PERFORM STOP-ON-OUTPUT-FAILURE
           END-IF

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE XR-ACC-NUMBER TO WS-SEL-ACC-NUMBER
                       PERFORM CHECK-ACCOUNT-SELECTED
                       IF WS-SELECTED = 'Y'
                           PERFORM WRITE-TEST-XREF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE XREF-FILE
                 TEST-XREF-FILE
           PERFORM WRITE-FILE-REPORT-LINE.

       WRITE-TEST-XREF.
           MOVE XREF-REC TO TEST-XREF-REC
           MOVE TX-ACC-NUMBER TO WS-RN-ACC-NUMBER
           PERFORM RENUMBER-ACCOUNT
           MOVE WS-RN-ACC-NUMBER TO TX-ACC-NUMBER

           MOVE SPACES TO WS-MK-TEXT
           MOVE TX-CARD-NUMBER(7:10) TO WS-MK-TEXT
           MOVE 10 TO WS-MK-LEN
           MOVE WS-OFS-CARD TO WS-MK-OFS
           PERFORM SCRAMBLE-TEXT
           MOVE WS-MK-TEXT(1:10) TO TX-CARD-NUMBER(7:10)

           WRITE TEST-XREF-REC
           ADD 1 TO WS-FILE-WRITTEN.

       STOP-ON-OUTPUT-FAILURE.
           MOVE "RUN STOPPED: a test file could not be created"
               TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           CLOSE MASTER-FILE
                 REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "Masked Test Data Extract Report" DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           EVALUATE TRUE
               WHEN SAMPLE-ALL
                   MOVE "Sample: ALL - every account"
                       TO EXTRACT-REPORT-LINE
               WHEN SAMPLE-BRANCH
                   STRING
                       "Sample: BRANCH " DELIMITED BY SIZE
                       WS-SAMPLE-BRANCH  DELIMITED BY SIZE
                       INTO EXTRACT-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-SAMPLE-COUNT TO WS-COUNT-DISPLAY
                   STRING
                       "Sample: CUSTOMERS - first " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY  DELIMITED BY SIZE
                       " customers with all their accounts"
                                         DELIMITED BY SIZE
                       INTO EXTRACT-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE EXTRACT-REPORT-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           IF WS-MaskKeyArg = SPACES OR WS-MaskKeyArg = "-"
               MOVE "Mask key: generated for this run, not kept"
                   TO EXTRACT-REPORT-LINE
           ELSE
               MOVE "Mask key: supplied" TO EXTRACT-REPORT-LINE
           END-IF
           WRITE EXTRACT-REPORT-LINE

           MOVE SPACES TO EXTRACT-REPORT-LINE
           WRITE EXTRACT-REPORT-LINE
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "File            Read      Written  Control"
                   DELIMITED BY SIZE
               "            Hash Total  Test File"
                   DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE.

      * one line per file: records read (control records not
      * counted), written, whether a control record is put on the
      * copy, and the amount total of the records written
       WRITE-FILE-REPORT-LINE.
           MOVE WS-FILE-READ    TO WS-COUNT-DISPLAY
           MOVE WS-FILE-WRITTEN TO WS-COUNT-DISPLAY-2
           MOVE WS-FILE-HASH    TO WS-HASH-DISPLAY
           MOVE SPACES TO EXTRACT-REPORT-LINE
           MOVE WS-FILE-NAME       TO EXTRACT-REPORT-LINE(1:14)
           MOVE WS-COUNT-DISPLAY   TO EXTRACT-REPORT-LINE(13:9)
           MOVE WS-COUNT-DISPLAY-2 TO EXTRACT-REPORT-LINE(23:9)
           IF WS-FILE-CONTROL = 'Y'
               MOVE "written"       TO EXTRACT-REPORT-LINE(34:7)
           ELSE
               MOVE "none"          TO EXTRACT-REPORT-LINE(34:4)
           END-IF
           IF WS-FILE-HASHED = 'Y'
               MOVE WS-HASH-DISPLAY TO EXTRACT-REPORT-LINE(43:17)
           END-IF
           EVALUATE WS-FILE-NAME
               WHEN "Master"
                   MOVE WS-TestMasterFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
               WHEN "Customer"
                   MOVE WS-TestCustomerFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
               WHEN "Holds"
                   MOVE WS-TestHoldsFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
               WHEN "Stops"
                   MOVE WS-TestStopsFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
               WHEN "Card xref"
                   MOVE WS-TestXrefFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
               WHEN OTHER
                   MOVE WS-TestTransFile(1:70)
                       TO EXTRACT-REPORT-LINE(62:70)
           END-EVALUATE
           WRITE EXTRACT-REPORT-LINE.

       WRITE-FILE-SKIPPED-LINE.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           MOVE WS-FILE-NAME TO EXTRACT-REPORT-LINE(1:14)
           STRING
               "skipped - not found: " DELIMITED BY SIZE
               WS-InTransName          DELIMITED BY SPACE
               INTO EXTRACT-REPORT-LINE(16:)
           END-STRING
           WRITE EXTRACT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE

           IF NOT SAMPLE-ALL
               MOVE WS-CUST-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO EXTRACT-REPORT-LINE
               STRING
                   "Customers in Sample: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY        DELIMITED BY SIZE
                   INTO EXTRACT-REPORT-LINE
               END-STRING
               WRITE EXTRACT-REPORT-LINE
           END-IF

           MOVE WS-OUTSIDE-REFS TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "Transfer Targets Outside Sample: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                    DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE

           MOVE WS-COLLISIONS TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXTRACT-REPORT-LINE
           STRING
               "Renumber Collisions (not copied): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                     DELIMITED BY SIZE
               INTO EXTRACT-REPORT-LINE
           END-STRING
           WRITE EXTRACT-REPORT-LINE.

       END PROGRAM MASKED-TEST-EXTRACT.
