      * Usage:
      *   importClearingTransactions [clearing-file] [master-file]
      *       [trans-file] [return-file] [report-file]
      *       [history-file] [forwarding-file] [accepted-file]
      *       [mandate-file] [mandate-log-file]
      *
      * Each settlement item is edited before it is accepted:
      *   01  account not found on the master file
      *   05  could not be written (duplicate key on the
      *       transaction file)
      *   06  account number fails its check digit
      *   14  direct debit with no mandate on file
      *   15  direct debit over the mandate's maximum amount
      *   16  direct debit dated outside the mandate's start and end
      *       dates, or the mandate has been cancelled
      *   17  direct debit collected more often than the mandate's
      *       frequency allows
      * Refused items are written to the return file in their
      * original layout with the reason code appended, so they can be
      * sent back to the clearing partner. Items refused later, at
      * posting, are added to the same return file by
      * CLEARING-POSTING-RETURNS under return reasons 07-13; the
      * sender's reference is carried onto the transaction so they
      * can be matched back. Accepted items are queued onto the
      * indexed transaction file with ids assigned from the 7xxxxxxx
      * band -- interestAccrual owns 8xxxxxxx and the
      * standing-order generator owns 9xxxxxxx, so import ids can
      * never collide with either; on a second run in the same day the
      * starting id picks up after the highest 7xxxxxxx id already on
      * file.
      *
      * A withdrawal carrying the creditor's identifier is a direct
      * debit pulled by the creditor, and is paid only under a
      * mandate the customer has registered through
      * ACCOUNT-MAINTENANCE (see MANDREC), found by account, creditor
      * identifier and the creditor's mandate reference. A mandate
      * registered under a number RENUMBER-ACCOUNT has since retired
      * is still honoured. Each accepted direct debit stamps its date
      * on the mandate for the frequency test, and every direct debit
      * checked, accepted or refused 14-17, is appended to the
      * mandate activity log (see MNDLOG) for MANDATE-USAGE-REPORT. A
      * cheque -- a withdrawal with a cheque serial and no creditor
      * -- is matched at posting by positive pay instead. A missing
      * mandate file is created empty, so every direct debit is
      * refused until mandates are registered.
      *
      * Every accepted item is also listed on the accepted-item
      * register (ACPTREC) with the id it was queued under and the
      * sender's reference; with the return file it is what
      * SETTLEMENT-RECONCILIATION proves the clearing house's
      * settlement statement against. Like the return file it is
      * started afresh by every run.
      *
      * An item addressed to an account number that RENUMBER-ACCOUNT
      * has retired -- renumbered, or merged into another account --
      * is redirected to the number it now lives under, following the
      * forwarding records to the end of the chain, and the transfer
      * target is redirected the same way. Each redirect is listed on
      * the report; the edits above then apply to the new number. A
      * missing forwarding file just means nothing has been retired.
      *
      * The report carries item counts and amount totals for read,
      * accepted and refused, to tie back to the sender's control
      * sheet.
      * Clearing file record layout (fixed columns):
      *   account(10) type(1) date(8) time(6) amount(12, two implied
      *   decimals) target-account(10) currency(3) sender-ref(12)
      *   cheque-serial(10) creditor-id(15) mandate-ref(20)
      * The cheque serial is present on presented cheques only and is
      * carried onto the transaction for the positive-pay match at
      * posting; the creditor identifier and mandate reference are
      * present on direct debits only. The return file carries all
      * three ahead of the reason code.
      *
      * Defaults:
      *   clearing-file = clearingFile.dat
      *   trans-file    = indexedTransactions
      *   return-file   = clearingReturn.dat
      *   report-file   = clearingImportReport.txt
      *   history-file  = transactionHistory
      *   forwarding-file = accountForwarding.dat
      *   accepted-file = clearingAccepted.dat
      *   mandate-file  = indexedMandates
      *   mandate-log-file = mandateActivity.dat (appended to)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CLEARING-TRANSACTIONS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO DYNAMIC WS-AcceptedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT FORWARD-FILE ASSIGN TO DYNAMIC WS-ForwardFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MandateFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-MANDATE-KEY
               FILE STATUS IS WS-MND-STATUS.

           SELECT MANDATE-LOG-FILE ASSIGN TO DYNAMIC WS-MandateLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CH-TARGET-ACC-NUMBER PIC X(10).
           05 CH-CURRENCY          PIC X(3).
           05 CH-SENDER-REF        PIC X(12).
           05 CH-CHEQUE-SERIAL     PIC X(10).
           05 CH-CREDITOR-ID       PIC X(15).
           05 CH-MANDATE-REF       PIC X(20).

       FD  MASTER-FILE.
       01  MASTER-REC.
           05 RT-TARGET-ACC-NUMBER PIC X(10).
           05 RT-CURRENCY          PIC X(3).
           05 RT-SENDER-REF        PIC X(12).
           05 RT-CHEQUE-SERIAL     PIC X(10).
           05 RT-CREDITOR-ID       PIC X(15).
           05 RT-MANDATE-REF       PIC X(20).
           05 RT-REASON-CODE       PIC XX.

       FD  ACCEPTED-FILE.
       01  ACCEPTED-REC.
           COPY ACPTREC REPLACING ==:PFX:== BY ==AC==.

       FD  REPORT-FILE.
       01  IMPORT-REPORT-LINE PIC X(132).

       FD  FORWARD-FILE.
       01  FORWARD-REC.
           COPY FWDREC REPLACING ==:PFX:== BY ==FW==.

       FD  MANDATE-FILE.
       01  MANDATE-REC.
           COPY MANDREC REPLACING ==:PFX:== BY ==MD==.

       FD  MANDATE-LOG-FILE.
       01  MANDATE-LOG-REC.
           COPY MNDLOG REPLACING ==:PFX:== BY ==ML==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-ClearingFile      PIC X(200) VALUE "clearingFile.dat".
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-ReportFile        PIC X(200)
           VALUE "clearingImportReport.txt".

       01  WS-ForwardFile       PIC X(200)
           VALUE "accountForwarding.dat".
       01  WS-AcceptedFile      PIC X(200)
           VALUE "clearingAccepted.dat".
       01  WS-MandateFile       PIC X(200) VALUE "indexedMandates".
       01  WS-MandateLogFile    PIC X(200)
           VALUE "mandateActivity.dat".

       01  WS-CLR-STATUS        PIC XX.
       01  WS-FWD-STATUS        PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-RTN-STATUS        PIC XX.
       01  WS-ACP-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-MND-STATUS        PIC XX.
       01  WS-MNL-STATUS        PIC XX.

       01  WS-CLEARING-EOF      PIC X VALUE 'N'.
       01  WS-REASON-CODE       PIC XX.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".

      * retired account numbers and where they now live
       01  WS-FWD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-FWD-TABLE.
           05 WS-FWD-ENTRY OCCURS 2000 TIMES.
               10 WS-FWD-OLD-ACC PIC X(10).
               10 WS-FWD-NEW-ACC PIC X(10).
       01  WS-FWD-I             PIC 9(5).
       01  WS-FWD-HOPS          PIC 9(2).
       01  WS-FWD-FOUND         PIC X.
       01  WS-FWD-ACC           PIC X(10).
       01  WS-ORIG-ACC-NUMBER   PIC X(10).
       01  WS-ORIG-TARGET-ACC   PIC X(10).

      * direct-debit mandate check: whether the item was one, the
      * mandate found for it, and the frequency test's dates reduced
      * to day numbers (leap days are not counted)
       01  WS-DD-CHECKED        PIC X VALUE 'N'.
       01  WS-MANDATE-FOUND     PIC X VALUE 'N'.
       01  WS-DD-ACCEPTED       PIC 9(7) VALUE ZERO.
       01  WS-DD-REFUSED        PIC 9(7) VALUE ZERO.
       01  WS-MF-ITEM-DATE.
           05 WS-MFI-CCYY       PIC 9(4).
           05 WS-MFI-MM         PIC 9(2).
           05 WS-MFI-DD         PIC 9(2).
       01  WS-MF-LAST-DATE.
           05 WS-MFL-CCYY       PIC 9(4).
           05 WS-MFL-MM         PIC 9(2).
           05 WS-MFL-DD         PIC 9(2).
       01  WS-MF-ITEM-QTR       PIC 9.
       01  WS-MF-LAST-QTR       PIC 9.
       01  WS-MF-ITEM-DAYNO     PIC 9(7).
       01  WS-MF-LAST-DAYNO     PIC 9(7).
       01  WS-MF-DAYS-APART     PIC S9(7).
       01  WS-DAYS-BEFORE-DATA  PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-DATA.
           05 WS-DAYS-BEFORE    PIC 9(3) OCCURS 12 TIMES.

       01  WS-TODAY.
           05 WS-TODAY-CC PIC 99 VALUE 20.
           05 WS-TODAY-YY PIC 99.
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.

       01  WS-ITEMS-READ        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REDIRECTED  PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-ACCEPTED    PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REFUSED     PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-READ       PIC 9(12)V99 VALUE ZERO.

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD
           PERFORM WRITE-REPORT-HEADER

           PERFORM DETERMINE-NEXT-TRANS-ID
           PERFORM LOAD-FORWARDING-TABLE

           PERFORM UNTIL WS-CLEARING-EOF = 'Y'
               READ CLEARING-FILE
                 MASTER-FILE
                 TRANS-FILE
                 RETURN-FILE
                 ACCEPTED-FILE
                 MANDATE-FILE
                 MANDATE-LOG-FILE
                 REPORT-FILE

           STOP RUN.
                        WS-ReturnFile
                        WS-ReportFile
                        WS-HistoryFile
                        WS-ForwardFile
                        WS-AcceptedFile
                        WS-MandateFile
                        WS-MandateLogFile
               END-UNSTRING
           END-IF

           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-ForwardFile = SPACES OR WS-ForwardFile = "-"
               MOVE "accountForwarding.dat" TO WS-ForwardFile
           END-IF
           IF WS-AcceptedFile = SPACES OR WS-AcceptedFile = "-"
               MOVE "clearingAccepted.dat" TO WS-AcceptedFile
           END-IF
           IF WS-MandateFile = SPACES OR WS-MandateFile = "-"
               MOVE "indexedMandates" TO WS-MandateFile
           END-IF
           IF WS-MandateLogFile = SPACES OR WS-MandateLogFile = "-"
               MOVE "mandateActivity.dat" TO WS-MandateLogFile
           END-IF.

       OPEN-FILES.
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACP-STATUS NOT = "00"
               DISPLAY "Unable to open accepted-item file: "
                   WS-AcceptedFile
               DISPLAY "Accepted status: " WS-ACP-STATUS
               CLOSE CLEARING-FILE
               CLOSE MASTER-FILE
               CLOSE TRANS-FILE
               CLOSE RETURN-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

      * the mandate file is created empty on first use, and the
      * activity log is appended to run after run
           OPEN I-O MANDATE-FILE
           IF WS-MND-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               IF WS-MND-STATUS = "00"
                   CLOSE MANDATE-FILE
                   OPEN I-O MANDATE-FILE
               END-IF
           END-IF
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "Unable to open mandate file: "
                   WS-MandateFile
               DISPLAY "Mandate status: " WS-MND-STATUS
               CLOSE CLEARING-FILE
               CLOSE MASTER-FILE
               CLOSE TRANS-FILE
               CLOSE RETURN-FILE
               CLOSE ACCEPTED-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN EXTEND MANDATE-LOG-FILE
           IF WS-MNL-STATUS = "35"
               OPEN OUTPUT MANDATE-LOG-FILE
           END-IF
           IF WS-MNL-STATUS NOT = "00"
               DISPLAY "Unable to open mandate activity log: "
                   WS-MandateLogFile
               DISPLAY "Mandate log status: " WS-MNL-STATUS
               CLOSE CLEARING-FILE
               CLOSE MASTER-FILE
               CLOSE TRANS-FILE
               CLOSE RETURN-FILE
               CLOSE ACCEPTED-FILE
               CLOSE MANDATE-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      * Import postings carry T-IDs in the 7xxxxxxx band; TRANS-FILE
                   REWRITE TRANS-REC
           END-READ.

      ******************************************************************
      * The forwarding file is small -- one record per number ever
      * retired -- and is held whole so every item can be looked up
      * without rereading it.
      ******************************************************************
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
                       ELSE
                           DISPLAY "Forwarding table full, record "
                               "ignored: " FW-OLD-ACC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORWARD-FILE.

      * follows WS-FWD-ACC along the forwarding chain to the number
      * it lives under today; the hop limit guards against a chain
      * that loops back on itself
       FOLLOW-FORWARDING-CHAIN.
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
           END-PERFORM.

       REDIRECT-FORWARDED-ACCOUNTS.
           IF WS-FWD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE CH-ACC-NUMBER TO WS-FWD-ACC
           PERFORM FOLLOW-FORWARDING-CHAIN
           MOVE WS-FWD-ACC TO CH-ACC-NUMBER

           IF CH-TRX-TYPE = 'T' AND CH-TARGET-ACC-NUMBER NOT = SPACES
               MOVE CH-TARGET-ACC-NUMBER TO WS-FWD-ACC
               PERFORM FOLLOW-FORWARDING-CHAIN
               MOVE WS-FWD-ACC TO CH-TARGET-ACC-NUMBER
           END-IF

           IF CH-ACC-NUMBER = WS-ORIG-ACC-NUMBER
              AND CH-TARGET-ACC-NUMBER = WS-ORIG-TARGET-ACC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ITEMS-REDIRECTED
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING
               "REDIRECTED Account: "  DELIMITED BY SIZE
               WS-ORIG-ACC-NUMBER      DELIMITED BY SIZE
               " -> "                  DELIMITED BY SIZE
               CH-ACC-NUMBER           DELIMITED BY SIZE
               " Target: "             DELIMITED BY SIZE
               WS-ORIG-TARGET-ACC      DELIMITED BY SIZE
               " -> "                  DELIMITED BY SIZE
               CH-TARGET-ACC-NUMBER    DELIMITED BY SIZE
               " Ref: "                DELIMITED BY SIZE
               CH-SENDER-REF           DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE.

       EDIT-AND-IMPORT-ITEM.
           MOVE SPACES TO WS-REASON-CODE
           MOVE 'N' TO WS-DD-CHECKED
           MOVE CH-ACC-NUMBER        TO WS-ORIG-ACC-NUMBER
           MOVE CH-TARGET-ACC-NUMBER TO WS-ORIG-TARGET-ACC

           IF CH-AMOUNT-X NOT NUMERIC
               MOVE "02" TO WS-REASON-CODE
               END-IF
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM REDIRECT-FORWARDED-ACCOUNTS
           END-IF

           IF WS-REASON-CODE = SPACES
               MOVE CH-ACC-NUMBER TO WS-CD-ACC-NUMBER
               PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
               END-READ
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-DIRECT-DEBIT-MANDATE
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM WRITE-ACCEPTED-TRANSACTION
           ELSE
               PERFORM WRITE-RETURN-ITEM
           END-IF

           IF WS-DD-CHECKED = 'Y'
               PERFORM RECORD-MANDATE-ACTIVITY
           END-IF.

      ******************************************************************
      * A direct debit is pulled by the creditor, so it is paid only
      * under a mandate the customer has given: active, dated to
      * cover the item, large enough for it, and not yet used up for
      * the period its frequency allows. The mandate is looked for
      * under the number the item now posts to and, when the item
      * was redirected, under the number it was addressed to.
      ******************************************************************
       CHECK-DIRECT-DEBIT-MANDATE.
           IF CH-TRX-TYPE NOT = 'W' OR CH-CREDITOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DD-CHECKED

           MOVE 'N' TO WS-MANDATE-FOUND
           MOVE CH-ACC-NUMBER  TO MD-ACC-NUMBER
           MOVE CH-CREDITOR-ID TO MD-CREDITOR-ID
           MOVE CH-MANDATE-REF TO MD-MANDATE-REF
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MANDATE-FOUND
           END-READ
           IF WS-MANDATE-FOUND = 'N'
              AND WS-ORIG-ACC-NUMBER NOT = CH-ACC-NUMBER
               MOVE WS-ORIG-ACC-NUMBER TO MD-ACC-NUMBER
               READ MANDATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MANDATE-FOUND
               END-READ
           END-IF
           IF WS-MANDATE-FOUND = 'N'
               MOVE "14" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF MD-STATUS NOT = 'A'
              OR CH-DATE < MD-START-DATE
               MOVE "16" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF MD-END-DATE NOT = SPACES
              AND CH-DATE > MD-END-DATE
               MOVE "16" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF

           IF MD-MAX-AMOUNT NOT = ZERO
              AND CH-AMOUNT > MD-MAX-AMOUNT
               MOVE "15" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MANDATE-FREQUENCY.

      * one collection per week, calendar month, calendar quarter or
      * calendar year, or one in all for a one-off mandate, counted
      * from the last item accepted under it
       CHECK-MANDATE-FREQUENCY.
           IF MD-COLLECTIONS = ZERO
              OR MD-LAST-COLLECTED = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MD-FREQUENCY = 'O'
               MOVE "17" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF CH-DATE NOT NUMERIC
              OR MD-LAST-COLLECTED NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CH-DATE           TO WS-MF-ITEM-DATE
           MOVE MD-LAST-COLLECTED TO WS-MF-LAST-DATE
           IF WS-MFI-MM < 1 OR WS-MFI-MM > 12
              OR WS-MFL-MM < 1 OR WS-MFL-MM > 12
               EXIT PARAGRAPH
           END-IF

           EVALUATE MD-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-MF-ITEM-DAYNO = WS-MFI-CCYY * 365
                       + WS-DAYS-BEFORE(WS-MFI-MM) + WS-MFI-DD
                   COMPUTE WS-MF-LAST-DAYNO = WS-MFL-CCYY * 365
                       + WS-DAYS-BEFORE(WS-MFL-MM) + WS-MFL-DD
                   COMPUTE WS-MF-DAYS-APART =
                       WS-MF-ITEM-DAYNO - WS-MF-LAST-DAYNO
                   IF WS-MF-DAYS-APART < 7
                      AND WS-MF-DAYS-APART > -7
                       MOVE "17" TO WS-REASON-CODE
                   END-IF
               WHEN 'M'
                   IF WS-MFI-CCYY = WS-MFL-CCYY
                      AND WS-MFI-MM = WS-MFL-MM
                       MOVE "17" TO WS-REASON-CODE
                   END-IF
               WHEN 'Q'
                   COMPUTE WS-MF-ITEM-QTR = (WS-MFI-MM - 1) / 3
                   COMPUTE WS-MF-LAST-QTR = (WS-MFL-MM - 1) / 3
                   IF WS-MFI-CCYY = WS-MFL-CCYY
                      AND WS-MF-ITEM-QTR = WS-MF-LAST-QTR
                       MOVE "17" TO WS-REASON-CODE
                   END-IF
               WHEN 'A'
                   IF WS-MFI-CCYY = WS-MFL-CCYY
                       MOVE "17" TO WS-REASON-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * an accepted debit is counted against its mandate; accepted or
      * not, it goes on the activity log
       RECORD-MANDATE-ACTIVITY.
           MOVE WS-TODAY             TO ML-RUN-DATE
           MOVE CH-DATE              TO ML-ITEM-DATE
           MOVE CH-ACC-NUMBER        TO ML-ACC-NUMBER
           MOVE CH-CREDITOR-ID       TO ML-CREDITOR-ID
           MOVE CH-MANDATE-REF       TO ML-MANDATE-REF
           MOVE CH-AMOUNT            TO ML-AMOUNT
           MOVE CH-CURRENCY          TO ML-CURRENCY
           MOVE CH-SENDER-REF        TO ML-SENDER-REF
           IF WS-REASON-CODE = SPACES
               MOVE "00" TO ML-RESULT
               ADD 1 TO WS-DD-ACCEPTED
               ADD 1 TO MD-COLLECTIONS
               IF CH-DATE > MD-LAST-COLLECTED
                   MOVE CH-DATE TO MD-LAST-COLLECTED
               END-IF
               REWRITE MANDATE-REC
                   INVALID KEY
                       DISPLAY "Unable to update mandate: "
                           MD-MANDATE-KEY " status " WS-MND-STATUS
               END-REWRITE
           ELSE
               MOVE WS-REASON-CODE TO ML-RESULT
               ADD 1 TO WS-DD-REFUSED
           END-IF
           WRITE MANDATE-LOG-REC.

      ******************************************************************
      * Account check digit: the tenth character proves the first
      * nine. Each of the nine maps to a value -- digits as
           MOVE CH-CURRENCY          TO T-CURRENCY
           MOVE SPACE                TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE        TO T-BRANCH-CODE
           MOVE CH-SENDER-REF        TO T-SENDER-REF
           MOVE CH-CHEQUE-SERIAL     TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   MOVE "05" TO WS-REASON-CODE
                   PERFORM WRITE-RETURN-ITEM
               NOT INVALID KEY
                   PERFORM WRITE-ACCEPTED-ITEM
                   ADD 1 TO WS-NEXT-TRANS-ID
                   ADD 1 TO WS-ITEMS-ACCEPTED
                   ADD CH-AMOUNT TO WS-AMOUNT-ACCEPTED
           END-WRITE.

       WRITE-ACCEPTED-ITEM.
           MOVE T-ACC-NUMBER         TO AC-ACC-NUMBER
           MOVE T-ID                 TO AC-ID
           MOVE CH-TRX-TYPE          TO AC-TRX-TYPE
           MOVE CH-DATE              TO AC-DATE
           MOVE CH-AMOUNT            TO AC-AMOUNT
           MOVE CH-CURRENCY          TO AC-CURRENCY
           MOVE CH-SENDER-REF        TO AC-ITEM-REF
           WRITE ACCEPTED-REC.

       WRITE-RETURN-ITEM.
           ADD 1 TO WS-ITEMS-REFUSED
           IF CH-AMOUNT-X NUMERIC
               ADD CH-AMOUNT TO WS-AMOUNT-REFUSED
           END-IF

           MOVE WS-ORIG-ACC-NUMBER   TO RT-ACC-NUMBER
           MOVE CH-TRX-TYPE          TO RT-TRX-TYPE
           MOVE CH-DATE              TO RT-DATE
           MOVE CH-TIME              TO RT-TIME
           MOVE CH-AMOUNT-X          TO RT-AMOUNT-X
           MOVE WS-ORIG-TARGET-ACC   TO RT-TARGET-ACC-NUMBER
           MOVE CH-CURRENCY          TO RT-CURRENCY
           MOVE CH-SENDER-REF        TO RT-SENDER-REF
           MOVE CH-CHEQUE-SERIAL     TO RT-CHEQUE-SERIAL
           MOVE CH-CREDITOR-ID       TO RT-CREDITOR-ID
           MOVE CH-MANDATE-REF       TO RT-MANDATE-REF
           MOVE WS-REASON-CODE       TO RT-REASON-CODE
           WRITE RETURN-REC

           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ITEMS-REDIRECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING
               "Items Redirected: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-DD-ACCEPTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING
               "Direct Debits Accepted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-DD-REFUSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO IMPORT-REPORT-LINE
           STRING
               "Direct Debits Refused: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO IMPORT-REPORT-LINE
           END-STRING
           WRITE IMPORT-REPORT-LINE

           MOVE WS-ITEMS-REFUSED  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-REFUSED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO IMPORT-REPORT-LINE
