      *
      *   MASTER mode   - sweeps every M-ACC-NAME on the indexed
      *                   master and every CU-CUST-NAME on the
      *                   customer master (the on-demand full scan);
      *                   each customer hit is followed by every
      *                   account the customer is party to -- as the
      *                   attached customer or in any role on the
      *                   party file (see PARTYREC) -- so compliance
      *                   knows which accounts to confirm
      *   CLEARING mode - reads the night's clearing file before its
      *                   items are accepted and screens the name of
      *                   every account the file posts to, and the
      *                   name of every party to that account: the
      *                   attached customer and each active party on
      *                   the party file, whatever its role (joint
      *                   owner, power of attorney, beneficiary,
      *                   guardian)
      *
      * List names never match our keying exactly, so two match
      * rules run side by side: an exact match on the normalized
      *
      * Usage:
      *   screenWatchList [watch-file] [master-file] [customer-file]
      *       [clearing-file] [report-file] [mode] [party-file]
      *
      * Defaults:
      *   watch-file    = watchList.dat
      *   clearing-file = clearingFile.dat
      *   report-file   = watchListReport.txt
      *   mode          = MASTER
      *   party-file    = indexedParties
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-WATCH-LIST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CH-TARGET-ACC-NUMBER PIC X(10).
           05 CH-CURRENCY          PIC X(3).
           05 CH-SENDER-REF        PIC X(12).
           05 CH-CHEQUE-SERIAL     PIC X(10).
           05 CH-CREDITOR-ID       PIC X(15).
           05 CH-MANDATE-REF       PIC X(20).

       FD  REPORT-FILE.
       01  SCREEN-REPORT-LINE PIC X(132).

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-WatchFile         PIC X(200) VALUE "watchList.dat".
       01  WS-ClearingFile      PIC X(200) VALUE "clearingFile.dat".
       01  WS-ReportFile        PIC X(200) VALUE "watchListReport.txt".
       01  WS-ARG-MODE          PIC X(8).
       01  WS-PartyFile         PIC X(200) VALUE "indexedParties".

       01  WS-WCH-STATUS        PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-CUST-STATUS       PIC XX.
       01  WS-CLR-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-PTY-STATUS        PIC XX.
       01  WS-PTY-AVAILABLE     PIC X VALUE 'N'.
       01  WS-PTY-EOF           PIC X.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-MASTER-EOF        PIC X VALUE 'N'.
       01  WS-CAND-NORM-LEN     PIC 9(2).
       01  WS-CAND-KEY          PIC X(10).
       01  WS-CAND-SOURCE       PIC X(8).
       01  WS-CAND-PARTY        PIC X(10).
       01  WS-CAND-ROLE         PIC X.

      * the parties to the account being screened: the attached
      * customer and every active party on the party file
       01  WS-PARTY-MAX         PIC 9(2) VALUE 20.
       01  WS-PARTY-COUNT       PIC 9(2).
       01  WS-PARTY-TABLE.
           05 WS-PA-ENTRY OCCURS 20 TIMES.
               10 WS-PA-CUST-ID  PIC X(10).
               10 WS-PA-ROLE     PIC X.
       01  WS-PA-I              PIC 9(2).

      * customers hit in MASTER mode, whose accounts are listed after
      * the screening
       01  WS-HIT-CUST-MAX      PIC 9(3) VALUE 500.
       01  WS-HIT-CUST-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-HIT-CUST-TABLE.
           05 WS-HC-CUST-ID OCCURS 500 TIMES PIC X(10).
       01  WS-HC-I              PIC 9(3).
       01  WS-HC-FOUND          PIC X.
       01  WS-LINK-CUST-ID      PIC X(10).
       01  WS-LINK-ROLE         PIC X.
       01  WS-ACCOUNTS-LINKED   PIC 9(7) VALUE ZERO.

       01  WS-MATCH-SCORE       PIC 9(3).
       01  WS-SCAN-POS          PIC 9(2).
           ELSE
               PERFORM SCREEN-MASTER-NAMES
               PERFORM SCREEN-CUSTOMER-NAMES
               IF WS-HIT-CUST-COUNT > ZERO
                   PERFORM LIST-HIT-CUSTOMER-ACCOUNTS
               END-IF
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTER-FILE
                 REPORT-FILE
           IF WS-PTY-AVAILABLE = 'Y'
               CLOSE PARTY-FILE
           END-IF

           IF WS-HITS-FOUND > ZERO
               MOVE 4 TO RETURN-CODE
                        WS-ClearingFile
                        WS-ReportFile
                        WS-ARG-MODE
                        WS-PartyFile
               END-UNSTRING
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF.

       OPEN-FILES.
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

      * until the first party is added there is no party file, and
      * every account has only its attached customer
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
               MOVE 'Y' TO WS-PTY-AVAILABLE
           END-IF.

      * the watch list is the whole point: with no file there is
                           MOVE M-ACC-NAME   TO WS-CAND-NAME
                           MOVE M-ACC-NUMBER TO WS-CAND-KEY
                           MOVE "MASTER  "   TO WS-CAND-SOURCE
                           MOVE SPACES       TO WS-CAND-PARTY
                           PERFORM SCREEN-ONE-NAME
                       END-IF
               END-READ
                       MOVE CU-CUST-NAME TO WS-CAND-NAME
                       MOVE CU-CUST-ID   TO WS-CAND-KEY
                       MOVE "CUSTOMER"   TO WS-CAND-SOURCE
                       MOVE SPACES       TO WS-CAND-PARTY
                       PERFORM SCREEN-ONE-NAME
               END-READ
           END-PERFORM
                               MOVE M-ACC-NAME   TO WS-CAND-NAME
                               MOVE M-ACC-NUMBER TO WS-CAND-KEY
                               MOVE "CLEARING"   TO WS-CAND-SOURCE
                               MOVE SPACES       TO WS-CAND-PARTY
                               PERFORM SCREEN-ONE-NAME
                               PERFORM SCREEN-ACCOUNT-PARTIES
                       END-READ
               END-READ
           END-PERFORM
           CLOSE CLEARING-FILE.

      ******************************************************************
      * Every party to the account in MASTER-REC has its customer name
      * screened under the account number, so a hit on a joint owner,
      * attorney, beneficiary or guardian stops the account's items
      * the same way a hit on the account name does. The customer
      * master is scanned once for all of them.
      ******************************************************************
       SCREEN-ACCOUNT-PARTIES.
           MOVE ZERO TO WS-PARTY-COUNT
           IF M-CUSTOMER-ID NOT = SPACES
               ADD 1 TO WS-PARTY-COUNT
               MOVE M-CUSTOMER-ID TO WS-PA-CUST-ID(WS-PARTY-COUNT)
               MOVE 'P'           TO WS-PA-ROLE(WS-PARTY-COUNT)
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
                               IF PT-STATUS = 'A'
                                  AND PT-CUST-ID NOT = M-CUSTOMER-ID
                                  AND WS-PARTY-COUNT < WS-PARTY-MAX
                                   ADD 1 TO WS-PARTY-COUNT
                                   MOVE PT-CUST-ID
                                       TO WS-PA-CUST-ID(WS-PARTY-COUNT)
                                   MOVE PT-ROLE
                                       TO WS-PA-ROLE(WS-PARTY-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-PARTY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-PA-I FROM 1 BY 1
                           UNTIL WS-PA-I > WS-PARTY-COUNT
                           IF CU-CUST-ID = WS-PA-CUST-ID(WS-PA-I)
                               MOVE CU-CUST-NAME TO WS-CAND-NAME
                               MOVE M-ACC-NUMBER TO WS-CAND-KEY
                               MOVE "PARTY   "   TO WS-CAND-SOURCE
                               MOVE CU-CUST-ID   TO WS-CAND-PARTY
                               MOVE WS-PA-ROLE(WS-PA-I)
                                   TO WS-CAND-ROLE
                               PERFORM SCREEN-ONE-NAME
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      ******************************************************************
      * MASTER mode: a customer hit names a customer, but compliance
      * confirms accounts -- so every account the hit customers are
      * party to is listed, from the master (the attached customer)
      * and from the party file (every active role).
      ******************************************************************
       LIST-HIT-CUSTOMER-ACCOUNTS.
           MOVE 'N' TO WS-MASTER-EOF
           MOVE LOW-VALUES TO M-ACC-NUMBER
           START MASTER-FILE KEY IS NOT LESS THAN M-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF M-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND M-CUSTOMER-ID NOT = SPACES
                           MOVE M-CUSTOMER-ID TO WS-LINK-CUST-ID
                           PERFORM CHECK-HIT-CUSTOMER
                           IF WS-HC-FOUND = 'Y'
                               MOVE 'P' TO WS-LINK-ROLE
                               PERFORM WRITE-LINKED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PTY-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PTY-EOF
           MOVE LOW-VALUES TO PT-PARTY-KEY
           START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PTY-EOF
           END-START
           PERFORM UNTIL WS-PTY-EOF = 'Y'
               READ PARTY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PTY-EOF
                   NOT AT END
                       IF PT-STATUS = 'A'
                           MOVE PT-CUST-ID TO WS-LINK-CUST-ID
                           PERFORM CHECK-HIT-CUSTOMER
                           IF WS-HC-FOUND = 'Y'
                               MOVE PT-ACC-NUMBER TO M-ACC-NUMBER
                               MOVE PT-ROLE TO WS-LINK-ROLE
                               PERFORM WRITE-LINKED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-HIT-CUSTOMER.
           MOVE 'N' TO WS-HC-FOUND
           PERFORM VARYING WS-HC-I FROM 1 BY 1
               UNTIL WS-HC-I > WS-HIT-CUST-COUNT
                  OR WS-HC-FOUND = 'Y'
               IF WS-HC-CUST-ID(WS-HC-I) = WS-LINK-CUST-ID
                   MOVE 'Y' TO WS-HC-FOUND
               END-IF
           END-PERFORM.

       WRITE-LINKED-LINE.
           ADD 1 TO WS-ACCOUNTS-LINKED
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING
               "LINKED Account: " DELIMITED BY SIZE
               M-ACC-NUMBER       DELIMITED BY SIZE
               " Customer: "      DELIMITED BY SIZE
               WS-LINK-CUST-ID    DELIMITED BY SIZE
               " Role: "          DELIMITED BY SIZE
               WS-LINK-ROLE       DELIMITED BY SIZE
               INTO SCREEN-REPORT-LINE
           END-STRING
           WRITE SCREEN-REPORT-LINE.

      ******************************************************************
      * Runs the candidate name against every watch entry: exact on
      * the normalized names scores 100, the list name found inside
               WS-MATCH-SCORE    DELIMITED BY SIZE
               INTO SCREEN-REPORT-LINE
           END-STRING
           WRITE SCREEN-REPORT-LINE

      * a party hit says which customer, in which role, was matched
           IF WS-CAND-PARTY NOT = SPACES
               MOVE SPACES TO SCREEN-REPORT-LINE
               STRING
                   "    Party: "  DELIMITED BY SIZE
                   WS-CAND-PARTY  DELIMITED BY SIZE
                   " Role: "      DELIMITED BY SIZE
                   WS-CAND-ROLE   DELIMITED BY SIZE
                   INTO SCREEN-REPORT-LINE
               END-STRING
               WRITE SCREEN-REPORT-LINE
           END-IF

      * a customer hit is remembered so its accounts can be listed
           IF WS-CAND-SOURCE = "CUSTOMER"
               MOVE WS-CAND-KEY TO WS-LINK-CUST-ID
               PERFORM CHECK-HIT-CUSTOMER
               IF WS-HC-FOUND = 'N'
                  AND WS-HIT-CUST-COUNT < WS-HIT-CUST-MAX
                   ADD 1 TO WS-HIT-CUST-COUNT
                   MOVE WS-CAND-KEY
                       TO WS-HC-CUST-ID(WS-HIT-CUST-COUNT)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SCREEN-REPORT-LINE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               INTO SCREEN-REPORT-LINE
           END-STRING
           WRITE SCREEN-REPORT-LINE

           IF WS-ARG-MODE NOT = "CLEARING"
               MOVE WS-ACCOUNTS-LINKED TO WS-COUNT-DISPLAY
               MOVE SPACES TO SCREEN-REPORT-LINE
               STRING
                   "Accounts Linked To Customer Hits: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY   DELIMITED BY SIZE
                   INTO SCREEN-REPORT-LINE
               END-STRING
               WRITE SCREEN-REPORT-LINE
           END-IF.

       END PROGRAM SCREEN-WATCH-LIST.
