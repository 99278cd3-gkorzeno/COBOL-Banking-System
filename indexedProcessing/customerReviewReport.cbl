      ******************************************************************
      * Monthly customer due-diligence review report for compliance.
      * Reads the customer master (see CUSTREC) and lists, branch by
      * branch, every customer
      *   - whose identity document has expired;
      *   - whose identity document expires within the next 60 days;
      *   - whose periodic review is overdue, by risk tier: high-risk
      *     customers are reviewed every year, medium every two years
      *     and low every three (a customer with no rating on file is
      *     reviewed as medium, and one never reviewed is overdue).
      *
      * A customer is listed under the branch of every open account
      * it is a party to -- as the account's attached customer, or
      * in any role on the party file (see PARTYREC) -- with the
      * accounts beneath it; a customer with no open account is
      * listed first, under no branch. Each branch closes with its
      * count by category and the report with the totals.
      *
      * A customer whose document expired, or whose review fell due,
      * more than grace-days before the report date is past its grace
      * period and is marked so. In RESTRICT mode the report also
      * places a hold with reason KYC and no amount (see HOLDREC) on
      * every open account such a customer owns (attached, or a
      * primary or joint owner on the party file); UPDATE-ACCOUNTS-
      * INDEXED refuses every debit to an account carrying an active
      * KYC hold. The same run lifts (releases) the KYC hold of every
      * account none of whose owners is past grace any longer, so
      * recording a renewed document or a review through
      * ACCOUNT-MAINTENANCE UPDCUST clears the restriction at the next
      * RESTRICT run. A customer never reviewed is listed as overdue
      * but, with no due date to run from, is not restricted.
      *
      * Usage:
      *   customerReviewReport [customer-file] [master-file]
      *       [report-file] [report-date] [mode] [grace-days]
      *       [holds-file] [party-file]
      *
      * Defaults:
      *   customer-file = customerMaster.dat
      *   master-file   = indexedMaster
      *   report-file   = customerReviewReport.txt
      *   report-date   = today
      *   mode          = REPORT (list only); RESTRICT also places
      *                   and lifts the KYC holds
      *   grace-days    = 30
      *   holds-file    = indexedHolds
      *   party-file    = indexedParties
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-REVIEW-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CustomerFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortWork".

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC.
           COPY CUSTREC REPLACING ==:PFX:== BY ==CU==.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  REPORT-FILE.
       01  REVIEW-REPORT-LINE PIC X(132).

       FD  HOLDS-FILE.
       01  HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==HLD==.

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

      * one line of the listing: a customer in one review category
      * under one of its accounts; the customer's details are in the
      * flagged-customer table at SR-FC-INDEX
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-BRANCH-CODE     PIC X(3).
           05 SR-CATEGORY        PIC 9.
           05 SR-CUST-ID         PIC X(10).
           05 SR-ACC-NUMBER      PIC X(10).
           05 SR-ROLE            PIC X.
           05 SR-FC-INDEX        PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-CustomerFile      PIC X(200).
       01  WS-MasterFile        PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-REPORT-DATE   PIC X(8).
       01  WS-ARG-MODE          PIC X(8).
       01  WS-ARG-GRACE-DAYS    PIC X(5).
       01  WS-HoldsFile         PIC X(200).
       01  WS-PartyFile         PIC X(200).

       01  WS-CUST-STATUS       PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-PTY-STATUS        PIC XX.

       01  WS-MASTER-EOF        PIC X.
       01  WS-PTY-EOF           PIC X.
       01  WS-HLD-EOF           PIC X.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-PTY-AVAILABLE     PIC X VALUE 'N'.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".

       01  WS-RESTRICT-MODE     PIC X VALUE 'N'.
       01  WS-GRACE-DAYS        PIC 9(5) VALUE 30.
       01  WS-EXPIRING-DAYS     PIC 9(3) VALUE 60.

      * the report date and the dates the tests run against
       01  WS-REPORT-DATE       PIC X(8).
       01  WS-GRACE-CUTOFF      PIC X(8).
       01  WS-EXPIRING-HORIZON  PIC X(8).

      * review cycle by risk tier: high, medium, low. A review is
      * overdue when the last one is older than the cycle, and past
      * grace when it is older than the cycle and the grace days
       01  WS-TIER-DATA.
           05 FILLER PIC X(2) VALUE "H1".
           05 FILLER PIC X(2) VALUE "M2".
           05 FILLER PIC X(2) VALUE "L3".
       01  WS-TIER-TABLE REDEFINES WS-TIER-DATA.
           05 WS-TIER-ENTRY OCCURS 3 TIMES.
               10 WS-TIER-RATING PIC X.
               10 WS-TIER-YEARS  PIC 9.
       01  WS-TIER-CUTOFFS.
           05 WS-TIER-DUE-CUTOFF      PIC X(8) OCCURS 3 TIMES.
       01  WS-TIER-GRACE-CUTOFFS.
           05 WS-TIER-RESTRICT-CUTOFF PIC X(8) OCCURS 3 TIMES.
       01  WS-TIER-I            PIC 9.

      * listing categories, in the order they are listed
       01  WS-CATEGORY-NAMES.
           05 FILLER PIC X(30) VALUE "ID document expired".
           05 FILLER PIC X(30) VALUE "ID document expiring".
           05 FILLER PIC X(30) VALUE "Review overdue - high risk".
           05 FILLER PIC X(30) VALUE "Review overdue - medium risk".
           05 FILLER PIC X(30) VALUE "Review overdue - low risk".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME  PIC X(30) OCCURS 5 TIMES.
       01  WS-CAT-I             PIC 9.
       01  WS-BRANCH-COUNTS.
           05 WS-BRANCH-COUNT   PIC 9(6) OCCURS 5 TIMES.
       01  WS-TOTAL-COUNTS.
           05 WS-TOTAL-COUNT    PIC 9(6) OCCURS 5 TIMES.

      * customers in at least one category; everyone else is current
       01  WS-FC-MAX            PIC 9(4) VALUE 3000.
       01  WS-FC-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 3000 TIMES.
               10 WS-FC-CUST-ID     PIC X(10).
               10 WS-FC-NAME        PIC X(30).
               10 WS-FC-DOC-TYPE    PIC X(2).
               10 WS-FC-DOC-NUMBER  PIC X(20).
               10 WS-FC-EXPIRY      PIC X(8).
               10 WS-FC-RISK        PIC X.
               10 WS-FC-REVIEW      PIC X(8).
               10 WS-FC-DOC-CAT     PIC 9.
               10 WS-FC-REVIEW-CAT  PIC 9.
               10 WS-FC-LAPSED      PIC X.
               10 WS-FC-MATCHED     PIC X.
       01  WS-FC-I              PIC 9(4).
       01  WS-FC-FOUND          PIC 9(4).
       01  WS-FIND-CUST-ID      PIC X(10).
       01  WS-DOC-CAT           PIC 9.
       01  WS-REVIEW-CAT        PIC 9.
       01  WS-LAPSED            PIC X.
       01  WS-RISK              PIC X.

      * listing control breaks
       01  WS-PREV-BRANCH       PIC X(3).
       01  WS-PREV-CATEGORY     PIC 9.
       01  WS-PREV-CUST-ID      PIC X(10).
       01  WS-FIRST-BRANCH      PIC X VALUE 'Y'.
       01  WS-BRANCH-NAME       PIC X(20).
       01  WS-LAPSED-TEXT       PIC X(22).

      * restriction work fields
       01  WS-SHOULD-RESTRICT   PIC X.
       01  WS-KYC-HOLD-FOUND    PIC X.
       01  WS-NEXT-SEQ          PIC 9(4).
       01  WS-HOLDS-READY       PIC X VALUE 'N'.

       01  WS-CUSTOMERS-READ    PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-FLAGGED PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMERS-LAPSED  PIC 9(7) VALUE ZERO.
       01  WS-NO-EXPIRY-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-NEVER-REVIEWED    PIC 9(7) VALUE ZERO.
       01  WS-NOT-LISTED        PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-PLACED      PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-LIFTED      PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-BRANCHES    PIC 9(7) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.

      * calendar walk, the same simplification the other programs
      * carry (no leap years)
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
           05 WS-WALK-CCYY PIC 9(4).
           05 WS-WALK-MM   PIC 99.
           05 WS-WALK-DD   PIC 99.
       01  WS-WALK-DAYS         PIC 9(5).

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
           IF WS-ARG-REPORT-DATE IS NUMERIC
               MOVE WS-ARG-REPORT-DATE TO WS-REPORT-DATE
           END-IF
           PERFORM COMPUTE-REVIEW-DATES

           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open customer review report file: "
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
           END-IF

      * until the first party is added there is no party file, and
      * every account has only its attached customer
           OPEN INPUT PARTY-FILE
           IF WS-PTY-STATUS = "00"
               MOVE 'Y' TO WS-PTY-AVAILABLE
           END-IF

           INITIALIZE WS-TOTAL-COUNTS
           PERFORM WRITE-REPORT-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SR-BRANCH-CODE
                                SR-CATEGORY
                                SR-CUST-ID
                                SR-ACC-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-REVIEW-ITEMS
               OUTPUT PROCEDURE IS LIST-SORTED-ITEMS

           IF WS-RESTRICT-MODE = 'Y'
               PERFORM APPLY-KYC-RESTRICTIONS
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTER-FILE
                 REPORT-FILE
           IF WS-PTY-AVAILABLE = 'Y'
               CLOSE PARTY-FILE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-CustomerFile
                        WS-MasterFile
                        WS-ReportFile
                        WS-ARG-REPORT-DATE
                        WS-ARG-MODE
                        WS-ARG-GRACE-DAYS
                        WS-HoldsFile
                        WS-PartyFile
               END-UNSTRING
           END-IF

           IF WS-CustomerFile = SPACES OR WS-CustomerFile = "-"
               MOVE "customerMaster.dat" TO WS-CustomerFile
           END-IF
           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "customerReviewReport.txt" TO WS-ReportFile
           END-IF
           IF WS-ARG-MODE = "RESTRICT"
               MOVE 'Y' TO WS-RESTRICT-MODE
           END-IF
           IF WS-ARG-GRACE-DAYS NOT = SPACES
              AND WS-ARG-GRACE-DAYS NOT = "-"
               COMPUTE WS-GRACE-DAYS =
                   FUNCTION NUMVAL(WS-ARG-GRACE-DAYS)
           END-IF
           IF WS-HoldsFile = SPACES OR WS-HoldsFile = "-"
               MOVE "indexedHolds" TO WS-HoldsFile
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF.

      ******************************************************************
      * The dates every customer is tested against: the day an
      * expired document passes its grace period, the end of the
      * expiring-soon window, and for each risk tier the day a review
      * falls overdue and the day it passes its grace period.
      ******************************************************************
       COMPUTE-REVIEW-DATES.
           MOVE WS-REPORT-DATE TO WS-WALK-DATE
           MOVE WS-GRACE-DAYS  TO WS-WALK-DAYS
           PERFORM WALK-BACK-DAYS
           MOVE WS-WALK-DATE TO WS-GRACE-CUTOFF

           MOVE WS-REPORT-DATE   TO WS-WALK-DATE
           MOVE WS-EXPIRING-DAYS TO WS-WALK-DAYS
           PERFORM WALK-FORWARD-DAYS
           MOVE WS-WALK-DATE TO WS-EXPIRING-HORIZON

           PERFORM VARYING WS-TIER-I FROM 1 BY 1 UNTIL WS-TIER-I > 3
               MOVE WS-REPORT-DATE TO WS-WALK-DATE
               SUBTRACT WS-TIER-YEARS(WS-TIER-I) FROM WS-WALK-CCYY
               MOVE WS-WALK-DATE TO WS-TIER-DUE-CUTOFF(WS-TIER-I)
               MOVE WS-GRACE-DAYS TO WS-WALK-DAYS
               PERFORM WALK-BACK-DAYS
               MOVE WS-WALK-DATE TO WS-TIER-RESTRICT-CUTOFF(WS-TIER-I)
           END-PERFORM.

       WALK-BACK-DAYS.
           PERFORM WS-WALK-DAYS TIMES
               SUBTRACT 1 FROM WS-WALK-DD
               IF WS-WALK-DD < 1
                   SUBTRACT 1 FROM WS-WALK-MM
                   IF WS-WALK-MM < 1
                       MOVE 12 TO WS-WALK-MM
                       SUBTRACT 1 FROM WS-WALK-CCYY
                   END-IF
                   MOVE WS-DIM-DAYS(WS-WALK-MM) TO WS-WALK-DD
               END-IF
           END-PERFORM.

       WALK-FORWARD-DAYS.
           PERFORM WS-WALK-DAYS TIMES
               ADD 1 TO WS-WALK-DD
               IF WS-WALK-DD > WS-DIM-DAYS(WS-WALK-MM)
                   MOVE 1 TO WS-WALK-DD
                   ADD 1 TO WS-WALK-MM
                   IF WS-WALK-MM > 12
                       MOVE 1 TO WS-WALK-MM
                       ADD 1 TO WS-WALK-CCYY
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customer Due-Diligence Review Report" DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Review date: " WS-REPORT-DATE
               " Expiring by: " WS-EXPIRING-HORIZON
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-GRACE-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           IF WS-RESTRICT-MODE = 'Y'
               STRING
                   "Grace days: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " - debits restricted past grace"
                   DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Grace days: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " - report only, no restrictions placed"
                   DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
           END-IF
           WRITE REVIEW-REPORT-LINE.

      ******************************************************************
      * Input to the sort: the customers in a category are kept in the
      * flagged table, then released once under every open account
      * they are a party to, and once more under no branch when they
      * have none.
      ******************************************************************
       SELECT-REVIEW-ITEMS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "No customer file found: " DELIMITED BY SIZE
                   WS-CustomerFile            DELIMITED BY SPACE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM CLASSIFY-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           IF WS-FC-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

      * attached customers, from the master
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
                          AND M-ACC-STATUS NOT = 'C'
                          AND M-CUSTOMER-ID NOT = SPACES
                           MOVE M-CUSTOMER-ID TO WS-FIND-CUST-ID
                           PERFORM FIND-FLAGGED-CUSTOMER
                           IF WS-FC-FOUND > ZERO
                               MOVE 'P' TO SR-ROLE
                               PERFORM RELEASE-CUSTOMER-ITEMS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      * every other party, from the party file
           IF WS-PTY-AVAILABLE = 'Y'
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
                               PERFORM SELECT-PARTY-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      * and the customers with no open account at all
           PERFORM VARYING WS-FC-I FROM 1 BY 1
               UNTIL WS-FC-I > WS-FC-COUNT
               IF WS-FC-MATCHED(WS-FC-I) = 'N'
                   MOVE WS-FC-I TO WS-FC-FOUND
                   MOVE SPACES TO M-BRANCH-CODE
                                  M-ACC-NUMBER
                   MOVE SPACE  TO SR-ROLE
                   PERFORM RELEASE-CUSTOMER-ITEMS
               END-IF
           END-PERFORM.

       SELECT-PARTY-ITEM.
           MOVE PT-CUST-ID TO WS-FIND-CUST-ID
           PERFORM FIND-FLAGGED-CUSTOMER
           IF WS-FC-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE PT-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
              OR M-CUSTOMER-ID = PT-CUST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE PT-ROLE TO SR-ROLE
           PERFORM RELEASE-CUSTOMER-ITEMS.

      ******************************************************************
      * Sorts one customer into its categories. Blank dates are
      * counted, not listed as expired: a document with no expiry on
      * file cannot be judged, and a customer never reviewed is
      * overdue but has no due date for a grace period to run from.
      ******************************************************************
       CLASSIFY-CUSTOMER.
           MOVE ZERO TO WS-DOC-CAT
           MOVE ZERO TO WS-REVIEW-CAT
           MOVE 'N'  TO WS-LAPSED

           EVALUATE TRUE
               WHEN CU-ID-EXPIRY-DATE = SPACES
                   ADD 1 TO WS-NO-EXPIRY-COUNT
               WHEN CU-ID-EXPIRY-DATE < WS-REPORT-DATE
                   MOVE 1 TO WS-DOC-CAT
                   IF CU-ID-EXPIRY-DATE < WS-GRACE-CUTOFF
                       MOVE 'Y' TO WS-LAPSED
                   END-IF
               WHEN CU-ID-EXPIRY-DATE NOT > WS-EXPIRING-HORIZON
                   MOVE 2 TO WS-DOC-CAT
           END-EVALUATE

           MOVE CU-RISK-RATING TO WS-RISK
           IF WS-RISK NOT = 'H' AND WS-RISK NOT = 'L'
               MOVE 'M' TO WS-RISK
           END-IF
           PERFORM VARYING WS-TIER-I FROM 1 BY 1
               UNTIL WS-TIER-RATING(WS-TIER-I) = WS-RISK
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN CU-LAST-REVIEW-DATE = SPACES
                   ADD 1 TO WS-NEVER-REVIEWED
                   COMPUTE WS-REVIEW-CAT = WS-TIER-I + 2
               WHEN CU-LAST-REVIEW-DATE
                    < WS-TIER-DUE-CUTOFF(WS-TIER-I)
                   COMPUTE WS-REVIEW-CAT = WS-TIER-I + 2
                   IF CU-LAST-REVIEW-DATE
                      < WS-TIER-RESTRICT-CUTOFF(WS-TIER-I)
                       MOVE 'Y' TO WS-LAPSED
                   END-IF
           END-EVALUATE

           IF WS-DOC-CAT = ZERO AND WS-REVIEW-CAT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FC-COUNT NOT < WS-FC-MAX
               ADD 1 TO WS-NOT-LISTED
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FC-COUNT
           ADD 1 TO WS-CUSTOMERS-FLAGGED
           MOVE CU-CUST-ID        TO WS-FC-CUST-ID(WS-FC-COUNT)
           MOVE CU-CUST-NAME      TO WS-FC-NAME(WS-FC-COUNT)
           MOVE CU-ID-DOC-TYPE    TO WS-FC-DOC-TYPE(WS-FC-COUNT)
           MOVE CU-ID-DOC-NUMBER  TO WS-FC-DOC-NUMBER(WS-FC-COUNT)
           MOVE CU-ID-EXPIRY-DATE TO WS-FC-EXPIRY(WS-FC-COUNT)
           MOVE WS-RISK           TO WS-FC-RISK(WS-FC-COUNT)
           MOVE CU-LAST-REVIEW-DATE TO WS-FC-REVIEW(WS-FC-COUNT)
           MOVE WS-DOC-CAT        TO WS-FC-DOC-CAT(WS-FC-COUNT)
           MOVE WS-REVIEW-CAT     TO WS-FC-REVIEW-CAT(WS-FC-COUNT)
           MOVE WS-LAPSED         TO WS-FC-LAPSED(WS-FC-COUNT)
           MOVE 'N'               TO WS-FC-MATCHED(WS-FC-COUNT)
           IF WS-LAPSED = 'Y'
               ADD 1 TO WS-CUSTOMERS-LAPSED
           END-IF
           IF WS-DOC-CAT > ZERO
               ADD 1 TO WS-TOTAL-COUNT(WS-DOC-CAT)
           END-IF
           IF WS-REVIEW-CAT > ZERO
               ADD 1 TO WS-TOTAL-COUNT(WS-REVIEW-CAT)
           END-IF.

       FIND-FLAGGED-CUSTOMER.
           MOVE ZERO TO WS-FC-FOUND
           PERFORM VARYING WS-FC-I FROM 1 BY 1
               UNTIL WS-FC-I > WS-FC-COUNT
                  OR WS-FC-FOUND > ZERO
               IF WS-FC-CUST-ID(WS-FC-I) = WS-FIND-CUST-ID
                   MOVE WS-FC-I TO WS-FC-FOUND
               END-IF
           END-PERFORM.

      * one sort record per category the customer at WS-FC-FOUND is
      * in, under the account in MASTER-REC
       RELEASE-CUSTOMER-ITEMS.
           MOVE 'Y' TO WS-FC-MATCHED(WS-FC-FOUND)
           MOVE M-BRANCH-CODE  TO SR-BRANCH-CODE
           MOVE WS-FC-CUST-ID(WS-FC-FOUND) TO SR-CUST-ID
           MOVE M-ACC-NUMBER   TO SR-ACC-NUMBER
           MOVE WS-FC-FOUND    TO SR-FC-INDEX
           IF WS-FC-DOC-CAT(WS-FC-FOUND) > ZERO
               MOVE WS-FC-DOC-CAT(WS-FC-FOUND) TO SR-CATEGORY
               RELEASE SORT-REC
           END-IF
           IF WS-FC-REVIEW-CAT(WS-FC-FOUND) > ZERO
               MOVE WS-FC-REVIEW-CAT(WS-FC-FOUND) TO SR-CATEGORY
               RELEASE SORT-REC
           END-IF.

       LIST-SORTED-ITEMS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-BRANCH = 'Y'
                          OR SR-BRANCH-CODE NOT = WS-PREV-BRANCH
                           IF WS-FIRST-BRANCH = 'N'
                               PERFORM WRITE-BRANCH-TOTALS
                           END-IF
                           PERFORM WRITE-BRANCH-HEADER
                       END-IF
                       IF SR-CATEGORY NOT = WS-PREV-CATEGORY
                           PERFORM WRITE-CATEGORY-HEADER
                       END-IF
                       IF SR-CUST-ID NOT = WS-PREV-CUST-ID
                           PERFORM WRITE-CUSTOMER-LINE
                       END-IF
                       PERFORM WRITE-ACCOUNT-LINE
               END-RETURN
           END-PERFORM

           IF WS-FIRST-BRANCH = 'N'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       WRITE-BRANCH-HEADER.
           MOVE 'N' TO WS-FIRST-BRANCH
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           MOVE ZERO TO WS-PREV-CATEGORY
           INITIALIZE WS-BRANCH-COUNTS
           ADD 1 TO WS-TOTAL-BRANCHES

           MOVE SR-BRANCH-CODE TO WS-BRANCH-NAME
           IF SR-BRANCH-CODE = SPACES
               MOVE "none (no account)" TO WS-BRANCH-NAME
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Branch: "     DELIMITED BY SIZE
               WS-BRANCH-NAME DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

       WRITE-CATEGORY-HEADER.
           MOVE SR-CATEGORY TO WS-PREV-CATEGORY
           MOVE SPACES TO WS-PREV-CUST-ID
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "  "                          DELIMITED BY SIZE
               WS-CATEGORY-NAME(SR-CATEGORY) DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

      ******************************************************************
      * The customer, once per category within the branch: the
      * document for the document categories, the rating and last
      * review for the review ones, and whether grace has run out.
      ******************************************************************
       WRITE-CUSTOMER-LINE.
           MOVE SR-CUST-ID TO WS-PREV-CUST-ID
           MOVE SR-FC-INDEX TO WS-FC-I
           ADD 1 TO WS-BRANCH-COUNT(SR-CATEGORY)

           MOVE SPACES TO WS-LAPSED-TEXT
           IF WS-FC-LAPSED(WS-FC-I) = 'Y'
               IF WS-RESTRICT-MODE = 'Y'
                   MOVE " - DEBITS RESTRICTED" TO WS-LAPSED-TEXT
               ELSE
                   MOVE " - PAST GRACE PERIOD" TO WS-LAPSED-TEXT
               END-IF
           END-IF

           MOVE SPACES TO REVIEW-REPORT-LINE
           IF SR-CATEGORY < 3
               STRING
                   "    "                     DELIMITED BY SIZE
                   WS-FC-CUST-ID(WS-FC-I)     DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-FC-NAME(WS-FC-I)        DELIMITED BY SIZE
                   " Doc: "                   DELIMITED BY SIZE
                   WS-FC-DOC-TYPE(WS-FC-I)    DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-FC-DOC-NUMBER(WS-FC-I)  DELIMITED BY SIZE
                   " Expires: "               DELIMITED BY SIZE
                   WS-FC-EXPIRY(WS-FC-I)      DELIMITED BY SIZE
                   WS-LAPSED-TEXT             DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
           ELSE
               IF WS-FC-REVIEW(WS-FC-I) = SPACES
                   STRING
                       "    "                  DELIMITED BY SIZE
                       WS-FC-CUST-ID(WS-FC-I)  DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       WS-FC-NAME(WS-FC-I)     DELIMITED BY SIZE
                       " Risk: "               DELIMITED BY SIZE
                       WS-FC-RISK(WS-FC-I)     DELIMITED BY SIZE
                       " Never reviewed"       DELIMITED BY SIZE
                       INTO REVIEW-REPORT-LINE
                   END-STRING
               ELSE
                   STRING
                       "    "                  DELIMITED BY SIZE
                       WS-FC-CUST-ID(WS-FC-I)  DELIMITED BY SIZE
                       " "                     DELIMITED BY SIZE
                       WS-FC-NAME(WS-FC-I)     DELIMITED BY SIZE
                       " Risk: "               DELIMITED BY SIZE
                       WS-FC-RISK(WS-FC-I)     DELIMITED BY SIZE
                       " Last review: "        DELIMITED BY SIZE
                       WS-FC-REVIEW(WS-FC-I)   DELIMITED BY SIZE
                       WS-LAPSED-TEXT          DELIMITED BY SIZE
                       INTO REVIEW-REPORT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE REVIEW-REPORT-LINE.

       WRITE-ACCOUNT-LINE.
           IF SR-ACC-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "        Account: " DELIMITED BY SIZE
               SR-ACC-NUMBER       DELIMITED BY SIZE
               " Role: "           DELIMITED BY SIZE
               SR-ROLE             DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

       WRITE-BRANCH-TOTALS.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 5
               MOVE WS-BRANCH-COUNT(WS-CAT-I) TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "  Branch "                 DELIMITED BY SIZE
                   WS-PREV-BRANCH              DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-CATEGORY-NAME(WS-CAT-I)  DELIMITED BY SIZE
                   ": "                        DELIMITED BY SIZE
                   WS-COUNT-DISPLAY            DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-PERFORM.

      ******************************************************************
      * RESTRICT mode: every open account is checked against its
      * owners -- the attached customer and the active primary and
      * joint owners on the party file. An account with an owner past
      * grace gets a KYC hold if it has none active; an account with
      * none past grace has any active KYC hold released.
      ******************************************************************
       APPLY-KYC-RESTRICTIONS.
           OPEN I-O HOLDS-FILE
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               IF WS-HLD-STATUS = "00"
                   CLOSE HOLDS-FILE
                   OPEN I-O HOLDS-FILE
               END-IF
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "Unable to open holds file: " WS-HoldsFile
               DISPLAY "Holds status: " WS-HLD-STATUS
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "Holds file unavailable - no restrictions placed"
                   DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Debit restrictions" DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

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
                          AND M-ACC-STATUS NOT = 'C'
                           PERFORM CHECK-ACCOUNT-OWNERS
                           PERFORM SET-ACCOUNT-RESTRICTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDS-FILE.

       CHECK-ACCOUNT-OWNERS.
           MOVE 'N' TO WS-SHOULD-RESTRICT
           IF M-CUSTOMER-ID NOT = SPACES
               MOVE M-CUSTOMER-ID TO WS-FIND-CUST-ID
               PERFORM FIND-FLAGGED-CUSTOMER
               IF WS-FC-FOUND > ZERO
                   IF WS-FC-LAPSED(WS-FC-FOUND) = 'Y'
                       MOVE 'Y' TO WS-SHOULD-RESTRICT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           IF WS-PTY-AVAILABLE = 'N'
               EXIT PARAGRAPH
           END-IF

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
                              AND (PT-ROLE = 'P' OR PT-ROLE = 'J')
                               MOVE PT-CUST-ID TO WS-FIND-CUST-ID
                               PERFORM FIND-FLAGGED-CUSTOMER
                               IF WS-FC-FOUND > ZERO
                                   IF WS-FC-LAPSED(WS-FC-FOUND) = 'Y'
                                       MOVE 'Y' TO WS-SHOULD-RESTRICT
                                       MOVE 'Y' TO WS-PTY-EOF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * reads the account's holds, releasing its active KYC holds when
      * no owner is past grace, then places one when an owner is and
      * none was found
       SET-ACCOUNT-RESTRICTION.
           MOVE 'N' TO WS-KYC-HOLD-FOUND
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HLD-EOF
           MOVE M-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE ZERO TO HLD-HOLD-SEQ
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
                           COMPUTE WS-NEXT-SEQ = HLD-HOLD-SEQ + 1
                           IF HLD-STATUS = 'A'
                              AND HLD-REASON-CODE = "KYC"
                               IF WS-SHOULD-RESTRICT = 'Y'
                                   MOVE 'Y' TO WS-KYC-HOLD-FOUND
                               ELSE
                                   MOVE 'R' TO HLD-STATUS
                                   REWRITE HOLD-REC
                                   ADD 1 TO WS-HOLDS-LIFTED
                                   PERFORM WRITE-LIFTED-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-SHOULD-RESTRICT = 'N'
              OR WS-KYC-HOLD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-SEQ > 999
               DISPLAY "No hold number left on " M-ACC-NUMBER
                   " - KYC restriction not placed"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE M-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE WS-NEXT-SEQ  TO HLD-HOLD-SEQ
           MOVE ZERO         TO HLD-AMOUNT
           MOVE "KYC"        TO HLD-REASON-CODE
           MOVE WS-TODAY     TO HLD-PLACED-DATE
           MOVE SPACES       TO HLD-EXPIRY-DATE
           MOVE 'A'          TO HLD-STATUS
           WRITE HOLD-REC
               INVALID KEY
                   DISPLAY "Unable to write hold: " HLD-ACC-NUMBER
                       " " HLD-HOLD-SEQ " status " WS-HLD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE SPACES TO REVIEW-REPORT-LINE
                   STRING
                       "  RESTRICTED Account: " DELIMITED BY SIZE
                       M-ACC-NUMBER             DELIMITED BY SIZE
                       " Branch: "              DELIMITED BY SIZE
                       M-BRANCH-CODE            DELIMITED BY SIZE
                       " - KYC hold "           DELIMITED BY SIZE
                       HLD-HOLD-SEQ             DELIMITED BY SIZE
                       " placed, debits refused"
                       DELIMITED BY SIZE
                       INTO REVIEW-REPORT-LINE
                   END-STRING
                   WRITE REVIEW-REPORT-LINE
           END-WRITE.

       WRITE-LIFTED-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "  LIFTED     Account: " DELIMITED BY SIZE
               M-ACC-NUMBER             DELIMITED BY SIZE
               " Branch: "              DELIMITED BY SIZE
               M-BRANCH-CODE            DELIMITED BY SIZE
               " - KYC hold "           DELIMITED BY SIZE
               HLD-HOLD-SEQ             DELIMITED BY SIZE
               " released, owners current"
               DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-CUSTOMERS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customers Read: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-CUSTOMERS-FLAGGED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customers Listed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-TOTAL-BRANCHES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Branches Listed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           PERFORM VARYING WS-CAT-I FROM 1 BY 1 UNTIL WS-CAT-I > 5
               MOVE WS-TOTAL-COUNT(WS-CAT-I) TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "Customers "                DELIMITED BY SIZE
                   WS-CATEGORY-NAME(WS-CAT-I)  DELIMITED BY SIZE
                   ": "                        DELIMITED BY SIZE
                   WS-COUNT-DISPLAY            DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-PERFORM

           MOVE WS-NEVER-REVIEWED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customers Never Reviewed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-NO-EXPIRY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customers With No ID Expiry On File: "
               DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           MOVE WS-CUSTOMERS-LAPSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING
               "Customers Past Grace Period: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE

           IF WS-NOT-LISTED > ZERO
               MOVE WS-NOT-LISTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "Customers NOT LISTED (table full): "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-IF

           IF WS-RESTRICT-MODE = 'Y'
               MOVE WS-HOLDS-PLACED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "KYC Holds Placed: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY     DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE

               MOVE WS-HOLDS-LIFTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING
                   "KYC Holds Lifted: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY     DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-IF.

       END PROGRAM CUSTOMER-REVIEW-REPORT.
