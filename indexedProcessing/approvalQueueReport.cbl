      ******************************************************************
      * Maintenance approval queue report for the branch managers.
      * Lists, branch by branch, the sensitive maintenance requests
      * (CLOSE, REACTIVATE, RELEASE, RELSTOP, ATTACH, ADDPARTY,
      * DELPARTY) that ACCOUNT-MAINTENANCE has queued on the approval
      * file (see APPRREC):
      *   - every request still pending, with who asked for it, when,
      *     and the last day it can be approved, so the manager can
      *     chase a second operator before it expires;
      *   - every request decided on the report date -- approved and
      *     applied, approved but refused when applied, declined, or
      *     expired unapproved -- with who decided it.
      *
      * Within a branch the pending requests come first, then the
      * approved, refused, declined and expired ones, each in request
      * order. Each branch closes with its count by status, and the
      * report with the totals over all branches.
      *
      * Usage:
      *   approvalQueueReport [approval-file] [report-file]
      *       [report-date]
      *
      * Defaults:
      *   approval-file = indexedApprovals
      *   report-file   = approvalQueueReport.txt
      *   report-date   = today
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-QUEUE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO DYNAMIC WS-ApprovalFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-REQUEST-ID
               FILE STATUS IS WS-APR-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortWork".

       DATA DIVISION.
       FILE SECTION.

       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
           COPY APPRREC REPLACING ==:PFX:== BY ==AP==.

       FD  REPORT-FILE.
       01  APPROVAL-REPORT-LINE PIC X(132).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-STATUS-ORDER         PIC 9.
           COPY APPRREC REPLACING ==:PFX:== BY ==SR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-ApprovalFile      PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-REPORT-DATE   PIC X(8).

       01  WS-APR-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.

       01  WS-APR-EOF           PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.

       01  WS-REPORT-DATE       PIC X(8).
       01  WS-PREV-BRANCH       PIC X(3).
       01  WS-FIRST-BRANCH      PIC X VALUE 'Y'.
       01  WS-STATUS-TEXT       PIC X(24).
       01  WS-TIME-DISPLAY      PIC X(8).

      * counts by status: pending, approved, refused on apply,
      * declined, expired -- in the order the statuses are listed
       01  WS-BRANCH-COUNTS.
           05 WS-BRANCH-COUNT   PIC 9(6) OCCURS 5 TIMES.
       01  WS-TOTAL-COUNTS.
           05 WS-TOTAL-COUNT    PIC 9(6) OCCURS 5 TIMES.
       01  WS-STATUS-NAMES.
           05 FILLER            PIC X(10) VALUE "Pending".
           05 FILLER            PIC X(10) VALUE "Approved".
           05 FILLER            PIC X(10) VALUE "Refused".
           05 FILLER            PIC X(10) VALUE "Declined".
           05 FILLER            PIC X(10) VALUE "Expired".
       01  WS-STATUS-NAME-TABLE REDEFINES WS-STATUS-NAMES.
           05 WS-STATUS-NAME    PIC X(10) OCCURS 5 TIMES.
       01  WS-ST-I              PIC 9.

       01  WS-APR-READ          PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-BRANCHES    PIC 9(8) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.

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
           IF WS-ARG-REPORT-DATE NOT = SPACES
              AND WS-ARG-REPORT-DATE NOT = "-"
               MOVE WS-ARG-REPORT-DATE TO WS-REPORT-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open approval queue report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               STOP RUN
           END-IF

           INITIALIZE WS-TOTAL-COUNTS
           PERFORM WRITE-REPORT-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SR-BRANCH-CODE
                                SR-STATUS-ORDER
                                SR-REQUEST-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-QUEUE-ITEMS
               OUTPUT PROCEDURE IS LIST-SORTED-ITEMS

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-ApprovalFile
                        WS-ReportFile
                        WS-ARG-REPORT-DATE
               END-UNSTRING
           END-IF

           IF WS-ApprovalFile = SPACES OR WS-ApprovalFile = "-"
               MOVE "indexedApprovals" TO WS-ApprovalFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "approvalQueueReport.txt" TO WS-ReportFile
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "Maintenance Approval Queue Report" DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Pending, and decided on: " WS-REPORT-DATE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

      ******************************************************************
      * Every pending request goes on the report however old; a
      * decided one only on the day it was decided. A missing queue
      * is reported as nothing asked for.
      ******************************************************************
       SELECT-QUEUE-ITEMS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APR-STATUS NOT = "00"
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING
                   "No approval file found: " DELIMITED BY SIZE
                   WS-ApprovalFile            DELIMITED BY SPACE
                   INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       ADD 1 TO WS-APR-READ
                       PERFORM SELECT-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE APPROVAL-FILE.

       SELECT-ONE-ITEM.
           MOVE ZERO TO SR-STATUS-ORDER
           EVALUATE AP-STATUS
               WHEN 'P'
                   MOVE 1 TO SR-STATUS-ORDER
               WHEN 'A'
                   MOVE 2 TO SR-STATUS-ORDER
               WHEN 'F'
                   MOVE 3 TO SR-STATUS-ORDER
               WHEN 'D'
                   MOVE 4 TO SR-STATUS-ORDER
               WHEN 'E'
                   MOVE 5 TO SR-STATUS-ORDER
           END-EVALUATE
           IF SR-STATUS-ORDER = ZERO
               EXIT PARAGRAPH
           END-IF
           IF AP-STATUS NOT = 'P'
              AND AP-DECISION-DATE NOT = WS-REPORT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE APPROVAL-REC TO SORT-REC(2:)
           RELEASE SORT-REC.

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
                       PERFORM LIST-ONE-ITEM
               END-RETURN
           END-PERFORM

           IF WS-FIRST-BRANCH = 'N'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       WRITE-BRANCH-HEADER.
           MOVE 'N' TO WS-FIRST-BRANCH
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           INITIALIZE WS-BRANCH-COUNTS
           ADD 1 TO WS-TOTAL-BRANCHES

           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "Branch: " DELIMITED BY SIZE
               SR-BRANCH-CODE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE.

      ******************************************************************
      * One request: what was asked for and by whom, then either the
      * day it expires (pending) or who decided it and how.
      ******************************************************************
       LIST-ONE-ITEM.
           ADD 1 TO WS-BRANCH-COUNT(SR-STATUS-ORDER)
           ADD 1 TO WS-TOTAL-COUNT(SR-STATUS-ORDER)

           MOVE SPACES TO WS-TIME-DISPLAY
           STRING
               SR-REQUEST-TIME(1:2) ":"
               SR-REQUEST-TIME(3:2) ":"
               SR-REQUEST-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY
           END-STRING

           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "  Request: "   DELIMITED BY SIZE
               SR-REQUEST-ID   DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               SR-ACTION       DELIMITED BY SIZE
               " Account: "    DELIMITED BY SIZE
               SR-ACC-NUMBER   DELIMITED BY SIZE
               " asked by "    DELIMITED BY SIZE
               SR-REQUESTED-BY DELIMITED BY SIZE
               " on "          DELIMITED BY SIZE
               SR-REQUEST-DATE DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               WS-TIME-DISPLAY DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE SPACES TO APPROVAL-REPORT-LINE
           EVALUATE SR-STATUS
               WHEN 'P'
                   STRING
                       "      PENDING, expires " DELIMITED BY SIZE
                       SR-EXPIRY-DATE            DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               WHEN 'E'
                   STRING
                       "      EXPIRED unapproved, expiry was "
                                                 DELIMITED BY SIZE
                       SR-EXPIRY-DATE            DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   EVALUATE SR-STATUS
                       WHEN 'A'
                           MOVE "APPROVED and applied"
                               TO WS-STATUS-TEXT
                       WHEN 'F'
                           MOVE "APPROVED, refused"
                               TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE "DECLINED" TO WS-STATUS-TEXT
                   END-EVALUATE
                   STRING
                       "      "          DELIMITED BY SIZE
                       WS-STATUS-TEXT    DELIMITED BY SIZE
                       " by "            DELIMITED BY SIZE
                       SR-DECIDED-BY     DELIMITED BY SIZE
                       INTO APPROVAL-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE APPROVAL-REPORT-LINE.

       WRITE-BRANCH-TOTALS.
           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 5
               MOVE WS-BRANCH-COUNT(WS-ST-I) TO WS-COUNT-DISPLAY
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING
                   "  Branch "              DELIMITED BY SIZE
                   WS-PREV-BRANCH           DELIMITED BY SIZE
                   " "                      DELIMITED BY SIZE
                   WS-STATUS-NAME(WS-ST-I)  DELIMITED BY SIZE
                   ": "                     DELIMITED BY SIZE
                   WS-COUNT-DISPLAY         DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-APR-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "Approval Requests Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           MOVE WS-TOTAL-BRANCHES TO WS-COUNT-DISPLAY
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING
               "Branches Listed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           END-STRING
           WRITE APPROVAL-REPORT-LINE

           PERFORM VARYING WS-ST-I FROM 1 BY 1 UNTIL WS-ST-I > 5
               MOVE WS-TOTAL-COUNT(WS-ST-I) TO WS-COUNT-DISPLAY
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING
                   "Requests "              DELIMITED BY SIZE
                   WS-STATUS-NAME(WS-ST-I)  DELIMITED BY SIZE
                   ": "                     DELIMITED BY SIZE
                   WS-COUNT-DISPLAY         DELIMITED BY SIZE
                   INTO APPROVAL-REPORT-LINE
               END-STRING
               WRITE APPROVAL-REPORT-LINE
           END-PERFORM.

       END PROGRAM APPROVAL-QUEUE-REPORT.
