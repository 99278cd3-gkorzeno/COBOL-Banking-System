      ******************************************************************
      * Daily master change report. Lists every non-monetary change
      * made to the account master on one day, from the before/after
      * images the maintenance, teller, dormancy, renumber and
      * conversion programs append to the master change log (see
      * CHGLOG), so branch management can sign off the day's static
      * data changes.
      *
      * Changes are grouped by branch and, within a branch, listed by
      * account in the order they were made. Each change shows when,
      * by which program and operator and in which run it was made,
      * then one line per field that differs between the before and
      * after image -- name, type, status, currency, last-activity
      * date, branch, customer id and the account number itself. The
      * balance is not listed: balances move through postings and are
      * proved by the journal, not here. A new account shows every
      * field it was opened with against a blank before-image.
      *
      * Each branch closes with its count of changes and fields
      * changed, and the report with the grand totals.
      *
      * Usage:
      *   masterChangeReport [change-log] [report-file] [report-date]
      *       [run-control-file]
      *
      * Defaults:
      *   change-log       = masterChangeLog.dat
      *   report-file      = masterChangeReport.txt
      *   report-date      = the business date on the run-control
      *                      header, or today when there is none
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

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

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  REPORT-FILE.
       01  CHANGE-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       SD  SORT-WORK.
       01  SORT-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==SR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-ChangeLogFile     PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-REPORT-DATE   PIC X(8).
       01  WS-RunControlFile    PIC X(200).

       01  WS-CHG-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-LOG-EOF           PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.

       01  WS-REPORT-DATE       PIC X(8).
       01  WS-PREV-BRANCH       PIC X(3).
       01  WS-FIRST-BRANCH      PIC X VALUE 'Y'.

      * the two images of the change being listed, field by field
       01  WS-BEFORE-MASTER.
           COPY MASTREC REPLACING ==:PFX:== BY ==BF==.
       01  WS-AFTER-MASTER.
           COPY MASTREC REPLACING ==:PFX:== BY ==AF==.

       01  WS-FLD-NAME          PIC X(14).
       01  WS-FLD-OLD           PIC X(20).
       01  WS-FLD-NEW           PIC X(20).
       01  WS-FLDS-THIS-CHANGE  PIC 9(3).

       01  WS-LOG-READ          PIC 9(8) VALUE ZERO.
       01  WS-BRANCH-CHANGES    PIC 9(8) VALUE ZERO.
       01  WS-BRANCH-FIELDS     PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-CHANGES     PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-FIELDS      PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-BRANCHES    PIC 9(8) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.
       01  WS-RUN-DISPLAY       PIC ZZZZZ9.
       01  WS-TIME-DISPLAY      PIC X(8).

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

           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open master change report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           SORT SORT-WORK
               ON ASCENDING KEY SR-BRANCH-CODE
                                SR-ACC-NUMBER
                                SR-CHANGE-DATE
                                SR-CHANGE-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-DAY-CHANGES
               OUTPUT PROCEDURE IS LIST-SORTED-CHANGES

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-ChangeLogFile
                        WS-ReportFile
                        WS-ARG-REPORT-DATE
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-ChangeLogFile = SPACES OR WS-ChangeLogFile = "-"
               MOVE "masterChangeLog.dat" TO WS-ChangeLogFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "masterChangeReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      ******************************************************************
      * The day reported defaults to the business date of the cycle
      * on the run-control file kept by RUN-CONTROL, so the report run
      * in the night cycle covers the business day being closed. A
      * missing run-control file leaves today.
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
           END-READ
           CLOSE RUN-CONTROL-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Master Change Report" DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Changes made on: " WS-REPORT-DATE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE.

      * a missing change log is reported as a day with no changes
       SELECT-DAY-CHANGES.
           OPEN INPUT CHANGE-LOG-FILE
           IF WS-CHG-STATUS NOT = "00"
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING
                   "No master change log found: " DELIMITED BY SIZE
                   WS-ChangeLogFile               DELIMITED BY SPACE
                   INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF CL-CHANGE-DATE = WS-REPORT-DATE
                           MOVE CHANGE-LOG-REC TO SORT-REC
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHANGE-LOG-FILE.

       LIST-SORTED-CHANGES.
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
                       PERFORM LIST-ONE-CHANGE
               END-RETURN
           END-PERFORM

           IF WS-FIRST-BRANCH = 'N'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       WRITE-BRANCH-HEADER.
           MOVE 'N' TO WS-FIRST-BRANCH
           MOVE SR-BRANCH-CODE TO WS-PREV-BRANCH
           MOVE ZERO TO WS-BRANCH-CHANGES
           MOVE ZERO TO WS-BRANCH-FIELDS
           ADD 1 TO WS-TOTAL-BRANCHES

           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Branch: " DELIMITED BY SIZE
               SR-BRANCH-CODE DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE.

      ******************************************************************
      * One change: the stamp line, then a line for every
      * non-monetary field the change altered.
      ******************************************************************
       LIST-ONE-CHANGE.
           ADD 1 TO WS-BRANCH-CHANGES
           ADD 1 TO WS-TOTAL-CHANGES
           MOVE SR-BEFORE-IMAGE TO WS-BEFORE-MASTER
           MOVE SR-AFTER-IMAGE  TO WS-AFTER-MASTER
           MOVE ZERO TO WS-FLDS-THIS-CHANGE

           MOVE SR-RUN-NUMBER TO WS-RUN-DISPLAY
           MOVE SPACES TO WS-TIME-DISPLAY
           STRING
               SR-CHANGE-TIME(1:2) ":"
               SR-CHANGE-TIME(3:2) ":"
               SR-CHANGE-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIME-DISPLAY
           END-STRING

           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "  Account: "   DELIMITED BY SIZE
               SR-ACC-NUMBER   DELIMITED BY SIZE
               " "             DELIMITED BY SIZE
               SR-ACTION       DELIMITED BY SIZE
               " at "          DELIMITED BY SIZE
               WS-TIME-DISPLAY DELIMITED BY SIZE
               " by "          DELIMITED BY SIZE
               SR-PROGRAM      DELIMITED BY SIZE
               " Operator: "   DELIMITED BY SIZE
               SR-OPERATOR-ID  DELIMITED BY SIZE
               " Run: "        DELIMITED BY SIZE
               WS-RUN-DISPLAY  DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           IF BF-ACC-NUMBER NOT = AF-ACC-NUMBER
               MOVE "ACCOUNT"         TO WS-FLD-NAME
               MOVE BF-ACC-NUMBER     TO WS-FLD-OLD
               MOVE AF-ACC-NUMBER     TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-ACC-NAME NOT = AF-ACC-NAME
               MOVE "NAME"            TO WS-FLD-NAME
               MOVE BF-ACC-NAME       TO WS-FLD-OLD
               MOVE AF-ACC-NAME       TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-ACC-TYPE NOT = AF-ACC-TYPE
               MOVE "TYPE"            TO WS-FLD-NAME
               MOVE BF-ACC-TYPE       TO WS-FLD-OLD
               MOVE AF-ACC-TYPE       TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-ACC-STATUS NOT = AF-ACC-STATUS
               MOVE "STATUS"          TO WS-FLD-NAME
               MOVE BF-ACC-STATUS     TO WS-FLD-OLD
               MOVE AF-ACC-STATUS     TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-CURRENCY NOT = AF-CURRENCY
               MOVE "CURRENCY"        TO WS-FLD-NAME
               MOVE BF-CURRENCY       TO WS-FLD-OLD
               MOVE AF-CURRENCY       TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-LAST-ACTIVITY-DATE NOT = AF-LAST-ACTIVITY-DATE
               MOVE "LAST-ACTIVITY"   TO WS-FLD-NAME
               MOVE BF-LAST-ACTIVITY-DATE TO WS-FLD-OLD
               MOVE AF-LAST-ACTIVITY-DATE TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-BRANCH-CODE NOT = AF-BRANCH-CODE
               MOVE "BRANCH"          TO WS-FLD-NAME
               MOVE BF-BRANCH-CODE    TO WS-FLD-OLD
               MOVE AF-BRANCH-CODE    TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF
           IF BF-CUSTOMER-ID NOT = AF-CUSTOMER-ID
               MOVE "CUSTOMER-ID"     TO WS-FLD-NAME
               MOVE BF-CUSTOMER-ID    TO WS-FLD-OLD
               MOVE AF-CUSTOMER-ID    TO WS-FLD-NEW
               PERFORM WRITE-FIELD-CHANGE
           END-IF

           IF WS-FLDS-THIS-CHANGE = ZERO
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING
                   "      (no non-monetary field changed)"
                   DELIMITED BY SIZE
                   INTO CHANGE-REPORT-LINE
               END-STRING
               WRITE CHANGE-REPORT-LINE
           END-IF.

       WRITE-FIELD-CHANGE.
           ADD 1 TO WS-FLDS-THIS-CHANGE
           ADD 1 TO WS-BRANCH-FIELDS
           ADD 1 TO WS-TOTAL-FIELDS
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "      "    DELIMITED BY SIZE
               WS-FLD-NAME DELIMITED BY SIZE
               " "         DELIMITED BY SIZE
               WS-FLD-OLD  DELIMITED BY SIZE
               " -> "      DELIMITED BY SIZE
               WS-FLD-NEW  DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE.

       WRITE-BRANCH-TOTALS.
           MOVE WS-BRANCH-CHANGES TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "  Branch " DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               " changes: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE WS-BRANCH-FIELDS TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "  Branch " DELIMITED BY SIZE
               WS-PREV-BRANCH DELIMITED BY SIZE
               " fields changed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE WS-LOG-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Change Log Records Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY            DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE WS-TOTAL-BRANCHES TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Branches With Changes: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE WS-TOTAL-CHANGES TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Changes Listed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE

           MOVE WS-TOTAL-FIELDS TO WS-COUNT-DISPLAY
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING
               "Fields Changed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               INTO CHANGE-REPORT-LINE
           END-STRING
           WRITE CHANGE-REPORT-LINE.

       END PROGRAM MASTER-CHANGE-REPORT.
