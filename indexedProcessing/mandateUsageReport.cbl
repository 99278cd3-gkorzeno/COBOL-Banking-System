      ******************************************************************
      * Monthly direct-debit mandate usage report. Lists, creditor by
      * creditor, what IMPORT-CLEARING-TRANSACTIONS did with the
      * direct debits the creditors pulled in one month, from the
      * mandate activity log it appends to (see MNDLOG), so
      * operations can see which creditors collect within their
      * mandates and which keep sending debits we have to refuse.
      *
      * Each creditor shows the mandates it holds on our customers'
      * accounts (active ones, from the mandate file), then every
      * debit refused that month -- account, mandate reference, item
      * date, amount and reason -- and closes with its debits
      * accepted and refused, count and amount, and the refusals by
      * reason:
      *   14  no mandate on file
      *   15  over the mandate's maximum amount
      *   16  outside the mandate's dates, or mandate cancelled
      *   17  more often than the mandate's frequency allows
      * Anything else the import refused a direct debit for (a bad
      * account, a duplicate) is counted as other. The report closes
      * with the grand totals across creditors.
      *
      * A debit belongs to the month the import ran in. Creditors with
      * mandates but no debits that month do not appear.
      *
      * Usage:
      *   mandateUsageReport [mandate-log] [report-file]
      *       [report-month] [run-control-file] [mandate-file]
      *
      * Defaults:
      *   mandate-log      = mandateActivity.dat
      *   report-file      = mandateUsageReport.txt
      *   report-month     = CCYYMM of the business date on the
      *                      run-control header, or of today when
      *                      there is none
      *   run-control-file = runControl.dat
      *   mandate-file     = indexedMandates
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATE-USAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-LOG-FILE ASSIGN TO DYNAMIC WS-MandateLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MandateFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-MANDATE-KEY
               FILE STATUS IS WS-MND-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortWork".

       DATA DIVISION.
       FILE SECTION.

       FD  MANDATE-LOG-FILE.
       01  MANDATE-LOG-REC.
           COPY MNDLOG REPLACING ==:PFX:== BY ==ML==.

       FD  REPORT-FILE.
       01  USAGE-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  MANDATE-FILE.
       01  MANDATE-REC.
           COPY MANDREC REPLACING ==:PFX:== BY ==MD==.

       SD  SORT-WORK.
       01  SORT-REC.
           COPY MNDLOG REPLACING ==:PFX:== BY ==SR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MandateLogFile    PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-REPORT-MONTH  PIC X(6).
       01  WS-RunControlFile    PIC X(200).
       01  WS-MandateFile       PIC X(200).

       01  WS-MNL-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-MND-STATUS        PIC XX.

       01  WS-LOG-EOF           PIC X VALUE 'N'.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-MND-EOF           PIC X VALUE 'N'.

       01  WS-REPORT-MONTH      PIC X(6).
       01  WS-PREV-CREDITOR     PIC X(15).
       01  WS-FIRST-CREDITOR    PIC X VALUE 'Y'.
       01  WS-REASON-TEXT       PIC X(24).

      * active mandates per creditor, counted from the mandate file
       01  WS-CRD-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-CRD-TABLE.
           05 WS-CRD-ENTRY OCCURS 2000 TIMES.
               10 WS-CRD-ID      PIC X(15).
               10 WS-CRD-ACTIVE  PIC 9(7).
       01  WS-CRD-I             PIC 9(4).
       01  WS-CRD-FOUND         PIC X.
       01  WS-CRD-OVERFLOW      PIC X VALUE 'N'.
       01  WS-CRD-MANDATES      PIC 9(7).

      * one creditor's month
       01  WS-CR-ACCEPTED       PIC 9(7).
       01  WS-CR-ACCEPTED-AMT   PIC 9(12)V99.
       01  WS-CR-REFUSED        PIC 9(7).
       01  WS-CR-REFUSED-AMT    PIC 9(12)V99.
       01  WS-CR-NO-MANDATE     PIC 9(7).
       01  WS-CR-OVER-LIMIT     PIC 9(7).
       01  WS-CR-OUT-OF-DATE    PIC 9(7).
       01  WS-CR-FREQUENCY      PIC 9(7).
       01  WS-CR-OTHER          PIC 9(7).

      * every creditor's month
       01  WS-LOG-READ          PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-CREDITORS   PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ACCEPTED    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ACCEPTED-AMT PIC 9(12)V99 VALUE ZERO.
       01  WS-TOTAL-REFUSED     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REFUSED-AMT PIC 9(12)V99 VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-2   PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-3   PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-4   PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-5   PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.

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

           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           PERFORM READ-RUN-CONTROL
           IF WS-ARG-REPORT-MONTH NOT = SPACES
              AND WS-ARG-REPORT-MONTH NOT = "-"
               MOVE WS-ARG-REPORT-MONTH TO WS-REPORT-MONTH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open mandate usage report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-CREDITOR-MANDATES

           SORT SORT-WORK
               ON ASCENDING KEY SR-CREDITOR-ID
                                SR-RUN-DATE
                                SR-ACC-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-MONTH-ACTIVITY
               OUTPUT PROCEDURE IS LIST-SORTED-ACTIVITY

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-MandateLogFile
                        WS-ReportFile
                        WS-ARG-REPORT-MONTH
                        WS-RunControlFile
                        WS-MandateFile
               END-UNSTRING
           END-IF

           IF WS-MandateLogFile = SPACES OR WS-MandateLogFile = "-"
               MOVE "mandateActivity.dat" TO WS-MandateLogFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "mandateUsageReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-MandateFile = SPACES OR WS-MandateFile = "-"
               MOVE "indexedMandates" TO WS-MandateFile
           END-IF.

      * the month reported defaults to the month of the business date
      * on the run-control file; a missing file leaves this month
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
                       MOVE RN-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Direct-Debit Mandate Usage Report" DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Month: " WS-REPORT-MONTH
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE.

      ******************************************************************
      * Active mandates are counted per creditor in one pass of the
      * mandate file. A missing file means none are registered.
      ******************************************************************
       LOAD-CREDITOR-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF WS-MND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MND-EOF = 'Y'
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MND-EOF
                   NOT AT END
                       IF MD-STATUS = 'A'
                           PERFORM COUNT-CREDITOR-MANDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       COUNT-CREDITOR-MANDATE.
           MOVE 'N' TO WS-CRD-FOUND
           PERFORM VARYING WS-CRD-I FROM 1 BY 1
               UNTIL WS-CRD-I > WS-CRD-COUNT
                  OR WS-CRD-FOUND = 'Y'
               IF WS-CRD-ID(WS-CRD-I) = MD-CREDITOR-ID
                   ADD 1 TO WS-CRD-ACTIVE(WS-CRD-I)
                   MOVE 'Y' TO WS-CRD-FOUND
               END-IF
           END-PERFORM
           IF WS-CRD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-CRD-COUNT < 2000
               ADD 1 TO WS-CRD-COUNT
               MOVE MD-CREDITOR-ID TO WS-CRD-ID(WS-CRD-COUNT)
               MOVE 1              TO WS-CRD-ACTIVE(WS-CRD-COUNT)
           ELSE
               IF WS-CRD-OVERFLOW = 'N'
                   DISPLAY "Creditor table full, mandate counts "
                       "incomplete from: " MD-CREDITOR-ID
                   MOVE 'Y' TO WS-CRD-OVERFLOW
               END-IF
           END-IF.

      * a missing log is reported as a month with no direct debits
       SELECT-MONTH-ACTIVITY.
           OPEN INPUT MANDATE-LOG-FILE
           IF WS-MNL-STATUS NOT = "00"
               MOVE SPACES TO USAGE-REPORT-LINE
               STRING
                   "No mandate activity log found: " DELIMITED BY SIZE
                   WS-MandateLogFile                 DELIMITED BY SPACE
                   INTO USAGE-REPORT-LINE
               END-STRING
               WRITE USAGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ MANDATE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF ML-RUN-DATE(1:6) = WS-REPORT-MONTH
                           MOVE MANDATE-LOG-REC TO SORT-REC
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MANDATE-LOG-FILE.

       LIST-SORTED-ACTIVITY.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-CREDITOR = 'Y'
                          OR SR-CREDITOR-ID NOT = WS-PREV-CREDITOR
                           IF WS-FIRST-CREDITOR = 'N'
                               PERFORM WRITE-CREDITOR-TOTALS
                           END-IF
                           PERFORM WRITE-CREDITOR-HEADER
                       END-IF
                       PERFORM COUNT-ONE-DEBIT
               END-RETURN
           END-PERFORM

           IF WS-FIRST-CREDITOR = 'N'
               PERFORM WRITE-CREDITOR-TOTALS
           END-IF.

       WRITE-CREDITOR-HEADER.
           MOVE 'N' TO WS-FIRST-CREDITOR
           MOVE SR-CREDITOR-ID TO WS-PREV-CREDITOR
           MOVE ZERO TO WS-CR-ACCEPTED
           MOVE ZERO TO WS-CR-ACCEPTED-AMT
           MOVE ZERO TO WS-CR-REFUSED
           MOVE ZERO TO WS-CR-REFUSED-AMT
           MOVE ZERO TO WS-CR-NO-MANDATE
           MOVE ZERO TO WS-CR-OVER-LIMIT
           MOVE ZERO TO WS-CR-OUT-OF-DATE
           MOVE ZERO TO WS-CR-FREQUENCY
           MOVE ZERO TO WS-CR-OTHER
           ADD 1 TO WS-TOTAL-CREDITORS

           MOVE ZERO TO WS-CRD-MANDATES
           PERFORM VARYING WS-CRD-I FROM 1 BY 1
               UNTIL WS-CRD-I > WS-CRD-COUNT
               IF WS-CRD-ID(WS-CRD-I) = SR-CREDITOR-ID
                   MOVE WS-CRD-ACTIVE(WS-CRD-I) TO WS-CRD-MANDATES
               END-IF
           END-PERFORM

           MOVE WS-CRD-MANDATES TO WS-COUNT-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           WRITE USAGE-REPORT-LINE
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Creditor: "        DELIMITED BY SIZE
               SR-CREDITOR-ID      DELIMITED BY SIZE
               " Active mandates: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE.

      * an accepted debit is only counted; a refused one is listed
       COUNT-ONE-DEBIT.
           IF SR-RESULT = "00"
               ADD 1 TO WS-CR-ACCEPTED
               ADD SR-AMOUNT TO WS-CR-ACCEPTED-AMT
               ADD 1 TO WS-TOTAL-ACCEPTED
               ADD SR-AMOUNT TO WS-TOTAL-ACCEPTED-AMT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CR-REFUSED
           ADD SR-AMOUNT TO WS-CR-REFUSED-AMT
           ADD 1 TO WS-TOTAL-REFUSED
           ADD SR-AMOUNT TO WS-TOTAL-REFUSED-AMT
           EVALUATE SR-RESULT
               WHEN "14"
                   ADD 1 TO WS-CR-NO-MANDATE
                   MOVE "no mandate"           TO WS-REASON-TEXT
               WHEN "15"
                   ADD 1 TO WS-CR-OVER-LIMIT
                   MOVE "over mandate maximum" TO WS-REASON-TEXT
               WHEN "16"
                   ADD 1 TO WS-CR-OUT-OF-DATE
                   MOVE "outside mandate dates" TO WS-REASON-TEXT
               WHEN "17"
                   ADD 1 TO WS-CR-FREQUENCY
                   MOVE "too frequent"         TO WS-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO WS-CR-OTHER
                   MOVE "other import refusal" TO WS-REASON-TEXT
           END-EVALUATE

           MOVE SR-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "  REFUSED "      DELIMITED BY SIZE
               SR-ACC-NUMBER     DELIMITED BY SIZE
               " Ref: "          DELIMITED BY SIZE
               SR-MANDATE-REF    DELIMITED BY SIZE
               " Dated: "        DELIMITED BY SIZE
               SR-ITEM-DATE      DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               SR-CURRENCY       DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               SR-RESULT         DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-REASON-TEXT    DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE.

       WRITE-CREDITOR-TOTALS.
           MOVE WS-CR-ACCEPTED     TO WS-COUNT-DISPLAY
           MOVE WS-CR-ACCEPTED-AMT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "  Debits accepted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY      DELIMITED BY SIZE
               " Amount: "           DELIMITED BY SIZE
               WS-TOTAL-DISPLAY      DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-CR-REFUSED      TO WS-COUNT-DISPLAY
           MOVE WS-CR-REFUSED-AMT  TO WS-TOTAL-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "  Debits refused:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY      DELIMITED BY SIZE
               " Amount: "           DELIMITED BY SIZE
               WS-TOTAL-DISPLAY      DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-CR-NO-MANDATE   TO WS-COUNT-DISPLAY
           MOVE WS-CR-OVER-LIMIT   TO WS-COUNT-DISPLAY-2
           MOVE WS-CR-OUT-OF-DATE  TO WS-COUNT-DISPLAY-3
           MOVE WS-CR-FREQUENCY    TO WS-COUNT-DISPLAY-4
           MOVE WS-CR-OTHER        TO WS-COUNT-DISPLAY-5
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "  Refused -- no mandate: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY            DELIMITED BY SIZE
               " over maximum: "           DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2          DELIMITED BY SIZE
               " out of date: "            DELIMITED BY SIZE
               WS-COUNT-DISPLAY-3          DELIMITED BY SIZE
               " too frequent: "           DELIMITED BY SIZE
               WS-COUNT-DISPLAY-4          DELIMITED BY SIZE
               " other: "                  DELIMITED BY SIZE
               WS-COUNT-DISPLAY-5          DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-LOG-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Activity Records Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-TOTAL-CREDITORS TO WS-COUNT-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Creditors Collecting: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-TOTAL-ACCEPTED     TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-ACCEPTED-AMT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Debits Accepted: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               " Amount Total: "    DELIMITED BY SIZE
               WS-TOTAL-DISPLAY     DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE

           MOVE WS-TOTAL-REFUSED     TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-REFUSED-AMT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO USAGE-REPORT-LINE
           STRING
               "Debits Refused: "   DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               " Amount Total: "    DELIMITED BY SIZE
               WS-TOTAL-DISPLAY     DELIMITED BY SIZE
               INTO USAGE-REPORT-LINE
           END-STRING
           WRITE USAGE-REPORT-LINE.

       END PROGRAM MANDATE-USAGE-REPORT.
