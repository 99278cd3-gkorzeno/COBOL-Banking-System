      ******************************************************************
      * Positive pay exceptions: lists the presented cheques
      * UPDATE-ACCOUNTS-INDEXED could not match against the customer's
      * issued-cheque list (see PPEXREC) and records the customer's
      * decision on each.
      *
      * Actions:
      *   LIST   - list the exceptions (the default): every exception
      *            still awaiting a decision and every pay decision
      *            not yet posted, or, with account-number, every
      *            exception on that account whatever its state.
      *            This is the list sent to the customer.
      *   PAY    - the customer wants the cheque paid: account-number
      *            and trans-id are required. The exception is
      *            marked pay and the next posting run lets the
      *            cheque through its funds tests as usual.
      *   RETURN - the customer wants the cheque returned: the next
      *            posting run refuses it (reject 23) and
      *            CLEARING-POSTING-RETURNS sends it back to the
      *            sender.
      *   PAY and RETURN are refused once a decision is on file or
      *   once the deadline has passed -- the posting run on the
      *   deadline returns a cheque with no decision by default.
      *
      * decided-by names who took the decision (default CUSTOMER) and
      * is kept on the exception. Dates are the business date on the
      * run-control file, or today when there is none.
      *
      * Usage:
      *   positivePayDecisions [exception-file] [report-file]
      *       [run-control-file] [action] [account-number]
      *       [trans-id] [decided-by]
      *
      * Defaults:
      *   exception-file   = positivePayExceptions
      *   report-file      = positivePayExceptionReport.txt
      *   run-control-file = runControl.dat
      *   action           = LIST
      *   decided-by       = CUSTOMER
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-DECISIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-EXCEPTION-FILE ASSIGN TO DYNAMIC
               WS-PosPayExceptionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-EXCEPTION-KEY
               FILE STATUS IS WS-PPX-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PP-EXCEPTION-FILE.
       01  EXCEPTION-REC.
           COPY PPEXREC REPLACING ==:PFX:== BY ==PX==.

       FD  REPORT-FILE.
       01  EXCEPTION-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-PosPayExceptionFile PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-ARG-ACTION        PIC X(10).
       01  WS-ARG-ACC-NUMBER    PIC X(10).
       01  WS-ARG-TRANS-ID      PIC X(8).
       01  WS-ARG-DECIDED-BY    PIC X(8).

       01  WS-PPX-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-PPX-EOF           PIC X VALUE 'N'.
       01  WS-EXCEPTION-FOUND   PIC X VALUE 'N'.
       01  WS-REFUSAL-TEXT      PIC X(60).
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-DECISION          PIC X.

       01  WS-STATUS-TEXT       PIC X(9).
       01  WS-REASON-TEXT       PIC X(25).

       01  WS-ITEMS-LISTED      PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-OPEN        PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-LISTED     PIC 9(12)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-ISSUED-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.

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
               WHEN "LIST"
                   PERFORM LIST-EXCEPTIONS
               WHEN "PAY"
                   MOVE 'P' TO WS-DECISION
                   PERFORM RECORD-DECISION
               WHEN "RETURN"
                   MOVE 'R' TO WS-DECISION
                   PERFORM RECORD-DECISION
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-ARG-ACTION
                   MOVE "unknown action (LIST, PAY, RETURN)"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
           END-EVALUATE

           CLOSE PP-EXCEPTION-FILE
                 REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-PosPayExceptionFile
                    WS-ReportFile
                    WS-RunControlFile
                    WS-ARG-ACTION
                    WS-ARG-ACC-NUMBER
                    WS-ARG-TRANS-ID
                    WS-ARG-DECIDED-BY
           END-UNSTRING

           IF WS-PosPayExceptionFile = SPACES
              OR WS-PosPayExceptionFile = "-"
               MOVE "positivePayExceptions" TO WS-PosPayExceptionFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "positivePayExceptionReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-ACTION = SPACES OR WS-ARG-ACTION = "-"
               MOVE "LIST" TO WS-ARG-ACTION
           END-IF
           IF WS-ARG-ACC-NUMBER = "-"
               MOVE SPACES TO WS-ARG-ACC-NUMBER
           END-IF
           IF WS-ARG-TRANS-ID = "-"
               MOVE SPACES TO WS-ARG-TRANS-ID
           END-IF
           IF WS-ARG-DECIDED-BY = SPACES OR WS-ARG-DECIDED-BY = "-"
               MOVE "CUSTOMER" TO WS-ARG-DECIDED-BY
           END-IF.

      * decisions are dated with the business date being posted; a
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

      * the exception file is created on first use, so a list before
      * the first exception is simply empty
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open exception report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PP-EXCEPTION-FILE
           IF WS-PPX-STATUS = "35"
               OPEN OUTPUT PP-EXCEPTION-FILE
               IF WS-PPX-STATUS = "00"
                   CLOSE PP-EXCEPTION-FILE
                   OPEN I-O PP-EXCEPTION-FILE
               END-IF
           END-IF
           IF WS-PPX-STATUS NOT = "00"
               DISPLAY "Unable to open positive pay exception file: "
                   WS-PosPayExceptionFile
               DISPLAY "Exception status: " WS-PPX-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Lists in key order -- account, then the item's transaction id.
      ******************************************************************
       LIST-EXCEPTIONS.
           MOVE LOW-VALUES TO PX-EXCEPTION-KEY
           IF WS-ARG-ACC-NUMBER NOT = SPACES
               MOVE WS-ARG-ACC-NUMBER TO PX-ACC-NUMBER
           END-IF
           START PP-EXCEPTION-FILE
               KEY IS NOT LESS THAN PX-EXCEPTION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PPX-EOF
           END-START

           PERFORM UNTIL WS-PPX-EOF = 'Y'
               READ PP-EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PPX-EOF
                   NOT AT END
                       IF WS-ARG-ACC-NUMBER NOT = SPACES
                           IF PX-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                               MOVE 'Y' TO WS-PPX-EOF
                           ELSE
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                       ELSE
                           IF PX-STATUS = 'O' OR PX-STATUS = 'P'
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-LIST-TOTALS.

      ******************************************************************
      * Records a pay or return decision on an exception that is still
      * open and inside its deadline.
      ******************************************************************
       RECORD-DECISION.
           IF WS-ARG-ACC-NUMBER = SPACES
              OR WS-ARG-TRANS-ID = SPACES
               MOVE "account and transaction id required"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-TRANS-ID NOT NUMERIC
               MOVE "transaction id must be eight digits"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EXCEPTION-FOUND
           MOVE WS-ARG-ACC-NUMBER TO PX-ACC-NUMBER
           MOVE WS-ARG-TRANS-ID   TO PX-TRANS-ID
           READ PP-EXCEPTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXCEPTION-FOUND
           END-READ
           IF WS-EXCEPTION-FOUND = 'N'
               MOVE "no positive pay exception for this item"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF PX-STATUS NOT = 'O'
               MOVE "a decision is already on file for this item"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-BUSINESS-DATE > PX-DEADLINE
               MOVE "decision deadline has passed - item is returned"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DECISION       TO PX-STATUS
           MOVE WS-ARG-DECIDED-BY TO PX-DECIDED-BY
           MOVE WS-BUSINESS-DATE  TO PX-DECIDED-DATE
           REWRITE EXCEPTION-REC
               INVALID KEY
                   MOVE "decision could not be recorded"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "Positive Pay Exceptions" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Business Date: " WS-BUSINESS-DATE
               " Action: " WS-ARG-ACTION
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-ITEMS-LISTED
           ADD PX-AMOUNT TO WS-AMOUNT-LISTED
           IF PX-STATUS = 'O'
               ADD 1 TO WS-ITEMS-OPEN
           END-IF

           EVALUATE PX-STATUS
               WHEN 'O'
                   MOVE "OPEN"      TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE "PAY"       TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE "RETURN"    TO WS-STATUS-TEXT
               WHEN 'D'
                   MOVE "PAID"      TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE PX-STATUS   TO WS-STATUS-TEXT
           END-EVALUATE
           EVALUATE PX-REASON
               WHEN 'N'
                   MOVE "serial not issued"  TO WS-REASON-TEXT
               WHEN 'A'
                   MOVE "amount differs"     TO WS-REASON-TEXT
               WHEN 'V'
                   MOVE "cheque voided"      TO WS-REASON-TEXT
               WHEN 'S'
                   MOVE "stale-dated"        TO WS-REASON-TEXT
               WHEN 'D'
                   MOVE "serial already paid" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE PX-REASON            TO WS-REASON-TEXT
           END-EVALUATE

           MOVE PX-AMOUNT        TO WS-AMOUNT-DISPLAY
           MOVE PX-ISSUED-AMOUNT TO WS-ISSUED-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               WS-STATUS-TEXT     DELIMITED BY SIZE
               PX-ACC-NUMBER      DELIMITED BY SIZE
               " Id: "            DELIMITED BY SIZE
               PX-TRANS-ID        DELIMITED BY SIZE
               " Cheque: "        DELIMITED BY SIZE
               PX-SERIAL          DELIMITED BY SIZE
               " Presented: "     DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY  DELIMITED BY SIZE
               " Issued: "        DELIMITED BY SIZE
               WS-ISSUED-DISPLAY  DELIMITED BY SIZE
               " Dated: "         DELIMITED BY SIZE
               PX-ITEM-DATE       DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           IF PX-STATUS = 'O'
               STRING
                   "         Reason: " DELIMITED BY SIZE
                   WS-REASON-TEXT     DELIMITED BY SIZE
                   " Raised: "        DELIMITED BY SIZE
                   PX-RAISED-DATE     DELIMITED BY SIZE
                   " Decide by: "     DELIMITED BY SIZE
                   PX-DEADLINE        DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "         Reason: " DELIMITED BY SIZE
                   WS-REASON-TEXT     DELIMITED BY SIZE
                   " Raised: "        DELIMITED BY SIZE
                   PX-RAISED-DATE     DELIMITED BY SIZE
                   " Decided: "       DELIMITED BY SIZE
                   PX-DECIDED-DATE    DELIMITED BY SIZE
                   " By: "            DELIMITED BY SIZE
                   PX-DECIDED-BY      DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               END-STRING
           END-IF
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-LIST-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           MOVE WS-ITEMS-LISTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "Exceptions Listed:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY         DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE

           MOVE WS-ITEMS-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "Awaiting Decision:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY         DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE

           MOVE WS-AMOUNT-LISTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "Amount Listed:    "     DELIMITED BY SIZE
               WS-TOTAL-DISPLAY         DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-REFUSAL.
           DISPLAY "Decision refused: " WS-ARG-ACC-NUMBER " / "
               WS-ARG-TRANS-ID " - " WS-REFUSAL-TEXT
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING
               "REFUSED Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER   DELIMITED BY SIZE
               " Id: "             DELIMITED BY SIZE
               WS-ARG-TRANS-ID     DELIMITED BY SIZE
               " - "               DELIMITED BY SIZE
               WS-REFUSAL-TEXT     DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE 8 TO RETURN-CODE.

       END PROGRAM POSITIVE-PAY-DECISIONS.
