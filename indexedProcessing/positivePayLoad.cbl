      ******************************************************************
      * Positive pay: maintains the issued-cheque file (see CHQREC)
      * UPDATE-ACCOUNTS-INDEXED matches every presented cheque against
      * on an enrolled account.
      *
      * Actions:
      *   LOAD     - load the customer's upload of issued and voided
      *              cheques (the default). Each line is edited and
      *              refused on its own: the account must be enrolled,
      *              the serial ten digits and not zero. An issue
      *              needs an amount above zero and a valid issue
      *              date; an issue of a serial already on the list
      *              replaces it while it is unpaid (the customer's
      *              correction) and is refused once it is paid or
      *              voided. A void marks a listed, unpaid cheque
      *              voided; a paid or unlisted one is refused.
      *   ENROL    - enrol account-number for positive pay, with the
      *              stale-dating days given (default 180); an
      *              enrolled account has its stale days updated and
      *              a withdrawn one is enrolled again. The account
      *              must be on the master and not closed.
      *   WITHDRAW - withdraw account-number from positive pay; its
      *              cheques stay on file and are matched again if it
      *              re-enrols.
      *
      * Upload file layout (fixed columns, one cheque per line):
      *   action(1, I issue or V void) account(10) serial(10)
      *   amount(12, two implied decimals) issue-date(8)
      *   payee(30)
      * Amount, date and payee may be blank on a void.
      *
      * The issued-cheque file is created on first use. Dates are the
      * business date on the run-control file, or today when there is
      * none. A LOAD with refused lines ends with return code 4 so the
      * customer can be asked for a corrected upload; a refused ENROL
      * or WITHDRAW ends with 8.
      *
      * Usage:
      *   positivePayLoad [cheque-file] [master-file] [upload-file]
      *       [report-file] [run-control-file] [action]
      *       [account-number] [stale-days]
      *
      * Defaults:
      *   cheque-file      = indexedIssuedCheques
      *   master-file      = indexedMaster
      *   upload-file      = positivePayUpload.dat
      *   report-file      = positivePayLoadReport.txt
      *   run-control-file = runControl.dat
      *   action           = LOAD
      *   stale-days       = 180
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-FILE ASSIGN TO DYNAMIC WS-ChequeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHEQUE-KEY
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT UPLOAD-FILE ASSIGN TO DYNAMIC WS-UploadFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPL-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHEQUE-FILE.
       01  CHEQUE-REC.
           COPY CHQREC REPLACING ==:PFX:== BY ==CQ==.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

      * the customer's upload, one issued or voided cheque per line
       FD  UPLOAD-FILE.
       01  UPLOAD-REC.
           05 UP-ACTION            PIC X.
           05 UP-ACC-NUMBER        PIC X(10).
           05 UP-SERIAL            PIC X(10).
           05 UP-AMOUNT            PIC 9(10)V99.
           05 UP-AMOUNT-X REDEFINES UP-AMOUNT PIC X(12).
           05 UP-ISSUE-DATE        PIC X(8).
           05 UP-ISSUE-DATE-PARTS REDEFINES UP-ISSUE-DATE.
               10 UP-ISSUE-CCYY    PIC 9(4).
               10 UP-ISSUE-MM      PIC 99.
               10 UP-ISSUE-DD      PIC 99.
           05 UP-PAYEE             PIC X(30).

       FD  REPORT-FILE.
       01  LOAD-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-ChequeFile        PIC X(200).
       01  WS-MasterFile        PIC X(200).
       01  WS-UploadFile        PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-ARG-ACTION        PIC X(10).
       01  WS-ARG-ACC-NUMBER    PIC X(10).
       01  WS-ARG-STALE-DAYS    PIC X(5).

       01  WS-CHQ-STATUS        PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-UPL-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-UPLOAD-EOF        PIC X VALUE 'N'.
       01  WS-ENROLLED          PIC X VALUE 'N'.
       01  WS-CHEQUE-FOUND      PIC X VALUE 'N'.
       01  WS-REFUSAL-TEXT      PIC X(60).
       01  WS-LINE-ACTION-TEXT  PIC X(8).

       01  WS-STALE-DAYS        PIC 9(3) VALUE 180.
       01  WS-BUSINESS-DATE     PIC X(8).
      * the enrolment record sits under this serial on each account
       01  WS-ENROL-SERIAL      PIC X(10) VALUE "0000000000".

       01  WS-LINES-READ        PIC 9(7) VALUE ZERO.
       01  WS-CHEQUES-ISSUED    PIC 9(7) VALUE ZERO.
       01  WS-CHEQUES-REPLACED  PIC 9(7) VALUE ZERO.
       01  WS-CHEQUES-VOIDED    PIC 9(7) VALUE ZERO.
       01  WS-LINES-REFUSED     PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-ISSUED     PIC 9(12)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-DAYS-DISPLAY      PIC ZZ9.

       01  WS-DAYS-IN-MONTH-DATA.
           05 FILLER PIC X(6) VALUE "01 031".
           05 FILLER PIC X(6) VALUE "02 029".
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
               WHEN "LOAD"
                   PERFORM LOAD-CUSTOMER-UPLOAD
               WHEN "ENROL"
                   PERFORM ENROL-ACCOUNT
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-ACCOUNT
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-ARG-ACTION
                   MOVE "unknown action (LOAD, ENROL, WITHDRAW)"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
           END-EVALUATE

           PERFORM CLOSE-ALL-FILES

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-ChequeFile
                    WS-MasterFile
                    WS-UploadFile
                    WS-ReportFile
                    WS-RunControlFile
                    WS-ARG-ACTION
                    WS-ARG-ACC-NUMBER
                    WS-ARG-STALE-DAYS
           END-UNSTRING

           IF WS-ChequeFile = SPACES OR WS-ChequeFile = "-"
               MOVE "indexedIssuedCheques" TO WS-ChequeFile
           END-IF
           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-UploadFile = SPACES OR WS-UploadFile = "-"
               MOVE "positivePayUpload.dat" TO WS-UploadFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "positivePayLoadReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-ACTION = SPACES OR WS-ARG-ACTION = "-"
               MOVE "LOAD" TO WS-ARG-ACTION
           END-IF
           IF WS-ARG-ACC-NUMBER = "-"
               MOVE SPACES TO WS-ARG-ACC-NUMBER
           END-IF
           IF WS-ARG-STALE-DAYS NOT = SPACES
              AND WS-ARG-STALE-DAYS NOT = "-"
               COMPUTE WS-STALE-DAYS =
                   FUNCTION NUMVAL(WS-ARG-STALE-DAYS)
           END-IF.

      * the load date is the business date being posted; a missing
      * run-control file falls back to today
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

      ******************************************************************
      * The issued-cheque file is created on first use. The master is
      * only needed to enrol; the upload only to load.
      ******************************************************************
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open positive pay report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-STATUS = "35"
               OPEN OUTPUT CHEQUE-FILE
               IF WS-CHQ-STATUS = "00"
                   CLOSE CHEQUE-FILE
                   OPEN I-O CHEQUE-FILE
               END-IF
           END-IF
           IF WS-CHQ-STATUS NOT = "00"
               DISPLAY "Unable to open issued cheque file: "
                   WS-ChequeFile
               DISPLAY "Cheque status: " WS-CHQ-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-ACTION = "ENROL"
               OPEN INPUT MASTER-FILE
               IF WS-MS-STATUS NOT = "00"
                   DISPLAY "Unable to open master file: "
                       WS-MasterFile
                   DISPLAY "Master status: " WS-MS-STATUS
                   CLOSE CHEQUE-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-ARG-ACTION = "LOAD"
               OPEN INPUT UPLOAD-FILE
               IF WS-UPL-STATUS NOT = "00"
                   DISPLAY "Unable to open upload file: "
                       WS-UploadFile
                   DISPLAY "Upload status: " WS-UPL-STATUS
                   CLOSE CHEQUE-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE CHEQUE-FILE
                 REPORT-FILE
           IF WS-ARG-ACTION = "ENROL"
               CLOSE MASTER-FILE
           END-IF
           IF WS-ARG-ACTION = "LOAD"
               CLOSE UPLOAD-FILE
           END-IF.

      ******************************************************************
      * Loads the upload line by line; a refused line is listed and
      * the rest of the upload still loads.
      ******************************************************************
       LOAD-CUSTOMER-UPLOAD.
           PERFORM UNTIL WS-UPLOAD-EOF = 'Y'
               READ UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-UPLOAD-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM LOAD-UPLOAD-LINE
               END-READ
           END-PERFORM

           PERFORM WRITE-LOAD-TOTALS

           IF WS-LINES-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-UPLOAD-LINE.
           IF UP-ACTION NOT = 'I' AND UP-ACTION NOT = 'V'
               MOVE "action must be I (issue) or V (void)"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF UP-SERIAL NOT NUMERIC OR UP-SERIAL = WS-ENROL-SERIAL
               MOVE "serial must be ten digits and not zero"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE UP-ACC-NUMBER TO WS-ARG-ACC-NUMBER
           PERFORM READ-ENROLMENT
           IF WS-ENROLLED NOT = 'Y'
               MOVE "account not enrolled for positive pay"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF UP-ACTION = 'I'
               PERFORM LOAD-ISSUED-CHEQUE
           ELSE
               PERFORM LOAD-VOIDED-CHEQUE
           END-IF.

       LOAD-ISSUED-CHEQUE.
           IF UP-AMOUNT-X NOT NUMERIC
               MOVE "amount not numeric" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF UP-AMOUNT = ZERO
               MOVE "amount must be above zero" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF UP-ISSUE-DATE NOT NUMERIC
               MOVE "issue date invalid" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF UP-ISSUE-MM < 1 OR UP-ISSUE-MM > 12
               MOVE "issue date invalid" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF UP-ISSUE-DD < 1
              OR UP-ISSUE-DD > WS-DIM-DAYS(UP-ISSUE-MM)
               MOVE "issue date invalid" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-LISTED-CHEQUE
           IF WS-CHEQUE-FOUND = 'Y'
               IF CQ-STATUS = 'P'
                   MOVE "serial already paid" TO WS-REFUSAL-TEXT
                   PERFORM WRITE-LINE-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF CQ-STATUS = 'V'
                   MOVE "serial already voided" TO WS-REFUSAL-TEXT
                   PERFORM WRITE-LINE-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE UP-ACC-NUMBER    TO CQ-ACC-NUMBER
           MOVE UP-SERIAL        TO CQ-SERIAL
           MOVE 'C'              TO CQ-REC-TYPE
           MOVE 'I'              TO CQ-STATUS
           MOVE UP-AMOUNT        TO CQ-AMOUNT
           MOVE UP-ISSUE-DATE    TO CQ-ISSUE-DATE
           MOVE UP-PAYEE         TO CQ-PAYEE
           MOVE ZERO             TO CQ-STALE-DAYS
           MOVE WS-BUSINESS-DATE TO CQ-LOADED-DATE
           MOVE SPACES           TO CQ-PAID-DATE
           MOVE ZERO             TO CQ-PAID-ID

           IF WS-CHEQUE-FOUND = 'Y'
               REWRITE CHEQUE-REC
                   INVALID KEY
                       MOVE "could not be rewritten" TO WS-REFUSAL-TEXT
                       PERFORM WRITE-LINE-REFUSAL
                   NOT INVALID KEY
                       ADD 1 TO WS-CHEQUES-REPLACED
                       ADD UP-AMOUNT TO WS-AMOUNT-ISSUED
                       MOVE "REPLACED" TO WS-LINE-ACTION-TEXT
                       PERFORM WRITE-CHEQUE-LINE
               END-REWRITE
           ELSE
               WRITE CHEQUE-REC
                   INVALID KEY
                       MOVE "could not be written" TO WS-REFUSAL-TEXT
                       PERFORM WRITE-LINE-REFUSAL
                   NOT INVALID KEY
                       ADD 1 TO WS-CHEQUES-ISSUED
                       ADD UP-AMOUNT TO WS-AMOUNT-ISSUED
                       MOVE "ISSUED" TO WS-LINE-ACTION-TEXT
                       PERFORM WRITE-CHEQUE-LINE
               END-WRITE
           END-IF.

       LOAD-VOIDED-CHEQUE.
           PERFORM READ-LISTED-CHEQUE
           IF WS-CHEQUE-FOUND = 'N'
               MOVE "serial not on the issued list" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF CQ-STATUS = 'P'
               MOVE "serial already paid" TO WS-REFUSAL-TEXT
               PERFORM WRITE-LINE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE 'V' TO CQ-STATUS
           REWRITE CHEQUE-REC
               INVALID KEY
                   MOVE "could not be rewritten" TO WS-REFUSAL-TEXT
                   PERFORM WRITE-LINE-REFUSAL
               NOT INVALID KEY
                   ADD 1 TO WS-CHEQUES-VOIDED
                   MOVE "VOIDED" TO WS-LINE-ACTION-TEXT
                   PERFORM WRITE-CHEQUE-LINE
           END-REWRITE.

       READ-LISTED-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-FOUND
           MOVE UP-ACC-NUMBER TO CQ-ACC-NUMBER
           MOVE UP-SERIAL     TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CQ-REC-TYPE = 'C'
                       MOVE 'Y' TO WS-CHEQUE-FOUND
                   END-IF
           END-READ.

      * sets WS-ENROLLED for WS-ARG-ACC-NUMBER and leaves the
      * enrolment record, if any, in the record area
       READ-ENROLMENT.
           MOVE 'N' TO WS-ENROLLED
           MOVE WS-ARG-ACC-NUMBER TO CQ-ACC-NUMBER
           MOVE WS-ENROL-SERIAL   TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   MOVE SPACE TO CQ-REC-TYPE
               NOT INVALID KEY
                   IF CQ-REC-TYPE = 'E' AND CQ-STATUS = 'A'
                       MOVE 'Y' TO WS-ENROLLED
                   END-IF
           END-READ.

      ******************************************************************
      * Enrols an account, or updates the stale-dating days of one
      * already enrolled.
      ******************************************************************
       ENROL-ACCOUNT.
           IF WS-ARG-ACC-NUMBER = SPACES
               MOVE "account number required" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE "account not found on master"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
               MOVE "account is closed" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ENROLMENT
           IF CQ-REC-TYPE = 'E'
               MOVE 'A'              TO CQ-STATUS
               MOVE WS-STALE-DAYS    TO CQ-STALE-DAYS
               MOVE WS-BUSINESS-DATE TO CQ-LOADED-DATE
               REWRITE CHEQUE-REC
                   INVALID KEY
                       MOVE "enrolment could not be rewritten"
                           TO WS-REFUSAL-TEXT
                       PERFORM WRITE-REFUSAL
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               MOVE SPACES            TO CHEQUE-REC
               MOVE WS-ARG-ACC-NUMBER TO CQ-ACC-NUMBER
               MOVE WS-ENROL-SERIAL   TO CQ-SERIAL
               MOVE 'E'               TO CQ-REC-TYPE
               MOVE 'A'               TO CQ-STATUS
               MOVE ZERO              TO CQ-AMOUNT
               MOVE WS-STALE-DAYS     TO CQ-STALE-DAYS
               MOVE WS-BUSINESS-DATE  TO CQ-LOADED-DATE
               MOVE ZERO              TO CQ-PAID-ID
               WRITE CHEQUE-REC
                   INVALID KEY
                       MOVE "enrolment could not be written"
                           TO WS-REFUSAL-TEXT
                       PERFORM WRITE-REFUSAL
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           MOVE WS-STALE-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "ENROLLED Account: "   DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Stale after (days): " DELIMITED BY SIZE
               WS-DAYS-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WITHDRAW-ACCOUNT.
           IF WS-ARG-ACC-NUMBER = SPACES
               MOVE "account number required" TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-ENROLMENT
           IF WS-ENROLLED NOT = 'Y'
               MOVE "account not enrolled for positive pay"
                   TO WS-REFUSAL-TEXT
               PERFORM WRITE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE 'W'              TO CQ-STATUS
           MOVE WS-BUSINESS-DATE TO CQ-LOADED-DATE
           REWRITE CHEQUE-REC
               INVALID KEY
                   MOVE "enrolment could not be rewritten"
                       TO WS-REFUSAL-TEXT
                   PERFORM WRITE-REFUSAL
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "WITHDRAWN Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER     DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Positive Pay Issued Cheque Load" DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Business Date: " WS-BUSINESS-DATE
               " Action: " WS-ARG-ACTION
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

      * the caller has put the action label in WS-LINE-ACTION-TEXT
       WRITE-CHEQUE-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE
           IF UP-ACTION = 'I'
               MOVE UP-AMOUNT TO WS-AMOUNT-DISPLAY
               STRING
                   WS-LINE-ACTION-TEXT DELIMITED BY SIZE
                   " Account: "        DELIMITED BY SIZE
                   UP-ACC-NUMBER       DELIMITED BY SIZE
                   " Serial: "         DELIMITED BY SIZE
                   UP-SERIAL           DELIMITED BY SIZE
                   " Amount: "         DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY   DELIMITED BY SIZE
                   " Issued: "         DELIMITED BY SIZE
                   UP-ISSUE-DATE       DELIMITED BY SIZE
                   " Payee: "          DELIMITED BY SIZE
                   UP-PAYEE            DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   WS-LINE-ACTION-TEXT DELIMITED BY SIZE
                   " Account: "        DELIMITED BY SIZE
                   UP-ACC-NUMBER       DELIMITED BY SIZE
                   " Serial: "         DELIMITED BY SIZE
                   UP-SERIAL           DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING
           END-IF
           WRITE LOAD-REPORT-LINE.

       WRITE-LOAD-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE

           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Upload Lines Read:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-CHEQUES-ISSUED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Cheques Issued:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-CHEQUES-REPLACED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Cheques Replaced:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-AMOUNT-ISSUED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Amount Issued:   "     DELIMITED BY SIZE
               WS-TOTAL-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-CHEQUES-VOIDED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Cheques Voided:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE

           MOVE WS-LINES-REFUSED TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "Lines Refused:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WRITE-LINE-REFUSAL.
           ADD 1 TO WS-LINES-REFUSED
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "REFUSED Line: "    DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               " Account: "        DELIMITED BY SIZE
               UP-ACC-NUMBER       DELIMITED BY SIZE
               " Serial: "         DELIMITED BY SIZE
               UP-SERIAL           DELIMITED BY SIZE
               " - "               DELIMITED BY SIZE
               WS-REFUSAL-TEXT     DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE.

       WRITE-REFUSAL.
           DISPLAY "Positive pay refused: " WS-ARG-ACC-NUMBER
               " - " WS-REFUSAL-TEXT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING
               "REFUSED Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER   DELIMITED BY SIZE
               " - "               DELIMITED BY SIZE
               WS-REFUSAL-TEXT     DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE
           MOVE 8 TO RETURN-CODE.

       END PROGRAM POSITIVE-PAY-LOAD.
