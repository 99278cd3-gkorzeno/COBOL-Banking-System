      ******************************************************************
      * End-of-day balance capture. Run after UPDATE-ACCOUNTS-INDEXED
      * has posted the day, it writes one closing-balance record per
      * account for the business date to the balance history file
      * (see BALHIST), from which ACCOUNT-INQUIRY answers the balance
      * on any past date and the average daily balance over a range,
      * and STATEMENT-GENERATION prints the period's average, low and
      * high balance.
      *
      * The business date is the one on the run-control header, so
      * the capture in the night cycle belongs to the day being
      * closed; a date given on the command line overrides it, and
      * with neither the capture is dated today. Running the capture
      * again for the same date rewrites that date's records with the
      * master as it now stands, so a rerun after a late correction
      * is safe. Closed and dormant accounts are captured too -- the
      * history answers for every account the master holds.
      *
      * The report lists the records written and rewritten and the
      * total closing balance per currency.
      *
      * Usage:
      *   endOfDayBalances [master-file] [history-file] [report-file]
      *       [business-date] [run-control-file]
      *
      * Defaults:
      *   master-file      = indexedMaster
      *   history-file     = indexedBalanceHistory
      *   report-file      = endOfDayBalancesReport.txt
      *   business-date    = the business date on the run-control
      *                      header, or today when there is none
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. END-OF-DAY-BALANCES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-BalanceHistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HIST-KEY
               FILE STATUS IS WS-BH-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-REC.
           COPY BALHIST REPLACING ==:PFX:== BY ==BH==.

       FD  REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-MasterFile        PIC X(200).
       01  WS-BalanceHistoryFile PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-BUSINESS-DATE PIC X(8).
       01  WS-RunControlFile    PIC X(200).

       01  WS-MS-STATUS         PIC XX.
       01  WS-BH-STATUS         PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-MASTER-EOF        PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-RUN-NUMBER        PIC 9(6) VALUE ZERO.

       01  WS-ACCOUNTS-READ     PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-WRITTEN   PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-REWRITTEN PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-FAILED    PIC 9(8) VALUE ZERO.

      * total closing balance per currency
       01  WS-CUR-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05 WS-CU-ENTRY OCCURS 20 TIMES.
               10 WS-CU-CURRENCY PIC X(3).
               10 WS-CU-BALANCE  PIC S9(12)V99.
               10 WS-CU-ACCOUNTS PIC 9(8).
       01  WS-CU-I              PIC 9(2).
       01  WS-CU-X              PIC 9(2).

       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.
       01  WS-TOTAL-DISPLAY     PIC -ZZZZZZZZZZZ9.99.
       01  WS-RUN-DISPLAY       PIC ZZZZZ9.

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
           IF WS-ARG-BUSINESS-DATE NOT = SPACES
              AND WS-ARG-BUSINESS-DATE NOT = "-"
               MOVE WS-ARG-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

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
                           PERFORM CAPTURE-ACCOUNT-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE MASTER-FILE
                 BALANCE-HISTORY-FILE
                 REPORT-FILE

           IF WS-RECORDS-FAILED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-MasterFile
                        WS-BalanceHistoryFile
                        WS-ReportFile
                        WS-ARG-BUSINESS-DATE
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-BalanceHistoryFile = SPACES
              OR WS-BalanceHistoryFile = "-"
               MOVE "indexedBalanceHistory" TO WS-BalanceHistoryFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "endOfDayBalancesReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      ******************************************************************
      * The capture is dated with the business date of the cycle on
      * the run-control file kept by RUN-CONTROL and stamped with its
      * run number. A missing run-control file leaves today and run
      * zero.
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
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
                   MOVE RN-RUN-NUMBER TO WS-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

      * the history file is created on the first capture
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open end-of-day balance report file: "
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

           OPEN I-O BALANCE-HISTORY-FILE
           IF WS-BH-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               IF WS-BH-STATUS = "00"
                   CLOSE BALANCE-HISTORY-FILE
                   OPEN I-O BALANCE-HISTORY-FILE
               END-IF
           END-IF
           IF WS-BH-STATUS NOT = "00"
               DISPLAY "Unable to open balance history file: "
                   WS-BalanceHistoryFile
               DISPLAY "Balance history status: " WS-BH-STATUS
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-NUMBER TO WS-RUN-DISPLAY
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "End-Of-Day Balance Capture" DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Business Date: " WS-BUSINESS-DATE
               " Run: " WS-RUN-DISPLAY
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE.

      ******************************************************************
      * One account: its closing balance for the business date is
      * written, or rewritten when the date was captured before.
      ******************************************************************
       CAPTURE-ACCOUNT-BALANCE.
           ADD 1 TO WS-ACCOUNTS-READ

           MOVE M-ACC-NUMBER     TO BH-ACC-NUMBER
           MOVE WS-BUSINESS-DATE TO BH-BUS-DATE
           MOVE M-BALANCE        TO BH-BALANCE
           MOVE M-CURRENCY       TO BH-CURRENCY
           MOVE WS-RUN-NUMBER    TO BH-RUN-NUMBER
           MOVE M-ACC-STATUS     TO BH-ACC-STATUS

           WRITE BALANCE-HISTORY-REC
               INVALID KEY
                   REWRITE BALANCE-HISTORY-REC
                       INVALID KEY
                           ADD 1 TO WS-RECORDS-FAILED
                           PERFORM WRITE-CAPTURE-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-REWRITTEN
                           PERFORM ADD-TO-CURRENCY-TOTAL
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM ADD-TO-CURRENCY-TOTAL
           END-WRITE.

       ADD-TO-CURRENCY-TOTAL.
           MOVE ZERO TO WS-CU-X
           PERFORM VARYING WS-CU-I FROM 1 BY 1
               UNTIL WS-CU-I > WS-CUR-COUNT
               IF WS-CU-CURRENCY(WS-CU-I) = M-CURRENCY
                   MOVE WS-CU-I TO WS-CU-X
               END-IF
           END-PERFORM
           IF WS-CU-X = ZERO
               IF WS-CUR-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CU-X
               MOVE M-CURRENCY TO WS-CU-CURRENCY(WS-CU-X)
               MOVE ZERO TO WS-CU-BALANCE(WS-CU-X)
               MOVE ZERO TO WS-CU-ACCOUNTS(WS-CU-X)
           END-IF
           ADD M-BALANCE TO WS-CU-BALANCE(WS-CU-X)
           ADD 1 TO WS-CU-ACCOUNTS(WS-CU-X).

       WRITE-CAPTURE-FAILED.
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "NOT CAPTURED Account: " DELIMITED BY SIZE
               M-ACC-NUMBER             DELIMITED BY SIZE
               " Status: "              DELIMITED BY SIZE
               WS-BH-STATUS             DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "Accounts Read: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           MOVE WS-RECORDS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "Balances Written: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           MOVE WS-RECORDS-REWRITTEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "Balances Rewritten (date already captured): "
                                    DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           MOVE WS-RECORDS-FAILED TO WS-COUNT-DISPLAY
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING
               "Balances Not Captured: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE
           END-STRING
           WRITE BALANCE-REPORT-LINE

           PERFORM VARYING WS-CU-I FROM 1 BY 1
               UNTIL WS-CU-I > WS-CUR-COUNT
               MOVE WS-CU-BALANCE(WS-CU-I) TO WS-TOTAL-DISPLAY
               MOVE WS-CU-ACCOUNTS(WS-CU-I) TO WS-COUNT-DISPLAY
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING
                   "Closing Balance "       DELIMITED BY SIZE
                   WS-CU-CURRENCY(WS-CU-I)  DELIMITED BY SIZE
                   ": "                     DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY         DELIMITED BY SIZE
                   " Accounts: "            DELIMITED BY SIZE
                   WS-COUNT-DISPLAY         DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
               END-STRING
               WRITE BALANCE-REPORT-LINE
           END-PERFORM.

       END PROGRAM END-OF-DAY-BALANCES.
