      * cross-currency posting reverses at the same rate it posted
      * at and the pair nets to zero in the account's currency; an
      * old original simply posts as a backdated item, which is
      * what it is. An original dated in an accounting period
      * PERIOD-CLOSE has closed cannot change that month: the
      * offset posts into the open period as a prior-period
      * adjustment, and the reversal report says so in its own
      * section so Finance can tie it to the adjustments report of
      * the posting run. 'T' transfers are refused here: both sides of a
      * transfer need correcting and that stays a supervisor
      * decision, item by item.
      *
      * Usage:
      *   reverseTransaction [trans-file] [history-file]
      *       [register-file] [report-file] [account-number]
      *       [trans-id] [reason-code] [period-file]
      *       [run-control-file]
      *
      * Defaults:
      *   trans-file    = indexedTransactions
      *   history-file  = transactionHistory
      *   register-file = reversalRegister.dat
      *   report-file   = reversalReport.txt
      *   period-file   = accountingPeriods.dat
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSE-TRANSACTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PeriodFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  REVERSAL-REPORT-LINE PIC X(132).

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PD==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-RegisterFile      PIC X(200)
           VALUE "reversalRegister.dat".
       01  WS-ReportFile        PIC X(200) VALUE "reversalReport.txt".
       01  WS-PeriodFile        PIC X(200)
           VALUE "accountingPeriods.dat".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-ARG-ACC-NUMBER    PIC X(10).
       01  WS-ARG-TRANS-ID      PIC X(8).
       01  WS-ARG-REASON        PIC X(3).
       01  WS-HIST-STATUS       PIC XX.
       01  WS-REG-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-PER-STATUS        PIC XX.
       01  WS-RUNC-STATUS       PIC XX.

       01  WS-HIST-AVAILABLE    PIC X VALUE 'N'.
       01  WS-ORIG-FOUND        PIC X VALUE 'N'.
       01  WS-ORIG-BRANCH       PIC X(3).
       01  WS-OFFSET-TYPE       PIC X.

      * the last month PERIOD-CLOSE has closed (all before it are
      * closed too) and the open month the offset will post into
       01  WS-LAST-CLOSED-PERIOD PIC X(6) VALUE SPACES.
       01  WS-OPEN-PERIOD       PIC X(6).
       01  WS-PER-EOF           PIC X VALUE 'N'.

       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 40000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 40000000.
       01  WS-TRANS-ID-CEILING  PIC 9(8) VALUE 50000000.

           PERFORM DETERMINE-NEXT-TRANS-ID
           PERFORM QUEUE-REVERSAL-TRANSACTION
           IF RETURN-CODE = 0
               PERFORM LOAD-CLOSED-PERIODS
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                  AND WS-ORIG-DATE(1:6) NOT > WS-LAST-CLOSED-PERIOD
                   PERFORM WRITE-PRIOR-PERIOD-SECTION
               END-IF
           END-IF

           PERFORM CLOSE-ALL-FILES

                    WS-ARG-ACC-NUMBER
                    WS-ARG-TRANS-ID
                    WS-ARG-REASON
                    WS-PeriodFile
                    WS-RunControlFile
           END-UNSTRING

           IF WS-ARG-REASON = SPACES
           MOVE WS-ORIG-CURRENCY  TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE WS-ORIG-BRANCH    TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
           END-STRING
           WRITE REVERSAL-REPORT-LINE.

      ******************************************************************
      * The open period is the month of the cycle's business date,
      * or of today without a run-control file; the closed periods
      * are every month up to the last one on the period file. No
      * period file means nothing has been closed yet.
      ******************************************************************
       LOAD-CLOSED-PERIODS.
           MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = "00"
               READ RUN-CONTROL-FILE
                   NOT AT END
                       IF RN-BUSINESS-DATE NOT = SPACES
                           MOVE RN-BUSINESS-DATE(1:6)
                               TO WS-OPEN-PERIOD
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF

           OPEN INPUT PERIOD-FILE
           IF WS-PER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PER-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-PER-EOF
                   NOT AT END
                       IF PD-STATUS = 'C'
                          AND PD-PERIOD > WS-LAST-CLOSED-PERIOD
                           MOVE PD-PERIOD TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

       WRITE-PRIOR-PERIOD-SECTION.
           MOVE SPACES TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE
           MOVE "Prior-Period Adjustment:" TO REVERSAL-REPORT-LINE
           WRITE REVERSAL-REPORT-LINE

           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING
               "  Original dated "  DELIMITED BY SIZE
               WS-ORIG-DATE         DELIMITED BY SIZE
               " is in closed period " DELIMITED BY SIZE
               WS-ORIG-DATE(1:6)    DELIMITED BY SIZE
               " (closed through "  DELIMITED BY SIZE
               WS-LAST-CLOSED-PERIOD DELIMITED BY SIZE
               ")"                  DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           END-STRING
           WRITE REVERSAL-REPORT-LINE

           MOVE SPACES TO REVERSAL-REPORT-LINE
           STRING
               "  Reversal ID "     DELIMITED BY SIZE
               WS-NEXT-TRANS-ID     DELIMITED BY SIZE
               " posts into open period " DELIMITED BY SIZE
               WS-OPEN-PERIOD       DELIMITED BY SIZE
               " as a prior-period adjustment" DELIMITED BY SIZE
               INTO REVERSAL-REPORT-LINE
           END-STRING
           WRITE REVERSAL-REPORT-LINE.

       END PROGRAM REVERSE-TRANSACTION.
