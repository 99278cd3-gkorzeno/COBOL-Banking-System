      ******************************************************************
      * Month-end accounting period close. Freezes one accounting
      * month on the period control file (see PERIODREC) and takes
      * the closing snapshot finance reconciles against (see
      * PRDSNAP): every account's balance off the master as it stands
      * after the month's last cycle, and every GL account's opening
      * balance, debit and credit movements and closing balance from
      * the GL interface batches GENERAL-LEDGER-EXTRACT produced for
      * the month.
      *
      * Once a period is closed nothing posts into it again.
      * UPDATE-ACCOUNTS-INDEXED posts any item dated in a closed
      * period into the current open period (the period of the
      * cycle's business date) as a prior-period adjustment, marked on
      * its posting journal line and listed on its prior-period
      * adjustments report; REVERSE-TRANSACTION and TELLER-CONSOLE
      * flag the items they queue the same way. A closed month is
      * never reopened -- corrections go through the open period as
      * adjustments.
      *
      * The GL batch input is the month's GL interface batches
      * concatenated in cycle order; batches whose header business
      * date falls outside the period are skipped, so the whole
      * accumulated batch history can be passed. Each batch is proved
      * against its own trailer. Opening GL balances are the closing
      * balances of the previous close on the snapshot file.
      *
      * The close runs in the first cycle of the new month, between
      * RUN-CONTROL BEGIN and the UPDATE step: the month's last cycle
      * has posted and nothing of the new month has yet. Once the
      * current cycle's INTEREST or UPDATE step has started, the
      * master and the GL batches already carry new-month postings
      * and the snapshot would not be the month's closing position.
      *
      * The close is REFUSED, with nothing written and RETURN-CODE 8,
      * when:
      *   - the period is not a valid CCYYMM
      *   - the period is already closed
      *   - the period has not ended (it is not before the period of
      *     the business date)
      *   - an earlier period is still open: periods close in order,
      *     the next one after the last close
      *   - the current cycle's INTEREST or UPDATE step is running or
      *     complete on the run-control file
      *   - the snapshot file already holds records for the period
      *     (a close that stopped part way; remove them first)
      *   - the GL batch file is missing, a batch disagrees with its
      *     trailer, or the period's GL debits and credits differ
      *   - the master fails its control-total verification
      *
      * Usage:
      *   periodClose [period-file] [master-file] [gl-batch-file]
      *       [snapshot-file] [report-file] [run-control-file]
      *       [period] [closed-by]
      *
      * Defaults:
      *   period-file      = accountingPeriods.dat
      *   master-file      = indexedMaster
      *   gl-batch-file    = glInterfaceBatch.dat
      *   snapshot-file    = periodSnapshots.dat
      *   report-file      = periodCloseReport.txt
      *   run-control-file = runControl.dat
      *   period           = the month before the business date on
      *                      the run-control header (today when
      *                      there is none)
      *   closed-by        = FINANCE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PeriodFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT BATCH-FILE ASSIGN TO DYNAMIC WS-BatchFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAT-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SnapshotFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PERIOD-FILE.
       01  PERIOD-REC.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PD==.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

      * GL interface batch layout, as GENERAL-LEDGER-EXTRACT writes it
       FD  BATCH-FILE.
       01  BATCH-REC            PIC X(40).
       01  BATCH-HEADER-REC REDEFINES BATCH-REC.
           05 BH-REC-TYPE       PIC X.
           05 BH-RUN-NUMBER     PIC 9(6).
           05 BH-BUSINESS-DATE  PIC X(8).
           05 FILLER            PIC X(25).
       01  BATCH-DETAIL-REC REDEFINES BATCH-REC.
           05 BD-REC-TYPE       PIC X.
           05 BD-GL-ACCOUNT     PIC X(8).
           05 BD-SIDE           PIC X.
           05 BD-AMOUNT         PIC 9(12)V99.
           05 FILLER            PIC X(16).
       01  BATCH-TRAILER-REC REDEFINES BATCH-REC.
           05 BT-REC-TYPE       PIC X.
           05 BT-DEBIT-TOTAL    PIC 9(13)V99.
           05 BT-CREDIT-TOTAL   PIC 9(13)V99.
           05 BT-DETAIL-COUNT   PIC 9(6).
           05 FILLER            PIC X(3).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC.
           COPY PRDSNAP REPLACING ==:PFX:== BY ==PS==.

       FD  REPORT-FILE.
       01  CLOSE-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-PeriodFile        PIC X(200).
       01  WS-MasterFile        PIC X(200).
       01  WS-BatchFile         PIC X(200).
       01  WS-SnapshotFile      PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-ARG-PERIOD        PIC X(6).
       01  WS-ARG-CLOSED-BY     PIC X(8).

       01  WS-PRD-STATUS        PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-BAT-STATUS        PIC XX.
       01  WS-SNP-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-RNC-EOF           PIC X VALUE 'N'.

       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-BAT-EOF           PIC X VALUE 'N'.
       01  WS-SNP-EOF           PIC X VALUE 'N'.
       01  WS-MASTER-EOF        PIC X VALUE 'N'.

       01  WS-RUN-NUMBER        PIC 9(6) VALUE ZERO.
       01  WS-RUN-NUM-DISPLAY   PIC ZZZZZ9.
       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-CLOSED-BY         PIC X(8).
       01  WS-REFUSAL-TEXT      PIC X(100).

      * the period being closed, the open period it hands over to and
      * the last period already closed, each with a numeric view for
      * the month arithmetic
       01  WS-CLOSE-PERIOD      PIC X(6).
       01  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-CCYY     PIC 9(4).
           05 WS-CLOSE-MM       PIC 99.
       01  WS-OPEN-PERIOD       PIC X(6).
       01  WS-LAST-CLOSED       PIC X(6) VALUE SPACES.
       01  WS-EXPECTED-PERIOD   PIC X(6).
       01  WS-EXPECTED-PERIOD-NUM REDEFINES WS-EXPECTED-PERIOD.
           05 WS-EXPECTED-CCYY  PIC 9(4).
           05 WS-EXPECTED-MM    PIC 99.
       01  WS-ALREADY-CLOSED    PIC X VALUE 'N'.
       01  WS-PERIODS-ON-FILE   PIC 9(5) VALUE ZERO.

      * the first step of the current cycle found started that posts
      * into the new month, with its status
       01  WS-POSTING-STEP      PIC X(12) VALUE SPACES.
       01  WS-POSTING-STEP-STATUS PIC X VALUE SPACE.

      * GL lines: opening balances from the previous close, then the
      * period's movements from the batches
       01  WS-GL-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 500 TIMES.
               10 WS-GL-ACCOUNT  PIC X(8).
               10 WS-GL-OPENING  PIC S9(13)V99.
               10 WS-GL-DEBITS   PIC 9(13)V99.
               10 WS-GL-CREDITS  PIC 9(13)V99.
       01  WS-GL-I              PIC 9(3).
       01  WS-GL-FOUND          PIC X.
       01  WS-GL-LOOKUP         PIC X(8).
       01  WS-GL-CLOSING        PIC S9(13)V99.

      * one batch at a time, proved against its trailer
       01  WS-IN-PERIOD         PIC X VALUE 'N'.
       01  WS-BATCH-DATE        PIC X(8).
       01  WS-BATCH-DEBITS      PIC 9(13)V99.
       01  WS-BATCH-CREDITS     PIC 9(13)V99.
       01  WS-BATCH-DETAILS     PIC 9(6).
       01  WS-BATCHES-USED      PIC 9(5) VALUE ZERO.
       01  WS-BATCHES-SKIPPED   PIC 9(5) VALUE ZERO.
       01  WS-PERIOD-DEBITS     PIC 9(13)V99 VALUE ZERO.
       01  WS-PERIOD-CREDITS    PIC 9(13)V99 VALUE ZERO.

       01  WS-SNAP-FOR-PERIOD   PIC 9(8) VALUE ZERO.

      * master control-total verification, the same convention every
      * consumer of the master follows
       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.
       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-MASTER-CTL-FOUND  PIC X VALUE 'N'.
       01  WS-ACCOUNT-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-BALANCE-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01  WS-ACCOUNTS-WRITTEN  PIC 9(8) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZZ9.
       01  WS-COUNT-DISPLAY-2   PIC ZZZZZZZ9.
       01  WS-SIGNED-DISPLAY    PIC -ZZZZZZZZZZZZ9.99.
       01  WS-SIGNED-DISPLAY-2  PIC -ZZZZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY-2   PIC ZZZZZZZZZZZZ9.99.

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
           MOVE WS-BUSINESS-DATE(1:6) TO WS-OPEN-PERIOD
           PERFORM DETERMINE-CLOSE-PERIOD

           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open period close report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-CLOSED-PERIODS
           PERFORM VALIDATE-CLOSE-PERIOD

           PERFORM LOAD-OPENING-GL-BALANCES
           PERFORM ACCUMULATE-GL-BATCHES
           PERFORM VERIFY-MASTER-TOTALS

      * every check has passed: the snapshot goes out first and the
      * period is frozen last, so a close that stops part way leaves
      * the period open and its partial snapshot is caught on rerun
           PERFORM OPEN-SNAPSHOT-FILE
           PERFORM WRITE-ACCOUNT-SNAPSHOTS
           PERFORM WRITE-GL-SNAPSHOTS
           CLOSE SNAPSHOT-FILE

           PERFORM FREEZE-PERIOD

           PERFORM WRITE-REPORT-TOTALS

           CLOSE REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-PeriodFile
                        WS-MasterFile
                        WS-BatchFile
                        WS-SnapshotFile
                        WS-ReportFile
                        WS-RunControlFile
                        WS-ARG-PERIOD
                        WS-ARG-CLOSED-BY
               END-UNSTRING
           END-IF

           IF WS-PeriodFile = SPACES OR WS-PeriodFile = "-"
               MOVE "accountingPeriods.dat" TO WS-PeriodFile
           END-IF
           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-BatchFile = SPACES OR WS-BatchFile = "-"
               MOVE "glInterfaceBatch.dat" TO WS-BatchFile
           END-IF
           IF WS-SnapshotFile = SPACES OR WS-SnapshotFile = "-"
               MOVE "periodSnapshots.dat" TO WS-SnapshotFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "periodCloseReport.txt" TO WS-ReportFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-CLOSED-BY = SPACES OR WS-ARG-CLOSED-BY = "-"
               MOVE "FINANCE" TO WS-CLOSED-BY
           ELSE
               MOVE WS-ARG-CLOSED-BY TO WS-CLOSED-BY
           END-IF.

      ******************************************************************
      * Picks up the current cycle's run number and business date from
      * the run-control file kept by RUN-CONTROL. The business date
      * decides which period is open; a missing run-control file
      * leaves today's date. The step records that follow the header
      * show whether the cycle has begun posting the new month.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-RNC-EOF
               NOT AT END
                   MOVE RN-RUN-NUMBER TO WS-RUN-NUMBER
                   IF RN-BUSINESS-DATE NOT = SPACES
                       MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           PERFORM UNTIL WS-RNC-EOF = 'Y'
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-RNC-EOF
                   NOT AT END
                       PERFORM CHECK-POSTING-STEP
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      * INTEREST and UPDATE are the steps that post into the cycle's
      * business date; either one started ('S') or complete ('C')
      * means the new month is already on the master
       CHECK-POSTING-STEP.
           IF WS-POSTING-STEP NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RN-STEP-NAME NOT = "INTEREST"
              AND RN-STEP-NAME NOT = "UPDATE"
               EXIT PARAGRAPH
           END-IF
           IF RN-STEP-STATUS = 'S' OR RN-STEP-STATUS = 'C'
               MOVE RN-STEP-NAME   TO WS-POSTING-STEP
               MOVE RN-STEP-STATUS TO WS-POSTING-STEP-STATUS
           END-IF.

      * the month closed by default is the one before the business
      * date's: the close runs once the month's last cycle is done
       DETERMINE-CLOSE-PERIOD.
           IF WS-ARG-PERIOD NOT = SPACES
              AND WS-ARG-PERIOD NOT = "-"
               MOVE WS-ARG-PERIOD TO WS-CLOSE-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-PERIOD TO WS-CLOSE-PERIOD
           IF WS-CLOSE-PERIOD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSE-MM > 1
               SUBTRACT 1 FROM WS-CLOSE-MM
           ELSE
               MOVE 12 TO WS-CLOSE-MM
               SUBTRACT 1 FROM WS-CLOSE-CCYY
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-NUMBER TO WS-RUN-NUM-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "Accounting Period Close Report" DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Run: " WS-RUN-NUM-DISPLAY
               " Business Date: " WS-BUSINESS-DATE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "Period: "       DELIMITED BY SIZE
               WS-CLOSE-PERIOD  DELIMITED BY SIZE
               " Open Period: " DELIMITED BY SIZE
               WS-OPEN-PERIOD   DELIMITED BY SIZE
               " Closed By: "   DELIMITED BY SIZE
               WS-CLOSED-BY     DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

      ******************************************************************
      * Reads the period control file for the periods already closed.
      * Records are appended in period order, so the last one read is
      * the last period closed. A missing file means no period has
      * ever been closed.
      ******************************************************************
       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF PD-STATUS = 'C'
                           ADD 1 TO WS-PERIODS-ON-FILE
                           IF PD-PERIOD = WS-CLOSE-PERIOD
                               MOVE 'Y' TO WS-ALREADY-CLOSED
                           END-IF
                           IF WS-LAST-CLOSED = SPACES
                              OR PD-PERIOD > WS-LAST-CLOSED
                               MOVE PD-PERIOD TO WS-LAST-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

       VALIDATE-CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD NOT NUMERIC
              OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               MOVE "period is not a valid CCYYMM"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-CLOSE
           END-IF

           IF WS-ALREADY-CLOSED = 'Y'
               MOVE "period is already closed" TO WS-REFUSAL-TEXT
               PERFORM REFUSE-CLOSE
           END-IF

           IF WS-CLOSE-PERIOD NOT < WS-OPEN-PERIOD
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "period has not ended - business date is "
                   DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF

           IF WS-POSTING-STEP NOT = SPACES
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "cycle has begun posting - step " DELIMITED BY SIZE
                   WS-POSTING-STEP        DELIMITED BY SPACE
                   " status "             DELIMITED BY SIZE
                   WS-POSTING-STEP-STATUS DELIMITED BY SIZE
                   "; close before UPDATE" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF

           IF WS-LAST-CLOSED = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-CLOSED TO WS-EXPECTED-PERIOD
           IF WS-EXPECTED-MM < 12
               ADD 1 TO WS-EXPECTED-MM
           ELSE
               MOVE 1 TO WS-EXPECTED-MM
               ADD 1 TO WS-EXPECTED-CCYY
           END-IF
           IF WS-CLOSE-PERIOD NOT = WS-EXPECTED-PERIOD
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "periods close in order - last closed "
                   DELIMITED BY SIZE
                   WS-LAST-CLOSED      DELIMITED BY SIZE
                   ", next to close "  DELIMITED BY SIZE
                   WS-EXPECTED-PERIOD  DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF.

      ******************************************************************
      * Nothing has been written when a close is refused: the reason
      * goes on the report and the console, and the run ends with
      * RETURN-CODE 8 so the schedule stops.
      ******************************************************************
       REFUSE-CLOSE.
           DISPLAY "Period close refused for " WS-CLOSE-PERIOD ": "
               WS-REFUSAL-TEXT
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "CLOSE REFUSED Period: " DELIMITED BY SIZE
               WS-CLOSE-PERIOD          DELIMITED BY SIZE
               " - "                    DELIMITED BY SIZE
               WS-REFUSAL-TEXT          DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE
           CLOSE REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * One pass of the snapshot file: the previous close's GL lines
      * become this period's opening balances, and any record already
      * carrying this period means an earlier close stopped part way.
      * A missing file is the first close -- every GL line opens at
      * zero.
      ******************************************************************
       LOAD-OPENING-GL-BALANCES.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNP-EOF = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNP-EOF
                   NOT AT END
                       IF PS-PERIOD = WS-CLOSE-PERIOD
                           ADD 1 TO WS-SNAP-FOR-PERIOD
                       END-IF
                       IF PS-PERIOD = WS-LAST-CLOSED
                          AND PS-REC-TYPE = 'G'
                           MOVE PS-KEY(1:8) TO WS-GL-LOOKUP
                           PERFORM LOCATE-GL-LINE
                           ADD PS-CLOSING TO WS-GL-OPENING(WS-GL-I)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE

           IF WS-SNAP-FOR-PERIOD > ZERO
               MOVE WS-SNAP-FOR-PERIOD TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "snapshot file already holds "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY    DELIMITED BY SIZE
                   " records for the period" DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF.

      * finds the GL account in the table, adding it when new; a full
      * table refuses the close rather than snapshot part of the
      * ledger
       LOCATE-GL-LINE.
           MOVE 'N' TO WS-GL-FOUND
           PERFORM VARYING WS-GL-I FROM 1 BY 1
               UNTIL WS-GL-I > WS-GL-COUNT
                  OR WS-GL-FOUND = 'Y'
               IF WS-GL-ACCOUNT(WS-GL-I) = WS-GL-LOOKUP
                   MOVE 'Y' TO WS-GL-FOUND
               END-IF
           END-PERFORM
           IF WS-GL-FOUND = 'Y'
               SUBTRACT 1 FROM WS-GL-I
               EXIT PARAGRAPH
           END-IF
           IF WS-GL-COUNT >= 500
               MOVE "more than 500 GL accounts - snapshot table full"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-CLOSE
           END-IF
           ADD 1 TO WS-GL-COUNT
           MOVE WS-GL-COUNT  TO WS-GL-I
           MOVE WS-GL-LOOKUP TO WS-GL-ACCOUNT(WS-GL-I)
           MOVE ZERO TO WS-GL-OPENING(WS-GL-I)
           MOVE ZERO TO WS-GL-DEBITS(WS-GL-I)
           MOVE ZERO TO WS-GL-CREDITS(WS-GL-I).

      ******************************************************************
      * Accumulates the period's GL movements from the concatenated GL
      * interface batches. A header opens a batch and says whether it
      * belongs to the period; its details are summed and the trailer
      * proves them, so a truncated or hand-edited batch stops the
      * close instead of freezing the wrong ledger.
      ******************************************************************
       ACCUMULATE-GL-BATCHES.
           OPEN INPUT BATCH-FILE
           IF WS-BAT-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "GL batch file not found: " DELIMITED BY SIZE
                   WS-BatchFile                DELIMITED BY SPACE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF
           PERFORM UNTIL WS-BAT-EOF = 'Y'
               READ BATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-BAT-EOF
                   NOT AT END
                       PERFORM PROCESS-BATCH-RECORD
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE

           IF WS-PERIOD-DEBITS NOT = WS-PERIOD-CREDITS
               MOVE "period GL debits and credits do not agree"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-CLOSE
           END-IF.

       PROCESS-BATCH-RECORD.
           EVALUATE BH-REC-TYPE
               WHEN 'H'
                   MOVE BH-BUSINESS-DATE TO WS-BATCH-DATE
                   MOVE ZERO TO WS-BATCH-DEBITS
                   MOVE ZERO TO WS-BATCH-CREDITS
                   MOVE ZERO TO WS-BATCH-DETAILS
                   IF BH-BUSINESS-DATE(1:6) = WS-CLOSE-PERIOD
                       MOVE 'Y' TO WS-IN-PERIOD
                       ADD 1 TO WS-BATCHES-USED
                   ELSE
                       MOVE 'N' TO WS-IN-PERIOD
                       ADD 1 TO WS-BATCHES-SKIPPED
                   END-IF
               WHEN 'D'
                   IF WS-IN-PERIOD = 'Y'
                       ADD 1 TO WS-BATCH-DETAILS
                       MOVE BD-GL-ACCOUNT TO WS-GL-LOOKUP
                       PERFORM LOCATE-GL-LINE
                       IF BD-SIDE = 'D'
                           ADD BD-AMOUNT TO WS-GL-DEBITS(WS-GL-I)
                           ADD BD-AMOUNT TO WS-BATCH-DEBITS
                       ELSE
                           ADD BD-AMOUNT TO WS-GL-CREDITS(WS-GL-I)
                           ADD BD-AMOUNT TO WS-BATCH-CREDITS
                       END-IF
                   END-IF
               WHEN 'T'
                   IF WS-IN-PERIOD = 'Y'
                       PERFORM PROVE-BATCH-TRAILER
                   END-IF
                   MOVE 'N' TO WS-IN-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROVE-BATCH-TRAILER.
           IF WS-BATCH-DEBITS NOT = BT-DEBIT-TOTAL
              OR WS-BATCH-CREDITS NOT = BT-CREDIT-TOTAL
              OR WS-BATCH-DETAILS NOT = BT-DETAIL-COUNT
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "GL batch for business date " DELIMITED BY SIZE
                   WS-BATCH-DATE                 DELIMITED BY SIZE
                   " does not agree with its trailer"
                   DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF
           ADD WS-BATCH-DEBITS  TO WS-PERIOD-DEBITS
           ADD WS-BATCH-CREDITS TO WS-PERIOD-CREDITS.

      ******************************************************************
      * Verifies the master against its control record before any of
      * it is snapshotted, and takes the account count and balance
      * total the period record carries. The master is left open for
      * the snapshot pass.
      ******************************************************************
       VERIFY-MASTER-TOTALS.
           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "unable to open master file, status "
                   DELIMITED BY SIZE
                   WS-MS-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF
           PERFORM UNTIL WS-MASTER-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF M-ACC-NUMBER = WS-CONTROL-KEY
                           MOVE MASTER-REC(1:41) TO CONTROL-IMAGE
                           MOVE 'Y' TO WS-MASTER-CTL-FOUND
                       ELSE
                           ADD 1 TO WS-ACCOUNT-COUNT
                           ADD M-BALANCE TO WS-BALANCE-TOTAL
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MASTER-CTL-FOUND = 'Y'
               IF WS-ACCOUNT-COUNT NOT = CT-RECORD-COUNT
                  OR WS-BALANCE-TOTAL NOT = CT-HASH-TOTAL
                   CLOSE MASTER-FILE
                   MOVE "CONTROL TOTAL MISMATCH on the master file"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-CLOSE
               END-IF
           ELSE
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING
                   "No control record on " DELIMITED BY SIZE
                   WS-MasterFile           DELIMITED BY SPACE
                   " - totals not verified" DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
           END-IF.

       OPEN-SNAPSHOT-FILE.
           OPEN EXTEND SNAPSHOT-FILE
           IF WS-SNP-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF
           IF WS-SNP-STATUS NOT = "00"
               CLOSE MASTER-FILE
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING
                   "unable to open snapshot file, status "
                   DELIMITED BY SIZE
                   WS-SNP-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
               END-STRING
               PERFORM REFUSE-CLOSE
           END-IF.

       WRITE-ACCOUNT-SNAPSHOTS.
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
                           MOVE SPACES          TO SNAPSHOT-REC
                           MOVE WS-CLOSE-PERIOD TO PS-PERIOD
                           MOVE 'A'             TO PS-REC-TYPE
                           MOVE M-ACC-NUMBER    TO PS-KEY
                           MOVE M-ACC-TYPE      TO PS-ACC-TYPE
                           MOVE M-ACC-STATUS    TO PS-ACC-STATUS
                           MOVE M-CURRENCY      TO PS-CURRENCY
                           MOVE M-BRANCH-CODE   TO PS-BRANCH-CODE
                           MOVE ZERO            TO PS-OPENING
                           MOVE ZERO            TO PS-DEBITS
                           MOVE ZERO            TO PS-CREDITS
                           MOVE M-BALANCE       TO PS-CLOSING
                           WRITE SNAPSHOT-REC
                           ADD 1 TO WS-ACCOUNTS-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

      * one line per GL account, carried forward even when the period
      * did not move it, and listed on the report as it is written
       WRITE-GL-SNAPSHOTS.
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "GL Account        Opening           Debits"
               DELIMITED BY SIZE
               "          Credits           Closing"
               DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           PERFORM VARYING WS-GL-I FROM 1 BY 1
               UNTIL WS-GL-I > WS-GL-COUNT
               COMPUTE WS-GL-CLOSING = WS-GL-OPENING(WS-GL-I)
                   + WS-GL-DEBITS(WS-GL-I) - WS-GL-CREDITS(WS-GL-I)
               MOVE SPACES          TO SNAPSHOT-REC
               MOVE WS-CLOSE-PERIOD TO PS-PERIOD
               MOVE 'G'             TO PS-REC-TYPE
               MOVE WS-GL-ACCOUNT(WS-GL-I) TO PS-KEY
               MOVE WS-GL-OPENING(WS-GL-I) TO PS-OPENING
               MOVE WS-GL-DEBITS(WS-GL-I)  TO PS-DEBITS
               MOVE WS-GL-CREDITS(WS-GL-I) TO PS-CREDITS
               MOVE WS-GL-CLOSING          TO PS-CLOSING
               WRITE SNAPSHOT-REC

               MOVE WS-GL-OPENING(WS-GL-I) TO WS-SIGNED-DISPLAY
               MOVE WS-GL-DEBITS(WS-GL-I)  TO WS-TOTAL-DISPLAY
               MOVE WS-GL-CREDITS(WS-GL-I) TO WS-TOTAL-DISPLAY-2
               MOVE WS-GL-CLOSING          TO WS-SIGNED-DISPLAY-2
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING
                   WS-GL-ACCOUNT(WS-GL-I) DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-SIGNED-DISPLAY      DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY       DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY-2     DELIMITED BY SIZE
                   " "                    DELIMITED BY SIZE
                   WS-SIGNED-DISPLAY-2    DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
           END-PERFORM.

      * the period record is what freezes the month: from here on the
      * posting programs treat its items as prior-period adjustments
       FREEZE-PERIOD.
           OPEN EXTEND PERIOD-FILE
           IF WS-PRD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Unable to open period control file: "
                   WS-PeriodFile
               DISPLAY "Period file status: " WS-PRD-STATUS
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING
                   "CLOSE NOT RECORDED - period control file status "
                   DELIMITED BY SIZE
                   WS-PRD-STATUS DELIMITED BY SIZE
                   "; snapshot written, period still open"
                   DELIMITED BY SIZE
                   INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES              TO PERIOD-REC
           MOVE WS-CLOSE-PERIOD     TO PD-PERIOD
           MOVE 'C'                 TO PD-STATUS
           MOVE WS-BUSINESS-DATE    TO PD-CLOSED-DATE
           MOVE WS-TIME(1:6)        TO PD-CLOSED-TIME
           MOVE WS-CLOSED-BY        TO PD-CLOSED-BY
           MOVE WS-RUN-NUMBER       TO PD-RUN-NUMBER
           MOVE WS-ACCOUNTS-WRITTEN TO PD-ACCOUNT-COUNT
           MOVE WS-BALANCE-TOTAL    TO PD-BALANCE-TOTAL
           MOVE WS-GL-COUNT         TO PD-GL-LINES
           MOVE WS-PERIOD-DEBITS    TO PD-GL-DEBITS
           MOVE WS-PERIOD-CREDITS   TO PD-GL-CREDITS
           WRITE PERIOD-REC
           CLOSE PERIOD-FILE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           MOVE WS-BATCHES-USED    TO WS-COUNT-DISPLAY
           MOVE WS-BATCHES-SKIPPED TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "GL Batches Included: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               "  Other Periods Skipped: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           MOVE WS-GL-COUNT       TO WS-COUNT-DISPLAY
           MOVE WS-PERIOD-DEBITS  TO WS-TOTAL-DISPLAY
           MOVE WS-PERIOD-CREDITS TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "GL Lines: "        DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               "  Period Debits: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY    DELIMITED BY SIZE
               "  Period Credits: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY-2  DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           MOVE WS-ACCOUNTS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE WS-BALANCE-TOTAL    TO WS-SIGNED-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "Accounts Snapshotted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY         DELIMITED BY SIZE
               "  Balance Total: "      DELIMITED BY SIZE
               WS-SIGNED-DISPLAY        DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE

           IF WS-BATCHES-USED = ZERO
               MOVE "Warning: no GL batch for the period was found"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF

           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING
               "PERIOD "         DELIMITED BY SIZE
               WS-CLOSE-PERIOD   DELIMITED BY SIZE
               " CLOSED - items dated in it now post to "
               DELIMITED BY SIZE
               WS-OPEN-PERIOD    DELIMITED BY SIZE
               " as prior-period adjustments" DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           END-STRING
           WRITE CLOSE-REPORT-LINE.

       END PROGRAM PERIOD-CLOSE.
