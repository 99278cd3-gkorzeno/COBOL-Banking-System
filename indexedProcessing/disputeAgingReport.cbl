      ******************************************************************
      * Aging report of the card desk's open dispute cases (see
      * DSPREC) against the card network's chargeback deadlines.
      * Every case not yet resolved -- open ('O', provisional credit
      * queued, not yet on a chargeback extract) or submitted ('S',
      * with the switch) -- is listed with its age since it was
      * opened and its deadline, and falls into one age bucket:
      *
      *   0-29    - opened under 30 days ago
      *   30-59   - 30 to 59 days ago
      *   60-89   - 60 to 89 days ago
      *   90+     - 90 days or more ago
      *
      * A case whose deadline has passed while it is still open is
      * flagged PAST DEADLINE -- the chargeback can no longer reach
      * the switch and the provisional credit is the bank's loss
      * unless the desk resolves it -- and one whose deadline falls
      * within warning-days is flagged DUE SOON. A submitted case is
      * with the network and is not flagged. Any case past its
      * deadline ends the run with return code 4.
      *
      * Days are counted from the business date on the run-control
      * file (today when there is none) with the same calendar-walk
      * simplification the other programs carry (no leap years).
      *
      * Usage:
      *   disputeAgingReport [dispute-file] [report-file]
      *       [warning-days] [run-control-file]
      *
      * Defaults:
      *   dispute-file     = indexedDisputes
      *   report-file      = disputeAgingReport.txt
      *   warning-days     = 10
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DisputeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY DSPREC REPLACING ==:PFX:== BY ==DS==.

       FD  REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-DisputeFile       PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-WARNING-DAYS  PIC X(5).
       01  WS-RunControlFile    PIC X(200).

       01  WS-DSP-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-RUN-STAMPED       PIC X VALUE 'N'.
       01  WS-RUN-NUM-DISPLAY   PIC ZZZZZ9.
       01  WS-RUN-BUSINESS-DATE PIC X(8).

       01  WS-DSP-EOF           PIC X VALUE 'N'.
       01  WS-WARNING-DAYS      PIC 9(5) VALUE 10.

      * bucket totals: 1 under thirty, 2 thirty, 3 sixty, 4 ninety-plus
       01  WS-BUCKET-LABELS.
           05 FILLER PIC X(8) VALUE "0-29    ".
           05 FILLER PIC X(8) VALUE "30-59   ".
           05 FILLER PIC X(8) VALUE "60-89   ".
           05 FILLER PIC X(8) VALUE "90+     ".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BK-LABEL PIC X(8) OCCURS 4 TIMES.

       01  WS-BUCKETS.
           05 WS-BK-ENTRY OCCURS 4 TIMES.
               10 WS-BK-COUNT   PIC 9(7).
               10 WS-BK-AMOUNT  PIC 9(12)V99.
       01  WS-BK-I              PIC 9.

       01  WS-CASE-FLAG         PIC X(13).

       01  WS-CASES-READ        PIC 9(7) VALUE ZERO.
       01  WS-CASES-OPEN        PIC 9(7) VALUE ZERO.
       01  WS-CASES-SUBMITTED   PIC 9(7) VALUE ZERO.
       01  WS-CASES-PAST        PIC 9(7) VALUE ZERO.
       01  WS-CASES-DUE-SOON    PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-PAST       PIC 9(12)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-CUTOFF-30         PIC X(8).
       01  WS-CUTOFF-60         PIC X(8).
       01  WS-CUTOFF-90         PIC X(8).
       01  WS-WARNING-DATE      PIC X(8).
       01  WS-CUTOFF-DATE.
           05 WS-CUT-CC PIC 99.
           05 WS-CUT-YY PIC 99.
           05 WS-CUT-MM PIC 99.
           05 WS-CUT-DD PIC 99.
       01  WS-WALK-DAYS         PIC 9(5).

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.

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
           PERFORM READ-RUN-CONTROL

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-YEAR  TO WS-TODAY-YY
           MOVE WS-MONTH TO WS-TODAY-MM
           MOVE WS-DAY   TO WS-TODAY-DD

           MOVE WS-TODAY TO WS-BUSINESS-DATE
           IF WS-RUN-STAMPED = 'Y'
               MOVE WS-RUN-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF

           MOVE 30 TO WS-WALK-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-30
           MOVE 60 TO WS-WALK-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-60
           MOVE 90 TO WS-WALK-DAYS
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-90
           PERFORM COMPUTE-WARNING-DATE

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE ZERO TO WS-BK-COUNT(WS-BK-I)
               MOVE ZERO TO WS-BK-AMOUNT(WS-BK-I)
           END-PERFORM

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-DSP-EOF = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO WS-DSP-EOF
                   NOT AT END
                       ADD 1 TO WS-CASES-READ
                       IF DS-STATUS = 'O' OR DS-STATUS = 'S'
                           PERFORM AGE-DISPUTE-CASE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS

           CLOSE DISPUTE-FILE
                 REPORT-FILE

           IF WS-CASES-PAST > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-DisputeFile
                    WS-ReportFile
                    WS-ARG-WARNING-DAYS
                    WS-RunControlFile
           END-UNSTRING

           IF WS-DisputeFile = SPACES OR WS-DisputeFile = "-"
               MOVE "indexedDisputes" TO WS-DisputeFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "disputeAgingReport.txt" TO WS-ReportFile
           END-IF
           IF WS-ARG-WARNING-DAYS NOT = SPACES
              AND WS-ARG-WARNING-DAYS NOT = "-"
               COMPUTE WS-WARNING-DAYS =
                   FUNCTION NUMVAL(WS-ARG-WARNING-DAYS)
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      ******************************************************************
      * Picks up the current cycle's run number and business date from
      * the run-control file kept by RUN-CONTROL, so cases are aged
      * against the date being posted. A missing run-control file
      * falls back to today.
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
                   MOVE RN-RUN-NUMBER    TO WS-RUN-NUM-DISPLAY
                   MOVE RN-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE
                   MOVE 'Y' TO WS-RUN-STAMPED
           END-READ
           CLOSE RUN-CONTROL-FILE.

      * walks the business date back WS-WALK-DAYS days
       COMPUTE-CUTOFF-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           PERFORM WS-WALK-DAYS TIMES
               SUBTRACT 1 FROM WS-CUT-DD
               IF WS-CUT-DD < 1
                   SUBTRACT 1 FROM WS-CUT-MM
                   IF WS-CUT-MM < 1
                       MOVE 12 TO WS-CUT-MM
                       SUBTRACT 1 FROM WS-CUT-YY
                   END-IF
                   MOVE WS-DIM-DAYS(WS-CUT-MM) TO WS-CUT-DD
               END-IF
           END-PERFORM.

      * walks the business date forward the warning span; a deadline
      * on or before it is due soon
       COMPUTE-WARNING-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           PERFORM WS-WARNING-DAYS TIMES
               ADD 1 TO WS-CUT-DD
               IF WS-CUT-DD > WS-DIM-DAYS(WS-CUT-MM)
                   MOVE 1 TO WS-CUT-DD
                   ADD 1 TO WS-CUT-MM
                   IF WS-CUT-MM > 12
                       MOVE 1 TO WS-CUT-MM
                       ADD 1 TO WS-CUT-YY
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CUTOFF-DATE TO WS-WARNING-DATE.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open dispute aging report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "Unable to open dispute file: " WS-DisputeFile
               DISPLAY "Dispute status: " WS-DSP-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * A cutoff is the business date less the bucket's days, so an
      * opened date on or before it is at least that old. Only a case
      * still waiting to go to the switch can miss its deadline.
      ******************************************************************
       AGE-DISPUTE-CASE.
           IF DS-STATUS = 'O'
               ADD 1 TO WS-CASES-OPEN
           ELSE
               ADD 1 TO WS-CASES-SUBMITTED
           END-IF

           EVALUATE TRUE
               WHEN DS-OPENED-DATE NOT > WS-CUTOFF-90
                   MOVE 4 TO WS-BK-I
               WHEN DS-OPENED-DATE NOT > WS-CUTOFF-60
                   MOVE 3 TO WS-BK-I
               WHEN DS-OPENED-DATE NOT > WS-CUTOFF-30
                   MOVE 2 TO WS-BK-I
               WHEN OTHER
                   MOVE 1 TO WS-BK-I
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT(WS-BK-I)
           ADD DS-AMOUNT TO WS-BK-AMOUNT(WS-BK-I)

           MOVE SPACES TO WS-CASE-FLAG
           IF DS-STATUS = 'O'
               EVALUATE TRUE
                   WHEN DS-DEADLINE-DATE < WS-BUSINESS-DATE
                       MOVE "PAST DEADLINE" TO WS-CASE-FLAG
                       ADD 1 TO WS-CASES-PAST
                       ADD DS-AMOUNT TO WS-AMOUNT-PAST
                   WHEN DS-DEADLINE-DATE NOT > WS-WARNING-DATE
                       MOVE "DUE SOON" TO WS-CASE-FLAG
                       ADD 1 TO WS-CASES-DUE-SOON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
           MOVE DS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               WS-BK-LABEL(WS-BK-I) DELIMITED BY SIZE
               DS-ACC-NUMBER        DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               DS-SWITCH-REF        DELIMITED BY SIZE
               " St: "              DELIMITED BY SIZE
               DS-STATUS            DELIMITED BY SIZE
               " Rsn: "             DELIMITED BY SIZE
               DS-REASON-CODE       DELIMITED BY SIZE
               " Amount: "          DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
               " Opened: "          DELIMITED BY SIZE
               DS-OPENED-DATE       DELIMITED BY SIZE
               " Deadline: "        DELIMITED BY SIZE
               DS-DEADLINE-DATE     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-CASE-FLAG         DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Card Dispute Aging Report" DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           IF WS-RUN-STAMPED = 'Y'
               MOVE SPACES TO AGING-REPORT-LINE
               STRING
                   "Run: "               DELIMITED BY SIZE
                   WS-RUN-NUM-DISPLAY    DELIMITED BY SIZE
                   " Business Date: "    DELIMITED BY SIZE
                   WS-RUN-BUSINESS-DATE  DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-IF

           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Aged as of: " WS-BUSINESS-DATE
               " Due soon by: " WS-WARNING-DATE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE WS-BK-COUNT(WS-BK-I)  TO WS-COUNT-DISPLAY
               MOVE WS-BK-AMOUNT(WS-BK-I) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING
                   "Aged "              DELIMITED BY SIZE
                   WS-BK-LABEL(WS-BK-I) DELIMITED BY SIZE
                   " Cases: "           DELIMITED BY SIZE
                   WS-COUNT-DISPLAY     DELIMITED BY SIZE
                   " Amount: "          DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY     DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-PERFORM

           MOVE WS-CASES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Cases On File: "    DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-CASES-OPEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Open, Not Submitted: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-CASES-SUBMITTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Submitted To Switch: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-CASES-DUE-SOON TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Due Soon: "         DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-CASES-PAST  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-PAST TO WS-TOTAL-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Past Deadline: "    DELIMITED BY SIZE
               WS-COUNT-DISPLAY     DELIMITED BY SIZE
               " Amount: "          DELIMITED BY SIZE
               WS-TOTAL-DISPLAY     DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       END PROGRAM DISPUTE-AGING-REPORT.
