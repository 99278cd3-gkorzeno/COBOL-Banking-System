      ******************************************************************
      * Monthly loan delinquency aging report for the collections
      * desk. Every running loan on the loan file (see LOANREC) is
      * aged by its oldest installment still unpaid past its due date
      * on the amortization schedule (see LNSCHED) -- scheduled or
      * queued but not yet confirmed posted by LOAN-INSTALLMENTS -- and
      * falls into one bucket:
      *
      *   Current - nothing past due, or past due under 30 days
      *   30      - oldest unpaid installment 30 to 59 days past due
      *   60      - 60 to 89 days past due
      *   90+     - 90 days or more past due
      *
      * Loans are listed by branch (the loan account's M-BRANCH-CODE)
      * with every loan in arrears on its own line -- oldest due date,
      * installments overdue, arrears amount and the balance owed
      * (the loan account's negative M-BALANCE, shown positive) --
      * followed by branch and grand totals per bucket. Run it after
      * the month-end COLLECT and posting so confirmations are in.
      *
      * Days are counted back from the business date on the run-
      * control file with the same calendar-walk simplification the
      * other programs carry (no leap years).
      *
      * Usage:
      *   loanDelinquencyAging [loan-file] [schedule-file]
      *       [master-file] [report-file] [run-control-file]
      *
      * Defaults:
      *   loan-file        = loanAccounts.dat
      *   schedule-file    = loanSchedule.dat
      *   master-file      = indexedMaster
      *   report-file      = loanAgingReport.txt
      *   run-control-file = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DELINQUENCY-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LoanFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-ScheduleFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-FILE.
       01  LOAN-REC.
           COPY LOANREC REPLACING ==:PFX:== BY ==LN==.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           COPY LNSCHED REPLACING ==:PFX:== BY ==LS==.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-LoanFile          PIC X(200) VALUE "loanAccounts.dat".
       01  WS-ScheduleFile      PIC X(200) VALUE "loanSchedule.dat".
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-ReportFile        PIC X(200)
           VALUE "loanAgingReport.txt".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".

       01  WS-LN-STATUS         PIC XX.
       01  WS-LS-STATUS         PIC XX.
       01  WS-MS-STATUS         PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-RUN-STAMPED       PIC X VALUE 'N'.
       01  WS-RUN-NUM-DISPLAY   PIC ZZZZZ9.
       01  WS-RUN-BUSINESS-DATE PIC X(8).

       01  WS-LOAN-EOF          PIC X VALUE 'N'.
       01  WS-SCHED-EOF         PIC X VALUE 'N'.

      * one entry per running loan, aged as the schedule streams past
       01  WS-AGING-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
               10 WS-AG-ACC           PIC X(10).
               10 WS-AG-LINKED        PIC X(10).
               10 WS-AG-NAME          PIC X(20).
               10 WS-AG-BRANCH        PIC X(3).
               10 WS-AG-OWED          PIC S9(10)V99.
               10 WS-AG-OLDEST-DUE    PIC X(8).
               10 WS-AG-OVERDUE-COUNT PIC 9(3).
               10 WS-AG-ARREARS       PIC 9(10)V99.
               10 WS-AG-BUCKET        PIC 9.
       01  WS-LOAN-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LOAN-MAX          PIC 9(5) VALUE 500.
       01  WS-AG-I              PIC 9(5).
       01  WS-AG-FOUND          PIC 9(5) VALUE ZERO.

      * bucket totals: 1 current, 2 thirty, 3 sixty, 4 ninety-plus;
      * the branch set is reset at each branch break
       01  WS-BUCKET-LABELS.
           05 FILLER PIC X(8) VALUE "Current ".
           05 FILLER PIC X(8) VALUE "30-59   ".
           05 FILLER PIC X(8) VALUE "60-89   ".
           05 FILLER PIC X(8) VALUE "90+     ".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BK-LABEL PIC X(8) OCCURS 4 TIMES.

       01  WS-GRAND-BUCKETS.
           05 WS-GB-ENTRY OCCURS 4 TIMES.
               10 WS-GB-COUNT   PIC 9(7).
               10 WS-GB-OWED    PIC S9(12)V99.
               10 WS-GB-ARREARS PIC 9(12)V99.
       01  WS-BRANCH-BUCKETS.
           05 WS-BB-ENTRY OCCURS 4 TIMES.
               10 WS-BB-COUNT   PIC 9(7).
               10 WS-BB-OWED    PIC S9(12)V99.
               10 WS-BB-ARREARS PIC 9(12)V99.
       01  WS-BK-I              PIC 9.

      * branches in the order they are printed
       01  WS-BRANCH-LIST.
           05 WS-BL-CODE PIC X(3) OCCURS 100 TIMES.
       01  WS-BRANCH-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-BL-I              PIC 9(3).
       01  WS-BL-J              PIC 9(3).
       01  WS-BL-FOUND          PIC X.
       01  WS-BL-SWAP           PIC X(3).
       01  WS-CURRENT-BRANCH    PIC X(3).

       01  WS-BUSINESS-DATE     PIC X(8).
       01  WS-CUTOFF-30         PIC X(8).
       01  WS-CUTOFF-60         PIC X(8).
       01  WS-CUTOFF-90         PIC X(8).
       01  WS-CUTOFF-DATE.
           05 WS-CUT-CC PIC 99.
           05 WS-CUT-YY PIC 99.
           05 WS-CUT-MM PIC 99.
           05 WS-CUT-DD PIC 99.
       01  WS-WALK-DAYS         PIC 9(5).

       01  WS-LOANS-READ        PIC 9(7) VALUE ZERO.
       01  WS-MASTER-MISSING    PIC 9(7) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-INST-DISPLAY      PIC ZZ9.
       01  WS-AMOUNT-DISPLAY    PIC -ZZZZZZZZZ9.99.
       01  WS-ARREARS-DISPLAY   PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-DISPLAY     PIC -ZZZZZZZZZZZ9.99.
       01  WS-TOTAL-ARR-DISPLAY PIC ZZZZZZZZZZZ9.99.

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

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-RUNNING-LOANS
           PERFORM AGE-SCHEDULE
           PERFORM ASSIGN-BUCKETS
           PERFORM BUILD-BRANCH-LIST

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE ZERO TO WS-GB-COUNT(WS-BK-I)
               MOVE ZERO TO WS-GB-OWED(WS-BK-I)
               MOVE ZERO TO WS-GB-ARREARS(WS-BK-I)
           END-PERFORM

           PERFORM VARYING WS-BL-I FROM 1 BY 1
               UNTIL WS-BL-I > WS-BRANCH-COUNT
               MOVE WS-BL-CODE(WS-BL-I) TO WS-CURRENT-BRANCH
               PERFORM WRITE-BRANCH-SECTION
           END-PERFORM

           PERFORM WRITE-GRAND-TOTALS

           CLOSE MASTER-FILE
                 REPORT-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-LoanFile
                        WS-ScheduleFile
                        WS-MasterFile
                        WS-ReportFile
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      ******************************************************************
      * Picks up the current cycle's run number and business date from
      * the run-control file kept by RUN-CONTROL, so arrears are aged
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

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open loan aging report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed master file: "
                   WS-MasterFile
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      * paid-off loans owe nothing and are left off the report; a
      * loan file too large for the table stops the run rather than
      * print a partial picture
       LOAD-RUNNING-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = "00"
               DISPLAY "Unable to open loan file: " WS-LoanFile
               DISPLAY "Loan status: " WS-LN-STATUS
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOAN-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LN-STATUS = 'A'
                           PERFORM ADD-LOAN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       ADD-LOAN-ENTRY.
           IF WS-LOAN-COUNT >= WS-LOAN-MAX
               DISPLAY "Loan file exceeds " WS-LOAN-MAX
                   " running loans: " WS-LoanFile
               CLOSE LOAN-FILE
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE LN-ACC-NUMBER TO WS-AG-ACC(WS-LOAN-COUNT)
           MOVE LN-LINKED-ACC TO WS-AG-LINKED(WS-LOAN-COUNT)
           MOVE SPACES        TO WS-AG-OLDEST-DUE(WS-LOAN-COUNT)
           MOVE ZERO          TO WS-AG-OVERDUE-COUNT(WS-LOAN-COUNT)
           MOVE ZERO          TO WS-AG-ARREARS(WS-LOAN-COUNT)
           MOVE ZERO          TO WS-AG-OWED(WS-LOAN-COUNT)

           MOVE LN-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MASTER-MISSING
                   MOVE "*NOT ON MASTER*" TO WS-AG-NAME(WS-LOAN-COUNT)
                   MOVE "???"         TO WS-AG-BRANCH(WS-LOAN-COUNT)
               NOT INVALID KEY
                   MOVE M-ACC-NAME    TO WS-AG-NAME(WS-LOAN-COUNT)
                   MOVE M-BRANCH-CODE TO WS-AG-BRANCH(WS-LOAN-COUNT)
                   COMPUTE WS-AG-OWED(WS-LOAN-COUNT) = ZERO - M-BALANCE
           END-READ.

      ******************************************************************
      * An installment is in arrears when it is due before the
      * business date and not yet confirmed paid ('S' never queued or
      * 'Q' queued and still refused). The schedule is in loan order,
      * so the last loan found is tried first.
      ******************************************************************
       AGE-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-LS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       IF LS-STATUS NOT = 'P'
                          AND LS-DUE-DATE < WS-BUSINESS-DATE
                           PERFORM ADD-TO-ARREARS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       ADD-TO-ARREARS.
           IF WS-AG-FOUND NOT = ZERO
               IF WS-AG-ACC(WS-AG-FOUND) NOT = LS-ACC-NUMBER
                   MOVE ZERO TO WS-AG-FOUND
               END-IF
           END-IF
           IF WS-AG-FOUND = ZERO
               PERFORM VARYING WS-AG-I FROM 1 BY 1
                   UNTIL WS-AG-I > WS-LOAN-COUNT
                      OR WS-AG-FOUND NOT = ZERO
                   IF WS-AG-ACC(WS-AG-I) = LS-ACC-NUMBER
                       MOVE WS-AG-I TO WS-AG-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AG-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AG-OVERDUE-COUNT(WS-AG-FOUND)
           ADD LS-AMOUNT TO WS-AG-ARREARS(WS-AG-FOUND)
           IF WS-AG-OLDEST-DUE(WS-AG-FOUND) = SPACES
              OR LS-DUE-DATE < WS-AG-OLDEST-DUE(WS-AG-FOUND)
               MOVE LS-DUE-DATE TO WS-AG-OLDEST-DUE(WS-AG-FOUND)
           END-IF.

      * a cutoff is the business date less the bucket's days, so an
      * oldest due date on or before it is at least that far behind
       ASSIGN-BUCKETS.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-LOAN-COUNT
               EVALUATE TRUE
                   WHEN WS-AG-OLDEST-DUE(WS-AG-I) = SPACES
                       MOVE 1 TO WS-AG-BUCKET(WS-AG-I)
                   WHEN WS-AG-OLDEST-DUE(WS-AG-I) NOT > WS-CUTOFF-90
                       MOVE 4 TO WS-AG-BUCKET(WS-AG-I)
                   WHEN WS-AG-OLDEST-DUE(WS-AG-I) NOT > WS-CUTOFF-60
                       MOVE 3 TO WS-AG-BUCKET(WS-AG-I)
                   WHEN WS-AG-OLDEST-DUE(WS-AG-I) NOT > WS-CUTOFF-30
                       MOVE 2 TO WS-AG-BUCKET(WS-AG-I)
                   WHEN OTHER
                       MOVE 1 TO WS-AG-BUCKET(WS-AG-I)
               END-EVALUATE
           END-PERFORM.

      * distinct branches, sorted ascending so the report reads in
      * branch order whatever order the loans were booked in
       BUILD-BRANCH-LIST.
           PERFORM VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-LOAN-COUNT
               MOVE 'N' TO WS-BL-FOUND
               PERFORM VARYING WS-BL-I FROM 1 BY 1
                   UNTIL WS-BL-I > WS-BRANCH-COUNT
                   IF WS-BL-CODE(WS-BL-I) = WS-AG-BRANCH(WS-AG-I)
                       MOVE 'Y' TO WS-BL-FOUND
                   END-IF
               END-PERFORM
               IF WS-BL-FOUND = 'N' AND WS-BRANCH-COUNT < 100
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-AG-BRANCH(WS-AG-I)
                       TO WS-BL-CODE(WS-BRANCH-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BL-I FROM 1 BY 1
               UNTIL WS-BL-I >= WS-BRANCH-COUNT
               PERFORM VARYING WS-BL-J FROM WS-BL-I BY 1
                   UNTIL WS-BL-J > WS-BRANCH-COUNT
                   IF WS-BL-CODE(WS-BL-J) < WS-BL-CODE(WS-BL-I)
                       MOVE WS-BL-CODE(WS-BL-I) TO WS-BL-SWAP
                       MOVE WS-BL-CODE(WS-BL-J)
                           TO WS-BL-CODE(WS-BL-I)
                       MOVE WS-BL-SWAP TO WS-BL-CODE(WS-BL-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-BRANCH-SECTION.
           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE ZERO TO WS-BB-COUNT(WS-BK-I)
               MOVE ZERO TO WS-BB-OWED(WS-BK-I)
               MOVE ZERO TO WS-BB-ARREARS(WS-BK-I)
           END-PERFORM

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Branch: "          DELIMITED BY SIZE
               WS-CURRENT-BRANCH   DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           PERFORM VARYING WS-AG-I FROM 1 BY 1
               UNTIL WS-AG-I > WS-LOAN-COUNT
               IF WS-AG-BRANCH(WS-AG-I) = WS-CURRENT-BRANCH
                   MOVE WS-AG-BUCKET(WS-AG-I) TO WS-BK-I
                   ADD 1 TO WS-BB-COUNT(WS-BK-I)
                   ADD WS-AG-OWED(WS-AG-I) TO WS-BB-OWED(WS-BK-I)
                   ADD WS-AG-ARREARS(WS-AG-I)
                       TO WS-BB-ARREARS(WS-BK-I)
                   ADD 1 TO WS-GB-COUNT(WS-BK-I)
                   ADD WS-AG-OWED(WS-AG-I) TO WS-GB-OWED(WS-BK-I)
                   ADD WS-AG-ARREARS(WS-AG-I)
                       TO WS-GB-ARREARS(WS-BK-I)
                   IF WS-AG-OVERDUE-COUNT(WS-AG-I) > ZERO
                       PERFORM WRITE-ARREARS-LINE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE WS-BB-COUNT(WS-BK-I)   TO WS-COUNT-DISPLAY
               MOVE WS-BB-OWED(WS-BK-I)    TO WS-TOTAL-DISPLAY
               MOVE WS-BB-ARREARS(WS-BK-I) TO WS-TOTAL-ARR-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING
                   "  Branch "           DELIMITED BY SIZE
                   WS-CURRENT-BRANCH     DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-BK-LABEL(WS-BK-I)  DELIMITED BY SIZE
                   " Loans: "            DELIMITED BY SIZE
                   WS-COUNT-DISPLAY      DELIMITED BY SIZE
                   " Owed: "             DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY      DELIMITED BY SIZE
                   " Arrears: "          DELIMITED BY SIZE
                   WS-TOTAL-ARR-DISPLAY  DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-PERFORM.

       WRITE-ARREARS-LINE.
           MOVE WS-AG-OVERDUE-COUNT(WS-AG-I) TO WS-INST-DISPLAY
           MOVE WS-AG-ARREARS(WS-AG-I)       TO WS-ARREARS-DISPLAY
           MOVE WS-AG-OWED(WS-AG-I)          TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               WS-BK-LABEL(WS-BK-I)   DELIMITED BY SIZE
               " Loan: "              DELIMITED BY SIZE
               WS-AG-ACC(WS-AG-I)     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-AG-NAME(WS-AG-I)    DELIMITED BY SIZE
               " Oldest Due: "        DELIMITED BY SIZE
               WS-AG-OLDEST-DUE(WS-AG-I) DELIMITED BY SIZE
               " Inst: "              DELIMITED BY SIZE
               WS-INST-DISPLAY        DELIMITED BY SIZE
               " Arrears: "           DELIMITED BY SIZE
               WS-ARREARS-DISPLAY     DELIMITED BY SIZE
               " Owed: "              DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " Debit Acct: "        DELIMITED BY SIZE
               WS-AG-LINKED(WS-AG-I)  DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Loan Delinquency Aging Report" DELIMITED BY SIZE
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
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "30 days before: "  DELIMITED BY SIZE
               WS-CUTOFF-30        DELIMITED BY SIZE
               " 60 days before: " DELIMITED BY SIZE
               WS-CUTOFF-60        DELIMITED BY SIZE
               " 90 days before: " DELIMITED BY SIZE
               WS-CUTOFF-90        DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-LOANS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Loan Records Read: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY      DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO AGING-REPORT-LINE
           STRING
               "Running Loans Aged: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY       DELIMITED BY SIZE
               INTO AGING-REPORT-LINE
           END-STRING
           WRITE AGING-REPORT-LINE

           IF WS-MASTER-MISSING > ZERO
               MOVE WS-MASTER-MISSING TO WS-COUNT-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING
                   "Loan Accounts Not On Master: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY       DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-IF

           PERFORM VARYING WS-BK-I FROM 1 BY 1 UNTIL WS-BK-I > 4
               MOVE WS-GB-COUNT(WS-BK-I)   TO WS-COUNT-DISPLAY
               MOVE WS-GB-OWED(WS-BK-I)    TO WS-TOTAL-DISPLAY
               MOVE WS-GB-ARREARS(WS-BK-I) TO WS-TOTAL-ARR-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING
                   "Total "              DELIMITED BY SIZE
                   WS-BK-LABEL(WS-BK-I)  DELIMITED BY SIZE
                   " Loans: "            DELIMITED BY SIZE
                   WS-COUNT-DISPLAY      DELIMITED BY SIZE
                   " Owed: "             DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY      DELIMITED BY SIZE
                   " Arrears: "          DELIMITED BY SIZE
                   WS-TOTAL-ARR-DISPLAY  DELIMITED BY SIZE
                   INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
           END-PERFORM.

       END PROGRAM LOAN-DELINQUENCY-AGING.
