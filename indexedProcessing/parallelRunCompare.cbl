      ******************************************************************
      * Parallel-run comparison of the two posting programs. The
      * line-sequential UPDATE-ACCOUNTS and UPDATE-ACCOUNTS-INDEXED
      * are run over the same master and the same transactions, each
      * into its own set of output files, and this program proves
      * the two answers against each other from those outputs:
      *
      *   updated masters  every account whose closing balance,
      *                    status or last-activity date differs, and
      *                    every account on one master only
      *   posting journals every item (account + transaction id)
      *   and reject files posted by one run and rejected by the
      *                    other, rejected by both with different
      *                    reason codes, posted by both for different
      *                    amounts, or seen by one run only (posted or
      *                    rejected there, neither in the other --
      *                    warehoused, skipped or never reached)
      *   summary reports  every grand total (the lines after the
      *                    first row of '=' on each summary: totals,
      *                    reject counters, GL type and branch lines,
      *                    settlement and trial balance) that differs,
      *                    matched on the label before the first ': '
      *
      * A journal line counts as a posting when it carries the fixed
      * layout both programs write: "Account: " in column 1, the
      * account at 10, the transaction id at 31 and the amount at 56.
      * A transfer credit's line carries the target account and the
      * transfer's id, which is also how a refused credit is written
      * back to the reject file, so the two meet on the same key.
      *
      * Known differences. Some checks exist in one program only,
      * and an item one run refuses on such a check is listed but
      * tagged KNOWN rather than BREAK:
      *   indexed only     21 KYC debit restriction, 22 and 23
      *                    positive pay (and the other indexed-only
      *                    work -- loans, close-out, mandates at the
      *                    clearing import, prior-period adjustments,
      *                    the posted-flag skip and recycle mode --
      *                    shows up in the totals below)
      *   sequential only  06 duplicate id, 07 duplicate table full,
      *                    14 out of sequence
      * A summary line only one report carries is KNOWN as well (the
      * indexed summary has its own interest, fee, withholding,
      * release, recycle and prior-period totals; the sequential one
      * its out-of-sequence count), except the per-type, per-branch
      * and settlement lines both programs print, where a line on one
      * side only is a BREAK.
      *
      * The run ends with RETURN-CODE 8 when there is any BREAK,
      * 4 when every difference is KNOWN, and 0 when the runs agree.
      * Any input that cannot be opened, or a summary with more total
      * lines than the table holds, stops the run with RETURN-CODE 8.
      *
      * Both masters are read in account order (the sequential one is
      * in that order once SEQUENCE-EDIT has passed it); the control
      * record on either is not an account and is skipped.
      *
      * Usage:
      *   parallelRunCompare [seq-master] [seq-reject-file]
      *       [seq-journal] [seq-summary] [idx-master]
      *       [idx-reject-file] [idx-journal] [idx-summary]
      *       [report-file]
      *
      * Defaults:
      *   seq-master      = seqUpdatedMaster.dat
      *   seq-reject-file = seqRejectTransactions.dat
      *   seq-journal     = seqPostingJournal.txt
      *   seq-summary     = seqSummaryReport.txt
      *   idx-master      = indexedMasterOut
      *   idx-reject-file = rejectTransactions.dat
      *   idx-journal     = postingJournal.txt
      *   idx-summary     = summaryReport.txt
      *   report-file     = parallelRunReport.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALLEL-RUN-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-MASTER-FILE ASSIGN TO DYNAMIC WS-SeqMasterFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMS-STATUS.

           SELECT SEQ-REJECT-FILE ASSIGN TO DYNAMIC WS-SeqRejectFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRJ-STATUS.

           SELECT SEQ-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-SeqJournalFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJR-STATUS.

           SELECT SEQ-SUMMARY-FILE ASSIGN TO DYNAMIC
               WS-SeqSummaryFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSM-STATUS.

           SELECT IDX-MASTER-FILE ASSIGN TO DYNAMIC WS-IdxMasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ACC-NUMBER
               FILE STATUS IS WS-IMS-STATUS.

           SELECT IDX-REJECT-FILE ASSIGN TO DYNAMIC WS-IdxRejectFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRJ-STATUS.

           SELECT IDX-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-IdxJournalFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IJR-STATUS.

           SELECT IDX-SUMMARY-FILE ASSIGN TO DYNAMIC
               WS-IdxSummaryFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISM-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT ITEM-WORK ASSIGN TO "itemWork".

       DATA DIVISION.
       FILE SECTION.

       FD  SEQ-MASTER-FILE.
       01  SEQ-MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==SM==.

       FD  SEQ-REJECT-FILE.
       01  SEQ-REJECT-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==RS==.
           05 RS-REASON-CODE  PIC XX.

       FD  SEQ-JOURNAL-FILE.
       01  SEQ-JOURNAL-LINE PIC X(200).

       FD  SEQ-SUMMARY-FILE.
       01  SEQ-SUMMARY-LINE PIC X(300).

       FD  IDX-MASTER-FILE.
       01  IDX-MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==IM==.

       FD  IDX-REJECT-FILE.
       01  IDX-REJECT-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==RI==.
           05 RI-REASON-CODE  PIC XX.

       FD  IDX-JOURNAL-FILE.
       01  IDX-JOURNAL-LINE PIC X(200).

       FD  IDX-SUMMARY-FILE.
       01  IDX-SUMMARY-LINE PIC X(300).

       FD  REPORT-FILE.
       01  COMPARE-REPORT-LINE PIC X(132).

      * one posting or one reject, from either run; within an item
      * the sequential run's records come first
       SD  ITEM-WORK.
       01  ITEM-REC.
           05 IW-ACC-NUMBER     PIC X(10).
           05 IW-TRANS-ID       PIC X(8).
           05 IW-RUN            PIC 9.
           05 IW-OUTCOME        PIC X.
           05 IW-TRX-TYPE       PIC X.
           05 IW-AMOUNT         PIC 9(10)V99.
           05 IW-REASON-CODE    PIC XX.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-SeqMasterFile     PIC X(200).
       01  WS-SeqRejectFile     PIC X(200).
       01  WS-SeqJournalFile    PIC X(200).
       01  WS-SeqSummaryFile    PIC X(200).
       01  WS-IdxMasterFile     PIC X(200).
       01  WS-IdxRejectFile     PIC X(200).
       01  WS-IdxJournalFile    PIC X(200).
       01  WS-IdxSummaryFile    PIC X(200).
       01  WS-ReportFile        PIC X(200).

       01  WS-SMS-STATUS        PIC XX.
       01  WS-SRJ-STATUS        PIC XX.
       01  WS-SJR-STATUS        PIC XX.
       01  WS-SSM-STATUS        PIC XX.
       01  WS-IMS-STATUS        PIC XX.
       01  WS-IRJ-STATUS        PIC XX.
       01  WS-IJR-STATUS        PIC XX.
       01  WS-ISM-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  WS-EOF               PIC X.
       01  WS-SORT-EOF          PIC X VALUE 'N'.
       01  WS-OPEN-FAILED       PIC X VALUE 'N'.

      * runs, by the subscript used throughout: 1 sequential,
      * 2 indexed
       01  WS-RUN-NAMES.
           05 FILLER PIC X(10) VALUE "SEQUENTIAL".
           05 FILLER PIC X(10) VALUE "INDEXED   ".
       01  WS-RUN-NAME-TABLE REDEFINES WS-RUN-NAMES.
           05 WS-RUN-NAME       PIC X(10) OCCURS 2 TIMES.

      * reject reason codes only one of the two programs can raise
       01  WS-CHK-CODE          PIC XX.
           88 INDEXED-ONLY-CODE    VALUES "21" "22" "23".
           88 SEQUENTIAL-ONLY-CODE VALUES "06" "07" "14".

      * master match
       01  WS-SM-KEY            PIC X(10).
       01  WS-IM-KEY            PIC X(10).
       01  WS-ACCOUNT-DIFFERS   PIC X.
       01  WS-MV-FIELD          PIC X(13).
       01  WS-MV-SEQ            PIC X(14).
       01  WS-MV-IDX            PIC X(14).
       01  WS-BALANCE-DISPLAY   PIC -ZZZZZZZZZ9.99.

      * one item's records from both runs
       01  WS-FIRST-ITEM        PIC X VALUE 'Y'.
       01  WS-PREV-ACC-NUMBER   PIC X(10).
       01  WS-PREV-TRANS-ID     PIC X(8).
       01  WS-ITEM-TRX-TYPE     PIC X.
       01  WS-ITEM-RUNS.
           05 WS-IR-ENTRY OCCURS 2 TIMES.
               10 WS-IR-POSTED      PIC 9(5).
               10 WS-IR-AMOUNT      PIC 9(11)V99.
               10 WS-IR-REJECTED    PIC 9(5).
               10 WS-IR-REASON-CODE PIC XX.
       01  WS-RUN-I             PIC 9.
       01  WS-DIFF-TAG          PIC X(5).
       01  WS-DIFF-NOTE         PIC X(22).
       01  WS-OUTCOMES.
           05 WS-OUTCOME-TEXT   PIC X(20) OCCURS 2 TIMES.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.

      * journal line fields, by column (see WRITE-POSTING-JOURNAL-
      * LINE in either update program)
       01  WS-JRNL-LINE         PIC X(200).

      * summary total lines: the label before the first ': ' and the
      * value after it, leading spaces dropped
       01  WS-SUM-TABLE-MAX     PIC 9(3) VALUE 300.
       01  WS-SUM-COUNTS.
           05 WS-SUM-COUNT      PIC 9(3) OCCURS 2 TIMES.
       01  WS-SUM-TABLE.
           05 WS-SUM-RUN OCCURS 2 TIMES.
               10 WS-SUM-ENTRY OCCURS 300 TIMES.
                   15 WS-SUM-LABEL   PIC X(60).
                   15 WS-SUM-VALUE   PIC X(120).
                   15 WS-SUM-MATCHED PIC X.
       01  WS-SUM-I             PIC 9(3).
       01  WS-SUM-X             PIC 9(3).
       01  WS-SUM-LINE          PIC X(300).
       01  WS-IN-TOTALS         PIC X.
       01  WS-LABEL-LEN         PIC 9(3).
       01  WS-LEAD-SPACES       PIC 9(3).
       01  WS-VALUE-START       PIC 9(3).
       01  WS-NEW-LABEL         PIC X(60).
       01  WS-NEW-VALUE         PIC X(120).
       01  WS-SUM-FOUND         PIC X.

      * counts for the closing section
       01  WS-ACCOUNTS-COMPARED PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNTS-DIFFER   PIC 9(8) VALUE ZERO.
       01  WS-ACCOUNTS-ONE-SIDE PIC 9(8) VALUE ZERO.
       01  WS-ITEMS-COMPARED    PIC 9(8) VALUE ZERO.
       01  WS-ITEMS-AGREE       PIC 9(8) VALUE ZERO.
       01  WS-ITEM-BREAKS       PIC 9(8) VALUE ZERO.
       01  WS-ITEM-KNOWN        PIC 9(8) VALUE ZERO.
       01  WS-TOTALS-COMPARED   PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-BREAKS      PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-KNOWN       PIC 9(8) VALUE ZERO.
       01  WS-RUN-COUNTS.
           05 WS-POSTINGS-READ  PIC 9(8) OCCURS 2 TIMES.
           05 WS-REJECTS-READ   PIC 9(8) OCCURS 2 TIMES.
       01  WS-ALL-BREAKS        PIC 9(8) VALUE ZERO.
       01  WS-ALL-KNOWN         PIC 9(8) VALUE ZERO.
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-ARGUMENTS

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

           PERFORM COMPARE-MASTERS

           MOVE ZERO TO WS-POSTINGS-READ(1) WS-POSTINGS-READ(2)
           MOVE ZERO TO WS-REJECTS-READ(1) WS-REJECTS-READ(2)
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "Transaction Differences:" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           SORT ITEM-WORK
               ON ASCENDING KEY IW-ACC-NUMBER
                                IW-TRANS-ID
                                IW-RUN
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-RUN-ITEMS
               OUTPUT PROCEDURE IS COMPARE-RUN-ITEMS

           PERFORM COMPARE-SUMMARY-TOTALS

           PERFORM WRITE-COMPARISON-TOTALS

           CLOSE SEQ-MASTER-FILE
                 SEQ-REJECT-FILE
                 SEQ-JOURNAL-FILE
                 SEQ-SUMMARY-FILE
                 IDX-MASTER-FILE
                 IDX-REJECT-FILE
                 IDX-JOURNAL-FILE
                 IDX-SUMMARY-FILE
                 REPORT-FILE

           IF WS-ALL-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ALL-KNOWN > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-SeqMasterFile
                        WS-SeqRejectFile
                        WS-SeqJournalFile
                        WS-SeqSummaryFile
                        WS-IdxMasterFile
                        WS-IdxRejectFile
                        WS-IdxJournalFile
                        WS-IdxSummaryFile
                        WS-ReportFile
               END-UNSTRING
           END-IF

           IF WS-SeqMasterFile = SPACES OR WS-SeqMasterFile = "-"
               MOVE "seqUpdatedMaster.dat" TO WS-SeqMasterFile
           END-IF
           IF WS-SeqRejectFile = SPACES OR WS-SeqRejectFile = "-"
               MOVE "seqRejectTransactions.dat" TO WS-SeqRejectFile
           END-IF
           IF WS-SeqJournalFile = SPACES OR WS-SeqJournalFile = "-"
               MOVE "seqPostingJournal.txt" TO WS-SeqJournalFile
           END-IF
           IF WS-SeqSummaryFile = SPACES OR WS-SeqSummaryFile = "-"
               MOVE "seqSummaryReport.txt" TO WS-SeqSummaryFile
           END-IF
           IF WS-IdxMasterFile = SPACES OR WS-IdxMasterFile = "-"
               MOVE "indexedMasterOut" TO WS-IdxMasterFile
           END-IF
           IF WS-IdxRejectFile = SPACES OR WS-IdxRejectFile = "-"
               MOVE "rejectTransactions.dat" TO WS-IdxRejectFile
           END-IF
           IF WS-IdxJournalFile = SPACES OR WS-IdxJournalFile = "-"
               MOVE "postingJournal.txt" TO WS-IdxJournalFile
           END-IF
           IF WS-IdxSummaryFile = SPACES OR WS-IdxSummaryFile = "-"
               MOVE "summaryReport.txt" TO WS-IdxSummaryFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "parallelRunReport.txt" TO WS-ReportFile
           END-IF.

      ******************************************************************
      * Every input is one run's own output; without all eight there
      * is nothing to prove, so a file that will not open stops the
      * run once every one has been tried and named.
      ******************************************************************
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open parallel run report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SEQ-MASTER-FILE
           IF WS-SMS-STATUS NOT = "00"
               DISPLAY "Unable to open sequential updated master: "
                   WS-SeqMasterFile
               DISPLAY "Master status: " WS-SMS-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT SEQ-REJECT-FILE
           IF WS-SRJ-STATUS NOT = "00"
               DISPLAY "Unable to open sequential reject file: "
                   WS-SeqRejectFile
               DISPLAY "Reject status: " WS-SRJ-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT SEQ-JOURNAL-FILE
           IF WS-SJR-STATUS NOT = "00"
               DISPLAY "Unable to open sequential posting journal: "
                   WS-SeqJournalFile
               DISPLAY "Journal status: " WS-SJR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT SEQ-SUMMARY-FILE
           IF WS-SSM-STATUS NOT = "00"
               DISPLAY "Unable to open sequential summary report: "
                   WS-SeqSummaryFile
               DISPLAY "Summary status: " WS-SSM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT IDX-MASTER-FILE
           IF WS-IMS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed updated master: "
                   WS-IdxMasterFile
               DISPLAY "Master status: " WS-IMS-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT IDX-REJECT-FILE
           IF WS-IRJ-STATUS NOT = "00"
               DISPLAY "Unable to open indexed reject file: "
                   WS-IdxRejectFile
               DISPLAY "Reject status: " WS-IRJ-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT IDX-JOURNAL-FILE
           IF WS-IJR-STATUS NOT = "00"
               DISPLAY "Unable to open indexed posting journal: "
                   WS-IdxJournalFile
               DISPLAY "Journal status: " WS-IJR-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF
           OPEN INPUT IDX-SUMMARY-FILE
           IF WS-ISM-STATUS NOT = "00"
               DISPLAY "Unable to open indexed summary report: "
                   WS-IdxSummaryFile
               DISPLAY "Summary status: " WS-ISM-STATUS
               MOVE 'Y' TO WS-OPEN-FAILED
           END-IF

           IF WS-OPEN-FAILED = 'Y'
               MOVE "RUN STOPPED: an input file could not be opened"
                   TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               CLOSE SEQ-MASTER-FILE
                     SEQ-REJECT-FILE
                     SEQ-JOURNAL-FILE
                     SEQ-SUMMARY-FILE
                     IDX-MASTER-FILE
                     IDX-REJECT-FILE
                     IDX-JOURNAL-FILE
                     IDX-SUMMARY-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Parallel Run Comparison - UPDATE-ACCOUNTS against "
               DELIMITED BY SIZE
               "UPDATE-ACCOUNTS-INDEXED" DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Sequential: "    DELIMITED BY SIZE
               WS-SeqMasterFile  DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-SeqRejectFile  DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-SeqJournalFile DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-SeqSummaryFile DELIMITED BY SPACE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Indexed:    "    DELIMITED BY SIZE
               WS-IdxMasterFile  DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-IdxRejectFile  DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-IdxJournalFile DELIMITED BY SPACE
               " "               DELIMITED BY SIZE
               WS-IdxSummaryFile DELIMITED BY SPACE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE.

      ******************************************************************
      * Two-file match of the updated masters on account number. An
      * account on both is compared field by field; one on a single
      * master is a break in its own right.
      ******************************************************************
       COMPARE-MASTERS.
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "Account Differences:" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE LOW-VALUES TO IM-ACC-NUMBER
           START IDX-MASTER-FILE KEY IS NOT LESS THAN IM-ACC-NUMBER
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-IM-KEY
               NOT INVALID KEY
                   PERFORM READ-IDX-MASTER
           END-START
           PERFORM READ-SEQ-MASTER

           PERFORM UNTIL WS-SM-KEY = HIGH-VALUES
                     AND WS-IM-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SM-KEY = WS-IM-KEY
                       PERFORM COMPARE-ACCOUNT
                       PERFORM READ-SEQ-MASTER
                       PERFORM READ-IDX-MASTER
                   WHEN WS-SM-KEY < WS-IM-KEY
                       MOVE WS-SM-KEY TO WS-PREV-ACC-NUMBER
                       MOVE "PRESENT" TO WS-MV-SEQ
                       MOVE "MISSING" TO WS-MV-IDX
                       PERFORM WRITE-ONE-SIDE-ACCOUNT
                       PERFORM READ-SEQ-MASTER
                   WHEN OTHER
                       MOVE WS-IM-KEY TO WS-PREV-ACC-NUMBER
                       MOVE "MISSING" TO WS-MV-SEQ
                       MOVE "PRESENT" TO WS-MV-IDX
                       PERFORM WRITE-ONE-SIDE-ACCOUNT
                       PERFORM READ-IDX-MASTER
               END-EVALUATE
           END-PERFORM.

       READ-SEQ-MASTER.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQ-MASTER-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-SM-KEY
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SM-ACC-NUMBER NOT = WS-CONTROL-KEY
                           MOVE SM-ACC-NUMBER TO WS-SM-KEY
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       READ-IDX-MASTER.
           IF WS-IM-KEY = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDX-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-IM-KEY
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IM-ACC-NUMBER NOT = WS-CONTROL-KEY
                           MOVE IM-ACC-NUMBER TO WS-IM-KEY
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.

       COMPARE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-COMPARED
           MOVE 'N' TO WS-ACCOUNT-DIFFERS
           MOVE WS-SM-KEY TO WS-PREV-ACC-NUMBER

           IF SM-BALANCE NOT = IM-BALANCE
               MOVE "Balance"    TO WS-MV-FIELD
               MOVE SM-BALANCE   TO WS-BALANCE-DISPLAY
               MOVE WS-BALANCE-DISPLAY TO WS-MV-SEQ
               MOVE IM-BALANCE   TO WS-BALANCE-DISPLAY
               MOVE WS-BALANCE-DISPLAY TO WS-MV-IDX
               PERFORM WRITE-ACCOUNT-DIFFERENCE
           END-IF
           IF SM-ACC-STATUS NOT = IM-ACC-STATUS
               MOVE "Status"      TO WS-MV-FIELD
               MOVE SM-ACC-STATUS TO WS-MV-SEQ
               MOVE IM-ACC-STATUS TO WS-MV-IDX
               PERFORM WRITE-ACCOUNT-DIFFERENCE
           END-IF
           IF SM-LAST-ACTIVITY-DATE NOT = IM-LAST-ACTIVITY-DATE
               MOVE "Last Activity"       TO WS-MV-FIELD
               MOVE SM-LAST-ACTIVITY-DATE TO WS-MV-SEQ
               MOVE IM-LAST-ACTIVITY-DATE TO WS-MV-IDX
               PERFORM WRITE-ACCOUNT-DIFFERENCE
           END-IF

           IF WS-ACCOUNT-DIFFERS = 'Y'
               ADD 1 TO WS-ACCOUNTS-DIFFER
           END-IF.

       WRITE-ACCOUNT-DIFFERENCE.
           MOVE 'Y' TO WS-ACCOUNT-DIFFERS
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "BREAK Account: "   DELIMITED BY SIZE
               WS-PREV-ACC-NUMBER  DELIMITED BY SIZE
               " Field: "          DELIMITED BY SIZE
               WS-MV-FIELD         DELIMITED BY SIZE
               " Seq: "            DELIMITED BY SIZE
               WS-MV-SEQ           DELIMITED BY SIZE
               " Idx: "            DELIMITED BY SIZE
               WS-MV-IDX           DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE.

       WRITE-ONE-SIDE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-ONE-SIDE
           MOVE "On master" TO WS-MV-FIELD
           PERFORM WRITE-ACCOUNT-DIFFERENCE.

      ******************************************************************
      * Input procedure: every posting line on both journals and
      * every record on both reject files, keyed by account and
      * transaction id.
      ******************************************************************
       SELECT-RUN-ITEMS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQ-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SEQ-JOURNAL-LINE TO WS-JRNL-LINE
                       MOVE 1 TO WS-RUN-I
                       PERFORM RELEASE-JOURNAL-ITEM
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDX-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE IDX-JOURNAL-LINE TO WS-JRNL-LINE
                       MOVE 2 TO WS-RUN-I
                       PERFORM RELEASE-JOURNAL-ITEM
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQ-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REJECTS-READ(1)
                       MOVE RS-ACC-NUMBER  TO IW-ACC-NUMBER
                       MOVE RS-ID          TO IW-TRANS-ID
                       MOVE 1              TO IW-RUN
                       MOVE 'R'            TO IW-OUTCOME
                       MOVE RS-TRX-TYPE    TO IW-TRX-TYPE
                       MOVE RS-AMOUNT      TO IW-AMOUNT
                       MOVE RS-REASON-CODE TO IW-REASON-CODE
                       RELEASE ITEM-REC
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDX-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REJECTS-READ(2)
                       MOVE RI-ACC-NUMBER  TO IW-ACC-NUMBER
                       MOVE RI-ID          TO IW-TRANS-ID
                       MOVE 2              TO IW-RUN
                       MOVE 'R'            TO IW-OUTCOME
                       MOVE RI-TRX-TYPE    TO IW-TRX-TYPE
                       MOVE RI-AMOUNT      TO IW-AMOUNT
                       MOVE RI-REASON-CODE TO IW-REASON-CODE
                       RELEASE ITEM-REC
               END-READ
           END-PERFORM.

      * the journal's fixed layout: account at column 10, transaction
      * id at 31, type at 46, amount at 56; anything else is not a
      * posting line
       RELEASE-JOURNAL-ITEM.
           IF WS-JRNL-LINE(1:9) NOT = "Account: "
              OR WS-JRNL-LINE(20:11) NOT = " Trans ID: "
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTINGS-READ(WS-RUN-I)
           MOVE WS-JRNL-LINE(10:10) TO IW-ACC-NUMBER
           MOVE WS-JRNL-LINE(31:8)  TO IW-TRANS-ID
           MOVE WS-RUN-I            TO IW-RUN
           MOVE 'P'                 TO IW-OUTCOME
           MOVE WS-JRNL-LINE(46:1)  TO IW-TRX-TYPE
           COMPUTE IW-AMOUNT = FUNCTION NUMVAL(WS-JRNL-LINE(56:13))
           MOVE SPACES              TO IW-REASON-CODE
           RELEASE ITEM-REC.

      ******************************************************************
      * Output procedure: gathers each item's records from both runs
      * and decides whether the runs treated it alike.
      ******************************************************************
       COMPARE-RUN-ITEMS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ITEM-WORK
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM TAKE-RUN-ITEM
               END-RETURN
           END-PERFORM

           IF WS-FIRST-ITEM = 'N'
               PERFORM CLASSIFY-ITEM
           END-IF.

       TAKE-RUN-ITEM.
           IF WS-FIRST-ITEM = 'Y'
               PERFORM START-ITEM
           ELSE
               IF IW-ACC-NUMBER NOT = WS-PREV-ACC-NUMBER
                  OR IW-TRANS-ID NOT = WS-PREV-TRANS-ID
                   PERFORM CLASSIFY-ITEM
                   PERFORM START-ITEM
               END-IF
           END-IF

           IF IW-OUTCOME = 'P'
               ADD 1 TO WS-IR-POSTED(IW-RUN)
               ADD IW-AMOUNT TO WS-IR-AMOUNT(IW-RUN)
           ELSE
               ADD 1 TO WS-IR-REJECTED(IW-RUN)
               IF WS-IR-REASON-CODE(IW-RUN) = SPACES
                   MOVE IW-REASON-CODE TO WS-IR-REASON-CODE(IW-RUN)
               END-IF
           END-IF.

       START-ITEM.
           MOVE 'N' TO WS-FIRST-ITEM
           MOVE IW-ACC-NUMBER TO WS-PREV-ACC-NUMBER
           MOVE IW-TRANS-ID   TO WS-PREV-TRANS-ID
           MOVE IW-TRX-TYPE   TO WS-ITEM-TRX-TYPE
           INITIALIZE WS-ITEM-RUNS.

      * a posting outranks a reject from the same run: a transfer can
      * post its debit and have its credit refused under one id
       CLASSIFY-ITEM.
           ADD 1 TO WS-ITEMS-COMPARED
           MOVE "BREAK" TO WS-DIFF-TAG
           MOVE SPACES  TO WS-DIFF-NOTE
           EVALUATE TRUE
               WHEN WS-IR-POSTED(1) > ZERO AND WS-IR-POSTED(2) > ZERO
                   IF WS-IR-AMOUNT(1) = WS-IR-AMOUNT(2)
                       ADD 1 TO WS-ITEMS-AGREE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "amounts differ" TO WS-DIFF-NOTE
               WHEN WS-IR-POSTED(1) > ZERO
                   IF WS-IR-REJECTED(2) > ZERO
                       MOVE WS-IR-REASON-CODE(2) TO WS-CHK-CODE
                       PERFORM CHECK-KNOWN-CODE
                   ELSE
                       MOVE "not seen by indexed" TO WS-DIFF-NOTE
                   END-IF
               WHEN WS-IR-POSTED(2) > ZERO
                   IF WS-IR-REJECTED(1) > ZERO
                       MOVE WS-IR-REASON-CODE(1) TO WS-CHK-CODE
                       PERFORM CHECK-KNOWN-CODE
                   ELSE
                       MOVE "not seen by sequential" TO WS-DIFF-NOTE
                   END-IF
               WHEN WS-IR-REJECTED(1) > ZERO
                AND WS-IR-REJECTED(2) > ZERO
                   IF WS-IR-REASON-CODE(1) = WS-IR-REASON-CODE(2)
                       ADD 1 TO WS-ITEMS-AGREE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "reason codes differ" TO WS-DIFF-NOTE
                   MOVE WS-IR-REASON-CODE(1) TO WS-CHK-CODE
                   PERFORM CHECK-KNOWN-CODE
                   IF WS-DIFF-TAG = "BREAK"
                       MOVE WS-IR-REASON-CODE(2) TO WS-CHK-CODE
                       PERFORM CHECK-KNOWN-CODE
                   END-IF
               WHEN WS-IR-REJECTED(1) > ZERO
                   MOVE "not seen by indexed" TO WS-DIFF-NOTE
                   MOVE WS-IR-REASON-CODE(1) TO WS-CHK-CODE
                   PERFORM CHECK-KNOWN-CODE
               WHEN OTHER
                   MOVE "not seen by sequential" TO WS-DIFF-NOTE
                   MOVE WS-IR-REASON-CODE(2) TO WS-CHK-CODE
                   PERFORM CHECK-KNOWN-CODE
           END-EVALUATE

           IF WS-DIFF-TAG = "KNOWN"
               ADD 1 TO WS-ITEM-KNOWN
           ELSE
               ADD 1 TO WS-ITEM-BREAKS
           END-IF
           PERFORM WRITE-ITEM-DIFFERENCE.

      * a refusal on a check only one program makes is a known
      * difference; the note says whose check it was
       CHECK-KNOWN-CODE.
           IF INDEXED-ONLY-CODE
               MOVE "KNOWN" TO WS-DIFF-TAG
               MOVE "indexed-only check" TO WS-DIFF-NOTE
           END-IF
           IF SEQUENTIAL-ONLY-CODE
               MOVE "KNOWN" TO WS-DIFF-TAG
               MOVE "sequential-only check" TO WS-DIFF-NOTE
           END-IF.

       WRITE-ITEM-DIFFERENCE.
           PERFORM VARYING WS-RUN-I FROM 1 BY 1 UNTIL WS-RUN-I > 2
               MOVE SPACES TO WS-OUTCOME-TEXT(WS-RUN-I)
               EVALUATE TRUE
                   WHEN WS-IR-POSTED(WS-RUN-I) > ZERO
                       MOVE WS-IR-AMOUNT(WS-RUN-I)
                           TO WS-AMOUNT-DISPLAY
                       STRING
                           "Posted "         DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO WS-OUTCOME-TEXT(WS-RUN-I)
                       END-STRING
                   WHEN WS-IR-REJECTED(WS-RUN-I) > ZERO
                       STRING
                           "Rejected "       DELIMITED BY SIZE
                           WS-IR-REASON-CODE(WS-RUN-I)
                                             DELIMITED BY SIZE
                           INTO WS-OUTCOME-TEXT(WS-RUN-I)
                       END-STRING
                   WHEN OTHER
                       MOVE "Not seen" TO WS-OUTCOME-TEXT(WS-RUN-I)
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               WS-DIFF-TAG         DELIMITED BY SIZE
               " Account: "        DELIMITED BY SIZE
               WS-PREV-ACC-NUMBER  DELIMITED BY SIZE
               " Trans ID: "       DELIMITED BY SIZE
               WS-PREV-TRANS-ID    DELIMITED BY SIZE
               " Type: "           DELIMITED BY SIZE
               WS-ITEM-TRX-TYPE    DELIMITED BY SIZE
               " Seq: "            DELIMITED BY SIZE
               WS-OUTCOME-TEXT(1)  DELIMITED BY SIZE
               " Idx: "            DELIMITED BY SIZE
               WS-OUTCOME-TEXT(2)  DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-DIFF-NOTE        DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE.

      ******************************************************************
      * Grand totals: each summary's total lines are loaded into its
      * own table, then every sequential line is matched to the first
      * unmatched indexed line with the same label, and whatever is
      * left on either side was printed by that run alone.
      ******************************************************************
       COMPARE-SUMMARY-TOTALS.
           MOVE ZERO TO WS-SUM-COUNT(1) WS-SUM-COUNT(2)

           MOVE 1   TO WS-RUN-I
           MOVE 'N' TO WS-IN-TOTALS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SEQ-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE SEQ-SUMMARY-LINE TO WS-SUM-LINE
                       PERFORM LOAD-SUMMARY-LINE
               END-READ
           END-PERFORM

           MOVE 2   TO WS-RUN-I
           MOVE 'N' TO WS-IN-TOTALS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IDX-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE IDX-SUMMARY-LINE TO WS-SUM-LINE
                       PERFORM LOAD-SUMMARY-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "Summary Total Differences:" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           PERFORM VARYING WS-SUM-I FROM 1 BY 1
               UNTIL WS-SUM-I > WS-SUM-COUNT(1)
               MOVE 'N' TO WS-SUM-FOUND
               PERFORM VARYING WS-SUM-X FROM 1 BY 1
                   UNTIL WS-SUM-X > WS-SUM-COUNT(2)
                      OR WS-SUM-FOUND = 'Y'
                   IF WS-SUM-MATCHED(2, WS-SUM-X) = 'N'
                      AND WS-SUM-LABEL(2, WS-SUM-X)
                          = WS-SUM-LABEL(1, WS-SUM-I)
                       MOVE 'Y' TO WS-SUM-FOUND
                       MOVE 'Y' TO WS-SUM-MATCHED(2, WS-SUM-X)
                       MOVE 'Y' TO WS-SUM-MATCHED(1, WS-SUM-I)
                       PERFORM COMPARE-SUMMARY-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-RUN-I FROM 1 BY 1 UNTIL WS-RUN-I > 2
               PERFORM VARYING WS-SUM-I FROM 1 BY 1
                   UNTIL WS-SUM-I > WS-SUM-COUNT(WS-RUN-I)
                   IF WS-SUM-MATCHED(WS-RUN-I, WS-SUM-I) = 'N'
                       PERFORM WRITE-ONE-SIDE-TOTAL
                   END-IF
               END-PERFORM
           END-PERFORM.

      * the totals start at the first row of '=' -- the lines above
      * it are the per-account detail, proved through the masters
      * and journals instead
       LOAD-SUMMARY-LINE.
           IF WS-SUM-LINE(1:10) = "=========="
               MOVE 'Y' TO WS-IN-TOTALS
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TOTALS = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LABEL-LEN
           INSPECT WS-SUM-LINE TALLYING WS-LABEL-LEN
               FOR CHARACTERS BEFORE INITIAL ": "
           IF WS-LABEL-LEN = ZERO OR WS-LABEL-LEN > 60
               EXIT PARAGRAPH
           END-IF
           IF WS-SUM-LINE(WS-LABEL-LEN + 1:2) NOT = ": "
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUM-LINE(1:WS-LABEL-LEN) TO WS-NEW-LABEL
           COMPUTE WS-VALUE-START = WS-LABEL-LEN + 3
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-SUM-LINE(WS-VALUE-START:)
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           ADD WS-LEAD-SPACES TO WS-VALUE-START
           IF WS-VALUE-START > 300
               MOVE SPACES TO WS-NEW-VALUE
           ELSE
               MOVE WS-SUM-LINE(WS-VALUE-START:) TO WS-NEW-VALUE
           END-IF

           IF WS-SUM-COUNT(WS-RUN-I) NOT < WS-SUM-TABLE-MAX
               PERFORM STOP-ON-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-SUM-COUNT(WS-RUN-I)
           MOVE WS-SUM-COUNT(WS-RUN-I) TO WS-SUM-X
           MOVE WS-NEW-LABEL TO WS-SUM-LABEL(WS-RUN-I, WS-SUM-X)
           MOVE WS-NEW-VALUE TO WS-SUM-VALUE(WS-RUN-I, WS-SUM-X)
           MOVE 'N'          TO WS-SUM-MATCHED(WS-RUN-I, WS-SUM-X).

       COMPARE-SUMMARY-PAIR.
           ADD 1 TO WS-TOTALS-COMPARED
           IF WS-SUM-VALUE(1, WS-SUM-I) = WS-SUM-VALUE(2, WS-SUM-X)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-BREAKS

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "BREAK Total: "            DELIMITED BY SIZE
               WS-SUM-LABEL(1, WS-SUM-I)  DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "      Seq: "              DELIMITED BY SIZE
               WS-SUM-VALUE(1, WS-SUM-I)  DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "      Idx: "              DELIMITED BY SIZE
               WS-SUM-VALUE(2, WS-SUM-X)  DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE.

      * a total only one program keeps is known; a type, branch or
      * settlement line both programs print, present on one side
      * only, is a break
       WRITE-ONE-SIDE-TOTAL.
           MOVE WS-SUM-LABEL(WS-RUN-I, WS-SUM-I) TO WS-NEW-LABEL
           IF WS-NEW-LABEL(1:8) = "GL Type "
              OR WS-NEW-LABEL(1:10) = "GL Branch "
              OR WS-NEW-LABEL(1:23) = "Trial Balance - Branch "
              OR WS-NEW-LABEL(1:16) = "Due from Branch "
              OR WS-NEW-LABEL(1:20) = "Net due from Branch "
               MOVE "BREAK" TO WS-DIFF-TAG
               ADD 1 TO WS-TOTAL-BREAKS
           ELSE
               MOVE "KNOWN" TO WS-DIFF-TAG
               ADD 1 TO WS-TOTAL-KNOWN
           END-IF

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               WS-DIFF-TAG         DELIMITED BY SIZE
               " Total: "          DELIMITED BY SIZE
               WS-NEW-LABEL        DELIMITED BY "  "
               " - "               DELIMITED BY SIZE
               WS-RUN-NAME(WS-RUN-I) DELIMITED BY SPACE
               " only"             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "      Value: "     DELIMITED BY SIZE
               WS-SUM-VALUE(WS-RUN-I, WS-SUM-I) DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE.

       STOP-ON-TABLE-OVERFLOW.
           DISPLAY "Summary total lines exceed table - run stopped"
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "RUN STOPPED: "           DELIMITED BY SIZE
               WS-RUN-NAME(WS-RUN-I)     DELIMITED BY SPACE
               " summary has more than " DELIMITED BY SIZE
               WS-SUM-TABLE-MAX          DELIMITED BY SIZE
               " total lines"            DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE
           CLOSE SEQ-MASTER-FILE
                 SEQ-REJECT-FILE
                 SEQ-JOURNAL-FILE
                 SEQ-SUMMARY-FILE
                 IDX-MASTER-FILE
                 IDX-REJECT-FILE
                 IDX-JOURNAL-FILE
                 IDX-SUMMARY-FILE
                 REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-COMPARISON-TOTALS.
           COMPUTE WS-ALL-BREAKS = WS-ACCOUNTS-DIFFER
               + WS-ACCOUNTS-ONE-SIDE + WS-ITEM-BREAKS
               + WS-TOTAL-BREAKS
           COMPUTE WS-ALL-KNOWN = WS-ITEM-KNOWN + WS-TOTAL-KNOWN

           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "Comparison Totals:" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ACCOUNTS-COMPARED TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Accounts on Both Masters: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ACCOUNTS-DIFFER TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Accounts Differing: "       DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ACCOUNTS-ONE-SIDE TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Accounts on One Master Only: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-POSTINGS-READ(1) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Journal Postings - Sequential: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                  DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-POSTINGS-READ(2) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Journal Postings - Indexed: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY               DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-REJECTS-READ(1) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Rejects - Sequential: "     DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-REJECTS-READ(2) TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Rejects - Indexed: "        DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ITEMS-COMPARED TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Items Compared: "           DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ITEMS-AGREE TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Items Treated Alike: "      DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ITEM-BREAKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Item Breaks: "              DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-ITEM-KNOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Item Known Differences: "   DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-TOTALS-COMPARED TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Summary Totals Compared: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-TOTAL-BREAKS TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Summary Total Breaks: "     DELIMITED BY SIZE
               WS-COUNT-DISPLAY             DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE WS-TOTAL-KNOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING
               "Summary Totals One Run Only: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY                DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           END-STRING
           WRITE COMPARE-REPORT-LINE

           MOVE SPACES TO COMPARE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ALL-BREAKS > ZERO
                   MOVE "RESULT: RUNS DIFFER - see the BREAK lines"
                       TO COMPARE-REPORT-LINE
               WHEN WS-ALL-KNOWN > ZERO
                   MOVE "RESULT: RUNS AGREE - KNOWN DIFFERENCES ONLY"
                       TO COMPARE-REPORT-LINE
               WHEN OTHER
                   MOVE "RESULT: RUNS AGREE" TO COMPARE-REPORT-LINE
           END-EVALUATE
           WRITE COMPARE-REPORT-LINE.

       END PROGRAM PARALLEL-RUN-COMPARE.
