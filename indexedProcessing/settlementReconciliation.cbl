      ******************************************************************
      * Proves the clearing house's daily settlement statement -- the
      * items it settled across our settlement account and the net
      * position it debited or credited -- against what we actually
      * did with the files it exchanged with us:
      *
      *   batch    our side of it
      *   CLRIN    inbound clearing items: every item on
      *            IMPORT-CLEARING-TRANSACTIONS's accepted register,
      *            plus the items its own edit refused (return reasons
      *            01-06, and 14-17 for direct debits refused on their
      *            mandate) -- the house settles whatever it delivered
      *   CLRRTN   every item on the clearing return file, the
      *            import's refusals and CLEARING-POSTING-RETURNS's
      *            posting returns (07-13) alike, the other way round
      *   CARDIN   card items: IMPORT-CARD-TRANSACTIONS's accepted
      *            register plus every item it returned
      *   CARDRTN  every item on the card return file, the other way
      *            round
      *   CLROUT   transfers EXPORT-CLEARING-TRANSFERS sent on the
      *            settlement date, from its extract register (the
      *            amount comes from the transaction, live or history)
      *
      * Direction is from our settlement account: a deposit coming in
      * is a credit (C), a withdrawal or transfer going out a debit
      * (D); a return settles the opposite way to its item.
      *
      * Items match on batch and item reference -- the sender's
      * reference for clearing items, the switch reference for card
      * items, our EX reference for the extract. A matched pair whose
      * amount or direction differs is an AMOUNT DIFFERENCE; an item
      * the statement carries that we have no record of is THEIR
      * SIDE ONLY; one of ours the statement does not carry is OUR
      * SIDE ONLY. Matched items are totalled by batch, not listed.
      * The statement's own trailer is proved too: its item count and
      * net position must agree with its detail.
      *
      * A break is explained when operations has listed its batch and
      * reference on the explanations file (a known timing item, say,
      * settling the next day); it is still listed, with the note.
      * Any break not explained -- and any statement that is out of
      * balance with its own trailer, or has none -- ends the run
      * with RETURN-CODE 8, so the SETTLE step is not ended and
      * RUN-CONTROL holds the cycle. A statement that cannot be read,
      * or more of our items than the table holds, stops the run with
      * RETURN-CODE 8 as well.
      *
      * The settlement date is the statement header's; without a
      * header it is the business date on the run-control header,
      * or today. Missing accepted, return, register or explanation
      * files are read as empty -- a day with no card activity has
      * no card files.
      *
      * Statement record layout (fixed columns):
      *   header:  'H' settlement-date(8) settlement-account(10)
      *   detail:  'D' batch(8) item-ref(12) direction(1, C or D)
      *            amount(12, two implied decimals)
      *   trailer: 'T' item-count(7) net-direction(1, C or D)
      *            net-amount(14, two implied decimals)
      * Explanations record: batch(8) item-ref(12) note(40)
      *
      * Usage:
      *   settlementReconciliation [statement-file] [report-file]
      *       [clearing-accepted-file] [clearing-return-file]
      *       [card-accepted-file] [card-return-file]
      *       [register-file] [trans-file] [history-file]
      *       [explanations-file] [run-control-file]
      *
      * Defaults:
      *   statement-file         = settlementStatement.dat
      *   report-file            = settlementReconReport.txt
      *   clearing-accepted-file = clearingAccepted.dat
      *   clearing-return-file   = clearingReturn.dat
      *   card-accepted-file     = cardAccepted.dat
      *   card-return-file       = cardReturn.dat
      *   register-file          = clearingExtractRegister.dat
      *   trans-file             = indexedTransactions
      *   history-file           = transactionHistory
      *   explanations-file      = settlementExplanations.dat
      *   run-control-file       = runControl.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT-RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-StatementFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT CLR-ACCEPTED-FILE ASSIGN TO DYNAMIC
               WS-ClrAcceptedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLA-STATUS.

           SELECT CLR-RETURN-FILE ASSIGN TO DYNAMIC WS-ClrReturnFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT CARD-ACCEPTED-FILE ASSIGN TO DYNAMIC
               WS-CardAcceptedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDA-STATUS.

           SELECT CARD-RETURN-FILE ASSIGN TO DYNAMIC
               WS-CardReturnFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-RegisterFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-TRANS-KEY
               ALTERNATE RECORD KEY IS T-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRNS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-TRANS-KEY
               ALTERNATE RECORD KEY IS H-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EXPLAIN-FILE ASSIGN TO DYNAMIC WS-ExplainFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC.
           05 SS-REC-TYPE          PIC X.
           05 SS-BATCH             PIC X(8).
           05 SS-ITEM-REF          PIC X(12).
           05 SS-DIRECTION         PIC X.
           05 SS-AMOUNT            PIC 9(10)V99.
           05 SS-AMOUNT-X REDEFINES SS-AMOUNT PIC X(12).
       01  STATEMENT-HEADER-REC REDEFINES STATEMENT-REC.
           05 SSH-REC-TYPE         PIC X.
           05 SSH-SETTLE-DATE      PIC X(8).
           05 SSH-SETTLE-ACCOUNT   PIC X(10).
           05 FILLER               PIC X(15).
       01  STATEMENT-TRAILER-REC REDEFINES STATEMENT-REC.
           05 SST-REC-TYPE         PIC X.
           05 SST-ITEM-COUNT       PIC 9(7).
           05 SST-ITEM-COUNT-X REDEFINES SST-ITEM-COUNT PIC X(7).
           05 SST-NET-DIRECTION    PIC X.
           05 SST-NET-AMOUNT       PIC 9(12)V99.
           05 SST-NET-AMOUNT-X REDEFINES SST-NET-AMOUNT PIC X(14).
           05 FILLER               PIC X(11).

       FD  REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(132).

       FD  CLR-ACCEPTED-FILE.
       01  CLR-ACCEPTED-REC.
           COPY ACPTREC REPLACING ==:PFX:== BY ==CLA==.

      * the clearing partner's record layout with the return reason
      * appended, as IMPORT-CLEARING-TRANSACTIONS writes it
       FD  CLR-RETURN-FILE.
       01  CLR-RETURN-REC.
           05 CLR-ACC-NUMBER       PIC X(10).
           05 CLR-TRX-TYPE         PIC X.
           05 CLR-DATE             PIC X(8).
           05 CLR-TIME             PIC X(6).
           05 CLR-AMOUNT           PIC 9(10)V99.
           05 CLR-AMOUNT-X REDEFINES CLR-AMOUNT PIC X(12).
           05 CLR-TARGET-ACC-NUMBER PIC X(10).
           05 CLR-CURRENCY         PIC X(3).
           05 CLR-SENDER-REF       PIC X(12).
           05 CLR-CHEQUE-SERIAL    PIC X(10).
           05 CLR-CREDITOR-ID      PIC X(15).
           05 CLR-MANDATE-REF      PIC X(20).
           05 CLR-REASON-CODE      PIC XX.

       FD  CARD-ACCEPTED-FILE.
       01  CARD-ACCEPTED-REC.
           COPY ACPTREC REPLACING ==:PFX:== BY ==CDA==.

      * the switch's record layout with the return reason appended,
      * as IMPORT-CARD-TRANSACTIONS writes it
       FD  CARD-RETURN-FILE.
       01  CARD-RETURN-REC.
           05 CDR-CARD-NUMBER      PIC X(16).
           05 CDR-TRX-TYPE         PIC X.
           05 CDR-DATE             PIC X(8).
           05 CDR-TIME             PIC X(6).
           05 CDR-AMOUNT           PIC 9(10)V99.
           05 CDR-AMOUNT-X REDEFINES CDR-AMOUNT PIC X(12).
           05 CDR-CURRENCY         PIC X(3).
           05 CDR-SWITCH-REF       PIC X(12).
           05 CDR-REASON-CODE      PIC XX.

       FD  REGISTER-FILE.
       01  REGISTER-REC.
           05 RG-ACC-NUMBER        PIC X(10).
           05 RG-ID                PIC 9(8).
           05 RG-SENT-DATE         PIC X(8).

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==H==.

       FD  EXPLAIN-FILE.
       01  EXPLAIN-REC.
           05 EXP-BATCH            PIC X(8).
           05 EXP-ITEM-REF         PIC X(12).
           05 EXP-NOTE             PIC X(40).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(600).
       01  WS-StatementFile     PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ClrAcceptedFile   PIC X(200).
       01  WS-ClrReturnFile     PIC X(200).
       01  WS-CardAcceptedFile  PIC X(200).
       01  WS-CardReturnFile    PIC X(200).
       01  WS-RegisterFile      PIC X(200).
       01  WS-TransactionFile   PIC X(200).
       01  WS-HistoryFile       PIC X(200).
       01  WS-ExplainFile       PIC X(200).
       01  WS-RunControlFile    PIC X(200).

       01  WS-STMT-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-CLA-STATUS        PIC XX.
       01  WS-CLR-STATUS        PIC XX.
       01  WS-CDA-STATUS        PIC XX.
       01  WS-CDR-STATUS        PIC XX.
       01  WS-REG-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-EXPL-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.

       01  WS-STMT-EOF          PIC X VALUE 'N'.
       01  WS-INPUT-EOF         PIC X VALUE 'N'.
       01  WS-TRNS-AVAILABLE    PIC X VALUE 'N'.
       01  WS-HIST-AVAILABLE    PIC X VALUE 'N'.

       01  WS-SETTLE-DATE       PIC X(8).
       01  WS-SETTLE-ACCOUNT    PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01  WS-HEADER-FOUND      PIC X VALUE 'N'.
       01  WS-TRAILER-FOUND     PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-NET       PIC S9(12)V99 VALUE ZERO.

      * settlement batches, in report order; anything else the
      * statement carries is totalled under OTHER
       01  WS-BATCH-CODE-DATA.
           05 FILLER PIC X(8) VALUE "CLRIN   ".
           05 FILLER PIC X(8) VALUE "CLRRTN  ".
           05 FILLER PIC X(8) VALUE "CARDIN  ".
           05 FILLER PIC X(8) VALUE "CARDRTN ".
           05 FILLER PIC X(8) VALUE "CLROUT  ".
           05 FILLER PIC X(8) VALUE "OTHER   ".
       01  WS-BATCH-CODE-TABLE REDEFINES WS-BATCH-CODE-DATA.
           05 WS-BATCH-CODE PIC X(8) OCCURS 6 TIMES.
       01  WS-BATCH-TOTALS.
           05 WS-BT-ENTRY OCCURS 6 TIMES.
               10 WS-BT-MATCHED     PIC 9(7).
               10 WS-BT-MATCHED-CR  PIC 9(12)V99.
               10 WS-BT-MATCHED-DR  PIC 9(12)V99.
               10 WS-BT-THEIR-ONLY  PIC 9(7).
               10 WS-BT-OUR-ONLY    PIC 9(7).
               10 WS-BT-DIFFERENCES PIC 9(7).
       01  WS-BT-I              PIC 9.
       01  WS-BATCH-IX          PIC 9.

      * our side of the statement, loaded whole before matching; a
      * row is ticked off as the statement claims it
       01  WS-OUR-TABLE-MAX     PIC 9(5) VALUE 10000.
       01  WS-OUR-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-OUR-OVERFLOW      PIC X VALUE 'N'.
       01  WS-OUR-TABLE.
           05 WS-OS-ENTRY OCCURS 10000 TIMES.
               10 WS-OS-BATCH      PIC X(8).
               10 WS-OS-ITEM-REF   PIC X(12).
               10 WS-OS-DIRECTION  PIC X.
               10 WS-OS-AMOUNT     PIC 9(10)V99.
               10 WS-OS-SOURCE     PIC X(16).
               10 WS-OS-MATCHED    PIC X.
       01  WS-OS-I              PIC 9(5).
       01  WS-OS-FOUND          PIC 9(5).

      * the item being added to our side
       01  WS-NEW-BATCH         PIC X(8).
       01  WS-NEW-ITEM-REF      PIC X(12).
       01  WS-NEW-TRX-TYPE      PIC X.
       01  WS-NEW-DIRECTION     PIC X.
       01  WS-NEW-AMOUNT        PIC 9(10)V99.
       01  WS-NEW-SOURCE        PIC X(16).
       01  WS-EXTRACT-REF       PIC X(12).
       01  WS-EXTRACT-PRICED    PIC X.

      * explained breaks, from operations
       01  WS-EXPL-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-EXPL-TABLE.
           05 WS-EX-ENTRY OCCURS 500 TIMES.
               10 WS-EX-BATCH      PIC X(8).
               10 WS-EX-ITEM-REF   PIC X(12).
               10 WS-EX-NOTE       PIC X(40).
       01  WS-EX-I              PIC 9(3).
       01  WS-CHK-BATCH         PIC X(8).
       01  WS-CHK-ITEM-REF      PIC X(12).
       01  WS-EXPLAINED         PIC X.
       01  WS-EXPLAIN-NOTE      PIC X(40).

       01  WS-THEIR-AMOUNT      PIC 9(10)V99.
       01  WS-THEIR-SIGNED      PIC S9(12)V99.
       01  WS-OUR-SIGNED        PIC S9(12)V99.
       01  WS-DIFF-SIGNED       PIC S9(12)V99.
       01  WS-BREAK-LABEL       PIC X(11).

       01  WS-THEIR-ITEMS       PIC 9(7) VALUE ZERO.
       01  WS-THEIR-NET         PIC S9(12)V99 VALUE ZERO.
       01  WS-OUR-NET           PIC S9(12)V99 VALUE ZERO.
       01  WS-ITEMS-MATCHED     PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-MATCHED    PIC 9(12)V99 VALUE ZERO.
       01  WS-ITEMS-THEIR-ONLY  PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-THEIR-ONLY PIC 9(12)V99 VALUE ZERO.
       01  WS-ITEMS-OUR-ONLY    PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-OUR-ONLY   PIC 9(12)V99 VALUE ZERO.
       01  WS-ITEMS-DIFFERENT   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-DIFFERENT  PIC S9(12)V99 VALUE ZERO.
       01  WS-ITEMS-UNREADABLE  PIC 9(7) VALUE ZERO.
       01  WS-BREAKS-EXPLAINED  PIC 9(7) VALUE ZERO.
       01  WS-BREAKS-UNEXPLAINED PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-UNPRICED  PIC 9(7) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
       01  WS-TOTAL2-DISPLAY    PIC ZZZZZZZZZZZ9.99.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.
       01  WS-OUR-AMT-DISPLAY   PIC ZZZZZZZZZ9.99.
       01  WS-NET-DISPLAY       PIC -ZZZZZZZZZZZ9.99.
       01  WS-NET2-DISPLAY      PIC -ZZZZZZZZZZZ9.99.

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

           MOVE WS-TODAY TO WS-SETTLE-DATE
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-FILES
           PERFORM READ-STATEMENT-HEADER

           PERFORM WRITE-REPORT-HEADER

           INITIALIZE WS-BATCH-TOTALS
           PERFORM LOAD-EXPLANATIONS

           PERFORM LOAD-CLEARING-ACCEPTED
           PERFORM LOAD-CLEARING-RETURNS
           PERFORM LOAD-CARD-ACCEPTED
           PERFORM LOAD-CARD-RETURNS
           PERFORM LOAD-EXTRACT-REGISTER

           IF WS-OUR-OVERFLOW = 'Y'
               PERFORM STOP-ON-TABLE-OVERFLOW
           END-IF

           PERFORM UNTIL WS-STMT-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-EOF
                   NOT AT END
                       EVALUATE SS-REC-TYPE
                           WHEN 'D'
                               PERFORM MATCH-STATEMENT-ITEM
                           WHEN 'T'
                               PERFORM TAKE-STATEMENT-TRAILER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           PERFORM LIST-OUR-SIDE-ONLY
           PERFORM CHECK-STATEMENT-TRAILER

           PERFORM WRITE-BATCH-SUMMARY
           PERFORM WRITE-REPORT-TOTALS

           CLOSE STATEMENT-FILE
                 REPORT-FILE

           IF WS-BREAKS-UNEXPLAINED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-StatementFile
                        WS-ReportFile
                        WS-ClrAcceptedFile
                        WS-ClrReturnFile
                        WS-CardAcceptedFile
                        WS-CardReturnFile
                        WS-RegisterFile
                        WS-TransactionFile
                        WS-HistoryFile
                        WS-ExplainFile
                        WS-RunControlFile
               END-UNSTRING
           END-IF

           IF WS-StatementFile = SPACES OR WS-StatementFile = "-"
               MOVE "settlementStatement.dat" TO WS-StatementFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "settlementReconReport.txt" TO WS-ReportFile
           END-IF
           IF WS-ClrAcceptedFile = SPACES OR WS-ClrAcceptedFile = "-"
               MOVE "clearingAccepted.dat" TO WS-ClrAcceptedFile
           END-IF
           IF WS-ClrReturnFile = SPACES OR WS-ClrReturnFile = "-"
               MOVE "clearingReturn.dat" TO WS-ClrReturnFile
           END-IF
           IF WS-CardAcceptedFile = SPACES
              OR WS-CardAcceptedFile = "-"
               MOVE "cardAccepted.dat" TO WS-CardAcceptedFile
           END-IF
           IF WS-CardReturnFile = SPACES OR WS-CardReturnFile = "-"
               MOVE "cardReturn.dat" TO WS-CardReturnFile
           END-IF
           IF WS-RegisterFile = SPACES OR WS-RegisterFile = "-"
               MOVE "clearingExtractRegister.dat" TO WS-RegisterFile
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF
           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-ExplainFile = SPACES OR WS-ExplainFile = "-"
               MOVE "settlementExplanations.dat" TO WS-ExplainFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF.

      * without a statement header the cycle's business date stands
      * in for the settlement date; without either, today
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
                       MOVE RN-BUSINESS-DATE TO WS-SETTLE-DATE
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open settlement report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Unable to open settlement statement: "
                   WS-StatementFile
               DISPLAY "Statement status: " WS-STMT-STATUS
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "RUN STOPPED: settlement statement not readable - "
                   DELIMITED BY SIZE
                   "position cannot be proved" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * the transaction files only price the extract register; the
      * history is there once the purge has run at least once
           OPEN INPUT TRANS-FILE
           IF WS-TRNS-STATUS = "00"
               MOVE 'Y' TO WS-TRNS-AVAILABLE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF.

      ******************************************************************
      * The settlement date decides which extract register entries
      * belong to this statement, so the header is read before our
      * side is loaded; the statement is then closed and reopened so
      * the matching pass starts from the top.
      ******************************************************************
       READ-STATEMENT-HEADER.
           READ STATEMENT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SSH-REC-TYPE = 'H'
                       MOVE 'Y' TO WS-HEADER-FOUND
                       IF SSH-SETTLE-DATE NOT = SPACES
                           MOVE SSH-SETTLE-DATE TO WS-SETTLE-DATE
                       END-IF
                       MOVE SSH-SETTLE-ACCOUNT TO WS-SETTLE-ACCOUNT
                   END-IF
           END-READ
           CLOSE STATEMENT-FILE
           OPEN INPUT STATEMENT-FILE.

       LOAD-EXPLANATIONS.
           OPEN INPUT EXPLAIN-FILE
           IF WS-EXPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ EXPLAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF WS-EXPL-COUNT < 500
                           ADD 1 TO WS-EXPL-COUNT
                           MOVE EXP-BATCH
                               TO WS-EX-BATCH(WS-EXPL-COUNT)
                           MOVE EXP-ITEM-REF
                               TO WS-EX-ITEM-REF(WS-EXPL-COUNT)
                           MOVE EXP-NOTE
                               TO WS-EX-NOTE(WS-EXPL-COUNT)
                       ELSE
                           DISPLAY "Explanation table full - "
                               EXP-BATCH " " EXP-ITEM-REF
                               " not observed"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPLAIN-FILE.

       LOAD-CLEARING-ACCEPTED.
           OPEN INPUT CLR-ACCEPTED-FILE
           IF WS-CLA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CLR-ACCEPTED-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE "CLRIN"         TO WS-NEW-BATCH
                       MOVE CLA-ITEM-REF    TO WS-NEW-ITEM-REF
                       MOVE CLA-TRX-TYPE    TO WS-NEW-TRX-TYPE
                       MOVE CLA-AMOUNT      TO WS-NEW-AMOUNT
                       MOVE "CLEARING IMPORT" TO WS-NEW-SOURCE
                       PERFORM SET-ITEM-DIRECTION
                       PERFORM ADD-OUR-SIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CLR-ACCEPTED-FILE.

      * an item the import refused was still delivered and settled,
      * so it stands in CLRIN as well as in CLRRTN; a posting return
      * (07 onwards) is already in CLRIN from the accepted register
       LOAD-CLEARING-RETURNS.
           OPEN INPUT CLR-RETURN-FILE
           IF WS-CLR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CLR-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE CLR-SENDER-REF  TO WS-NEW-ITEM-REF
                       MOVE CLR-TRX-TYPE    TO WS-NEW-TRX-TYPE
                       IF CLR-AMOUNT-X IS NUMERIC
                           MOVE CLR-AMOUNT  TO WS-NEW-AMOUNT
                       ELSE
                           MOVE ZERO        TO WS-NEW-AMOUNT
                       END-IF
                       PERFORM SET-ITEM-DIRECTION
                       IF CLR-REASON-CODE < "07"
                          OR CLR-REASON-CODE > "13"
                           MOVE "CLRIN"     TO WS-NEW-BATCH
                           MOVE "CLEARING REFUSED" TO WS-NEW-SOURCE
                           PERFORM ADD-OUR-SIDE-ITEM
                       END-IF
                       PERFORM REVERSE-ITEM-DIRECTION
                       MOVE "CLRRTN"        TO WS-NEW-BATCH
                       MOVE "CLEARING RETURN" TO WS-NEW-SOURCE
                       PERFORM ADD-OUR-SIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CLR-RETURN-FILE.

       LOAD-CARD-ACCEPTED.
           OPEN INPUT CARD-ACCEPTED-FILE
           IF WS-CDA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CARD-ACCEPTED-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE "CARDIN"        TO WS-NEW-BATCH
                       MOVE CDA-ITEM-REF    TO WS-NEW-ITEM-REF
                       MOVE CDA-TRX-TYPE    TO WS-NEW-TRX-TYPE
                       MOVE CDA-AMOUNT      TO WS-NEW-AMOUNT
                       MOVE "CARD IMPORT"   TO WS-NEW-SOURCE
                       PERFORM SET-ITEM-DIRECTION
                       PERFORM ADD-OUR-SIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CARD-ACCEPTED-FILE.

      * every card return is an import refusal, so each one stands in
      * CARDIN as delivered and in CARDRTN as sent back
       LOAD-CARD-RETURNS.
           OPEN INPUT CARD-RETURN-FILE
           IF WS-CDR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ CARD-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       MOVE CDR-SWITCH-REF  TO WS-NEW-ITEM-REF
                       MOVE CDR-TRX-TYPE    TO WS-NEW-TRX-TYPE
                       IF CDR-AMOUNT-X IS NUMERIC
                           MOVE CDR-AMOUNT  TO WS-NEW-AMOUNT
                       ELSE
                           MOVE ZERO        TO WS-NEW-AMOUNT
                       END-IF
                       PERFORM SET-ITEM-DIRECTION
                       MOVE "CARDIN"        TO WS-NEW-BATCH
                       MOVE "CARD REFUSED"  TO WS-NEW-SOURCE
                       PERFORM ADD-OUR-SIDE-ITEM
                       PERFORM REVERSE-ITEM-DIRECTION
                       MOVE "CARDRTN"       TO WS-NEW-BATCH
                       MOVE "CARD RETURN"   TO WS-NEW-SOURCE
                       PERFORM ADD-OUR-SIDE-ITEM
               END-READ
           END-PERFORM
           CLOSE CARD-RETURN-FILE.

      ******************************************************************
      * Extract register entries sent on the settlement date are the
      * day's outbound transfers. The register carries no amount, so
      * each is priced from the transaction it was extracted from --
      * the live file first, then the history; one found on neither
      * goes in at zero and will show as a difference.
      ******************************************************************
       LOAD-EXTRACT-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-INPUT-EOF
           PERFORM UNTIL WS-INPUT-EOF = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-INPUT-EOF
                   NOT AT END
                       IF RG-SENT-DATE = WS-SETTLE-DATE
                           PERFORM ADD-EXTRACT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE.

       ADD-EXTRACT-ITEM.
           MOVE SPACES TO WS-EXTRACT-REF
           STRING
               "EX"  DELIMITED BY SIZE
               RG-ID DELIMITED BY SIZE
               INTO WS-EXTRACT-REF
           END-STRING
           MOVE "CLROUT"         TO WS-NEW-BATCH
           MOVE WS-EXTRACT-REF   TO WS-NEW-ITEM-REF
           MOVE 'D'              TO WS-NEW-DIRECTION
           MOVE "CLEARING EXTRACT" TO WS-NEW-SOURCE
           MOVE ZERO             TO WS-NEW-AMOUNT

           MOVE 'N' TO WS-EXTRACT-PRICED
           IF WS-TRNS-AVAILABLE = 'Y'
               MOVE RG-ACC-NUMBER TO T-ACC-NUMBER
               MOVE RG-ID         TO T-ID
               READ TRANS-FILE KEY IS T-TRANS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE T-AMOUNT TO WS-NEW-AMOUNT
                       MOVE 'Y' TO WS-EXTRACT-PRICED
               END-READ
           END-IF
           IF WS-EXTRACT-PRICED = 'N' AND WS-HIST-AVAILABLE = 'Y'
               MOVE RG-ACC-NUMBER TO H-ACC-NUMBER
               MOVE RG-ID         TO H-ID
               READ HISTORY-FILE KEY IS H-TRANS-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE H-AMOUNT TO WS-NEW-AMOUNT
                       MOVE 'Y' TO WS-EXTRACT-PRICED
               END-READ
           END-IF
           IF WS-EXTRACT-PRICED = 'N'
               ADD 1 TO WS-EXTRACT-UNPRICED
           END-IF

           PERFORM ADD-OUR-SIDE-ITEM.

      * from our settlement account: money in is a credit, money out
      * a debit
       SET-ITEM-DIRECTION.
           IF WS-NEW-TRX-TYPE = 'D'
               MOVE 'C' TO WS-NEW-DIRECTION
           ELSE
               MOVE 'D' TO WS-NEW-DIRECTION
           END-IF.

       REVERSE-ITEM-DIRECTION.
           IF WS-NEW-DIRECTION = 'C'
               MOVE 'D' TO WS-NEW-DIRECTION
           ELSE
               MOVE 'C' TO WS-NEW-DIRECTION
           END-IF.

       ADD-OUR-SIDE-ITEM.
           IF WS-OUR-COUNT NOT < WS-OUR-TABLE-MAX
               MOVE 'Y' TO WS-OUR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUR-COUNT
           MOVE WS-NEW-BATCH     TO WS-OS-BATCH(WS-OUR-COUNT)
           MOVE WS-NEW-ITEM-REF  TO WS-OS-ITEM-REF(WS-OUR-COUNT)
           MOVE WS-NEW-DIRECTION TO WS-OS-DIRECTION(WS-OUR-COUNT)
           MOVE WS-NEW-AMOUNT    TO WS-OS-AMOUNT(WS-OUR-COUNT)
           MOVE WS-NEW-SOURCE    TO WS-OS-SOURCE(WS-OUR-COUNT)
           MOVE 'N'              TO WS-OS-MATCHED(WS-OUR-COUNT)

           IF WS-NEW-DIRECTION = 'C'
               ADD WS-NEW-AMOUNT TO WS-OUR-NET
           ELSE
               SUBTRACT WS-NEW-AMOUNT FROM WS-OUR-NET
           END-IF.

      * without every one of our items in the table, anything the
      * statement carries could be mistaken for theirs alone
       STOP-ON-TABLE-OVERFLOW.
           DISPLAY "Settlement items exceed table - run stopped, "
               "nothing reconciled"
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "RUN STOPPED: our settlement items exceed "
               DELIMITED BY SIZE
               WS-OUR-TABLE-MAX DELIMITED BY SIZE
               " entries - position cannot be proved"
               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           CLOSE STATEMENT-FILE
                 REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * One statement item against our side: an unclaimed row of ours
      * with the same batch, reference, direction and amount matches
      * it outright; failing that, an unclaimed row with the same
      * batch and reference is the same item settled for a different
      * amount; failing that, the item is theirs alone.
      ******************************************************************
       MATCH-STATEMENT-ITEM.
           ADD 1 TO WS-THEIR-ITEMS
           PERFORM LOCATE-BATCH

           IF SS-AMOUNT-X NOT NUMERIC
              OR (SS-DIRECTION NOT = 'C' AND SS-DIRECTION NOT = 'D')
               ADD 1 TO WS-ITEMS-UNREADABLE
               ADD 1 TO WS-BT-THEIR-ONLY(WS-BATCH-IX)
               MOVE SS-BATCH    TO WS-CHK-BATCH
               MOVE SS-ITEM-REF TO WS-CHK-ITEM-REF
               PERFORM CHECK-EXPLAINED
               PERFORM WRITE-UNREADABLE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SS-AMOUNT TO WS-THEIR-AMOUNT
           IF SS-DIRECTION = 'C'
               MOVE WS-THEIR-AMOUNT TO WS-THEIR-SIGNED
           ELSE
               COMPUTE WS-THEIR-SIGNED = 0 - WS-THEIR-AMOUNT
           END-IF
           ADD WS-THEIR-SIGNED TO WS-THEIR-NET

           MOVE ZERO TO WS-OS-FOUND
           PERFORM VARYING WS-OS-I FROM 1 BY 1
               UNTIL WS-OS-I > WS-OUR-COUNT OR WS-OS-FOUND > ZERO
               IF WS-OS-MATCHED(WS-OS-I) = 'N'
                  AND WS-OS-BATCH(WS-OS-I) = SS-BATCH
                  AND WS-OS-ITEM-REF(WS-OS-I) = SS-ITEM-REF
                  AND WS-OS-DIRECTION(WS-OS-I) = SS-DIRECTION
                  AND WS-OS-AMOUNT(WS-OS-I) = WS-THEIR-AMOUNT
                   MOVE WS-OS-I TO WS-OS-FOUND
               END-IF
           END-PERFORM
           IF WS-OS-FOUND > ZERO
               MOVE 'Y' TO WS-OS-MATCHED(WS-OS-FOUND)
               ADD 1 TO WS-ITEMS-MATCHED
               ADD WS-THEIR-AMOUNT TO WS-AMOUNT-MATCHED
               ADD 1 TO WS-BT-MATCHED(WS-BATCH-IX)
               IF SS-DIRECTION = 'C'
                   ADD WS-THEIR-AMOUNT
                       TO WS-BT-MATCHED-CR(WS-BATCH-IX)
               ELSE
                   ADD WS-THEIR-AMOUNT
                       TO WS-BT-MATCHED-DR(WS-BATCH-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OS-I FROM 1 BY 1
               UNTIL WS-OS-I > WS-OUR-COUNT OR WS-OS-FOUND > ZERO
               IF WS-OS-MATCHED(WS-OS-I) = 'N'
                  AND WS-OS-BATCH(WS-OS-I) = SS-BATCH
                  AND WS-OS-ITEM-REF(WS-OS-I) = SS-ITEM-REF
                   MOVE WS-OS-I TO WS-OS-FOUND
               END-IF
           END-PERFORM

           MOVE SS-BATCH    TO WS-CHK-BATCH
           MOVE SS-ITEM-REF TO WS-CHK-ITEM-REF
           PERFORM CHECK-EXPLAINED

           IF WS-OS-FOUND > ZERO
               MOVE 'Y' TO WS-OS-MATCHED(WS-OS-FOUND)
               IF WS-OS-DIRECTION(WS-OS-FOUND) = 'C'
                   MOVE WS-OS-AMOUNT(WS-OS-FOUND) TO WS-OUR-SIGNED
               ELSE
                   COMPUTE WS-OUR-SIGNED =
                       0 - WS-OS-AMOUNT(WS-OS-FOUND)
               END-IF
               COMPUTE WS-DIFF-SIGNED =
                   WS-THEIR-SIGNED - WS-OUR-SIGNED
               ADD 1 TO WS-ITEMS-DIFFERENT
               ADD WS-DIFF-SIGNED TO WS-AMOUNT-DIFFERENT
               ADD 1 TO WS-BT-DIFFERENCES(WS-BATCH-IX)
               PERFORM WRITE-DIFFERENCE-LINE
           ELSE
               ADD 1 TO WS-ITEMS-THEIR-ONLY
               ADD WS-THEIR-AMOUNT TO WS-AMOUNT-THEIR-ONLY
               ADD 1 TO WS-BT-THEIR-ONLY(WS-BATCH-IX)
               PERFORM WRITE-THEIR-ONLY-LINE
           END-IF.

       LOCATE-BATCH.
           MOVE 6 TO WS-BATCH-IX
           PERFORM VARYING WS-BT-I FROM 1 BY 1 UNTIL WS-BT-I > 5
               IF WS-BATCH-CODE(WS-BT-I) = SS-BATCH
                   MOVE WS-BT-I TO WS-BATCH-IX
               END-IF
           END-PERFORM.

       LOCATE-OUR-BATCH.
           MOVE 6 TO WS-BATCH-IX
           PERFORM VARYING WS-BT-I FROM 1 BY 1 UNTIL WS-BT-I > 5
               IF WS-BATCH-CODE(WS-BT-I) = WS-OS-BATCH(WS-OS-I)
                   MOVE WS-BT-I TO WS-BATCH-IX
               END-IF
           END-PERFORM.

      * an explained break is still listed, with operations' note,
      * but does not hold the cycle
       CHECK-EXPLAINED.
           MOVE 'N' TO WS-EXPLAINED
           MOVE SPACES TO WS-EXPLAIN-NOTE
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I > WS-EXPL-COUNT OR WS-EXPLAINED = 'Y'
               IF WS-EX-BATCH(WS-EX-I) = WS-CHK-BATCH
                  AND WS-EX-ITEM-REF(WS-EX-I) = WS-CHK-ITEM-REF
                   MOVE 'Y' TO WS-EXPLAINED
                   MOVE WS-EX-NOTE(WS-EX-I) TO WS-EXPLAIN-NOTE
               END-IF
           END-PERFORM
           IF WS-EXPLAINED = 'Y'
               ADD 1 TO WS-BREAKS-EXPLAINED
           ELSE
               ADD 1 TO WS-BREAKS-UNEXPLAINED
           END-IF.

       TAKE-STATEMENT-TRAILER.
           MOVE 'Y' TO WS-TRAILER-FOUND
           IF SST-ITEM-COUNT-X IS NUMERIC
               MOVE SST-ITEM-COUNT TO WS-TRAILER-COUNT
           END-IF
           IF SST-NET-AMOUNT-X IS NUMERIC
               IF SST-NET-DIRECTION = 'D'
                   COMPUTE WS-TRAILER-NET = 0 - SST-NET-AMOUNT
               ELSE
                   MOVE SST-NET-AMOUNT TO WS-TRAILER-NET
               END-IF
           END-IF.

       LIST-OUR-SIDE-ONLY.
           PERFORM VARYING WS-OS-I FROM 1 BY 1
               UNTIL WS-OS-I > WS-OUR-COUNT
               IF WS-OS-MATCHED(WS-OS-I) = 'N'
                   PERFORM LOCATE-OUR-BATCH
                   ADD 1 TO WS-ITEMS-OUR-ONLY
                   ADD WS-OS-AMOUNT(WS-OS-I) TO WS-AMOUNT-OUR-ONLY
                   ADD 1 TO WS-BT-OUR-ONLY(WS-BATCH-IX)
                   MOVE WS-OS-BATCH(WS-OS-I)    TO WS-CHK-BATCH
                   MOVE WS-OS-ITEM-REF(WS-OS-I) TO WS-CHK-ITEM-REF
                   PERFORM CHECK-EXPLAINED
                   PERFORM WRITE-OUR-ONLY-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      * The statement must add up to its own trailer: a net position
      * that does not agree with the items it claims to settle, or a
      * statement with no trailer at all, cannot be proved and is
      * never explainable.
      ******************************************************************
       CHECK-STATEMENT-TRAILER.
           IF WS-TRAILER-FOUND = 'N'
               ADD 1 TO WS-BREAKS-UNEXPLAINED
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "STATEMENT OUT OF BALANCE: no trailer - net "
                   DELIMITED BY SIZE
                   "position not stated" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAILER-COUNT NOT = WS-THEIR-ITEMS
              OR WS-TRAILER-NET NOT = WS-THEIR-NET
               ADD 1 TO WS-BREAKS-UNEXPLAINED
               MOVE WS-TRAILER-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-TRAILER-NET   TO WS-NET-DISPLAY
               MOVE WS-THEIR-NET     TO WS-NET2-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "STATEMENT OUT OF BALANCE: trailer items "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " net "          DELIMITED BY SIZE
                   WS-NET-DISPLAY   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               MOVE WS-THEIR-ITEMS TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "                          detail items "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " net "          DELIMITED BY SIZE
                   WS-NET2-DISPLAY  DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Clearing Settlement Reconciliation" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Settlement date: " WS-SETTLE-DATE
               " Settlement account: " WS-SETTLE-ACCOUNT
               " Business date: " WS-BUSINESS-DATE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           IF WS-HEADER-FOUND = 'N'
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "Statement has no header - settlement date taken "
                   DELIMITED BY SIZE
                   "from the business date" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF.

       SET-BREAK-LABEL.
           IF WS-EXPLAINED = 'Y'
               MOVE "EXPLAINED: " TO WS-BREAK-LABEL
           ELSE
               MOVE "UNEXPLAINED" TO WS-BREAK-LABEL
           END-IF.

       WRITE-THEIR-ONLY-LINE.
           PERFORM SET-BREAK-LABEL
           MOVE WS-THEIR-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "THEIR SIDE ONLY   Batch: " DELIMITED BY SIZE
               SS-BATCH               DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               SS-ITEM-REF            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SS-DIRECTION           DELIMITED BY SIZE
               " Amount: "            DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-BREAK-LABEL         DELIMITED BY SIZE
               WS-EXPLAIN-NOTE        DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE.

       WRITE-UNREADABLE-LINE.
           PERFORM SET-BREAK-LABEL
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "UNREADABLE ITEM   Batch: " DELIMITED BY SIZE
               SS-BATCH               DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               SS-ITEM-REF            DELIMITED BY SIZE
               " Direction/amount: "  DELIMITED BY SIZE
               SS-DIRECTION           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SS-AMOUNT-X            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-BREAK-LABEL         DELIMITED BY SIZE
               WS-EXPLAIN-NOTE        DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE.

       WRITE-DIFFERENCE-LINE.
           PERFORM SET-BREAK-LABEL
           MOVE WS-THEIR-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-OS-AMOUNT(WS-OS-FOUND) TO WS-OUR-AMT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "AMOUNT DIFFERENCE Batch: " DELIMITED BY SIZE
               SS-BATCH               DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               SS-ITEM-REF            DELIMITED BY SIZE
               " Theirs: "            DELIMITED BY SIZE
               SS-DIRECTION           DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " Ours: "              DELIMITED BY SIZE
               WS-OS-DIRECTION(WS-OS-FOUND) DELIMITED BY SIZE
               WS-OUR-AMT-DISPLAY     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-BREAK-LABEL         DELIMITED BY SIZE
               WS-EXPLAIN-NOTE        DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE.

       WRITE-OUR-ONLY-LINE.
           PERFORM SET-BREAK-LABEL
           MOVE WS-OS-AMOUNT(WS-OS-I) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "OUR SIDE ONLY     Batch: " DELIMITED BY SIZE
               WS-OS-BATCH(WS-OS-I)     DELIMITED BY SIZE
               " Ref: "                 DELIMITED BY SIZE
               WS-OS-ITEM-REF(WS-OS-I)  DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-OS-DIRECTION(WS-OS-I) DELIMITED BY SIZE
               " Amount: "              DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY        DELIMITED BY SIZE
               " From: "                DELIMITED BY SIZE
               WS-OS-SOURCE(WS-OS-I)    DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-BREAK-LABEL           DELIMITED BY SIZE
               WS-EXPLAIN-NOTE          DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE.

       WRITE-BATCH-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           PERFORM VARYING WS-BT-I FROM 1 BY 1 UNTIL WS-BT-I > 6
               MOVE WS-BT-MATCHED(WS-BT-I) TO WS-COUNT-DISPLAY
               MOVE WS-BT-MATCHED-CR(WS-BT-I) TO WS-TOTAL-DISPLAY
               MOVE WS-BT-MATCHED-DR(WS-BT-I) TO WS-TOTAL2-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "Batch "                DELIMITED BY SIZE
                   WS-BATCH-CODE(WS-BT-I)  DELIMITED BY SIZE
                   " matched: "            DELIMITED BY SIZE
                   WS-COUNT-DISPLAY        DELIMITED BY SIZE
                   " credits: "            DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY        DELIMITED BY SIZE
                   " debits: "             DELIMITED BY SIZE
                   WS-TOTAL2-DISPLAY       DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE

               MOVE SPACES TO RECON-REPORT-LINE
               MOVE WS-BT-THEIR-ONLY(WS-BT-I) TO WS-COUNT-DISPLAY
               STRING
                   "               their side only: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY        DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               MOVE WS-BT-OUR-ONLY(WS-BT-I) TO WS-COUNT-DISPLAY
               MOVE " our side only: " TO RECON-REPORT-LINE(42:16)
               MOVE WS-COUNT-DISPLAY   TO RECON-REPORT-LINE(58:7)
               MOVE WS-BT-DIFFERENCES(WS-BT-I) TO WS-COUNT-DISPLAY
               MOVE " differences: " TO RECON-REPORT-LINE(65:14)
               MOVE WS-COUNT-DISPLAY   TO RECON-REPORT-LINE(79:7)
               WRITE RECON-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-ITEMS-MATCHED TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-MATCHED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Items matched:          " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  Amount: "     DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-ITEMS-THEIR-ONLY TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-THEIR-ONLY TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Their side only:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  Amount: "     DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-ITEMS-OUR-ONLY TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-OUR-ONLY TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Our side only:          " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  Amount: "     DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-ITEMS-DIFFERENT TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-DIFFERENT TO WS-NET-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Amount differences:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  Net (theirs less ours): " DELIMITED BY SIZE
               WS-NET-DISPLAY   DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           IF WS-ITEMS-UNREADABLE > ZERO
               MOVE WS-ITEMS-UNREADABLE TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "Unreadable items:       " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF

           IF WS-EXTRACT-UNPRICED > ZERO
               MOVE WS-EXTRACT-UNPRICED TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING
                   "Extract items unpriced: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   " (transaction not found, taken at zero)"
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
           END-IF

           MOVE WS-TRAILER-NET TO WS-NET-DISPLAY
           MOVE WS-OUR-NET     TO WS-NET2-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Net position  stated: " DELIMITED BY SIZE
               WS-NET-DISPLAY   DELIMITED BY SIZE
               "  ours: "       DELIMITED BY SIZE
               WS-NET2-DISPLAY  DELIMITED BY SIZE
               "  (credit to us positive)" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-BREAKS-EXPLAINED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Breaks explained:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE WS-BREAKS-UNEXPLAINED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECON-REPORT-LINE
           STRING
               "Breaks unexplained:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE

           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-BREAKS-UNEXPLAINED > ZERO
               MOVE "SETTLEMENT NOT PROVED - hold the cycle"
                   TO RECON-REPORT-LINE
           ELSE
               MOVE "SETTLEMENT PROVED" TO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE.

       END PROGRAM SETTLEMENT-RECONCILIATION.
