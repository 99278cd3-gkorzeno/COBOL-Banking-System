      * interest 8xxxxxxx, the standing generator 9xxxxxxx, maturity
      * pay-outs 1xxxxxxx and sweeps 2xxxxxxx.
      *
      * Every accepted item is also listed on the accepted-item
      * register (ACPTREC) with the id it was queued under and the
      * switch reference; with the return file it is what
      * SETTLEMENT-RECONCILIATION proves the clearing house's
      * settlement statement against. Like the return file it is
      * started afresh by every run. The switch reference also rides
      * on the queued transaction (T-SENDER-REF), which is how
      * CARD-DISPUTES finds the item a customer disputes.
      *
      * Card file record layout (fixed columns):
      *   card(16) type(1) date(8) time(6) amount(12, two implied
      *   decimals) currency(3) switch-ref(12)
      * Usage:
      *   importCardTransactions [card-file] [xref-file]
      *       [master-file] [trans-file] [return-file] [report-file]
      *       [history-file] [accepted-file]
      *
      * Defaults:
      *   card-file    = cardActivity.dat
      *   return-file  = cardReturn.dat
      *   report-file  = cardImportReport.txt
      *   history-file = transactionHistory (id-band scan only)
      *   accepted-file = cardAccepted.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORT-CARD-TRANSACTIONS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT ACCEPTED-FILE ASSIGN TO DYNAMIC WS-AcceptedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.
           05 RT-SWITCH-REF        PIC X(12).
           05 RT-REASON-CODE       PIC XX.

       FD  ACCEPTED-FILE.
       01  ACCEPTED-REC.
           COPY ACPTREC REPLACING ==:PFX:== BY ==AC==.

       FD  REPORT-FILE.
       01  CARD-REPORT-LINE PIC X(132).

       01  WS-ReportFile        PIC X(200)
           VALUE "cardImportReport.txt".
       01  WS-HistoryFile       PIC X(200) VALUE "transactionHistory".
       01  WS-AcceptedFile      PIC X(200) VALUE "cardAccepted.dat".

       01  WS-CRD-STATUS        PIC XX.
       01  WS-XRF-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-RTN-STATUS        PIC XX.
       01  WS-ACP-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.

       01  WS-CARD-EOF          PIC X VALUE 'N'.
                 MASTER-FILE
                 TRANS-FILE
                 RETURN-FILE
                 ACCEPTED-FILE
                 REPORT-FILE

           STOP RUN.
                        WS-ReturnFile
                        WS-ReportFile
                        WS-HistoryFile
                        WS-AcceptedFile
               END-UNSTRING
           END-IF

           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-AcceptedFile = SPACES OR WS-AcceptedFile = "-"
               MOVE "cardAccepted.dat" TO WS-AcceptedFile
           END-IF.

       OPEN-FILES.
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCEPTED-FILE
           IF WS-ACP-STATUS NOT = "00"
               DISPLAY "Unable to open card accepted-item file: "
                   WS-AcceptedFile
               DISPLAY "Accepted status: " WS-ACP-STATUS
               CLOSE CARD-FILE
               CLOSE MASTER-FILE
               CLOSE TRANS-FILE
               CLOSE RETURN-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      ******************************************************************
           MOVE CD-CURRENCY          TO T-CURRENCY
           MOVE SPACE                TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE        TO T-BRANCH-CODE
           MOVE CD-SWITCH-REF        TO T-SENDER-REF
           MOVE SPACES               TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   MOVE "07" TO WS-REASON-CODE
                   PERFORM WRITE-RETURN-ITEM
               NOT INVALID KEY
                   PERFORM WRITE-ACCEPTED-ITEM
                   ADD 1 TO WS-NEXT-TRANS-ID
                   ADD 1 TO WS-ITEMS-ACCEPTED
                   ADD CD-AMOUNT TO WS-AMOUNT-ACCEPTED
           END-WRITE.

       WRITE-ACCEPTED-ITEM.
           MOVE T-ACC-NUMBER         TO AC-ACC-NUMBER
           MOVE T-ID                 TO AC-ID
           MOVE CD-TRX-TYPE          TO AC-TRX-TYPE
           MOVE CD-DATE              TO AC-DATE
           MOVE CD-AMOUNT            TO AC-AMOUNT
           MOVE CD-CURRENCY          TO AC-CURRENCY
           MOVE CD-SWITCH-REF        TO AC-ITEM-REF
           WRITE ACCEPTED-REC.

       WRITE-RETURN-ITEM.
           ADD 1 TO WS-ITEMS-REFUSED
           IF CD-AMOUNT-X NUMERIC
