      ******************************************************************
      * One-time conversion: rewrites an indexed transaction-layout
      * file (the live transactions, the cumulative history, a history
      * generation or an archive) from the 74-byte layout, which ends
      * at the sender reference, into the current layout carrying the
      * cheque serial number. The serial is set to spaces -- only
      * cheques presented through the clearing house from now on
      * carry one.
      *
      * The control-total record is carried through unchanged (its
      * 41-byte image sits inside both layouts), so the file stays
      * verifiable.
      *
      * Usage:
      *   addChequeSerials [old-file] [new-file]
      *
      * Defaults:
      *   old = indexedTransactions, new = indexedTransactions.new
      *
      * After checking the counts, rename the new file into place. Run
      * once more for transactionHistory and for each history
      * generation and archive file that exists.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD-CHEQUE-SERIALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANS-FILE ASSIGN TO DYNAMIC WS-OldFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-TRANS-KEY
               ALTERNATE RECORD KEY IS OT-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-TRANS-FILE ASSIGN TO DYNAMIC WS-NewFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-TRANS-KEY
               ALTERNATE RECORD KEY IS NT-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * the transaction layout as it stood before the cheque serial
      * number was added
       FD  OLD-TRANS-FILE.
       01  OLD-TRANS-REC.
           05 OT-TRANS-KEY.
               10 OT-ACC-NUMBER   PIC X(10).
               10 OT-ID           PIC 9(8).
           05 OT-DATE         PIC X(8).
           05 OT-TIME         PIC X(6).
           05 OT-TRX-TYPE     PIC X.
           05 OT-AMOUNT       PIC 9(10)V99.
           05 OT-TARGET-ACC-NUMBER PIC X(10).
           05 OT-CURRENCY     PIC X(3).
           05 OT-POSTED-FLAG  PIC X.
           05 OT-BRANCH-CODE  PIC X(3).
           05 OT-SENDER-REF   PIC X(12).

       FD  NEW-TRANS-FILE.
       01  NEW-TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==NT==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-OldFile           PIC X(200).
       01  WS-NewFile           PIC X(200).

       01  WS-OLD-STATUS        PIC XX.
       01  WS-NEW-STATUS        PIC XX.

       01  WS-EOF               PIC X VALUE 'N'.
           88 OLD-EOF VALUE 'Y'.

       01  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-OldFile
                    WS-NewFile
           END-UNSTRING

           IF WS-OldFile = SPACES
               MOVE "indexedTransactions" TO WS-OldFile
           END-IF
           IF WS-NewFile = SPACES
               MOVE "indexedTransactions.new" TO WS-NewFile
           END-IF

           OPEN INPUT OLD-TRANS-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open old transaction file: "
                   WS-OldFile
               DISPLAY "Old status: " WS-OLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-TRANS-FILE
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "Unable to create new transaction file: "
                   WS-NewFile
               DISPLAY "New status: " WS-NEW-STATUS
               CLOSE OLD-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OLD-EOF
               READ OLD-TRANS-FILE NEXT RECORD
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-TRANS
               END-READ
           END-PERFORM

           CLOSE OLD-TRANS-FILE
                 NEW-TRANS-FILE

           DISPLAY "Transaction cheque-serial conversion complete."
           PERFORM DISPLAY-COUNTS

           STOP RUN.

      * the old layout is the front of the new one, control record
      * included, so the old image padded with spaces is the new one
       CONVERT-ONE-TRANS.
           MOVE SPACES TO NEW-TRANS-REC
           MOVE OLD-TRANS-REC TO NEW-TRANS-REC(1:74)

           WRITE NEW-TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to write converted record: "
                       NT-ACC-NUMBER " / " NT-ID
                       " status " WS-NEW-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.

       DISPLAY-COUNTS.
           DISPLAY "Old file: " WS-OldFile
           DISPLAY "New file: " WS-NewFile
           DISPLAY "Records read   : " WS-RECORDS-READ
           DISPLAY "Records written: " WS-RECORDS-WRITTEN.

       END PROGRAM ADD-CHEQUE-SERIALS.
