      ******************************************************************
      * Returns inbound clearing items refused at posting to the
      * clearing house. IMPORT-CLEARING-TRANSACTIONS returns what
      * fails its own edit; an item that passed import but was then
      * refused by UPDATE-ACCOUNTS-INDEXED only reached our internal
      * reject file. Run after the posting run, this step reads that
      * reject file, picks out the clearing items -- the ones in the
      * import's 7xxxxxxx id band carrying the sender's reference,
      * which the import copies onto the transaction (card items
      * carry the switch reference in the same field) -- and appends
      * them to the clearing return file in the same layout the
      * import uses, with our reject category mapped to the
      * network's return reason code:
      *
      *   posting reject                         return reason
      *   04 overdraft limit exceeded            07 insufficient funds
      *   12 exceeds available (funds held)      07 insufficient funds
      *   18 stop instruction matched            08 payment stopped
      *   15 account dormant                     09 account dormant
      *   05 account not active (closed)         10 account closed
      *   19 confirmed watch-list hit            11 refused, compliance
      *   21 debits restricted (KYC lapsed)      11 refused, compliance
      *   17 term deposit not yet matured        12 no withdrawal
      *                                             permitted
      *   23 cheque returned on positive pay     13 refer to drawer
      * (the import's own edit codes 01-06 and direct-debit mandate
      * codes 14-17 are unchanged). A cheque
      * refused 22, a positive-pay exception still waiting on the
      * customer's pay-or-return decision, is not returned; it comes
      * back as 23 once the customer returns it or the decision
      * deadline passes.
      *
      * The clearing house only accepts a return within return-days
      * business days of the item's date. An item still inside the
      * window is returned; one already past it cannot go back
      * through the network and is listed as PAST DEADLINE for
      * operations to claim by hand, and the step ends with return
      * code 4. Any other reject of a clearing item -- a bad date, a
      * missing FX rate, a daily limit -- is ours to repair and
      * recycle, and is listed as not returned.
      *
      * A returned item is deleted from the live transaction file
      * before its return is written, and the file's control record
      * is brought down by its count and amount, so the next posting
      * run cannot post or refuse it again. An item no longer on the
      * file -- already returned by an earlier run over the same
      * reject file -- or one that has posted since is listed and not
      * returned again. An item that cannot be deleted is not
      * returned either; it stays queued, is refused again by the
      * next posting run, and the step ends with return code 8. So
      * does an item whose return cannot be written: it is put back
      * on the transaction file for a later run to return. A
      * past-deadline item is left queued, so it still posts if the
      * refusal clears before operations claim it.
      *
      * Business days come from the bank calendar; a missing calendar
      * means every day counts. The processing date is the business
      * date on the run-control header, or today when there is none.
      * An item the import redirected to a renumbered account goes
      * back under the number it was posted to; the sender matches it
      * on the reference. The transaction does not carry a direct
      * debit's creditor identifier or mandate reference, so a
      * returned direct debit goes back with those fields blank and
      * is likewise matched on the reference.
      *
      * Usage:
      *   clearingPostingReturns [reject-file] [return-file]
      *       [report-file] [return-days] [calendar-file]
      *       [run-control-file] [trans-file]
      *
      * Defaults:
      *   reject-file      = rejectTransactions.dat
      *   return-file      = clearingReturn.dat (appended to)
      *   report-file      = clearingPostingReturnReport.txt
      *   return-days      = 2
      *   calendar-file    = bankCalendar.dat
      *   run-control-file = runControl.dat
      *   trans-file       = indexedTransactions
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARING-POSTING-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-RejectFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCT-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-ReturnFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CalendarFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALF-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-TRANS-KEY
               ALTERNATE RECORD KEY IS T-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRNS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REJECT-FILE.
       01  REJECT-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==RJ==.
           05 RJ-REASON-CODE  PIC XX.

      * the clearing partner's record layout with the return reason
      * appended, as IMPORT-CLEARING-TRANSACTIONS writes it
       FD  RETURN-FILE.
       01  RETURN-REC.
           05 RT-ACC-NUMBER        PIC X(10).
           05 RT-TRX-TYPE          PIC X.
           05 RT-DATE              PIC X(8).
           05 RT-TIME              PIC X(6).
           05 RT-AMOUNT            PIC 9(10)V99.
           05 RT-TARGET-ACC-NUMBER PIC X(10).
           05 RT-CURRENCY          PIC X(3).
           05 RT-SENDER-REF        PIC X(12).
           05 RT-CHEQUE-SERIAL     PIC X(10).
           05 RT-CREDITOR-ID       PIC X(15).
           05 RT-MANDATE-REF       PIC X(20).
           05 RT-REASON-CODE       PIC XX.

       FD  REPORT-FILE.
       01  RETURN-REPORT-LINE PIC X(132).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           COPY CALREC REPLACING ==:PFX:== BY ==CA==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(400).
       01  WS-RejectFile        PIC X(200).
       01  WS-ReturnFile        PIC X(200).
       01  WS-ReportFile        PIC X(200).
       01  WS-ARG-RETURN-DAYS   PIC X(3).
       01  WS-CalendarFile      PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-TransactionFile   PIC X(200).

       01  WS-RJCT-STATUS       PIC XX.
       01  WS-RTN-STATUS        PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-CALF-STATUS       PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".
       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.

       01  WS-REJECT-EOF        PIC X VALUE 'N'.
       01  WS-RETURN-DAYS       PIC 9(3) VALUE 2.
       01  WS-PROCESS-DATE      PIC X(8).
      * the clearing import's id band
       01  WS-CLEARING-ID-FLOOR   PIC 9(8) VALUE 70000000.
       01  WS-CLEARING-ID-CEILING PIC 9(8) VALUE 80000000.

      * posting reject code to network return reason code
       01  WS-RETURN-MAP-DATA.
           05 FILLER PIC X(4) VALUE "0407".
           05 FILLER PIC X(4) VALUE "1207".
           05 FILLER PIC X(4) VALUE "1808".
           05 FILLER PIC X(4) VALUE "1509".
           05 FILLER PIC X(4) VALUE "0510".
           05 FILLER PIC X(4) VALUE "1911".
           05 FILLER PIC X(4) VALUE "1712".
           05 FILLER PIC X(4) VALUE "2111".
           05 FILLER PIC X(4) VALUE "2313".
       01  WS-RETURN-MAP-TABLE REDEFINES WS-RETURN-MAP-DATA.
           05 WS-RM-ENTRY OCCURS 9 TIMES.
               10 WS-RM-REJECT-CODE PIC XX.
               10 WS-RM-RETURN-CODE PIC XX.
       01  WS-RM-I              PIC 9(2).
       01  WS-RETURN-CODE       PIC XX.
       01  WS-DEADLINE          PIC X(8).
       01  WS-BD-COUNTED        PIC 9(3).

       01  WS-REJECTS-READ      PIC 9(7) VALUE ZERO.
       01  WS-CLEARING-REJECTS  PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-RETURNED    PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-LATE        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-KEPT        PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-GONE        PIC 9(7) VALUE ZERO.
       01  WS-RETIRE-FAILURES   PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-RETURNED   PIC 9(12)V99 VALUE ZERO.
       01  WS-AMOUNT-LATE       PIC 9(12)V99 VALUE ZERO.
       01  WS-AMOUNT-KEPT       PIC 9(12)V99 VALUE ZERO.
       01  WS-RETIRED-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       01  WS-RETIRE-RESULT     PIC X.
       01  WS-RETIRED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-HARD-FAILURE      PIC X VALUE 'N'.
      * the queued item as it stood before its delete, written back
      * when its return cannot be written
       01  WS-RETIRED-ITEM      PIC X(84).
       01  WS-GONE-TEXT         PIC X(34).

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-TOTAL-DISPLAY     PIC ZZZZZZZZZZZ9.99.
       01  WS-AMOUNT-DISPLAY    PIC ZZZZZZZZZ9.99.

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

      * bank calendar: weekend rule plus listed holidays; a missing
      * file means every day is a business day
       01  WS-CAL-LOADED        PIC X VALUE 'N'.
       01  WS-CAL-EOF           PIC X VALUE 'N'.
       01  WS-CAL-WEEKEND       PIC X(7) VALUE "YYYYYYY".
       01  WS-CAL-HOL-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-CAL-HOLIDAYS.
           05 WS-CH-DATE OCCURS 100 TIMES PIC X(8).
       01  WS-CH-I              PIC 9(3).
       01  WS-BD-DATE.
           05 WS-BD-CC PIC 99.
           05 WS-BD-YY PIC 99.
           05 WS-BD-MM PIC 99.
           05 WS-BD-DD PIC 99.
       01  WS-BD-IS-BUSINESS    PIC X.
       01  WS-BD-DOW            PIC 9.
       01  WS-BD-ROLLS          PIC 9(2).
       01  WS-ZY                PIC 9(4).
       01  WS-ZM                PIC 9(2).
       01  WS-ZT                PIC S9(7).
       01  WS-ZW                PIC S9(7).
       01  WS-Z4                PIC 9(4).
       01  WS-Z100              PIC 9(4).
       01  WS-Z400              PIC 9(4).
       01  WS-ZD                PIC 9(2).

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

           MOVE WS-TODAY TO WS-PROCESS-DATE
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-BANK-CALENDAR
           PERFORM OPEN-FILES

           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-REJECT-EOF = 'Y'
               READ REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-REJECT-EOF
                   NOT AT END
                       ADD 1 TO WS-REJECTS-READ
                       IF RJ-SENDER-REF NOT = SPACES
                          AND RJ-ID >= WS-CLEARING-ID-FLOOR
                          AND RJ-ID < WS-CLEARING-ID-CEILING
                           PERFORM PROCESS-CLEARING-REJECT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM MAINTAIN-TRANS-CONTROL
           PERFORM WRITE-REPORT-TOTALS

           CLOSE REJECT-FILE
                 RETURN-FILE
                 REPORT-FILE
                 TRANS-FILE

           IF WS-ITEMS-LATE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RETIRE-FAILURES > ZERO OR WS-HARD-FAILURE = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-RejectFile
                        WS-ReturnFile
                        WS-ReportFile
                        WS-ARG-RETURN-DAYS
                        WS-CalendarFile
                        WS-RunControlFile
                        WS-TransactionFile
               END-UNSTRING
           END-IF

           IF WS-RejectFile = SPACES OR WS-RejectFile = "-"
               MOVE "rejectTransactions.dat" TO WS-RejectFile
           END-IF
           IF WS-ReturnFile = SPACES OR WS-ReturnFile = "-"
               MOVE "clearingReturn.dat" TO WS-ReturnFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "clearingPostingReturnReport.txt" TO WS-ReportFile
           END-IF
           IF WS-ARG-RETURN-DAYS NOT = SPACES
              AND WS-ARG-RETURN-DAYS NOT = "-"
               COMPUTE WS-RETURN-DAYS =
                   FUNCTION NUMVAL(WS-ARG-RETURN-DAYS)
           END-IF
           IF WS-CalendarFile = SPACES OR WS-CalendarFile = "-"
               MOVE "bankCalendar.dat" TO WS-CalendarFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF.

      * the return window is measured to the business date of the
      * cycle being closed; a missing run-control file leaves today
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
                       MOVE RN-BUSINESS-DATE TO WS-PROCESS-DATE
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

      * the return file is shared with the import, which writes it
      * fresh each night; this step adds to it
       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open posting return report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REJECT-FILE
           IF WS-RJCT-STATUS NOT = "00"
               DISPLAY "Unable to open reject file: " WS-RejectFile
               DISPLAY "Reject status: " WS-RJCT-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND RETURN-FILE
           IF WS-RTN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "Unable to open return file: " WS-ReturnFile
               DISPLAY "Return status: " WS-RTN-STATUS
               CLOSE REJECT-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TRANS-FILE
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to open transaction file: "
                   WS-TransactionFile
               DISPLAY "Transaction status: " WS-TRNS-STATUS
               CLOSE REJECT-FILE
               CLOSE RETURN-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * One refused clearing item: map the reject to a return reason,
      * then return it if the window is still open.
      ******************************************************************
       PROCESS-CLEARING-REJECT.
           ADD 1 TO WS-CLEARING-REJECTS
           MOVE RJ-AMOUNT TO WS-AMOUNT-DISPLAY

           MOVE SPACES TO WS-RETURN-CODE
           PERFORM VARYING WS-RM-I FROM 1 BY 1
               UNTIL WS-RM-I > 9 OR WS-RETURN-CODE NOT = SPACES
               IF WS-RM-REJECT-CODE(WS-RM-I) = RJ-REASON-CODE
                   MOVE WS-RM-RETURN-CODE(WS-RM-I) TO WS-RETURN-CODE
               END-IF
           END-PERFORM

           IF WS-RETURN-CODE = SPACES
               ADD 1 TO WS-ITEMS-KEPT
               ADD RJ-AMOUNT TO WS-AMOUNT-KEPT
               PERFORM WRITE-KEPT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-RETURN-DEADLINE
           IF WS-PROCESS-DATE > WS-DEADLINE
               ADD 1 TO WS-ITEMS-LATE
               ADD RJ-AMOUNT TO WS-AMOUNT-LATE
               PERFORM WRITE-LATE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM RETIRE-LIVE-ITEM
           IF WS-RETIRE-RESULT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE RJ-ACC-NUMBER        TO RT-ACC-NUMBER
           MOVE RJ-TRX-TYPE          TO RT-TRX-TYPE
           MOVE RJ-DATE              TO RT-DATE
           MOVE RJ-TIME              TO RT-TIME
           MOVE RJ-AMOUNT            TO RT-AMOUNT
           MOVE RJ-TARGET-ACC-NUMBER TO RT-TARGET-ACC-NUMBER
           MOVE RJ-CURRENCY          TO RT-CURRENCY
           MOVE RJ-SENDER-REF        TO RT-SENDER-REF
           MOVE RJ-CHEQUE-SERIAL     TO RT-CHEQUE-SERIAL
           MOVE SPACES               TO RT-CREDITOR-ID
           MOVE SPACES               TO RT-MANDATE-REF
           MOVE WS-RETURN-CODE       TO RT-REASON-CODE
           WRITE RETURN-REC
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "Return write failed: " RJ-ACC-NUMBER
                   " / " RJ-SENDER-REF " status " WS-RTN-STATUS
               PERFORM RESTORE-LIVE-ITEM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RETIRED-COUNT
           ADD T-AMOUNT TO WS-RETIRED-AMOUNT
           ADD 1 TO WS-ITEMS-RETURNED
           ADD RJ-AMOUNT TO WS-AMOUNT-RETURNED
           PERFORM WRITE-RETURNED-LINE.

      ******************************************************************
      * Takes the refused item off the live transaction file so the
      * next posting run does not meet it again. WS-RETIRE-RESULT is
      * 'Y' when it was deleted and the return may go; anything else
      * means no return is written for it this run.
      ******************************************************************
       RETIRE-LIVE-ITEM.
           MOVE 'N' TO WS-RETIRE-RESULT
           MOVE RJ-ACC-NUMBER TO T-ACC-NUMBER
           MOVE RJ-ID         TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TRNS-STATUS = "23"
               ADD 1 TO WS-ITEMS-GONE
               MOVE "already off the transaction file"
                   TO WS-GONE-TEXT
               PERFORM WRITE-GONE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRNS-STATUS NOT = "00"
               ADD 1 TO WS-RETIRE-FAILURES
               DISPLAY "Unable to read queued item: " RJ-ACC-NUMBER
                   " / " RJ-ID " status " WS-TRNS-STATUS
               MOVE "unreadable - not returned" TO WS-GONE-TEXT
               PERFORM WRITE-GONE-LINE
               EXIT PARAGRAPH
           END-IF
           IF T-POSTED-FLAG = 'P'
               ADD 1 TO WS-ITEMS-GONE
               MOVE "posted since - not returned" TO WS-GONE-TEXT
               PERFORM WRITE-GONE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE TRANS-REC TO WS-RETIRED-ITEM
           DELETE TRANS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-TRNS-STATUS NOT = "00"
               ADD 1 TO WS-RETIRE-FAILURES
               DISPLAY "Unable to delete queued item: " RJ-ACC-NUMBER
                   " / " RJ-ID " status " WS-TRNS-STATUS
               MOVE "delete failed - not returned" TO WS-GONE-TEXT
               PERFORM WRITE-GONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RETIRE-RESULT.

      ******************************************************************
      * The return could not be written, so the deleted item goes back
      * onto the transaction file to be refused and returned by a
      * later run. Should that write fail too the item is off the
      * file and is taken out of the control record with the returned
      * ones, so the file still verifies; the console message is then
      * the only record of it.
      ******************************************************************
       RESTORE-LIVE-ITEM.
           ADD 1 TO WS-RETIRE-FAILURES
           MOVE WS-RETIRED-ITEM TO TRANS-REC
           WRITE TRANS-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-TRNS-STATUS = "00"
               MOVE "return failed - item requeued"
                   TO WS-GONE-TEXT
           ELSE
               DISPLAY "Unable to requeue item: " RJ-ACC-NUMBER
                   " / " RJ-ID " status " WS-TRNS-STATUS
               ADD 1 TO WS-RETIRED-COUNT
               ADD T-AMOUNT TO WS-RETIRED-AMOUNT
               MOVE "LOST - return and requeue failed"
                   TO WS-GONE-TEXT
           END-IF
           PERFORM WRITE-GONE-LINE.

      ******************************************************************
      * Takes the retired items out of the transaction file's control
      * record so consumers can still verify the file. A file
      * carrying no control record is left without one.
      ******************************************************************
       MAINTAIN-TRANS-CONTROL.
           IF WS-RETIRED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-KEY TO T-ACC-NUMBER
           MOVE 99999999       TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TRANS-REC(1:41) TO CONTROL-IMAGE
           SUBTRACT WS-RETIRED-COUNT FROM CT-RECORD-COUNT
           SUBTRACT WS-RETIRED-AMOUNT FROM CT-HASH-TOTAL
           MOVE SPACES TO TRANS-REC
           MOVE CONTROL-IMAGE TO TRANS-REC(1:41)
           REWRITE TRANS-REC
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to update transaction control record"
                   " status " WS-TRNS-STATUS
               MOVE 'Y' TO WS-HARD-FAILURE
           END-IF.

      * the last day the item may go back: return-days business days
      * after its own date; an item with no usable date is treated as
      * dated today so it still goes back
       COMPUTE-RETURN-DEADLINE.
           IF RJ-DATE IS NUMERIC
               MOVE RJ-DATE TO WS-BD-DATE
           ELSE
               MOVE WS-PROCESS-DATE TO WS-BD-DATE
           END-IF
           IF WS-BD-MM < 1 OR WS-BD-MM > 12
               MOVE WS-PROCESS-DATE TO WS-BD-DATE
           END-IF
           MOVE ZERO TO WS-BD-COUNTED
           PERFORM UNTIL WS-BD-COUNTED NOT < WS-RETURN-DAYS
               PERFORM ADVANCE-ONE-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
               ADD 1 TO WS-BD-COUNTED
           END-PERFORM
           MOVE WS-BD-DATE TO WS-DEADLINE.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-BD-DD
           IF WS-BD-DD > WS-DIM-DAYS(WS-BD-MM)
               MOVE 1 TO WS-BD-DD
               ADD 1 TO WS-BD-MM
               IF WS-BD-MM > 12
                   MOVE 1 TO WS-BD-MM
                   ADD 1 TO WS-BD-YY
               END-IF
           END-IF.

      * a missing calendar file just means every date is a
      * business day
       LOAD-BANK-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CAL-LOADED
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF CA-DATE = "00000000"
                           MOVE CA-TEXT(1:7) TO WS-CAL-WEEKEND
                       ELSE
                           IF WS-CAL-HOL-COUNT < 100
                               ADD 1 TO WS-CAL-HOL-COUNT
                               MOVE CA-DATE
                                   TO WS-CH-DATE(WS-CAL-HOL-COUNT)
                           ELSE
                               DISPLAY "Holiday table full - "
                                   CA-DATE " not observed"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      ******************************************************************
      * A date is a business day unless the weekend rule marks its
      * day of the week 'N' or it sits on the holiday list. With no
      * calendar loaded every date passes.
      ******************************************************************
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BD-IS-BUSINESS
           IF WS-CAL-LOADED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-DAY-OF-WEEK
           IF WS-CAL-WEEKEND(WS-BD-DOW:1) = 'N'
               MOVE 'N' TO WS-BD-IS-BUSINESS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CH-I FROM 1 BY 1
               UNTIL WS-CH-I > WS-CAL-HOL-COUNT
               IF WS-CH-DATE(WS-CH-I) = WS-BD-DATE
                   MOVE 'N' TO WS-BD-IS-BUSINESS
               END-IF
           END-PERFORM.

      * day of the week by Zeller's congruence, 1 = Monday through
      * 7 = Sunday; the divisions land in integer fields so each
      * truncates the way the formula needs
       COMPUTE-DAY-OF-WEEK.
           MOVE WS-BD-DATE(1:4) TO WS-ZY
           MOVE WS-BD-MM TO WS-ZM
           IF WS-ZM < 3
               ADD 12 TO WS-ZM
               SUBTRACT 1 FROM WS-ZY
           END-IF
           COMPUTE WS-ZT = (13 * (WS-ZM + 1)) / 5
           COMPUTE WS-Z4 = WS-ZY / 4
           COMPUTE WS-Z100 = WS-ZY / 100
           COMPUTE WS-Z400 = WS-ZY / 400
           COMPUTE WS-ZW = WS-BD-DD + WS-ZT + WS-ZY + WS-Z4
               - WS-Z100 + WS-Z400
           COMPUTE WS-ZT = WS-ZW / 7
           COMPUTE WS-ZW = WS-ZW - (WS-ZT * 7)
           COMPUTE WS-ZD = WS-ZW + 5
           COMPUTE WS-ZT = WS-ZD / 7
           COMPUTE WS-ZD = WS-ZD - (WS-ZT * 7)
           COMPUTE WS-BD-DOW = WS-ZD + 1.

      * walks WS-BD-DATE forward onto the next business day; the
      * two-week guard stops a mis-keyed calendar from spinning
       ROLL-TO-BUSINESS-DAY.
           MOVE ZERO TO WS-BD-ROLLS
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BD-IS-BUSINESS = 'Y'
                      OR WS-BD-ROLLS > 14
               ADD 1 TO WS-BD-ROLLS
               PERFORM ADVANCE-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Clearing Posting Return Report" DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-RETURN-DAYS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               " Processing date: " WS-PROCESS-DATE
               " Return window (business days): " WS-COUNT-DISPLAY
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       WRITE-RETURNED-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "RETURNED  Account: "  DELIMITED BY SIZE
               RJ-ACC-NUMBER          DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               RJ-SENDER-REF          DELIMITED BY SIZE
               " Amount: "            DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " Reject: "            DELIMITED BY SIZE
               RJ-REASON-CODE         DELIMITED BY SIZE
               " Return reason: "     DELIMITED BY SIZE
               WS-RETURN-CODE         DELIMITED BY SIZE
               " Deadline: "          DELIMITED BY SIZE
               WS-DEADLINE            DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       WRITE-LATE-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "PAST DEADLINE Account: " DELIMITED BY SIZE
               RJ-ACC-NUMBER          DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               RJ-SENDER-REF          DELIMITED BY SIZE
               " Amount: "            DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " Return reason: "     DELIMITED BY SIZE
               WS-RETURN-CODE         DELIMITED BY SIZE
               " Deadline was: "      DELIMITED BY SIZE
               WS-DEADLINE            DELIMITED BY SIZE
               " - claim by hand"     DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       WRITE-GONE-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "NOT RETURNED Account: " DELIMITED BY SIZE
               RJ-ACC-NUMBER          DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               RJ-SENDER-REF          DELIMITED BY SIZE
               " Amount: "            DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " - "                  DELIMITED BY SIZE
               WS-GONE-TEXT           DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       WRITE-KEPT-LINE.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "NOT RETURNED Account: " DELIMITED BY SIZE
               RJ-ACC-NUMBER          DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               RJ-SENDER-REF          DELIMITED BY SIZE
               " Amount: "            DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY      DELIMITED BY SIZE
               " Reject: "            DELIMITED BY SIZE
               RJ-REASON-CODE         DELIMITED BY SIZE
               " - repair and recycle" DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "--------------------------------------------------"
               DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-REJECTS-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Rejects Read: "    DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-CLEARING-REJECTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Clearing Items Rejected: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY            DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-ITEMS-RETURNED  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-RETURNED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Items Returned: "  DELIMITED BY SIZE
               WS-COUNT-DISPLAY    DELIMITED BY SIZE
               " Amount Total: "   DELIMITED BY SIZE
               WS-TOTAL-DISPLAY    DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-ITEMS-LATE  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-LATE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Items Past Deadline: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY        DELIMITED BY SIZE
               " Amount Total: "       DELIMITED BY SIZE
               WS-TOTAL-DISPLAY        DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-ITEMS-KEPT  TO WS-COUNT-DISPLAY
           MOVE WS-AMOUNT-KEPT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Items Not Returnable: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY         DELIMITED BY SIZE
               " Amount Total: "        DELIMITED BY SIZE
               WS-TOTAL-DISPLAY         DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-ITEMS-GONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Items Already Retired: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY          DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE

           MOVE WS-RETIRE-FAILURES TO WS-COUNT-DISPLAY
           MOVE SPACES TO RETURN-REPORT-LINE
           STRING
               "Items Not Retired (errors): " DELIMITED BY SIZE
               WS-COUNT-DISPLAY               DELIMITED BY SIZE
               INTO RETURN-REPORT-LINE
           END-STRING
           WRITE RETURN-REPORT-LINE.

       END PROGRAM CLEARING-POSTING-RETURNS.
