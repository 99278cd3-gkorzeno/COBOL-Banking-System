      *                  run; the early-withdrawal check there lets
      *                  it through because maturity has passed.
      *
      * The whole term file is written back to the out-file in key
      * order, which becomes the term file for the next cycle -- the
      * standing generator's in/out convention.
      *
      * Maturity pay-outs carry T-IDs in 10000000-14999999 (15xxxxxx
      * belongs to the loan drawdowns and installments); sweeps
      * own 2xxxxxxx, memo posts 5xxxxxxx, fees 6xxxxxxx, the
      * clearing import 7xxxxxxx, interest 8xxxxxxx and the standing
      * generator 9xxxxxxx, so the ids cannot collide.
      *
      * Defaults:
      *   master-file      = indexedMaster
      *   term-file        = indexedTerms
      *   out-term-file    = indexedTermsOut
      *   trans-file       = indexedTransactions
      *   report-file      = termMaturityReport.txt
      *   run-control-file = runControl.dat
               FILE STATUS IS WS-MS-STATUS.

           SELECT TERM-FILE ASSIGN TO DYNAMIC WS-TermFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACC-NUMBER
               ALTERNATE RECORD KEY IS TD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TD-STATUS.

           SELECT OUT-TERM-FILE ASSIGN TO DYNAMIC WS-OutTermFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OTD-ACC-NUMBER
               ALTERNATE RECORD KEY IS OTD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-OTD-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-TermFile          PIC X(200) VALUE "indexedTerms".
       01  WS-OutTermFile       PIC X(200) VALUE "indexedTermsOut".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-ReportFile        PIC X(200)
           VALUE "termMaturityReport.txt".

       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 10000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 10000000.
       01  WS-TRANS-ID-CEILING  PIC 9(8) VALUE 15000000.
       01  WS-MAX-TRANS-ID      PIC 9(8) VALUE ZERO.

       01  CONTROL-IMAGE.
               STOP RUN
           END-IF.

      * Maturity pay-outs carry T-IDs in 10000000-14999999, bounded
      * above so ids from the loan and other bands cannot drag the
      * starting id out of range. The end-of-cycle purge empties the
      * live file, so the band maximum is also taken from the
      * cumulative history.
       DETERMINE-NEXT-TRANS-ID.
           MOVE LOW-VALUES TO T-TRANS-KEY
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
           MOVE M-CURRENCY       TO T-CURRENCY
           MOVE SPACE            TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE    TO T-BRANCH-CODE
           MOVE SPACES           TO T-SENDER-REF
           MOVE SPACES           TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
