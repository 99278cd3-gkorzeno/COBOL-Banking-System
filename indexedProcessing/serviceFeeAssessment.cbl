      ******************************************************************
      * Monthly service-fee assessment batch job. Reads the indexed
      * master and charges each active account the monthly service fee
      * of its product (M-ACC-TYPE on the product catalog), waiving the
      * fee when the account's balance is at or above the product's
      * waiver minimum.
      *
      * Fees are not posted here: each one is queued as a same-day 'F'
      * transaction into the indexed transaction file, so the charge
      *
      * Usage:
      *   serviceFeeAssessment [master-file] [trans-file] [report-file]
      *       [run-control-file] [history-file] [catalog-file]
      *
      * Defaults:
      *   master-file      = indexedMaster
      *   report-file      = serviceFeeReport.txt
      *   run-control-file = runControl.dat
      *   history-file     = transactionHistory (id-band scan only)
      *   catalog-file     = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-FEE-ASSESSMENT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-ReportFile        PIC X(200)
           VALUE "serviceFeeReport.txt".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-RUN-STAMPED       PIC X VALUE 'N'.
       01  WS-RUN-NUM-DISPLAY   PIC ZZZZZ9.
       01  WS-QUEUED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-AMOUNT     PIC S9(13)V99 VALUE ZERO.

      * per-product monthly service fee and the minimum balance that
      * waives it, loaded from the product catalog; account types not
      * in the catalog draw no fee
       01  WS-SVC-COUNT         PIC 99 VALUE ZERO.
       01  WS-SVC-FEE-TABLE.
           05 WS-SVC-ENTRY OCCURS 20 TIMES.
               10 WS-SVC-ACC-TYPE    PIC X.
               10 WS-SVC-NAME        PIC X(20).
               10 WS-SVC-FEE-AMOUNT  PIC 9(3)V99.
               10 WS-SVC-MIN-BALANCE PIC 9(7)V99.

       01  WS-SVC-I             PIC 99.
       01  WS-SVC-FOUND         PIC X.
       01  WS-FEE-AMOUNT        PIC 9(3)V99.
       01  WS-MIN-BALANCE       PIC 9(7)V99.

      * assessed/waived counts and amounts by account type, reported
      * at end of run so finance can book the fee income
      * one slot per catalog product plus a last "Other" slot
       01  WS-FEE-TOTALS.
           05 WS-FT-ENTRY OCCURS 21 TIMES.
               10 WS-FT-ACC-TYPE        PIC X.
               10 WS-FT-LABEL           PIC X(10).
               10 WS-FT-ASSESSED-COUNT  PIC 9(7).
               10 WS-FT-ASSESSED-AMOUNT PIC 9(10)V99.
               10 WS-FT-WAIVED-COUNT    PIC 9(7).
               10 WS-FT-WAIVED-AMOUNT   PIC 9(10)V99.
       01  WS-FT-I              PIC 99.
       01  WS-FT-COUNT          PIC 99.
       01  WS-FT-LOOKUP-TYPE    PIC X.

       01  WS-TOTAL-ASSESSED    PIC 9(10)V99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-ARGUMENTS
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM INIT-FEE-TOTALS
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-FILES
                    WS-ReportFile
                    WS-RunControlFile
                    WS-HistoryFile
                    WS-ProductFile
           END-UNSTRING.

      ******************************************************************
      * Loads each product's monthly fee and waiver minimum from the
      * product catalog. Without it no fee can be worked out, so the
      * run stops before anything is queued.
      ******************************************************************
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Unable to open product catalog: "
                   WS-ProductFile
               DISPLAY "Catalog status: " WS-PRD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF WS-SVC-COUNT < 20
                           ADD 1 TO WS-SVC-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-SVC-ACC-TYPE(WS-SVC-COUNT)
                           MOVE PR-PRODUCT-NAME
                               TO WS-SVC-NAME(WS-SVC-COUNT)
                           MOVE PR-MONTHLY-FEE
                               TO WS-SVC-FEE-AMOUNT(WS-SVC-COUNT)
                           MOVE PR-WAIVER-MIN
                               TO WS-SVC-MIN-BALANCE(WS-SVC-COUNT)
                       ELSE
                           DISPLAY "Product table full - "
                               PR-PRODUCT-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      * one slot per catalog product, in catalog order, then "Other"
       INIT-FEE-TOTALS.
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-SVC-COUNT
               MOVE WS-SVC-ACC-TYPE(WS-FT-I) TO WS-FT-ACC-TYPE(WS-FT-I)
               MOVE WS-SVC-NAME(WS-FT-I)(1:10)
                   TO WS-FT-LABEL(WS-FT-I)
           END-PERFORM
           COMPUTE WS-FT-COUNT = WS-SVC-COUNT + 1
           MOVE SPACE        TO WS-FT-ACC-TYPE(WS-FT-COUNT)
           MOVE "Other     " TO WS-FT-LABEL(WS-FT-COUNT)
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-COUNT
               MOVE ZERO TO WS-FT-ASSESSED-COUNT(WS-FT-I)
               MOVE ZERO TO WS-FT-ASSESSED-AMOUNT(WS-FT-I)
               MOVE ZERO TO WS-FT-WAIVED-COUNT(WS-FT-I)

       LOCATE-FEE-TOTAL.
           MOVE 1 TO WS-FT-I
           PERFORM UNTIL WS-FT-I >= WS-FT-COUNT
                   OR WS-FT-ACC-TYPE(WS-FT-I) = WS-FT-LOOKUP-TYPE
               ADD 1 TO WS-FT-I
           END-PERFORM.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE

           MOVE 'N' TO WS-SVC-FOUND
           PERFORM VARYING WS-SVC-I FROM 1 BY 1
               UNTIL WS-SVC-I > WS-SVC-COUNT
               IF WS-SVC-ACC-TYPE(WS-SVC-I) = M-ACC-TYPE
                   MOVE WS-SVC-FEE-AMOUNT(WS-SVC-I)  TO WS-FEE-AMOUNT
                   MOVE WS-SVC-MIN-BALANCE(WS-SVC-I) TO WS-MIN-BALANCE
           MOVE M-CURRENCY        TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
           END-STRING
           WRITE FEE-REPORT-LINE

           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-COUNT
               IF WS-FT-ASSESSED-COUNT(WS-FT-I) > ZERO
                  OR WS-FT-WAIVED-COUNT(WS-FT-I) > ZERO
                   PERFORM WRITE-TYPE-TOTAL-LINE
