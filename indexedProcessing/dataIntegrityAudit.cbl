      * RETURN-CODE 8 flags a run that found any E exception so the
      * run-control script can hold the cycle.
      *
      * An account type is valid when it is a product on the product
      * catalog; without the catalog the type check is skipped.
      *
      * Usage:
      *   dataIntegrityAudit [master-file] [trans-file] [report-file]
      *       [catalog-file]
      *
      * Defaults:
      *   master-file = indexedMaster
      *   trans-file  = indexedTransactions
      *   report-file = integrityAuditReport.txt
      *   catalog-file = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-INTEGRITY-AUDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-FILE.
       01  AUDIT-REPORT-LINE PIC X(132).

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-ReportFile        PIC X(200)
           VALUE "integrityAuditReport.txt".
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".

       01  WS-MS-STATUS         PIC XX.
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.

      * product codes on the catalog, the valid account types
       01  WS-PRD-LOADED        PIC X VALUE 'N'.
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-CODE OCCURS 20 TIMES PIC X.
       01  WS-PRD-I             PIC 99.
       01  WS-PRD-FOUND         PIC X.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.

       MAIN-PARA.
           PERFORM LOAD-ARGUMENTS
           PERFORM OPEN-FILES
           PERFORM LOAD-PRODUCT-CATALOG

           ACCEPT WS-DATE FROM DATE
           ACCEPT WS-TIME FROM TIME
                   INTO WS-MasterFile
                        WS-TransactionFile
                        WS-ReportFile
                        WS-ProductFile
               END-UNSTRING
           END-IF.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Product catalog not available - account "
                   "type check skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PRD-LOADED
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF WS-PRD-COUNT < 20
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE(WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
               IF WS-PRD-CODE(WS-PRD-I) = M-ACC-TYPE
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-LOADED = 'Y' AND WS-PRD-FOUND = 'N'
               ADD 1 TO WS-CNT-M-BAD-TYPE
               MOVE 'W' TO WS-SEVERITY
               MOVE "MASTER TYPE NOT PRODUCT " TO WS-CHECK-NAME
               MOVE SPACES TO WS-DETAIL
               STRING M-ACC-NUMBER " type '" M-ACC-TYPE "'"
                   DELIMITED BY SIZE INTO WS-DETAIL
           MOVE "MASTER BLANK NAME       " TO WS-CHECK-NAME
           PERFORM WRITE-COUNT-LINE
           MOVE WS-CNT-M-BAD-TYPE TO WS-COUNT-DISPLAY
           MOVE "MASTER TYPE NOT PRODUCT " TO WS-CHECK-NAME
           PERFORM WRITE-COUNT-LINE
           MOVE WS-CNT-M-BAD-STATUS TO WS-COUNT-DISPLAY
           MOVE "MASTER STATUS NOT A/C/D " TO WS-CHECK-NAME
