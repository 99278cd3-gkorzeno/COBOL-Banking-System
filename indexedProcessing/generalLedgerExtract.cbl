      * Chart-of-accounts record layout (line sequential):
      *   trx-type(1) acc-type(1) debit-gl(8) credit-gl(8)
      * An acc-type of '*' matches any account type not carrying its
      * own entry for that transaction type. The acc-type looked up is
      * the GL class the product catalog gives the account's product,
      * so a new product can book under an existing product's ledger
      * accounts; with no catalog, or a product not on it, the
      * account's own M-ACC-TYPE is used.
      *
      * The batch opens with a header carrying the run number and
      * business date from the run-control file, one detail record
      * Usage:
      *   generalLedgerExtract [journal-file] [master-file]
      *       [chart-file] [batch-file] [report-file]
      *       [run-control-file] [catalog-file]
      *
      * Defaults:
      *   journal-file     = postingJournal.txt
      *   batch-file       = glInterfaceBatch.dat
      *   report-file      = glExtractReport.txt
      *   run-control-file = runControl.dat
      *   catalog-file     = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAL-LEDGER-EXTRACT.
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
       01  WS-JournalFile       PIC X(200) VALUE "postingJournal.txt".
       01  WS-JRNL-NEW-BAL      PIC S9(10)V99.
       01  WS-DERIVED-OD-FEE    PIC S9(10)V99.
       01  WS-LINE-ACC-TYPE     PIC X.

      * product code to GL class, from the product catalog
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
               10 WS-PRD-CODE        PIC X.
               10 WS-PRD-GL-CLASS    PIC X.
       01  WS-PRD-I             PIC 99.
       01  WS-MAP-TRX-TYPE      PIC X.

       01  WS-LINES-READ        PIC 9(7) VALUE ZERO.
           PERFORM WRITE-REPORT-HEADER

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-PRODUCT-CATALOG

           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-FILE
                        WS-BatchFile
                        WS-ReportFile
                        WS-RunControlFile
                        WS-ProductFile
               END-UNSTRING
           END-IF.


           CLOSE CHART-FILE.

      * a missing catalog leaves every line on its own account type,
      * the mapping used before products carried a GL class
       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRD-EOF = 'Y'
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-PRD-EOF
                   NOT AT END
                       IF WS-PRD-COUNT < 20
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE(WS-PRD-COUNT)
                           MOVE PR-GL-CLASS
                               TO WS-PRD-GL-CLASS(WS-PRD-COUNT)
                       ELSE
                           DISPLAY "Product table full - "
                               PR-PRODUCT-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      ******************************************************************
      * The journal is a fixed layout: the account sits at column 10,
      * the type at 46, the amount at 56, prior balance at 85 and new
                   CONTINUE
               NOT INVALID KEY
                   MOVE M-ACC-TYPE TO WS-LINE-ACC-TYPE
                   PERFORM VARYING WS-PRD-I FROM 1 BY 1
                       UNTIL WS-PRD-I > WS-PRD-COUNT
                       IF WS-PRD-CODE(WS-PRD-I) = M-ACC-TYPE
                          AND WS-PRD-GL-CLASS(WS-PRD-I) NOT = SPACE
                           MOVE WS-PRD-GL-CLASS(WS-PRD-I)
                               TO WS-LINE-ACC-TYPE
                       END-IF
                   END-PERFORM
           END-READ.

      * an exact (type, acc-type) entry beats the type's '*' fallback
