      ******************************************************************
      * One-time conversion: writes the product catalog (see PRODREC)
      * with the standard products, carrying exactly the per-type
      * rules the posting, fee, interest and limit programs used to
      * hold in their own tables, so switching them over to the
      * catalog changes no account's treatment:
      *
      *   S Savings   - no overdraft, 35.00 overdraft fee, 5.00
      *                 monthly fee waived at 500.00, savings flat
      *                 rate
      *   C Checking  - 500.00 overdraft, 35.00 fee, 12.00 monthly
      *                 fee waived at 1500.00
      *   P Premium   - 500.00 overdraft, no overdraft fee, 25.00
      *                 monthly fee waived at 10000.00
      *   T Term      - 500.00 overdraft, 35.00 fee, no monthly fee
      *   L Loan      - no overdraft outside LOAN-INSTALLMENTS'
      *                 drawdown, no fees, earns no interest
      *
      * Every product starts with the 5000.00 default daily limit and
      * books under its own column of the GL chart of accounts. New
      * products are added to the file afterwards with an editor.
      *
      * An existing catalog is never overwritten.
      *
      * Usage:
      *   createProductCatalog [catalog-file]
      *
      * Defaults:
      *   catalog-file = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-PRODUCT-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".

       01  WS-PRD-STATUS        PIC XX.

       01  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-ProductFile
               END-UNSTRING
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS = "00"
               DISPLAY "Product catalog already exists, not "
                   "overwritten: " WS-ProductFile
               CLOSE PRODUCT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Unable to create product catalog: "
                   WS-ProductFile
               DISPLAY "Catalog status: " WS-PRD-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO PRODUCT-REC
           MOVE 'S'                TO PR-PRODUCT-CODE
           MOVE "Savings"          TO PR-PRODUCT-NAME
           MOVE ZERO               TO PR-OD-LIMIT
           MOVE 35.00              TO PR-OD-FEE
           MOVE 5.00               TO PR-MONTHLY-FEE
           MOVE 500.00             TO PR-WAIVER-MIN
           MOVE 'Y'                TO PR-INTEREST-ELIGIBLE
           MOVE 50                 TO PR-FLAT-RATE
           PERFORM WRITE-PRODUCT

           MOVE SPACES TO PRODUCT-REC
           MOVE 'C'                TO PR-PRODUCT-CODE
           MOVE "Checking"         TO PR-PRODUCT-NAME
           MOVE 500.00             TO PR-OD-LIMIT
           MOVE 35.00              TO PR-OD-FEE
           MOVE 12.00              TO PR-MONTHLY-FEE
           MOVE 1500.00            TO PR-WAIVER-MIN
           MOVE 'Y'                TO PR-INTEREST-ELIGIBLE
           MOVE 5                  TO PR-FLAT-RATE
           PERFORM WRITE-PRODUCT

           MOVE SPACES TO PRODUCT-REC
           MOVE 'P'                TO PR-PRODUCT-CODE
           MOVE "Premium"          TO PR-PRODUCT-NAME
           MOVE 500.00             TO PR-OD-LIMIT
           MOVE ZERO               TO PR-OD-FEE
           MOVE 25.00              TO PR-MONTHLY-FEE
           MOVE 10000.00           TO PR-WAIVER-MIN
           MOVE 'Y'                TO PR-INTEREST-ELIGIBLE
           MOVE 5                  TO PR-FLAT-RATE
           PERFORM WRITE-PRODUCT

           MOVE SPACES TO PRODUCT-REC
           MOVE 'T'                TO PR-PRODUCT-CODE
           MOVE "Term Deposit"     TO PR-PRODUCT-NAME
           MOVE 500.00             TO PR-OD-LIMIT
           MOVE 35.00              TO PR-OD-FEE
           MOVE ZERO               TO PR-MONTHLY-FEE
           MOVE ZERO               TO PR-WAIVER-MIN
           MOVE 'Y'                TO PR-INTEREST-ELIGIBLE
           MOVE 5                  TO PR-FLAT-RATE
           PERFORM WRITE-PRODUCT

           MOVE SPACES TO PRODUCT-REC
           MOVE 'L'                TO PR-PRODUCT-CODE
           MOVE "Loan"             TO PR-PRODUCT-NAME
           MOVE ZERO               TO PR-OD-LIMIT
           MOVE ZERO               TO PR-OD-FEE
           MOVE ZERO               TO PR-MONTHLY-FEE
           MOVE ZERO               TO PR-WAIVER-MIN
           MOVE 'N'                TO PR-INTEREST-ELIGIBLE
           MOVE ZERO               TO PR-FLAT-RATE
           PERFORM WRITE-PRODUCT

           CLOSE PRODUCT-FILE

           DISPLAY "Product catalog created."
           DISPLAY "Catalog file   : " WS-ProductFile
           DISPLAY "Records written: " WS-RECORDS-WRITTEN

           STOP RUN.

      * every standard product is offered, takes the default daily
      * limit and books under its own GL chart column
       WRITE-PRODUCT.
           MOVE 'A'                TO PR-STATUS
           MOVE 5000.00            TO PR-DAILY-LIMIT
           MOVE PR-PRODUCT-CODE    TO PR-GL-CLASS
           WRITE PRODUCT-REC
           ADD 1 TO WS-RECORDS-WRITTEN.

       END PROGRAM CREATE-PRODUCT-CATALOG.
