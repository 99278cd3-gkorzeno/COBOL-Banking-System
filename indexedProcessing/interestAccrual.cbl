      * Usage:
      *   interestAccrual [master-file] [trans-file] [report-file]
      *       [mode] [run-control-file] [history-file] [rates-file]
      *       [accrued-file] [accrued-out-file] [tax-param-file]
      *       [wht-register] [catalog-file]
      *
      * Mode (optional, default TRANSACTION):
      *   TRANSACTION - one-shot: write a same-day 'I' transaction per
      *                 account at its product's flat rate from the
      *                 product catalog (the checking rate for a type
      *                 not on the catalog), so the accrual flows
      *                 through the normal UPDATE-ACCOUNTS-INDEXED run
      *                 and shows up in its summary totals. trans-file
      *                 required.
      *   DIRECT      - one-shot at the flat rate, posted straight to
      *                 M-BALANCE with a REWRITE; no transaction file
      *                 is touched.
      *                 sub-cent residue is carried forward on the
      *                 accrued file.
      *
      * An account whose product the catalog marks as not earning
      * interest is passed over by the one-shot modes and ACCRUE;
      * CAPITALIZE still pays out anything already carried for it.
      *
      * ACCRUE and CAPITALIZE read the accrued file and write the
      * whole of it back to accrued-out-file, which becomes the
      * accrued file for the next run -- the same in/out convention
      * rate once the customer's interest for the year has passed
      * the annual exemption -- the tax on the posting that crosses
      * the line is taken in full. Interest paid and tax withheld
      * accumulate per customer, year and account on the withholding
      * register (the exemption is tested against the customer's
      * total over all its accounts), which TAX-CERTIFICATES turns
      * into the year-end certificates, sharing each account's
      * figures among its owners. DIRECT mode never withholds: it
      * bypasses the transaction flow entirely.
      *
      * Defaults:
      *   master-file      = indexedMaster
      *   accrued-out-file = accruedInterestOut.dat
      *   tax-param-file   = taxParameters.dat
      *   wht-register     = withholdingRegister.dat
      *   catalog-file     = productCatalog.dat
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 WT-YEAR           PIC X(4).
           05 WT-INTEREST-PAID  PIC 9(10)V99.
           05 WT-TAX-WITHHELD   PIC 9(10)V99.
           05 WT-ACC-NUMBER     PIC X(10).

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(200).
           VALUE "accruedInterestOut.dat".
       01  WS-RATE-STATUS       PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-PRD-STATUS        PIC XX.
       01  WS-PRD-EOF           PIC X VALUE 'N'.

      * per-product interest eligibility and one-shot flat rate from
      * the product catalog
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
               10 WS-PRD-CODE        PIC X.
               10 WS-PRD-INT-ELIGIBLE PIC X.
               10 WS-PRD-FLAT-RATE   PIC 9(4).
       01  WS-PRD-I             PIC 99.
       01  WS-PRD-FOUND         PIC X.
       01  WS-OAC-STATUS        PIC XX.

      * tiered, effective-dated rates loaded whole at run start; the
       01  WS-TAX-AMOUNT        PIC 9(10)V99.
       01  WS-TAX-YEAR          PIC X(4).
       01  WS-TAX-CUST-ID       PIC X(10).
       01  WS-TAX-YEAR-INTEREST PIC 9(12)V99.
       01  WS-TAX-QUEUED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-TAX-QUEUED-AMOUNT PIC 9(12)V99 VALUE ZERO.
       01  WS-TAX-DISPLAY       PIC ZZZZZZZZZ9.99.
               10 WS-WT-YEAR     PIC X(4).
               10 WS-WT-INTEREST PIC 9(10)V99.
               10 WS-WT-TAX      PIC 9(10)V99.
               10 WS-WT-ACC-NUMBER PIC X(10).
       01  WS-WT-I              PIC 9(5).
       01  WS-WT-X              PIC 9(5).
       01  WS-ACCRUED-DISPLAY   PIC ZZZZZZZZZ9.9999.
       01  WS-QUEUED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-AMOUNT     PIC S9(13)V99 VALUE ZERO.

       01  WS-RATE-CHECKING     PIC 9(4) VALUE 5.
       01  WS-RATE              PIC 9(4).
       01  WS-INTEREST          PIC S9(10)V99.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-ARGUMENTS
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-FILES

               EXIT PARAGRAPH
           END-IF

           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'Y'
              AND WS-PRD-INT-ELIGIBLE(WS-PRD-I) = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCATE-TIER-RATE
           IF WS-RATE-FOUND = 'N'
               EXIT PARAGRAPH
               SUBTRACT WS-CAP-AMOUNT FROM WS-AB-ACCRUED(WS-AB-I)
           END-IF.

      ******************************************************************
      * Every mode needs the product catalog to know which accounts
      * earn interest at all, so the run stops without it.
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
                       IF WS-PRD-COUNT < 20
                           ADD 1 TO WS-PRD-COUNT
                           MOVE PR-PRODUCT-CODE
                               TO WS-PRD-CODE(WS-PRD-COUNT)
                           MOVE PR-INTEREST-ELIGIBLE
                               TO WS-PRD-INT-ELIGIBLE(WS-PRD-COUNT)
                           MOVE PR-FLAT-RATE
                               TO WS-PRD-FLAT-RATE(WS-PRD-COUNT)
                       ELSE
                           DISPLAY "Product table full - "
                               PR-PRODUCT-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       LOCATE-PRODUCT.
           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
                  OR WS-PRD-FOUND = 'Y'
               IF WS-PRD-CODE(WS-PRD-I) = M-ACC-TYPE
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRD-I
           END-IF.

      ******************************************************************
      * The rate file is the whole point of the tiered accrual: with
      * no rates on file the run stops rather than quietly accruing
                    WS-AccruedOutFile
                    WS-TaxParamFile
                    WS-WhtRegisterFile
                    WS-ProductFile
           END-UNSTRING

           MOVE 'N' TO WS-DIRECT-MODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'Y'
               IF WS-PRD-INT-ELIGIBLE(WS-PRD-I) = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PRD-FLAT-RATE(WS-PRD-I) TO WS-RATE
           ELSE
               MOVE WS-RATE-CHECKING TO WS-RATE
           END-IF
           MOVE M-CURRENCY        TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
           END-IF
           ADD WS-INTEREST TO WS-WT-INTEREST(WS-WT-I)

      * the exemption is the customer's, across all its accounts
           MOVE ZERO TO WS-TAX-YEAR-INTEREST
           PERFORM VARYING WS-WT-X FROM 1 BY 1
               UNTIL WS-WT-X > WS-WHT-COUNT
               IF WS-WT-CUST-ID(WS-WT-X) = WS-TAX-CUST-ID
                  AND WS-WT-YEAR(WS-WT-X) = WS-TAX-YEAR
                   ADD WS-WT-INTEREST(WS-WT-X)
                       TO WS-TAX-YEAR-INTEREST
               END-IF
           END-PERFORM
           IF WS-TAX-YEAR-INTEREST NOT > WS-TAX-EXEMPTION
               EXIT PARAGRAPH
           END-IF

           MOVE M-CURRENCY        TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                               TO WS-WT-INTEREST(WS-WHT-COUNT)
                           MOVE WT-TAX-WITHHELD
                               TO WS-WT-TAX(WS-WHT-COUNT)
                           MOVE WT-ACC-NUMBER
                               TO WS-WT-ACC-NUMBER(WS-WHT-COUNT)
                       ELSE
                           DISPLAY "Withholding register full - "
                               "run stopped, nothing queued"
               UNTIL WS-WT-X > WS-WHT-COUNT
               IF WS-WT-CUST-ID(WS-WT-X) = WS-TAX-CUST-ID
                  AND WS-WT-YEAR(WS-WT-X) = WS-TAX-YEAR
                  AND WS-WT-ACC-NUMBER(WS-WT-X) = M-ACC-NUMBER
                   MOVE WS-WT-X TO WS-WT-I
               END-IF
           END-PERFORM
                   MOVE WS-WHT-COUNT TO WS-WT-I
                   MOVE WS-TAX-CUST-ID TO WS-WT-CUST-ID(WS-WT-I)
                   MOVE WS-TAX-YEAR    TO WS-WT-YEAR(WS-WT-I)
                   MOVE M-ACC-NUMBER   TO WS-WT-ACC-NUMBER(WS-WT-I)
                   MOVE ZERO TO WS-WT-INTEREST(WS-WT-I)
                   MOVE ZERO TO WS-WT-TAX(WS-WT-I)
               ELSE
               MOVE WS-WT-YEAR(WS-WT-X)     TO WT-YEAR
               MOVE WS-WT-INTEREST(WS-WT-X) TO WT-INTEREST-PAID
               MOVE WS-WT-TAX(WS-WT-X)      TO WT-TAX-WITHHELD
               MOVE WS-WT-ACC-NUMBER(WS-WT-X) TO WT-ACC-NUMBER
               WRITE WHT-REGISTER-REC
           END-PERFORM
           CLOSE WHT-REGISTER-FILE.
