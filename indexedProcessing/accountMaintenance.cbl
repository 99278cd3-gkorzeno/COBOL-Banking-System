      *   OPEN       - add a new account. Requires account-number,
      *                account-name, balance and account-type.
      *                Currency-code is optional and defaults to USD.
      *                Fails if the account number already exists or
      *                the account-type is not a product offered on
      *                the product catalog.
      *   CLOSE      - close the account out: interest accrued to the
      *                close date is capitalized, less withholding tax
      *                as INTEREST-ACCRUAL would draw it, the final
      *                monthly
      *                service fee is taken when the balance is under
      *                the product's waiver minimum, and the net
      *                balance is paid
      *                out -- by 'T' transfer to the nominated
      *                payout-account, or by a 'W' drawn as an official
      *                cheque payable to the account holder when
      *                payout-account is CHEQUE or omitted. Active
      *                holds and stops are released, standing and sweep
      *                instructions and funding links naming the
      *                account as source or target are removed, its
      *                running term deposits are closed and term
      *                deposits paying out into it roll over instead,
      *                its active direct-debit mandates are cancelled
      *                and its positive-pay enrolment is withdrawn.
      *                The status becomes closed ('C') and a closing
      *                statement is written. Fails if the account does
      *                not exist, is already closed, would close
      *                overdrawn or is the linked account a running
      *                loan collects its installments from.
      *   REACTIVATE - set an existing account's status back to
      *                active ('A'). Fails if the account does not
      *                exist.
      *                'R'.
      *   NEWCUST    - create a customer on the customer master:
      *                customer-id and customer-name are required,
      *                address and id-document fields optional, as
      *                are the due-diligence fields id-expiry,
      *                risk-rating (H, M or L; M when omitted) and
      *                review-date (CCYYMMDD; the run date when
      *                omitted -- the customer is reviewed on
      *                joining). Fails if the customer id already
      *                exists or a due-diligence field is invalid.
      *   UPDCUST    - record a customer's renewed identity document
      *                or periodic review: each of id-doc-type,
      *                id-doc-number, id-expiry, risk-rating and
      *                review-date that is given replaces the one on
      *                the customer master ("-" leaves it). Fails if
      *                the customer does not exist, nothing is given
      *                or a field is invalid.
      *   ATTACH     - point an existing account at an existing
      *                customer by setting its customer id.
      *   ADDPARTY   - link an existing customer to an existing
      *                account on the party file (see PARTYREC) with
      *                party-role P (primary owner), J (joint owner),
      *                A (power of attorney), B (beneficiary) or G
      *                (guardian); owners may carry party-share, the
      *                percentage of the account they own. A party
      *                already linked takes the new role and share.
      *                Fails if the role is not one of these, a share
      *                is given to a role that owns nothing, the
      *                owners' shares would pass 100, or the customer
      *                is the account's own (attached) customer and
      *                the role is not P.
      *   DELPARTY   - unlink a customer from the account: the party
      *                record is kept, marked removed ('R').
      *   ADDMAND    - register the customer's direct-debit mandate
      *                for a creditor on the mandate file (see
      *                MANDREC): creditor-id is required, mandate-ref
      *                is the creditor's reference ("-" when it quotes
      *                none), mandate-max the largest single debit
      *                (zero or "-" for no limit), mandate-frequency
      *                O (once), W, M, Q, A (per week, month, quarter,
      *                year) or R (no limit, the default),
      *                mandate-start (CCYYMMDD, the run date when
      *                omitted) and mandate-end (omitted: until
      *                cancelled). A mandate already on file takes
      *                the new terms and is active again, keeping its
      *                collection history. IMPORT-CLEARING-TRANSACTIONS
      *                pays an inbound direct debit only under an
      *                active mandate that covers it. Fails if the
      *                account does not exist or is closed, or a
      *                term is invalid.
      *   CANCMAND   - cancel the mandate named by creditor-id and
      *                mandate-ref: the record is kept, marked
      *                cancelled ('C'), and later debits under it are
      *                refused.
      *   APPROVE    - apply a queued request (see below), named by
      *                request-id. The approving operator must not be
      *                the one who asked for it.
      *   DECLINE    - refuse a queued request, named by request-id;
      *                again only by a different operator.
      *   EXPIRE     - expire every pending request past its expiry
      *                date. Needs no operator.
      *
      * Maker-checker: CLOSE, REACTIVATE, RELEASE, RELSTOP, ATTACH,
      * ADDPARTY and DELPARTY are not applied by the run that asks
      * for them. They are
      * queued on the approval file (see APPRREC) under the next
      * request id, stamped with the requesting operator-id and an
      * expiry date approval-days ahead, and written on the report
      * as queued. A later APPROVE by a different operator applies
      * the request exactly as asked -- the checks described above
      * are made then -- and marks it approved ('A'), or 'F' when
      * the action was refused on applying; DECLINE marks it 'D'.
      * A request still pending after its expiry date can no longer
      * be approved and is marked expired ('E') by EXPIRE or by the
      * APPROVE/DECLINE that finds it. APPROVAL-QUEUE-REPORT lists
      * the queue for the branch managers. The requesting and
      * deciding actions both need operator-id; a queued action
      * only needs the account to exist when asked for.
      *
      * Defaults:
      *   master-file   = indexedMaster
      *   report-file   = maintenanceReport.txt
      *   holds-file    = indexedHolds
      *   customer-file = customerMaster.dat
      *   stops-file    = indexedStops
      *   trans-file    = indexedTransactions
      *   history-file  = transactionHistory (id-band scan only)
      *   statement-file = closingStatement.txt
      *   accrued-file  = accruedInterest.dat
      *   rates-file    = intRates.dat
      *   standing-file = standingInstructions.dat
      *   sweep-file    = sweepInstructions.dat
      *   funding-links-file = indexedFundingLinks
      *   terms-file    = indexedTerms
      *   catalog-file  = productCatalog.dat
      *   change-log-file = masterChangeLog.dat
      *   run-control-file = runControl.dat
      *   approval-file = indexedApprovals
      *   approval-days = 5
      *   party-file    = indexedParties
      *   mandate-file  = indexedMandates
      *   cheque-file   = indexedIssuedCheques
      *   loan-file     = loanAccounts.dat
      *   tax-param-file = taxParameters.dat
      *   withholding-register = withholdingRegister.dat
      *
      * STOP/RELSTOP take trailing arguments (after the customer
      * slots, pass "-" in the unused ones): stops-file,
      * stop-trx-type, stop-amount-low, stop-amount-high,
      * stop-target, stop-expiry.
      *
      * CLOSE takes trailing arguments after the stop slots (pass "-"
      * in the unused ones): payout-account, trans-file,
      * history-file, statement-file, accrued-file, rates-file,
      * standing-file, sweep-file, funding-links-file, terms-file.
      * OPEN and CLOSE both read the product catalog, named by a last
      * catalog-file argument after the CLOSE slots.
      * Every OPEN, CLOSE, REACTIVATE and ATTACH that changes the
      * master appends a before/after image to the master change log
      * (see CHGLOG), stamped with the cycle run number and the
      * operator-id of the run that applied it; the log and
      * run-control file are named by two arguments after the
      * catalog-file. The maker-checker arguments follow them:
      * operator-id, approval-file, request-id, approval-days.
      * ADDPARTY and DELPARTY name the party in the customer-id slot
      * and take three last arguments: party-file, party-role,
      * party-share. NEWCUST and UPDCUST take the due-diligence
      * fields after them: id-expiry, risk-rating, review-date.
      * ADDMAND and CANCMAND take the mandate slots after those:
      * mandate-file, creditor-id, mandate-ref, mandate-max,
      * mandate-frequency, mandate-start, mandate-end.
      * CLOSE names the issued-cheque file (positive pay) and the loan
      * file in two last arguments: cheque-file, loan-file, then the
      * withholding files: tax-param-file, withholding-register.
      * The interest, withholding tax, fee and pay-out are queued in
      * the 16xxxxxx band for the normal UPDATE-ACCOUNTS-INDEXED run,
      * which lets that band -- and only that band -- post to a
      * closed account, in id order: interest, tax, fee, then the
      * pay-out of what is left.
      *
      * OPEN also takes a trailing branch-code argument (after the
      * hold slots, pass "-" in the unused ones); it defaults to 001,
      * the original office. A customer-id given on OPEN attaches the
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CustomerFile
               FILE STATUS IS WS-CUST-STATUS.

           SELECT STOPS-FILE ASSIGN TO DYNAMIC WS-StopsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STOP-KEY
               FILE STATUS IS WS-STP-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-StatementFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ACCRUED-FILE ASSIGN TO DYNAMIC WS-AccruedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RatesFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT STANDING-FILE ASSIGN TO DYNAMIC WS-StandingFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SweepFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT FUND-LINKS-FILE ASSIGN TO DYNAMIC WS-FundLinksFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-PROTECTED-ACC
               ALTERNATE RECORD KEY IS FL-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-FL-STATUS.

           SELECT TERMS-FILE ASSIGN TO DYNAMIC WS-TermsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACC-NUMBER
               ALTERNATE RECORD KEY IS TD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TD-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-ProductFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO DYNAMIC WS-ApprovalFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REQUEST-ID
               FILE STATUS IS WS-APR-STATUS.

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MandateFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-MANDATE-KEY
               FILE STATUS IS WS-MND-STATUS.

           SELECT CHEQUE-FILE ASSIGN TO DYNAMIC WS-ChequeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-CHEQUE-KEY
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LoanFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT TAX-PARAM-FILE ASSIGN TO DYNAMIC WS-TaxParamFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

           SELECT WHT-REGISTER-FILE ASSIGN TO DYNAMIC
               WS-WhtRegisterFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  STOP-REC.
           COPY STOPREC REPLACING ==:PFX:== BY ==ST==.

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  HISTORY-FILE.
       01  HISTORY-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==H==.

       FD  STATEMENT-FILE.
       01  CLOSING-STATEMENT-LINE PIC X(132).

      * INTEREST-ACCRUAL's carried accrued balance, four decimals
       FD  ACCRUED-FILE.
       01  ACCRUED-REC.
           05 AC-ACC-NUMBER        PIC X(10).
           05 AC-ACCRUED-BALANCE   PIC 9(10)V9(4).
           05 AC-LAST-ACCRUAL-DATE PIC X(8).

       FD  RATES-FILE.
       01  INT-RATE-REC.
           COPY INTRATE REPLACING ==:PFX:== BY ==IR==.

       FD  STANDING-FILE.
       01  STANDING-REC.
           COPY STNDREC REPLACING ==:PFX:== BY ==SI==.

       FD  SWEEP-FILE.
       01  SWEEP-REC.
           COPY SWPREC REPLACING ==:PFX:== BY ==SW==.

       FD  FUND-LINKS-FILE.
       01  FUNDING-LINK-REC.
           COPY FNDLNK REPLACING ==:PFX:== BY ==FL==.

       FD  TERMS-FILE.
       01  TERM-REC.
           COPY TERMREC REPLACING ==:PFX:== BY ==TD==.

       FD  PRODUCT-FILE.
       01  PRODUCT-REC.
           COPY PRODREC REPLACING ==:PFX:== BY ==PR==.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
           COPY APPRREC REPLACING ==:PFX:== BY ==AP==.

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       FD  MANDATE-FILE.
       01  MANDATE-REC.
           COPY MANDREC REPLACING ==:PFX:== BY ==MD==.

       FD  CHEQUE-FILE.
       01  CHEQUE-REC.
           COPY CHQREC REPLACING ==:PFX:== BY ==CQ==.

       FD  LOAN-FILE.
       01  LOAN-REC.
           COPY LOANREC REPLACING ==:PFX:== BY ==LN==.

      * withholding rate and annual per-customer exemption, as
      * INTEREST-ACCRUAL reads them
       FD  TAX-PARAM-FILE.
       01  TAX-PARAM-REC.
           05 TX-RATE           PIC 9(2)V9(4).
           05 TX-EXEMPTION      PIC 9(7)V99.

      * per-customer per-year interest paid and tax withheld, the
      * layout INTEREST-ACCRUAL keeps and TAX-CERTIFICATES reads
       FD  WHT-REGISTER-FILE.
       01  WHT-REGISTER-REC.
           05 WT-CUST-ID        PIC X(10).
           05 WT-YEAR           PIC X(4).
           05 WT-INTEREST-PAID  PIC 9(10)V99.
           05 WT-TAX-WITHHELD   PIC 9(10)V99.
           05 WT-ACC-NUMBER     PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(800).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-ReportFile        PIC X(200) VALUE "maintenanceReport.txt".
       01  WS-ARG-ACTION        PIC X(20).
       01  WS-ARG-BALANCE       PIC X(20).
       01  WS-ARG-ACC-TYPE      PIC X.
       01  WS-ARG-CURRENCY      PIC X(3).
       01  WS-HoldsFile         PIC X(200) VALUE "indexedHolds".
       01  WS-ARG-HOLD-AMOUNT   PIC X(20).
       01  WS-ARG-HOLD-REASON   PIC X(3).
       01  WS-ARG-HOLD-EXPIRY   PIC X(8).
       01  WS-ARG-DOC-TYPE      PIC X(2).
       01  WS-ARG-DOC-NUMBER    PIC X(20).
       01  WS-StopsFile         PIC X(200)
           VALUE "indexedStops".
       01  WS-ARG-STOP-TYPE     PIC X.
       01  WS-ARG-STOP-LOW      PIC X(20).
       01  WS-ARG-STOP-HIGH     PIC X(20).
       01  WS-ARG-STOP-TARGET   PIC X(10).
       01  WS-ARG-STOP-EXPIRY   PIC X(8).
       01  WS-ARG-PAYOUT        PIC X(10).
       01  WS-TransactionFile   PIC X(200) VALUE "indexedTransactions".
       01  WS-HistoryFile       PIC X(200) VALUE "transactionHistory".
       01  WS-StatementFile     PIC X(200)
           VALUE "closingStatement.txt".
       01  WS-AccruedFile       PIC X(200) VALUE "accruedInterest.dat".
       01  WS-RatesFile         PIC X(200) VALUE "intRates.dat".
       01  WS-StandingFile      PIC X(200)
           VALUE "standingInstructions.dat".
       01  WS-SweepFile         PIC X(200)
           VALUE "sweepInstructions.dat".
       01  WS-FundLinksFile     PIC X(200) VALUE "indexedFundingLinks".
       01  WS-TermsFile         PIC X(200) VALUE "indexedTerms".
       01  WS-ProductFile       PIC X(200) VALUE "productCatalog.dat".
       01  WS-ChangeLogFile     PIC X(200)
           VALUE "masterChangeLog.dat".
       01  WS-RunControlFile    PIC X(200) VALUE "runControl.dat".
       01  WS-ARG-OPERATOR      PIC X(8).
       01  WS-ApprovalFile      PIC X(200) VALUE "indexedApprovals".
       01  WS-ARG-REQUEST-ID    PIC X(8).
       01  WS-ARG-APPROVAL-DAYS PIC X(3).
       01  WS-PartyFile         PIC X(200) VALUE "indexedParties".
       01  WS-ARG-PARTY-ROLE    PIC X.
       01  WS-ARG-PARTY-SHARE   PIC X(8).
       01  WS-ARG-ID-EXPIRY     PIC X(8).
       01  WS-ARG-RISK-RATING   PIC X.
       01  WS-ARG-REVIEW-DATE   PIC X(8).
       01  WS-MandateFile       PIC X(200) VALUE "indexedMandates".
       01  WS-ARG-CREDITOR-ID   PIC X(15).
       01  WS-ARG-MANDATE-REF   PIC X(20).
       01  WS-ARG-MANDATE-MAX   PIC X(20).
       01  WS-ARG-MANDATE-FREQ  PIC X.
       01  WS-ARG-MANDATE-START PIC X(8).
       01  WS-ARG-MANDATE-END   PIC X(8).
       01  WS-ChequeFile        PIC X(200)
           VALUE "indexedIssuedCheques".
       01  WS-LoanFile          PIC X(200) VALUE "loanAccounts.dat".
       01  WS-TaxParamFile      PIC X(200) VALUE "taxParameters.dat".
       01  WS-WhtRegisterFile   PIC X(200)
           VALUE "withholdingRegister.dat".

       01  WS-MS-STATUS         PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-CUST-STATUS       PIC XX.
       01  WS-STP-STATUS        PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-STMT-STATUS       PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-RATE-STATUS       PIC XX.
       01  WS-SI-STATUS         PIC XX.
       01  WS-SW-STATUS         PIC XX.
       01  WS-FL-STATUS         PIC XX.
       01  WS-TD-STATUS         PIC XX.
       01  WS-PRD-STATUS        PIC XX.
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-APR-STATUS        PIC XX.
       01  WS-PTY-STATUS        PIC XX.
       01  WS-MND-STATUS        PIC XX.
       01  WS-CHQ-STATUS        PIC XX.
       01  WS-LN-STATUS         PIC XX.
       01  WS-CUSTOMER-FOUND    PIC X.

      * UPDCUST rewrites the line-sequential customer master whole; a
      * master too large for the table is left untouched
       01  WS-CU-TABLE-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 5000 TIMES.
               10 WS-CU-REC    PIC X(139).
       01  WS-CU-I              PIC 9(5).
       01  WS-CU-MATCH          PIC 9(5).
       01  WS-CU-OVERFLOW       PIC X.
       01  WS-CUST-REFUSAL      PIC X(50).
       01  WS-KYC-DATE          PIC X(8).
       01  WS-KYC-DATE-PARTS REDEFINES WS-KYC-DATE.
           05 WS-KYC-CCYY       PIC 9(4).
           05 WS-KYC-MM         PIC 9(2).
           05 WS-KYC-DD         PIC 9(2).

      * party work fields: the share asked for, and the shares the
      * account's other active owners already hold
       01  WS-PARTY-SHARE       PIC 9(3)V99.
       01  WS-OTHER-SHARES      PIC 9(5)V99.
       01  WS-PARTY-EXISTS      PIC X.
       01  WS-PTY-EOF           PIC X.
       01  WS-PARTY-REFUSAL     PIC X(50).
       01  WS-PARTY-ACTION      PIC X(10).
       01  WS-SHARE-DISPLAY     PIC ZZ9.99.

      * mandate work fields
       01  WS-MANDATE-MAX       PIC 9(10)V99.
       01  WS-MANDATE-EXISTS    PIC X.
       01  WS-MANDATE-REFUSAL   PIC X(50).
       01  WS-MANDATE-ACTION    PIC X(10).
       01  WS-MANDATE-MAX-DISPLAY PIC ZZZZZZZZZ9.99.

      * maker-checker queue work fields
       01  WS-APPROVAL-DAYS     PIC 9(3) VALUE 5.
       01  WS-REQUEST-ID        PIC 9(8).
       01  WS-NEXT-REQUEST-ID   PIC 9(8).
       01  WS-APR-OPEN          PIC X.
       01  WS-APR-NEW           PIC X.
       01  WS-APR-EOF           PIC X.
       01  WS-APR-FOUND         PIC X.
       01  WS-APR-DECIDABLE     PIC X.
       01  WS-APR-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-APR-COUNT-DISPLAY PIC ZZZZ9.
      * set by the refusal lines, so an approved request that could
      * not be applied is told apart from one that was
       01  WS-ACTION-REFUSED    PIC X VALUE 'N'.

      * change-log stamp: the master as it stood before the change,
      * what was done, and the cycle it was done in
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-ACTION        PIC X(10).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.

       01  WS-ACTION-CODE       PIC X.
           88 ACTION-OPEN       VALUE 'O'.
           88 ACTION-CLOSE      VALUE 'C'.
           88 ACTION-ATTACH     VALUE 'T'.
           88 ACTION-STOP       VALUE 'S'.
           88 ACTION-RELSTOP    VALUE 'P'.
           88 ACTION-APPROVE    VALUE 'A'.
           88 ACTION-DECLINE    VALUE 'D'.
           88 ACTION-EXPIRE     VALUE 'E'.
           88 ACTION-ADDPARTY   VALUE 'Y'.
           88 ACTION-DELPARTY   VALUE 'Z'.
           88 ACTION-UPDCUST    VALUE 'U'.
           88 ACTION-ADDMAND    VALUE 'M'.
           88 ACTION-CANCMAND   VALUE 'K'.

       01  WS-NEW-BALANCE       PIC S9(10)V99.
       01  WS-BALANCE-DISPLAY   PIC -ZZZZZZZZZ9.99.
       01  WS-STOP-LOW-DISPLAY  PIC ZZZZZZZZZ9.99.
       01  WS-STOP-HIGH-DISPLAY PIC ZZZZZZZZZ9.99.

      * check-digit work area: the tenth character of an account
      * number proves the first nine (see RESTAMP-CHECK-DIGITS)
       01  WS-CD-ACC-NUMBER     PIC X(10).
       01  WS-RELEASED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-RELEASED-DISPLAY  PIC ZZ9.

      * holds and stops are keyed by account and a number within the
      * account; a new one takes the number after the account's
      * highest, and a browse of one account's entries (or of the
      * links and deposits found on an alternate key) runs until
      * WS-REF-EOF
       01  WS-NEXT-SEQ          PIC 9(4).
       01  WS-REF-EOF           PIC X.

      ******************************************************************
      * Close-out work areas. The close date is the run date; the
      * pay-out goes to a nominated account or, by default, out as an
      * official cheque drawn on the account.
      ******************************************************************
       01  WS-PAYOUT-MODE       PIC X.
           88 PAYOUT-BY-CHEQUE  VALUE 'Q'.
           88 PAYOUT-TO-ACCOUNT VALUE 'A'.
       01  WS-PAYOUT-NAME       PIC X(20).
       01  WS-CLOSE-DATE        PIC X(8).
       01  WS-CLOSE-BALANCE     PIC S9(10)V99.
       01  WS-CLOSE-ACCRUED     PIC 9(10)V9(4).
       01  WS-CLOSE-INTEREST    PIC 9(10)V99.
       01  WS-CLOSE-FEE         PIC 9(10)V99.
       01  WS-CLOSE-TAX         PIC 9(10)V99.
       01  WS-CLOSE-NET         PIC S9(10)V99.
       01  WS-CLOSE-CURRENCY    PIC X(3).
       01  WS-CLOSE-FAILED      PIC X VALUE 'N'.
       01  WS-CLOSE-REFUSAL     PIC X(50).
       01  WS-INTEREST-ID       PIC 9(8) VALUE ZERO.
       01  WS-FEE-ID            PIC 9(8) VALUE ZERO.
       01  WS-TAX-ID            PIC 9(8) VALUE ZERO.
       01  WS-PAYOUT-ID         PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-CUST-NAME   PIC X(30).

      * withholding on the closing interest: active only when the tax
      * parameter file exists, as in the nightly accrual
       01  WS-TAX-STATUS        PIC XX.
       01  WS-WHT-STATUS        PIC XX.
       01  WS-TAX-ACTIVE        PIC X VALUE 'N'.
       01  WS-TAX-RATE          PIC 9(2)V9(4).
       01  WS-TAX-EXEMPTION     PIC 9(7)V99.
       01  WS-TAX-YEAR          PIC X(4).
       01  WS-TAX-CUST-ID       PIC X(10).
       01  WS-TAX-YEAR-INTEREST PIC 9(12)V99.
       01  WS-CLOSE-ADDR-1      PIC X(30).
       01  WS-CLOSE-ADDR-2      PIC X(30).

      * the product catalog: whether a type may be opened, and the
      * monthly service fee, waiver minimum and interest eligibility
      * the close applies, as SERVICE-FEE-ASSESSMENT and
      * INTEREST-ACCRUAL apply them; types outside the catalog draw
      * no closing fee
       01  WS-PRD-LOADED        PIC X VALUE 'N'.
       01  WS-PRD-EOF           PIC X VALUE 'N'.
       01  WS-PRD-COUNT         PIC 99 VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 20 TIMES.
               10 WS-PRD-CODE        PIC X.
               10 WS-PRD-STATUS-CODE PIC X.
               10 WS-PRD-MONTHLY-FEE PIC 9(3)V99.
               10 WS-PRD-WAIVER-MIN  PIC 9(7)V99.
               10 WS-PRD-INT-ELIGIBLE PIC X.
       01  WS-PRD-I             PIC 99.
       01  WS-PRD-LOOKUP-CODE   PIC X.
       01  WS-PRD-FOUND         PIC X.

      * tiered rates, read whole the way INTEREST-ACCRUAL reads them,
      * to accrue the days since the last nightly accrual
       01  WS-RATES-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-RATES-TABLE.
           05 WS-IR-ENTRY OCCURS 200 TIMES.
               10 WS-IR-ACC-TYPE       PIC X.
               10 WS-IR-TIER-FLOOR     PIC 9(10)V99.
               10 WS-IR-EFFECTIVE-DATE PIC X(8).
               10 WS-IR-ANNUAL-RATE    PIC 9(3)V9(4).
       01  WS-IR-I              PIC 9(3).
       01  WS-RATE-FOUND        PIC X.
       01  WS-BEST-TIER-FLOOR   PIC 9(10)V99.
       01  WS-BEST-EFF-DATE     PIC X(8).
       01  WS-ANNUAL-RATE       PIC 9(3)V9(4).
       01  WS-DAILY-INTEREST    PIC 9(10)V9(4).
       01  WS-ACCRUAL-DAYS      PIC 9(5).
       01  WS-WALK-DATE.
           05 WS-WALK-CC PIC 99.
           05 WS-WALK-YY PIC 99.
           05 WS-WALK-MM PIC 99.
           05 WS-WALK-DD PIC 99.

      * the accrued file is carried whole and written back with the
      * closed account's entry settled
       01  WS-ACCR-TABLE-MAX    PIC 9(5) VALUE 5000.
       01  WS-ACCR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ACCR-OVERFLOW     PIC X VALUE 'N'.
       01  WS-ACCRUED-TABLE.
           05 WS-AB-ENTRY OCCURS 5000 TIMES.
               10 WS-AB-ACC-NUMBER PIC X(10).
               10 WS-AB-ACCRUED    PIC 9(10)V9(4).
               10 WS-AB-LAST-DATE  PIC X(8).
       01  WS-AB-I              PIC 9(5).
       01  WS-AB-X              PIC 9(5).

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

      * close-out postings carry T-IDs in the 16xxxxxx band, the one
      * band the posting run lets through to a closed account
       01  WS-NEXT-TRANS-ID     PIC 9(8) VALUE 16000000.
       01  WS-TRANS-ID-FLOOR    PIC 9(8) VALUE 16000000.
       01  WS-TRANS-ID-CEILING  PIC 9(8) VALUE 17000000.
       01  WS-MAX-TRANS-ID      PIC 9(8) VALUE ZERO.
       01  WS-TRNS-EOF          PIC X VALUE 'N'.
           88 SCAN-TRANS-EOF VALUE 'Y'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-HIST-AVAILABLE    PIC X VALUE 'N'.
       01  WS-QUEUED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-AMOUNT     PIC S9(13)V99 VALUE ZERO.

      * the standing and sweep files are rewritten in place without
      * the closed account's entries; a file too large for its table
      * is left untouched and the shortfall reported on the
      * statement. Funding links and term deposits are keyed and
      * are changed record by record.
       01  WS-SI-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-SI-TABLE.
           05 WS-SI-ENTRY OCCURS 1000 TIMES.
               10 WS-SI-REC    PIC X(41).
       01  WS-SW-TABLE-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-SW-TABLE.
           05 WS-SW-ENTRY OCCURS 1000 TIMES.
               10 WS-SW-REC    PIC X(42).
       01  WS-IX-I              PIC 9(4).
       01  WS-IX-OVERFLOW       PIC X VALUE 'N'.
       01  WS-IX-CTL-FOUND      PIC X VALUE 'N'.
       01  WS-IX-KEPT           PIC 9(8).
       01  WS-IX-HASH           PIC S9(13)V99.

       01  WS-CX-HOLDS          PIC 9(3) VALUE ZERO.
       01  WS-CX-STOPS          PIC 9(3) VALUE ZERO.
       01  WS-CX-STANDING       PIC 9(4) VALUE ZERO.
       01  WS-CX-SWEEPS         PIC 9(4) VALUE ZERO.
       01  WS-CX-LINKS          PIC 9(4) VALUE ZERO.
       01  WS-CX-TERMS          PIC 9(4) VALUE ZERO.
       01  WS-CX-ROLLED         PIC 9(4) VALUE ZERO.
       01  WS-CX-MANDATES       PIC 9(4) VALUE ZERO.
       01  WS-CX-POSPAY         PIC 9(4) VALUE ZERO.
       01  WS-CX-NOT-DONE       PIC X(60).
       01  WS-CX-PTR            PIC 9(3).
       01  WS-CX-NAME           PIC X(10).
       01  WS-CX-DISPLAY        PIC ZZZ9.
       01  WS-CLOSE-AMT-DISPLAY PIC -ZZZZZZZZZ9.99.
       01  WS-CLOSE-ACCR-DISPLAY PIC ZZZZZZZZZ9.9999.

       01  WS-DATE.
           05 WS-YEAR  PIC 9(2).
                   PERFORM WRITE-CHECK-DIGIT-REJECT
                   CLOSE MASTER-FILE
                         REPORT-FILE
                         CHANGE-LOG-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               WHEN ACTION-OPEN
                   PERFORM DO-OPEN-ACCOUNT
               WHEN ACTION-CLOSE
               WHEN ACTION-REACTIVATE
               WHEN ACTION-RELEASE
               WHEN ACTION-ATTACH
               WHEN ACTION-RELSTOP
               WHEN ACTION-ADDPARTY
               WHEN ACTION-DELPARTY
                   PERFORM QUEUE-FOR-APPROVAL
               WHEN ACTION-HOLD
                   PERFORM DO-PLACE-HOLD
               WHEN ACTION-NEWCUST
                   PERFORM DO-NEW-CUSTOMER
               WHEN ACTION-UPDCUST
                   PERFORM DO-UPDATE-CUSTOMER
               WHEN ACTION-STOP
                   PERFORM DO-PLACE-STOP
               WHEN ACTION-ADDMAND
                   PERFORM DO-ADD-MANDATE
               WHEN ACTION-CANCMAND
                   PERFORM DO-CANCEL-MANDATE
               WHEN ACTION-APPROVE
                   PERFORM DO-APPROVE-REQUEST
               WHEN ACTION-DECLINE
                   PERFORM DO-DECLINE-REQUEST
               WHEN ACTION-EXPIRE
                   PERFORM DO-EXPIRE-REQUESTS
               WHEN OTHER
                   PERFORM WRITE-UNKNOWN-ACTION
           END-EVALUATE

           CLOSE MASTER-FILE
                 REPORT-FILE
                 CHANGE-LOG-FILE

           STOP RUN.

                    WS-ARG-STOP-HIGH
                    WS-ARG-STOP-TARGET
                    WS-ARG-STOP-EXPIRY
                    WS-ARG-PAYOUT
                    WS-TransactionFile
                    WS-HistoryFile
                    WS-StatementFile
                    WS-AccruedFile
                    WS-RatesFile
                    WS-StandingFile
                    WS-SweepFile
                    WS-FundLinksFile
                    WS-TermsFile
                    WS-ProductFile
                    WS-ChangeLogFile
                    WS-RunControlFile
                    WS-ARG-OPERATOR
                    WS-ApprovalFile
                    WS-ARG-REQUEST-ID
                    WS-ARG-APPROVAL-DAYS
                    WS-PartyFile
                    WS-ARG-PARTY-ROLE
                    WS-ARG-PARTY-SHARE
                    WS-ARG-ID-EXPIRY
                    WS-ARG-RISK-RATING
                    WS-ARG-REVIEW-DATE
                    WS-MandateFile
                    WS-ARG-CREDITOR-ID
                    WS-ARG-MANDATE-REF
                    WS-ARG-MANDATE-MAX
                    WS-ARG-MANDATE-FREQ
                    WS-ARG-MANDATE-START
                    WS-ARG-MANDATE-END
                    WS-ChequeFile
                    WS-LoanFile
                    WS-TaxParamFile
                    WS-WhtRegisterFile
           END-UNSTRING

           IF WS-ARG-CURRENCY = SPACES
               MOVE "USD" TO WS-ARG-CURRENCY
           END-IF
           IF WS-HoldsFile = SPACES OR WS-HoldsFile = "-"
               MOVE "indexedHolds" TO WS-HoldsFile
           END-IF
           IF WS-ARG-HOLD-EXPIRY = "-"
               MOVE SPACES TO WS-ARG-HOLD-EXPIRY
               MOVE SPACES TO WS-ARG-DOC-NUMBER
           END-IF
           IF WS-StopsFile = SPACES OR WS-StopsFile = "-"
               MOVE "indexedStops" TO WS-StopsFile
           END-IF
           IF WS-ARG-STOP-LOW = "-"
               MOVE SPACES TO WS-ARG-STOP-LOW
           IF WS-ARG-STOP-EXPIRY = "-"
               MOVE SPACES TO WS-ARG-STOP-EXPIRY
           END-IF
           IF WS-ARG-PAYOUT = "-"
               MOVE SPACES TO WS-ARG-PAYOUT
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF
           IF WS-HistoryFile = SPACES OR WS-HistoryFile = "-"
               MOVE "transactionHistory" TO WS-HistoryFile
           END-IF
           IF WS-StatementFile = SPACES OR WS-StatementFile = "-"
               MOVE "closingStatement.txt" TO WS-StatementFile
           END-IF
           IF WS-AccruedFile = SPACES OR WS-AccruedFile = "-"
               MOVE "accruedInterest.dat" TO WS-AccruedFile
           END-IF
           IF WS-RatesFile = SPACES OR WS-RatesFile = "-"
               MOVE "intRates.dat" TO WS-RatesFile
           END-IF
           IF WS-StandingFile = SPACES OR WS-StandingFile = "-"
               MOVE "standingInstructions.dat" TO WS-StandingFile
           END-IF
           IF WS-SweepFile = SPACES OR WS-SweepFile = "-"
               MOVE "sweepInstructions.dat" TO WS-SweepFile
           END-IF
           IF WS-FundLinksFile = SPACES OR WS-FundLinksFile = "-"
               MOVE "indexedFundingLinks" TO WS-FundLinksFile
           END-IF
           IF WS-TermsFile = SPACES OR WS-TermsFile = "-"
               MOVE "indexedTerms" TO WS-TermsFile
           END-IF
           IF WS-ProductFile = SPACES OR WS-ProductFile = "-"
               MOVE "productCatalog.dat" TO WS-ProductFile
           END-IF
           IF WS-ChangeLogFile = SPACES OR WS-ChangeLogFile = "-"
               MOVE "masterChangeLog.dat" TO WS-ChangeLogFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-ARG-OPERATOR = "-"
               MOVE SPACES TO WS-ARG-OPERATOR
           END-IF
           IF WS-ApprovalFile = SPACES OR WS-ApprovalFile = "-"
               MOVE "indexedApprovals" TO WS-ApprovalFile
           END-IF
           IF WS-ARG-APPROVAL-DAYS NOT = SPACES
              AND WS-ARG-APPROVAL-DAYS NOT = "-"
               COMPUTE WS-APPROVAL-DAYS =
                   FUNCTION NUMVAL(WS-ARG-APPROVAL-DAYS)
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF
           IF WS-ARG-PARTY-ROLE = "-"
               MOVE SPACES TO WS-ARG-PARTY-ROLE
           END-IF
           MOVE ZERO TO WS-PARTY-SHARE
           IF WS-ARG-PARTY-SHARE NOT = SPACES
              AND WS-ARG-PARTY-SHARE NOT = "-"
               COMPUTE WS-PARTY-SHARE =
                   FUNCTION NUMVAL(WS-ARG-PARTY-SHARE)
           END-IF

           IF WS-ARG-ID-EXPIRY = "-"
               MOVE SPACES TO WS-ARG-ID-EXPIRY
           END-IF
           IF WS-ARG-RISK-RATING = "-"
               MOVE SPACES TO WS-ARG-RISK-RATING
           END-IF
           IF WS-ARG-REVIEW-DATE = "-"
               MOVE SPACES TO WS-ARG-REVIEW-DATE
           END-IF

           IF WS-MandateFile = SPACES OR WS-MandateFile = "-"
               MOVE "indexedMandates" TO WS-MandateFile
           END-IF
           IF WS-ARG-CREDITOR-ID = "-"
               MOVE SPACES TO WS-ARG-CREDITOR-ID
           END-IF
           IF WS-ARG-MANDATE-REF = "-"
               MOVE SPACES TO WS-ARG-MANDATE-REF
           END-IF
           IF WS-ARG-MANDATE-MAX = "-"
               MOVE SPACES TO WS-ARG-MANDATE-MAX
           END-IF
           IF WS-ARG-MANDATE-FREQ = SPACE OR WS-ARG-MANDATE-FREQ = "-"
               MOVE 'R' TO WS-ARG-MANDATE-FREQ
           END-IF
           IF WS-ARG-MANDATE-START = "-"
               MOVE SPACES TO WS-ARG-MANDATE-START
           END-IF
           IF WS-ARG-MANDATE-END = "-"
               MOVE SPACES TO WS-ARG-MANDATE-END
           END-IF
           IF WS-ChequeFile = SPACES OR WS-ChequeFile = "-"
               MOVE "indexedIssuedCheques" TO WS-ChequeFile
           END-IF
           IF WS-LoanFile = SPACES OR WS-LoanFile = "-"
               MOVE "loanAccounts.dat" TO WS-LoanFile
           END-IF
           IF WS-TaxParamFile = SPACES OR WS-TaxParamFile = "-"
               MOVE "taxParameters.dat" TO WS-TaxParamFile
           END-IF
           IF WS-WhtRegisterFile = SPACES OR WS-WhtRegisterFile = "-"
               MOVE "withholdingRegister.dat" TO WS-WhtRegisterFile
           END-IF

           MOVE SPACE TO WS-ACTION-CODE
           IF WS-ARG-ACTION = "OPEN"
           END-IF
           IF WS-ARG-ACTION = "RELSTOP"
               MOVE 'P' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "APPROVE"
               MOVE 'A' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "DECLINE"
               MOVE 'D' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "EXPIRE"
               MOVE 'E' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "ADDPARTY"
               MOVE 'Y' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "DELPARTY"
               MOVE 'Z' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "UPDCUST"
               MOVE 'U' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "ADDMAND"
               MOVE 'M' TO WS-ACTION-CODE
           END-IF
           IF WS-ARG-ACTION = "CANCMAND"
               MOVE 'K' TO WS-ACTION-CODE
           END-IF.

       OPEN-FILES.
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "Unable to open master change log: "
                   WS-ChangeLogFile
               DISPLAY "Change log status: " WS-CHG-STATUS
               CLOSE MASTER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-RUN-CONTROL.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL, so every change logged by this run
      * can be tied back to the cycle it belongs to. A missing
      * run-control file logs run zero.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RNC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RN-RUN-NUMBER TO WS-CHG-RUN-NUMBER
           END-READ
           CLOSE RUN-CONTROL-FILE.

      ******************************************************************
      * Appends one before/after image of a changed master record to
      * the master change log. The caller leaves the record as written
      * in MASTER-REC, the record as it stood before (spaces for a new
      * account) in WS-CHG-BEFORE and what was done in WS-CHG-ACTION.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE M-ACC-NUMBER        TO CL-ACC-NUMBER
           MOVE M-BRANCH-CODE       TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "ACCOUNT-MAINTENANCE" TO CL-PROGRAM
           MOVE WS-ARG-OPERATOR     TO CL-OPERATOR-ID
           MOVE WS-CHG-ACTION       TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE MASTER-REC          TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO MAINT-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * only a product the catalog currently offers can be opened
           PERFORM LOAD-PRODUCT-CATALOG
           MOVE WS-ARG-ACC-TYPE TO WS-PRD-LOOKUP-CODE
           PERFORM LOCATE-PRODUCT
           IF WS-PRD-FOUND = 'N'
              OR WS-PRD-STATUS-CODE(WS-PRD-I) NOT = 'A'
               PERFORM WRITE-PRODUCT-NOT-OFFERED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-ALREADY-EXISTS
               NOT INVALID KEY
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE "OPEN" TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM MAINTAIN-MASTER-CONTROL
                   PERFORM WRITE-OPEN-SUCCESS
           END-WRITE.
           END-READ
           MOVE WS-SAVED-MASTER-REC TO MASTER-REC.

      ******************************************************************
      * CLOSE is a full close-out, not a status flip. In order:
      *   - the pay-out nomination is proved (an active account in
      *     the same currency, passing its check digit) or the
      *     official cheque is taken;
      *   - interest carried on the accrued file, plus the days since
      *     the last nightly accrual at the rate in force, is rounded
      *     down to cents for capitalization, and withholding tax
      *     is drawn on it under the customer's annual exemption the
      *     way the nightly accrual draws it;
      *   - the monthly service fee is taken when the balance is
      *     under the type's waiver minimum, never more than the
      *     account holds;
      *   - an account that would close overdrawn is refused with
      *     nothing changed;
      *   - the interest, tax, fee and pay-out are queued in id order
      *     so the posting run clears the balance to zero;
      *   - every instruction naming the account is cancelled, the
      *     interest and tax go onto the withholding register, the
      *     status becomes 'C' and the closing statement is written.
      ******************************************************************
       DO-CLOSE-ACCOUNT.
           MOVE 'N' TO WS-CLOSE-FAILED
           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ

           IF M-ACC-STATUS = 'C'
               MOVE "account is already closed" TO WS-CLOSE-REFUSAL
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY   TO WS-CLOSE-DATE
           MOVE M-CURRENCY TO WS-CLOSE-CURRENCY
           MOVE MASTER-REC TO WS-SAVED-MASTER-REC
           PERFORM VALIDATE-PAYOUT-ACCOUNT
           MOVE WS-SAVED-MASTER-REC TO MASTER-REC
           IF WS-CLOSE-FAILED = 'Y'
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PRODUCT-CATALOG
           IF WS-PRD-LOADED = 'N'
               MOVE "product catalog is unavailable"
                   TO WS-CLOSE-REFUSAL
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE M-ACC-TYPE TO WS-PRD-LOOKUP-CODE
           PERFORM LOCATE-PRODUCT

           PERFORM COMPUTE-CLOSING-INTEREST
           IF WS-CLOSE-FAILED = 'Y'
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CLOSING-TAX
           PERFORM COMPUTE-CLOSING-FEE

           MOVE M-BALANCE TO WS-CLOSE-BALANCE
           COMPUTE WS-CLOSE-NET = M-BALANCE + WS-CLOSE-INTEREST
               - WS-CLOSE-TAX - WS-CLOSE-FEE
           IF WS-CLOSE-NET < ZERO
               MOVE "account is overdrawn - settle it before closing"
                   TO WS-CLOSE-REFUSAL
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LINKED-LOANS
           IF WS-CLOSE-FAILED = 'Y'
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM QUEUE-CLOSE-OUT-POSTINGS
           IF WS-CLOSE-FAILED = 'Y'
               PERFORM WRITE-CLOSE-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM SETTLE-ACCRUED-ENTRY
           PERFORM CANCEL-ACCOUNT-INSTRUCTIONS
           PERFORM RECORD-CLOSING-WITHHOLDING

           MOVE WS-SAVED-MASTER-REC TO MASTER-REC
           MOVE 'C' TO M-ACC-STATUS
           REWRITE MASTER-REC
           MOVE WS-SAVED-MASTER-REC TO WS-CHG-BEFORE
           MOVE "CLOSE" TO WS-CHG-ACTION
           PERFORM WRITE-CHANGE-LOG
           PERFORM WRITE-CLOSING-STATEMENT
           PERFORM WRITE-CLOSE-SUCCESS.

      * CHEQUE (or no nomination) pays out by official cheque to the
      * account holder; otherwise the nominated account must be a
      * live account in the same currency -- the master record area
      * is borrowed for the read and restored by the caller
       VALIDATE-PAYOUT-ACCOUNT.
           IF WS-ARG-PAYOUT = SPACES OR WS-ARG-PAYOUT = "CHEQUE"
               SET PAYOUT-BY-CHEQUE TO TRUE
               MOVE "CHEQUE" TO WS-ARG-PAYOUT
               MOVE M-ACC-NAME TO WS-PAYOUT-NAME
               EXIT PARAGRAPH
           END-IF

           SET PAYOUT-TO-ACCOUNT TO TRUE
           IF WS-ARG-PAYOUT = WS-ARG-ACC-NUMBER
               MOVE 'Y' TO WS-CLOSE-FAILED
               MOVE "cannot pay out to the account being closed"
                   TO WS-CLOSE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-PAYOUT TO WS-CD-ACC-NUMBER
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
           IF WS-CD-VALID = 'N'
               MOVE 'Y' TO WS-CLOSE-FAILED
               MOVE "pay-out account fails its check digit"
                   TO WS-CLOSE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-PAYOUT TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-CLOSE-FAILED
                   MOVE "pay-out account not found"
                       TO WS-CLOSE-REFUSAL
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN M-ACC-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-CLOSE-FAILED
                   MOVE "pay-out account is not active"
                       TO WS-CLOSE-REFUSAL
               WHEN M-CURRENCY NOT = WS-CLOSE-CURRENCY
                   MOVE 'Y' TO WS-CLOSE-FAILED
                   MOVE "pay-out account is in another currency"
                       TO WS-CLOSE-REFUSAL
               WHEN OTHER
                   MOVE M-ACC-NAME TO WS-PAYOUT-NAME
           END-EVALUATE.

      ******************************************************************
      * Interest to the close date: the accrued balance the nightly
      * INTEREST-ACCRUAL run has carried for the account, plus each
      * day from its last accrual date up to the close date at the
      * tiered rate in force, computed the same way the nightly run
      * does. Cents leave the accrued balance exactly as they do at
      * capitalization; the sub-cent residue dies with the account.
      * An accrued file too large to carry whole refuses the close,
      * since it could not be written back.
      ******************************************************************
       COMPUTE-CLOSING-INTEREST.
           MOVE ZERO TO WS-CLOSE-ACCRUED
           MOVE ZERO TO WS-CLOSE-INTEREST
           MOVE ZERO TO WS-ACCRUAL-DAYS
           PERFORM LOAD-ACCRUED-FILE
           IF WS-ACCR-OVERFLOW = 'Y'
               MOVE 'Y' TO WS-CLOSE-FAILED
               MOVE "accrued interest file exceeds table"
                   TO WS-CLOSE-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-AB-I
           PERFORM VARYING WS-AB-X FROM 1 BY 1
               UNTIL WS-AB-X > WS-ACCR-COUNT
               IF WS-AB-ACC-NUMBER(WS-AB-X) = M-ACC-NUMBER
                   MOVE WS-AB-X TO WS-AB-I
               END-IF
           END-PERFORM
           IF WS-AB-I = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AB-ACCRUED(WS-AB-I) TO WS-CLOSE-ACCRUED
           IF WS-PRD-FOUND = 'Y'
              AND WS-PRD-INT-ELIGIBLE(WS-PRD-I) = 'N'
               MOVE WS-CLOSE-ACCRUED TO WS-CLOSE-INTEREST
               EXIT PARAGRAPH
           END-IF
           IF M-ACC-STATUS = 'A'
              AND M-BALANCE > ZERO
              AND WS-AB-LAST-DATE(WS-AB-I) IS NUMERIC
              AND WS-AB-LAST-DATE(WS-AB-I) < WS-CLOSE-DATE
               PERFORM LOAD-RATE-FILE
               PERFORM LOCATE-TIER-RATE
               IF WS-RATE-FOUND = 'Y'
                   PERFORM COUNT-ACCRUAL-DAYS
                   COMPUTE WS-DAILY-INTEREST ROUNDED =
                       (M-BALANCE * WS-ANNUAL-RATE) / 36500
                   COMPUTE WS-CLOSE-ACCRUED = WS-CLOSE-ACCRUED
                       + (WS-DAILY-INTEREST * WS-ACCRUAL-DAYS)
               END-IF
           END-IF
           MOVE WS-CLOSE-ACCRUED TO WS-CLOSE-INTEREST.

      ******************************************************************
      * Withholding on the closing interest, as INTEREST-ACCRUAL
      * APPLY-WITHHOLDING draws it: with the tax parameter file present,
      * once the customer's interest for the close year -- every
      * register entry for the customer, plus this interest -- passes
      * the annual exemption, the whole of this interest is taxed at
      * the rate. An account with no customer attached counts under
      * its own number.
      ******************************************************************
       COMPUTE-CLOSING-TAX.
           MOVE ZERO TO WS-CLOSE-TAX
           MOVE 'N' TO WS-TAX-ACTIVE
           IF WS-CLOSE-INTEREST = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TAX-PARAM-FILE
           IF WS-TAX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ TAX-PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TX-RATE      TO WS-TAX-RATE
                   MOVE TX-EXEMPTION TO WS-TAX-EXEMPTION
                   MOVE 'Y' TO WS-TAX-ACTIVE
           END-READ
           CLOSE TAX-PARAM-FILE
           IF WS-TAX-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF M-CUSTOMER-ID = SPACES
               MOVE M-ACC-NUMBER TO WS-TAX-CUST-ID
           ELSE
               MOVE M-CUSTOMER-ID TO WS-TAX-CUST-ID
           END-IF
           MOVE WS-CLOSE-DATE(1:4) TO WS-TAX-YEAR

      * the exemption is the customer's, across all its accounts
           MOVE WS-CLOSE-INTEREST TO WS-TAX-YEAR-INTEREST
           OPEN INPUT WHT-REGISTER-FILE
           IF WS-WHT-STATUS = "00"
               PERFORM UNTIL WS-WHT-STATUS NOT = "00"
                   READ WHT-REGISTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WT-CUST-ID = WS-TAX-CUST-ID
                              AND WT-YEAR = WS-TAX-YEAR
                               ADD WT-INTEREST-PAID
                                   TO WS-TAX-YEAR-INTEREST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHT-REGISTER-FILE
           END-IF
           IF WS-TAX-YEAR-INTEREST NOT > WS-TAX-EXEMPTION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CLOSE-TAX ROUNDED =
               (WS-CLOSE-INTEREST * WS-TAX-RATE) / 100.

      * the closing interest and its tax are appended to the register
      * under the account, so the year-end certificate carries them;
      * INTEREST-ACCRUAL and TAX-CERTIFICATES both total every entry
      * a customer has for the year
       RECORD-CLOSING-WITHHOLDING.
           IF WS-TAX-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND WHT-REGISTER-FILE
           IF WS-WHT-STATUS = "35"
               OPEN OUTPUT WHT-REGISTER-FILE
           END-IF
           IF WS-WHT-STATUS NOT = "00"
               DISPLAY "Unable to open withholding register: "
                   WS-WhtRegisterFile
               DISPLAY "Register status: " WS-WHT-STATUS
               MOVE "register" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAX-CUST-ID    TO WT-CUST-ID
           MOVE WS-TAX-YEAR       TO WT-YEAR
           MOVE WS-CLOSE-INTEREST TO WT-INTEREST-PAID
           MOVE WS-CLOSE-TAX      TO WT-TAX-WITHHELD
           MOVE WS-ARG-ACC-NUMBER TO WT-ACC-NUMBER
           WRITE WHT-REGISTER-REC
           CLOSE WHT-REGISTER-FILE.

      * days after the last accrual date up to and including the
      * close date, on the flat-February calendar the batch uses
       COUNT-ACCRUAL-DAYS.
           MOVE WS-AB-LAST-DATE(WS-AB-I) TO WS-WALK-DATE
           PERFORM UNTIL WS-WALK-DATE NOT < WS-CLOSE-DATE
                      OR WS-ACCRUAL-DAYS > 3660
               ADD 1 TO WS-WALK-DD
               IF WS-WALK-MM < 1 OR WS-WALK-MM > 12
                   MOVE 12 TO WS-WALK-MM
               END-IF
               IF WS-WALK-DD > WS-DIM-DAYS(WS-WALK-MM)
                   MOVE 1 TO WS-WALK-DD
                   ADD 1 TO WS-WALK-MM
                   IF WS-WALK-MM > 12
                       MOVE 1 TO WS-WALK-MM
                       ADD 1 TO WS-WALK-YY
                   END-IF
               END-IF
               ADD 1 TO WS-ACCRUAL-DAYS
           END-PERFORM.

      * a missing accrued file just means nothing has accrued yet
       LOAD-ACCRUED-FILE.
           MOVE ZERO TO WS-ACCR-COUNT
           OPEN INPUT ACCRUED-FILE
           IF WS-ACC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACC-STATUS NOT = "00"
               READ ACCRUED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-ACCR-COUNT < WS-ACCR-TABLE-MAX
                           ADD 1 TO WS-ACCR-COUNT
                           MOVE AC-ACC-NUMBER
                               TO WS-AB-ACC-NUMBER(WS-ACCR-COUNT)
                           MOVE AC-ACCRUED-BALANCE
                               TO WS-AB-ACCRUED(WS-ACCR-COUNT)
                           MOVE AC-LAST-ACCRUAL-DATE
                               TO WS-AB-LAST-DATE(WS-ACCR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-ACCR-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUED-FILE.

      * a missing catalog leaves WS-PRD-LOADED 'N' and the table empty,
      * so OPEN finds no product to open and CLOSE refuses
       LOAD-PRODUCT-CATALOG.
           MOVE ZERO TO WS-PRD-COUNT
           OPEN INPUT PRODUCT-FILE
           IF WS-PRD-STATUS NOT = "00"
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
                           MOVE PR-STATUS
                               TO WS-PRD-STATUS-CODE(WS-PRD-COUNT)
                           MOVE PR-MONTHLY-FEE
                               TO WS-PRD-MONTHLY-FEE(WS-PRD-COUNT)
                           MOVE PR-WAIVER-MIN
                               TO WS-PRD-WAIVER-MIN(WS-PRD-COUNT)
                           MOVE PR-INTEREST-ELIGIBLE
                               TO WS-PRD-INT-ELIGIBLE(WS-PRD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       LOCATE-PRODUCT.
           MOVE 'N' TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-I FROM 1 BY 1
               UNTIL WS-PRD-I > WS-PRD-COUNT
                  OR WS-PRD-FOUND = 'Y'
               IF WS-PRD-CODE(WS-PRD-I) = WS-PRD-LOOKUP-CODE
                   MOVE 'Y' TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PRD-I
           END-IF.

      * without a rate file the close capitalizes what the nightly
      * run has carried and accrues nothing further
       LOAD-RATE-FILE.
           MOVE ZERO TO WS-RATES-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RATE-STATUS NOT = "00"
               READ RATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RATES-COUNT < 200
                           ADD 1 TO WS-RATES-COUNT
                           MOVE IR-ACC-TYPE
                               TO WS-IR-ACC-TYPE(WS-RATES-COUNT)
                           MOVE IR-TIER-FLOOR
                               TO WS-IR-TIER-FLOOR(WS-RATES-COUNT)
                           MOVE IR-EFFECTIVE-DATE
                               TO WS-IR-EFFECTIVE-DATE(WS-RATES-COUNT)
                           MOVE IR-ANNUAL-RATE
                               TO WS-IR-ANNUAL-RATE(WS-RATES-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE.

      * highest tier floor not above the balance wins; within the
      * tier, the latest effective date not after the close date
       LOCATE-TIER-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE ZERO TO WS-BEST-TIER-FLOOR
           MOVE SPACES TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-IR-I FROM 1 BY 1
               UNTIL WS-IR-I > WS-RATES-COUNT
               IF WS-IR-ACC-TYPE(WS-IR-I) = M-ACC-TYPE
                  AND WS-IR-TIER-FLOOR(WS-IR-I) <= M-BALANCE
                  AND WS-IR-EFFECTIVE-DATE(WS-IR-I)
                      <= WS-CLOSE-DATE
                   IF WS-RATE-FOUND = 'N'
                      OR WS-IR-TIER-FLOOR(WS-IR-I)
                         > WS-BEST-TIER-FLOOR
                      OR (WS-IR-TIER-FLOOR(WS-IR-I)
                          = WS-BEST-TIER-FLOOR
                          AND WS-IR-EFFECTIVE-DATE(WS-IR-I)
                              >= WS-BEST-EFF-DATE)
                       MOVE WS-IR-TIER-FLOOR(WS-IR-I)
                           TO WS-BEST-TIER-FLOOR
                       MOVE WS-IR-EFFECTIVE-DATE(WS-IR-I)
                           TO WS-BEST-EFF-DATE
                       MOVE WS-IR-ANNUAL-RATE(WS-IR-I)
                           TO WS-ANNUAL-RATE
                       MOVE 'Y' TO WS-RATE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      * the final month's service fee, waived at or above the
      * product's minimum balance and never more than the account
      * holds; WS-PRD-I is left on the account's product by the close
       COMPUTE-CLOSING-FEE.
           MOVE ZERO TO WS-CLOSE-FEE
           COMPUTE WS-CLOSE-BALANCE = M-BALANCE + WS-CLOSE-INTEREST
               - WS-CLOSE-TAX
           IF WS-PRD-FOUND = 'Y'
              AND WS-CLOSE-BALANCE < WS-PRD-WAIVER-MIN(WS-PRD-I)
               MOVE WS-PRD-MONTHLY-FEE(WS-PRD-I) TO WS-CLOSE-FEE
           END-IF
           IF WS-CLOSE-BALANCE < WS-CLOSE-FEE
               IF WS-CLOSE-BALANCE > ZERO
                   MOVE WS-CLOSE-BALANCE TO WS-CLOSE-FEE
               ELSE
                   MOVE ZERO TO WS-CLOSE-FEE
               END-IF
           END-IF.

      ******************************************************************
      * The close-out items go onto the live transaction file for the
      * normal posting run: interest first, then its withholding
      * tax, then the fee, then the pay-out of what is left, in
      * ascending id order so they post in that order. A file that
      * cannot be opened refuses the close before anything has
      * changed.
      ******************************************************************
       QUEUE-CLOSE-OUT-POSTINGS.
           IF WS-CLOSE-INTEREST = ZERO
              AND WS-CLOSE-FEE = ZERO
              AND WS-CLOSE-NET = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANS-FILE
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed transaction file: "
                   WS-TransactionFile
               DISPLAY "Transaction status: " WS-TRNS-STATUS
               MOVE 'Y' TO WS-CLOSE-FAILED
               MOVE "transaction file unavailable"
                   TO WS-CLOSE-REFUSAL
               EXIT PARAGRAPH
           END-IF

      * history only accumulates once the purge has run at least
      * once, so a missing history file is not an error here
           MOVE 'N' TO WS-HIST-AVAILABLE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-AVAILABLE
           END-IF

           PERFORM DETERMINE-NEXT-TRANS-ID

           IF WS-CLOSE-INTEREST > ZERO
               MOVE 'I'               TO T-TRX-TYPE
               MOVE WS-CLOSE-INTEREST TO T-AMOUNT
               MOVE SPACES            TO T-TARGET-ACC-NUMBER
               PERFORM WRITE-CLOSE-OUT-ITEM
               MOVE T-ID TO WS-INTEREST-ID
           END-IF

           IF WS-CLOSE-TAX > ZERO AND WS-CLOSE-FAILED = 'N'
               MOVE 'X'               TO T-TRX-TYPE
               MOVE WS-CLOSE-TAX      TO T-AMOUNT
               MOVE SPACES            TO T-TARGET-ACC-NUMBER
               PERFORM WRITE-CLOSE-OUT-ITEM
               MOVE T-ID TO WS-TAX-ID
           END-IF

           IF WS-CLOSE-FEE > ZERO AND WS-CLOSE-FAILED = 'N'
               MOVE 'F'               TO T-TRX-TYPE
               MOVE WS-CLOSE-FEE      TO T-AMOUNT
               MOVE SPACES            TO T-TARGET-ACC-NUMBER
               PERFORM WRITE-CLOSE-OUT-ITEM
               MOVE T-ID TO WS-FEE-ID
           END-IF

           IF WS-CLOSE-NET > ZERO AND WS-CLOSE-FAILED = 'N'
               MOVE WS-CLOSE-NET      TO T-AMOUNT
               IF PAYOUT-TO-ACCOUNT
                   MOVE 'T'           TO T-TRX-TYPE
                   MOVE WS-ARG-PAYOUT TO T-TARGET-ACC-NUMBER
               ELSE
                   MOVE 'W'           TO T-TRX-TYPE
                   MOVE SPACES        TO T-TARGET-ACC-NUMBER
               END-IF
               PERFORM WRITE-CLOSE-OUT-ITEM
               MOVE T-ID TO WS-PAYOUT-ID
           END-IF

           PERFORM MAINTAIN-TRANS-CONTROL

           CLOSE TRANS-FILE
           IF WS-HIST-AVAILABLE = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

      * type, amount and target are set by the caller
       WRITE-CLOSE-OUT-ITEM.
           MOVE WS-ARG-ACC-NUMBER TO T-ACC-NUMBER
           MOVE WS-NEXT-TRANS-ID  TO T-ID
           MOVE WS-CLOSE-DATE     TO T-DATE
           MOVE WS-TIME           TO T-TIME
           MOVE WS-CLOSE-CURRENCY TO T-CURRENCY
           MOVE SPACE             TO T-POSTED-FLAG
           MOVE M-BRANCH-CODE     TO T-BRANCH-CODE
           MOVE SPACES            TO T-SENDER-REF
           MOVE SPACES            TO T-CHEQUE-SERIAL

           WRITE TRANS-REC
               INVALID KEY
                   DISPLAY "Unable to queue close-out item for "
                       WS-ARG-ACC-NUMBER " status " WS-TRNS-STATUS
                   MOVE 'Y' TO WS-CLOSE-FAILED
                   MOVE "close-out id already on transaction file"
                       TO WS-CLOSE-REFUSAL
               NOT INVALID KEY
                   ADD 1 TO WS-QUEUED-COUNT
                   ADD T-AMOUNT TO WS-QUEUED-AMOUNT
                   ADD 1 TO WS-NEXT-TRANS-ID
           END-WRITE.

      * Close-out items carry T-IDs in the 16xxxxxx band, bounded
      * above so ids from the other bands cannot drag the starting id
      * out of range; the cumulative history is scanned too because
      * the end-of-cycle purge empties the live file.
       DETERMINE-NEXT-TRANS-ID.
           MOVE ZERO TO WS-MAX-TRANS-ID
           MOVE 'N' TO WS-TRNS-EOF
           MOVE LOW-VALUES TO T-TRANS-KEY
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRNS-EOF
           END-START

           PERFORM UNTIL SCAN-TRANS-EOF
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND T-ID >= WS-TRANS-ID-FLOOR
                          AND T-ID < WS-TRANS-ID-CEILING
                          AND T-ID > WS-MAX-TRANS-ID
                           MOVE T-ID TO WS-MAX-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SCAN-HISTORY-FOR-BAND

           IF WS-MAX-TRANS-ID NOT = ZERO
               COMPUTE WS-NEXT-TRANS-ID = WS-MAX-TRANS-ID + 1
           END-IF.

       SCAN-HISTORY-FOR-BAND.
           IF WS-HIST-AVAILABLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HIST-EOF
           MOVE LOW-VALUES TO H-TRANS-KEY
           START HISTORY-FILE KEY IS NOT LESS THAN H-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF H-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND H-ID >= WS-TRANS-ID-FLOOR
                          AND H-ID < WS-TRANS-ID-CEILING
                          AND H-ID > WS-MAX-TRANS-ID
                           MOVE H-ID TO WS-MAX-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Folds the queued close-out items into the transaction file's
      * control record so consumers can still verify the file. A
      * file carrying no control record is left without one.
      ******************************************************************
       MAINTAIN-TRANS-CONTROL.
           IF WS-QUEUED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTROL-KEY TO T-ACC-NUMBER
           MOVE 99999999       TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRANS-REC(1:41) TO CONTROL-IMAGE
                   ADD WS-QUEUED-COUNT  TO CT-RECORD-COUNT
                   ADD WS-QUEUED-AMOUNT TO CT-HASH-TOTAL
                   MOVE SPACES TO TRANS-REC
                   MOVE CONTROL-IMAGE TO TRANS-REC(1:41)
                   REWRITE TRANS-REC
           END-READ.

      * the capitalized interest leaves the accrued file: the entry
      * is settled at zero and dated the close date, and the nightly
      * accrual passes a closed account by
       SETTLE-ACCRUED-ENTRY.
           IF WS-AB-I = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO          TO WS-AB-ACCRUED(WS-AB-I)
           MOVE WS-CLOSE-DATE TO WS-AB-LAST-DATE(WS-AB-I)

           OPEN OUTPUT ACCRUED-FILE
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "Unable to rewrite accrued interest file: "
                   WS-AccruedFile
               DISPLAY "Accrued status: " WS-ACC-STATUS
               MOVE "accrued" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AB-X FROM 1 BY 1
               UNTIL WS-AB-X > WS-ACCR-COUNT
               MOVE WS-AB-ACC-NUMBER(WS-AB-X) TO AC-ACC-NUMBER
               MOVE WS-AB-ACCRUED(WS-AB-X)    TO AC-ACCRUED-BALANCE
               MOVE WS-AB-LAST-DATE(WS-AB-X)  TO AC-LAST-ACCRUAL-DATE
               WRITE ACCRUED-REC
           END-PERFORM
           CLOSE ACCRUED-FILE.

      ******************************************************************
      * Every instruction naming the closing account is cancelled so
      * nothing fires against it afterwards: holds and stops on the
      * account are released through the RELEASE/RELSTOP logic,
      * standing and sweep instructions and funding links naming it
      * as source or target are removed, its running term deposits
      * are marked closed and other deposits paying out into it are
      * switched to roll over. A missing file has nothing to cancel.
      ******************************************************************
       CANCEL-ACCOUNT-INSTRUCTIONS.
           MOVE SPACES TO WS-CX-NOT-DONE
           MOVE 1 TO WS-CX-PTR
           PERFORM CLOSE-RELEASE-HOLDS
           PERFORM CLOSE-RELEASE-STOPS
           PERFORM CANCEL-STANDING-INSTRUCTIONS
           PERFORM CANCEL-SWEEP-INSTRUCTIONS
           PERFORM CANCEL-FUNDING-LINKS
           PERFORM CLOSE-TERM-DEPOSITS
           PERFORM CANCEL-ACCOUNT-MANDATES
           PERFORM WITHDRAW-POSITIVE-PAY.

       NOTE-NOT-CANCELLED.
           STRING
               WS-CX-NAME DELIMITED BY SPACE
               " "        DELIMITED BY SIZE
               INTO WS-CX-NOT-DONE
               WITH POINTER WS-CX-PTR
           END-STRING
           MOVE 4 TO RETURN-CODE.

       CLOSE-RELEASE-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE HOLDS-FILE
           MOVE SPACES TO WS-ARG-HOLD-REASON
           MOVE ZERO TO WS-RELEASED-COUNT
           PERFORM DO-RELEASE-HOLD
           MOVE WS-RELEASED-COUNT TO WS-CX-HOLDS.

       CLOSE-RELEASE-STOPS.
           OPEN INPUT STOPS-FILE
           IF WS-STP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE STOPS-FILE
           MOVE SPACE TO WS-ARG-STOP-TYPE
           MOVE ZERO TO WS-RELEASED-COUNT
           PERFORM DO-RELEASE-STOP
           MOVE WS-RELEASED-COUNT TO WS-CX-STOPS.

      * the standing file carries a control record, rebuilt over the
      * instructions that remain so the generator still verifies it
       CANCEL-STANDING-INSTRUCTIONS.
           MOVE ZERO TO WS-SI-TABLE-COUNT
           MOVE 'N' TO WS-IX-OVERFLOW
           MOVE 'N' TO WS-IX-CTL-FOUND
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-STATUS NOT = "00"
               READ STANDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SI-SOURCE-ACC-NUMBER = WS-CONTROL-KEY
                               MOVE 'Y' TO WS-IX-CTL-FOUND
                           WHEN SI-SOURCE-ACC-NUMBER
                                = WS-ARG-ACC-NUMBER
                             OR SI-TARGET-ACC-NUMBER
                                = WS-ARG-ACC-NUMBER
                               ADD 1 TO WS-CX-STANDING
                           WHEN WS-SI-TABLE-COUNT < 1000
                               ADD 1 TO WS-SI-TABLE-COUNT
                               MOVE STANDING-REC
                                   TO WS-SI-REC(WS-SI-TABLE-COUNT)
                           WHEN OTHER
                               MOVE 'Y' TO WS-IX-OVERFLOW
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE

           IF WS-IX-OVERFLOW = 'Y'
               MOVE ZERO TO WS-CX-STANDING
               MOVE "standing" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           IF WS-CX-STANDING = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00"
               DISPLAY "Unable to rewrite standing file: "
                   WS-StandingFile
               DISPLAY "Standing status: " WS-SI-STATUS
               MOVE ZERO TO WS-CX-STANDING
               MOVE "standing" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-IX-HASH
           PERFORM VARYING WS-IX-I FROM 1 BY 1
               UNTIL WS-IX-I > WS-SI-TABLE-COUNT
               MOVE WS-SI-REC(WS-IX-I) TO STANDING-REC
               ADD SI-AMOUNT TO WS-IX-HASH
               WRITE STANDING-REC
           END-PERFORM
           IF WS-IX-CTL-FOUND = 'Y'
               MOVE WS-CONTROL-KEY    TO CT-KEY
               MOVE "99999999"        TO CT-ID
               MOVE WS-SI-TABLE-COUNT TO CT-RECORD-COUNT
               MOVE WS-IX-HASH        TO CT-HASH-TOTAL
               MOVE SPACES TO STANDING-REC
               MOVE CONTROL-IMAGE TO STANDING-REC(1:41)
               WRITE STANDING-REC
           END-IF
           CLOSE STANDING-FILE.

      * sweeps hash on the target balance, as the sweep generator
      * verifies them
       CANCEL-SWEEP-INSTRUCTIONS.
           MOVE ZERO TO WS-SW-TABLE-COUNT
           MOVE 'N' TO WS-IX-OVERFLOW
           MOVE 'N' TO WS-IX-CTL-FOUND
           OPEN INPUT SWEEP-FILE
           IF WS-SW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SW-STATUS NOT = "00"
               READ SWEEP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SW-SOURCE-ACC-NUMBER = WS-CONTROL-KEY
                               MOVE 'Y' TO WS-IX-CTL-FOUND
                           WHEN SW-SOURCE-ACC-NUMBER
                                = WS-ARG-ACC-NUMBER
                             OR SW-TARGET-ACC-NUMBER
                                = WS-ARG-ACC-NUMBER
                               ADD 1 TO WS-CX-SWEEPS
                           WHEN WS-SW-TABLE-COUNT < 1000
                               ADD 1 TO WS-SW-TABLE-COUNT
                               MOVE SWEEP-REC
                                   TO WS-SW-REC(WS-SW-TABLE-COUNT)
                           WHEN OTHER
                               MOVE 'Y' TO WS-IX-OVERFLOW
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE

           IF WS-IX-OVERFLOW = 'Y'
               MOVE ZERO TO WS-CX-SWEEPS
               MOVE "sweep" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           IF WS-CX-SWEEPS = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SWEEP-FILE
           IF WS-SW-STATUS NOT = "00"
               DISPLAY "Unable to rewrite sweep file: " WS-SweepFile
               DISPLAY "Sweep status: " WS-SW-STATUS
               MOVE ZERO TO WS-CX-SWEEPS
               MOVE "sweep" TO WS-CX-NAME
               PERFORM NOTE-NOT-CANCELLED
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-IX-HASH
           PERFORM VARYING WS-IX-I FROM 1 BY 1
               UNTIL WS-IX-I > WS-SW-TABLE-COUNT
               MOVE WS-SW-REC(WS-IX-I) TO SWEEP-REC
               ADD SW-TARGET-BALANCE TO WS-IX-HASH
               WRITE SWEEP-REC
           END-PERFORM
           IF WS-IX-CTL-FOUND = 'Y'
               MOVE WS-CONTROL-KEY    TO CT-KEY
               MOVE "99999999"        TO CT-ID
               MOVE WS-SW-TABLE-COUNT TO CT-RECORD-COUNT
               MOVE WS-IX-HASH        TO CT-HASH-TOTAL
               MOVE SPACES TO SWEEP-REC
               MOVE CONTROL-IMAGE TO SWEEP-REC(1:41)
               WRITE SWEEP-REC
           END-IF
           CLOSE SWEEP-FILE.

      * a link goes whether the account is the protected or the
      * funding side; the links it funds are found on the alternate
      * key, the search starting over after each delete
       CANCEL-FUNDING-LINKS.
           OPEN I-O FUND-LINKS-FILE
           IF WS-FL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ACC-NUMBER TO FL-PROTECTED-ACC
           READ FUND-LINKS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE FUND-LINKS-FILE RECORD
                   ADD 1 TO WS-CX-LINKS
           END-READ

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE WS-ARG-ACC-NUMBER TO FL-FUNDING-ACC
               START FUND-LINKS-FILE KEY IS EQUAL TO FL-FUNDING-ACC
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ FUND-LINKS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           DELETE FUND-LINKS-FILE RECORD
                           ADD 1 TO WS-CX-LINKS
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FUND-LINKS-FILE.

      * term records stay on file as the audit trail: the account's
      * own running deposit is marked closed ('C') and a deposit due
      * to pay out into it -- found on the pay-out alternate key --
      * rolls over instead, for the desk to take fresh instructions
       CLOSE-TERM-DEPOSITS.
           OPEN I-O TERMS-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ACC-NUMBER TO TD-ACC-NUMBER
           READ TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-STATUS = 'A'
                       MOVE 'C' TO TD-STATUS
                       REWRITE TERM-REC
                       ADD 1 TO WS-CX-TERMS
                   END-IF
           END-READ

           MOVE 'N' TO WS-REF-EOF
           MOVE WS-ARG-ACC-NUMBER TO TD-PAYOUT-ACC
           START TERMS-FILE KEY IS EQUAL TO TD-PAYOUT-ACC
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ TERMS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF TD-PAYOUT-ACC NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF TD-STATUS = 'A'
                              AND TD-ROLLOVER = 'P'
                               MOVE 'R' TO TD-ROLLOVER
                               REWRITE TERM-REC
                               ADD 1 TO WS-CX-ROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

      * mandates stay on file as the audit trail, marked cancelled
      * ('C') as CANCMAND leaves them, so later debits under them are
      * refused at import; the account's mandates are read together
      * by START on the account number
       CANCEL-ACCOUNT-MANDATES.
           OPEN I-O MANDATE-FILE
           IF WS-MND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES        TO MD-MANDATE-KEY
           MOVE WS-ARG-ACC-NUMBER TO MD-ACC-NUMBER
           MOVE 'N' TO WS-REF-EOF
           START MANDATE-FILE KEY IS NOT LESS THAN MD-MANDATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF MD-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF MD-STATUS = 'A'
                               MOVE 'C'      TO MD-STATUS
                               MOVE WS-TODAY TO MD-CANCELLED-DATE
                               REWRITE MANDATE-REC
                               IF WS-MND-STATUS = "00"
                                   ADD 1 TO WS-CX-MANDATES
                               ELSE
                                   MOVE "mandates" TO WS-CX-NAME
                                   PERFORM NOTE-NOT-CANCELLED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

      * the enrolment record (serial 0000000000) is withdrawn ('W')
      * as POSITIVE-PAY-LOAD WITHDRAW does; the issued cheques stay
      * on file
       WITHDRAW-POSITIVE-PAY.
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ACC-NUMBER TO CQ-ACC-NUMBER
           MOVE "0000000000"      TO CQ-SERIAL
           READ CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CQ-REC-TYPE = 'E' AND CQ-STATUS = 'A'
                       MOVE 'W'      TO CQ-STATUS
                       MOVE WS-TODAY TO CQ-LOADED-DATE
                       REWRITE CHEQUE-REC
                       IF WS-CHQ-STATUS = "00"
                           ADD 1 TO WS-CX-POSPAY
                       ELSE
                           MOVE "pos-pay" TO WS-CX-NAME
                           PERFORM NOTE-NOT-CANCELLED
                       END-IF
                   END-IF
           END-READ
           CLOSE CHEQUE-FILE.

      * LOAN-INSTALLMENTS collects each installment by a 'T' from
      * the loan's linked account, so that account must stay open
      * while a loan runs; the loan desk repoints the loan first
       CHECK-LINKED-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ LOAN-FILE
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF LN-LINKED-ACC = WS-ARG-ACC-NUMBER
                          AND LN-STATUS = 'A'
                           MOVE 'Y' TO WS-REF-EOF
                           MOVE 'Y' TO WS-CLOSE-FAILED
                           MOVE SPACES TO WS-CLOSE-REFUSAL
                           STRING
                               "running loan " DELIMITED BY SIZE
                               LN-ACC-NUMBER   DELIMITED BY SIZE
                               " collects from this account"
                                               DELIMITED BY SIZE
                               INTO WS-CLOSE-REFUSAL
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      * name and address for the statement, when the account is
      * attached to a customer
       FIND-CLOSE-CUSTOMER.
           MOVE SPACES TO WS-CLOSE-CUST-NAME
           MOVE SPACES TO WS-CLOSE-ADDR-1
           MOVE SPACES TO WS-CLOSE-ADDR-2
           IF M-CUSTOMER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CU-CUST-ID = M-CUSTOMER-ID
                           MOVE CU-CUST-NAME   TO WS-CLOSE-CUST-NAME
                           MOVE CU-ADDR-LINE-1 TO WS-CLOSE-ADDR-1
                           MOVE CU-ADDR-LINE-2 TO WS-CLOSE-ADDR-2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

      ******************************************************************
      * The closing statement goes to the customer with the final
      * figures: balance at close, interest capitalized, fee taken,
      * the pay-out and how it was made, and what was cancelled.
      ******************************************************************
       WRITE-CLOSING-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "Unable to open closing statement file: "
                   WS-StatementFile
               DISPLAY "Statement status: " WS-STMT-STATUS
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CLOSE-CUSTOMER

           MOVE "Closing Statement" TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE

           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Account: "         DELIMITED BY SIZE
               M-ACC-NUMBER        DELIMITED BY SIZE
               " Name: "           DELIMITED BY SIZE
               M-ACC-NAME          DELIMITED BY SIZE
               " Type: "           DELIMITED BY SIZE
               M-ACC-TYPE          DELIMITED BY SIZE
               " Currency: "       DELIMITED BY SIZE
               M-CURRENCY          DELIMITED BY SIZE
               " Branch: "         DELIMITED BY SIZE
               M-BRANCH-CODE       DELIMITED BY SIZE
               " Closed: "         DELIMITED BY SIZE
               WS-CLOSE-DATE       DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           IF WS-CLOSE-CUST-NAME NOT = SPACES
               MOVE SPACES TO CLOSING-STATEMENT-LINE
               STRING
                   "Customer: "        DELIMITED BY SIZE
                   M-CUSTOMER-ID       DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-CLOSE-CUST-NAME  DELIMITED BY SIZE
                   INTO CLOSING-STATEMENT-LINE
               END-STRING
               WRITE CLOSING-STATEMENT-LINE
               MOVE SPACES TO CLOSING-STATEMENT-LINE
               STRING
                   "          "        DELIMITED BY SIZE
                   WS-CLOSE-ADDR-1     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-CLOSE-ADDR-2     DELIMITED BY SIZE
                   INTO CLOSING-STATEMENT-LINE
               END-STRING
               WRITE CLOSING-STATEMENT-LINE
           END-IF

           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CLOSE-BALANCE TO WS-CLOSE-AMT-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Balance at close:        " DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY        DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CLOSE-INTEREST TO WS-CLOSE-AMT-DISPLAY
           MOVE WS-CLOSE-ACCRUED  TO WS-CLOSE-ACCR-DISPLAY
           MOVE WS-ACCRUAL-DAYS   TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Interest to close date:  " DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY        DELIMITED BY SIZE
               " (accrued "                DELIMITED BY SIZE
               WS-CLOSE-ACCR-DISPLAY       DELIMITED BY SIZE
               ", days since last accrual " DELIMITED BY SIZE
               WS-CX-DISPLAY               DELIMITED BY SIZE
               ")"                         DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CLOSE-TAX TO WS-CLOSE-AMT-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Withholding tax:         " DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY        DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CLOSE-FEE TO WS-CLOSE-AMT-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Final service fee:       " DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY        DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CLOSE-NET TO WS-CLOSE-AMT-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "Net pay-out:             " DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY        DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE SPACES TO CLOSING-STATEMENT-LINE
           EVALUATE TRUE
               WHEN WS-CLOSE-NET = ZERO
                   MOVE "Nothing remained to pay out"
                       TO CLOSING-STATEMENT-LINE
               WHEN PAYOUT-TO-ACCOUNT
                   STRING
                       "Paid by transfer to account " DELIMITED BY SIZE
                       WS-ARG-PAYOUT       DELIMITED BY SIZE
                       " "                 DELIMITED BY SIZE
                       WS-PAYOUT-NAME      DELIMITED BY SIZE
                       " Ref: "            DELIMITED BY SIZE
                       WS-PAYOUT-ID        DELIMITED BY SIZE
                       INTO CLOSING-STATEMENT-LINE
                   END-STRING
               WHEN OTHER
                   STRING
                       "Paid by official cheque payable to "
                       DELIMITED BY SIZE
                       WS-PAYOUT-NAME      DELIMITED BY SIZE
                       " Ref: "            DELIMITED BY SIZE
                       WS-PAYOUT-ID        DELIMITED BY SIZE
                       INTO CLOSING-STATEMENT-LINE
                   END-STRING
           END-EVALUATE
           WRITE CLOSING-STATEMENT-LINE

           MOVE SPACES TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE
           MOVE "Instructions cancelled with the account:"
               TO CLOSING-STATEMENT-LINE
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-HOLDS TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Holds released:                   "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-STOPS TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Stop payments released:           "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-STANDING TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Standing instructions cancelled:  "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-SWEEPS TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Sweep instructions cancelled:     "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-LINKS TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Overdraft funding links removed:  "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-TERMS TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Term deposits closed:             "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-ROLLED TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Term pay-outs switched to renew:  "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-MANDATES TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Direct-debit mandates cancelled:  "
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           MOVE WS-CX-POSPAY TO WS-CX-DISPLAY
           MOVE SPACES TO CLOSING-STATEMENT-LINE
           STRING
               "  Positive pay enrolments withdrawn:"
               DELIMITED BY SIZE
               WS-CX-DISPLAY DELIMITED BY SIZE
               INTO CLOSING-STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-LINE

           IF WS-CX-NOT-DONE NOT = SPACES
               MOVE SPACES TO CLOSING-STATEMENT-LINE
               STRING
                   "  NOT CANCELLED, refer to the desk: "
                   DELIMITED BY SIZE
                   WS-CX-NOT-DONE DELIMITED BY SIZE
                   INTO CLOSING-STATEMENT-LINE
               END-STRING
               WRITE CLOSING-STATEMENT-LINE
           END-IF

           CLOSE STATEMENT-FILE.

       WRITE-CLOSE-REFUSED.
           MOVE 'Y' TO WS-ACTION-REFUSED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "CLOSE      Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " - REJECTED, "        DELIMITED BY SIZE
               WS-CLOSE-REFUSAL       DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       DO-REACTIVATE-ACCOUNT.
           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-CHG-BEFORE
                   MOVE 'A' TO M-ACC-STATUS
                   MOVE WS-TODAY TO M-LAST-ACTIVITY-DATE
                   REWRITE MASTER-REC
                   MOVE "REACTIVATE" TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM WRITE-REACTIVATE-SUCCESS
           END-READ.

       DO-PLACE-HOLD.
           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
               NOT INVALID KEY
                   PERFORM APPEND-HOLD-RECORD
           END-READ.

       APPEND-HOLD-RECORD.
           IF WS-ARG-HOLD-AMOUNT = SPACES
              OR WS-ARG-HOLD-REASON = SPACES
               PERFORM WRITE-HOLD-ARGS-MISSING
               EXIT PARAGRAPH
           END-IF

           OPEN I-O HOLDS-FILE
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               IF WS-HLD-STATUS = "00"
                   CLOSE HOLDS-FILE
                   OPEN I-O HOLDS-FILE
               END-IF
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "Unable to open holds file: " WS-HoldsFile
               DISPLAY "Holds status: " WS-HLD-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-HOLD-SEQ
           IF WS-NEXT-SEQ > 999
               CLOSE HOLDS-FILE
               PERFORM WRITE-HOLD-SEQ-EXHAUSTED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HOLD-AMOUNT =
               FUNCTION NUMVAL(WS-ARG-HOLD-AMOUNT)

           MOVE WS-ARG-ACC-NUMBER  TO HLD-ACC-NUMBER
           MOVE WS-NEXT-SEQ        TO HLD-HOLD-SEQ
           MOVE WS-HOLD-AMOUNT     TO HLD-AMOUNT
           MOVE WS-ARG-HOLD-REASON TO HLD-REASON-CODE
           MOVE WS-TODAY           TO HLD-PLACED-DATE
           MOVE WS-ARG-HOLD-EXPIRY TO HLD-EXPIRY-DATE
           MOVE 'A'                TO HLD-STATUS
           WRITE HOLD-REC
               INVALID KEY
                   DISPLAY "Unable to write hold: " HLD-ACC-NUMBER
                       " " HLD-HOLD-SEQ " status " WS-HLD-STATUS
               NOT INVALID KEY
                   PERFORM WRITE-HOLD-SUCCESS
           END-WRITE

           CLOSE HOLDS-FILE.

      * one past the highest hold number the account carries
       FIND-NEXT-HOLD-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-REF-EOF
           MOVE WS-ARG-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE ZERO TO HLD-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER = WS-ARG-ACC-NUMBER
                           COMPUTE WS-NEXT-SEQ = HLD-HOLD-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * RELEASE reads the account's holds by key and rewrites the
      * matching active ones with status 'R' in place.
      * A hold-reason argument limits the release to holds carrying
      * that reason; without one every active hold on the account is
      * released.
      ******************************************************************
       DO-RELEASE-HOLD.
           OPEN I-O HOLDS-FILE
           IF WS-HLD-STATUS NOT = "00"
               DISPLAY "Unable to open holds file: " WS-HoldsFile
               DISPLAY "Holds status: " WS-HLD-STATUS
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-REF-EOF
           MOVE WS-ARG-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE ZERO TO HLD-HOLD-SEQ
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF HLD-STATUS = 'A'
                              AND (WS-ARG-HOLD-REASON = SPACES
                                   OR HLD-REASON-CODE
                                      = WS-ARG-HOLD-REASON)
                               MOVE 'R' TO HLD-STATUS
                               REWRITE HOLD-REC
                               ADD 1 TO WS-RELEASED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE

           PERFORM WRITE-RELEASE-SUCCESS.

       DO-PLACE-STOP.
           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
               NOT INVALID KEY
                   PERFORM APPEND-STOP-RECORD
           END-READ.

       APPEND-STOP-RECORD.
               END-IF
           END-IF

           OPEN I-O STOPS-FILE
           IF WS-STP-STATUS = "35"
               OPEN OUTPUT STOPS-FILE
               IF WS-STP-STATUS = "00"
                   CLOSE STOPS-FILE
                   OPEN I-O STOPS-FILE
               END-IF
           END-IF
           IF WS-STP-STATUS NOT = "00"
               DISPLAY "Unable to open stops file: " WS-StopsFile
               DISPLAY "Stops status: " WS-STP-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-STOP-SEQ
           IF WS-NEXT-SEQ > 999
               CLOSE STOPS-FILE
               PERFORM WRITE-STOP-SEQ-EXHAUSTED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-STOP-AMOUNT-LOW
           MOVE ZERO TO WS-STOP-AMOUNT-HIGH
           IF WS-ARG-STOP-LOW NOT = SPACES
               COMPUTE WS-STOP-AMOUNT-LOW =
                   FUNCTION NUMVAL(WS-ARG-STOP-LOW)
           END-IF
           IF WS-ARG-STOP-HIGH NOT = SPACES
               COMPUTE WS-STOP-AMOUNT-HIGH =
                   FUNCTION NUMVAL(WS-ARG-STOP-HIGH)
           END-IF

           MOVE WS-ARG-ACC-NUMBER  TO ST-ACC-NUMBER
           MOVE WS-NEXT-SEQ        TO ST-STOP-SEQ
           MOVE WS-ARG-STOP-TYPE   TO ST-TRX-TYPE
           MOVE WS-STOP-AMOUNT-LOW TO ST-AMOUNT-LOW
           MOVE WS-STOP-AMOUNT-HIGH TO ST-AMOUNT-HIGH
           MOVE WS-ARG-STOP-TARGET TO ST-TARGET-ACC
           MOVE WS-TODAY           TO ST-PLACED-DATE
           MOVE WS-ARG-STOP-EXPIRY TO ST-EXPIRY-DATE
           MOVE 'A'                TO ST-STATUS
           WRITE STOP-REC
               INVALID KEY
                   DISPLAY "Unable to write stop: " ST-ACC-NUMBER
                       " " ST-STOP-SEQ " status " WS-STP-STATUS
               NOT INVALID KEY
                   PERFORM WRITE-STOP-SUCCESS
           END-WRITE

           CLOSE STOPS-FILE.

      * one past the highest stop number the account carries
       FIND-NEXT-STOP-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE 'N' TO WS-REF-EOF
           MOVE WS-ARG-ACC-NUMBER TO ST-ACC-NUMBER
           MOVE ZERO TO ST-STOP-SEQ
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER = WS-ARG-ACC-NUMBER
                           COMPUTE WS-NEXT-SEQ = ST-STOP-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * RELSTOP reads the account's stops by key and rewrites the
      * matching active ones with status 'R' in place, the way
      * RELEASE does for holds. A
      * stop-trx-type argument limits the release to stops carrying
      * that type; without one every active stop on the account is
      * released.
      ******************************************************************
       DO-RELEASE-STOP.
           OPEN I-O STOPS-FILE
           IF WS-STP-STATUS NOT = "00"
               DISPLAY "Unable to open stops file: " WS-StopsFile
               DISPLAY "Stops status: " WS-STP-STATUS
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-REF-EOF
           MOVE WS-ARG-ACC-NUMBER TO ST-ACC-NUMBER
           MOVE ZERO TO ST-STOP-SEQ
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF ST-STATUS = 'A'
                              AND (WS-ARG-STOP-TYPE = SPACE
                                   OR WS-ARG-STOP-TYPE = "-"
                                   OR ST-TRX-TYPE = WS-ARG-STOP-TYPE)
                               MOVE 'R' TO ST-STATUS
                               REWRITE STOP-REC
                               ADD 1 TO WS-RELEASED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOPS-FILE

           PERFORM WRITE-RELSTOP-SUCCESS.

       WRITE-STOP-SUCCESS.
           MOVE WS-STOP-AMOUNT-LOW  TO WS-STOP-LOW-DISPLAY
           MOVE WS-STOP-AMOUNT-HIGH TO WS-STOP-HIGH-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "STOP       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Type: "              DELIMITED BY SIZE
               WS-ARG-STOP-TYPE       DELIMITED BY SIZE
               " Low: "               DELIMITED BY SIZE
               WS-STOP-LOW-DISPLAY    DELIMITED BY SIZE
               " High: "              DELIMITED BY SIZE
               WS-STOP-HIGH-DISPLAY   DELIMITED BY SIZE
               " Expiry: "            DELIMITED BY SIZE
               WS-ARG-STOP-EXPIRY     DELIMITED BY SIZE
               " - stop placed"       DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-RELSTOP-SUCCESS.
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "RELSTOP    Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Stops released: "    DELIMITED BY SIZE
               WS-RELEASED-DISPLAY    DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-STOP-TARGET-REJECT.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "STOP       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Target: "            DELIMITED BY SIZE
               WS-ARG-STOP-TARGET     DELIMITED BY SIZE
               " - REJECTED, target fails its check digit"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-STOP-SEQ-EXHAUSTED.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "STOP       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " - REJECTED, account already carries 999 stops"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-STOP-ARGS-MISSING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "STOP       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " - REJECTED, stop transaction type is required"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      ******************************************************************
      * Scans the small line-sequential customer master for
      * WS-ARG-CUST-ID; a missing file just means no customers exist
      * yet.
      ******************************************************************
       FIND-CUSTOMER-RECORD.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CU-CUST-ID = WS-ARG-CUST-ID
                           MOVE 'Y' TO WS-CUSTOMER-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       DO-NEW-CUSTOMER.
           IF WS-ARG-CUST-ID = SPACES
              OR WS-ARG-CUST-NAME = SPACES
               PERFORM WRITE-CUSTOMER-ARGS-MISSING
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-KYC-ARGUMENTS
           IF WS-CUST-REFUSAL NOT = SPACES
               PERFORM WRITE-CUSTOMER-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CUSTOMER-RECORD
           IF WS-CUSTOMER-FOUND = 'Y'
               PERFORM WRITE-CUSTOMER-ALREADY-EXISTS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CUSTOMER-FILE
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
           END-IF
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Unable to open customer file: "
                   WS-CustomerFile
               DISPLAY "Customer status: " WS-CUST-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-CUST-ID     TO CU-CUST-ID
           MOVE WS-ARG-CUST-NAME   TO CU-CUST-NAME
           MOVE WS-ARG-ADDR-1      TO CU-ADDR-LINE-1
           MOVE WS-ARG-ADDR-2      TO CU-ADDR-LINE-2
           MOVE WS-ARG-DOC-TYPE    TO CU-ID-DOC-TYPE
           MOVE WS-ARG-DOC-NUMBER  TO CU-ID-DOC-NUMBER
           MOVE WS-ARG-ID-EXPIRY   TO CU-ID-EXPIRY-DATE
           MOVE WS-ARG-RISK-RATING TO CU-RISK-RATING
           IF CU-RISK-RATING = SPACE
               MOVE 'M' TO CU-RISK-RATING
           END-IF
           MOVE WS-ARG-REVIEW-DATE TO CU-LAST-REVIEW-DATE
           IF CU-LAST-REVIEW-DATE = SPACES
               MOVE WS-TODAY TO CU-LAST-REVIEW-DATE
           END-IF
           WRITE CUSTOMER-REC

           CLOSE CUSTOMER-FILE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "NEWCUST    Customer: " DELIMITED BY SIZE
               WS-ARG-CUST-ID          DELIMITED BY SIZE
               " Name: "               DELIMITED BY SIZE
               WS-ARG-CUST-NAME        DELIMITED BY SIZE
               " - customer created"   DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      ******************************************************************
      * Due-diligence fields: a risk rating is H, M or L, and a date
      * is CCYYMMDD with a real month and day. Leaves the reason in
      * WS-CUST-REFUSAL, or spaces when every field given is good.
      ******************************************************************
       VALIDATE-KYC-ARGUMENTS.
           MOVE SPACES TO WS-CUST-REFUSAL
           IF WS-ARG-RISK-RATING NOT = SPACE
              AND WS-ARG-RISK-RATING NOT = 'H'
              AND WS-ARG-RISK-RATING NOT = 'M'
              AND WS-ARG-RISK-RATING NOT = 'L'
               MOVE "risk rating must be H, M or L"
                   TO WS-CUST-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ID-EXPIRY NOT = SPACES
               MOVE WS-ARG-ID-EXPIRY TO WS-KYC-DATE
               PERFORM CHECK-KYC-DATE
               IF WS-CUST-REFUSAL NOT = SPACES
                   MOVE "id expiry is not a CCYYMMDD date"
                       TO WS-CUST-REFUSAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ARG-REVIEW-DATE NOT = SPACES
               MOVE WS-ARG-REVIEW-DATE TO WS-KYC-DATE
               PERFORM CHECK-KYC-DATE
               IF WS-CUST-REFUSAL NOT = SPACES
                   MOVE "review date is not a CCYYMMDD date"
                       TO WS-CUST-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-ARG-REVIEW-DATE > WS-TODAY
                   MOVE "review date is in the future"
                       TO WS-CUST-REFUSAL
               END-IF
           END-IF.

       CHECK-KYC-DATE.
           IF WS-KYC-DATE IS NOT NUMERIC
               MOVE "bad date" TO WS-CUST-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-KYC-MM < 1 OR WS-KYC-MM > 12
              OR WS-KYC-DD < 1 OR WS-KYC-DD > 31
               MOVE "bad date" TO WS-CUST-REFUSAL
           END-IF.

      ******************************************************************
      * UPDCUST: the customer master is line sequential, so it is read
      * whole into the table, the customer's due-diligence fields are
      * changed there and the file is written back out.
      ******************************************************************
       DO-UPDATE-CUSTOMER.
           IF WS-ARG-CUST-ID = SPACES
               MOVE "customer id is required" TO WS-CUST-REFUSAL
               PERFORM WRITE-CUSTOMER-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-DOC-TYPE = SPACES
              AND WS-ARG-DOC-NUMBER = SPACES
              AND WS-ARG-ID-EXPIRY = SPACES
              AND WS-ARG-RISK-RATING = SPACE
              AND WS-ARG-REVIEW-DATE = SPACES
               MOVE "nothing given to update" TO WS-CUST-REFUSAL
               PERFORM WRITE-CUSTOMER-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-KYC-ARGUMENTS
           IF WS-CUST-REFUSAL NOT = SPACES
               PERFORM WRITE-CUSTOMER-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CU-TABLE-COUNT
           MOVE ZERO TO WS-CU-MATCH
           MOVE 'N' TO WS-CU-OVERFLOW
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               PERFORM WRITE-CUSTOMER-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
               READ CUSTOMER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CU-TABLE-COUNT < 5000
                           ADD 1 TO WS-CU-TABLE-COUNT
                           MOVE CUSTOMER-REC
                               TO WS-CU-REC(WS-CU-TABLE-COUNT)
                           IF CU-CUST-ID = WS-ARG-CUST-ID
                               MOVE WS-CU-TABLE-COUNT TO WS-CU-MATCH
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-CU-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE

           IF WS-CU-OVERFLOW = 'Y'
               MOVE "customer master too large to rewrite"
                   TO WS-CUST-REFUSAL
               PERFORM WRITE-CUSTOMER-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-MATCH = ZERO
               PERFORM WRITE-CUSTOMER-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CU-REC(WS-CU-MATCH) TO CUSTOMER-REC
           IF WS-ARG-DOC-TYPE NOT = SPACES
               MOVE WS-ARG-DOC-TYPE    TO CU-ID-DOC-TYPE
           END-IF
           IF WS-ARG-DOC-NUMBER NOT = SPACES
               MOVE WS-ARG-DOC-NUMBER  TO CU-ID-DOC-NUMBER
           END-IF
           IF WS-ARG-ID-EXPIRY NOT = SPACES
               MOVE WS-ARG-ID-EXPIRY   TO CU-ID-EXPIRY-DATE
           END-IF
           IF WS-ARG-RISK-RATING NOT = SPACE
               MOVE WS-ARG-RISK-RATING TO CU-RISK-RATING
           END-IF
           IF WS-ARG-REVIEW-DATE NOT = SPACES
               MOVE WS-ARG-REVIEW-DATE TO CU-LAST-REVIEW-DATE
           END-IF
           MOVE CUSTOMER-REC TO WS-CU-REC(WS-CU-MATCH)

           OPEN OUTPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Unable to rewrite customer file: "
                   WS-CustomerFile
               DISPLAY "Customer status: " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CU-I FROM 1 BY 1
               UNTIL WS-CU-I > WS-CU-TABLE-COUNT
               MOVE WS-CU-REC(WS-CU-I) TO CUSTOMER-REC
               WRITE CUSTOMER-REC
           END-PERFORM
           CLOSE CUSTOMER-FILE

           MOVE WS-CU-REC(WS-CU-MATCH) TO CUSTOMER-REC
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "UPDCUST    Customer: " DELIMITED BY SIZE
               CU-CUST-ID              DELIMITED BY SIZE
               " Doc: "                DELIMITED BY SIZE
               CU-ID-DOC-TYPE          DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               CU-ID-DOC-NUMBER        DELIMITED BY SIZE
               " Expires: "            DELIMITED BY SIZE
               CU-ID-EXPIRY-DATE       DELIMITED BY SIZE
               " Risk: "               DELIMITED BY SIZE
               CU-RISK-RATING          DELIMITED BY SIZE
               " Reviewed: "           DELIMITED BY SIZE
               CU-LAST-REVIEW-DATE     DELIMITED BY SIZE
               " - updated"            DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-CUSTOMER-REFUSED.
           MOVE 'Y' TO WS-ACTION-REFUSED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)     DELIMITED BY SIZE
               " Customer: "           DELIMITED BY SIZE
               WS-ARG-CUST-ID          DELIMITED BY SIZE
               " - REJECTED, "         DELIMITED BY SIZE
               WS-CUST-REFUSAL         DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       DO-ATTACH-ACCOUNT.
           IF WS-ARG-CUST-ID = SPACES
               PERFORM WRITE-CUSTOMER-ARGS-MISSING
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CUSTOMER-RECORD
           IF WS-CUSTOMER-FOUND = 'N'
               PERFORM WRITE-CUSTOMER-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-CHG-BEFORE
                   MOVE WS-ARG-CUST-ID TO M-CUSTOMER-ID
                   REWRITE MASTER-REC
                   MOVE "ATTACH" TO WS-CHG-ACTION
                   PERFORM WRITE-CHANGE-LOG
                   PERFORM WRITE-ATTACH-SUCCESS
           END-READ.

       WRITE-ATTACH-SUCCESS.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "ATTACH     Account: " DELIMITED BY SIZE
               M-ACC-NUMBER           DELIMITED BY SIZE
               " Customer: "          DELIMITED BY SIZE
               M-CUSTOMER-ID          DELIMITED BY SIZE
               " - account attached"  DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      ******************************************************************
      * Account parties. M-CUSTOMER-ID stays the primary owner; the
      * party file links every other customer to the account with a
      * role, and owners with the share of the account they own.
      * A removed party is kept on file marked 'R', so the history
      * of who was on an account survives.
      ******************************************************************
       VALIDATE-PARTY-ROLE.
           MOVE SPACES TO WS-PARTY-REFUSAL
           IF WS-ARG-PARTY-ROLE NOT = 'P'
              AND WS-ARG-PARTY-ROLE NOT = 'J'
              AND WS-ARG-PARTY-ROLE NOT = 'A'
              AND WS-ARG-PARTY-ROLE NOT = 'B'
              AND WS-ARG-PARTY-ROLE NOT = 'G'
               MOVE "party-role must be P, J, A, B or G"
                   TO WS-PARTY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTY-SHARE > 100
               MOVE "party-share cannot exceed 100"
                   TO WS-PARTY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTY-SHARE NOT = ZERO
              AND WS-ARG-PARTY-ROLE NOT = 'P'
              AND WS-ARG-PARTY-ROLE NOT = 'J'
               MOVE "only an owner (P or J) can hold a share"
                   TO WS-PARTY-REFUSAL
           END-IF.

       DO-ADD-PARTY.
           PERFORM VALIDATE-PARTY-ROLE
           IF WS-PARTY-REFUSAL NOT = SPACES
               PERFORM WRITE-PARTY-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CUSTOMER-RECORD
           IF WS-CUSTOMER-FOUND = 'N'
               PERFORM WRITE-CUSTOMER-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
               MOVE "account is closed" TO WS-PARTY-REFUSAL
               PERFORM WRITE-PARTY-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF M-CUSTOMER-ID = WS-ARG-CUST-ID
              AND WS-ARG-PARTY-ROLE NOT = 'P'
               MOVE "the attached customer is the primary owner"
                   TO WS-PARTY-REFUSAL
               PERFORM WRITE-PARTY-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-OTHER-OWNER-SHARES
           IF WS-ARG-PARTY-ROLE = 'P' OR WS-ARG-PARTY-ROLE = 'J'
               IF WS-OTHER-SHARES + WS-PARTY-SHARE > 100
                   MOVE "owners' shares would exceed 100"
                       TO WS-PARTY-REFUSAL
                   PERFORM WRITE-PARTY-REFUSED
                   CLOSE PARTY-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO PT-ACC-NUMBER
           MOVE WS-ARG-CUST-ID    TO PT-CUST-ID
           MOVE 'N' TO WS-PARTY-EXISTS
           READ PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PARTY-EXISTS
           END-READ

           MOVE WS-ARG-PARTY-ROLE TO PT-ROLE
           MOVE WS-PARTY-SHARE    TO PT-SHARE-PCT
           MOVE 'A'               TO PT-STATUS
           MOVE WS-TODAY          TO PT-ADDED-DATE
           MOVE SPACES            TO PT-REMOVED-DATE
           IF WS-PARTY-EXISTS = 'Y'
               REWRITE PARTY-REC
           ELSE
               WRITE PARTY-REC
           END-IF
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "Unable to write party record: "
                   PT-PARTY-KEY " status " WS-PTY-STATUS
               MOVE 'Y' TO WS-ACTION-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ADDPARTY-SUCCESS
           END-IF
           CLOSE PARTY-FILE.

       DO-REMOVE-PARTY.
           MOVE "customer is not a party to the account"
               TO WS-PARTY-REFUSAL
           OPEN I-O PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               PERFORM WRITE-PARTY-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PARTY-EXISTS
           MOVE WS-ARG-ACC-NUMBER TO PT-ACC-NUMBER
           MOVE WS-ARG-CUST-ID    TO PT-CUST-ID
           READ PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PT-STATUS = 'A'
                       MOVE 'Y' TO WS-PARTY-EXISTS
                   END-IF
           END-READ
           IF WS-PARTY-EXISTS = 'N'
               PERFORM WRITE-PARTY-REFUSED
               CLOSE PARTY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'R'      TO PT-STATUS
           MOVE WS-TODAY TO PT-REMOVED-DATE
           REWRITE PARTY-REC
           CLOSE PARTY-FILE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "DELPARTY   Account: " DELIMITED BY SIZE
               PT-ACC-NUMBER          DELIMITED BY SIZE
               " Customer: "          DELIMITED BY SIZE
               PT-CUST-ID             DELIMITED BY SIZE
               " Role: "              DELIMITED BY SIZE
               PT-ROLE                DELIMITED BY SIZE
               " - party removed"     DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      * the party file is created by the first party ever added
       OPEN-PARTY-FILE.
           OPEN I-O PARTY-FILE
           IF WS-PTY-STATUS = "35"
               OPEN OUTPUT PARTY-FILE
               CLOSE PARTY-FILE
               OPEN I-O PARTY-FILE
           END-IF
           IF WS-PTY-STATUS NOT = "00"
               DISPLAY "Unable to open party file: " WS-PartyFile
               DISPLAY "Party status: " WS-PTY-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * shares held by the account's other active owners; the
      * party being added or changed is left out
       SUM-OTHER-OWNER-SHARES.
           MOVE ZERO TO WS-OTHER-SHARES
           MOVE 'N' TO WS-PTY-EOF
           MOVE WS-ARG-ACC-NUMBER TO PT-ACC-NUMBER
           MOVE LOW-VALUES TO PT-CUST-ID
           START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PTY-EOF
           END-START
           PERFORM UNTIL WS-PTY-EOF = 'Y'
               READ PARTY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PTY-EOF
                   NOT AT END
                       IF PT-ACC-NUMBER NOT = WS-ARG-ACC-NUMBER
                           MOVE 'Y' TO WS-PTY-EOF
                       ELSE
                           IF PT-STATUS = 'A'
                              AND (PT-ROLE = 'P' OR PT-ROLE = 'J')
                              AND PT-CUST-ID NOT = WS-ARG-CUST-ID
                               ADD PT-SHARE-PCT TO WS-OTHER-SHARES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ADDPARTY-SUCCESS.
           MOVE PT-SHARE-PCT TO WS-SHARE-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "ADDPARTY   Account: " DELIMITED BY SIZE
               PT-ACC-NUMBER          DELIMITED BY SIZE
               " Customer: "          DELIMITED BY SIZE
               PT-CUST-ID             DELIMITED BY SIZE
               " Role: "              DELIMITED BY SIZE
               PT-ROLE                DELIMITED BY SIZE
               " Share: "             DELIMITED BY SIZE
               WS-SHARE-DISPLAY       DELIMITED BY SIZE
               " - party linked"      DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-PARTY-REFUSED.
           MOVE 'Y' TO WS-ACTION-REFUSED
           IF ACTION-ADDPARTY
               MOVE "ADDPARTY" TO WS-PARTY-ACTION
           ELSE
               MOVE "DELPARTY" TO WS-PARTY-ACTION
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-PARTY-ACTION             DELIMITED BY SIZE
               " Account: "           DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Customer: "          DELIMITED BY SIZE
               WS-ARG-CUST-ID         DELIMITED BY SIZE
               " - REJECTED, "        DELIMITED BY SIZE
               WS-PARTY-REFUSAL       DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      ******************************************************************
      * Direct-debit mandates are the customer's own standing
      * authority to a creditor, placed and cancelled on the
      * customer's word like a stop, so they are applied at once
      * rather than queued for approval.
      ******************************************************************
       VALIDATE-MANDATE-TERMS.
           MOVE SPACES TO WS-MANDATE-REFUSAL
           IF WS-ARG-MANDATE-FREQ NOT = 'O'
              AND WS-ARG-MANDATE-FREQ NOT = 'W'
              AND WS-ARG-MANDATE-FREQ NOT = 'M'
              AND WS-ARG-MANDATE-FREQ NOT = 'Q'
              AND WS-ARG-MANDATE-FREQ NOT = 'A'
              AND WS-ARG-MANDATE-FREQ NOT = 'R'
               MOVE "mandate-frequency must be O, W, M, Q, A or R"
                   TO WS-MANDATE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MANDATE-MAX
           IF WS-ARG-MANDATE-MAX NOT = SPACES
               COMPUTE WS-MANDATE-MAX =
                   FUNCTION NUMVAL(WS-ARG-MANDATE-MAX)
           END-IF
           IF WS-ARG-MANDATE-START = SPACES
               MOVE WS-TODAY TO WS-ARG-MANDATE-START
           END-IF
           MOVE SPACES TO WS-CUST-REFUSAL
           MOVE WS-ARG-MANDATE-START TO WS-KYC-DATE
           PERFORM CHECK-KYC-DATE
           IF WS-CUST-REFUSAL NOT = SPACES
               MOVE "mandate-start is not a CCYYMMDD date"
                   TO WS-MANDATE-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-MANDATE-END NOT = SPACES
               MOVE WS-ARG-MANDATE-END TO WS-KYC-DATE
               PERFORM CHECK-KYC-DATE
               IF WS-CUST-REFUSAL NOT = SPACES
                   MOVE "mandate-end is not a CCYYMMDD date"
                       TO WS-MANDATE-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-ARG-MANDATE-END < WS-ARG-MANDATE-START
                   MOVE "mandate-end is before mandate-start"
                       TO WS-MANDATE-REFUSAL
               END-IF
           END-IF.

       DO-ADD-MANDATE.
           IF WS-ARG-CREDITOR-ID = SPACES
               MOVE "creditor-id is required" TO WS-MANDATE-REFUSAL
               PERFORM WRITE-MANDATE-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-MANDATE-TERMS
           IF WS-MANDATE-REFUSAL NOT = SPACES
               PERFORM WRITE-MANDATE-REFUSED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ
           IF M-ACC-STATUS = 'C'
               MOVE "account is closed" TO WS-MANDATE-REFUSAL
               PERFORM WRITE-MANDATE-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MANDATE-FILE
           IF WS-MND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-ACC-NUMBER  TO MD-ACC-NUMBER
           MOVE WS-ARG-CREDITOR-ID TO MD-CREDITOR-ID
           MOVE WS-ARG-MANDATE-REF TO MD-MANDATE-REF
           MOVE 'N' TO WS-MANDATE-EXISTS
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MANDATE-EXISTS
           END-READ
           IF WS-MANDATE-EXISTS = 'N'
               MOVE SPACES   TO MD-LAST-COLLECTED
               MOVE ZERO     TO MD-COLLECTIONS
           END-IF

           MOVE 'A'                  TO MD-STATUS
           MOVE WS-MANDATE-MAX       TO MD-MAX-AMOUNT
           MOVE WS-ARG-MANDATE-FREQ  TO MD-FREQUENCY
           MOVE WS-ARG-MANDATE-START TO MD-START-DATE
           MOVE WS-ARG-MANDATE-END   TO MD-END-DATE
           MOVE WS-TODAY             TO MD-ADDED-DATE
           MOVE SPACES               TO MD-CANCELLED-DATE
           IF WS-MANDATE-EXISTS = 'Y'
               REWRITE MANDATE-REC
           ELSE
               WRITE MANDATE-REC
           END-IF
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "Unable to write mandate record: "
                   MD-MANDATE-KEY " status " WS-MND-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ADDMAND-SUCCESS
           END-IF
           CLOSE MANDATE-FILE.

       DO-CANCEL-MANDATE.
           MOVE "no active mandate for this creditor and reference"
               TO WS-MANDATE-REFUSAL
           OPEN I-O MANDATE-FILE
           IF WS-MND-STATUS NOT = "00"
               PERFORM WRITE-MANDATE-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MANDATE-EXISTS
           MOVE WS-ARG-ACC-NUMBER  TO MD-ACC-NUMBER
           MOVE WS-ARG-CREDITOR-ID TO MD-CREDITOR-ID
           MOVE WS-ARG-MANDATE-REF TO MD-MANDATE-REF
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MD-STATUS = 'A'
                       MOVE 'Y' TO WS-MANDATE-EXISTS
                   END-IF
           END-READ
           IF WS-MANDATE-EXISTS = 'N'
               PERFORM WRITE-MANDATE-REFUSED
               CLOSE MANDATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'      TO MD-STATUS
           MOVE WS-TODAY TO MD-CANCELLED-DATE
           REWRITE MANDATE-REC
           CLOSE MANDATE-FILE

           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "CANCMAND   Account: " DELIMITED BY SIZE
               MD-ACC-NUMBER          DELIMITED BY SIZE
               " Creditor: "          DELIMITED BY SIZE
               MD-CREDITOR-ID         DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               MD-MANDATE-REF         DELIMITED BY SIZE
               " - mandate cancelled" DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      * the mandate file is created by the first mandate registered
       OPEN-MANDATE-FILE.
           OPEN I-O MANDATE-FILE
           IF WS-MND-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           IF WS-MND-STATUS NOT = "00"
               DISPLAY "Unable to open mandate file: " WS-MandateFile
               DISPLAY "Mandate status: " WS-MND-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ADDMAND-SUCCESS.
           MOVE MD-MAX-AMOUNT TO WS-MANDATE-MAX-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "ADDMAND    Account: " DELIMITED BY SIZE
               MD-ACC-NUMBER          DELIMITED BY SIZE
               " Creditor: "          DELIMITED BY SIZE
               MD-CREDITOR-ID         DELIMITED BY SIZE
               " Ref: "               DELIMITED BY SIZE
               MD-MANDATE-REF         DELIMITED BY SIZE
               " Max: "               DELIMITED BY SIZE
               WS-MANDATE-MAX-DISPLAY DELIMITED BY SIZE
               " Freq: "              DELIMITED BY SIZE
               MD-FREQUENCY           DELIMITED BY SIZE
               " From: "              DELIMITED BY SIZE
               MD-START-DATE          DELIMITED BY SIZE
               " To: "                DELIMITED BY SIZE
               MD-END-DATE            DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-MANDATE-REFUSED.
           MOVE 'Y' TO WS-ACTION-REFUSED
           IF ACTION-ADDMAND
               MOVE "ADDMAND" TO WS-MANDATE-ACTION
           ELSE
               MOVE "CANCMAND" TO WS-MANDATE-ACTION
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-MANDATE-ACTION      DELIMITED BY SIZE
               " Account: "           DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " Creditor: "          DELIMITED BY SIZE
               WS-ARG-CREDITOR-ID     DELIMITED BY SIZE
               " - REJECTED, "        DELIMITED BY SIZE
               WS-MANDATE-REFUSAL     DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-CUSTOMER-NOT-FOUND.
           MOVE 'Y' TO WS-ACTION-REFUSED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "Customer: "           DELIMITED BY SIZE
           WRITE MAINT-REPORT-LINE.

       WRITE-CUSTOMER-ARGS-MISSING.
           MOVE 'Y' TO WS-ACTION-REFUSED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "Customer: "            DELIMITED BY SIZE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-HOLD-SEQ-EXHAUSTED.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "HOLD       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " - REJECTED, account already carries 999 holds"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-HOLD-ARGS-MISSING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-CLOSE-SUCCESS.
           MOVE WS-CLOSE-NET TO WS-CLOSE-AMT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "CLOSE      Account: " DELIMITED BY SIZE
               M-ACC-NUMBER           DELIMITED BY SIZE
               " Pay-out: "           DELIMITED BY SIZE
               WS-CLOSE-AMT-DISPLAY   DELIMITED BY SIZE
               " To: "                DELIMITED BY SIZE
               WS-ARG-PAYOUT          DELIMITED BY SIZE
               " - account closed"    DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-PRODUCT-NOT-OFFERED.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "OPEN       Account: " DELIMITED BY SIZE
               WS-ARG-ACC-NUMBER      DELIMITED BY SIZE
               " - REJECTED, account type '" DELIMITED BY SIZE
               WS-ARG-ACC-TYPE        DELIMITED BY SIZE
               "' is not an offered product" DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-ACCOUNT-NOT-FOUND.
           MOVE 'Y' TO WS-ACTION-REFUSED
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "Account: "            DELIMITED BY SIZE
           END-STRING
           WRITE MAINT-REPORT-LINE.

      ******************************************************************
      * CLOSE, REACTIVATE, RELEASE, RELSTOP and ATTACH are sensitive:
      * one operator alone must not be able to release a legal hold
      * or bring a dormant account back. The request is queued on the
      * approval file under the requesting operator, with everything
      * the action needs, and applied only by a later APPROVE from a
      * different operator. Only the account is checked now; the
      * action's own checks are made when it is applied.
      ******************************************************************
       QUEUE-FOR-APPROVAL.
           IF WS-ARG-OPERATOR = SPACES
               PERFORM WRITE-OPERATOR-MISSING
               EXIT PARAGRAPH
           END-IF
           IF (ACTION-ATTACH OR ACTION-ADDPARTY OR ACTION-DELPARTY)
              AND WS-ARG-CUST-ID = SPACES
               PERFORM WRITE-CUSTOMER-ARGS-MISSING
               EXIT PARAGRAPH
           END-IF
           IF ACTION-ADDPARTY
               PERFORM VALIDATE-PARTY-ROLE
               IF WS-PARTY-REFUSAL NOT = SPACES
                   PERFORM WRITE-PARTY-REFUSED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ARG-ACC-NUMBER TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   PERFORM WRITE-ACCOUNT-NOT-FOUND
                   EXIT PARAGRAPH
           END-READ

           MOVE 'Y' TO WS-APR-NEW
           PERFORM OPEN-APPROVAL-FILE
           IF WS-APR-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-REQUEST-ID

           MOVE SPACES               TO APPROVAL-REC
           MOVE ZERO                 TO AP-PARTY-SHARE
           MOVE WS-NEXT-REQUEST-ID   TO AP-REQUEST-ID
           MOVE WS-ARG-ACTION        TO AP-ACTION
           MOVE WS-ARG-ACC-NUMBER    TO AP-ACC-NUMBER
           MOVE M-BRANCH-CODE        TO AP-BRANCH-CODE
           EVALUATE TRUE
               WHEN ACTION-RELEASE
                   MOVE WS-ARG-HOLD-REASON TO AP-HOLD-REASON
               WHEN ACTION-RELSTOP
                   MOVE WS-ARG-STOP-TYPE   TO AP-STOP-TYPE
               WHEN ACTION-CLOSE
                   MOVE WS-ARG-PAYOUT      TO AP-PAYOUT-ACC
               WHEN ACTION-ATTACH
               WHEN ACTION-DELPARTY
                   MOVE WS-ARG-CUST-ID     TO AP-CUST-ID
               WHEN ACTION-ADDPARTY
                   MOVE WS-ARG-CUST-ID     TO AP-CUST-ID
                   MOVE WS-ARG-PARTY-ROLE  TO AP-PARTY-ROLE
                   MOVE WS-PARTY-SHARE     TO AP-PARTY-SHARE
           END-EVALUATE
           MOVE WS-ARG-OPERATOR      TO AP-REQUESTED-BY
           MOVE WS-TODAY             TO AP-REQUEST-DATE
           MOVE WS-TIME(1:6)         TO AP-REQUEST-TIME
           PERFORM COMPUTE-APPROVAL-EXPIRY
           MOVE WS-WALK-DATE         TO AP-EXPIRY-DATE
           MOVE 'P'                  TO AP-STATUS

           WRITE APPROVAL-REC
               INVALID KEY
                   DISPLAY "Unable to queue approval request: "
                       AP-REQUEST-ID " status " WS-APR-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM WRITE-QUEUED-SUCCESS
           END-WRITE
           CLOSE APPROVAL-FILE.

      * WS-APR-NEW 'Y' on entry lets a missing queue be created (the
      * requesting side); on return it says whether it was
       OPEN-APPROVAL-FILE.
           MOVE 'Y' TO WS-APR-OPEN
           OPEN I-O APPROVAL-FILE
           IF WS-APR-STATUS = "35" AND WS-APR-NEW = 'Y'
               OPEN OUTPUT APPROVAL-FILE
           ELSE
               MOVE 'N' TO WS-APR-NEW
           END-IF
           IF WS-APR-STATUS NOT = "00"
               DISPLAY "Unable to open approval file: "
                   WS-ApprovalFile
               DISPLAY "Approval status: " WS-APR-STATUS
               MOVE 'N' TO WS-APR-OPEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * request ids run on from the highest on file; a queue just
      * created starts at one
       FIND-NEXT-REQUEST-ID.
           MOVE 1 TO WS-NEXT-REQUEST-ID
           IF WS-APR-NEW = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APR-EOF
           MOVE ZERO TO AP-REQUEST-ID
           START APPROVAL-FILE KEY IS NOT LESS THAN AP-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-APR-EOF
           END-START
           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-REQUEST-ID = AP-REQUEST-ID + 1
               END-READ
           END-PERFORM.

      * the last day a request can be approved, approval-days on
      * from today on the flat-February calendar the batch uses
       COMPUTE-APPROVAL-EXPIRY.
           MOVE WS-TODAY TO WS-WALK-DATE
           PERFORM WS-APPROVAL-DAYS TIMES
               ADD 1 TO WS-WALK-DD
               IF WS-WALK-DD > WS-DIM-DAYS(WS-WALK-MM)
                   MOVE 1 TO WS-WALK-DD
                   ADD 1 TO WS-WALK-MM
                   IF WS-WALK-MM > 12
                       MOVE 1 TO WS-WALK-MM
                       ADD 1 TO WS-WALK-YY
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APPROVE applies a pending request with the arguments it was
      * queued with, through the same paragraphs the action always
      * used, and records who approved it and whether it applied.
      ******************************************************************
       DO-APPROVE-REQUEST.
           PERFORM READ-APPROVAL-REQUEST
           IF WS-APR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REQUEST-DECIDABLE
           IF WS-APR-DECIDABLE = 'N'
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACTION-REFUSED
           PERFORM APPLY-APPROVED-REQUEST
           IF WS-ACTION-REFUSED = 'Y'
               MOVE 'F' TO AP-STATUS
           ELSE
               MOVE 'A' TO AP-STATUS
           END-IF
           PERFORM RECORD-DECISION
           CLOSE APPROVAL-FILE.

       DO-DECLINE-REQUEST.
           PERFORM READ-APPROVAL-REQUEST
           IF WS-APR-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REQUEST-DECIDABLE
           IF WS-APR-DECIDABLE = 'N'
               CLOSE APPROVAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO AP-STATUS
           PERFORM RECORD-DECISION
           CLOSE APPROVAL-FILE.

      * leaves the approval file open when the request is found
       READ-APPROVAL-REQUEST.
           MOVE 'N' TO WS-APR-FOUND
           IF WS-ARG-OPERATOR = SPACES
               PERFORM WRITE-OPERATOR-MISSING
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-APR-NEW
           PERFORM OPEN-APPROVAL-FILE
           IF WS-APR-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-REQUEST-ID
           IF WS-ARG-REQUEST-ID NOT = SPACES
              AND WS-ARG-REQUEST-ID NOT = "-"
               COMPUTE WS-REQUEST-ID =
                   FUNCTION NUMVAL(WS-ARG-REQUEST-ID)
           END-IF
           MOVE WS-REQUEST-ID TO AP-REQUEST-ID
           READ APPROVAL-FILE
               INVALID KEY
                   PERFORM WRITE-REQUEST-NOT-FOUND
                   CLOSE APPROVAL-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-APR-FOUND.

      * only a pending, unexpired request may be decided, and never
      * by the operator who asked for it; a pending request found
      * past its expiry is expired on the spot
       CHECK-REQUEST-DECIDABLE.
           MOVE 'N' TO WS-APR-DECIDABLE
           IF AP-STATUS NOT = 'P'
               PERFORM WRITE-REQUEST-NOT-PENDING
               EXIT PARAGRAPH
           END-IF
           IF AP-EXPIRY-DATE < WS-TODAY
               PERFORM EXPIRE-CURRENT-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF AP-REQUESTED-BY = WS-ARG-OPERATOR
               PERFORM WRITE-REQUESTER-CANNOT-DECIDE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-APR-DECIDABLE.

       APPLY-APPROVED-REQUEST.
           MOVE AP-ACC-NUMBER  TO WS-ARG-ACC-NUMBER
           MOVE AP-HOLD-REASON TO WS-ARG-HOLD-REASON
           MOVE AP-STOP-TYPE   TO WS-ARG-STOP-TYPE
           MOVE AP-PAYOUT-ACC  TO WS-ARG-PAYOUT
           MOVE AP-CUST-ID     TO WS-ARG-CUST-ID
           MOVE AP-PARTY-ROLE  TO WS-ARG-PARTY-ROLE
           MOVE AP-PARTY-SHARE TO WS-PARTY-SHARE
           EVALUATE AP-ACTION
               WHEN "CLOSE"
                   SET ACTION-CLOSE TO TRUE
                   PERFORM DO-CLOSE-ACCOUNT
               WHEN "REACTIVATE"
                   SET ACTION-REACTIVATE TO TRUE
                   PERFORM DO-REACTIVATE-ACCOUNT
               WHEN "RELEASE"
                   SET ACTION-RELEASE TO TRUE
                   PERFORM DO-RELEASE-HOLD
               WHEN "RELSTOP"
                   SET ACTION-RELSTOP TO TRUE
                   PERFORM DO-RELEASE-STOP
               WHEN "ATTACH"
                   SET ACTION-ATTACH TO TRUE
                   PERFORM DO-ATTACH-ACCOUNT
               WHEN "ADDPARTY"
                   SET ACTION-ADDPARTY TO TRUE
                   PERFORM DO-ADD-PARTY
               WHEN "DELPARTY"
                   SET ACTION-DELPARTY TO TRUE
                   PERFORM DO-REMOVE-PARTY
               WHEN OTHER
                   MOVE 'Y' TO WS-ACTION-REFUSED
           END-EVALUATE.

       RECORD-DECISION.
           MOVE WS-ARG-OPERATOR TO AP-DECIDED-BY
           MOVE WS-TODAY        TO AP-DECISION-DATE
           MOVE WS-TIME(1:6)    TO AP-DECISION-TIME
           REWRITE APPROVAL-REC
           PERFORM WRITE-DECISION-LINE.

       EXPIRE-CURRENT-REQUEST.
           MOVE 'E'          TO AP-STATUS
           MOVE SPACES       TO AP-DECIDED-BY
           MOVE WS-TODAY     TO AP-DECISION-DATE
           MOVE WS-TIME(1:6) TO AP-DECISION-TIME
           REWRITE APPROVAL-REC
           ADD 1 TO WS-APR-EXPIRED-COUNT
           PERFORM WRITE-REQUEST-EXPIRED.

      ******************************************************************
      * EXPIRE sweeps the queue: every request still pending after
      * its expiry date is marked expired and can no longer be
      * approved. A missing queue has nothing to expire.
      ******************************************************************
       DO-EXPIRE-REQUESTS.
           MOVE 'N' TO WS-APR-NEW
           OPEN I-O APPROVAL-FILE
           IF WS-APR-STATUS NOT = "00"
               MOVE ZERO TO WS-APR-EXPIRED-COUNT
               PERFORM WRITE-EXPIRE-SUMMARY
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-APR-EOF
           MOVE ZERO TO AP-REQUEST-ID
           START APPROVAL-FILE KEY IS NOT LESS THAN AP-REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-APR-EOF
           END-START
           PERFORM UNTIL WS-APR-EOF = 'Y'
               READ APPROVAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APR-EOF
                   NOT AT END
                       IF AP-STATUS = 'P'
                          AND AP-EXPIRY-DATE < WS-TODAY
                           PERFORM EXPIRE-CURRENT-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE

           PERFORM WRITE-EXPIRE-SUMMARY.

       WRITE-QUEUED-SUCCESS.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)    DELIMITED BY SIZE
               " Account: "           DELIMITED BY SIZE
               AP-ACC-NUMBER          DELIMITED BY SIZE
               " - queued for approval, request " DELIMITED BY SIZE
               AP-REQUEST-ID          DELIMITED BY SIZE
               " by "                 DELIMITED BY SIZE
               AP-REQUESTED-BY        DELIMITED BY SIZE
               " expires "            DELIMITED BY SIZE
               AP-EXPIRY-DATE         DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-DECISION-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           EVALUATE AP-STATUS
               WHEN 'A'
                   STRING
                       "APPROVE    Request: " DELIMITED BY SIZE
                       AP-REQUEST-ID          DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       AP-ACTION              DELIMITED BY SIZE
                       " Account: "           DELIMITED BY SIZE
                       AP-ACC-NUMBER          DELIMITED BY SIZE
                       " - approved by "      DELIMITED BY SIZE
                       AP-DECIDED-BY          DELIMITED BY SIZE
                       ", applied"            DELIMITED BY SIZE
                       INTO MAINT-REPORT-LINE
                   END-STRING
               WHEN 'F'
                   STRING
                       "APPROVE    Request: " DELIMITED BY SIZE
                       AP-REQUEST-ID          DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       AP-ACTION              DELIMITED BY SIZE
                       " Account: "           DELIMITED BY SIZE
                       AP-ACC-NUMBER          DELIMITED BY SIZE
                       " - approved by "      DELIMITED BY SIZE
                       AP-DECIDED-BY          DELIMITED BY SIZE
                       ", refused when applied" DELIMITED BY SIZE
                       INTO MAINT-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING
                       "DECLINE    Request: " DELIMITED BY SIZE
                       AP-REQUEST-ID          DELIMITED BY SIZE
                       " "                    DELIMITED BY SIZE
                       AP-ACTION              DELIMITED BY SIZE
                       " Account: "           DELIMITED BY SIZE
                       AP-ACC-NUMBER          DELIMITED BY SIZE
                       " - declined by "      DELIMITED BY SIZE
                       AP-DECIDED-BY          DELIMITED BY SIZE
                       INTO MAINT-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE MAINT-REPORT-LINE.

       WRITE-OPERATOR-MISSING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)    DELIMITED BY SIZE
               " - REJECTED, operator-id is required"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REQUEST-NOT-FOUND.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)    DELIMITED BY SIZE
               " Request: "           DELIMITED BY SIZE
               WS-REQUEST-ID          DELIMITED BY SIZE
               " - REJECTED, request not found"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REQUEST-NOT-PENDING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)    DELIMITED BY SIZE
               " Request: "           DELIMITED BY SIZE
               AP-REQUEST-ID          DELIMITED BY SIZE
               " - REJECTED, already decided, status "
               DELIMITED BY SIZE
               AP-STATUS              DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REQUESTER-CANNOT-DECIDE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION(1:10)    DELIMITED BY SIZE
               " Request: "           DELIMITED BY SIZE
               AP-REQUEST-ID          DELIMITED BY SIZE
               " - REJECTED, "        DELIMITED BY SIZE
               AP-REQUESTED-BY        DELIMITED BY SIZE
               " asked for it and cannot also decide it"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-REQUEST-EXPIRED.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "EXPIRE     Request: " DELIMITED BY SIZE
               AP-REQUEST-ID          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               AP-ACTION              DELIMITED BY SIZE
               " Account: "           DELIMITED BY SIZE
               AP-ACC-NUMBER          DELIMITED BY SIZE
               " - expired unapproved on " DELIMITED BY SIZE
               AP-EXPIRY-DATE         DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-EXPIRE-SUMMARY.
           MOVE WS-APR-EXPIRED-COUNT TO WS-APR-COUNT-DISPLAY
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               "EXPIRE     Requests expired: " DELIMITED BY SIZE
               WS-APR-COUNT-DISPLAY           DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-UNKNOWN-ACTION.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING
               WS-ARG-ACTION                DELIMITED BY SIZE
               " (expected OPEN, CLOSE, REACTIVATE, HOLD, RELEASE,"
               DELIMITED BY SIZE
               " STOP, RELSTOP, NEWCUST, UPDCUST, ATTACH, ADDPARTY,"
               DELIMITED BY SIZE
               " DELPARTY, ADDMAND, CANCMAND,"
               DELIMITED BY SIZE
               " APPROVE, DECLINE or EXPIRE)"
               DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           END-STRING
