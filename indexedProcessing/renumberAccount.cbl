      ******************************************************************
      * Moves an account to a new number, or consolidates it into
      * another account of the same customer -- after a branch
      * restructure, a compromised account number, or a customer
      * asking for two accounts to become one.
      *
      * Usage:
      *   renumberAccount [master-file] [report-file] [action]
      *       [old-account] [new-account] [trans-file]
      *       [forwarding-file] [holds-file] [stops-file]
      *       [limits-file] [terms-file] [funding-links-file]
      *       [standing-file] [sweep-file] [xref-file] [hits-file]
      *       [warehouse-file] [accrued-file] [loan-file]
      *       [schedule-file] [change-log] [run-control-file]
      *       [mandate-file] [cheque-file] [party-file]
      *       [dispute-file] [balance-history-file]
      *       [exception-file]
      *
      * Actions:
      *   RENUMBER - the account moves to new-account, which must not
      *              exist on the master yet. The master record is
      *              carried over whole -- balance, type, status,
      *              branch and M-CUSTOMER-ID attachment.
      *   MERGE    - the account is consolidated into new-account,
      *              an existing active account in the same currency
      *              belonging to the same customer. The balance is
      *              added to new-account's; new-account keeps its
      *              own type, status and branch, and takes the old
      *              account's customer attachment when it has none.
      *              The two accounts must be of the same type and
      *              branch, so the balance moves within one general
      *              ledger line and needs no journal entry. Loan
      *              accounts ('L') cannot be merged.
      *
      * Either way:
      *   - every transaction on the live file under the old number,
      *     posted or not, moves to the new number with its id
      *     unchanged, and unposted transfers into the old number are
      *     retargeted at the new one;
      *   - every reference file keyed on the old number is repointed
      *     (see below);
      *   - the old number stays on the master as a closed ('C')
      *     account with a zero balance, so it is never reissued,
      *     and a forwarding record old -> new is appended so
      *     clearing items still arriving on the old number are
      *     redirected instead of returned. History already purged
      *     stays under the old number; ACCOUNT-INQUIRY follows the
      *     forwarding records to list it with the new account;
      *   - both master records changed are logged, before and after,
      *     on the master change log (see CHGLOG) under the cycle run
      *     number from the run-control file;
      *   - a renumber adds the new record to the master's control
      *     record count; the hash is unchanged, as the balance only
      *     moves, and a merge changes neither.
      *
      * The new number must pass its check digit. Nothing is changed
      * when any check fails: the old account missing or already
      * closed, a live transaction id the new number already carries,
      * a reference file too large to rewrite, a merge of two
      * accounts that each carry a running term deposit, more holds
      * or stops than one account can be numbered for, or a loan
      * installment
      * collected from the old account that LOAN-INSTALLMENTS has not
      * yet confirmed (run its COLLECT first, or the confirmation
      * would look for the item under the new number). A refused run
      * ends with RETURN-CODE 8.
      *
      * Reference files repointed (a missing file is skipped):
      *   holds        - HLD-ACC-NUMBER; the holds are renumbered
      *                  after the new account's own
      *   stops        - ST-ACC-NUMBER and ST-TARGET-ACC, numbered
      *                  the same way
      *   limits       - LM-ACC-NUMBER on 'A' records; on a merge the
      *                  new account's own limit stands
      *   terms        - TD-ACC-NUMBER and TD-PAYOUT-ACC; on a merge
      *                  the running deposit stands and a finished one
      *                  on the other account is dropped
      *   links        - FL-PROTECTED-ACC and FL-FUNDING-ACC; on a
      *                  merge the new account's own protection
      *                  stands, and a link left pointing an account
      *                  at itself is dropped
      *   standing     - SI-SOURCE and SI-TARGET; an instruction left
      *                  paying an account to itself is dropped and
      *                  the control record rebuilt
      *   sweeps       - SW-SOURCE and SW-TARGET, the same way
      *   card xref    - XR-ACC-NUMBER
      *   hits         - FH-ACC-NUMBER, so a compliance freeze follows
      *                  the money
      *   warehouse    - held value-dated items, both accounts
      *   accrued      - AC-ACC-NUMBER; on a merge the carried
      *                  interest is added to the new account's
      *   loans        - LN-ACC-NUMBER and LN-LINKED-ACC
      *   schedule     - LS-ACC-NUMBER
      *   mandates     - MD-ACC-NUMBER, so direct debits quoting the
      *                  mandate are paid on the new number; on a
      *                  merge the new account's own mandate under
      *                  the same creditor and reference stands
      *   cheques      - CQ-ACC-NUMBER on the positive-pay enrolment
      *                  and every issued cheque; on a merge the new
      *                  account's own enrolment and serials stand
      *   parties      - PT-ACC-NUMBER; on a merge a customer already
      *                  a party to the new account keeps that role
      *   disputes     - DS-ACC-NUMBER, open and settled cases alike
      *   balances     - BH-ACC-NUMBER on the end-of-day balance
      *                  history; on a merge the old account's
      *                  balance is added to the new account's capture
      *                  for the same day
      *   exceptions   - PX-ACC-NUMBER on the positive-pay exceptions,
      *                  so a presented cheque moved under its own id
      *                  still finds the customer's pay or return
      *                  decision
      *
      * Defaults:
      *   master-file        = indexedMaster
      *   report-file        = renumberReport.txt
      *   trans-file         = indexedTransactions
      *   forwarding-file    = accountForwarding.dat
      *   holds-file         = indexedHolds
      *   stops-file         = indexedStops
      *   limits-file        = indexedLimits
      *   terms-file         = indexedTerms
      *   funding-links-file = indexedFundingLinks
      *   standing-file      = standingInstructions.dat
      *   sweep-file         = sweepInstructions.dat
      *   xref-file          = cardXref.dat
      *   hits-file          = confirmedHits.dat
      *   warehouse-file     = warehousedTransactions.dat
      *   accrued-file       = accruedInterest.dat
      *   loan-file          = loanAccounts.dat
      *   schedule-file      = loanSchedule.dat
      *   change-log         = masterChangeLog.dat
      *   run-control-file   = runControl.dat
      *   mandate-file       = indexedMandates
      *   cheque-file        = indexedIssuedCheques
      *   party-file         = indexedParties
      *   dispute-file       = indexedDisputes
      *   balance-history-file = indexedBalanceHistory
      *   exception-file     = positivePayExceptions
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENUMBER-ACCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MasterFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-ACC-NUMBER
               FILE STATUS IS WS-MS-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TransactionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS T-TRANS-KEY
               ALTERNATE RECORD KEY IS T-ACC-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRNS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-ReportFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPRT-STATUS.

           SELECT FORWARD-FILE ASSIGN TO DYNAMIC WS-ForwardFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HoldsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HLD-STATUS.

           SELECT STOPS-FILE ASSIGN TO DYNAMIC WS-StopsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STOP-KEY
               FILE STATUS IS WS-STP-STATUS.

           SELECT LIMITS-FILE ASSIGN TO DYNAMIC WS-LimitsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LIMIT-KEY
               FILE STATUS IS WS-LIM-STATUS.

           SELECT TERMS-FILE ASSIGN TO DYNAMIC WS-TermsFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACC-NUMBER
               ALTERNATE RECORD KEY IS TD-PAYOUT-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-TD-STATUS.

           SELECT FUND-LINKS-FILE ASSIGN TO DYNAMIC WS-FundLinksFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-PROTECTED-ACC
               ALTERNATE RECORD KEY IS FL-FUNDING-ACC
                   WITH DUPLICATES
               FILE STATUS IS WS-FL-STATUS.

           SELECT STANDING-FILE ASSIGN TO DYNAMIC WS-StandingFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SI-STATUS.

           SELECT SWEEP-FILE ASSIGN TO DYNAMIC WS-SweepFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XrefFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XR-STATUS.

           SELECT HITS-FILE ASSIGN TO DYNAMIC WS-HitsFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FH-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO DYNAMIC WS-WarehouseFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WH-STATUS.

           SELECT ACCRUED-FILE ASSIGN TO DYNAMIC WS-AccruedFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.

           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LoanFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-ScheduleFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO DYNAMIC WS-ChangeLogFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC
               WS-RunControlFile
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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

           SELECT PARTY-FILE ASSIGN TO DYNAMIC WS-PartyFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-PARTY-KEY
               FILE STATUS IS WS-PTY-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DisputeFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-BalanceHistoryFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-HIST-KEY
               FILE STATUS IS WS-BH-STATUS.

           SELECT PP-EXCEPTION-FILE ASSIGN TO DYNAMIC
               WS-PosPayExceptionFile
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-EXCEPTION-KEY
               FILE STATUS IS WS-PPX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE.
       01  MASTER-REC.
           COPY MASTREC REPLACING ==:PFX:== BY ==M==.

       FD  TRANS-FILE.
       01  TRANS-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==T==.

       FD  REPORT-FILE.
       01  RENUMBER-REPORT-LINE PIC X(132).

       FD  FORWARD-FILE.
       01  FORWARD-REC.
           COPY FWDREC REPLACING ==:PFX:== BY ==FW==.

       FD  HOLDS-FILE.
       01  HOLD-REC.
           COPY HOLDREC REPLACING ==:PFX:== BY ==HLD==.

       FD  STOPS-FILE.
       01  STOP-REC.
           COPY STOPREC REPLACING ==:PFX:== BY ==ST==.

       FD  LIMITS-FILE.
       01  LIMIT-REC.
           COPY LIMREC REPLACING ==:PFX:== BY ==LM==.

       FD  TERMS-FILE.
       01  TERM-REC.
           COPY TERMREC REPLACING ==:PFX:== BY ==TD==.

       FD  FUND-LINKS-FILE.
       01  FUNDING-LINK-REC.
           COPY FNDLNK REPLACING ==:PFX:== BY ==FL==.

       FD  STANDING-FILE.
       01  STANDING-REC.
           COPY STNDREC REPLACING ==:PFX:== BY ==SI==.

       FD  SWEEP-FILE.
       01  SWEEP-REC.
           COPY SWPREC REPLACING ==:PFX:== BY ==SW==.

      * the card cross-reference and confirmed-hit layouts mirror
      * the programs that own them
       FD  XREF-FILE.
       01  XREF-REC.
           05 XR-CARD-NUMBER       PIC X(16).
           05 XR-ACC-NUMBER        PIC X(10).
           05 XR-STATUS            PIC X.
           05 XR-DAILY-CAP         PIC 9(7)V99.

       FD  HITS-FILE.
       01  HIT-REC.
           05 FH-ACC-NUMBER        PIC X(10).
           05 FH-LIST-CODE         PIC X(3).

      * the warehouse holds TRANREC images, line sequential
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-REC.
           COPY TRANREC REPLACING ==:PFX:== BY ==WH==.

       FD  ACCRUED-FILE.
       01  ACCRUED-REC.
           05 AC-ACC-NUMBER        PIC X(10).
           05 AC-ACCRUED-BALANCE   PIC 9(10)V9(4).
           05 AC-LAST-ACCRUAL-DATE PIC X(8).

       FD  LOAN-FILE.
       01  LOAN-REC.
           COPY LOANREC REPLACING ==:PFX:== BY ==LN==.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           COPY LNSCHED REPLACING ==:PFX:== BY ==LS==.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
           COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           COPY RUNCTL REPLACING ==:PFX:== BY ==RN==.

       FD  MANDATE-FILE.
       01  MANDATE-REC.
           COPY MANDREC REPLACING ==:PFX:== BY ==MD==.

       FD  CHEQUE-FILE.
       01  CHEQUE-REC.
           COPY CHQREC REPLACING ==:PFX:== BY ==CQ==.

       FD  PARTY-FILE.
       01  PARTY-REC.
           COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY DSPREC REPLACING ==:PFX:== BY ==DS==.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-REC.
           COPY BALHIST REPLACING ==:PFX:== BY ==BH==.

       FD  PP-EXCEPTION-FILE.
       01  PP-EXCEPTION-REC.
           COPY PPEXREC REPLACING ==:PFX:== BY ==PX==.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1000).
       01  WS-MasterFile        PIC X(200) VALUE "indexedMaster".
       01  WS-ReportFile        PIC X(200)
           VALUE "renumberReport.txt".
       01  WS-ARG-ACTION        PIC X(20).
       01  WS-ARG-OLD-ACC       PIC X(10).
       01  WS-ARG-NEW-ACC       PIC X(10).
       01  WS-TransactionFile   PIC X(200).
       01  WS-ForwardFile       PIC X(200).
       01  WS-HoldsFile         PIC X(200).
       01  WS-StopsFile         PIC X(200).
       01  WS-LimitsFile        PIC X(200).
       01  WS-TermsFile         PIC X(200).
       01  WS-FundLinksFile     PIC X(200).
       01  WS-StandingFile      PIC X(200).
       01  WS-SweepFile         PIC X(200).
       01  WS-XrefFile          PIC X(200).
       01  WS-HitsFile          PIC X(200).
       01  WS-WarehouseFile     PIC X(200).
       01  WS-AccruedFile       PIC X(200).
       01  WS-LoanFile          PIC X(200).
       01  WS-ScheduleFile      PIC X(200).
       01  WS-ChangeLogFile     PIC X(200).
       01  WS-RunControlFile    PIC X(200).
       01  WS-MandateFile       PIC X(200).
       01  WS-ChequeFile        PIC X(200).
       01  WS-PartyFile         PIC X(200).
       01  WS-DisputeFile       PIC X(200).
       01  WS-BalanceHistoryFile PIC X(200).
       01  WS-PosPayExceptionFile PIC X(200).

       01  WS-MS-STATUS         PIC XX.
       01  WS-TRNS-STATUS       PIC XX.
       01  WS-RPRT-STATUS       PIC XX.
       01  WS-FWD-STATUS        PIC XX.
       01  WS-HLD-STATUS        PIC XX.
       01  WS-STP-STATUS        PIC XX.
       01  WS-LIM-STATUS        PIC XX.
       01  WS-TD-STATUS         PIC XX.
       01  WS-FL-STATUS         PIC XX.
       01  WS-SI-STATUS         PIC XX.
       01  WS-SW-STATUS         PIC XX.
       01  WS-XR-STATUS         PIC XX.
       01  WS-FH-STATUS         PIC XX.
       01  WS-WH-STATUS         PIC XX.
       01  WS-ACC-STATUS        PIC XX.
       01  WS-LN-STATUS         PIC XX.
       01  WS-LS-STATUS         PIC XX.
       01  WS-CHG-STATUS        PIC XX.
       01  WS-RNC-STATUS        PIC XX.
       01  WS-MND-STATUS        PIC XX.
       01  WS-CHQ-STATUS        PIC XX.
       01  WS-PTY-STATUS        PIC XX.
       01  WS-DSP-STATUS        PIC XX.
       01  WS-BH-STATUS         PIC XX.
       01  WS-PPX-STATUS        PIC XX.

       01  WS-ACTION-CODE       PIC X.
           88 ACTION-RENUMBER   VALUE 'R'.
           88 ACTION-MERGE      VALUE 'M'.

       01  WS-CONTROL-KEY       PIC X(10) VALUE "9999999999".

       01  WS-REFUSED           PIC X VALUE 'N'.
       01  WS-REFUSAL           PIC X(60).

      * the two master records as they stand before anything changes
       01  WS-OLD-MASTER-REC    PIC X(68).
       01  WS-NEW-MASTER-REC    PIC X(68).
       01  WS-SAVED-MASTER-REC  PIC X(68).

      * change-log stamp: the master as it stood before the change
      * and the cycle it was made in
       01  WS-CHG-BEFORE        PIC X(68).
       01  WS-CHG-CLOCK         PIC X(8).
       01  WS-CHG-RUN-NUMBER    PIC 9(6) VALUE ZERO.
       01  WS-OLD-MASTER.
           COPY MASTREC REPLACING ==:PFX:== BY ==OM==.
       01  WS-NEW-MASTER.
           COPY MASTREC REPLACING ==:PFX:== BY ==NM==.
       01  WS-MOVED-BALANCE     PIC S9(10)V99 VALUE ZERO.

      * live transactions under the old number, by id; collected
      * before any is moved since moving rewrites the key being read
       01  WS-MV-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-MV-TABLE.
           05 WS-MV-ID          PIC 9(8) OCCURS 5000 TIMES.
       01  WS-MV-I              PIC 9(5).
       01  WS-TRNS-EOF          PIC X VALUE 'N'.

      * loans collected from the old account, for the confirmation
      * check
       01  WS-LK-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-LK-TABLE.
           05 WS-LK-LOAN-ACC    PIC X(10) OCCURS 100 TIMES.
       01  WS-LK-I              PIC 9(3).
       01  WS-LK-MATCH          PIC X.

      ******************************************************************
      * Rewrite table: each flat reference file is read whole into the
      * table, repointed there and written back in place. Every file
      * is first read in check mode, which only counts, so a file too
      * large for the table refuses the run before anything changes.
      * The keyed files (holds, stops, limits, terms, links) are
      * repointed record by record instead; their check mode looks
      * only for a move the keys cannot take.
      ******************************************************************
       01  WS-RW-MODE           PIC X.
           88 RW-CHECK-ONLY     VALUE 'C'.
           88 RW-APPLY          VALUE 'A'.
       01  WS-RW-MAX            PIC 9(5) VALUE 5000.
       01  WS-RW-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-RW-TABLE.
           05 WS-RW-REC         PIC X(100) OCCURS 5000 TIMES.
       01  WS-RW-RECORD         PIC X(100).
       01  WS-RW-I              PIC 9(5).
       01  WS-RW-OLD-I          PIC 9(5).
       01  WS-RW-NEW-I          PIC 9(5).
       01  WS-RW-CHANGED        PIC 9(7).
       01  WS-RW-DROPPED        PIC 9(7).
       01  WS-RW-NAME           PIC X(12).
       01  WS-RW-CTL-FOUND      PIC X.
       01  WS-RW-HASH           PIC S9(13)V99.
       01  WS-RW-KEPT           PIC 9(8).
       01  WS-REF-EOF           PIC X.
       01  WS-REF-FOUND         PIC X.
       01  WS-NEXT-SEQ          PIC 9(4).
       01  WS-SEQ-ACC-NUMBER    PIC X(10).

      * work layouts for records looked at again in the table, or
      * held while a keyed record moves to its new key
       01  WS-LIMIT-WORK.
           COPY LIMREC REPLACING ==:PFX:== BY ==LW==.
       01  WS-LINK-WORK.
           COPY FNDLNK REPLACING ==:PFX:== BY ==LK==.
       01  WS-TERM-WORK.
           COPY TERMREC REPLACING ==:PFX:== BY ==TW==.
       01  WS-STANDING-WORK.
           COPY STNDREC REPLACING ==:PFX:== BY ==SIW==.
       01  WS-SWEEP-WORK.
           COPY SWPREC REPLACING ==:PFX:== BY ==SWW==.
       01  WS-ACCRUED-WORK.
           05 AW-ACC-NUMBER        PIC X(10).
           05 AW-ACCRUED-BALANCE   PIC 9(10)V9(4).
           05 AW-LAST-ACCRUAL-DATE PIC X(8).
       01  WS-ACCRUED-OLD       PIC 9(10)V9(4).
       01  WS-DISPUTE-WORK.
           COPY DSPREC REPLACING ==:PFX:== BY ==DW==.
       01  WS-BALANCE-WORK.
           COPY BALHIST REPLACING ==:PFX:== BY ==BW==.
       01  WS-EXCEPTION-WORK.
           COPY PPEXREC REPLACING ==:PFX:== BY ==PW==.

       01  CONTROL-IMAGE.
           COPY CTLREC REPLACING ==:PFX:== BY ==CT==.

       01  WS-TRANS-MOVED       PIC 9(7) VALUE ZERO.
       01  WS-TRANS-RETARGETED  PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-DONE        PIC 9(7) VALUE ZERO.
       01  WS-STOPS-DONE        PIC 9(7) VALUE ZERO.
       01  WS-LIMITS-DONE       PIC 9(7) VALUE ZERO.
       01  WS-TERMS-DONE        PIC 9(7) VALUE ZERO.
       01  WS-LINKS-DONE        PIC 9(7) VALUE ZERO.
       01  WS-STANDING-DONE     PIC 9(7) VALUE ZERO.
       01  WS-SWEEPS-DONE       PIC 9(7) VALUE ZERO.
       01  WS-XREF-DONE         PIC 9(7) VALUE ZERO.
       01  WS-HITS-DONE         PIC 9(7) VALUE ZERO.
       01  WS-WAREHOUSE-DONE    PIC 9(7) VALUE ZERO.
       01  WS-ACCRUED-DONE      PIC 9(7) VALUE ZERO.
       01  WS-LOANS-DONE        PIC 9(7) VALUE ZERO.
       01  WS-SCHEDULE-DONE     PIC 9(7) VALUE ZERO.
       01  WS-MANDATES-DONE     PIC 9(7) VALUE ZERO.
       01  WS-CHEQUES-DONE      PIC 9(7) VALUE ZERO.
       01  WS-PARTIES-DONE      PIC 9(7) VALUE ZERO.
       01  WS-DISPUTES-DONE     PIC 9(7) VALUE ZERO.
       01  WS-BALANCES-DONE     PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTIONS-DONE   PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-TOTAL     PIC 9(7) VALUE ZERO.

       01  WS-COUNT-DISPLAY     PIC ZZZZZZ9.
       01  WS-BALANCE-DISPLAY   PIC -ZZZZZZZZZ9.99.
       01  WS-COUNT-LABEL       PIC X(30).
       01  WS-COUNT-VALUE       PIC 9(7).

      * check-digit work area: the tenth character of an account
      * number proves the first nine (see RESTAMP-CHECK-DIGITS)
       01  WS-CD-ACC-NUMBER     PIC X(10).
       01  WS-CD-CHAR           PIC X.
       01  WS-CD-VAL            PIC 9(2).
       01  WS-CD-SUM            PIC 9(3).
       01  WS-CD-X              PIC 9(2).
       01  WS-CD-A              PIC 9(2).
       01  WS-CD-HALF           PIC 9(3).
       01  WS-CD-REM            PIC 9(2).
       01  WS-CD-EXPECTED       PIC 9.
       01  WS-CD-DIGIT          PIC 9.
       01  WS-CD-VALID          PIC X.
       01  WS-CD-ALPHABET       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER

           PERFORM VALIDATE-REQUEST
           IF WS-REFUSED = 'N'
               PERFORM CHECK-LIVE-TRANSACTIONS
           END-IF
           IF WS-REFUSED = 'N'
               PERFORM CHECK-QUEUED-INSTALLMENTS
           END-IF
           IF WS-REFUSED = 'N'
               SET RW-CHECK-ONLY TO TRUE
               PERFORM REPOINT-REFERENCE-FILES
           END-IF

           IF WS-REFUSED = 'Y'
               PERFORM WRITE-REFUSAL-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM MOVE-LIVE-TRANSACTIONS
               SET RW-APPLY TO TRUE
               PERFORM REPOINT-REFERENCE-FILES
               PERFORM UPDATE-MASTER-RECORDS
               PERFORM WRITE-FORWARDING-RECORD
               PERFORM WRITE-RESULT-LINES
           END-IF

           CLOSE MASTER-FILE
                 TRANS-FILE
                 REPORT-FILE
                 CHANGE-LOG-FILE

           STOP RUN.

       LOAD-ARGUMENTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE NOT = SPACES
               UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-MasterFile
                        WS-ReportFile
                        WS-ARG-ACTION
                        WS-ARG-OLD-ACC
                        WS-ARG-NEW-ACC
                        WS-TransactionFile
                        WS-ForwardFile
                        WS-HoldsFile
                        WS-StopsFile
                        WS-LimitsFile
                        WS-TermsFile
                        WS-FundLinksFile
                        WS-StandingFile
                        WS-SweepFile
                        WS-XrefFile
                        WS-HitsFile
                        WS-WarehouseFile
                        WS-AccruedFile
                        WS-LoanFile
                        WS-ScheduleFile
                        WS-ChangeLogFile
                        WS-RunControlFile
                        WS-MandateFile
                        WS-ChequeFile
                        WS-PartyFile
                        WS-DisputeFile
                        WS-BalanceHistoryFile
                        WS-PosPayExceptionFile
               END-UNSTRING
           END-IF

           IF WS-MasterFile = SPACES OR WS-MasterFile = "-"
               MOVE "indexedMaster" TO WS-MasterFile
           END-IF
           IF WS-ReportFile = SPACES OR WS-ReportFile = "-"
               MOVE "renumberReport.txt" TO WS-ReportFile
           END-IF
           IF WS-TransactionFile = SPACES OR WS-TransactionFile = "-"
               MOVE "indexedTransactions" TO WS-TransactionFile
           END-IF
           IF WS-ForwardFile = SPACES OR WS-ForwardFile = "-"
               MOVE "accountForwarding.dat" TO WS-ForwardFile
           END-IF
           IF WS-HoldsFile = SPACES OR WS-HoldsFile = "-"
               MOVE "indexedHolds" TO WS-HoldsFile
           END-IF
           IF WS-StopsFile = SPACES OR WS-StopsFile = "-"
               MOVE "indexedStops" TO WS-StopsFile
           END-IF
           IF WS-LimitsFile = SPACES OR WS-LimitsFile = "-"
               MOVE "indexedLimits" TO WS-LimitsFile
           END-IF
           IF WS-TermsFile = SPACES OR WS-TermsFile = "-"
               MOVE "indexedTerms" TO WS-TermsFile
           END-IF
           IF WS-FundLinksFile = SPACES OR WS-FundLinksFile = "-"
               MOVE "indexedFundingLinks" TO WS-FundLinksFile
           END-IF
           IF WS-StandingFile = SPACES OR WS-StandingFile = "-"
               MOVE "standingInstructions.dat" TO WS-StandingFile
           END-IF
           IF WS-SweepFile = SPACES OR WS-SweepFile = "-"
               MOVE "sweepInstructions.dat" TO WS-SweepFile
           END-IF
           IF WS-XrefFile = SPACES OR WS-XrefFile = "-"
               MOVE "cardXref.dat" TO WS-XrefFile
           END-IF
           IF WS-HitsFile = SPACES OR WS-HitsFile = "-"
               MOVE "confirmedHits.dat" TO WS-HitsFile
           END-IF
           IF WS-WarehouseFile = SPACES OR WS-WarehouseFile = "-"
               MOVE "warehousedTransactions.dat" TO WS-WarehouseFile
           END-IF
           IF WS-AccruedFile = SPACES OR WS-AccruedFile = "-"
               MOVE "accruedInterest.dat" TO WS-AccruedFile
           END-IF
           IF WS-LoanFile = SPACES OR WS-LoanFile = "-"
               MOVE "loanAccounts.dat" TO WS-LoanFile
           END-IF
           IF WS-ScheduleFile = SPACES OR WS-ScheduleFile = "-"
               MOVE "loanSchedule.dat" TO WS-ScheduleFile
           END-IF
           IF WS-ChangeLogFile = SPACES OR WS-ChangeLogFile = "-"
               MOVE "masterChangeLog.dat" TO WS-ChangeLogFile
           END-IF
           IF WS-RunControlFile = SPACES OR WS-RunControlFile = "-"
               MOVE "runControl.dat" TO WS-RunControlFile
           END-IF
           IF WS-MandateFile = SPACES OR WS-MandateFile = "-"
               MOVE "indexedMandates" TO WS-MandateFile
           END-IF
           IF WS-ChequeFile = SPACES OR WS-ChequeFile = "-"
               MOVE "indexedIssuedCheques" TO WS-ChequeFile
           END-IF
           IF WS-PartyFile = SPACES OR WS-PartyFile = "-"
               MOVE "indexedParties" TO WS-PartyFile
           END-IF
           IF WS-DisputeFile = SPACES OR WS-DisputeFile = "-"
               MOVE "indexedDisputes" TO WS-DisputeFile
           END-IF
           IF WS-BalanceHistoryFile = SPACES
              OR WS-BalanceHistoryFile = "-"
               MOVE "indexedBalanceHistory" TO WS-BalanceHistoryFile
           END-IF
           IF WS-PosPayExceptionFile = SPACES
              OR WS-PosPayExceptionFile = "-"
               MOVE "positivePayExceptions" TO WS-PosPayExceptionFile
           END-IF

           MOVE SPACE TO WS-ACTION-CODE
           IF WS-ARG-ACTION = "RENUMBER"
               SET ACTION-RENUMBER TO TRUE
           END-IF
           IF WS-ARG-ACTION = "MERGE"
               SET ACTION-MERGE TO TRUE
           END-IF.

       OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPRT-STATUS NOT = "00"
               DISPLAY "Unable to open renumber report file: "
                   WS-ReportFile
               DISPLAY "Report status: " WS-RPRT-STATUS
               STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed master file: "
                   WS-MasterFile
               DISPLAY "Master status: " WS-MS-STATUS
               CLOSE REPORT-FILE
               STOP RUN
           END-IF

           OPEN I-O TRANS-FILE
           IF WS-TRNS-STATUS = "35"
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRNS-STATUS NOT = "00"
               DISPLAY "Unable to open indexed transaction file: "
                   WS-TransactionFile
               DISPLAY "Transaction status: " WS-TRNS-STATUS
               CLOSE MASTER-FILE
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
               CLOSE TRANS-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-RUN-CONTROL.

      ******************************************************************
      * Picks up the current cycle's run number from the run-control
      * file kept by RUN-CONTROL, so the master changes logged by this
      * run can be tied back to the cycle they belong to. A missing
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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               "Account Renumbering Report" DELIMITED BY SIZE
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE

           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               "Date: "
               WS-MONTH "/"
               WS-DAY "/"
               WS-YEAR
               " Time: " WS-HOUR ":" WS-MIN ":" WS-SEC
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE

           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               "Action: "          DELIMITED BY SIZE
               WS-ARG-ACTION       DELIMITED BY SPACE
               " Old Account: "    DELIMITED BY SIZE
               WS-ARG-OLD-ACC      DELIMITED BY SIZE
               " New Account: "    DELIMITED BY SIZE
               WS-ARG-NEW-ACC      DELIMITED BY SIZE
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE.

      ******************************************************************
      * The pair must make sense before anything is touched: a known
      * action, two different numbers, a new number that passes its
      * check digit, an open old account and -- for a renumber -- a
      * new number nobody holds yet, or -- for a merge -- a live
      * account in the same currency belonging to the same customer.
      ******************************************************************
       VALIDATE-REQUEST.
           IF WS-ACTION-CODE = SPACE
               MOVE 'Y' TO WS-REFUSED
               MOVE "unknown action (expected RENUMBER or MERGE)"
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-OLD-ACC = SPACES OR WS-ARG-NEW-ACC = SPACES
              OR WS-ARG-OLD-ACC = WS-CONTROL-KEY
              OR WS-ARG-NEW-ACC = WS-CONTROL-KEY
               MOVE 'Y' TO WS-REFUSED
               MOVE "old and new account numbers are required"
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           IF WS-ARG-OLD-ACC = WS-ARG-NEW-ACC
               MOVE 'Y' TO WS-REFUSED
               MOVE "old and new account numbers are the same"
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-NEW-ACC TO WS-CD-ACC-NUMBER
           PERFORM VALIDATE-ACCOUNT-CHECK-DIGIT
           IF WS-CD-VALID = 'N'
               MOVE 'Y' TO WS-REFUSED
               MOVE "new account number fails its check digit"
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-OLD-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "old account not found on master"
                       TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           MOVE MASTER-REC TO WS-OLD-MASTER-REC
           MOVE MASTER-REC TO WS-OLD-MASTER
           IF OM-ACC-STATUS = 'C'
               MOVE 'Y' TO WS-REFUSED
               MOVE "old account is closed" TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-NEW-ACC TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-NEW-MASTER-REC
               NOT INVALID KEY
                   MOVE MASTER-REC TO WS-NEW-MASTER-REC
           END-READ
           MOVE WS-NEW-MASTER-REC TO WS-NEW-MASTER

           IF ACTION-RENUMBER
               IF WS-NEW-MASTER-REC NOT = SPACES
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "new account number is already on master"
                       TO WS-REFUSAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-NEW-MASTER-REC = SPACES
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "merge target not found on master"
                       TO WS-REFUSAL
               WHEN NM-ACC-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "merge target is not active" TO WS-REFUSAL
               WHEN NM-CURRENCY NOT = OM-CURRENCY
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "merge target is in another currency"
                       TO WS-REFUSAL
               WHEN OM-ACC-TYPE = 'L' OR NM-ACC-TYPE = 'L'
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "loan accounts cannot be merged"
                       TO WS-REFUSAL
               WHEN NM-ACC-TYPE NOT = OM-ACC-TYPE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "merge target is of another account type"
                       TO WS-REFUSAL
               WHEN NM-BRANCH-CODE NOT = OM-BRANCH-CODE
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "merge target belongs to another branch"
                       TO WS-REFUSAL
               WHEN OM-CUSTOMER-ID NOT = SPACES
                AND NM-CUSTOMER-ID NOT = SPACES
                AND OM-CUSTOMER-ID NOT = NM-CUSTOMER-ID
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "accounts belong to different customers"
                       TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * every live id under the old number is collected, and none
      * may already exist under the new number, or the move would
      * collide on the primary key
       CHECK-LIVE-TRANSACTIONS.
           MOVE ZERO TO WS-MV-COUNT
           MOVE 'N' TO WS-TRNS-EOF
           MOVE WS-ARG-OLD-ACC TO T-ACC-NUMBER
           START TRANS-FILE KEY IS NOT LESS THAN T-ACC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TRNS-EOF
           END-START

           PERFORM UNTIL WS-TRNS-EOF = 'Y'
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                           MOVE 'Y' TO WS-TRNS-EOF
                       ELSE
                           IF WS-MV-COUNT < 5000
                               ADD 1 TO WS-MV-COUNT
                               MOVE T-ID TO WS-MV-ID(WS-MV-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-REFUSED
                               MOVE "too many live transactions"
                                   TO WS-REFUSAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-REFUSED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-MV-I FROM 1 BY 1
               UNTIL WS-MV-I > WS-MV-COUNT
               MOVE WS-ARG-NEW-ACC      TO T-ACC-NUMBER
               MOVE WS-MV-ID(WS-MV-I)   TO T-ID
               READ TRANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REFUSED
                       MOVE "a live transaction id exists on both"
                           TO WS-REFUSAL
               END-READ
           END-PERFORM.

      ******************************************************************
      * LOAN-INSTALLMENTS confirms a queued installment by finding
      * its 'T' under the linked account's number, on the live file
      * or in history. One already purged to history under the old
      * number would be looked for under the new one and collected
      * twice, so a queued installment on a loan linked to the old
      * account must still be on the live file (it moves with the
      * account) or the run is refused.
      ******************************************************************
       CHECK-QUEUED-INSTALLMENTS.
           MOVE ZERO TO WS-LK-COUNT
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-STATUS NOT = "00"
               READ LOAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LN-LINKED-ACC = WS-ARG-OLD-ACC
                          AND LN-STATUS = 'A'
                          AND WS-LK-COUNT < 100
                           ADD 1 TO WS-LK-COUNT
                           MOVE LN-ACC-NUMBER
                               TO WS-LK-LOAN-ACC(WS-LK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE

           IF WS-LK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SCHEDULE-FILE
           IF WS-LS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LS-STATUS NOT = "00"
               READ SCHEDULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LS-STATUS = 'Q'
                           PERFORM CHECK-ONE-QUEUED-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       CHECK-ONE-QUEUED-INSTALLMENT.
           MOVE 'N' TO WS-LK-MATCH
           PERFORM VARYING WS-LK-I FROM 1 BY 1
               UNTIL WS-LK-I > WS-LK-COUNT
               IF WS-LK-LOAN-ACC(WS-LK-I) = LS-ACC-NUMBER
                   MOVE 'Y' TO WS-LK-MATCH
               END-IF
           END-PERFORM
           IF WS-LK-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-OLD-ACC TO T-ACC-NUMBER
           MOVE LS-TRANS-ID    TO T-ID
           READ TRANS-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "loan installment awaits COLLECT confirmation"
                       TO WS-REFUSAL
           END-READ.

      ******************************************************************
      * Moves the old number's live transactions, posted or not, to
      * the new number under their own ids, then retargets unposted
      * transfers into the old number. Posted transfers keep the
      * target they posted to.
      ******************************************************************
       MOVE-LIVE-TRANSACTIONS.
           PERFORM VARYING WS-MV-I FROM 1 BY 1
               UNTIL WS-MV-I > WS-MV-COUNT
               MOVE WS-ARG-OLD-ACC      TO T-ACC-NUMBER
               MOVE WS-MV-ID(WS-MV-I)   TO T-ID
               READ TRANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE TRANS-FILE RECORD
                       MOVE WS-ARG-NEW-ACC TO T-ACC-NUMBER
                       WRITE TRANS-REC
                           INVALID KEY
                               DISPLAY "Unable to move transaction "
                                   WS-ARG-OLD-ACC " / " T-ID
                                   " status " WS-TRNS-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-TRANS-MOVED
                       END-WRITE
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-TRNS-EOF
           MOVE LOW-VALUES TO T-TRANS-KEY
           START TRANS-FILE KEY IS NOT LESS THAN T-TRANS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRNS-EOF
           END-START
           PERFORM UNTIL WS-TRNS-EOF = 'Y'
               READ TRANS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNS-EOF
                   NOT AT END
                       IF T-ACC-NUMBER NOT = WS-CONTROL-KEY
                          AND T-TARGET-ACC-NUMBER = WS-ARG-OLD-ACC
                          AND T-POSTED-FLAG NOT = 'P'
                           MOVE WS-ARG-NEW-ACC TO T-TARGET-ACC-NUMBER
                           REWRITE TRANS-REC
                           ADD 1 TO WS-TRANS-RETARGETED
                       END-IF
               END-READ
           END-PERFORM.

       REPOINT-REFERENCE-FILES.
           PERFORM REPOINT-HOLDS-FILE
           PERFORM REPOINT-STOPS-FILE
           PERFORM REPOINT-LIMITS-FILE
           PERFORM REPOINT-TERMS-FILE
           PERFORM REPOINT-LINKS-FILE
           PERFORM REPOINT-STANDING-FILE
           PERFORM REPOINT-SWEEP-FILE
           PERFORM REPOINT-XREF-FILE
           PERFORM REPOINT-HITS-FILE
           PERFORM REPOINT-WAREHOUSE-FILE
           PERFORM REPOINT-ACCRUED-FILE
           PERFORM REPOINT-LOAN-FILE
           PERFORM REPOINT-SCHEDULE-FILE
           PERFORM REPOINT-MANDATE-FILE
           PERFORM REPOINT-CHEQUE-FILE
           PERFORM REPOINT-PARTY-FILE
           PERFORM REPOINT-DISPUTE-FILE
           PERFORM REPOINT-BALANCE-HISTORY
           PERFORM REPOINT-PPEX-FILE.

      ******************************************************************
      * Mandates, positive-pay cheques and exceptions, parties,
      * disputes and balance history are keyed on the account number
      * followed by a key of their own, kept as it is. Each record
      * under the old number is deleted and written again under the
      * new one, as the holds are; there is nothing for check mode
      * to refuse. On a merge a record the new account already
      * carries under the same key stands and the old one is
      * dropped -- except a day's balance, which is added to the new
      * account's.
      ******************************************************************
       REPOINT-MANDATE-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MANDATE-FILE
           IF WS-MND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO MD-MANDATE-KEY
               MOVE WS-ARG-OLD-ACC TO MD-ACC-NUMBER
               START MANDATE-FILE KEY IS NOT LESS THAN MD-MANDATE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ MANDATE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND MD-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE MANDATE-REC TO WS-RW-RECORD
                   DELETE MANDATE-FILE RECORD
                   MOVE WS-RW-RECORD TO MANDATE-REC
                   MOVE WS-ARG-NEW-ACC TO MD-ACC-NUMBER
                   WRITE MANDATE-REC
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-TOTAL
                       NOT INVALID KEY
                           ADD 1 TO WS-MANDATES-DONE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE MANDATE-FILE.

       REPOINT-CHEQUE-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO CQ-CHEQUE-KEY
               MOVE WS-ARG-OLD-ACC TO CQ-ACC-NUMBER
               START CHEQUE-FILE KEY IS NOT LESS THAN CQ-CHEQUE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ CHEQUE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND CQ-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE CHEQUE-REC TO WS-RW-RECORD
                   DELETE CHEQUE-FILE RECORD
                   MOVE WS-RW-RECORD TO CHEQUE-REC
                   MOVE WS-ARG-NEW-ACC TO CQ-ACC-NUMBER
                   WRITE CHEQUE-REC
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-TOTAL
                       NOT INVALID KEY
                           ADD 1 TO WS-CHEQUES-DONE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE CHEQUE-FILE.

       REPOINT-PARTY-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PARTY-FILE
           IF WS-PTY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO PT-PARTY-KEY
               MOVE WS-ARG-OLD-ACC TO PT-ACC-NUMBER
               START PARTY-FILE KEY IS NOT LESS THAN PT-PARTY-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ PARTY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND PT-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE PARTY-REC TO WS-RW-RECORD
                   DELETE PARTY-FILE RECORD
                   MOVE WS-RW-RECORD TO PARTY-REC
                   MOVE WS-ARG-NEW-ACC TO PT-ACC-NUMBER
                   WRITE PARTY-REC
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-TOTAL
                       NOT INVALID KEY
                           ADD 1 TO WS-PARTIES-DONE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE PARTY-FILE.

       REPOINT-DISPUTE-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO DS-CASE-KEY
               MOVE WS-ARG-OLD-ACC TO DS-ACC-NUMBER
               START DISPUTE-FILE KEY IS NOT LESS THAN DS-CASE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND DS-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE DISPUTE-REC TO WS-DISPUTE-WORK
                   DELETE DISPUTE-FILE RECORD
                   MOVE WS-DISPUTE-WORK TO DISPUTE-REC
                   MOVE WS-ARG-NEW-ACC TO DS-ACC-NUMBER
                   WRITE DISPUTE-REC
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-TOTAL
                       NOT INVALID KEY
                           ADD 1 TO WS-DISPUTES-DONE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE DISPUTE-FILE.

       REPOINT-PPEX-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PP-EXCEPTION-FILE
           IF WS-PPX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO PX-EXCEPTION-KEY
               MOVE WS-ARG-OLD-ACC TO PX-ACC-NUMBER
               START PP-EXCEPTION-FILE
                   KEY IS NOT LESS THAN PX-EXCEPTION-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ PP-EXCEPTION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND PX-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE PP-EXCEPTION-REC TO WS-EXCEPTION-WORK
                   DELETE PP-EXCEPTION-FILE RECORD
                   MOVE WS-EXCEPTION-WORK TO PP-EXCEPTION-REC
                   MOVE WS-ARG-NEW-ACC TO PX-ACC-NUMBER
                   WRITE PP-EXCEPTION-REC
                       INVALID KEY
                           ADD 1 TO WS-DROPPED-TOTAL
                       NOT INVALID KEY
                           ADD 1 TO WS-EXCEPTIONS-DONE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE PP-EXCEPTION-FILE.

       REPOINT-BALANCE-HISTORY.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BALANCE-HISTORY-FILE
           IF WS-BH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE LOW-VALUES TO BH-HIST-KEY
               MOVE WS-ARG-OLD-ACC TO BH-ACC-NUMBER
               START BALANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN BH-HIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ BALANCE-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND BH-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE BALANCE-HISTORY-REC TO WS-BALANCE-WORK
                   DELETE BALANCE-HISTORY-FILE RECORD
                   MOVE WS-ARG-NEW-ACC TO BW-ACC-NUMBER
                   MOVE BW-HIST-KEY TO BH-HIST-KEY
                   READ BALANCE-HISTORY-FILE
                       INVALID KEY
                           MOVE WS-BALANCE-WORK TO BALANCE-HISTORY-REC
                           WRITE BALANCE-HISTORY-REC
                       NOT INVALID KEY
                           ADD BW-BALANCE TO BH-BALANCE
                           REWRITE BALANCE-HISTORY-REC
                   END-READ
                   ADD 1 TO WS-BALANCES-DONE
               END-IF
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE.

       START-REWRITE-TABLE.
           MOVE ZERO TO WS-RW-COUNT
           MOVE ZERO TO WS-RW-CHANGED
           MOVE ZERO TO WS-RW-DROPPED
           MOVE ZERO TO WS-RW-OLD-I
           MOVE ZERO TO WS-RW-NEW-I
           MOVE 'N' TO WS-RW-CTL-FOUND.

       STORE-REWRITE-RECORD.
           ADD 1 TO WS-RW-COUNT
           IF WS-RW-COUNT <= WS-RW-MAX
               MOVE WS-RW-RECORD TO WS-RW-REC(WS-RW-COUNT)
           END-IF.

      * in check mode a file the table cannot carry refuses the run;
      * in apply mode it tells the caller whether to write anything
       CHECK-REWRITE-SIZE.
           IF WS-RW-COUNT > WS-RW-MAX
               MOVE 'Y' TO WS-REFUSED
               MOVE SPACES TO WS-REFUSAL
               STRING
                   WS-RW-NAME DELIMITED BY SPACE
                   " file too large to rewrite" DELIMITED BY SIZE
                   INTO WS-REFUSAL
               END-STRING
           END-IF.

      ******************************************************************
      * A hold cannot change its key in place: each one under the old
      * number is deleted and written again under the new number,
      * taking the numbers after the new account's highest. Check
      * mode refuses when the two accounts' holds will not fit under
      * one account's numbering.
      ******************************************************************
       REPOINT-HOLDS-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN I-O HOLDS-FILE
           IF WS-HLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-NEW-ACC TO HLD-ACC-NUMBER
           PERFORM FIND-NEXT-HOLD-SEQ
           MOVE WS-ARG-OLD-ACC TO HLD-ACC-NUMBER
           IF RW-CHECK-ONLY
               PERFORM COUNT-OLD-HOLDS
               CLOSE HOLDS-FILE
               IF WS-NEXT-SEQ + WS-RW-COUNT > 1000
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "too many holds to number under new account"
                       TO WS-REFUSAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE WS-ARG-OLD-ACC TO HLD-ACC-NUMBER
               MOVE ZERO TO HLD-HOLD-SEQ
               START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND HLD-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE HOLD-REC TO WS-RW-RECORD
                   DELETE HOLDS-FILE RECORD
                   MOVE WS-RW-RECORD TO HOLD-REC
                   MOVE WS-ARG-NEW-ACC TO HLD-ACC-NUMBER
                   MOVE WS-NEXT-SEQ TO HLD-HOLD-SEQ
                   WRITE HOLD-REC
                   ADD 1 TO WS-NEXT-SEQ
                   ADD 1 TO WS-RW-CHANGED
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE
           MOVE WS-RW-CHANGED TO WS-HOLDS-DONE.

      * one past the highest hold number under HLD-ACC-NUMBER
       FIND-NEXT-HOLD-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE HLD-ACC-NUMBER TO WS-SEQ-ACC-NUMBER
           MOVE ZERO TO HLD-HOLD-SEQ
           MOVE 'N' TO WS-REF-EOF
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER = WS-SEQ-ACC-NUMBER
                           COMPUTE WS-NEXT-SEQ = HLD-HOLD-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-OLD-HOLDS.
           MOVE ZERO TO HLD-HOLD-SEQ
           MOVE 'N' TO WS-REF-EOF
           START HOLDS-FILE KEY IS NOT LESS THAN HLD-HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF HLD-ACC-NUMBER = WS-ARG-OLD-ACC
                           ADD 1 TO WS-RW-COUNT
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Stops move key by key the same way as holds; a stop on any
      * account that names the old number as its target is pointed
      * at the new number in place first.
      ******************************************************************
       REPOINT-STOPS-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN I-O STOPS-FILE
           IF WS-STP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-NEW-ACC TO ST-ACC-NUMBER
           PERFORM FIND-NEXT-STOP-SEQ
           MOVE WS-ARG-OLD-ACC TO ST-ACC-NUMBER
           IF RW-CHECK-ONLY
               PERFORM COUNT-OLD-STOPS
               CLOSE STOPS-FILE
               IF WS-NEXT-SEQ + WS-RW-COUNT > 1000
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "too many stops to number under new account"
                       TO WS-REFUSAL
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO ST-STOP-KEY
           MOVE 'N' TO WS-REF-EOF
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF ST-TARGET-ACC = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO ST-TARGET-ACC
                           REWRITE STOP-REC
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE WS-ARG-OLD-ACC TO ST-ACC-NUMBER
               MOVE ZERO TO ST-STOP-SEQ
               START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ STOPS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                   END-READ
               END-IF
               IF WS-REF-EOF = 'N'
                  AND ST-ACC-NUMBER NOT = WS-ARG-OLD-ACC
                   MOVE 'Y' TO WS-REF-EOF
               END-IF
               IF WS-REF-EOF = 'N'
                   MOVE STOP-REC TO WS-RW-RECORD
                   DELETE STOPS-FILE RECORD
                   MOVE WS-RW-RECORD TO STOP-REC
                   MOVE WS-ARG-NEW-ACC TO ST-ACC-NUMBER
                   MOVE WS-NEXT-SEQ TO ST-STOP-SEQ
                   WRITE STOP-REC
                   ADD 1 TO WS-NEXT-SEQ
                   ADD 1 TO WS-RW-CHANGED
               END-IF
           END-PERFORM
           CLOSE STOPS-FILE
           MOVE WS-RW-CHANGED TO WS-STOPS-DONE.

      * one past the highest stop number under ST-ACC-NUMBER
       FIND-NEXT-STOP-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE ST-ACC-NUMBER TO WS-SEQ-ACC-NUMBER
           MOVE ZERO TO ST-STOP-SEQ
           MOVE 'N' TO WS-REF-EOF
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER = WS-SEQ-ACC-NUMBER
                           COMPUTE WS-NEXT-SEQ = ST-STOP-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-OLD-STOPS.
           MOVE ZERO TO ST-STOP-SEQ
           MOVE 'N' TO WS-REF-EOF
           START STOPS-FILE KEY IS NOT LESS THAN ST-STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL WS-REF-EOF = 'Y'
               READ STOPS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF ST-ACC-NUMBER = WS-ARG-OLD-ACC
                           ADD 1 TO WS-RW-COUNT
                       ELSE
                           MOVE 'Y' TO WS-REF-EOF
                       END-IF
               END-READ
           END-PERFORM.

      * an account-level limit follows the account; on a merge the
      * surviving account's own limit wins and the old one is dropped
       REPOINT-LIMITS-FILE.
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LIMITS-FILE
           IF WS-LIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LM-LIMIT-KEY
           MOVE 'A' TO LM-LEVEL
           MOVE WS-ARG-OLD-ACC TO LM-ACC-NUMBER
           READ LIMITS-FILE
               INVALID KEY
                   CLOSE LIMITS-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE LIMIT-REC TO WS-LIMIT-WORK
           DELETE LIMITS-FILE RECORD
           MOVE 1 TO WS-LIMITS-DONE

           MOVE WS-ARG-NEW-ACC TO LM-ACC-NUMBER
           READ LIMITS-FILE
               INVALID KEY
                   MOVE WS-ARG-NEW-ACC TO LW-ACC-NUMBER
                   MOVE WS-LIMIT-WORK TO LIMIT-REC
                   WRITE LIMIT-REC
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-TOTAL
           END-READ
           CLOSE LIMITS-FILE.

      ******************************************************************
      * An account carries one term record. On a merge where both
      * accounts have one, the running ('A') deposit is kept under
      * the new number and the finished one dropped; two running
      * deposits refuse the run in check mode. Deposits paying out
      * into the old number are found on the pay-out key and
      * pointed at the new one.
      ******************************************************************
       REPOINT-TERMS-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN I-O TERMS-FILE
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-FOUND
           MOVE WS-ARG-OLD-ACC TO TD-ACC-NUMBER
           READ TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REF-FOUND
                   MOVE TERM-REC TO WS-TERM-WORK
           END-READ

           IF WS-REF-FOUND = 'Y'
               MOVE WS-ARG-NEW-ACC TO TD-ACC-NUMBER
               READ TERMS-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REF-FOUND
               END-READ
               IF RW-CHECK-ONLY AND WS-REF-FOUND = 'Y'
                  AND TD-STATUS = 'A' AND TW-STATUS = 'A'
                   MOVE 'Y' TO WS-REFUSED
                   MOVE "both accounts carry a running term deposit"
                       TO WS-REFUSAL
               END-IF
               IF RW-APPLY
                   PERFORM MOVE-OLD-TERM-RECORD
               END-IF
           END-IF
           IF RW-CHECK-ONLY
               CLOSE TERMS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE WS-ARG-OLD-ACC TO TD-PAYOUT-ACC
               START TERMS-FILE KEY IS EQUAL TO TD-PAYOUT-ACC
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ TERMS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           MOVE WS-ARG-NEW-ACC TO TD-PAYOUT-ACC
                           REWRITE TERM-REC
                           ADD 1 TO WS-RW-CHANGED
                   END-READ
               END-IF
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE WS-RW-CHANGED TO WS-TERMS-DONE.

      * the old account's record (in WS-TERM-WORK) goes to the new
      * number unless the new account's own record (in TERM-REC when
      * WS-REF-FOUND) is the running one
       MOVE-OLD-TERM-RECORD.
           IF WS-REF-FOUND = 'Y'
              AND (TW-STATUS NOT = 'A' OR TD-STATUS = 'A')
               MOVE WS-ARG-OLD-ACC TO TD-ACC-NUMBER
               DELETE TERMS-FILE RECORD
               ADD 1 TO WS-DROPPED-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-FOUND = 'Y'
               DELETE TERMS-FILE RECORD
               ADD 1 TO WS-DROPPED-TOTAL
           END-IF

           MOVE WS-ARG-OLD-ACC TO TD-ACC-NUMBER
           DELETE TERMS-FILE RECORD
           MOVE WS-ARG-NEW-ACC TO TW-ACC-NUMBER
           MOVE WS-TERM-WORK TO TERM-REC
           WRITE TERM-REC
           ADD 1 TO WS-RW-CHANGED.

      ******************************************************************
      * One funding link per protected account: the old account's
      * own protection follows it unless the surviving account of a
      * merge already has one. A link left with the same account on
      * both sides (the old account funded the new one, or the other
      * way round) protects nothing and is dropped.
      ******************************************************************
       REPOINT-LINKS-FILE.
           PERFORM START-REWRITE-TABLE
           IF RW-CHECK-ONLY
               EXIT PARAGRAPH
           END-IF
           OPEN I-O FUND-LINKS-FILE
           IF WS-FL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ARG-OLD-ACC TO FL-PROTECTED-ACC
           READ FUND-LINKS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REF-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REF-FOUND
                   MOVE FUNDING-LINK-REC TO WS-LINK-WORK
                   DELETE FUND-LINKS-FILE RECORD
                   ADD 1 TO WS-RW-CHANGED
           END-READ
           IF WS-REF-FOUND = 'Y'
               MOVE WS-ARG-NEW-ACC TO FL-PROTECTED-ACC
               READ FUND-LINKS-FILE
                   INVALID KEY
                       IF LK-FUNDING-ACC = WS-ARG-NEW-ACC
                           ADD 1 TO WS-RW-DROPPED
                       ELSE
                           MOVE WS-ARG-NEW-ACC TO LK-PROTECTED-ACC
                           MOVE WS-LINK-WORK TO FUNDING-LINK-REC
                           WRITE FUNDING-LINK-REC
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-RW-DROPPED
               END-READ
           END-IF

           MOVE 'N' TO WS-REF-EOF
           PERFORM UNTIL WS-REF-EOF = 'Y'
               MOVE WS-ARG-OLD-ACC TO FL-FUNDING-ACC
               START FUND-LINKS-FILE KEY IS EQUAL TO FL-FUNDING-ACC
                   INVALID KEY
                       MOVE 'Y' TO WS-REF-EOF
               END-START
               IF WS-REF-EOF = 'N'
                   READ FUND-LINKS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REF-EOF
                       NOT AT END
                           ADD 1 TO WS-RW-CHANGED
                           IF FL-PROTECTED-ACC = WS-ARG-NEW-ACC
                               DELETE FUND-LINKS-FILE RECORD
                               ADD 1 TO WS-RW-DROPPED
                           ELSE
                               MOVE WS-ARG-NEW-ACC TO FL-FUNDING-ACC
                               REWRITE FUNDING-LINK-REC
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FUND-LINKS-FILE
           MOVE WS-RW-CHANGED TO WS-LINKS-DONE
           ADD WS-RW-DROPPED TO WS-DROPPED-TOTAL.

      ******************************************************************
      * Standing instructions follow both their source and target. A
      * merge can leave one paying an account to itself; it is
      * dropped, and the control record the generator verifies is
      * rebuilt over what remains (hash = SI-AMOUNT) when the file
      * carried one.
      ******************************************************************
       REPOINT-STANDING-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT STANDING-FILE
           IF WS-SI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SI-STATUS NOT = "00"
               READ STANDING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SI-SOURCE-ACC-NUMBER = WS-CONTROL-KEY
                           MOVE 'Y' TO WS-RW-CTL-FOUND
                       ELSE
                           IF SI-SOURCE-ACC-NUMBER = WS-ARG-OLD-ACC
                               MOVE WS-ARG-NEW-ACC
                                   TO SI-SOURCE-ACC-NUMBER
                               ADD 1 TO WS-RW-CHANGED
                           END-IF
                           IF SI-TARGET-ACC-NUMBER = WS-ARG-OLD-ACC
                               MOVE WS-ARG-NEW-ACC
                                   TO SI-TARGET-ACC-NUMBER
                               ADD 1 TO WS-RW-CHANGED
                           END-IF
                           MOVE STANDING-REC TO WS-RW-RECORD
                           PERFORM STORE-REWRITE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE

           MOVE "standing" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RW-HASH
           MOVE ZERO TO WS-RW-KEPT
           OPEN OUTPUT STANDING-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO WS-STANDING-WORK
               IF SIW-SOURCE-ACC-NUMBER = SIW-TARGET-ACC-NUMBER
                   ADD 1 TO WS-RW-DROPPED
               ELSE
                   MOVE WS-STANDING-WORK TO STANDING-REC
                   ADD SI-AMOUNT TO WS-RW-HASH
                   ADD 1 TO WS-RW-KEPT
                   WRITE STANDING-REC
               END-IF
           END-PERFORM
           IF WS-RW-CTL-FOUND = 'Y'
               MOVE WS-CONTROL-KEY TO CT-KEY
               MOVE "99999999"     TO CT-ID
               MOVE WS-RW-KEPT     TO CT-RECORD-COUNT
               MOVE WS-RW-HASH     TO CT-HASH-TOTAL
               MOVE SPACES TO STANDING-REC
               MOVE CONTROL-IMAGE TO STANDING-REC(1:41)
               WRITE STANDING-REC
           END-IF
           CLOSE STANDING-FILE
           MOVE WS-RW-CHANGED TO WS-STANDING-DONE
           ADD WS-RW-DROPPED TO WS-DROPPED-TOTAL.

      * sweeps the same way, hashing on the target balance
       REPOINT-SWEEP-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT SWEEP-FILE
           IF WS-SW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SW-STATUS NOT = "00"
               READ SWEEP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SW-SOURCE-ACC-NUMBER = WS-CONTROL-KEY
                           MOVE 'Y' TO WS-RW-CTL-FOUND
                       ELSE
                           IF SW-SOURCE-ACC-NUMBER = WS-ARG-OLD-ACC
                               MOVE WS-ARG-NEW-ACC
                                   TO SW-SOURCE-ACC-NUMBER
                               ADD 1 TO WS-RW-CHANGED
                           END-IF
                           IF SW-TARGET-ACC-NUMBER = WS-ARG-OLD-ACC
                               MOVE WS-ARG-NEW-ACC
                                   TO SW-TARGET-ACC-NUMBER
                               ADD 1 TO WS-RW-CHANGED
                           END-IF
                           MOVE SWEEP-REC TO WS-RW-RECORD
                           PERFORM STORE-REWRITE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE

           MOVE "sweep" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-RW-HASH
           MOVE ZERO TO WS-RW-KEPT
           OPEN OUTPUT SWEEP-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO WS-SWEEP-WORK
               IF SWW-SOURCE-ACC-NUMBER = SWW-TARGET-ACC-NUMBER
                   ADD 1 TO WS-RW-DROPPED
               ELSE
                   MOVE WS-SWEEP-WORK TO SWEEP-REC
                   ADD SW-TARGET-BALANCE TO WS-RW-HASH
                   ADD 1 TO WS-RW-KEPT
                   WRITE SWEEP-REC
               END-IF
           END-PERFORM
           IF WS-RW-CTL-FOUND = 'Y'
               MOVE WS-CONTROL-KEY TO CT-KEY
               MOVE "99999999"     TO CT-ID
               MOVE WS-RW-KEPT     TO CT-RECORD-COUNT
               MOVE WS-RW-HASH     TO CT-HASH-TOTAL
               MOVE SPACES TO SWEEP-REC
               MOVE CONTROL-IMAGE TO SWEEP-REC(1:41)
               WRITE SWEEP-REC
           END-IF
           CLOSE SWEEP-FILE
           MOVE WS-RW-CHANGED TO WS-SWEEPS-DONE
           ADD WS-RW-DROPPED TO WS-DROPPED-TOTAL.

       REPOINT-XREF-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT XREF-FILE
           IF WS-XR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XR-STATUS NOT = "00"
               READ XREF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XR-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO XR-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       MOVE XREF-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE XREF-FILE

           MOVE "xref" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-CHANGED TO WS-XREF-DONE
           OPEN OUTPUT XREF-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO XREF-REC
               WRITE XREF-REC
           END-PERFORM
           CLOSE XREF-FILE.

       REPOINT-HITS-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT HITS-FILE
           IF WS-FH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FH-STATUS NOT = "00"
               READ HITS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FH-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO FH-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       MOVE HIT-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE HITS-FILE

           MOVE "hits" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-CHANGED TO WS-HITS-DONE
           OPEN OUTPUT HITS-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO HIT-REC
               WRITE HIT-REC
           END-PERFORM
           CLOSE HITS-FILE.

       REPOINT-WAREHOUSE-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WH-STATUS NOT = "00"
               READ WAREHOUSE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WH-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO WH-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       IF WH-TARGET-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO WH-TARGET-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       MOVE WAREHOUSE-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE

           MOVE "warehouse" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-CHANGED TO WS-WAREHOUSE-DONE
           OPEN OUTPUT WAREHOUSE-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO WAREHOUSE-REC
               WRITE WAREHOUSE-REC
           END-PERFORM
           CLOSE WAREHOUSE-FILE.

      * carried accrued interest follows the account; on a merge it
      * is added to the surviving account's entry, which keeps its
      * own last accrual date
       REPOINT-ACCRUED-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT ACCRUED-FILE
           IF WS-ACC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACC-STATUS NOT = "00"
               READ ACCRUED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACCRUED-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
                       IF AC-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-RW-COUNT TO WS-RW-OLD-I
                       END-IF
                       IF AC-ACC-NUMBER = WS-ARG-NEW-ACC
                           MOVE WS-RW-COUNT TO WS-RW-NEW-I
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUED-FILE

           MOVE "accrued" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-OLD-I = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-REC(WS-RW-OLD-I) TO WS-ACCRUED-WORK
           IF WS-RW-NEW-I NOT = ZERO
               MOVE AW-ACCRUED-BALANCE TO WS-ACCRUED-OLD
               MOVE SPACES TO WS-RW-REC(WS-RW-OLD-I)
               MOVE WS-RW-REC(WS-RW-NEW-I) TO WS-ACCRUED-WORK
               ADD WS-ACCRUED-OLD TO AW-ACCRUED-BALANCE
               MOVE WS-ACCRUED-WORK TO WS-RW-REC(WS-RW-NEW-I)
           ELSE
               MOVE WS-ARG-NEW-ACC TO AW-ACC-NUMBER
               MOVE WS-ACCRUED-WORK TO WS-RW-REC(WS-RW-OLD-I)
           END-IF
           MOVE 1 TO WS-ACCRUED-DONE

           OPEN OUTPUT ACCRUED-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               IF WS-RW-REC(WS-RW-I) NOT = SPACES
                   MOVE WS-RW-REC(WS-RW-I) TO ACCRUED-REC
                   WRITE ACCRUED-REC
               END-IF
           END-PERFORM
           CLOSE ACCRUED-FILE.

       REPOINT-LOAN-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT LOAN-FILE
           IF WS-LN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LN-STATUS NOT = "00"
               READ LOAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LN-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO LN-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       IF LN-LINKED-ACC = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO LN-LINKED-ACC
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       MOVE LOAN-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE

           MOVE "loan" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-CHANGED TO WS-LOANS-DONE
           OPEN OUTPUT LOAN-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO LOAN-REC
               WRITE LOAN-REC
           END-PERFORM
           CLOSE LOAN-FILE.

       REPOINT-SCHEDULE-FILE.
           PERFORM START-REWRITE-TABLE
           OPEN INPUT SCHEDULE-FILE
           IF WS-LS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LS-STATUS NOT = "00"
               READ SCHEDULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LS-ACC-NUMBER = WS-ARG-OLD-ACC
                           MOVE WS-ARG-NEW-ACC TO LS-ACC-NUMBER
                           ADD 1 TO WS-RW-CHANGED
                       END-IF
                       MOVE SCHEDULE-REC TO WS-RW-RECORD
                       PERFORM STORE-REWRITE-RECORD
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE

           MOVE "schedule" TO WS-RW-NAME
           PERFORM CHECK-REWRITE-SIZE
           IF RW-CHECK-ONLY OR WS-RW-CHANGED = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RW-CHANGED TO WS-SCHEDULE-DONE
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-RW-I FROM 1 BY 1
               UNTIL WS-RW-I > WS-RW-COUNT
               MOVE WS-RW-REC(WS-RW-I) TO SCHEDULE-REC
               WRITE SCHEDULE-REC
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      ******************************************************************
      * The balance moves with the account. A renumber writes the
      * whole record under the new number; a merge adds the balance
      * to the surviving account, which takes the customer attachment
      * when it has none and the later of the two activity dates.
      * Either way the old number stays on file closed at zero.
      ******************************************************************
       UPDATE-MASTER-RECORDS.
           MOVE OM-BALANCE TO WS-MOVED-BALANCE

           IF ACTION-RENUMBER
               MOVE WS-OLD-MASTER-REC TO MASTER-REC
               MOVE WS-ARG-NEW-ACC TO M-ACC-NUMBER
               WRITE MASTER-REC
                   INVALID KEY
                       DISPLAY "Unable to write new master record: "
                           WS-ARG-NEW-ACC " status " WS-MS-STATUS
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-WRITE
               PERFORM MAINTAIN-MASTER-CONTROL
               MOVE WS-OLD-MASTER-REC TO WS-CHG-BEFORE
               PERFORM WRITE-CHANGE-LOG
           ELSE
               MOVE WS-NEW-MASTER-REC TO MASTER-REC
               ADD OM-BALANCE TO M-BALANCE
               IF M-CUSTOMER-ID = SPACES
                   MOVE OM-CUSTOMER-ID TO M-CUSTOMER-ID
               END-IF
               IF OM-LAST-ACTIVITY-DATE NOT = SPACES
                  AND (M-LAST-ACTIVITY-DATE = SPACES
                       OR OM-LAST-ACTIVITY-DATE
                          > M-LAST-ACTIVITY-DATE)
                   MOVE OM-LAST-ACTIVITY-DATE
                       TO M-LAST-ACTIVITY-DATE
               END-IF
               REWRITE MASTER-REC
               MOVE WS-NEW-MASTER-REC TO WS-CHG-BEFORE
               PERFORM WRITE-CHANGE-LOG
           END-IF

           MOVE WS-OLD-MASTER-REC TO MASTER-REC
           MOVE ZERO TO M-BALANCE
           MOVE 'C' TO M-ACC-STATUS
           REWRITE MASTER-REC
           MOVE WS-OLD-MASTER-REC TO WS-CHG-BEFORE
           PERFORM WRITE-CHANGE-LOG.

      ******************************************************************
      * The renumbered record is one more record on the master; its
      * balance only moved, so the hash stands. A master carrying no
      * control record is left without one.
      ******************************************************************
       MAINTAIN-MASTER-CONTROL.
           MOVE MASTER-REC TO WS-SAVED-MASTER-REC
           MOVE WS-CONTROL-KEY TO M-ACC-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MASTER-REC(1:41) TO CONTROL-IMAGE
                   ADD 1 TO CT-RECORD-COUNT
                   MOVE SPACES TO MASTER-REC
                   MOVE CONTROL-IMAGE TO MASTER-REC(1:41)
                   REWRITE MASTER-REC
                   IF WS-MS-STATUS NOT = "00"
                       DISPLAY "Unable to update master control "
                           "record status " WS-MS-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ
           MOVE WS-SAVED-MASTER-REC TO MASTER-REC.

      ******************************************************************
      * Appends one before/after image of a master record this run
      * changed to the master change log, under RENUMBER or MERGE. On
      * a renumber the new account's before-image is the old record,
      * so the report shows the number moving. Unattended batch work,
      * so no operator is recorded.
      ******************************************************************
       WRITE-CHANGE-LOG.
           ACCEPT WS-CHG-CLOCK FROM TIME
           MOVE SPACES              TO CHANGE-LOG-REC
           MOVE M-ACC-NUMBER        TO CL-ACC-NUMBER
           MOVE M-BRANCH-CODE       TO CL-BRANCH-CODE
           MOVE WS-TODAY            TO CL-CHANGE-DATE
           MOVE WS-CHG-CLOCK(1:6)   TO CL-CHANGE-TIME
           MOVE WS-CHG-RUN-NUMBER   TO CL-RUN-NUMBER
           MOVE "RENUMBER-ACCOUNT"  TO CL-PROGRAM
           MOVE WS-ARG-ACTION       TO CL-ACTION
           MOVE WS-CHG-BEFORE       TO CL-BEFORE-IMAGE
           MOVE MASTER-REC          TO CL-AFTER-IMAGE
           WRITE CHANGE-LOG-REC.

       WRITE-FORWARDING-RECORD.
           OPEN EXTEND FORWARD-FILE
           IF WS-FWD-STATUS = "35"
               OPEN OUTPUT FORWARD-FILE
           END-IF
           IF WS-FWD-STATUS NOT = "00"
               DISPLAY "Unable to open forwarding file: "
                   WS-ForwardFile
               DISPLAY "Forwarding status: " WS-FWD-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-OLD-ACC TO FW-OLD-ACC
           MOVE WS-ARG-NEW-ACC TO FW-NEW-ACC
           MOVE WS-TODAY       TO FW-DATE
           MOVE WS-ACTION-CODE TO FW-REASON
           WRITE FORWARD-REC
           CLOSE FORWARD-FILE.

      ******************************************************************
      * Account check digit: the tenth character proves the first
      * nine. Each of the nine maps to a value -- digits as
      * themselves, letters as their alphabet position mod ten,
      * anything else zero -- the values in the odd positions are
      * doubled (minus nine when past nine), and the check digit is
      * what brings the sum to the next multiple of ten. A keying
      * transposition changes the sum, so the wrong account can no
      * longer pass as the right one.
      ******************************************************************
       VALIDATE-ACCOUNT-CHECK-DIGIT.
           MOVE 'Y' TO WS-CD-VALID
           IF WS-CD-ACC-NUMBER = SPACES
              OR WS-CD-ACC-NUMBER = WS-CONTROL-KEY
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-ACC-NUMBER(10:1) NOT NUMERIC
               MOVE 'N' TO WS-CD-VALID
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CHECK-DIGIT
           MOVE WS-CD-ACC-NUMBER(10:1) TO WS-CD-DIGIT
           IF WS-CD-DIGIT NOT = WS-CD-EXPECTED
               MOVE 'N' TO WS-CD-VALID
           END-IF.

       COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-CD-SUM
           PERFORM VARYING WS-CD-X FROM 1 BY 1 UNTIL WS-CD-X > 9
               MOVE WS-CD-ACC-NUMBER(WS-CD-X:1) TO WS-CD-CHAR
               PERFORM MAP-CHECK-CHAR-VALUE
               COMPUTE WS-CD-HALF = WS-CD-X / 2
               COMPUTE WS-CD-REM = WS-CD-X - (WS-CD-HALF * 2)
               IF WS-CD-REM = 1
                   COMPUTE WS-CD-VAL = WS-CD-VAL * 2
                   IF WS-CD-VAL > 9
                       SUBTRACT 9 FROM WS-CD-VAL
                   END-IF
               END-IF
               ADD WS-CD-VAL TO WS-CD-SUM
           END-PERFORM
           COMPUTE WS-CD-HALF = WS-CD-SUM / 10
           COMPUTE WS-CD-REM = WS-CD-SUM - (WS-CD-HALF * 10)
           IF WS-CD-REM = ZERO
               MOVE ZERO TO WS-CD-EXPECTED
           ELSE
               COMPUTE WS-CD-EXPECTED = 10 - WS-CD-REM
           END-IF.

       MAP-CHECK-CHAR-VALUE.
           IF WS-CD-CHAR IS NUMERIC
               MOVE WS-CD-CHAR TO WS-CD-DIGIT
               MOVE WS-CD-DIGIT TO WS-CD-VAL
           ELSE
               MOVE ZERO TO WS-CD-VAL
               PERFORM VARYING WS-CD-A FROM 1 BY 1
                   UNTIL WS-CD-A > 26
                   IF WS-CD-ALPHABET(WS-CD-A:1) = WS-CD-CHAR
                       COMPUTE WS-CD-HALF = WS-CD-A / 10
                       COMPUTE WS-CD-VAL =
                           WS-CD-A - (WS-CD-HALF * 10)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REFUSAL-LINE.
           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               "REJECTED - "  DELIMITED BY SIZE
               WS-REFUSAL     DELIMITED BY SIZE
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE
           MOVE "Nothing was changed." TO RENUMBER-REPORT-LINE
           WRITE RENUMBER-REPORT-LINE.

       WRITE-RESULT-LINES.
           MOVE WS-MOVED-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO RENUMBER-REPORT-LINE
           IF ACTION-RENUMBER
               STRING
                   "Account "          DELIMITED BY SIZE
                   WS-ARG-OLD-ACC      DELIMITED BY SIZE
                   " renumbered to "   DELIMITED BY SIZE
                   WS-ARG-NEW-ACC      DELIMITED BY SIZE
                   " Balance carried: " DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY  DELIMITED BY SIZE
                   INTO RENUMBER-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Account "          DELIMITED BY SIZE
                   WS-ARG-OLD-ACC      DELIMITED BY SIZE
                   " merged into "     DELIMITED BY SIZE
                   WS-ARG-NEW-ACC      DELIMITED BY SIZE
                   " Balance moved: "  DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY  DELIMITED BY SIZE
                   INTO RENUMBER-REPORT-LINE
               END-STRING
           END-IF
           WRITE RENUMBER-REPORT-LINE

           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               "Old number closed at zero; forwarding record "
               DELIMITED BY SIZE
               "written to "       DELIMITED BY SIZE
               WS-ForwardFile      DELIMITED BY SPACE
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE

           MOVE "References repointed:" TO RENUMBER-REPORT-LINE
           WRITE RENUMBER-REPORT-LINE

           MOVE "  Live transactions moved" TO WS-COUNT-LABEL
           MOVE WS-TRANS-MOVED TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Pending transfers retargeted" TO WS-COUNT-LABEL
           MOVE WS-TRANS-RETARGETED TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Holds" TO WS-COUNT-LABEL
           MOVE WS-HOLDS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Stops" TO WS-COUNT-LABEL
           MOVE WS-STOPS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Withdrawal limits" TO WS-COUNT-LABEL
           MOVE WS-LIMITS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Term deposits" TO WS-COUNT-LABEL
           MOVE WS-TERMS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Funding links" TO WS-COUNT-LABEL
           MOVE WS-LINKS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Standing instructions" TO WS-COUNT-LABEL
           MOVE WS-STANDING-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Sweep instructions" TO WS-COUNT-LABEL
           MOVE WS-SWEEPS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Card cross-references" TO WS-COUNT-LABEL
           MOVE WS-XREF-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Confirmed watch-list hits" TO WS-COUNT-LABEL
           MOVE WS-HITS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Warehoused items" TO WS-COUNT-LABEL
           MOVE WS-WAREHOUSE-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Accrued interest entries" TO WS-COUNT-LABEL
           MOVE WS-ACCRUED-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Loan records" TO WS-COUNT-LABEL
           MOVE WS-LOANS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Loan schedule lines" TO WS-COUNT-LABEL
           MOVE WS-SCHEDULE-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Direct-debit mandates" TO WS-COUNT-LABEL
           MOVE WS-MANDATES-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Positive-pay cheque records" TO WS-COUNT-LABEL
           MOVE WS-CHEQUES-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Account parties" TO WS-COUNT-LABEL
           MOVE WS-PARTIES-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Card disputes" TO WS-COUNT-LABEL
           MOVE WS-DISPUTES-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  End-of-day balances" TO WS-COUNT-LABEL
           MOVE WS-BALANCES-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Positive-pay exceptions" TO WS-COUNT-LABEL
           MOVE WS-EXCEPTIONS-DONE TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Duplicates dropped" TO WS-COUNT-LABEL
           MOVE WS-DROPPED-TOTAL TO WS-COUNT-VALUE
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-VALUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO RENUMBER-REPORT-LINE
           STRING
               WS-COUNT-LABEL     DELIMITED BY SIZE
               ": "               DELIMITED BY SIZE
               WS-COUNT-DISPLAY   DELIMITED BY SIZE
               INTO RENUMBER-REPORT-LINE
           END-STRING
           WRITE RENUMBER-REPORT-LINE.

       END PROGRAM RENUMBER-ACCOUNT.
