      ******************************************************************
      * Loan account record layout, shared by the loan installment
      * batch, the delinquency aging report and the conversion
      * utilities. The including program supplies the 01 level and
      * its own field prefix:
      *
      *     01  LOAN-REC.
      *         COPY LOANREC REPLACING ==:PFX:== BY ==LN==.
      *
      * One record per loan, keyed by the account number of a master
      * account carrying M-ACC-TYPE 'L'. The loan account's M-BALANCE
      * runs negative: the drawdown takes it below zero by the
      * principal, each month's interest is charged to it as an 'F'
      * debit and each collected installment is a 'T' credit from
      * :PFX:-LINKED-ACC, the borrower's deposit account, so the
      * balance is always the amount the borrower owes.
      *
      * :PFX:-RATE is the annual percentage rate in the INTRATE
      * convention; :PFX:-INSTALLMENT is the level monthly payment the
      * amortization schedule (see LNSCHED) was built from.
      * :PFX:-OUTSTANDING is the principal not yet repaid and
      * :PFX:-PAID-COUNT the installments collected so far; both move
      * only as installments are confirmed posted.
      *
      * :PFX:-STATUS is 'A' while the loan runs and 'P' once every
      * installment has been collected; paid-off records stay on file
      * as the audit trail.
      ******************************************************************
           05 :PFX:-ACC-NUMBER     PIC X(10).
           05 :PFX:-LINKED-ACC     PIC X(10).
           05 :PFX:-PRINCIPAL      PIC 9(10)V99.
           05 :PFX:-RATE           PIC 9(3)V9(4).
           05 :PFX:-TERM-MONTHS    PIC 9(3).
           05 :PFX:-INSTALLMENT    PIC 9(10)V99.
           05 :PFX:-BOOKED-DATE    PIC X(8).
           05 :PFX:-FIRST-DUE-DATE PIC X(8).
           05 :PFX:-OUTSTANDING    PIC 9(10)V99.
           05 :PFX:-PAID-COUNT     PIC 9(3).
           05 :PFX:-STATUS         PIC X.
