      ******************************************************************
      * Loan amortization schedule record layout, shared by the loan
      * installment batch and the delinquency aging report. The
      * including program supplies the 01 level and its own field
      * prefix:
      *
      *     01  SCHEDULE-REC.
      *         COPY LNSCHED REPLACING ==:PFX:== BY ==LS==.
      *
      * One record per installment, written for the whole term when
      * the loan is booked and kept in loan-account / installment
      * order. :PFX:-AMOUNT is what is collected from the borrower:
      * :PFX:-PRINCIPAL plus :PFX:-INTEREST. Amounts carry two decimal
      * places.
      *
      * :PFX:-STATUS moves through:
      *   'S' - scheduled, not yet due or not yet queued
      *   'Q' - collection queued as 'T' :PFX:-TRANS-ID from the
      *         linked deposit account; stays 'Q' while the posting
      *         run keeps refusing it (the unposted item is retried
      *         every cycle)
      *   'P' - collection confirmed posted on :PFX:-PAID-DATE
      ******************************************************************
           05 :PFX:-ACC-NUMBER     PIC X(10).
           05 :PFX:-INSTALLMENT-NO PIC 9(3).
           05 :PFX:-DUE-DATE       PIC X(8).
           05 :PFX:-PRINCIPAL      PIC 9(10)V99.
           05 :PFX:-INTEREST       PIC 9(10)V99.
           05 :PFX:-AMOUNT         PIC 9(10)V99.
           05 :PFX:-STATUS         PIC X.
           05 :PFX:-TRANS-ID       PIC 9(8).
           05 :PFX:-PAID-DATE      PIC X(8).
