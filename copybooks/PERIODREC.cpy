      ******************************************************************
      * Accounting period control record, written by PERIOD-CLOSE when
      * a month is closed and read by every program that posts or
      * queues postings (UPDATE-ACCOUNTS-INDEXED, REVERSE-TRANSACTION,
      * TELLER-CONSOLE). The including program supplies the 01 level
      * and its own field prefix:
      *
      *     01  PERIOD-REC.
      *         COPY PERIODREC REPLACING ==:PFX:== BY ==PD==.
      *
      * One record per closed period, appended in period order.
      * Periods close strictly in order and are never reopened, so
      * every period up to the last one on file is closed and any
      * later period is open. Once a period is closed nothing posts
      * into it again: an item dated in it is posted into the current
      * open period -- the period of the cycle's business date -- as
      * a prior-period adjustment.
      *
      *   :PFX:-PERIOD         the accounting month, CCYYMM
      *   :PFX:-STATUS         'C' closed
      *   :PFX:-CLOSED-DATE    business date of the close run,
      *   :PFX:-CLOSED-TIME    the clock time it ran at,
      *   :PFX:-CLOSED-BY      who signed the close off, and
      *   :PFX:-RUN-NUMBER     the cycle it ran in
      *   :PFX:-ACCOUNT-COUNT  accounts in the closing snapshot, with
      *   :PFX:-BALANCE-TOTAL  the signed sum of their balances
      *   :PFX:-GL-LINES       GL accounts in the closing snapshot,
      *   :PFX:-GL-DEBITS      with the period's GL debit and
      *   :PFX:-GL-CREDITS     credit movement totals
      ******************************************************************
           05 :PFX:-PERIOD         PIC X(6).
           05 :PFX:-STATUS         PIC X.
           05 :PFX:-CLOSED-DATE    PIC X(8).
           05 :PFX:-CLOSED-TIME    PIC X(6).
           05 :PFX:-CLOSED-BY      PIC X(8).
           05 :PFX:-RUN-NUMBER     PIC 9(6).
           05 :PFX:-ACCOUNT-COUNT  PIC 9(8).
           05 :PFX:-BALANCE-TOTAL  PIC S9(13)V99.
           05 :PFX:-GL-LINES       PIC 9(5).
           05 :PFX:-GL-DEBITS      PIC 9(13)V99.
           05 :PFX:-GL-CREDITS     PIC 9(13)V99.
