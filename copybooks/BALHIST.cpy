      ******************************************************************
      * End-of-day balance history layout, shared by
      * END-OF-DAY-BALANCES (which writes it after each posting cycle),
      * ACCOUNT-INQUIRY (balance as of a past date and average daily
      * balance over a range) and STATEMENT-GENERATION (the period's
      * average, low and high balance). The including program supplies
      * the 01 level and its own field prefix:
      *
      *     01  BALANCE-HISTORY-REC.
      *         COPY BALHIST REPLACING ==:PFX:== BY ==BH==.
      *
      * The history file is indexed on :PFX:-HIST-KEY: the account
      * number followed by the business date (CCYYMMDD), so a START on
      * the account with LOW-VALUES in the date reads an account's
      * closing balances oldest first. One record per account per
      * business date; a rerun of the same date rewrites it. A day
      * with no record (a holiday, or before the account's first
      * capture) carries the previous record's balance forward.
      *
      *   :PFX:-BALANCE     ledger balance at the close of the day
      *   :PFX:-RUN-NUMBER  run-control cycle that captured it (zero
      *                     when run outside a controlled cycle)
      *   :PFX:-ACC-STATUS  the account's status at the close
      ******************************************************************
           05 :PFX:-HIST-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-BUS-DATE      PIC X(8).
           05 :PFX:-BALANCE       PIC S9(10)V99.
           05 :PFX:-CURRENCY      PIC X(3).
           05 :PFX:-RUN-NUMBER    PIC 9(6).
           05 :PFX:-ACC-STATUS    PIC X.
