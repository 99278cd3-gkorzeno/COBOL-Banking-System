      * the balance out to :PFX:-PAYOUT-ACC (the customer's linked
      * account) through a normal 'T' transfer.
      *
      * :PFX:-STATUS is 'A' while the deposit runs, 'S' once the
      * maturity batch has settled a pay-out and 'C' when the deposit
      * was closed along with its account; settled and closed records
      * stay on file as the audit trail.
      *
      * The term file is indexed on :PFX:-ACC-NUMBER, with
      * :PFX:-PAYOUT-ACC as an alternate key with duplicates so the
      * deposits paying out into an account can be found directly.
      ******************************************************************
           05 :PFX:-ACC-NUMBER    PIC X(10).
           05 :PFX:-OPEN-DATE     PIC X(8).
