      * the overdraft fee when the funding account cannot cover it.
      * :PFX:-TRANSFER-CAP limits a single protection transfer; zero
      * means uncapped.
      *
      * The links file is indexed on :PFX:-PROTECTED-ACC, with
      * :PFX:-FUNDING-ACC as an alternate key with duplicates so the
      * links an account funds can be found directly.
      ******************************************************************
           05 :PFX:-PROTECTED-ACC  PIC X(10).
           05 :PFX:-FUNDING-ACC    PIC X(10).
