      * to the update programs' built-in default. The limit caps the
      * sum of withdrawals and transfer debits posted to the account
      * per transaction date.
      *
      * The limits file is indexed on :PFX:-LIMIT-KEY. An 'A' record
      * carries spaces in :PFX:-ACC-TYPE and a 'T' record spaces in
      * :PFX:-ACC-NUMBER, so either is read directly by building its
      * key.
      ******************************************************************
           05 :PFX:-LIMIT-KEY.
               10 :PFX:-LEVEL        PIC X.
               10 :PFX:-ACC-NUMBER   PIC X(10).
               10 :PFX:-ACC-TYPE     PIC X.
           05 :PFX:-DAILY-LIMIT  PIC 9(10)V99.
