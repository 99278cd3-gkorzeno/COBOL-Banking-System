      * :PFX:-STATUS is 'A' while the stop is armed, 'E' once it has
      * caught its item and 'R' when released by the branch; expiry
      * of spaces means the stop stands until released.
      *
      * The stops file is indexed on :PFX:-STOP-KEY: the account
      * number followed by :PFX:-STOP-SEQ, the stop's number within
      * the account (001 upward, allocated by ACCOUNT-MAINTENANCE as
      * one past the account's highest), so an account's stops are
      * read together by START on the account number.
      ******************************************************************
           05 :PFX:-STOP-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-STOP-SEQ      PIC 9(3).
           05 :PFX:-TRX-TYPE      PIC X.
           05 :PFX:-AMOUNT-LOW    PIC 9(10)V99.
           05 :PFX:-AMOUNT-HIGH   PIC 9(10)V99.
