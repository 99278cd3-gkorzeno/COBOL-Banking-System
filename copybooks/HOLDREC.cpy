      * active while :PFX:-STATUS is 'A' and the expiry date (blank =
      * no expiry) has not passed; releasing a hold sets the status
      * to 'R'.
      *
      * The holds file is indexed on :PFX:-HOLD-KEY: the account
      * number followed by :PFX:-HOLD-SEQ, the hold's number within
      * the account (001 upward, allocated by ACCOUNT-MAINTENANCE as
      * one past the account's highest). A reader positions on the
      * account with START and reads forward while the account
      * number holds.
      ******************************************************************
           05 :PFX:-HOLD-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-HOLD-SEQ      PIC 9(3).
           05 :PFX:-AMOUNT        PIC 9(10)V99.
           05 :PFX:-REASON-CODE   PIC X(3).
           05 :PFX:-PLACED-DATE   PIC X(8).
