      ******************************************************************
      * Issued-cheque record layout for positive pay, shared by
      * POSITIVE-PAY-LOAD (which loads the customer's upload of
      * issued and voided cheques and enrols accounts) and
      * UPDATE-ACCOUNTS-INDEXED (which matches every cheque presented
      * through the clearing house on an enrolled account against it
      * at posting time). The including program supplies the 01 level
      * and its own field prefix:
      *
      *     01  CHEQUE-REC.
      *         COPY CHQREC REPLACING ==:PFX:== BY ==CQ==.
      *
      * The file is indexed on :PFX:-CHEQUE-KEY: the account number
      * followed by the cheque serial, ten digits zero-filled, the
      * same as it arrives on the clearing item, so an account's
      * cheques are read together by START on the account number.
      *
      * :PFX:-REC-TYPE 'E' is the account's enrolment record, held
      * under serial 0000000000 (never a real cheque): :PFX:-STATUS
      * 'A' while the account is enrolled and 'W' once withdrawn, and
      * :PFX:-STALE-DAYS, the age in days past which a cheque is
      * refused as stale-dated. Only an enrolled account's cheques
      * are matched.
      *
      * :PFX:-REC-TYPE 'C' is an issued cheque: amount, issue date
      * and payee as the customer uploaded them. :PFX:-STATUS is 'I'
      * while issued and unpaid, 'V' once the customer voids it and
      * 'P' once paid, when :PFX:-PAID-DATE and :PFX:-PAID-ID (the
      * transaction id it paid under) are stamped, so the same
      * serial presented again is refused as a duplicate.
      ******************************************************************
           05 :PFX:-CHEQUE-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-SERIAL        PIC X(10).
           05 :PFX:-REC-TYPE      PIC X.
           05 :PFX:-STATUS        PIC X.
           05 :PFX:-AMOUNT        PIC 9(10)V99.
           05 :PFX:-ISSUE-DATE    PIC X(8).
           05 :PFX:-PAYEE         PIC X(30).
           05 :PFX:-STALE-DAYS    PIC 9(3).
           05 :PFX:-LOADED-DATE   PIC X(8).
           05 :PFX:-PAID-DATE     PIC X(8).
           05 :PFX:-PAID-ID       PIC 9(8).
