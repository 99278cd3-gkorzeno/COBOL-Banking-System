      ******************************************************************
      * Period-close snapshot record, appended by PERIOD-CLOSE for
      * every period it closes and read back by it for the next
      * period's opening GL balances. The including program supplies
      * the 01 level and its own field prefix:
      *
      *     01  SNAPSHOT-REC.
      *         COPY PRDSNAP REPLACING ==:PFX:== BY ==PS==.
      *
      * Two record types, told apart by :PFX:-REC-TYPE:
      *
      *   'A' one per account on the master at close. :PFX:-KEY is
      *       the account number and :PFX:-CLOSING its balance; the
      *       account's type, status, currency and branch are carried
      *       so the snapshot can be analysed without the master as
      *       it stood. Opening, debits and credits are zero.
      *
      *   'G' one per GL account the period's GL interface batches
      *       (see GENERAL-LEDGER-EXTRACT) touched, or the previous
      *       close carried a balance for. :PFX:-KEY is the GL
      *       account, :PFX:-OPENING the previous period's closing
      *       balance, :PFX:-DEBITS and :PFX:-CREDITS the period's
      *       movements and :PFX:-CLOSING opening plus debits less
      *       credits (debit balances positive). The account-only
      *       fields are spaces.
      ******************************************************************
           05 :PFX:-PERIOD         PIC X(6).
           05 :PFX:-REC-TYPE       PIC X.
           05 :PFX:-KEY            PIC X(10).
           05 :PFX:-ACC-TYPE       PIC X.
           05 :PFX:-ACC-STATUS     PIC X.
           05 :PFX:-CURRENCY       PIC X(3).
           05 :PFX:-BRANCH-CODE    PIC X(3).
           05 :PFX:-OPENING        PIC S9(13)V99.
           05 :PFX:-DEBITS         PIC 9(13)V99.
           05 :PFX:-CREDITS        PIC 9(13)V99.
           05 :PFX:-CLOSING        PIC S9(13)V99.
