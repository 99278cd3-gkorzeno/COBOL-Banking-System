      ******************************************************************
      * Direct-debit mandate layout, shared by ACCOUNT-MAINTENANCE
      * (which registers and cancels mandates) and
      * IMPORT-CLEARING-TRANSACTIONS (which checks every inbound
      * direct debit against them). The including program supplies
      * the 01 level and its own field prefix:
      *
      *     01  MANDATE-REC.
      *         COPY MANDREC REPLACING ==:PFX:== BY ==MD==.
      *
      * The mandate file is indexed on :PFX:-MANDATE-KEY, the account
      * number followed by the creditor's identifier and the
      * creditor's mandate reference, exactly as the creditor quotes
      * them on the debit. One record per authority the customer has
      * given; a creditor may hold several mandates on one account
      * under different references.
      *
      *   :PFX:-STATUS         'A' active; 'C' cancelled (kept for
      *                        history, debits under it are refused)
      *   :PFX:-MAX-AMOUNT     largest single debit allowed; zero
      *                        means no limit
      *   :PFX:-FREQUENCY      how often the creditor may collect:
      *                        'O' once, 'W' weekly, 'M' monthly,
      *                        'Q' quarterly, 'A' annually, 'R'
      *                        recurring with no limit
      *   :PFX:-START-DATE     first item date allowed, CCYYMMDD
      *   :PFX:-END-DATE       last item date allowed; spaces means
      *                        the mandate runs until cancelled
      *   :PFX:-LAST-COLLECTED item date of the last debit accepted
      *                        under the mandate, with
      *   :PFX:-COLLECTIONS    the number accepted, both kept by the
      *                        import for the frequency test
      ******************************************************************
           05 :PFX:-MANDATE-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-CREDITOR-ID   PIC X(15).
               10 :PFX:-MANDATE-REF   PIC X(20).
           05 :PFX:-STATUS          PIC X.
           05 :PFX:-MAX-AMOUNT      PIC 9(10)V99.
           05 :PFX:-FREQUENCY       PIC X.
           05 :PFX:-START-DATE      PIC X(8).
           05 :PFX:-END-DATE        PIC X(8).
           05 :PFX:-LAST-COLLECTED  PIC X(8).
           05 :PFX:-COLLECTIONS     PIC 9(5).
           05 :PFX:-ADDED-DATE      PIC X(8).
           05 :PFX:-CANCELLED-DATE  PIC X(8).
