      ******************************************************************
      * Product catalog record layout, shared by every program that
      * applies a per-product rule -- posting, fees, interest, limits
      * and the reports that total by product. The including program
      * supplies the 01 level and its own field prefix:
      *
      *     01  PRODUCT-REC.
      *         COPY PRODREC REPLACING ==:PFX:== BY ==PR==.
      *
      * One record per product. :PFX:-PRODUCT-CODE is the value an
      * account carries in M-ACC-TYPE, so launching a product means
      * adding a record here (and its tiers to the rate file), not
      * changing a program. The standard products are seeded by
      * CREATE-PRODUCT-CATALOG.
      *
      *   :PFX:-STATUS            'A' offered; 'W' withdrawn -- no new
      *                           accounts open on it, existing ones
      *                           keep its rules
      *   :PFX:-OD-LIMIT          how far below zero a debit may take
      *                           the balance; the overdraft floor is
      *                           minus this amount (zero = no
      *                           overdraft)
      *   :PFX:-OD-FEE            fee drawn by a debit that leaves the
      *                           balance negative (zero = exempt)
      *   :PFX:-MONTHLY-FEE       monthly service fee
      *   :PFX:-WAIVER-MIN        balance at or above which the monthly
      *                           fee is waived
      *   :PFX:-DAILY-LIMIT       default daily withdrawal limit; a
      *                           type-level or account-level record
      *                           on the limits file still overrides it
      *   :PFX:-INTEREST-ELIGIBLE 'Y' earns interest, 'N' never does
      *   :PFX:-FLAT-RATE         rate for the one-shot interest modes,
      *                           in the same units as before (balance
      *                           times rate over 10000)
      *   :PFX:-GL-CLASS          the account-type column of the GL
      *                           chart of accounts this product books
      *                           under, so a new product can share an
      *                           existing product's ledger accounts
      ******************************************************************
           05 :PFX:-PRODUCT-CODE      PIC X.
           05 :PFX:-PRODUCT-NAME      PIC X(20).
           05 :PFX:-STATUS            PIC X.
           05 :PFX:-OD-LIMIT          PIC 9(10)V99.
           05 :PFX:-OD-FEE            PIC 9(3)V99.
           05 :PFX:-MONTHLY-FEE       PIC 9(3)V99.
           05 :PFX:-WAIVER-MIN        PIC 9(7)V99.
           05 :PFX:-DAILY-LIMIT       PIC 9(10)V99.
           05 :PFX:-INTEREST-ELIGIBLE PIC X.
           05 :PFX:-FLAT-RATE         PIC 9(4).
           05 :PFX:-GL-CLASS          PIC X.
