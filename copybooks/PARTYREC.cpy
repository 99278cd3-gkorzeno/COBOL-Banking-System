      ******************************************************************
      * Account-party relationship layout, shared by
      * ACCOUNT-MAINTENANCE (which adds and removes parties through
      * the approval queue), STATEMENT-GENERATION and
      * NOTICE-GENERATION (which address every owner),
      * TAX-CERTIFICATES (which splits by ownership share) and
      * SCREEN-WATCH-LIST (which screens every party). The including
      * program supplies the 01 level and its own field prefix:
      *
      *     01  PARTY-REC.
      *         COPY PARTYREC REPLACING ==:PFX:== BY ==PT==.
      *
      * The party file is indexed on :PFX:-PARTY-KEY, the account
      * number followed by the customer id, so a START on the account
      * with LOW-VALUES in the customer id reads an account's parties
      * in customer order. M-CUSTOMER-ID stays the account's primary
      * owner; this file carries every other customer linked to the
      * account, and may also carry the primary itself when its
      * ownership share has to be stated.
      *
      *   :PFX:-ROLE       'P' primary owner, 'J' joint owner (both
      *                    are owners: statements, notices and tax
      *                    certificates go to them), 'A' power of
      *                    attorney, 'B' beneficiary, 'G' guardian
      *   :PFX:-SHARE-PCT  owners only: percentage of the account the
      *                    party owns. The customer on M-CUSTOMER-ID
      *                    without a record of its own owns what the
      *                    other owners' shares leave; when no owner
      *                    states a share they own it equally
      *   :PFX:-STATUS     'A' active; 'R' removed (kept for history)
      ******************************************************************
           05 :PFX:-PARTY-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-CUST-ID       PIC X(10).
           05 :PFX:-ROLE          PIC X.
           05 :PFX:-SHARE-PCT     PIC 9(3)V99.
           05 :PFX:-STATUS        PIC X.
           05 :PFX:-ADDED-DATE    PIC X(8).
           05 :PFX:-REMOVED-DATE  PIC X(8).
