      ******************************************************************
      * Master change log record layout. Every program that changes a
      * non-monetary field of an account master record appends one of
      * these, so any change can be traced back to the run, program
      * and operator that made it. The including program supplies the
      * 01 level and its own field prefix:
      *
      *     01  CHANGE-LOG-REC.
      *         COPY CHGLOG REPLACING ==:PFX:== BY ==CL==.
      *
      * Postings move balances only and are traced through the journal
      * and transaction history instead; they never write here.
      *
      *   :PFX:-ACC-NUMBER    account the change was made to (the new
      *                       number when the number itself changed)
      *   :PFX:-BRANCH-CODE   branch of the account after the change
      *   :PFX:-CHANGE-DATE   CCYYMMDD the change was made
      *   :PFX:-CHANGE-TIME   HHMMSS the change was made
      *   :PFX:-RUN-NUMBER    cycle run number from the run-control
      *                       header (zero when there is none)
      *   :PFX:-PROGRAM       PROGRAM-ID that made the change
      *   :PFX:-OPERATOR-ID   operator who made the change, blank for
      *                       unattended batch work
      *   :PFX:-ACTION        what was done -- OPEN, CLOSE, REACTIVATE,
      *                       ATTACH, DORMANT, RENUMBER, MERGE, BRANCH,
      *                       RESTAMP
      *   :PFX:-BEFORE-IMAGE  the master record as it stood before the
      *                       change (spaces for a new account)
      *   :PFX:-AFTER-IMAGE   the master record as it was written
      ******************************************************************
           05 :PFX:-ACC-NUMBER        PIC X(10).
           05 :PFX:-BRANCH-CODE       PIC X(3).
           05 :PFX:-CHANGE-DATE       PIC X(8).
           05 :PFX:-CHANGE-TIME       PIC X(6).
           05 :PFX:-RUN-NUMBER        PIC 9(6).
           05 :PFX:-PROGRAM           PIC X(24).
           05 :PFX:-OPERATOR-ID       PIC X(8).
           05 :PFX:-ACTION            PIC X(10).
           05 :PFX:-BEFORE-IMAGE      PIC X(68).
           05 :PFX:-AFTER-IMAGE       PIC X(68).
