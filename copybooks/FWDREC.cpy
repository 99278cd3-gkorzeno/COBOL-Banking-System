      ******************************************************************
      * Account forwarding record layout, shared by RENUMBER-ACCOUNT
      * (which appends one for every account it renumbers or merges
      * away), the clearing import (which redirects items still
      * arriving on the old number) and ACCOUNT-INQUIRY (which
      * follows the chain so both accounts' history stays findable).
      * The including program supplies the 01 level and its own
      * field prefix:
      *
      *     01  FORWARD-REC.
      *         COPY FWDREC REPLACING ==:PFX:== BY ==FW==.
      *
      * One record per retired number, appended in date order and
      * never rewritten. The old number stays on the master as a
      * closed ('C') account with a zero balance, so it can never be
      * reissued; a number retired twice in succession forms a chain
      * (old -> new -> newer) that the readers follow to its end.
      *
      * :PFX:-REASON is 'R' for a renumber (the account itself moved
      * to the new number) and 'M' for a merge (the old account was
      * consolidated into an existing account of the same customer).
      ******************************************************************
           05 :PFX:-OLD-ACC       PIC X(10).
           05 :PFX:-NEW-ACC       PIC X(10).
           05 :PFX:-DATE          PIC X(8).
           05 :PFX:-REASON        PIC X.
