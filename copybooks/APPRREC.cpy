      ******************************************************************
      * Maintenance approval queue record layout, shared by
      * ACCOUNT-MAINTENANCE (which owns the queue) and the
      * APPROVAL-QUEUE-REPORT. The including program supplies the 01
      * level and its own field prefix:
      *
      *     01  APPROVAL-REC.
      *         COPY APPRREC REPLACING ==:PFX:== BY ==AP==.
      *
      * A CLOSE, REACTIVATE, RELEASE, RELSTOP, ATTACH, ADDPARTY or
      * DELPARTY is never
      * applied by the run that asks for it: it is queued here under
      * the next request id, stamped with the requesting operator,
      * and applied only when a different operator approves it in a
      * later run. The arguments the action needs are kept on the
      * request, so the approving run applies exactly what was asked.
      *
      *   :PFX:-REQUEST-ID     key; one more than the highest on file
      *   :PFX:-ACTION         CLOSE, REACTIVATE, RELEASE, RELSTOP,
      *                        ATTACH, ADDPARTY or DELPARTY
      *   :PFX:-BRANCH-CODE    branch of the account when requested,
      *                        so each branch manager sees their own
      *   :PFX:-HOLD-REASON    RELEASE: only holds with this reason
      *                        (blank = all)
      *   :PFX:-STOP-TYPE      RELSTOP: only stops of this type
      *                        (blank or "-" = all)
      *   :PFX:-PAYOUT-ACC     CLOSE: pay-out nomination (blank or
      *                        CHEQUE = official cheque)
      *   :PFX:-CUST-ID        ATTACH: customer to attach to;
      *                        ADDPARTY/DELPARTY: the party
      *   :PFX:-EXPIRY-DATE    last day the request can be approved;
      *                        after it the request expires
      *   :PFX:-STATUS         'P' pending; 'A' approved and applied;
      *                        'F' approved but refused when applied
      *                        (the maintenance report says why);
      *                        'D' declined; 'E' expired
      *   :PFX:-DECIDED-BY     approving or declining operator (blank
      *                        when the request expired)
      *   :PFX:-PARTY-ROLE     ADDPARTY: role the party is given (see
      *                        PARTYREC)
      *   :PFX:-PARTY-SHARE    ADDPARTY: owner's share, percent
      ******************************************************************
           05 :PFX:-REQUEST-ID        PIC 9(8).
           05 :PFX:-ACTION            PIC X(10).
           05 :PFX:-ACC-NUMBER        PIC X(10).
           05 :PFX:-BRANCH-CODE       PIC X(3).
           05 :PFX:-HOLD-REASON       PIC X(3).
           05 :PFX:-STOP-TYPE         PIC X.
           05 :PFX:-PAYOUT-ACC        PIC X(10).
           05 :PFX:-CUST-ID           PIC X(10).
           05 :PFX:-REQUESTED-BY      PIC X(8).
           05 :PFX:-REQUEST-DATE      PIC X(8).
           05 :PFX:-REQUEST-TIME      PIC X(6).
           05 :PFX:-EXPIRY-DATE       PIC X(8).
           05 :PFX:-STATUS            PIC X.
           05 :PFX:-DECIDED-BY        PIC X(8).
           05 :PFX:-DECISION-DATE     PIC X(8).
           05 :PFX:-DECISION-TIME     PIC X(6).
           05 :PFX:-PARTY-ROLE        PIC X.
           05 :PFX:-PARTY-SHARE       PIC 9(3)V99.
