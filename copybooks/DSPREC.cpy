      ******************************************************************
      * Card dispute case layout, shared by CARD-DISPUTES (which opens,
      * submits and resolves cases), DISPUTE-AGING-REPORT and
      * NOTICE-GENERATION (which letters a lost chargeback). The
      * including program supplies the 01 level and its own field
      * prefix:
      *
      *     01  DISPUTE-REC.
      *         COPY DSPREC REPLACING ==:PFX:== BY ==DS==.
      *
      * The dispute file is indexed on :PFX:-CASE-KEY: the account
      * number followed by the switch reference of the disputed card
      * item (CD-SWITCH-REF, carried on the posted transaction as
      * T-SENDER-REF), so an item can be disputed once.
      *
      *   :PFX:-ORIG-ID       id the card import queued the item under
      *   :PFX:-ITEM-DATE     the item's own date; the network's
      *                       chargeback window runs from it
      *   :PFX:-AMOUNT        amount disputed (all or part of the item)
      *   :PFX:-REASON-CODE   FR fraud, DP duplicate, NR not received,
      *                       AM wrong amount, CN cancelled
      *   :PFX:-DEADLINE-DATE last day the chargeback can reach the
      *                       switch
      *   :PFX:-STATUS        'O' open, provisional credit queued
      *                       'S' submitted on the chargeback extract
      *                       'W' won, the credit stands
      *                       'L' lost, the credit re-debited
      *   :PFX:-CREDIT-ID     id of the provisional credit
      *   :PFX:-REDEBIT-ID    id of the re-debit (zero unless lost)
      ******************************************************************
           05 :PFX:-CASE-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-SWITCH-REF    PIC X(12).
           05 :PFX:-ORIG-ID       PIC 9(8).
           05 :PFX:-ITEM-DATE     PIC X(8).
           05 :PFX:-AMOUNT        PIC 9(10)V99.
           05 :PFX:-CURRENCY      PIC X(3).
           05 :PFX:-REASON-CODE   PIC X(2).
           05 :PFX:-OPENED-DATE   PIC X(8).
           05 :PFX:-DEADLINE-DATE PIC X(8).
           05 :PFX:-STATUS        PIC X.
           05 :PFX:-CREDIT-ID     PIC 9(8).
           05 :PFX:-REDEBIT-ID    PIC 9(8).
           05 :PFX:-SUBMITTED-DATE PIC X(8).
           05 :PFX:-RESOLVED-DATE PIC X(8).
