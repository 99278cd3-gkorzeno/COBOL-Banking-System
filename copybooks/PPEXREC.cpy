      ******************************************************************
      * Positive-pay exception record layout, shared by
      * UPDATE-ACCOUNTS-INDEXED (which raises an exception for each
      * presented cheque that fails the issued-cheque match and acts
      * on the decision) and POSITIVE-PAY-DECISIONS (which lists the
      * open exceptions for the customer and records the customer's
      * pay or return decision). The including program supplies the
      * 01 level and its own field prefix:
      *
      *     01  EXCEPTION-REC.
      *         COPY PPEXREC REPLACING ==:PFX:== BY ==PX==.
      *
      * The file is indexed on :PFX:-EXCEPTION-KEY: the account number
      * followed by the id of the transaction the cheque was queued
      * under, so one presented item raises one exception however
      * many posting runs see it.
      *
      * :PFX:-REASON is why the cheque failed the match:
      *   N  no such serial on the issued-cheque list
      *   A  amount differs from the amount issued
      *   V  the customer voided the cheque
      *   S  stale-dated, issued longer ago than the account allows
      *   D  duplicate, the serial has already been paid
      * :PFX:-ISSUED-AMOUNT is the amount on the issued-cheque list
      * (zero when there is none).
      *
      * :PFX:-STATUS is 'O' while the exception awaits the customer's
      * decision, 'P' when the customer has said pay, 'R' when the
      * customer has said return or :PFX:-DEADLINE passed with no
      * decision (return is the default; :PFX:-DECIDED-BY is then
      * DEFAULT), and 'D' once a pay decision has posted.
      ******************************************************************
           05 :PFX:-EXCEPTION-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
               10 :PFX:-TRANS-ID      PIC 9(8).
           05 :PFX:-SERIAL        PIC X(10).
           05 :PFX:-AMOUNT        PIC 9(10)V99.
           05 :PFX:-ISSUED-AMOUNT PIC 9(10)V99.
           05 :PFX:-ITEM-DATE     PIC X(8).
           05 :PFX:-SENDER-REF    PIC X(12).
           05 :PFX:-REASON        PIC X.
           05 :PFX:-RAISED-DATE   PIC X(8).
           05 :PFX:-DEADLINE      PIC X(8).
           05 :PFX:-STATUS        PIC X.
           05 :PFX:-DECIDED-BY    PIC X(8).
           05 :PFX:-DECIDED-DATE  PIC X(8).
