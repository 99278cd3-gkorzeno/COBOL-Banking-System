      ******************************************************************
      * Accepted-item register layout, shared by the two inbound
      * imports (IMPORT-CLEARING-TRANSACTIONS writes
      * clearingAccepted.dat, IMPORT-CARD-TRANSACTIONS writes
      * cardAccepted.dat) and SETTLEMENT-RECONCILIATION, which proves
      * the clearing house's settlement statement against them. The
      * including program supplies the 01 level and its own field
      * prefix:
      *
      *     01  ACCEPTED-REC.
      *         COPY ACPTREC REPLACING ==:PFX:== BY ==AC==.
      *
      * One record per item the import queued onto the transaction
      * file, written alongside the return file and, like it,
      * started afresh by every import run -- so the pair holds
      * exactly what that run did with the file it was sent.
      *
      *   :PFX:-ACC-NUMBER  account the item was queued to (after any
      *                     forwarding redirect or card translation)
      *   :PFX:-ID          transaction id it was queued under
      *   :PFX:-ITEM-REF    the sender's reference (clearing) or the
      *                     switch reference (card), as received
      ******************************************************************
           05 :PFX:-ACC-NUMBER    PIC X(10).
           05 :PFX:-ID            PIC 9(8).
           05 :PFX:-TRX-TYPE      PIC X.
           05 :PFX:-DATE          PIC X(8).
           05 :PFX:-AMOUNT        PIC 9(10)V99.
           05 :PFX:-CURRENCY      PIC X(3).
           05 :PFX:-ITEM-REF      PIC X(12).
