      * import, interest, fee and standing-order programs); spaces on
      * records that predate branch processing. The update programs
      * derive branch totals from the master, not this field.
      *
      * :PFX:-SENDER-REF is the originating bank's reference on an
      * item imported from the clearing house (IMPORT-CLEARING-
      * TRANSACTIONS), so a posting reject can be matched back and
      * returned to the sender (CLEARING-POSTING-RETURNS), and the
      * switch reference on a card item (IMPORT-CARD-TRANSACTIONS,
      * and the dispute credits and re-debits CARD-DISPUTES raises
      * against it), so a disputed item can be found; spaces on
      * every item raised here.
      *
      * :PFX:-CHEQUE-SERIAL is the serial number of a cheque presented
      * through the clearing house, carried from the import so
      * UPDATE-ACCOUNTS-INDEXED can match the item against the
      * customer's issued-cheque list (positive pay, see CHQREC);
      * spaces on every other item.
      ******************************************************************
           05 :PFX:-TRANS-KEY.
               10 :PFX:-ACC-NUMBER    PIC X(10).
           05 :PFX:-CURRENCY      PIC X(3).
           05 :PFX:-POSTED-FLAG   PIC X.
           05 :PFX:-BRANCH-CODE   PIC X(3).
           05 :PFX:-SENDER-REF    PIC X(12).
           05 :PFX:-CHEQUE-SERIAL PIC X(10).
