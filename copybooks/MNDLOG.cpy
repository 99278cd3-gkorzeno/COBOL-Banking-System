      ******************************************************************
      * Mandate activity log layout, written by
      * IMPORT-CLEARING-TRANSACTIONS and read by MANDATE-USAGE-REPORT.
      * The including program supplies the 01 level and its own field
      * prefix:
      *
      *     01  MANDATE-LOG-REC.
      *         COPY MNDLOG REPLACING ==:PFX:== BY ==ML==.
      *
      * One record per inbound direct debit checked against the
      * mandate file, appended run after run so a month's activity
      * can be reported in one pass.
      *
      *   :PFX:-RUN-DATE   date the import ran, CCYYMMDD
      *   :PFX:-ITEM-DATE  the debit's own date, as the creditor sent it
      *   :PFX:-RESULT     '00' accepted and queued for posting, or
      *                    the import's return reason when refused:
      *                    '14' no mandate, '15' over the mandate's
      *                    maximum, '16' outside the mandate's dates
      *                    or mandate cancelled, '17' collected more
      *                    often than its frequency allows, or any of
      *                    the import's other refusal codes
      ******************************************************************
           05 :PFX:-RUN-DATE       PIC X(8).
           05 :PFX:-ITEM-DATE      PIC X(8).
           05 :PFX:-ACC-NUMBER     PIC X(10).
           05 :PFX:-CREDITOR-ID    PIC X(15).
           05 :PFX:-MANDATE-REF    PIC X(20).
           05 :PFX:-AMOUNT         PIC 9(10)V99.
           05 :PFX:-CURRENCY       PIC X(3).
           05 :PFX:-SENDER-REF     PIC X(12).
           05 :PFX:-RESULT         PIC XX.
