      ******************************************************************
      * Customer master record layout, shared by ACCOUNT-MAINTENANCE
      * (which creates customers, records their due-diligence details
      * and attaches accounts to them), ACCOUNT-INQUIRY's by-customer
      * mode and CUSTOMER-REVIEW-REPORT. The including program
      * supplies the 01 level and its own field prefix:
      *
      *     01  CUSTOMER-REC.
      * customer's savings, checking and premium accounts read as one
      * relationship. This is also the name-and-address source the
      * statement and compliance work can draw on.
      *
      * Due diligence (blank on customers created before it was kept):
      *   :PFX:-ID-EXPIRY-DATE   CCYYMMDD the identity document expires
      *   :PFX:-RISK-RATING      'H' high, 'M' medium, 'L' low; sets
      *                          how often the customer is reviewed
      *                          (see CUSTOMER-REVIEW-REPORT)
      *   :PFX:-LAST-REVIEW-DATE CCYYMMDD of the last periodic review
      ******************************************************************
           05 :PFX:-CUST-ID        PIC X(10).
           05 :PFX:-CUST-NAME      PIC X(30).
           05 :PFX:-ADDR-LINE-2    PIC X(30).
           05 :PFX:-ID-DOC-TYPE    PIC X(2).
           05 :PFX:-ID-DOC-NUMBER  PIC X(20).
           05 :PFX:-ID-EXPIRY-DATE PIC X(8).
           05 :PFX:-RISK-RATING    PIC X.
           05 :PFX:-LAST-REVIEW-DATE PIC X(8).
