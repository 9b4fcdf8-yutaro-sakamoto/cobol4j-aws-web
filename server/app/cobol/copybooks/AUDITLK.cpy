      *    on online work (adjustments, forced postings) that
      *    belongs to no feed.
           05  AUDIT-SOURCE-SYSTEM         PIC X(08).
      *    Customer account the entry posts to (see ACCTMST).  An
      *    adjustment carries its original entry's account.  SPACES
      *    on entries written before the field existed.
           05  AUDIT-ACCOUNT-NUMBER        PIC X(10).
