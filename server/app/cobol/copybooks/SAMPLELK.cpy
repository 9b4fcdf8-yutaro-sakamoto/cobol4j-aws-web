           05  DATA2                   PIC S9(09)V99.
           05  DATA3                   PIC S9(09)V99.
           05  SUM-DATA                PIC S9(09)V99.
      *    99 size error or record not found, 98 unrecognized
      *    operation code, 97 file I-O failure, 96 effective date
      *    falls in a period SAMPLEPC has closed, 95 the calling
      *    operator is not entitled to the program (see ENTITLE).
           05  SAMPLE-RETURN-CODE      PIC 9(02).
      *    Set to 'Y' by a caller (e.g. SAMPLEADJ) that already owns
      *    AUDIT-FILE open and writes its own audit record around the
      *    per-feed reconciliation can scope its drill-down.  Online
      *    callers leave it at SPACES.
           05  CALLER-SOURCE-SYSTEM    PIC X(08)   VALUE SPACES.
      *    Customer account the entry posts to, stamped on the audit
      *    entry.  Callers with no account leave it at SPACES.
           05  CALLER-ACCOUNT-NUMBER   PIC X(10)   VALUE SPACES.
