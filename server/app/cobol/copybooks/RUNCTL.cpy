               88  RC-STATUS-RUNNING            VALUE 'R'.
               88  RC-STATUS-COMPLETE           VALUE 'C'.
               88  RC-STATUS-ABENDED            VALUE 'A'.
      *        A feed whose volume or value is out of line with its
      *        own recent history is registered HELD and posts
      *        nothing until a supervisor reviews it in SAMPLEFH:
      *        RELEASED lets the next SAMPLEBT start post it without
      *        the check, REJECTED leaves it unposted until the
      *        upstream resends (a resent file is checked afresh).
               88  RC-STATUS-HELD               VALUE 'H'.
               88  RC-STATUS-RELEASED           VALUE 'L'.
               88  RC-STATUS-REJECTED           VALUE 'X'.
           05  RC-RECORDS-READ         PIC 9(08).
           05  RC-RECORDS-POSTED       PIC 9(08).
           05  RC-RECORDS-REJECTED     PIC 9(08).
               88  RC-GL-NOT-SENT               VALUE SPACE.
               88  RC-GL-SENT                   VALUE 'S'.
               88  RC-GL-ACKNOWLEDGED           VALUE 'K'.
      *    The TRANSIN trailer's detail count and TX-DATA1 hash, as
      *    proved by VERIFY-TRANSACTION-FILE; completed runs of one
      *    source system are the history the anomaly check averages.
           05  RC-FEED-DETAIL-COUNT    PIC 9(08).
           05  RC-FEED-HASH-TOTAL      PIC S9(16)V99.
      *    Why the feed was held and what it was measured against;
      *    kept after review so the decision can be seen later.
           05  RC-HOLD-REASON          PIC X(01).
               88  RC-NOT-HELD                  VALUE SPACE.
               88  RC-HELD-ON-COUNT             VALUE 'C'.
               88  RC-HELD-ON-HASH              VALUE 'V'.
               88  RC-HELD-ON-BOTH              VALUE 'B'.
           05  RC-HOLD-HISTORY-RUNS    PIC 9(02).
           05  RC-HOLD-AVERAGE-COUNT   PIC 9(08).
           05  RC-HOLD-AVERAGE-HASH    PIC S9(16)V99.
           05  RC-HOLD-REVIEWED-BY     PIC X(10).
           05  RC-HOLD-REVIEW-TIMESTAMP PIC X(21).
