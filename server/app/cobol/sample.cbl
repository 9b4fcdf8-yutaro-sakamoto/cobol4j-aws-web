           05  AXT-APPROVED-BY             PIC X(10).
           05  AXT-CURRENCY-CODE           PIC X(03).
           05  AXT-SOURCE-SYSTEM           PIC X(08).
           05  AXT-ACCOUNT-NUMBER          PIC X(10).
       WORKING-STORAGE         SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-OPEN-SWITCH PIC X(01) VALUE 'N'.
               MOVE SPACES                 TO AXT-APPROVED-BY
               MOVE CURRENCY-CODE          TO AXT-CURRENCY-CODE
               MOVE CALLER-SOURCE-SYSTEM   TO AXT-SOURCE-SYSTEM
               MOVE CALLER-ACCOUNT-NUMBER  TO AXT-ACCOUNT-NUMBER
      *        Keys are generated the same way as the direct write;
      *        SAMPLEAL resolves any residual duplicate against the
      *        live file at merge time.
               MOVE SPACES                 TO AUDIT-APPROVED-BY
               MOVE CURRENCY-CODE          TO AUDIT-CURRENCY-CODE
               MOVE CALLER-SOURCE-SYSTEM   TO AUDIT-SOURCE-SYSTEM
               MOVE CALLER-ACCOUNT-NUMBER  TO AUDIT-ACCOUNT-NUMBER
      *        AUDIT-KEY is timestamp+sequence; a duplicate key (two
      *        calls landing in the same centisecond) is retried under
      *        the next sequence number rather than left as an
