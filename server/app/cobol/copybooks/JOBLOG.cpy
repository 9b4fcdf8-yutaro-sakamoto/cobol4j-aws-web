      *====================================================*
      * JOBLOG - job-stream step log, appended by SAMPLEJS *
      * once per step it runs (or finds already done) for  *
      * a feed: which step, for which business date and    *
      * source system, when it started and ended, and how  *
      * it came out.  Never rewritten, so a night that     *
      * needed three attempts shows all three.             *
      *====================================================*
       01  JOB-STEP-LOG-RECORD.
           05  JL-BUSINESS-DATE        PIC 9(08).
           05  JL-SOURCE-SYSTEM        PIC X(08).
           05  JL-STEP-NAME            PIC X(08).
           05  JL-START-TIMESTAMP      PIC X(21).
           05  JL-END-TIMESTAMP        PIC X(21).
           05  JL-RESULT               PIC X(01).
               88  JL-STEP-SUCCEEDED            VALUE 'S'.
               88  JL-STEP-FAILED               VALUE 'F'.
               88  JL-STEP-HELD                 VALUE 'H'.
      *        Proved already done by an earlier run (or by hand)
      *        from its own files; the program was not run again.
               88  JL-STEP-ALREADY-DONE         VALUE 'D'.
           05  JL-MESSAGE              PIC X(40).
