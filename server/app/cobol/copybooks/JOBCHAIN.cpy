      *====================================================*
      * JOBCHAIN - where each feed's nightly chain stands, *
      * one record per business date and source system.    *
      * SAMPLEJS runs SAMPLEBT, SAMPLEAL, SAMPLERP and     *
      * SAMPLEGL in that order for a feed and advances     *
      * JC-NEXT-STEP as each one is proved done.  A step   *
      * that fails stops the chain here with the reason;   *
      * the next SAMPLEJS run resumes at that step and     *
      * never reruns one that already succeeded.  SAMPLENS *
      * shows these records on the night-status console.   *
      *====================================================*
       01  JOB-CHAIN-RECORD.
           05  JC-KEY.
               10  JC-BUSINESS-DATE    PIC 9(08).
               10  JC-SOURCE-SYSTEM    PIC X(08).
           05  JC-STATUS               PIC X(01).
               88  JC-NOT-STARTED               VALUE SPACE.
      *        RUNNING while a step is in progress; a chain left
      *        RUNNING means SAMPLEJS itself was cancelled mid-step
      *        and the next run simply resumes that step.
               88  JC-CHAIN-RUNNING             VALUE 'R'.
               88  JC-CHAIN-COMPLETE            VALUE 'C'.
               88  JC-CHAIN-FAILED              VALUE 'F'.
      *        The feed is held for anomaly review (SAMPLEFH);
      *        nothing is wrong with the stream, it waits.
               88  JC-CHAIN-HELD                VALUE 'H'.
           05  JC-NEXT-STEP            PIC 9(01).
               88  JC-NEXT-POSTING              VALUE 1.
               88  JC-NEXT-AUDIT-MERGE          VALUE 2.
               88  JC-NEXT-RECONCILE            VALUE 3.
               88  JC-NEXT-GL-EXTRACT           VALUE 4.
               88  JC-ALL-STEPS-DONE            VALUE 5.
           05  JC-NEXT-STEP-NAME       PIC X(08).
           05  JC-STOP-REASON          PIC X(40).
           05  JC-ATTEMPTS             PIC 9(03).
           05  JC-LAST-UPDATE-TIMESTAMP PIC X(21).
