      *====================================================*
      * FEEDTOL - feed anomaly tolerances, one record per  *
      * upstream source system, maintained by operations.  *
      * SAMPLEBT measures a new feed's trailer detail      *
      * count and TX-DATA1 hash against the rolling        *
      * average of that source's last completed runs on    *
      * RUNCTL; a feed further from the average than the   *
      * percentage allowed is registered HELD and posts    *
      * nothing until a supervisor releases or rejects it  *
      * in SAMPLEFH.  A source with no record here is not  *
      * checked.                                           *
      *====================================================*
       01  FEED-TOLERANCE-RECORD.
           05  FT-SOURCE-SYSTEM        PIC X(08).
      *    How many of the latest completed runs make the average
      *    (at most 30), and how many must exist before the check
      *    applies at all -- a new feed has no history to judge by.
           05  FT-HISTORY-RUNS         PIC 9(02).
           05  FT-MINIMUM-RUNS         PIC 9(02).
      *    Allowed distance from the average, as a percentage of
      *    the average.  ZERO means that measure is not checked.
           05  FT-COUNT-TOLERANCE-PCT  PIC 9(03).
           05  FT-HASH-TOLERANCE-PCT   PIC 9(03).
