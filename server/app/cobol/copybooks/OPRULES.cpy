      * that is not active, or whose effective window does *
      * not cover the business date, rejects as 'OS'; an   *
      * amount over any of the per-operation maximums      *
      * rejects as 'AL'.  Limits move by maintaining this  *
      * file, not by a code change, and an operation can   *
      * be suspended for a date range when an upstream     *
      * misbehaves.  Maintenance is online under dual      *
      * control: SAMPLERM queues a change on PENDRULE,     *
      * SAMPLERK approves it and records the before/after  *
      * images on RULEHIST.                                *
      *====================================================*
       01  OPERATION-RULE-RECORD.
           05  OPR-OPERATION-CODE      PIC X(01).
