      *====================================================*
      * RULEHIST - operation-rule change history, one      *
      * record per approved OPRULES change, written by     *
      * SAMPLERK at approval time and never rewritten.     *
      * Keyed by operation code and approval timestamp, so *
      * one operation's changes read back in the order     *
      * they took effect: the rule in force on any past    *
      * date is the after image of the last change         *
      * approved on or before it (or, before the first     *
      * recorded change, that change's before image).      *
      *====================================================*
       01  RULE-HISTORY-RECORD.
           05  RH-KEY.
               10  RH-OPERATION-CODE     PIC X(01).
               10  RH-APPROVED-TIMESTAMP PIC X(21).
      *        The PENDRULE item approved, which also keeps two
      *        approvals landing in one centisecond apart.
               10  RH-PEND-SEQUENCE-NO   PIC 9(08).
      *    Same codes as PRQ-ACTION: A add, C change, S suspend,
      *    R reactivate.
           05  RH-ACTION                 PIC X(01).
           05  RH-MAKER-ID               PIC X(10).
           05  RH-CHECKER-ID             PIC X(10).
           05  RH-CHANGE-REASON          PIC X(30).
      *    Images of OPERATION-RULE-RECORD (see OPRULES) either side
      *    of the change; keep them in step with OPRULES.
           05  RH-BEFORE-RULE.
               10  RH-BEFORE-OPERATION-CODE PIC X(01).
               10  RH-BEFORE-STATUS         PIC X(01).
               10  RH-BEFORE-EFFECTIVE-FROM PIC 9(08).
               10  RH-BEFORE-EFFECTIVE-TO   PIC 9(08).
               10  RH-BEFORE-MAX-DATA1      PIC S9(09)V99.
               10  RH-BEFORE-MAX-DATA2      PIC S9(09)V99.
               10  RH-BEFORE-MAX-DATA3      PIC S9(09)V99.
               10  RH-BEFORE-MAX-SUM-DATA   PIC S9(09)V99.
           05  RH-AFTER-RULE.
               10  RH-AFTER-OPERATION-CODE  PIC X(01).
               10  RH-AFTER-STATUS          PIC X(01).
               10  RH-AFTER-EFFECTIVE-FROM  PIC 9(08).
               10  RH-AFTER-EFFECTIVE-TO    PIC 9(08).
               10  RH-AFTER-MAX-DATA1       PIC S9(09)V99.
               10  RH-AFTER-MAX-DATA2       PIC S9(09)V99.
               10  RH-AFTER-MAX-DATA3       PIC S9(09)V99.
               10  RH-AFTER-MAX-SUM-DATA    PIC S9(09)V99.
