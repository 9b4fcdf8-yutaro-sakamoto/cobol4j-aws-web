      *====================================================*
      * PENDRULE - pending operation-rule changes under    *
      * maker-checker control, the OPRULES counterpart of  *
      * PENDADJ.  SAMPLERM (the maker) queues an add,      *
      * change, suspension or reactivation here as a 'P'   *
      * item carrying the rule as it stood and the rule as *
      * proposed; SAMPLERK (the checker, a different user) *
      * approves or rejects it.  Only an approval touches  *
      * OPRULES, and every approval leaves its before and  *
      * after images on RULEHIST.  Rejected items stay on  *
      * file with the reason so they return to the maker.  *
      *====================================================*
       01  PEND-RULE-RECORD.
           05  PRQ-KEY.
               10  PRQ-SEQUENCE-NO       PIC 9(08).
           05  PRQ-STATUS                PIC X(01).
               88  PRQ-AWAITING-CHECK             VALUE 'P'.
               88  PRQ-APPROVED                   VALUE 'A'.
               88  PRQ-REJECTED                   VALUE 'R'.
      *        A rejected item the maker has re-keyed.
               88  PRQ-SUPERSEDED                 VALUE 'S'.
           05  PRQ-ACTION                PIC X(01).
               88  PRQ-ADD-RULE                   VALUE 'A'.
               88  PRQ-CHANGE-RULE                VALUE 'C'.
               88  PRQ-SUSPEND-RULE               VALUE 'S'.
               88  PRQ-REACTIVATE-RULE            VALUE 'R'.
           05  PRQ-OPERATION-CODE        PIC X(01).
           05  PRQ-MAKER-ID              PIC X(10).
           05  PRQ-MAKER-TIMESTAMP       PIC X(21).
           05  PRQ-CHANGE-REASON         PIC X(30).
      *    Image of OPERATION-RULE-RECORD (see OPRULES) as it stood
      *    when the maker keyed the change -- operation code and
      *    ZEROs on an add.  The checker's approval is refused if
      *    the live rule no longer matches it.  Keep both images in
      *    step with OPRULES.
           05  PRQ-BEFORE-RULE.
               10  PRQ-BEFORE-OPERATION-CODE PIC X(01).
               10  PRQ-BEFORE-STATUS         PIC X(01).
               10  PRQ-BEFORE-EFFECTIVE-FROM PIC 9(08).
               10  PRQ-BEFORE-EFFECTIVE-TO   PIC 9(08).
               10  PRQ-BEFORE-MAX-DATA1      PIC S9(09)V99.
               10  PRQ-BEFORE-MAX-DATA2      PIC S9(09)V99.
               10  PRQ-BEFORE-MAX-DATA3      PIC S9(09)V99.
               10  PRQ-BEFORE-MAX-SUM-DATA   PIC S9(09)V99.
      *    The rule as it will stand once approved.
           05  PRQ-AFTER-RULE.
               10  PRQ-AFTER-OPERATION-CODE  PIC X(01).
               10  PRQ-AFTER-STATUS          PIC X(01).
               10  PRQ-AFTER-EFFECTIVE-FROM  PIC 9(08).
               10  PRQ-AFTER-EFFECTIVE-TO    PIC 9(08).
               10  PRQ-AFTER-MAX-DATA1       PIC S9(09)V99.
               10  PRQ-AFTER-MAX-DATA2       PIC S9(09)V99.
               10  PRQ-AFTER-MAX-DATA3       PIC S9(09)V99.
               10  PRQ-AFTER-MAX-SUM-DATA    PIC S9(09)V99.
           05  PRQ-CHECKER-ID            PIC X(10).
           05  PRQ-CHECKER-TIMESTAMP     PIC X(21).
           05  PRQ-REJECT-REASON         PIC X(30).
