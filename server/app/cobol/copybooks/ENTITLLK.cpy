      *====================================================*
      * ENTITLLK - linkage record for SAMPLEEN, the one    *
      * entitlement check every guarded program CALLs with *
      * the signed-on operator id, its own program name    *
      * and the role it needs.  ENC-RESULT comes back 'Y'  *
      * or 'N'; a refusal carries the reason and has       *
      * already been written to the security-violation     *
      * log.  Programs called through SAMPLELK return 95   *
      * for a refusal.                                     *
      *====================================================*
       01  ENTITLEMENT-CHECK-RECORD.
           05  ENC-OPERATOR-ID         PIC X(10).
           05  ENC-PROGRAM-ID          PIC X(10).
           05  ENC-ROLE                PIC 9(01).
               88  ENC-ROLE-INQUIRY             VALUE 1.
               88  ENC-ROLE-MAKER               VALUE 2.
               88  ENC-ROLE-CHECKER             VALUE 3.
               88  ENC-ROLE-REPAIR              VALUE 4.
               88  ENC-ROLE-ESCALATION          VALUE 5.
               88  ENC-ROLE-BACKOUT             VALUE 6.
               88  ENC-ROLE-RULES               VALUE 7.
               88  ENC-ROLE-ACCOUNTS            VALUE 8.
           05  ENC-RESULT              PIC X(01).
               88  ENC-ENTITLED                 VALUE 'Y'.
               88  ENC-NOT-ENTITLED             VALUE 'N'.
           05  ENC-REFUSAL-REASON      PIC X(30).
