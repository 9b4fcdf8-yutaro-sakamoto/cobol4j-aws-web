      *====================================================*
      * ACCTMST - customer account master, keyed by the    *
      * account number every TRANSIN detail carries.       *
      * SAMPLEBT rejects a detail whose account is not on  *
      * file, not open, or held in another currency, and   *
      * moves the running balance and last-activity date   *
      * as it posts; an approved adjustment (SAMPLECK) and *
      * a backout (SAMPLEBO) move them the same way.       *
      * Maintained on the SAMPLEAM screen and inquired on  *
      * SAMPLEAI.                                          *
      *====================================================*
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUMBER             PIC X(10).
           05  ACCT-NAME               PIC X(30).
      *    Frozen accounts take no postings but may be reopened;
      *    a closed account is final and must stand at zero.
           05  ACCT-STATUS             PIC X(01).
               88  ACCT-OPEN                    VALUE 'O'.
               88  ACCT-FROZEN                  VALUE 'F'.
               88  ACCT-CLOSED                  VALUE 'C'.
               88  ACCT-VALID-STATUS            VALUE 'O' 'F' 'C'.
      *    Currency the account is held in; SPACES is the base
      *    currency, as on the detail.  Only details in this
      *    currency post to it.
           05  ACCT-CURRENCY-CODE      PIC X(03).
      *    Running total of PM-SUM-DATA over the account's postings,
      *    in the account currency.  Wider than any one posting so
      *    years of activity cannot overflow it.
           05  ACCT-BALANCE            PIC S9(13)V99.
      *    System date of the update that last moved the balance
      *    (posting, approved adjustment, force or backout); never
      *    goes backwards; ZERO until the first movement.
           05  ACCT-LAST-ACTIVITY-DATE PIC 9(08).
           05  ACCT-OPENED-DATE        PIC 9(08).
           05  ACCT-CLOSED-DATE        PIC 9(08).
           05  ACCT-LAST-MAINT-BY      PIC X(10).
           05  ACCT-LAST-MAINT-TIMESTAMP PIC X(21).
