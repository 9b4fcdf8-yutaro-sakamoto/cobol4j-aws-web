      *====================================================*
      * ENTROLE - printable names of the entitlement       *
      * roles, indexed by the ENC-ROLE number (ENTITLLK)   *
      * and in the same order as the ENT-ROLES flags.      *
      *====================================================*
       01  ENTITLEMENT-ROLE-VALUES.
           05  FILLER                  PIC X(12)   VALUE "INQUIRY".
           05  FILLER                  PIC X(12)   VALUE "MAKER".
           05  FILLER                  PIC X(12)   VALUE "CHECKER".
           05  FILLER                  PIC X(12)   VALUE "REPAIR".
           05  FILLER                  PIC X(12)   VALUE "ESCALATION".
           05  FILLER                  PIC X(12)   VALUE "BACKOUT".
           05  FILLER                  PIC X(12)   VALUE "RULES MAINT".
           05  FILLER                  PIC X(12)   VALUE "ACCT MAINT".
       01  ENTITLEMENT-ROLE-TABLE REDEFINES ENTITLEMENT-ROLE-VALUES.
           05  ENTITLEMENT-ROLE-NAME   PIC X(12)   OCCURS 8.
