      *====================================================*
      * ENTITLE - operator entitlement file, one record    *
      * per operator id, maintained by security admin.     *
      * Every online program, and every batch program that *
      * can reverse or replace posted money, asks SAMPLEEN *
      * whether the signed-on id holds the role it needs   *
      * before doing anything; an id that is missing,      *
      * revoked, past its expiry date or without the role  *
      * is refused and the attempt logged on SECVIOL.  No  *
      * file at all means nobody is entitled.  SAMPLEER    *
      * lists the file for the annual access review.       *
      *====================================================*
       01  ENTITLEMENT-RECORD.
           05  ENT-OPERATOR-ID         PIC X(10).
           05  ENT-OPERATOR-NAME       PIC X(30).
           05  ENT-STATUS              PIC X(01).
               88  ENT-ACTIVE                   VALUE 'A'.
               88  ENT-REVOKED                  VALUE 'R'.
      *    Last day the entitlement may be used; the access review
      *    renews or lets it lapse.  ZERO is treated as expired --
      *    nobody is entitled open-ended.
           05  ENT-EXPIRY-DATE         PIC 9(08).
      *    'Y' grants the role; anything else withholds it.  The
      *    order matches the role numbers in ENTITLLK.
           05  ENT-ROLES.
               10  ENT-ROLE-INQUIRY    PIC X(01).
               10  ENT-ROLE-MAKER      PIC X(01).
               10  ENT-ROLE-CHECKER    PIC X(01).
               10  ENT-ROLE-REPAIR     PIC X(01).
               10  ENT-ROLE-ESCALATION PIC X(01).
               10  ENT-ROLE-BACKOUT    PIC X(01).
               10  ENT-ROLE-RULES      PIC X(01).
               10  ENT-ROLE-ACCOUNTS   PIC X(01).
           05  ENT-ROLE-TABLE REDEFINES ENT-ROLES.
               10  ENT-ROLE-FLAG       PIC X(01)   OCCURS 8.
           05  ENT-GRANTED-BY          PIC X(10).
           05  ENT-GRANTED-DATE        PIC 9(08).
