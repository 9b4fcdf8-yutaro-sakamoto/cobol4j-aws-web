      *====================================================*
      * SECVIOL - security-violation log, appended by      *
      * SAMPLEEN for every refused entitlement check and   *
      * never rewritten.  SAMPLEER totals it by operator   *
      * for the access review.                             *
      *====================================================*
       01  SECURITY-VIOLATION-RECORD.
           05  SV-TIMESTAMP            PIC X(21).
           05  SV-OPERATOR-ID          PIC X(10).
           05  SV-PROGRAM-ID           PIC X(10).
           05  SV-ROLE                 PIC 9(01).
           05  SV-ROLE-NAME            PIC X(12).
           05  SV-REASON-CODE          PIC X(01).
               88  SV-NO-OPERATOR-ID            VALUE 'I'.
               88  SV-UNKNOWN-OPERATOR          VALUE 'U'.
               88  SV-OPERATOR-REVOKED          VALUE 'R'.
               88  SV-ENTITLEMENT-EXPIRED       VALUE 'E'.
               88  SV-ROLE-NOT-GRANTED          VALUE 'N'.
               88  SV-ENTITLE-FILE-MISSING      VALUE 'F'.
           05  SV-REASON-TEXT          PIC X(30).
