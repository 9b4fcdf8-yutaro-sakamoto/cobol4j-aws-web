      *====================================================*
      * REJREG - reject register, one record per TRANSIN   *
      * detail SAMPLEBT rejected and returned to its       *
      * source on REJRET.  It follows the reject to its    *
      * end: the source resending the same transaction id  *
      * in a later feed marks it CORRECTED, an 'X'         *
      * cancellation record marks it CANCELLED, and a      *
      * SAMPLERC repair recycled here marks it REPAIRED.   *
      * SAMPLERC drops a held or new exception whose entry *
      * the source has already corrected or cancelled, so  *
      * the same item is never fixed twice.                *
      *====================================================*
       01  REJECT-REGISTER-RECORD.
           05  RR-KEY.
               10  RR-TRANSACTION-ID   PIC X(12).
      *        Business date of the feed that carried the reject.
               10  RR-REJECT-DATE      PIC 9(08).
           05  RR-SOURCE-SYSTEM        PIC X(08).
           05  RR-RETURN-RUN-ID        PIC X(12).
           05  RR-REASON-CODE          PIC X(02).
      *    The detail exactly as it arrived; SAMPLERC matches an
      *    exception to its entry on this image, because a reject
      *    recycled and rejected again carries the repaired image.
           05  RR-ORIGINAL-DETAIL      PIC X(60).
           05  RR-STATUS               PIC X(01).
               88  RR-OPEN                      VALUE 'O'.
               88  RR-CORRECTED                 VALUE 'C'.
               88  RR-CANCELLED                 VALUE 'X'.
               88  RR-REPAIRED                  VALUE 'R'.
               88  RR-RESOLVED-AT-SOURCE        VALUE 'C' 'X'.
      *    Business date of the resend or cancellation and the run
      *    id that carried it, or the repair date and operator id.
           05  RR-RESOLVED-DATE        PIC 9(08).
           05  RR-RESOLVED-BY          PIC X(12).
