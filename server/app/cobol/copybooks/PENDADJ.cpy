      * audit entry and corrects the posted-balance        *
      * master.  Rejected items stay on file with the      *
      * rejection reason so they return to the maker's     *
      * queue.  SAMPLEBU queues whole correction files of  *
      * 'P' items the same way.                            *
      *====================================================*
       01  PEND-RECORD.
           05  PEND-KEY.
      *        'P' item supersedes it, so it drops off the maker's
      *        rejected-work list instead of being shown forever.
               88  PEND-SUPERSEDED                VALUE 'S'.
      *        An item of a bulk upload (SAMPLEBU) the uploader took
      *        back, whole upload at once, before it was checked.
               88  PEND-WITHDRAWN                 VALUE 'W'.
           05  PEND-MAKER-ID             PIC X(10).
           05  PEND-MAKER-TIMESTAMP     PIC X(21).
      *    Exact AUDIT-KEY of the original entry being corrected,
      *    the approval's recompute, adjustment audit entry and
      *    master update all stay in the original denomination.
           05  PEND-CURRENCY-CODE        PIC X(03).
      *    Account off the original audit entry; the approval moves
      *    its running balance by the change in SUM-DATA.  SPACES
      *    for an entry posted before accounts were carried.
           05  PEND-ACCOUNT-NUMBER       PIC X(10).
      *    Upload id of the correction file a SAMPLEBU item came in
      *    on, so the whole upload can be withdrawn together.
      *    SPACES on items keyed one at a time through SAMPLEADJ.
           05  PEND-UPLOAD-ID            PIC X(12).
