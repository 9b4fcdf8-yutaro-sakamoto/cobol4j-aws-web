      *====================================================*
      * FEEDREG - nightly feed registry, one record per    *
      * business date and upstream source system expected  *
      * that night, written by scheduling as each feed's   *
      * files land.  SAMPLEJS runs the posting chain for   *
      * every feed registered for its date, in file order, *
      * staging the named datasets under the fixed names   *
      * TRANSIN and CONTROLIN that SAMPLEBT and SAMPLERP   *
      * read.                                              *
      *====================================================*
       01  FEED-REGISTRY-RECORD.
           05  FR-BUSINESS-DATE        PIC 9(08).
           05  FR-SOURCE-SYSTEM        PIC X(08).
      *    Dataset names as delivered, e.g. TRANSIN.BRANCH; the
      *    source system on the TRANSIN header must match the one
      *    registered here or the posting step is failed.
           05  FR-TRANSIN-NAME         PIC X(40).
           05  FR-CONTROL-NAME         PIC X(40).
