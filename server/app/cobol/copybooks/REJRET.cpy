      *====================================================*
      * REJRET - reject return file sent back to an        *
      * upstream source system after each SAMPLEBT run of  *
      * its feed (REJRET.<source>.<business date>).  One   *
      * header naming our run, one detail per TRANSIN      *
      * detail of that feed we rejected, with the detail   *
      * exactly as it arrived and why, and a trailer with  *
      * the detail count and a hash of the rejected        *
      * TX-DATA1 amounts.  The source corrects at source   *
      * and resends the id in a later feed, or cancels it  *
      * with an 'X' record (see SAMPLEIN).  All three      *
      * record types are 110 bytes; byte 1 is the type.    *
      *====================================================*
       01  RJ-HEADER-RECORD.
           05  RJH-RECORD-TYPE         PIC X(01).
               88  RJ-HEADER-TYPE               VALUE 'H'.
           05  RJH-RUN-ID              PIC X(12).
           05  RJH-BUSINESS-DATE       PIC 9(08).
           05  RJH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(81).
       01  RJ-DETAIL-RECORD.
           05  RJD-RECORD-TYPE         PIC X(01).
               88  RJ-DETAIL-TYPE               VALUE 'D'.
           05  RJD-TRANSACTION-ID      PIC X(12).
      *    EXC-REASON-CODE (see EXCEPLK) and its description.
           05  RJD-REASON-CODE         PIC X(02).
           05  RJD-REASON-TEXT         PIC X(30).
           05  RJD-ORIGINAL-DETAIL     PIC X(60).
           05  FILLER                  PIC X(05).
       01  RJ-TRAILER-RECORD.
           05  RJT-RECORD-TYPE         PIC X(01).
               88  RJ-TRAILER-TYPE              VALUE 'T'.
           05  RJT-DETAIL-COUNT        PIC 9(08).
      *    Hash of TX-DATA1 over the rejected details, as the
      *    TRANSIN trailer hashes it: a non-numeric amount (an 'NN'
      *    reject) adds nothing.
           05  RJT-HASH-TOTAL          PIC S9(16)V99.
           05  FILLER                  PIC X(83).
