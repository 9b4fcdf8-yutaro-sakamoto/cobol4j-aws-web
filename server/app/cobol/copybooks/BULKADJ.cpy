      *====================================================*
      * BULKADJ - bulk correction upload file (ADJUPLD)    *
      * read by SAMPLEBU.  One header naming the upload,   *
      * one detail per correction giving the transaction   *
      * id and effective date of the posting to correct    *
      * and its new DATA values, and one trailer carrying  *
      * the detail count and a hash total of the new       *
      * DATA1 so the file is proved complete before any    *
      * item is queued.  All record types are 60 bytes and *
      * overlay each other under the FD; byte 1 is the     *
      * record type.                                       *
      *====================================================*
       01  BA-HEADER-RECORD.
           05  BAH-RECORD-TYPE         PIC X(01).
               88  BA-HEADER-TYPE               VALUE 'H'.
      *    Name of the upload, unique for all time: every queued item
      *    carries it, and the whole upload is withdrawn by it.
           05  BAH-UPLOAD-ID           PIC X(12).
      *    Reason code for any detail that leaves its own blank.
           05  BAH-REASON-CODE         PIC X(04).
           05  BAH-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).
       01  BA-DETAIL-RECORD.
           05  BAD-RECORD-TYPE         PIC X(01).
               88  BA-DETAIL-TYPE               VALUE 'D'.
           05  BAD-TRANSACTION-ID      PIC X(12).
           05  BAD-EFFECTIVE-DATE      PIC 9(08).
      *    Corrected values, in the original posting's currency and
      *    under its operation code -- neither can be changed by an
      *    adjustment.
           05  BAD-NEW-DATA1           PIC S9(09)V99.
           05  BAD-NEW-DATA2           PIC S9(09)V99.
           05  BAD-NEW-DATA3           PIC S9(09)V99.
           05  BAD-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(02).
       01  BA-TRAILER-RECORD.
           05  BAT-RECORD-TYPE         PIC X(01).
               88  BA-TRAILER-TYPE              VALUE 'T'.
           05  BAT-DETAIL-COUNT        PIC 9(08).
      *    Hash total of BAD-NEW-DATA1 over every detail record.
           05  BAT-HASH-TOTAL          PIC S9(16)V99.
           05  FILLER                  PIC X(33).
