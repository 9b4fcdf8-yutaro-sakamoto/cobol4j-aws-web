      * SAMPLEIN - batch transaction input file (TRANSIN)  *
      * read by SAMPLEBT.  One header record carrying the  *
      * business date and source system, one detail record *
      * per transaction, any cancellations of details we   *
      * returned to the source as rejects (see REJRET),    *
      * and one trailer carrying the detail count and a    *
      * hash total of TX-DATA1 so the run can prove the    *
      * upstream extract arrived complete before anything  *
      * is posted.  All record types are 60 bytes and      *
      * overlay each other under the FD; byte 1 is the     *
      * record type.                                       *
      *====================================================*
       01  TX-HEADER-RECORD.
           05  TXH-RECORD-TYPE         PIC X(01).
               88  TX-HEADER-TYPE               VALUE 'H'.
           05  TXH-BUSINESS-DATE       PIC 9(08).
           05  TXH-SOURCE-SYSTEM       PIC X(08).
           05  FILLER                  PIC X(43).
       01  TX-DETAIL-RECORD.
           05  TXD-RECORD-TYPE         PIC X(01).
               88  TX-DETAIL-TYPE               VALUE 'D'.
      *    have a rate on the daily FXRATES file for the business
      *    date or the detail rejects.
           05  TX-CURRENCY-CODE        PIC X(03).
      *    Customer account the detail posts to.  It must be on the
      *    account master (ACCTMST) open, in the detail's currency,
      *    or the detail rejects -- there is no default account.
           05  TX-ACCOUNT-NUMBER       PIC X(10).
      *    The source withdraws a detail we returned as a reject
      *    instead of correcting and resending it.  Nothing posts;
      *    the reject is closed on REJREG so it is not repaired
      *    here either.  A ZERO reject date cancels every open
      *    reject of the id.
       01  TX-CANCEL-RECORD.
           05  TXX-RECORD-TYPE         PIC X(01).
               88  TX-CANCEL-TYPE               VALUE 'X'.
           05  TXX-TRANSACTION-ID      PIC X(12).
           05  TXX-REJECT-DATE         PIC 9(08).
           05  FILLER                  PIC X(39).
       01  TX-TRAILER-RECORD.
           05  TXT-RECORD-TYPE         PIC X(01).
               88  TX-TRAILER-TYPE              VALUE 'T'.
      *    The count covers cancellation records as well as
      *    details; cancellations add nothing to the hash.
           05  TXT-DETAIL-COUNT        PIC 9(08).
      *    Hash total of TX-DATA1 over every detail record.  Eighteen
      *    digits is the widest a standard numeric item goes; a file
      *    big enough to overflow it abends the balancing pass rather
      *    than wrapping silently.
           05  TXT-HASH-TOTAL          PIC S9(16)V99.
           05  FILLER                  PIC X(33).
       01  TX-RAW-RECORD.
           05  TX-RAW-INPUT            PIC X(60).
