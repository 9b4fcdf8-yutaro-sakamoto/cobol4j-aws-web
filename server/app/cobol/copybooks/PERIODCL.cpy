      *====================================================*
      * PERIODCL - period-close register, one record per   *
      * calendar month SAMPLEPC has closed, keyed by the   *
      * month (yyyymm).  Once a month is on file as        *
      * closed, the programs that move posted money        *
      * backwards in time -- SAMPLEBO backouts, the        *
      * SAMPLEADJ/SAMPLECK adjustment flow and SAMPLEEW    *
      * forced postings -- refuse an effective date inside *
      * it: a closed month's balances are the ones its     *
      * snapshot and roll-forward report were signed off   *
      * on, and corrections belong in the open period.     *
      *====================================================*
       01  PERIOD-CLOSE-RECORD.
           05  PC-PERIOD               PIC 9(06).
           05  PC-STATUS               PIC X(01).
               88  PC-PERIOD-CLOSED             VALUE 'C'.
           05  PC-PERIOD-END-DATE      PIC 9(08).
           05  PC-CLOSE-TIMESTAMP      PIC X(21).
      *    Master records the month's snapshot was built from, and
      *    how many operation/currency lines of the roll-forward did
      *    not tie when the month was closed -- a close is never
      *    refused for an untied line, but the count stays on record.
           05  PC-MASTER-RECORDS       PIC 9(08).
           05  PC-OUT-OF-TIE-COUNT     PIC 9(04).
