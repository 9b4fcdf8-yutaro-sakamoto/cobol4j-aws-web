      *====================================================*
      * FXHIST - exchange-rate history, one record per     *
      * currency and business date, written by SAMPLEBT    *
      * from each night's validated FXRATES file.  The     *
      * daily rate file itself is overwritten the next     *
      * night; this is what lets the month-end             *
      * revaluation (SAMPLEFX) find the rate a balance was *
      * originally converted at, long after the retained   *
      * results for its date have been purged.             *
      *====================================================*
       01  FX-HISTORY-RECORD.
           05  FH-KEY.
               10  FH-CURRENCY-CODE    PIC X(03).
               10  FH-RATE-DATE        PIC 9(08).
      *    Same units as FXD-RATE: base currency per one unit of
      *    FH-CURRENCY-CODE, six decimals.
           05  FH-RATE                 PIC 9(03)V9(06).
           05  FH-LOADED-TIMESTAMP     PIC X(21).
