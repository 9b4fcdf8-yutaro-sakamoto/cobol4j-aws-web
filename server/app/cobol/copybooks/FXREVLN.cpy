      *====================================================*
      * FXREVLN - one revaluation line per operation code  *
      * and foreign currency, written by SAMPLEFX as       *
      * FXREVAL.yyyymm for the month revalued.  The next   *
      * month's run reads it back to reverse exactly the   *
      * gain or loss that was booked.                      *
      *====================================================*
       01  FX-REVAL-LINE-RECORD.
           05  FRL-PERIOD              PIC 9(06).
           05  FRL-OPERATION-CODE      PIC X(01).
           05  FRL-CURRENCY-CODE       PIC X(03).
      *    Master records revalued, and those left out because no
      *    rate was on file for the date they posted.
           05  FRL-RECORD-COUNT        PIC 9(08).
           05  FRL-UNPRICED-COUNT      PIC 9(08).
      *    Foreign-currency balance, its base value at the rates it
      *    originally posted at, the month-end rate and the base
      *    value at that rate.  The gain or loss is the difference
      *    and is what the GL feed books.
           05  FRL-FOREIGN-BALANCE     PIC S9(16)V99.
           05  FRL-BOOKED-VALUE        PIC S9(16)V99.
           05  FRL-MONTH-END-RATE      PIC 9(03)V9(06).
           05  FRL-REVALUED-VALUE      PIC S9(16)V99.
           05  FRL-GAIN-LOSS           PIC S9(16)V99.
