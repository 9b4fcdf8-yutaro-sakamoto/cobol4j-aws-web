      *====================================================*
      * FXREVREG - FX revaluation register, one record per *
      * month SAMPLEFX has revalued, keyed by the month    *
      * (yyyymm).  A month is revalued once; the next      *
      * month's run reverses it and records that here, so  *
      * an unrealized gain or loss is never booked twice.  *
      * SAMPLEFA stamps the entry ACKNOWLEDGED once        *
      * finance has accepted every line of its GL feed.    *
      *====================================================*
       01  FX-REVAL-REGISTER-RECORD.
           05  FRR-PERIOD              PIC 9(06).
           05  FRR-STATUS              PIC X(01).
               88  FRR-FEED-SENT                VALUE 'S'.
               88  FRR-FEED-ACKNOWLEDGED        VALUE 'K'.
      *    Date of the month-end rates used, which is also the
      *    business date on the feed's header and the retained
      *    GLEXTOT.yyyymmdd copy the feed was appended to.
           05  FRR-RATE-DATE           PIC 9(08).
           05  FRR-RUN-ID              PIC X(12).
           05  FRR-RUN-TIMESTAMP       PIC X(21).
           05  FRR-LINE-COUNT          PIC 9(08).
           05  FRR-GAIN-LOSS-TOTAL     PIC S9(16)V99.
      *    ZERO until a later month's run has reversed this one.
           05  FRR-REVERSED-BY-PERIOD  PIC 9(06).
