      *====================================================*
      * POSTSNAP - month-end snapshot of the posted-       *
      * balance master, written by SAMPLEPC as             *
      * POSTSNAP.yyyymm when a month is closed.  One       *
      * record per operation code and currency: the        *
      * number of POSTMST records dated on or before the   *
      * month end and their summed SUM-DATA.  The next     *
      * month's close reads it back as its opening         *
      * balances.                                          *
      *====================================================*
       01  POSTSNAP-RECORD.
           05  SNAP-PERIOD             PIC 9(06).
           05  SNAP-OPERATION-CODE     PIC X(01).
      *    SPACES is the base currency, as on the master itself.
           05  SNAP-CURRENCY-CODE      PIC X(03).
           05  SNAP-RECORD-COUNT       PIC 9(08).
           05  SNAP-BALANCE            PIC S9(16)V99.
