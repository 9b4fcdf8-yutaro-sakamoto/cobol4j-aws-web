      *    original.
           05  RS-CURRENCY-CODE        PIC X(03).
           05  RS-CONVERTED-AMOUNT     PIC S9(09)V99.
      *    Customer account the detail posted to (see ACCTMST).
           05  RS-ACCOUNT-NUMBER       PIC X(10).
