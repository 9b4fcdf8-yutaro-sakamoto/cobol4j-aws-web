               88  PM-LAST-POSTED               VALUE 'O'.
               88  PM-LAST-ADJUSTED             VALUE 'A'.
           05  PM-LAST-MAINT-TIMESTAMP PIC X(21).
      *    Customer account the posting belongs to; its running
      *    balance on ACCTMST moves with PM-SUM-DATA.
           05  PM-ACCOUNT-NUMBER       PIC X(10).
