      * offender is escalated instead of looping forever.  *
      *====================================================*
       01  EXCEPTION-RECORD.
           05  EXC-RAW-INPUT       PIC X(60).
           05  EXC-REASON-CODE     PIC X(02).
               88  EXC-NON-NUMERIC            VALUE 'NN'.
               88  EXC-SIZE-ERROR             VALUE 'SE'.
      *        amount cannot be computed.  Rejected, not abended --
      *        one currency missing a rate must not stop the run.
               88  EXC-NO-CURRENCY-RATE       VALUE 'NC'.
      *        The detail's account is blank, not on the account
      *        master (ACCTMST), frozen, closed, or held in a
      *        different currency from the detail.  Nothing posts
      *        to a blocked account; the source corrects it or the
      *        account is reopened and the reject recycled.
               88  EXC-ACCOUNT-BLOCKED        VALUE 'AC'.
           05  EXC-RECYCLE-COUNT   PIC 9(02).
