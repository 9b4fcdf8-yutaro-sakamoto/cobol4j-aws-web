      * bouncing can be escalated.                         *
      *====================================================*
       01  RECYCLE-RECORD.
           05  RCY-DETAIL          PIC X(60).
           05  RCY-RECYCLE-COUNT   PIC 9(02).
