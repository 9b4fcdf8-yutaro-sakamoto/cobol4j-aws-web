           SELECT OPTIONAL HOLD-FILE ASSIGN TO "EXCPHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
      *    Disposition log, EXTEND because it accumulates across
      *    sessions -- the permanent record of who did what.
           SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO "ESCADISP"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    A forced posting goes to an open account in its own
      *    currency and moves its balance, as a batch posting does.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
      *    Months SAMPLEPC has closed: nothing may be forced into one.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ESCALATION-FILE.
           COPY EXCEPLK.
       FD  ESCALATION-FILE-TMP.
       01  ESCALATION-RECORD-TMP   PIC X(64).
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(64).
       FD  DISPOSITION-FILE.
       01  DISPOSITION-RECORD.
           05  DSP-TIMESTAMP       PIC X(21).
      *    'W' written off, 'F' force-posted, 'R' returned to the
      *    repair queue.
           05  DSP-ACTION          PIC X(01).
           05  DSP-RECORD          PIC X(64).
       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       WORKING-STORAGE         SECTION.
       01  WS-ESCALATION-FILE-STATUS PIC X(02).
       01  WS-ESCALATION-TMP-STATUS  PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-DISPOSITION-FILE-STATUS PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-ACCOUNT-FILE-STATUS    PIC X(02).
       01  WS-ACCOUNT-BLOCKED-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ACCOUNT-BLOCKED                VALUE 'Y'.
       01  WS-BASE-CURRENCY          PIC X(03)   VALUE "USD".
       01  WS-DETAIL-CURRENCY        PIC X(03)   VALUE SPACES.
       01  WS-ACCOUNT-CURRENCY       PIC X(03)   VALUE SPACES.
       01  WS-PRIOR-ACCOUNT-NUMBER   PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-SUM-DATA         PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE-ACCOUNT        PIC X(10)   VALUE SPACES.
       01  WS-BALANCE-MOVEMENT       PIC S9(09)V99 VALUE ZERO.
       01  WS-ACTIVITY-DATE          PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-CLOSED-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01  WS-ESCALATION-EOF-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-ESCALATION-EOF                 VALUE 'Y'.
       01  WS-SESSION-DONE-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-SESSION-DONE                   VALUE 'Y'.
       01  WS-MASTER-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-DECISION-REPAIR                VALUE 'R'.
           88  WS-DECISION-SKIP                  VALUE 'S'.
      *    Force-posting needs an effective date -- the escalated
      *    record carries only the 60-byte detail, not the business
      *    date of the run that first rejected it.
       01  WS-FORCE-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-AUDIT-SEQUENCE-NO      PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-KEPT           PIC 9(08)   VALUE ZERO.
           COPY SAMPLEIN.
           COPY SAMPLELK.
           COPY ENTITLLK.
       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 09 COL 17 PIC X(11) FROM TX-DATA3.
           05  LINE 10 COL 01 VALUE "CURRENCY      : ".
           05  LINE 10 COL 17 PIC X(03) FROM TX-CURRENCY-CODE.
           05  LINE 10 COL 25 VALUE "ACCOUNT       : ".
           05  LINE 10 COL 41 PIC X(10) FROM TX-ACCOUNT-NUMBER.
           05  LINE 11 COL 01 VALUE
               "DISPOSE (W=WRITE OFF F=FORCE-POST R=REPAIR QUEUE".
           05  LINE 12 COL 01 VALUE " S=SKIP X=EXIT): ".
                       WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEEW: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-ESCALATION-FILE.
           PERFORM WORK-ONE-ESCALATION
               UNTIL WS-ESCALATION-EOF OR WS-SESSION-DONE.
                 HOLD-FILE
                 DISPOSITION-FILE
                 AUDIT-FILE
                 POSTED-MASTER-FILE
                 ACCOUNT-MASTER-FILE.
      *    The active escalation file now holds exactly what is
      *    still escalated.
           CALL "CBL_DELETE_FILE" USING WS-ESCALATION-FILE-NAME.
           GOBACK.
       CHECK-SUPERVISOR-AUTHORIZED.
      *    Dispositions move money and erase work queues, so the
      *    session must sign on as an operator holding the
      *    escalation supervisor role on ENTITLE.  A refusal has
      *    already been logged on SECVIOL by SAMPLEEN.
           MOVE WS-SUPERVISOR-ID   TO ENC-OPERATOR-ID.
           MOVE "SAMPLEEW"         TO ENC-PROGRAM-ID.
           MOVE 5                  TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLEEW: ABEND - USER " WS-SUPERVISOR-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
       WORK-ONE-ESCALATION.
           MOVE ZERO TO WS-FORCE-DATE.
           DISPLAY FORCE-DATE-SCREEN.
           ACCEPT FORCE-DATE-SCREEN.
           IF WS-FORCE-DATE NOT = ZERO
               PERFORM CHECK-PERIOD-OPEN
               PERFORM CHECK-ACCOUNT-OPEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-FORCE-DATE = ZERO
                   DISPLAY "SAMPLEEW: NO EFFECTIVE DATE - RECORD KEPT"
                   PERFORM KEEP-ESCALATION
               WHEN WS-PERIOD-CLOSED
                   DISPLAY "SAMPLEEW: " WS-FORCE-DATE " IS IN A CLOSED "
                           "PERIOD - CANNOT FORCE, RECORD KEPT"
                   PERFORM KEEP-ESCALATION
      *        A supervisor may override a bad amount, never a
      *        blocked account: freezing or closing it is the
      *        account owner's decision.
               WHEN WS-ACCOUNT-BLOCKED
                   DISPLAY "SAMPLEEW: ACCOUNT '" TX-ACCOUNT-NUMBER
                           "' UNKNOWN, NOT OPEN OR IN ANOTHER "
                           "CURRENCY - CANNOT FORCE, RECORD KEPT"
                   PERFORM KEEP-ESCALATION
               WHEN OTHER
                   PERFORM FORCE-POST-UNDER-DATE
           END-EVALUATE.
       FORCE-POST-UNDER-DATE.
           IF TXD-RECORD-TYPE NOT = 'D'
                   OR TX-DATA1 NOT NUMERIC
                   OR TX-DATA2 NOT NUMERIC
                   OR TX-DATA3 NOT NUMERIC
               MOVE 99 TO SAMPLE-RETURN-CODE
           ELSE
               MOVE TX-OPERATION-CODE TO OPERATION-CODE
               MOVE TX-TRANSACTION-ID TO TRANSACTION-ID
               MOVE TX-DATA1          TO DATA1
               MOVE TX-DATA2          TO DATA2
               MOVE TX-DATA3          TO DATA3
               MOVE TX-CURRENCY-CODE  TO CURRENCY-CODE
               MOVE ZERO              TO SUM-DATA
               MOVE WS-FORCE-DATE     TO EFFECTIVE-DATE
               MOVE "SAMPLEEW"        TO CALLER-SESSION-ID
               MOVE TX-ACCOUNT-NUMBER TO CALLER-ACCOUNT-NUMBER
               MOVE 'Y'               TO SKIP-AUDIT-SWITCH
               CALL "sample" USING SAMPLE-LINKAGE-RECORD
               MOVE SPACE             TO SKIP-AUDIT-SWITCH
           END-IF
           IF SAMPLE-RETURN-CODE NOT = ZERO
               DISPLAY "SAMPLEEW: RECORD DOES NOT COMPUTE (RC="
                       SAMPLE-RETURN-CODE ") - CANNOT FORCE, "
                       "RECORD KEPT"
               PERFORM KEEP-ESCALATION
           ELSE
               PERFORM WRITE-FORCED-AUDIT-ENTRY
               PERFORM POST-FORCED-TO-MASTER
               MOVE 'F' TO DSP-ACTION
               PERFORM WRITE-DISPOSITION-RECORD
               ADD 1 TO WS-RECORDS-FORCED
           END-IF.
       CHECK-PERIOD-OPEN.
      *    A month SAMPLEPC has closed was signed off on its
      *    balances; a forced posting dated inside it would change
      *    them.  No register at all means nothing has been closed;
      *    one that will not open refuses the force.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEEW: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
           ELSE
               MOVE WS-FORCE-DATE(1:6) TO PC-PERIOD
               READ PERIOD-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-PERIOD-CLOSED
                           MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
                       END-IF
               END-READ
               CLOSE PERIOD-CLOSE-FILE
           END-IF.
       CHECK-ACCOUNT-OPEN.
      *    The same account test the batch applies before posting.
           MOVE 'N' TO WS-ACCOUNT-BLOCKED-SWITCH.
           IF TX-ACCOUNT-NUMBER = SPACES
               MOVE 'Y' TO WS-ACCOUNT-BLOCKED-SWITCH
           ELSE
               MOVE TX-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-BLOCKED-SWITCH
               END-READ
           END-IF.
           IF NOT WS-ACCOUNT-BLOCKED
               MOVE TX-CURRENCY-CODE   TO WS-DETAIL-CURRENCY
               IF WS-DETAIL-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-DETAIL-CURRENCY
               END-IF
               MOVE ACCT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
               IF WS-ACCOUNT-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
               END-IF
               IF NOT ACCT-OPEN
                       OR WS-DETAIL-CURRENCY NOT = WS-ACCOUNT-CURRENCY
                   MOVE 'Y' TO WS-ACCOUNT-BLOCKED-SWITCH
               END-IF
           END-IF.
       WRITE-FORCED-AUDIT-ENTRY.
           MOVE CURRENCY-CODE      TO AUDIT-CURRENCY-CODE.
      *    A forced posting belongs to no feed.
           MOVE SPACES             TO AUDIT-SOURCE-SYSTEM.
           MOVE TX-ACCOUNT-NUMBER  TO AUDIT-ACCOUNT-NUMBER.
      *    Same duplicate-key exposure as every audit writer: claim
      *    the next free sequence number by retrying; any OTHER
      *    (non-key) write error is fatal before money moves.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
                   MOVE PM-ACCOUNT-NUMBER TO WS-PRIOR-ACCOUNT-NUMBER
                   MOVE PM-SUM-DATA       TO WS-PRIOR-SUM-DATA
           END-READ.
           MOVE TRANSACTION-ID  TO PM-TRANSACTION-ID.
           MOVE EFFECTIVE-DATE  TO PM-EFFECTIVE-DATE.
           MOVE CURRENCY-CODE   TO PM-CURRENCY-CODE.
           MOVE 'O'             TO PM-LAST-MAINT-TYPE.
           MOVE FUNCTION CURRENT-DATE TO PM-LAST-MAINT-TIMESTAMP.
           MOVE TX-ACCOUNT-NUMBER TO PM-ACCOUNT-NUMBER.
           IF WS-MASTER-FOUND
               REWRITE POSTED-MASTER-RECORD
           ELSE
                       "MASTER MANUALLY"
               STOP RUN
           END-IF.
      *    A replaced posting comes off its account before the
      *    forced one goes on, as in the batch.
           IF WS-MASTER-FOUND AND WS-PRIOR-ACCOUNT-NUMBER NOT = SPACES
               MOVE WS-PRIOR-ACCOUNT-NUMBER TO WS-BALANCE-ACCOUNT
               COMPUTE WS-BALANCE-MOVEMENT = ZERO - WS-PRIOR-SUM-DATA
               PERFORM MOVE-ACCOUNT-BALANCE
           END-IF.
           MOVE TX-ACCOUNT-NUMBER TO WS-BALANCE-ACCOUNT.
           MOVE SUM-DATA          TO WS-BALANCE-MOVEMENT.
           PERFORM MOVE-ACCOUNT-BALANCE.
       MOVE-ACCOUNT-BALANCE.
           MOVE WS-BALANCE-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SAMPLEEW: ACCOUNT " WS-BALANCE-ACCOUNT
                           " NOT ON ACCOUNT MASTER - POSTING IS ON "
                           "THE MASTER, CORRECT THE BALANCE MANUALLY"
                   STOP RUN
           END-READ.
           ADD WS-BALANCE-MOVEMENT TO ACCT-BALANCE
               ON SIZE ERROR
                   DISPLAY "SAMPLEEW: ACCOUNT " WS-BALANCE-ACCOUNT
                           " BALANCE OVERFLOW - POSTING IS ON THE "
                           "MASTER, CORRECT THE BALANCE MANUALLY"
                   STOP RUN
           END-ADD.
      *    Last activity is the day the balance last moved, not the
      *    date forced -- a back-dated force must not set it back.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACTIVITY-DATE.
           IF WS-ACTIVITY-DATE > ACCT-LAST-ACTIVITY-DATE
               MOVE WS-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEEW: ACCOUNT MASTER REWRITE ERROR, "
                       "STATUS=" WS-ACCOUNT-FILE-STATUS
                       " - CORRECT THE BALANCE MANUALLY"
               STOP RUN
           END-IF.
       RETURN-TO-REPAIR.
      *    Back into the held-exceptions queue SAMPLERC works every
      *    session.  The recycle count restarts at ZERO: the
