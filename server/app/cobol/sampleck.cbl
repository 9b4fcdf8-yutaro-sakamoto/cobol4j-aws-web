               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    An approved correction moves its account's running
      *    balance; a frozen or closed account takes none.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
      *    Months SAMPLEPC has closed: a correction dated inside one
      *    cannot be approved.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  PENDING-FILE.
           COPY AUDITLK.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       WORKING-STORAGE         SECTION.
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-ACCOUNT-FILE-STATUS    PIC X(02).
       01  WS-ACCOUNT-BLOCKED-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ACCOUNT-BLOCKED                VALUE 'Y'.
      *    The posting the master carried before the approval, so
      *    the balance moves by the difference.
       01  WS-PRIOR-ACCOUNT-NUMBER   PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-SUM-DATA         PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE-ACCOUNT        PIC X(10)   VALUE SPACES.
       01  WS-BALANCE-MOVEMENT       PIC S9(09)V99 VALUE ZERO.
       01  WS-DISPLAY-MOVEMENT       PIC -(9)9.99.
       01  WS-ACTIVITY-DATE          PIC 9(08)   VALUE ZERO.
       01  WS-BALANCE-FAILED-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-BALANCE-FAILED                 VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01  WS-FILE-ERROR-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-FILE-ERROR                     VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
       01  WS-AUDIT-WRITE-OK-SWITCH  PIC X(01).
           88  WS-AUDIT-WRITE-OK                 VALUE 'Y'.
       01  WS-ADJUSTS-SEQUENCE-NO    PIC 9(08).
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
           05  LINE 03 COL 11 PIC 9(08)    FROM PEND-SEQUENCE-NO.
           05  LINE 03 COL 25 VALUE "MAKER: ".
           05  LINE 03 COL 32 PIC X(10)    FROM PEND-MAKER-ID.
           05  LINE 03 COL 46 VALUE "UPLOAD: ".
           05  LINE 03 COL 54 PIC X(12)    FROM PEND-UPLOAD-ID.
           05  LINE 04 COL 01 VALUE "TRANS ID: ".
           05  LINE 04 COL 11 PIC X(12)    FROM PEND-TRANSACTION-ID.
           05  LINE 04 COL 25 VALUE "EFF DATE: ".
           05  LINE 04 COL 50 PIC X(01)    FROM PEND-OPERATION-CODE.
           05  LINE 05 COL 01 VALUE "REASON  : ".
           05  LINE 05 COL 11 PIC X(04)    FROM PEND-REASON-CODE.
           05  LINE 05 COL 25 VALUE "ACCOUNT : ".
           05  LINE 05 COL 35 PIC X(10)    FROM PEND-ACCOUNT-NUMBER.
           05  LINE 07 COL 20 VALUE "ORIGINAL".
           05  LINE 07 COL 40 VALUE "PROPOSED".
           05  LINE 08 COL 01 VALUE "DATA1 : ".
           MOVE ZERO TO WS-ITEMS-APPROVED.
           MOVE ZERO TO WS-ITEMS-REJECTED.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the CHECKER role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLECK"        TO ENC-PROGRAM-ID.
           MOVE 3                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-REVIEW-SESSION
           ELSE
               DISPLAY "SAMPLECK: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-REVIEW-SESSION.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
                       WS-MASTER-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLECK: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           IF WS-FILE-ERROR
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
           END-IF.
           CLOSE PENDING-FILE
                 AUDIT-FILE
                 POSTED-MASTER-FILE
                 ACCOUNT-MASTER-FILE.
       POSITION-QUEUE.
           MOVE ZERO TO PEND-SEQUENCE-NO.
           START PENDING-FILE
               INSPECT WS-DECISION CONVERTING "arsx" TO "ARSX"
               EVALUATE TRUE
                   WHEN WS-DECISION-APPROVE
                       PERFORM CHECK-PERIOD-OPEN
                       PERFORM CHECK-ACCOUNT-OPEN
                       EVALUATE TRUE
                           WHEN WS-PERIOD-CLOSED
                               DISPLAY "SAMPLECK: ITEM "
                                   PEND-SEQUENCE-NO
                                   " IS DATED IN CLOSED PERIOD "
                                   PEND-EFFECTIVE-DATE(1:6)
                                   " - NOT APPROVED, REJECT IT BACK"
                                   " TO THE MAKER"
                           WHEN WS-ACCOUNT-BLOCKED
                               DISPLAY "SAMPLECK: ITEM "
                                   PEND-SEQUENCE-NO " ACCOUNT "
                                   PEND-ACCOUNT-NUMBER
                                   " IS NOT OPEN - NOT APPROVED, "
                                   "REJECT IT BACK TO THE MAKER"
                           WHEN OTHER
                               PERFORM APPROVE-ADJUSTMENT
                       END-EVALUATE
                   WHEN WS-DECISION-REJECT
                       PERFORM REJECT-ADJUSTMENT
                   WHEN WS-DECISION-SKIP
                   END-IF
               END-IF
           END-IF.
       CHECK-PERIOD-OPEN.
      *    Balances of a month SAMPLEPC has closed were signed off;
      *    an approval dated inside it would change them.  The item
      *    stays on the queue, where it can still be rejected.  No
      *    register at all means nothing has been closed; one that
      *    will not open refuses the approval.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLECK: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
           ELSE
               MOVE PEND-EFFECTIVE-DATE(1:6) TO PC-PERIOD
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
      *    An item with no account is a correction to a posting made
      *    before accounts were carried; it moves no balance.  Any
      *    other must name an open account, or the item stays on
      *    the queue where it can still be rejected.
           MOVE 'N' TO WS-ACCOUNT-BLOCKED-SWITCH.
           IF PEND-ACCOUNT-NUMBER NOT = SPACES
               MOVE PEND-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-BLOCKED-SWITCH
                   NOT INVALID KEY
                       IF NOT ACCT-OPEN
                           MOVE 'Y' TO WS-ACCOUNT-BLOCKED-SWITCH
                       END-IF
               END-READ
           END-IF.
       REJECT-ADJUSTMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
           MOVE CURRENCY-CODE          TO AUDIT-CURRENCY-CODE.
      *    Online work belongs to no feed.
           MOVE SPACES                 TO AUDIT-SOURCE-SYSTEM.
           MOVE PEND-ACCOUNT-NUMBER    TO AUDIT-ACCOUNT-NUMBER.
      *    Same duplicate-key exposure as sample.cbl's own audit write
      *    (AUDIT-KEY is timestamp+sequence): retry under the next
      *    sequence number instead of leaving an unhandled I-O error.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SWITCH
                   MOVE PM-ACCOUNT-NUMBER TO WS-PRIOR-ACCOUNT-NUMBER
                   MOVE PM-SUM-DATA       TO WS-PRIOR-SUM-DATA
           END-READ.
           MOVE PEND-TRANSACTION-ID TO PM-TRANSACTION-ID.
           MOVE PEND-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE.
           MOVE CURRENCY-CODE   TO PM-CURRENCY-CODE.
           MOVE 'A'             TO PM-LAST-MAINT-TYPE.
           MOVE FUNCTION CURRENT-DATE TO PM-LAST-MAINT-TIMESTAMP.
           MOVE PEND-ACCOUNT-NUMBER TO PM-ACCOUNT-NUMBER.
           IF WS-MASTER-FOUND
               REWRITE POSTED-MASTER-RECORD
           ELSE
               DISPLAY "SAMPLECK: MASTER FILE WRITE ERROR, STATUS="
                       WS-MASTER-FILE-STATUS
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
      *        The corrected amount replaces the posted one on the
      *        account: the old SUM-DATA comes off, the new goes on.
      *        The master and the audit entry are posted by now, so
      *        a movement that fails is reported for manual
      *        correction and the item is still approved -- left
      *        'P' it would be offered again and posted twice.
               IF WS-MASTER-FOUND
                       AND WS-PRIOR-ACCOUNT-NUMBER NOT = SPACES
                   MOVE WS-PRIOR-ACCOUNT-NUMBER TO WS-BALANCE-ACCOUNT
                   COMPUTE WS-BALANCE-MOVEMENT =
                           ZERO - WS-PRIOR-SUM-DATA
                   PERFORM MOVE-ACCOUNT-BALANCE
               END-IF
               IF PEND-ACCOUNT-NUMBER NOT = SPACES
                   MOVE PEND-ACCOUNT-NUMBER TO WS-BALANCE-ACCOUNT
                   MOVE SUM-DATA            TO WS-BALANCE-MOVEMENT
                   PERFORM MOVE-ACCOUNT-BALANCE
               END-IF
           END-IF.
       MOVE-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-BALANCE-FAILED-SWITCH.
           MOVE WS-BALANCE-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SAMPLECK: ACCOUNT " WS-BALANCE-ACCOUNT
                           " NOT ON ACCOUNT MASTER"
                   MOVE 'Y' TO WS-BALANCE-FAILED-SWITCH
           END-READ.
           IF NOT WS-BALANCE-FAILED
               ADD WS-BALANCE-MOVEMENT TO ACCT-BALANCE
                   ON SIZE ERROR
                       DISPLAY "SAMPLECK: ACCOUNT " WS-BALANCE-ACCOUNT
                               " BALANCE OVERFLOW"
                       MOVE 'Y' TO WS-BALANCE-FAILED-SWITCH
               END-ADD
           END-IF.
           IF NOT WS-BALANCE-FAILED
      *        Last activity is the day the balance last moved, and
      *        never goes backwards.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACTIVITY-DATE
               IF WS-ACTIVITY-DATE > ACCT-LAST-ACTIVITY-DATE
                   MOVE WS-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
               IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   DISPLAY "SAMPLECK: ACCOUNT MASTER REWRITE ERROR, "
                           "STATUS=" WS-ACCOUNT-FILE-STATUS
                   MOVE 'Y' TO WS-BALANCE-FAILED-SWITCH
               END-IF
           END-IF.
           IF WS-BALANCE-FAILED
               MOVE WS-BALANCE-MOVEMENT TO WS-DISPLAY-MOVEMENT
               DISPLAY "SAMPLECK: ITEM " PEND-SEQUENCE-NO " ACCOUNT "
                       WS-BALANCE-ACCOUNT " MOVEMENT "
                       WS-DISPLAY-MOVEMENT " NOT APPLIED"
               DISPLAY "SAMPLECK: POSTING IS ON THE MASTER, CORRECT "
                       "THE BALANCE MANUALLY - DO NOT RE-APPROVE"
           END-IF.
