               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
      *    Months SAMPLEPC has closed: an original dated inside one
      *    cannot be corrected.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  PENDING-FILE.
           COPY PENDADJ.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       WORKING-STORAGE         SECTION.
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-PERIOD-CLOSED-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01  WS-NOT-FOUND-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-AUDIT-KEY-NOT-FOUND            VALUE 'Y'.
       01  WS-LOOKUP-TIMESTAMP       PIC X(21).
           05  WS-ORIG-DATA3           PIC S9(09)V99.
           05  WS-ORIG-SUM-DATA        PIC S9(09)V99.
           05  WS-ORIG-CURRENCY-CODE   PIC X(03).
           05  WS-ORIG-ACCOUNT-NUMBER  PIC X(10).
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
       01  NOT-FOUND-SCREEN.
           05  LINE 06 COL 01 VALUE
               "NO AUDIT RECORD FOUND FOR THAT KEY.".
       01  PERIOD-CLOSED-SCREEN.
           05  LINE 06 COL 01 VALUE
               "EFFECTIVE DATE IS IN A CLOSED PERIOD - NOT ADJUSTED.".
           05  LINE 07 COL 01 VALUE "EFFECTIVE DATE: ".
           05  LINE 07 COL 17 PIC 9(08) FROM WS-ORIG-EFFECTIVE-DATE.
       01  ADJUSTMENT-SCREEN.
           05  LINE 06 COL 01 VALUE "ORIGINAL DATA1: ".
           05  LINE 06 COL 20 PIC -(9)9.99 FROM WS-ORIG-DATA1.
      *    than relying on their VALUE clause, which only applies once
      *    at program load.
           MOVE 'N' TO WS-NOT-FOUND-SWITCH.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           MOVE 'N' TO WS-AUDIT-FILE-ERROR-SWITCH.
           MOVE 'N' TO WS-PENDING-FILE-ERROR-SWITCH.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE ZERO TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REASON-CODE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the MAKER role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEADJ"       TO ENC-PROGRAM-ID.
           MOVE 2                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-ADJUSTMENT-SESSION
           ELSE
               DISPLAY "SAMPLEADJ: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-ADJUSTMENT-SESSION.
           OPEN INPUT AUDIT-FILE.
      *    Status 05 on an OPTIONAL input file means the file does
      *    not exist yet (nothing has ever been audited) -- reads
                   PERFORM DISPLAY-LOOKUP-SCREEN
               END-IF
               PERFORM READ-ORIGINAL-AUDIT-RECORD
               IF NOT WS-AUDIT-KEY-NOT-FOUND
                   PERFORM CHECK-PERIOD-OPEN
               END-IF
               EVALUATE TRUE
                   WHEN WS-AUDIT-KEY-NOT-FOUND
                       DISPLAY NOT-FOUND-SCREEN
                       MOVE 99 TO SAMPLE-RETURN-CODE
                   WHEN WS-PERIOD-CLOSED
                       DISPLAY PERIOD-CLOSED-SCREEN
                       MOVE 96 TO SAMPLE-RETURN-CODE
                   WHEN OTHER
                       PERFORM ENTER-ADJUSTMENT
                           UNTIL WS-REASON-CODE NOT = SPACES
                       PERFORM WRITE-PENDING-ADJUSTMENT
               END-EVALUATE
           END-IF.
           IF NOT WS-AUDIT-FILE-ERROR
               CLOSE AUDIT-FILE
           IF NOT WS-PENDING-FILE-ERROR
               CLOSE PENDING-FILE
           END-IF.
       LIST-REJECTED-ITEMS.
           MOVE ZERO TO PEND-SEQUENCE-NO.
           START PENDING-FILE
               MOVE AUDIT-DATA3          TO WS-ORIG-DATA3
               MOVE AUDIT-SUM-DATA       TO WS-ORIG-SUM-DATA
               MOVE AUDIT-CURRENCY-CODE  TO WS-ORIG-CURRENCY-CODE
               MOVE AUDIT-ACCOUNT-NUMBER TO WS-ORIG-ACCOUNT-NUMBER
           END-IF.
       CHECK-PERIOD-OPEN.
      *    A correction dated inside a month SAMPLEPC has closed would
      *    change balances that were signed off; it belongs in the
      *    open period instead.  No register at all means nothing
      *    has been closed.  A register that will not open refuses
      *    the adjustment rather than letting it through unchecked.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEADJ: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
           ELSE
               MOVE WS-ORIG-EFFECTIVE-DATE(1:6) TO PC-PERIOD
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
       ENTER-ADJUSTMENT.
           DISPLAY ADJUSTMENT-SCREEN.
      *    The correction stays in the original entry's currency;
      *    changing denomination is not an adjustment.
           MOVE WS-ORIG-CURRENCY-CODE  TO PEND-CURRENCY-CODE.
           MOVE WS-ORIG-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER.
           MOVE SPACES                 TO PEND-CHECKER-ID.
           MOVE SPACES                 TO PEND-CHECKER-TIMESTAMP.
           MOVE SPACES                 TO PEND-REJECT-REASON.
           MOVE SPACES                 TO PEND-UPLOAD-ID.
      *    Same duplicate-key exposure as the audit writes: claim the
      *    next free sequence number by retrying.  Any OTHER (non-key)
      *    write error is fatal to this attempt -- stop retrying
