           SELECT OPTIONAL ESCALATION-FILE ASSIGN TO "ESCALOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCALATION-FILE-STATUS.
      *    Rejects SAMPLEBT returned to their source.  One the source
      *    has since corrected or cancelled is not worked here, and
      *    one recycled here is marked repaired.  OPTIONAL so a site
      *    with no register yet repairs as before.
           SELECT OPTIONAL REJECT-REGISTER-FILE ASSIGN TO "REJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  EXCEPTION-FILE.
           COPY EXCEPLK.
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(64).
       FD  HOLD-FILE-TMP.
       01  HOLD-RECORD-TMP         PIC X(64).
       FD  RECYCLE-FILE.
           COPY RECYCLK.
       FD  RECYCLE-CONTROL-FILE.
           COPY RECYCCT.
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD       PIC X(64).
       FD  REJECT-REGISTER-FILE.
           COPY REJREG.
       WORKING-STORAGE         SECTION.
       01  WS-EXCEPTION-FILE-STATUS  PIC X(02).
       01  WS-HOLD-FILE-STATUS       PIC X(02).
       01  WS-RECYCLE-FILE-STATUS    PIC X(02).
       01  WS-RECYCLE-CONTROL-STATUS PIC X(02).
       01  WS-ESCALATION-FILE-STATUS PIC X(02).
       01  WS-REGISTER-FILE-STATUS   PIC X(02).
       01  WS-REGISTER-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-REGISTER-SCAN-EOF              VALUE 'Y'.
       01  WS-REGISTER-MATCH-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-REGISTER-MATCH                 VALUE 'Y'.
       01  WS-MATCHED-KEY            PIC X(20)   VALUE SPACES.
       01  WS-MATCHED-STATUS         PIC X(01)   VALUE SPACE.
           88  WS-MATCHED-OPEN                   VALUE 'O'.
           88  WS-MATCHED-AT-SOURCE              VALUE 'C' 'X'.
       01  WS-EXCEPTION-EOF-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-EXCEPTION-EOF                  VALUE 'Y'.
       01  WS-HOLD-EOF-SWITCH        PIC X(01)   VALUE 'N'.
      *    A record bounced this many times is escalated rather than
      *    recycled again.
       01  WS-ESCALATE-LIMIT         PIC 9(02)   VALUE 3.
       01  WS-REPAIRED-INPUT         PIC X(60)   VALUE SPACES.
       01  WS-REPAIR-DONE-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-REPAIR-DONE                    VALUE 'Y'.
       01  WS-RECORDS-READ           PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-RECYCLED       PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-ESCALATED      PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-HELD           PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-RESOLVED       PIC 9(08)   VALUE ZERO.
      *    Expected posting contribution of everything recycled this
      *    session, accumulated through sample itself (SKIP-AUDIT so
      *    the precompute leaves no trail) so the reconciliation's
      *    record that cannot compute will not post either.
       01  WS-EXPECTED-COUNT         PIC 9(08)   VALUE ZERO.
       01  WS-EXPECTED-TOTAL         PIC S9(09)V99 VALUE ZERO.
       01  WS-OPERATOR-ID            PIC X(10)   VALUE SPACES.
           COPY SAMPLEIN.
           COPY SAMPLELK.
           COPY ENTITLLK.
       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "EXCEPTION REPAIR AND RECYCLE".
           05  LINE 03 COL 01 VALUE "OPERATOR ID: ".
           05  LINE 03 COL 14 PIC X(10) TO WS-OPERATOR-ID.
       01  REPAIR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "EXCEPTION REPAIR AND RECYCLE".
           05  LINE 03 COL 25 VALUE "TIMES RECYCLED: ".
           05  LINE 03 COL 41 PIC 9(02) FROM EXC-RECYCLE-COUNT.
           05  LINE 05 COL 01 VALUE "REJECTED RECORD:".
           05  LINE 06 COL 01 PIC X(60) FROM EXC-RAW-INPUT.
           05  LINE 08 COL 01 VALUE
               "CORRECTED RECORD (BLANK = HOLD FOR LATER):".
           05  LINE 09 COL 01 PIC X(60) TO WS-REPAIRED-INPUT.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           DISPLAY SIGN-ON-SCREEN.
           ACCEPT SIGN-ON-SCREEN.
           PERFORM CHECK-OPERATOR-ENTITLED.
      *    Same protection the batch has against running a date
      *    twice: a non-empty RECYCIN means an earlier session's
      *    repairs have not been consumed yet, and rebuilding the
                       "STATUS=" WS-ESCALATION-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O REJECT-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
                   AND WS-REGISTER-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERC: REJECT REGISTER OPEN FAILED, "
                       "STATUS=" WS-REGISTER-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM READ-EXCEPTION-FILE.
           PERFORM PROCESS-EXCEPTIONS UNTIL WS-EXCEPTION-EOF.
      *    Exceptions held in earlier sessions come around again,
                 HOLD-FILE
                 HOLD-FILE-TMP
                 RECYCLE-FILE
                 ESCALATION-FILE
                 REJECT-REGISTER-FILE.
      *    The hold file now holds exactly what is still held; swap
      *    it in the same way the batch truncates its files.
           CALL "CBL_DELETE_FILE" USING WS-HOLD-FILE-NAME.
           DISPLAY "RECYCLED         : " WS-RECORDS-RECYCLED.
           DISPLAY "ESCALATED        : " WS-RECORDS-ESCALATED.
           DISPLAY "HELD FOR LATER   : " WS-RECORDS-HELD.
           DISPLAY "DONE AT SOURCE   : " WS-RECORDS-RESOLVED.
           DISPLAY "EXPECTED TO POST : " WS-EXPECTED-COUNT
                   " FOR " WS-EXPECTED-TOTAL.
           GOBACK.
           PERFORM READ-HOLD-FILE.
       DISPOSE-ONE-EXCEPTION.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM FIND-REGISTER-ENTRY.
           EVALUATE TRUE
      *        The source has already resent or cancelled it; working
      *        it here as well would post it twice or post what the
      *        source withdrew, so it is dropped.
               WHEN WS-REGISTER-MATCH AND WS-MATCHED-AT-SOURCE
                   ADD 1 TO WS-RECORDS-RESOLVED
                   DISPLAY "SAMPLERC: " TX-TRANSACTION-ID
                           " ALREADY CORRECTED OR CANCELLED AT "
                           "SOURCE - DROPPED"
      *        An audit-infrastructure reject never had bad data, so
      *        it recycles untouched -- no screen, no escalation --
      *        and simply posts once the audit file is back.
           ELSE
               PERFORM WRITE-RECYCLE-RECORD
           END-IF.
       FIND-REGISTER-ENTRY.
      *    The exception's entry is the one whose original image is
      *    the rejected detail; the latest such entry wins.  A
      *    repaired record rejected again carries its repaired
      *    image and so has no entry, which is right: it is ours.
           MOVE 'N' TO WS-REGISTER-MATCH-SWITCH.
           MOVE 'N' TO WS-REGISTER-SCAN-EOF-SWITCH.
           MOVE EXC-RAW-INPUT     TO TX-DETAIL-RECORD.
           MOVE TX-TRANSACTION-ID TO RR-TRANSACTION-ID.
           MOVE ZERO              TO RR-REJECT-DATE.
           START REJECT-REGISTER-FILE
               KEY IS NOT LESS THAN RR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-REGISTER-SCAN-EOF
               READ REJECT-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                   NOT AT END
                       IF RR-TRANSACTION-ID NOT = TX-TRANSACTION-ID
                           MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                       ELSE
                           IF RR-ORIGINAL-DETAIL = EXC-RAW-INPUT
                               MOVE 'Y'       TO
                                   WS-REGISTER-MATCH-SWITCH
                               MOVE RR-KEY    TO WS-MATCHED-KEY
                               MOVE RR-STATUS TO WS-MATCHED-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       MARK-REGISTER-REPAIRED.
      *    Recycled here: a later resend from the source no longer
      *    closes it, and a cancellation is flagged for review.
           MOVE WS-MATCHED-KEY TO RR-KEY.
           READ REJECT-REGISTER-FILE
               INVALID KEY
                   DISPLAY "SAMPLERC: REJECT REGISTER REREAD FAILED, "
                           "STATUS=" WS-REGISTER-FILE-STATUS
                   STOP RUN
           END-READ.
           MOVE 'R'                   TO RR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RR-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID        TO RR-RESOLVED-BY.
           REWRITE REJECT-REGISTER-RECORD.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLERC: REJECT REGISTER REWRITE FAILED, "
                       "STATUS=" WS-REGISTER-FILE-STATUS
               STOP RUN
           END-IF.
       HOLD-EXCEPTION.
           MOVE EXCEPTION-RECORD TO HOLD-RECORD-TMP.
           WRITE HOLD-RECORD-TMP.
               MOVE 'Y'               TO SKIP-AUDIT-SWITCH
               CALL "sample" USING SAMPLE-LINKAGE-RECORD
           END-IF.
       CHECK-OPERATOR-ENTITLED.
      *    Repaired records go back into the next posting run, so
      *    the session must sign on as an operator holding the
      *    repair role on ENTITLE before any file is touched.
           MOVE WS-OPERATOR-ID     TO ENC-OPERATOR-ID.
           MOVE "SAMPLERC"         TO ENC-PROGRAM-ID.
           MOVE 4                  TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLERC: ABEND - USER " WS-OPERATOR-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
       WRITE-RECYCLE-RECORD.
      *    AE pass-throughs reach here without the repair screen, so
      *    their expected sum is computed now; repaired records were
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECORDS-RECYCLED.
           IF WS-REGISTER-MATCH AND WS-MATCHED-OPEN
               PERFORM MARK-REGISTER-REPAIRED
           END-IF.
       WRITE-RECYCLE-CONTROL.
           OPEN OUTPUT RECYCLE-CONTROL-FILE.
           IF WS-RECYCLE-CONTROL-STATUS NOT = "00"
