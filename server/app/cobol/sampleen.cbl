       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEEN.
      *====================================================*
      * SAMPLEEN - operator entitlement check, CALLed by   *
      * every guarded program before it does anything.     *
      * Looks the operator id up on ENTITLE and answers    *
      * whether it is active, unexpired and holds the role *
      * asked for.  Every refusal is appended to SECVIOL   *
      * with the program, role and reason.  An entitlement *
      * file that cannot be read refuses everyone -- never *
      * default open.                                      *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTITLEMENT-FILE ASSIGN TO "ENTITLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-FILE-STATUS.
      *    EXTEND because violations accumulate for the review.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ENTITLEMENT-FILE.
           COPY ENTITLE.
       FD  SECURITY-LOG-FILE.
           COPY SECVIOL.
       WORKING-STORAGE         SECTION.
       01  WS-ENTITLEMENT-FILE-STATUS PIC X(02).
       01  WS-SECURITY-LOG-STATUS    PIC X(02).
       01  WS-ENTITLEMENT-EOF-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ENTITLEMENT-EOF                VALUE 'Y'.
       01  WS-OPERATOR-FOUND-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-OPERATOR-FOUND                 VALUE 'Y'.
       01  WS-REASON-CODE            PIC X(01)   VALUE SPACE.
       01  WS-TODAY-DATE             PIC 9(08)   VALUE ZERO.
           COPY ENTROLE.
       LINKAGE                 SECTION.
           COPY ENTITLLK.
       PROCEDURE               DIVISION
                               USING  ENTITLEMENT-CHECK-RECORD.
       MAIN-SECTION.
      *    WORKING-STORAGE persists across CALLs within the same run
      *    unit, so everything is reset on entry.
           MOVE 'N'    TO WS-ENTITLEMENT-EOF-SWITCH.
           MOVE 'N'    TO WS-OPERATOR-FOUND-SWITCH.
           MOVE SPACE  TO WS-REASON-CODE.
           MOVE 'N'    TO ENC-RESULT.
           MOVE SPACES TO ENC-REFUSAL-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           IF ENC-OPERATOR-ID = SPACES
               MOVE 'I' TO WS-REASON-CODE
               MOVE "NO OPERATOR ID GIVEN" TO ENC-REFUSAL-REASON
           ELSE
               PERFORM FIND-OPERATOR-ENTITLEMENT
           END-IF.
           IF WS-OPERATOR-FOUND
               PERFORM CHECK-OPERATOR-ROLE
           END-IF.
           IF ENC-NOT-ENTITLED
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.
           GOBACK.
       FIND-OPERATOR-ENTITLEMENT.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-FILE-STATUS NOT = "00"
               MOVE 'F' TO WS-REASON-CODE
               MOVE "ENTITLEMENT FILE NOT AVAILABLE"
                   TO ENC-REFUSAL-REASON
               DISPLAY "SAMPLEEN: ENTITLEMENT FILE (ENTITLE) NOT "
                       "AVAILABLE, STATUS=" WS-ENTITLEMENT-FILE-STATUS
               IF WS-ENTITLEMENT-FILE-STATUS = "05"
                   CLOSE ENTITLEMENT-FILE
               END-IF
           ELSE
               PERFORM UNTIL WS-ENTITLEMENT-EOF OR WS-OPERATOR-FOUND
                   READ ENTITLEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ENTITLEMENT-EOF-SWITCH
                       NOT AT END
                           IF ENT-OPERATOR-ID = ENC-OPERATOR-ID
                               MOVE 'Y' TO WS-OPERATOR-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
               IF NOT WS-OPERATOR-FOUND
                   MOVE 'U' TO WS-REASON-CODE
                   MOVE "OPERATOR NOT ON ENTITLEMENT FILE"
                       TO ENC-REFUSAL-REASON
               END-IF
           END-IF.
       CHECK-OPERATOR-ROLE.
      *    Status first, then expiry, then the role itself, so the
      *    log names the most basic reason the id was refused.
           EVALUATE TRUE
               WHEN NOT ENT-ACTIVE
                   MOVE 'R' TO WS-REASON-CODE
                   MOVE "OPERATOR ID REVOKED" TO ENC-REFUSAL-REASON
               WHEN ENT-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE 'E' TO WS-REASON-CODE
                   MOVE "ENTITLEMENT EXPIRED" TO ENC-REFUSAL-REASON
               WHEN ENC-ROLE < 1 OR ENC-ROLE > 8
                   MOVE 'N' TO WS-REASON-CODE
                   MOVE "NO SUCH ROLE" TO ENC-REFUSAL-REASON
               WHEN ENT-ROLE-FLAG (ENC-ROLE) NOT = 'Y'
                   MOVE 'N' TO WS-REASON-CODE
                   MOVE "ROLE NOT GRANTED" TO ENC-REFUSAL-REASON
               WHEN OTHER
                   MOVE 'Y' TO ENC-RESULT
           END-EVALUATE.
       LOG-SECURITY-VIOLATION.
      *    The refusal stands whether or not it can be logged; a log
      *    that will not open is reported on the job log instead.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECURITY-LOG-STATUS NOT = "00"
                   AND WS-SECURITY-LOG-STATUS NOT = "05"
               DISPLAY "SAMPLEEN: SECURITY LOG OPEN FAILED, STATUS="
                       WS-SECURITY-LOG-STATUS " - REFUSED "
                       ENC-OPERATOR-ID " IN " ENC-PROGRAM-ID
           ELSE
               MOVE FUNCTION CURRENT-DATE TO SV-TIMESTAMP
               MOVE ENC-OPERATOR-ID       TO SV-OPERATOR-ID
               MOVE ENC-PROGRAM-ID        TO SV-PROGRAM-ID
               MOVE ENC-ROLE              TO SV-ROLE
               IF ENC-ROLE < 1 OR ENC-ROLE > 8
                   MOVE SPACES TO SV-ROLE-NAME
               ELSE
                   MOVE ENTITLEMENT-ROLE-NAME (ENC-ROLE)
                       TO SV-ROLE-NAME
               END-IF
               MOVE WS-REASON-CODE        TO SV-REASON-CODE
               MOVE ENC-REFUSAL-REASON    TO SV-REASON-TEXT
               WRITE SECURITY-VIOLATION-RECORD
               IF WS-SECURITY-LOG-STATUS NOT = "00"
                   DISPLAY "SAMPLEEN: SECURITY LOG WRITE FAILED, "
                           "STATUS=" WS-SECURITY-LOG-STATUS
               END-IF
               CLOSE SECURITY-LOG-FILE
           END-IF.
