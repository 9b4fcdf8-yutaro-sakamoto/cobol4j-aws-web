       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLERK.
      *====================================================*
      * SAMPLERK - online operation-rule maintenance, the  *
      * checker side.  Reviews the PENDRULE items keyed    *
      * through SAMPLERM; an approval applies the change   *
      * to OPRULES and records the before/after images on  *
      * RULEHIST, so the limits in force on any past date  *
      * can be shown.  The maker may never approve their   *
      * own change.                                        *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-RULE-FILE ASSIGN TO "PENDRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL OPERATION-RULES-FILE ASSIGN TO "OPRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATION-CODE
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT OPTIONAL RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  PENDING-RULE-FILE.
           COPY PENDRULE.
       FD  OPERATION-RULES-FILE.
           COPY OPRULES.
       FD  RULE-HISTORY-FILE.
           COPY RULEHIST.
       WORKING-STORAGE         SECTION.
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-RULES-FILE-STATUS      PIC X(02).
       01  WS-HISTORY-FILE-STATUS    PIC X(02).
       01  WS-FILE-ERROR-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-FILE-ERROR                     VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-QUEUE-EOF                      VALUE 'Y'.
       01  WS-REVIEW-DONE-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-REVIEW-DONE                    VALUE 'Y'.
       01  WS-RULE-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RULE-FOUND                     VALUE 'Y'.
       01  WS-RULE-STALE-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RULE-STALE                     VALUE 'Y'.
       01  WS-HISTORY-WRITE-OK-SWITCH PIC X(01).
           88  WS-HISTORY-WRITE-OK               VALUE 'Y'.
       01  WS-ITEMS-REVIEWED         PIC 9(04)   VALUE ZERO.
       01  WS-ITEMS-APPROVED         PIC 9(04)   VALUE ZERO.
       01  WS-ITEMS-REJECTED         PIC 9(04)   VALUE ZERO.
       01  WS-DECISION               PIC X(01)   VALUE SPACE.
           88  WS-DECISION-APPROVE               VALUE 'A'.
           88  WS-DECISION-REJECT                VALUE 'R'.
           88  WS-DECISION-SKIP                  VALUE 'S'.
       01  WS-REJECT-REASON          PIC X(30)   VALUE SPACES.
       01  WS-APPROVED-TIMESTAMP     PIC X(21)   VALUE SPACES.
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
       01  REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "PENDING RULE CHANGE REVIEW".
           05  LINE 03 COL 01 VALUE "ITEM    : ".
           05  LINE 03 COL 11 PIC 9(08)    FROM PRQ-SEQUENCE-NO.
           05  LINE 03 COL 25 VALUE "MAKER: ".
           05  LINE 03 COL 32 PIC X(10)    FROM PRQ-MAKER-ID.
           05  LINE 04 COL 01 VALUE "OP CODE : ".
           05  LINE 04 COL 11 PIC X(01)    FROM PRQ-OPERATION-CODE.
           05  LINE 04 COL 25 VALUE "ACTION: ".
           05  LINE 04 COL 33 PIC X(01)    FROM PRQ-ACTION.
           05  LINE 04 COL 36 VALUE
               "(A=ADD C=CHANGE S=SUSPEND R=REACTIVATE)".
           05  LINE 05 COL 01 VALUE "REASON  : ".
           05  LINE 05 COL 11 PIC X(30)    FROM PRQ-CHANGE-REASON.
           05  LINE 07 COL 20 VALUE "CURRENT".
           05  LINE 07 COL 40 VALUE "PROPOSED".
           05  LINE 08 COL 01 VALUE "STATUS        : ".
           05  LINE 08 COL 20 PIC X(01) FROM PRQ-BEFORE-STATUS.
           05  LINE 08 COL 40 PIC X(01) FROM PRQ-AFTER-STATUS.
           05  LINE 09 COL 01 VALUE "EFFECTIVE FROM: ".
           05  LINE 09 COL 20 PIC 9(08) FROM PRQ-BEFORE-EFFECTIVE-FROM.
           05  LINE 09 COL 40 PIC 9(08) FROM PRQ-AFTER-EFFECTIVE-FROM.
           05  LINE 10 COL 01 VALUE "EFFECTIVE TO  : ".
           05  LINE 10 COL 20 PIC 9(08) FROM PRQ-BEFORE-EFFECTIVE-TO.
           05  LINE 10 COL 40 PIC 9(08) FROM PRQ-AFTER-EFFECTIVE-TO.
           05  LINE 11 COL 01 VALUE "MAX DATA1     : ".
           05  LINE 11 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA1.
           05  LINE 11 COL 40 PIC Z(9)9.99 FROM PRQ-AFTER-MAX-DATA1.
           05  LINE 12 COL 01 VALUE "MAX DATA2     : ".
           05  LINE 12 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA2.
           05  LINE 12 COL 40 PIC Z(9)9.99 FROM PRQ-AFTER-MAX-DATA2.
           05  LINE 13 COL 01 VALUE "MAX DATA3     : ".
           05  LINE 13 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA3.
           05  LINE 13 COL 40 PIC Z(9)9.99 FROM PRQ-AFTER-MAX-DATA3.
           05  LINE 14 COL 01 VALUE "MAX SUM-DATA  : ".
           05  LINE 14 COL 20 PIC Z(9)9.99
                                   FROM PRQ-BEFORE-MAX-SUM-DATA.
           05  LINE 14 COL 40 PIC Z(9)9.99
                                   FROM PRQ-AFTER-MAX-SUM-DATA.
           05  LINE 16 COL 01 VALUE
               "DECISION (A=APPROVE R=REJECT S=SKIP X=EXIT): ".
           05  LINE 16 COL 47 PIC X(01) TO WS-DECISION.
       01  REJECT-REASON-SCREEN.
           05  LINE 18 COL 01 VALUE "REJECTION REASON (REQUIRED): ".
           05  LINE 18 COL 30 PIC X(30) TO WS-REJECT-REASON.
       PROCEDURE               DIVISION
                               USING  SAMPLE-LINKAGE-RECORD.
       MAIN-SECTION.
      *    WORKING-STORAGE persists across CALLs within the same run
      *    unit (no IS INITIAL PROGRAM), so switches left behind by a
      *    prior invocation must be reset here rather than relying on
      *    VALUE clauses, which only apply once at program load.
           MOVE 'N' TO WS-FILE-ERROR-SWITCH.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE 'N' TO WS-REVIEW-DONE-SWITCH.
           MOVE ZERO TO WS-ITEMS-REVIEWED.
           MOVE ZERO TO WS-ITEMS-APPROVED.
           MOVE ZERO TO WS-ITEMS-REJECTED.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the RULES MAINTENANCE role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLERK"        TO ENC-PROGRAM-ID.
           MOVE 7                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-REVIEW-SESSION
           ELSE
               DISPLAY "SAMPLERK: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-REVIEW-SESSION.
           OPEN I-O PENDING-RULE-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERK: PENDING RULE FILE OPEN FAILED, "
                       "STATUS=" WS-PENDING-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           OPEN I-O OPERATION-RULES-FILE.
           IF WS-RULES-FILE-STATUS NOT = "00"
                   AND WS-RULES-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERK: RULES FILE OPEN FAILED, STATUS="
                       WS-RULES-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           OPEN I-O RULE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERK: RULE HISTORY FILE OPEN FAILED, "
                       "STATUS=" WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           IF WS-FILE-ERROR
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               PERFORM POSITION-QUEUE
               PERFORM REVIEW-NEXT-ITEM
                   UNTIL WS-QUEUE-EOF OR WS-REVIEW-DONE
               DISPLAY "SAMPLERK: " WS-ITEMS-REVIEWED " REVIEWED, "
                       WS-ITEMS-APPROVED " APPROVED, "
                       WS-ITEMS-REJECTED " REJECTED"
           END-IF.
           CLOSE PENDING-RULE-FILE
                 OPERATION-RULES-FILE
                 RULE-HISTORY-FILE.
       POSITION-QUEUE.
           MOVE ZERO TO PRQ-SEQUENCE-NO.
           START PENDING-RULE-FILE
               KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-START.
       REVIEW-NEXT-ITEM.
           READ PENDING-RULE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-READ.
           IF NOT WS-QUEUE-EOF AND PRQ-AWAITING-CHECK
               PERFORM REVIEW-ONE-ITEM
           END-IF.
       REVIEW-ONE-ITEM.
      *    Two-eyes control: the maker may never approve their own
      *    rule change, so their items are left on the queue for
      *    another supervisor rather than offered at all.
           IF PRQ-MAKER-ID = CALLER-SESSION-ID
               DISPLAY "SAMPLERK: ITEM " PRQ-SEQUENCE-NO
                       " WAS MADE BY THIS USER - LEFT ON QUEUE"
           ELSE
               ADD 1 TO WS-ITEMS-REVIEWED
               MOVE SPACE TO WS-DECISION
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-SCREEN
               INSPECT WS-DECISION CONVERTING "arsx" TO "ARSX"
               EVALUATE TRUE
                   WHEN WS-DECISION-APPROVE
                       PERFORM CHECK-RULE-UNCHANGED
                       IF WS-RULE-STALE
                           DISPLAY "SAMPLERK: ITEM " PRQ-SEQUENCE-NO
                                   " - RULE " PRQ-OPERATION-CODE
                                   " NO LONGER MATCHES ITS CURRENT"
                                   " IMAGE - NOT APPROVED, REJECT IT"
                                   " BACK TO THE MAKER"
                       ELSE
                           PERFORM APPROVE-RULE-CHANGE
                       END-IF
                   WHEN WS-DECISION-REJECT
                       PERFORM REJECT-RULE-CHANGE
                   WHEN WS-DECISION-SKIP
                       CONTINUE
                   WHEN WS-DECISION = 'X'
                       SUBTRACT 1 FROM WS-ITEMS-REVIEWED
                       MOVE 'Y' TO WS-REVIEW-DONE-SWITCH
                   WHEN OTHER
                       DISPLAY "SAMPLERK: UNRECOGNIZED DECISION '"
                               WS-DECISION "' - ITEM SKIPPED"
               END-EVALUATE
           END-IF.
       CHECK-RULE-UNCHANGED.
      *    The checker approves a change from the rule shown as
      *    CURRENT.  If OPRULES no longer holds exactly that, the
      *    history's before image would be false and the change could
      *    silently undo another; the item stays on the queue, where
      *    it can still be rejected.
           MOVE 'N' TO WS-RULE-STALE-SWITCH.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH.
           MOVE PRQ-OPERATION-CODE TO OPR-OPERATION-CODE.
           READ OPERATION-RULES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN PRQ-ADD-RULE
                   IF WS-RULE-FOUND
                       MOVE 'Y' TO WS-RULE-STALE-SWITCH
                   END-IF
               WHEN NOT WS-RULE-FOUND
                   MOVE 'Y' TO WS-RULE-STALE-SWITCH
               WHEN OPERATION-RULE-RECORD NOT = PRQ-BEFORE-RULE
                   MOVE 'Y' TO WS-RULE-STALE-SWITCH
           END-EVALUATE.
       APPROVE-RULE-CHANGE.
      *    Only now -- under the checker's id -- does the rule itself
      *    change.  The batch picks it up on its next run.
           MOVE PRQ-AFTER-RULE TO OPERATION-RULE-RECORD.
           IF WS-RULE-FOUND
               REWRITE OPERATION-RULE-RECORD
           ELSE
               WRITE OPERATION-RULE-RECORD
           END-IF.
           IF WS-RULES-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLERK: RULES FILE WRITE ERROR ON ITEM "
                       PRQ-SEQUENCE-NO ", STATUS="
                       WS-RULES-FILE-STATUS " - ITEM LEFT ON QUEUE"
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-APPROVED-TIMESTAMP
               PERFORM WRITE-RULE-HISTORY
      *        The rule is already changed; without its history the
      *        as-of-date inquiry would be wrong for this change.
               IF SAMPLE-RETURN-CODE NOT = ZERO
                   DISPLAY "SAMPLERK: RULE " PRQ-OPERATION-CODE
                           " IS CHANGED BUT ITS HISTORY ENTRY FOR "
                           "ITEM " PRQ-SEQUENCE-NO " WAS NOT "
                           "WRITTEN - RECORD THE CHANGE MANUALLY"
               END-IF
               MOVE 'A' TO PRQ-STATUS
               MOVE CALLER-SESSION-ID     TO PRQ-CHECKER-ID
               MOVE WS-APPROVED-TIMESTAMP TO PRQ-CHECKER-TIMESTAMP
               REWRITE PEND-RULE-RECORD
      *        The rule is already changed; an item left 'P' here
      *        would be offered again.  Its before image is now stale
      *        so a re-approval would be refused, but say so loudly.
               IF WS-PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "SAMPLERK: PENDING REWRITE FAILED ON "
                           "APPROVED ITEM " PRQ-SEQUENCE-NO
                           ", STATUS=" WS-PENDING-FILE-STATUS
                           " - DO NOT RE-APPROVE"
                   MOVE 97 TO SAMPLE-RETURN-CODE
               ELSE
                   ADD 1 TO WS-ITEMS-APPROVED
               END-IF
           END-IF.
       WRITE-RULE-HISTORY.
           MOVE PRQ-OPERATION-CODE    TO RH-OPERATION-CODE.
           MOVE WS-APPROVED-TIMESTAMP TO RH-APPROVED-TIMESTAMP.
           MOVE PRQ-SEQUENCE-NO       TO RH-PEND-SEQUENCE-NO.
           MOVE PRQ-ACTION            TO RH-ACTION.
           MOVE PRQ-MAKER-ID          TO RH-MAKER-ID.
           MOVE CALLER-SESSION-ID     TO RH-CHECKER-ID.
           MOVE PRQ-CHANGE-REASON     TO RH-CHANGE-REASON.
           MOVE PRQ-BEFORE-RULE       TO RH-BEFORE-RULE.
           MOVE PRQ-AFTER-RULE        TO RH-AFTER-RULE.
           WRITE RULE-HISTORY-RECORD.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLERK: RULE HISTORY WRITE ERROR, STATUS="
                       WS-HISTORY-FILE-STATUS
               MOVE 97 TO SAMPLE-RETURN-CODE
           END-IF.
       REJECT-RULE-CHANGE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
               DISPLAY REJECT-REASON-SCREEN
               ACCEPT REJECT-REASON-SCREEN
           END-PERFORM.
           MOVE 'R' TO PRQ-STATUS.
           MOVE CALLER-SESSION-ID     TO PRQ-CHECKER-ID.
           MOVE FUNCTION CURRENT-DATE TO PRQ-CHECKER-TIMESTAMP.
           MOVE WS-REJECT-REASON      TO PRQ-REJECT-REASON.
           REWRITE PEND-RULE-RECORD.
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLERK: PENDING REWRITE FAILED ON "
                       "REJECTED ITEM " PRQ-SEQUENCE-NO
                       ", STATUS=" WS-PENDING-FILE-STATUS
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               ADD 1 TO WS-ITEMS-REJECTED
           END-IF.
