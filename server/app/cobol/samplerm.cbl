       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLERM.
      *====================================================*
      * SAMPLERM - online operation-rule maintenance, the  *
      * maker side.  Adds a rule, changes its effective    *
      * window and limits, suspends or reactivates it --   *
      * but only ever as a PENDRULE item for SAMPLERK to   *
      * approve; OPRULES itself is never written here.     *
      * Also answers which rule was in force for an        *
      * operation on any past date, from RULEHIST.         *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATION-RULES-FILE ASSIGN TO "OPRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATION-CODE
               FILE STATUS IS WS-RULES-FILE-STATUS.
      *    OPTIONAL so the very first change ever keyed creates the
      *    queue.
           SELECT OPTIONAL PENDING-RULE-FILE ASSIGN TO "PENDRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRQ-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT OPTIONAL RULE-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  OPERATION-RULES-FILE.
           COPY OPRULES.
       FD  PENDING-RULE-FILE.
           COPY PENDRULE.
       FD  RULE-HISTORY-FILE.
           COPY RULEHIST.
       WORKING-STORAGE         SECTION.
       01  WS-RULES-FILE-STATUS      PIC X(02).
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-HISTORY-FILE-STATUS    PIC X(02).
       01  WS-FILE-ERROR-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-FILE-ERROR                     VALUE 'Y'.
       01  WS-RULE-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RULE-FOUND                     VALUE 'Y'.
       01  WS-ITEM-PENDING-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-ITEM-PENDING                   VALUE 'Y'.
       01  WS-ENTRY-VALID-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-VALID                    VALUE 'Y'.
       01  WS-DATE-VALID-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-DATE-VALID                     VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-QUEUE-EOF                      VALUE 'Y'.
       01  WS-HISTORY-EOF-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-HISTORY-EOF                    VALUE 'Y'.
       01  WS-PRQ-WRITE-OK-SWITCH    PIC X(01).
           88  WS-PRQ-WRITE-OK                   VALUE 'Y'.
       01  WS-ACTION                 PIC X(01)   VALUE SPACE.
           88  WS-ACTION-ADD                     VALUE 'A'.
           88  WS-ACTION-CHANGE                  VALUE 'C'.
           88  WS-ACTION-SUSPEND                 VALUE 'S'.
           88  WS-ACTION-REACTIVATE              VALUE 'R'.
           88  WS-ACTION-VIEW                    VALUE 'V'.
       01  WS-OPERATION-CODE         PIC X(01)   VALUE SPACE.
       01  WS-CHANGE-REASON          PIC X(30)   VALUE SPACES.
       01  WS-MESSAGE                PIC X(60)   VALUE SPACES.
      *    The window and limits as keyed; shown pre-filled with the
      *    current rule on a change.
       01  WS-NEW-EFFECTIVE-FROM     PIC 9(08)   VALUE ZERO.
       01  WS-NEW-EFFECTIVE-TO       PIC 9(08)   VALUE ZERO.
       01  WS-NEW-MAX-DATA1          PIC S9(09)V99 VALUE ZERO.
       01  WS-NEW-MAX-DATA2          PIC S9(09)V99 VALUE ZERO.
       01  WS-NEW-MAX-DATA3          PIC S9(09)V99 VALUE ZERO.
       01  WS-NEW-MAX-SUM-DATA       PIC S9(09)V99 VALUE ZERO.
       01  WS-CHECK-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR         PIC 9(04).
           05  WS-CHECK-MONTH        PIC 9(02).
           05  WS-CHECK-DAY          PIC 9(02).
       01  WS-MONTH-DAYS             PIC 9(02)   VALUE ZERO.
      *    Run-unit-persistent seed for PRQ-SEQUENCE-NO, claimed by
      *    retrying on a duplicate key exactly as SAMPLEADJ claims
      *    PEND-SEQUENCE-NO.
       01  WS-PRQ-SEQUENCE-NO        PIC 9(08)   VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(04)   VALUE ZERO.
       01  WS-REJECTED-LINE.
           05  FILLER                PIC X(09)   VALUE "REJECTED ".
           05  WS-RJ-SEQUENCE-NO     PIC 9(08).
           05  FILLER                PIC X(04)   VALUE " OP ".
           05  WS-RJ-OPERATION-CODE  PIC X(01).
           05  FILLER                PIC X(08)   VALUE " ACTION ".
           05  WS-RJ-ACTION          PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACES.
           05  WS-RJ-REJECT-REASON   PIC X(30).
      *    Rule-in-force inquiry.
       01  WS-AS-OF-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-IN-FORCE-SOURCE        PIC X(01)   VALUE SPACE.
           88  WS-IN-FORCE-AFTER-CHANGE          VALUE 'A'.
           88  WS-IN-FORCE-BEFORE-CHANGE         VALUE 'B'.
           88  WS-IN-FORCE-CURRENT               VALUE 'C'.
       01  WS-IN-FORCE-HISTORY       PIC X(205).
       01  WS-VIEW-BASIS             PIC X(40)   VALUE SPACES.
       01  WS-VIEW-TIMESTAMP         PIC X(21)   VALUE SPACES.
       01  WS-VIEW-RULE.
           05  WS-VIEW-OPERATION-CODE PIC X(01).
           05  WS-VIEW-STATUS        PIC X(01).
           05  WS-VIEW-EFFECTIVE-FROM PIC 9(08).
           05  WS-VIEW-EFFECTIVE-TO  PIC 9(08).
           05  WS-VIEW-MAX-DATA1     PIC S9(09)V99.
           05  WS-VIEW-MAX-DATA2     PIC S9(09)V99.
           05  WS-VIEW-MAX-DATA3     PIC S9(09)V99.
           05  WS-VIEW-MAX-SUM-DATA  PIC S9(09)V99.
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
       01  RULE-ACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "OPERATION RULE MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "ACTION (A=ADD C=CHANGE S=SUSPEND R=REACTIVATE".
           05  LINE 04 COL 01 VALUE
               "        V=VIEW RULE IN FORCE ON A DATE): ".
           05  LINE 04 COL 42 PIC X(01) TO WS-ACTION.
           05  LINE 05 COL 01 VALUE "OPERATION CODE: ".
           05  LINE 05 COL 17 PIC X(01) TO WS-OPERATION-CODE.
       01  RULE-ENTRY-SCREEN.
           05  LINE 07 COL 20 VALUE "CURRENT".
           05  LINE 07 COL 40 VALUE "PROPOSED".
           05  LINE 08 COL 01 VALUE "EFFECTIVE FROM: ".
           05  LINE 08 COL 20 PIC 9(08) FROM PRQ-BEFORE-EFFECTIVE-FROM.
           05  LINE 08 COL 40 PIC 9(08) USING WS-NEW-EFFECTIVE-FROM.
           05  LINE 09 COL 01 VALUE "EFFECTIVE TO  : ".
           05  LINE 09 COL 20 PIC 9(08) FROM PRQ-BEFORE-EFFECTIVE-TO.
           05  LINE 09 COL 40 PIC 9(08) USING WS-NEW-EFFECTIVE-TO.
           05  LINE 09 COL 52 VALUE "(ZERO = OPEN-ENDED)".
           05  LINE 10 COL 01 VALUE "MAX DATA1     : ".
           05  LINE 10 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA1.
           05  LINE 10 COL 40 PIC S9(09)V99 USING WS-NEW-MAX-DATA1.
           05  LINE 11 COL 01 VALUE "MAX DATA2     : ".
           05  LINE 11 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA2.
           05  LINE 11 COL 40 PIC S9(09)V99 USING WS-NEW-MAX-DATA2.
           05  LINE 12 COL 01 VALUE "MAX DATA3     : ".
           05  LINE 12 COL 20 PIC Z(9)9.99 FROM PRQ-BEFORE-MAX-DATA3.
           05  LINE 12 COL 40 PIC S9(09)V99 USING WS-NEW-MAX-DATA3.
           05  LINE 13 COL 01 VALUE "MAX SUM-DATA  : ".
           05  LINE 13 COL 20 PIC Z(9)9.99
                                   FROM PRQ-BEFORE-MAX-SUM-DATA.
           05  LINE 13 COL 40 PIC S9(09)V99 USING WS-NEW-MAX-SUM-DATA.
           05  LINE 14 COL 01 VALUE "(ZERO LIMIT = NO LIMIT)".
           05  LINE 16 COL 01 PIC X(60) FROM WS-MESSAGE.
       01  CURRENT-RULE-SCREEN.
           05  LINE 07 COL 01 VALUE "STATUS        : ".
           05  LINE 07 COL 20 PIC X(01) FROM OPR-STATUS.
           05  LINE 08 COL 01 VALUE "EFFECTIVE FROM: ".
           05  LINE 08 COL 20 PIC 9(08) FROM OPR-EFFECTIVE-FROM.
           05  LINE 09 COL 01 VALUE "EFFECTIVE TO  : ".
           05  LINE 09 COL 20 PIC 9(08) FROM OPR-EFFECTIVE-TO.
       01  CHANGE-REASON-SCREEN.
           05  LINE 18 COL 01 VALUE "CHANGE REASON (REQUIRED): ".
           05  LINE 18 COL 27 PIC X(30) TO WS-CHANGE-REASON.
       01  RULE-MESSAGE-SCREEN.
           05  LINE 20 COL 01 PIC X(60) FROM WS-MESSAGE.
       01  QUEUED-SCREEN.
           05  LINE 20 COL 01 VALUE
               "QUEUED FOR SUPERVISOR APPROVAL AS ITEM ".
           05  LINE 20 COL 40 PIC 9(08) FROM WS-PRQ-SEQUENCE-NO.
       01  AS-OF-DATE-SCREEN.
           05  LINE 07 COL 01 VALUE "AS OF DATE (YYYYMMDD): ".
           05  LINE 07 COL 24 PIC 9(08) TO WS-AS-OF-DATE.
       01  RULE-IN-FORCE-SCREEN.
           05  LINE 09 COL 01 VALUE "IN FORCE PER  : ".
           05  LINE 09 COL 20 PIC X(40) FROM WS-VIEW-BASIS.
           05  LINE 10 COL 20 PIC X(21) FROM WS-VIEW-TIMESTAMP.
           05  LINE 11 COL 01 VALUE "STATUS        : ".
           05  LINE 11 COL 20 PIC X(01) FROM WS-VIEW-STATUS.
           05  LINE 12 COL 01 VALUE "EFFECTIVE FROM: ".
           05  LINE 12 COL 20 PIC 9(08) FROM WS-VIEW-EFFECTIVE-FROM.
           05  LINE 13 COL 01 VALUE "EFFECTIVE TO  : ".
           05  LINE 13 COL 20 PIC 9(08) FROM WS-VIEW-EFFECTIVE-TO.
           05  LINE 14 COL 01 VALUE "MAX DATA1     : ".
           05  LINE 14 COL 20 PIC Z(9)9.99 FROM WS-VIEW-MAX-DATA1.
           05  LINE 15 COL 01 VALUE "MAX DATA2     : ".
           05  LINE 15 COL 20 PIC Z(9)9.99 FROM WS-VIEW-MAX-DATA2.
           05  LINE 16 COL 01 VALUE "MAX DATA3     : ".
           05  LINE 16 COL 20 PIC Z(9)9.99 FROM WS-VIEW-MAX-DATA3.
           05  LINE 17 COL 01 VALUE "MAX SUM-DATA  : ".
           05  LINE 17 COL 20 PIC Z(9)9.99 FROM WS-VIEW-MAX-SUM-DATA.
       PROCEDURE               DIVISION
                               USING  SAMPLE-LINKAGE-RECORD.
       MAIN-SECTION.
      *    WORKING-STORAGE persists across CALLs within the same run
      *    unit (no IS INITIAL PROGRAM), so switches left behind by a
      *    prior invocation must be reset here rather than relying on
      *    VALUE clauses, which only apply once at program load.
           MOVE 'N' TO WS-FILE-ERROR-SWITCH.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE ZERO TO WS-REJECTED-COUNT.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
           MOVE SPACE TO WS-ACTION.
           MOVE SPACE TO WS-OPERATION-CODE.
           MOVE SPACES TO WS-MESSAGE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the RULES MAINTENANCE role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLERM"        TO ENC-PROGRAM-ID.
           MOVE 7                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-MAINTENANCE-SESSION
           ELSE
               DISPLAY "SAMPLERM: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-MAINTENANCE-SESSION.
           OPEN INPUT OPERATION-RULES-FILE.
           IF WS-RULES-FILE-STATUS NOT = "00"
                   AND WS-RULES-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERM: RULES FILE OPEN FAILED, STATUS="
                       WS-RULES-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           OPEN I-O PENDING-RULE-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERM: PENDING RULE FILE OPEN FAILED, "
                       "STATUS=" WS-PENDING-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           OPEN INPUT RULE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLERM: RULE HISTORY FILE OPEN FAILED, "
                       "STATUS=" WS-HISTORY-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           IF WS-FILE-ERROR
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               PERFORM LIST-REJECTED-ITEMS
               DISPLAY RULE-ACTION-SCREEN
               ACCEPT RULE-ACTION-SCREEN
               INSPECT WS-ACTION CONVERTING "acsrv" TO "ACSRV"
               EVALUATE TRUE
                   WHEN WS-ACTION-VIEW
                       PERFORM VIEW-RULE-IN-FORCE
                   WHEN WS-ACTION-ADD
                   WHEN WS-ACTION-CHANGE
                   WHEN WS-ACTION-SUSPEND
                   WHEN WS-ACTION-REACTIVATE
                       PERFORM PREPARE-RULE-CHANGE
                   WHEN OTHER
                       MOVE "UNRECOGNIZED ACTION - NOTHING DONE"
                           TO WS-MESSAGE
                       DISPLAY RULE-MESSAGE-SCREEN
                       MOVE 98 TO SAMPLE-RETURN-CODE
               END-EVALUATE
           END-IF.
           CLOSE OPERATION-RULES-FILE
                 PENDING-RULE-FILE
                 RULE-HISTORY-FILE.
       LIST-REJECTED-ITEMS.
      *    Anything the checker bounced back to this maker is shown
      *    first, reason and all, so it can be re-keyed.
           MOVE ZERO TO PRQ-SEQUENCE-NO.
           START PENDING-RULE-FILE
               KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF
               READ PENDING-RULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF PRQ-REJECTED
                               AND PRQ-MAKER-ID = CALLER-SESSION-ID
                           ADD 1 TO WS-REJECTED-COUNT
                           MOVE PRQ-SEQUENCE-NO
                               TO WS-RJ-SEQUENCE-NO
                           MOVE PRQ-OPERATION-CODE
                               TO WS-RJ-OPERATION-CODE
                           MOVE PRQ-ACTION TO WS-RJ-ACTION
                           MOVE PRQ-REJECT-REASON
                               TO WS-RJ-REJECT-REASON
                           DISPLAY WS-REJECTED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY WS-REJECTED-COUNT
                       " REJECTED RULE CHANGE(S) AWAIT RE-ENTRY"
           END-IF.
       PREPARE-RULE-CHANGE.
           PERFORM READ-CURRENT-RULE.
           PERFORM CHECK-ITEM-PENDING.
      *    Only codes sample knows may be given a new rule; an
      *    existing rule under any code can still be maintained.
           MOVE WS-OPERATION-CODE TO OPERATION-CODE.
           EVALUATE TRUE
               WHEN WS-ITEM-PENDING
                   MOVE "A CHANGE TO THIS RULE IS ALREADY PENDING"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-ADD AND WS-RULE-FOUND
                   MOVE "RULE ALREADY ON FILE - USE C TO CHANGE IT"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-ADD
                       AND NOT OP-ADD
                       AND NOT OP-SUBTRACT
                       AND NOT OP-MULTIPLY
                   MOVE "UNRECOGNIZED OPERATION CODE - NO RULE ADDED"
                       TO WS-MESSAGE
                   MOVE 98 TO SAMPLE-RETURN-CODE
               WHEN NOT WS-ACTION-ADD AND NOT WS-RULE-FOUND
                   MOVE "NO RULE ON FILE FOR THAT OPERATION CODE"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-SUSPEND AND OPR-RULE-SUSPENDED
                   MOVE "RULE IS ALREADY SUSPENDED" TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-REACTIVATE AND OPR-RULE-ACTIVE
                   MOVE "RULE IS ALREADY ACTIVE" TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN OTHER
                   PERFORM BUILD-RULE-CHANGE
                   PERFORM WRITE-PENDING-RULE-CHANGE
           END-EVALUATE.
           IF SAMPLE-RETURN-CODE NOT = ZERO
               DISPLAY RULE-MESSAGE-SCREEN
           END-IF.
       READ-CURRENT-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SWITCH.
           MOVE WS-OPERATION-CODE TO OPR-OPERATION-CODE.
           READ OPERATION-RULES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RULE-FOUND-SWITCH
           END-READ.
       CHECK-ITEM-PENDING.
      *    One change per rule at a time: a second item would carry a
      *    before image the first approval is about to make stale.
           MOVE 'N' TO WS-ITEM-PENDING-SWITCH.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE ZERO TO PRQ-SEQUENCE-NO.
           START PENDING-RULE-FILE
               KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF OR WS-ITEM-PENDING
               READ PENDING-RULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF PRQ-AWAITING-CHECK
                               AND PRQ-OPERATION-CODE =
                                   WS-OPERATION-CODE
                           MOVE 'Y' TO WS-ITEM-PENDING-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
       BUILD-RULE-CHANGE.
           IF WS-RULE-FOUND
               MOVE OPERATION-RULE-RECORD TO PRQ-BEFORE-RULE
           ELSE
               INITIALIZE PRQ-BEFORE-RULE
               MOVE WS-OPERATION-CODE TO PRQ-BEFORE-OPERATION-CODE
           END-IF.
           MOVE PRQ-BEFORE-RULE TO PRQ-AFTER-RULE.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
               WHEN WS-ACTION-CHANGE
                   MOVE PRQ-BEFORE-EFFECTIVE-FROM
                       TO WS-NEW-EFFECTIVE-FROM
                   MOVE PRQ-BEFORE-EFFECTIVE-TO
                       TO WS-NEW-EFFECTIVE-TO
                   MOVE PRQ-BEFORE-MAX-DATA1   TO WS-NEW-MAX-DATA1
                   MOVE PRQ-BEFORE-MAX-DATA2   TO WS-NEW-MAX-DATA2
                   MOVE PRQ-BEFORE-MAX-DATA3   TO WS-NEW-MAX-DATA3
                   MOVE PRQ-BEFORE-MAX-SUM-DATA
                       TO WS-NEW-MAX-SUM-DATA
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   PERFORM ENTER-RULE-VALUES
                       UNTIL WS-ENTRY-VALID
                   MOVE WS-NEW-EFFECTIVE-FROM
                       TO PRQ-AFTER-EFFECTIVE-FROM
                   MOVE WS-NEW-EFFECTIVE-TO
                       TO PRQ-AFTER-EFFECTIVE-TO
                   MOVE WS-NEW-MAX-DATA1    TO PRQ-AFTER-MAX-DATA1
                   MOVE WS-NEW-MAX-DATA2    TO PRQ-AFTER-MAX-DATA2
                   MOVE WS-NEW-MAX-DATA3    TO PRQ-AFTER-MAX-DATA3
                   MOVE WS-NEW-MAX-SUM-DATA TO PRQ-AFTER-MAX-SUM-DATA
      *            A new rule starts active; a change leaves the
      *            status alone -- suspension has its own action.
                   IF WS-ACTION-ADD
                       MOVE 'A' TO PRQ-AFTER-STATUS
                   END-IF
               WHEN WS-ACTION-SUSPEND
                   DISPLAY CURRENT-RULE-SCREEN
                   MOVE 'S' TO PRQ-AFTER-STATUS
               WHEN WS-ACTION-REACTIVATE
                   DISPLAY CURRENT-RULE-SCREEN
                   MOVE 'A' TO PRQ-AFTER-STATUS
           END-EVALUATE.
           MOVE SPACES TO WS-CHANGE-REASON.
           PERFORM ENTER-CHANGE-REASON
               UNTIL WS-CHANGE-REASON NOT = SPACES.
       ENTER-RULE-VALUES.
           DISPLAY RULE-ENTRY-SCREEN.
           ACCEPT RULE-ENTRY-SCREEN.
           PERFORM VALIDATE-RULE-VALUES.
       VALIDATE-RULE-VALUES.
      *    The window must be made of real dates running forwards,
      *    and no limit may be negative: the batch compares limits
      *    against amount magnitudes, so a negative one would reject
      *    everything.  The first fault found is shown and the
      *    screen comes back for correction.
           MOVE 'Y' TO WS-ENTRY-VALID-SWITCH.
           MOVE SPACES TO WS-MESSAGE.
           MOVE WS-NEW-EFFECTIVE-FROM TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-VALID.
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE FROM IS NOT A VALID DATE"
                   TO WS-MESSAGE
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
           END-IF.
           IF WS-ENTRY-VALID AND WS-NEW-EFFECTIVE-TO NOT = ZERO
               MOVE WS-NEW-EFFECTIVE-TO TO WS-CHECK-DATE
               PERFORM CHECK-DATE-VALID
               EVALUATE TRUE
                   WHEN NOT WS-DATE-VALID
                       MOVE "EFFECTIVE TO IS NOT A VALID DATE"
                           TO WS-MESSAGE
                       MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   WHEN WS-NEW-EFFECTIVE-TO < WS-NEW-EFFECTIVE-FROM
                       MOVE "EFFECTIVE TO IS BEFORE EFFECTIVE FROM"
                           TO WS-MESSAGE
                       MOVE 'N' TO WS-ENTRY-VALID-SWITCH
               END-EVALUATE
           END-IF.
           IF WS-ENTRY-VALID
                   AND (WS-NEW-MAX-DATA1 < ZERO
                        OR WS-NEW-MAX-DATA2 < ZERO
                        OR WS-NEW-MAX-DATA3 < ZERO
                        OR WS-NEW-MAX-SUM-DATA < ZERO)
               MOVE "LIMITS MAY NOT BE NEGATIVE" TO WS-MESSAGE
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
           END-IF.
           IF WS-ENTRY-VALID AND WS-ACTION-CHANGE
                   AND WS-NEW-EFFECTIVE-FROM =
                       PRQ-BEFORE-EFFECTIVE-FROM
                   AND WS-NEW-EFFECTIVE-TO = PRQ-BEFORE-EFFECTIVE-TO
                   AND WS-NEW-MAX-DATA1 = PRQ-BEFORE-MAX-DATA1
                   AND WS-NEW-MAX-DATA2 = PRQ-BEFORE-MAX-DATA2
                   AND WS-NEW-MAX-DATA3 = PRQ-BEFORE-MAX-DATA3
                   AND WS-NEW-MAX-SUM-DATA = PRQ-BEFORE-MAX-SUM-DATA
               MOVE "NOTHING HAS BEEN CHANGED" TO WS-MESSAGE
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
           END-IF.
       CHECK-DATE-VALID.
           MOVE 'Y' TO WS-DATE-VALID-SWITCH.
           EVALUATE WS-CHECK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(WS-CHECK-YEAR, 4) = 0
                           AND (FUNCTION MOD(WS-CHECK-YEAR, 100)
                                    NOT = 0
                                OR FUNCTION MOD(WS-CHECK-YEAR, 400)
                                    = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1
                   OR WS-CHECK-DAY > WS-MONTH-DAYS
               MOVE 'N' TO WS-DATE-VALID-SWITCH
           END-IF.
       ENTER-CHANGE-REASON.
           DISPLAY CHANGE-REASON-SCREEN.
           ACCEPT CHANGE-REASON-SCREEN.
       WRITE-PENDING-RULE-CHANGE.
      *    Two-eyes control: nothing changes here.  The item goes on
      *    the queue and SAMPLERK applies it to OPRULES only after a
      *    different user approves it.
           MOVE 'P'                    TO PRQ-STATUS.
           MOVE WS-ACTION              TO PRQ-ACTION.
           MOVE WS-OPERATION-CODE      TO PRQ-OPERATION-CODE.
           MOVE CALLER-SESSION-ID      TO PRQ-MAKER-ID.
           MOVE FUNCTION CURRENT-DATE  TO PRQ-MAKER-TIMESTAMP.
           MOVE WS-CHANGE-REASON       TO PRQ-CHANGE-REASON.
           MOVE SPACES                 TO PRQ-CHECKER-ID.
           MOVE SPACES                 TO PRQ-CHECKER-TIMESTAMP.
           MOVE SPACES                 TO PRQ-REJECT-REASON.
      *    Same duplicate-key exposure as the adjustment queue: claim
      *    the next free sequence number by retrying.  Any OTHER
      *    (non-key) write error is fatal to this attempt.
           MOVE 'N' TO WS-PRQ-WRITE-OK-SWITCH.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
           PERFORM UNTIL WS-PRQ-WRITE-OK
               ADD 1 TO WS-PRQ-SEQUENCE-NO
               MOVE WS-PRQ-SEQUENCE-NO TO PRQ-SEQUENCE-NO
               WRITE PEND-RULE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PRQ-WRITE-OK-SWITCH
               END-WRITE
               IF NOT WS-PRQ-WRITE-OK
                       AND WS-PENDING-FILE-STATUS NOT = "00"
                       AND WS-PENDING-FILE-STATUS(1:1) NOT = "2"
                   DISPLAY "SAMPLERM: PENDING RULE FILE WRITE ERROR, "
                           "STATUS=" WS-PENDING-FILE-STATUS
                   MOVE 97 TO SAMPLE-RETURN-CODE
                   MOVE 'Y' TO WS-PRQ-WRITE-OK-SWITCH
               END-IF
           END-PERFORM.
           IF SAMPLE-RETURN-CODE = ZERO
               PERFORM CLOSE-SUPERSEDED-REJECTS
               DISPLAY QUEUED-SCREEN
           END-IF.
       CLOSE-SUPERSEDED-REJECTS.
      *    The item just queued replaces any rejected change this
      *    maker already had for the same rule.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
           MOVE ZERO TO PRQ-SEQUENCE-NO.
           START PENDING-RULE-FILE
               KEY IS NOT LESS THAN PRQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF
               READ PENDING-RULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF PRQ-REJECTED
                               AND PRQ-MAKER-ID = CALLER-SESSION-ID
                               AND PRQ-OPERATION-CODE =
                                   WS-OPERATION-CODE
                           MOVE 'S' TO PRQ-STATUS
                           REWRITE PEND-RULE-RECORD
                           IF WS-PENDING-FILE-STATUS NOT = "00"
                               DISPLAY "SAMPLERM: SUPERSEDE REWRITE "
                                       "FAILED, STATUS="
                                       WS-PENDING-FILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       VIEW-RULE-IN-FORCE.
      *    The rule in force on a date is the after image of the last
      *    change approved on or before it.  Before the first
      *    recorded change it is that change's before image; with no
      *    change recorded at all, today's rule has always stood.
           MOVE ZERO TO WS-AS-OF-DATE.
           DISPLAY AS-OF-DATE-SCREEN.
           ACCEPT AS-OF-DATE-SCREEN.
           MOVE SPACE TO WS-IN-FORCE-SOURCE.
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
           MOVE WS-OPERATION-CODE TO RH-OPERATION-CODE.
           MOVE LOW-VALUES TO RH-APPROVED-TIMESTAMP.
           MOVE ZERO TO RH-PEND-SEQUENCE-NO.
           START RULE-HISTORY-FILE
               KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-HISTORY-EOF
               READ RULE-HISTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                   NOT AT END
                       PERFORM CHECK-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           IF WS-IN-FORCE-SOURCE = SPACE
               MOVE 'C' TO WS-IN-FORCE-SOURCE
           END-IF.
           MOVE SPACES TO WS-VIEW-TIMESTAMP.
           EVALUATE TRUE
               WHEN WS-IN-FORCE-AFTER-CHANGE
                   MOVE WS-IN-FORCE-HISTORY TO RULE-HISTORY-RECORD
                   MOVE RH-AFTER-RULE TO WS-VIEW-RULE
                   MOVE "CHANGE APPROVED AT" TO WS-VIEW-BASIS
                   MOVE RH-APPROVED-TIMESTAMP TO WS-VIEW-TIMESTAMP
               WHEN WS-IN-FORCE-BEFORE-CHANGE
                   MOVE WS-IN-FORCE-HISTORY TO RULE-HISTORY-RECORD
                   MOVE RH-BEFORE-RULE TO WS-VIEW-RULE
                   MOVE "RULE AS IT STOOD BEFORE CHANGE AT"
                       TO WS-VIEW-BASIS
                   MOVE RH-APPROVED-TIMESTAMP TO WS-VIEW-TIMESTAMP
               WHEN OTHER
                   PERFORM READ-CURRENT-RULE
                   IF WS-RULE-FOUND
                       MOVE OPERATION-RULE-RECORD TO WS-VIEW-RULE
                   END-IF
                   MOVE "CURRENT RULE, NO CHANGE RECORDED SINCE"
                       TO WS-VIEW-BASIS
           END-EVALUATE.
      *    Before an add, and with no rule on file at all, there was
      *    no rule: the batch accepted the operation unchecked.
           IF (WS-IN-FORCE-BEFORE-CHANGE AND RH-ACTION = 'A')
                   OR (WS-IN-FORCE-CURRENT AND NOT WS-RULE-FOUND)
               MOVE "NO RULE ON FILE FOR THAT OPERATION ON THAT DATE"
                   TO WS-MESSAGE
               DISPLAY RULE-MESSAGE-SCREEN
               MOVE 99 TO SAMPLE-RETURN-CODE
           ELSE
               DISPLAY RULE-IN-FORCE-SCREEN
           END-IF.
       CHECK-ONE-HISTORY-RECORD.
      *    Records come back in approval order; the first one
      *    approved after the date ends the search.
           EVALUATE TRUE
               WHEN RH-OPERATION-CODE NOT = WS-OPERATION-CODE
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
               WHEN RH-APPROVED-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
                   MOVE RULE-HISTORY-RECORD TO WS-IN-FORCE-HISTORY
                   MOVE 'A' TO WS-IN-FORCE-SOURCE
               WHEN OTHER
                   IF WS-IN-FORCE-SOURCE = SPACE
                       MOVE RULE-HISTORY-RECORD
                           TO WS-IN-FORCE-HISTORY
                       MOVE 'B' TO WS-IN-FORCE-SOURCE
                   END-IF
                   MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
           END-EVALUATE.
