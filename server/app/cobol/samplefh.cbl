       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEFH.
      *====================================================*
      * SAMPLEFH - held-feed review.  Walks the RUNCTL     *
      * entries SAMPLEBT registered HELD because a feed's  *
      * detail count or hash total was out of line with    *
      * the source's recent completed runs, shows what it  *
      * was measured against, and lets an authorized       *
      * supervisor release it (the next SAMPLEBT start     *
      * posts it without the check) or reject it (nothing  *
      * posts; the upstream must resend).  The reviewer    *
      * and the time of the decision stay on the entry.    *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE         SECTION.
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-RUNCTL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RUNCTL-EOF                     VALUE 'Y'.
       01  WS-SESSION-DONE-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-SESSION-DONE                   VALUE 'Y'.
       01  WS-SUPERVISOR-ID          PIC X(10)   VALUE SPACES.
       01  WS-DECISION               PIC X(01)   VALUE SPACE.
           88  WS-DECISION-RELEASE               VALUE 'R'.
           88  WS-DECISION-REJECT                VALUE 'J'.
           88  WS-DECISION-SKIP                  VALUE 'S'.
           88  WS-DECISION-EXIT                  VALUE 'X'.
       01  WS-HOLD-REASON-TEXT       PIC X(24)   VALUE SPACES.
       01  WS-SCREEN-HASH            PIC -(15)9.99.
       01  WS-SCREEN-AVERAGE-HASH    PIC -(15)9.99.
       01  WS-FEEDS-HELD             PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-RELEASED         PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-REJECTED         PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-LEFT-HELD        PIC 9(04)   VALUE ZERO.
           COPY ENTITLLK.
       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "HELD FEED REVIEW".
           05  LINE 03 COL 01 VALUE "SUPERVISOR ID: ".
           05  LINE 03 COL 16 PIC X(10) TO WS-SUPERVISOR-ID.
       01  REVIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "HELD FEED REVIEW".
           05  LINE 03 COL 01 VALUE "BUSINESS DATE : ".
           05  LINE 03 COL 17 PIC 9(08) FROM RC-BUSINESS-DATE.
           05  LINE 04 COL 01 VALUE "SOURCE SYSTEM : ".
           05  LINE 04 COL 17 PIC X(08) FROM RC-SOURCE-SYSTEM.
           05  LINE 05 COL 01 VALUE "RUN ID        : ".
           05  LINE 05 COL 17 PIC X(12) FROM RC-RUN-ID.
           05  LINE 06 COL 01 VALUE "HELD ON       : ".
           05  LINE 06 COL 17 PIC X(24) FROM WS-HOLD-REASON-TEXT.
           05  LINE 08 COL 20 VALUE "THIS FEED".
           05  LINE 08 COL 42 VALUE "AVERAGE".
           05  LINE 09 COL 01 VALUE "DETAIL COUNT  : ".
           05  LINE 09 COL 20 PIC Z(7)9 FROM RC-FEED-DETAIL-COUNT.
           05  LINE 09 COL 42 PIC Z(7)9 FROM RC-HOLD-AVERAGE-COUNT.
           05  LINE 10 COL 01 VALUE "HASH TOTAL    : ".
           05  LINE 10 COL 17 PIC X(19) FROM WS-SCREEN-HASH.
           05  LINE 10 COL 39 PIC X(19) FROM WS-SCREEN-AVERAGE-HASH.
           05  LINE 11 COL 01 VALUE "COMPLETED RUNS AVERAGED: ".
           05  LINE 11 COL 26 PIC Z9 FROM RC-HOLD-HISTORY-RUNS.
           05  LINE 13 COL 01 VALUE
               "DECIDE (R=RELEASE J=REJECT S=SKIP X=EXIT): ".
           05  LINE 13 COL 44 PIC X(01) TO WS-DECISION.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           DISPLAY SIGN-ON-SCREEN.
           ACCEPT SIGN-ON-SCREEN.
           PERFORM CHECK-SUPERVISOR-AUTHORIZED.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-RUN-CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEFH: RUN CONTROL OPEN FAILED, STATUS="
                       WS-RUN-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO RC-KEY.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-RUNCTL-EOF OR WS-SESSION-DONE
               READ RUN-CONTROL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
                   NOT AT END
                       IF RC-STATUS-HELD
                           PERFORM REVIEW-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "SAMPLEFH JOB SUMMARY".
           DISPLAY "FEEDS HELD       : " WS-FEEDS-HELD.
           DISPLAY "RELEASED         : " WS-FEEDS-RELEASED.
           DISPLAY "REJECTED         : " WS-FEEDS-REJECTED.
           DISPLAY "STILL HELD       : " WS-FEEDS-LEFT-HELD.
           GOBACK.
       CHECK-SUPERVISOR-AUTHORIZED.
      *    Releasing a feed lets it post unchecked, so the session
      *    must sign on as an operator holding the escalation
      *    supervisor role on ENTITLE.
           MOVE WS-SUPERVISOR-ID   TO ENC-OPERATOR-ID.
           MOVE "SAMPLEFH"         TO ENC-PROGRAM-ID.
           MOVE 5                  TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLEFH: ABEND - USER " WS-SUPERVISOR-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
       REVIEW-ONE-FEED.
           ADD 1 TO WS-FEEDS-HELD.
           EVALUATE TRUE
               WHEN RC-HELD-ON-BOTH
                   MOVE "DETAIL COUNT AND HASH" TO WS-HOLD-REASON-TEXT
               WHEN RC-HELD-ON-COUNT
                   MOVE "DETAIL COUNT"          TO WS-HOLD-REASON-TEXT
               WHEN OTHER
                   MOVE "HASH TOTAL"            TO WS-HOLD-REASON-TEXT
           END-EVALUATE.
           MOVE RC-FEED-HASH-TOTAL   TO WS-SCREEN-HASH.
           MOVE RC-HOLD-AVERAGE-HASH TO WS-SCREEN-AVERAGE-HASH.
           MOVE SPACE TO WS-DECISION.
           DISPLAY REVIEW-SCREEN.
           ACCEPT REVIEW-SCREEN.
           INSPECT WS-DECISION CONVERTING "rjsx" TO "RJSX".
           EVALUATE TRUE
               WHEN WS-DECISION-RELEASE
                   MOVE 'L' TO RC-STATUS
                   PERFORM RECORD-REVIEW
                   DISPLAY "SAMPLEFH: " RC-SOURCE-SYSTEM " OF "
                           RC-BUSINESS-DATE " RELEASED - IT POSTS ON "
                           "THE NEXT SAMPLEBT START"
                   ADD 1 TO WS-FEEDS-RELEASED
               WHEN WS-DECISION-REJECT
                   MOVE 'X' TO RC-STATUS
                   PERFORM RECORD-REVIEW
                   DISPLAY "SAMPLEFH: " RC-SOURCE-SYSTEM " OF "
                           RC-BUSINESS-DATE " REJECTED - NOTHING "
                           "POSTS UNTIL THE UPSTREAM RESENDS"
                   ADD 1 TO WS-FEEDS-REJECTED
               WHEN WS-DECISION-SKIP
                   ADD 1 TO WS-FEEDS-LEFT-HELD
               WHEN WS-DECISION-EXIT
                   ADD 1 TO WS-FEEDS-LEFT-HELD
                   MOVE 'Y' TO WS-SESSION-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "SAMPLEFH: UNRECOGNIZED DECISION '"
                           WS-DECISION "' - FEED LEFT HELD"
                   ADD 1 TO WS-FEEDS-LEFT-HELD
           END-EVALUATE.
       RECORD-REVIEW.
           MOVE WS-SUPERVISOR-ID      TO RC-HOLD-REVIEWED-BY.
           MOVE FUNCTION CURRENT-DATE TO RC-HOLD-REVIEW-TIMESTAMP.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFH: RUN CONTROL REWRITE FAILED, STATUS="
                       WS-RUN-CONTROL-FILE-STATUS
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.
