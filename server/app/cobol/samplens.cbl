      *====================================================*
      * SAMPLENS - night-status console.  One pass over    *
      * everything that tells the story of the night --    *
      * RUNCTL (run, hold and balance status per feed),    *
      * JOBCHAIN (how far each feed's SAMPLEJS chain got), *
      * the AUDITEXT extract (merged or not), PENDADJ      *
      * (items awaiting a checker and the oldest one's     *
      * age), EXCEPOT/EXCPHOLD (open rejects and held      *
      * repairs) and ESCALOT (escalations) -- for one      *
      * business date, ending with a clear safe-to-run-    *
      * SAMPLEGL verdict, so the early operator reads one  *
      * screen instead of running five programs.           *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
           SELECT OPTIONAL JOB-CHAIN-FILE ASSIGN TO "JOBCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JC-KEY
               FILE STATUS IS WS-CHAIN-FILE-STATUS.
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
       FILE                    SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  JOB-CHAIN-FILE.
           COPY JOBCHAIN.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  PENDING-FILE.
           COPY PENDADJ.
       FD  EXCEPTION-FILE.
           COPY EXCEPLK.
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(64).
       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD       PIC X(64).
       WORKING-STORAGE         SECTION.
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-CHAIN-FILE-STATUS      PIC X(02).
       01  WS-EXTRACT-FILE-STATUS    PIC X(02).
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-EXCEPTION-FILE-STATUS  PIC X(02).
       01  WS-STATUS-DATE            PIC 9(08)   VALUE ZERO.
       01  WS-RUNCTL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RUNCTL-EOF                     VALUE 'Y'.
       01  WS-CHAIN-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-CHAIN-EOF                      VALUE 'Y'.
       01  WS-CHAIN-COUNT            PIC 9(03)   VALUE ZERO.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-QUEUE-EOF                      VALUE 'Y'.
       01  WS-COUNT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
       01  WS-FEED-COUNT             PIC 9(03)   VALUE ZERO.
       01  WS-FEEDS-COMPLETE         PIC 9(03)   VALUE ZERO.
       01  WS-FEEDS-BALANCED         PIC 9(03)   VALUE ZERO.
      *    A feed rejected at anomaly review posted nothing and is
      *    waiting on the upstream; it does not hold up the others.
       01  WS-FEEDS-REJECTED         PIC 9(03)   VALUE ZERO.
       01  WS-NS-HASH                PIC -(15)9.99.
       01  WS-NS-AVERAGE-HASH        PIC -(15)9.99.
       01  WS-PENDING-COUNT          PIC 9(08)   VALUE ZERO.
       01  WS-OLDEST-PEND-TIMESTAMP  PIC X(21)   VALUE HIGH-VALUES.
       01  WS-OLDEST-PEND-DAYS       PIC 9(05)   VALUE ZERO.
                   WS-STATUS-DATE.
           DISPLAY " ".
           PERFORM REPORT-RUN-CONTROL.
           PERFORM REPORT-JOB-STREAM.
           PERFORM REPORT-AUDIT-EXTRACT.
           PERFORM REPORT-PENDING-ADJUSTMENTS.
           PERFORM REPORT-REPAIR-QUEUES.
           MOVE RC-RECORDS-POSTED    TO WS-FL-POSTED.
           MOVE RC-RECORDS-REJECTED  TO WS-FL-REJECTED.
           DISPLAY WS-FEED-LINE.
           EVALUATE TRUE
               WHEN RC-STATUS-HELD
                   PERFORM REPORT-HELD-FEED
               WHEN RC-STATUS-RELEASED
                   DISPLAY "    RELEASED BY " RC-HOLD-REVIEWED-BY
                           " - SAMPLEBT HAS NOT POSTED IT YET"
               WHEN RC-STATUS-REJECTED
                   DISPLAY "    REJECTED BY " RC-HOLD-REVIEWED-BY
                           " - NOTHING POSTED, AWAITING A RESEND"
           END-EVALUATE.
           IF RC-STATUS-REJECTED
               ADD 1 TO WS-FEEDS-REJECTED
           ELSE
               IF RC-STATUS-COMPLETE
                   ADD 1 TO WS-FEEDS-COMPLETE
               ELSE
                   IF RC-STATUS-HELD
                       MOVE "A FEED IS HELD FOR ANOMALY REVIEW"
                           TO WS-GL-BLOCK-REASON
                   ELSE
                       MOVE "A FEED IS NOT COMPLETE"
                           TO WS-GL-BLOCK-REASON
                   END-IF
               END-IF
               IF RC-RUN-BALANCED
                   ADD 1 TO WS-FEEDS-BALANCED
               ELSE
      *            SPACE means SAMPLERP has not stamped a verdict
      *            yet; 'O' means it reconciled out of balance.
                   IF WS-GL-BLOCK-REASON = SPACES
                       MOVE "A FEED IS NOT STAMPED BALANCED"
                           TO WS-GL-BLOCK-REASON
                   END-IF
               END-IF
           END-IF.
       REPORT-HELD-FEED.
      *    What SAMPLEBT measured the feed against, so the operator
      *    can tell the supervisor why it is waiting.
           MOVE RC-FEED-HASH-TOTAL   TO WS-NS-HASH.
           MOVE RC-HOLD-AVERAGE-HASH TO WS-NS-AVERAGE-HASH.
           DISPLAY "    HELD FOR ANOMALY REVIEW (SAMPLEFH) - "
                   RC-HOLD-HISTORY-RUNS " RUN AVERAGE".
           DISPLAY "    DETAILS " RC-FEED-DETAIL-COUNT
                   "   AVERAGE " RC-HOLD-AVERAGE-COUNT.
           DISPLAY "    HASH " WS-NS-HASH
                   "   AVERAGE " WS-NS-AVERAGE-HASH.
       REPORT-JOB-STREAM.
      *    Where SAMPLEJS left each feed's chain.  A stopped chain
      *    is resumed at the step shown by rerunning SAMPLEJS.
           DISPLAY "JOB STREAM".
           OPEN INPUT JOB-CHAIN-FILE.
           IF WS-CHAIN-FILE-STATUS NOT = "00"
                   AND WS-CHAIN-FILE-STATUS NOT = "05"
               DISPLAY "  ** JOB CHAIN FILE UNAVAILABLE, STATUS="
                       WS-CHAIN-FILE-STATUS " **"
           ELSE
               MOVE WS-STATUS-DATE TO JC-BUSINESS-DATE
               MOVE LOW-VALUES     TO JC-SOURCE-SYSTEM
               START JOB-CHAIN-FILE
                   KEY IS NOT LESS THAN JC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-CHAIN-EOF
                   READ JOB-CHAIN-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                       NOT AT END
                           IF JC-BUSINESS-DATE NOT = WS-STATUS-DATE
                               MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                           ELSE
                               PERFORM REPORT-ONE-CHAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CHAIN-FILE
               IF WS-CHAIN-COUNT = ZERO
                   DISPLAY "  SAMPLEJS HAS NOT RUN FOR THIS DATE"
               END-IF
           END-IF.
           DISPLAY " ".
       REPORT-ONE-CHAIN.
           ADD 1 TO WS-CHAIN-COUNT.
           EVALUATE TRUE
               WHEN JC-CHAIN-COMPLETE
                   DISPLAY "  SRC " JC-SOURCE-SYSTEM
                           " CHAIN COMPLETE"
               WHEN JC-CHAIN-FAILED
                   DISPLAY "  SRC " JC-SOURCE-SYSTEM
                           " STOPPED AT " JC-NEXT-STEP-NAME
                           " - RERUN SAMPLEJS TO RESUME"
                   DISPLAY "    " JC-STOP-REASON
               WHEN JC-CHAIN-HELD
                   DISPLAY "  SRC " JC-SOURCE-SYSTEM
                           " WAITING AT " JC-NEXT-STEP-NAME
                           " - " JC-STOP-REASON
               WHEN JC-CHAIN-RUNNING
                   DISPLAY "  SRC " JC-SOURCE-SYSTEM
                           " RUNNING " JC-NEXT-STEP-NAME
                           " (OR SAMPLEJS WAS CANCELLED)"
               WHEN OTHER
                   DISPLAY "  SRC " JC-SOURCE-SYSTEM
                           " NOT STARTED - AN EARLIER FEED STOPPED"
           END-EVALUATE.
       REPORT-AUDIT-EXTRACT.
           DISPLAY "AUDIT EXTRACT".
           OPEN INPUT AUDIT-EXTRACT-FILE.
      *    merged.  Open repair queues do not block the extract --
      *    rejects never made it into the balanced totals.
           IF WS-GL-BLOCK-REASON = SPACES
                   AND WS-FEED-COUNT > WS-FEEDS-REJECTED
                   AND WS-FEEDS-COMPLETE + WS-FEEDS-REJECTED
                       = WS-FEED-COUNT
                   AND WS-FEEDS-BALANCED + WS-FEEDS-REJECTED
                       = WS-FEED-COUNT
                   AND NOT WS-EXTRACT-PENDING
               DISPLAY "SAFE TO RUN SAMPLEGL : YES"
           ELSE
