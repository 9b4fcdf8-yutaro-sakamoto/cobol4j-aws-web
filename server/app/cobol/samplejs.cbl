       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEJS.
      *====================================================*
      * SAMPLEJS - nightly job-stream driver.  Given a     *
      * business date (yyyymmdd) on the command line, runs *
      * the posting chain -- SAMPLEBT, SAMPLEAL, SAMPLERP, *
      * SAMPLEGL -- for every feed registered on FEEDREG   *
      * for that date, one feed at a time, staging the     *
      * feed's datasets as TRANSIN and CONTROLIN first.    *
      * The chain programs end the same way whether they   *
      * worked or abended, so each step is proved done     *
      * from what it leaves behind: the RUNCTL entry for   *
      * the feed and the AUDITEXT extract.  Every step is  *
      * logged on JOBLOG; JOBCHAIN records where each      *
      * feed's chain stands, so rerunning SAMPLEJS resumes *
      * at the step that failed and never repeats one that *
      * succeeded.                                         *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
      *    OPTIONAL so the first night creates the chain file.
           SELECT OPTIONAL JOB-CHAIN-FILE ASSIGN TO "JOBCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JC-KEY
               FILE STATUS IS WS-CHAIN-FILE-STATUS.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
      *    Opened only between steps, never while a chain program
      *    is running, so each program sees the file as it left it.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
      *    The feed's datasets as delivered, and the fixed names
      *    SAMPLEBT and SAMPLERP read them under.
           SELECT OPTIONAL FEED-TRANSIN-FILE
               ASSIGN TO WS-FEED-TRANSIN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-TRANSIN-STATUS.
           SELECT STAGED-TRANSIN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGED-TRANSIN-STATUS.
           SELECT OPTIONAL FEED-CONTROL-FILE
               ASSIGN TO WS-FEED-CONTROL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-CONTROL-STATUS.
           SELECT STAGED-CONTROL-FILE ASSIGN TO "CONTROLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGED-CONTROL-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  FEED-REGISTRY-FILE.
           COPY FEEDREG.
       FD  JOB-CHAIN-FILE.
           COPY JOBCHAIN.
       FD  JOB-LOG-FILE.
           COPY JOBLOG.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  FEED-TRANSIN-FILE.
           COPY SAMPLEIN.
       FD  STAGED-TRANSIN-FILE.
       01  STAGED-TRANSIN-RECORD   PIC X(60).
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-RECORD     PIC X(19).
       FD  STAGED-CONTROL-FILE.
       01  STAGED-CONTROL-RECORD   PIC X(19).
       WORKING-STORAGE         SECTION.
       01  WS-REGISTRY-FILE-STATUS   PIC X(02).
       01  WS-CHAIN-FILE-STATUS      PIC X(02).
       01  WS-LOG-FILE-STATUS        PIC X(02).
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-EXTRACT-FILE-STATUS    PIC X(02).
       01  WS-FEED-TRANSIN-STATUS    PIC X(02).
       01  WS-STAGED-TRANSIN-STATUS  PIC X(02).
       01  WS-FEED-CONTROL-STATUS    PIC X(02).
       01  WS-STAGED-CONTROL-STATUS  PIC X(02).
       01  WS-FEED-TRANSIN-NAME      PIC X(40)   VALUE SPACES.
       01  WS-FEED-CONTROL-NAME      PIC X(40)   VALUE SPACES.
       01  WS-DATE-PARM              PIC X(08)   VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC 9(08)   VALUE ZERO.
      *    The chain, in the order it runs; JC-NEXT-STEP indexes it.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                PIC X(08)   VALUE "SAMPLEBT".
           05  FILLER                PIC X(08)   VALUE "SAMPLEAL".
           05  FILLER                PIC X(08)   VALUE "SAMPLERP".
           05  FILLER                PIC X(08)   VALUE "SAMPLEGL".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME          PIC X(08)   OCCURS 4.
       01  WS-STEP-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-STEP-COMMAND           PIC X(80)   VALUE SPACES.
       01  WS-STEP-MESSAGE           PIC X(40)   VALUE SPACES.
       01  WS-REGISTRY-EOF-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-REGISTRY-EOF                   VALUE 'Y'.
       01  WS-STAGE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-STAGE-EOF                      VALUE 'Y'.
       01  WS-STAGE-FAILED-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-STAGE-FAILED                   VALUE 'Y'.
       01  WS-RC-FOUND-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-RC-FOUND                       VALUE 'Y'.
       01  WS-EXTRACT-EMPTY-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-EXTRACT-EMPTY                  VALUE 'Y'.
       01  WS-FEED-STOPPED-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-FEED-STOPPED                   VALUE 'Y'.
      *    A failed step leaves the shared working files (TRANSIN,
      *    RESULTOT, AUDITEXT, CONTROLIN) holding that feed's night;
      *    starting the next feed would overwrite what the failed
      *    step has to be resumed against, so the stream stops.  A
      *    held feed posted nothing and does not stop the others.
       01  WS-STREAM-STOPPED-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-STREAM-STOPPED                 VALUE 'Y'.
       01  WS-STOPPED-SOURCE         PIC X(08)   VALUE SPACES.
       01  WS-RESUME-SOURCE          PIC X(08)   VALUE SPACES.
       01  WS-RESUME-PASS-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-RESUME-PASS                    VALUE 'Y'.
       01  WS-CHAIN-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-CHAIN-EOF                      VALUE 'Y'.
       01  WS-STAGED-RECORDS         PIC 9(08)   VALUE ZERO.
       01  WS-FEEDS-REGISTERED       PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-COMPLETED        PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-ALREADY-COMPLETE PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-HELD             PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-FAILED           PIC 9(04)   VALUE ZERO.
       01  WS-FEEDS-NOT-STARTED      PIC 9(04)   VALUE ZERO.
       01  WS-STEPS-RUN              PIC 9(04)   VALUE ZERO.
       01  WS-STEPS-ALREADY-DONE     PIC 9(04)   VALUE ZERO.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O JOB-CHAIN-FILE.
           IF WS-CHAIN-FILE-STATUS NOT = "00"
                   AND WS-CHAIN-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEJS: JOB CHAIN FILE OPEN FAILED, STATUS="
                       WS-CHAIN-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = "00"
                   AND WS-LOG-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEJS: JOB LOG OPEN FAILED, STATUS="
                       WS-LOG-FILE-STATUS
               CLOSE JOB-CHAIN-FILE
               STOP RUN
           END-IF.
      *    A chain left failed or running is resumed before any other
      *    feed starts: the working files still hold its night.
           PERFORM FIND-INTERRUPTED-CHAIN.
           IF WS-RESUME-SOURCE NOT = SPACES
               MOVE 'Y' TO WS-RESUME-PASS-SWITCH
               PERFORM WALK-FEED-REGISTRY
           END-IF.
           MOVE 'N' TO WS-RESUME-PASS-SWITCH.
           PERFORM WALK-FEED-REGISTRY.
           CLOSE JOB-CHAIN-FILE.
           CLOSE JOB-LOG-FILE.
           DISPLAY "SAMPLEJS JOB SUMMARY".
           DISPLAY "BUSINESS DATE    : " WS-BUSINESS-DATE.
           DISPLAY "FEEDS REGISTERED : " WS-FEEDS-REGISTERED.
           DISPLAY "CHAINS COMPLETED : " WS-FEEDS-COMPLETED.
           DISPLAY "ALREADY COMPLETE : " WS-FEEDS-ALREADY-COMPLETE.
           DISPLAY "FEEDS HELD       : " WS-FEEDS-HELD.
           DISPLAY "CHAINS FAILED    : " WS-FEEDS-FAILED.
           DISPLAY "NOT STARTED      : " WS-FEEDS-NOT-STARTED.
           DISPLAY "STEPS RUN        : " WS-STEPS-RUN.
           DISPLAY "STEPS NOT RERUN  : " WS-STEPS-ALREADY-DONE.
           IF WS-FEEDS-REGISTERED = ZERO
               DISPLAY "SAMPLEJS: NO FEED IS REGISTERED ON FEEDREG "
                       "FOR " WS-BUSINESS-DATE
           END-IF.
           IF WS-STREAM-STOPPED
               DISPLAY "SAMPLEJS: STREAM STOPPED AT FEED "
                       WS-STOPPED-SOURCE " - SEE JOBLOG, CORRECT "
                       "AND RERUN SAMPLEJS TO RESUME"
           END-IF.
           GOBACK.
       GET-BUSINESS-DATE.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM NOT NUMERIC
               DISPLAY "SAMPLEJS: ABEND - DATE PARAMETER '"
                       WS-DATE-PARM "' IS NOT AN 8-DIGIT DATE"
               STOP RUN
           END-IF.
           MOVE WS-DATE-PARM TO WS-BUSINESS-DATE.
       FIND-INTERRUPTED-CHAIN.
      *    Only one chain of a date can be stopped part-way: the
      *    stream goes no further once a step fails.
           MOVE SPACES           TO WS-RESUME-SOURCE.
           MOVE 'N'              TO WS-CHAIN-EOF-SWITCH.
           MOVE WS-BUSINESS-DATE TO JC-BUSINESS-DATE.
           MOVE LOW-VALUES       TO JC-SOURCE-SYSTEM.
           START JOB-CHAIN-FILE
               KEY IS NOT LESS THAN JC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-CHAIN-EOF
               READ JOB-CHAIN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                   NOT AT END
                       IF JC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                       ELSE
                           IF JC-CHAIN-FAILED OR JC-CHAIN-RUNNING
                               MOVE JC-SOURCE-SYSTEM
                                   TO WS-RESUME-SOURCE
                               MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       WALK-FEED-REGISTRY.
      *    The resume pass runs only the interrupted feed; the main
      *    pass runs every other feed registered for the date.
           MOVE 'N' TO WS-REGISTRY-EOF-SWITCH.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEJS: FEED REGISTRY OPEN FAILED, STATUS="
                       WS-REGISTRY-FILE-STATUS
               CLOSE JOB-CHAIN-FILE
               CLOSE JOB-LOG-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REGISTRY-EOF
               READ FEED-REGISTRY-FILE
                   AT END
                       MOVE 'Y' TO WS-REGISTRY-EOF-SWITCH
                   NOT AT END
                       IF FR-BUSINESS-DATE = WS-BUSINESS-DATE
                           IF WS-RESUME-PASS
                               IF FR-SOURCE-SYSTEM = WS-RESUME-SOURCE
                                   PERFORM RUN-FEED-CHAIN
                               END-IF
                           ELSE
                               IF FR-SOURCE-SYSTEM
                                       NOT = WS-RESUME-SOURCE
                                   PERFORM RUN-FEED-CHAIN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTRY-FILE.
       RUN-FEED-CHAIN.
           ADD 1 TO WS-FEEDS-REGISTERED.
           PERFORM READ-CHAIN-ENTRY.
           EVALUATE TRUE
               WHEN JC-CHAIN-COMPLETE
                   ADD 1 TO WS-FEEDS-ALREADY-COMPLETE
                   DISPLAY "SAMPLEJS: " FR-SOURCE-SYSTEM
                           " CHAIN ALREADY COMPLETE - NOT RERUN"
               WHEN WS-STREAM-STOPPED
                   ADD 1 TO WS-FEEDS-NOT-STARTED
                   DISPLAY "SAMPLEJS: " FR-SOURCE-SYSTEM
                           " NOT STARTED - STREAM STOPPED AT "
                           WS-STOPPED-SOURCE
               WHEN OTHER
                   ADD 1 TO JC-ATTEMPTS
                   MOVE 'N' TO WS-FEED-STOPPED-SWITCH
                   PERFORM RUN-ONE-STEP
                       UNTIL JC-ALL-STEPS-DONE OR WS-FEED-STOPPED
                   IF JC-ALL-STEPS-DONE
                       MOVE 'C'    TO JC-STATUS
                       MOVE SPACES TO JC-NEXT-STEP-NAME
                       MOVE SPACES TO JC-STOP-REASON
                       PERFORM SAVE-CHAIN-ENTRY
                       ADD 1 TO WS-FEEDS-COMPLETED
                       DISPLAY "SAMPLEJS: " FR-SOURCE-SYSTEM
                               " CHAIN COMPLETE"
                   END-IF
           END-EVALUATE.
       READ-CHAIN-ENTRY.
      *    A feed seen for the first time starts at the top of the
      *    chain; otherwise the entry says where it stopped.
           MOVE FR-BUSINESS-DATE TO JC-BUSINESS-DATE.
           MOVE FR-SOURCE-SYSTEM TO JC-SOURCE-SYSTEM.
           READ JOB-CHAIN-FILE
               INVALID KEY
                   MOVE SPACE          TO JC-STATUS
                   MOVE 1              TO JC-NEXT-STEP
                   MOVE WS-STEP-NAME (1) TO JC-NEXT-STEP-NAME
                   MOVE SPACES         TO JC-STOP-REASON
                   MOVE ZERO           TO JC-ATTEMPTS
                   MOVE FUNCTION CURRENT-DATE
                       TO JC-LAST-UPDATE-TIMESTAMP
                   WRITE JOB-CHAIN-RECORD
                       INVALID KEY
                           DISPLAY "SAMPLEJS: ABEND - JOB CHAIN WRITE "
                                   "FAILED FOR " FR-SOURCE-SYSTEM
                                   ", STATUS=" WS-CHAIN-FILE-STATUS
                           STOP RUN
                   END-WRITE
           END-READ.
       SAVE-CHAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO JC-LAST-UPDATE-TIMESTAMP.
           REWRITE JOB-CHAIN-RECORD
               INVALID KEY
                   DISPLAY "SAMPLEJS: ABEND - JOB CHAIN REWRITE "
                           "FAILED FOR " JC-SOURCE-SYSTEM
                           ", STATUS=" WS-CHAIN-FILE-STATUS
                   STOP RUN
           END-REWRITE.
       RUN-ONE-STEP.
      *    The chain entry is marked RUNNING before the step starts,
      *    so a driver cancelled mid-step is visible and the next
      *    run resumes the same step.
           MOVE JC-NEXT-STEP TO WS-STEP-SUB.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO JC-NEXT-STEP-NAME.
           MOVE 'R' TO JC-STATUS.
           PERFORM SAVE-CHAIN-ENTRY.
           MOVE FR-BUSINESS-DATE TO JL-BUSINESS-DATE.
           MOVE FR-SOURCE-SYSTEM TO JL-SOURCE-SYSTEM.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO JL-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE TO JL-START-TIMESTAMP.
           MOVE 'F'    TO JL-RESULT.
           MOVE SPACES TO WS-STEP-MESSAGE.
           EVALUATE TRUE
               WHEN JC-NEXT-POSTING
                   PERFORM RUN-POSTING-STEP
               WHEN JC-NEXT-AUDIT-MERGE
                   PERFORM RUN-AUDIT-MERGE-STEP
               WHEN JC-NEXT-RECONCILE
                   PERFORM RUN-RECONCILE-STEP
               WHEN JC-NEXT-GL-EXTRACT
                   PERFORM RUN-GL-EXTRACT-STEP
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO JL-END-TIMESTAMP.
           MOVE WS-STEP-MESSAGE TO JL-MESSAGE.
           WRITE JOB-STEP-LOG-RECORD.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEJS: ABEND - JOB LOG WRITE FAILED, "
                       "STATUS=" WS-LOG-FILE-STATUS
               STOP RUN
           END-IF.
           DISPLAY "SAMPLEJS: " JL-SOURCE-SYSTEM " " JL-STEP-NAME
                   " " JL-RESULT " " JL-MESSAGE.
           EVALUATE TRUE
               WHEN JL-STEP-SUCCEEDED OR JL-STEP-ALREADY-DONE
                   IF JL-STEP-SUCCEEDED
                       ADD 1 TO WS-STEPS-RUN
                   ELSE
                       ADD 1 TO WS-STEPS-ALREADY-DONE
                   END-IF
                   ADD 1 TO JC-NEXT-STEP
                   IF JC-ALL-STEPS-DONE
                       MOVE SPACES TO JC-NEXT-STEP-NAME
                   ELSE
                       MOVE WS-STEP-NAME (JC-NEXT-STEP)
                           TO JC-NEXT-STEP-NAME
                   END-IF
                   MOVE SPACES TO JC-STOP-REASON
                   PERFORM SAVE-CHAIN-ENTRY
               WHEN JL-STEP-HELD
                   ADD 1 TO WS-STEPS-RUN
                   MOVE 'H' TO JC-STATUS
                   MOVE WS-STEP-MESSAGE TO JC-STOP-REASON
                   PERFORM SAVE-CHAIN-ENTRY
                   MOVE 'Y' TO WS-FEED-STOPPED-SWITCH
                   ADD 1 TO WS-FEEDS-HELD
               WHEN OTHER
                   ADD 1 TO WS-STEPS-RUN
                   MOVE 'F' TO JC-STATUS
                   MOVE WS-STEP-MESSAGE TO JC-STOP-REASON
                   PERFORM SAVE-CHAIN-ENTRY
                   MOVE 'Y' TO WS-FEED-STOPPED-SWITCH
                   MOVE 'Y' TO WS-STREAM-STOPPED-SWITCH
                   MOVE FR-SOURCE-SYSTEM TO WS-STOPPED-SOURCE
                   ADD 1 TO WS-FEEDS-FAILED
           END-EVALUATE.
       RUN-POSTING-STEP.
      *    SAMPLEBT refuses a COMPLETE feed and a HELD one will not
      *    post until SAMPLEFH releases it, so neither is run.
           PERFORM READ-FEED-RUN-CONTROL.
           EVALUATE TRUE
               WHEN WS-RC-FOUND AND RC-STATUS-COMPLETE
                   MOVE 'D' TO JL-RESULT
                   MOVE "ALREADY POSTED COMPLETE" TO WS-STEP-MESSAGE
               WHEN WS-RC-FOUND AND RC-STATUS-HELD
                   MOVE 'H' TO JL-RESULT
                   MOVE "HELD FOR ANOMALY REVIEW - SEE SAMPLEFH"
                       TO WS-STEP-MESSAGE
               WHEN OTHER
                   PERFORM STAGE-TRANSACTION-FILE
                   IF NOT WS-STAGE-FAILED
                       PERFORM RUN-STEP-PROGRAM
                       PERFORM CHECK-POSTING-OUTCOME
                   END-IF
           END-EVALUATE.
       CHECK-POSTING-OUTCOME.
           PERFORM READ-FEED-RUN-CONTROL.
           EVALUATE TRUE
               WHEN NOT WS-RC-FOUND
                   MOVE "NO RUNCTL ENTRY - SEE SAMPLEBT OUTPUT"
                       TO WS-STEP-MESSAGE
               WHEN RC-STATUS-COMPLETE
                   MOVE 'S' TO JL-RESULT
                   MOVE "POSTED COMPLETE" TO WS-STEP-MESSAGE
               WHEN RC-STATUS-HELD
                   MOVE 'H' TO JL-RESULT
                   MOVE "HELD FOR ANOMALY REVIEW - SEE SAMPLEFH"
                       TO WS-STEP-MESSAGE
               WHEN OTHER
                   MOVE "RUN NOT COMPLETE - SEE SAMPLEBT OUTPUT"
                       TO WS-STEP-MESSAGE
           END-EVALUATE.
       RUN-AUDIT-MERGE-STEP.
      *    SAMPLEAL empties AUDITEXT once everything is merged; an
      *    extract still holding entries afterwards did not merge.
           PERFORM RUN-STEP-PROGRAM.
           PERFORM CHECK-EXTRACT-EMPTY.
           IF WS-EXTRACT-EMPTY
               MOVE 'S' TO JL-RESULT
               MOVE "AUDIT EXTRACT MERGED" TO WS-STEP-MESSAGE
           ELSE
               MOVE "AUDITEXT NOT MERGED - SEE SAMPLEAL"
                   TO WS-STEP-MESSAGE
           END-IF.
       RUN-RECONCILE-STEP.
      *    A verdict already stamped BALANCED is not reconciled again;
      *    SAMPLERP would only add a second copy of the report.
           PERFORM READ-FEED-RUN-CONTROL.
           IF WS-RC-FOUND AND RC-RUN-BALANCED
               MOVE 'D' TO JL-RESULT
               MOVE "ALREADY STAMPED BALANCED" TO WS-STEP-MESSAGE
           ELSE
               PERFORM STAGE-CONTROL-FILE
               IF NOT WS-STAGE-FAILED
                   PERFORM RUN-STEP-PROGRAM
                   PERFORM READ-FEED-RUN-CONTROL
                   EVALUATE TRUE
                       WHEN WS-RC-FOUND AND RC-RUN-BALANCED
                           MOVE 'S' TO JL-RESULT
                           MOVE "RECONCILED IN BALANCE"
                               TO WS-STEP-MESSAGE
                       WHEN WS-RC-FOUND AND RC-RUN-OUT-OF-BALANCE
                           MOVE "OUT OF BALANCE - SEE CTLRPT"
                               TO WS-STEP-MESSAGE
                       WHEN OTHER
                           MOVE "NO BALANCE VERDICT - SEE SAMPLERP"
                               TO WS-STEP-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.
       RUN-GL-EXTRACT-STEP.
           PERFORM READ-FEED-RUN-CONTROL.
           IF WS-RC-FOUND
                   AND (RC-GL-SENT OR RC-GL-ACKNOWLEDGED)
               MOVE 'D' TO JL-RESULT
               MOVE "GL EXTRACT ALREADY SENT" TO WS-STEP-MESSAGE
           ELSE
               PERFORM RUN-STEP-PROGRAM
               PERFORM READ-FEED-RUN-CONTROL
               IF WS-RC-FOUND AND RC-GL-SENT
                   MOVE 'S' TO JL-RESULT
                   MOVE "GL EXTRACT SENT" TO WS-STEP-MESSAGE
               ELSE
                   MOVE "GL EXTRACT NOT SENT - SEE SAMPLEGL"
                       TO WS-STEP-MESSAGE
               END-IF
           END-IF.
       RUN-STEP-PROGRAM.
           MOVE SPACES TO WS-STEP-COMMAND.
           MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-STEP-COMMAND.
           DISPLAY "SAMPLEJS: " FR-SOURCE-SYSTEM " STARTING "
                   WS-STEP-NAME (WS-STEP-SUB).
           CALL "SYSTEM" USING WS-STEP-COMMAND.
       READ-FEED-RUN-CONTROL.
           MOVE 'N' TO WS-RC-FOUND-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-RUN-CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEJS: ABEND - RUN CONTROL FILE OPEN "
                       "FAILED, STATUS=" WS-RUN-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE FR-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE FR-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RC-FOUND-SWITCH
           END-READ.
           CLOSE RUN-CONTROL-FILE.
       CHECK-EXTRACT-EMPTY.
           MOVE 'N' TO WS-EXTRACT-EMPTY-SWITCH.
           OPEN INPUT AUDIT-EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   AND WS-EXTRACT-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEJS: ABEND - AUDIT EXTRACT OPEN FAILED, "
                       "STATUS=" WS-EXTRACT-FILE-STATUS
               STOP RUN
           END-IF.
           READ AUDIT-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EMPTY-SWITCH
           END-READ.
           CLOSE AUDIT-EXTRACT-FILE.
       STAGE-TRANSACTION-FILE.
      *    Copied, not renamed: a resumed posting step (SAMPLEBT
      *    restarting from its checkpoint) needs the same file
      *    again.  The header must name the registered date and
      *    source, or the step would post some other feed's night.
           MOVE 'N'    TO WS-STAGE-FAILED-SWITCH.
           MOVE 'N'    TO WS-STAGE-EOF-SWITCH.
           MOVE ZERO   TO WS-STAGED-RECORDS.
           MOVE FR-TRANSIN-NAME TO WS-FEED-TRANSIN-NAME.
           OPEN INPUT FEED-TRANSIN-FILE.
           IF WS-FEED-TRANSIN-STATUS NOT = "00"
               MOVE 'Y' TO WS-STAGE-FAILED-SWITCH
               MOVE "REGISTERED TRANSIN DATASET NOT FOUND"
                   TO WS-STEP-MESSAGE
               IF WS-FEED-TRANSIN-STATUS = "05"
                   CLOSE FEED-TRANSIN-FILE
               END-IF
           ELSE
               READ FEED-TRANSIN-FILE
                   AT END
                       MOVE 'Y' TO WS-STAGE-FAILED-SWITCH
                       MOVE "REGISTERED TRANSIN DATASET IS EMPTY"
                           TO WS-STEP-MESSAGE
                   NOT AT END
                       IF NOT TX-HEADER-TYPE
                               OR TXH-BUSINESS-DATE
                                  NOT = FR-BUSINESS-DATE
                               OR TXH-SOURCE-SYSTEM
                                  NOT = FR-SOURCE-SYSTEM
                           MOVE 'Y' TO WS-STAGE-FAILED-SWITCH
                           MOVE "TRANSIN HEADER NAMES ANOTHER FEED"
                               TO WS-STEP-MESSAGE
                       END-IF
               END-READ
               IF NOT WS-STAGE-FAILED
                   OPEN OUTPUT STAGED-TRANSIN-FILE
                   IF WS-STAGED-TRANSIN-STATUS NOT = "00"
                       DISPLAY "SAMPLEJS: ABEND - TRANSIN OPEN "
                               "FAILED, STATUS="
                               WS-STAGED-TRANSIN-STATUS
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-STAGE-EOF
                       WRITE STAGED-TRANSIN-RECORD FROM TX-RAW-RECORD
                       ADD 1 TO WS-STAGED-RECORDS
                       READ FEED-TRANSIN-FILE
                           AT END
                               MOVE 'Y' TO WS-STAGE-EOF-SWITCH
                       END-READ
                   END-PERFORM
                   CLOSE STAGED-TRANSIN-FILE
               END-IF
               CLOSE FEED-TRANSIN-FILE
           END-IF.
       STAGE-CONTROL-FILE.
           MOVE 'N'    TO WS-STAGE-FAILED-SWITCH.
           MOVE 'N'    TO WS-STAGE-EOF-SWITCH.
           MOVE ZERO   TO WS-STAGED-RECORDS.
           MOVE FR-CONTROL-NAME TO WS-FEED-CONTROL-NAME.
           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-FEED-CONTROL-STATUS NOT = "00"
               MOVE 'Y' TO WS-STAGE-FAILED-SWITCH
               MOVE "REGISTERED CONTROLIN DATASET NOT FOUND"
                   TO WS-STEP-MESSAGE
               IF WS-FEED-CONTROL-STATUS = "05"
                   CLOSE FEED-CONTROL-FILE
               END-IF
           ELSE
               OPEN OUTPUT STAGED-CONTROL-FILE
               IF WS-STAGED-CONTROL-STATUS NOT = "00"
                   DISPLAY "SAMPLEJS: ABEND - CONTROLIN OPEN FAILED, "
                           "STATUS=" WS-STAGED-CONTROL-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-STAGE-EOF
                   READ FEED-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-STAGE-EOF-SWITCH
                       NOT AT END
                           WRITE STAGED-CONTROL-RECORD
                               FROM FEED-CONTROL-RECORD
                           ADD 1 TO WS-STAGED-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STAGED-CONTROL-FILE
               CLOSE FEED-CONTROL-FILE
               IF WS-STAGED-RECORDS = ZERO
                   MOVE 'Y' TO WS-STAGE-FAILED-SWITCH
                   MOVE "REGISTERED CONTROLIN DATASET IS EMPTY"
                       TO WS-STEP-MESSAGE
               END-IF
           END-IF.
