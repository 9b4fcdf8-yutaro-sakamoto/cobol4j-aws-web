               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
      *    Customer account master: every detail's account must be
      *    on it, open and in the detail's currency, and each
      *    posting moves the account's running balance.  Not
      *    OPTIONAL -- without it nothing could post.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
      *    Daily exchange-rate file from treasury, validated at
      *    startup the way the TRANSIN trailer is.  OPTIONAL: no
      *    file means no rates, so only base-currency details post
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
      *    Every validated rate is kept by currency and date, so the
      *    month-end revaluation can find the rate a balance posted
      *    at.  OPTIONAL so the first run ever creates it.
           SELECT OPTIONAL FX-HISTORY-FILE ASSIGN TO "FXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FX-HISTORY-STATUS.
      *    Per-date retained copies of the run outputs (RESULTOT.
      *    yyyymmdd, EXCEPOT.yyyymmdd): the working files are
      *    overwritten by the next feed, and the retained copies are
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
      *    Operator-maintained anomaly tolerances per source system,
      *    read when a feed first registers.  OPTIONAL: no file, or
      *    no record for the source, means the feed is not checked.
           SELECT OPTIONAL FEED-TOLERANCE-FILE ASSIGN TO "FEEDTOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.
      *    Every reject returned to a source is registered here, and
      *    closed when the source resends or cancels it.  OPTIONAL
      *    so the first run ever creates it.
           SELECT OPTIONAL REJECT-REGISTER-FILE ASSIGN TO "REJREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
      *    The feed's rejects as returned to its source system,
      *    REJRET.<source>.<business date>, written at end of job.
           SELECT REJECT-RETURN-FILE ASSIGN TO WS-RETURN-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  TRANSACTION-FILE.
       FD  RESULT-FILE.
           COPY SAMPLEOT.
       FD  RESULT-FILE-TMP.
       01  RESULT-RECORD-TMP       PIC X(99).
       FD  EXCEPTION-FILE-TMP.
       01  EXCEPTION-RECORD-TMP    PIC X(64).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
      *    The business date and source system stamp every checkpoint
           COPY POSTMST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       FD  EXCEPTION-FILE.
           COPY EXCEPLK.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  FX-RATE-FILE.
           COPY FXRATELK.
       FD  FX-HISTORY-FILE.
           COPY FXHIST.
       FD  DUP-OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05  OVR-TRANSACTION-ID  PIC X(12).
       FD  OPERATION-RULES-FILE.
           COPY OPRULES.
       FD  FEED-TOLERANCE-FILE.
           COPY FEEDTOL.
       FD  REJECT-REGISTER-FILE.
           COPY REJREG.
       FD  REJECT-RETURN-FILE.
           COPY REJRET.
       FD  RESULT-KEEP-FILE.
       01  RESULT-KEEP-RECORD      PIC X(99).
       FD  EXCEPTION-KEEP-FILE.
       01  EXCEPTION-KEEP-RECORD   PIC X(64).
       WORKING-STORAGE         SECTION.
       01  WS-TRANSACTION-FILE-STATUS   PIC X(02).
       01  WS-RECYCLE-FILE-STATUS       PIC X(02).
           88  WS-RUNCTL-SCAN-EOF                 VALUE 'Y'.
       01  WS-MASTER-FOUND-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-MASTER-FOUND                 VALUE 'Y'.
       01  WS-ACCOUNT-FILE-STATUS  PIC X(02).
       01  WS-ACCOUNT-BLOCKED-SWITCH PIC X(01) VALUE 'N'.
           88  WS-ACCOUNT-BLOCKED              VALUE 'Y'.
      *    Currencies compared with SPACES resolved to the base, so
      *    a blank detail currency posts to a base-currency account.
       01  WS-DETAIL-CURRENCY      PIC X(03)   VALUE SPACES.
       01  WS-ACCOUNT-CURRENCY     PIC X(03)   VALUE SPACES.
      *    The posting a rewritten master record carried before, so
      *    its amount comes off the account it was on before the
      *    new amount goes on -- a restart reposting the same key
      *    leaves the balance where it was.
       01  WS-PRIOR-ACCOUNT-NUMBER PIC X(10)   VALUE SPACES.
       01  WS-PRIOR-SUM-DATA       PIC S9(09)V99 VALUE ZERO.
       01  WS-BALANCE-ACCOUNT      PIC X(10)   VALUE SPACES.
       01  WS-BALANCE-MOVEMENT     PIC S9(09)V99 VALUE ZERO.
       01  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-CHECKPOINT-EOF-SWITCH PIC X(01)  VALUE 'N'.
       01  WS-VERIFY-HASH-TOTAL    PIC S9(16)V99 VALUE ZERO.
       01  WS-TRAILER-DETAIL-COUNT PIC 9(08)   VALUE ZERO.
       01  WS-TRAILER-HASH-TOTAL   PIC S9(16)V99 VALUE ZERO.
      *    Feed anomaly check work fields.  The history table holds
      *    the latest completed runs of this source, oldest first;
      *    a wider window than the table is refused at startup.
       01  WS-TOLERANCE-FILE-STATUS PIC X(02).
       01  WS-TOLERANCE-EOF-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-TOLERANCE-EOF                VALUE 'Y'.
       01  WS-TOLERANCE-FOUND-SWITCH PIC X(01) VALUE 'N'.
           88  WS-TOLERANCE-FOUND              VALUE 'Y'.
       01  WS-FEED-RELEASED-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-FEED-RELEASED                VALUE 'Y'.
       01  WS-FEED-ANOMALOUS-SWITCH PIC X(01)  VALUE 'N'.
           88  WS-FEED-ANOMALOUS               VALUE 'Y'.
       01  WS-COUNT-OUT-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-COUNT-OUT                    VALUE 'Y'.
       01  WS-HASH-OUT-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-HASH-OUT                     VALUE 'Y'.
       01  WS-HISTORY-MAX          PIC 9(03) COMP VALUE 30.
       01  WS-HISTORY-WANTED       PIC 9(03) COMP VALUE ZERO.
       01  WS-HISTORY-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 30.
               10  WS-HS-DETAIL-COUNT  PIC 9(08).
               10  WS-HS-HASH-TOTAL    PIC S9(16)V99.
       01  WS-HS-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-HISTORY-COUNT-SUM    PIC 9(10)   VALUE ZERO.
       01  WS-HISTORY-HASH-SUM     PIC S9(16)V99 VALUE ZERO.
       01  WS-AVERAGE-COUNT        PIC 9(08)   VALUE ZERO.
       01  WS-AVERAGE-HASH         PIC S9(16)V99 VALUE ZERO.
       01  WS-DEVIATION            PIC S9(16)V99 VALUE ZERO.
       01  WS-AVERAGE-MAGNITUDE    PIC S9(16)V99 VALUE ZERO.
       01  WS-DISPLAY-HASH         PIC -(15)9.99.
       01  WS-DISPLAY-AVERAGE-HASH PIC -(15)9.99.
      *    Cross-day duplicate detection work fields.  The override
      *    list is bounded; a list that overflows the table refuses
      *    to run rather than silently ignoring overrides past the
      *    table is bounded; a rate file that overflows it abends at
      *    startup rather than posting with rates silently dropped.
       01  WS-FX-FILE-STATUS       PIC X(02).
       01  WS-FX-HISTORY-STATUS    PIC X(02).
       01  WS-FX-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-FX-EOF                       VALUE 'Y'.
       01  WS-FX-TRAILER-SEEN-SWITCH PIC X(01) VALUE 'N'.
       01  WS-PURGE-GLEXT-NAME.
           05  FILLER              PIC X(08)   VALUE "GLEXTOT.".
           05  WS-PURGE-GLEXT-DATE PIC 9(08).
      *    Reject return and register work fields.  The rejected
      *    detail is read back off EXCEPOT after TRANSIN is closed,
      *    so its id and amount are taken from this copy of the
      *    TRANSIN detail layout (SAMPLEIN).
       01  WS-REGISTER-FILE-STATUS PIC X(02).
       01  WS-RETURN-FILE-STATUS   PIC X(02).
       01  WS-RETURN-FILE-NAME     PIC X(40)   VALUE SPACES.
       01  WS-RETURN-EOF-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-RETURN-EOF                   VALUE 'Y'.
       01  WS-REGISTER-SCAN-EOF-SWITCH PIC X(01) VALUE 'N'.
           88  WS-REGISTER-SCAN-EOF            VALUE 'Y'.
       01  WS-CANCEL-MATCHED-SWITCH PIC X(01)  VALUE 'N'.
           88  WS-CANCEL-MATCHED               VALUE 'Y'.
       01  WS-SCAN-TRANSACTION-ID  PIC X(12)   VALUE SPACES.
       01  WS-RETURNED-DETAIL.
           05  FILLER              PIC X(02).
           05  WS-RD-TRANSACTION-ID PIC X(12).
           05  WS-RD-DATA1         PIC S9(09)V99.
           05  FILLER              PIC X(35).
       01  WS-REJECTS-RETURNED     PIC 9(08)   VALUE ZERO.
       01  WS-RETURN-HASH-TOTAL    PIC S9(16)V99 VALUE ZERO.
       01  WS-RESENDS-MATCHED      PIC 9(08)   VALUE ZERO.
       01  WS-CANCELS-READ         PIC 9(08)   VALUE ZERO.
       01  WS-CANCELS-APPLIED      PIC 9(08)   VALUE ZERO.
           COPY SAMPLELK.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
                       WS-MASTER-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           OPEN I-O REJECT-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
                   AND WS-REGISTER-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBT: REJECT REGISTER OPEN FAILED, "
                       "STATUS=" WS-REGISTER-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
      *    Repaired rejects recycle ahead of the new day's details so
      *    the oldest work posts first.
           PERFORM PROCESS-RECYCLE-FILE.
           CLOSE TRANSACTION-FILE
                 RESULT-FILE
                 EXCEPTION-FILE
                 POSTED-MASTER-FILE
                 ACCOUNT-MASTER-FILE.
           IF WS-RULES-IN-FORCE
               CLOSE OPERATION-RULES-FILE
           END-IF.
      *    survives, and anything past the retention window goes.
           PERFORM KEEP-DATED-OUTPUTS.
           PERFORM PURGE-EXPIRED-OUTPUTS.
      *    The source gets its own rejects back so it can correct
      *    them at source; like the retained copies, the return file
      *    is only written after a clean end of job.
           PERFORM WRITE-REJECT-RETURN-FILE.
           CLOSE REJECT-REGISTER-FILE.
           PERFORM MARK-RUN-COMPLETE.
           PERFORM PRINT-JOB-SUMMARY.
           GOBACK.
                           "TRAILER"
                   STOP RUN
               END-IF
               PERFORM RECORD-FX-HISTORY
           END-IF.
       RECORD-FX-HISTORY.
      *    Only a file that passed every check above is kept.  A
      *    second feed (or a restart) of the same date finds its
      *    rates already on file; the first one stands, since that
      *    is what the date's earliest postings were priced at, and
      *    a different rate for the same date is reported, not
      *    applied.
           OPEN I-O FX-HISTORY-FILE.
           IF WS-FX-HISTORY-STATUS NOT = "00"
                   AND WS-FX-HISTORY-STATUS NOT = "05"
               DISPLAY "SAMPLEBT: FX HISTORY OPEN FAILED, STATUS="
                       WS-FX-HISTORY-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RATE-COUNT
               MOVE WS-RT-CURRENCY-CODE (WS-RT-SUB)
                   TO FH-CURRENCY-CODE
               MOVE WS-BUSINESS-DATE TO FH-RATE-DATE
               READ FX-HISTORY-FILE
                   INVALID KEY
                       MOVE WS-RT-RATE (WS-RT-SUB) TO FH-RATE
                       MOVE FUNCTION CURRENT-DATE
                           TO FH-LOADED-TIMESTAMP
                       WRITE FX-HISTORY-RECORD
                       IF WS-FX-HISTORY-STATUS NOT = "00"
                           DISPLAY "SAMPLEBT: FX HISTORY WRITE "
                                   "FAILED, STATUS="
                                   WS-FX-HISTORY-STATUS
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       IF FH-RATE NOT = WS-RT-RATE (WS-RT-SUB)
                           DISPLAY "SAMPLEBT: WARNING - "
                                   FH-CURRENCY-CODE " RATE FOR "
                                   FH-RATE-DATE " ALREADY ON FXHIST "
                                   "AS " FH-RATE " - KEPT"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FX-HISTORY-FILE.
       LOAD-ONE-FX-RATE.
           EVALUATE TRUE
               WHEN FX-TRAILER-TYPE
                           CLOSE RUN-CONTROL-FILE
                           STOP RUN
                       END-IF
      *                A held feed waits for its supervisor review; a
      *                released one posts now without the check, and
      *                a rejected one is a resend, checked afresh.
                       WHEN RC-STATUS-HELD
                       DISPLAY "SAMPLEBT: ABEND - BUSINESS DATE "
                               WS-BUSINESS-DATE " SOURCE "
                               WS-SOURCE-SYSTEM " IS HELD FOR "
                               "ANOMALY REVIEW - A SUPERVISOR MUST "
                               "RELEASE OR REJECT IT IN SAMPLEFH"
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                       WHEN RC-STATUS-RELEASED
                       DISPLAY "SAMPLEBT: FEED RELEASED BY "
                               RC-HOLD-REVIEWED-BY " - POSTING "
                               "WITHOUT THE ANOMALY CHECK"
                       MOVE 'Y' TO WS-FEED-RELEASED-SWITCH
                       PERFORM REGISTER-FRESH-RUN
                       WHEN RC-STATUS-REJECTED
                       DISPLAY "SAMPLEBT: PRIOR FEED OF "
                               WS-BUSINESS-DATE " WAS REJECTED AT "
                               "REVIEW - TREATING THIS AS A RESEND"
                       PERFORM REGISTER-FRESH-RUN
                       WHEN OTHER
                       DISPLAY "SAMPLEBT: ABEND - RUN CONTROL "
                               "ENTRY FOR " WS-BUSINESS-DATE
      *    another feed's run is still RUNNING or ABENDED would
      *    truncate the files that feed's restart depends on.  The
      *    open run must be restarted (or backed out) first.
      *    The anomaly check runs here, before anything is opened
      *    for output, so a held feed leaves every working file as
      *    the previous run left it.  Both scans reuse the record
      *    area, so an entry already on file is read back before it
      *    is rewritten.
           PERFORM CHECK-NO-OPEN-RUN.
           IF NOT WS-FEED-RELEASED
               PERFORM CHECK-FEED-ANOMALY
           END-IF.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM.
           IF WS-RUN-ENTRY-FOUND
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "SAMPLEBT: RUN CONTROL REREAD FAILED, "
                               "STATUS=" WS-RUN-CONTROL-FILE-STATUS
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
               END-READ
           END-IF.
           IF NOT WS-FEED-RELEASED
               PERFORM CLEAR-HOLD-DETAILS
           END-IF.
           PERFORM STAMP-RUN-ENTRY.
           IF WS-FEED-ANOMALOUS
               PERFORM STAMP-HOLD-DETAILS
           END-IF.
           IF WS-RUN-ENTRY-FOUND
               REWRITE RUN-CONTROL-RECORD
               IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                   DISPLAY "SAMPLEBT: RUN CONTROL REWRITE FAILED, "
                           "STATUS=" WS-RUN-CONTROL-FILE-STATUS
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "SAMPLEBT: RUN CONTROL REGISTER "
                               "FAILED, STATUS="
                               WS-RUN-CONTROL-FILE-STATUS
                       STOP RUN
               END-WRITE
           END-IF.
           IF WS-FEED-ANOMALOUS
               MOVE WS-VERIFY-HASH-TOTAL TO WS-DISPLAY-HASH
               MOVE WS-AVERAGE-HASH      TO WS-DISPLAY-AVERAGE-HASH
               DISPLAY "SAMPLEBT: FEED HELD - BUSINESS DATE "
                       WS-BUSINESS-DATE " SOURCE " WS-SOURCE-SYSTEM
               DISPLAY "SAMPLEBT:   DETAILS " WS-VERIFY-DETAIL-COUNT
                       " AGAINST AN AVERAGE OF " WS-AVERAGE-COUNT
               DISPLAY "SAMPLEBT:   HASH " WS-DISPLAY-HASH
                       " AGAINST AN AVERAGE OF "
                       WS-DISPLAY-AVERAGE-HASH
               DISPLAY "SAMPLEBT:   OVER THE LAST " WS-HISTORY-COUNT
                       " COMPLETED RUNS - NOTHING POSTED, SUPERVISOR "
                       "REVIEW REQUIRED IN SAMPLEFH"
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.
       CHECK-NO-OPEN-RUN.
           MOVE 'N' TO WS-RUNCTL-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO RC-KEY.
                       END-IF
               END-READ
           END-PERFORM.
       CHECK-FEED-ANOMALY.
      *    A complete, balanced file can still be the wrong file --
      *    a re-extract at ten times the volume, a feed at half its
      *    value.  The trailer-proved count and hash are set against
      *    the rolling average of this source's latest completed
      *    runs, within the tolerances operations keep on FEEDTOL.
           MOVE 'N' TO WS-FEED-ANOMALOUS-SWITCH.
           MOVE 'N' TO WS-COUNT-OUT-SWITCH.
           MOVE 'N' TO WS-HASH-OUT-SWITCH.
           PERFORM FIND-FEED-TOLERANCE.
           IF WS-TOLERANCE-FOUND
               PERFORM COLLECT-FEED-HISTORY
               IF WS-HISTORY-COUNT < FT-MINIMUM-RUNS
                       OR WS-HISTORY-COUNT = ZERO
                   DISPLAY "SAMPLEBT: ONLY " WS-HISTORY-COUNT
                           " COMPLETED RUNS OF " WS-SOURCE-SYSTEM
                           " ON FILE - ANOMALY CHECK NOT APPLIED"
               ELSE
                   PERFORM COMPARE-FEED-TO-HISTORY
               END-IF
           END-IF.
       FIND-FEED-TOLERANCE.
           MOVE 'N' TO WS-TOLERANCE-FOUND-SWITCH.
           MOVE 'N' TO WS-TOLERANCE-EOF-SWITCH.
           OPEN INPUT FEED-TOLERANCE-FILE.
           IF WS-TOLERANCE-FILE-STATUS NOT = "00"
                   AND WS-TOLERANCE-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBT: TOLERANCE FILE OPEN FAILED, STATUS="
                       WS-TOLERANCE-FILE-STATUS
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TOLERANCE-EOF OR WS-TOLERANCE-FOUND
               READ FEED-TOLERANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-TOLERANCE-EOF-SWITCH
                   NOT AT END
                       IF FT-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                           MOVE 'Y' TO WS-TOLERANCE-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-TOLERANCE-FILE.
      *    A damaged tolerance record refuses to run rather than
      *    letting the feed through unchecked.
           IF WS-TOLERANCE-FOUND
               IF FT-HISTORY-RUNS NOT NUMERIC
                       OR FT-MINIMUM-RUNS NOT NUMERIC
                       OR FT-COUNT-TOLERANCE-PCT NOT NUMERIC
                       OR FT-HASH-TOLERANCE-PCT NOT NUMERIC
                       OR FT-HISTORY-RUNS = ZERO
                       OR FT-HISTORY-RUNS > WS-HISTORY-MAX
                       OR FT-MINIMUM-RUNS > FT-HISTORY-RUNS
                   DISPLAY "SAMPLEBT: ABEND - BAD FEEDTOL RECORD FOR "
                           "SOURCE " WS-SOURCE-SYSTEM
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF
               MOVE FT-HISTORY-RUNS TO WS-HISTORY-WANTED
           END-IF.
       COLLECT-FEED-HISTORY.
      *    RUNCTL is keyed date first, so one ascending pass leaves
      *    the latest runs of the source in the table.
           MOVE ZERO TO WS-HISTORY-COUNT.
           MOVE 'N' TO WS-RUNCTL-SCAN-EOF-SWITCH.
           MOVE LOW-VALUES TO RC-KEY.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUNCTL-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-RUNCTL-SCAN-EOF
               READ RUN-CONTROL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RUNCTL-SCAN-EOF-SWITCH
                   NOT AT END
                       IF RC-BUSINESS-DATE NOT < WS-BUSINESS-DATE
                           MOVE 'Y' TO WS-RUNCTL-SCAN-EOF-SWITCH
                       ELSE
      *                    Runs registered before the feed totals
      *                    were kept carry zero count and hash; they
      *                    say nothing about the feed's size and are
      *                    left out of the window and the minimum.
                           IF RC-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                                   AND RC-STATUS-COMPLETE
                                   AND (RC-FEED-DETAIL-COUNT NOT = ZERO
                                     OR RC-FEED-HASH-TOTAL NOT = ZERO)
                               PERFORM KEEP-HISTORY-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       KEEP-HISTORY-RUN.
           IF WS-HISTORY-COUNT = WS-HISTORY-WANTED
               PERFORM VARYING WS-HS-SUB FROM 2 BY 1
                       UNTIL WS-HS-SUB > WS-HISTORY-COUNT
                   MOVE WS-HISTORY-ENTRY (WS-HS-SUB)
                       TO WS-HISTORY-ENTRY (WS-HS-SUB - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
           END-IF.
           MOVE RC-FEED-DETAIL-COUNT
               TO WS-HS-DETAIL-COUNT (WS-HISTORY-COUNT).
           MOVE RC-FEED-HASH-TOTAL
               TO WS-HS-HASH-TOTAL (WS-HISTORY-COUNT).
       COMPARE-FEED-TO-HISTORY.
           MOVE ZERO TO WS-HISTORY-COUNT-SUM.
           MOVE ZERO TO WS-HISTORY-HASH-SUM.
           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB > WS-HISTORY-COUNT
               ADD WS-HS-DETAIL-COUNT (WS-HS-SUB)
                   TO WS-HISTORY-COUNT-SUM
               ADD WS-HS-HASH-TOTAL (WS-HS-SUB)
                   TO WS-HISTORY-HASH-SUM
                   ON SIZE ERROR
                       DISPLAY "SAMPLEBT: ABEND - HISTORY HASH "
                               "OVERFLOW FOR " WS-SOURCE-SYSTEM
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
               END-ADD
           END-PERFORM.
           COMPUTE WS-AVERAGE-COUNT ROUNDED =
                   WS-HISTORY-COUNT-SUM / WS-HISTORY-COUNT.
           COMPUTE WS-AVERAGE-HASH ROUNDED =
                   WS-HISTORY-HASH-SUM / WS-HISTORY-COUNT.
      *    Distance from the average, both sides, against the
      *    allowed percentage of the average's magnitude.
           IF FT-COUNT-TOLERANCE-PCT > ZERO
               COMPUTE WS-DEVIATION =
                       WS-VERIFY-DETAIL-COUNT - WS-AVERAGE-COUNT
               IF WS-DEVIATION < ZERO
                   COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
               END-IF
               IF WS-DEVIATION * 100 >
                       WS-AVERAGE-COUNT * FT-COUNT-TOLERANCE-PCT
                   MOVE 'Y' TO WS-COUNT-OUT-SWITCH
               END-IF
           END-IF.
           IF FT-HASH-TOLERANCE-PCT > ZERO
               COMPUTE WS-DEVIATION =
                       WS-VERIFY-HASH-TOTAL - WS-AVERAGE-HASH
               IF WS-DEVIATION < ZERO
                   COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
               END-IF
               MOVE WS-AVERAGE-HASH TO WS-AVERAGE-MAGNITUDE
               IF WS-AVERAGE-MAGNITUDE < ZERO
                   COMPUTE WS-AVERAGE-MAGNITUDE =
                           ZERO - WS-AVERAGE-MAGNITUDE
               END-IF
               IF WS-DEVIATION * 100 >
                       WS-AVERAGE-MAGNITUDE * FT-HASH-TOLERANCE-PCT
                   MOVE 'Y' TO WS-HASH-OUT-SWITCH
               END-IF
           END-IF.
           IF WS-COUNT-OUT OR WS-HASH-OUT
               MOVE 'Y' TO WS-FEED-ANOMALOUS-SWITCH
           END-IF.
       CLEAR-HOLD-DETAILS.
           MOVE SPACE  TO RC-HOLD-REASON.
           MOVE ZERO   TO RC-HOLD-HISTORY-RUNS.
           MOVE ZERO   TO RC-HOLD-AVERAGE-COUNT.
           MOVE ZERO   TO RC-HOLD-AVERAGE-HASH.
           MOVE SPACES TO RC-HOLD-REVIEWED-BY.
           MOVE SPACES TO RC-HOLD-REVIEW-TIMESTAMP.
       STAMP-HOLD-DETAILS.
           MOVE 'H' TO RC-STATUS.
           EVALUATE TRUE
               WHEN WS-COUNT-OUT AND WS-HASH-OUT
                   MOVE 'B' TO RC-HOLD-REASON
               WHEN WS-COUNT-OUT
                   MOVE 'C' TO RC-HOLD-REASON
               WHEN OTHER
                   MOVE 'V' TO RC-HOLD-REASON
           END-EVALUATE.
           MOVE WS-HISTORY-COUNT TO RC-HOLD-HISTORY-RUNS.
           MOVE WS-AVERAGE-COUNT TO RC-HOLD-AVERAGE-COUNT.
           MOVE WS-AVERAGE-HASH  TO RC-HOLD-AVERAGE-HASH.
       STAMP-RUN-ENTRY.
           MOVE SPACES TO RC-RUN-ID.
           STRING WS-RUN-DATE     DELIMITED BY SIZE
           MOVE WS-EXP-RECYCLE-TOTAL TO RC-EXP-RECYCLE-TOTAL.
           MOVE SPACE TO RC-BALANCE-STATUS.
           MOVE SPACE TO RC-GL-EXTRACT-STATUS.
           MOVE WS-VERIFY-DETAIL-COUNT TO RC-FEED-DETAIL-COUNT.
           MOVE WS-VERIFY-HASH-TOTAL   TO RC-FEED-HASH-TOTAL.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RC-STATUS.
           PERFORM STORE-FINAL-COUNTS.
                               STOP RUN
                       END-ADD
                   END-IF
               WHEN TX-CANCEL-TYPE
                   IF WS-TRAILER-SEEN
                       DISPLAY "SAMPLEBT: ABEND - CANCELLATION RECORD "
                               "AFTER THE TRAILER"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VERIFY-DETAIL-COUNT
               WHEN OTHER
                   DISPLAY "SAMPLEBT: ABEND - UNKNOWN RECORD TYPE "
                           TXD-RECORD-TYPE " AT DETAIL "
       PROCESS-TRANSACTIONS.
           ADD 1 TO WS-RECORDS-READ.
           MOVE ZERO TO WS-CURRENT-RECYCLE-COUNT.
      *    A cancellation only closes the source's earlier reject; a
      *    detail whose id was returned to this source before is its
      *    correction, and the earlier reject is closed as resent
      *    whatever becomes of the new detail.
           IF TX-CANCEL-TYPE
               PERFORM APPLY-SOURCE-CANCELLATION
           ELSE
               PERFORM MATCH-SOURCE-RESEND
               PERFORM VALIDATE-AND-POST
           END-IF.
           PERFORM WRITE-CHECKPOINT-IF-DUE.
           PERFORM READ-TRANSACTION-FILE.
       VALIDATE-AND-POST.
               MOVE 'NN' TO EXC-REASON-CODE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               PERFORM CHECK-ACCOUNT
               IF WS-ACCOUNT-BLOCKED
                   MOVE 'AC' TO EXC-REASON-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   PERFORM RESOLVE-CURRENCY-RATE
                   IF WS-RATE-MISSING
                       MOVE 'NC' TO EXC-REASON-CODE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       PERFORM CHECK-OPERATION-RULE
                       IF WS-RULE-REASON NOT = SPACES
                           MOVE WS-RULE-REASON TO EXC-REASON-CODE
                           PERFORM WRITE-EXCEPTION-RECORD
                       ELSE
                           PERFORM CHECK-CROSS-DAY-DUPLICATE
                           IF WS-DUP-FOUND AND NOT WS-DUP-OVERRIDDEN
                               MOVE 'DP' TO EXC-REASON-CODE
                               PERFORM WRITE-EXCEPTION-RECORD
                           ELSE
                               PERFORM CALL-SAMPLE-AND-POST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-ACCOUNT.
      *    The account must be on the master and open; a frozen or
      *    closed account takes nothing.  Its currency must be the
      *    detail's, or the balance would add unlike amounts.
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
       RESOLVE-CURRENCY-RATE.
      *    SPACES and the base currency itself convert one for one;
      *    anything else must have today's rate on file or the
           MOVE ZERO          TO SUM-DATA.
           MOVE "SAMPLEBT"    TO CALLER-SESSION-ID.
           MOVE WS-SOURCE-SYSTEM TO CALLER-SOURCE-SYSTEM.
           MOVE TX-ACCOUNT-NUMBER TO CALLER-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE TO EFFECTIVE-DATE.
      *    The conversion to base is resolved on an unaudited
      *    precompute (SKIP-AUDIT, the same trick the SUM-DATA cap
                   MOVE SAMPLE-RETURN-CODE TO RS-RETURN-CODE
                   MOVE CURRENCY-CODE      TO RS-CURRENCY-CODE
                   MOVE WS-CONVERTED-AMOUNT TO RS-CONVERTED-AMOUNT
                   MOVE TX-ACCOUNT-NUMBER  TO RS-ACCOUNT-NUMBER
                   WRITE RESULT-RECORD
                   PERFORM POST-TO-MASTER
                   ADD 1        TO WS-RECORDS-POSTED
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
                       WS-MASTER-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
      *    A replaced posting comes off its account first (a master
      *    record written before accounts existed has none), then
      *    the new one goes on.
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
                   DISPLAY "SAMPLEBT: ACCOUNT " WS-BALANCE-ACCOUNT
                           " VANISHED FROM ACCOUNT MASTER"
                   PERFORM MARK-RUN-ABENDED
           END-READ.
           ADD WS-BALANCE-MOVEMENT TO ACCT-BALANCE
               ON SIZE ERROR
                   DISPLAY "SAMPLEBT: ACCOUNT " WS-BALANCE-ACCOUNT
                           " BALANCE OVERFLOW"
                   PERFORM MARK-RUN-ABENDED
           END-ADD.
      *    Last activity is the day the balance last moved (the run
      *    date, not the business date being posted) and never goes
      *    backwards.
           IF WS-RUN-DATE > ACCT-LAST-ACTIVITY-DATE
               MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: ACCOUNT MASTER REWRITE ERROR, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
       WRITE-EXCEPTION-RECORD.
           MOVE TX-RAW-INPUT TO EXC-RAW-INPUT.
           MOVE WS-CURRENT-RECYCLE-COUNT TO EXC-RECYCLE-COUNT.
           IF NOT WS-EOF AND TX-TRAILER-TYPE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
       START-REGISTER-SCAN.
      *    The register is keyed id + reject date, so a START at the
      *    id with a zero date walks exactly that id's rejects.
           MOVE 'N' TO WS-REGISTER-SCAN-EOF-SWITCH.
           MOVE WS-SCAN-TRANSACTION-ID TO RR-TRANSACTION-ID.
           MOVE ZERO                   TO RR-REJECT-DATE.
           START REJECT-REGISTER-FILE
               KEY IS NOT LESS THAN RR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
           END-START.
       MATCH-SOURCE-RESEND.
      *    Only an earlier date's reject can be corrected by this
      *    detail; this run's own rejects are registered at end of
      *    job, so a restart never closes them against themselves.
           MOVE TX-TRANSACTION-ID TO WS-SCAN-TRANSACTION-ID.
           PERFORM START-REGISTER-SCAN.
           PERFORM UNTIL WS-REGISTER-SCAN-EOF
               READ REJECT-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                   NOT AT END
                       IF RR-TRANSACTION-ID NOT = TX-TRANSACTION-ID
                           MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                       ELSE
                           IF RR-OPEN
                                   AND RR-SOURCE-SYSTEM =
                                       WS-SOURCE-SYSTEM
                                   AND RR-REJECT-DATE <
                                       WS-BUSINESS-DATE
                               MOVE 'C' TO RR-STATUS
                               PERFORM CLOSE-REGISTER-ENTRY
                               ADD 1 TO WS-RESENDS-MATCHED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       APPLY-SOURCE-CANCELLATION.
           ADD 1 TO WS-CANCELS-READ.
           MOVE 'N' TO WS-CANCEL-MATCHED-SWITCH.
           IF TXX-REJECT-DATE NOT NUMERIC
               DISPLAY "SAMPLEBT: CANCELLATION OF " TXX-TRANSACTION-ID
                       " HAS A BAD REJECT DATE - IGNORED"
           ELSE
               MOVE TXX-TRANSACTION-ID TO WS-SCAN-TRANSACTION-ID
               PERFORM START-REGISTER-SCAN
               PERFORM UNTIL WS-REGISTER-SCAN-EOF
                   READ REJECT-REGISTER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                       NOT AT END
                           IF RR-TRANSACTION-ID NOT =
                                   TXX-TRANSACTION-ID
                               MOVE 'Y' TO WS-REGISTER-SCAN-EOF-SWITCH
                           ELSE
                               PERFORM CANCEL-ONE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT WS-CANCEL-MATCHED
                   DISPLAY "SAMPLEBT: CANCELLATION OF "
                           TXX-TRANSACTION-ID " MATCHES NO OPEN "
                           "REJECT OF " WS-SOURCE-SYSTEM " - IGNORED"
               END-IF
           END-IF.
       CANCEL-ONE-REJECT.
           IF RR-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                   AND (TXX-REJECT-DATE = ZERO
                        OR TXX-REJECT-DATE = RR-REJECT-DATE)
               EVALUATE TRUE
                   WHEN RR-OPEN
                       MOVE 'X' TO RR-STATUS
                       PERFORM CLOSE-REGISTER-ENTRY
                       MOVE 'Y' TO WS-CANCEL-MATCHED-SWITCH
                       ADD 1 TO WS-CANCELS-APPLIED
      *                Already repaired and recycled here: the source
      *                cancelled something that has since posted, and
      *                only a person can decide which side is right.
                   WHEN RR-REPAIRED
                       DISPLAY "SAMPLEBT: CANCELLATION OF "
                               RR-TRANSACTION-ID " REJECTED "
                               RR-REJECT-DATE " - ALREADY REPAIRED BY "
                               RR-RESOLVED-BY " - REVIEW"
                       MOVE 'Y' TO WS-CANCEL-MATCHED-SWITCH
               END-EVALUATE
           END-IF.
       CLOSE-REGISTER-ENTRY.
           MOVE WS-BUSINESS-DATE TO RR-RESOLVED-DATE.
           MOVE RC-RUN-ID        TO RR-RESOLVED-BY.
           REWRITE REJECT-REGISTER-RECORD.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: REJECT REGISTER REWRITE FAILED, "
                       "STATUS=" WS-REGISTER-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
       WRITE-REJECT-RETURN-FILE.
      *    Only this feed's own TRANSIN details go back: a recycled
      *    record (recycle count above zero) was returned when it
      *    first rejected and has been in our repair since.
           MOVE SPACES TO WS-RETURN-FILE-NAME.
           STRING "REJRET."        DELIMITED BY SIZE
                  WS-SOURCE-SYSTEM DELIMITED BY SPACE
                  "."              DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  INTO WS-RETURN-FILE-NAME.
           MOVE 'N' TO WS-RETURN-EOF-SWITCH.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: EXCEPTION REOPEN FOR RETURN "
                       "FAILED, STATUS=" WS-EXCEPTION-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           OPEN OUTPUT REJECT-RETURN-FILE.
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: REJECT RETURN FILE OPEN FAILED, "
                       "STATUS=" WS-RETURN-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           MOVE SPACES           TO RJ-HEADER-RECORD.
           MOVE 'H'              TO RJH-RECORD-TYPE.
           MOVE RC-RUN-ID        TO RJH-RUN-ID.
           MOVE WS-BUSINESS-DATE TO RJH-BUSINESS-DATE.
           MOVE WS-SOURCE-SYSTEM TO RJH-SOURCE-SYSTEM.
           WRITE RJ-HEADER-RECORD.
           PERFORM UNTIL WS-RETURN-EOF
               READ EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURN-EOF-SWITCH
                   NOT AT END
                       IF EXC-RECYCLE-COUNT = ZERO
                           PERFORM RETURN-ONE-REJECT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES               TO RJ-TRAILER-RECORD.
           MOVE 'T'                  TO RJT-RECORD-TYPE.
           MOVE WS-REJECTS-RETURNED  TO RJT-DETAIL-COUNT.
           MOVE WS-RETURN-HASH-TOTAL TO RJT-HASH-TOTAL.
           WRITE RJ-TRAILER-RECORD.
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: REJECT RETURN FILE WRITE FAILED, "
                       "STATUS=" WS-RETURN-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           CLOSE EXCEPTION-FILE REJECT-RETURN-FILE.
       RETURN-ONE-REJECT.
           MOVE EXC-RAW-INPUT TO WS-RETURNED-DETAIL.
           ADD 1 TO WS-REJECTS-RETURNED.
           IF WS-RD-DATA1 NUMERIC
               ADD WS-RD-DATA1 TO WS-RETURN-HASH-TOTAL
                   ON SIZE ERROR
                       DISPLAY "SAMPLEBT: ABEND - REJECT RETURN HASH "
                               "OVERFLOW"
                       PERFORM MARK-RUN-ABENDED
               END-ADD
           END-IF.
           MOVE SPACES               TO RJ-DETAIL-RECORD.
           MOVE 'D'                  TO RJD-RECORD-TYPE.
           MOVE WS-RD-TRANSACTION-ID TO RJD-TRANSACTION-ID.
           MOVE EXC-REASON-CODE      TO RJD-REASON-CODE.
           PERFORM DESCRIBE-REJECT-REASON.
           MOVE EXC-RAW-INPUT        TO RJD-ORIGINAL-DETAIL.
           WRITE RJ-DETAIL-RECORD.
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: REJECT RETURN FILE WRITE FAILED, "
                       "STATUS=" WS-RETURN-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
           PERFORM REGISTER-RETURNED-REJECT.
       DESCRIBE-REJECT-REASON.
           EVALUATE TRUE
               WHEN EXC-NON-NUMERIC
                   MOVE "AMOUNT NOT NUMERIC"     TO RJD-REASON-TEXT
               WHEN EXC-SIZE-ERROR
                   MOVE "AMOUNT TOO LARGE TO COMPUTE"
                                                 TO RJD-REASON-TEXT
               WHEN EXC-AUDIT-ERROR
      *            Our own audit trail failed, not their data; the
      *            item is recycled here untouched.
                   MOVE "OUR FAULT - DO NOT RESEND" TO RJD-REASON-TEXT
               WHEN EXC-CROSS-DAY-DUP
                   MOVE "ID ALREADY POSTED ANOTHER DAY"
                                                 TO RJD-REASON-TEXT
               WHEN EXC-OPERATION-SUSPENDED
                   MOVE "OPERATION NOT ALLOWED ON DATE"
                                                 TO RJD-REASON-TEXT
               WHEN EXC-AMOUNT-OVER-LIMIT
                   MOVE "AMOUNT OVER OPERATION LIMIT"
                                                 TO RJD-REASON-TEXT
               WHEN EXC-NO-CURRENCY-RATE
                   MOVE "NO RATE FOR CURRENCY ON DATE"
                                                 TO RJD-REASON-TEXT
               WHEN EXC-ACCOUNT-BLOCKED
                   MOVE "ACCOUNT UNKNOWN/BLOCKED/CCY"
                                                 TO RJD-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON"         TO RJD-REASON-TEXT
           END-EVALUATE.
       REGISTER-RETURNED-REJECT.
      *    A key already on file is the same id rejected twice in one
      *    date's feed, or a restart after end of job; the latest
      *    reject replaces it.
           MOVE WS-RD-TRANSACTION-ID TO RR-TRANSACTION-ID.
           MOVE WS-BUSINESS-DATE     TO RR-REJECT-DATE.
           MOVE WS-SOURCE-SYSTEM     TO RR-SOURCE-SYSTEM.
           MOVE RC-RUN-ID            TO RR-RETURN-RUN-ID.
           MOVE EXC-REASON-CODE      TO RR-REASON-CODE.
           MOVE EXC-RAW-INPUT        TO RR-ORIGINAL-DETAIL.
           MOVE 'O'                  TO RR-STATUS.
           MOVE ZERO                 TO RR-RESOLVED-DATE.
           MOVE SPACES               TO RR-RESOLVED-BY.
           WRITE REJECT-REGISTER-RECORD
               INVALID KEY
                   REWRITE REJECT-REGISTER-RECORD
           END-WRITE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBT: REJECT REGISTER WRITE FAILED, "
                       "STATUS=" WS-REGISTER-FILE-STATUS
               PERFORM MARK-RUN-ABENDED
           END-IF.
       PRINT-JOB-SUMMARY.
           DISPLAY "SAMPLEBT JOB SUMMARY".
           DISPLAY "BUSINESS DATE    : " WS-BUSINESS-DATE.
           DISPLAY "RECYCLED READ    : " WS-RECYCLE-READ.
           DISPLAY "RECORDS POSTED   : " WS-RECORDS-POSTED.
           DISPLAY "RECORDS REJECTED : " WS-RECORDS-REJECTED.
           DISPLAY "REJECTS RETURNED : " WS-REJECTS-RETURNED
                   " ON " WS-RETURN-FILE-NAME.
           DISPLAY "RESENDS MATCHED  : " WS-RESENDS-MATCHED.
           DISPLAY "CANCELLATIONS    : " WS-CANCELS-READ
                   " (" WS-CANCELS-APPLIED " APPLIED)".
