       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEPC.
      *====================================================*
      * SAMPLEPC - month-end period close.  Given a month  *
      * (yyyymm) on the command line, snapshots the        *
      * posted-balance master by operation code and        *
      * currency as POSTSNAP.yyyymm and prints a balance   *
      * roll-forward (PERIODRPT): the prior month's        *
      * closing snapshot, plus the month's batch postings, *
      * approved adjustments and forced postings off the   *
      * audit trail, less SAMPLEBO backouts, must equal    *
      * what the master holds.  A line that does not tie   *
      * is flagged.  The month is then registered closed   *
      * on PERIODCL, after which backouts, adjustments and *
      * forced postings refuse effective dates inside it.  *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT POSTED-MASTER-FILE ASSIGN TO "POSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-TRANSACTION-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *    Probed (never written) to prove the month's last batch
      *    entries have been merged onto AUDITLOG.
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
      *    OPTIONAL so the very first close creates the register.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
      *    The prior month's snapshot supplies the opening balances;
      *    this month's is written alongside it under its own name.
           SELECT OPTIONAL PRIOR-SNAPSHOT-FILE
               ASSIGN TO WS-PRIOR-SNAP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-SNAP-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "PERIODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  PENDING-FILE.
           COPY PENDADJ.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIOR-SNAPSHOT-RECORD   PIC X(36).
       FD  SNAPSHOT-FILE.
           COPY POSTSNAP.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE         SECTION.
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-EXTRACT-FILE-STATUS    PIC X(02).
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-PRIOR-SNAP-STATUS      PIC X(02).
       01  WS-SNAP-FILE-STATUS       PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-PERIOD-PARM            PIC X(06)   VALUE SPACES.
       01  WS-CLOSE-PERIOD           PIC 9(06)   VALUE ZERO.
       01  WS-CLOSE-PERIOD-SPLIT REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR         PIC 9(04).
           05  WS-CLOSE-MONTH        PIC 9(02).
       01  WS-PRIOR-PERIOD           PIC 9(06)   VALUE ZERO.
       01  WS-PRIOR-PERIOD-SPLIT REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR         PIC 9(04).
           05  WS-PRIOR-MONTH        PIC 9(02).
       01  WS-NEXT-MONTH-START       PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-START.
           05  WS-NEXT-YEAR          PIC 9(04).
           05  WS-NEXT-MONTH         PIC 9(02).
           05  WS-NEXT-DAY           PIC 9(02).
       01  WS-PERIOD-START-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-END-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-LATEST-CLOSED-PERIOD   PIC 9(06)   VALUE ZERO.
       01  WS-FIRST-CLOSE-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-FIRST-CLOSE                    VALUE 'Y'.
       01  WS-PRIOR-SNAP-NAME.
           05  FILLER                PIC X(09)   VALUE "POSTSNAP.".
           05  WS-PRIOR-SNAP-PERIOD  PIC 9(06).
       01  WS-SNAP-NAME.
           05  FILLER                PIC X(09)   VALUE "POSTSNAP.".
           05  WS-SNAP-PERIOD        PIC 9(06).
       01  WS-PERIOD-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-EOF                     VALUE 'Y'.
       01  WS-RUNCTL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RUNCTL-EOF                     VALUE 'Y'.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-QUEUE-EOF                      VALUE 'Y'.
       01  WS-SNAP-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-SNAP-EOF                       VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-MASTER-EOF                     VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-AUDIT-EOF                      VALUE 'Y'.
       01  WS-RUNS-NOT-COMPLETE      PIC 9(04)   VALUE ZERO.
       01  WS-ITEMS-PENDING          PIC 9(04)   VALUE ZERO.
      *    One roll-forward line per operation code and currency.
      *    Movements are kept by category so the report can show
      *    where the month's money came from; backouts are held as
      *    the (positive) amount taken off the master.  An overflow
      *    abends rather than dropping a line from the close.
       01  WS-LINE-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100.
               10  WS-LN-OPERATION-CODE  PIC X(01).
               10  WS-LN-CURRENCY-CODE   PIC X(03).
               10  WS-LN-OPENING         PIC S9(16)V99.
               10  WS-LN-POSTINGS        PIC S9(16)V99.
               10  WS-LN-ADJUSTMENTS     PIC S9(16)V99.
               10  WS-LN-FORCED          PIC S9(16)V99.
               10  WS-LN-BACKOUTS        PIC S9(16)V99.
               10  WS-LN-CLOSING         PIC S9(16)V99.
               10  WS-LN-MASTER-COUNT    PIC 9(08).
       01  WS-LN-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-FIND-OPERATION-CODE    PIC X(01).
       01  WS-FIND-CURRENCY-CODE     PIC X(03).
      *    What currently stands on the master for each effective
      *    date of the transaction id being walked, replayed from
      *    the trail: every later entry for the same key replaces
      *    the standing value, so the month's movement of an entry
      *    is its new value less the value it replaced.
       01  WS-WALK-TRANSACTION-ID    PIC X(12)   VALUE LOW-VALUES.
       01  WS-STANDING-MAX           PIC 9(03) COMP VALUE 31.
       01  WS-STANDING-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-STANDING-TABLE.
           05  WS-STANDING-ENTRY OCCURS 31.
               10  WS-ST-EFFECTIVE-DATE  PIC 9(08).
               10  WS-ST-OPERATION-CODE  PIC X(01).
               10  WS-ST-CURRENCY-CODE   PIC X(03).
               10  WS-ST-SUM-DATA        PIC S9(09)V99.
               10  WS-ST-MAINT-TYPE      PIC X(01).
               10  WS-ST-PRESENT-SWITCH  PIC X(01).
                   88  WS-ST-PRESENT               VALUE 'Y'.
       01  WS-ST-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-STANDING-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-OLD-LINE-SUB           PIC 9(03) COMP VALUE ZERO.
       01  WS-EXPECTED-CLOSING       PIC S9(16)V99 VALUE ZERO.
       01  WS-TIE-DIFFERENCE         PIC S9(16)V99 VALUE ZERO.
       01  WS-ENTRIES-APPLIED        PIC 9(08)   VALUE ZERO.
       01  WS-MASTER-RECORDS         PIC 9(08)   VALUE ZERO.
       01  WS-OUT-OF-TIE-COUNT       PIC 9(04)   VALUE ZERO.
       01  WS-BACKOUTS-LEFT          PIC 9(08)   VALUE ZERO.
       01  WS-HEADING-LINE.
           05  WS-HL-LABEL           PIC X(24).
           05  WS-HL-VALUE           PIC X(40).
       01  WS-LINE-HEADING.
           05  FILLER                PIC X(10)   VALUE "OPERATION ".
           05  WS-LH-OPERATION-CODE  PIC X(01).
           05  FILLER                PIC X(12)   VALUE "   CURRENCY ".
           05  WS-LH-CURRENCY-CODE   PIC X(04).
       01  WS-AMOUNT-LINE.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-AL-LABEL           PIC X(26).
           05  WS-AL-VALUE           PIC -(15)9.99.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL           PIC X(28).
           05  WS-CL-VALUE           PIC Z(8)9.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-CLOSE-PERIOD.
           PERFORM CHECK-EXTRACT-MERGED.
           OPEN I-O PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEPC: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM CHECK-CLOSE-SEQUENCE.
           PERFORM CHECK-RUNS-COMPLETE.
           PERFORM CHECK-NO-PENDING-ADJUSTMENTS.
           IF NOT WS-FIRST-CLOSE
               PERFORM LOAD-OPENING-BALANCES
           END-IF.
           OPEN INPUT POSTED-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: MASTER FILE OPEN FAILED, STATUS="
                       WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM TOTAL-MASTER-BALANCES.
           CLOSE POSTED-MASTER-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: AUDIT FILE OPEN FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM ROLL-FORWARD-MOVEMENTS.
           CLOSE AUDIT-FILE.
           PERFORM WRITE-MONTH-SNAPSHOT.
           PERFORM PRINT-ROLL-FORWARD-REPORT.
           PERFORM RECORD-PERIOD-CLOSED.
           CLOSE PERIOD-CLOSE-FILE.
           DISPLAY "SAMPLEPC JOB SUMMARY".
           DISPLAY "PERIOD CLOSED    : " WS-CLOSE-PERIOD.
           DISPLAY "PERIOD END DATE  : " WS-PERIOD-END-DATE.
           DISPLAY "MASTER RECORDS   : " WS-MASTER-RECORDS.
           DISPLAY "TRAIL ENTRIES    : " WS-ENTRIES-APPLIED.
           DISPLAY "SNAPSHOT LINES   : " WS-LINE-COUNT.
           DISPLAY "LINES NOT TYING  : " WS-OUT-OF-TIE-COUNT.
           IF WS-OUT-OF-TIE-COUNT > ZERO
               DISPLAY "SAMPLEPC: " WS-OUT-OF-TIE-COUNT
                       " ROLL-FORWARD LINE(S) DO NOT TIE - SEE "
                       "PERIODRPT"
           END-IF.
           GOBACK.
       GET-CLOSE-PERIOD.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE.
           IF WS-PERIOD-PARM NOT NUMERIC
               DISPLAY "SAMPLEPC: ABEND - PERIOD PARAMETER '"
                       WS-PERIOD-PARM "' IS NOT A 6-DIGIT YYYYMM"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-PARM TO WS-CLOSE-PERIOD.
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "SAMPLEPC: ABEND - PERIOD PARAMETER '"
                       WS-PERIOD-PARM "' HAS NO SUCH MONTH"
               STOP RUN
           END-IF.
      *    The month ends the day before the first of the next one;
      *    the prior month is the one whose snapshot opens this one.
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
               MOVE 01 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-CLOSE-MONTH + 1
           END-IF.
           MOVE 01 TO WS-NEXT-DAY.
           IF WS-CLOSE-MONTH = 01
               COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-CLOSE-MONTH - 1
           END-IF.
           COMPUTE WS-PERIOD-START-DATE = WS-CLOSE-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
      *    A month still running can take more postings tomorrow.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           IF WS-TODAY-DATE NOT > WS-PERIOD-END-DATE
               DISPLAY "SAMPLEPC: ABEND - PERIOD " WS-CLOSE-PERIOD
                       " HAS NOT ENDED (IT ENDS " WS-PERIOD-END-DATE
                       ")"
               STOP RUN
           END-IF.
       CHECK-EXTRACT-MERGED.
      *    An unmerged extract holds batch 'O' entries the roll-
      *    forward below would never see; the close would flag every
      *    line they touch as out of tie.
           OPEN INPUT AUDIT-EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   AND WS-EXTRACT-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEPC: AUDIT EXTRACT OPEN FAILED, STATUS="
                       WS-EXTRACT-FILE-STATUS
               STOP RUN
           END-IF.
           READ AUDIT-EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "SAMPLEPC: ABEND - AUDIT EXTRACT NOT "
                           "MERGED - RUN SAMPLEAL FIRST"
                   CLOSE AUDIT-EXTRACT-FILE
                   STOP RUN
           END-READ.
           CLOSE AUDIT-EXTRACT-FILE.
       CHECK-CLOSE-SEQUENCE.
      *    Months close in order: the opening balances are the prior
      *    month's closing snapshot, so that month must be the latest
      *    one closed.  An empty register is the very first close,
      *    which opens from the master itself.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           READ PERIOD-CLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-PERIOD-CLOSED
                       DISPLAY "SAMPLEPC: ABEND - PERIOD "
                               WS-CLOSE-PERIOD " WAS ALREADY CLOSED "
                               "AT " PC-CLOSE-TIMESTAMP
                       CLOSE PERIOD-CLOSE-FILE
                       STOP RUN
                   END-IF
           END-READ.
           MOVE ZERO TO PC-PERIOD.
           START PERIOD-CLOSE-FILE
               KEY IS NOT LESS THAN PC-PERIOD
               INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-PERIOD-EOF
               READ PERIOD-CLOSE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PERIOD-EOF-SWITCH
                   NOT AT END
                       IF PC-PERIOD-CLOSED
                           MOVE PC-PERIOD TO WS-LATEST-CLOSED-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LATEST-CLOSED-PERIOD = ZERO
                   MOVE 'Y' TO WS-FIRST-CLOSE-SWITCH
               WHEN WS-LATEST-CLOSED-PERIOD > WS-CLOSE-PERIOD
                   DISPLAY "SAMPLEPC: ABEND - A LATER PERIOD ("
                           WS-LATEST-CLOSED-PERIOD ") IS ALREADY "
                           "CLOSED"
                   CLOSE PERIOD-CLOSE-FILE
                   STOP RUN
               WHEN WS-LATEST-CLOSED-PERIOD NOT = WS-PRIOR-PERIOD
                   DISPLAY "SAMPLEPC: ABEND - PRIOR PERIOD "
                           WS-PRIOR-PERIOD " IS NOT CLOSED (LATEST "
                           "CLOSED IS " WS-LATEST-CLOSED-PERIOD ")"
                   CLOSE PERIOD-CLOSE-FILE
                   STOP RUN
           END-EVALUATE.
       CHECK-RUNS-COMPLETE.
      *    Every feed run dated inside the month must have finished;
      *    a RUNNING or ABENDED run would post into the month after
      *    its balances were signed off.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                   AND WS-RUN-CONTROL-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEPC: RUN CONTROL OPEN FAILED, STATUS="
                       WS-RUN-CONTROL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-START-DATE TO RC-BUSINESS-DATE.
           MOVE LOW-VALUES           TO RC-SOURCE-SYSTEM.
           START RUN-CONTROL-FILE
               KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-RUNCTL-EOF
               READ RUN-CONTROL-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
                   NOT AT END
                       IF RC-BUSINESS-DATE > WS-PERIOD-END-DATE
                           MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
                       ELSE
      *                    A feed rejected at anomaly review
      *                    posted nothing into the month.
                           IF NOT RC-STATUS-COMPLETE
                                   AND NOT RC-STATUS-REJECTED
                               ADD 1 TO WS-RUNS-NOT-COMPLETE
                               DISPLAY "SAMPLEPC: RUN " RC-RUN-ID
                                       " OF " RC-BUSINESS-DATE
                                       " SOURCE " RC-SOURCE-SYSTEM
                                       " IS NOT COMPLETE (STATUS '"
                                       RC-STATUS "')"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.
           IF WS-RUNS-NOT-COMPLETE > ZERO
               DISPLAY "SAMPLEPC: ABEND - " WS-RUNS-NOT-COMPLETE
                       " RUN(S) IN " WS-CLOSE-PERIOD " NOT COMPLETE "
                       "- PERIOD NOT CLOSED"
               CLOSE PERIOD-CLOSE-FILE
               STOP RUN
           END-IF.
       CHECK-NO-PENDING-ADJUSTMENTS.
      *    Once the month is closed the checker can no longer approve
      *    a correction dated inside it, so anything still awaiting
      *    a check must be worked (approved or rejected) first.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEPC: PENDING FILE OPEN FAILED, STATUS="
                       WS-PENDING-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO PEND-SEQUENCE-NO.
           START PENDING-FILE
               KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-QUEUE-EOF
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
                   NOT AT END
                       IF PEND-AWAITING-CHECK
                               AND PEND-EFFECTIVE-DATE NOT <
                                   WS-PERIOD-START-DATE
                               AND PEND-EFFECTIVE-DATE NOT >
                                   WS-PERIOD-END-DATE
                           ADD 1 TO WS-ITEMS-PENDING
                           DISPLAY "SAMPLEPC: PENDING ITEM "
                                   PEND-SEQUENCE-NO " FOR "
                                   PEND-TRANSACTION-ID " DATED "
                                   PEND-EFFECTIVE-DATE
                                   " AWAITS A CHECKER"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           IF WS-ITEMS-PENDING > ZERO
               DISPLAY "SAMPLEPC: ABEND - " WS-ITEMS-PENDING
                       " ADJUSTMENT(S) IN " WS-CLOSE-PERIOD
                       " AWAIT APPROVAL - PERIOD NOT CLOSED"
               CLOSE PERIOD-CLOSE-FILE
               STOP RUN
           END-IF.
       LOAD-OPENING-BALANCES.
           MOVE WS-PRIOR-PERIOD TO WS-PRIOR-SNAP-PERIOD.
           OPEN INPUT PRIOR-SNAPSHOT-FILE.
           IF WS-PRIOR-SNAP-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: ABEND - SNAPSHOT "
                       WS-PRIOR-SNAP-NAME " OF THE PRIOR CLOSE IS "
                       "NOT AVAILABLE, STATUS=" WS-PRIOR-SNAP-STATUS
               CLOSE PERIOD-CLOSE-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SNAP-EOF
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF-SWITCH
                   NOT AT END
                       MOVE PRIOR-SNAPSHOT-RECORD TO POSTSNAP-RECORD
                       MOVE SNAP-OPERATION-CODE
                           TO WS-FIND-OPERATION-CODE
                       MOVE SNAP-CURRENCY-CODE
                           TO WS-FIND-CURRENCY-CODE
                       PERFORM FIND-ROLL-FORWARD-LINE
                       ADD SNAP-BALANCE
                           TO WS-LN-OPENING (WS-LINE-SUB)
               END-READ
           END-PERFORM.
           CLOSE PRIOR-SNAPSHOT-FILE.
       TOTAL-MASTER-BALANCES.
      *    The closing side is what the master holds for every
      *    effective date up to the month end.  On the first close
      *    there is no prior snapshot, so the records dated before
      *    the month make up the opening side from the same pass.
           MOVE LOW-VALUES TO PM-KEY.
           START POSTED-MASTER-FILE
               KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-MASTER-EOF
               READ POSTED-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       IF PM-EFFECTIVE-DATE NOT > WS-PERIOD-END-DATE
                           PERFORM TOTAL-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-ONE-MASTER-RECORD.
           ADD 1 TO WS-MASTER-RECORDS.
           MOVE PM-OPERATION-CODE TO WS-FIND-OPERATION-CODE.
           MOVE PM-CURRENCY-CODE  TO WS-FIND-CURRENCY-CODE.
           PERFORM FIND-ROLL-FORWARD-LINE.
           ADD 1 TO WS-LN-MASTER-COUNT (WS-LINE-SUB).
           ADD PM-SUM-DATA TO WS-LN-CLOSING (WS-LINE-SUB)
               ON SIZE ERROR
                   DISPLAY "SAMPLEPC: ABEND - CLOSING BALANCE "
                           "OVERFLOW FOR OPERATION " PM-OPERATION-CODE
                           " CURRENCY " PM-CURRENCY-CODE
                   STOP RUN
           END-ADD.
           IF WS-FIRST-CLOSE
                   AND PM-EFFECTIVE-DATE < WS-PERIOD-START-DATE
               ADD PM-SUM-DATA TO WS-LN-OPENING (WS-LINE-SUB)
           END-IF.
       FIND-ROLL-FORWARD-LINE.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT
                       OR WS-LINE-SUB > ZERO
               IF WS-LN-OPERATION-CODE (WS-LN-SUB) =
                       WS-FIND-OPERATION-CODE
                       AND WS-LN-CURRENCY-CODE (WS-LN-SUB) =
                           WS-FIND-CURRENCY-CODE
                   MOVE WS-LN-SUB TO WS-LINE-SUB
               END-IF
           END-PERFORM.
           IF WS-LINE-SUB = ZERO
               IF WS-LINE-COUNT = WS-LINE-MAX
                   DISPLAY "SAMPLEPC: ABEND - MORE THAN " WS-LINE-MAX
                           " OPERATION/CURRENCY COMBINATIONS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-SUB
               MOVE WS-FIND-OPERATION-CODE
                   TO WS-LN-OPERATION-CODE (WS-LINE-SUB)
               MOVE WS-FIND-CURRENCY-CODE
                   TO WS-LN-CURRENCY-CODE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-OPENING (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-POSTINGS (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-ADJUSTMENTS (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-FORCED (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-BACKOUTS (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-CLOSING (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-MASTER-COUNT (WS-LINE-SUB)
           END-IF.
       ROLL-FORWARD-MOVEMENTS.
      *    The trail is walked by transaction id: the alternate key
      *    returns one id's entries together, in the order they were
      *    written, which is the order they reached the master.  Only
      *    successful entries dated inside the month move the month's
      *    balances.
           MOVE LOW-VALUES TO AUDIT-TRANSACTION-ID.
           START AUDIT-FILE
               KEY IS NOT LESS THAN AUDIT-TRANSACTION-ID
               INVALID KEY
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                   NOT AT END
                       IF AUDIT-TRANSACTION-ID NOT =
                               WS-WALK-TRANSACTION-ID
                           MOVE AUDIT-TRANSACTION-ID
                               TO WS-WALK-TRANSACTION-ID
                           MOVE ZERO TO WS-STANDING-COUNT
                       END-IF
      *                'O' entries from callers other than the batch
      *                or a forced posting are plain invocations that
      *                never reached the master (the SAMPLEVF rule);
      *                they are passed over before they can open a
      *                roll-forward line of their own.
                       IF AUDIT-RETURN-CODE = ZERO
                               AND AUDIT-EFFECTIVE-DATE NOT <
                                   WS-PERIOD-START-DATE
                               AND AUDIT-EFFECTIVE-DATE NOT >
                                   WS-PERIOD-END-DATE
                               AND (AUDIT-ADJUSTMENT-ENTRY
                                OR AUDIT-CALLER-SESSION-ID = "SAMPLEBT"
                                OR AUDIT-CALLER-SESSION-ID = "SAMPLEEW")
                           PERFORM APPLY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
       APPLY-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-APPLIED.
           PERFORM FIND-STANDING-ENTRY.
      *    The line the replaced value stood on, when there was one,
      *    then the line the entry itself lands on.
           MOVE ZERO TO WS-OLD-LINE-SUB.
           IF WS-ST-PRESENT (WS-STANDING-SUB)
               MOVE WS-ST-OPERATION-CODE (WS-STANDING-SUB)
                   TO WS-FIND-OPERATION-CODE
               MOVE WS-ST-CURRENCY-CODE (WS-STANDING-SUB)
                   TO WS-FIND-CURRENCY-CODE
               PERFORM FIND-ROLL-FORWARD-LINE
               MOVE WS-LINE-SUB TO WS-OLD-LINE-SUB
           END-IF.
           MOVE AUDIT-OPERATION-CODE TO WS-FIND-OPERATION-CODE.
           MOVE AUDIT-CURRENCY-CODE  TO WS-FIND-CURRENCY-CODE.
           PERFORM FIND-ROLL-FORWARD-LINE.
           EVALUATE TRUE
      *        A backout deletes the master only when the batch
      *        posting still stands; one an adjustment has since
      *        corrected is left in place by SAMPLEBO, so it moves
      *        nothing here either.
               WHEN AUDIT-ADJUSTMENT-ENTRY
                       AND AUDIT-REASON-CODE = 'BKO '
                   IF WS-OLD-LINE-SUB > ZERO
                       IF WS-ST-MAINT-TYPE (WS-STANDING-SUB) = 'O'
                           ADD WS-ST-SUM-DATA (WS-STANDING-SUB)
                               TO WS-LN-BACKOUTS (WS-OLD-LINE-SUB)
                           MOVE 'N' TO
                               WS-ST-PRESENT-SWITCH (WS-STANDING-SUB)
                       ELSE
                           ADD 1 TO WS-BACKOUTS-LEFT
                       END-IF
                   END-IF
               WHEN AUDIT-ADJUSTMENT-ENTRY
                   IF WS-OLD-LINE-SUB > ZERO
                       SUBTRACT WS-ST-SUM-DATA (WS-STANDING-SUB)
                           FROM WS-LN-ADJUSTMENTS (WS-OLD-LINE-SUB)
                   END-IF
                   ADD AUDIT-SUM-DATA
                       TO WS-LN-ADJUSTMENTS (WS-LINE-SUB)
                   PERFORM STAND-ENTRY-VALUE
               WHEN AUDIT-ORIGINAL-ENTRY
                       AND AUDIT-CALLER-SESSION-ID = "SAMPLEEW"
                       AND AUDIT-REASON-CODE = 'FRCE'
                   IF WS-OLD-LINE-SUB > ZERO
                       SUBTRACT WS-ST-SUM-DATA (WS-STANDING-SUB)
                           FROM WS-LN-FORCED (WS-OLD-LINE-SUB)
                   END-IF
                   ADD AUDIT-SUM-DATA TO WS-LN-FORCED (WS-LINE-SUB)
                   PERFORM STAND-ENTRY-VALUE
               WHEN AUDIT-ORIGINAL-ENTRY
                       AND (AUDIT-CALLER-SESSION-ID = "SAMPLEBT"
                            OR AUDIT-CALLER-SESSION-ID = "SAMPLEEW")
                   IF WS-OLD-LINE-SUB > ZERO
                       SUBTRACT WS-ST-SUM-DATA (WS-STANDING-SUB)
                           FROM WS-LN-POSTINGS (WS-OLD-LINE-SUB)
                   END-IF
                   ADD AUDIT-SUM-DATA TO WS-LN-POSTINGS (WS-LINE-SUB)
                   PERFORM STAND-ENTRY-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       FIND-STANDING-ENTRY.
           MOVE ZERO TO WS-STANDING-SUB.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-STANDING-COUNT
                       OR WS-STANDING-SUB > ZERO
               IF WS-ST-EFFECTIVE-DATE (WS-ST-SUB) =
                       AUDIT-EFFECTIVE-DATE
                   MOVE WS-ST-SUB TO WS-STANDING-SUB
               END-IF
           END-PERFORM.
           IF WS-STANDING-SUB = ZERO
               IF WS-STANDING-COUNT = WS-STANDING-MAX
                   DISPLAY "SAMPLEPC: ABEND - MORE THAN "
                           WS-STANDING-MAX " EFFECTIVE DATES FOR "
                           "TRANSACTION " AUDIT-TRANSACTION-ID
                   STOP RUN
               END-IF
               ADD 1 TO WS-STANDING-COUNT
               MOVE WS-STANDING-COUNT TO WS-STANDING-SUB
               MOVE AUDIT-EFFECTIVE-DATE
                   TO WS-ST-EFFECTIVE-DATE (WS-STANDING-SUB)
               MOVE 'N' TO WS-ST-PRESENT-SWITCH (WS-STANDING-SUB)
           END-IF.
       STAND-ENTRY-VALUE.
      *    Adjustments leave the master marked 'A', every original
      *    posting (batch or forced) marks it 'O' -- the same rule
      *    SAMPLEBO reads when it decides whether to delete.
           MOVE AUDIT-OPERATION-CODE
               TO WS-ST-OPERATION-CODE (WS-STANDING-SUB).
           MOVE AUDIT-CURRENCY-CODE
               TO WS-ST-CURRENCY-CODE (WS-STANDING-SUB).
           MOVE AUDIT-SUM-DATA  TO WS-ST-SUM-DATA (WS-STANDING-SUB).
           MOVE AUDIT-ENTRY-TYPE
               TO WS-ST-MAINT-TYPE (WS-STANDING-SUB).
           MOVE 'Y' TO WS-ST-PRESENT-SWITCH (WS-STANDING-SUB).
       WRITE-MONTH-SNAPSHOT.
           MOVE WS-CLOSE-PERIOD TO WS-SNAP-PERIOD.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: SNAPSHOT OPEN FAILED, STATUS="
                       WS-SNAP-FILE-STATUS " - PERIOD NOT CLOSED"
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT
               MOVE WS-CLOSE-PERIOD TO SNAP-PERIOD
               MOVE WS-LN-OPERATION-CODE (WS-LN-SUB)
                   TO SNAP-OPERATION-CODE
               MOVE WS-LN-CURRENCY-CODE (WS-LN-SUB)
                   TO SNAP-CURRENCY-CODE
               MOVE WS-LN-MASTER-COUNT (WS-LN-SUB)
                   TO SNAP-RECORD-COUNT
               MOVE WS-LN-CLOSING (WS-LN-SUB) TO SNAP-BALANCE
               WRITE POSTSNAP-RECORD
               IF WS-SNAP-FILE-STATUS NOT = "00"
                   DISPLAY "SAMPLEPC: SNAPSHOT WRITE FAILED, STATUS="
                           WS-SNAP-FILE-STATUS " - PERIOD NOT CLOSED"
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
       PRINT-ROLL-FORWARD-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS " - PERIOD NOT CLOSED"
               STOP RUN
           END-IF.
           MOVE "SAMPLEPC MONTH-END PERIOD CLOSE ROLL-FORWARD"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PERIOD"             TO WS-HL-LABEL.
           MOVE WS-CLOSE-PERIOD      TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PERIOD END DATE"    TO WS-HL-LABEL.
           MOVE WS-PERIOD-END-DATE   TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING BALANCES"   TO WS-HL-LABEL.
           IF WS-FIRST-CLOSE
               MOVE "POSTMST BEFORE PERIOD (FIRST CLOSE)"
                   TO WS-HL-VALUE
           ELSE
               MOVE WS-PRIOR-SNAP-NAME TO WS-HL-VALUE
           END-IF.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROLL-FORWARD LINES"  TO WS-CL-LABEL.
           MOVE WS-LINE-COUNT         TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LINES NOT TYING"     TO WS-CL-LABEL.
           MOVE WS-OUT-OF-TIE-COUNT   TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MASTER RECORDS"      TO WS-CL-LABEL.
           MOVE WS-MASTER-RECORDS     TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BACKOUTS LEFT ADJUSTED" TO WS-CL-LABEL.
           MOVE WS-BACKOUTS-LEFT      TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
       PRINT-ONE-LINE.
           COMPUTE WS-EXPECTED-CLOSING =
                   WS-LN-OPENING (WS-LN-SUB)
                 + WS-LN-POSTINGS (WS-LN-SUB)
                 + WS-LN-ADJUSTMENTS (WS-LN-SUB)
                 + WS-LN-FORCED (WS-LN-SUB)
                 - WS-LN-BACKOUTS (WS-LN-SUB).
           COMPUTE WS-TIE-DIFFERENCE =
                   WS-LN-CLOSING (WS-LN-SUB) - WS-EXPECTED-CLOSING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LN-OPERATION-CODE (WS-LN-SUB)
               TO WS-LH-OPERATION-CODE.
           IF WS-LN-CURRENCY-CODE (WS-LN-SUB) = SPACES
               MOVE "BASE" TO WS-LH-CURRENCY-CODE
           ELSE
               MOVE WS-LN-CURRENCY-CODE (WS-LN-SUB)
                   TO WS-LH-CURRENCY-CODE
           END-IF.
           MOVE WS-LINE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPENING BALANCE"       TO WS-AL-LABEL.
           MOVE WS-LN-OPENING (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "+ POSTINGS"            TO WS-AL-LABEL.
           MOVE WS-LN-POSTINGS (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "+ APPROVED ADJUSTMENTS" TO WS-AL-LABEL.
           MOVE WS-LN-ADJUSTMENTS (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "+ FORCED POSTINGS"     TO WS-AL-LABEL.
           MOVE WS-LN-FORCED (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "- BACKOUTS"            TO WS-AL-LABEL.
           MOVE WS-LN-BACKOUTS (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "= EXPECTED CLOSING"    TO WS-AL-LABEL.
           MOVE WS-EXPECTED-CLOSING     TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MASTER CLOSING"        TO WS-AL-LABEL.
           MOVE WS-LN-CLOSING (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "  TIES" TO REPORT-LINE
           ELSE
               ADD 1 TO WS-OUT-OF-TIE-COUNT
               MOVE "*** DOES NOT TIE, DIFF" TO WS-AL-LABEL
               MOVE WS-TIE-DIFFERENCE       TO WS-AL-VALUE
               MOVE WS-AMOUNT-LINE          TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       RECORD-PERIOD-CLOSED.
      *    Written last: the snapshot and the report are on disk
      *    before the month is marked closed, so an abend anywhere
      *    above leaves the month open to be closed again.
           MOVE WS-CLOSE-PERIOD       TO PC-PERIOD.
           MOVE 'C'                   TO PC-STATUS.
           MOVE WS-PERIOD-END-DATE    TO PC-PERIOD-END-DATE.
           MOVE FUNCTION CURRENT-DATE TO PC-CLOSE-TIMESTAMP.
           MOVE WS-MASTER-RECORDS     TO PC-MASTER-RECORDS.
           MOVE WS-OUT-OF-TIE-COUNT   TO PC-OUT-OF-TIE-COUNT.
           WRITE PERIOD-CLOSE-RECORD
               INVALID KEY
                   REWRITE PERIOD-CLOSE-RECORD
           END-WRITE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEPC: PERIOD CLOSE WRITE FAILED, STATUS="
                       WS-PERIOD-FILE-STATUS
               STOP RUN
           END-IF.
