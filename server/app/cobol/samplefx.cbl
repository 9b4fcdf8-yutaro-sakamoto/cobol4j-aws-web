       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEFX.
      *====================================================*
      * SAMPLEFX - month-end FX revaluation.  Given a      *
      * closed month (yyyymm) on the command line and that *
      * month-end's FXRATES file, restates every foreign-  *
      * currency balance on the posted-balance master at   *
      * the month-end rate.  Per operation code and        *
      * currency, the base value at the rates the balances *
      * originally posted at (from FXHIST, the same        *
      * rounding SAMPLEBT used for RS-CONVERTED-AMOUNT) is *
      * set against the base value at the month-end rate;  *
      * the difference is the unrealized gain or loss.     *
      * The prior revaluation is reversed in the same run, *
      * so the gain or loss never doubles up.  Produces    *
      * the FXREVRPT report and the FXREVGL feed for       *
      * finance -- same header/detail/trailer layout as    *
      * GLEXTOT, appended to the month-end date's retained *
      * GLEXTOT copy so SAMPLEFA can match the ack.        *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
      *    The month-end rate file, staged under the daily name and
      *    validated the way SAMPLEBT validates it.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.
           SELECT OPTIONAL FX-HISTORY-FILE ASSIGN TO "FXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-KEY
               FILE STATUS IS WS-FX-HISTORY-STATUS.
           SELECT POSTED-MASTER-FILE ASSIGN TO "POSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
      *    OPTIONAL so the very first revaluation creates it.
           SELECT OPTIONAL FX-REGISTER-FILE ASSIGN TO "FXREVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRR-PERIOD
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
      *    The revaluation being reversed supplies its own lines;
      *    this month's are written alongside under their own name.
           SELECT PRIOR-LINE-FILE ASSIGN TO WS-PRIOR-LINE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-LINE-STATUS.
           SELECT LINE-FILE ASSIGN TO WS-LINE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINE-FILE-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "FXREVGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
      *    The month-end date's retained extract copy, where
      *    SAMPLEFA looks for any section the working GLEXTOT does
      *    not hold.
           SELECT OPTIONAL GL-KEEP-FILE ASSIGN TO WS-GL-KEEP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-KEEP-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       FD  FX-RATE-FILE.
           COPY FXRATELK.
       FD  FX-HISTORY-FILE.
           COPY FXHIST.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  FX-REGISTER-FILE.
           COPY FXREVREG.
       FD  PRIOR-LINE-FILE.
       01  PRIOR-LINE-RECORD       PIC X(107).
       FD  LINE-FILE.
           COPY FXREVLN.
       FD  GL-FEED-FILE.
      *    Byte-for-byte the records SAMPLEGL writes; keep these in
      *    step with the FD there.
       01  GL-HEADER-RECORD.
           05  GLH-RECORD-TYPE     PIC X(01).
           05  GLH-BUSINESS-DATE   PIC 9(08).
           05  GLH-SOURCE-SYSTEM   PIC X(08).
           05  GLH-RUN-ID          PIC X(12).
           05  GLH-RESEND-FLAG     PIC X(01).
           05  FILLER              PIC X(28).
       01  GL-DETAIL-RECORD.
           05  GLD-RECORD-TYPE     PIC X(01).
           05  GLD-OPERATION-CODE  PIC X(01).
           05  GLD-EFFECTIVE-DATE  PIC 9(08).
           05  GLD-CURRENCY-CODE   PIC X(03).
           05  GLD-RECORD-COUNT    PIC 9(08).
           05  GLD-AMOUNT          PIC S9(16)V99.
           05  GLD-CONV-AMOUNT     PIC S9(16)V99.
           05  GLD-DC-INDICATOR    PIC X(01).
       01  GL-TRAILER-RECORD.
           05  GLT-RECORD-TYPE     PIC X(01).
           05  GLT-LINE-COUNT      PIC 9(08).
           05  GLT-HASH-TOTAL      PIC S9(16)V99.
           05  FILLER              PIC X(31).
       FD  GL-KEEP-FILE.
       01  GL-KEEP-RECORD          PIC X(58).
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE         SECTION.
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-FX-FILE-STATUS         PIC X(02).
       01  WS-FX-HISTORY-STATUS      PIC X(02).
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-REGISTER-FILE-STATUS   PIC X(02).
       01  WS-PRIOR-LINE-STATUS      PIC X(02).
       01  WS-LINE-FILE-STATUS       PIC X(02).
       01  WS-GL-FILE-STATUS         PIC X(02).
       01  WS-GL-KEEP-STATUS         PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-PERIOD-PARM            PIC X(06)   VALUE SPACES.
       01  WS-REVAL-PERIOD           PIC 9(06)   VALUE ZERO.
       01  WS-REVAL-PERIOD-SPLIT REDEFINES WS-REVAL-PERIOD.
           05  WS-REVAL-YEAR         PIC 9(04).
           05  WS-REVAL-MONTH        PIC 9(02).
       01  WS-NEXT-MONTH-START       PIC 9(08)   VALUE ZERO.
       01  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-START.
           05  WS-NEXT-YEAR          PIC 9(04).
           05  WS-NEXT-MONTH         PIC 9(02).
           05  WS-NEXT-DAY           PIC 9(02).
       01  WS-PERIOD-START-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD-END-DATE        PIC 9(08)   VALUE ZERO.
      *    The latest month revalued before this one; its lines are
      *    reversed here.  ZERO on the very first revaluation.
       01  WS-REVERSED-PERIOD        PIC 9(06)   VALUE ZERO.
       01  WS-LATER-PERIOD           PIC 9(06)   VALUE ZERO.
       01  WS-BASE-CURRENCY          PIC X(03)   VALUE "USD".
       01  WS-FEED-SOURCE-SYSTEM     PIC X(08)   VALUE "FXREVAL".
       01  WS-RUN-ID.
           05  FILLER                PIC X(05)   VALUE "FXREV".
           05  WS-RUN-ID-PERIOD      PIC 9(06).
           05  FILLER                PIC X(01)   VALUE SPACE.
       01  WS-PRIOR-LINE-NAME.
           05  FILLER                PIC X(08)   VALUE "FXREVAL.".
           05  WS-PRIOR-LINE-PERIOD  PIC 9(06).
       01  WS-LINE-NAME.
           05  FILLER                PIC X(08)   VALUE "FXREVAL.".
           05  WS-LINE-PERIOD        PIC 9(06).
       01  WS-GL-KEEP-NAME.
           05  FILLER                PIC X(08)   VALUE "GLEXTOT.".
           05  WS-GL-KEEP-DATE       PIC 9(08).
       01  WS-REGISTER-EOF-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-REGISTER-EOF                   VALUE 'Y'.
       01  WS-FX-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS-FX-EOF                         VALUE 'Y'.
       01  WS-FX-TRAILER-SEEN-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-FX-TRAILER-SEEN                VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-MASTER-EOF                     VALUE 'Y'.
       01  WS-PRIOR-LINE-EOF-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-PRIOR-LINE-EOF                 VALUE 'Y'.
       01  WS-KEEP-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-KEEP-EOF                       VALUE 'Y'.
       01  WS-POSTING-RATE-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-POSTING-RATE-FOUND             VALUE 'Y'.
      *    Month-end rates, bounded like SAMPLEBT's table; a file
      *    that overflows it abends rather than revaluing with
      *    rates silently dropped.
       01  WS-RATE-MAX               PIC 9(03) COMP VALUE 50.
       01  WS-RATE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50.
               10  WS-RT-CURRENCY-CODE PIC X(03).
               10  WS-RT-RATE          PIC 9(03)V9(06).
       01  WS-RT-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-MONTH-END-RATE         PIC 9(03)V9(06) VALUE ZERO.
      *    One revaluation line per operation code and foreign
      *    currency.  An overflow abends rather than dropping a line.
       01  WS-LINE-MAX               PIC 9(03) COMP VALUE 100.
       01  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100.
               10  WS-LN-OPERATION-CODE  PIC X(01).
               10  WS-LN-CURRENCY-CODE   PIC X(03).
               10  WS-LN-RECORD-COUNT    PIC 9(08).
               10  WS-LN-UNPRICED-COUNT  PIC 9(08).
               10  WS-LN-FOREIGN-BALANCE PIC S9(16)V99.
               10  WS-LN-BOOKED-VALUE    PIC S9(16)V99.
               10  WS-LN-MONTH-END-RATE  PIC 9(03)V9(06).
               10  WS-LN-REVALUED-VALUE  PIC S9(16)V99.
               10  WS-LN-GAIN-LOSS       PIC S9(16)V99.
       01  WS-LN-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-SUB               PIC 9(03) COMP VALUE ZERO.
      *    The lines of the revaluation being reversed.
       01  WS-REVERSAL-MAX           PIC 9(03) COMP VALUE 100.
       01  WS-REVERSAL-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05  WS-REVERSAL-ENTRY OCCURS 100.
               10  WS-RV-OPERATION-CODE  PIC X(01).
               10  WS-RV-CURRENCY-CODE   PIC X(03).
               10  WS-RV-RECORD-COUNT    PIC 9(08).
               10  WS-RV-GAIN-LOSS       PIC S9(16)V99.
       01  WS-RV-SUB                 PIC 9(03) COMP VALUE ZERO.
      *    Same picture and rounding SAMPLEBT converts with, so the
      *    booked value of a balance is exactly what it posted at.
       01  WS-CONVERTED-AMOUNT       PIC S9(09)V99 VALUE ZERO.
       01  WS-MASTER-RECORDS         PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-REVALUED       PIC 9(08)   VALUE ZERO.
       01  WS-RECORDS-UNPRICED       PIC 9(08)   VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(08)   VALUE ZERO.
       01  WS-FEED-LINE-COUNT        PIC 9(08)   VALUE ZERO.
       01  WS-FEED-HASH-TOTAL        PIC S9(16)V99 VALUE ZERO.
       01  WS-GAIN-LOSS-TOTAL        PIC S9(16)V99 VALUE ZERO.
       01  WS-REVERSAL-TOTAL         PIC S9(16)V99 VALUE ZERO.
       01  WS-FEED-AMOUNT            PIC S9(16)V99 VALUE ZERO.
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
       01  WS-RATE-LINE.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-RL-LABEL           PIC X(26).
           05  FILLER                PIC X(09)   VALUE SPACES.
           05  WS-RL-VALUE           PIC ZZ9.9(06).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL           PIC X(28).
           05  WS-CL-VALUE           PIC Z(8)9.
       01  WS-UNPRICED-LINE.
           05  FILLER                PIC X(17)
                                     VALUE "NO POSTING RATE  ".
           05  WS-UL-TRANSACTION-ID  PIC X(12).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-UL-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER                PIC X(04)   VALUE " OP ".
           05  WS-UL-OPERATION-CODE  PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-UL-CURRENCY-CODE   PIC X(03).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-UL-SUM-DATA        PIC -(9)9.99.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-REVAL-PERIOD.
           PERFORM CHECK-PERIOD-CLOSED.
           OPEN I-O FX-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
                   AND WS-REGISTER-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEFX: FX REGISTER OPEN FAILED, STATUS="
                       WS-REGISTER-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM CHECK-REVAL-SEQUENCE.
           PERFORM CHECK-FEED-NOT-RETAINED.
           PERFORM LOAD-MONTH-END-RATES.
           IF WS-REVERSED-PERIOD NOT = ZERO
               PERFORM LOAD-PRIOR-REVALUATION
           END-IF.
           PERFORM OPEN-REPORT-FILE.
           OPEN INPUT POSTED-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: MASTER FILE OPEN FAILED, STATUS="
                       WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FX-HISTORY-FILE.
           IF WS-FX-HISTORY-STATUS NOT = "00"
                   AND WS-FX-HISTORY-STATUS NOT = "05"
               DISPLAY "SAMPLEFX: FX HISTORY OPEN FAILED, STATUS="
                       WS-FX-HISTORY-STATUS
               STOP RUN
           END-IF.
           PERFORM TOTAL-FOREIGN-BALANCES.
           CLOSE POSTED-MASTER-FILE
                 FX-HISTORY-FILE.
           PERFORM REVALUE-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LINE-COUNT.
           PERFORM WRITE-REVALUATION-LINES.
           PERFORM WRITE-GL-FEED.
           PERFORM KEEP-GL-FEED.
           PERFORM PRINT-REVALUATION-REPORT.
           PERFORM RECORD-REVALUATION.
           CLOSE FX-REGISTER-FILE.
           DISPLAY "SAMPLEFX JOB SUMMARY".
           DISPLAY "PERIOD REVALUED  : " WS-REVAL-PERIOD.
           DISPLAY "MONTH-END RATES  : " WS-PERIOD-END-DATE.
           DISPLAY "PERIOD REVERSED  : " WS-REVERSED-PERIOD.
           DISPLAY "MASTER RECORDS   : " WS-MASTER-RECORDS.
           DISPLAY "RECORDS REVALUED : " WS-RECORDS-REVALUED.
           DISPLAY "NO POSTING RATE  : " WS-RECORDS-UNPRICED.
           DISPLAY "GL FEED LINES    : " WS-FEED-LINE-COUNT.
           IF WS-RECORDS-UNPRICED > ZERO
               DISPLAY "SAMPLEFX: " WS-RECORDS-UNPRICED
                       " FOREIGN-CURRENCY RECORD(S) HAVE NO POSTING "
                       "RATE ON FXHIST AND WERE NOT REVALUED - SEE "
                       "FXREVRPT"
           END-IF.
           GOBACK.
       GET-REVAL-PERIOD.
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE.
           IF WS-PERIOD-PARM NOT NUMERIC
               DISPLAY "SAMPLEFX: ABEND - PERIOD PARAMETER '"
                       WS-PERIOD-PARM "' IS NOT A 6-DIGIT YYYYMM"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-PARM TO WS-REVAL-PERIOD.
           IF WS-REVAL-MONTH < 1 OR WS-REVAL-MONTH > 12
               DISPLAY "SAMPLEFX: ABEND - PERIOD PARAMETER '"
                       WS-PERIOD-PARM "' HAS NO SUCH MONTH"
               STOP RUN
           END-IF.
      *    The month ends the day before the first of the next one.
           IF WS-REVAL-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-REVAL-YEAR + 1
               MOVE 01 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-REVAL-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-REVAL-MONTH + 1
           END-IF.
           MOVE 01 TO WS-NEXT-DAY.
           COMPUTE WS-PERIOD-START-DATE = WS-REVAL-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           MOVE WS-REVAL-PERIOD    TO WS-RUN-ID-PERIOD.
           MOVE WS-REVAL-PERIOD    TO WS-LINE-PERIOD.
           MOVE WS-PERIOD-END-DATE TO WS-GL-KEEP-DATE.
       CHECK-PERIOD-CLOSED.
      *    Only balances finance has signed off are restated: the
      *    month must be closed by SAMPLEPC, so nothing dated inside
      *    it can move after the revaluation is booked.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEFX: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-REVAL-PERIOD TO PC-PERIOD.
           READ PERIOD-CLOSE-FILE
               INVALID KEY
                   MOVE SPACE TO PC-STATUS
           END-READ.
           CLOSE PERIOD-CLOSE-FILE.
           IF NOT PC-PERIOD-CLOSED
               DISPLAY "SAMPLEFX: ABEND - PERIOD " WS-REVAL-PERIOD
                       " IS NOT CLOSED - RUN SAMPLEPC FIRST"
               STOP RUN
           END-IF.
       CHECK-REVAL-SEQUENCE.
      *    A month is revalued once, and in order: the run reverses
      *    the latest revaluation before it, so nothing later may
      *    already be on the register.
           MOVE WS-REVAL-PERIOD TO FRR-PERIOD.
           READ FX-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "SAMPLEFX: ABEND - PERIOD " WS-REVAL-PERIOD
                           " WAS ALREADY REVALUED AT "
                           FRR-RUN-TIMESTAMP
                   CLOSE FX-REGISTER-FILE
                   STOP RUN
           END-READ.
           MOVE ZERO TO FRR-PERIOD.
           START FX-REGISTER-FILE
               KEY IS NOT LESS THAN FRR-PERIOD
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-REGISTER-EOF
               READ FX-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
                   NOT AT END
                       IF FRR-PERIOD < WS-REVAL-PERIOD
                           MOVE FRR-PERIOD TO WS-REVERSED-PERIOD
                       ELSE
                           MOVE FRR-PERIOD TO WS-LATER-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LATER-PERIOD NOT = ZERO
               DISPLAY "SAMPLEFX: ABEND - A LATER PERIOD ("
                       WS-LATER-PERIOD ") IS ALREADY REVALUED"
               CLOSE FX-REGISTER-FILE
               STOP RUN
           END-IF.
       CHECK-FEED-NOT-RETAINED.
      *    A run that failed after appending its feed to the retained
      *    copy must not append a second section under the same run
      *    id -- SAMPLEFA would match the ack against both.
           OPEN INPUT GL-KEEP-FILE.
           IF WS-GL-KEEP-STATUS NOT = "00"
                   AND WS-GL-KEEP-STATUS NOT = "05"
               DISPLAY "SAMPLEFX: RETAINED EXTRACT OPEN FAILED, "
                       "STATUS=" WS-GL-KEEP-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-KEEP-EOF
               READ GL-KEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-KEEP-EOF-SWITCH
                   NOT AT END
                       MOVE GL-KEEP-RECORD TO GL-HEADER-RECORD
                       IF GLH-RECORD-TYPE = 'H'
                               AND GLH-RUN-ID = WS-RUN-ID
                           DISPLAY "SAMPLEFX: ABEND - RUN " WS-RUN-ID
                                   " IS ALREADY ON " WS-GL-KEEP-NAME
                                   " - REMOVE THAT SECTION BEFORE "
                                   "RERUNNING"
                           CLOSE GL-KEEP-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-KEEP-FILE.
           MOVE 'N' TO WS-KEEP-EOF-SWITCH.
       LOAD-MONTH-END-RATES.
      *    Validated like SAMPLEBT validates the nightly file, except
      *    that the header must carry the month-end date.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: FX RATE FILE OPEN FAILED, STATUS="
                       WS-FX-FILE-STATUS
               STOP RUN
           END-IF.
           READ FX-RATE-FILE
               AT END
                   DISPLAY "SAMPLEFX: ABEND - FX RATE FILE IS EMPTY"
                   STOP RUN
           END-READ.
           IF NOT FX-HEADER-TYPE
               DISPLAY "SAMPLEFX: ABEND - FX RATE FILE DOES NOT "
                       "START WITH A HEADER"
               STOP RUN
           END-IF.
           IF FXH-RATE-DATE NOT = WS-PERIOD-END-DATE
               DISPLAY "SAMPLEFX: ABEND - FX RATES ARE FOR "
                       FXH-RATE-DATE " BUT PERIOD " WS-REVAL-PERIOD
                       " ENDS " WS-PERIOD-END-DATE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FX-EOF
               READ FX-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FX-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-FX-RATE
               END-READ
           END-PERFORM.
           CLOSE FX-RATE-FILE.
           IF NOT WS-FX-TRAILER-SEEN
               DISPLAY "SAMPLEFX: ABEND - FX RATE FILE HAS NO TRAILER"
               STOP RUN
           END-IF.
       LOAD-ONE-FX-RATE.
           EVALUATE TRUE
               WHEN FX-TRAILER-TYPE
                   MOVE 'Y' TO WS-FX-TRAILER-SEEN-SWITCH
                   IF FXT-DETAIL-COUNT NOT = WS-RATE-COUNT
                       DISPLAY "SAMPLEFX: ABEND - FX TRAILER COUNT "
                               FXT-DETAIL-COUNT " BUT FILE HOLDS "
                               WS-RATE-COUNT " RATES"
                       STOP RUN
                   END-IF
               WHEN FX-DETAIL-TYPE
                   IF WS-FX-TRAILER-SEEN
                       DISPLAY "SAMPLEFX: ABEND - FX RATE AFTER "
                               "THE TRAILER"
                       STOP RUN
                   END-IF
                   IF FXD-RATE NOT NUMERIC OR FXD-RATE = ZERO
                       DISPLAY "SAMPLEFX: ABEND - BAD RATE FOR "
                               "CURRENCY " FXD-CURRENCY-CODE
                       STOP RUN
                   END-IF
                   IF WS-RATE-COUNT = WS-RATE-MAX
                       DISPLAY "SAMPLEFX: ABEND - MORE THAN "
                               WS-RATE-MAX " CURRENCIES ON FXRATES"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE FXD-CURRENCY-CODE
                       TO WS-RT-CURRENCY-CODE (WS-RATE-COUNT)
                   MOVE FXD-RATE TO WS-RT-RATE (WS-RATE-COUNT)
               WHEN OTHER
                   DISPLAY "SAMPLEFX: ABEND - UNKNOWN RECORD TYPE "
                           "ON FXRATES"
                   STOP RUN
           END-EVALUATE.
       LOAD-PRIOR-REVALUATION.
      *    Exactly what was booked last time is taken back out; a
      *    missing line file would leave that gain or loss standing
      *    alongside the new one.
           MOVE WS-REVERSED-PERIOD TO WS-PRIOR-LINE-PERIOD.
           OPEN INPUT PRIOR-LINE-FILE.
           IF WS-PRIOR-LINE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: ABEND - LINES " WS-PRIOR-LINE-NAME
                       " OF THE REVALUATION TO REVERSE ARE NOT "
                       "AVAILABLE, STATUS=" WS-PRIOR-LINE-STATUS
               CLOSE FX-REGISTER-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PRIOR-LINE-EOF
               READ PRIOR-LINE-FILE
                   AT END
                       MOVE 'Y' TO WS-PRIOR-LINE-EOF-SWITCH
                   NOT AT END
                       MOVE PRIOR-LINE-RECORD TO FX-REVAL-LINE-RECORD
                       PERFORM STORE-REVERSAL-LINE
               END-READ
           END-PERFORM.
           CLOSE PRIOR-LINE-FILE.
       STORE-REVERSAL-LINE.
           IF WS-REVERSAL-COUNT = WS-REVERSAL-MAX
               DISPLAY "SAMPLEFX: ABEND - MORE THAN " WS-REVERSAL-MAX
                       " LINES TO REVERSE"
               STOP RUN
           END-IF.
           ADD 1 TO WS-REVERSAL-COUNT.
           MOVE FRL-OPERATION-CODE
               TO WS-RV-OPERATION-CODE (WS-REVERSAL-COUNT).
           MOVE FRL-CURRENCY-CODE
               TO WS-RV-CURRENCY-CODE (WS-REVERSAL-COUNT).
           MOVE FRL-RECORD-COUNT
               TO WS-RV-RECORD-COUNT (WS-REVERSAL-COUNT).
           MOVE FRL-GAIN-LOSS
               TO WS-RV-GAIN-LOSS (WS-REVERSAL-COUNT).
       OPEN-REPORT-FILE.
      *    Opened ahead of the master pass so records with no
      *    posting rate are listed as they are found, under the
      *    report's own heading.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "SAMPLEFX MONTH-END FX REVALUATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PERIOD"             TO WS-HL-LABEL.
           MOVE WS-REVAL-PERIOD      TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH-END RATE DATE" TO WS-HL-LABEL.
           MOVE WS-PERIOD-END-DATE   TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL FEED RUN ID"     TO WS-HL-LABEL.
           MOVE WS-RUN-ID            TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVERSES REVALUATION OF" TO WS-HL-LABEL.
           IF WS-REVERSED-PERIOD = ZERO
               MOVE "NONE (FIRST REVALUATION)" TO WS-HL-VALUE
           ELSE
               MOVE WS-REVERSED-PERIOD TO WS-HL-VALUE
           END-IF.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
       TOTAL-FOREIGN-BALANCES.
      *    Every foreign-currency record dated up to the month end,
      *    the same population SAMPLEPC's snapshot holds.
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
                               AND PM-CURRENCY-CODE NOT = SPACES
                               AND PM-CURRENCY-CODE NOT =
                                   WS-BASE-CURRENCY
                           PERFORM TOTAL-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       TOTAL-ONE-MASTER-RECORD.
           ADD 1 TO WS-MASTER-RECORDS.
           PERFORM FIND-REVALUATION-LINE.
           PERFORM FIND-POSTING-RATE.
           IF NOT WS-POSTING-RATE-FOUND
      *        Posted before rate history was kept, or on a date
      *        whose rates never reached it: its booked value cannot
      *        be known, so it is listed and left out rather than
      *        guessed at.
               ADD 1 TO WS-RECORDS-UNPRICED
               ADD 1 TO WS-LN-UNPRICED-COUNT (WS-LINE-SUB)
               PERFORM WRITE-EXCEPTION-HEADING
               MOVE PM-TRANSACTION-ID  TO WS-UL-TRANSACTION-ID
               MOVE PM-EFFECTIVE-DATE  TO WS-UL-EFFECTIVE-DATE
               MOVE PM-OPERATION-CODE  TO WS-UL-OPERATION-CODE
               MOVE PM-CURRENCY-CODE   TO WS-UL-CURRENCY-CODE
               MOVE PM-SUM-DATA        TO WS-UL-SUM-DATA
               MOVE WS-UNPRICED-LINE   TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                       PM-SUM-DATA * FH-RATE
                   ON SIZE ERROR
                       DISPLAY "SAMPLEFX: ABEND - BOOKED VALUE "
                               "OVERFLOW FOR " PM-TRANSACTION-ID
                       STOP RUN
               END-COMPUTE
               ADD 1 TO WS-RECORDS-REVALUED
               ADD 1 TO WS-LN-RECORD-COUNT (WS-LINE-SUB)
               ADD PM-SUM-DATA
                   TO WS-LN-FOREIGN-BALANCE (WS-LINE-SUB)
               ADD WS-CONVERTED-AMOUNT
                   TO WS-LN-BOOKED-VALUE (WS-LINE-SUB)
           END-IF.
       FIND-POSTING-RATE.
           MOVE 'N' TO WS-POSTING-RATE-SWITCH.
           MOVE PM-CURRENCY-CODE  TO FH-CURRENCY-CODE.
           MOVE PM-EFFECTIVE-DATE TO FH-RATE-DATE.
           READ FX-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTING-RATE-SWITCH
           END-READ.
       FIND-REVALUATION-LINE.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT
                       OR WS-LINE-SUB > ZERO
               IF WS-LN-OPERATION-CODE (WS-LN-SUB) =
                       PM-OPERATION-CODE
                       AND WS-LN-CURRENCY-CODE (WS-LN-SUB) =
                           PM-CURRENCY-CODE
                   MOVE WS-LN-SUB TO WS-LINE-SUB
               END-IF
           END-PERFORM.
           IF WS-LINE-SUB = ZERO
               IF WS-LINE-COUNT = WS-LINE-MAX
                   DISPLAY "SAMPLEFX: ABEND - MORE THAN " WS-LINE-MAX
                           " OPERATION/CURRENCY COMBINATIONS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-SUB
               MOVE PM-OPERATION-CODE
                   TO WS-LN-OPERATION-CODE (WS-LINE-SUB)
               MOVE PM-CURRENCY-CODE
                   TO WS-LN-CURRENCY-CODE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-RECORD-COUNT (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-UNPRICED-COUNT (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-FOREIGN-BALANCE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-BOOKED-VALUE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-MONTH-END-RATE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-REVALUED-VALUE (WS-LINE-SUB)
               MOVE ZERO TO WS-LN-GAIN-LOSS (WS-LINE-SUB)
           END-IF.
       WRITE-EXCEPTION-HEADING.
      *    Printed once, ahead of the first exception only.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "EXCEPTIONS - NOT REVALUED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       REVALUE-ONE-LINE.
      *    A currency held on the master with no month-end rate
      *    cannot be restated; nothing has been written yet, so the
      *    run stops here and can be rerun with a complete file.
           MOVE ZERO TO WS-MONTH-END-RATE.
           PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RATE-COUNT
                       OR WS-MONTH-END-RATE NOT = ZERO
               IF WS-RT-CURRENCY-CODE (WS-RT-SUB) =
                       WS-LN-CURRENCY-CODE (WS-LN-SUB)
                   MOVE WS-RT-RATE (WS-RT-SUB) TO WS-MONTH-END-RATE
               END-IF
           END-PERFORM.
           IF WS-MONTH-END-RATE = ZERO
               DISPLAY "SAMPLEFX: ABEND - NO MONTH-END RATE FOR "
                       WS-LN-CURRENCY-CODE (WS-LN-SUB)
                       " ON FXRATES - NO REVALUATION PRODUCED"
               STOP RUN
           END-IF.
           MOVE WS-MONTH-END-RATE TO WS-LN-MONTH-END-RATE (WS-LN-SUB).
           COMPUTE WS-LN-REVALUED-VALUE (WS-LN-SUB) ROUNDED =
                   WS-LN-FOREIGN-BALANCE (WS-LN-SUB)
                 * WS-MONTH-END-RATE
               ON SIZE ERROR
                   DISPLAY "SAMPLEFX: ABEND - REVALUED AMOUNT "
                           "OVERFLOW FOR OPERATION "
                           WS-LN-OPERATION-CODE (WS-LN-SUB)
                           " CURRENCY "
                           WS-LN-CURRENCY-CODE (WS-LN-SUB)
                   STOP RUN
           END-COMPUTE.
           COMPUTE WS-LN-GAIN-LOSS (WS-LN-SUB) =
                   WS-LN-REVALUED-VALUE (WS-LN-SUB)
                 - WS-LN-BOOKED-VALUE (WS-LN-SUB).
           ADD WS-LN-GAIN-LOSS (WS-LN-SUB) TO WS-GAIN-LOSS-TOTAL.
       WRITE-REVALUATION-LINES.
           OPEN OUTPUT LINE-FILE.
           IF WS-LINE-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: LINE FILE " WS-LINE-NAME
                       " OPEN FAILED, STATUS=" WS-LINE-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT
               MOVE WS-REVAL-PERIOD TO FRL-PERIOD
               MOVE WS-LN-OPERATION-CODE (WS-LN-SUB)
                   TO FRL-OPERATION-CODE
               MOVE WS-LN-CURRENCY-CODE (WS-LN-SUB)
                   TO FRL-CURRENCY-CODE
               MOVE WS-LN-RECORD-COUNT (WS-LN-SUB)
                   TO FRL-RECORD-COUNT
               MOVE WS-LN-UNPRICED-COUNT (WS-LN-SUB)
                   TO FRL-UNPRICED-COUNT
               MOVE WS-LN-FOREIGN-BALANCE (WS-LN-SUB)
                   TO FRL-FOREIGN-BALANCE
               MOVE WS-LN-BOOKED-VALUE (WS-LN-SUB)
                   TO FRL-BOOKED-VALUE
               MOVE WS-LN-MONTH-END-RATE (WS-LN-SUB)
                   TO FRL-MONTH-END-RATE
               MOVE WS-LN-REVALUED-VALUE (WS-LN-SUB)
                   TO FRL-REVALUED-VALUE
               MOVE WS-LN-GAIN-LOSS (WS-LN-SUB)
                   TO FRL-GAIN-LOSS
               WRITE FX-REVAL-LINE-RECORD
               IF WS-LINE-FILE-STATUS NOT = "00"
                   DISPLAY "SAMPLEFX: LINE FILE WRITE FAILED, STATUS="
                           WS-LINE-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE LINE-FILE.
       WRITE-GL-FEED.
      *    One header/details/trailer set, the shape every GLEXTOT
      *    section has.  The reversal lines are dated the first day
      *    of the month and the new revaluation the last, so no two
      *    lines share the operation/date/currency SAMPLEFA matches
      *    acknowledgments on.  A line with nothing to book is not
      *    sent; an unrealized gain or loss has no foreign amount,
      *    so only the base-currency column carries money.
           OPEN OUTPUT GL-FEED-FILE.
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: GL FEED OPEN FAILED, STATUS="
                       WS-GL-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES               TO GL-HEADER-RECORD.
           MOVE 'H'                  TO GLH-RECORD-TYPE.
           MOVE WS-PERIOD-END-DATE   TO GLH-BUSINESS-DATE.
           MOVE WS-FEED-SOURCE-SYSTEM TO GLH-SOURCE-SYSTEM.
           MOVE WS-RUN-ID            TO GLH-RUN-ID.
           MOVE SPACE                TO GLH-RESEND-FLAG.
           WRITE GL-HEADER-RECORD.
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-REVERSAL-COUNT
               IF WS-RV-GAIN-LOSS (WS-RV-SUB) NOT = ZERO
                   MOVE SPACES TO GL-DETAIL-RECORD
                   MOVE WS-RV-OPERATION-CODE (WS-RV-SUB)
                       TO GLD-OPERATION-CODE
                   MOVE WS-PERIOD-START-DATE TO GLD-EFFECTIVE-DATE
                   MOVE WS-RV-CURRENCY-CODE (WS-RV-SUB)
                       TO GLD-CURRENCY-CODE
                   MOVE WS-RV-RECORD-COUNT (WS-RV-SUB)
                       TO GLD-RECORD-COUNT
                   COMPUTE WS-FEED-AMOUNT =
                           ZERO - WS-RV-GAIN-LOSS (WS-RV-SUB)
                   ADD WS-FEED-AMOUNT TO WS-REVERSAL-TOTAL
                   PERFORM WRITE-ONE-GL-DETAIL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
                   UNTIL WS-LN-SUB > WS-LINE-COUNT
               IF WS-LN-GAIN-LOSS (WS-LN-SUB) NOT = ZERO
                   MOVE SPACES TO GL-DETAIL-RECORD
                   MOVE WS-LN-OPERATION-CODE (WS-LN-SUB)
                       TO GLD-OPERATION-CODE
                   MOVE WS-PERIOD-END-DATE TO GLD-EFFECTIVE-DATE
                   MOVE WS-LN-CURRENCY-CODE (WS-LN-SUB)
                       TO GLD-CURRENCY-CODE
                   MOVE WS-LN-RECORD-COUNT (WS-LN-SUB)
                       TO GLD-RECORD-COUNT
                   MOVE WS-LN-GAIN-LOSS (WS-LN-SUB) TO WS-FEED-AMOUNT
                   PERFORM WRITE-ONE-GL-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES             TO GL-TRAILER-RECORD.
           MOVE 'T'                TO GLT-RECORD-TYPE.
           MOVE WS-FEED-LINE-COUNT TO GLT-LINE-COUNT.
           MOVE WS-FEED-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-FEED-FILE.
       WRITE-ONE-GL-DETAIL.
           MOVE 'D'            TO GLD-RECORD-TYPE.
           MOVE ZERO           TO GLD-AMOUNT.
           MOVE WS-FEED-AMOUNT TO GLD-CONV-AMOUNT.
      *    Same sign rule as SAMPLEGL: a gain books as a credit, a
      *    loss (or the reversal of a gain) as a debit.
           IF WS-FEED-AMOUNT < ZERO
               MOVE 'D' TO GLD-DC-INDICATOR
           ELSE
               MOVE 'C' TO GLD-DC-INDICATOR
           END-IF.
           WRITE GL-DETAIL-RECORD.
           ADD 1 TO WS-FEED-LINE-COUNT.
           ADD WS-FEED-AMOUNT TO WS-FEED-HASH-TOTAL
               ON SIZE ERROR
                   DISPLAY "SAMPLEFX: ABEND - TRAILER HASH OVERFLOW"
                   STOP RUN
           END-ADD.
       KEEP-GL-FEED.
      *    Appended to the month-end date's retained copy, where
      *    SAMPLEFA finds any run the working GLEXTOT does not hold.
           OPEN INPUT GL-FEED-FILE.
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: GL FEED REOPEN FOR RETAIN FAILED, "
                       "STATUS=" WS-GL-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND GL-KEEP-FILE.
           IF WS-GL-KEEP-STATUS NOT = "00"
                   AND WS-GL-KEEP-STATUS NOT = "05"
               DISPLAY "SAMPLEFX: RETAINED EXTRACT OPEN FAILED, "
                       "STATUS=" WS-GL-KEEP-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-KEEP-EOF
               READ GL-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-KEEP-EOF-SWITCH
                   NOT AT END
                       MOVE GL-HEADER-RECORD TO GL-KEEP-RECORD
                       WRITE GL-KEEP-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-FEED-FILE GL-KEEP-FILE.
       PRINT-REVALUATION-REPORT.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LN-SUB FROM 1 BY 1
               UNTIL WS-LN-SUB > WS-LINE-COUNT.
           IF WS-REVERSAL-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "REVERSAL OF PRIOR REVALUATION" TO WS-HL-LABEL
               MOVE WS-REVERSED-PERIOD TO WS-HL-VALUE
               MOVE WS-HEADING-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM PRINT-ONE-REVERSAL
                   VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-REVERSAL-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVALUATION LINES"   TO WS-CL-LABEL.
           MOVE WS-LINE-COUNT         TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FOREIGN MASTER RECORDS" TO WS-CL-LABEL.
           MOVE WS-MASTER-RECORDS     TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS REVALUED"    TO WS-CL-LABEL.
           MOVE WS-RECORDS-REVALUED   TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NO POSTING RATE"     TO WS-CL-LABEL.
           MOVE WS-RECORDS-UNPRICED   TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL FEED LINES"       TO WS-CL-LABEL.
           MOVE WS-FEED-LINE-COUNT    TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNREALIZED GAIN/(LOSS)" TO WS-AL-LABEL.
           MOVE WS-GAIN-LOSS-TOTAL    TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PRIOR MONTH REVERSED"  TO WS-AL-LABEL.
           MOVE WS-REVERSAL-TOTAL     TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "GL FEED HASH TOTAL"  TO WS-AL-LABEL.
           MOVE WS-FEED-HASH-TOTAL    TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
       PRINT-ONE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LN-OPERATION-CODE (WS-LN-SUB)
               TO WS-LH-OPERATION-CODE.
           MOVE WS-LN-CURRENCY-CODE (WS-LN-SUB)
               TO WS-LH-CURRENCY-CODE.
           MOVE WS-LINE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FOREIGN BALANCE"       TO WS-AL-LABEL.
           MOVE WS-LN-FOREIGN-BALANCE (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BOOKED AT POSTING RATES" TO WS-AL-LABEL.
           MOVE WS-LN-BOOKED-VALUE (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH-END RATE"        TO WS-RL-LABEL.
           MOVE WS-LN-MONTH-END-RATE (WS-LN-SUB) TO WS-RL-VALUE.
           MOVE WS-RATE-LINE            TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVALUED AT MONTH-END" TO WS-AL-LABEL.
           MOVE WS-LN-REVALUED-VALUE (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNREALIZED GAIN/(LOSS)" TO WS-AL-LABEL.
           MOVE WS-LN-GAIN-LOSS (WS-LN-SUB) TO WS-AL-VALUE.
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  RECORDS REVALUED"    TO WS-CL-LABEL.
           MOVE WS-LN-RECORD-COUNT (WS-LN-SUB) TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE           TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LN-UNPRICED-COUNT (WS-LN-SUB) > ZERO
               MOVE "*** NO POSTING RATE"  TO WS-CL-LABEL
               MOVE WS-LN-UNPRICED-COUNT (WS-LN-SUB) TO WS-CL-VALUE
               MOVE WS-COUNT-LINE          TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-ONE-REVERSAL.
           MOVE WS-RV-OPERATION-CODE (WS-RV-SUB)
               TO WS-LH-OPERATION-CODE.
           MOVE WS-RV-CURRENCY-CODE (WS-RV-SUB)
               TO WS-LH-CURRENCY-CODE.
           MOVE WS-LINE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVERSED GAIN/(LOSS)"  TO WS-AL-LABEL.
           COMPUTE WS-AL-VALUE = ZERO - WS-RV-GAIN-LOSS (WS-RV-SUB).
           MOVE WS-AMOUNT-LINE          TO REPORT-LINE.
           WRITE REPORT-LINE.
       RECORD-REVALUATION.
      *    Written last: the lines, the feed and the report are on
      *    disk before the month is registered, so an abend anywhere
      *    above leaves it to be revalued again.  The reversed month
      *    is marked in the same step.
           MOVE WS-REVAL-PERIOD       TO FRR-PERIOD.
           MOVE 'S'                   TO FRR-STATUS.
           MOVE WS-PERIOD-END-DATE    TO FRR-RATE-DATE.
           MOVE WS-RUN-ID             TO FRR-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO FRR-RUN-TIMESTAMP.
           MOVE WS-FEED-LINE-COUNT    TO FRR-LINE-COUNT.
           MOVE WS-GAIN-LOSS-TOTAL    TO FRR-GAIN-LOSS-TOTAL.
           MOVE ZERO                  TO FRR-REVERSED-BY-PERIOD.
           WRITE FX-REVAL-REGISTER-RECORD.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEFX: FX REGISTER WRITE FAILED, STATUS="
                       WS-REGISTER-FILE-STATUS
               STOP RUN
           END-IF.
           IF WS-REVERSED-PERIOD NOT = ZERO
               MOVE WS-REVERSED-PERIOD TO FRR-PERIOD
               READ FX-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "SAMPLEFX: REVERSED PERIOD "
                               WS-REVERSED-PERIOD " NOT ON REGISTER"
               END-READ
               IF WS-REGISTER-FILE-STATUS = "00"
                   MOVE WS-REVAL-PERIOD TO FRR-REVERSED-BY-PERIOD
                   REWRITE FX-REVAL-REGISTER-RECORD
                   IF WS-REGISTER-FILE-STATUS NOT = "00"
                       DISPLAY "SAMPLEFX: FX REGISTER REWRITE FAILED, "
                               "STATUS=" WS-REGISTER-FILE-STATUS
                   END-IF
               END-IF
           END-IF.
