       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEBU.
      *====================================================*
      * SAMPLEBU - bulk adjustment upload.  Reads a        *
      * correction file (ADJUPLD), replays each target's   *
      * AUDITLOG entries by transaction id and effective   *
      * date to find the values standing on the master,    *
      * runs the corrected values through sample, and      *
      * queues every item that passes as an ordinary 'P'   *
      * PENDADJ item under the uploading operator's id --  *
      * each still needs a checker in SAMPLECK.  ADJUPRPT  *
      * lists every item accepted, rejected or not found,  *
      * with control totals.                               *
      * Parameter: 'UPLOAD   operid' queues the file;      *
      * 'WITHDRAW operid uploadid' takes back every item   *
      * of that upload not yet approved.  The operator     *
      * must hold the maker role on ENTITLE.               *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT UPLOAD-FILE ASSIGN TO "ADJUPLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPLOAD-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-TRANSACTION-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *    OPTIONAL so an upload can be the first thing ever queued.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "PENDADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.
      *    Months SAMPLEPC has closed: a posting dated inside one
      *    cannot be corrected, as in SAMPLEADJ.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "ADJUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  UPLOAD-FILE.
           COPY BULKADJ.
       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  PENDING-FILE.
           COPY PENDADJ.
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE         SECTION.
       01  WS-UPLOAD-FILE-STATUS     PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-PENDING-FILE-STATUS    PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-RUN-PARM.
           05  WS-PARM-MODE          PIC X(08)   VALUE SPACES.
           05  FILLER                PIC X(01)   VALUE SPACES.
           05  WS-PARM-OPERATOR-ID   PIC X(10)   VALUE SPACES.
           05  FILLER                PIC X(01)   VALUE SPACES.
           05  WS-PARM-UPLOAD-ID     PIC X(12)   VALUE SPACES.
       01  WS-RUN-MODE               PIC X(01)   VALUE SPACE.
           88  WS-UPLOAD-RUN                     VALUE 'U'.
           88  WS-WITHDRAW-RUN                   VALUE 'W'.
       01  WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
      *    Taken from the upload's header, or from the parameter on
      *    a withdrawal.
       01  WS-UPLOAD-ID              PIC X(12)   VALUE SPACES.
       01  WS-UPLOAD-DESCRIPTION     PIC X(30)   VALUE SPACES.
       01  WS-DEFAULT-REASON-CODE    PIC X(04)   VALUE SPACES.
      *    Trailer-balancing work fields, as SAMPLEBT proves TRANSIN.
       01  WS-UPLOAD-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-UPLOAD-EOF                     VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH    PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                   VALUE 'Y'.
       01  WS-VERIFY-DETAIL-COUNT    PIC 9(08)   VALUE ZERO.
       01  WS-VERIFY-HASH-TOTAL      PIC S9(16)V99 VALUE ZERO.
       01  WS-TRAILER-DETAIL-COUNT   PIC 9(08)   VALUE ZERO.
       01  WS-TRAILER-HASH-TOTAL     PIC S9(16)V99 VALUE ZERO.
       01  WS-QUEUE-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-QUEUE-EOF                      VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-AUDIT-EOF                      VALUE 'Y'.
       01  WS-ORIGINAL-FOUND-SWITCH  PIC X(01)   VALUE 'N'.
           88  WS-ORIGINAL-FOUND                 VALUE 'Y'.
       01  WS-ORIGINAL-STANDS-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ORIGINAL-STANDS                VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01  WS-ALREADY-PENDING-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ALREADY-PENDING                VALUE 'Y'.
       01  WS-PEND-WRITE-OK-SWITCH   PIC X(01).
           88  WS-PEND-WRITE-OK                  VALUE 'Y'.
      *    Seeded from the highest item number already on the queue,
      *    so a long upload does not retry its way up from zero; a
      *    duplicate key (a maker keying online meanwhile) is still
      *    retried under the next number.
       01  WS-PEND-SEQUENCE-NO       PIC 9(08)   VALUE ZERO.
      *    Master keys (transaction id and effective date) that
      *    already have a correction awaiting a checker, plus those
      *    queued by this upload.  A second correction of the same
      *    master would be approved against a before image the first
      *    one is about to change.  Overflow abends rather than
      *    queuing unscreened items.
       01  WS-PENDING-KEY-MAX        PIC 9(04) COMP VALUE 2000.
       01  WS-PENDING-KEY-COUNT      PIC 9(04) COMP VALUE ZERO.
       01  WS-PENDING-KEY-TABLE.
           05  WS-PENDING-KEY        OCCURS 2000.
               10  WS-PK-TRANSACTION-ID  PIC X(12).
               10  WS-PK-EFFECTIVE-DATE  PIC 9(08).
       01  WS-PK-SUB                 PIC 9(04) COMP VALUE ZERO.
      *    The trail entries for the id and date that can touch the
      *    master -- adjustments, backouts and the posting runs'
      *    originals -- held whole in AUDIT-KEY order so they are
      *    replayed in the order they were made, as SAMPLEVF does.
       01  WS-TRAIL-MAX              PIC 9(03) COMP VALUE 100.
       01  WS-TRAIL-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL-ENTRY        OCCURS 100.
               10  WS-TE-AUDIT-KEY       PIC X(29).
               10  FILLER                PIC X(142).
       01  WS-TE-SUB                 PIC 9(03) COMP VALUE ZERO.
      *    The entry whose values stand on the master, taken off
      *    AUDITLOG.  Hand-declared with distinct names, as SAMPLEADJ
      *    does.
       01  WS-ORIGINAL-AUDIT-RECORD.
           05  WS-ORIG-AUDIT-KEY.
               10  WS-ORIG-TIMESTAMP       PIC X(21).
               10  WS-ORIG-SEQUENCE-NO     PIC 9(08).
           05  WS-ORIG-TRANSACTION-ID  PIC X(12).
           05  WS-ORIG-EFFECTIVE-DATE  PIC 9(08).
           05  WS-ORIG-OPERATION-CODE  PIC X(01).
           05  WS-ORIG-DATA1           PIC S9(09)V99.
           05  WS-ORIG-DATA2           PIC S9(09)V99.
           05  WS-ORIG-DATA3           PIC S9(09)V99.
           05  WS-ORIG-SUM-DATA        PIC S9(09)V99.
           05  WS-ORIG-CURRENCY-CODE   PIC X(03).
           05  WS-ORIG-ACCOUNT-NUMBER  PIC X(10).
           05  WS-ORIG-ENTRY-TYPE      PIC X(01).
      *    Outcome of one correction.
       01  WS-ITEM-RESULT            PIC X(01)   VALUE SPACE.
           88  WS-ITEM-ACCEPTED                  VALUE 'A'.
           88  WS-ITEM-REJECTED                  VALUE 'R'.
           88  WS-ITEM-NOT-FOUND                 VALUE 'N'.
       01  WS-ITEM-REASON-CODE       PIC X(04)   VALUE SPACES.
       01  WS-ITEM-NOTE              PIC X(22)   VALUE SPACES.
       01  WS-RC-NOTE.
           05  FILLER                PIC X(10)   VALUE "SAMPLE RC=".
           05  WS-RC-NOTE-CODE       PIC 9(02).
       01  WS-DETAILS-READ           PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-ACCEPTED         PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-REJECTED         PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-NOT-FOUND        PIC 9(08)   VALUE ZERO.
      *    Control totals over the accepted items.  Amounts stay in
      *    each posting's own currency, so across currencies these
      *    are proof totals, not money.
       01  WS-ACCEPTED-ORIG-SUM      PIC S9(13)V99 VALUE ZERO.
       01  WS-ACCEPTED-NEW-SUM       PIC S9(13)V99 VALUE ZERO.
       01  WS-ACCEPTED-NET-CHANGE    PIC S9(13)V99 VALUE ZERO.
      *    Withdrawal work fields.
       01  WS-UPLOAD-MAKER-ID        PIC X(10)   VALUE SPACES.
       01  WS-ITEMS-ON-UPLOAD        PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-WITHDRAWN        PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-ALREADY-POSTED   PIC 9(08)   VALUE ZERO.
       01  WS-ITEMS-ALREADY-CLOSED   PIC 9(08)   VALUE ZERO.
       01  WS-HEADING-LINE.
           05  WS-HL-LABEL           PIC X(24).
           05  WS-HL-VALUE           PIC X(40).
       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(10)   VALUE "RESULT".
           05  FILLER                PIC X(09)   VALUE "ITEM".
           05  FILLER                PIC X(13)   VALUE "TRANS ID".
           05  FILLER                PIC X(09)   VALUE "EFF DATE".
           05  FILLER                PIC X(15)   VALUE "     NEW SUM".
           05  FILLER                PIC X(22)   VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  WS-DL-RESULT          PIC X(09).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-DL-ITEM            PIC Z(7)9.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-DL-TRANSACTION-ID  PIC X(12).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-DL-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-DL-NEW-SUM         PIC -(10)9.99.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-DL-NOTE            PIC X(22).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL           PIC X(28).
           05  WS-CL-VALUE           PIC Z(8)9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL           PIC X(28).
           05  WS-AL-VALUE           PIC -(15)9.99.
           COPY ENTITLLK.
           COPY SAMPLELK.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-RUN-MODE.
           PERFORM CHECK-OPERATOR-ENTITLED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF WS-UPLOAD-RUN
               PERFORM RUN-UPLOAD
           ELSE
               PERFORM RUN-WITHDRAWAL
           END-IF.
           GOBACK.
       GET-RUN-MODE.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           INSPECT WS-PARM-MODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-PARM-MODE
               WHEN "UPLOAD"
                   MOVE 'U' TO WS-RUN-MODE
               WHEN "WITHDRAW"
                   MOVE 'W' TO WS-RUN-MODE
                   IF WS-PARM-UPLOAD-ID = SPACES
                       DISPLAY "SAMPLEBU: ABEND - WITHDRAW NEEDS THE "
                               "UPLOAD ID AFTER THE OPERATOR ID"
                       STOP RUN
                   END-IF
                   MOVE WS-PARM-UPLOAD-ID TO WS-UPLOAD-ID
               WHEN OTHER
                   DISPLAY "SAMPLEBU: ABEND - MODE '" WS-PARM-MODE
                           "' IS NOT UPLOAD OR WITHDRAW"
                   STOP RUN
           END-EVALUATE.
       CHECK-OPERATOR-ENTITLED.
      *    Every item goes on the queue as this operator's own work,
      *    exactly as if keyed through SAMPLEADJ, so the operator
      *    needs the same maker role -- and SAMPLECK will not let
      *    them check any of it.
           MOVE WS-PARM-OPERATOR-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEBU"          TO ENC-PROGRAM-ID.
           MOVE 2                   TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLEBU: ABEND - OPERATOR '"
                       WS-PARM-OPERATOR-ID "' NOT ENTITLED - "
                       ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
       RUN-UPLOAD.
           PERFORM VERIFY-UPLOAD-FILE.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBU: PENDING FILE OPEN FAILED, STATUS="
                       WS-PENDING-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-KEYS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBU: AUDIT FILE OPEN FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBU: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBU: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "SAMPLEBU BULK ADJUSTMENT UPLOAD" TO REPORT-LINE.
           PERFORM PRINT-REPORT-HEADING.
           OPEN INPUT UPLOAD-FILE.
           IF WS-UPLOAD-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBU: UPLOAD FILE OPEN FAILED, STATUS="
                       WS-UPLOAD-FILE-STATUS
               STOP RUN
           END-IF.
      *    Skip over the header record; VERIFY-UPLOAD-FILE already
      *    proved the file starts with one.
           MOVE 'N' TO WS-UPLOAD-EOF-SWITCH.
           READ UPLOAD-FILE
               AT END
                   MOVE 'Y' TO WS-UPLOAD-EOF-SWITCH
           END-READ.
           PERFORM UNTIL WS-UPLOAD-EOF
               READ UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-UPLOAD-EOF-SWITCH
                   NOT AT END
                       IF BA-DETAIL-TYPE
                           PERFORM PROCESS-ONE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UPLOAD-FILE
                 AUDIT-FILE
                 PENDING-FILE
                 PERIOD-CLOSE-FILE.
           PERFORM PRINT-UPLOAD-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "SAMPLEBU JOB SUMMARY".
           DISPLAY "UPLOAD ID        : " WS-UPLOAD-ID.
           DISPLAY "DETAILS READ     : " WS-DETAILS-READ.
           DISPLAY "QUEUED           : " WS-ITEMS-ACCEPTED.
           DISPLAY "REJECTED         : " WS-ITEMS-REJECTED.
           DISPLAY "NOT FOUND        : " WS-ITEMS-NOT-FOUND.
           DISPLAY "SAMPLEBU: QUEUED ITEMS AWAIT A CHECKER IN SAMPLECK".
       VERIFY-UPLOAD-FILE.
      *    Read the whole file once, balancing the trailer's count
      *    and hash against what is actually on disk, before a single
      *    item is queued -- half a file queued is worse than none.
           OPEN INPUT UPLOAD-FILE.
           IF WS-UPLOAD-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBU: UPLOAD FILE OPEN FAILED, STATUS="
                       WS-UPLOAD-FILE-STATUS
               STOP RUN
           END-IF.
           READ UPLOAD-FILE
               AT END
                   DISPLAY "SAMPLEBU: ABEND - UPLOAD FILE EMPTY"
                   STOP RUN
           END-READ.
           IF NOT BA-HEADER-TYPE
               DISPLAY "SAMPLEBU: ABEND - FIRST RECORD IS NOT A "
                       "HEADER, TYPE=" BAH-RECORD-TYPE
               STOP RUN
           END-IF.
           IF BAH-UPLOAD-ID = SPACES
               DISPLAY "SAMPLEBU: ABEND - HEADER CARRIES NO UPLOAD ID"
               STOP RUN
           END-IF.
           MOVE BAH-UPLOAD-ID   TO WS-UPLOAD-ID.
           MOVE BAH-DESCRIPTION TO WS-UPLOAD-DESCRIPTION.
           MOVE BAH-REASON-CODE TO WS-DEFAULT-REASON-CODE.
           PERFORM UNTIL WS-UPLOAD-EOF
               READ UPLOAD-FILE
                   AT END
                       MOVE 'Y' TO WS-UPLOAD-EOF-SWITCH
                   NOT AT END
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE UPLOAD-FILE.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "SAMPLEBU: ABEND - NO TRAILER RECORD, FILE IS "
                       "SHORT AFTER " WS-VERIFY-DETAIL-COUNT
                       " DETAILS"
               STOP RUN
           END-IF.
           IF WS-VERIFY-DETAIL-COUNT NOT = WS-TRAILER-DETAIL-COUNT
               DISPLAY "SAMPLEBU: ABEND - TRAILER COUNT "
                       WS-TRAILER-DETAIL-COUNT
                       " BUT FILE HOLDS " WS-VERIFY-DETAIL-COUNT
                       " DETAILS"
               STOP RUN
           END-IF.
           IF WS-VERIFY-HASH-TOTAL NOT = WS-TRAILER-HASH-TOTAL
               DISPLAY "SAMPLEBU: ABEND - TRAILER HASH "
                       WS-TRAILER-HASH-TOTAL
                       " BUT FILE HASHES TO " WS-VERIFY-HASH-TOTAL
               STOP RUN
           END-IF.
       VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN BA-TRAILER-TYPE
                   IF WS-TRAILER-SEEN
                       DISPLAY "SAMPLEBU: ABEND - MORE THAN ONE "
                               "TRAILER RECORD"
                       STOP RUN
                   END-IF
                   IF BAT-DETAIL-COUNT NOT NUMERIC
                           OR BAT-HASH-TOTAL NOT NUMERIC
                       DISPLAY "SAMPLEBU: ABEND - TRAILER TOTALS NOT "
                               "NUMERIC"
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
                   MOVE BAT-DETAIL-COUNT TO WS-TRAILER-DETAIL-COUNT
                   MOVE BAT-HASH-TOTAL   TO WS-TRAILER-HASH-TOTAL
               WHEN BA-DETAIL-TYPE
                   IF WS-TRAILER-SEEN
                       DISPLAY "SAMPLEBU: ABEND - DETAIL RECORD AFTER "
                               "THE TRAILER"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-VERIFY-DETAIL-COUNT
      *            A non-numeric DATA1 contributes zero, so a file
      *            hashed over clean data fails the balance instead
      *            of the bad item slipping through as a reject.
                   IF BAD-NEW-DATA1 NUMERIC
                       ADD BAD-NEW-DATA1 TO WS-VERIFY-HASH-TOTAL
                           ON SIZE ERROR
                               DISPLAY "SAMPLEBU: ABEND - HASH TOTAL "
                                       "OVERFLOW AT DETAIL "
                                       WS-VERIFY-DETAIL-COUNT
                               STOP RUN
                       END-ADD
                   END-IF
               WHEN OTHER
                   DISPLAY "SAMPLEBU: ABEND - UNKNOWN RECORD TYPE "
                           BAD-RECORD-TYPE " AT DETAIL "
                           WS-VERIFY-DETAIL-COUNT
                   STOP RUN
           END-EVALUATE.
       LOAD-PENDING-KEYS.
      *    One pass over the queue: an upload id already on it means
      *    this file (or another under the same name) has been
      *    loaded before, and loading it again would double every
      *    correction; a new upload needs a new id.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
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
                       IF PEND-UPLOAD-ID = WS-UPLOAD-ID
                           DISPLAY "SAMPLEBU: ABEND - UPLOAD ID "
                                   WS-UPLOAD-ID " IS ALREADY ON THE "
                                   "QUEUE - NOTHING QUEUED"
                           CLOSE PENDING-FILE
                           STOP RUN
                       END-IF
                       MOVE PEND-SEQUENCE-NO TO WS-PEND-SEQUENCE-NO
                       IF PEND-AWAITING-CHECK
                           PERFORM ADD-PENDING-KEY
                       END-IF
               END-READ
           END-PERFORM.
       ADD-PENDING-KEY.
           IF WS-PENDING-KEY-COUNT NOT < WS-PENDING-KEY-MAX
               DISPLAY "SAMPLEBU: ABEND - MORE THAN "
                       WS-PENDING-KEY-MAX " ITEMS AWAITING A CHECKER"
               DISPLAY "SAMPLEBU: ITEMS ALREADY QUEUED BY THIS RUN "
                       "CAN BE TAKEN BACK WITH WITHDRAW " WS-UPLOAD-ID
               STOP RUN
           END-IF.
           ADD 1 TO WS-PENDING-KEY-COUNT.
           MOVE PEND-TRANSACTION-ID
               TO WS-PK-TRANSACTION-ID (WS-PENDING-KEY-COUNT).
           MOVE PEND-EFFECTIVE-DATE
               TO WS-PK-EFFECTIVE-DATE (WS-PENDING-KEY-COUNT).
       PROCESS-ONE-CORRECTION.
           ADD 1 TO WS-DETAILS-READ.
           MOVE 'A'    TO WS-ITEM-RESULT.
           MOVE SPACES TO WS-ITEM-NOTE.
           MOVE ZERO   TO PEND-SEQUENCE-NO.
           MOVE ZERO   TO SUM-DATA.
           MOVE BAD-REASON-CODE TO WS-ITEM-REASON-CODE.
           IF WS-ITEM-REASON-CODE = SPACES
               MOVE WS-DEFAULT-REASON-CODE TO WS-ITEM-REASON-CODE
           END-IF.
           PERFORM CHECK-CORRECTION-FIELDS.
           IF WS-ITEM-ACCEPTED
               PERFORM FIND-ORIGINAL-POSTING
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM CHECK-CORRECTION-ALLOWED
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM COMPUTE-CORRECTED-SUM
           END-IF.
           IF WS-ITEM-ACCEPTED
               PERFORM QUEUE-CORRECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-ACCEPTED
                   ADD 1 TO WS-ITEMS-ACCEPTED
                   MOVE "QUEUED"    TO WS-DL-RESULT
               WHEN WS-ITEM-NOT-FOUND
                   ADD 1 TO WS-ITEMS-NOT-FOUND
                   MOVE "NOT FOUND" TO WS-DL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-REJECTED
                   MOVE "REJECTED"  TO WS-DL-RESULT
           END-EVALUATE.
           MOVE PEND-SEQUENCE-NO   TO WS-DL-ITEM.
           MOVE BAD-TRANSACTION-ID TO WS-DL-TRANSACTION-ID.
           IF BAD-EFFECTIVE-DATE NUMERIC
               MOVE BAD-EFFECTIVE-DATE TO WS-DL-EFFECTIVE-DATE
           ELSE
               MOVE ZERO               TO WS-DL-EFFECTIVE-DATE
           END-IF.
           MOVE SUM-DATA           TO WS-DL-NEW-SUM.
           MOVE WS-ITEM-NOTE       TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE     TO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-CORRECTION-FIELDS.
           EVALUATE TRUE
               WHEN BAD-TRANSACTION-ID = SPACES
                   MOVE "NO TRANSACTION ID"   TO WS-ITEM-NOTE
               WHEN BAD-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE"  TO WS-ITEM-NOTE
               WHEN BAD-NEW-DATA1 NOT NUMERIC
                       OR BAD-NEW-DATA2 NOT NUMERIC
                       OR BAD-NEW-DATA3 NOT NUMERIC
                   MOVE "AMOUNTS NOT NUMERIC" TO WS-ITEM-NOTE
               WHEN WS-ITEM-REASON-CODE = SPACES
                   MOVE "NO REASON CODE"      TO WS-ITEM-NOTE
           END-EVALUATE.
           IF WS-ITEM-NOTE NOT = SPACES
               MOVE 'R' TO WS-ITEM-RESULT
           END-IF.
       FIND-ORIGINAL-POSTING.
      *    What is corrected is whatever stands on the master for the
      *    id and date, found by replaying its trail under the rules
      *    SAMPLEVF rebuilds POSTMST by: a posting run's original
      *    (SAMPLEBT, or a SAMPLEEW forced post) or an adjustment
      *    replaces what stands, and a backout removes it while the
      *    posting itself still stands.  'O' entries from any other
      *    caller never reached the master.  A date that was backed
      *    out and not posted again has nothing left to correct.
           MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH.
           MOVE 'N' TO WS-ORIGINAL-STANDS-SWITCH.
           MOVE ZERO TO WS-TRAIL-COUNT.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
           MOVE BAD-TRANSACTION-ID TO AUDIT-TRANSACTION-ID.
           START AUDIT-FILE
               KEY IS EQUAL TO AUDIT-TRANSACTION-ID
               INVALID KEY
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                   NOT AT END
                       IF AUDIT-TRANSACTION-ID NOT = BAD-TRANSACTION-ID
                           MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                       ELSE
                           PERFORM KEEP-TRAIL-ENTRY
                       END-IF
               END-READ
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                       AND WS-AUDIT-FILE-STATUS NOT = "02"
                       AND WS-AUDIT-FILE-STATUS NOT = "10"
                   DISPLAY "SAMPLEBU: AUDIT FILE READ ERROR, STATUS="
                           WS-AUDIT-FILE-STATUS
                   STOP RUN
               END-IF
           END-PERFORM.
      *    The browse is over, so each kept entry is laid back into
      *    the audit record area and replayed under its AUDITLK names.
           PERFORM VARYING WS-TE-SUB FROM 1 BY 1
                   UNTIL WS-TE-SUB > WS-TRAIL-COUNT
               MOVE WS-TRAIL-ENTRY (WS-TE-SUB) TO AUDIT-RECORD
               PERFORM APPLY-TRAIL-ENTRY
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT WS-ORIGINAL-FOUND
                   MOVE 'N' TO WS-ITEM-RESULT
                   MOVE "NO POSTING ON TRAIL" TO WS-ITEM-NOTE
               WHEN NOT WS-ORIGINAL-STANDS
                   MOVE 'N' TO WS-ITEM-RESULT
                   MOVE "BACKED OUT"          TO WS-ITEM-NOTE
           END-EVALUATE.
       KEEP-TRAIL-ENTRY.
           IF AUDIT-EFFECTIVE-DATE = BAD-EFFECTIVE-DATE
                   AND AUDIT-RETURN-CODE = ZERO
                   AND (AUDIT-ADJUSTMENT-ENTRY
                        OR AUDIT-CALLER-SESSION-ID = "SAMPLEBT"
                        OR AUDIT-CALLER-SESSION-ID = "SAMPLEEW")
               IF WS-TRAIL-COUNT NOT < WS-TRAIL-MAX
                   DISPLAY "SAMPLEBU: ABEND - MORE THAN " WS-TRAIL-MAX
                           " TRAIL ENTRIES FOR " BAD-TRANSACTION-ID
                           " " BAD-EFFECTIVE-DATE
                   DISPLAY "SAMPLEBU: ITEMS ALREADY QUEUED BY THIS RUN "
                           "CAN BE TAKEN BACK WITH WITHDRAW "
                           WS-UPLOAD-ID
                   STOP RUN
               END-IF
      *        Entries come back off the alternate key in the order
      *        they were written; each is slotted in by AUDIT-KEY.
               MOVE WS-TRAIL-COUNT TO WS-TE-SUB
               PERFORM UNTIL WS-TE-SUB = ZERO
                       OR WS-TE-AUDIT-KEY (WS-TE-SUB) NOT > AUDIT-KEY
                   MOVE WS-TRAIL-ENTRY (WS-TE-SUB)
                       TO WS-TRAIL-ENTRY (WS-TE-SUB + 1)
                   SUBTRACT 1 FROM WS-TE-SUB
               END-PERFORM
               ADD 1 TO WS-TE-SUB
               MOVE AUDIT-RECORD TO WS-TRAIL-ENTRY (WS-TE-SUB)
               ADD 1 TO WS-TRAIL-COUNT
           END-IF.
       APPLY-TRAIL-ENTRY.
           EVALUATE TRUE
               WHEN AUDIT-ADJUSTMENT-ENTRY
                       AND AUDIT-REASON-CODE = 'BKO '
                   IF WS-ORIGINAL-STANDS AND WS-ORIG-ENTRY-TYPE = 'O'
                       MOVE 'N' TO WS-ORIGINAL-STANDS-SWITCH
                   END-IF
               WHEN OTHER
                   PERFORM STAND-ENTRY-VALUE
           END-EVALUATE.
       STAND-ENTRY-VALUE.
           MOVE 'Y' TO WS-ORIGINAL-FOUND-SWITCH.
           MOVE 'Y' TO WS-ORIGINAL-STANDS-SWITCH.
           MOVE AUDIT-TIMESTAMP      TO WS-ORIG-TIMESTAMP.
           MOVE AUDIT-SEQUENCE-NO    TO WS-ORIG-SEQUENCE-NO.
           MOVE AUDIT-TRANSACTION-ID TO WS-ORIG-TRANSACTION-ID.
           MOVE AUDIT-EFFECTIVE-DATE TO WS-ORIG-EFFECTIVE-DATE.
           MOVE AUDIT-OPERATION-CODE TO WS-ORIG-OPERATION-CODE.
           MOVE AUDIT-DATA1          TO WS-ORIG-DATA1.
           MOVE AUDIT-DATA2          TO WS-ORIG-DATA2.
           MOVE AUDIT-DATA3          TO WS-ORIG-DATA3.
           MOVE AUDIT-SUM-DATA       TO WS-ORIG-SUM-DATA.
           MOVE AUDIT-CURRENCY-CODE  TO WS-ORIG-CURRENCY-CODE.
           MOVE AUDIT-ACCOUNT-NUMBER TO WS-ORIG-ACCOUNT-NUMBER.
           MOVE AUDIT-ENTRY-TYPE     TO WS-ORIG-ENTRY-TYPE.
       CHECK-CORRECTION-ALLOWED.
           MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
           MOVE WS-ORIG-EFFECTIVE-DATE(1:6) TO PC-PERIOD.
           READ PERIOD-CLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-PERIOD-CLOSED
                       MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
                   END-IF
           END-READ.
           MOVE 'N' TO WS-ALREADY-PENDING-SWITCH.
           PERFORM VARYING WS-PK-SUB FROM 1 BY 1
                   UNTIL WS-PK-SUB > WS-PENDING-KEY-COUNT
                      OR WS-ALREADY-PENDING
               IF WS-PK-TRANSACTION-ID (WS-PK-SUB)
                           = WS-ORIG-TRANSACTION-ID
                       AND WS-PK-EFFECTIVE-DATE (WS-PK-SUB)
                           = WS-ORIG-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-ALREADY-PENDING-SWITCH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PERIOD-CLOSED
                   MOVE "PERIOD CLOSED"       TO WS-ITEM-NOTE
               WHEN WS-ALREADY-PENDING
                   MOVE "ALREADY PENDING"     TO WS-ITEM-NOTE
               WHEN BAD-NEW-DATA1 = WS-ORIG-DATA1
                       AND BAD-NEW-DATA2 = WS-ORIG-DATA2
                       AND BAD-NEW-DATA3 = WS-ORIG-DATA3
                   MOVE "NO CHANGE TO VALUES" TO WS-ITEM-NOTE
           END-EVALUATE.
           IF WS-ITEM-NOTE NOT = SPACES
               MOVE 'R' TO WS-ITEM-RESULT
           END-IF.
       COMPUTE-CORRECTED-SUM.
      *    Run the corrected values through sample itself (no audit
      *    entry), as SAMPLERC proves its repairs, so an item that
      *    cannot compute never reaches the checker.  The operation
      *    and currency are those of the entry that stands.
           MOVE WS-ORIG-OPERATION-CODE TO OPERATION-CODE.
           MOVE WS-ORIG-TRANSACTION-ID TO TRANSACTION-ID.
           MOVE BAD-NEW-DATA1          TO DATA1.
           MOVE BAD-NEW-DATA2          TO DATA2.
           MOVE BAD-NEW-DATA3          TO DATA3.
           MOVE WS-ORIG-CURRENCY-CODE  TO CURRENCY-CODE.
           MOVE WS-ORIG-ACCOUNT-NUMBER TO CALLER-ACCOUNT-NUMBER.
           MOVE ZERO                   TO SUM-DATA.
           MOVE ZERO                   TO EFFECTIVE-DATE.
           MOVE "SAMPLEBU"             TO CALLER-SESSION-ID.
           MOVE 'Y'                    TO SKIP-AUDIT-SWITCH.
           CALL "sample" USING SAMPLE-LINKAGE-RECORD.
           IF SAMPLE-RETURN-CODE NOT = ZERO
               MOVE SAMPLE-RETURN-CODE TO WS-RC-NOTE-CODE
               MOVE WS-RC-NOTE         TO WS-ITEM-NOTE
               MOVE ZERO               TO SUM-DATA
               MOVE 'R'                TO WS-ITEM-RESULT
           END-IF.
       QUEUE-CORRECTION.
      *    The same item SAMPLEADJ would queue, plus the upload id.
           MOVE 'P'                    TO PEND-STATUS.
           MOVE WS-PARM-OPERATOR-ID    TO PEND-MAKER-ID.
           MOVE FUNCTION CURRENT-DATE  TO PEND-MAKER-TIMESTAMP.
           MOVE WS-ORIG-TIMESTAMP      TO PEND-AUDIT-TIMESTAMP.
           MOVE WS-ORIG-SEQUENCE-NO    TO PEND-AUDIT-SEQUENCE-NO.
           MOVE WS-ORIG-TRANSACTION-ID TO PEND-TRANSACTION-ID.
           MOVE WS-ORIG-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
           MOVE WS-ORIG-OPERATION-CODE TO PEND-OPERATION-CODE.
           MOVE WS-ORIG-DATA1          TO PEND-ORIG-DATA1.
           MOVE WS-ORIG-DATA2          TO PEND-ORIG-DATA2.
           MOVE WS-ORIG-DATA3          TO PEND-ORIG-DATA3.
           MOVE WS-ORIG-SUM-DATA       TO PEND-ORIG-SUM-DATA.
           MOVE BAD-NEW-DATA1          TO PEND-NEW-DATA1.
           MOVE BAD-NEW-DATA2          TO PEND-NEW-DATA2.
           MOVE BAD-NEW-DATA3          TO PEND-NEW-DATA3.
           MOVE WS-ITEM-REASON-CODE    TO PEND-REASON-CODE.
           MOVE WS-ORIG-CURRENCY-CODE  TO PEND-CURRENCY-CODE.
           MOVE WS-ORIG-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER.
           MOVE SPACES                 TO PEND-CHECKER-ID.
           MOVE SPACES                 TO PEND-CHECKER-TIMESTAMP.
           MOVE SPACES                 TO PEND-REJECT-REASON.
           MOVE WS-UPLOAD-ID           TO PEND-UPLOAD-ID.
      *    Same duplicate-key retry as SAMPLEADJ.  Any other write
      *    error stops the run with part of the file queued; the
      *    items already queued are taken back with WITHDRAW and the
      *    file reloaded under a new upload id.
           MOVE 'N' TO WS-PEND-WRITE-OK-SWITCH.
           PERFORM UNTIL WS-PEND-WRITE-OK
               ADD 1 TO WS-PEND-SEQUENCE-NO
               MOVE WS-PEND-SEQUENCE-NO TO PEND-SEQUENCE-NO
               WRITE PEND-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PEND-WRITE-OK-SWITCH
               END-WRITE
               IF NOT WS-PEND-WRITE-OK
                       AND WS-PENDING-FILE-STATUS NOT = "00"
                       AND WS-PENDING-FILE-STATUS(1:1) NOT = "2"
                   DISPLAY "SAMPLEBU: PENDING FILE WRITE ERROR, "
                           "STATUS=" WS-PENDING-FILE-STATUS
                   DISPLAY "SAMPLEBU: WITHDRAW " WS-UPLOAD-ID
                           " BEFORE RELOADING THE FILE"
                   STOP RUN
               END-IF
           END-PERFORM.
           PERFORM ADD-PENDING-KEY.
           MOVE WS-ITEM-REASON-CODE    TO WS-ITEM-NOTE.
           ADD WS-ORIG-SUM-DATA TO WS-ACCEPTED-ORIG-SUM.
           ADD SUM-DATA         TO WS-ACCEPTED-NEW-SUM.
       PRINT-REPORT-HEADING.
      *    REPORT-LINE arrives holding the title.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UPLOAD ID"          TO WS-HL-LABEL.
           MOVE WS-UPLOAD-ID         TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UPLOAD-RUN
               MOVE "DESCRIPTION"        TO WS-HL-LABEL
               MOVE WS-UPLOAD-DESCRIPTION TO WS-HL-VALUE
               MOVE WS-HEADING-LINE      TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "OPERATOR"           TO WS-HL-LABEL.
           MOVE WS-PARM-OPERATOR-ID  TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN DATE"           TO WS-HL-LABEL.
           MOVE WS-RUN-DATE          TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-UPLOAD-TOTALS.
           COMPUTE WS-ACCEPTED-NET-CHANGE =
                   WS-ACCEPTED-NEW-SUM - WS-ACCEPTED-ORIG-SUM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONTROL TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DETAILS ON FILE"          TO WS-CL-LABEL.
           MOVE WS-TRAILER-DETAIL-COUNT    TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "QUEUED FOR CHECKING"      TO WS-CL-LABEL.
           MOVE WS-ITEMS-ACCEPTED          TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "REJECTED"                 TO WS-CL-LABEL.
           MOVE WS-ITEMS-REJECTED          TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "NOT FOUND ON AUDIT TRAIL" TO WS-CL-LABEL.
           MOVE WS-ITEMS-NOT-FOUND         TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "HASH OF NEW DATA1 (PROVED)" TO WS-AL-LABEL.
           MOVE WS-TRAILER-HASH-TOTAL      TO WS-AL-VALUE.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "QUEUED - ORIGINAL SUM"    TO WS-AL-LABEL.
           MOVE WS-ACCEPTED-ORIG-SUM       TO WS-AL-VALUE.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "QUEUED - CORRECTED SUM"   TO WS-AL-LABEL.
           MOVE WS-ACCEPTED-NEW-SUM        TO WS-AL-VALUE.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE "QUEUED - NET CHANGE"      TO WS-AL-LABEL.
           MOVE WS-ACCEPTED-NET-CHANGE     TO WS-AL-VALUE.
           PERFORM PRINT-AMOUNT-LINE.
      *    Every detail must land in exactly one of the three lists.
           IF WS-ITEMS-ACCEPTED + WS-ITEMS-REJECTED
                   + WS-ITEMS-NOT-FOUND NOT = WS-TRAILER-DETAIL-COUNT
               MOVE "*** ITEMS DO NOT ADD UP TO DETAILS ON FILE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "SAMPLEBU: ITEMS DO NOT ADD UP TO THE DETAILS "
                       "ON FILE - REVIEW ADJUPRPT"
           END-IF.
       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       RUN-WITHDRAWAL.
      *    Takes back the whole upload as one unit: every item still
      *    awaiting a checker, and every item the checker rejected
      *    back (so it leaves the maker's re-entry list), is marked
      *    withdrawn.  Items already approved have posted and can
      *    only be corrected by a further adjustment; they are
      *    listed for that.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
                   AND WS-PENDING-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBU: PENDING FILE OPEN FAILED, STATUS="
                       WS-PENDING-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM FIND-UPLOAD-MAKER.
           IF WS-ITEMS-ON-UPLOAD = ZERO
               DISPLAY "SAMPLEBU: ABEND - NO ITEMS ON THE QUEUE FOR "
                       "UPLOAD " WS-UPLOAD-ID
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.
      *    Only the uploader may take the upload back, as only the
      *    maker re-keys a rejected item.
           IF WS-UPLOAD-MAKER-ID NOT = WS-PARM-OPERATOR-ID
               DISPLAY "SAMPLEBU: ABEND - UPLOAD " WS-UPLOAD-ID
                       " WAS MADE BY " WS-UPLOAD-MAKER-ID
                       " - ONLY THE UPLOADER MAY WITHDRAW IT"
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBU: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS
               CLOSE PENDING-FILE
               STOP RUN
           END-IF.
           MOVE "SAMPLEBU BULK ADJUSTMENT WITHDRAWAL" TO REPORT-LINE.
           PERFORM PRINT-REPORT-HEADING.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
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
                       IF PEND-UPLOAD-ID = WS-UPLOAD-ID
                           PERFORM WITHDRAW-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           PERFORM PRINT-WITHDRAWAL-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "SAMPLEBU JOB SUMMARY".
           DISPLAY "UPLOAD ID        : " WS-UPLOAD-ID.
           DISPLAY "ITEMS ON UPLOAD  : " WS-ITEMS-ON-UPLOAD.
           DISPLAY "WITHDRAWN        : " WS-ITEMS-WITHDRAWN.
           DISPLAY "ALREADY POSTED   : " WS-ITEMS-ALREADY-POSTED.
           DISPLAY "ALREADY CLOSED   : " WS-ITEMS-ALREADY-CLOSED.
           IF WS-ITEMS-ALREADY-POSTED > ZERO
               DISPLAY "SAMPLEBU: " WS-ITEMS-ALREADY-POSTED
                       " ITEM(S) WERE APPROVED BEFORE THE WITHDRAWAL "
                       "- SEE ADJUPRPT"
           END-IF.
       FIND-UPLOAD-MAKER.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH.
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
                       IF PEND-UPLOAD-ID = WS-UPLOAD-ID
                           ADD 1 TO WS-ITEMS-ON-UPLOAD
                           MOVE PEND-MAKER-ID TO WS-UPLOAD-MAKER-ID
                       END-IF
               END-READ
           END-PERFORM.
       WITHDRAW-ONE-ITEM.
           MOVE SPACES TO WS-ITEM-NOTE.
           EVALUATE TRUE
               WHEN PEND-AWAITING-CHECK
               WHEN PEND-REJECTED
      *            The checker fields record who closed the item and
      *            when, as they do for a rejection.
                   MOVE 'W'                   TO PEND-STATUS
                   MOVE WS-PARM-OPERATOR-ID   TO PEND-CHECKER-ID
                   MOVE FUNCTION CURRENT-DATE TO PEND-CHECKER-TIMESTAMP
                   MOVE "UPLOAD WITHDRAWN BY UPLOADER"
                       TO PEND-REJECT-REASON
                   REWRITE PEND-RECORD
                   IF WS-PENDING-FILE-STATUS NOT = "00"
                       DISPLAY "SAMPLEBU: PENDING FILE REWRITE FAILED "
                               "FOR ITEM " PEND-SEQUENCE-NO ", STATUS="
                               WS-PENDING-FILE-STATUS
                       DISPLAY "SAMPLEBU: RERUN THE WITHDRAWAL TO "
                               "FINISH IT"
                       CLOSE PENDING-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ITEMS-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-DL-RESULT
               WHEN PEND-APPROVED
                   ADD 1 TO WS-ITEMS-ALREADY-POSTED
                   MOVE "POSTED"    TO WS-DL-RESULT
                   MOVE "CORRECT SEPARATELY" TO WS-ITEM-NOTE
               WHEN PEND-WITHDRAWN
                   ADD 1 TO WS-ITEMS-ALREADY-CLOSED
                   MOVE "CLOSED"    TO WS-DL-RESULT
                   MOVE "ALREADY WITHDRAWN"  TO WS-ITEM-NOTE
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-ALREADY-CLOSED
                   MOVE "CLOSED"    TO WS-DL-RESULT
                   MOVE "SUPERSEDED"         TO WS-ITEM-NOTE
           END-EVALUATE.
           MOVE PEND-SEQUENCE-NO    TO WS-DL-ITEM.
           MOVE PEND-TRANSACTION-ID TO WS-DL-TRANSACTION-ID.
           MOVE PEND-EFFECTIVE-DATE TO WS-DL-EFFECTIVE-DATE.
           MOVE ZERO                TO WS-DL-NEW-SUM.
           MOVE WS-ITEM-NOTE        TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-WITHDRAWAL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONTROL TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS ON UPLOAD"          TO WS-CL-LABEL.
           MOVE WS-ITEMS-ON-UPLOAD         TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "WITHDRAWN"                TO WS-CL-LABEL.
           MOVE WS-ITEMS-WITHDRAWN         TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "ALREADY APPROVED/POSTED"  TO WS-CL-LABEL.
           MOVE WS-ITEMS-ALREADY-POSTED    TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
           MOVE "ALREADY CLOSED"           TO WS-CL-LABEL.
           MOVE WS-ITEMS-ALREADY-CLOSED    TO WS-CL-VALUE.
           PERFORM PRINT-COUNT-LINE.
