       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEVF.
      *====================================================*
      * SAMPLEVF - posted-balance master verifier.  Every  *
      * value on POSTMST was put there by a writer that    *
      * also left an audit entry: SAMPLEBT and SAMPLEEW    *
      * original postings, SAMPLECK approved adjustments   *
      * and SAMPLEBO backout offsets.  This program        *
      * replays each transaction's chain off AUDITLOG and  *
      * the AUDARCyyyy archives -- the latest posting,     *
      * then the adjustments to it, then any backout --    *
      * and lists (VERIFRPT) every master record whose     *
      * SUM-DATA, currency or last-maintenance type        *
      * differs from the replay, every master record the   *
      * trail cannot account for, and every replayed value *
      * missing from the master.                           *
      *                                                    *
      * Run with REBUILD and a supervisor id on the        *
      * command line (e.g. REBUILD SUPV01) it also         *
      * regenerates POSTMST from the replay, for recovery  *
      * after the indexed file is damaged.  The supervisor *
      * must hold the escalation supervisor role on        *
      * ENTITLE.  The rebuilt master is staged             *
      * as POSTMST.NEW and only swapped in once the whole  *
      * trail has replayed cleanly; the file it replaces   *
      * is kept as POSTMST.OLD.  Nothing else may have the *
      * master open while a rebuild runs.                  *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    OPTIONAL so a rebuild can still run when the damaged
      *    master is missing altogether.
           SELECT OPTIONAL POSTED-MASTER-FILE ASSIGN TO "POSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "POSTMST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-KEY
               FILE STATUS IS WS-NEW-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-TRANSACTION-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      *    Probed (never written): unmerged batch entries would be
      *    missing from the replay.
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
      *    Yearly archive files written by SAMPLEAR (AUDARCyyyy),
      *    searched over the same window as the statement and
      *    inquiry programs.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT REPORT-FILE  ASSIGN TO "VERIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  NEW-MASTER-FILE.
      *    Image of POSTED-MASTER-RECORD (see POSTMST), hand-declared
      *    with distinct names rather than COPY ... BY REPLACING so
      *    the comparison below stays unambiguous; keep it in step
      *    with POSTMST.
       01  NEW-MASTER-RECORD.
           05  NM-KEY.
               10  NM-TRANSACTION-ID   PIC X(12).
               10  NM-EFFECTIVE-DATE   PIC 9(08).
           05  NM-OPERATION-CODE       PIC X(01).
           05  NM-DATA1                PIC S9(09)V99.
           05  NM-DATA2                PIC S9(09)V99.
           05  NM-DATA3                PIC S9(09)V99.
           05  NM-SUM-DATA             PIC S9(09)V99.
           05  NM-CURRENCY-CODE        PIC X(03).
           05  NM-LAST-MAINT-TYPE      PIC X(01).
           05  NM-LAST-MAINT-TIMESTAMP PIC X(21).
           05  NM-ACCOUNT-NUMBER       PIC X(10).
       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(171).
       SD  SORT-FILE.
      *    Image of AUDIT-RECORD (see AUDITLK); only the fields the
      *    sort orders on are named.  Transaction id and effective
      *    date bring one master key's entries together, and the
      *    timestamp key then puts them back in the order they were
      *    written -- the order they reached the master.  Keep the
      *    total length in step with AUDITLK.
       01  SORT-RECORD.
           05  SRT-AUDIT-KEY       PIC X(29).
           05  SRT-CALLER-SESSION-ID PIC X(10).
           05  SRT-TRANSACTION-ID  PIC X(12).
           05  SRT-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER              PIC X(112).
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE         SECTION.
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-NEW-MASTER-STATUS      PIC X(02).
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-EXTRACT-FILE-STATUS    PIC X(02).
       01  WS-ARCHIVE-FILE-STATUS    PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-RUN-PARM.
           05  WS-PARM-MODE          PIC X(07).
           05  FILLER                PIC X(01).
           05  WS-PARM-SUPERVISOR-ID PIC X(10).
       01  WS-REBUILD-SWITCH         PIC X(01)   VALUE 'N'.
           88  WS-REBUILD-MODE                   VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-AUDIT-EOF                      VALUE 'Y'.
       01  WS-ARCHIVE-EOF-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-ARCHIVE-EOF                    VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01  WS-MASTER-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-MASTER-EOF                     VALUE 'Y'.
      *    A rebuild goes ahead without the old master when it cannot
      *    be opened or read to the end -- that is what a rebuild is
      *    for -- but the comparison is then reported as partial.
       01  WS-MASTER-AVAILABLE-SWITCH PIC X(01)  VALUE 'N'.
           88  WS-MASTER-AVAILABLE               VALUE 'Y'.
       01  WS-MASTER-INCOMPLETE-SWITCH PIC X(01) VALUE 'N'.
           88  WS-MASTER-INCOMPLETE              VALUE 'Y'.
       01  WS-ARCHIVE-FILE-NAME.
           05  FILLER                PIC X(06)   VALUE "AUDARC".
           05  WS-ARCHIVE-NAME-YEAR  PIC 9(04).
       01  WS-ARCHIVE-YEARS-BACK     PIC 9(02)   VALUE 10.
       01  WS-CURRENT-YEAR           PIC 9(04)   VALUE ZERO.
       01  WS-SEARCH-YEAR            PIC 9(04)   VALUE ZERO.
       01  WS-OLDEST-YEAR            PIC 9(04)   VALUE ZERO.
      *    What the trail says stands on the master for the key
      *    being replayed.
       01  WS-KEY-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
           88  WS-KEY-OPEN                       VALUE 'Y'.
       01  WS-REPLAY-RECORD.
           05  WS-RP-KEY.
               10  WS-RP-TRANSACTION-ID PIC X(12).
               10  WS-RP-EFFECTIVE-DATE PIC 9(08).
           05  WS-RP-OPERATION-CODE  PIC X(01).
           05  WS-RP-DATA1           PIC S9(09)V99.
           05  WS-RP-DATA2           PIC S9(09)V99.
           05  WS-RP-DATA3           PIC S9(09)V99.
           05  WS-RP-SUM-DATA        PIC S9(09)V99.
           05  WS-RP-CURRENCY-CODE   PIC X(03).
           05  WS-RP-MAINT-TYPE      PIC X(01).
           05  WS-RP-TIMESTAMP       PIC X(21).
           05  WS-RP-ACCOUNT-NUMBER  PIC X(10).
           05  WS-RP-PRESENT-SWITCH  PIC X(01).
               88  WS-RP-PRESENT               VALUE 'Y'.
       01  WS-LIVE-FILE-NAME         PIC X(07)   VALUE "POSTMST".
       01  WS-NEW-FILE-NAME          PIC X(11)   VALUE "POSTMST.NEW".
       01  WS-OLD-FILE-NAME          PIC X(11)   VALUE "POSTMST.OLD".
       01  WS-LIVE-ENTRIES           PIC 9(08)   VALUE ZERO.
       01  WS-ARCHIVE-ENTRIES        PIC 9(08)   VALUE ZERO.
       01  WS-ENTRIES-APPLIED        PIC 9(08)   VALUE ZERO.
       01  WS-ENTRIES-IGNORED        PIC 9(08)   VALUE ZERO.
       01  WS-BACKOUTS-LEFT          PIC 9(08)   VALUE ZERO.
       01  WS-REPLAY-RECORDS         PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-READ           PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-AGREED         PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-DIFFERING      PIC 9(08)   VALUE ZERO.
       01  WS-MASTER-ONLY-COUNT      PIC 9(08)   VALUE ZERO.
       01  WS-TRAIL-ONLY-COUNT       PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-REBUILT        PIC 9(08)   VALUE ZERO.
       01  WS-REBUILT-TOTAL          PIC S9(16)V99 VALUE ZERO.
       01  WS-HEADING-LINE.
           05  WS-HL-LABEL           PIC X(24).
           05  WS-HL-VALUE           PIC X(40).
       01  WS-EXCEPTION-LINE.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-XL-TRANSACTION-ID  PIC X(12).
           05  FILLER                PIC X(01)   VALUE SPACES.
           05  WS-XL-EFFECTIVE-DATE  PIC 9(08).
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-XL-PROBLEM         PIC X(40).
       01  WS-VALUE-LINE.
           05  FILLER                PIC X(06)   VALUE SPACES.
           05  WS-VL-SOURCE          PIC X(07).
           05  FILLER                PIC X(04)   VALUE " OP ".
           05  WS-VL-OPERATION-CODE  PIC X(01).
           05  FILLER                PIC X(05)   VALUE " SUM ".
           05  WS-VL-SUM-DATA        PIC -(9)9.99.
           05  FILLER                PIC X(05)   VALUE " CCY ".
           05  WS-VL-CURRENCY-CODE   PIC X(04).
           05  FILLER                PIC X(06)   VALUE " TYPE ".
           05  WS-VL-MAINT-TYPE      PIC X(01).
           05  FILLER                PIC X(06)   VALUE " ACCT ".
           05  WS-VL-ACCOUNT-NUMBER  PIC X(10).
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL           PIC X(28).
           05  WS-AL-VALUE           PIC -(15)9.99.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL           PIC X(28).
           05  WS-CL-VALUE           PIC Z(8)9.
           COPY ENTITLLK.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-RUN-MODE.
           IF WS-REBUILD-MODE
               PERFORM CHECK-SUPERVISOR-AUTHORIZED
           END-IF.
           PERFORM CHECK-EXTRACT-MERGED.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEVF: AUDIT FILE OPEN FAILED, STATUS="
                       WS-AUDIT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM OPEN-MASTER-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEVF: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM PRINT-REPORT-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-TRANSACTION-ID
                                SRT-EFFECTIVE-DATE
                                SRT-AUDIT-KEY
               INPUT PROCEDURE IS RELEASE-TRAIL-ENTRIES
               OUTPUT PROCEDURE IS REPLAY-TRAIL-ENTRIES.
           CLOSE AUDIT-FILE.
           IF WS-MASTER-AVAILABLE
               CLOSE POSTED-MASTER-FILE
           END-IF.
           IF WS-REBUILD-MODE
               CLOSE NEW-MASTER-FILE
           END-IF.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-REBUILD-MODE
               PERFORM REPLACE-MASTER-FILE
           END-IF.
           DISPLAY "SAMPLEVF JOB SUMMARY".
           DISPLAY "LIVE ENTRIES READ    : " WS-LIVE-ENTRIES.
           DISPLAY "ARCHIVE ENTRIES READ : " WS-ARCHIVE-ENTRIES.
           DISPLAY "ENTRIES APPLIED      : " WS-ENTRIES-APPLIED.
           DISPLAY "MASTER RECORDS READ  : " WS-MASTERS-READ.
           DISPLAY "AGREEING WITH TRAIL  : " WS-MASTERS-AGREED.
           DISPLAY "DIFFERING FROM TRAIL : " WS-MASTERS-DIFFERING.
           DISPLAY "ON MASTER ONLY       : " WS-MASTER-ONLY-COUNT.
           DISPLAY "ON TRAIL ONLY        : " WS-TRAIL-ONLY-COUNT.
           IF WS-REBUILD-MODE
               DISPLAY "MASTER RECORDS BUILT : " WS-MASTERS-REBUILT
           END-IF.
           GOBACK.
       GET-RUN-MODE.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           INSPECT WS-PARM-MODE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-PARM-MODE
               WHEN SPACES
               WHEN "VERIFY "
                   CONTINUE
               WHEN "REBUILD"
                   MOVE 'Y' TO WS-REBUILD-SWITCH
               WHEN OTHER
                   DISPLAY "SAMPLEVF: ABEND - MODE '" WS-PARM-MODE
                           "' IS NOT VERIFY OR REBUILD"
                   STOP RUN
           END-EVALUATE.
       CHECK-SUPERVISOR-AUTHORIZED.
      *    A rebuild replaces the book of record, so it runs only
      *    under an operator holding the escalation supervisor role
      *    on ENTITLE.
           MOVE WS-PARM-SUPERVISOR-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEVF"         TO ENC-PROGRAM-ID.
           MOVE 5                  TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLEVF: ABEND - USER " WS-PARM-SUPERVISOR-ID
                       " NOT ENTITLED TO REBUILD - "
                       ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
           DISPLAY "SAMPLEVF: POSTMST REBUILD AUTHORIZED BY "
                   WS-PARM-SUPERVISOR-ID.
       CHECK-EXTRACT-MERGED.
           OPEN INPUT AUDIT-EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   AND WS-EXTRACT-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEVF: AUDIT EXTRACT OPEN FAILED, STATUS="
                       WS-EXTRACT-FILE-STATUS
               STOP RUN
           END-IF.
           READ AUDIT-EXTRACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY "SAMPLEVF: ABEND - AUDIT EXTRACT NOT "
                           "MERGED - RUN SAMPLEAL FIRST"
                   CLOSE AUDIT-EXTRACT-FILE
                   STOP RUN
           END-READ.
           CLOSE AUDIT-EXTRACT-FILE.
       OPEN-MASTER-FILES.
      *    Verification needs the master; a rebuild only wants it for
      *    the comparison and carries on without it.
           OPEN INPUT POSTED-MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-AVAILABLE-SWITCH
               MOVE LOW-VALUES TO PM-KEY
               START POSTED-MASTER-FILE
                   KEY IS NOT LESS THAN PM-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               END-START
           ELSE
               IF NOT WS-REBUILD-MODE
                   DISPLAY "SAMPLEVF: MASTER FILE OPEN FAILED, "
                           "STATUS=" WS-MASTER-FILE-STATUS
                   STOP RUN
               END-IF
               DISPLAY "SAMPLEVF: MASTER FILE OPEN FAILED, STATUS="
                       WS-MASTER-FILE-STATUS
                       " - REBUILDING WITHOUT COMPARISON"
               MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               MOVE 'Y' TO WS-MASTER-INCOMPLETE-SWITCH
           END-IF.
           IF WS-REBUILD-MODE
               OPEN OUTPUT NEW-MASTER-FILE
               IF WS-NEW-MASTER-STATUS NOT = "00"
                   DISPLAY "SAMPLEVF: NEW MASTER OPEN FAILED, "
                           "STATUS=" WS-NEW-MASTER-STATUS
                   STOP RUN
               END-IF
           END-IF.
       RELEASE-TRAIL-ENTRIES.
      *    Archived years first, then the live file; the sort puts
      *    every key's entries back in write order whichever file
      *    they came from.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR.
           MOVE WS-CURRENT-YEAR TO WS-SEARCH-YEAR.
           SUBTRACT WS-ARCHIVE-YEARS-BACK FROM WS-CURRENT-YEAR
               GIVING WS-OLDEST-YEAR.
           PERFORM RELEASE-ONE-ARCHIVE-YEAR
               UNTIL WS-SEARCH-YEAR < WS-OLDEST-YEAR.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
           MOVE LOW-VALUES TO AUDIT-KEY.
           START AUDIT-FILE
               KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIVE-ENTRIES
                       MOVE AUDIT-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
               END-READ
      *        A trail that cannot be read to the end replays short:
      *        every master past the break would be misreported, and
      *        a rebuild would drop them.
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                       AND WS-AUDIT-FILE-STATUS NOT = "02"
                       AND WS-AUDIT-FILE-STATUS NOT = "10"
                   DISPLAY "SAMPLEVF: AUDIT FILE READ ERROR, STATUS="
                           WS-AUDIT-FILE-STATUS
                           " - NOTHING REPLACED"
                   STOP RUN
               END-IF
           END-PERFORM.
       RELEASE-ONE-ARCHIVE-YEAR.
           MOVE WS-SEARCH-YEAR TO WS-ARCHIVE-NAME-YEAR.
           MOVE 'N' TO WS-ARCHIVE-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   AND WS-ARCHIVE-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEVF: ARCHIVE OPEN FAILED FOR "
                       WS-ARCHIVE-FILE-NAME ", STATUS="
                       WS-ARCHIVE-FILE-STATUS " - NOTHING REPLACED"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ARCHIVE-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-ENTRIES
                       MOVE ARCHIVE-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           SUBTRACT 1 FROM WS-SEARCH-YEAR.
       REPLAY-TRAIL-ENTRIES.
      *    Sorted entries and the master are both in key order, so
      *    the two are matched in a single pass.
           PERFORM READ-NEXT-MASTER.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   NOT AT END
                       PERFORM REPLAY-ONE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-KEY-OPEN
               PERFORM SETTLE-REPLAY-KEY
           END-IF.
           PERFORM LIST-MASTER-ONLY
               UNTIL WS-MASTER-EOF.
       REPLAY-ONE-ENTRY.
      *    The sort record is laid into the audit record area (the
      *    live browse is over by now) so the replay reads the
      *    entry under its AUDITLK names.
           MOVE SORT-RECORD TO AUDIT-RECORD.
           IF WS-KEY-OPEN
               IF AUDIT-TRANSACTION-ID NOT = WS-RP-TRANSACTION-ID
                       OR AUDIT-EFFECTIVE-DATE NOT =
                          WS-RP-EFFECTIVE-DATE
                   PERFORM SETTLE-REPLAY-KEY
               END-IF
           END-IF.
           IF NOT WS-KEY-OPEN
               MOVE SPACES TO WS-REPLAY-RECORD
               MOVE AUDIT-TRANSACTION-ID TO WS-RP-TRANSACTION-ID
               MOVE AUDIT-EFFECTIVE-DATE TO WS-RP-EFFECTIVE-DATE
               MOVE ZERO TO WS-RP-DATA1 WS-RP-DATA2 WS-RP-DATA3
                            WS-RP-SUM-DATA
               MOVE 'N' TO WS-RP-PRESENT-SWITCH
               MOVE 'Y' TO WS-KEY-OPEN-SWITCH
           END-IF.
           IF AUDIT-RETURN-CODE = ZERO
               PERFORM APPLY-TRAIL-ENTRY
           ELSE
               ADD 1 TO WS-ENTRIES-IGNORED
           END-IF.
       APPLY-TRAIL-ENTRY.
      *    The same rules the writers apply to the master: a posting
      *    or an adjustment replaces whatever stands; a backout
      *    removes the record only while the batch posting itself
      *    still stands -- one an adjustment has since corrected is
      *    left in place by SAMPLEBO.  'O' entries from any caller
      *    other than the batch or a forced posting are plain
      *    invocations that never reached the master.
           EVALUATE TRUE
               WHEN AUDIT-ADJUSTMENT-ENTRY
                       AND AUDIT-REASON-CODE = 'BKO '
                   ADD 1 TO WS-ENTRIES-APPLIED
                   IF WS-RP-PRESENT AND WS-RP-MAINT-TYPE = 'O'
                       MOVE 'N' TO WS-RP-PRESENT-SWITCH
                   ELSE
                       ADD 1 TO WS-BACKOUTS-LEFT
                   END-IF
               WHEN AUDIT-ADJUSTMENT-ENTRY
                   ADD 1 TO WS-ENTRIES-APPLIED
                   PERFORM STAND-ENTRY-VALUE
               WHEN AUDIT-ORIGINAL-ENTRY
                       AND (AUDIT-CALLER-SESSION-ID = "SAMPLEBT"
                            OR AUDIT-CALLER-SESSION-ID = "SAMPLEEW")
                   ADD 1 TO WS-ENTRIES-APPLIED
                   PERFORM STAND-ENTRY-VALUE
               WHEN OTHER
                   ADD 1 TO WS-ENTRIES-IGNORED
           END-EVALUATE.
       STAND-ENTRY-VALUE.
           MOVE AUDIT-OPERATION-CODE TO WS-RP-OPERATION-CODE.
           MOVE AUDIT-DATA1          TO WS-RP-DATA1.
           MOVE AUDIT-DATA2          TO WS-RP-DATA2.
           MOVE AUDIT-DATA3          TO WS-RP-DATA3.
           MOVE AUDIT-SUM-DATA       TO WS-RP-SUM-DATA.
           MOVE AUDIT-CURRENCY-CODE  TO WS-RP-CURRENCY-CODE.
           MOVE AUDIT-ENTRY-TYPE     TO WS-RP-MAINT-TYPE.
           MOVE AUDIT-TIMESTAMP      TO WS-RP-TIMESTAMP.
           MOVE AUDIT-ACCOUNT-NUMBER TO WS-RP-ACCOUNT-NUMBER.
           MOVE 'Y' TO WS-RP-PRESENT-SWITCH.
       SETTLE-REPLAY-KEY.
      *    Masters keyed below the replayed key have no trail at all;
      *    then the replayed key is matched against the master.
           MOVE 'N' TO WS-KEY-OPEN-SWITCH.
           PERFORM LIST-MASTER-ONLY
               UNTIL WS-MASTER-EOF
                   OR PM-KEY NOT < WS-RP-KEY.
           IF WS-RP-PRESENT
               ADD 1 TO WS-REPLAY-RECORDS
               IF WS-REBUILD-MODE
                   PERFORM WRITE-REBUILT-MASTER
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-EOF AND PM-KEY = WS-RP-KEY
                   IF WS-RP-PRESENT
                       PERFORM COMPARE-MASTER-TO-REPLAY
                   ELSE
                       ADD 1 TO WS-MASTER-ONLY-COUNT
                       MOVE "ON MASTER, BACKED OUT ON TRAIL"
                           TO WS-XL-PROBLEM
                       PERFORM PRINT-EXCEPTION-KEY
                       PERFORM PRINT-MASTER-VALUES
                   END-IF
                   PERFORM READ-NEXT-MASTER
               WHEN WS-RP-PRESENT AND NOT WS-MASTER-INCOMPLETE
                   ADD 1 TO WS-TRAIL-ONLY-COUNT
                   MOVE "ON TRAIL, MISSING FROM MASTER"
                       TO WS-XL-PROBLEM
                   PERFORM PRINT-EXCEPTION-KEY
                   PERFORM PRINT-REPLAY-VALUES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       COMPARE-MASTER-TO-REPLAY.
           IF PM-SUM-DATA = WS-RP-SUM-DATA
                   AND PM-CURRENCY-CODE = WS-RP-CURRENCY-CODE
                   AND PM-LAST-MAINT-TYPE = WS-RP-MAINT-TYPE
                   AND PM-ACCOUNT-NUMBER = WS-RP-ACCOUNT-NUMBER
               ADD 1 TO WS-MASTERS-AGREED
           ELSE
               ADD 1 TO WS-MASTERS-DIFFERING
               MOVE "DIFFERS FROM AUDIT TRAIL" TO WS-XL-PROBLEM
               PERFORM PRINT-EXCEPTION-KEY
               PERFORM PRINT-MASTER-VALUES
               PERFORM PRINT-REPLAY-VALUES
           END-IF.
       LIST-MASTER-ONLY.
           ADD 1 TO WS-MASTER-ONLY-COUNT.
           MOVE "ON MASTER, NO AUDIT TRAIL" TO WS-XL-PROBLEM.
           MOVE PM-TRANSACTION-ID TO WS-XL-TRANSACTION-ID.
           MOVE PM-EFFECTIVE-DATE TO WS-XL-EFFECTIVE-DATE.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-MASTER-VALUES.
           PERFORM READ-NEXT-MASTER.
       READ-NEXT-MASTER.
           IF NOT WS-MASTER-EOF
               READ POSTED-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-MASTERS-READ
               END-READ
      *        A damaged master stops the comparison where it broke;
      *        the report says so rather than listing everything
      *        after the break as missing.
               IF WS-MASTER-FILE-STATUS NOT = "00"
                       AND WS-MASTER-FILE-STATUS NOT = "02"
                       AND WS-MASTER-FILE-STATUS NOT = "10"
                   DISPLAY "SAMPLEVF: MASTER FILE READ ERROR, STATUS="
                           WS-MASTER-FILE-STATUS
                           " - COMPARISON STOPPED"
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   MOVE 'Y' TO WS-MASTER-INCOMPLETE-SWITCH
               END-IF
           END-IF.
       WRITE-REBUILT-MASTER.
      *    The last-maintenance stamp is taken from the audit entry
      *    that put the value there, the nearest record the trail
      *    holds of when the master was last written.
           MOVE WS-RP-TRANSACTION-ID  TO NM-TRANSACTION-ID.
           MOVE WS-RP-EFFECTIVE-DATE  TO NM-EFFECTIVE-DATE.
           MOVE WS-RP-OPERATION-CODE  TO NM-OPERATION-CODE.
           MOVE WS-RP-DATA1           TO NM-DATA1.
           MOVE WS-RP-DATA2           TO NM-DATA2.
           MOVE WS-RP-DATA3           TO NM-DATA3.
           MOVE WS-RP-SUM-DATA        TO NM-SUM-DATA.
           MOVE WS-RP-CURRENCY-CODE   TO NM-CURRENCY-CODE.
           MOVE WS-RP-MAINT-TYPE      TO NM-LAST-MAINT-TYPE.
           MOVE WS-RP-TIMESTAMP       TO NM-LAST-MAINT-TIMESTAMP.
           MOVE WS-RP-ACCOUNT-NUMBER  TO NM-ACCOUNT-NUMBER.
           WRITE NEW-MASTER-RECORD.
           IF WS-NEW-MASTER-STATUS NOT = "00"
               DISPLAY "SAMPLEVF: NEW MASTER WRITE ERROR, STATUS="
                       WS-NEW-MASTER-STATUS " - POSTMST NOT REPLACED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-MASTERS-REBUILT.
           ADD WS-RP-SUM-DATA TO WS-REBUILT-TOTAL.
       PRINT-EXCEPTION-KEY.
           MOVE WS-RP-TRANSACTION-ID TO WS-XL-TRANSACTION-ID.
           MOVE WS-RP-EFFECTIVE-DATE TO WS-XL-EFFECTIVE-DATE.
           MOVE WS-EXCEPTION-LINE    TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-MASTER-VALUES.
           MOVE "MASTER"             TO WS-VL-SOURCE.
           MOVE PM-OPERATION-CODE    TO WS-VL-OPERATION-CODE.
           MOVE PM-SUM-DATA          TO WS-VL-SUM-DATA.
           IF PM-CURRENCY-CODE = SPACES
               MOVE "BASE" TO WS-VL-CURRENCY-CODE
           ELSE
               MOVE PM-CURRENCY-CODE TO WS-VL-CURRENCY-CODE
           END-IF.
           MOVE PM-LAST-MAINT-TYPE   TO WS-VL-MAINT-TYPE.
           MOVE PM-ACCOUNT-NUMBER    TO WS-VL-ACCOUNT-NUMBER.
           MOVE WS-VALUE-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-REPLAY-VALUES.
           MOVE "TRAIL"              TO WS-VL-SOURCE.
           MOVE WS-RP-OPERATION-CODE TO WS-VL-OPERATION-CODE.
           MOVE WS-RP-SUM-DATA       TO WS-VL-SUM-DATA.
           IF WS-RP-CURRENCY-CODE = SPACES
               MOVE "BASE" TO WS-VL-CURRENCY-CODE
           ELSE
               MOVE WS-RP-CURRENCY-CODE TO WS-VL-CURRENCY-CODE
           END-IF.
           MOVE WS-RP-MAINT-TYPE     TO WS-VL-MAINT-TYPE.
           MOVE WS-RP-ACCOUNT-NUMBER TO WS-VL-ACCOUNT-NUMBER.
           MOVE WS-VALUE-LINE        TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-REPORT-HEADING.
           MOVE "SAMPLEVF POSTED MASTER / AUDIT TRAIL VERIFICATION"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUN TIMESTAMP"      TO WS-HL-LABEL.
           MOVE FUNCTION CURRENT-DATE TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MODE"               TO WS-HL-LABEL.
           IF WS-REBUILD-MODE
               MOVE "REBUILD POSTMST FROM AUDIT TRAIL"
                   TO WS-HL-VALUE
           ELSE
               MOVE "VERIFY ONLY"    TO WS-HL-VALUE
           END-IF.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REBUILD-MODE
               MOVE "AUTHORIZED BY"       TO WS-HL-LABEL
               MOVE WS-PARM-SUPERVISOR-ID TO WS-HL-VALUE
               MOVE WS-HEADING-LINE       TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MASTER-INCOMPLETE
               MOVE "*** POSTMST NOT READ IN FULL - COMPARISON PARTIAL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "LIVE TRAIL ENTRIES READ"   TO WS-CL-LABEL.
           MOVE WS-LIVE-ENTRIES             TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED ENTRIES READ"     TO WS-CL-LABEL.
           MOVE WS-ARCHIVE-ENTRIES          TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES APPLIED"           TO WS-CL-LABEL.
           MOVE WS-ENTRIES-APPLIED          TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ENTRIES NOT POSTING"       TO WS-CL-LABEL.
           MOVE WS-ENTRIES-IGNORED          TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BACKOUTS LEFT ADJUSTED"    TO WS-CL-LABEL.
           MOVE WS-BACKOUTS-LEFT            TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS PER TRAIL"         TO WS-CL-LABEL.
           MOVE WS-REPLAY-RECORDS           TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MASTER RECORDS READ"       TO WS-CL-LABEL.
           MOVE WS-MASTERS-READ             TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AGREEING WITH TRAIL"       TO WS-CL-LABEL.
           MOVE WS-MASTERS-AGREED           TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DIFFERING FROM TRAIL"      TO WS-CL-LABEL.
           MOVE WS-MASTERS-DIFFERING        TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ON MASTER ONLY"            TO WS-CL-LABEL.
           MOVE WS-MASTER-ONLY-COUNT        TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ON TRAIL ONLY"             TO WS-CL-LABEL.
           MOVE WS-TRAIL-ONLY-COUNT         TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REBUILD-MODE
               MOVE "MASTER RECORDS REBUILT" TO WS-CL-LABEL
               MOVE WS-MASTERS-REBUILT       TO WS-CL-VALUE
               MOVE WS-COUNT-LINE            TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "REBUILT SUM-DATA TOTAL" TO WS-AL-LABEL
               MOVE WS-REBUILT-TOTAL         TO WS-AL-VALUE
               MOVE WS-AMOUNT-LINE           TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       REPLACE-MASTER-FILE.
      *    Reached only when the whole trail replayed and every
      *    rebuilt record was written: an abend anywhere above
      *    leaves POSTMST exactly as it was.  The replaced file is
      *    kept as POSTMST.OLD until the next rebuild.
           CALL "CBL_DELETE_FILE" USING WS-OLD-FILE-NAME.
           CALL "CBL_RENAME_FILE" USING WS-LIVE-FILE-NAME
                                        WS-OLD-FILE-NAME.
           CALL "CBL_RENAME_FILE" USING WS-NEW-FILE-NAME
                                        WS-LIVE-FILE-NAME.
           DISPLAY "SAMPLEVF: POSTMST REPLACED FROM THE AUDIT TRAIL, "
                   "PRIOR FILE KEPT AS POSTMST.OLD".
