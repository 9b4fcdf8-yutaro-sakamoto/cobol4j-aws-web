       PROGRAM-ID.             SAMPLEBO.
      *====================================================*
      * SAMPLEBO - full-run backout.  Given a business     *
      * date and the operator's id on the command line     *
      * (e.g. 20240115 OPER01; the id must hold the        *
      * backout role on ENTITLE), walks that date's 'O'    *
      * posting entries on AUDITLOG, reverses the          *
      * corresponding POSTMST records, writes offsetting   *
      * audit entries so the trail shows the backout, and  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
      *    Probed (never written) to prove the date's audit entries
      *    have been merged: until SAMPLEAL runs, the run's 'O'
      *    entries sit here and a backout walking AUDITLOG would
           SELECT OPTIONAL AUDIT-EXTRACT-FILE ASSIGN TO "AUDITEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
      *    Months SAMPLEPC has closed; a date inside one is refused.
           SELECT OPTIONAL PERIOD-CLOSE-FILE ASSIGN TO "PERIODCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  AUDIT-FILE.
           COPY RUNCTL.
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       FD  AUDIT-EXTRACT-FILE.
       01  AUDIT-EXTRACT-RECORD    PIC X(171).
       FD  PERIOD-CLOSE-FILE.
           COPY PERIODCL.
       WORKING-STORAGE         SECTION.
       01  WS-AUDIT-FILE-STATUS      PIC X(02).
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-MASTER-FILE-STATUS     PIC X(02).
       01  WS-ACCOUNT-FILE-STATUS    PIC X(02).
       01  WS-EXTRACT-FILE-STATUS    PIC X(02).
       01  WS-PERIOD-FILE-STATUS     PIC X(02).
       01  WS-RUN-PARM.
           05  WS-DATE-PARM          PIC X(08)   VALUE SPACES.
           05  FILLER                PIC X(01)   VALUE SPACES.
           05  WS-PARM-OPERATOR-ID   PIC X(10)   VALUE SPACES.
       01  WS-BACKOUT-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-ACTIVITY-DATE          PIC 9(08)   VALUE ZERO.
       01  WS-RUNCTL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-RUNCTL-EOF                     VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
           05  WS-BO-SUM-DATA        PIC S9(09)V99.
           05  WS-BO-CURRENCY-CODE   PIC X(03).
           05  WS-BO-SOURCE-SYSTEM   PIC X(08).
           05  WS-BO-ACCOUNT-NUMBER  PIC X(10).
       01  WS-ADJUSTS-SEQUENCE-NO    PIC 9(08)   VALUE ZERO.
      *    AUDIT-ADJUSTS-KEYs of the date's existing 'BKO' offsets,
      *    collected before anything is reversed: audit entries are
           05  WS-KEEP-CTLRPT-DATE   PIC 9(08).
       01  WS-ENTRIES-WALKED         PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-DELETED        PIC 9(08)   VALUE ZERO.
       01  WS-BALANCES-REVERSED      PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-ADJUSTED       PIC 9(08)   VALUE ZERO.
       01  WS-MASTERS-MISSING        PIC 9(08)   VALUE ZERO.
       01  WS-OFFSETS-WRITTEN        PIC 9(08)   VALUE ZERO.
           COPY ENTITLLK.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           PERFORM GET-BACKOUT-DATE.
           PERFORM CHECK-OPERATOR-ENTITLED.
           PERFORM CHECK-PERIOD-OPEN.
           PERFORM CHECK-EXTRACT-MERGED.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                       WS-MASTER-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBO: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               STOP RUN
           END-IF.
           PERFORM COLLECT-PRIOR-OFFSETS.
           PERFORM BACKOUT-AUDIT-ENTRIES.
           PERFORM RESET-RUN-CONTROL.
           PERFORM DELETE-RETAINED-OUTPUTS.
           CLOSE AUDIT-FILE
                 POSTED-MASTER-FILE
                 ACCOUNT-MASTER-FILE
                 RUN-CONTROL-FILE.
           DISPLAY "SAMPLEBO JOB SUMMARY".
           DISPLAY "BUSINESS DATE    : " WS-BACKOUT-DATE.
           DISPLAY "POSTINGS WALKED  : " WS-ENTRIES-WALKED.
           DISPLAY "MASTERS DELETED  : " WS-MASTERS-DELETED.
           DISPLAY "BALANCES REVERSED: " WS-BALANCES-REVERSED.
           DISPLAY "LEFT (ADJUSTED)  : " WS-MASTERS-ADJUSTED.
           DISPLAY "ALREADY GONE     : " WS-MASTERS-MISSING.
           DISPLAY "OFFSETS WRITTEN  : " WS-OFFSETS-WRITTEN.
                   "POSTED AGAIN THROUGH SAMPLEBT".
           GOBACK.
       GET-BACKOUT-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM NOT NUMERIC
               DISPLAY "SAMPLEBO: ABEND - BUSINESS DATE PARAMETER '"
                       WS-DATE-PARM "' IS NOT AN 8-DIGIT DATE"
               STOP RUN
           END-IF.
           MOVE WS-DATE-PARM TO WS-BACKOUT-DATE.
       CHECK-OPERATOR-ENTITLED.
      *    Reversing a whole business date is the most destructive
      *    thing the system does; only an operator holding the
      *    backout role on ENTITLE may start it.
           MOVE WS-PARM-OPERATOR-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEBO"          TO ENC-PROGRAM-ID.
           MOVE 6                   TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF NOT ENC-ENTITLED
               DISPLAY "SAMPLEBO: ABEND - OPERATOR '"
                       WS-PARM-OPERATOR-ID "' NOT ENTITLED - "
                       ENC-REFUSAL-REASON
               STOP RUN
           END-IF.
       CHECK-PERIOD-OPEN.
      *    A closed month's balances are the ones its snapshot and
      *    roll-forward were signed off on; reversing a run inside it
      *    would change them after the fact.  No register at all
      *    means nothing has ever been closed.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEBO: PERIOD CLOSE FILE OPEN FAILED, "
                       "STATUS=" WS-PERIOD-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BACKOUT-DATE(1:6) TO PC-PERIOD.
           READ PERIOD-CLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-PERIOD-CLOSED
                       DISPLAY "SAMPLEBO: ABEND - PERIOD " PC-PERIOD
                               " IS CLOSED - DATE " WS-BACKOUT-DATE
                               " CANNOT BE BACKED OUT"
                       CLOSE PERIOD-CLOSE-FILE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE PERIOD-CLOSE-FILE.
       CHECK-EXTRACT-MERGED.
      *    One record is enough to prove an unmerged extract: the
      *    postings to reverse would not be on AUDITLOG yet and the
           MOVE AUDIT-SUM-DATA       TO WS-BO-SUM-DATA.
           MOVE AUDIT-CURRENCY-CODE  TO WS-BO-CURRENCY-CODE.
           MOVE AUDIT-SOURCE-SYSTEM  TO WS-BO-SOURCE-SYSTEM.
           MOVE AUDIT-ACCOUNT-NUMBER TO WS-BO-ACCOUNT-NUMBER.
           PERFORM REVERSE-MASTER-RECORD.
           PERFORM WRITE-OFFSET-AUDIT-ENTRY.
       REVERSE-MASTER-RECORD.
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MASTERS-DELETED
                   IF PM-ACCOUNT-NUMBER NOT = SPACES
                       PERFORM REVERSE-ACCOUNT-BALANCE
                   END-IF
           END-EVALUATE.
       REVERSE-ACCOUNT-BALANCE.
      *    The deleted master's amount comes back off the account it
      *    was carried on.  The account's status is not checked: a
      *    backout undoes money that was let on, whatever has been
      *    done to the account since.  A failure here leaves the
      *    master already deleted, and a rerun reads it as ALREADY
      *    GONE, so the balance must then be corrected by hand.
           MOVE PM-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SAMPLEBO: ACCOUNT " PM-ACCOUNT-NUMBER
                           " NOT ON ACCOUNT MASTER - MASTER "
                           PM-TRANSACTION-ID " DELETED, CORRECT THE "
                           "BALANCE MANUALLY"
                   STOP RUN
           END-READ.
           SUBTRACT PM-SUM-DATA FROM ACCT-BALANCE
               ON SIZE ERROR
                   DISPLAY "SAMPLEBO: ACCOUNT " PM-ACCOUNT-NUMBER
                           " BALANCE OVERFLOW - MASTER "
                           PM-TRANSACTION-ID " DELETED, CORRECT THE "
                           "BALANCE MANUALLY"
                   STOP RUN
           END-SUBTRACT.
      *    Last activity is the day the balance last moved, and
      *    never goes backwards.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACTIVITY-DATE.
           IF WS-ACTIVITY-DATE > ACCT-LAST-ACTIVITY-DATE
               MOVE WS-ACTIVITY-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEBO: ACCOUNT MASTER REWRITE ERROR, "
                       "STATUS=" WS-ACCOUNT-FILE-STATUS
                       " - CORRECT THE BALANCE MANUALLY"
               STOP RUN
           END-IF.
           IF NOT ACCT-OPEN
               DISPLAY "SAMPLEBO: ACCOUNT " PM-ACCOUNT-NUMBER
                       " IS NOT OPEN - BALANCE REVERSED, REVIEW"
           END-IF.
           ADD 1 TO WS-BALANCES-REVERSED.
       WRITE-OFFSET-AUDIT-ENTRY.
      *    The offset is an adjustment entry chained to the posting
      *    it reverses, amounts negated, so the trail reads: posted,
           MOVE ZERO                 TO AUDIT-RETURN-CODE.
           MOVE 'A'                  TO AUDIT-ENTRY-TYPE.
           MOVE 'BKO '               TO AUDIT-REASON-CODE.
      *    APPROVED-BY names the operator who ran the backout, as
      *    it names the supervisor on a SAMPLEEW forced posting.
           MOVE WS-PARM-OPERATOR-ID  TO AUDIT-APPROVED-BY.
           MOVE WS-BO-CURRENCY-CODE  TO AUDIT-CURRENCY-CODE.
           MOVE WS-BO-SOURCE-SYSTEM  TO AUDIT-SOURCE-SYSTEM.
           MOVE WS-BO-ACCOUNT-NUMBER TO AUDIT-ACCOUNT-NUMBER.
      *    Same duplicate-key exposure as every audit writer: claim
      *    the next free sequence number by retrying.  Any OTHER
      *    (non-key) write error abends the backout mid-walk; on a
