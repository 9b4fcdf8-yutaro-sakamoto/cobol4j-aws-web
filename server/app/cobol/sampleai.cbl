       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEAI.
      *====================================================*
      * SAMPLEAI - account balance inquiry.  Keyed an      *
      * account number, shows what ACCTMST holds for it:   *
      * name, status, currency, the running balance that   *
      * postings, approved adjustments and backouts have   *
      * built up, the last-activity date, and when the     *
      * account was opened and closed.  Read-only.         *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.
       WORKING-STORAGE         SECTION.
       01  WS-ACCOUNT-FILE-STATUS    PIC X(02).
       01  WS-ACCOUNT-NUMBER         PIC X(10)   VALUE SPACES.
       01  WS-STATUS-TEXT            PIC X(06)   VALUE SPACES.
       01  WS-CURRENCY-TEXT          PIC X(03)   VALUE SPACES.
      *    Shown when the account carries no currency of its own.
       01  WS-BASE-CURRENCY          PIC X(03)   VALUE "USD".
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
       01  ACCOUNT-SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "ACCOUNT BALANCE INQUIRY".
           05  LINE 03 COL 01 VALUE "ACCOUNT NUMBER: ".
           05  LINE 03 COL 17 PIC X(10) TO WS-ACCOUNT-NUMBER.
       01  ACCOUNT-BALANCE-SCREEN.
           05  LINE 05 COL 01 VALUE "NAME          : ".
           05  LINE 05 COL 17 PIC X(30) FROM ACCT-NAME.
           05  LINE 06 COL 01 VALUE "STATUS        : ".
           05  LINE 06 COL 17 PIC X(06) FROM WS-STATUS-TEXT.
           05  LINE 07 COL 01 VALUE "CURRENCY      : ".
           05  LINE 07 COL 17 PIC X(03) FROM WS-CURRENCY-TEXT.
           05  LINE 08 COL 01 VALUE "BALANCE       : ".
           05  LINE 08 COL 17 PIC -(13)9.99 FROM ACCT-BALANCE.
           05  LINE 09 COL 01 VALUE "LAST ACTIVITY : ".
           05  LINE 09 COL 17 PIC 9(08) FROM ACCT-LAST-ACTIVITY-DATE.
           05  LINE 10 COL 01 VALUE "OPENED        : ".
           05  LINE 10 COL 17 PIC 9(08) FROM ACCT-OPENED-DATE.
           05  LINE 11 COL 01 VALUE "CLOSED        : ".
           05  LINE 11 COL 17 PIC 9(08) FROM ACCT-CLOSED-DATE.
       PROCEDURE               DIVISION
                               USING  SAMPLE-LINKAGE-RECORD.
       MAIN-SECTION.
      *    WORKING-STORAGE persists across CALLs within the same run
      *    unit (no IS INITIAL PROGRAM), so anything left behind by a
      *    prior invocation must be reset here rather than relying on
      *    VALUE clauses, which only apply once at program load.
           MOVE SPACES TO WS-ACCOUNT-NUMBER.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the INQUIRY role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEAI"        TO ENC-PROGRAM-ID.
           MOVE 1                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-INQUIRY-SESSION
           ELSE
               DISPLAY "SAMPLEAI: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-INQUIRY-SESSION.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   AND WS-ACCOUNT-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEAI: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               DISPLAY ACCOUNT-SEARCH-SCREEN
               ACCEPT ACCOUNT-SEARCH-SCREEN
               IF WS-ACCOUNT-NUMBER = SPACES
                   DISPLAY "SAMPLEAI: AN ACCOUNT NUMBER IS REQUIRED"
                   MOVE 99 TO SAMPLE-RETURN-CODE
               ELSE
                   PERFORM SHOW-ACCOUNT-BALANCE
               END-IF
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       SHOW-ACCOUNT-BALANCE.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SAMPLEAI: NO ACCOUNT " WS-ACCOUNT-NUMBER
                           " ON FILE"
                   MOVE 99 TO SAMPLE-RETURN-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-OPEN
                           MOVE "OPEN"   TO WS-STATUS-TEXT
                       WHEN ACCT-FROZEN
                           MOVE "FROZEN" TO WS-STATUS-TEXT
                       WHEN ACCT-CLOSED
                           MOVE "CLOSED" TO WS-STATUS-TEXT
                       WHEN OTHER
                           MOVE ACCT-STATUS TO WS-STATUS-TEXT
                   END-EVALUATE
                   IF ACCT-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY   TO WS-CURRENCY-TEXT
                   ELSE
                       MOVE ACCT-CURRENCY-CODE TO WS-CURRENCY-TEXT
                   END-IF
                   DISPLAY ACCOUNT-BALANCE-SCREEN
           END-READ.
