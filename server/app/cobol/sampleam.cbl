       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEAM.
      *====================================================*
      * SAMPLEAM - online account maintenance.  Opens a    *
      * customer account on ACCTMST, changes its name (and *
      * its currency, until anything has posted to it),    *
      * freezes it so SAMPLEBT rejects its postings,       *
      * unfreezes it, or closes it for good once the       *
      * balance stands at zero.  The balance and activity  *
      * date are never keyed here -- only postings,        *
      * approved adjustments and backouts move them.  The  *
      * operator and time of the last change stay on the   *
      * record.                                            *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *    OPTIONAL so the very first account ever opened creates the
      *    master.
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
       01  WS-FILE-ERROR-SWITCH      PIC X(01)   VALUE 'N'.
           88  WS-FILE-ERROR                     VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SWITCH   PIC X(01)   VALUE 'N'.
           88  WS-ACCOUNT-FOUND                  VALUE 'Y'.
       01  WS-ENTRY-VALID-SWITCH     PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-VALID                    VALUE 'Y'.
       01  WS-ACTION                 PIC X(01)   VALUE SPACE.
           88  WS-ACTION-ADD                     VALUE 'A'.
           88  WS-ACTION-CHANGE                  VALUE 'C'.
           88  WS-ACTION-FREEZE                  VALUE 'F'.
           88  WS-ACTION-UNFREEZE                VALUE 'U'.
           88  WS-ACTION-CLOSE                   VALUE 'X'.
       01  WS-ACCOUNT-NUMBER         PIC X(10)   VALUE SPACES.
       01  WS-CONFIRM                PIC X(01)   VALUE SPACE.
           88  WS-CONFIRMED                      VALUE 'Y'.
       01  WS-MESSAGE                PIC X(60)   VALUE SPACES.
      *    The name and currency as keyed; shown pre-filled with the
      *    account's current values on a change.
       01  WS-NEW-NAME               PIC X(30)   VALUE SPACES.
       01  WS-NEW-CURRENCY           PIC X(03)   VALUE SPACES.
       01  WS-CURRENCY-SPACES        PIC 9(01)   VALUE ZERO.
       01  WS-TODAY-DATE             PIC 9(08)   VALUE ZERO.
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
       01  ACCOUNT-ACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE "ACCOUNT MAINTENANCE".
           05  LINE 03 COL 01 VALUE
               "ACTION (A=ADD C=CHANGE F=FREEZE U=UNFREEZE X=CLOSE): ".
           05  LINE 03 COL 54 PIC X(01) TO WS-ACTION.
           05  LINE 05 COL 01 VALUE "ACCOUNT NUMBER: ".
           05  LINE 05 COL 17 PIC X(10) TO WS-ACCOUNT-NUMBER.
       01  CURRENT-ACCOUNT-SCREEN.
           05  LINE 07 COL 01 VALUE "NAME          : ".
           05  LINE 07 COL 17 PIC X(30) FROM ACCT-NAME.
           05  LINE 08 COL 01 VALUE "STATUS        : ".
           05  LINE 08 COL 17 PIC X(01) FROM ACCT-STATUS.
           05  LINE 08 COL 20 VALUE "(O=OPEN F=FROZEN C=CLOSED)".
           05  LINE 09 COL 01 VALUE "CURRENCY      : ".
           05  LINE 09 COL 17 PIC X(03) FROM ACCT-CURRENCY-CODE.
           05  LINE 10 COL 01 VALUE "BALANCE       : ".
           05  LINE 10 COL 17 PIC -(13)9.99 FROM ACCT-BALANCE.
           05  LINE 11 COL 01 VALUE "LAST ACTIVITY : ".
           05  LINE 11 COL 17 PIC 9(08) FROM ACCT-LAST-ACTIVITY-DATE.
           05  LINE 12 COL 01 VALUE "LAST CHANGED  : ".
           05  LINE 12 COL 17 PIC X(10) FROM ACCT-LAST-MAINT-BY.
           05  LINE 12 COL 28 PIC X(21) FROM ACCT-LAST-MAINT-TIMESTAMP.
       01  ACCOUNT-ENTRY-SCREEN.
           05  LINE 14 COL 01 VALUE "NEW NAME      : ".
           05  LINE 14 COL 17 PIC X(30) USING WS-NEW-NAME.
           05  LINE 15 COL 01 VALUE "NEW CURRENCY  : ".
           05  LINE 15 COL 17 PIC X(03) USING WS-NEW-CURRENCY.
           05  LINE 15 COL 22 VALUE "(BLANK = BASE CURRENCY)".
           05  LINE 16 COL 01 PIC X(60) FROM WS-MESSAGE.
       01  CONFIRM-SCREEN.
           05  LINE 14 COL 01 PIC X(60) FROM WS-MESSAGE.
           05  LINE 15 COL 01 VALUE "CONFIRM (Y/N): ".
           05  LINE 15 COL 16 PIC X(01) TO WS-CONFIRM.
       01  ACCOUNT-MESSAGE-SCREEN.
           05  LINE 20 COL 01 PIC X(60) FROM WS-MESSAGE.
       PROCEDURE               DIVISION
                               USING  SAMPLE-LINKAGE-RECORD.
       MAIN-SECTION.
      *    WORKING-STORAGE persists across CALLs within the same run
      *    unit (no IS INITIAL PROGRAM), so switches left behind by a
      *    prior invocation must be reset here rather than relying on
      *    VALUE clauses, which only apply once at program load.
           MOVE 'N' TO WS-FILE-ERROR-SWITCH.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
           MOVE SPACE TO WS-ACTION.
           MOVE SPACE TO WS-CONFIRM.
           MOVE SPACES TO WS-ACCOUNT-NUMBER.
           MOVE SPACES TO WS-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the ACCOUNT MAINTENANCE role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEAM"        TO ENC-PROGRAM-ID.
           MOVE 8                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-MAINTENANCE-SESSION
           ELSE
               DISPLAY "SAMPLEAM: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-MAINTENANCE-SESSION.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
                   AND WS-ACCOUNT-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEAM: ACCOUNT MASTER OPEN FAILED, STATUS="
                       WS-ACCOUNT-FILE-STATUS
               MOVE 'Y' TO WS-FILE-ERROR-SWITCH
           END-IF.
           IF WS-FILE-ERROR
               MOVE 97 TO SAMPLE-RETURN-CODE
           ELSE
               DISPLAY ACCOUNT-ACTION-SCREEN
               ACCEPT ACCOUNT-ACTION-SCREEN
               INSPECT WS-ACTION CONVERTING "acfux" TO "ACFUX"
               EVALUATE TRUE
                   WHEN WS-ACCOUNT-NUMBER = SPACES
                       OR WS-ACCOUNT-NUMBER(1:1) = SPACE
                       MOVE "ACCOUNT NUMBER MUST BE LEFT-JUSTIFIED"
                           TO WS-MESSAGE
                       MOVE 98 TO SAMPLE-RETURN-CODE
                   WHEN WS-ACTION-ADD
                       PERFORM ADD-ACCOUNT
                   WHEN WS-ACTION-CHANGE
                   WHEN WS-ACTION-FREEZE
                   WHEN WS-ACTION-UNFREEZE
                   WHEN WS-ACTION-CLOSE
                       PERFORM MAINTAIN-ACCOUNT
                   WHEN OTHER
                       MOVE "UNRECOGNIZED ACTION - NOTHING DONE"
                           TO WS-MESSAGE
                       MOVE 98 TO SAMPLE-RETURN-CODE
               END-EVALUATE
               DISPLAY ACCOUNT-MESSAGE-SCREEN
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
       READ-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.
       ADD-ACCOUNT.
           PERFORM READ-ACCOUNT.
           IF WS-ACCOUNT-FOUND
               MOVE "ACCOUNT ALREADY ON FILE - USE C TO CHANGE IT"
                   TO WS-MESSAGE
               MOVE 99 TO SAMPLE-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-NEW-NAME
               MOVE SPACES TO WS-NEW-CURRENCY
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
               PERFORM ENTER-ACCOUNT-VALUES
                   UNTIL WS-ENTRY-VALID
      *        A new account starts open at zero with no activity;
      *        the balance belongs to the postings from here on.
               INITIALIZE ACCOUNT-MASTER-RECORD
               MOVE WS-ACCOUNT-NUMBER TO ACCT-NUMBER
               MOVE WS-NEW-NAME       TO ACCT-NAME
               MOVE 'O'               TO ACCT-STATUS
               MOVE WS-NEW-CURRENCY   TO ACCT-CURRENCY-CODE
               MOVE ZERO              TO ACCT-BALANCE
               MOVE ZERO              TO ACCT-LAST-ACTIVITY-DATE
               MOVE WS-TODAY-DATE     TO ACCT-OPENED-DATE
               MOVE ZERO              TO ACCT-CLOSED-DATE
               MOVE CALLER-SESSION-ID TO ACCT-LAST-MAINT-BY
               MOVE FUNCTION CURRENT-DATE
                   TO ACCT-LAST-MAINT-TIMESTAMP
               WRITE ACCOUNT-MASTER-RECORD
               IF WS-ACCOUNT-FILE-STATUS = "00"
                   MOVE "ACCOUNT OPENED" TO WS-MESSAGE
               ELSE
                   DISPLAY "SAMPLEAM: ACCOUNT MASTER WRITE FAILED, "
                           "STATUS=" WS-ACCOUNT-FILE-STATUS
                   MOVE "ACCOUNT NOT OPENED - FILE ERROR"
                       TO WS-MESSAGE
                   MOVE 97 TO SAMPLE-RETURN-CODE
               END-IF
           END-IF.
       MAINTAIN-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-FOUND
                   MOVE "NO ACCOUNT ON FILE WITH THAT NUMBER"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN ACCT-CLOSED
                   MOVE "ACCOUNT IS CLOSED - NO FURTHER MAINTENANCE"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-FREEZE AND ACCT-FROZEN
                   MOVE "ACCOUNT IS ALREADY FROZEN" TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-UNFREEZE AND NOT ACCT-FROZEN
                   MOVE "ACCOUNT IS NOT FROZEN" TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
      *        Money left on a closed account could never be moved
      *        again; it must be adjusted off first.
               WHEN WS-ACTION-CLOSE AND ACCT-BALANCE NOT = ZERO
                   MOVE "BALANCE IS NOT ZERO - ACCOUNT CANNOT CLOSE"
                       TO WS-MESSAGE
                   MOVE 99 TO SAMPLE-RETURN-CODE
               WHEN WS-ACTION-CHANGE
                   DISPLAY CURRENT-ACCOUNT-SCREEN
                   PERFORM CHANGE-ACCOUNT-DETAILS
               WHEN OTHER
                   DISPLAY CURRENT-ACCOUNT-SCREEN
                   PERFORM CHANGE-ACCOUNT-STATUS
           END-EVALUATE.
       CHANGE-ACCOUNT-DETAILS.
           MOVE ACCT-NAME          TO WS-NEW-NAME.
           MOVE ACCT-CURRENCY-CODE TO WS-NEW-CURRENCY.
           MOVE 'N' TO WS-ENTRY-VALID-SWITCH.
           PERFORM ENTER-ACCOUNT-VALUES
               UNTIL WS-ENTRY-VALID.
      *    Once anything has posted, the balance is a sum in the old
      *    currency; relabelling it would misstate it.
           IF WS-NEW-CURRENCY NOT = ACCT-CURRENCY-CODE
                   AND (ACCT-LAST-ACTIVITY-DATE NOT = ZERO
                        OR ACCT-BALANCE NOT = ZERO)
               MOVE "CURRENCY CANNOT CHANGE ONCE THE ACCOUNT HAS POSTED"
                   TO WS-MESSAGE
               MOVE 99 TO SAMPLE-RETURN-CODE
           ELSE
               MOVE WS-NEW-NAME     TO ACCT-NAME
               MOVE WS-NEW-CURRENCY TO ACCT-CURRENCY-CODE
               PERFORM REWRITE-ACCOUNT
               IF SAMPLE-RETURN-CODE = ZERO
                   MOVE "ACCOUNT CHANGED" TO WS-MESSAGE
               END-IF
           END-IF.
       CHANGE-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN WS-ACTION-FREEZE
                   MOVE "FREEZE - POSTINGS WILL BE REJECTED"
                       TO WS-MESSAGE
               WHEN WS-ACTION-UNFREEZE
                   MOVE "UNFREEZE - POSTINGS WILL BE ACCEPTED AGAIN"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "CLOSE - THIS CANNOT BE UNDONE" TO WS-MESSAGE
           END-EVALUATE.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY CONFIRM-SCREEN.
           ACCEPT CONFIRM-SCREEN.
           INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
           IF NOT WS-CONFIRMED
               MOVE "NOT CONFIRMED - NOTHING CHANGED" TO WS-MESSAGE
               MOVE 99 TO SAMPLE-RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACTION-FREEZE
                       MOVE 'F' TO ACCT-STATUS
                   WHEN WS-ACTION-UNFREEZE
                       MOVE 'O' TO ACCT-STATUS
                   WHEN OTHER
                       MOVE 'C'           TO ACCT-STATUS
                       MOVE WS-TODAY-DATE TO ACCT-CLOSED-DATE
               END-EVALUATE
               PERFORM REWRITE-ACCOUNT
               IF SAMPLE-RETURN-CODE = ZERO
                   EVALUATE TRUE
                       WHEN WS-ACTION-FREEZE
                           MOVE "ACCOUNT FROZEN" TO WS-MESSAGE
                       WHEN WS-ACTION-UNFREEZE
                           MOVE "ACCOUNT UNFROZEN" TO WS-MESSAGE
                       WHEN OTHER
                           MOVE "ACCOUNT CLOSED" TO WS-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF.
       ENTER-ACCOUNT-VALUES.
           DISPLAY ACCOUNT-ENTRY-SCREEN.
           ACCEPT ACCOUNT-ENTRY-SCREEN.
           PERFORM VALIDATE-ACCOUNT-VALUES.
       VALIDATE-ACCOUNT-VALUES.
      *    A currency is three letters, or blank for the base
      *    currency -- the same convention the TRANSIN detail uses.
           INSPECT WS-NEW-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-CURRENCY-SPACES.
           INSPECT WS-NEW-CURRENCY TALLYING WS-CURRENCY-SPACES
               FOR ALL SPACES.
           EVALUATE TRUE
               WHEN WS-NEW-NAME = SPACES
                   MOVE "ACCOUNT NAME IS REQUIRED" TO WS-MESSAGE
               WHEN WS-NEW-CURRENCY = SPACES
                   MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
               WHEN WS-NEW-CURRENCY IS NOT ALPHABETIC-UPPER
                       OR WS-CURRENCY-SPACES NOT = ZERO
                   MOVE "CURRENCY MUST BE THREE LETTERS OR BLANK"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y' TO WS-ENTRY-VALID-SWITCH
           END-EVALUATE.
           IF WS-ENTRY-VALID
               MOVE SPACES TO WS-MESSAGE
           END-IF.
       REWRITE-ACCOUNT.
           MOVE CALLER-SESSION-ID     TO ACCT-LAST-MAINT-BY.
           MOVE FUNCTION CURRENT-DATE TO ACCT-LAST-MAINT-TIMESTAMP.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF WS-ACCOUNT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEAM: ACCOUNT MASTER REWRITE FAILED, "
                       "STATUS=" WS-ACCOUNT-FILE-STATUS
               MOVE "NOTHING CHANGED - FILE ERROR" TO WS-MESSAGE
               MOVE 97 TO SAMPLE-RETURN-CODE
           END-IF.
