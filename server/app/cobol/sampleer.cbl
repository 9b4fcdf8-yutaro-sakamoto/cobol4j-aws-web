       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             SAMPLEER.
      *====================================================*
      * SAMPLEER - entitlement report for the periodic     *
      * access review.  Lists every operator on ENTITLE    *
      * with status, expiry and the roles granted, flags   *
      * ids that are revoked, expired or expire within 30  *
      * days of the as-of date (yyyymmdd on the command    *
      * line, default today), counts the operators who can *
      * actually use each role, and totals the refusals    *
      * SAMPLEEN logged on SECVIOL per operator -- ids not *
      * on ENTITLE included -- into ENTLRPT.               *
      *====================================================*
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-FILE ASSIGN TO "ENTITLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-FILE-STATUS.
      *    OPTIONAL: a clean year leaves no violation log at all.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "ENTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  ENTITLEMENT-FILE.
           COPY ENTITLE.
       FD  SECURITY-LOG-FILE.
           COPY SECVIOL.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE         SECTION.
       01  WS-ENTITLEMENT-FILE-STATUS PIC X(02).
       01  WS-SECURITY-LOG-STATUS    PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-DATE-PARM              PIC X(08)   VALUE SPACES.
       01  WS-AS-OF-DATE             PIC 9(08)   VALUE ZERO.
       01  WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YEAR         PIC 9(04).
           05  WS-AS-OF-MONTH        PIC 9(02).
           05  WS-AS-OF-DAY          PIC 9(02).
       01  WS-WARNING-DATE           PIC 9(08)   VALUE ZERO.
       01  WS-WARNING-DAYS           PIC 9(03)   VALUE 30.
       01  WS-ENTITLEMENT-EOF-SWITCH PIC X(01)   VALUE 'N'.
           88  WS-ENTITLEMENT-EOF                VALUE 'Y'.
       01  WS-SECURITY-LOG-EOF-SWITCH PIC X(01)  VALUE 'N'.
           88  WS-SECURITY-LOG-EOF               VALUE 'Y'.
       01  WS-EFFECTIVE-SWITCH       PIC X(01)   VALUE 'N'.
           88  WS-EFFECTIVE                      VALUE 'Y'.
       01  WS-OPERATORS-LISTED       PIC 9(04)   VALUE ZERO.
       01  WS-OPERATORS-EFFECTIVE    PIC 9(04)   VALUE ZERO.
       01  WS-OPERATORS-REVOKED      PIC 9(04)   VALUE ZERO.
       01  WS-OPERATORS-EXPIRED      PIC 9(04)   VALUE ZERO.
       01  WS-OPERATORS-EXPIRING     PIC 9(04)   VALUE ZERO.
       01  WS-REFUSALS-READ          PIC 9(08)   VALUE ZERO.
      *    Operators who hold each role and can use it today:
      *    active and not past expiry.  Same order as ENT-ROLES.
       01  WS-ROLE-HOLDER-TABLE.
           05  WS-ROLE-HOLDERS       PIC 9(04)   OCCURS 8.
       01  WS-ROLE-SUB               PIC 9(03) COMP VALUE ZERO.
      *    Refusals per operator id off SECVIOL.  Entries matched to
      *    an ENTITLE record are marked so the ids that are not on
      *    the file at all can be listed after the operators.  An
      *    overflow abends rather than under-reporting to audit.
       01  WS-REFUSAL-MAX            PIC 9(03) COMP VALUE 500.
       01  WS-REFUSAL-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-REFUSAL-TABLE.
           05  WS-REFUSAL-ENTRY OCCURS 500.
               10  WS-RF-OPERATOR-ID     PIC X(10).
               10  WS-RF-REFUSALS        PIC 9(06).
               10  WS-RF-LAST-TIMESTAMP  PIC X(21).
               10  WS-RF-MATCHED-SWITCH  PIC X(01).
                   88  WS-RF-MATCHED               VALUE 'Y'.
       01  WS-RF-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-REFUSAL-SUB            PIC 9(03) COMP VALUE ZERO.
       01  WS-UNKNOWN-ID-COUNT       PIC 9(04)   VALUE ZERO.
       01  WS-HEADING-LINE.
           05  WS-HL-LABEL           PIC X(24).
           05  WS-HL-VALUE           PIC X(40).
       01  WS-COLUMN-HEADING.
           05  FILLER                PIC X(11)   VALUE "OPERATOR".
           05  FILLER                PIC X(21)   VALUE "NAME".
           05  FILLER                PIC X(02)   VALUE "ST".
           05  FILLER                PIC X(09)   VALUE "EXPIRY".
           05  FILLER                PIC X(09)   VALUE "IMCREBUA".
           05  FILLER                PIC X(08)   VALUE "REFUSED".
           05  FILLER                PIC X(16)   VALUE "REVIEW".
       01  WS-OPERATOR-LINE.
           05  WS-OL-OPERATOR-ID     PIC X(10).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-OL-OPERATOR-NAME   PIC X(20).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-OL-STATUS          PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-OL-EXPIRY-DATE     PIC 9(08).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-OL-ROLES.
               10  WS-OL-ROLE-MARK   PIC X(01)   OCCURS 8.
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-OL-REFUSALS        PIC Z(5)9.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-OL-REMARK          PIC X(16).
       01  WS-ROLE-LETTERS           PIC X(08)   VALUE "IMCREBUA".
       01  WS-ROLE-LETTER-TABLE REDEFINES WS-ROLE-LETTERS.
           05  WS-ROLE-LETTER        PIC X(01)   OCCURS 8.
       01  WS-ROLE-LINE.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-RL-LETTER          PIC X(01).
           05  FILLER                PIC X(01)   VALUE SPACE.
           05  WS-RL-ROLE-NAME       PIC X(12).
           05  FILLER                PIC X(12)   VALUE SPACES.
           05  WS-RL-HOLDERS         PIC Z(8)9.
       01  WS-UNKNOWN-LINE.
           05  WS-UL-OPERATOR-ID     PIC X(10).
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  WS-UL-REFUSALS        PIC Z(5)9.
           05  FILLER                PIC X(02)   VALUE SPACES.
           05  FILLER                PIC X(06)   VALUE "LAST: ".
           05  WS-UL-LAST-TIMESTAMP  PIC X(14).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL           PIC X(28).
           05  WS-CL-VALUE           PIC Z(8)9.
           COPY ENTROLE.
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           INITIALIZE WS-ROLE-HOLDER-TABLE.
           PERFORM GET-AS-OF-DATE.
           PERFORM TOTAL-REFUSALS.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEER: ENTITLEMENT FILE OPEN FAILED, "
                       "STATUS=" WS-ENTITLEMENT-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SAMPLEER: REPORT FILE OPEN FAILED, STATUS="
                       WS-REPORT-FILE-STATUS
               CLOSE ENTITLEMENT-FILE
               STOP RUN
           END-IF.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM UNTIL WS-ENTITLEMENT-EOF
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-ENTITLEMENT-EOF-SWITCH
                   NOT AT END
                       PERFORM PRINT-ONE-OPERATOR
               END-READ
           END-PERFORM.
           CLOSE ENTITLEMENT-FILE.
           PERFORM PRINT-ROLE-SUMMARY.
           PERFORM PRINT-UNKNOWN-OPERATORS.
           PERFORM PRINT-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "SAMPLEER JOB SUMMARY".
           DISPLAY "AS-OF DATE       : " WS-AS-OF-DATE.
           DISPLAY "OPERATORS LISTED : " WS-OPERATORS-LISTED.
           DISPLAY "EFFECTIVE        : " WS-OPERATORS-EFFECTIVE.
           DISPLAY "REVOKED          : " WS-OPERATORS-REVOKED.
           DISPLAY "EXPIRED          : " WS-OPERATORS-EXPIRED.
           DISPLAY "EXPIRING SOON    : " WS-OPERATORS-EXPIRING.
           DISPLAY "REFUSALS LOGGED  : " WS-REFUSALS-READ.
           DISPLAY "IDS NOT ON FILE  : " WS-UNKNOWN-ID-COUNT.
           GOBACK.
       GET-AS-OF-DATE.
      *    No parameter means the calendar date the report is run
      *    on -- the usual case for the review.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           IF WS-DATE-PARM NUMERIC
               MOVE WS-DATE-PARM TO WS-AS-OF-DATE
           ELSE
               IF WS-DATE-PARM NOT = SPACES
                   DISPLAY "SAMPLEER: ABEND - DATE PARAMETER '"
                           WS-DATE-PARM "' IS NOT AN 8-DIGIT DATE"
                   STOP RUN
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
                   OR WS-AS-OF-DAY < 1 OR WS-AS-OF-DAY > 31
                   OR WS-AS-OF-YEAR < 1601
               DISPLAY "SAMPLEER: ABEND - DATE PARAMETER '"
                       WS-DATE-PARM "' IS NOT A CALENDAR DATE"
               STOP RUN
           END-IF.
           COMPUTE WS-WARNING-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                    + WS-WARNING-DAYS).
       TOTAL-REFUSALS.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECURITY-LOG-STATUS NOT = "00"
                   AND WS-SECURITY-LOG-STATUS NOT = "05"
               DISPLAY "SAMPLEER: SECURITY LOG OPEN FAILED, STATUS="
                       WS-SECURITY-LOG-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SECURITY-LOG-EOF
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-SECURITY-LOG-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-REFUSALS-READ
                       PERFORM TALLY-ONE-REFUSAL
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.
       TALLY-ONE-REFUSAL.
           MOVE ZERO TO WS-REFUSAL-SUB.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                   UNTIL WS-RF-SUB > WS-REFUSAL-COUNT
                      OR WS-REFUSAL-SUB > ZERO
               IF WS-RF-OPERATOR-ID (WS-RF-SUB) = SV-OPERATOR-ID
                   MOVE WS-RF-SUB TO WS-REFUSAL-SUB
               END-IF
           END-PERFORM.
           IF WS-REFUSAL-SUB = ZERO
               IF WS-REFUSAL-COUNT NOT < WS-REFUSAL-MAX
                   DISPLAY "SAMPLEER: ABEND - MORE THAN "
                           WS-REFUSAL-MAX " OPERATOR IDS ON SECVIOL"
                   CLOSE SECURITY-LOG-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REFUSAL-COUNT
               MOVE WS-REFUSAL-COUNT TO WS-REFUSAL-SUB
               MOVE SV-OPERATOR-ID   TO WS-RF-OPERATOR-ID
                                        (WS-REFUSAL-SUB)
               MOVE ZERO             TO WS-RF-REFUSALS (WS-REFUSAL-SUB)
               MOVE 'N'              TO WS-RF-MATCHED-SWITCH
                                        (WS-REFUSAL-SUB)
           END-IF.
           ADD 1 TO WS-RF-REFUSALS (WS-REFUSAL-SUB).
      *    The log is appended in time order, so the last one read
      *    is the latest attempt.
           MOVE SV-TIMESTAMP TO WS-RF-LAST-TIMESTAMP (WS-REFUSAL-SUB).
       PRINT-REPORT-HEADING.
           MOVE "SAMPLEER OPERATOR ENTITLEMENT REVIEW" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AS-OF DATE"         TO WS-HL-LABEL.
           MOVE WS-AS-OF-DATE        TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXPIRING WARNING TO"  TO WS-HL-LABEL.
           MOVE WS-WARNING-DATE      TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROLES"              TO WS-HL-LABEL.
           MOVE "I=INQUIRY M=MAKER C=CHECKER R=REPAIR"
               TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES               TO WS-HL-LABEL.
           MOVE "E=ESCALATION B=BACKOUT U=RULES MAINT"
               TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES               TO WS-HL-LABEL.
           MOVE "A=ACCOUNT MAINT"    TO WS-HL-VALUE.
           MOVE WS-HEADING-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-ONE-OPERATOR.
           ADD 1 TO WS-OPERATORS-LISTED.
           MOVE ENT-OPERATOR-ID   TO WS-OL-OPERATOR-ID.
           MOVE ENT-OPERATOR-NAME TO WS-OL-OPERATOR-NAME.
           MOVE ENT-STATUS        TO WS-OL-STATUS.
           MOVE ENT-EXPIRY-DATE   TO WS-OL-EXPIRY-DATE.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 8
               IF ENT-ROLE-FLAG (WS-ROLE-SUB) = 'Y'
                   MOVE WS-ROLE-LETTER (WS-ROLE-SUB)
                       TO WS-OL-ROLE-MARK (WS-ROLE-SUB)
               ELSE
                   MOVE '.' TO WS-OL-ROLE-MARK (WS-ROLE-SUB)
               END-IF
           END-PERFORM.
      *    Same order of tests SAMPLEEN refuses on, so the remark is
      *    the reason the id would be turned away today.
           MOVE 'N' TO WS-EFFECTIVE-SWITCH.
           EVALUATE TRUE
               WHEN NOT ENT-ACTIVE
                   MOVE "REVOKED"          TO WS-OL-REMARK
                   ADD 1 TO WS-OPERATORS-REVOKED
               WHEN ENT-EXPIRY-DATE < WS-AS-OF-DATE
                   MOVE "EXPIRED"          TO WS-OL-REMARK
                   ADD 1 TO WS-OPERATORS-EXPIRED
               WHEN ENT-EXPIRY-DATE NOT > WS-WARNING-DATE
                   MOVE "EXPIRES <30 DAYS" TO WS-OL-REMARK
                   ADD 1 TO WS-OPERATORS-EXPIRING
                   MOVE 'Y' TO WS-EFFECTIVE-SWITCH
               WHEN OTHER
                   MOVE SPACES             TO WS-OL-REMARK
                   MOVE 'Y' TO WS-EFFECTIVE-SWITCH
           END-EVALUATE.
           IF WS-EFFECTIVE
               ADD 1 TO WS-OPERATORS-EFFECTIVE
               PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                       UNTIL WS-ROLE-SUB > 8
                   IF ENT-ROLE-FLAG (WS-ROLE-SUB) = 'Y'
                       ADD 1 TO WS-ROLE-HOLDERS (WS-ROLE-SUB)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-OL-REFUSALS.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                   UNTIL WS-RF-SUB > WS-REFUSAL-COUNT
               IF WS-RF-OPERATOR-ID (WS-RF-SUB) = ENT-OPERATOR-ID
                   MOVE WS-RF-REFUSALS (WS-RF-SUB) TO WS-OL-REFUSALS
                   MOVE 'Y' TO WS-RF-MATCHED-SWITCH (WS-RF-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-OPERATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       PRINT-ROLE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS ABLE TO USE EACH ROLE ON THE AS-OF DATE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                   UNTIL WS-ROLE-SUB > 8
               MOVE WS-ROLE-LETTER (WS-ROLE-SUB) TO WS-RL-LETTER
               MOVE ENTITLEMENT-ROLE-NAME (WS-ROLE-SUB)
                   TO WS-RL-ROLE-NAME
               MOVE WS-ROLE-HOLDERS (WS-ROLE-SUB) TO WS-RL-HOLDERS
               MOVE WS-ROLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       PRINT-UNKNOWN-OPERATORS.
      *    Refused ids with no ENTITLE record: mistyped sign-ons,
      *    departed staff, or someone trying ids -- audit wants all
      *    three in front of the reviewer.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUSED IDS NOT ON THE ENTITLEMENT FILE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RF-SUB FROM 1 BY 1
                   UNTIL WS-RF-SUB > WS-REFUSAL-COUNT
               IF NOT WS-RF-MATCHED (WS-RF-SUB)
                   ADD 1 TO WS-UNKNOWN-ID-COUNT
                   IF WS-RF-OPERATOR-ID (WS-RF-SUB) = SPACES
                       MOVE "(BLANK)" TO WS-UL-OPERATOR-ID
                   ELSE
                       MOVE WS-RF-OPERATOR-ID (WS-RF-SUB)
                           TO WS-UL-OPERATOR-ID
                   END-IF
                   MOVE WS-RF-REFUSALS (WS-RF-SUB) TO WS-UL-REFUSALS
                   MOVE WS-RF-LAST-TIMESTAMP (WS-RF-SUB)
                       TO WS-UL-LAST-TIMESTAMP
                   MOVE WS-UNKNOWN-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-UNKNOWN-ID-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "OPERATORS LISTED"    TO WS-CL-LABEL.
           MOVE WS-OPERATORS-LISTED   TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EFFECTIVE"           TO WS-CL-LABEL.
           MOVE WS-OPERATORS-EFFECTIVE TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVOKED"             TO WS-CL-LABEL.
           MOVE WS-OPERATORS-REVOKED  TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXPIRED"             TO WS-CL-LABEL.
           MOVE WS-OPERATORS-EXPIRED  TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXPIRING WITHIN 30 DAYS" TO WS-CL-LABEL.
           MOVE WS-OPERATORS-EXPIRING TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUSALS ON SECVIOL" TO WS-CL-LABEL.
           MOVE WS-REFUSALS-READ      TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REFUSED IDS NOT ON FILE" TO WS-CL-LABEL.
           MOVE WS-UNKNOWN-ID-COUNT   TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE         TO REPORT-LINE.
           WRITE REPORT-LINE.
