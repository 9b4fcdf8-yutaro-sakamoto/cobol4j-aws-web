       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(171).
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       WORKING-STORAGE         SECTION.
           05  WS-CH-TIMESTAMP       PIC X(21).
           05  FILLER                PIC X(01)   VALUE "/".
           05  WS-CH-SEQUENCE-NO     PIC 9(08).
           COPY ENTITLLK.
       LINKAGE                 SECTION.
           COPY SAMPLELK.
       SCREEN SECTION.
           MOVE ZERO   TO WS-PAGE-COUNT.
           MOVE ZERO   TO WS-ARCHIVE-MATCH-COUNT.
           MOVE ZERO TO SAMPLE-RETURN-CODE.
      *    Nothing is opened or shown until ENTITLE confirms the
      *    calling operator holds the INQUIRY role.
           MOVE CALLER-SESSION-ID TO ENC-OPERATOR-ID.
           MOVE "SAMPLEIQ"        TO ENC-PROGRAM-ID.
           MOVE 1                 TO ENC-ROLE.
           CALL "SAMPLEEN" USING ENTITLEMENT-CHECK-RECORD.
           IF ENC-ENTITLED
               PERFORM RUN-INQUIRY-SESSION
           ELSE
               DISPLAY "SAMPLEIQ: OPERATOR " CALLER-SESSION-ID
                       " NOT ENTITLED - " ENC-REFUSAL-REASON
               MOVE 95 TO SAMPLE-RETURN-CODE
           END-IF.
           GOBACK.
       RUN-INQUIRY-SESSION.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
                   AND WS-AUDIT-FILE-STATUS NOT = "05"
           IF WS-MASTER-OPEN
               CLOSE POSTED-MASTER-FILE
           END-IF.
       DISPLAY-POSTED-BALANCE.
      *    What the book of record currently holds for this row's
      *    transaction -- the balance an adjustment keyed from here
