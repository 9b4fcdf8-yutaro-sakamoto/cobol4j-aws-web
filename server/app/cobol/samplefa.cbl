               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-FILE-STATUS.
           SELECT OPTIONAL FX-REGISTER-FILE ASSIGN TO "FXREVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRR-PERIOD
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
       DATA                    DIVISION.
       FILE                    SECTION.
       FD  GL-EXTRACT-FILE.
       01  REPORT-LINE             PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  FX-REGISTER-FILE.
           COPY FXREVREG.
       WORKING-STORAGE         SECTION.
       01  WS-GL-FILE-STATUS         PIC X(02).
       01  WS-ACK-FILE-STATUS        PIC X(02).
       01  WS-REPORT-FILE-STATUS     PIC X(02).
       01  WS-RUN-CONTROL-FILE-STATUS PIC X(02).
       01  WS-REGISTER-FILE-STATUS   PIC X(02).
      *    SAMPLEFX's revaluation feed has no RUNCTL entry; its
      *    acknowledgment is stamped on the FXREVREG register.
       01  WS-FX-REVAL-SOURCE        PIC X(08)   VALUE "FXREVAL".
       01  WS-GL-EOF-SWITCH          PIC X(01)   VALUE 'N'.
           88  WS-GL-EOF                         VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH         PIC X(01)   VALUE 'N'.
               DISPLAY "SAMPLEFA: RUN " WS-SENT-RUN-ID " NOT MARKED "
                       "ACKNOWLEDGED - SEE GLACKRPT"
           ELSE
               IF WS-SENT-SOURCE-SYSTEM = WS-FX-REVAL-SOURCE
                   PERFORM STAMP-FX-REVALUATION
               ELSE
                   OPEN I-O RUN-CONTROL-FILE
                   IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                           AND WS-RUN-CONTROL-FILE-STATUS NOT = "05"
                       DISPLAY "SAMPLEFA: RUN CONTROL OPEN FAILED, "
                               "STATUS=" WS-RUN-CONTROL-FILE-STATUS
                   ELSE
                       MOVE WS-SENT-BUSINESS-DATE TO RC-BUSINESS-DATE
                       MOVE WS-SENT-SOURCE-SYSTEM TO RC-SOURCE-SYSTEM
                       MOVE 'N' TO WS-RUN-FOUND-SWITCH
                       READ RUN-CONTROL-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-RUN-FOUND-SWITCH
                       END-READ
                       IF WS-RUN-FOUND
                           MOVE 'K' TO RC-GL-EXTRACT-STATUS
                           REWRITE RUN-CONTROL-RECORD
                           IF WS-RUN-CONTROL-FILE-STATUS NOT = "00"
                               DISPLAY "SAMPLEFA: RUN CONTROL REWRITE "
                                       "FAILED, STATUS="
                                       WS-RUN-CONTROL-FILE-STATUS
                           ELSE
                               DISPLAY "SAMPLEFA: RUN " WS-SENT-RUN-ID
                                       " MARKED ACKNOWLEDGED"
                           END-IF
                       ELSE
                           DISPLAY "SAMPLEFA: NO RUN CONTROL ENTRY FOR "
                                   WS-SENT-BUSINESS-DATE " SOURCE "
                                   WS-SENT-SOURCE-SYSTEM
                       END-IF
                       CLOSE RUN-CONTROL-FILE
                   END-IF
               END-IF
           END-IF.
       STAMP-FX-REVALUATION.
      *    The revaluation is registered under its month, the first
      *    six digits of the month-end date its header carries.
           OPEN I-O FX-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
                   AND WS-REGISTER-FILE-STATUS NOT = "05"
               DISPLAY "SAMPLEFA: FX REGISTER OPEN FAILED, STATUS="
                       WS-REGISTER-FILE-STATUS
           ELSE
               MOVE WS-SENT-BUSINESS-DATE (1:6) TO FRR-PERIOD
               MOVE 'N' TO WS-RUN-FOUND-SWITCH
               READ FX-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-RUN-FOUND-SWITCH
               END-READ
               IF WS-RUN-FOUND AND FRR-RUN-ID = WS-SENT-RUN-ID
                   MOVE 'K' TO FRR-STATUS
                   REWRITE FX-REVAL-REGISTER-RECORD
                   IF WS-REGISTER-FILE-STATUS NOT = "00"
                       DISPLAY "SAMPLEFA: FX REGISTER REWRITE FAILED, "
                               "STATUS=" WS-REGISTER-FILE-STATUS
                   ELSE
                       DISPLAY "SAMPLEFA: RUN " WS-SENT-RUN-ID
                               " MARKED ACKNOWLEDGED"
                   END-IF
               ELSE
                   DISPLAY "SAMPLEFA: NO FX REGISTER ENTRY FOR RUN "
                           WS-SENT-RUN-ID
               END-IF
               CLOSE FX-REGISTER-FILE
           END-IF.
