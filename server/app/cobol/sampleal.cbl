       DATA                    DIVISION.
       FILE                    SECTION.
       FD  AUDIT-EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(171).
       FD  AUDIT-FILE.
           COPY AUDITLK.
       SD  SORT-FILE.
      *    total length in step with AUDITLK.
       01  SORT-RECORD.
           05  SRT-AUDIT-KEY       PIC X(29).
           05  FILLER              PIC X(142).
       WORKING-STORAGE         SECTION.
       01  WS-EXTRACT-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
      *    file: a rerun after a mid-load abend meets its own earlier
      *    inserts and must skip them, not duplicate them under a
      *    bumped sequence number.
       01  WS-HELD-ENTRY           PIC X(171).
       PROCEDURE               DIVISION.
       MAIN-SECTION.
           OPEN I-O AUDIT-FILE.
