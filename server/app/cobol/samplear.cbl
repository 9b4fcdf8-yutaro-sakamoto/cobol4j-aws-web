           05  NAU-KEY             PIC X(29).
           05  FILLER              PIC X(10).
           05  NAU-TRANSACTION-ID  PIC X(12).
           05  FILLER              PIC X(120).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(171).
       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-RECORD      PIC X(171).
       WORKING-STORAGE         SECTION.
       01  WS-AUDIT-FILE-STATUS    PIC X(02).
       01  WS-NEW-FILE-STATUS      PIC X(02).
