       FD  AUDIT-FILE.
           COPY AUDITLK.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD          PIC X(171).
       FD  POSTED-MASTER-FILE.
           COPY POSTMST.
       FD  REPORT-FILE.
