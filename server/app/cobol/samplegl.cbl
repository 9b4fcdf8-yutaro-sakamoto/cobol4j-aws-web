       FD  RESULT-FILE.
           COPY SAMPLEOT.
       FD  RESULT-KEEP-FILE.
       01  RESULT-KEEP-RECORD      PIC X(99).
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       FD  AUDIT-FILE.
