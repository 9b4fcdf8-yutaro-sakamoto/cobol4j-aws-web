           05  AXT-APPROVED-BY         PIC X(10).
           05  AXT-CURRENCY-CODE       PIC X(03).
           05  AXT-SOURCE-SYSTEM       PIC X(08).
           05  AXT-ACCOUNT-NUMBER      PIC X(10).
       WORKING-STORAGE         SECTION.
       01  WS-RESULT-FILE-STATUS       PIC X(02).
       01  WS-CONTROL-FILE-STATUS      PIC X(02).
