           05  ASOF-ORIG-BALANCE          PIC 9(9)V99.
           05  ASOF-ORIG-CREDIT-LIMIT     PIC 9(9)V99.
           05  ASOF-PROCESS-DATE          PIC X(10).
           05  ASOF-CLOSE-DATE            PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS          PIC X(2).
