           05  SR-BUSINESS-DATE            PIC X(8).
           05  SR-CATEGORY-NBR             PIC 9(1).
           05  SR-CATEGORY-CODE            PIC X(3).
           05  SR-ACCOUNT-STATUS           PIC X(1).
       FD  TREND-REPORT-FILE.
       01  TR-REPORT-LINE                  PIC X(80).
       FD  AUDIT-FILE.
