       PROGRAM-ID. FBARCHIV.
      *****************************************************************
      *  Retention and archival step for the two files DAILYRUN
      *  writes DISP=MOD forever: PROD.FIZZBUZZ.HISTORY (one 22-byte
      *  record per account per night, which FBTREND re-sorts in
      *  full every month-end) and PROD.DAILY.AUDITLOG (which
      *  FBOPSRPT rereads in full every week).  Splits each file at
           05  RT-HISTORY-RETAIN-DAYS      PIC 9(4).
           05  RT-AUDIT-RETAIN-DAYS        PIC 9(4).
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD          PIC X(22).
       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD              PIC X(22).
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD            PIC X(147).
       FD  NEW-AUDIT-FILE.
