       FD  HISTORY-ARCHIVE-FILE.
       COPY FBHISTRC.
       FD  HISTORY-FILE.
       01  LIVE-HISTORY-RECORD             PIC X(22).
       FD  RESTORED-HISTORY-FILE.
       01  RESTORED-HISTORY-RECORD         PIC X(22).
       WORKING-STORAGE SECTION.
       01  WS-RESTORE-MONTH            PIC X(6).
       01  WS-ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
