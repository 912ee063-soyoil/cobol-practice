       PROGRAM-ID. FBMONITR.
      *****************************************************************
      *  Nightly exception monitor on the audit counts.  Runs at the
      *  end of DAILYMRG, after AUDSYNC, so a bad feed surfaces the
      *  next morning instead of waiting for the weekly FBOPSRPT.
      *  For SAMPLE and FIZZBUZZ it compares tonight's AUDITLOG
      *  record against the trailing window of history already on
      *  the exception report, appends a WARNING audit record for
      *  the breaching program (the MONSYNC step re-rolls AUDITVSM
      *  so FBSTAT shows it), and ends the step RC 4 so Ops can
      *  gate the extract release on it.  Whatever it finds, the
      *  step stamps its own FBMONITR run-control record for the
      *  date as it finishes; that end time closes the night's batch
      *  window for FBWINDOW's end-to-end elapsed time.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  MN-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-MONITOR-START-TIMESTAMP  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
               UNTIL WS-PROGRAM-SUB >= 2.
           PERFORM 8000-WRITE-REPORT-SUMMARY.
           CLOSE MONITOR-REPORT-FILE.
           PERFORM 9600-STAMP-RUN-CONTROL.
           IF WS-BREACH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-MONITOR-START-TIMESTAMP.
           PERFORM 0150-READ-RUN-DATE.
           PERFORM 0200-READ-TOLERANCE-CARD.
           COMPUTE WS-TONIGHT-INTEGER =
           WRITE MN-REPORT-LINE FROM WS-SUMMARY-LINE.
           DISPLAY "MONITOR EXCEPTIONS: " WS-BREACH-COUNT
               UPON CONSOLE.

       9600-STAMP-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "FBMONITR" TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO RC-RERUN-COUNT
                   PERFORM 9650-FILL-RUN-CONTROL
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RC-RERUN-COUNT IS NOT NUMERIC
                       MOVE ZERO TO RC-RERUN-COUNT
                   END-IF
                   IF RC-RERUN-COUNT < 999
                       ADD 1 TO RC-RERUN-COUNT
                   END-IF
                   PERFORM 9650-FILL-RUN-CONTROL
                   REWRITE RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.

       9650-FILL-RUN-CONTROL.
           MOVE WS-MONITOR-START-TIMESTAMP(1:8) TO RC-START-DATE.
           MOVE WS-MONITOR-START-TIMESTAMP(9:6) TO RC-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO RC-END-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO RC-END-TIME.
           MOVE "COMPLETE" TO RC-RUN-STATUS.
       END PROGRAM FBMONITR.
