      *  gate unless OVERRIDE was supplied on PARM for a genuine
      *  exception.  A missing calendar file skips the check with a
      *  console note so the stream is never hostage to the file.
      *  When the gate opens, this step stamps its own RUNGATE
      *  run-control record for the date; its start time is where
      *  the night's batch window begins for FBWINDOW's end-to-end
      *  elapsed time.  A closed gate leaves the record alone, so a
      *  refused resubmission never disturbs the night it protects.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY CALREC.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-GATE-START-TIMESTAMP     PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-PARM-LINE                PIC X(30).
               PERFORM 1000-CHECK-ONE-PROGRAM
               MOVE "FIZZBUZZ" TO WS-PROGRAM-NAME
               PERFORM 1000-CHECK-ONE-PROGRAM
               IF GATE-OPEN
                   PERFORM 2000-STAMP-GATE-RUN-CONTROL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF GATE-CLOSED
           STOP RUN.

       0000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-GATE-START-TIMESTAMP.
           PERFORM 0150-READ-RUN-DATE.
           PERFORM 0200-LOAD-CALENDAR.
           PERFORM 0250-CHECK-CALENDAR.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               DISPLAY "RUNCNTL NOT FOUND, FIRST RUN ASSUMED"
                   UPON CONSOLE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
                           UPON CONSOLE
                   END-IF
           END-READ.

       2000-STAMP-GATE-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "RUNGATE " TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO RC-RERUN-COUNT
                   PERFORM 2100-FILL-GATE-RUN-CONTROL
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RC-RERUN-COUNT IS NOT NUMERIC
                       MOVE ZERO TO RC-RERUN-COUNT
                   END-IF
                   IF RC-RERUN-COUNT < 999
                       ADD 1 TO RC-RERUN-COUNT
                   END-IF
                   PERFORM 2100-FILL-GATE-RUN-CONTROL
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       2100-FILL-GATE-RUN-CONTROL.
           MOVE WS-GATE-START-TIMESTAMP(1:8) TO RC-START-DATE.
           MOVE WS-GATE-START-TIMESTAMP(9:6) TO RC-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO RC-END-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO RC-END-TIME.
           MOVE "COMPLETE" TO RC-RUN-STATUS.
       END PROGRAM RUNGATE.
