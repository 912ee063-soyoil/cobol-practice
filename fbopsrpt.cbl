      *  totals for records read and rejects follow, so reject creep
      *  shows up here before a clerk has to complain about it.
      *  Where a date was rerun, the last audit record wins, matching
      *  the run-control view of the stream.  The report closes with
      *  the latest FBINTCHK referential integrity sweep: its date,
      *  records read, and exception count, flagged when it found
      *  exceptions or when no sweep ran for the week.  The sweep
      *  runs in the same weekly job and takes its date the way this
      *  report does -- the PARM, else the latest business date on
      *  the audit trail -- so it is dated inside the week it swept.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PRIOR-READS-TOTAL        PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-REJECTS-TOTAL      PIC 9(9) VALUE ZERO.
       01  WS-TREND-DIFFERENCE         PIC S9(9).
       01  WS-SWEEP-FOUND-SWITCH       PIC X VALUE "N".
           88  SWEEP-FOUND                 VALUE "Y".
       01  WS-SWEEP-DATE               PIC 9(8) VALUE ZERO.
       01  WS-SWEEP-RECORDS-READ       PIC 9(9) VALUE ZERO.
       01  WS-SWEEP-ACCOUNTS           PIC 9(9) VALUE ZERO.
       01  WS-SWEEP-EXCEPTIONS         PIC 9(9) VALUE ZERO.
       01  WS-SWEEP-RUN-STATUS         PIC X(8) VALUE SPACES.
       01  WS-CALENDAR-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-CALENDAR             VALUE "Y".
       01  WS-DUE-SWITCH               PIC X VALUE "Y".
           05  FILLER                      PIC X(7)
               VALUE " CHANGE".
           05  WS-TRD-CHANGE               PIC +++,+++,++9.
       01  WS-SWEEP-LINE.
           05  WS-SWP-LABEL                PIC X(24).
           05  WS-SWP-VALUE                PIC ZZZ,ZZZ,ZZ9.
       01  WS-SWEEP-STATUS-LINE.
           05  FILLER                      PIC X(14)
               VALUE "SWEEP DATE".
           05  WS-SWP-DATE                 PIC 9(8).
           05  FILLER                      PIC X(10)
               VALUE "  STATUS ".
           05  WS-SWP-STATUS               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SWP-FLAG                 PIC X(1).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-ACCUMULATE-AUDIT-LOG.
           PERFORM 8000-WRITE-DETAIL-SECTION.
           PERFORM 8500-WRITE-TREND-SECTION.
           PERFORM 8800-WRITE-SWEEP-SECTION.
           CLOSE OPS-REPORT-FILE.
           STOP RUN.

               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   PERFORM 1200-SLOT-AUDIT-RECORD
                   IF AT-PROGRAM-ID = "FBINTCHK"
                       PERFORM 1300-NOTE-INTEGRITY-SWEEP
                   END-IF
           END-READ.

       1200-SLOT-AUDIT-RECORD.
               END-IF
           END-IF.

      *  The latest sweep in the window wins; on the same date the
      *  later record wins, as a rerun does above.
       1300-NOTE-INTEGRITY-SWEEP.
           IF AT-BUSINESS-DATE IS NUMERIC
               AND AT-RECORDS-READ IS NUMERIC
               AND AT-REJECT-COUNT IS NUMERIC
               MOVE AT-BUSINESS-DATE TO WS-AUDIT-DATE
               COMPUTE WS-RECORD-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE)
               IF WS-RECORD-DATE-INTEGER >= WS-WEEK-START-INTEGER
                   AND WS-RECORD-DATE-INTEGER <= WS-WEEK-END-INTEGER
                   AND WS-AUDIT-DATE >= WS-SWEEP-DATE
                   SET SWEEP-FOUND TO TRUE
                   MOVE WS-AUDIT-DATE TO WS-SWEEP-DATE
                   MOVE AT-RECORDS-READ TO WS-SWEEP-RECORDS-READ
                   MOVE AT-FINAL-COUNTER TO WS-SWEEP-ACCOUNTS
                   MOVE AT-REJECT-COUNT TO WS-SWEEP-EXCEPTIONS
                   MOVE AT-RUN-STATUS TO WS-SWEEP-RUN-STATUS
               END-IF
           END-IF.

       8000-WRITE-DETAIL-SECTION.
           MOVE ZERO TO WS-DAY-SUB.
           PERFORM 8100-WRITE-ONE-DAY
               ADD WS-PR-REJECT-COUNT(WS-DAY-SUB WS-PROGRAM-SUB)
                   TO WS-PRIOR-REJECTS-TOTAL
           END-IF.

       8800-WRITE-SWEEP-SECTION.
           MOVE SPACES TO OP-REPORT-LINE.
           WRITE OP-REPORT-LINE.
           MOVE "LAST INTEGRITY SWEEP" TO OP-REPORT-LINE.
           WRITE OP-REPORT-LINE.
           IF NOT SWEEP-FOUND
               MOVE "NO FBINTCHK SWEEP ON THE LOG FOR THIS WEEK      *"
                   TO OP-REPORT-LINE
               WRITE OP-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-SWP-FLAG
               MOVE WS-SWEEP-DATE TO WS-SWP-DATE
               MOVE WS-SWEEP-RUN-STATUS TO WS-SWP-STATUS
               IF WS-SWEEP-RUN-STATUS NOT = "COMPLETE"
                   MOVE "*" TO WS-SWP-FLAG
               END-IF
               WRITE OP-REPORT-LINE FROM WS-SWEEP-STATUS-LINE
               MOVE "RECORDS READ" TO WS-SWP-LABEL
               MOVE WS-SWEEP-RECORDS-READ TO WS-SWP-VALUE
               WRITE OP-REPORT-LINE FROM WS-SWEEP-LINE
               MOVE "ACCOUNT KEYS MATCHED" TO WS-SWP-LABEL
               MOVE WS-SWEEP-ACCOUNTS TO WS-SWP-VALUE
               WRITE OP-REPORT-LINE FROM WS-SWEEP-LINE
               MOVE "EXCEPTIONS" TO WS-SWP-LABEL
               MOVE WS-SWEEP-EXCEPTIONS TO WS-SWP-VALUE
               WRITE OP-REPORT-LINE FROM WS-SWEEP-LINE
           END-IF.
       END PROGRAM FBOPSRPT.
