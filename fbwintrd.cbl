       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBWINTRD.
      *****************************************************************
      *  Weekly batch-window trend.  For the week ending on the PARM
      *  date (default: the latest business date on RUNCNTL) prints,
      *  per program on the run-control file, each night's elapsed
      *  time from RC-START to RC-END next to the records read on
      *  that night's audit record, so growth in volume can be told
      *  apart from a step that has simply got slower.  Each program
      *  closes with this week's and the prior week's average
      *  elapsed time and average records read and the change in
      *  each as a percentage; elapsed growing more than ten points
      *  faster than volume is flagged.  The ENDTOEND block is the
      *  whole window, RUNGATE start to FBMONITR end, set against
      *  SAMPLE's records read (the night's account volume).  An
      *  entry still RUNNING with no end time shows OPEN; a backed
      *  out or otherwise unfinished night shows its status.  Only
      *  COMPLETE nights are averaged.  Where a date was rerun the
      *  run-control record is the last run, and the last audit
      *  record that is not a FBMONITR WARNING wins to match it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREND-REPORT-FILE ASSIGN TO "WINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  TREND-REPORT-FILE.
       01  WT-REPORT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-RUN-CONTROL          VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".
       01  WS-PARM-DATE                PIC X(8).
       01  WS-WEEK-END-DATE            PIC 9(8).
       01  WS-LATEST-DATE              PIC 9(8) VALUE ZERO.
       01  WS-WEEK-END-INTEGER         PIC 9(9).
       01  WS-PRIOR-START-INTEGER      PIC 9(9).
       01  WS-RECORD-DATE-INTEGER      PIC 9(9).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-FIND-DATE                PIC X(8).
       01  WS-DAY-OFFSET               PIC S9(4).
       01  WS-DAY-SUB                  PIC 9(2).
       01  WS-SAMPLE-SUB               PIC 9(3) VALUE ZERO.
       01  WS-ENDTOEND-SUB             PIC 9(3) VALUE ZERO.
      *  Elapsed-time arithmetic, as FBWINDOW does it.
       01  WS-CALC-START-DATE          PIC 9(8).
       01  WS-CALC-END-DATE            PIC 9(8).
       01  WS-CALC-START-TIME          PIC 9(6).
       01  WS-CALC-START-TIME-PARTS REDEFINES WS-CALC-START-TIME.
           05  WS-CALC-START-HH            PIC 9(2).
           05  WS-CALC-START-MM            PIC 9(2).
           05  WS-CALC-START-SS            PIC 9(2).
       01  WS-CALC-END-TIME            PIC 9(6).
       01  WS-CALC-END-TIME-PARTS REDEFINES WS-CALC-END-TIME.
           05  WS-CALC-END-HH              PIC 9(2).
           05  WS-CALC-END-MM              PIC 9(2).
           05  WS-CALC-END-SS              PIC 9(2).
       01  WS-CALC-SECONDS             PIC S9(9).
       01  WS-CALC-VALID-SWITCH        PIC X VALUE "N".
           88  ELAPSED-IS-VALID            VALUE "Y".
       01  WS-HMS-SECONDS              PIC 9(9).
       01  WS-HMS-REMAINDER            PIC 9(9).
       01  WS-HMS-TEXT.
           05  WS-HMS-HH                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-HMS-MM                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-HMS-SS                   PIC 9(2).
      *  Days 1-7 are the prior week, 8-14 this week.  Night state:
      *  N no entry, Y complete, O open run, X other status.
       01  WS-PGM-TABLE-AREA.
           05  WS-PGM-USED-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-PROGRAM-ID           PIC X(8).
               10  WS-PGM-DAY-ENTRY OCCURS 14 TIMES.
                   15  WS-PD-STATE                 PIC X(1).
                   15  WS-PD-RUN-STATUS            PIC X(8).
                   15  WS-PD-SECONDS               PIC 9(9).
                   15  WS-PD-READS-SWITCH          PIC X(1).
                   15  WS-PD-RECORDS-READ          PIC 9(9).
       01  WS-PGM-SUB                  PIC 9(3).
       01  WS-PGM-FOUND-SUB            PIC 9(3).
       01  WS-PGM-LOOKUP-ID            PIC X(8).
       01  WS-WINDOW-DAY-AREA.
           05  WS-WD-ENTRY OCCURS 14 TIMES.
               10  WS-WD-GATE-START-DATE       PIC X(8).
               10  WS-WD-GATE-START-TIME       PIC X(6).
               10  WS-WD-GATE-STATUS           PIC X(8).
               10  WS-WD-MONITOR-END-DATE      PIC X(8).
               10  WS-WD-MONITOR-END-TIME      PIC X(6).
               10  WS-WD-MONITOR-STATUS        PIC X(8).
       01  WS-AVERAGE-WORK.
           05  WS-THIS-NIGHTS              PIC 9(3).
           05  WS-THIS-SECONDS             PIC 9(12).
           05  WS-THIS-READS               PIC 9(12).
           05  WS-PRIOR-NIGHTS             PIC 9(3).
           05  WS-PRIOR-SECONDS            PIC 9(12).
           05  WS-PRIOR-READS              PIC 9(12).
           05  WS-THIS-AVG-SECONDS         PIC 9(9).
           05  WS-THIS-AVG-READS           PIC 9(9).
           05  WS-PRIOR-AVG-SECONDS        PIC 9(9).
           05  WS-PRIOR-AVG-READS          PIC 9(9).
           05  WS-ELAPSED-CHANGE-PCT       PIC S9(5).
           05  WS-READS-CHANGE-PCT         PIC S9(5).
       01  WS-CHANGE-KNOWN-SWITCH      PIC X VALUE "N".
           88  CHANGE-IS-KNOWN             VALUE "Y".
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(38)
               VALUE "BATCH WINDOW WEEKLY TREND WEEK ENDING ".
           05  WS-REPORT-HEADER-DATE       PIC 9(8).
       01  WS-PROGRAM-HEADER-LINE.
           05  FILLER                      PIC X(8) VALUE "PROGRAM ".
           05  WS-PHL-PROGRAM              PIC X(8).
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                      PIC X(10) VALUE "DATE".
           05  FILLER                      PIC X(10) VALUE "ELAPSED".
           05  FILLER                      PIC X(13)
               VALUE "  RECS READ".
           05  FILLER                      PIC X(12)
               VALUE "  SEC/1000".
       01  WS-NIGHT-DETAIL-LINE.
           05  WS-NDL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-NDL-ELAPSED              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-NDL-READS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-NDL-RATE                 PIC ZZ,ZZ9.999.
       01  WS-AVERAGE-LINE.
           05  WS-AVL-LABEL                PIC X(10).
           05  WS-AVL-ELAPSED              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AVL-READS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(10)
               VALUE "  NIGHTS ".
           05  WS-AVL-NIGHTS               PIC Z9.
       01  WS-CHANGE-LINE.
           05  FILLER                      PIC X(10) VALUE "CHANGE".
           05  WS-CHL-ELAPSED-PCT          PIC ++++9.
           05  FILLER                      PIC X(5) VALUE " PCT ".
           05  WS-CHL-READS-PCT            PIC ++++9.
           05  FILLER                      PIC X(4) VALUE " PCT".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CHL-NOTE                 PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-SCAN-RUN-CONTROL.
           PERFORM 2000-SCAN-AUDIT-LOG.
           PERFORM 3000-BUILD-END-TO-END.
           PERFORM 8000-WRITE-PROGRAM-BLOCKS.
           CLOSE TREND-REPORT-FILE.
           STOP RUN.

       0000-INITIALIZE.
           MOVE SPACES TO WS-PARM-DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE NOT = SPACES
               AND WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-WEEK-END-DATE
           ELSE
               PERFORM 0100-FIND-LATEST-DATE
               MOVE WS-LATEST-DATE TO WS-WEEK-END-DATE
           END-IF.
           IF WS-WEEK-END-DATE = ZERO
               DISPLAY "RUNCNTL EMPTY, NOTHING TO REPORT"
                   UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-WEEK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE).
           COMPUTE WS-PRIOR-START-INTEGER = WS-WEEK-END-INTEGER - 13.
           MOVE ZERO TO WS-DAY-SUB.
           PERFORM 0200-CLEAR-ONE-WINDOW-DAY
               UNTIL WS-DAY-SUB >= 14.
           MOVE "ENDTOEND" TO WS-PGM-LOOKUP-ID.
           PERFORM 5000-FIND-PROGRAM.
           MOVE WS-PGM-FOUND-SUB TO WS-ENDTOEND-SUB.
           OPEN OUTPUT TREND-REPORT-FILE.
           MOVE WS-WEEK-END-DATE TO WS-REPORT-HEADER-DATE.
           WRITE WT-REPORT-LINE FROM WS-REPORT-HEADER-LINE.

       0100-FIND-LATEST-DATE.
           PERFORM 1050-OPEN-RUN-CONTROL.
           PERFORM 0150-SCAN-FOR-LATEST
               UNTIL END-OF-RUN-CONTROL.
           CLOSE RUN-CONTROL-FILE.
           MOVE "N" TO WS-RUNCTL-EOF-SWITCH.

       0150-SCAN-FOR-LATEST.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   IF RC-BUSINESS-DATE IS NUMERIC
                       MOVE RC-BUSINESS-DATE TO WS-RECORD-DATE
                       IF WS-RECORD-DATE > WS-LATEST-DATE
                           MOVE WS-RECORD-DATE TO WS-LATEST-DATE
                       END-IF
                   END-IF
           END-READ.

       0200-CLEAR-ONE-WINDOW-DAY.
           ADD 1 TO WS-DAY-SUB.
           MOVE SPACES TO WS-WD-ENTRY(WS-DAY-SUB).

       1000-SCAN-RUN-CONTROL.
           PERFORM 1050-OPEN-RUN-CONTROL.
           PERFORM 1100-READ-ONE-RUN-CONTROL
               UNTIL END-OF-RUN-CONTROL.
           CLOSE RUN-CONTROL-FILE.

       1050-OPEN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "RUNCNTL OPEN FAILED, STATUS="
                   WS-RUNCTL-STATUS UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   PERFORM 1200-SLOT-RUN-CONTROL
           END-READ.

       1200-SLOT-RUN-CONTROL.
           MOVE RC-BUSINESS-DATE TO WS-FIND-DATE.
           PERFORM 4000-FIND-DAY.
           IF WS-DAY-SUB > ZERO
               MOVE RC-PROGRAM-ID TO WS-PGM-LOOKUP-ID
               PERFORM 5000-FIND-PROGRAM
               IF WS-PGM-FOUND-SUB > ZERO
                   PERFORM 1300-NOTE-WINDOW-ENDS
                   PERFORM 1400-SLOT-NIGHT
               END-IF
           END-IF.

       1300-NOTE-WINDOW-ENDS.
           IF RC-PROGRAM-ID = "RUNGATE "
               MOVE RC-START-DATE TO WS-WD-GATE-START-DATE(WS-DAY-SUB)
               MOVE RC-START-TIME TO WS-WD-GATE-START-TIME(WS-DAY-SUB)
               MOVE RC-RUN-STATUS TO WS-WD-GATE-STATUS(WS-DAY-SUB)
           END-IF.
           IF RC-PROGRAM-ID = "FBMONITR"
               MOVE RC-END-DATE TO WS-WD-MONITOR-END-DATE(WS-DAY-SUB)
               MOVE RC-END-TIME TO WS-WD-MONITOR-END-TIME(WS-DAY-SUB)
               MOVE RC-RUN-STATUS TO WS-WD-MONITOR-STATUS(WS-DAY-SUB)
           END-IF.

       1400-SLOT-NIGHT.
           MOVE "N" TO WS-CALC-VALID-SWITCH.
           IF RC-START-DATE IS NUMERIC
               AND RC-START-TIME IS NUMERIC
               AND RC-END-DATE IS NUMERIC
               AND RC-END-TIME IS NUMERIC
               MOVE RC-START-DATE TO WS-CALC-START-DATE
               MOVE RC-START-TIME TO WS-CALC-START-TIME
               MOVE RC-END-DATE TO WS-CALC-END-DATE
               MOVE RC-END-TIME TO WS-CALC-END-TIME
               PERFORM 6050-SECONDS-BETWEEN-STAMPS
           END-IF.
           MOVE RC-RUN-STATUS
               TO WS-PD-RUN-STATUS(WS-PGM-FOUND-SUB WS-DAY-SUB).
           EVALUATE TRUE
             WHEN RC-RUN-STATUS = "RUNNING "
                 AND RC-END-TIME = SPACES
                 MOVE "O" TO WS-PD-STATE(WS-PGM-FOUND-SUB WS-DAY-SUB)
             WHEN RC-RUN-STATUS = "COMPLETE"
                 AND ELAPSED-IS-VALID
                 MOVE "Y" TO WS-PD-STATE(WS-PGM-FOUND-SUB WS-DAY-SUB)
                 MOVE WS-CALC-SECONDS
                     TO WS-PD-SECONDS(WS-PGM-FOUND-SUB WS-DAY-SUB)
             WHEN OTHER
                 MOVE "X" TO WS-PD-STATE(WS-PGM-FOUND-SUB WS-DAY-SUB)
           END-EVALUATE.

      *  Records read come from the audit log for programs already
      *  on run control; a WARNING record is FBMONITR's note about
      *  the run, not the run itself, so it never replaces it.
       2000-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           PERFORM 2100-READ-ONE-AUDIT-RECORD
               UNTIL END-OF-AUDIT.
           CLOSE AUDIT-FILE.
           MOVE "SAMPLE  " TO WS-PGM-LOOKUP-ID.
           MOVE ZERO TO WS-PGM-FOUND-SUB.
           MOVE ZERO TO WS-PGM-SUB.
           PERFORM 5100-MATCH-ONE-PROGRAM
               UNTIL WS-PGM-FOUND-SUB > ZERO
                   OR WS-PGM-SUB >= WS-PGM-USED-COUNT.
           MOVE WS-PGM-FOUND-SUB TO WS-SAMPLE-SUB.

       2100-READ-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   IF AT-RUN-STATUS NOT = "WARNING "
                       AND AT-RECORDS-READ IS NUMERIC
                       PERFORM 2200-SLOT-AUDIT-RECORD
                   END-IF
           END-READ.

       2200-SLOT-AUDIT-RECORD.
           MOVE AT-BUSINESS-DATE TO WS-FIND-DATE.
           PERFORM 4000-FIND-DAY.
           IF WS-DAY-SUB > ZERO
               MOVE AT-PROGRAM-ID TO WS-PGM-LOOKUP-ID
               MOVE ZERO TO WS-PGM-FOUND-SUB
               MOVE ZERO TO WS-PGM-SUB
               PERFORM 5100-MATCH-ONE-PROGRAM
                   UNTIL WS-PGM-FOUND-SUB > ZERO
                       OR WS-PGM-SUB >= WS-PGM-USED-COUNT
               IF WS-PGM-FOUND-SUB > ZERO
                   MOVE "Y" TO WS-PD-READS-SWITCH
                       (WS-PGM-FOUND-SUB WS-DAY-SUB)
                   MOVE AT-RECORDS-READ TO WS-PD-RECORDS-READ
                       (WS-PGM-FOUND-SUB WS-DAY-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *  End to end per night: RUNGATE start to FBMONITR end, judged
      *  open while the monitor has not stamped its end, and carrying
      *  SAMPLE's records read as the night's volume.
      *****************************************************************
       3000-BUILD-END-TO-END.
           MOVE ZERO TO WS-DAY-SUB.
           PERFORM 3100-BUILD-ONE-WINDOW-NIGHT
               UNTIL WS-DAY-SUB >= 14.

       3100-BUILD-ONE-WINDOW-NIGHT.
           ADD 1 TO WS-DAY-SUB.
           MOVE "N" TO WS-CALC-VALID-SWITCH.
           IF WS-WD-GATE-START-DATE(WS-DAY-SUB) IS NUMERIC
               AND WS-WD-GATE-START-TIME(WS-DAY-SUB) IS NUMERIC
               AND WS-WD-MONITOR-END-DATE(WS-DAY-SUB) IS NUMERIC
               AND WS-WD-MONITOR-END-TIME(WS-DAY-SUB) IS NUMERIC
               MOVE WS-WD-GATE-START-DATE(WS-DAY-SUB)
                   TO WS-CALC-START-DATE
               MOVE WS-WD-GATE-START-TIME(WS-DAY-SUB)
                   TO WS-CALC-START-TIME
               MOVE WS-WD-MONITOR-END-DATE(WS-DAY-SUB)
                   TO WS-CALC-END-DATE
               MOVE WS-WD-MONITOR-END-TIME(WS-DAY-SUB)
                   TO WS-CALC-END-TIME
               PERFORM 6050-SECONDS-BETWEEN-STAMPS
           END-IF.
           EVALUATE TRUE
             WHEN WS-WD-GATE-START-DATE(WS-DAY-SUB) = SPACES
                 CONTINUE
             WHEN WS-WD-MONITOR-END-TIME(WS-DAY-SUB) = SPACES
                 MOVE "O" TO WS-PD-STATE(WS-ENDTOEND-SUB WS-DAY-SUB)
                 MOVE "RUNNING "
                     TO WS-PD-RUN-STATUS(WS-ENDTOEND-SUB WS-DAY-SUB)
             WHEN ELAPSED-IS-VALID
                 MOVE "Y" TO WS-PD-STATE(WS-ENDTOEND-SUB WS-DAY-SUB)
                 MOVE WS-CALC-SECONDS
                     TO WS-PD-SECONDS(WS-ENDTOEND-SUB WS-DAY-SUB)
             WHEN OTHER
                 MOVE "X" TO WS-PD-STATE(WS-ENDTOEND-SUB WS-DAY-SUB)
                 MOVE "BAD STMP"
                     TO WS-PD-RUN-STATUS(WS-ENDTOEND-SUB WS-DAY-SUB)
           END-EVALUATE.
           IF WS-SAMPLE-SUB > ZERO
               MOVE WS-PD-READS-SWITCH(WS-SAMPLE-SUB WS-DAY-SUB)
                   TO WS-PD-READS-SWITCH(WS-ENDTOEND-SUB WS-DAY-SUB)
               MOVE WS-PD-RECORDS-READ(WS-SAMPLE-SUB WS-DAY-SUB)
                   TO WS-PD-RECORDS-READ(WS-ENDTOEND-SUB WS-DAY-SUB)
           END-IF.

      *  Sets WS-DAY-SUB from WS-FIND-DATE, zero when the date is
      *  not numeric or falls outside the two weeks.
       4000-FIND-DAY.
           MOVE ZERO TO WS-DAY-SUB.
           IF WS-FIND-DATE IS NUMERIC
               MOVE WS-FIND-DATE TO WS-RECORD-DATE
               COMPUTE WS-RECORD-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE)
               IF WS-RECORD-DATE-INTEGER >= WS-PRIOR-START-INTEGER
                   AND WS-RECORD-DATE-INTEGER <= WS-WEEK-END-INTEGER
                   COMPUTE WS-DAY-OFFSET = WS-RECORD-DATE-INTEGER
                       - WS-PRIOR-START-INTEGER + 1
                   MOVE WS-DAY-OFFSET TO WS-DAY-SUB
               END-IF
           END-IF.

       5000-FIND-PROGRAM.
           MOVE ZERO TO WS-PGM-FOUND-SUB.
           MOVE ZERO TO WS-PGM-SUB.
           PERFORM 5100-MATCH-ONE-PROGRAM
               UNTIL WS-PGM-FOUND-SUB > ZERO
                   OR WS-PGM-SUB >= WS-PGM-USED-COUNT.
           IF WS-PGM-FOUND-SUB = ZERO
               IF WS-PGM-USED-COUNT < 50
                   ADD 1 TO WS-PGM-USED-COUNT
                   MOVE WS-PGM-USED-COUNT TO WS-PGM-FOUND-SUB
                   MOVE WS-PGM-LOOKUP-ID
                       TO WS-PGM-PROGRAM-ID(WS-PGM-FOUND-SUB)
                   MOVE ZERO TO WS-DAY-OFFSET
                   PERFORM 5200-CLEAR-ONE-NIGHT
                       UNTIL WS-DAY-OFFSET >= 14
               ELSE
                   DISPLAY "PROGRAM TABLE FULL, ENTRY DROPPED FOR "
                       WS-PGM-LOOKUP-ID UPON CONSOLE
               END-IF
           END-IF.

       5100-MATCH-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB.
           IF WS-PGM-PROGRAM-ID(WS-PGM-SUB) = WS-PGM-LOOKUP-ID
               MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
           END-IF.

       5200-CLEAR-ONE-NIGHT.
           ADD 1 TO WS-DAY-OFFSET.
           MOVE "N" TO WS-PD-STATE(WS-PGM-FOUND-SUB WS-DAY-OFFSET).
           MOVE SPACES
               TO WS-PD-RUN-STATUS(WS-PGM-FOUND-SUB WS-DAY-OFFSET).
           MOVE ZERO TO WS-PD-SECONDS(WS-PGM-FOUND-SUB WS-DAY-OFFSET).
           MOVE "N"
               TO WS-PD-READS-SWITCH(WS-PGM-FOUND-SUB WS-DAY-OFFSET).
           MOVE ZERO
               TO WS-PD-RECORDS-READ(WS-PGM-FOUND-SUB WS-DAY-OFFSET).

       6050-SECONDS-BETWEEN-STAMPS.
           COMPUTE WS-CALC-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-CALC-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CALC-START-DATE))
                   * 86400
               + WS-CALC-END-HH * 3600 + WS-CALC-END-MM * 60
               + WS-CALC-END-SS
               - WS-CALC-START-HH * 3600 - WS-CALC-START-MM * 60
               - WS-CALC-START-SS.
           IF WS-CALC-SECONDS >= ZERO
               SET ELAPSED-IS-VALID TO TRUE
           END-IF.

       6100-FORMAT-ELAPSED.
           DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REMAINDER.
           DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

       8000-WRITE-PROGRAM-BLOCKS.
           MOVE ZERO TO WS-PGM-SUB.
           PERFORM 8100-WRITE-ONE-PROGRAM
               UNTIL WS-PGM-SUB >= WS-PGM-USED-COUNT.

       8100-WRITE-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB.
           MOVE SPACES TO WT-REPORT-LINE.
           WRITE WT-REPORT-LINE.
           MOVE WS-PGM-PROGRAM-ID(WS-PGM-SUB) TO WS-PHL-PROGRAM.
           WRITE WT-REPORT-LINE FROM WS-PROGRAM-HEADER-LINE.
           WRITE WT-REPORT-LINE FROM WS-COLUMN-HEADER-LINE.
           INITIALIZE WS-AVERAGE-WORK.
           MOVE ZERO TO WS-DAY-SUB.
           PERFORM 8200-WRITE-ONE-NIGHT
               UNTIL WS-DAY-SUB >= 14.
           PERFORM 8500-WRITE-AVERAGES.

      *  Prior-week nights are only totalled; this week's print.
       8200-WRITE-ONE-NIGHT.
           ADD 1 TO WS-DAY-SUB.
           IF WS-PD-STATE(WS-PGM-SUB WS-DAY-SUB) = "Y"
               IF WS-DAY-SUB > 7
                   ADD 1 TO WS-THIS-NIGHTS
                   ADD WS-PD-SECONDS(WS-PGM-SUB WS-DAY-SUB)
                       TO WS-THIS-SECONDS
                   ADD WS-PD-RECORDS-READ(WS-PGM-SUB WS-DAY-SUB)
                       TO WS-THIS-READS
               ELSE
                   ADD 1 TO WS-PRIOR-NIGHTS
                   ADD WS-PD-SECONDS(WS-PGM-SUB WS-DAY-SUB)
                       TO WS-PRIOR-SECONDS
                   ADD WS-PD-RECORDS-READ(WS-PGM-SUB WS-DAY-SUB)
                       TO WS-PRIOR-READS
               END-IF
           END-IF.
           IF WS-DAY-SUB > 7
               PERFORM 8300-FORMAT-NIGHT-LINE
               WRITE WT-REPORT-LINE FROM WS-NIGHT-DETAIL-LINE
           END-IF.

       8300-FORMAT-NIGHT-LINE.
           MOVE SPACES TO WS-NIGHT-DETAIL-LINE.
           COMPUTE WS-RECORD-DATE-INTEGER =
               WS-PRIOR-START-INTEGER + WS-DAY-SUB - 1.
           COMPUTE WS-NDL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RECORD-DATE-INTEGER).
           EVALUATE WS-PD-STATE(WS-PGM-SUB WS-DAY-SUB)
             WHEN "Y"
                 MOVE WS-PD-SECONDS(WS-PGM-SUB WS-DAY-SUB)
                     TO WS-HMS-SECONDS
                 PERFORM 6100-FORMAT-ELAPSED
                 MOVE WS-HMS-TEXT TO WS-NDL-ELAPSED
             WHEN "O"
                 MOVE "OPEN" TO WS-NDL-ELAPSED
             WHEN "X"
                 MOVE WS-PD-RUN-STATUS(WS-PGM-SUB WS-DAY-SUB)
                     TO WS-NDL-ELAPSED
             WHEN OTHER
                 MOVE "NOT RUN" TO WS-NDL-ELAPSED
           END-EVALUATE.
           IF WS-PD-READS-SWITCH(WS-PGM-SUB WS-DAY-SUB) = "Y"
               MOVE WS-PD-RECORDS-READ(WS-PGM-SUB WS-DAY-SUB)
                   TO WS-NDL-READS
               IF WS-PD-STATE(WS-PGM-SUB WS-DAY-SUB) = "Y"
                   AND WS-PD-RECORDS-READ(WS-PGM-SUB WS-DAY-SUB)
                       > ZERO
                   COMPUTE WS-NDL-RATE ROUNDED =
                       WS-PD-SECONDS(WS-PGM-SUB WS-DAY-SUB) * 1000
                       / WS-PD-RECORDS-READ(WS-PGM-SUB WS-DAY-SUB)
               END-IF
           END-IF.

      *  Percent changes need a prior week to compare with; the note
      *  fires when elapsed outgrew volume by more than ten points.
       8500-WRITE-AVERAGES.
           IF WS-THIS-NIGHTS > ZERO
               COMPUTE WS-THIS-AVG-SECONDS ROUNDED =
                   WS-THIS-SECONDS / WS-THIS-NIGHTS
               COMPUTE WS-THIS-AVG-READS ROUNDED =
                   WS-THIS-READS / WS-THIS-NIGHTS
           END-IF.
           IF WS-PRIOR-NIGHTS > ZERO
               COMPUTE WS-PRIOR-AVG-SECONDS ROUNDED =
                   WS-PRIOR-SECONDS / WS-PRIOR-NIGHTS
               COMPUTE WS-PRIOR-AVG-READS ROUNDED =
                   WS-PRIOR-READS / WS-PRIOR-NIGHTS
           END-IF.
           MOVE "THIS WEEK" TO WS-AVL-LABEL.
           MOVE WS-THIS-AVG-SECONDS TO WS-HMS-SECONDS.
           PERFORM 6100-FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO WS-AVL-ELAPSED.
           MOVE WS-THIS-AVG-READS TO WS-AVL-READS.
           MOVE WS-THIS-NIGHTS TO WS-AVL-NIGHTS.
           WRITE WT-REPORT-LINE FROM WS-AVERAGE-LINE.
           MOVE "PRIOR WEEK" TO WS-AVL-LABEL.
           MOVE WS-PRIOR-AVG-SECONDS TO WS-HMS-SECONDS.
           PERFORM 6100-FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO WS-AVL-ELAPSED.
           MOVE WS-PRIOR-AVG-READS TO WS-AVL-READS.
           MOVE WS-PRIOR-NIGHTS TO WS-AVL-NIGHTS.
           WRITE WT-REPORT-LINE FROM WS-AVERAGE-LINE.
           MOVE "N" TO WS-CHANGE-KNOWN-SWITCH.
           MOVE ZERO TO WS-ELAPSED-CHANGE-PCT.
           MOVE ZERO TO WS-READS-CHANGE-PCT.
           IF WS-THIS-NIGHTS > ZERO
               AND WS-PRIOR-NIGHTS > ZERO
               AND WS-PRIOR-AVG-SECONDS > ZERO
               SET CHANGE-IS-KNOWN TO TRUE
               COMPUTE WS-ELAPSED-CHANGE-PCT ROUNDED =
                   (WS-THIS-AVG-SECONDS - WS-PRIOR-AVG-SECONDS) * 100
                   / WS-PRIOR-AVG-SECONDS
               IF WS-PRIOR-AVG-READS > ZERO
                   COMPUTE WS-READS-CHANGE-PCT ROUNDED =
                       (WS-THIS-AVG-READS - WS-PRIOR-AVG-READS) * 100
                       / WS-PRIOR-AVG-READS
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHL-NOTE.
           MOVE WS-ELAPSED-CHANGE-PCT TO WS-CHL-ELAPSED-PCT.
           MOVE WS-READS-CHANGE-PCT TO WS-CHL-READS-PCT.
           EVALUATE TRUE
             WHEN NOT CHANGE-IS-KNOWN
                 MOVE "NO PRIOR WEEK TO COMPARE" TO WS-CHL-NOTE
             WHEN WS-ELAPSED-CHANGE-PCT > ZERO
                 AND WS-ELAPSED-CHANGE-PCT - WS-READS-CHANGE-PCT > 10
                 MOVE "* SLOWER THAN VOLUME EXPLAINS" TO WS-CHL-NOTE
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           WRITE WT-REPORT-LINE FROM WS-CHANGE-LINE.
       END PROGRAM FBWINTRD.
