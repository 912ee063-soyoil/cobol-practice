       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBWINDOW.
      *****************************************************************
      *  Nightly batch-window elapsed-time check.  Runs as the last
      *  step of DAILYMRG, after MONSTEP, so the whole window has
      *  closed.  Every run-control record for tonight's business
      *  date (see RUNCTL.CPY) is turned into an elapsed time from
      *  its RC-START and RC-END stamps, and the night's end-to-end
      *  elapsed time is taken from the RUNGATE record's start (the
      *  GATESTEP) to the FBMONITR record's end (the MONSTEP).  Each
      *  is judged two ways: against its trailing average over the
      *  nights in the window before tonight (COMPLETE runs only, so
      *  a backed-out or unfinished night never feeds the average),
      *  and against the program's SLA limit in minutes from the
      *  SLACTL cards (program ENDTOEND carries the limit for the
      *  whole window).  A run longer than its average by more than
      *  the card's tolerance percent (default 25) and by at least a
      *  minute, or longer than its SLA limit, is flagged.  An entry
      *  still RUNNING with no end time -- tonight's or any night's in
      *  the window -- is listed as an open run and flagged, never
      *  skipped.  Any flag appends a WARNING audit record for
      *  FBWINDOW and ends the step RC 4, the way FBMONITR reports
      *  a breach; the weekly FBWINTRD report carries the trend.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL SLA-CONTROL-FILE ASSIGN TO "SLACTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WINDOW-REPORT-FILE ASSIGN TO "WINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       FD  SLA-CONTROL-FILE.
       01  SL-CONTROL-CARD.
           05  SL-PROGRAM-ID               PIC X(8).
           05  SL-LIMIT-MINUTES            PIC 9(4).
           05  SL-AVG-TOL-PCT              PIC 9(3).
       FD  WINDOW-REPORT-FILE.
       01  WN-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-RUNCTL-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-RUN-CONTROL          VALUE "Y".
       01  WS-SLA-EOF-SWITCH           PIC X VALUE "N".
           88  END-OF-SLA-CARDS            VALUE "Y".
       01  WS-HISTORY-DAYS             PIC 9(3) VALUE 7.
       01  WS-DEFAULT-TOL-PCT          PIC 9(3) VALUE 25.
       01  WS-MINIMUM-EXCESS-SECONDS   PIC 9(3) VALUE 60.
       01  WS-TONIGHT-INTEGER          PIC 9(9).
       01  WS-RECORD-DATE-INTEGER      PIC 9(9).
       01  WS-RECORD-DATE              PIC 9(8).
       01  WS-DAY-OFFSET               PIC S9(4).
       01  WS-RUNCTL-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-JUDGED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-FLAG-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-OPEN-RUN-COUNT           PIC 9(9) VALUE ZERO.
      *  Elapsed-time arithmetic.  Both stamps are turned into
      *  seconds from the start date, so a step that runs past
      *  midnight still comes out right.
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
       01  WS-JUDGE-SECONDS            PIC 9(9).
       01  WS-JUDGE-AVERAGE            PIC 9(9).
       01  WS-JUDGE-HIST-COUNT         PIC 9(3).
       01  WS-JUDGE-HIST-SECONDS       PIC 9(12).
       01  WS-JUDGE-SLA-MINUTES        PIC 9(4).
       01  WS-JUDGE-TOL-PCT            PIC 9(3).
       01  WS-ALLOWED-SECONDS          PIC 9(12).
       01  WS-OVER-AVERAGE-SWITCH      PIC X VALUE "N".
           88  RUN-OVER-AVERAGE            VALUE "Y".
       01  WS-OVER-SLA-SWITCH          PIC X VALUE "N".
           88  RUN-OVER-SLA                VALUE "Y".
       01  WS-HMS-SECONDS              PIC 9(9).
       01  WS-HMS-REMAINDER            PIC 9(9).
       01  WS-HMS-TEXT.
           05  WS-HMS-HH                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-HMS-MM                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-HMS-SS                   PIC 9(2).
       01  WS-CLOCK-TIME               PIC X(6).
       01  WS-CLOCK-TEXT.
           05  WS-CLOCK-HH                 PIC X(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-CLOCK-MM                 PIC X(2).
           05  FILLER                      PIC X(1) VALUE ":".
           05  WS-CLOCK-SS                 PIC X(2).
      *  One entry per program seen on run control in the window or
      *  named on an SLA card.
       01  WS-PGM-TABLE-AREA.
           05  WS-PGM-USED-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-PROGRAM-ID           PIC X(8).
               10  WS-PGM-SLA-MINUTES          PIC 9(4).
               10  WS-PGM-TOL-PCT              PIC 9(3).
               10  WS-PGM-TONIGHT-SWITCH       PIC X(1).
               10  WS-PGM-TONIGHT-STATUS       PIC X(8).
               10  WS-PGM-START-TIME           PIC X(6).
               10  WS-PGM-END-TIME             PIC X(6).
               10  WS-PGM-TONIGHT-SECONDS      PIC 9(9).
               10  WS-PGM-HIST-COUNT           PIC 9(3).
               10  WS-PGM-HIST-SECONDS         PIC 9(12).
       01  WS-PGM-SUB                  PIC 9(3).
       01  WS-PGM-FOUND-SUB            PIC 9(3).
       01  WS-PGM-LOOKUP-ID            PIC X(8).
       01  WS-ENDTOEND-SUB             PIC 9(3) VALUE ZERO.
      *  The window's two ends per night: offset 1 is tonight.
       01  WS-WINDOW-DAY-AREA.
           05  WS-WD-ENTRY OCCURS 8 TIMES.
               10  WS-WD-GATE-START-DATE       PIC X(8).
               10  WS-WD-GATE-START-TIME       PIC X(6).
               10  WS-WD-MONITOR-END-DATE      PIC X(8).
               10  WS-WD-MONITOR-END-TIME      PIC X(6).
       01  WS-WD-SUB                   PIC 9(2).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(33)
               VALUE "BATCH WINDOW ELAPSED TIME REPORT ".
           05  FILLER                      PIC X(4) VALUE "FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                      PIC X(10) VALUE "PROGRAM".
           05  FILLER                      PIC X(10) VALUE "STATUS".
           05  FILLER                      PIC X(10) VALUE "START".
           05  FILLER                      PIC X(10) VALUE "END".
           05  FILLER                      PIC X(10) VALUE "ELAPSED".
           05  FILLER                      PIC X(10) VALUE "TRAIL AVG".
           05  FILLER                      PIC X(5) VALUE "  SLA".
           05  FILLER                      PIC X(6) VALUE " FLAG".
       01  WS-WINDOW-DETAIL-LINE.
           05  WS-WDL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-STATUS               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-START                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-END                  PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-ELAPSED              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-AVERAGE              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WDL-SLA                  PIC ZZZZ.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-WDL-FLAG                 PIC X(12).
       01  WS-OPEN-RUN-LINE.
           05  WS-ORL-DATE                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ORL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X(10)
               VALUE "  STARTED ".
           05  WS-ORL-START-DATE           PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-ORL-START-TIME           PIC X(8).
           05  FILLER                      PIC X(17)
               VALUE "  NO END RECORDED".
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(30).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-SCAN-RUN-CONTROL.
           PERFORM 2000-WRITE-PROGRAM-LINES.
           PERFORM 3000-JUDGE-END-TO-END.
           PERFORM 8000-WRITE-REPORT-SUMMARY.
           CLOSE WINDOW-REPORT-FILE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           IF WS-FLAG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           COMPUTE WS-TONIGHT-INTEGER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-BUSINESS-DATE)).
           MOVE ZERO TO WS-WD-SUB.
           PERFORM 0100-CLEAR-ONE-WINDOW-DAY
               UNTIL WS-WD-SUB >= 8.
           PERFORM 0200-LOAD-SLA-CARDS.
           MOVE "ENDTOEND" TO WS-PGM-LOOKUP-ID.
           PERFORM 5000-FIND-PROGRAM.
           MOVE WS-PGM-FOUND-SUB TO WS-ENDTOEND-SUB.
           OPEN OUTPUT WINDOW-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-HEADER-DATE.
           WRITE WN-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE SPACES TO WN-REPORT-LINE.
           WRITE WN-REPORT-LINE.

       0100-CLEAR-ONE-WINDOW-DAY.
           ADD 1 TO WS-WD-SUB.
           MOVE SPACES TO WS-WD-GATE-START-DATE(WS-WD-SUB).
           MOVE SPACES TO WS-WD-GATE-START-TIME(WS-WD-SUB).
           MOVE SPACES TO WS-WD-MONITOR-END-DATE(WS-WD-SUB).
           MOVE SPACES TO WS-WD-MONITOR-END-TIME(WS-WD-SUB).

       0150-READ-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT RUN-DATE-FILE.
           READ RUN-DATE-FILE
               AT END
                   DISPLAY "RUNDATE NOT FOUND, USING CURRENT DATE"
                       UPON CONSOLE
               NOT AT END
                   MOVE CC-RUN-DATE TO WS-BUSINESS-DATE
           END-READ.
           CLOSE RUN-DATE-FILE.
           MOVE SPACES TO WS-PARM-DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           END-IF.

      *  One card per program: the SLA limit in minutes and the
      *  tolerance over the trailing average in percent.  A zero or
      *  missing limit means the program has no SLA; a zero or
      *  missing tolerance takes the default.
       0200-LOAD-SLA-CARDS.
           OPEN INPUT SLA-CONTROL-FILE.
           PERFORM 0250-LOAD-ONE-SLA-CARD
               UNTIL END-OF-SLA-CARDS.
           CLOSE SLA-CONTROL-FILE.
           IF WS-PGM-USED-COUNT = ZERO
               DISPLAY "SLACTL NOT FOUND OR EMPTY, AVERAGES ONLY"
                   UPON CONSOLE
           END-IF.

       0250-LOAD-ONE-SLA-CARD.
           READ SLA-CONTROL-FILE
               AT END
                   SET END-OF-SLA-CARDS TO TRUE
               NOT AT END
                   IF SL-PROGRAM-ID NOT = SPACES
                       MOVE SL-PROGRAM-ID TO WS-PGM-LOOKUP-ID
                       PERFORM 5000-FIND-PROGRAM
                       PERFORM 0270-APPLY-SLA-CARD
                   END-IF
           END-READ.

       0270-APPLY-SLA-CARD.
           IF WS-PGM-FOUND-SUB > ZERO
               IF SL-LIMIT-MINUTES IS NUMERIC
                   MOVE SL-LIMIT-MINUTES
                       TO WS-PGM-SLA-MINUTES(WS-PGM-FOUND-SUB)
               ELSE
                   DISPLAY "SLACTL LIMIT INVALID FOR " SL-PROGRAM-ID
                       ", NO SLA APPLIED" UPON CONSOLE
               END-IF
               IF SL-AVG-TOL-PCT IS NUMERIC
                   AND SL-AVG-TOL-PCT NOT = ZERO
                   MOVE SL-AVG-TOL-PCT
                       TO WS-PGM-TOL-PCT(WS-PGM-FOUND-SUB)
               END-IF
           END-IF.

       1000-SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               DISPLAY "RUNCNTL OPEN FAILED, STATUS="
                   WS-RUNCTL-STATUS UPON CONSOLE
               CLOSE WINDOW-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-READ-ONE-RUN-CONTROL
               UNTIL END-OF-RUN-CONTROL.
           CLOSE RUN-CONTROL-FILE.

       1100-READ-ONE-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   ADD 1 TO WS-RUNCTL-READ-COUNT
                   IF RC-BUSINESS-DATE IS NUMERIC
                       PERFORM 1200-SLOT-RUN-CONTROL
                   END-IF
           END-READ.

       1200-SLOT-RUN-CONTROL.
           MOVE RC-BUSINESS-DATE TO WS-RECORD-DATE.
           COMPUTE WS-RECORD-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RECORD-DATE).
           COMPUTE WS-DAY-OFFSET =
               WS-TONIGHT-INTEGER - WS-RECORD-DATE-INTEGER.
           IF WS-DAY-OFFSET >= ZERO
               AND WS-DAY-OFFSET <= WS-HISTORY-DAYS
               MOVE RC-PROGRAM-ID TO WS-PGM-LOOKUP-ID
               PERFORM 5000-FIND-PROGRAM
               IF WS-PGM-FOUND-SUB > ZERO
                   PERFORM 1300-NOTE-WINDOW-ENDS
                   PERFORM 6000-COMPUTE-ELAPSED
                   IF WS-DAY-OFFSET = ZERO
                       PERFORM 1400-SLOT-TONIGHT
                   ELSE
                       PERFORM 1500-SLOT-HISTORY
                   END-IF
                   IF RC-RUN-STATUS = "RUNNING "
                       AND RC-END-TIME = SPACES
                       PERFORM 1600-WRITE-OPEN-RUN
                   END-IF
               END-IF
           END-IF.

       1300-NOTE-WINDOW-ENDS.
           COMPUTE WS-WD-SUB = WS-DAY-OFFSET + 1.
           IF RC-PROGRAM-ID = "RUNGATE "
               MOVE RC-START-DATE TO WS-WD-GATE-START-DATE(WS-WD-SUB)
               MOVE RC-START-TIME TO WS-WD-GATE-START-TIME(WS-WD-SUB)
           END-IF.
           IF RC-PROGRAM-ID = "FBMONITR"
               MOVE RC-END-DATE TO WS-WD-MONITOR-END-DATE(WS-WD-SUB)
               MOVE RC-END-TIME TO WS-WD-MONITOR-END-TIME(WS-WD-SUB)
           END-IF.

       1400-SLOT-TONIGHT.
           MOVE RC-RUN-STATUS
               TO WS-PGM-TONIGHT-STATUS(WS-PGM-FOUND-SUB).
           MOVE RC-START-TIME TO WS-PGM-START-TIME(WS-PGM-FOUND-SUB).
           MOVE RC-END-TIME TO WS-PGM-END-TIME(WS-PGM-FOUND-SUB).
           EVALUATE TRUE
             WHEN RC-RUN-STATUS = "RUNNING "
                 AND RC-END-TIME = SPACES
                 MOVE "O" TO WS-PGM-TONIGHT-SWITCH(WS-PGM-FOUND-SUB)
             WHEN RC-RUN-STATUS = "COMPLETE"
                 AND ELAPSED-IS-VALID
                 MOVE "Y" TO WS-PGM-TONIGHT-SWITCH(WS-PGM-FOUND-SUB)
                 MOVE WS-CALC-SECONDS
                     TO WS-PGM-TONIGHT-SECONDS(WS-PGM-FOUND-SUB)
             WHEN OTHER
                 MOVE "X" TO WS-PGM-TONIGHT-SWITCH(WS-PGM-FOUND-SUB)
           END-EVALUATE.

       1500-SLOT-HISTORY.
           IF RC-RUN-STATUS = "COMPLETE"
               AND ELAPSED-IS-VALID
               ADD 1 TO WS-PGM-HIST-COUNT(WS-PGM-FOUND-SUB)
               ADD WS-CALC-SECONDS
                   TO WS-PGM-HIST-SECONDS(WS-PGM-FOUND-SUB)
           END-IF.

       1600-WRITE-OPEN-RUN.
           IF WS-OPEN-RUN-COUNT = ZERO
               MOVE "OPEN RUNS IN THE WINDOW" TO WN-REPORT-LINE
               WRITE WN-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OPEN-RUN-COUNT.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE RC-BUSINESS-DATE TO WS-ORL-DATE.
           MOVE RC-PROGRAM-ID TO WS-ORL-PROGRAM.
           MOVE RC-START-DATE TO WS-ORL-START-DATE.
           MOVE RC-START-TIME TO WS-CLOCK-TIME.
           PERFORM 6200-FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-ORL-START-TIME.
           WRITE WN-REPORT-LINE FROM WS-OPEN-RUN-LINE.

       2000-WRITE-PROGRAM-LINES.
           IF WS-OPEN-RUN-COUNT > ZERO
               MOVE SPACES TO WN-REPORT-LINE
               WRITE WN-REPORT-LINE
           END-IF.
           WRITE WN-REPORT-LINE FROM WS-COLUMN-HEADER-LINE.
           MOVE ZERO TO WS-PGM-SUB.
           PERFORM 2100-WRITE-ONE-PROGRAM
               UNTIL WS-PGM-SUB >= WS-PGM-USED-COUNT.

       2100-WRITE-ONE-PROGRAM.
           ADD 1 TO WS-PGM-SUB.
           IF WS-PGM-SUB NOT = WS-ENDTOEND-SUB
               MOVE SPACES TO WS-WINDOW-DETAIL-LINE
               MOVE WS-PGM-PROGRAM-ID(WS-PGM-SUB) TO WS-WDL-PROGRAM
               MOVE WS-PGM-SLA-MINUTES(WS-PGM-SUB) TO WS-WDL-SLA
               MOVE WS-PGM-HIST-COUNT(WS-PGM-SUB)
                   TO WS-JUDGE-HIST-COUNT
               MOVE WS-PGM-HIST-SECONDS(WS-PGM-SUB)
                   TO WS-JUDGE-HIST-SECONDS
               PERFORM 2150-FORMAT-AVERAGE
               EVALUATE WS-PGM-TONIGHT-SWITCH(WS-PGM-SUB)
                 WHEN "N"
                     MOVE "NOT RUN" TO WS-WDL-STATUS
                 WHEN "O"
                     MOVE WS-PGM-TONIGHT-STATUS(WS-PGM-SUB)
                         TO WS-WDL-STATUS
                     PERFORM 2200-FORMAT-START-END
                     MOVE "OPEN" TO WS-WDL-ELAPSED
                     MOVE "OPEN RUN" TO WS-WDL-FLAG
                 WHEN "X"
                     MOVE WS-PGM-TONIGHT-STATUS(WS-PGM-SUB)
                         TO WS-WDL-STATUS
                     PERFORM 2200-FORMAT-START-END
                     MOVE "NOT JUDGED" TO WS-WDL-FLAG
                 WHEN OTHER
                     MOVE WS-PGM-TONIGHT-STATUS(WS-PGM-SUB)
                         TO WS-WDL-STATUS
                     PERFORM 2200-FORMAT-START-END
                     MOVE WS-PGM-TONIGHT-SECONDS(WS-PGM-SUB)
                         TO WS-JUDGE-SECONDS
                     MOVE WS-PGM-SLA-MINUTES(WS-PGM-SUB)
                         TO WS-JUDGE-SLA-MINUTES
                     MOVE WS-PGM-TOL-PCT(WS-PGM-SUB)
                         TO WS-JUDGE-TOL-PCT
                     PERFORM 4000-JUDGE-ELAPSED
               END-EVALUATE
               WRITE WN-REPORT-LINE FROM WS-WINDOW-DETAIL-LINE
           END-IF.

       2150-FORMAT-AVERAGE.
           MOVE ZERO TO WS-JUDGE-AVERAGE.
           IF WS-JUDGE-HIST-COUNT > ZERO
               COMPUTE WS-JUDGE-AVERAGE ROUNDED =
                   WS-JUDGE-HIST-SECONDS / WS-JUDGE-HIST-COUNT
               MOVE WS-JUDGE-AVERAGE TO WS-HMS-SECONDS
               PERFORM 6100-FORMAT-ELAPSED
               MOVE WS-HMS-TEXT TO WS-WDL-AVERAGE
           ELSE
               MOVE "NO HIST" TO WS-WDL-AVERAGE
           END-IF.

       2200-FORMAT-START-END.
           MOVE WS-PGM-START-TIME(WS-PGM-SUB) TO WS-CLOCK-TIME.
           PERFORM 6200-FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-WDL-START.
           MOVE WS-PGM-END-TIME(WS-PGM-SUB) TO WS-CLOCK-TIME.
           PERFORM 6200-FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-WDL-END.

      *****************************************************************
      *  End to end runs from the RUNGATE start to the FBMONITR end
      *  for each night in the window, judged the same way as a
      *  single program, with the ENDTOEND card's limit.
      *****************************************************************
       3000-JUDGE-END-TO-END.
           MOVE ZERO TO WS-JUDGE-HIST-COUNT.
           MOVE ZERO TO WS-JUDGE-HIST-SECONDS.
           MOVE 1 TO WS-WD-SUB.
           PERFORM 3100-TOTAL-ONE-WINDOW-NIGHT
               UNTIL WS-WD-SUB > WS-HISTORY-DAYS.
           MOVE SPACES TO WS-WINDOW-DETAIL-LINE.
           MOVE "ENDTOEND" TO WS-WDL-PROGRAM.
           MOVE WS-PGM-SLA-MINUTES(WS-ENDTOEND-SUB) TO WS-WDL-SLA.
           PERFORM 2150-FORMAT-AVERAGE.
           MOVE 1 TO WS-WD-SUB.
           PERFORM 3200-COMPUTE-WINDOW-ELAPSED.
           MOVE WS-WD-GATE-START-TIME(1) TO WS-CLOCK-TIME.
           PERFORM 6200-FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-WDL-START.
           MOVE WS-WD-MONITOR-END-TIME(1) TO WS-CLOCK-TIME.
           PERFORM 6200-FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-WDL-END.
           EVALUATE TRUE
             WHEN WS-WD-GATE-START-DATE(1) = SPACES
                 MOVE "NO GATE" TO WS-WDL-STATUS
                 MOVE "NOT JUDGED" TO WS-WDL-FLAG
             WHEN WS-WD-MONITOR-END-TIME(1) = SPACES
                 MOVE "NO MONITR" TO WS-WDL-STATUS
                 MOVE "OPEN" TO WS-WDL-ELAPSED
                 MOVE "OPEN RUN" TO WS-WDL-FLAG
                 ADD 1 TO WS-FLAG-COUNT
             WHEN NOT ELAPSED-IS-VALID
                 MOVE "BAD STAMP" TO WS-WDL-STATUS
                 MOVE "NOT JUDGED" TO WS-WDL-FLAG
             WHEN OTHER
                 MOVE "WINDOW" TO WS-WDL-STATUS
                 MOVE WS-CALC-SECONDS TO WS-JUDGE-SECONDS
                 MOVE WS-PGM-SLA-MINUTES(WS-ENDTOEND-SUB)
                     TO WS-JUDGE-SLA-MINUTES
                 MOVE WS-PGM-TOL-PCT(WS-ENDTOEND-SUB)
                     TO WS-JUDGE-TOL-PCT
                 PERFORM 4000-JUDGE-ELAPSED
           END-EVALUATE.
           MOVE SPACES TO WN-REPORT-LINE.
           WRITE WN-REPORT-LINE.
           WRITE WN-REPORT-LINE FROM WS-WINDOW-DETAIL-LINE.

       3100-TOTAL-ONE-WINDOW-NIGHT.
           ADD 1 TO WS-WD-SUB.
           PERFORM 3200-COMPUTE-WINDOW-ELAPSED.
           IF ELAPSED-IS-VALID
               ADD 1 TO WS-JUDGE-HIST-COUNT
               ADD WS-CALC-SECONDS TO WS-JUDGE-HIST-SECONDS
           END-IF.

       3200-COMPUTE-WINDOW-ELAPSED.
           MOVE "N" TO WS-CALC-VALID-SWITCH.
           IF WS-WD-GATE-START-DATE(WS-WD-SUB) IS NUMERIC
               AND WS-WD-GATE-START-TIME(WS-WD-SUB) IS NUMERIC
               AND WS-WD-MONITOR-END-DATE(WS-WD-SUB) IS NUMERIC
               AND WS-WD-MONITOR-END-TIME(WS-WD-SUB) IS NUMERIC
               MOVE WS-WD-GATE-START-DATE(WS-WD-SUB)
                   TO WS-CALC-START-DATE
               MOVE WS-WD-GATE-START-TIME(WS-WD-SUB)
                   TO WS-CALC-START-TIME
               MOVE WS-WD-MONITOR-END-DATE(WS-WD-SUB)
                   TO WS-CALC-END-DATE
               MOVE WS-WD-MONITOR-END-TIME(WS-WD-SUB)
                   TO WS-CALC-END-TIME
               PERFORM 6050-SECONDS-BETWEEN-STAMPS
           END-IF.

      *  Over the average needs both the tolerance and a minute's
      *  excess, so a ten-second step taking twenty is not news.
       4000-JUDGE-ELAPSED.
           ADD 1 TO WS-JUDGED-COUNT.
           MOVE "N" TO WS-OVER-AVERAGE-SWITCH.
           MOVE "N" TO WS-OVER-SLA-SWITCH.
           MOVE WS-JUDGE-SECONDS TO WS-HMS-SECONDS.
           PERFORM 6100-FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO WS-WDL-ELAPSED.
           IF WS-JUDGE-TOL-PCT = ZERO
               MOVE WS-DEFAULT-TOL-PCT TO WS-JUDGE-TOL-PCT
           END-IF.
           IF WS-JUDGE-HIST-COUNT > ZERO
               COMPUTE WS-ALLOWED-SECONDS =
                   WS-JUDGE-AVERAGE * (100 + WS-JUDGE-TOL-PCT) / 100
               IF WS-JUDGE-SECONDS > WS-ALLOWED-SECONDS
                   AND WS-JUDGE-SECONDS >= WS-JUDGE-AVERAGE
                       + WS-MINIMUM-EXCESS-SECONDS
                   SET RUN-OVER-AVERAGE TO TRUE
               END-IF
           END-IF.
           IF WS-JUDGE-SLA-MINUTES > ZERO
               COMPUTE WS-ALLOWED-SECONDS = WS-JUDGE-SLA-MINUTES * 60
               IF WS-JUDGE-SECONDS > WS-ALLOWED-SECONDS
                   SET RUN-OVER-SLA TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
             WHEN RUN-OVER-SLA AND RUN-OVER-AVERAGE
                 MOVE "OVER BOTH" TO WS-WDL-FLAG
                 ADD 1 TO WS-FLAG-COUNT
             WHEN RUN-OVER-SLA
                 MOVE "OVER SLA" TO WS-WDL-FLAG
                 ADD 1 TO WS-FLAG-COUNT
             WHEN RUN-OVER-AVERAGE
                 MOVE "OVER AVERAGE" TO WS-WDL-FLAG
                 ADD 1 TO WS-FLAG-COUNT
           END-EVALUATE.

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
                   MOVE ZERO TO WS-PGM-SLA-MINUTES(WS-PGM-FOUND-SUB)
                   MOVE ZERO TO WS-PGM-TOL-PCT(WS-PGM-FOUND-SUB)
                   MOVE "N" TO WS-PGM-TONIGHT-SWITCH(WS-PGM-FOUND-SUB)
                   MOVE SPACES
                       TO WS-PGM-TONIGHT-STATUS(WS-PGM-FOUND-SUB)
                   MOVE SPACES TO WS-PGM-START-TIME(WS-PGM-FOUND-SUB)
                   MOVE SPACES TO WS-PGM-END-TIME(WS-PGM-FOUND-SUB)
                   MOVE ZERO
                       TO WS-PGM-TONIGHT-SECONDS(WS-PGM-FOUND-SUB)
                   MOVE ZERO TO WS-PGM-HIST-COUNT(WS-PGM-FOUND-SUB)
                   MOVE ZERO TO WS-PGM-HIST-SECONDS(WS-PGM-FOUND-SUB)
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

       6000-COMPUTE-ELAPSED.
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

       6200-FORMAT-CLOCK-TIME.
           IF WS-CLOCK-TIME = SPACES
               MOVE SPACES TO WS-CLOCK-TEXT
           ELSE
               MOVE WS-CLOCK-TIME(1:2) TO WS-CLOCK-HH
               MOVE WS-CLOCK-TIME(3:2) TO WS-CLOCK-MM
               MOVE WS-CLOCK-TIME(5:2) TO WS-CLOCK-SS
           END-IF.

       8000-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO WN-REPORT-LINE.
           WRITE WN-REPORT-LINE.
           MOVE "RUN-CONTROL RECORDS READ" TO WS-SUMMARY-LABEL.
           MOVE WS-RUNCTL-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE WN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ELAPSED TIMES JUDGED" TO WS-SUMMARY-LABEL.
           MOVE WS-JUDGED-COUNT TO WS-SUMMARY-COUNT.
           WRITE WN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OPEN RUNS" TO WS-SUMMARY-LABEL.
           MOVE WS-OPEN-RUN-COUNT TO WS-SUMMARY-COUNT.
           WRITE WN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FLAGGED" TO WS-SUMMARY-LABEL.
           MOVE WS-FLAG-COUNT TO WS-SUMMARY-COUNT.
           WRITE WN-REPORT-LINE FROM WS-SUMMARY-LINE.
           DISPLAY "ELAPSED JUDGED:    " WS-JUDGED-COUNT
               UPON CONSOLE.
           DISPLAY "FLAGGED:           " WS-FLAG-COUNT
               UPON CONSOLE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "FBWINDOW" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-RUNCTL-READ-COUNT TO AT-RECORDS-READ.
           MOVE WS-JUDGED-COUNT TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           MOVE WS-FLAG-COUNT TO AT-REJECT-COUNT.
           IF WS-FLAG-COUNT > ZERO
               MOVE "WARNING " TO AT-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO AT-RUN-STATUS
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM FBWINDOW.
