      *  scratch the partial report, extract, and reject files.
      *  The date is deliberately PARM-only with no default -- a
      *  backout aimed at the wrong night must take two keying
      *  mistakes, not one.  On a partitioned night the entries of
      *  every FIZZBUZZ partition for the date (FBPARTnn) are reset
      *  with the rest, so the whole night reclassifies.  MERGE
      *  after the date backs out only a merge that died part way:
      *  the history is stripped and FIZZBUZZ's entry reset, but
      *  SAMPLE and the partitions are left COMPLETE, so their work
      *  files stand and DAILYMRG can simply be resubmitted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
       FD  HISTORY-FILE.
       COPY FBHISTRC.
       FD  NEW-HISTORY-FILE.
       01  NEW-HISTORY-RECORD              PIC X(22).
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       FD  BACKOUT-REPORT-FILE.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BACKOUT-DATE             PIC X(8).
       01  WS-PARM-LINE                PIC X(20).
       01  WS-MERGE-SWITCH             PIC X VALUE "N".
           88  MERGE-BACKOUT               VALUE "Y".
       01  WS-PARTITION-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-PARTITION-ENTRIES    VALUE "Y".
       01  WS-EDIT-DATE-NUM            PIC 9(8).
       01  WS-EDIT-DATE-INTEGER        PIC 9(9).
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE "N".
           STOP RUN.

       0000-INITIALIZE.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE WS-PARM-LINE(1:8) TO WS-BACKOUT-DATE.
           IF WS-PARM-LINE(10:5) = "MERGE"
               SET MERGE-BACKOUT TO TRUE
           END-IF.
           IF WS-BACKOUT-DATE = SPACES
               OR WS-BACKOUT-DATE IS NOT NUMERIC
               DISPLAY "FBBACKOT PARM MUST BE THE BUSINESS DATE "
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           MOVE WS-BACKOUT-DATE TO WS-REPORT-HEADER-DATE.
           WRITE BK-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           IF MERGE-BACKOUT
               MOVE "MERGE ONLY, SAMPLE AND PARTITIONS LEFT COMPLETE"
                   TO BK-REPORT-LINE
               WRITE BK-REPORT-LINE
           END-IF.
           MOVE SPACES TO BK-REPORT-LINE.
           WRITE BK-REPORT-LINE.
           OPEN INPUT HISTORY-FILE.
      *  Both entries for the date are reset: a rerun held only on
      *  SAMPLE's COMPLETE entry -- by GATESTEP or by SAMPLE's own
      *  already-complete check -- would defeat the point of the
      *  backout.  A merge backout resets FIZZBUZZ's alone.
       2000-RESET-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
                   WS-RUNCTL-STATUS ", ENTRIES NOT RESET"
                   UPON CONSOLE
           ELSE
               IF NOT MERGE-BACKOUT
                   MOVE "SAMPLE  " TO WS-RESET-PROGRAM
                   PERFORM 2100-RESET-ONE-ENTRY
               END-IF
               MOVE "FIZZBUZZ" TO WS-RESET-PROGRAM
               PERFORM 2100-RESET-ONE-ENTRY
               IF NOT MERGE-BACKOUT
                   PERFORM 2200-RESET-PARTITION-ENTRIES
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

                       WS-BACKOUT-DATE ", NOTHING TO RESET"
                       UPON CONSOLE
               NOT INVALID KEY
                   PERFORM 2150-MARK-ENTRY-BACKOUT
           END-READ.

       2150-MARK-ENTRY-BACKOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO RC-END-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO RC-END-TIME.
           MOVE "BACKOUT " TO RC-RUN-STATUS.
           REWRITE RUN-CONTROL-RECORD.
           SET RUN-CONTROL-RESET TO TRUE.

      *  The partition entries key as FBPART01, FBPART02, ... under
      *  the date, so one browse from FBPART picks up however many
      *  the deck had that night.
       2200-RESET-PARTITION-ENTRIES.
           MOVE WS-BACKOUT-DATE TO RC-BUSINESS-DATE.
           MOVE "FBPART  " TO RC-PROGRAM-ID.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-RECORD-KEY
               INVALID KEY
                   SET END-OF-PARTITION-ENTRIES TO TRUE
           END-START.
           PERFORM 2210-RESET-ONE-PARTITION
               UNTIL END-OF-PARTITION-ENTRIES.

       2210-RESET-ONE-PARTITION.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-PARTITION-ENTRIES TO TRUE
               NOT AT END
                   IF RC-BUSINESS-DATE NOT = WS-BACKOUT-DATE
                       OR RC-PROGRAM-ID(1:6) NOT = "FBPART"
                       SET END-OF-PARTITION-ENTRIES TO TRUE
                   ELSE
                       DISPLAY "RESETTING " RC-PROGRAM-ID " FOR "
                           WS-BACKOUT-DATE UPON CONSOLE
                       PERFORM 2150-MARK-ENTRY-BACKOUT
                   END-IF
           END-READ.

       8000-RECONCILE-AND-REPORT.
