      *  The LIVE column shows the run-control record for the date,
      *  so a stream still in flight reads RUNNING instead of
      *  missing; for SAMPLE, the checkpoint file's CP-RUN-STATUS is
      *  the fallback when no run-control record exists yet.  The
      *  FBINTCHK row is the weekly referential integrity sweep: the
      *  latest sweep on or before the date, up to two weeks back,
      *  with its exception count in the REJECTS column and the
      *  sweep's own date in the LIVE column; RECONFL means the
      *  files disagreed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-ROW-READS               PIC ZZZ,ZZZ,ZZ9.
       01  WS-ROW-REJECTS             PIC ZZZ,ZZZ,ZZ9.
       01  WS-ROW-LIVE                PIC X(8).
       01  WS-SWEEP-INQUIRY-DATE      PIC 9(8).
       01  WS-SWEEP-CUTOFF-DATE       PIC 9(8).
       01  WS-SWEEP-DATE-INTEGER      PIC 9(9).
       01  WS-SWEEP-SEARCH-SWITCH     PIC X VALUE "N".
           88  SWEEP-SEARCH-DONE          VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           IF EIBCALEN > 0
               MOVE WS-ROW-READS TO AREADO
               MOVE WS-ROW-REJECTS TO AREJO
               MOVE WS-ROW-LIVE TO ALIVEO
               PERFORM BUILD-SWEEP-ROW
               MOVE WS-ROW-STATUS TO ISTATO
               MOVE WS-ROW-READS TO IREADO
               MOVE WS-ROW-REJECTS TO IREJO
               MOVE WS-ROW-LIVE TO ILIVEO
               IF WS-MESSAGE = SPACES
                   MOVE "RUN STATUS RETRIEVED" TO WS-MESSAGE
               END-IF
           END-IF.
           PERFORM READ-LIVE-STATUS.

      *  The sweep runs weekly, not under the inquiry date, so the
      *  audit file is browsed backward from the end of that date to
      *  the first FBINTCHK record, giving up two weeks back.  The
      *  start key (the date followed by HIGH-VALUES) is never on
      *  file, and READPREV may follow a STARTBR directly only when
      *  its key is on file or is all HIGH-VALUES, so one READNEXT
      *  first settles the browse on the first record of a later
      *  date.  When nothing is on file after that date -- the start
      *  comes back NOTFND, or the READNEXT ENDFILE -- the browse is
      *  restarted from the end of the file, as FIND-LATEST-DATE
      *  starts.  Either way the later dates read back first are
      *  passed over.
       BUILD-SWEEP-ROW.
           MOVE "NO SWEEP" TO WS-ROW-STATUS.
           MOVE ZERO TO WS-ROW-READS.
           MOVE ZERO TO WS-ROW-REJECTS.
           MOVE SPACES TO WS-ROW-LIVE.
           MOVE ZERO TO WS-SWEEP-CUTOFF-DATE.
           IF WS-INQUIRY-DATE IS NUMERIC
               MOVE WS-INQUIRY-DATE TO WS-SWEEP-INQUIRY-DATE
               COMPUTE WS-SWEEP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SWEEP-INQUIRY-DATE) - 13
               COMPUTE WS-SWEEP-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SWEEP-DATE-INTEGER)
           END-IF.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           MOVE WS-INQUIRY-DATE TO WS-BROWSE-KEY(1:8).
           EXEC CICS STARTBR DATASET('AUDITVSM')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               PERFORM RESTART-AT-END-OF-AUDIT
           ELSE IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SETTLE-SWEEP-START
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "N" TO WS-SWEEP-SEARCH-SWITCH
               PERFORM READ-PREVIOUS-SWEEP
                   UNTIL SWEEP-SEARCH-DONE
               EXEC CICS ENDBR DATASET('AUDITVSM')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       SETTLE-SWEEP-START.
           EXEC CICS READNEXT DATASET('AUDITVSM')
                INTO(AUDIT-VSAM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR DATASET('AUDITVSM')
                    RESP(WS-RESP)
               END-EXEC
               PERFORM RESTART-AT-END-OF-AUDIT
           END-IF.

       RESTART-AT-END-OF-AUDIT.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR DATASET('AUDITVSM')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

       READ-PREVIOUS-SWEEP.
           EXEC CICS READPREV DATASET('AUDITVSM')
                INTO(AUDIT-VSAM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SWEEP-SEARCH-DONE TO TRUE
           ELSE IF AV-BUSINESS-DATE > WS-INQUIRY-DATE
               CONTINUE
           ELSE IF AV-BUSINESS-DATE < WS-SWEEP-CUTOFF-DATE
               SET SWEEP-SEARCH-DONE TO TRUE
           ELSE IF AV-PROGRAM-ID = "FBINTCHK"
               MOVE AV-RUN-STATUS TO WS-ROW-STATUS
               MOVE AV-RECORDS-READ TO WS-ROW-READS
               MOVE AV-REJECT-COUNT TO WS-ROW-REJECTS
               MOVE AV-BUSINESS-DATE TO WS-ROW-LIVE
               SET SWEEP-SEARCH-DONE TO TRUE
           END-IF.

       READ-LIVE-STATUS.
           MOVE SPACES TO WS-RUNCTL-KEY.
           MOVE WS-INQUIRY-DATE TO WS-RUNCTL-KEY(1:8).
