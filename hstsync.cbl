       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTSYNC.
      *****************************************************************
      *  Classification-history VSAM sync step.  Rolls the live flat
      *  history (PROD.FIZZBUZZ.HISTORY) into the HISTVSM file the
      *  FBHBRW online history browse reads, keyed on account number
      *  plus business date (see HSTVSREC.CPY), the same way AUDSYNC
      *  rolls AUDITLOG into AUDITVSM.  Every history record is
      *  applied in file order, so the last record for a key -- a
      *  FORCE rerun of a date, for instance -- wins.  A record new
      *  to HISTVSM, or one for tonight's business date or later,
      *  has its override flag set from OVRMAST the way FIZZBUZZ
      *  applies it: an entry on file whose expiry date has not
      *  passed.  That holds for every record FIZZBUZZ has written
      *  since the last sync -- tonight's, and earlier dates a
      *  CATCHUP or rerun wrote after the newest date the last sync
      *  saw.  Only a record being back-loaded from before that, as
      *  on the first sync, also needs the entry to have been
      *  entered by the record's date, since OVRMAST has moved on
      *  since.  A record already loaded keeps its flag.  Each record
      *  found is stamped with this run's date and time, and a
      *  second pass deletes every key the live history no longer
      *  has -- dates FBARCHIV has cut to the archive, or a night
      *  BACKOUT.JCL stripped -- so the browse shows exactly the
      *  live history and never an incomplete archived date.  The
      *  oldest and newest live dates go on the control record under
      *  account zero, which is how the browse knows when a date it
      *  is asked for needs FBRESTOR.  Runs in DAILYMRG once FBSTEP
      *  has written tonight's history; the business date comes from
      *  the PARM, defaulting to the current date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-VSAM-FILE ASSIGN TO "HISTVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-RECORD-KEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY FBHISTRC.
       FD  OVERRIDE-FILE.
       COPY FBOVRREC.
       FD  HISTORY-VSAM-FILE.
       COPY HSTVSREC.
       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS              PIC XX.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-SYNC-STAMP               PIC X(14).
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDES            VALUE "Y".
       01  WS-VSAM-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-HISTORY-VSAM         VALUE "Y".
       01  WS-RECORD-FOUND-SWITCH      PIC X VALUE "N".
           88  RECORD-ON-FILE              VALUE "Y".
       01  WS-OVR-USED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-OVERRIDE-TABLE-AREA.
           05  WS-OVR-ENTRY OCCURS 1000 TIMES.
               10  WS-OVR-ACCOUNT              PIC 9(9).
               10  WS-OVR-EXPIRY-DATE          PIC X(8).
               10  WS-OVR-ENTERED-DATE         PIC X(8).
       01  WS-OVR-SUB                  PIC 9(4).
       01  WS-OVR-FOUND-SUB            PIC 9(4).
       01  WS-CONTROL-ACCOUNT          PIC 9(9) VALUE ZERO.
       01  WS-CONTROL-DATE             PIC X(8) VALUE "00000000".
       01  WS-OLDEST-LIVE-DATE         PIC X(8) VALUE HIGH-VALUES.
       01  WS-NEWEST-LIVE-DATE         PIC X(8) VALUE LOW-VALUES.
       01  WS-LAST-SYNC-NEWEST-DATE    PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-SKIPPED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-ADDED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-UPDATED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-REMOVED-COUNT    PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-SYNC-ONE-RECORD
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.
           PERFORM 2000-REMOVE-DROPPED-KEYS.
           PERFORM 3000-WRITE-CONTROL-RECORD.
           CLOSE HISTORY-VSAM-FILE.
           DISPLAY "HISTVSM SYNC READ:     " WS-RECORDS-READ-COUNT
               UPON CONSOLE.
           DISPLAY "HISTVSM SYNC SKIPPED:  " WS-RECORDS-SKIPPED-COUNT
               UPON CONSOLE.
           DISPLAY "HISTVSM SYNC ADDED:    " WS-RECORDS-ADDED-COUNT
               UPON CONSOLE.
           DISPLAY "HISTVSM SYNC UPDATED:  " WS-RECORDS-UPDATED-COUNT
               UPON CONSOLE.
           DISPLAY "HISTVSM SYNC REMOVED:  " WS-RECORDS-REMOVED-COUNT
               UPON CONSOLE.
           STOP RUN.

       0000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-SYNC-STAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE.
           MOVE SPACES TO WS-PARM-DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           END-IF.
           PERFORM 0100-LOAD-OVERRIDE-FILE.
           OPEN INPUT HISTORY-FILE.
           OPEN I-O HISTORY-VSAM-FILE.
           IF WS-VSAM-STATUS NOT = "00" AND WS-VSAM-STATUS NOT = "05"
               OPEN OUTPUT HISTORY-VSAM-FILE
               CLOSE HISTORY-VSAM-FILE
               OPEN I-O HISTORY-VSAM-FILE
           END-IF.
           PERFORM 0200-READ-LAST-SYNC-DATE.

       0100-LOAD-OVERRIDE-FILE.
           OPEN INPUT OVERRIDE-FILE.
           PERFORM 0150-LOAD-ONE-OVERRIDE
               UNTIL END-OF-OVERRIDES.
           CLOSE OVERRIDE-FILE.

      *  Takes the entries FIZZBUZZ would honor, so the flag means
      *  what the classification that night actually did.
       0150-LOAD-ONE-OVERRIDE.
           READ OVERRIDE-FILE
               AT END
                   SET END-OF-OVERRIDES TO TRUE
               NOT AT END
                   IF OV-ACCOUNT-NUMBER IS NUMERIC
                       AND OV-CATEGORY-NBR IS NUMERIC
                       AND OV-CATEGORY-NBR NOT = ZERO
                       AND OV-CATEGORY-NBR NOT = 9
                       IF WS-OVR-USED-COUNT < 1000
                           ADD 1 TO WS-OVR-USED-COUNT
                           MOVE OV-ACCOUNT-NUMBER
                               TO WS-OVR-ACCOUNT(WS-OVR-USED-COUNT)
                           MOVE OV-EXPIRY-DATE
                               TO WS-OVR-EXPIRY-DATE
                               (WS-OVR-USED-COUNT)
                           MOVE OV-ENTERED-DATE
                               TO WS-OVR-ENTERED-DATE
                               (WS-OVR-USED-COUNT)
                       ELSE
                           DISPLAY "OVERRIDE TABLE FULL, ENTRY "
                               "DROPPED FOR " OV-ACCOUNT-NUMBER
                               UPON CONSOLE
                       END-IF
                   END-IF
           END-READ.

      *  The newest live date the last sync saw, spaces when there
      *  has been no sync or the live history was empty.
       0200-READ-LAST-SYNC-DATE.
           MOVE WS-CONTROL-ACCOUNT TO HV-ACCOUNT-NUMBER.
           MOVE WS-CONTROL-DATE TO HV-BUSINESS-DATE.
           READ HISTORY-VSAM-FILE
               INVALID KEY
                   MOVE SPACES TO HV-CONTROL-DATA
           END-READ.
           MOVE HV-NEWEST-LIVE-DATE TO WS-LAST-SYNC-NEWEST-DATE.

       1000-SYNC-ONE-RECORD.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF HS-ACCOUNT-NUMBER IS NUMERIC
                       AND HS-ACCOUNT-NUMBER NOT = ZERO
                       AND HS-BUSINESS-DATE IS NUMERIC
                       PERFORM 1100-APPLY-ONE-RECORD
                   ELSE
                       ADD 1 TO WS-RECORDS-SKIPPED-COUNT
                       DISPLAY "HISTORY RECORD UNUSABLE, SKIPPED "
                           HS-ACCOUNT-NUMBER " " HS-BUSINESS-DATE
                           UPON CONSOLE
                   END-IF
           END-READ.

       1100-APPLY-ONE-RECORD.
           IF HS-BUSINESS-DATE < WS-OLDEST-LIVE-DATE
               MOVE HS-BUSINESS-DATE TO WS-OLDEST-LIVE-DATE
           END-IF.
           IF HS-BUSINESS-DATE > WS-NEWEST-LIVE-DATE
               MOVE HS-BUSINESS-DATE TO WS-NEWEST-LIVE-DATE
           END-IF.
           MOVE HS-ACCOUNT-NUMBER TO HV-ACCOUNT-NUMBER.
           MOVE HS-BUSINESS-DATE TO HV-BUSINESS-DATE.
           MOVE "Y" TO WS-RECORD-FOUND-SWITCH.
           READ HISTORY-VSAM-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND-SWITCH
           END-READ.
           IF NOT RECORD-ON-FILE
               MOVE SPACES TO HV-HISTORY-DATA
           END-IF.
           MOVE HS-CATEGORY-NBR TO HV-CATEGORY-NBR.
           MOVE HS-CATEGORY-CODE TO HV-CATEGORY-CODE.
           MOVE HS-ACCOUNT-STATUS TO HV-ACCOUNT-STATUS.
           IF NOT RECORD-ON-FILE
               OR HV-OVERRIDE-FLAG = SPACE
               OR HV-BUSINESS-DATE NOT < WS-BUSINESS-DATE
               PERFORM 1200-SET-OVERRIDE-FLAG
           END-IF.
           MOVE WS-SYNC-STAMP TO HV-SYNC-STAMP.
           IF RECORD-ON-FILE
               REWRITE HISTORY-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "HISTVSM APPLY FAILED FOR "
                           HV-RECORD-KEY UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-UPDATED-COUNT
               END-REWRITE
           ELSE
               WRITE HISTORY-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "HISTVSM APPLY FAILED FOR "
                           HV-RECORD-KEY UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-ADDED-COUNT
               END-WRITE
           END-IF.

      *  The expiry test is FIZZBUZZ's own.  The entered-date test
      *  applies only to a back-loaded record -- older than tonight
      *  and no later than the newest date the last sync saw -- and
      *  an entry with no usable entered date is taken to have been
      *  on file all along.
       1200-SET-OVERRIDE-FLAG.
           MOVE "N" TO HV-OVERRIDE-FLAG.
           MOVE ZERO TO WS-OVR-FOUND-SUB.
           MOVE ZERO TO WS-OVR-SUB.
           PERFORM 1250-MATCH-ONE-OVERRIDE
               UNTIL WS-OVR-FOUND-SUB > ZERO
                   OR WS-OVR-SUB >= WS-OVR-USED-COUNT.
           IF WS-OVR-FOUND-SUB > ZERO
               AND WS-OVR-EXPIRY-DATE(WS-OVR-FOUND-SUB)
                   NOT < HV-BUSINESS-DATE
               MOVE "Y" TO HV-OVERRIDE-FLAG
               IF HV-BUSINESS-DATE < WS-BUSINESS-DATE
                   AND (WS-LAST-SYNC-NEWEST-DATE = SPACES
                       OR HV-BUSINESS-DATE
                           NOT > WS-LAST-SYNC-NEWEST-DATE)
                   AND WS-OVR-ENTERED-DATE(WS-OVR-FOUND-SUB) IS NUMERIC
                   AND WS-OVR-ENTERED-DATE(WS-OVR-FOUND-SUB)
                       > HV-BUSINESS-DATE
                   MOVE "N" TO HV-OVERRIDE-FLAG
               END-IF
           END-IF.

       1250-MATCH-ONE-OVERRIDE.
           ADD 1 TO WS-OVR-SUB.
           IF WS-OVR-ACCOUNT(WS-OVR-SUB) = HV-ACCOUNT-NUMBER
               MOVE WS-OVR-SUB TO WS-OVR-FOUND-SUB
           END-IF.

      *****************************************************************
      *  Every key this run did not stamp has left the live history
      *  and is deleted.  The control record is rewritten afterward
      *  and is passed over here.
      *****************************************************************
       2000-REMOVE-DROPPED-KEYS.
           MOVE LOW-VALUES TO HV-RECORD-KEY.
           START HISTORY-VSAM-FILE
               KEY IS NOT LESS THAN HV-RECORD-KEY
               INVALID KEY
                   SET END-OF-HISTORY-VSAM TO TRUE
           END-START.
           PERFORM 2100-CHECK-ONE-KEY
               UNTIL END-OF-HISTORY-VSAM.

       2100-CHECK-ONE-KEY.
           READ HISTORY-VSAM-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY-VSAM TO TRUE
               NOT AT END
                   IF HV-SYNC-STAMP NOT = WS-SYNC-STAMP
                       AND NOT (HV-ACCOUNT-NUMBER = WS-CONTROL-ACCOUNT
                           AND HV-BUSINESS-DATE = WS-CONTROL-DATE)
                       DELETE HISTORY-VSAM-FILE RECORD
                           INVALID KEY
                               DISPLAY "HISTVSM DELETE FAILED FOR "
                                   HV-RECORD-KEY UPON CONSOLE
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDS-REMOVED-COUNT
                       END-DELETE
                   END-IF
           END-READ.

      *  An empty live history leaves both dates blank, which the
      *  browse reads as nothing on file to show.
       3000-WRITE-CONTROL-RECORD.
           MOVE WS-CONTROL-ACCOUNT TO HV-ACCOUNT-NUMBER.
           MOVE WS-CONTROL-DATE TO HV-BUSINESS-DATE.
           MOVE "Y" TO WS-RECORD-FOUND-SWITCH.
           READ HISTORY-VSAM-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO HV-CONTROL-DATA.
           IF WS-NEWEST-LIVE-DATE NOT = LOW-VALUES
               MOVE WS-OLDEST-LIVE-DATE TO HV-OLDEST-LIVE-DATE
               MOVE WS-NEWEST-LIVE-DATE TO HV-NEWEST-LIVE-DATE
           END-IF.
           MOVE WS-SYNC-STAMP TO HV-SYNC-STAMP.
           IF RECORD-ON-FILE
               REWRITE HISTORY-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "HISTVSM CONTROL RECORD NOT UPDATED"
                           UPON CONSOLE
               END-REWRITE
           ELSE
               WRITE HISTORY-VSAM-RECORD
                   INVALID KEY
                       DISPLAY "HISTVSM CONTROL RECORD NOT WRITTEN"
                           UPON CONSOLE
               END-WRITE
           END-IF.
           DISPLAY "HISTVSM LIVE DATES:    " HV-OLDEST-LIVE-DATE
               " TO " HV-NEWEST-LIVE-DATE UPON CONSOLE.
       END PROGRAM HSTSYNC.
