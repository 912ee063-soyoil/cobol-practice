      *  in their own CLOSED ACCOUNTS section and they are excluded
      *  from the downstream extract -- the routing system has no
      *  business routing on an account that shut years ago.
      *  Given PARTnn on PARM, the program runs as one partition of
      *  a split night: it classifies only the accounts whose branch
      *  falls in the range on partition card nn (PARTCTL, see
      *  FBPARTCD.CPY) and, instead of the report, extract, reject,
      *  and history files, writes every line it would have written
      *  to its FBPWORK work file tagged with the account's position
      *  on the master (see FBPWORK.CPY), closing with its branch
      *  counts and control totals.  FBMERGE sorts the partitions
      *  back together into the same files one pass would have
      *  produced.  A partition keeps its own run-control entry
      *  under FBPARTnn, and its audit record rides on its control
      *  totals for FBMERGE to post under the same name, so the
      *  partitions never queue on AUDITLOG.  It refuses to start
      *  until SAMPLE is COMPLETE for the date, and a partition
      *  already COMPLETE since SAMPLE finished keeps its work file
      *  and ends clean without reclassifying, so one failed
      *  partition can be rerun alone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL PARTITION-CARD-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-WORK-FILE ASSIGN TO "FBPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY FBHISTRC.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       FD  PARTITION-CARD-FILE.
       COPY FBPARTCD.
       FD  PARTITION-WORK-FILE.
       COPY FBPWORK.
       WORKING-STORAGE SECTION.
       01  WS-ACCT-NBR           PIC 9(9).
       01  WS-VALID-SWITCH             PIC X VALUE "Y".
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-PARM-LINE                PIC X(40).
       01  WS-CATCHUP-DATE             PIC X(8).
       01  WS-CATCHUP-FORCE            PIC X(5).
       01  WS-RUNCTL-STATUS            PIC XX.
           88  FORCE-RERUN                 VALUE "Y".
       01  WS-RERUN-SWITCH             PIC X VALUE "N".
           88  RUN-IS-RERUN                VALUE "Y".
       01  WS-RUN-PROGRAM-ID           PIC X(8) VALUE "FIZZBUZZ".
       01  WS-PARTITION-SWITCH         PIC X VALUE "N".
           88  PARTITION-RUN               VALUE "Y".
       01  WS-PARTITION-ID             PIC X(2).
       01  WS-PARTITION-LOW-BRANCH     PIC X(3).
       01  WS-PARTITION-HIGH-BRANCH    PIC X(3).
       01  WS-PARTITION-CARD-SWITCH    PIC X VALUE "N".
           88  PARTITION-CARD-FOUND        VALUE "Y".
       01  WS-PARTITION-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-PARTITION-CARDS      VALUE "Y".
       01  WS-MASTER-SEQUENCE          PIC 9(9) VALUE ZERO.
       01  WS-OUT-OF-RANGE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-SAMPLE-END-STAMP.
           05  WS-SAMPLE-END-DATE          PIC X(8).
           05  WS-SAMPLE-END-TIME          PIC X(6).
       01  WS-PARTITION-START-STAMP.
           05  WS-PARTITION-START-DATE     PIC X(8).
           05  WS-PARTITION-START-TIME     PIC X(6).
       01  WS-DIVISOR-1                PIC 9(3) VALUE 3.
       01  WS-DIVISOR-2                PIC 9(3) VALUE 5.
       01  WS-DIVISOR-3                PIC 9(3) VALUE 7.
               10  WS-BR-REGION-SUB            PIC 9(3).
               10  WS-BR-CATEGORY-COUNT        PIC 9(9) OCCURS 8 TIMES.
               10  WS-BR-TOTAL-COUNT           PIC 9(9).
               10  WS-BR-FIRST-SEQUENCE        PIC 9(9).
       01  WS-BR-SUB                   PIC 9(3).
       01  WS-BR-FOUND-SUB             PIC 9(3).
       01  WS-CAT-SUB                  PIC 9(1).
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-PROCESS-ACCOUNT
               UNTIL END-OF-ACCOUNTS.
           IF NOT PARTITION-RUN
               PERFORM 7000-WRITE-CLOSED-SECTION
               PERFORM 8000-WRITE-SUMMARY
           END-IF.
           PERFORM 8500-RECONCILE-TOTALS.
           IF PARTITION-RUN
               PERFORM 7500-WRITE-PARTITION-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           IF NOT PARTITION-RUN
               PERFORM 9500-WRITE-AUDIT-RECORD
           END-IF.
           PERFORM 9600-COMPLETE-RUN-CONTROL.
           GOBACK.

           PERFORM 0130-LOAD-OVERRIDE-FILE.
           PERFORM 0140-LOAD-BRANCH-REFERENCE.
           PERFORM 0150-READ-RUN-DATE.
           IF PARTITION-RUN
               PERFORM 0120-READ-PARTITION-CARD
           END-IF.
           PERFORM 0180-CHECK-RUN-CONTROL.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF PARTITION-RUN
               OPEN OUTPUT PARTITION-WORK-FILE
           ELSE
               OPEN OUTPUT FIZZBUZZ-REPORT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               PERFORM 0160-WRITE-REPORT-HEADER
               PERFORM 0170-WRITE-EXTRACT-HEADER
           END-IF.
           PERFORM 1900-READ-ACCOUNT.

       0100-READ-CONTROL-CARD.
                   UPON CONSOLE
           END-IF.

      *  A partition number with no card is an error, not a default:
      *  guessing a range would classify someone else's branches.
       0120-READ-PARTITION-CARD.
           OPEN INPUT PARTITION-CARD-FILE.
           PERFORM 0125-MATCH-ONE-PARTITION-CARD
               UNTIL END-OF-PARTITION-CARDS
                   OR PARTITION-CARD-FOUND.
           CLOSE PARTITION-CARD-FILE.
           IF NOT PARTITION-CARD-FOUND
               DISPLAY "NO PARTCTL CARD FOR PARTITION "
                   WS-PARTITION-ID ", PARTITION NOT RUN"
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PARTITION " WS-PARTITION-ID " BRANCHES "
               WS-PARTITION-LOW-BRANCH " THRU "
               WS-PARTITION-HIGH-BRANCH UPON CONSOLE.

       0125-MATCH-ONE-PARTITION-CARD.
           READ PARTITION-CARD-FILE
               AT END
                   SET END-OF-PARTITION-CARDS TO TRUE
               NOT AT END
                   IF PT-PARTITION-ID = WS-PARTITION-ID
                       SET PARTITION-CARD-FOUND TO TRUE
                       MOVE PT-LOW-BRANCH TO WS-PARTITION-LOW-BRANCH
                       MOVE PT-HIGH-BRANCH TO WS-PARTITION-HIGH-BRANCH
                   END-IF
           END-READ.

       0130-LOAD-OVERRIDE-FILE.
           OPEN INPUT OVERRIDE-FILE.
           PERFORM 0135-LOAD-ONE-OVERRIDE
           IF WS-PARM-LINE(10:5) = "FORCE"
               SET FORCE-RERUN TO TRUE
           END-IF.
           IF WS-PARM-LINE(11:4) = "PART"
               MOVE WS-PARM-LINE(15:2) TO WS-PARTITION-ID
               SET PARTITION-RUN TO TRUE
           END-IF.
           IF WS-PARM-LINE(16:4) = "PART"
               MOVE WS-PARM-LINE(20:2) TO WS-PARTITION-ID
               SET PARTITION-RUN TO TRUE
           END-IF.
           IF PARTITION-RUN
               STRING "FBPART" WS-PARTITION-ID DELIMITED BY SIZE
                   INTO WS-RUN-PROGRAM-ID
           END-IF.
           MOVE SPACES TO WS-CATCHUP-DATE.
           ACCEPT WS-CATCHUP-DATE FROM ENVIRONMENT "CATCHUP_DATE".
           IF WS-CATCHUP-DATE NOT = SPACES
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF PARTITION-RUN
               PERFORM 0182-READ-SAMPLE-END
           END-IF.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 0190-START-RUN-CONTROL-ENTRY
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RC-RUN-STATUS NOT = "COMPLETE"
                           PERFORM 0195-MARK-RUN-CONTROL-RUNNING
                       WHEN PARTITION-RUN
                           PERFORM 0185-CHECK-PARTITION-CURRENT
                       WHEN FORCE-RERUN
                           SET RUN-IS-RERUN TO TRUE
                           ADD 1 TO RC-RERUN-COUNT
                           PERFORM 0195-MARK-RUN-CONTROL-RUNNING
                       WHEN OTHER
                           DISPLAY "FIZZBUZZ ALREADY COMPLETE FOR "
                               WS-BUSINESS-DATE
                               ", RESUBMIT WITH FORCE TO RERUN"
                           CLOSE RUN-CONTROL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-EVALUATE
           END-READ.

      *  A partition classifies tonight's promoted master, so it
      *  waits for SAMPLE -- the last step of the maintenance front
      *  of the stream -- to be COMPLETE for the date.
       0182-READ-SAMPLE-END.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "SAMPLE  " TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-RUN-STATUS
           END-READ.
           IF RC-RUN-STATUS NOT = "COMPLETE"
               DISPLAY "SAMPLE NOT COMPLETE FOR " WS-BUSINESS-DATE
                   ", PARTITION " WS-PARTITION-ID " NOT RUN"
                   UPON CONSOLE
               CLOSE RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RC-END-DATE TO WS-SAMPLE-END-DATE.
           MOVE RC-END-TIME TO WS-SAMPLE-END-TIME.

      *  A partition that finished after SAMPLE did tonight already
      *  holds a good work file: it is kept and the step ends clean,
      *  so restarting the night at one failed partition does not
      *  reclassify the others.  One that finished before SAMPLE's
      *  last run classified a master that has since been replaced,
      *  and runs again without needing FORCE.  A FORCE night is no
      *  different: SAMPLE's forced rerun replaces the master, so
      *  every partition reclassifies once, and a resubmission after
      *  one of them fails reruns only that one.
       0185-CHECK-PARTITION-CURRENT.
           MOVE RC-START-DATE TO WS-PARTITION-START-DATE.
           MOVE RC-START-TIME TO WS-PARTITION-START-TIME.
           IF WS-PARTITION-START-STAMP NOT < WS-SAMPLE-END-STAMP
               DISPLAY "PARTITION " WS-PARTITION-ID
                   " ALREADY COMPLETE FOR " WS-BUSINESS-DATE
                   ", WORK FILE KEPT" UPON CONSOLE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.
           DISPLAY "PARTITION " WS-PARTITION-ID
               " PREDATES SAMPLE FOR " WS-BUSINESS-DATE
               ", RECLASSIFYING" UPON CONSOLE.
           SET RUN-IS-RERUN TO TRUE.
           ADD 1 TO RC-RERUN-COUNT.
           PERFORM 0195-MARK-RUN-CONTROL-RUNNING.

       0190-START-RUN-CONTROL-ENTRY.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
           MOVE ZERO TO RC-RERUN-COUNT.
           MOVE SPACES TO RC-END-DATE.
           MOVE SPACES TO RC-END-TIME.
           WRITE RUN-CONTROL-RECORD.

       0195-MARK-RUN-CONTROL-RUNNING.
           MOVE SPACES TO RC-END-DATE.
           MOVE SPACES TO RC-END-TIME.
           PERFORM 0197-STAMP-RUN-CONTROL-START.
           MOVE "RUNNING " TO RC-RUN-STATUS.
           REWRITE RUN-CONTROL-RECORD.
           WRITE EXTRACT-RECORD.

       1000-PROCESS-ACCOUNT.
           ADD 1 TO WS-MASTER-SEQUENCE.
           IF PARTITION-RUN
               AND (AM-BRANCH-CODE < WS-PARTITION-LOW-BRANCH
                   OR AM-BRANCH-CODE > WS-PARTITION-HIGH-BRANCH)
               ADD 1 TO WS-OUT-OF-RANGE-COUNT
           ELSE
               PERFORM 1050-EDIT-ACCOUNT
               IF ACCOUNT-VALID
                   PERFORM 1100-CLASSIFY-ACCOUNT
               ELSE
                   PERFORM 1150-WRITE-REJECT
               END-IF
           END-IF.
           PERFORM 1900-READ-ACCOUNT.


       1120-WRITE-DETAIL-LINE.
           PERFORM 1122-FORMAT-DETAIL-LINE.
           IF PARTITION-RUN
               MOVE "D" TO PW-RECORD-TYPE
               MOVE WS-DETAIL-LINE TO PW-BODY
               PERFORM 1180-WRITE-WORK-RECORD
           ELSE
               WRITE FB-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       1122-FORMAT-DETAIL-LINE.
           MOVE WS-ACCT-NBR TO WS-DETAIL-ACCOUNT.
      *  Closed detail lines are held back and printed in their own
      *  section behind the open listing.  If more close than the
      *  table holds, the overflow prints inline where it always
      *  used to, so nothing is ever dropped from the report.  A
      *  partition hands every closed line to the merge, which does
      *  the holding for the whole night.
       1125-HOLD-CLOSED-DETAIL.
           PERFORM 1122-FORMAT-DETAIL-LINE.
           IF PARTITION-RUN
               MOVE "C" TO PW-RECORD-TYPE
               MOVE WS-DETAIL-LINE TO PW-BODY
               PERFORM 1180-WRITE-WORK-RECORD
           ELSE IF WS-CLOSED-USED-COUNT < 1000
               ADD 1 TO WS-CLOSED-USED-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-CLOSED-DETAIL-IMAGE(WS-CLOSED-USED-COUNT)
                   MOVE WS-BRANCH-USED-COUNT TO WS-BR-FOUND-SUB
                   MOVE AM-BRANCH-CODE
                       TO WS-BR-CODE(WS-BR-FOUND-SUB)
                   MOVE WS-MASTER-SEQUENCE
                       TO WS-BR-FIRST-SEQUENCE(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-BR-TOTAL-COUNT(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-CAT-SUB
                   PERFORM 1145-ZERO-BRANCH-CATEGORY
           END-IF.

       1160-WRITE-EXTRACT-DETAIL.
           IF PARTITION-RUN
               MOVE "X" TO PW-RECORD-TYPE
               MOVE SPACES TO PW-BODY
               MOVE "D" TO PW-EX-RECORD-TYPE
               MOVE WS-ACCT-NBR TO PW-EX-ACCOUNT-NUMBER
               MOVE WS-CATEGORY-CODE(WS-CATEGORY-NBR)
                   TO PW-EX-CATEGORY-CODE
               MOVE WS-BUSINESS-DATE TO PW-EX-BUSINESS-DATE
               PERFORM 1180-WRITE-WORK-RECORD
           ELSE
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "D" TO EX-RECORD-TYPE
               MOVE WS-ACCT-NBR TO EX-DTL-ACCOUNT-NUMBER
               MOVE WS-CATEGORY-CODE(WS-CATEGORY-NBR)
                   TO EX-DTL-CATEGORY-CODE
               MOVE WS-BUSINESS-DATE TO EX-DTL-BUSINESS-DATE
               WRITE EXTRACT-RECORD
           END-IF.
           ADD 1 TO WS-EXTRACT-COUNT.
           COMPUTE WS-EXTRACT-HASH-TOTAL = FUNCTION MOD(
               WS-EXTRACT-HASH-TOTAL + WS-ACCT-NBR
               10000000000000).

       1170-WRITE-HISTORY-RECORD.
           IF PARTITION-RUN
               MOVE "H" TO PW-RECORD-TYPE
               MOVE SPACES TO PW-BODY
               MOVE WS-ACCT-NBR TO PW-HS-ACCOUNT-NUMBER
               MOVE WS-BUSINESS-DATE TO PW-HS-BUSINESS-DATE
               MOVE WS-CATEGORY-NBR TO PW-HS-CATEGORY-NBR
               MOVE WS-CATEGORY-CODE(WS-CATEGORY-NBR)
                   TO PW-HS-CATEGORY-CODE
               MOVE AM-ACCOUNT-STATUS TO PW-HS-ACCOUNT-STATUS
               PERFORM 1180-WRITE-WORK-RECORD
           ELSE
               MOVE WS-ACCT-NBR TO HS-ACCOUNT-NUMBER
               MOVE WS-BUSINESS-DATE TO HS-BUSINESS-DATE
               MOVE WS-CATEGORY-NBR TO HS-CATEGORY-NBR
               MOVE WS-CATEGORY-CODE(WS-CATEGORY-NBR)
                   TO HS-CATEGORY-CODE
               MOVE AM-ACCOUNT-STATUS TO HS-ACCOUNT-STATUS
               WRITE HISTORY-RECORD
           END-IF.

       1150-WRITE-REJECT.
           IF PARTITION-RUN
               MOVE "R" TO PW-RECORD-TYPE
               MOVE SPACES TO PW-BODY
               MOVE AM-ACCOUNT-NUMBER TO PW-RJ-ACCOUNT-RAW
               MOVE WS-REJECT-REASON-CODE TO PW-RJ-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT TO PW-RJ-REASON-TEXT
               MOVE ACCOUNT-MASTER-RECORD(10:71)
                   TO PW-RJ-ACCOUNT-DATA
               PERFORM 1180-WRITE-WORK-RECORD
           ELSE
               MOVE SPACES TO RJ-REJECT-LINE
               MOVE AM-ACCOUNT-NUMBER TO RJ-ACCOUNT-RAW
               MOVE WS-REJECT-REASON-CODE TO RJ-REASON-CODE
               MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
               MOVE ACCOUNT-MASTER-RECORD(10:71) TO RJ-ACCOUNT-DATA
               WRITE RJ-REJECT-LINE
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.

       1180-WRITE-WORK-RECORD.
           MOVE WS-MASTER-SEQUENCE TO PW-SEQUENCE-NBR.
           MOVE WS-PARTITION-ID TO PW-PARTITION-ID.
           WRITE PARTITION-WORK-RECORD.

       1900-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END SET END-OF-ACCOUNTS TO TRUE
           WRITE FB-REPORT-LINE
               FROM WS-CLOSED-DETAIL-IMAGE(WS-CLOSED-SUB).

      *  The partition's branch counts, each carrying the sequence of
      *  the branch's first account, then its control totals under
      *  sequence zero with what its audit record would have said.
       7500-WRITE-PARTITION-TOTALS.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 7600-WRITE-ONE-BRANCH-COUNT
               UNTIL WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           MOVE SPACES TO PW-BODY.
           MOVE ZERO TO PW-SEQUENCE-NBR.
           MOVE "A" TO PW-RECORD-TYPE.
           MOVE WS-PARTITION-ID TO PW-PARTITION-ID.
           MOVE WS-BUSINESS-DATE TO PW-BUSINESS-DATE.
           MOVE WS-PARTITION-LOW-BRANCH TO PW-LOW-BRANCH.
           MOVE WS-PARTITION-HIGH-BRANCH TO PW-HIGH-BRANCH.
           MOVE WS-MASTER-SEQUENCE TO PW-MASTER-READ-COUNT.
           MOVE WS-FIZZ-COUNT TO PW-CATEGORY-COUNT(1).
           MOVE WS-BUZZ-COUNT TO PW-CATEGORY-COUNT(2).
           MOVE WS-BAZZ-COUNT TO PW-CATEGORY-COUNT(3).
           MOVE WS-FIZZBUZZ-COUNT TO PW-CATEGORY-COUNT(4).
           MOVE WS-FIZZBAZZ-COUNT TO PW-CATEGORY-COUNT(5).
           MOVE WS-BUZZBAZZ-COUNT TO PW-CATEGORY-COUNT(6).
           MOVE WS-FIZZBUZZBAZZ-COUNT TO PW-CATEGORY-COUNT(7).
           MOVE WS-PLAIN-COUNT TO PW-CATEGORY-COUNT(8).
           MOVE WS-OVERRIDE-COUNT TO PW-OVERRIDE-COUNT.
           MOVE WS-OVERRIDE-FB-COUNT TO PW-OVERRIDE-FB-COUNT.
           MOVE WS-RECON-DIV1-DIV2-COUNT TO PW-DIV1-DIV2-COUNT.
           MOVE WS-CLOSED-COUNT TO PW-CLOSED-COUNT.
           MOVE WS-REJECT-COUNT TO PW-REJECT-COUNT.
           MOVE WS-GRAND-TOTAL TO PW-GRAND-TOTAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO PW-AUDIT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO PW-AUDIT-RUN-TIME.
           MOVE "UNKNOWN " TO PW-AUDIT-JOB-ID.
           ACCEPT PW-AUDIT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           IF RECON-FAILED
               MOVE "RECONFL " TO PW-AUDIT-RUN-STATUS
           ELSE
               IF RUN-IS-RERUN
                   MOVE "RERUN   " TO PW-AUDIT-RUN-STATUS
               ELSE
                   MOVE "COMPLETE" TO PW-AUDIT-RUN-STATUS
               END-IF
           END-IF.
           WRITE PARTITION-WORK-RECORD.
           DISPLAY "PARTITION " WS-PARTITION-ID " CLASSIFIED "
               WS-GRAND-TOTAL " REJECTED " WS-REJECT-COUNT
               " OUT OF RANGE " WS-OUT-OF-RANGE-COUNT UPON CONSOLE.

       7600-WRITE-ONE-BRANCH-COUNT.
           ADD 1 TO WS-BR-SUB.
           MOVE SPACES TO PW-BODY.
           MOVE WS-BR-FIRST-SEQUENCE(WS-BR-SUB) TO PW-SEQUENCE-NBR.
           MOVE "B" TO PW-RECORD-TYPE.
           MOVE WS-PARTITION-ID TO PW-PARTITION-ID.
           MOVE WS-BR-CODE(WS-BR-SUB) TO PW-BRANCH-CODE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 7700-MOVE-ONE-BRANCH-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           MOVE WS-BR-TOTAL-COUNT(WS-BR-SUB) TO PW-BRANCH-TOTAL-COUNT.
           WRITE PARTITION-WORK-RECORD.

       7700-MOVE-ONE-BRANCH-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-BR-CATEGORY-COUNT(WS-BR-SUB WS-CAT-SUB)
               TO PW-BRANCH-CATEGORY-COUNT(WS-CAT-SUB).

       8000-WRITE-SUMMARY.
           MOVE SPACES TO FB-REPORT-LINE.
           WRITE FB-REPORT-LINE.
           WRITE EXTRACT-RECORD.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE.
           IF PARTITION-RUN
               CLOSE PARTITION-WORK-FILE
           ELSE
               PERFORM 8900-WRITE-EXTRACT-TRAILER
               CLOSE FIZZBUZZ-REPORT-FILE
               CLOSE REJECT-FILE
               CLOSE EXTRACT-FILE
               CLOSE HISTORY-FILE
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.

       9600-COMPLETE-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-RUN-PROGRAM-ID TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 0190-START-RUN-CONTROL-ENTRY
