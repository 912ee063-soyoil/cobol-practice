       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMERGE.
      *****************************************************************
      *  Merge step for a partitioned FIZZBUZZ night.  Each FIZZBUZZ
      *  partition (PARM PARTnn, one per card on the PARTCTL deck,
      *  see FBPARTCD.CPY) classifies one range of branches and
      *  leaves every line it would have written on its own FBPWORK
      *  work file (see FBPWORK.CPY), tagged with the account's
      *  position on the master.  The FBPWORK DD here concatenates
      *  all the partitions' work files; they are sorted back into
      *  master order and written out as the one FBREPORT -- branch
      *  subtotal blocks in first-seen order, region rollups, the
      *  CLOSED ACCOUNTS section and the summary -- the one FBEXTRCT
      *  with one header and a trailer whose count and hash cover
      *  every partition, the one FBREJECT, and the night's history
      *  records, exactly as a single pass of FIZZBUZZ would have,
      *  under FIZZBUZZ's own run-control entry and audit record so
      *  nothing downstream can tell the night was split.  Each
      *  partition's own audit record, carried on its control
      *  totals, is posted under FBPARTnn ahead of FIZZBUZZ's.
      *  Nothing is written unless the night is whole: SAMPLE and
      *  every partition on the deck must be COMPLETE in run control
      *  since SAMPLE last finished, the partition ranges must not
      *  overlap, every partition's control totals must be on the
      *  work files once, for tonight's date and its own card's
      *  range, all counting the same master, and the accounts the
      *  partitions classified and rejected must add back up to that
      *  master.  A night that fails any of these ends RC 16 with
      *  FIZZBUZZ's entry left RUNNING, and once the failed
      *  partition is rerun the merge is simply resubmitted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTITION-CARD-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-WORK-FILE ASSIGN TO "FBPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT FIZZBUZZ-REPORT-FILE ASSIGN TO "FBREPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "FBREJECT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "FBEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-RECORD-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CARD-FILE.
       COPY FBPARTCD.
       FD  PARTITION-WORK-FILE.
       01  PARTITION-WORK-FILE-RECORD      PIC X(192).
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-SEQUENCE-NBR             PIC 9(9).
           05  SW-RECORD-TYPE              PIC X(1).
           05  FILLER                      PIC X(182).
       FD  FIZZBUZZ-REPORT-FILE.
       01  FB-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  REJECT-FILE.
       COPY FBREJREC.
       FD  EXTRACT-FILE.
       COPY FBEXTREC.
       FD  HISTORY-FILE.
       COPY FBHISTRC.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.
       WORKING-STORAGE SECTION.
       COPY FBPWORK.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-HISTORY-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-PARM-LINE                PIC X(40).
       01  WS-FORCE-SWITCH             PIC X VALUE "N".
           88  FORCE-RERUN                 VALUE "Y".
       01  WS-RERUN-SWITCH             PIC X VALUE "N".
           88  RUN-IS-RERUN                VALUE "Y".
       01  WS-MERGE-SWITCH             PIC X VALUE "Y".
           88  MERGE-ALLOWED               VALUE "Y".
           88  MERGE-REFUSED               VALUE "N".
       01  WS-RECON-SWITCH             PIC X VALUE "Y".
           88  RECON-OK                    VALUE "Y".
           88  RECON-FAILED                VALUE "N".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SORTED-WORK          VALUE "Y".
       01  WS-PARTITION-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-PARTITION-CARDS      VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-SAMPLE-END-STAMP.
           05  WS-SAMPLE-END-DATE          PIC X(8).
           05  WS-SAMPLE-END-TIME          PIC X(6).
       01  WS-PARTITION-START-STAMP.
           05  WS-PARTITION-START-DATE     PIC X(8).
           05  WS-PARTITION-START-TIME     PIC X(6).
       01  WS-PARTITION-PROGRAM-ID     PIC X(8).
       01  WS-PARTITION-TABLE-AREA.
           05  WS-PT-USED-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 20 TIMES.
               10  WS-PT-ID                    PIC X(2).
               10  WS-PT-LOW-BRANCH            PIC X(3).
               10  WS-PT-HIGH-BRANCH           PIC X(3).
               10  WS-PT-TOTALS-SWITCH         PIC X(1).
                   88  PT-TOTALS-SEEN              VALUE "Y".
               10  WS-PT-TOTALS-IMAGE          PIC X(180).
       01  WS-PT-SUB                   PIC 9(2).
       01  WS-PT-OTHER-SUB             PIC 9(2).
       01  WS-PT-FOUND-SUB             PIC 9(2).
       01  WS-MASTER-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-PARTITIONS-ACCOUNTED     PIC 9(9) VALUE ZERO.
       01  WS-FIZZ-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-BUZZ-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-BAZZ-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-FIZZBUZZ-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-FIZZBAZZ-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-BUZZBAZZ-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-FIZZBUZZBAZZ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-PLAIN-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(9) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-OVERRIDE-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-OVERRIDE-FB-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-RECON-DIV1-DIV2-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECON-CATEGORY-TOTAL     PIC 9(9) VALUE ZERO.
       01  WS-OPEN-LINE-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-LINE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-REJECT-LINE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-RECORD-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-HASH-TOTAL       PIC 9(13) VALUE ZERO.
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                      PIC X(12) VALUE "FIZZ".
           05  FILLER                      PIC X(12) VALUE "BUZZ".
           05  FILLER                      PIC X(12) VALUE "BAZZ".
           05  FILLER                      PIC X(12) VALUE "FIZZBUZZ".
           05  FILLER                      PIC X(12) VALUE "FIZZBAZZ".
           05  FILLER                      PIC X(12) VALUE "BUZZBAZZ".
           05  FILLER                  PIC X(12) VALUE "FIZZBUZZBAZZ".
           05  FILLER                  PIC X(12) VALUE "PLAIN NUMBER".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME            PIC X(12) OCCURS 8 TIMES.
       01  WS-CLOSED-OVERFLOW-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-TABLE-AREA.
           05  WS-CLOSED-USED-COUNT        PIC 9(4) VALUE ZERO.
           05  WS-CLOSED-ENTRY OCCURS 1000 TIMES.
               10  WS-CLOSED-DETAIL-IMAGE      PIC X(80).
       01  WS-CLOSED-SUB               PIC 9(4).
       01  WS-BRANCH-TABLE-AREA.
           05  WS-BRANCH-USED-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BR-CODE                  PIC X(3).
               10  WS-BR-REF-SUB               PIC 9(3).
               10  WS-BR-REGION-SUB            PIC 9(3).
               10  WS-BR-CATEGORY-COUNT        PIC 9(9) OCCURS 8 TIMES.
               10  WS-BR-TOTAL-COUNT           PIC 9(9).
       01  WS-BR-SUB                   PIC 9(3).
       01  WS-BR-FOUND-SUB             PIC 9(3).
       01  WS-CAT-SUB                  PIC 9(1).
       01  WS-LOOKUP-BRANCH-CODE       PIC X(3).
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
               10  WS-BRREF-NAME               PIC X(20).
               10  WS-BRREF-REGION-SUB         PIC 9(3).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-REGION-TABLE-AREA.
           05  WS-REGION-USED-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-REGION-ENTRY OCCURS 50 TIMES.
               10  WS-RG-CODE                  PIC X(2).
               10  WS-RG-NAME                  PIC X(20).
               10  WS-RG-CATEGORY-COUNT        PIC 9(9) OCCURS 8 TIMES.
               10  WS-RG-TOTAL-COUNT           PIC 9(9).
       01  WS-RG-SUB                   PIC 9(3).
       01  WS-RG-FOUND-SUB             PIC 9(3).
       01  WS-LOOKUP-REGION-CODE       PIC X(2).
       01  WS-LOOKUP-REGION-NAME       PIC X(20).
       01  WS-BRANCH-HEADER-LINE.
           05  FILLER                      PIC X(7) VALUE "BRANCH ".
           05  WS-BRANCH-HEADER-CODE       PIC X(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-BRANCH-HEADER-NAME       PIC X(20).
           05  FILLER                      PIC X(10)
               VALUE " SUBTOTALS".
       01  WS-REGION-HEADER-LINE.
           05  FILLER                      PIC X(7) VALUE "REGION ".
           05  WS-REGION-HEADER-CODE       PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-REGION-HEADER-NAME       PIC X(20).
           05  FILLER                      PIC X(7)
               VALUE " ROLLUP".
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(20).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-HEADER-LINE.
           05  WS-HEADER-LABEL             PIC X(20)
               VALUE "FIZZBUZZ REPORT FOR ".
           05  WS-HEADER-BUSINESS-DATE     PIC X(8).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SEQUENCE-NBR
                                SW-RECORD-TYPE
               USING PARTITION-WORK-FILE
               OUTPUT PROCEDURE IS 2000-MERGE-PARTITIONS.
           IF MERGE-REFUSED
               DISPLAY "FBMERGE REFUSED FOR " WS-BUSINESS-DATE
                   ", NOTHING WRITTEN, FIZZBUZZ LEFT RUNNING"
                   UPON CONSOLE
               CLOSE RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           PERFORM 9600-COMPLETE-RUN-CONTROL.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           PERFORM 0100-LOAD-PARTITION-DECK.
           PERFORM 0140-LOAD-BRANCH-REFERENCE.
           PERFORM 0180-CHECK-RUN-CONTROL.

      *  Ranges that overlap would classify a branch twice; a gap
      *  between them shows up later as accounts missing from the
      *  partitions' totals against the master.
       0100-LOAD-PARTITION-DECK.
           OPEN INPUT PARTITION-CARD-FILE.
           PERFORM 0110-LOAD-ONE-PARTITION-CARD
               UNTIL END-OF-PARTITION-CARDS.
           CLOSE PARTITION-CARD-FILE.
           IF WS-PT-USED-COUNT = ZERO
               DISPLAY "PARTCTL EMPTY OR NOT FOUND, NOTHING TO MERGE"
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PT-SUB.
           PERFORM 0120-CHECK-ONE-RANGE
               UNTIL WS-PT-SUB >= WS-PT-USED-COUNT.
           IF MERGE-REFUSED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-ONE-PARTITION-CARD.
           READ PARTITION-CARD-FILE
               AT END
                   SET END-OF-PARTITION-CARDS TO TRUE
               NOT AT END
                   IF WS-PT-USED-COUNT < 20
                       ADD 1 TO WS-PT-USED-COUNT
                       MOVE PT-PARTITION-ID
                           TO WS-PT-ID(WS-PT-USED-COUNT)
                       MOVE PT-LOW-BRANCH
                           TO WS-PT-LOW-BRANCH(WS-PT-USED-COUNT)
                       MOVE PT-HIGH-BRANCH
                           TO WS-PT-HIGH-BRANCH(WS-PT-USED-COUNT)
                       MOVE "N"
                           TO WS-PT-TOTALS-SWITCH(WS-PT-USED-COUNT)
                   ELSE
                       DISPLAY "PARTITION TABLE FULL, CARD DROPPED "
                           "FOR " PT-PARTITION-ID UPON CONSOLE
                       SET MERGE-REFUSED TO TRUE
                   END-IF
           END-READ.

       0120-CHECK-ONE-RANGE.
           ADD 1 TO WS-PT-SUB.
           IF WS-PT-LOW-BRANCH(WS-PT-SUB) >
                   WS-PT-HIGH-BRANCH(WS-PT-SUB)
               DISPLAY "PARTCTL CARD " WS-PT-ID(WS-PT-SUB)
                   " LOW BRANCH ABOVE HIGH BRANCH" UPON CONSOLE
               SET MERGE-REFUSED TO TRUE
           END-IF.
           MOVE WS-PT-SUB TO WS-PT-OTHER-SUB.
           PERFORM 0125-CHECK-ONE-OVERLAP
               UNTIL WS-PT-OTHER-SUB >= WS-PT-USED-COUNT.

       0125-CHECK-ONE-OVERLAP.
           ADD 1 TO WS-PT-OTHER-SUB.
           IF WS-PT-ID(WS-PT-OTHER-SUB) = WS-PT-ID(WS-PT-SUB)
               DISPLAY "PARTCTL CARD " WS-PT-ID(WS-PT-SUB)
                   " APPEARS TWICE" UPON CONSOLE
               SET MERGE-REFUSED TO TRUE
           END-IF.
           IF WS-PT-LOW-BRANCH(WS-PT-SUB) NOT >
                   WS-PT-HIGH-BRANCH(WS-PT-OTHER-SUB)
               AND WS-PT-LOW-BRANCH(WS-PT-OTHER-SUB) NOT >
                   WS-PT-HIGH-BRANCH(WS-PT-SUB)
               DISPLAY "PARTCTL CARDS " WS-PT-ID(WS-PT-SUB) " AND "
                   WS-PT-ID(WS-PT-OTHER-SUB) " OVERLAP"
                   UPON CONSOLE
               SET MERGE-REFUSED TO TRUE
           END-IF.

       0140-LOAD-BRANCH-REFERENCE.
           OPEN INPUT BRANCH-REFERENCE-FILE.
           PERFORM 0145-LOAD-ONE-BRANCH
               UNTIL END-OF-BRANCH-REFERENCE.
           CLOSE BRANCH-REFERENCE-FILE.
           IF WS-BRREF-USED-COUNT = ZERO
               DISPLAY "BRNCHMST EMPTY OR NOT FOUND, BRANCH NAMES "
                   "AND REGIONS UNAVAILABLE" UPON CONSOLE
           END-IF.

       0145-LOAD-ONE-BRANCH.
           READ BRANCH-REFERENCE-FILE
               AT END
                   SET END-OF-BRANCH-REFERENCE TO TRUE
               NOT AT END
                   IF WS-BRREF-USED-COUNT < 500
                       ADD 1 TO WS-BRREF-USED-COUNT
                       MOVE BR-BRANCH-CODE
                           TO WS-BRREF-CODE(WS-BRREF-USED-COUNT)
                       MOVE BR-BRANCH-NAME
                           TO WS-BRREF-NAME(WS-BRREF-USED-COUNT)
                       MOVE BR-REGION-CODE TO WS-LOOKUP-REGION-CODE
                       MOVE BR-REGION-NAME TO WS-LOOKUP-REGION-NAME
                       PERFORM 0146-FIND-OR-ADD-REGION
                       MOVE WS-RG-FOUND-SUB TO WS-BRREF-REGION-SUB
                           (WS-BRREF-USED-COUNT)
                   ELSE
                       DISPLAY "BRANCH REFERENCE TABLE FULL, ENTRY "
                           "DROPPED FOR " BR-BRANCH-CODE
                           UPON CONSOLE
                   END-IF
           END-READ.

       0146-FIND-OR-ADD-REGION.
           MOVE ZERO TO WS-RG-FOUND-SUB.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 0147-MATCH-ONE-REGION
               UNTIL WS-RG-FOUND-SUB > ZERO
                   OR WS-RG-SUB >= WS-REGION-USED-COUNT.
           IF WS-RG-FOUND-SUB = ZERO
               IF WS-REGION-USED-COUNT < 50
                   ADD 1 TO WS-REGION-USED-COUNT
                   MOVE WS-REGION-USED-COUNT TO WS-RG-FOUND-SUB
                   MOVE WS-LOOKUP-REGION-CODE
                       TO WS-RG-CODE(WS-RG-FOUND-SUB)
                   MOVE WS-LOOKUP-REGION-NAME
                       TO WS-RG-NAME(WS-RG-FOUND-SUB)
                   MOVE ZERO TO WS-RG-TOTAL-COUNT(WS-RG-FOUND-SUB)
                   MOVE ZERO TO WS-CAT-SUB
                   PERFORM 0148-ZERO-REGION-CATEGORY
                       UNTIL WS-CAT-SUB >= 8
               ELSE
                   DISPLAY "REGION TABLE FULL, ROLLUP DROPPED FOR "
                       WS-LOOKUP-REGION-CODE UPON CONSOLE
               END-IF
           END-IF.

       0147-MATCH-ONE-REGION.
           ADD 1 TO WS-RG-SUB.
           IF WS-RG-CODE(WS-RG-SUB) = WS-LOOKUP-REGION-CODE
               MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
           END-IF.

       0148-ZERO-REGION-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-RG-CATEGORY-COUNT
               (WS-RG-FOUND-SUB WS-CAT-SUB).

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
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE WS-PARM-LINE(1:8) TO WS-PARM-DATE.
           IF WS-PARM-DATE NOT = SPACES
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF WS-PARM-LINE(10:5) = "FORCE"
               SET FORCE-RERUN TO TRUE
           END-IF.

      *  The merge stands in for FIZZBUZZ's single pass, so it runs
      *  under FIZZBUZZ's run-control entry, but only once SAMPLE
      *  and every partition on the deck have finished for the date
      *  -- a partition COMPLETE from before SAMPLE's last run
      *  classified a master that has since been replaced.
       0180-CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "SAMPLE  " TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-RUN-STATUS
           END-READ.
           IF RC-RUN-STATUS NOT = "COMPLETE"
               DISPLAY "SAMPLE NOT COMPLETE FOR " WS-BUSINESS-DATE
                   ", MERGE NOT RUN" UPON CONSOLE
               CLOSE RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RC-END-DATE TO WS-SAMPLE-END-DATE.
           MOVE RC-END-TIME TO WS-SAMPLE-END-TIME.
           MOVE ZERO TO WS-PT-SUB.
           PERFORM 0185-CHECK-ONE-PARTITION
               UNTIL WS-PT-SUB >= WS-PT-USED-COUNT.
           IF MERGE-REFUSED
               CLOSE RUN-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "FIZZBUZZ" TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 0190-START-RUN-CONTROL-ENTRY
               NOT INVALID KEY
                   IF RC-RUN-STATUS = "COMPLETE"
                       IF FORCE-RERUN
                           SET RUN-IS-RERUN TO TRUE
                           ADD 1 TO RC-RERUN-COUNT
                           PERFORM 0195-MARK-RUN-CONTROL-RUNNING
                       ELSE
                           DISPLAY "FIZZBUZZ ALREADY COMPLETE FOR "
                               WS-BUSINESS-DATE
                               ", RESUBMIT WITH FORCE TO RERUN"
                               UPON CONSOLE
                           CLOSE RUN-CONTROL-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM 0195-MARK-RUN-CONTROL-RUNNING
                   END-IF
           END-READ.

       0185-CHECK-ONE-PARTITION.
           ADD 1 TO WS-PT-SUB.
           STRING "FBPART" WS-PT-ID(WS-PT-SUB) DELIMITED BY SIZE
               INTO WS-PARTITION-PROGRAM-ID.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-PARTITION-PROGRAM-ID TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-RUN-STATUS
           END-READ.
           MOVE RC-START-DATE TO WS-PARTITION-START-DATE.
           MOVE RC-START-TIME TO WS-PARTITION-START-TIME.
           EVALUATE TRUE
               WHEN RC-RUN-STATUS NOT = "COMPLETE"
                   DISPLAY "PARTITION " WS-PT-ID(WS-PT-SUB)
                       " NOT COMPLETE FOR " WS-BUSINESS-DATE
                       UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN WS-PARTITION-START-STAMP < WS-SAMPLE-END-STAMP
                   DISPLAY "PARTITION " WS-PT-ID(WS-PT-SUB)
                       " PREDATES SAMPLE FOR " WS-BUSINESS-DATE
                       ", RERUN THE PARTITION" UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
           END-EVALUATE.

       0190-START-RUN-CONTROL-ENTRY.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "FIZZBUZZ" TO RC-PROGRAM-ID.
           MOVE ZERO TO RC-RERUN-COUNT.
           MOVE SPACES TO RC-END-DATE.
           MOVE SPACES TO RC-END-TIME.
           PERFORM 0197-STAMP-RUN-CONTROL-START.
           MOVE "RUNNING " TO RC-RUN-STATUS.
           WRITE RUN-CONTROL-RECORD.

       0195-MARK-RUN-CONTROL-RUNNING.
           MOVE SPACES TO RC-END-DATE.
           MOVE SPACES TO RC-END-TIME.
           PERFORM 0197-STAMP-RUN-CONTROL-START.
           MOVE "RUNNING " TO RC-RUN-STATUS.
           REWRITE RUN-CONTROL-RECORD.

       0197-STAMP-RUN-CONTROL-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO RC-START-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO RC-START-TIME.

      *  The partitions' control totals sort first under sequence
      *  zero.  They are all checked before a single output file is
      *  opened, so a refused merge leaves nothing half written.
       2000-MERGE-PARTITIONS.
           PERFORM 2900-RETURN-WORK-RECORD.
           PERFORM 2100-ACCEPT-ONE-TOTALS
               UNTIL END-OF-SORTED-WORK
                   OR NOT PW-CONTROL-TOTALS.
           PERFORM 2200-VALIDATE-PARTITIONS.
           IF MERGE-ALLOWED
               OPEN OUTPUT FIZZBUZZ-REPORT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               PERFORM 0160-WRITE-REPORT-HEADER
               PERFORM 0170-WRITE-EXTRACT-HEADER
               PERFORM 2300-MERGE-ONE-WORK-RECORD
                   UNTIL END-OF-SORTED-WORK
               PERFORM 7000-WRITE-CLOSED-SECTION
               PERFORM 8000-WRITE-SUMMARY
               PERFORM 8500-RECONCILE-TOTALS
               PERFORM 8900-WRITE-EXTRACT-TRAILER
               CLOSE FIZZBUZZ-REPORT-FILE
               CLOSE REJECT-FILE
               CLOSE EXTRACT-FILE
               CLOSE HISTORY-FILE
           END-IF.

       0160-WRITE-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-HEADER-BUSINESS-DATE.
           WRITE FB-REPORT-LINE FROM WS-HEADER-LINE.

       0170-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "H" TO EX-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO EX-HDR-BUSINESS-DATE.
           WRITE EXTRACT-RECORD.

       2100-ACCEPT-ONE-TOTALS.
           MOVE ZERO TO WS-PT-FOUND-SUB.
           MOVE ZERO TO WS-PT-SUB.
           PERFORM 2110-MATCH-ONE-PARTITION
               UNTIL WS-PT-FOUND-SUB > ZERO
                   OR WS-PT-SUB >= WS-PT-USED-COUNT.
           EVALUATE TRUE
               WHEN WS-PT-FOUND-SUB = ZERO
                   DISPLAY "WORK FILE FROM PARTITION " PW-PARTITION-ID
                       " IS NOT ON PARTCTL" UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN PT-TOTALS-SEEN(WS-PT-FOUND-SUB)
                   DISPLAY "PARTITION " PW-PARTITION-ID
                       " WORK FILE CONCATENATED TWICE" UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN PW-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   DISPLAY "PARTITION " PW-PARTITION-ID
                       " WORK FILE IS FOR " PW-BUSINESS-DATE
                       " NOT " WS-BUSINESS-DATE UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN PW-LOW-BRANCH NOT =
                       WS-PT-LOW-BRANCH(WS-PT-FOUND-SUB)
                   OR PW-HIGH-BRANCH NOT =
                       WS-PT-HIGH-BRANCH(WS-PT-FOUND-SUB)
                   DISPLAY "PARTITION " PW-PARTITION-ID
                       " RAN BRANCHES " PW-LOW-BRANCH " THRU "
                       PW-HIGH-BRANCH ", NOT ITS PARTCTL RANGE"
                       UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN WS-MASTER-READ-COUNT NOT = ZERO
                   AND PW-MASTER-READ-COUNT NOT = WS-MASTER-READ-COUNT
                   DISPLAY "PARTITION " PW-PARTITION-ID " READ "
                       PW-MASTER-READ-COUNT " MASTER RECORDS, OTHERS "
                       "READ " WS-MASTER-READ-COUNT UPON CONSOLE
                   SET MERGE-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM 2120-ADD-PARTITION-TOTALS
           END-EVALUATE.
           PERFORM 2900-RETURN-WORK-RECORD.

       2110-MATCH-ONE-PARTITION.
           ADD 1 TO WS-PT-SUB.
           IF WS-PT-ID(WS-PT-SUB) = PW-PARTITION-ID
               MOVE WS-PT-SUB TO WS-PT-FOUND-SUB
           END-IF.

       2120-ADD-PARTITION-TOTALS.
           SET PT-TOTALS-SEEN(WS-PT-FOUND-SUB) TO TRUE.
           MOVE PW-BODY TO WS-PT-TOTALS-IMAGE(WS-PT-FOUND-SUB).
           MOVE PW-MASTER-READ-COUNT TO WS-MASTER-READ-COUNT.
           ADD PW-CATEGORY-COUNT(1) TO WS-FIZZ-COUNT.
           ADD PW-CATEGORY-COUNT(2) TO WS-BUZZ-COUNT.
           ADD PW-CATEGORY-COUNT(3) TO WS-BAZZ-COUNT.
           ADD PW-CATEGORY-COUNT(4) TO WS-FIZZBUZZ-COUNT.
           ADD PW-CATEGORY-COUNT(5) TO WS-FIZZBAZZ-COUNT.
           ADD PW-CATEGORY-COUNT(6) TO WS-BUZZBAZZ-COUNT.
           ADD PW-CATEGORY-COUNT(7) TO WS-FIZZBUZZBAZZ-COUNT.
           ADD PW-CATEGORY-COUNT(8) TO WS-PLAIN-COUNT.
           ADD PW-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT.
           ADD PW-OVERRIDE-FB-COUNT TO WS-OVERRIDE-FB-COUNT.
           ADD PW-DIV1-DIV2-COUNT TO WS-RECON-DIV1-DIV2-COUNT.
           ADD PW-CLOSED-COUNT TO WS-CLOSED-COUNT.
           ADD PW-REJECT-COUNT TO WS-REJECT-COUNT.
           ADD PW-GRAND-TOTAL TO WS-GRAND-TOTAL.
           DISPLAY "PARTITION " PW-PARTITION-ID " BRANCHES "
               PW-LOW-BRANCH " THRU " PW-HIGH-BRANCH " CLASSIFIED "
               PW-GRAND-TOTAL " REJECTED " PW-REJECT-COUNT
               UPON CONSOLE.

      *  Every partition must be present, and between them they must
      *  have accounted for every record on the master exactly once.
       2200-VALIDATE-PARTITIONS.
           MOVE ZERO TO WS-PT-SUB.
           PERFORM 2210-CHECK-ONE-PARTITION-SEEN
               UNTIL WS-PT-SUB >= WS-PT-USED-COUNT.
           COMPUTE WS-PARTITIONS-ACCOUNTED =
               WS-GRAND-TOTAL + WS-REJECT-COUNT.
           IF MERGE-ALLOWED
               AND WS-PARTITIONS-ACCOUNTED NOT = WS-MASTER-READ-COUNT
               DISPLAY "PARTITIONS ACCOUNT FOR "
                   WS-PARTITIONS-ACCOUNTED " OF "
                   WS-MASTER-READ-COUNT " MASTER RECORDS, "
                   "PARTCTL RANGES DO NOT COVER THE MASTER"
                   UPON CONSOLE
               SET MERGE-REFUSED TO TRUE
           END-IF.

       2210-CHECK-ONE-PARTITION-SEEN.
           ADD 1 TO WS-PT-SUB.
           IF NOT PT-TOTALS-SEEN(WS-PT-SUB)
               DISPLAY "NO WORK FILE FROM PARTITION "
                   WS-PT-ID(WS-PT-SUB) UPON CONSOLE
               SET MERGE-REFUSED TO TRUE
           END-IF.

      *  Sorted back on master position, the partitions' lines come
      *  out in the order one pass would have written them.  Closed
      *  detail is held for its own section, with the same table
      *  and the same inline overflow FIZZBUZZ uses.
       2300-MERGE-ONE-WORK-RECORD.
           EVALUATE TRUE
               WHEN PW-OPEN-DETAIL
                   MOVE PW-BODY TO FB-REPORT-LINE
                   WRITE FB-REPORT-LINE
                   ADD 1 TO WS-OPEN-LINE-COUNT
               WHEN PW-CLOSED-DETAIL
                   PERFORM 2310-HOLD-CLOSED-DETAIL
               WHEN PW-EXTRACT-DETAIL
                   PERFORM 2320-WRITE-EXTRACT-DETAIL
               WHEN PW-HISTORY-DETAIL
                   PERFORM 2330-WRITE-HISTORY-RECORD
               WHEN PW-REJECT-DETAIL
                   PERFORM 2340-WRITE-REJECT
               WHEN PW-BRANCH-COUNTS
                   PERFORM 2400-ADD-BRANCH-COUNTS
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-RECORD-COUNT
           END-EVALUATE.
           PERFORM 2900-RETURN-WORK-RECORD.

       2310-HOLD-CLOSED-DETAIL.
           ADD 1 TO WS-CLOSED-LINE-COUNT.
           IF WS-CLOSED-USED-COUNT < 1000
               ADD 1 TO WS-CLOSED-USED-COUNT
               MOVE PW-BODY
                   TO WS-CLOSED-DETAIL-IMAGE(WS-CLOSED-USED-COUNT)
           ELSE
               ADD 1 TO WS-CLOSED-OVERFLOW-COUNT
               MOVE PW-BODY TO FB-REPORT-LINE
               WRITE FB-REPORT-LINE
           END-IF.

       2320-WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE PW-EX-RECORD-TYPE TO EX-RECORD-TYPE.
           MOVE PW-EX-ACCOUNT-NUMBER TO EX-DTL-ACCOUNT-NUMBER.
           MOVE PW-EX-CATEGORY-CODE TO EX-DTL-CATEGORY-CODE.
           MOVE PW-EX-BUSINESS-DATE TO EX-DTL-BUSINESS-DATE.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           COMPUTE WS-EXTRACT-HASH-TOTAL = FUNCTION MOD(
               WS-EXTRACT-HASH-TOTAL + PW-EX-ACCOUNT-NUMBER
               10000000000000).

       2330-WRITE-HISTORY-RECORD.
           MOVE PW-HS-ACCOUNT-NUMBER TO HS-ACCOUNT-NUMBER.
           MOVE PW-HS-BUSINESS-DATE TO HS-BUSINESS-DATE.
           MOVE PW-HS-CATEGORY-NBR TO HS-CATEGORY-NBR.
           MOVE PW-HS-CATEGORY-CODE TO HS-CATEGORY-CODE.
           MOVE PW-HS-ACCOUNT-STATUS TO HS-ACCOUNT-STATUS.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-COUNT.

       2340-WRITE-REJECT.
           MOVE SPACES TO RJ-REJECT-LINE.
           MOVE PW-RJ-ACCOUNT-RAW TO RJ-ACCOUNT-RAW.
           MOVE PW-RJ-REASON-CODE TO RJ-REASON-CODE.
           MOVE PW-RJ-REASON-TEXT TO RJ-REASON-TEXT.
           MOVE PW-RJ-ACCOUNT-DATA TO RJ-ACCOUNT-DATA.
           WRITE RJ-REJECT-LINE.
           ADD 1 TO WS-REJECT-LINE-COUNT.

      *  A branch's counts arrive at the position of its first
      *  account, so the table fills in the order FIZZBUZZ would
      *  have met the branches, and a branch not on the reference
      *  file joins the catch-all region at the same point it would
      *  have in one pass.
       2400-ADD-BRANCH-COUNTS.
           MOVE PW-BRANCH-CODE TO WS-LOOKUP-BRANCH-CODE.
           MOVE ZERO TO WS-BR-FOUND-SUB.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 2410-FIND-BRANCH-ENTRY
               UNTIL WS-BR-FOUND-SUB > ZERO
                   OR WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           IF WS-BR-FOUND-SUB = ZERO
               IF WS-BRANCH-USED-COUNT < 500
                   ADD 1 TO WS-BRANCH-USED-COUNT
                   MOVE WS-BRANCH-USED-COUNT TO WS-BR-FOUND-SUB
                   MOVE WS-LOOKUP-BRANCH-CODE
                       TO WS-BR-CODE(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-BR-TOTAL-COUNT(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-CAT-SUB
                   PERFORM 2415-ZERO-BRANCH-CATEGORY
                       UNTIL WS-CAT-SUB >= 8
                   PERFORM 2420-ATTACH-BRANCH-REFERENCE
               ELSE
                   DISPLAY "BRANCH TABLE FULL, SUBTOTALS DROPPED FOR "
                       WS-LOOKUP-BRANCH-CODE UPON CONSOLE
               END-IF
           END-IF.
           IF WS-BR-FOUND-SUB > ZERO
               ADD PW-BRANCH-TOTAL-COUNT
                   TO WS-BR-TOTAL-COUNT(WS-BR-FOUND-SUB)
               IF WS-BR-REGION-SUB(WS-BR-FOUND-SUB) > ZERO
                   ADD PW-BRANCH-TOTAL-COUNT TO WS-RG-TOTAL-COUNT
                       (WS-BR-REGION-SUB(WS-BR-FOUND-SUB))
               END-IF
               MOVE ZERO TO WS-CAT-SUB
               PERFORM 2430-ADD-ONE-BRANCH-CATEGORY
                   UNTIL WS-CAT-SUB >= 8
           END-IF.

       2410-FIND-BRANCH-ENTRY.
           ADD 1 TO WS-BR-SUB.
           IF WS-BR-CODE(WS-BR-SUB) = WS-LOOKUP-BRANCH-CODE
               MOVE WS-BR-SUB TO WS-BR-FOUND-SUB
           END-IF.

       2415-ZERO-BRANCH-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-BR-CATEGORY-COUNT
               (WS-BR-FOUND-SUB WS-CAT-SUB).

       2420-ATTACH-BRANCH-REFERENCE.
           MOVE ZERO TO WS-BRREF-FOUND-SUB.
           MOVE ZERO TO WS-BRREF-SUB.
           PERFORM 2425-MATCH-ONE-REFERENCE
               UNTIL WS-BRREF-FOUND-SUB > ZERO
                   OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT.
           MOVE WS-BRREF-FOUND-SUB TO WS-BR-REF-SUB(WS-BR-FOUND-SUB).
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-REGION-SUB(WS-BRREF-FOUND-SUB)
                   TO WS-BR-REGION-SUB(WS-BR-FOUND-SUB)
           ELSE
               MOVE "??" TO WS-LOOKUP-REGION-CODE
               MOVE "BRANCHES NOT ON FILE" TO WS-LOOKUP-REGION-NAME
               PERFORM 0146-FIND-OR-ADD-REGION
               MOVE WS-RG-FOUND-SUB
                   TO WS-BR-REGION-SUB(WS-BR-FOUND-SUB)
           END-IF.

       2425-MATCH-ONE-REFERENCE.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = WS-LOOKUP-BRANCH-CODE
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

       2430-ADD-ONE-BRANCH-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           ADD PW-BRANCH-CATEGORY-COUNT(WS-CAT-SUB)
               TO WS-BR-CATEGORY-COUNT(WS-BR-FOUND-SUB WS-CAT-SUB).
           IF WS-BR-REGION-SUB(WS-BR-FOUND-SUB) > ZERO
               ADD PW-BRANCH-CATEGORY-COUNT(WS-CAT-SUB)
                   TO WS-RG-CATEGORY-COUNT
                       (WS-BR-REGION-SUB(WS-BR-FOUND-SUB) WS-CAT-SUB)
           END-IF.

       2900-RETURN-WORK-RECORD.
           RETURN SORT-WORK-FILE INTO PARTITION-WORK-RECORD
               AT END SET END-OF-SORTED-WORK TO TRUE
           END-RETURN.

       7000-WRITE-CLOSED-SECTION.
           IF WS-CLOSED-COUNT > ZERO
               MOVE SPACES TO FB-REPORT-LINE
               WRITE FB-REPORT-LINE
               MOVE "CLOSED ACCOUNTS" TO FB-REPORT-LINE
               WRITE FB-REPORT-LINE
               MOVE ZERO TO WS-CLOSED-SUB
               PERFORM 7100-WRITE-ONE-CLOSED-DETAIL
                   UNTIL WS-CLOSED-SUB >= WS-CLOSED-USED-COUNT
               IF WS-CLOSED-OVERFLOW-COUNT > ZERO
                   DISPLAY "CLOSED SECTION TABLE FULL, "
                       WS-CLOSED-OVERFLOW-COUNT
                       " CLOSED DETAIL LINES PRINTED INLINE"
                       UPON CONSOLE
               END-IF
           END-IF.

       7100-WRITE-ONE-CLOSED-DETAIL.
           ADD 1 TO WS-CLOSED-SUB.
           WRITE FB-REPORT-LINE
               FROM WS-CLOSED-DETAIL-IMAGE(WS-CLOSED-SUB).

       8000-WRITE-SUMMARY.
           MOVE SPACES TO FB-REPORT-LINE.
           WRITE FB-REPORT-LINE.
           MOVE "FIZZ ONLY"  TO WS-SUMMARY-LABEL.
           MOVE WS-FIZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "BUZZ ONLY"  TO WS-SUMMARY-LABEL.
           MOVE WS-BUZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "BAZZ ONLY"  TO WS-SUMMARY-LABEL.
           MOVE WS-BAZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FIZZBUZZ"  TO WS-SUMMARY-LABEL.
           MOVE WS-FIZZBUZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FIZZBAZZ"  TO WS-SUMMARY-LABEL.
           MOVE WS-FIZZBAZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "BUZZBAZZ"  TO WS-SUMMARY-LABEL.
           MOVE WS-BUZZBAZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FIZZBUZZBAZZ"  TO WS-SUMMARY-LABEL.
           MOVE WS-FIZZBUZZBAZZ-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PLAIN NUMBER"  TO WS-SUMMARY-LABEL.
           MOVE WS-PLAIN-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OVERRIDDEN"  TO WS-SUMMARY-LABEL.
           MOVE WS-OVERRIDE-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CLOSED ACCOUNTS"  TO WS-SUMMARY-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "REJECTED"  TO WS-SUMMARY-LABEL.
           MOVE WS-REJECT-COUNT TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "GRAND TOTAL"  TO WS-SUMMARY-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 8100-WRITE-BRANCH-SUBTOTALS
               UNTIL WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 8300-WRITE-REGION-ROLLUP
               UNTIL WS-RG-SUB >= WS-REGION-USED-COUNT.
           DISPLAY "FIZZ ONLY:     " WS-FIZZ-COUNT UPON CONSOLE.
           DISPLAY "BUZZ ONLY:     " WS-BUZZ-COUNT UPON CONSOLE.
           DISPLAY "BAZZ ONLY:     " WS-BAZZ-COUNT UPON CONSOLE.
           DISPLAY "FIZZBUZZ:      " WS-FIZZBUZZ-COUNT UPON CONSOLE.
           DISPLAY "FIZZBAZZ:      " WS-FIZZBAZZ-COUNT UPON CONSOLE.
           DISPLAY "BUZZBAZZ:      " WS-BUZZBAZZ-COUNT UPON CONSOLE.
           DISPLAY "FIZZBUZZBAZZ:  " WS-FIZZBUZZBAZZ-COUNT
               UPON CONSOLE.
           DISPLAY "PLAIN NUMBER:  " WS-PLAIN-COUNT UPON CONSOLE.
           DISPLAY "OVERRIDDEN:    " WS-OVERRIDE-COUNT UPON CONSOLE.
           DISPLAY "CLOSED:        " WS-CLOSED-COUNT UPON CONSOLE.
           DISPLAY "REJECTED:      " WS-REJECT-COUNT UPON CONSOLE.
           DISPLAY "GRAND TOTAL:   " WS-GRAND-TOTAL UPON CONSOLE.

       8100-WRITE-BRANCH-SUBTOTALS.
           ADD 1 TO WS-BR-SUB.
           MOVE SPACES TO FB-REPORT-LINE.
           WRITE FB-REPORT-LINE.
           MOVE WS-BR-CODE(WS-BR-SUB) TO WS-BRANCH-HEADER-CODE.
           IF WS-BR-REF-SUB(WS-BR-SUB) > ZERO
               MOVE WS-BRREF-NAME(WS-BR-REF-SUB(WS-BR-SUB))
                   TO WS-BRANCH-HEADER-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE*"
                   TO WS-BRANCH-HEADER-NAME
           END-IF.
           WRITE FB-REPORT-LINE FROM WS-BRANCH-HEADER-LINE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 8200-WRITE-BRANCH-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           MOVE "BRANCH TOTAL" TO WS-SUMMARY-LABEL.
           MOVE WS-BR-TOTAL-COUNT(WS-BR-SUB) TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.

       8200-WRITE-BRANCH-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-SUMMARY-LABEL.
           MOVE WS-BR-CATEGORY-COUNT(WS-BR-SUB WS-CAT-SUB)
               TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.

       8300-WRITE-REGION-ROLLUP.
           ADD 1 TO WS-RG-SUB.
           IF WS-RG-TOTAL-COUNT(WS-RG-SUB) > ZERO
               MOVE SPACES TO FB-REPORT-LINE
               WRITE FB-REPORT-LINE
               MOVE WS-RG-CODE(WS-RG-SUB) TO WS-REGION-HEADER-CODE
               MOVE WS-RG-NAME(WS-RG-SUB) TO WS-REGION-HEADER-NAME
               WRITE FB-REPORT-LINE FROM WS-REGION-HEADER-LINE
               MOVE ZERO TO WS-CAT-SUB
               PERFORM 8400-WRITE-REGION-CATEGORY
                   UNTIL WS-CAT-SUB >= 8
               MOVE "REGION TOTAL" TO WS-SUMMARY-LABEL
               MOVE WS-RG-TOTAL-COUNT(WS-RG-SUB) TO WS-SUMMARY-COUNT
               WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF.

       8400-WRITE-REGION-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-SUMMARY-LABEL.
           MOVE WS-RG-CATEGORY-COUNT(WS-RG-SUB WS-CAT-SUB)
               TO WS-SUMMARY-COUNT.
           WRITE FB-REPORT-LINE FROM WS-SUMMARY-LINE.

      *  FIZZBUZZ's own two checks on the combined totals, and then
      *  the merged files against them: a detail line for every
      *  account classified, an extract record for every one not
      *  closed, a history record for every one, and a reject line
      *  for every reject the partitions counted.
       8500-RECONCILE-TOTALS.
           COMPUTE WS-RECON-CATEGORY-TOTAL =
               WS-FIZZ-COUNT + WS-BUZZ-COUNT + WS-BAZZ-COUNT +
               WS-FIZZBUZZ-COUNT + WS-FIZZBAZZ-COUNT +
               WS-BUZZBAZZ-COUNT + WS-FIZZBUZZBAZZ-COUNT +
               WS-PLAIN-COUNT.
           IF WS-RECON-CATEGORY-TOTAL NOT = WS-GRAND-TOTAL
               SET RECON-FAILED TO TRUE
               DISPLAY "RECONCILIATION FAILED: CATEGORY TOTALS "
                   WS-RECON-CATEGORY-TOTAL
                   " DO NOT TIE TO RECORDS CLASSIFIED "
                   WS-GRAND-TOTAL UPON CONSOLE
           END-IF.
           IF (WS-FIZZBUZZ-COUNT + WS-FIZZBUZZBAZZ-COUNT
                   - WS-OVERRIDE-FB-COUNT) NOT =
                   WS-RECON-DIV1-DIV2-COUNT
               SET RECON-FAILED TO TRUE
               DISPLAY "RECONCILIATION FAILED: FIZZBUZZ COUNT DOES "
                   "NOT TIE TO RECORDS DIVISIBLE BY BOTH DIVISOR-1 "
                   "AND DIVISOR-2" UPON CONSOLE
           END-IF.
           IF WS-OPEN-LINE-COUNT + WS-CLOSED-LINE-COUNT
                   NOT = WS-GRAND-TOTAL
               OR WS-CLOSED-LINE-COUNT NOT = WS-CLOSED-COUNT
               SET RECON-FAILED TO TRUE
               DISPLAY "RECONCILIATION FAILED: MERGED DETAIL LINES "
                   "DO NOT TIE TO PARTITION TOTALS" UPON CONSOLE
           END-IF.
           IF WS-EXTRACT-COUNT NOT = WS-GRAND-TOTAL - WS-CLOSED-COUNT
               OR WS-HISTORY-COUNT NOT = WS-GRAND-TOTAL
               SET RECON-FAILED TO TRUE
               DISPLAY "RECONCILIATION FAILED: MERGED EXTRACT "
                   WS-EXTRACT-COUNT " OR HISTORY " WS-HISTORY-COUNT
                   " DOES NOT TIE TO PARTITION TOTALS" UPON CONSOLE
           END-IF.
           IF WS-REJECT-LINE-COUNT NOT = WS-REJECT-COUNT
               OR WS-UNKNOWN-RECORD-COUNT NOT = ZERO
               SET RECON-FAILED TO TRUE
               DISPLAY "RECONCILIATION FAILED: MERGED REJECTS "
                   WS-REJECT-LINE-COUNT " UNRECOGNISED WORK RECORDS "
                   WS-UNKNOWN-RECORD-COUNT UPON CONSOLE
           END-IF.
           IF RECON-OK
               DISPLAY "RECONCILIATION OK: TOTALS TIE OUT"
                   UPON CONSOLE
           END-IF.

       8900-WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "T" TO EX-RECORD-TYPE.
           MOVE WS-EXTRACT-COUNT TO EX-TRL-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH-TOTAL TO EX-TRL-HASH-TOTAL.
           WRITE EXTRACT-RECORD.

      *  The partitions' records first, as each partition would have
      *  written its own, then FIZZBUZZ's under its own name with
      *  the counts one pass would have recorded, so FBMONITR,
      *  FBFEECAL, and FBSTAT read the night the same either way.
       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE ZERO TO WS-PT-SUB.
           PERFORM 9400-WRITE-PARTITION-AUDIT
               UNTIL WS-PT-SUB >= WS-PT-USED-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "FIZZBUZZ" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           COMPUTE AT-RECORDS-READ = WS-GRAND-TOTAL + WS-REJECT-COUNT.
           MOVE ZERO TO AT-FINAL-COUNTER.
           MOVE WS-FIZZ-COUNT TO AT-FIZZ-COUNT.
           MOVE WS-BUZZ-COUNT TO AT-BUZZ-COUNT.
           MOVE WS-BAZZ-COUNT TO AT-BAZZ-COUNT.
           MOVE WS-FIZZBUZZ-COUNT TO AT-FIZZBUZZ-COUNT.
           MOVE WS-FIZZBAZZ-COUNT TO AT-FIZZBAZZ-COUNT.
           MOVE WS-BUZZBAZZ-COUNT TO AT-BUZZBAZZ-COUNT.
           MOVE WS-FIZZBUZZBAZZ-COUNT TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE WS-PLAIN-COUNT TO AT-PLAIN-COUNT.
           MOVE WS-REJECT-COUNT TO AT-REJECT-COUNT.
           IF RECON-FAILED
               MOVE "RECONFL " TO AT-RUN-STATUS
           ELSE
               IF RUN-IS-RERUN
                   MOVE "RERUN   " TO AT-RUN-STATUS
               ELSE
                   MOVE "COMPLETE" TO AT-RUN-STATUS
               END-IF
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.

       9400-WRITE-PARTITION-AUDIT.
           ADD 1 TO WS-PT-SUB.
           MOVE WS-PT-TOTALS-IMAGE(WS-PT-SUB) TO PW-BODY.
           MOVE PW-AUDIT-RUN-DATE TO AT-RUN-DATE.
           MOVE PW-AUDIT-RUN-TIME TO AT-RUN-TIME.
           MOVE PW-BUSINESS-DATE TO AT-BUSINESS-DATE.
           STRING "FBPART" WS-PT-ID(WS-PT-SUB) DELIMITED BY SIZE
               INTO AT-PROGRAM-ID.
           MOVE PW-AUDIT-JOB-ID TO AT-JOB-ID.
           COMPUTE AT-RECORDS-READ = PW-GRAND-TOTAL + PW-REJECT-COUNT.
           MOVE PW-MASTER-READ-COUNT TO AT-FINAL-COUNTER.
           MOVE PW-CATEGORY-COUNT(1) TO AT-FIZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(2) TO AT-BUZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(3) TO AT-BAZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(4) TO AT-FIZZBUZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(5) TO AT-FIZZBAZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(6) TO AT-BUZZBAZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(7) TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE PW-CATEGORY-COUNT(8) TO AT-PLAIN-COUNT.
           MOVE PW-REJECT-COUNT TO AT-REJECT-COUNT.
           MOVE PW-AUDIT-RUN-STATUS TO AT-RUN-STATUS.
           WRITE AUDIT-TRAIL-RECORD.

       9600-COMPLETE-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE "FIZZBUZZ" TO RC-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   PERFORM 0190-START-RUN-CONTROL-ENTRY
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO RC-END-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO RC-END-TIME.
           MOVE "COMPLETE" TO RC-RUN-STATUS.
           REWRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM FBMERGE.
