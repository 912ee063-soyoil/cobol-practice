       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBURST.
      *****************************************************************
      *  Region bursting of the night's reports for electronic
      *  distribution, in place of operations tearing each district
      *  manager's pages out of the printed FBREPORT and FBVALRPT.
      *  Both reports are read as printed, every branch is put in its
      *  region from BRNCHMST (a branch not on file, or a balance
      *  with no branch, goes to region ?? BRANCHES NOT ON FILE as it
      *  does on FBREPORT's rollup), and the lines each region needs
      *  are sorted together by region.  Each region's burst is
      *  written to FBBURST (see FBBURSTR.CPY) as one run of pages:
      *  a cover page naming the region, the business date, and the
      *  recipient, then the region's branch subtotal blocks from
      *  FBREPORT, its CLOSED ACCOUNTS lines, its branch lines from
      *  FBVALRPT's BALANCES BY BRANCH with a region total, and the
      *  region's share of the summary.  Every region on BRNCHMST
      *  gets a burst, even a quiet one.  The FBBURSTX index (see
      *  FBBIXREC.CPY) lists each burst with its recipient from the
      *  DISTLIST distribution list (see FBDISTRC.CPY) and its page
      *  and line counts.  Before anything is released the bursts
      *  must add back to the full reports: per category, overridden,
      *  closed, and grand total against FBREPORT's summary, each
      *  region's branch blocks against its own rollup and detail
      *  lines, and the region balances against FBVALRPT's MATCHED
      *  control line.  A burst that does not tie leaves every index
      *  entry HELD, RECONFL on the audit trail, and RC 8.  A region
      *  with no recipient on DISTLIST is still burst, but its entry
      *  is NORECIP, the register lists it, the audit record is a
      *  WARNING, and the step ends RC 4.  Reports that are not
      *  tonight's end RC 16 with nothing burst.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIZZBUZZ-REPORT-FILE ASSIGN TO "FBREPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALUE-REPORT-FILE ASSIGN TO "FBVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISTRIBUTION-LIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REGION-BURST-FILE ASSIGN TO "FBBURST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BURST-INDEX-FILE ASSIGN TO "FBBURSTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BURST-REGISTER-FILE ASSIGN TO "BURSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIZZBUZZ-REPORT-FILE.
       01  FB-REPORT-LINE                  PIC X(80).
       FD  VALUE-REPORT-FILE.
       01  VR-REPORT-LINE                  PIC X(80).
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  DISTRIBUTION-LIST-FILE.
       COPY FBDISTRC.
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-REGION-CODE              PIC X(2).
           05  SW-SECTION-NBR              PIC 9(1).
           05  SW-SEQUENCE-NBR             PIC 9(9).
           05  SW-PRINT-LINE               PIC X(80).
       FD  REGION-BURST-FILE.
       COPY FBBURSTR.
       FD  BURST-INDEX-FILE.
       COPY FBBIXREC.
       FD  BURST-REGISTER-FILE.
       01  BR-REGISTER-LINE                PIC X(80).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-REPORT-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-REPORT               VALUE "Y".
       01  WS-VALUE-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-VALUE-REPORT         VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-DIST-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-DISTRIBUTION-LIST    VALUE "Y".
       01  WS-SORTED-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-SORTED-LINES         VALUE "Y".
       01  WS-REFUSE-SWITCH            PIC X VALUE "N".
           88  BURST-REFUSED               VALUE "Y".
       01  WS-RECON-SWITCH             PIC X VALUE "Y".
           88  RECON-OK                    VALUE "Y".
           88  RECON-FAILED                VALUE "N".
      *  Where the scan is in each printed report.  FBREPORT runs
      *  header, detail listing (with its CLOSED ACCOUNTS section),
      *  summary, branch blocks, region rollups; FBVALRPT runs
      *  header, unmatched accounts, balances by category, balances
      *  by branch, feed controls.
       01  WS-REPORT-SECTION-SWITCH    PIC X VALUE "H".
           88  REPORT-AWAITING-HEADER      VALUE "H".
           88  REPORT-IN-DETAIL            VALUE "D".
           88  REPORT-IN-SUMMARY           VALUE "S".
           88  REPORT-IN-BRANCH-BLOCK      VALUE "B".
           88  REPORT-IN-REGION-BLOCK      VALUE "R".
           88  REPORT-SKIPPED              VALUE "X".
       01  WS-VALUE-SECTION-SWITCH     PIC X VALUE "H".
           88  VALUE-AWAITING-HEADER       VALUE "H".
           88  VALUE-IN-UNMATCHED          VALUE "U".
           88  VALUE-IN-CATEGORY           VALUE "C".
           88  VALUE-IN-BRANCH             VALUE "B".
           88  VALUE-IN-CONTROLS           VALUE "F".
           88  VALUE-SKIPPED               VALUE "X".
       01  WS-MATCHED-SWITCH           PIC X VALUE "N".
           88  MATCHED-LINE-FOUND          VALUE "Y".
       01  WS-VALUE-TRUST-SWITCH       PIC X VALUE "N".
           88  VALUE-REPORT-TRUSTED        VALUE "Y".
       01  WS-REPORT-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-VALUE-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-SEQUENCE-NBR             PIC 9(9) VALUE ZERO.
       01  WS-UNATTRIBUTED-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-BURST-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-BURST-RECORD-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-NO-RECIPIENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MATCHED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-MATCHED-TOTAL            PIC 9(15)V99 VALUE ZERO.
       01  WS-VALUE-TRUST-LINE         PIC X(80) VALUE SPACES.
       01  WS-VALUE-COLUMN-LINE        PIC X(80) VALUE SPACES.
       01  WS-LINE-LABEL               PIC X(20).
       01  WS-EDIT-COUNT-AREA          PIC X(11).
       01  WS-EDIT-COUNT REDEFINES WS-EDIT-COUNT-AREA
                                       PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT-AREA         PIC X(21).
       01  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AMOUNT-AREA
                                       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PARSED-COUNT             PIC 9(9).
       01  WS-PARSED-AMOUNT            PIC 9(15)V99.
       01  WS-AVERAGE-BALANCE          PIC 9(13)V99.
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
       01  WS-CAT-SUB                  PIC 9(1).
       01  WS-CAT-FOUND-SUB            PIC 9(1).
      *  FBREPORT's summary lines in the order FIZZBUZZ prints them;
      *  the first eight line up with the categories above.
       01  WS-SUMMARY-LABEL-VALUES.
           05  FILLER                  PIC X(20) VALUE "FIZZ ONLY".
           05  FILLER                  PIC X(20) VALUE "BUZZ ONLY".
           05  FILLER                  PIC X(20) VALUE "BAZZ ONLY".
           05  FILLER                  PIC X(20) VALUE "FIZZBUZZ".
           05  FILLER                  PIC X(20) VALUE "FIZZBAZZ".
           05  FILLER                  PIC X(20) VALUE "BUZZBAZZ".
           05  FILLER                  PIC X(20) VALUE "FIZZBUZZBAZZ".
           05  FILLER                  PIC X(20) VALUE "PLAIN NUMBER".
           05  FILLER                  PIC X(20) VALUE "OVERRIDDEN".
           05  FILLER                PIC X(20) VALUE "CLOSED ACCOUNTS".
           05  FILLER                  PIC X(20) VALUE "REJECTED".
           05  FILLER                  PIC X(20) VALUE "GRAND TOTAL".
       01  WS-SUMMARY-LABEL-TABLE REDEFINES WS-SUMMARY-LABEL-VALUES.
           05  WS-SUMMARY-TEXT             PIC X(20) OCCURS 12 TIMES.
       01  WS-SUMMARY-VALUE-AREA.
           05  WS-SUMMARY-ENTRY OCCURS 12 TIMES.
               10  WS-SUMMARY-VALUE            PIC 9(9).
               10  WS-SUMMARY-SEEN-SWITCH      PIC X.
                   88  SUMMARY-LINE-SEEN           VALUE "Y".
       01  WS-SUM-SUB                  PIC 9(2).
       01  WS-SUM-FOUND-SUB            PIC 9(2).
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
               10  WS-BRREF-REGION-SUB         PIC 9(3).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-LOOKUP-BRANCH-CODE       PIC X(3).
       01  WS-REGION-TABLE-AREA.
           05  WS-REGION-USED-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-REGION-ENTRY OCCURS 50 TIMES.
               10  WS-RG-CODE                  PIC X(2).
               10  WS-RG-NAME                  PIC X(20).
               10  WS-RG-CATEGORY-COUNT        PIC 9(9) OCCURS 8 TIMES.
               10  WS-RG-TOTAL-COUNT           PIC 9(9).
               10  WS-RG-DETAIL-COUNT          PIC 9(9).
               10  WS-RG-OVERRIDE-COUNT        PIC 9(9).
               10  WS-RG-CLOSED-COUNT          PIC 9(9).
               10  WS-RG-ROLLUP-SWITCH         PIC X.
                   88  RG-ROLLUP-SEEN              VALUE "Y".
               10  WS-RG-ROLLUP-COUNT          PIC 9(9) OCCURS 8 TIMES.
               10  WS-RG-ROLLUP-TOTAL          PIC 9(9).
               10  WS-RG-VALUE-COUNT           PIC 9(9).
               10  WS-RG-VALUE-TOTAL           PIC 9(15)V99.
               10  WS-RG-TIE-SWITCH            PIC X.
                   88  RG-TIES                     VALUE "Y".
                   88  RG-DOES-NOT-TIE             VALUE "N".
               10  WS-RG-DIST-SUB              PIC 9(3).
               10  WS-RG-DIST-STATUS           PIC X(8).
               10  WS-RG-FIRST-RECORD          PIC 9(9).
               10  WS-RG-PAGE-COUNT            PIC 9(5).
               10  WS-RG-LINE-COUNT            PIC 9(7).
       01  WS-RG-SUB                   PIC 9(3).
       01  WS-RG-FOUND-SUB             PIC 9(3).
       01  WS-LOOKUP-REGION-CODE       PIC X(2).
       01  WS-LOOKUP-REGION-NAME       PIC X(20).
       01  WS-BLOCK-RG-SUB             PIC 9(3) VALUE ZERO.
       01  WS-RELEASE-RG-SUB           PIC 9(3).
       01  WS-DIST-TABLE-AREA.
           05  WS-DIST-USED-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-DIST-ENTRY OCCURS 100 TIMES.
               10  WS-DIST-REGION-CODE         PIC X(2).
               10  WS-DIST-RECIPIENT-ID        PIC X(8).
               10  WS-DIST-RECIPIENT-NAME      PIC X(30).
               10  WS-DIST-RECIPIENT-ADDRESS   PIC X(40).
       01  WS-DIST-SUB                 PIC 9(3).
       01  WS-DIST-FOUND-SUB           PIC 9(3).
       01  WS-BURST-SUM-AREA.
           05  WS-SUM-CATEGORY-COUNT       PIC 9(9) OCCURS 8 TIMES.
           05  WS-SUM-OVERRIDE-COUNT       PIC 9(9).
           05  WS-SUM-CLOSED-COUNT         PIC 9(9).
           05  WS-SUM-TOTAL-COUNT          PIC 9(9).
           05  WS-SUM-DETAIL-COUNT         PIC 9(9).
           05  WS-SUM-VALUE-COUNT          PIC 9(9).
           05  WS-SUM-VALUE-TOTAL          PIC 9(15)V99.
      *  The region burst being written.
       01  WS-BURST-RG-SUB             PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-SECTION          PIC 9(1).
       01  WS-SECTION-LINE-COUNT       PIC 9(7).
       01  WS-PAGE-LINE-COUNT          PIC 9(3).
       01  WS-LINES-PER-PAGE           PIC 9(3) VALUE 60.
       01  WS-BURST-LINE               PIC X(80).
       01  WS-PAGE-HEADING-LINE.
           05  FILLER                      PIC X(7) VALUE "REGION ".
           05  WS-PH-REGION-CODE           PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-PH-REGION-NAME           PIC X(20).
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  WS-PH-BUSINESS-DATE         PIC X(8).
           05  FILLER                      PIC X(7) VALUE "  PAGE ".
           05  WS-PH-PAGE-NBR              PIC ZZZ9.
       01  WS-COVER-LINE.
           05  WS-COVER-LABEL              PIC X(15).
           05  WS-COVER-TEXT               PIC X(65).
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(20).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-VALUE-DETAIL-LINE.
           05  WS-VAL-LABEL                PIC X(24).
           05  WS-VAL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-VAL-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-VAL-AVERAGE              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REGISTER-HEADER-LINE.
           05  FILLER                      PIC X(26)
               VALUE "REGION BURST REGISTER FOR ".
           05  WS-REGISTER-HEADER-DATE     PIC X(8).
       01  WS-REGISTER-COLUMN-LINE.
           05  FILLER                      PIC X(3) VALUE "RG ".
           05  FILLER                      PIC X(15) VALUE "REGION".
           05  FILLER                      PIC X(9) VALUE "SEND TO".
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  FILLER                      PIC X(7) VALUE "  LINES".
           05  FILLER                      PIC X(10)
               VALUE "  ACCOUNTS".
           05  FILLER                      PIC X(21)
               VALUE "        BALANCE TOTAL".
           05  FILLER                      PIC X(7) VALUE " STATUS".
       01  WS-REGISTER-REGION-LINE.
           05  WS-RR-REGION-CODE           PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-REGION-NAME           PIC X(14).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-RECIPIENT-ID          PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-PAGE-COUNT            PIC ZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-LINE-COUNT            PIC ZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-ACCOUNT-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-VALUE-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RR-DIST-STATUS           PIC X(8).
       01  WS-RECON-COLUMN-LINE.
           05  FILLER                      PIC X(20)
               VALUE "RECONCILIATION".
           05  FILLER                      PIC X(21)
               VALUE "          FULL REPORT".
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(21)
               VALUE "        SUM OF BURSTS".
       01  WS-RECON-COUNT-LINE.
           05  WS-RC-LABEL                 PIC X(20).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  WS-RC-FULL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE SPACES.
           05  WS-RC-BURST-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  WS-RC-FLAG                  PIC X(14).
       01  WS-RECON-AMOUNT-LINE.
           05  WS-RA-LABEL                 PIC X(20).
           05  WS-RA-FULL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RA-BURST-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RA-FLAG                  PIC X(14).
       01  WS-REGISTER-NOTE-LINE.
           05  FILLER                      PIC X(7) VALUE "REGION ".
           05  WS-RN-REGION-CODE           PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RN-REGION-NAME           PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RN-TEXT                  PIC X(49).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REGION-CODE
                                SW-SECTION-NBR
                                SW-SEQUENCE-NBR
               INPUT PROCEDURE IS 1000-COLLECT-REPORT-LINES
               OUTPUT PROCEDURE IS 2000-WRITE-BURSTS.
           IF NOT BURST-REFUSED
               PERFORM 8000-WRITE-REGISTER-SUMMARY
           END-IF.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           EVALUATE TRUE
             WHEN BURST-REFUSED
                 MOVE 16 TO RETURN-CODE
             WHEN RECON-FAILED
                 MOVE 8 TO RETURN-CODE
             WHEN WS-NO-RECIPIENT-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 0160-CLEAR-ONE-SUMMARY-ENTRY
               UNTIL WS-SUM-SUB >= 12.
           PERFORM 0170-CLEAR-BURST-SUMS.
           PERFORM 0200-LOAD-BRANCH-REFERENCE.
           PERFORM 0300-LOAD-DISTRIBUTION-LIST.
           OPEN OUTPUT REGION-BURST-FILE.
           OPEN OUTPUT BURST-INDEX-FILE.
           OPEN OUTPUT BURST-REGISTER-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REGISTER-HEADER-DATE.
           WRITE BR-REGISTER-LINE FROM WS-REGISTER-HEADER-LINE.
           MOVE SPACES TO BR-REGISTER-LINE.
           WRITE BR-REGISTER-LINE.
           WRITE BR-REGISTER-LINE FROM WS-REGISTER-COLUMN-LINE.

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

       0160-CLEAR-ONE-SUMMARY-ENTRY.
           ADD 1 TO WS-SUM-SUB.
           MOVE ZERO TO WS-SUMMARY-VALUE(WS-SUM-SUB).
           MOVE "N" TO WS-SUMMARY-SEEN-SWITCH(WS-SUM-SUB).

       0170-CLEAR-BURST-SUMS.
           MOVE ZERO TO WS-SUM-OVERRIDE-COUNT.
           MOVE ZERO TO WS-SUM-CLOSED-COUNT.
           MOVE ZERO TO WS-SUM-TOTAL-COUNT.
           MOVE ZERO TO WS-SUM-DETAIL-COUNT.
           MOVE ZERO TO WS-SUM-VALUE-COUNT.
           MOVE ZERO TO WS-SUM-VALUE-TOTAL.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 0180-CLEAR-SUM-CATEGORY
               UNTIL WS-CAT-SUB >= 8.

       0180-CLEAR-SUM-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-SUM-CATEGORY-COUNT(WS-CAT-SUB).

      *  Every region on BRNCHMST is loaded up front so a region
      *  with nothing to report that night still gets its burst.
       0200-LOAD-BRANCH-REFERENCE.
           OPEN INPUT BRANCH-REFERENCE-FILE.
           PERFORM 0210-LOAD-ONE-BRANCH
               UNTIL END-OF-BRANCH-REFERENCE.
           CLOSE BRANCH-REFERENCE-FILE.
           IF WS-BRREF-USED-COUNT = ZERO
               DISPLAY "BRNCHMST EMPTY OR NOT FOUND, EVERY BRANCH "
                   "BURSTS TO REGION ??" UPON CONSOLE
           END-IF.

       0210-LOAD-ONE-BRANCH.
           READ BRANCH-REFERENCE-FILE
               AT END
                   SET END-OF-BRANCH-REFERENCE TO TRUE
               NOT AT END
                   IF WS-BRREF-USED-COUNT < 500
                       ADD 1 TO WS-BRREF-USED-COUNT
                       MOVE BR-BRANCH-CODE
                           TO WS-BRREF-CODE(WS-BRREF-USED-COUNT)
                       MOVE BR-REGION-CODE TO WS-LOOKUP-REGION-CODE
                       MOVE BR-REGION-NAME TO WS-LOOKUP-REGION-NAME
                       PERFORM 0220-FIND-OR-ADD-REGION
                       MOVE WS-RG-FOUND-SUB TO WS-BRREF-REGION-SUB
                           (WS-BRREF-USED-COUNT)
                   ELSE
                       DISPLAY "BRANCH REFERENCE TABLE FULL, ENTRY "
                           "DROPPED FOR " BR-BRANCH-CODE
                           UPON CONSOLE
                   END-IF
           END-READ.

       0220-FIND-OR-ADD-REGION.
           MOVE ZERO TO WS-RG-FOUND-SUB.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 0230-MATCH-ONE-REGION
               UNTIL WS-RG-FOUND-SUB > ZERO
                   OR WS-RG-SUB >= WS-REGION-USED-COUNT.
           IF WS-RG-FOUND-SUB = ZERO
               IF WS-REGION-USED-COUNT < 50
                   ADD 1 TO WS-REGION-USED-COUNT
                   MOVE WS-REGION-USED-COUNT TO WS-RG-FOUND-SUB
                   PERFORM 0240-CLEAR-REGION-ENTRY
               ELSE
                   DISPLAY "REGION TABLE FULL, NO BURST FOR "
                       WS-LOOKUP-REGION-CODE UPON CONSOLE
               END-IF
           END-IF.

       0230-MATCH-ONE-REGION.
           ADD 1 TO WS-RG-SUB.
           IF WS-RG-CODE(WS-RG-SUB) = WS-LOOKUP-REGION-CODE
               MOVE WS-RG-SUB TO WS-RG-FOUND-SUB
           END-IF.

       0240-CLEAR-REGION-ENTRY.
           MOVE WS-LOOKUP-REGION-CODE TO WS-RG-CODE(WS-RG-FOUND-SUB).
           MOVE WS-LOOKUP-REGION-NAME TO WS-RG-NAME(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-TOTAL-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-DETAIL-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-OVERRIDE-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-CLOSED-COUNT(WS-RG-FOUND-SUB).
           MOVE "N" TO WS-RG-ROLLUP-SWITCH(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-ROLLUP-TOTAL(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-VALUE-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-VALUE-TOTAL(WS-RG-FOUND-SUB).
           MOVE "Y" TO WS-RG-TIE-SWITCH(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-DIST-SUB(WS-RG-FOUND-SUB).
           MOVE SPACES TO WS-RG-DIST-STATUS(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-FIRST-RECORD(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-PAGE-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-RG-LINE-COUNT(WS-RG-FOUND-SUB).
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 0250-CLEAR-REGION-CATEGORY
               UNTIL WS-CAT-SUB >= 8.

       0250-CLEAR-REGION-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-RG-CATEGORY-COUNT
               (WS-RG-FOUND-SUB WS-CAT-SUB).
           MOVE ZERO TO WS-RG-ROLLUP-COUNT
               (WS-RG-FOUND-SUB WS-CAT-SUB).

      *  First entry for a region wins; a second is reported and
      *  ignored rather than splitting one region's package two ways.
       0300-LOAD-DISTRIBUTION-LIST.
           OPEN INPUT DISTRIBUTION-LIST-FILE.
           PERFORM 0310-LOAD-ONE-DISTRIBUTION-ENTRY
               UNTIL END-OF-DISTRIBUTION-LIST.
           CLOSE DISTRIBUTION-LIST-FILE.
           IF WS-DIST-USED-COUNT = ZERO
               DISPLAY "DISTLIST EMPTY OR NOT FOUND, NO BURST HAS "
                   "A RECIPIENT" UPON CONSOLE
           END-IF.

       0310-LOAD-ONE-DISTRIBUTION-ENTRY.
           READ DISTRIBUTION-LIST-FILE
               AT END
                   SET END-OF-DISTRIBUTION-LIST TO TRUE
               NOT AT END
                   MOVE DL-REGION-CODE TO WS-LOOKUP-REGION-CODE
                   PERFORM 0320-FIND-DISTRIBUTION-ENTRY
                   EVALUATE TRUE
                     WHEN DL-RECIPIENT-ID = SPACES
                         DISPLAY "DISTLIST ENTRY FOR REGION "
                             DL-REGION-CODE " HAS NO RECIPIENT, "
                             "IGNORED" UPON CONSOLE
                     WHEN WS-DIST-FOUND-SUB > ZERO
                         DISPLAY "DISTLIST HAS REGION "
                             DL-REGION-CODE " TWICE, SECOND ENTRY "
                             "IGNORED" UPON CONSOLE
                     WHEN WS-DIST-USED-COUNT >= 100
                         DISPLAY "DISTRIBUTION TABLE FULL, ENTRY "
                             "DROPPED FOR " DL-REGION-CODE
                             UPON CONSOLE
                     WHEN OTHER
                         ADD 1 TO WS-DIST-USED-COUNT
                         MOVE DL-REGION-CODE TO WS-DIST-REGION-CODE
                             (WS-DIST-USED-COUNT)
                         MOVE DL-RECIPIENT-ID TO WS-DIST-RECIPIENT-ID
                             (WS-DIST-USED-COUNT)
                         MOVE DL-RECIPIENT-NAME
                             TO WS-DIST-RECIPIENT-NAME
                                 (WS-DIST-USED-COUNT)
                         MOVE DL-RECIPIENT-ADDRESS
                             TO WS-DIST-RECIPIENT-ADDRESS
                                 (WS-DIST-USED-COUNT)
                   END-EVALUATE
           END-READ.

       0320-FIND-DISTRIBUTION-ENTRY.
           MOVE ZERO TO WS-DIST-FOUND-SUB.
           MOVE ZERO TO WS-DIST-SUB.
           PERFORM 0330-MATCH-ONE-DISTRIBUTION-ENTRY
               UNTIL WS-DIST-FOUND-SUB > ZERO
                   OR WS-DIST-SUB >= WS-DIST-USED-COUNT.

       0330-MATCH-ONE-DISTRIBUTION-ENTRY.
           ADD 1 TO WS-DIST-SUB.
           IF WS-DIST-REGION-CODE(WS-DIST-SUB) = WS-LOOKUP-REGION-CODE
               MOVE WS-DIST-SUB TO WS-DIST-FOUND-SUB
           END-IF.

      *  A branch not on BRNCHMST, or FBVALRPT's blank branch for a
      *  balance whose account left the master, bursts to region ??
      *  the way FIZZBUZZ rolls it up.
       0500-FIND-BRANCH-REGION.
           MOVE ZERO TO WS-BRREF-FOUND-SUB.
           MOVE ZERO TO WS-BRREF-SUB.
           PERFORM 0510-MATCH-ONE-BRANCH
               UNTIL WS-BRREF-FOUND-SUB > ZERO
                   OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT.
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-REGION-SUB(WS-BRREF-FOUND-SUB)
                   TO WS-RG-FOUND-SUB
           ELSE
               MOVE "??" TO WS-LOOKUP-REGION-CODE
               MOVE "BRANCHES NOT ON FILE" TO WS-LOOKUP-REGION-NAME
               PERFORM 0220-FIND-OR-ADD-REGION
           END-IF.

       0510-MATCH-ONE-BRANCH.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = WS-LOOKUP-BRANCH-CODE
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

      *  FBREPORT first, then FBVALRPT.  The sequence number carried
      *  into the sort keeps each region's lines in printed order.
       1000-COLLECT-REPORT-LINES.
           OPEN INPUT FIZZBUZZ-REPORT-FILE.
           PERFORM 1100-SCAN-ONE-REPORT-LINE
               UNTIL END-OF-REPORT.
           CLOSE FIZZBUZZ-REPORT-FILE.
           IF REPORT-AWAITING-HEADER
               DISPLAY "FBREPORT IS EMPTY" UPON CONSOLE
               SET BURST-REFUSED TO TRUE
           END-IF.
           OPEN INPUT VALUE-REPORT-FILE.
           PERFORM 1500-SCAN-ONE-VALUE-LINE
               UNTIL END-OF-VALUE-REPORT.
           CLOSE VALUE-REPORT-FILE.
           IF VALUE-AWAITING-HEADER
               DISPLAY "FBVALRPT IS EMPTY" UPON CONSOLE
               SET BURST-REFUSED TO TRUE
           END-IF.
           IF NOT BURST-REFUSED
               MOVE ZERO TO WS-RG-SUB
               PERFORM 1900-RELEASE-REGION-MARKER
                   UNTIL WS-RG-SUB >= WS-REGION-USED-COUNT
           END-IF.

       1100-SCAN-ONE-REPORT-LINE.
           READ FIZZBUZZ-REPORT-FILE
               AT END
                   SET END-OF-REPORT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPORT-READ-COUNT
                   IF FB-REPORT-LINE NOT = SPACES
                       PERFORM 1110-CLASSIFY-REPORT-LINE
                   END-IF
           END-READ.

      *  A detail line always opens with the nine-digit account
      *  number, so the block headers and summary labels cannot be
      *  mistaken for one.
       1110-CLASSIFY-REPORT-LINE.
           EVALUATE TRUE
             WHEN REPORT-SKIPPED
                 CONTINUE
             WHEN REPORT-AWAITING-HEADER
                 PERFORM 1120-CHECK-REPORT-HEADER
             WHEN FB-REPORT-LINE(1:7) = "BRANCH "
                 AND FB-REPORT-LINE(32:10) = " SUBTOTALS"
                 PERFORM 1300-START-BRANCH-BLOCK
             WHEN FB-REPORT-LINE(1:7) = "REGION "
                 AND FB-REPORT-LINE(31:7) = " ROLLUP"
                 PERFORM 1400-START-REGION-BLOCK
             WHEN REPORT-IN-DETAIL
                 AND FB-REPORT-LINE = "CLOSED ACCOUNTS"
                 CONTINUE
             WHEN REPORT-IN-DETAIL
                 AND FB-REPORT-LINE(1:20) = WS-SUMMARY-TEXT(1)
                 SET REPORT-IN-SUMMARY TO TRUE
                 PERFORM 1250-TAKE-SUMMARY-LINE
             WHEN REPORT-IN-DETAIL
                 PERFORM 1200-TAKE-DETAIL-LINE
             WHEN REPORT-IN-SUMMARY
                 PERFORM 1250-TAKE-SUMMARY-LINE
             WHEN REPORT-IN-BRANCH-BLOCK
                 PERFORM 1350-TAKE-BRANCH-LINE
             WHEN REPORT-IN-REGION-BLOCK
                 PERFORM 1450-TAKE-ROLLUP-LINE
           END-EVALUATE.

       1120-CHECK-REPORT-HEADER.
           IF FB-REPORT-LINE(1:20) = "FIZZBUZZ REPORT FOR "
               AND FB-REPORT-LINE(21:8) = WS-BUSINESS-DATE
               SET REPORT-IN-DETAIL TO TRUE
           ELSE
               DISPLAY "FBREPORT IS NOT THE REPORT FOR "
                   WS-BUSINESS-DATE UPON CONSOLE
               SET REPORT-SKIPPED TO TRUE
               SET BURST-REFUSED TO TRUE
           END-IF.

      *  Every detail line counts toward its region's tie to the
      *  branch blocks; closed ones, whether in the CLOSED ACCOUNTS
      *  section or printed inline when FIZZBUZZ's table overflowed,
      *  go into the region's burst.
       1200-TAKE-DETAIL-LINE.
           MOVE FB-REPORT-LINE(44:3) TO WS-LOOKUP-BRANCH-CODE.
           PERFORM 0500-FIND-BRANCH-REGION.
           IF WS-RG-FOUND-SUB > ZERO
               ADD 1 TO WS-RG-DETAIL-COUNT(WS-RG-FOUND-SUB)
               IF FB-REPORT-LINE(80:1) = "*"
                   ADD 1 TO WS-RG-OVERRIDE-COUNT(WS-RG-FOUND-SUB)
               END-IF
               IF FB-REPORT-LINE(49:6) = "CLOSED"
                   ADD 1 TO WS-RG-CLOSED-COUNT(WS-RG-FOUND-SUB)
                   MOVE WS-RG-FOUND-SUB TO WS-RELEASE-RG-SUB
                   MOVE 2 TO SW-SECTION-NBR
                   MOVE FB-REPORT-LINE TO SW-PRINT-LINE
                   PERFORM 1800-RELEASE-LINE
               END-IF
           ELSE
               ADD 1 TO WS-UNATTRIBUTED-COUNT
           END-IF.

       1250-TAKE-SUMMARY-LINE.
           MOVE FB-REPORT-LINE(1:20) TO WS-LINE-LABEL.
           MOVE ZERO TO WS-SUM-FOUND-SUB.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 1260-MATCH-ONE-SUMMARY-LABEL
               UNTIL WS-SUM-FOUND-SUB > ZERO
                   OR WS-SUM-SUB >= 12.
           IF WS-SUM-FOUND-SUB > ZERO
               MOVE FB-REPORT-LINE(21:11) TO WS-EDIT-COUNT-AREA
               MOVE WS-EDIT-COUNT TO WS-PARSED-COUNT
               MOVE WS-PARSED-COUNT
                   TO WS-SUMMARY-VALUE(WS-SUM-FOUND-SUB)
               MOVE "Y" TO WS-SUMMARY-SEEN-SWITCH(WS-SUM-FOUND-SUB)
           END-IF.

       1260-MATCH-ONE-SUMMARY-LABEL.
           ADD 1 TO WS-SUM-SUB.
           IF WS-SUMMARY-TEXT(WS-SUM-SUB) = WS-LINE-LABEL
               MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
           END-IF.

       1300-START-BRANCH-BLOCK.
           SET REPORT-IN-BRANCH-BLOCK TO TRUE.
           MOVE FB-REPORT-LINE(8:3) TO WS-LOOKUP-BRANCH-CODE.
           PERFORM 0500-FIND-BRANCH-REGION.
           MOVE WS-RG-FOUND-SUB TO WS-BLOCK-RG-SUB.
           MOVE WS-BLOCK-RG-SUB TO WS-RELEASE-RG-SUB.
           MOVE 1 TO SW-SECTION-NBR.
           MOVE FB-REPORT-LINE TO SW-PRINT-LINE.
           PERFORM 1800-RELEASE-LINE.

       1350-TAKE-BRANCH-LINE.
           MOVE WS-BLOCK-RG-SUB TO WS-RELEASE-RG-SUB.
           MOVE 1 TO SW-SECTION-NBR.
           MOVE FB-REPORT-LINE TO SW-PRINT-LINE.
           PERFORM 1800-RELEASE-LINE.
           IF WS-BLOCK-RG-SUB > ZERO
               MOVE FB-REPORT-LINE(21:11) TO WS-EDIT-COUNT-AREA
               MOVE WS-EDIT-COUNT TO WS-PARSED-COUNT
               MOVE FB-REPORT-LINE(1:20) TO WS-LINE-LABEL
               IF WS-LINE-LABEL = "BRANCH TOTAL"
                   ADD WS-PARSED-COUNT
                       TO WS-RG-TOTAL-COUNT(WS-BLOCK-RG-SUB)
               ELSE
                   PERFORM 1600-MATCH-CATEGORY-LABEL
                   IF WS-CAT-FOUND-SUB > ZERO
                       ADD WS-PARSED-COUNT TO WS-RG-CATEGORY-COUNT
                           (WS-BLOCK-RG-SUB WS-CAT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       1400-START-REGION-BLOCK.
           SET REPORT-IN-REGION-BLOCK TO TRUE.
           MOVE FB-REPORT-LINE(8:2) TO WS-LOOKUP-REGION-CODE.
           MOVE FB-REPORT-LINE(11:20) TO WS-LOOKUP-REGION-NAME.
           PERFORM 0220-FIND-OR-ADD-REGION.
           MOVE WS-RG-FOUND-SUB TO WS-BLOCK-RG-SUB.
           IF WS-BLOCK-RG-SUB > ZERO
               MOVE "Y" TO WS-RG-ROLLUP-SWITCH(WS-BLOCK-RG-SUB)
           END-IF.

       1450-TAKE-ROLLUP-LINE.
           IF WS-BLOCK-RG-SUB > ZERO
               MOVE FB-REPORT-LINE(21:11) TO WS-EDIT-COUNT-AREA
               MOVE WS-EDIT-COUNT TO WS-PARSED-COUNT
               MOVE FB-REPORT-LINE(1:20) TO WS-LINE-LABEL
               IF WS-LINE-LABEL = "REGION TOTAL"
                   MOVE WS-PARSED-COUNT
                       TO WS-RG-ROLLUP-TOTAL(WS-BLOCK-RG-SUB)
               ELSE
                   PERFORM 1600-MATCH-CATEGORY-LABEL
                   IF WS-CAT-FOUND-SUB > ZERO
                       MOVE WS-PARSED-COUNT TO WS-RG-ROLLUP-COUNT
                           (WS-BLOCK-RG-SUB WS-CAT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       1500-SCAN-ONE-VALUE-LINE.
           READ VALUE-REPORT-FILE
               AT END
                   SET END-OF-VALUE-REPORT TO TRUE
               NOT AT END
                   ADD 1 TO WS-VALUE-READ-COUNT
                   IF VR-REPORT-LINE NOT = SPACES
                       PERFORM 1510-CLASSIFY-VALUE-LINE
                   END-IF
           END-READ.

       1510-CLASSIFY-VALUE-LINE.
           EVALUATE TRUE
             WHEN VALUE-SKIPPED
                 CONTINUE
             WHEN VALUE-AWAITING-HEADER
                 PERFORM 1520-CHECK-VALUE-HEADER
             WHEN VR-REPORT-LINE = "UNMATCHED ACCOUNTS"
                 SET VALUE-IN-UNMATCHED TO TRUE
             WHEN VR-REPORT-LINE = "BALANCES BY CATEGORY"
                 SET VALUE-IN-CATEGORY TO TRUE
             WHEN VR-REPORT-LINE = "BALANCES BY BRANCH"
                 SET VALUE-IN-BRANCH TO TRUE
             WHEN VR-REPORT-LINE = "FEED CONTROLS"
                 SET VALUE-IN-CONTROLS TO TRUE
             WHEN VR-REPORT-LINE(25:11) = "   ACCOUNTS"
                 MOVE VR-REPORT-LINE TO WS-VALUE-COLUMN-LINE
             WHEN VALUE-IN-BRANCH
                 PERFORM 1550-TAKE-VALUE-BRANCH-LINE
             WHEN VALUE-IN-CONTROLS
                 PERFORM 1570-TAKE-VALUE-CONTROL-LINE
           END-EVALUATE.

       1520-CHECK-VALUE-HEADER.
           IF VR-REPORT-LINE(1:41) =
                   "VALUE-WEIGHTED CLASSIFICATION REPORT FOR "
               AND VR-REPORT-LINE(42:8) = WS-BUSINESS-DATE
               SET VALUE-IN-UNMATCHED TO TRUE
           ELSE
               DISPLAY "FBVALRPT IS NOT THE REPORT FOR "
                   WS-BUSINESS-DATE UPON CONSOLE
               SET VALUE-SKIPPED TO TRUE
               SET BURST-REFUSED TO TRUE
           END-IF.

       1550-TAKE-VALUE-BRANCH-LINE.
           MOVE VR-REPORT-LINE(1:3) TO WS-LOOKUP-BRANCH-CODE.
           PERFORM 0500-FIND-BRANCH-REGION.
           MOVE WS-RG-FOUND-SUB TO WS-RELEASE-RG-SUB.
           MOVE 3 TO SW-SECTION-NBR.
           MOVE VR-REPORT-LINE TO SW-PRINT-LINE.
           PERFORM 1800-RELEASE-LINE.
           IF WS-RG-FOUND-SUB > ZERO
               MOVE VR-REPORT-LINE(25:11) TO WS-EDIT-COUNT-AREA
               MOVE WS-EDIT-COUNT TO WS-PARSED-COUNT
               MOVE VR-REPORT-LINE(37:21) TO WS-EDIT-AMOUNT-AREA
               MOVE WS-EDIT-AMOUNT TO WS-PARSED-AMOUNT
               ADD WS-PARSED-COUNT
                   TO WS-RG-VALUE-COUNT(WS-RG-FOUND-SUB)
               ADD WS-PARSED-AMOUNT
                   TO WS-RG-VALUE-TOTAL(WS-RG-FOUND-SUB)
           END-IF.

       1570-TAKE-VALUE-CONTROL-LINE.
           EVALUATE TRUE
             WHEN VR-REPORT-LINE(1:24) = "MATCHED"
                 SET MATCHED-LINE-FOUND TO TRUE
                 MOVE VR-REPORT-LINE(25:11) TO WS-EDIT-COUNT-AREA
                 MOVE WS-EDIT-COUNT TO WS-MATCHED-COUNT
                 MOVE VR-REPORT-LINE(37:21) TO WS-EDIT-AMOUNT-AREA
                 MOVE WS-EDIT-AMOUNT TO WS-MATCHED-TOTAL
             WHEN VR-REPORT-LINE(1:14) = "FEED CONTROLS "
                 MOVE VR-REPORT-LINE TO WS-VALUE-TRUST-LINE
                 IF VR-REPORT-LINE = "FEED CONTROLS TIE, REPORT TRUSTED"
                     SET VALUE-REPORT-TRUSTED TO TRUE
                 END-IF
           END-EVALUATE.

       1600-MATCH-CATEGORY-LABEL.
           MOVE ZERO TO WS-CAT-FOUND-SUB.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 1610-MATCH-ONE-CATEGORY
               UNTIL WS-CAT-FOUND-SUB > ZERO
                   OR WS-CAT-SUB >= 8.

       1610-MATCH-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CATEGORY-NAME(WS-CAT-SUB) = WS-LINE-LABEL
               MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
           END-IF.

      *  A line whose region could not be placed (the region table
      *  full) is counted, not released, and fails the reconcile.
       1800-RELEASE-LINE.
           IF WS-RELEASE-RG-SUB > ZERO
               ADD 1 TO WS-SEQUENCE-NBR
               MOVE WS-RG-CODE(WS-RELEASE-RG-SUB) TO SW-REGION-CODE
               MOVE WS-SEQUENCE-NBR TO SW-SEQUENCE-NBR
               RELEASE SW-SORT-RECORD
           ELSE
               ADD 1 TO WS-UNATTRIBUTED-COUNT
           END-IF.

      *  One marker per region, sorting ahead of its lines, so every
      *  region gets a cover page whether or not it had any lines.
       1900-RELEASE-REGION-MARKER.
           ADD 1 TO WS-RG-SUB.
           MOVE WS-RG-CODE(WS-RG-SUB) TO SW-REGION-CODE.
           MOVE ZERO TO SW-SECTION-NBR.
           MOVE ZERO TO SW-SEQUENCE-NBR.
           MOVE SPACES TO SW-PRINT-LINE.
           RELEASE SW-SORT-RECORD.

      *  The reconcile runs before the first burst is written so each
      *  index entry goes out with its final status.
       2000-WRITE-BURSTS.
           IF BURST-REFUSED
               MOVE "REPORTS ARE NOT TONIGHT'S, NOTHING BURST"
                   TO BR-REGISTER-LINE
               WRITE BR-REGISTER-LINE
           ELSE
               PERFORM 2100-RECONCILE-BURSTS
               MOVE ZERO TO WS-RG-SUB
               PERFORM 2200-SET-DISTRIBUTION-STATUS
                   UNTIL WS-RG-SUB >= WS-REGION-USED-COUNT
               PERFORM 2900-RETURN-SORTED-LINE
               PERFORM 2300-WRITE-ONE-SORTED-LINE
                   UNTIL END-OF-SORTED-LINES
               IF WS-BURST-RG-SUB > ZERO
                   PERFORM 6900-FINISH-REGION-BURST
               END-IF
           END-IF.

       2100-RECONCILE-BURSTS.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 2110-ADD-ONE-REGION
               UNTIL WS-RG-SUB >= WS-REGION-USED-COUNT.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 2150-CHECK-ONE-SUMMARY-LINE
               UNTIL WS-SUM-SUB >= 12.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 2160-CHECK-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           IF WS-SUM-OVERRIDE-COUNT NOT = WS-SUMMARY-VALUE(9)
               SET RECON-FAILED TO TRUE
               DISPLAY "BURSTS OVERRIDDEN " WS-SUM-OVERRIDE-COUNT
                   " DO NOT TIE TO FBREPORT " WS-SUMMARY-VALUE(9)
                   UPON CONSOLE
           END-IF.
           IF WS-SUM-CLOSED-COUNT NOT = WS-SUMMARY-VALUE(10)
               SET RECON-FAILED TO TRUE
               DISPLAY "BURSTS CLOSED " WS-SUM-CLOSED-COUNT
                   " DO NOT TIE TO FBREPORT " WS-SUMMARY-VALUE(10)
                   UPON CONSOLE
           END-IF.
           IF WS-SUM-TOTAL-COUNT NOT = WS-SUMMARY-VALUE(12)
               SET RECON-FAILED TO TRUE
               DISPLAY "BURSTS TOTAL " WS-SUM-TOTAL-COUNT
                   " DOES NOT TIE TO FBREPORT GRAND TOTAL "
                   WS-SUMMARY-VALUE(12) UPON CONSOLE
           END-IF.
           IF NOT MATCHED-LINE-FOUND
               SET RECON-FAILED TO TRUE
               DISPLAY "FBVALRPT HAS NO MATCHED CONTROL LINE"
                   UPON CONSOLE
           END-IF.
           IF WS-SUM-VALUE-COUNT NOT = WS-MATCHED-COUNT
               OR WS-SUM-VALUE-TOTAL NOT = WS-MATCHED-TOTAL
               SET RECON-FAILED TO TRUE
               DISPLAY "BURST BALANCES DO NOT TIE TO FBVALRPT "
                   "MATCHED" UPON CONSOLE
           END-IF.
           IF NOT VALUE-REPORT-TRUSTED
               SET RECON-FAILED TO TRUE
               DISPLAY "FBVALRPT NOT TRUSTED, BURSTS HELD"
                   UPON CONSOLE
           END-IF.
           IF WS-UNATTRIBUTED-COUNT > ZERO
               SET RECON-FAILED TO TRUE
               DISPLAY WS-UNATTRIBUTED-COUNT
                   " REPORT LINES COULD NOT BE PLACED IN A REGION"
                   UPON CONSOLE
           END-IF.

       2110-ADD-ONE-REGION.
           ADD 1 TO WS-RG-SUB.
           ADD WS-RG-OVERRIDE-COUNT(WS-RG-SUB)
               TO WS-SUM-OVERRIDE-COUNT.
           ADD WS-RG-CLOSED-COUNT(WS-RG-SUB) TO WS-SUM-CLOSED-COUNT.
           ADD WS-RG-TOTAL-COUNT(WS-RG-SUB) TO WS-SUM-TOTAL-COUNT.
           ADD WS-RG-DETAIL-COUNT(WS-RG-SUB) TO WS-SUM-DETAIL-COUNT.
           ADD WS-RG-VALUE-COUNT(WS-RG-SUB) TO WS-SUM-VALUE-COUNT.
           ADD WS-RG-VALUE-TOTAL(WS-RG-SUB) TO WS-SUM-VALUE-TOTAL.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 2120-ADD-REGION-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           PERFORM 2130-CHECK-REGION-TIES.

       2120-ADD-REGION-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           ADD WS-RG-CATEGORY-COUNT(WS-RG-SUB WS-CAT-SUB)
               TO WS-SUM-CATEGORY-COUNT(WS-CAT-SUB).
           IF RG-ROLLUP-SEEN(WS-RG-SUB)
               AND WS-RG-ROLLUP-COUNT(WS-RG-SUB WS-CAT-SUB)
                   NOT = WS-RG-CATEGORY-COUNT(WS-RG-SUB WS-CAT-SUB)
               SET RG-DOES-NOT-TIE(WS-RG-SUB) TO TRUE
           END-IF.

      *  Within a region the branch blocks must equal the region's
      *  own rollup and the detail lines printed for its branches.
      *  FIZZBUZZ prints no rollup for a region with nothing in it.
       2130-CHECK-REGION-TIES.
           IF WS-RG-DETAIL-COUNT(WS-RG-SUB)
               NOT = WS-RG-TOTAL-COUNT(WS-RG-SUB)
               SET RG-DOES-NOT-TIE(WS-RG-SUB) TO TRUE
           END-IF.
           IF RG-ROLLUP-SEEN(WS-RG-SUB)
               IF WS-RG-ROLLUP-TOTAL(WS-RG-SUB)
                   NOT = WS-RG-TOTAL-COUNT(WS-RG-SUB)
                   SET RG-DOES-NOT-TIE(WS-RG-SUB) TO TRUE
               END-IF
           ELSE
               IF WS-RG-TOTAL-COUNT(WS-RG-SUB) > ZERO
                   SET RG-DOES-NOT-TIE(WS-RG-SUB) TO TRUE
               END-IF
           END-IF.
           IF RG-DOES-NOT-TIE(WS-RG-SUB)
               SET RECON-FAILED TO TRUE
               DISPLAY "REGION " WS-RG-CODE(WS-RG-SUB)
                   " BRANCH BLOCKS DO NOT TIE TO ITS ROLLUP AND "
                   "DETAIL LINES" UPON CONSOLE
           END-IF.

       2150-CHECK-ONE-SUMMARY-LINE.
           ADD 1 TO WS-SUM-SUB.
           IF NOT SUMMARY-LINE-SEEN(WS-SUM-SUB)
               SET RECON-FAILED TO TRUE
               DISPLAY "FBREPORT SUMMARY LINE MISSING: "
                   WS-SUMMARY-TEXT(WS-SUM-SUB) UPON CONSOLE
           END-IF.

       2160-CHECK-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           IF WS-SUM-CATEGORY-COUNT(WS-CAT-SUB)
               NOT = WS-SUMMARY-VALUE(WS-CAT-SUB)
               SET RECON-FAILED TO TRUE
               DISPLAY "BURSTS " WS-CATEGORY-NAME(WS-CAT-SUB) " "
                   WS-SUM-CATEGORY-COUNT(WS-CAT-SUB)
                   " DO NOT TIE TO FBREPORT "
                   WS-SUMMARY-VALUE(WS-CAT-SUB) UPON CONSOLE
           END-IF.

       2200-SET-DISTRIBUTION-STATUS.
           ADD 1 TO WS-RG-SUB.
           MOVE WS-RG-CODE(WS-RG-SUB) TO WS-LOOKUP-REGION-CODE.
           PERFORM 0320-FIND-DISTRIBUTION-ENTRY.
           MOVE WS-DIST-FOUND-SUB TO WS-RG-DIST-SUB(WS-RG-SUB).
           IF WS-DIST-FOUND-SUB = ZERO
               ADD 1 TO WS-NO-RECIPIENT-COUNT
               DISPLAY "REGION " WS-RG-CODE(WS-RG-SUB)
                   " HAS NO RECIPIENT ON DISTLIST" UPON CONSOLE
           END-IF.
           EVALUATE TRUE
             WHEN RECON-FAILED
                 MOVE "HELD    " TO WS-RG-DIST-STATUS(WS-RG-SUB)
             WHEN WS-DIST-FOUND-SUB = ZERO
                 MOVE "NORECIP " TO WS-RG-DIST-STATUS(WS-RG-SUB)
             WHEN OTHER
                 MOVE "READY   " TO WS-RG-DIST-STATUS(WS-RG-SUB)
           END-EVALUATE.

       2300-WRITE-ONE-SORTED-LINE.
           IF WS-BURST-RG-SUB = ZERO
               OR SW-REGION-CODE NOT = WS-RG-CODE(WS-BURST-RG-SUB)
               IF WS-BURST-RG-SUB > ZERO
                   PERFORM 6900-FINISH-REGION-BURST
               END-IF
               PERFORM 6000-START-REGION-BURST
           END-IF.
           IF SW-SECTION-NBR > ZERO
               PERFORM 6300-ADVANCE-SECTION
                   UNTIL WS-CURRENT-SECTION >= SW-SECTION-NBR
               PERFORM 6400-WRITE-SECTION-LINE
           END-IF.
           PERFORM 2900-RETURN-SORTED-LINE.

       2900-RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORTED-LINES TO TRUE
           END-RETURN.

      *  Page one of every burst is its cover; the region's report
      *  pages start on page two.
       6000-START-REGION-BURST.
           MOVE SW-REGION-CODE TO WS-LOOKUP-REGION-CODE.
           MOVE ZERO TO WS-RG-FOUND-SUB.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 0230-MATCH-ONE-REGION
               UNTIL WS-RG-FOUND-SUB > ZERO
                   OR WS-RG-SUB >= WS-REGION-USED-COUNT.
           MOVE WS-RG-FOUND-SUB TO WS-BURST-RG-SUB.
           ADD 1 TO WS-BURST-COUNT.
           COMPUTE WS-RG-FIRST-RECORD(WS-BURST-RG-SUB) =
               WS-BURST-RECORD-COUNT + 1.
           MOVE ZERO TO WS-CURRENT-SECTION.
           MOVE ZERO TO WS-SECTION-LINE-COUNT.
           PERFORM 6200-START-NEW-PAGE.
           PERFORM 6050-WRITE-COVER-PAGE.
           PERFORM 6200-START-NEW-PAGE.

       6050-WRITE-COVER-PAGE.
           MOVE "FIZZBUZZ REGIONAL REPORT PACKAGE" TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE "REGION" TO WS-COVER-LABEL.
           MOVE WS-RG-CODE(WS-BURST-RG-SUB) TO WS-COVER-TEXT(1:2).
           MOVE WS-RG-NAME(WS-BURST-RG-SUB) TO WS-COVER-TEXT(4:20).
           MOVE WS-COVER-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE "BUSINESS DATE" TO WS-COVER-LABEL.
           MOVE WS-BUSINESS-DATE TO WS-COVER-TEXT.
           MOVE WS-COVER-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE "PREPARED FOR" TO WS-COVER-LABEL.
           MOVE WS-RG-DIST-SUB(WS-BURST-RG-SUB) TO WS-DIST-SUB.
           IF WS-DIST-SUB > ZERO
               MOVE WS-DIST-RECIPIENT-NAME(WS-DIST-SUB)
                   TO WS-COVER-TEXT
               MOVE WS-COVER-LINE TO WS-BURST-LINE
               PERFORM 6100-WRITE-BURST-LINE
               MOVE SPACES TO WS-COVER-LINE
               MOVE "DELIVER TO" TO WS-COVER-LABEL
               MOVE WS-DIST-RECIPIENT-ADDRESS(WS-DIST-SUB)
                   TO WS-COVER-TEXT
           ELSE
               MOVE "*** NO RECIPIENT ON DISTRIBUTION LIST ***"
                   TO WS-COVER-TEXT
           END-IF.
           MOVE WS-COVER-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE "CONTENTS" TO WS-COVER-LABEL.
           MOVE "BRANCH SUBTOTALS, CLOSED ACCOUNTS, BALANCES BY BRANCH,"
               TO WS-COVER-TEXT.
           MOVE WS-COVER-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE "REGION SHARE OF SUMMARY" TO WS-COVER-TEXT.
           MOVE WS-COVER-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.

       6100-WRITE-BURST-LINE.
           IF WS-PAGE-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6200-START-NEW-PAGE
           END-IF.
           MOVE WS-BURST-LINE TO BU-PRINT-LINE.
           PERFORM 6150-PUT-BURST-RECORD.

       6150-PUT-BURST-RECORD.
           MOVE WS-RG-CODE(WS-BURST-RG-SUB) TO BU-REGION-CODE.
           MOVE WS-RG-PAGE-COUNT(WS-BURST-RG-SUB) TO BU-PAGE-NBR.
           WRITE REGION-BURST-RECORD.
           ADD 1 TO WS-BURST-RECORD-COUNT.
           ADD 1 TO WS-RG-LINE-COUNT(WS-BURST-RG-SUB).
           ADD 1 TO WS-PAGE-LINE-COUNT.

       6200-START-NEW-PAGE.
           ADD 1 TO WS-RG-PAGE-COUNT(WS-BURST-RG-SUB).
           MOVE ZERO TO WS-PAGE-LINE-COUNT.
           MOVE WS-RG-CODE(WS-BURST-RG-SUB) TO WS-PH-REGION-CODE.
           MOVE WS-RG-NAME(WS-BURST-RG-SUB) TO WS-PH-REGION-NAME.
           MOVE WS-BUSINESS-DATE TO WS-PH-BUSINESS-DATE.
           MOVE WS-RG-PAGE-COUNT(WS-BURST-RG-SUB) TO WS-PH-PAGE-NBR.
           MOVE WS-PAGE-HEADING-LINE TO BU-PRINT-LINE.
           PERFORM 6150-PUT-BURST-RECORD.
           MOVE SPACES TO BU-PRINT-LINE.
           PERFORM 6150-PUT-BURST-RECORD.

      *  Closes the section in hand -- a section the region had
      *  nothing in says so, and the balances close on the region's
      *  total -- and opens the next.  Section 4 is the region's
      *  share of the summary, built from the tallies.
       6300-ADVANCE-SECTION.
           IF WS-CURRENT-SECTION > ZERO
               AND WS-SECTION-LINE-COUNT = ZERO
               MOVE "  NONE FOR THIS REGION" TO WS-BURST-LINE
               PERFORM 6100-WRITE-BURST-LINE
           END-IF.
           IF WS-CURRENT-SECTION = 3
               PERFORM 6350-WRITE-REGION-VALUE-TOTAL
           END-IF.
           ADD 1 TO WS-CURRENT-SECTION.
           MOVE ZERO TO WS-SECTION-LINE-COUNT.
           IF WS-PAGE-LINE-COUNT > 2
               MOVE SPACES TO WS-BURST-LINE
               PERFORM 6100-WRITE-BURST-LINE
           END-IF.
           EVALUATE WS-CURRENT-SECTION
             WHEN 1
                 MOVE "FIZZBUZZ REPORT - BRANCH SUBTOTALS"
                     TO WS-BURST-LINE
             WHEN 2
                 MOVE "FIZZBUZZ REPORT - CLOSED ACCOUNTS"
                     TO WS-BURST-LINE
             WHEN 3
                 MOVE "VALUE-WEIGHTED REPORT - BALANCES BY BRANCH"
                     TO WS-BURST-LINE
             WHEN OTHER
                 MOVE "REGION SHARE OF SUMMARY" TO WS-BURST-LINE
           END-EVALUATE.
           PERFORM 6100-WRITE-BURST-LINE.
           IF WS-CURRENT-SECTION = 3
               MOVE WS-VALUE-COLUMN-LINE TO WS-BURST-LINE
               PERFORM 6100-WRITE-BURST-LINE
           END-IF.

       6350-WRITE-REGION-VALUE-TOTAL.
           MOVE SPACES TO WS-VALUE-DETAIL-LINE.
           MOVE "REGION TOTAL" TO WS-VAL-LABEL.
           PERFORM 6360-FORMAT-REGION-VALUE.
           MOVE WS-VALUE-DETAIL-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.

       6360-FORMAT-REGION-VALUE.
           MOVE WS-RG-VALUE-COUNT(WS-BURST-RG-SUB) TO WS-VAL-COUNT.
           MOVE WS-RG-VALUE-TOTAL(WS-BURST-RG-SUB) TO WS-VAL-TOTAL.
           IF WS-RG-VALUE-COUNT(WS-BURST-RG-SUB) > ZERO
               COMPUTE WS-AVERAGE-BALANCE =
                   WS-RG-VALUE-TOTAL(WS-BURST-RG-SUB)
                   / WS-RG-VALUE-COUNT(WS-BURST-RG-SUB)
           ELSE
               MOVE ZERO TO WS-AVERAGE-BALANCE
           END-IF.
           MOVE WS-AVERAGE-BALANCE TO WS-VAL-AVERAGE.

      *  Each branch block keeps the blank line FBREPORT prints
      *  ahead of it.
       6400-WRITE-SECTION-LINE.
           IF SW-SECTION-NBR = 1
               AND SW-PRINT-LINE(1:7) = "BRANCH "
               AND SW-PRINT-LINE(32:10) = " SUBTOTALS"
               MOVE SPACES TO WS-BURST-LINE
               PERFORM 6100-WRITE-BURST-LINE
           END-IF.
           ADD 1 TO WS-SECTION-LINE-COUNT.
           MOVE SW-PRINT-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.

      *  The region's share is its own column of FBREPORT's summary
      *  -- rejects never reach a branch, so they stay with the full
      *  report -- and of FBVALRPT's matched balances, with the
      *  value report's trust line so the reader knows it tied.
       6500-WRITE-REGION-SHARE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 6510-WRITE-SHARE-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           MOVE WS-SUMMARY-TEXT(9) TO WS-SUMMARY-LABEL.
           MOVE WS-RG-OVERRIDE-COUNT(WS-BURST-RG-SUB)
               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE WS-SUMMARY-TEXT(10) TO WS-SUMMARY-LABEL.
           MOVE WS-RG-CLOSED-COUNT(WS-BURST-RG-SUB)
               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE "REGION TOTAL" TO WS-SUMMARY-LABEL.
           MOVE WS-RG-TOTAL-COUNT(WS-BURST-RG-SUB)
               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE WS-VALUE-COLUMN-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-VALUE-DETAIL-LINE.
           MOVE "MATCHED BALANCES" TO WS-VAL-LABEL.
           PERFORM 6360-FORMAT-REGION-VALUE.
           MOVE WS-VALUE-DETAIL-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE SPACES TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.
           MOVE WS-VALUE-TRUST-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.

       6510-WRITE-SHARE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-SUMMARY-TEXT(WS-CAT-SUB) TO WS-SUMMARY-LABEL.
           MOVE WS-RG-CATEGORY-COUNT(WS-BURST-RG-SUB WS-CAT-SUB)
               TO WS-SUMMARY-COUNT.
           MOVE WS-SUMMARY-LINE TO WS-BURST-LINE.
           PERFORM 6100-WRITE-BURST-LINE.

       6900-FINISH-REGION-BURST.
           PERFORM 6300-ADVANCE-SECTION
               UNTIL WS-CURRENT-SECTION >= 4.
           PERFORM 6500-WRITE-REGION-SHARE.
           MOVE SPACES TO BURST-INDEX-RECORD.
           MOVE WS-BUSINESS-DATE TO BX-BUSINESS-DATE.
           MOVE WS-RG-CODE(WS-BURST-RG-SUB) TO BX-REGION-CODE.
           MOVE WS-RG-NAME(WS-BURST-RG-SUB) TO BX-REGION-NAME.
           MOVE WS-RG-DIST-SUB(WS-BURST-RG-SUB) TO WS-DIST-SUB.
           IF WS-DIST-SUB > ZERO
               MOVE WS-DIST-RECIPIENT-ID(WS-DIST-SUB)
                   TO BX-RECIPIENT-ID
               MOVE WS-DIST-RECIPIENT-ADDRESS(WS-DIST-SUB)
                   TO BX-RECIPIENT-ADDRESS
           END-IF.
           MOVE WS-RG-FIRST-RECORD(WS-BURST-RG-SUB)
               TO BX-FIRST-RECORD-NBR.
           MOVE WS-RG-PAGE-COUNT(WS-BURST-RG-SUB) TO BX-PAGE-COUNT.
           MOVE WS-RG-LINE-COUNT(WS-BURST-RG-SUB) TO BX-LINE-COUNT.
           MOVE WS-RG-DIST-STATUS(WS-BURST-RG-SUB) TO BX-DIST-STATUS.
           WRITE BURST-INDEX-RECORD.
           MOVE SPACES TO WS-REGISTER-REGION-LINE.
           MOVE BX-REGION-CODE TO WS-RR-REGION-CODE.
           MOVE BX-REGION-NAME TO WS-RR-REGION-NAME.
           MOVE BX-RECIPIENT-ID TO WS-RR-RECIPIENT-ID.
           MOVE BX-PAGE-COUNT TO WS-RR-PAGE-COUNT.
           MOVE BX-LINE-COUNT TO WS-RR-LINE-COUNT.
           MOVE WS-RG-TOTAL-COUNT(WS-BURST-RG-SUB)
               TO WS-RR-ACCOUNT-COUNT.
           MOVE WS-RG-VALUE-TOTAL(WS-BURST-RG-SUB)
               TO WS-RR-VALUE-TOTAL.
           MOVE BX-DIST-STATUS TO WS-RR-DIST-STATUS.
           WRITE BR-REGISTER-LINE FROM WS-REGISTER-REGION-LINE.

       8000-WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO BR-REGISTER-LINE.
           WRITE BR-REGISTER-LINE.
           WRITE BR-REGISTER-LINE FROM WS-RECON-COLUMN-LINE.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM 8100-WRITE-RECON-CATEGORY
               UNTIL WS-SUM-SUB >= 8.
           MOVE WS-SUMMARY-TEXT(9) TO WS-RC-LABEL.
           MOVE WS-SUMMARY-VALUE(9) TO WS-RC-FULL-COUNT.
           MOVE WS-SUM-OVERRIDE-COUNT TO WS-RC-BURST-COUNT.
           PERFORM 8150-WRITE-RECON-COUNT.
           MOVE WS-SUMMARY-TEXT(10) TO WS-RC-LABEL.
           MOVE WS-SUMMARY-VALUE(10) TO WS-RC-FULL-COUNT.
           MOVE WS-SUM-CLOSED-COUNT TO WS-RC-BURST-COUNT.
           PERFORM 8150-WRITE-RECON-COUNT.
           MOVE WS-SUMMARY-TEXT(12) TO WS-RC-LABEL.
           MOVE WS-SUMMARY-VALUE(12) TO WS-RC-FULL-COUNT.
           MOVE WS-SUM-TOTAL-COUNT TO WS-RC-BURST-COUNT.
           PERFORM 8150-WRITE-RECON-COUNT.
           MOVE SPACES TO WS-RECON-COUNT-LINE.
           MOVE WS-SUMMARY-TEXT(11) TO WS-RC-LABEL.
           MOVE WS-SUMMARY-VALUE(11) TO WS-RC-FULL-COUNT.
           MOVE "  NOT BURST" TO WS-RC-FLAG.
           WRITE BR-REGISTER-LINE FROM WS-RECON-COUNT-LINE.
           MOVE "MATCHED ACCOUNTS" TO WS-RC-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-RC-FULL-COUNT.
           MOVE WS-SUM-VALUE-COUNT TO WS-RC-BURST-COUNT.
           PERFORM 8150-WRITE-RECON-COUNT.
           MOVE SPACES TO WS-RECON-AMOUNT-LINE.
           MOVE "MATCHED BALANCES" TO WS-RA-LABEL.
           MOVE WS-MATCHED-TOTAL TO WS-RA-FULL-AMOUNT.
           MOVE WS-SUM-VALUE-TOTAL TO WS-RA-BURST-AMOUNT.
           IF WS-MATCHED-TOTAL NOT = WS-SUM-VALUE-TOTAL
               MOVE "  DOES NOT TIE" TO WS-RA-FLAG
           END-IF.
           WRITE BR-REGISTER-LINE FROM WS-RECON-AMOUNT-LINE.
           MOVE SPACES TO BR-REGISTER-LINE.
           WRITE BR-REGISTER-LINE.
           MOVE ZERO TO WS-RG-SUB.
           PERFORM 8200-LIST-ONE-REGION-EXCEPTION
               UNTIL WS-RG-SUB >= WS-REGION-USED-COUNT.
           IF RECON-FAILED
               MOVE "BURSTS DO NOT TIE TO FULL REPORTS, ALL HELD"
                   TO BR-REGISTER-LINE
           ELSE
               MOVE "BURSTS TIE TO FULL REPORTS, RELEASED"
                   TO BR-REGISTER-LINE
           END-IF.
           WRITE BR-REGISTER-LINE.

       8100-WRITE-RECON-CATEGORY.
           ADD 1 TO WS-SUM-SUB.
           MOVE WS-SUMMARY-TEXT(WS-SUM-SUB) TO WS-RC-LABEL.
           MOVE WS-SUMMARY-VALUE(WS-SUM-SUB) TO WS-RC-FULL-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(WS-SUM-SUB)
               TO WS-RC-BURST-COUNT.
           PERFORM 8150-WRITE-RECON-COUNT.

       8150-WRITE-RECON-COUNT.
           IF WS-RC-FULL-COUNT = WS-RC-BURST-COUNT
               MOVE SPACES TO WS-RC-FLAG
           ELSE
               MOVE "  DOES NOT TIE" TO WS-RC-FLAG
           END-IF.
           WRITE BR-REGISTER-LINE FROM WS-RECON-COUNT-LINE.

      *  A region with no recipient is named here, not just left off
      *  the index, so operations can chase the distribution list.
       8200-LIST-ONE-REGION-EXCEPTION.
           ADD 1 TO WS-RG-SUB.
           MOVE WS-RG-CODE(WS-RG-SUB) TO WS-RN-REGION-CODE.
           MOVE WS-RG-NAME(WS-RG-SUB) TO WS-RN-REGION-NAME.
           IF RG-DOES-NOT-TIE(WS-RG-SUB)
               MOVE "BRANCH BLOCKS DO NOT TIE TO ROLLUP/DETAIL"
                   TO WS-RN-TEXT
               WRITE BR-REGISTER-LINE FROM WS-REGISTER-NOTE-LINE
           END-IF.
           IF WS-RG-DIST-SUB(WS-RG-SUB) = ZERO
               MOVE "NO RECIPIENT ON DISTLIST, BURST NOT SENT"
                   TO WS-RN-TEXT
               WRITE BR-REGISTER-LINE FROM WS-REGISTER-NOTE-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE REGION-BURST-FILE.
           CLOSE BURST-INDEX-FILE.
           CLOSE BURST-REGISTER-FILE.
           DISPLAY "REGION BURSTS:     " WS-BURST-COUNT UPON CONSOLE.
           DISPLAY "BURST RECORDS:     " WS-BURST-RECORD-COUNT
               UPON CONSOLE.
           DISPLAY "NO RECIPIENT:      " WS-NO-RECIPIENT-COUNT
               UPON CONSOLE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "FBBURST " TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           COMPUTE AT-RECORDS-READ =
               WS-REPORT-READ-COUNT + WS-VALUE-READ-COUNT.
           MOVE WS-BURST-COUNT TO AT-FINAL-COUNTER.
           MOVE WS-SUM-CATEGORY-COUNT(1) TO AT-FIZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(2) TO AT-BUZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(3) TO AT-BAZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(4) TO AT-FIZZBUZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(5) TO AT-FIZZBAZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(6) TO AT-BUZZBAZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(7) TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE WS-SUM-CATEGORY-COUNT(8) TO AT-PLAIN-COUNT.
           MOVE WS-NO-RECIPIENT-COUNT TO AT-REJECT-COUNT.
           EVALUATE TRUE
             WHEN BURST-REFUSED
                 MOVE "REFUSED " TO AT-RUN-STATUS
             WHEN RECON-FAILED
                 MOVE "RECONFL " TO AT-RUN-STATUS
             WHEN WS-NO-RECIPIENT-COUNT > ZERO
                 MOVE "WARNING " TO AT-RUN-STATUS
             WHEN OTHER
                 MOVE "COMPLETE" TO AT-RUN-STATUS
           END-EVALUATE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM FBBURST.
