       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBINTCHK.
      *****************************************************************
      *  Weekly referential integrity sweep.  Eight cumulative files
      *  refer to accounts or branches -- ACCTMAST, the closed-account
      *  archive, OVRMAST, REJMAST, SUSMAST, OUTSMAST, BRNCHMST, and
      *  the classification history -- and each is maintained by its
      *  own step, so nothing in the nightly stream checks that they
      *  still agree.  This step match-merges them once a week.  The
      *  account-keyed files are read into one internal sort on
      *  account number (the archive is appended to, never sorted,
      *  so the sort is what lines it up), with the account master
      *  and archive ahead of everything else for the same account;
      *  each file's entries are then judged against what the two
      *  masters say about that account.  Master branches are checked
      *  against BRNCHMST, and every OUTSMAST date must still have
      *  its classification history, live or on one of the HISTARCH
      *  archive generations.  Exceptions are collected on a
      *  work file and printed by category of inconsistency with the
      *  offending keys and a count per category.  The sweep is
      *  strictly read-only: every master is opened for input, and
      *  nothing is corrected, dropped, or recycled -- the owning
      *  step or a clerk does that from the report.  The totals go
      *  to the audit trail as FBINTCHK (records read, accounts
      *  matched, exceptions in the reject count), COMPLETE when the
      *  files agree and RECONFL with RC 4 when they do not, so
      *  FBOPSRPT and FBSTAT can show whether the last sweep was
      *  clean.  The sweep is dated with the latest business date on
      *  the audit trail, as FBOPSRPT dates its week, so the record
      *  it writes falls inside the week it swept; a PARM date
      *  overrides it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-MASTER-FILE ASSIGN TO "ARCHMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-MASTER-FILE ASSIGN TO "REJMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-MASTER-FILE ASSIGN TO "SUSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUTSTANDING-MASTER-FILE ASSIGN TO "OUTSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT EXCEPTION-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT EXCEPTION-WORK-FILE ASSIGN TO "EXCPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
       FD  ARCHIVE-MASTER-FILE.
       01  ARCHIVE-MASTER-RECORD           PIC X(80).
       FD  OVERRIDE-MASTER-FILE.
       COPY FBOVRREC.
       FD  REJECT-MASTER-FILE.
       COPY RJMASTRC.
       FD  SUSPENSE-MASTER-FILE.
       COPY TSMASTRC.
       FD  OUTSTANDING-MASTER-FILE.
       COPY FBOUTREC.
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  HISTORY-FILE.
       COPY FBHISTRC.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD          PIC X(22).
       SD  SORT-WORK-FILE.
       01  SX-SORT-RECORD.
           05  SX-ACCOUNT-KEY              PIC X(9).
           05  SX-SOURCE-CODE              PIC X(1).
               88  SX-FROM-MASTER              VALUE "1".
               88  SX-FROM-ARCHIVE             VALUE "2".
               88  SX-FROM-OVERRIDE            VALUE "3".
               88  SX-FROM-REJECT              VALUE "4".
               88  SX-FROM-SUSPENSE            VALUE "5".
               88  SX-FROM-HISTORY             VALUE "6".
           05  SX-DETAIL-DATE              PIC X(8).
           05  SX-REASON-CODE              PIC X(4).
       SD  EXCEPTION-SORT-FILE.
       01  SE-SORT-RECORD.
           05  SE-CATEGORY-NBR             PIC 9(2).
           05  SE-OFFENDING-KEY            PIC X(9).
           05  SE-SOURCE-FILE              PIC X(8).
           05  SE-DETAIL-TEXT              PIC X(30).
       FD  EXCEPTION-WORK-FILE.
       01  EW-EXCEPTION-RECORD.
           05  EW-CATEGORY-NBR             PIC 9(2).
           05  EW-OFFENDING-KEY            PIC X(9).
           05  EW-SOURCE-FILE              PIC X(8).
           05  EW-DETAIL-TEXT              PIC X(30).
       FD  INTEGRITY-REPORT-FILE.
       01  IR-REPORT-LINE                  PIC X(80).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-SWEEP-DATE               PIC X(8).
       01  WS-AUDIT-DATE               PIC X(8).
       01  WS-LATEST-DATE              PIC X(8) VALUE SPACES.
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-ARCHIVE              VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDES            VALUE "Y".
       01  WS-REJECT-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-REJECT-MASTER        VALUE "Y".
       01  WS-SUSPENSE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SUSPENSE-MASTER      VALUE "Y".
       01  WS-OUTSTANDING-EOF-SWITCH   PIC X VALUE "N".
           88  END-OF-OUTSTANDING          VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-HISTARCH-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-HISTORY-ARCHIVE      VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SORTED-KEYS          VALUE "Y".
       01  WS-EXCEPTION-EOF-SWITCH     PIC X VALUE "N".
           88  END-OF-EXCEPTIONS           VALUE "Y".
       01  WS-ON-MASTER-SWITCH         PIC X VALUE "N".
           88  ACCOUNT-ON-MASTER           VALUE "Y".
       01  WS-ON-ARCHIVE-SWITCH        PIC X VALUE "N".
           88  ACCOUNT-ON-ARCHIVE          VALUE "Y".
       01  WS-OVERRIDE-SEEN-SWITCH     PIC X VALUE "N".
           88  OVERRIDE-ALREADY-SEEN       VALUE "Y".
       01  WS-HISTORY-SEEN-SWITCH      PIC X VALUE "N".
           88  HISTORY-ALREADY-SEEN        VALUE "Y".
       01  WS-GROUP-KEY                PIC X(9) VALUE LOW-VALUES.
       01  WS-MASTER-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-OVERRIDE-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REJECT-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SUSPENSE-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OUTSTANDING-READ-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HISTORY-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-HISTARCH-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-MATCHED         PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-TOTAL          PIC 9(9) VALUE ZERO.
       01  WS-CATEGORY-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-OUT-TABLE-AREA.
           05  WS-OUT-USED-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-OUT-ENTRY OCCURS 400 TIMES.
               10  WS-OUT-BUSINESS-DATE        PIC X(8).
               10  WS-OUT-SENT-DATE            PIC X(8).
               10  WS-OUT-HISTORY-SWITCH       PIC X(1).
       01  WS-OUT-SUB                  PIC 9(3).
      *  Inconsistency categories, in the order the report prints
      *  them.  The number is the category's sort key on the
      *  exception work file.
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                      PIC X(36)
               VALUE "ACCOUNT ON BOTH MASTER AND ARCHIVE".
           05  FILLER                      PIC X(36)
               VALUE "ACCOUNT KEYED TWICE ON MASTER".
           05  FILLER                      PIC X(36)
               VALUE "MASTER BRANCH NOT ON BRNCHMST".
           05  FILLER                      PIC X(36)
               VALUE "OVERRIDE PIN ON ARCHIVED ACCOUNT".
           05  FILLER                      PIC X(36)
               VALUE "OVERRIDE PIN ON UNKNOWN ACCOUNT".
           05  FILLER                      PIC X(36)
               VALUE "ACCOUNT PINNED TWICE ON OVRMAST".
           05  FILLER                      PIC X(36)
               VALUE "REJECT ENTRY, RAW KEY OFF MASTER".
           05  FILLER                      PIC X(36)
               VALUE "SUSPENDED NOT ON MASTER, NOW ON IT".
           05  FILLER                      PIC X(36)
               VALUE "SUSPENDED ALREADY ON, NOW OFF IT".
           05  FILLER                      PIC X(36)
               VALUE "SUSPENDED ARCHIVED, NOT ON ARCHIVE".
           05  FILLER                      PIC X(36)
               VALUE "HISTORY FOR ACCOUNT ON NO MASTER".
           05  FILLER                      PIC X(36)
               VALUE "OUTSTANDING DATE WITH NO HISTORY".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME            PIC X(36) OCCURS 12 TIMES.
       01  WS-CATEGORY-COUNT-AREA.
           05  WS-CATEGORY-COUNT           PIC 9(9) OCCURS 12 TIMES.
       01  WS-CAT-SUB                  PIC 9(2).
       01  WS-HOLD-CATEGORY-NBR        PIC 9(2) VALUE ZERO.
       01  WS-EXC-CATEGORY-NBR         PIC 9(2).
       01  WS-EXC-OFFENDING-KEY        PIC X(9).
       01  WS-EXC-SOURCE-FILE          PIC X(8).
       01  WS-EXC-DETAIL-TEXT.
           05  WS-EXC-REASON-CODE          PIC X(4).
           05  FILLER                      PIC X(2).
           05  WS-EXC-DATE-LABEL           PIC X(10).
           05  WS-EXC-DATE                 PIC X(8).
           05  FILLER                      PIC X(6).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(32)
               VALUE "REFERENTIAL INTEGRITY SWEEP FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(36).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-CATEGORY-HEADER-LINE.
           05  WS-CHD-CATEGORY-NBR         PIC 9(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CHD-CATEGORY-NAME        PIC X(36).
       01  WS-EXCEPTION-DETAIL-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-EXD-OFFENDING-KEY        PIC X(9).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-EXD-SOURCE-FILE          PIC X(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-EXD-DETAIL-TEXT          PIC X(30).
       01  WS-CATEGORY-TOTAL-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(30)
               VALUE "EXCEPTIONS IN CATEGORY".
           05  WS-CTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SX-ACCOUNT-KEY
                                SX-SOURCE-CODE
                                SX-DETAIL-DATE
               INPUT PROCEDURE IS 1000-RELEASE-ACCOUNT-KEYS
               OUTPUT PROCEDURE IS 2000-MATCH-ACCOUNT-KEYS.
           PERFORM 3000-CHECK-OUTSTANDING-DATES.
           CLOSE EXCEPTION-WORK-FILE.
           PERFORM 7000-WRITE-FILES-READ.
           SORT EXCEPTION-SORT-FILE
               ON ASCENDING KEY SE-CATEGORY-NBR
                                SE-OFFENDING-KEY
               USING EXCEPTION-WORK-FILE
               OUTPUT PROCEDURE IS 8000-PRINT-EXCEPTIONS.
           PERFORM 8500-WRITE-CATEGORY-SUMMARY.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0000-INITIALIZE.
           MOVE SPACES TO WS-PARM-DATE.
           ACCEPT WS-PARM-DATE FROM COMMAND-LINE.
           IF WS-PARM-DATE NOT = SPACES
               AND WS-PARM-DATE IS NUMERIC
               MOVE WS-PARM-DATE TO WS-SWEEP-DATE
           ELSE
               PERFORM 0100-FIND-LATEST-DATE
               MOVE WS-LATEST-DATE TO WS-SWEEP-DATE
           END-IF.
           IF WS-SWEEP-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SWEEP-DATE
               DISPLAY "AUDITLOG HOLDS NO BUSINESS DATE, SWEEP DATED "
                   WS-SWEEP-DATE UPON CONSOLE
           END-IF.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 0050-CLEAR-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 12.
           PERFORM 0200-LOAD-BRANCH-REFERENCE.
           PERFORM 0300-LOAD-OUTSTANDING-DATES.
           OPEN OUTPUT EXCEPTION-WORK-FILE.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE WS-SWEEP-DATE TO WS-REPORT-HEADER-DATE.
           WRITE IR-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.

       0050-CLEAR-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-CATEGORY-COUNT(WS-CAT-SUB).

      *  The nightly programs FBOPSRPT counts decide the date, so a
      *  sweep rerun under its own date does not move it.
       0100-FIND-LATEST-DATE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM 0150-SCAN-FOR-LATEST
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

       0150-SCAN-FOR-LATEST.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   IF (AT-PROGRAM-ID = "SAMPLE  "
                       OR AT-PROGRAM-ID = "FIZZBUZZ"
                       OR AT-PROGRAM-ID = "FBACKRCN")
                       AND AT-BUSINESS-DATE IS NUMERIC
                       MOVE AT-BUSINESS-DATE TO WS-AUDIT-DATE
                       IF WS-AUDIT-DATE > WS-LATEST-DATE
                           OR WS-LATEST-DATE = SPACES
                           MOVE WS-AUDIT-DATE TO WS-LATEST-DATE
                       END-IF
                   END-IF
           END-READ.

       0200-LOAD-BRANCH-REFERENCE.
           OPEN INPUT BRANCH-REFERENCE-FILE.
           PERFORM 0250-LOAD-ONE-BRANCH
               UNTIL END-OF-BRANCH-REFERENCE.
           CLOSE BRANCH-REFERENCE-FILE.
           IF WS-BRREF-USED-COUNT = ZERO
               DISPLAY "BRNCHMST EMPTY, BRANCH CHECK SKIPPED"
                   UPON CONSOLE
           END-IF.

       0250-LOAD-ONE-BRANCH.
           READ BRANCH-REFERENCE-FILE
               AT END
                   SET END-OF-BRANCH-REFERENCE TO TRUE
               NOT AT END
                   ADD 1 TO WS-BRANCH-READ-COUNT
                   IF WS-BRREF-USED-COUNT < 500
                       ADD 1 TO WS-BRREF-USED-COUNT
                       MOVE BR-BRANCH-CODE
                           TO WS-BRREF-CODE(WS-BRREF-USED-COUNT)
                   ELSE
                       DISPLAY "BRANCH REFERENCE TABLE FULL, ENTRY "
                           "DROPPED FOR " BR-BRANCH-CODE
                           UPON CONSOLE
                   END-IF
           END-READ.

       0300-LOAD-OUTSTANDING-DATES.
           OPEN INPUT OUTSTANDING-MASTER-FILE.
           PERFORM 0350-LOAD-ONE-OUTSTANDING
               UNTIL END-OF-OUTSTANDING.
           CLOSE OUTSTANDING-MASTER-FILE.

       0350-LOAD-ONE-OUTSTANDING.
           READ OUTSTANDING-MASTER-FILE
               AT END
                   SET END-OF-OUTSTANDING TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUTSTANDING-READ-COUNT
                   IF WS-OUT-USED-COUNT < 400
                       ADD 1 TO WS-OUT-USED-COUNT
                       MOVE OE-BUSINESS-DATE
                           TO WS-OUT-BUSINESS-DATE(WS-OUT-USED-COUNT)
                       MOVE OE-SENT-DATE
                           TO WS-OUT-SENT-DATE(WS-OUT-USED-COUNT)
                       MOVE "N"
                           TO WS-OUT-HISTORY-SWITCH(WS-OUT-USED-COUNT)
                   ELSE
                       DISPLAY "OUTSTANDING TABLE FULL, ENTRY "
                           "DROPPED FOR " OE-BUSINESS-DATE
                           UPON CONSOLE
                   END-IF
           END-READ.

      *****************************************************************
      *  Every account-keyed file goes into the one sort.  The source
      *  code orders the files within an account: the master and the
      *  archive come first, so by the time an override, reject,
      *  suspense, or history entry is returned the account's
      *  standing on both masters is already known.
      *****************************************************************
       1000-RELEASE-ACCOUNT-KEYS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM 1100-RELEASE-ONE-MASTER
               UNTIL END-OF-MASTER.
           CLOSE ACCOUNT-MASTER-FILE.
           OPEN INPUT ARCHIVE-MASTER-FILE.
           PERFORM 1200-RELEASE-ONE-ARCHIVE
               UNTIL END-OF-ARCHIVE.
           CLOSE ARCHIVE-MASTER-FILE.
           OPEN INPUT OVERRIDE-MASTER-FILE.
           PERFORM 1300-RELEASE-ONE-OVERRIDE
               UNTIL END-OF-OVERRIDES.
           CLOSE OVERRIDE-MASTER-FILE.
           OPEN INPUT REJECT-MASTER-FILE.
           PERFORM 1400-RELEASE-ONE-REJECT
               UNTIL END-OF-REJECT-MASTER.
           CLOSE REJECT-MASTER-FILE.
           OPEN INPUT SUSPENSE-MASTER-FILE.
           PERFORM 1500-RELEASE-ONE-SUSPENSE
               UNTIL END-OF-SUSPENSE-MASTER.
           CLOSE SUSPENSE-MASTER-FILE.
           OPEN INPUT HISTORY-FILE.
           PERFORM 1600-RELEASE-ONE-HISTORY
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.

       1100-RELEASE-ONE-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   PERFORM 1150-CHECK-MASTER-BRANCH
                   MOVE AM-ACCOUNT-NUMBER TO SX-ACCOUNT-KEY
                   MOVE "1" TO SX-SOURCE-CODE
                   MOVE AM-OPEN-DATE TO SX-DETAIL-DATE
                   MOVE SPACES TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
           END-READ.

      *  The branch match is made against the whole master, open and
      *  closed alike: a closed account still reports under its
      *  branch until ACCTARCH moves it.
       1150-CHECK-MASTER-BRANCH.
           IF WS-BRREF-USED-COUNT > ZERO
               MOVE ZERO TO WS-BRREF-FOUND-SUB
               MOVE ZERO TO WS-BRREF-SUB
               PERFORM 1160-MATCH-ONE-BRANCH
                   UNTIL WS-BRREF-FOUND-SUB > ZERO
                       OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT
               IF WS-BRREF-FOUND-SUB = ZERO
                   MOVE 3 TO WS-EXC-CATEGORY-NBR
                   MOVE AM-ACCOUNT-NUMBER TO WS-EXC-OFFENDING-KEY
                   MOVE "ACCTMAST" TO WS-EXC-SOURCE-FILE
                   MOVE SPACES TO WS-EXC-DETAIL-TEXT
                   MOVE "BRANCH" TO WS-EXC-DATE-LABEL
                   MOVE AM-BRANCH-CODE TO WS-EXC-DATE
                   PERFORM 6000-WRITE-EXCEPTION
               END-IF
           END-IF.

       1160-MATCH-ONE-BRANCH.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = AM-BRANCH-CODE
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

       1200-RELEASE-ONE-ARCHIVE.
           READ ARCHIVE-MASTER-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   MOVE ARCHIVE-MASTER-RECORD(1:9) TO SX-ACCOUNT-KEY
                   MOVE "2" TO SX-SOURCE-CODE
                   MOVE ARCHIVE-MASTER-RECORD(52:8) TO SX-DETAIL-DATE
                   MOVE SPACES TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
           END-READ.

       1300-RELEASE-ONE-OVERRIDE.
           READ OVERRIDE-MASTER-FILE
               AT END
                   SET END-OF-OVERRIDES TO TRUE
               NOT AT END
                   ADD 1 TO WS-OVERRIDE-READ-COUNT
                   MOVE OV-ACCOUNT-NUMBER TO SX-ACCOUNT-KEY
                   MOVE "3" TO SX-SOURCE-CODE
                   MOVE OV-ENTERED-DATE TO SX-DETAIL-DATE
                   MOVE OV-CATEGORY-CODE TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
           END-READ.

       1400-RELEASE-ONE-REJECT.
           READ REJECT-MASTER-FILE
               AT END
                   SET END-OF-REJECT-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECT-READ-COUNT
                   MOVE RM-ACCOUNT-RAW TO SX-ACCOUNT-KEY
                   MOVE "4" TO SX-SOURCE-CODE
                   MOVE RM-FIRST-REJECT-DATE TO SX-DETAIL-DATE
                   MOVE RM-REASON-CODE TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
           END-READ.

       1500-RELEASE-ONE-SUSPENSE.
           READ SUSPENSE-MASTER-FILE
               AT END
                   SET END-OF-SUSPENSE-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ-COUNT
                   MOVE SU-ACCOUNT-NUMBER TO SX-ACCOUNT-KEY
                   MOVE "5" TO SX-SOURCE-CODE
                   MOVE SU-FIRST-SUSPENSE-DATE TO SX-DETAIL-DATE
                   MOVE SU-REASON-CODE TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
           END-READ.

      *  History is also where each outstanding date is looked for;
      *  the table is only searched while some date is still unseen.
       1600-RELEASE-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE HS-ACCOUNT-NUMBER TO SX-ACCOUNT-KEY
                   MOVE "6" TO SX-SOURCE-CODE
                   MOVE HS-BUSINESS-DATE TO SX-DETAIL-DATE
                   MOVE SPACES TO SX-REASON-CODE
                   RELEASE SX-SORT-RECORD
                   MOVE ZERO TO WS-OUT-SUB
                   PERFORM 1650-MARK-ONE-OUTSTANDING
                       UNTIL WS-OUT-SUB >= WS-OUT-USED-COUNT
           END-READ.

       1650-MARK-ONE-OUTSTANDING.
           ADD 1 TO WS-OUT-SUB.
           IF WS-OUT-BUSINESS-DATE(WS-OUT-SUB) = HS-BUSINESS-DATE
               MOVE "Y" TO WS-OUT-HISTORY-SWITCH(WS-OUT-SUB)
           END-IF.

       2000-MATCH-ACCOUNT-KEYS.
           PERFORM 2900-RETURN-SORTED-KEY.
           PERFORM 2100-MATCH-ONE-KEY
               UNTIL END-OF-SORTED-KEYS.

       2100-MATCH-ONE-KEY.
           IF SX-ACCOUNT-KEY NOT = WS-GROUP-KEY
               MOVE SX-ACCOUNT-KEY TO WS-GROUP-KEY
               MOVE "N" TO WS-ON-MASTER-SWITCH
               MOVE "N" TO WS-ON-ARCHIVE-SWITCH
               MOVE "N" TO WS-OVERRIDE-SEEN-SWITCH
               MOVE "N" TO WS-HISTORY-SEEN-SWITCH
               ADD 1 TO WS-ACCOUNTS-MATCHED
           END-IF.
           MOVE SX-ACCOUNT-KEY TO WS-EXC-OFFENDING-KEY.
           MOVE SPACES TO WS-EXC-DETAIL-TEXT.
           EVALUATE TRUE
             WHEN SX-FROM-MASTER
                 PERFORM 2200-MATCH-MASTER
             WHEN SX-FROM-ARCHIVE
                 PERFORM 2300-MATCH-ARCHIVE
             WHEN SX-FROM-OVERRIDE
                 PERFORM 2400-MATCH-OVERRIDE
             WHEN SX-FROM-REJECT
                 PERFORM 2500-MATCH-REJECT
             WHEN SX-FROM-SUSPENSE
                 PERFORM 2600-MATCH-SUSPENSE
             WHEN SX-FROM-HISTORY
                 PERFORM 2700-MATCH-HISTORY
           END-EVALUATE.
           PERFORM 2900-RETURN-SORTED-KEY.

       2200-MATCH-MASTER.
           IF ACCOUNT-ON-MASTER
               MOVE 2 TO WS-EXC-CATEGORY-NBR
               MOVE "ACCTMAST" TO WS-EXC-SOURCE-FILE
               MOVE "OPENED" TO WS-EXC-DATE-LABEL
               MOVE SX-DETAIL-DATE TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.
           SET ACCOUNT-ON-MASTER TO TRUE.

      *  ACCTARCH deletes what it archives, and ACCTUPDT refuses to
      *  add an archived number back, so an account on both is an
      *  archive run or an add that got past one of them.
       2300-MATCH-ARCHIVE.
           IF ACCOUNT-ON-MASTER
               AND NOT ACCOUNT-ON-ARCHIVE
               MOVE 1 TO WS-EXC-CATEGORY-NBR
               MOVE "ARCHMAST" TO WS-EXC-SOURCE-FILE
               MOVE "CLOSED" TO WS-EXC-DATE-LABEL
               MOVE SX-DETAIL-DATE TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.
           SET ACCOUNT-ON-ARCHIVE TO TRUE.

       2400-MATCH-OVERRIDE.
           MOVE "OVRMAST " TO WS-EXC-SOURCE-FILE.
           MOVE SX-REASON-CODE TO WS-EXC-REASON-CODE.
           MOVE "ENTERED" TO WS-EXC-DATE-LABEL.
           MOVE SX-DETAIL-DATE TO WS-EXC-DATE.
           IF OVERRIDE-ALREADY-SEEN
               MOVE 6 TO WS-EXC-CATEGORY-NBR
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.
           SET OVERRIDE-ALREADY-SEEN TO TRUE.
           IF NOT ACCOUNT-ON-MASTER
               IF ACCOUNT-ON-ARCHIVE
                   MOVE 4 TO WS-EXC-CATEGORY-NBR
               ELSE
                   MOVE 5 TO WS-EXC-CATEGORY-NBR
               END-IF
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

      *  A reject entry is keyed on the raw value FIZZBUZZ could not
      *  use.  Once that broken record is off the master -- fixed
      *  through FBREJFIX or re-added clean by hand -- the entry
      *  has nothing left to reject and should have aged off.
       2500-MATCH-REJECT.
           IF NOT ACCOUNT-ON-MASTER
               MOVE 7 TO WS-EXC-CATEGORY-NBR
               MOVE "REJMAST " TO WS-EXC-SOURCE-FILE
               MOVE SX-REASON-CODE TO WS-EXC-REASON-CODE
               MOVE "SINCE" TO WS-EXC-DATE-LABEL
               MOVE SX-DETAIL-DATE TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

      *  A suspended transaction whose reason no longer holds is one
      *  TRNRECYC should already have recycled or a clerk should
      *  clear.
       2600-MATCH-SUSPENSE.
           MOVE ZERO TO WS-EXC-CATEGORY-NBR.
           EVALUATE SX-REASON-CODE
             WHEN "T001"
                 IF ACCOUNT-ON-MASTER
                     MOVE 8 TO WS-EXC-CATEGORY-NBR
                 END-IF
             WHEN "T003"
                 IF NOT ACCOUNT-ON-MASTER
                     MOVE 9 TO WS-EXC-CATEGORY-NBR
                 END-IF
             WHEN "T005"
             WHEN "T006"
                 IF NOT ACCOUNT-ON-ARCHIVE
                     MOVE 10 TO WS-EXC-CATEGORY-NBR
                 END-IF
           END-EVALUATE.
           IF WS-EXC-CATEGORY-NBR > ZERO
               MOVE "SUSMAST " TO WS-EXC-SOURCE-FILE
               MOVE SX-REASON-CODE TO WS-EXC-REASON-CODE
               MOVE "SINCE" TO WS-EXC-DATE-LABEL
               MOVE SX-DETAIL-DATE TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

      *  One line per account, showing the earliest date it was
      *  classified, however many history records it has.
       2700-MATCH-HISTORY.
           IF NOT HISTORY-ALREADY-SEEN
               AND NOT ACCOUNT-ON-MASTER
               AND NOT ACCOUNT-ON-ARCHIVE
               MOVE 11 TO WS-EXC-CATEGORY-NBR
               MOVE "FBHIST  " TO WS-EXC-SOURCE-FILE
               MOVE "FIRST" TO WS-EXC-DATE-LABEL
               MOVE SX-DETAIL-DATE TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.
           SET HISTORY-ALREADY-SEEN TO TRUE.

       2900-RETURN-SORTED-KEY.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORTED-KEYS TO TRUE
           END-RETURN.

      *  FBRESEND rebuilds an extract still owed from the HISTARCH
      *  archive generations as well as the live history, so a date
      *  FBARCHIV has moved off the live file can still be sent.
      *  Only a date on neither is one FBRESEND could not rebuild.
       3000-CHECK-OUTSTANDING-DATES.
           IF WS-OUT-USED-COUNT > ZERO
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 3050-SCAN-ONE-ARCHIVE-RECORD
                   UNTIL END-OF-HISTORY-ARCHIVE
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM 3100-CHECK-ONE-OUTSTANDING
               UNTIL WS-OUT-SUB >= WS-OUT-USED-COUNT.

       3050-SCAN-ONE-ARCHIVE-RECORD.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET END-OF-HISTORY-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTARCH-READ-COUNT
                   MOVE HISTORY-ARCHIVE-RECORD TO HISTORY-RECORD
                   MOVE ZERO TO WS-OUT-SUB
                   PERFORM 1650-MARK-ONE-OUTSTANDING
                       UNTIL WS-OUT-SUB >= WS-OUT-USED-COUNT
           END-READ.

       3100-CHECK-ONE-OUTSTANDING.
           ADD 1 TO WS-OUT-SUB.
           IF WS-OUT-HISTORY-SWITCH(WS-OUT-SUB) = "N"
               MOVE 12 TO WS-EXC-CATEGORY-NBR
               MOVE WS-OUT-BUSINESS-DATE(WS-OUT-SUB)
                   TO WS-EXC-OFFENDING-KEY
               MOVE "OUTSMAST" TO WS-EXC-SOURCE-FILE
               MOVE SPACES TO WS-EXC-DETAIL-TEXT
               MOVE "SENT" TO WS-EXC-DATE-LABEL
               MOVE WS-OUT-SENT-DATE(WS-OUT-SUB) TO WS-EXC-DATE
               PERFORM 6000-WRITE-EXCEPTION
           END-IF.

       6000-WRITE-EXCEPTION.
           MOVE WS-EXC-CATEGORY-NBR TO EW-CATEGORY-NBR.
           MOVE WS-EXC-OFFENDING-KEY TO EW-OFFENDING-KEY.
           MOVE WS-EXC-SOURCE-FILE TO EW-SOURCE-FILE.
           MOVE WS-EXC-DETAIL-TEXT TO EW-DETAIL-TEXT.
           WRITE EW-EXCEPTION-RECORD.
           ADD 1 TO WS-CATEGORY-COUNT(WS-EXC-CATEGORY-NBR).
           ADD 1 TO WS-EXCEPTION-TOTAL.

       7000-WRITE-FILES-READ.
           COMPUTE WS-TOTAL-READ-COUNT = WS-MASTER-READ-COUNT
               + WS-ARCHIVE-READ-COUNT + WS-OVERRIDE-READ-COUNT
               + WS-REJECT-READ-COUNT + WS-SUSPENSE-READ-COUNT
               + WS-OUTSTANDING-READ-COUNT + WS-BRANCH-READ-COUNT
               + WS-HISTORY-READ-COUNT + WS-HISTARCH-READ-COUNT.
           MOVE "FILES READ" TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE "  ACCTMAST ACCOUNT MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-MASTER-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  ARCHMAST CLOSED-ACCOUNT ARCHIVE" TO WS-SUMMARY-LABEL.
           MOVE WS-ARCHIVE-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  OVRMAST  OVERRIDE MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-OVERRIDE-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  REJMAST  REJECT MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-REJECT-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  SUSMAST  SUSPENSE MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-SUSPENSE-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  OUTSMAST OUTSTANDING EXTRACTS" TO WS-SUMMARY-LABEL.
           MOVE WS-OUTSTANDING-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  BRNCHMST BRANCH REFERENCE" TO WS-SUMMARY-LABEL.
           MOVE WS-BRANCH-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  FBHIST   CLASSIFICATION HISTORY" TO WS-SUMMARY-LABEL.
           MOVE WS-HISTORY-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  HISTARCH ARCHIVED HISTORY" TO WS-SUMMARY-LABEL.
           MOVE WS-HISTARCH-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACCOUNT KEYS MATCHED" TO WS-SUMMARY-LABEL.
           MOVE WS-ACCOUNTS-MATCHED TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE "EXCEPTIONS BY CATEGORY" TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           IF WS-EXCEPTION-TOTAL = ZERO
               MOVE "  NONE -- ALL FILES AGREE" TO IR-REPORT-LINE
               WRITE IR-REPORT-LINE
           END-IF.

      *****************************************************************
      *  The exception work file comes back in category order; each
      *  category prints its heading, its offending keys, and its
      *  count.
      *****************************************************************
       8000-PRINT-EXCEPTIONS.
           PERFORM 8900-RETURN-EXCEPTION.
           PERFORM 8100-PRINT-ONE-EXCEPTION
               UNTIL END-OF-EXCEPTIONS.
           IF WS-HOLD-CATEGORY-NBR > ZERO
               PERFORM 8200-WRITE-CATEGORY-TOTAL
           END-IF.

       8100-PRINT-ONE-EXCEPTION.
           IF SE-CATEGORY-NBR NOT = WS-HOLD-CATEGORY-NBR
               IF WS-HOLD-CATEGORY-NBR > ZERO
                   PERFORM 8200-WRITE-CATEGORY-TOTAL
               END-IF
               MOVE SE-CATEGORY-NBR TO WS-HOLD-CATEGORY-NBR
               MOVE ZERO TO WS-CATEGORY-EXCEPTION-COUNT
               MOVE SPACES TO IR-REPORT-LINE
               WRITE IR-REPORT-LINE
               MOVE SE-CATEGORY-NBR TO WS-CHD-CATEGORY-NBR
               MOVE WS-CATEGORY-NAME(SE-CATEGORY-NBR)
                   TO WS-CHD-CATEGORY-NAME
               WRITE IR-REPORT-LINE FROM WS-CATEGORY-HEADER-LINE
           END-IF.
           ADD 1 TO WS-CATEGORY-EXCEPTION-COUNT.
           MOVE SE-OFFENDING-KEY TO WS-EXD-OFFENDING-KEY.
           MOVE SE-SOURCE-FILE TO WS-EXD-SOURCE-FILE.
           MOVE SE-DETAIL-TEXT TO WS-EXD-DETAIL-TEXT.
           WRITE IR-REPORT-LINE FROM WS-EXCEPTION-DETAIL-LINE.
           PERFORM 8900-RETURN-EXCEPTION.

       8200-WRITE-CATEGORY-TOTAL.
           MOVE WS-CATEGORY-EXCEPTION-COUNT TO WS-CTL-COUNT.
           WRITE IR-REPORT-LINE FROM WS-CATEGORY-TOTAL-LINE.

       8500-WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE "CATEGORY SUMMARY" TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 8600-WRITE-ONE-CATEGORY-COUNT
               UNTIL WS-CAT-SUB >= 12.
           MOVE "TOTAL EXCEPTIONS" TO WS-SUMMARY-LABEL.
           MOVE WS-EXCEPTION-TOTAL TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           IF WS-EXCEPTION-TOTAL = ZERO
               MOVE "SWEEP CLEAN" TO IR-REPORT-LINE
           ELSE
               MOVE "FILES DISAGREE, NOTHING REPAIRED BY THIS SWEEP"
                   TO IR-REPORT-LINE
           END-IF.
           WRITE IR-REPORT-LINE.
           DISPLAY "RECORDS READ:      " WS-TOTAL-READ-COUNT
               UPON CONSOLE.
           DISPLAY "ACCOUNTS MATCHED:  " WS-ACCOUNTS-MATCHED
               UPON CONSOLE.
           DISPLAY "EXCEPTIONS:        " WS-EXCEPTION-TOTAL
               UPON CONSOLE.

       8600-WRITE-ONE-CATEGORY-COUNT.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-SUMMARY-LABEL.
           MOVE WS-CATEGORY-COUNT(WS-CAT-SUB) TO WS-SUMMARY-COUNT.
           WRITE IR-REPORT-LINE FROM WS-SUMMARY-LINE.

       8900-RETURN-EXCEPTION.
           RETURN EXCEPTION-SORT-FILE
               AT END SET END-OF-EXCEPTIONS TO TRUE
           END-RETURN.

       9000-TERMINATE.
           CLOSE INTEGRITY-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-SWEEP-DATE TO AT-BUSINESS-DATE.
           MOVE "FBINTCHK" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-TOTAL-READ-COUNT TO AT-RECORDS-READ.
           MOVE WS-ACCOUNTS-MATCHED TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO AT-REJECT-COUNT.
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE "RECONFL " TO AT-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO AT-RUN-STATUS
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM FBINTCHK.
