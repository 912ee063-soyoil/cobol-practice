       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNCONSL.
      *****************************************************************
      *  Branch consolidation step.  Runs every night ahead of
      *  SORTTRAN and does nothing until the business date reaches
      *  the effective date on the consolidation card (see
      *  CNSCARD.CPY).  On the first night it runs on or after that
      *  date -- the effective date itself, or the next night run if
      *  that one was missed -- it reads the account master and
      *  writes one ACCTTRN branch move card (action M) per account
      *  on the closing branch to CONSTRAN, the last SORTTRAN input.
      *  A move card carries only the closing and successor branch
      *  codes, and ACCTUPDT moves the account only if it is still
      *  on the closing branch after the night's other cards, so a
      *  change keyed the same night keeps its name, status, and
      *  dates, and an account deleted the same night is bypassed
      *  rather than suspended.  Accounts that tonight's ACCTTRAN,
      *  FIXTRANS, RCYTRANS, or ONLTRANS cards add to the closing
      *  branch (or change onto it) are not on the master yet, so
      *  those card streams are read too (NIGHTTRN) and each such
      *  account gets a move card of its own.  The cards carry
      *  BRNCONSL as their entry stamp so the ACCTUPDT register
      *  shows where they came from.  Override, reject, and suspense
      *  master entries that still point at the closing branch are
      *  listed for a clerk to deal with -- nothing here changes
      *  them -- and the register prints account counts and
      *  balance-feed totals for both branches before and after the
      *  transfer, the same balances FBVALRPT reports per branch, so
      *  the move can be signed off.  The run is refused (RC 16,
      *  no cards written, the rest of DAILYRUN held) when the card
      *  is unreadable, or when the successor is not on the branch
      *  reference file or is the closing branch itself.  Once the
      *  consolidation log (see CNSLGREC.CPY) shows the closing
      *  branch consolidated on another night the card has been
      *  applied and is ignored until Ops remove it; a rerun of the
      *  night it was applied regenerates the cards without logging
      *  the consolidation a second time.  CONSTRAN is rewritten
      *  every night, empty when there is nothing to move, so no
      *  card is ever applied twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSOLIDATION-CARD-FILE
               ASSIGN TO "CONSCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONSOLIDATION-LOG-FILE ASSIGN TO "CONSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-FEED-FILE ASSIGN TO "BALFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-MASTER-FILE ASSIGN TO "REJMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-MASTER-FILE ASSIGN TO "SUSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NIGHT-CARD-FILE ASSIGN TO "NIGHTTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSOLIDATION-TRANS-FILE ASSIGN TO "CONSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSOLIDATION-REPORT-FILE ASSIGN TO "CONSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSOLIDATION-CARD-FILE.
       COPY CNSCARD.
       FD  CONSOLIDATION-LOG-FILE.
       COPY CNSLGREC.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
       FD  BALANCE-FEED-FILE.
       COPY BALREC.
       FD  OVERRIDE-MASTER-FILE.
       COPY FBOVRREC.
       FD  REJECT-MASTER-FILE.
       COPY RJMASTRC.
       FD  SUSPENSE-MASTER-FILE.
       COPY TSMASTRC.
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  NIGHT-CARD-FILE.
       01  NC-NIGHT-CARD.
           05  NC-ACTION-CODE              PIC X(1).
               88  NC-ADD                      VALUE "A".
               88  NC-CHANGE                   VALUE "C".
           05  NC-ACCOUNT-NUMBER           PIC X(9).
           05  NC-ACCOUNT-NAME             PIC X(30).
           05  NC-BRANCH-CODE              PIC X(3).
           05  FILLER                      PIC X(38).
       FD  CONSOLIDATION-TRANS-FILE.
       COPY ACCTTRN.
       FD  CONSOLIDATION-REPORT-FILE.
       01  CN-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-EDIT-DATE-NUM            PIC 9(8).
       01  WS-EDIT-DATE-INTEGER        PIC 9(9).
       01  WS-CLOSING-BRANCH           PIC X(3) VALUE SPACES.
       01  WS-SUCCESSOR-BRANCH         PIC X(3) VALUE SPACES.
       01  WS-EFFECTIVE-DATE           PIC X(8) VALUE SPACES.
       01  WS-CLOSING-NAME             PIC X(20) VALUE SPACES.
       01  WS-SUCCESSOR-NAME           PIC X(20) VALUE SPACES.
       01  WS-DISPOSITION-TEXT         PIC X(60) VALUE SPACES.
       01  WS-CONSOLIDATION-STATE      PIC X VALUE "N".
           88  CONSOLIDATION-NOT-DUE       VALUE "N".
           88  CONSOLIDATION-DUE           VALUE "D".
           88  CONSOLIDATION-REFUSED       VALUE "R".
       01  WS-RERUN-SWITCH             PIC X VALUE "N".
           88  RERUN-OF-TONIGHT            VALUE "Y".
       01  WS-LOG-EOF-SWITCH           PIC X VALUE "N".
           88  END-OF-LOG                  VALUE "Y".
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-FEED-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-FEED                 VALUE "Y".
       01  WS-FEED-DETAIL-SWITCH       PIC X VALUE "N".
           88  FEED-DETAIL-HELD            VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDE             VALUE "Y".
       01  WS-REJECT-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-REJECT               VALUE "Y".
       01  WS-SUSPENSE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SUSPENSE             VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-NIGHT-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-NIGHT-CARDS          VALUE "Y".
       01  WS-FEED-KEY                 PIC X(9).
       01  WS-FEED-BALANCE             PIC 9(13)V99.
       01  WS-ACCOUNT-BALANCE          PIC 9(13)V99.
       01  WS-MASTER-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CARDS-WRITTEN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OVERRIDE-FLAG-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-REJECT-FLAG-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SUSPENSE-FLAG-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NIGHT-MOVE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CLOSING-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CLOSING-BALANCE          PIC 9(15)V99 VALUE ZERO.
       01  WS-SUCCESSOR-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-SUCCESSOR-BALANCE        PIC 9(15)V99 VALUE ZERO.
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
               10  WS-BRREF-NAME               PIC X(20).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-LOOKUP-BRANCH            PIC X(3).
      *  Accounts tonight's cards put on the closing branch.  An entry
      *  is marked covered once the master pass has written its card.
       01  WS-NIGHT-TABLE-AREA.
           05  WS-NIGHT-USED-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-NIGHT-ENTRY OCCURS 5000 TIMES.
               10  WS-NIGHT-ACCOUNT            PIC X(9).
               10  WS-NIGHT-NAME               PIC X(30).
               10  WS-NIGHT-COVERED-SWITCH     PIC X(1).
                   88  NIGHT-ACCOUNT-COVERED       VALUE "Y".
       01  WS-NIGHT-SUB                PIC 9(4).
       01  WS-NIGHT-FOUND-SUB          PIC 9(4).
       01  WS-LOOKUP-ACCOUNT           PIC X(9).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(30)
               VALUE "BRANCH CONSOLIDATION REGISTER ".
           05  FILLER                      PIC X(4) VALUE "FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-CARD-LINE.
           05  WS-CARD-LABEL               PIC X(18).
           05  WS-CARD-BRANCH              PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CARD-TEXT                PIC X(20).
       01  WS-TRANSFER-DETAIL-LINE.
           05  WS-TRF-ACCOUNT              PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TRF-NAME                 PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TRF-STATUS               PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TRF-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FLAG-DETAIL-LINE.
           05  WS-FLG-FILE                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FLG-ACCOUNT              PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-FLG-TEXT                 PIC X(40).
       01  WS-VALUE-DETAIL-LINE.
           05  WS-VAL-LABEL                PIC X(24).
           05  WS-VAL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-VAL-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COLUMN-HEADER-LINE.
           05  FILLER                      PIC X(24) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE "   ACCOUNTS".
           05  FILLER                      PIC X(23)
               VALUE "          TOTAL BALANCE".
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(24).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           IF CONSOLIDATION-DUE
               PERFORM 0400-CHECK-CONSOLIDATION-LOG
           END-IF.
           IF CONSOLIDATION-DUE
               PERFORM 0300-LOAD-BRANCH-REFERENCE
               PERFORM 0500-VALIDATE-CONSOLIDATION
           END-IF.
           IF CONSOLIDATION-DUE
               PERFORM 0700-LOAD-NIGHT-CARDS
           END-IF.
           OPEN OUTPUT CONSOLIDATION-TRANS-FILE.
           IF CONSOLIDATION-DUE
               PERFORM 0600-WRITE-CARD-SECTION
               PERFORM 1000-TRANSFER-ACCOUNTS
               PERFORM 2000-MOVE-NIGHT-CARD-ACCOUNTS
               PERFORM 3000-FLAG-OTHER-MASTERS
               PERFORM 8000-WRITE-BALANCE-SECTION
               PERFORM 8500-WRITE-SUMMARY-SECTION
               IF NOT RERUN-OF-TONIGHT
                   PERFORM 8800-WRITE-CONSOLIDATION-LOG
               END-IF
           END-IF.
           PERFORM 8900-WRITE-DISPOSITION.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           IF CONSOLIDATION-REFUSED
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-HEADER-DATE.
           WRITE CN-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           PERFORM 0200-READ-CONSOLIDATION-CARD.

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

       0200-READ-CONSOLIDATION-CARD.
           OPEN INPUT CONSOLIDATION-CARD-FILE.
           READ CONSOLIDATION-CARD-FILE
               AT END
                   MOVE "NO CONSOLIDATION CARD, NOTHING TO TRANSFER"
                       TO WS-DISPOSITION-TEXT
               NOT AT END
                   PERFORM 0250-CHECK-EFFECTIVE-DATE
           END-READ.
           CLOSE CONSOLIDATION-CARD-FILE.

      *  A card for a later date is simply waiting for its night.  One
      *  whose date has arrived or passed is due until the log shows
      *  it applied, so a missed effective night (a holiday, a failed
      *  stream, a CATCHUP date) moves the branch on the next night
      *  run instead of dropping the consolidation.  Only a card that
      *  cannot be read as a real date stops the stream, since it may
      *  be the one meant for tonight.
       0250-CHECK-EFFECTIVE-DATE.
           MOVE CN-CLOSING-BRANCH TO WS-CLOSING-BRANCH.
           MOVE CN-SUCCESSOR-BRANCH TO WS-SUCCESSOR-BRANCH.
           MOVE CN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF CN-EFFECTIVE-DATE IS NOT NUMERIC
               SET CONSOLIDATION-REFUSED TO TRUE
               MOVE "REFUSED, EFFECTIVE DATE ON CARD IS NOT NUMERIC"
                   TO WS-DISPOSITION-TEXT
           ELSE
               MOVE CN-EFFECTIVE-DATE TO WS-EDIT-DATE-NUM
               COMPUTE WS-EDIT-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUM)
               IF WS-EDIT-DATE-INTEGER = ZERO
                   SET CONSOLIDATION-REFUSED TO TRUE
                   MOVE "REFUSED, EFFECTIVE DATE IS NOT A REAL DATE"
                       TO WS-DISPOSITION-TEXT
               ELSE IF CN-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   MOVE "NOT YET EFFECTIVE, NOTHING TRANSFERRED"
                       TO WS-DISPOSITION-TEXT
               ELSE
                   SET CONSOLIDATION-DUE TO TRUE
               END-IF
           END-IF.

       0300-LOAD-BRANCH-REFERENCE.
           OPEN INPUT BRANCH-REFERENCE-FILE.
           PERFORM 0350-LOAD-ONE-BRANCH
               UNTIL END-OF-BRANCH-REFERENCE.
           CLOSE BRANCH-REFERENCE-FILE.

       0350-LOAD-ONE-BRANCH.
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
                   ELSE
                       DISPLAY "BRANCH REFERENCE TABLE FULL, ENTRY "
                           "DROPPED FOR " BR-BRANCH-CODE
                           UPON CONSOLE
                   END-IF
           END-READ.

      *  The log, not the card, says whether the move has been made:
      *  a closing branch logged under another business date was
      *  consolidated that night and the card is only waiting to be
      *  removed.
       0400-CHECK-CONSOLIDATION-LOG.
           OPEN INPUT CONSOLIDATION-LOG-FILE.
           PERFORM 0450-CHECK-ONE-LOG-ENTRY
               UNTIL END-OF-LOG OR CONSOLIDATION-NOT-DUE.
           CLOSE CONSOLIDATION-LOG-FILE.

       0450-CHECK-ONE-LOG-ENTRY.
           READ CONSOLIDATION-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   IF CG-CLOSING-BRANCH = WS-CLOSING-BRANCH
                       IF CG-BUSINESS-DATE = WS-BUSINESS-DATE
                           SET RERUN-OF-TONIGHT TO TRUE
                       ELSE
                           SET CONSOLIDATION-NOT-DUE TO TRUE
                           MOVE SPACES TO WS-DISPOSITION-TEXT
                           STRING "BRANCH " DELIMITED BY SIZE
                               WS-CLOSING-BRANCH DELIMITED BY SIZE
                               " CONSOLIDATED ON " DELIMITED BY SIZE
                               CG-BUSINESS-DATE DELIMITED BY SIZE
                               ", CARD IGNORED" DELIMITED BY SIZE
                               INTO WS-DISPOSITION-TEXT
                           END-STRING
                       END-IF
                   END-IF
           END-READ.

      *  The closing branch only has to be named; it may already have
      *  been taken off the reference file.  The successor has to be
      *  on it, or ACCTUPDT would reject every card the run writes.
       0500-VALIDATE-CONSOLIDATION.
           MOVE WS-CLOSING-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM 0550-FIND-BRANCH.
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-NAME(WS-BRREF-FOUND-SUB)
                   TO WS-CLOSING-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE*" TO WS-CLOSING-NAME
           END-IF.
           MOVE WS-SUCCESSOR-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM 0550-FIND-BRANCH.
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-NAME(WS-BRREF-FOUND-SUB)
                   TO WS-SUCCESSOR-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE*" TO WS-SUCCESSOR-NAME
           END-IF.
           IF WS-CLOSING-BRANCH = SPACES
               SET CONSOLIDATION-REFUSED TO TRUE
               MOVE "REFUSED, NO CLOSING BRANCH ON CARD"
                   TO WS-DISPOSITION-TEXT
           ELSE IF WS-SUCCESSOR-BRANCH = WS-CLOSING-BRANCH
               SET CONSOLIDATION-REFUSED TO TRUE
               MOVE "REFUSED, SUCCESSOR IS THE CLOSING BRANCH"
                   TO WS-DISPOSITION-TEXT
           ELSE IF WS-SUCCESSOR-NAME = "*NOT ON BRANCH FILE*"
               SET CONSOLIDATION-REFUSED TO TRUE
               MOVE "REFUSED, SUCCESSOR BRANCH NOT ON BRNCHMST"
                   TO WS-DISPOSITION-TEXT
           END-IF.

       0550-FIND-BRANCH.
           MOVE ZERO TO WS-BRREF-FOUND-SUB.
           MOVE ZERO TO WS-BRREF-SUB.
           PERFORM 0570-MATCH-ONE-REFERENCE
               UNTIL WS-BRREF-FOUND-SUB > ZERO
                   OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT.

       0570-MATCH-ONE-REFERENCE.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = WS-LOOKUP-BRANCH
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

       0600-WRITE-CARD-SECTION.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE "CLOSING BRANCH" TO WS-CARD-LABEL.
           MOVE WS-CLOSING-BRANCH TO WS-CARD-BRANCH.
           MOVE WS-CLOSING-NAME TO WS-CARD-TEXT.
           WRITE CN-REPORT-LINE FROM WS-CARD-LINE.
           MOVE "SUCCESSOR BRANCH" TO WS-CARD-LABEL.
           MOVE WS-SUCCESSOR-BRANCH TO WS-CARD-BRANCH.
           MOVE WS-SUCCESSOR-NAME TO WS-CARD-TEXT.
           WRITE CN-REPORT-LINE FROM WS-CARD-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE "EFFECTIVE DATE" TO WS-CARD-LABEL.
           MOVE WS-EFFECTIVE-DATE TO WS-CARD-TEXT.
           WRITE CN-REPORT-LINE FROM WS-CARD-LINE.
           IF RERUN-OF-TONIGHT
               MOVE "RERUN OF TONIGHT'S CONSOLIDATION, NOT RELOGGED"
                   TO CN-REPORT-LINE
               WRITE CN-REPORT-LINE
           END-IF.
           IF WS-EFFECTIVE-DATE < WS-BUSINESS-DATE
               MOVE "EFFECTIVE NIGHT WAS MISSED, APPLIED TONIGHT"
                   TO CN-REPORT-LINE
               WRITE CN-REPORT-LINE
           END-IF.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "ACCOUNTS TRANSFERRED" TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.

      *  NIGHTTRN concatenates tonight's other SORTTRAN inputs.  Any
      *  add or change naming the closing branch may leave an account
      *  there that the master does not show yet.
       0700-LOAD-NIGHT-CARDS.
           OPEN INPUT NIGHT-CARD-FILE.
           PERFORM 0750-LOAD-ONE-NIGHT-CARD
               UNTIL END-OF-NIGHT-CARDS OR CONSOLIDATION-REFUSED.
           CLOSE NIGHT-CARD-FILE.

       0750-LOAD-ONE-NIGHT-CARD.
           READ NIGHT-CARD-FILE
               AT END
                   SET END-OF-NIGHT-CARDS TO TRUE
               NOT AT END
                   IF (NC-ADD OR NC-CHANGE)
                       AND NC-BRANCH-CODE = WS-CLOSING-BRANCH
                       PERFORM 0760-NOTE-NIGHT-ACCOUNT
                   END-IF
           END-READ.

       0760-NOTE-NIGHT-ACCOUNT.
           MOVE NC-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
           PERFORM 0780-FIND-NIGHT-ACCOUNT.
           IF WS-NIGHT-FOUND-SUB > ZERO
               CONTINUE
           ELSE IF WS-NIGHT-USED-COUNT < 5000
               ADD 1 TO WS-NIGHT-USED-COUNT
               MOVE NC-ACCOUNT-NUMBER
                   TO WS-NIGHT-ACCOUNT(WS-NIGHT-USED-COUNT)
               MOVE NC-ACCOUNT-NAME
                   TO WS-NIGHT-NAME(WS-NIGHT-USED-COUNT)
               MOVE "N" TO WS-NIGHT-COVERED-SWITCH(WS-NIGHT-USED-COUNT)
           ELSE
               SET CONSOLIDATION-REFUSED TO TRUE
               MOVE "REFUSED, OVER 5000 CARDS NAME THE BRANCH"
                   TO WS-DISPOSITION-TEXT
           END-IF.

       0780-FIND-NIGHT-ACCOUNT.
           MOVE ZERO TO WS-NIGHT-FOUND-SUB.
           MOVE ZERO TO WS-NIGHT-SUB.
           PERFORM 0790-MATCH-ONE-NIGHT-ACCOUNT
               UNTIL WS-NIGHT-FOUND-SUB > ZERO
                   OR WS-NIGHT-SUB >= WS-NIGHT-USED-COUNT.

       0790-MATCH-ONE-NIGHT-ACCOUNT.
           ADD 1 TO WS-NIGHT-SUB.
           IF WS-NIGHT-ACCOUNT(WS-NIGHT-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-NIGHT-SUB TO WS-NIGHT-FOUND-SUB
           END-IF.

      *  One pass of the master.  The sorted balance feed and the
      *  override master both ascend on account number, so each rides
      *  along on its own pointer the way FBVALRPT carries the master
      *  for the branch code.
       1000-TRANSFER-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT BALANCE-FEED-FILE.
           OPEN INPUT OVERRIDE-MASTER-FILE.
           PERFORM 1850-READ-FEED-DETAIL.
           PERFORM 1880-READ-OVERRIDE.
           PERFORM 1100-PROCESS-ONE-MASTER
               UNTIL END-OF-MASTER.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE BALANCE-FEED-FILE.
           CLOSE OVERRIDE-MASTER-FILE.

       1100-PROCESS-ONE-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   EVALUATE AM-BRANCH-CODE
                     WHEN WS-CLOSING-BRANCH
                         PERFORM 1200-FIND-ACCOUNT-BALANCE
                         ADD 1 TO WS-CLOSING-COUNT
                         ADD WS-ACCOUNT-BALANCE TO WS-CLOSING-BALANCE
                         PERFORM 1300-WRITE-CHANGE-CARD
                         PERFORM 1400-FLAG-OVERRIDE
                     WHEN WS-SUCCESSOR-BRANCH
                         PERFORM 1200-FIND-ACCOUNT-BALANCE
                         ADD 1 TO WS-SUCCESSOR-COUNT
                         ADD WS-ACCOUNT-BALANCE
                             TO WS-SUCCESSOR-BALANCE
                   END-EVALUATE
           END-READ.

       1200-FIND-ACCOUNT-BALANCE.
           MOVE ZERO TO WS-ACCOUNT-BALANCE.
           PERFORM 1850-READ-FEED-DETAIL
               UNTIL NOT FEED-DETAIL-HELD
                   OR WS-FEED-KEY >= AM-ACCOUNT-NUMBER.
           IF FEED-DETAIL-HELD
               AND WS-FEED-KEY = AM-ACCOUNT-NUMBER
               MOVE WS-FEED-BALANCE TO WS-ACCOUNT-BALANCE
           END-IF.

       1300-WRITE-CHANGE-CARD.
           MOVE AM-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
           PERFORM 1320-WRITE-MOVE-CARD.
           PERFORM 0780-FIND-NIGHT-ACCOUNT.
           IF WS-NIGHT-FOUND-SUB > ZERO
               SET NIGHT-ACCOUNT-COVERED(WS-NIGHT-FOUND-SUB) TO TRUE
           END-IF.
           MOVE SPACES TO WS-TRANSFER-DETAIL-LINE.
           MOVE AM-ACCOUNT-NUMBER TO WS-TRF-ACCOUNT.
           MOVE AM-ACCOUNT-NAME TO WS-TRF-NAME.
           IF AM-ACCOUNT-CLOSED
               MOVE "CLOSED" TO WS-TRF-STATUS
           ELSE
               MOVE "OPEN" TO WS-TRF-STATUS
           END-IF.
           MOVE WS-ACCOUNT-BALANCE TO WS-TRF-BALANCE.
           WRITE CN-REPORT-LINE FROM WS-TRANSFER-DETAIL-LINE.

      *  Only the two branch codes go on the card; everything else
      *  on the account is left as the night's other cards leave it.
       1320-WRITE-MOVE-CARD.
           MOVE SPACES TO ACCOUNT-TRANSACTION-RECORD.
           MOVE "M" TO TR-ACTION-CODE.
           MOVE WS-LOOKUP-ACCOUNT TO TR-ACCOUNT-NUMBER.
           MOVE WS-CLOSING-BRANCH TO TR-MOVE-FROM-BRANCH.
           MOVE WS-SUCCESSOR-BRANCH TO TR-BRANCH-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE "BRNCONSL" TO TR-ENTERED-BY.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO TR-ENTERED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:4) TO TR-ENTERED-TIME.
           WRITE ACCOUNT-TRANSACTION-RECORD.
           ADD 1 TO WS-CARDS-WRITTEN-COUNT.

      *  An override pin on a transferring account prints directly
      *  under the account's own register line.
       1400-FLAG-OVERRIDE.
           PERFORM 1880-READ-OVERRIDE
               UNTIL END-OF-OVERRIDE
                   OR OV-ACCOUNT-NUMBER >= AM-ACCOUNT-NUMBER.
           IF NOT END-OF-OVERRIDE
               AND OV-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               ADD 1 TO WS-OVERRIDE-FLAG-COUNT
               MOVE SPACES TO WS-FLAG-DETAIL-LINE
               MOVE "OVRMAST" TO WS-FLG-FILE
               MOVE OV-ACCOUNT-NUMBER TO WS-FLG-ACCOUNT
               STRING "PINNED TO " DELIMITED BY SIZE
                   OV-CATEGORY-CODE DELIMITED BY SIZE
                   " UNTIL " DELIMITED BY SIZE
                   OV-EXPIRY-DATE DELIMITED BY SIZE
                   INTO WS-FLG-TEXT
               END-STRING
               WRITE CN-REPORT-LINE FROM WS-FLAG-DETAIL-LINE
           END-IF.

       1850-READ-FEED-DETAIL.
           MOVE "N" TO WS-FEED-DETAIL-SWITCH.
           PERFORM 1860-READ-ONE-FEED-RECORD
               UNTIL FEED-DETAIL-HELD OR END-OF-FEED.

       1860-READ-ONE-FEED-RECORD.
           READ BALANCE-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   IF BL-DETAIL-RECORD
                       SET FEED-DETAIL-HELD TO TRUE
                       MOVE BL-DTL-ACCOUNT-NUMBER TO WS-FEED-KEY
                       MOVE BL-DTL-BALANCE TO WS-FEED-BALANCE
                   END-IF
           END-READ.

       1880-READ-OVERRIDE.
           READ OVERRIDE-MASTER-FILE
               AT END SET END-OF-OVERRIDE TO TRUE
           END-READ.

      *****************************************************************
      *  Accounts tonight's cards put on the closing branch that the
      *  master pass did not already move.  ACCTUPDT decides at apply
      *  time whether each is really on the branch by then.
      *****************************************************************
       2000-MOVE-NIGHT-CARD-ACCOUNTS.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "ACCOUNTS ON THE BRANCH IN TONIGHT'S CARDS"
               TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE ZERO TO WS-NIGHT-SUB.
           PERFORM 2100-MOVE-ONE-NIGHT-ACCOUNT
               UNTIL WS-NIGHT-SUB >= WS-NIGHT-USED-COUNT.

       2100-MOVE-ONE-NIGHT-ACCOUNT.
           ADD 1 TO WS-NIGHT-SUB.
           IF NOT NIGHT-ACCOUNT-COVERED(WS-NIGHT-SUB)
               MOVE WS-NIGHT-ACCOUNT(WS-NIGHT-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 1320-WRITE-MOVE-CARD
               ADD 1 TO WS-NIGHT-MOVE-COUNT
               MOVE SPACES TO WS-TRANSFER-DETAIL-LINE
               MOVE WS-NIGHT-ACCOUNT(WS-NIGHT-SUB) TO WS-TRF-ACCOUNT
               MOVE WS-NIGHT-NAME(WS-NIGHT-SUB) TO WS-TRF-NAME
               MOVE "CARD" TO WS-TRF-STATUS
               MOVE ZERO TO WS-TRF-BALANCE
               WRITE CN-REPORT-LINE FROM WS-TRANSFER-DETAIL-LINE
           END-IF.

       3000-FLAG-OTHER-MASTERS.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "OUTSTANDING ENTRIES STILL ON THE CLOSING BRANCH"
               TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           OPEN INPUT REJECT-MASTER-FILE.
           PERFORM 3100-CHECK-ONE-REJECT
               UNTIL END-OF-REJECT.
           CLOSE REJECT-MASTER-FILE.
           OPEN INPUT SUSPENSE-MASTER-FILE.
           PERFORM 3200-CHECK-ONE-SUSPENSE
               UNTIL END-OF-SUSPENSE.
           CLOSE SUSPENSE-MASTER-FILE.

      *  Both masters carry the account data portion of the card or
      *  master record the entry was raised against (name first, then
      *  the branch), so the branch is read straight off the entry.
       3100-CHECK-ONE-REJECT.
           READ REJECT-MASTER-FILE
               AT END
                   SET END-OF-REJECT TO TRUE
               NOT AT END
                   IF RM-ACCOUNT-DATA(31:3) = WS-CLOSING-BRANCH
                       ADD 1 TO WS-REJECT-FLAG-COUNT
                       MOVE SPACES TO WS-FLAG-DETAIL-LINE
                       MOVE "REJMAST" TO WS-FLG-FILE
                       MOVE RM-ACCOUNT-RAW TO WS-FLG-ACCOUNT
                       STRING "REJECT " DELIMITED BY SIZE
                           RM-REASON-CODE DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           RM-FIRST-REJECT-DATE DELIMITED BY SIZE
                           INTO WS-FLG-TEXT
                       END-STRING
                       WRITE CN-REPORT-LINE FROM WS-FLAG-DETAIL-LINE
                   END-IF
           END-READ.

       3200-CHECK-ONE-SUSPENSE.
           READ SUSPENSE-MASTER-FILE
               AT END
                   SET END-OF-SUSPENSE TO TRUE
               NOT AT END
                   IF SU-ACCOUNT-DATA(31:3) = WS-CLOSING-BRANCH
                       ADD 1 TO WS-SUSPENSE-FLAG-COUNT
                       MOVE SPACES TO WS-FLAG-DETAIL-LINE
                       MOVE "SUSMAST" TO WS-FLG-FILE
                       MOVE SU-ACCOUNT-NUMBER TO WS-FLG-ACCOUNT
                       STRING "SUSPENDED " DELIMITED BY SIZE
                           SU-ACTION-CODE DELIMITED BY SIZE
                           " CARD " DELIMITED BY SIZE
                           SU-REASON-CODE DELIMITED BY SIZE
                           " SINCE " DELIMITED BY SIZE
                           SU-FIRST-SUSPENSE-DATE DELIMITED BY SIZE
                           INTO WS-FLG-TEXT
                       END-STRING
                       WRITE CN-REPORT-LINE FROM WS-FLAG-DETAIL-LINE
                   END-IF
           END-READ.

       8000-WRITE-BALANCE-SECTION.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "BEFORE TRANSFER" TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           WRITE CN-REPORT-LINE FROM WS-COLUMN-HEADER-LINE.
           MOVE SPACES TO WS-VALUE-DETAIL-LINE.
           MOVE WS-CLOSING-BRANCH TO WS-VAL-LABEL(1:3).
           MOVE WS-CLOSING-NAME TO WS-VAL-LABEL(5:20).
           MOVE WS-CLOSING-COUNT TO WS-VAL-COUNT.
           MOVE WS-CLOSING-BALANCE TO WS-VAL-TOTAL.
           WRITE CN-REPORT-LINE FROM WS-VALUE-DETAIL-LINE.
           MOVE WS-SUCCESSOR-BRANCH TO WS-VAL-LABEL(1:3).
           MOVE WS-SUCCESSOR-NAME TO WS-VAL-LABEL(5:20).
           MOVE WS-SUCCESSOR-COUNT TO WS-VAL-COUNT.
           MOVE WS-SUCCESSOR-BALANCE TO WS-VAL-TOTAL.
           WRITE CN-REPORT-LINE FROM WS-VALUE-DETAIL-LINE.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "AFTER TRANSFER" TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           WRITE CN-REPORT-LINE FROM WS-COLUMN-HEADER-LINE.
           MOVE WS-CLOSING-BRANCH TO WS-VAL-LABEL(1:3).
           MOVE WS-CLOSING-NAME TO WS-VAL-LABEL(5:20).
           MOVE ZERO TO WS-VAL-COUNT.
           MOVE ZERO TO WS-VAL-TOTAL.
           WRITE CN-REPORT-LINE FROM WS-VALUE-DETAIL-LINE.
           MOVE WS-SUCCESSOR-BRANCH TO WS-VAL-LABEL(1:3).
           MOVE WS-SUCCESSOR-NAME TO WS-VAL-LABEL(5:20).
           COMPUTE WS-VAL-COUNT =
               WS-CLOSING-COUNT + WS-SUCCESSOR-COUNT.
           COMPUTE WS-VAL-TOTAL =
               WS-CLOSING-BALANCE + WS-SUCCESSOR-BALANCE.
           WRITE CN-REPORT-LINE FROM WS-VALUE-DETAIL-LINE.

       8500-WRITE-SUMMARY-SECTION.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE "MASTER RECORDS READ" TO WS-SUMMARY-LABEL.
           MOVE WS-MASTER-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "MOVE CARDS WRITTEN" TO WS-SUMMARY-LABEL.
           MOVE WS-CARDS-WRITTEN-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OVERRIDES FLAGGED" TO WS-SUMMARY-LABEL.
           MOVE WS-OVERRIDE-FLAG-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "REJECTS FLAGGED" TO WS-SUMMARY-LABEL.
           MOVE WS-REJECT-FLAG-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "SUSPENSE CARDS FLAGGED" TO WS-SUMMARY-LABEL.
           MOVE WS-SUSPENSE-FLAG-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "MOVES FROM NIGHT CARDS" TO WS-SUMMARY-LABEL.
           MOVE WS-NIGHT-MOVE-COUNT TO WS-SUMMARY-COUNT.
           WRITE CN-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CONSOLIDATION GENERATED, SIGN-OFF REQUIRED"
               TO WS-DISPOSITION-TEXT.

       8800-WRITE-CONSOLIDATION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CLOSING-BRANCH TO CG-CLOSING-BRANCH.
           MOVE WS-SUCCESSOR-BRANCH TO CG-SUCCESSOR-BRANCH.
           MOVE WS-EFFECTIVE-DATE TO CG-EFFECTIVE-DATE.
           MOVE WS-BUSINESS-DATE TO CG-BUSINESS-DATE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO CG-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO CG-RUN-TIME.
           MOVE WS-CARDS-WRITTEN-COUNT TO CG-CARDS-WRITTEN.
           OPEN EXTEND CONSOLIDATION-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT CONSOLIDATION-LOG-FILE
           END-IF.
           WRITE CONSOLIDATION-LOG-RECORD.
           CLOSE CONSOLIDATION-LOG-FILE.

       8900-WRITE-DISPOSITION.
           MOVE SPACES TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           MOVE WS-DISPOSITION-TEXT TO CN-REPORT-LINE.
           WRITE CN-REPORT-LINE.
           DISPLAY "BRNCONSL: " WS-DISPOSITION-TEXT UPON CONSOLE.

       9000-TERMINATE.
           CLOSE CONSOLIDATION-TRANS-FILE.
           CLOSE CONSOLIDATION-REPORT-FILE.
           DISPLAY "CONSOLIDATION CARDS WRITTEN: "
               WS-CARDS-WRITTEN-COUNT UPON CONSOLE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "BRNCONSL" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-MASTER-READ-COUNT TO AT-RECORDS-READ.
           MOVE WS-CARDS-WRITTEN-COUNT TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           COMPUTE AT-REJECT-COUNT = WS-OVERRIDE-FLAG-COUNT
               + WS-REJECT-FLAG-COUNT + WS-SUSPENSE-FLAG-COUNT.
           IF CONSOLIDATION-REFUSED
               MOVE "REFUSED " TO AT-RUN-STATUS
           ELSE
               MOVE "COMPLETE" TO AT-RUN-STATUS
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM BRNCONSL.
