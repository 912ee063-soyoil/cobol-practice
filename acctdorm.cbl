       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.
      *****************************************************************
      *  Dormant-account detection step.  Runs after BALSTEP each
      *  night, so the balance feed it reads has already passed
      *  FBVALRPT's header/trailer controls.  Match-merges the sorted
      *  feed against the cumulative dormancy file (see DORMREC.CPY)
      *  and rolls it forward: an open account at zero balance gains
      *  one day for tonight if the CALMAINT calendar says tonight is
      *  a business day (a date marked weekend or holiday, run under
      *  OVERRIDE, does not count; a date missing from the calendar
      *  does, since RUNGATE only lets one through deliberately), and
      *  any other balance drops the entry so the streak starts over.
      *  An account missing from tonight's feed keeps its streak as
      *  it stands, and one that is closed or gone from the master
      *  drops off.  The DORMCTL card sets two thresholds in business
      *  days: accounts at the warning threshold go on the watch
      *  list, printed by branch, and accounts at the close threshold
      *  get an ACCTTRN dormant close card (action X: status C and
      *  closed date tonight, nothing else) on DORMTRAN, which
      *  SORTTRAN picks up tomorrow night so ACCTUPDT closes the
      *  account -- if a same-night card has not already closed it
      *  -- and the ACCTARCH lifecycle takes it from there.  An
      *  account pinned on the override master goes on the list with
      *  the pin shown but is never closed automatically.  A close
      *  card is written once; a rerun of the same night writes it
      *  again, since this step rewrites DORMTRAN each time it runs,
      *  and DAILYRUN's DORMCLR step empties it once ACCTUPDT has
      *  applied it, so a night this step does not run replays
      *  nothing.  DORMSWAP promotes the new dormancy file the way
      *  ACCTSWAP promotes the master.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DORMANCY-FILE ASSIGN TO "DORMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FEED-FILE ASSIGN TO "BALFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DORM-CONTROL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-DORMANCY-FILE ASSIGN TO "DORMNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-TRANS-FILE ASSIGN TO "DORMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-FILE.
       COPY DORMREC.
       FD  BALANCE-FEED-FILE.
       COPY BALREC.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
       FD  OVERRIDE-MASTER-FILE.
       COPY FBOVRREC.
       FD  CALENDAR-FILE.
       COPY CALREC.
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  DORM-CONTROL-FILE.
       01  DC-CONTROL-CARD.
           05  DC-WARNING-DAYS             PIC 9(3).
           05  DC-CLOSE-DAYS               PIC 9(3).
       FD  NEW-DORMANCY-FILE.
       01  NEW-DORMANCY-RECORD             PIC X(42).
       FD  CLOSE-TRANS-FILE.
       COPY ACCTTRN.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-ACCOUNT-NUMBER           PIC X(9).
           05  SW-BRANCH-CODE              PIC X(3).
           05  SW-ZERO-DAYS                PIC 9(5).
           05  SW-FIRST-ZERO-DATE          PIC X(8).
           05  SW-LAST-COUNTED-DATE        PIC X(8).
           05  SW-OVERRIDE-SWITCH          PIC X(1).
               88  SW-PINNED                   VALUE "Y".
           05  SW-CLOSE-CARD-DATE          PIC X(8).
       FD  DORMANCY-REPORT-FILE.
       01  DR-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-WARNING-DAYS             PIC 9(3) VALUE 60.
       01  WS-CLOSE-DAYS               PIC 9(3) VALUE 120.
       01  WS-DORMANCY-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-DORMANCY             VALUE "Y".
       01  WS-FEED-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-FEED                 VALUE "Y".
       01  WS-FEED-DETAIL-SWITCH       PIC X VALUE "N".
           88  FEED-DETAIL-HELD            VALUE "Y".
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDE             VALUE "Y".
       01  WS-CALENDAR-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-CALENDAR             VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SORTED-DORMANCY      VALUE "Y".
       01  WS-BUSINESS-DAY-SWITCH      PIC X VALUE "Y".
           88  TONIGHT-IS-BUSINESS-DAY     VALUE "Y".
       01  WS-ACCOUNT-OPEN-SWITCH      PIC X VALUE "N".
           88  ACCOUNT-OPEN-ON-MASTER      VALUE "Y".
       01  WS-PINNED-SWITCH            PIC X VALUE "N".
           88  ACCOUNT-PINNED              VALUE "Y".
       01  WS-OLD-KEY                  PIC X(9).
       01  WS-FEED-KEY                 PIC X(9).
       01  WS-FEED-BALANCE             PIC 9(13)V99.
       01  WS-MERGE-KEY                PIC X(9).
       01  WS-NEW-DORMANCY.
           05  WS-ND-ACCOUNT-NUMBER        PIC X(9).
           05  WS-ND-BRANCH-CODE           PIC X(3).
           05  WS-ND-ZERO-DAYS             PIC 9(5).
           05  WS-ND-FIRST-ZERO-DATE       PIC X(8).
           05  WS-ND-LAST-COUNTED-DATE     PIC X(8).
           05  WS-ND-OVERRIDE-SWITCH       PIC X(1).
           05  WS-ND-CLOSE-CARD-DATE       PIC X(8).
       01  WS-FEED-READ-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-FEED-DETAIL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ZERO-ACCOUNT-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-RESET-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-WATCH-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-CLOSE-CARD-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PINNED-HELD-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-BRANCH-WATCH-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-BRANCH           PIC X(3).
       01  WS-FIRST-BRANCH-SWITCH      PIC X VALUE "Y".
           88  FIRST-WATCH-BRANCH          VALUE "Y".
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
               10  WS-BRREF-NAME               PIC X(20).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(24)
               VALUE "DORMANCY WATCH LIST FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-THRESHOLD-LINE.
           05  FILLER                      PIC X(11)
               VALUE "WARNING AT ".
           05  WS-THR-WARNING              PIC ZZ9.
           05  FILLER                      PIC X(25)
               VALUE " BUSINESS DAYS, CLOSE AT ".
           05  WS-THR-CLOSE                PIC ZZ9.
       01  WS-BRANCH-HEADER-LINE.
           05  FILLER                      PIC X(7) VALUE "BRANCH ".
           05  WS-BRANCH-HEADER-CODE       PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BRANCH-HEADER-NAME       PIC X(20).
       01  WS-WATCH-COLUMN-LINE.
           05  FILLER                      PIC X(11)
               VALUE "  ACCOUNT".
           05  FILLER                      PIC X(11)
               VALUE "ZERO DAYS".
           05  FILLER                      PIC X(12)
               VALUE "ZERO SINCE".
           05  FILLER                      PIC X(6) VALUE "ACTION".
       01  WS-WATCH-DETAIL-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WTC-ACCOUNT              PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WTC-DAYS                 PIC ZZ,ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-WTC-FIRST-DATE           PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-WTC-ACTION               PIC X(36).
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(24).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-PROCESS-ONE-KEY
               UNTIL WS-OLD-KEY = HIGH-VALUES
                   AND WS-FEED-KEY = HIGH-VALUES.
           CLOSE DORMANCY-FILE.
           CLOSE BALANCE-FEED-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE OVERRIDE-MASTER-FILE.
           CLOSE NEW-DORMANCY-FILE.
           CLOSE CLOSE-TRANS-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-CODE
                                SW-ACCOUNT-NUMBER
               USING NEW-DORMANCY-FILE
               OUTPUT PROCEDURE IS 2000-WRITE-WATCH-LIST.
           PERFORM 8000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           PERFORM 0200-READ-CONTROL-CARD.
           PERFORM 0300-CHECK-CALENDAR.
           PERFORM 0400-LOAD-BRANCH-REFERENCE.
           OPEN INPUT DORMANCY-FILE.
           OPEN INPUT BALANCE-FEED-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT OVERRIDE-MASTER-FILE.
           OPEN OUTPUT NEW-DORMANCY-FILE.
           OPEN OUTPUT CLOSE-TRANS-FILE.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-HEADER-DATE.
           WRITE DR-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE WS-WARNING-DAYS TO WS-THR-WARNING.
           MOVE WS-CLOSE-DAYS TO WS-THR-CLOSE.
           WRITE DR-REPORT-LINE FROM WS-THRESHOLD-LINE.
           IF NOT TONIGHT-IS-BUSINESS-DAY
               MOVE "CALENDAR SAYS NOT A BUSINESS DAY, NO DAYS COUNTED"
                   TO DR-REPORT-LINE
               WRITE DR-REPORT-LINE
           END-IF.
           MOVE SPACES TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.
           PERFORM 1800-READ-DORMANCY.
           PERFORM 1850-READ-FEED-DETAIL.
           PERFORM 1880-READ-MASTER.
           PERFORM 1890-READ-OVERRIDE.

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

       0200-READ-CONTROL-CARD.
           OPEN INPUT DORM-CONTROL-FILE.
           READ DORM-CONTROL-FILE
               AT END
                   DISPLAY "DORMCTL NOT FOUND, USING DEFAULT "
                       "THRESHOLDS" UPON CONSOLE
               NOT AT END
                   PERFORM 0250-VALIDATE-THRESHOLDS
           END-READ.
           CLOSE DORM-CONTROL-FILE.

      *  The close threshold has to lie beyond the warning threshold,
      *  or an account could be closed without ever having been on
      *  the watch list; a card that gets them the wrong way round
      *  falls back to the defaults for both.
       0250-VALIDATE-THRESHOLDS.
           IF DC-WARNING-DAYS IS NUMERIC
               AND DC-WARNING-DAYS NOT = ZERO
               AND DC-CLOSE-DAYS IS NUMERIC
               AND DC-CLOSE-DAYS > DC-WARNING-DAYS
               MOVE DC-WARNING-DAYS TO WS-WARNING-DAYS
               MOVE DC-CLOSE-DAYS TO WS-CLOSE-DAYS
           ELSE
               DISPLAY "DORMCTL THRESHOLDS INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.

       0300-CHECK-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           PERFORM 0350-CHECK-ONE-CALENDAR-DATE
               UNTIL END-OF-CALENDAR.
           CLOSE CALENDAR-FILE.

       0350-CHECK-ONE-CALENDAR-DATE.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR TO TRUE
               NOT AT END
                   IF CL-CALENDAR-DATE = WS-BUSINESS-DATE
                       SET END-OF-CALENDAR TO TRUE
                       IF NOT CL-BUSINESS-DAY
                           MOVE "N" TO WS-BUSINESS-DAY-SWITCH
                       END-IF
                   END-IF
           END-READ.

       0400-LOAD-BRANCH-REFERENCE.
           OPEN INPUT BRANCH-REFERENCE-FILE.
           PERFORM 0450-LOAD-ONE-BRANCH
               UNTIL END-OF-BRANCH-REFERENCE.
           CLOSE BRANCH-REFERENCE-FILE.

       0450-LOAD-ONE-BRANCH.
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

      *  Two-stream merge of the old dormancy file and the feed
      *  details, both ascending on account number; the master and
      *  the override master ride along on their own pointers.
       1000-PROCESS-ONE-KEY.
           EVALUATE TRUE
             WHEN WS-OLD-KEY < WS-FEED-KEY
                 MOVE WS-OLD-KEY TO WS-MERGE-KEY
                 PERFORM 1500-POSITION-MASTER
                 PERFORM 1100-CARRY-FORWARD-ENTRY
                 PERFORM 1800-READ-DORMANCY
             WHEN WS-OLD-KEY = WS-FEED-KEY
                 MOVE WS-FEED-KEY TO WS-MERGE-KEY
                 PERFORM 1500-POSITION-MASTER
                 MOVE DORMANCY-RECORD TO WS-NEW-DORMANCY
                 PERFORM 1200-APPLY-FEED-BALANCE
                 PERFORM 1800-READ-DORMANCY
                 PERFORM 1850-READ-FEED-DETAIL
             WHEN OTHER
                 MOVE WS-FEED-KEY TO WS-MERGE-KEY
                 PERFORM 1500-POSITION-MASTER
                 MOVE SPACES TO WS-NEW-DORMANCY
                 MOVE WS-FEED-KEY TO WS-ND-ACCOUNT-NUMBER
                 MOVE ZERO TO WS-ND-ZERO-DAYS
                 MOVE WS-BUSINESS-DATE TO WS-ND-FIRST-ZERO-DATE
                 PERFORM 1200-APPLY-FEED-BALANCE
                 PERFORM 1850-READ-FEED-DETAIL
           END-EVALUATE.

      *  No balance tonight: the streak is neither broken nor extended.
       1100-CARRY-FORWARD-ENTRY.
           IF ACCOUNT-OPEN-ON-MASTER
               MOVE DORMANCY-RECORD TO WS-NEW-DORMANCY
               MOVE AM-BRANCH-CODE TO WS-ND-BRANCH-CODE
               PERFORM 1600-POSITION-OVERRIDE
               MOVE WS-PINNED-SWITCH TO WS-ND-OVERRIDE-SWITCH
               PERFORM 1400-WRITE-NEW-ENTRY
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.

       1200-APPLY-FEED-BALANCE.
           IF NOT ACCOUNT-OPEN-ON-MASTER
               IF WS-OLD-KEY = WS-FEED-KEY
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           ELSE IF WS-FEED-BALANCE NOT = ZERO
               IF WS-OLD-KEY = WS-FEED-KEY
                   ADD 1 TO WS-RESET-COUNT
               END-IF
           ELSE
               IF TONIGHT-IS-BUSINESS-DAY
                   AND WS-ND-LAST-COUNTED-DATE NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-ND-ZERO-DAYS
                   MOVE WS-BUSINESS-DATE TO WS-ND-LAST-COUNTED-DATE
               END-IF
               MOVE AM-BRANCH-CODE TO WS-ND-BRANCH-CODE
               PERFORM 1600-POSITION-OVERRIDE
               MOVE WS-PINNED-SWITCH TO WS-ND-OVERRIDE-SWITCH
               IF WS-ND-ZERO-DAYS NOT < WS-CLOSE-DAYS
                   AND NOT ACCOUNT-PINNED
                   PERFORM 1300-CHECK-CLOSE-CARD
               END-IF
               PERFORM 1400-WRITE-NEW-ENTRY
           END-IF.

      *  A close card goes out once.  ACCTUPDT either closes the
      *  account with it or bypasses it because a same-night card
      *  already closed or deleted the account, and either way the
      *  entry drops off here once the master shows it closed.  An
      *  entry still carrying an earlier close card date has had its
      *  card; a second would at best be bypassed and at worst close
      *  the account again over a clerk who had reopened it.
       1300-CHECK-CLOSE-CARD.
           IF WS-ND-CLOSE-CARD-DATE = SPACES
               OR WS-ND-CLOSE-CARD-DATE = WS-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-ND-CLOSE-CARD-DATE
               PERFORM 1350-WRITE-CLOSE-CARD
           END-IF.

       1350-WRITE-CLOSE-CARD.
           MOVE SPACES TO ACCOUNT-TRANSACTION-RECORD.
           MOVE "X" TO TR-ACTION-CODE.
           MOVE AM-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE "C" TO TR-ACCOUNT-STATUS.
           MOVE WS-BUSINESS-DATE TO TR-CLOSED-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE "ACCTDORM" TO TR-ENTERED-BY.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO TR-ENTERED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:4) TO TR-ENTERED-TIME.
           WRITE ACCOUNT-TRANSACTION-RECORD.
           ADD 1 TO WS-CLOSE-CARD-COUNT.

       1400-WRITE-NEW-ENTRY.
           WRITE NEW-DORMANCY-RECORD FROM WS-NEW-DORMANCY.
           ADD 1 TO WS-ZERO-ACCOUNT-COUNT.

       1500-POSITION-MASTER.
           MOVE "N" TO WS-ACCOUNT-OPEN-SWITCH.
           PERFORM 1880-READ-MASTER
               UNTIL END-OF-MASTER
                   OR AM-ACCOUNT-NUMBER >= WS-MERGE-KEY.
           IF NOT END-OF-MASTER
               AND AM-ACCOUNT-NUMBER = WS-MERGE-KEY
               AND AM-ACCOUNT-OPEN
               SET ACCOUNT-OPEN-ON-MASTER TO TRUE
           END-IF.

      *  A pin counts for as long as FIZZBUZZ would honor it, through
      *  its expiry date.
       1600-POSITION-OVERRIDE.
           MOVE "N" TO WS-PINNED-SWITCH.
           PERFORM 1890-READ-OVERRIDE
               UNTIL END-OF-OVERRIDE
                   OR OV-ACCOUNT-NUMBER >= WS-MERGE-KEY.
           IF NOT END-OF-OVERRIDE
               AND OV-ACCOUNT-NUMBER = WS-MERGE-KEY
               AND OV-EXPIRY-DATE NOT < WS-BUSINESS-DATE
               SET ACCOUNT-PINNED TO TRUE
           END-IF.

       1800-READ-DORMANCY.
           READ DORMANCY-FILE
               AT END
                   SET END-OF-DORMANCY TO TRUE
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   MOVE DM-ACCOUNT-NUMBER TO WS-OLD-KEY
           END-READ.

       1850-READ-FEED-DETAIL.
           MOVE "N" TO WS-FEED-DETAIL-SWITCH.
           PERFORM 1860-READ-ONE-FEED-RECORD
               UNTIL FEED-DETAIL-HELD OR END-OF-FEED.
           IF NOT FEED-DETAIL-HELD
               MOVE HIGH-VALUES TO WS-FEED-KEY
           END-IF.

       1860-READ-ONE-FEED-RECORD.
           READ BALANCE-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEED-READ-COUNT
                   IF BL-DETAIL-RECORD
                       SET FEED-DETAIL-HELD TO TRUE
                       ADD 1 TO WS-FEED-DETAIL-COUNT
                       MOVE BL-DTL-ACCOUNT-NUMBER TO WS-FEED-KEY
                       MOVE BL-DTL-BALANCE TO WS-FEED-BALANCE
                   END-IF
           END-READ.

       1880-READ-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.

       1890-READ-OVERRIDE.
           READ OVERRIDE-MASTER-FILE
               AT END SET END-OF-OVERRIDE TO TRUE
           END-READ.

      *  The new dormancy file comes back through the sort in branch
      *  order, and every entry at the warning threshold prints under
      *  its branch.
       2000-WRITE-WATCH-LIST.
           PERFORM 2900-RETURN-SORTED-RECORD.
           PERFORM 2100-PROCESS-ONE-ENTRY
               UNTIL END-OF-SORTED-DORMANCY.
           IF NOT FIRST-WATCH-BRANCH
               PERFORM 2300-WRITE-BRANCH-TOTAL
           END-IF.

       2100-PROCESS-ONE-ENTRY.
           IF SW-ZERO-DAYS NOT < WS-WARNING-DAYS
               IF FIRST-WATCH-BRANCH
                   OR SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                   IF NOT FIRST-WATCH-BRANCH
                       PERFORM 2300-WRITE-BRANCH-TOTAL
                   END-IF
                   PERFORM 2200-WRITE-BRANCH-HEADER
               END-IF
               PERFORM 2400-WRITE-WATCH-DETAIL
           END-IF.
           PERFORM 2900-RETURN-SORTED-RECORD.

       2200-WRITE-BRANCH-HEADER.
           MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH.
           MOVE "N" TO WS-FIRST-BRANCH-SWITCH.
           MOVE ZERO TO WS-BRANCH-WATCH-COUNT.
           MOVE SW-BRANCH-CODE TO WS-BRANCH-HEADER-CODE.
           MOVE ZERO TO WS-BRREF-FOUND-SUB.
           MOVE ZERO TO WS-BRREF-SUB.
           PERFORM 2250-MATCH-ONE-REFERENCE
               UNTIL WS-BRREF-FOUND-SUB > ZERO
                   OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT.
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-NAME(WS-BRREF-FOUND-SUB)
                   TO WS-BRANCH-HEADER-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE*" TO WS-BRANCH-HEADER-NAME
           END-IF.
           WRITE DR-REPORT-LINE FROM WS-BRANCH-HEADER-LINE.
           WRITE DR-REPORT-LINE FROM WS-WATCH-COLUMN-LINE.

       2250-MATCH-ONE-REFERENCE.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = SW-BRANCH-CODE
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

       2300-WRITE-BRANCH-TOTAL.
           MOVE "  BRANCH ON WATCH" TO WS-SUMMARY-LABEL.
           MOVE WS-BRANCH-WATCH-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO DR-REPORT-LINE.
           WRITE DR-REPORT-LINE.

       2400-WRITE-WATCH-DETAIL.
           ADD 1 TO WS-WATCH-COUNT.
           ADD 1 TO WS-BRANCH-WATCH-COUNT.
           MOVE SPACES TO WS-WATCH-DETAIL-LINE.
           MOVE SW-ACCOUNT-NUMBER TO WS-WTC-ACCOUNT.
           MOVE SW-ZERO-DAYS TO WS-WTC-DAYS.
           MOVE SW-FIRST-ZERO-DATE TO WS-WTC-FIRST-DATE.
           EVALUATE TRUE
             WHEN SW-PINNED AND SW-ZERO-DAYS NOT < WS-CLOSE-DAYS
                 ADD 1 TO WS-PINNED-HELD-COUNT
                 MOVE "PINNED ON OVRMAST, NOT CLOSED"
                     TO WS-WTC-ACTION
             WHEN SW-PINNED
                 MOVE "PINNED ON OVRMAST" TO WS-WTC-ACTION
             WHEN SW-CLOSE-CARD-DATE = WS-BUSINESS-DATE
                 MOVE "CLOSE CARD WRITTEN" TO WS-WTC-ACTION
             WHEN SW-CLOSE-CARD-DATE NOT = SPACES
                 STRING "CLOSE CARD SENT " DELIMITED BY SIZE
                     SW-CLOSE-CARD-DATE DELIMITED BY SIZE
                     INTO WS-WTC-ACTION
                 END-STRING
             WHEN OTHER
                 MOVE "WATCH" TO WS-WTC-ACTION
           END-EVALUATE.
           WRITE DR-REPORT-LINE FROM WS-WATCH-DETAIL-LINE.

       2900-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORTED-DORMANCY TO TRUE
           END-RETURN.

       8000-WRITE-SUMMARY.
           IF WS-WATCH-COUNT = ZERO
               MOVE "NO ACCOUNTS AT THE WARNING THRESHOLD"
                   TO DR-REPORT-LINE
               WRITE DR-REPORT-LINE
               MOVE SPACES TO DR-REPORT-LINE
               WRITE DR-REPORT-LINE
           END-IF.
           MOVE "FEED DETAILS READ" TO WS-SUMMARY-LABEL.
           MOVE WS-FEED-DETAIL-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACCOUNTS AT ZERO" TO WS-SUMMARY-LABEL.
           MOVE WS-ZERO-ACCOUNT-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "STREAKS RESET" TO WS-SUMMARY-LABEL.
           MOVE WS-RESET-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "DROPPED, NOT OPEN" TO WS-SUMMARY-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ON WATCH LIST" TO WS-SUMMARY-LABEL.
           MOVE WS-WATCH-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CLOSE CARDS WRITTEN" TO WS-SUMMARY-LABEL.
           MOVE WS-CLOSE-CARD-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PINNED, NOT CLOSED" TO WS-SUMMARY-LABEL.
           MOVE WS-PINNED-HELD-COUNT TO WS-SUMMARY-COUNT.
           WRITE DR-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE DORMANCY-REPORT-FILE.
           DISPLAY "DORMANT ACCOUNTS ON WATCH: " WS-WATCH-COUNT
               UPON CONSOLE.
           DISPLAY "DORMANT CLOSE CARDS:       " WS-CLOSE-CARD-COUNT
               UPON CONSOLE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "ACCTDORM" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-FEED-READ-COUNT TO AT-RECORDS-READ.
           MOVE WS-CLOSE-CARD-COUNT TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           MOVE ZERO TO AT-REJECT-COUNT.
           MOVE "COMPLETE" TO AT-RUN-STATUS.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM ACCTDORM.
