       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBRESEND.
      *****************************************************************
      *  Extract resend utility.  When the suffix-routing system
      *  loses or fails to load one of our extracts, FBACKRCN leaves
      *  the date on the outstanding master and ages it; this step
      *  rebuilds that date's FBEXTRCT so it can be sent again
      *  exactly as it first went, without a FORCE rerun or a
      *  BACKOUT night reclassifying against tonight's master and
      *  divisors.  The business date comes in on PARM, with no
      *  default, the way FBBACKOT takes its date.  The date's
      *  history records (see FBHISTRC.CPY) are collected from the
      *  archive generations (the HISTARCH DD concatenates them, as
      *  it does for FBRESTOR) and from the live history, sorted on
      *  account number with arrival order kept, and the last record
      *  per account wins, so a FORCE rerun's classification
      *  supersedes the original as it does in FBTREND.  Closed
      *  accounts are left out as FIZZBUZZ leaves them out; a
      *  history record written before HS-ACCOUNT-STATUS existed is
      *  judged closed from the account master (an account no
      *  longer on the master has been archived, and only accounts
      *  long closed are).  The rebuilt file carries the same
      *  header, detail, and trailer layout (see FBEXTREC.CPY) and
      *  the same hash.  Its count and hash must tie to the
      *  OE-RECORD-COUNT and OE-HASH-TOTAL still on the date's
      *  outstanding entry before anything is released: a date not
      *  outstanding ends RC 8 with a REFUSED audit record, and a
      *  rebuild that differs from the file we owe ends RC 8 with
      *  RECONFL, so the RESEND job's copy and swap steps never run.
      *  A clean rebuild stamps the resend date and count on the
      *  outstanding entry and is recorded on the audit trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUTSTANDING-MASTER-FILE ASSIGN TO "OUTSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT RESEND-EXTRACT-FILE ASSIGN TO "RSNDEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-OUTSTANDING-FILE ASSIGN TO "OUTSNEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESEND-REPORT-FILE ASSIGN TO "RSNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD          PIC X(22).
       FD  HISTORY-FILE.
       COPY FBHISTRC.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
       FD  OUTSTANDING-MASTER-FILE.
       COPY FBOUTREC.
       SD  SORT-WORK-FILE.
       01  SW-SORT-RECORD.
           05  SW-ACCOUNT-NUMBER           PIC 9(9).
           05  SW-SEQUENCE-NBR             PIC 9(9).
           05  SW-CATEGORY-CODE            PIC X(3).
           05  SW-ACCOUNT-STATUS           PIC X(1).
       FD  RESEND-EXTRACT-FILE.
       COPY FBEXTREC.
       FD  NEW-OUTSTANDING-FILE.
       01  NEW-OUTSTANDING-RECORD          PIC X(49).
       FD  RESEND-REPORT-FILE.
       01  RS-REPORT-LINE                  PIC X(80).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-RESEND-DATE              PIC X(8).
       01  WS-TODAY-DATE               PIC X(8).
       01  WS-ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-ARCHIVE              VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SORTED-HISTORY       VALUE "Y".
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-OUTSTANDING-EOF-SWITCH   PIC X VALUE "N".
           88  END-OF-OUTSTANDING          VALUE "Y".
       01  WS-HOLD-SWITCH              PIC X VALUE "N".
           88  GROUP-HELD                  VALUE "Y".
       01  WS-DISPOSITION-SWITCH       PIC X VALUE "V".
           88  RESEND-VERIFIED             VALUE "V".
           88  RESEND-DOES-NOT-TIE         VALUE "M".
           88  RESEND-NOT-OUTSTANDING      VALUE "N".
       01  WS-HOLD-ACCOUNT             PIC 9(9).
       01  WS-HOLD-CATEGORY-CODE       PIC X(3).
       01  WS-HOLD-ACCOUNT-STATUS      PIC X(1).
           88  HOLD-ACCOUNT-CLOSED         VALUE "C".
           88  HOLD-STATUS-NOT-RECORDED    VALUE SPACE.
       01  WS-MASTER-KEY               PIC X(9).
       01  WS-HOLD-KEY                 PIC X(9).
       01  WS-SEQUENCE-NBR             PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LIVE-READ-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-INFERRED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-HASH-TOTAL       PIC 9(13) VALUE ZERO.
       01  WS-OUT-TABLE-AREA.
           05  WS-OUT-USED-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-OUT-ENTRY OCCURS 400 TIMES.
               10  WS-OUT-RECORD-IMAGE         PIC X(49).
       01  WS-OUT-SUB                  PIC 9(3).
       01  WS-OUT-FOUND-SUB            PIC 9(3) VALUE ZERO.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(31)
               VALUE "EXTRACT RESEND REGISTER FOR    ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(30).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-COMPARE-COUNT-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE "OWED COUNT ".
           05  WS-CMP-OWED-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(15)
               VALUE "  REBUILT COUNT".
           05  WS-CMP-REBUILT-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-COMPARE-HASH-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE "OWED HASH  ".
           05  WS-CMP-OWED-HASH            PIC 9(13).
           05  FILLER                      PIC X(14)
               VALUE "  REBUILT HASH".
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CMP-REBUILT-HASH         PIC 9(13).
       01  WS-STAMP-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(16)
               VALUE "ORIGINALLY SENT ".
           05  WS-STAMP-SENT-DATE          PIC X(8).
           05  FILLER                      PIC X(10)
               VALUE "  RESENT  ".
           05  WS-STAMP-RESEND-DATE        PIC X(8).
           05  FILLER                      PIC X(8)
               VALUE "  COUNT ".
           05  WS-STAMP-RESEND-COUNT       PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ACCOUNT-NUMBER
                                SW-SEQUENCE-NBR
               INPUT PROCEDURE IS 1000-SELECT-DATE-HISTORY
               OUTPUT PROCEDURE IS 2000-REBUILD-EXTRACT.
           PERFORM 3000-VERIFY-AGAINST-OUTSTANDING.
           PERFORM 4000-WRITE-NEW-OUTSTANDING.
           PERFORM 8000-WRITE-REGISTER-SUMMARY.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           IF NOT RESEND-VERIFIED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  The date is PARM-only with no default -- a resend aimed at
      *  the wrong night should take a keying mistake to happen,
      *  not a forgotten override.
       0000-INITIALIZE.
           MOVE SPACES TO WS-RESEND-DATE.
           ACCEPT WS-RESEND-DATE FROM COMMAND-LINE.
           IF WS-RESEND-DATE = SPACES
               OR WS-RESEND-DATE IS NOT NUMERIC
               DISPLAY "FBRESEND PARM MUST BE A BUSINESS DATE AS "
                   "YYYYMMDD" UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0300-LOAD-OUTSTANDING-MASTER.
           OPEN OUTPUT RESEND-REPORT-FILE.
           MOVE WS-RESEND-DATE TO WS-REPORT-HEADER-DATE.
           WRITE RS-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE SPACES TO RS-REPORT-LINE.
           WRITE RS-REPORT-LINE.

      *  The outstanding master is carried as whole record images so
      *  every entry but the one resent goes back out untouched.
       0300-LOAD-OUTSTANDING-MASTER.
           OPEN INPUT OUTSTANDING-MASTER-FILE.
           PERFORM 0350-LOAD-ONE-MASTER-ENTRY
               UNTIL END-OF-OUTSTANDING.
           CLOSE OUTSTANDING-MASTER-FILE.

       0350-LOAD-ONE-MASTER-ENTRY.
           READ OUTSTANDING-MASTER-FILE
               AT END
                   SET END-OF-OUTSTANDING TO TRUE
               NOT AT END
                   IF WS-OUT-USED-COUNT < 400
                       ADD 1 TO WS-OUT-USED-COUNT
                       MOVE OUTSTANDING-EXTRACT-RECORD
                           TO WS-OUT-RECORD-IMAGE(WS-OUT-USED-COUNT)
                       IF OE-BUSINESS-DATE = WS-RESEND-DATE
                           MOVE WS-OUT-USED-COUNT TO WS-OUT-FOUND-SUB
                       END-IF
                   ELSE
                       DISPLAY "OUTSTANDING TABLE FULL, ENTRY "
                           "DROPPED FOR " OE-BUSINESS-DATE
                           UPON CONSOLE
                   END-IF
           END-READ.

      *  Archive generations first, then the live history, so the
      *  arrival sequence carried into the sort keeps a rerun's
      *  records behind the original's.
       1000-SELECT-DATE-HISTORY.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           PERFORM 1100-SCAN-ONE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE.
           CLOSE HISTORY-ARCHIVE-FILE.
           OPEN INPUT HISTORY-FILE.
           PERFORM 1200-SCAN-ONE-LIVE-RECORD
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.

       1100-SCAN-ONE-ARCHIVE-RECORD.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   MOVE HISTORY-ARCHIVE-RECORD TO HISTORY-RECORD
                   IF HS-BUSINESS-DATE = WS-RESEND-DATE
                       PERFORM 1300-RELEASE-HISTORY-RECORD
                   END-IF
           END-READ.

       1200-SCAN-ONE-LIVE-RECORD.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-READ-COUNT
                   IF HS-BUSINESS-DATE = WS-RESEND-DATE
                       PERFORM 1300-RELEASE-HISTORY-RECORD
                   END-IF
           END-READ.

       1300-RELEASE-HISTORY-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD 1 TO WS-SEQUENCE-NBR.
           MOVE HS-ACCOUNT-NUMBER TO SW-ACCOUNT-NUMBER.
           MOVE WS-SEQUENCE-NBR TO SW-SEQUENCE-NBR.
           MOVE HS-CATEGORY-CODE TO SW-CATEGORY-CODE.
           MOVE HS-ACCOUNT-STATUS TO SW-ACCOUNT-STATUS.
           RELEASE SW-SORT-RECORD.

       2000-REBUILD-EXTRACT.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN OUTPUT RESEND-EXTRACT-FILE.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "H" TO EX-RECORD-TYPE.
           MOVE WS-RESEND-DATE TO EX-HDR-BUSINESS-DATE.
           WRITE EXTRACT-RECORD.
           PERFORM 2850-READ-MASTER.
           PERFORM 2900-RETURN-SORTED-RECORD.
           PERFORM 2100-PROCESS-ONE-RECORD
               UNTIL END-OF-SORTED-HISTORY.
           IF GROUP-HELD
               PERFORM 2150-PROCESS-HELD-GROUP
           END-IF.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "T" TO EX-RECORD-TYPE.
           MOVE WS-EXTRACT-COUNT TO EX-TRL-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH-TOTAL TO EX-TRL-HASH-TOTAL.
           WRITE EXTRACT-RECORD.
           CLOSE RESEND-EXTRACT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.

       2100-PROCESS-ONE-RECORD.
           IF GROUP-HELD
               AND SW-ACCOUNT-NUMBER = WS-HOLD-ACCOUNT
               ADD 1 TO WS-SUPERSEDED-COUNT
           ELSE
               IF GROUP-HELD
                   PERFORM 2150-PROCESS-HELD-GROUP
               END-IF
               MOVE SW-ACCOUNT-NUMBER TO WS-HOLD-ACCOUNT
               SET GROUP-HELD TO TRUE
           END-IF.
           MOVE SW-CATEGORY-CODE TO WS-HOLD-CATEGORY-CODE.
           MOVE SW-ACCOUNT-STATUS TO WS-HOLD-ACCOUNT-STATUS.
           PERFORM 2900-RETURN-SORTED-RECORD.

       2150-PROCESS-HELD-GROUP.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF HOLD-STATUS-NOT-RECORDED
               PERFORM 2200-INFER-STATUS-FROM-MASTER
           END-IF.
           IF HOLD-ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "D" TO EX-RECORD-TYPE
               MOVE WS-HOLD-ACCOUNT TO EX-DTL-ACCOUNT-NUMBER
               MOVE WS-HOLD-CATEGORY-CODE TO EX-DTL-CATEGORY-CODE
               MOVE WS-RESEND-DATE TO EX-DTL-BUSINESS-DATE
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
               COMPUTE WS-EXTRACT-HASH-TOTAL = FUNCTION MOD(
                   WS-EXTRACT-HASH-TOTAL + WS-HOLD-ACCOUNT
                   10000000000000)
           END-IF.
           MOVE "N" TO WS-HOLD-SWITCH.

      *  Only older history needs this.  The account counts as closed
      *  that night if the master has it closed on or before the
      *  date (or closed with no date, as records older than
      *  AM-CLOSED-DATE are), or if it is no longer on the master at
      *  all, since ACCTARCH only moves accounts long closed.
       2200-INFER-STATUS-FROM-MASTER.
           ADD 1 TO WS-INFERRED-COUNT.
           MOVE WS-HOLD-ACCOUNT TO WS-HOLD-KEY.
           PERFORM 2850-READ-MASTER
               UNTIL WS-MASTER-KEY >= WS-HOLD-KEY.
           MOVE "O" TO WS-HOLD-ACCOUNT-STATUS.
           IF WS-MASTER-KEY NOT = WS-HOLD-KEY
               MOVE "C" TO WS-HOLD-ACCOUNT-STATUS
           ELSE IF AM-ACCOUNT-CLOSED
               IF AM-CLOSED-DATE IS NOT NUMERIC
                   OR AM-CLOSED-DATE NOT > WS-RESEND-DATE
                   MOVE "C" TO WS-HOLD-ACCOUNT-STATUS
               END-IF
           END-IF.

       2850-READ-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE AM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-READ.

       2900-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORTED-HISTORY TO TRUE
           END-RETURN.

       3000-VERIFY-AGAINST-OUTSTANDING.
           IF WS-OUT-FOUND-SUB = ZERO
               SET RESEND-NOT-OUTSTANDING TO TRUE
           ELSE
               MOVE WS-OUT-RECORD-IMAGE(WS-OUT-FOUND-SUB)
                   TO OUTSTANDING-EXTRACT-RECORD
               IF OE-RECORD-COUNT NOT = WS-EXTRACT-COUNT
                   OR OE-HASH-TOTAL NOT = WS-EXTRACT-HASH-TOTAL
                   SET RESEND-DOES-NOT-TIE TO TRUE
               ELSE
                   PERFORM 3100-STAMP-RESEND
               END-IF
           END-IF.

       3100-STAMP-RESEND.
           MOVE WS-TODAY-DATE TO OE-RESEND-DATE.
           IF OE-RESEND-COUNT IS NOT NUMERIC
               MOVE ZERO TO OE-RESEND-COUNT
           END-IF.
           IF OE-RESEND-COUNT < 999
               ADD 1 TO OE-RESEND-COUNT
           END-IF.
           MOVE OUTSTANDING-EXTRACT-RECORD
               TO WS-OUT-RECORD-IMAGE(WS-OUT-FOUND-SUB).

       4000-WRITE-NEW-OUTSTANDING.
           OPEN OUTPUT NEW-OUTSTANDING-FILE.
           MOVE ZERO TO WS-OUT-SUB.
           PERFORM 4100-WRITE-ONE-OUTSTANDING
               UNTIL WS-OUT-SUB >= WS-OUT-USED-COUNT.
           CLOSE NEW-OUTSTANDING-FILE.

       4100-WRITE-ONE-OUTSTANDING.
           ADD 1 TO WS-OUT-SUB.
           WRITE NEW-OUTSTANDING-RECORD
               FROM WS-OUT-RECORD-IMAGE(WS-OUT-SUB).

       8000-WRITE-REGISTER-SUMMARY.
           MOVE "HISTORY READ FROM ARCHIVE" TO WS-SUMMARY-LABEL.
           MOVE WS-ARCHIVE-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "HISTORY READ FROM LIVE FILE" TO WS-SUMMARY-LABEL.
           MOVE WS-LIVE-READ-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "HISTORY RECORDS FOR DATE" TO WS-SUMMARY-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "SUPERSEDED BY A RERUN" TO WS-SUMMARY-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACCOUNTS CLASSIFIED" TO WS-SUMMARY-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CLOSED, NOT EXTRACTED" TO WS-SUMMARY-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "STATUS TAKEN FROM MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-INFERRED-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "DETAILS REBUILT" TO WS-SUMMARY-LABEL.
           MOVE WS-EXTRACT-COUNT TO WS-SUMMARY-COUNT.
           WRITE RS-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO RS-REPORT-LINE.
           WRITE RS-REPORT-LINE.
           IF RESEND-NOT-OUTSTANDING
               MOVE "DATE IS NOT ON THE OUTSTANDING MASTER, NOT SENT"
                   TO RS-REPORT-LINE
               WRITE RS-REPORT-LINE
           ELSE
               MOVE OE-RECORD-COUNT TO WS-CMP-OWED-COUNT
               MOVE WS-EXTRACT-COUNT TO WS-CMP-REBUILT-COUNT
               WRITE RS-REPORT-LINE FROM WS-COMPARE-COUNT-LINE
               MOVE OE-HASH-TOTAL TO WS-CMP-OWED-HASH
               MOVE WS-EXTRACT-HASH-TOTAL TO WS-CMP-REBUILT-HASH
               WRITE RS-REPORT-LINE FROM WS-COMPARE-HASH-LINE
               IF RESEND-DOES-NOT-TIE
                   MOVE "REBUILD DOES NOT TIE TO EXTRACT OWED, NOT SENT"
                       TO RS-REPORT-LINE
                   WRITE RS-REPORT-LINE
               ELSE
                   MOVE OE-SENT-DATE TO WS-STAMP-SENT-DATE
                   MOVE OE-RESEND-DATE TO WS-STAMP-RESEND-DATE
                   MOVE OE-RESEND-COUNT TO WS-STAMP-RESEND-COUNT
                   WRITE RS-REPORT-LINE FROM WS-STAMP-LINE
                   MOVE "REBUILD TIES TO EXTRACT OWED, RELEASED"
                       TO RS-REPORT-LINE
                   WRITE RS-REPORT-LINE
               END-IF
           END-IF.
           DISPLAY "HISTORY FOR DATE:  " WS-SELECTED-COUNT
               UPON CONSOLE.
           DISPLAY "DETAILS REBUILT:   " WS-EXTRACT-COUNT
               UPON CONSOLE.
           DISPLAY "HASH TOTAL:        " WS-EXTRACT-HASH-TOTAL
               UPON CONSOLE.

       9000-TERMINATE.
           CLOSE RESEND-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-RESEND-DATE TO AT-BUSINESS-DATE.
           MOVE "FBRESEND" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-SELECTED-COUNT TO AT-RECORDS-READ.
           MOVE WS-EXTRACT-COUNT TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           MOVE ZERO TO AT-REJECT-COUNT.
           EVALUATE TRUE
             WHEN RESEND-NOT-OUTSTANDING
                 MOVE "REFUSED " TO AT-RUN-STATUS
             WHEN RESEND-DOES-NOT-TIE
                 MOVE "RECONFL " TO AT-RUN-STATUS
             WHEN OTHER
                 MOVE "COMPLETE" TO AT-RUN-STATUS
           END-EVALUATE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-FILE.
       END PROGRAM FBRESEND.
