       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBFEECAL.
      *****************************************************************
      *  Routing fee calculation and GL journal.  Runs after FBSTEP
      *  each night, once the rest of the stream has gone clean, and
      *  prices every classified account on tonight's FBEXTRCT at
      *  the rate Finance has in force for its category on the fee
      *  schedule (see FBFEESCH.CPY) -- the latest effective date on
      *  or before tonight, a branch's own rate replacing the
      *  default where one is on file.  The account master drives
      *  the pass with the extract riding along (both ascend on
      *  account number), so the branch is there to debit and the
      *  closed accounts FIZZBUZZ leaves off the extract are seen;
      *  the override master rides along for the pins.  The FEECTL
      *  card carries Finance's rules: the GL account the branch
      *  debits post to, whether a pinned account is charged at its
      *  pinned category or waived, and whether a closed account is
      *  left alone or charged the flat CLS fee.  The fees are
      *  written to the GL journal (see FBGLJRNL.CPY), one debit per
      *  branch and one credit per category revenue account, with a
      *  header and a count/total trailer the way FBEXTRCT carries
      *  one.  A journal whose debits and credits differ is not
      *  written at all: the register says so and the step ends
      *  RC 16.  The register prints the fees by category and by
      *  branch and ties the extract back to the FBREPORT category
      *  counts FIZZBUZZ left on the audit trail -- every account
      *  FBREPORT counted is either on the extract or closed on the
      *  master -- and checks the extract's own header and trailer.
      *  An account that could not be priced, or a tie that fails,
      *  stamps the register NOT COMPLETE, the audit record RECONFL,
      *  and ends the step RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "FBEXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEE-CONTROL-FILE ASSIGN TO "FEECTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-REFERENCE-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEE-REPORT-FILE ASSIGN TO "FEERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY FBEXTREC.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
       FD  OVERRIDE-MASTER-FILE.
       COPY FBOVRREC.
       FD  FEE-SCHEDULE-FILE.
       COPY FBFEESCH.
       FD  FEE-CONTROL-FILE.
       01  FC-CONTROL-CARD.
           05  FC-DEBIT-GL-ACCOUNT         PIC X(10).
           05  FC-OVERRIDE-RULE            PIC X(1).
           05  FC-CLOSED-RULE              PIC X(1).
       FD  BRANCH-REFERENCE-FILE.
       COPY BRNCHREC.
       FD  GL-JOURNAL-FILE.
       COPY FBGLJRNL.
       FD  FEE-REPORT-FILE.
       01  FE-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-DEBIT-GL-ACCOUNT         PIC X(10) VALUE "6150000000".
       01  WS-OVERRIDE-RULE            PIC X VALUE "F".
           88  OVERRIDE-CHARGE-PINNED      VALUE "F".
           88  OVERRIDE-WAIVED             VALUE "W".
       01  WS-CLOSED-RULE              PIC X VALUE "W".
           88  CLOSED-WAIVED               VALUE "W".
           88  CLOSED-CHARGE-FLAT          VALUE "F".
       01  WS-EXTRACT-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-EXTRACT              VALUE "Y".
       01  WS-EXTRACT-DETAIL-SWITCH    PIC X VALUE "N".
           88  EXTRACT-DETAIL-HELD         VALUE "Y".
       01  WS-EXTRACT-HEADER-SWITCH    PIC X VALUE "N".
           88  EXTRACT-HEADER-FOUND        VALUE "Y".
       01  WS-EXTRACT-TRAILER-SWITCH   PIC X VALUE "N".
           88  EXTRACT-TRAILER-FOUND       VALUE "Y".
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-MASTER-USABLE-SWITCH     PIC X VALUE "N".
           88  MASTER-USABLE               VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDE             VALUE "Y".
       01  WS-SCHEDULE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SCHEDULE             VALUE "Y".
       01  WS-BRANCH-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-BRANCH-REFERENCE     VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".
       01  WS-FBREPORT-SWITCH          PIC X VALUE "N".
           88  FBREPORT-COUNTS-FOUND       VALUE "Y".
       01  WS-PINNED-SWITCH            PIC X VALUE "N".
           88  ACCOUNT-PINNED              VALUE "Y".
       01  WS-RATE-SWITCH              PIC X VALUE "N".
           88  RATE-FOUND                  VALUE "Y".
       01  WS-TIE-SWITCH               PIC X VALUE "Y".
           88  REGISTER-TIES               VALUE "Y".
           88  REGISTER-FAILS              VALUE "N".
       01  WS-BALANCE-SWITCH           PIC X VALUE "Y".
           88  JOURNAL-BALANCED            VALUE "Y".
           88  JOURNAL-UNBALANCED          VALUE "N".
       01  WS-MASTER-KEY               PIC X(9).
       01  WS-EXTRACT-KEY              PIC X(9).
       01  WS-EXTRACT-ACCOUNT          PIC 9(9).
       01  WS-EXTRACT-CATEGORY-SUB     PIC 9(2).
       01  WS-EXTRACT-HDR-DATE         PIC X(8).
       01  WS-EXTRACT-TRL-COUNT        PIC 9(9).
       01  WS-EXTRACT-TRL-HASH         PIC 9(13).
       01  WS-EXTRACT-HASH-TOTAL       PIC 9(13) VALUE ZERO.
       01  WS-EXTRACT-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-MASTER-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-PINNED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-PRICED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-UNPRICED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PRICE-CATEGORY-SUB       PIC 9(2).
       01  WS-PRICE-BRANCH             PIC X(3).
       01  WS-PRICE-RATE               PIC 9(5)V99.
       01  WS-PRICE-GL-ACCOUNT         PIC X(10).
       01  WS-EXCEPTION-TEXT           PIC X(44).
       01  WS-DEFAULT-SUB              PIC 9(3).
       01  WS-BRANCH-RATE-SUB          PIC 9(3).
       01  WS-DEBIT-TOTAL              PIC 9(15)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL             PIC 9(15)V99 VALUE ZERO.
       01  WS-JOURNAL-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-DEBIT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-JOURNAL-CREDIT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-NOT-EXTRACTED-COUNT      PIC 9(9).
       01  WS-NOT-EXTRACTED-TOTAL      PIC 9(9) VALUE ZERO.
       01  WS-FBREPORT-TOTAL           PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-CATEGORY-TOTAL   PIC 9(9) VALUE ZERO.
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                      PIC X(12) VALUE "FIZZ".
           05  FILLER                      PIC X(12) VALUE "BUZZ".
           05  FILLER                      PIC X(12) VALUE "BAZZ".
           05  FILLER                      PIC X(12) VALUE "FIZZBUZZ".
           05  FILLER                      PIC X(12) VALUE "FIZZBAZZ".
           05  FILLER                      PIC X(12) VALUE "BUZZBAZZ".
           05  FILLER                  PIC X(12) VALUE "FIZZBUZZBAZZ".
           05  FILLER                  PIC X(12) VALUE "PLAIN NUMBER".
           05  FILLER                  PIC X(12) VALUE "CLOSED FLAT".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME            PIC X(12) OCCURS 9 TIMES.
       01  WS-CATEGORY-CODE-VALUES.
           05  FILLER                      PIC X(3) VALUE "FIZ".
           05  FILLER                      PIC X(3) VALUE "BUZ".
           05  FILLER                      PIC X(3) VALUE "BAZ".
           05  FILLER                      PIC X(3) VALUE "FBU".
           05  FILLER                      PIC X(3) VALUE "FBA".
           05  FILLER                      PIC X(3) VALUE "BBA".
           05  FILLER                      PIC X(3) VALUE "FBB".
           05  FILLER                      PIC X(3) VALUE "PLN".
           05  FILLER                      PIC X(3) VALUE "CLS".
       01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODE-VALUES.
           05  WS-CATEGORY-CODE            PIC X(3) OCCURS 9 TIMES.
       01  WS-CATEGORY-FEE-AREA.
           05  WS-CAT-FEE-ENTRY OCCURS 9 TIMES.
               10  WS-CAT-FBREPORT-COUNT       PIC 9(9).
               10  WS-CAT-EXTRACT-COUNT        PIC 9(9).
               10  WS-CAT-PRICED-COUNT         PIC 9(9).
               10  WS-CAT-WAIVED-COUNT         PIC 9(9).
               10  WS-CAT-FEE-TOTAL            PIC 9(13)V99.
               10  WS-CAT-GL-ACCOUNT           PIC X(10).
       01  WS-CAT-SUB                  PIC 9(2).
       01  WS-SCHEDULE-TABLE-AREA.
           05  WS-SCHED-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-SCHED-ENTRY OCCURS 500 TIMES.
               10  WS-SCHED-CATEGORY-SUB       PIC 9(2).
               10  WS-SCHED-BRANCH             PIC X(3).
               10  WS-SCHED-EFFECTIVE-DATE     PIC X(8).
               10  WS-SCHED-RATE               PIC 9(5)V99.
               10  WS-SCHED-GL-ACCOUNT         PIC X(10).
       01  WS-SCHED-SUB                PIC 9(3).
       01  WS-BRANCH-FEE-AREA.
           05  WS-BRANCH-USED-COUNT        PIC 9(3) VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BR-CODE                  PIC X(3).
               10  WS-BR-FEE-COUNT             PIC 9(9).
               10  WS-BR-FEE-TOTAL             PIC 9(13)V99.
       01  WS-BR-SUB                   PIC 9(3).
       01  WS-BR-FOUND-SUB             PIC 9(3).
       01  WS-BRREF-TABLE-AREA.
           05  WS-BRREF-USED-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-BRREF-ENTRY OCCURS 500 TIMES.
               10  WS-BRREF-CODE               PIC X(3).
               10  WS-BRREF-NAME               PIC X(20).
       01  WS-BRREF-SUB                PIC 9(3).
       01  WS-BRREF-FOUND-SUB          PIC 9(3).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(25)
               VALUE "ROUTING FEE REGISTER FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-RULE-LINE.
           05  WS-RULE-LABEL               PIC X(20).
           05  WS-RULE-TEXT                PIC X(50).
       01  WS-EXCEPTION-LINE.
           05  WS-EXC-ACCOUNT              PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EXC-TEXT                 PIC X(44).
       01  WS-FEE-COLUMN-LINE.
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE "      PRICED".
           05  FILLER                      PIC X(12)
               VALUE "      WAIVED".
           05  FILLER                      PIC X(22)
               VALUE "             FEE TOTAL".
       01  WS-FEE-DETAIL-LINE.
           05  WS-FEE-LABEL                PIC X(20).
           05  WS-FEE-PRICED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-FEE-WAIVED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-FEE-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TIE-COLUMN-LINE.
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE "    FBREPORT".
           05  FILLER                      PIC X(12)
               VALUE "     EXTRACT".
           05  FILLER                      PIC X(12)
               VALUE "  NOT EXTR'D".
       01  WS-TIE-DETAIL-LINE.
           05  WS-TIE-LABEL                PIC X(20).
           05  WS-TIE-FBREPORT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TIE-EXTRACT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TIE-NOT-EXTRACTED        PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONTROL-LINE.
           05  WS-CTL-LABEL                PIC X(24).
           05  WS-CTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-CTL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-PROCESS-ONE-KEY
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                   AND WS-EXTRACT-KEY = HIGH-VALUES.
           PERFORM 7000-CHECK-EXTRACT-CONTROLS.
           PERFORM 7200-CHECK-FBREPORT-TIE.
           PERFORM 7500-CHECK-JOURNAL-BALANCE.
           PERFORM 8000-WRITE-JOURNAL.
           PERFORM 8500-WRITE-REGISTER-SECTIONS.
           PERFORM 9000-TERMINATE.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           IF JOURNAL-UNBALANCED
               MOVE 16 TO RETURN-CODE
           ELSE IF REGISTER-FAILS
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           PERFORM 0200-READ-CONTROL-CARD.
           PERFORM 0250-CLEAR-CATEGORY-TABLE.
           PERFORM 0300-LOAD-FEE-SCHEDULE.
           PERFORM 0400-LOAD-BRANCH-REFERENCE.
           PERFORM 0500-FIND-FBREPORT-COUNTS.
           OPEN INPUT EXTRACT-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT OVERRIDE-MASTER-FILE.
           OPEN OUTPUT FEE-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-HEADER-DATE.
           WRITE FE-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           PERFORM 0600-WRITE-RULE-LINES.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE "EXCEPTIONS" TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           PERFORM 1800-READ-EXTRACT-DETAIL.
           PERFORM 1850-READ-USABLE-MASTER.

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
           OPEN INPUT FEE-CONTROL-FILE.
           READ FEE-CONTROL-FILE
               AT END
                   DISPLAY "FEECTL NOT FOUND, USING DEFAULT RULES"
                       UPON CONSOLE
               NOT AT END
                   PERFORM 0210-VALIDATE-CONTROL-CARD
           END-READ.
           CLOSE FEE-CONTROL-FILE.

       0210-VALIDATE-CONTROL-CARD.
           IF FC-DEBIT-GL-ACCOUNT NOT = SPACES
               MOVE FC-DEBIT-GL-ACCOUNT TO WS-DEBIT-GL-ACCOUNT
           ELSE
               DISPLAY "FEECTL DEBIT ACCOUNT BLANK, USING DEFAULT"
                   UPON CONSOLE
           END-IF.
           IF FC-OVERRIDE-RULE = "F" OR FC-OVERRIDE-RULE = "W"
               MOVE FC-OVERRIDE-RULE TO WS-OVERRIDE-RULE
           ELSE
               DISPLAY "FEECTL OVERRIDE RULE INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.
           IF FC-CLOSED-RULE = "F" OR FC-CLOSED-RULE = "W"
               MOVE FC-CLOSED-RULE TO WS-CLOSED-RULE
           ELSE
               DISPLAY "FEECTL CLOSED RULE INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.

       0250-CLEAR-CATEGORY-TABLE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 0260-CLEAR-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 9.

       0260-CLEAR-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-CAT-FBREPORT-COUNT(WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-EXTRACT-COUNT(WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-PRICED-COUNT(WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-WAIVED-COUNT(WS-CAT-SUB).
           MOVE ZERO TO WS-CAT-FEE-TOTAL(WS-CAT-SUB).
           MOVE SPACES TO WS-CAT-GL-ACCOUNT(WS-CAT-SUB).

       0300-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           PERFORM 0350-LOAD-ONE-SCHEDULE-ENTRY
               UNTIL END-OF-SCHEDULE.
           CLOSE FEE-SCHEDULE-FILE.
           IF WS-SCHED-USED-COUNT = ZERO
               DISPLAY "FEESCHED EMPTY OR NOT FOUND, NO ACCOUNT CAN "
                   "BE PRICED" UPON CONSOLE
           END-IF.

      *  A default entry with no revenue account is no use to the
      *  journal, so it is dropped with the rest of the unusable
      *  entries rather than priced and left unposted.
       0350-LOAD-ONE-SCHEDULE-ENTRY.
           READ FEE-SCHEDULE-FILE
               AT END
                   SET END-OF-SCHEDULE TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-EXTRACT-CATEGORY-SUB
                   MOVE ZERO TO WS-CAT-SUB
                   PERFORM 0360-MATCH-SCHEDULE-CATEGORY
                       UNTIL WS-EXTRACT-CATEGORY-SUB > ZERO
                           OR WS-CAT-SUB >= 9
                   IF WS-EXTRACT-CATEGORY-SUB = ZERO
                       OR FS-EFFECTIVE-DATE IS NOT NUMERIC
                       OR FS-FEE-RATE IS NOT NUMERIC
                       OR (FS-BRANCH-CODE = SPACES
                           AND FS-GL-ACCOUNT = SPACES)
                       DISPLAY "FEESCHED ENTRY UNUSABLE, DROPPED "
                           "FOR " FS-CATEGORY-CODE " "
                           FS-BRANCH-CODE " " FS-EFFECTIVE-DATE
                           UPON CONSOLE
                   ELSE IF WS-SCHED-USED-COUNT < 500
                       ADD 1 TO WS-SCHED-USED-COUNT
                       MOVE WS-EXTRACT-CATEGORY-SUB
                           TO WS-SCHED-CATEGORY-SUB
                           (WS-SCHED-USED-COUNT)
                       MOVE FS-BRANCH-CODE
                           TO WS-SCHED-BRANCH(WS-SCHED-USED-COUNT)
                       MOVE FS-EFFECTIVE-DATE
                           TO WS-SCHED-EFFECTIVE-DATE
                           (WS-SCHED-USED-COUNT)
                       MOVE FS-FEE-RATE
                           TO WS-SCHED-RATE(WS-SCHED-USED-COUNT)
                       MOVE FS-GL-ACCOUNT
                           TO WS-SCHED-GL-ACCOUNT(WS-SCHED-USED-COUNT)
                   ELSE
                       DISPLAY "FEE SCHEDULE TABLE FULL, ENTRY "
                           "DROPPED FOR " FS-CATEGORY-CODE " "
                           FS-BRANCH-CODE UPON CONSOLE
                   END-IF
           END-READ.

       0360-MATCH-SCHEDULE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CATEGORY-CODE(WS-CAT-SUB) = FS-CATEGORY-CODE
               MOVE WS-CAT-SUB TO WS-EXTRACT-CATEGORY-SUB
           END-IF.

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

      *  The FBREPORT category counts are the ones FIZZBUZZ wrote to
      *  the audit trail for tonight; the last record for the date
      *  wins, so a FORCE rerun's counts replace the first run's.
       0500-FIND-FBREPORT-COUNTS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG OPEN FAILED, STATUS="
                   WS-AUDIT-STATUS UPON CONSOLE
           ELSE
               PERFORM 0550-CHECK-ONE-AUDIT-RECORD
                   UNTIL END-OF-AUDIT
               CLOSE AUDIT-FILE
           END-IF.

       0550-CHECK-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AT-PROGRAM-ID = "FIZZBUZZ"
                       AND AT-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND AT-RUN-STATUS NOT = "WARNING "
                       SET FBREPORT-COUNTS-FOUND TO TRUE
                       MOVE AT-FIZZ-COUNT TO WS-CAT-FBREPORT-COUNT(1)
                       MOVE AT-BUZZ-COUNT TO WS-CAT-FBREPORT-COUNT(2)
                       MOVE AT-BAZZ-COUNT TO WS-CAT-FBREPORT-COUNT(3)
                       MOVE AT-FIZZBUZZ-COUNT
                           TO WS-CAT-FBREPORT-COUNT(4)
                       MOVE AT-FIZZBAZZ-COUNT
                           TO WS-CAT-FBREPORT-COUNT(5)
                       MOVE AT-BUZZBAZZ-COUNT
                           TO WS-CAT-FBREPORT-COUNT(6)
                       MOVE AT-FIZZBUZZBAZZ-COUNT
                           TO WS-CAT-FBREPORT-COUNT(7)
                       MOVE AT-PLAIN-COUNT TO WS-CAT-FBREPORT-COUNT(8)
                   END-IF
           END-READ.

       0600-WRITE-RULE-LINES.
           MOVE SPACES TO WS-RULE-LINE.
           MOVE "DEBIT GL ACCOUNT" TO WS-RULE-LABEL.
           MOVE WS-DEBIT-GL-ACCOUNT TO WS-RULE-TEXT.
           WRITE FE-REPORT-LINE FROM WS-RULE-LINE.
           MOVE "PINNED ACCOUNTS" TO WS-RULE-LABEL.
           IF OVERRIDE-WAIVED
               MOVE "WAIVED" TO WS-RULE-TEXT
           ELSE
               MOVE "CHARGED AT PINNED CATEGORY RATE" TO WS-RULE-TEXT
           END-IF.
           WRITE FE-REPORT-LINE FROM WS-RULE-LINE.
           MOVE "CLOSED ACCOUNTS" TO WS-RULE-LABEL.
           IF CLOSED-CHARGE-FLAT
               MOVE "CHARGED THE FLAT CLS RATE" TO WS-RULE-TEXT
           ELSE
               MOVE "NOT CHARGED" TO WS-RULE-TEXT
           END-IF.
           WRITE FE-REPORT-LINE FROM WS-RULE-LINE.

      *  The master drives; the extract rides along.  An open account
      *  is expected on the extract and a closed one is not, so
      *  either stream running ahead of the other is an exception.
       1000-PROCESS-ONE-KEY.
           EVALUATE TRUE
             WHEN WS-MASTER-KEY = WS-EXTRACT-KEY
                 PERFORM 2000-PRICE-EXTRACT-ACCOUNT
                 PERFORM 1800-READ-EXTRACT-DETAIL
                 PERFORM 1850-READ-USABLE-MASTER
             WHEN WS-MASTER-KEY < WS-EXTRACT-KEY
                 PERFORM 3000-CHECK-UNEXTRACTED-MASTER
                 PERFORM 1850-READ-USABLE-MASTER
             WHEN OTHER
                 PERFORM 3500-REPORT-EXTRACT-ONLY
                 PERFORM 1800-READ-EXTRACT-DETAIL
           END-EVALUATE.

       1800-READ-EXTRACT-DETAIL.
           MOVE "N" TO WS-EXTRACT-DETAIL-SWITCH.
           PERFORM 1810-READ-ONE-EXTRACT-RECORD
               UNTIL EXTRACT-DETAIL-HELD OR END-OF-EXTRACT.
           IF NOT EXTRACT-DETAIL-HELD
               MOVE HIGH-VALUES TO WS-EXTRACT-KEY
           END-IF.

       1810-READ-ONE-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET END-OF-EXTRACT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                     WHEN EX-HEADER-RECORD
                         SET EXTRACT-HEADER-FOUND TO TRUE
                         MOVE EX-HDR-BUSINESS-DATE
                             TO WS-EXTRACT-HDR-DATE
                     WHEN EX-TRAILER-RECORD
                         SET EXTRACT-TRAILER-FOUND TO TRUE
                         MOVE EX-TRL-RECORD-COUNT
                             TO WS-EXTRACT-TRL-COUNT
                         MOVE EX-TRL-HASH-TOTAL
                             TO WS-EXTRACT-TRL-HASH
                     WHEN EX-DETAIL-RECORD
                         SET EXTRACT-DETAIL-HELD TO TRUE
                         ADD 1 TO WS-EXTRACT-DETAIL-COUNT
                         MOVE EX-DTL-ACCOUNT-NUMBER
                             TO WS-EXTRACT-ACCOUNT
                         MOVE EX-DTL-ACCOUNT-NUMBER
                             TO WS-EXTRACT-KEY
                         COMPUTE WS-EXTRACT-HASH-TOTAL = FUNCTION MOD(
                             WS-EXTRACT-HASH-TOTAL + WS-EXTRACT-ACCOUNT
                             10000000000000)
                         PERFORM 1820-DECODE-CATEGORY
                   END-EVALUATE
           END-READ.

       1820-DECODE-CATEGORY.
           MOVE ZERO TO WS-EXTRACT-CATEGORY-SUB.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 1830-MATCH-ONE-CATEGORY-CODE
               UNTIL WS-EXTRACT-CATEGORY-SUB > ZERO
                   OR WS-CAT-SUB >= 8.

       1830-MATCH-ONE-CATEGORY-CODE.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CATEGORY-CODE(WS-CAT-SUB) = EX-DTL-CATEGORY-CODE
               MOVE WS-CAT-SUB TO WS-EXTRACT-CATEGORY-SUB
           END-IF.

      *  Master records FIZZBUZZ rejects (blank, non-numeric, or zero
      *  account numbers) were never classified, so they are skipped
      *  here the same way.
       1850-READ-USABLE-MASTER.
           MOVE "N" TO WS-MASTER-USABLE-SWITCH.
           PERFORM 1860-READ-ONE-MASTER-RECORD
               UNTIL MASTER-USABLE OR END-OF-MASTER.
           IF MASTER-USABLE
               MOVE AM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-MASTER-KEY
           END-IF.

       1860-READ-ONE-MASTER-RECORD.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF AM-ACCOUNT-NUMBER IS NUMERIC
                       AND AM-ACCOUNT-NUMBER NOT = "000000000"
                       SET MASTER-USABLE TO TRUE
                   END-IF
           END-READ.

       1880-READ-OVERRIDE.
           READ OVERRIDE-MASTER-FILE
               AT END SET END-OF-OVERRIDE TO TRUE
           END-READ.

      *  A pin counts for as long as FIZZBUZZ honors it, through its
      *  expiry date.
       1900-CHECK-OVERRIDE.
           MOVE "N" TO WS-PINNED-SWITCH.
           PERFORM 1880-READ-OVERRIDE
               UNTIL END-OF-OVERRIDE
                   OR OV-ACCOUNT-NUMBER >= WS-MASTER-KEY.
           IF NOT END-OF-OVERRIDE
               AND OV-ACCOUNT-NUMBER = WS-MASTER-KEY
               AND OV-EXPIRY-DATE NOT < WS-BUSINESS-DATE
               SET ACCOUNT-PINNED TO TRUE
           END-IF.

       2000-PRICE-EXTRACT-ACCOUNT.
           IF WS-EXTRACT-CATEGORY-SUB = ZERO
               MOVE "UNKNOWN CATEGORY CODE ON EXTRACT"
                   TO WS-EXCEPTION-TEXT
               PERFORM 4000-WRITE-UNPRICED-EXCEPTION
           ELSE
               ADD 1 TO WS-CAT-EXTRACT-COUNT(WS-EXTRACT-CATEGORY-SUB)
               PERFORM 1900-CHECK-OVERRIDE
               IF ACCOUNT-PINNED
                   ADD 1 TO WS-PINNED-COUNT
               END-IF
               IF ACCOUNT-PINNED AND OVERRIDE-WAIVED
                   ADD 1 TO WS-CAT-WAIVED-COUNT
                       (WS-EXTRACT-CATEGORY-SUB)
               ELSE
                   MOVE WS-EXTRACT-CATEGORY-SUB
                       TO WS-PRICE-CATEGORY-SUB
                   MOVE AM-BRANCH-CODE TO WS-PRICE-BRANCH
                   PERFORM 5000-FIND-RATE
                   IF RATE-FOUND
                       PERFORM 5500-POST-FEE
                   ELSE
                       MOVE "NO FEE RATE IN FORCE FOR CATEGORY"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 4000-WRITE-UNPRICED-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       3000-CHECK-UNEXTRACTED-MASTER.
           IF AM-ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               IF CLOSED-CHARGE-FLAT
                   MOVE 9 TO WS-PRICE-CATEGORY-SUB
                   MOVE AM-BRANCH-CODE TO WS-PRICE-BRANCH
                   PERFORM 5000-FIND-RATE
                   IF RATE-FOUND
                       PERFORM 5500-POST-FEE
                   ELSE
                       MOVE "CLOSED, NO CLS RATE IN FORCE"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 4000-WRITE-UNPRICED-EXCEPTION
                   END-IF
               END-IF
           ELSE
               SET REGISTER-FAILS TO TRUE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE WS-MASTER-KEY TO WS-EXC-ACCOUNT
               MOVE "OPEN ON MASTER, NOT ON EXTRACT" TO WS-EXC-TEXT
               WRITE FE-REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF.

       3500-REPORT-EXTRACT-ONLY.
           IF WS-EXTRACT-CATEGORY-SUB > ZERO
               ADD 1 TO WS-CAT-EXTRACT-COUNT(WS-EXTRACT-CATEGORY-SUB)
           END-IF.
           MOVE WS-EXTRACT-KEY TO WS-MASTER-KEY.
           MOVE "ON EXTRACT, NOT ON MASTER, NO BRANCH TO DEBIT"
               TO WS-EXCEPTION-TEXT.
           PERFORM 4000-WRITE-UNPRICED-EXCEPTION.
           MOVE HIGH-VALUES TO WS-MASTER-KEY.
           IF MASTER-USABLE
               MOVE AM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-IF.

       4000-WRITE-UNPRICED-EXCEPTION.
           SET REGISTER-FAILS TO TRUE.
           ADD 1 TO WS-UNPRICED-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE WS-MASTER-KEY TO WS-EXC-ACCOUNT.
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT.
           WRITE FE-REPORT-LINE FROM WS-EXCEPTION-LINE.

      *  The rate in force is the latest effective date on or before
      *  tonight -- the branch's own entry if it has one, otherwise
      *  the category default.  The revenue account always comes
      *  from the default entry, so a category with no default in
      *  force cannot be priced even where a branch rate exists.
       5000-FIND-RATE.
           MOVE "N" TO WS-RATE-SWITCH.
           MOVE ZERO TO WS-DEFAULT-SUB.
           MOVE ZERO TO WS-BRANCH-RATE-SUB.
           MOVE ZERO TO WS-SCHED-SUB.
           PERFORM 5100-CHECK-ONE-SCHEDULE-ENTRY
               UNTIL WS-SCHED-SUB >= WS-SCHED-USED-COUNT.
           IF WS-DEFAULT-SUB > ZERO
               SET RATE-FOUND TO TRUE
               MOVE WS-SCHED-GL-ACCOUNT(WS-DEFAULT-SUB)
                   TO WS-PRICE-GL-ACCOUNT
               IF WS-BRANCH-RATE-SUB > ZERO
                   MOVE WS-SCHED-RATE(WS-BRANCH-RATE-SUB)
                       TO WS-PRICE-RATE
               ELSE
                   MOVE WS-SCHED-RATE(WS-DEFAULT-SUB)
                       TO WS-PRICE-RATE
               END-IF
           END-IF.

       5100-CHECK-ONE-SCHEDULE-ENTRY.
           ADD 1 TO WS-SCHED-SUB.
           IF WS-SCHED-CATEGORY-SUB(WS-SCHED-SUB)
                   = WS-PRICE-CATEGORY-SUB
               AND WS-SCHED-EFFECTIVE-DATE(WS-SCHED-SUB)
                   NOT > WS-BUSINESS-DATE
               IF WS-SCHED-BRANCH(WS-SCHED-SUB) = SPACES
                   IF WS-DEFAULT-SUB = ZERO
                       OR WS-SCHED-EFFECTIVE-DATE(WS-SCHED-SUB)
                           NOT < WS-SCHED-EFFECTIVE-DATE
                               (WS-DEFAULT-SUB)
                       MOVE WS-SCHED-SUB TO WS-DEFAULT-SUB
                   END-IF
               ELSE IF WS-SCHED-BRANCH(WS-SCHED-SUB)
                       = WS-PRICE-BRANCH
                   IF WS-BRANCH-RATE-SUB = ZERO
                       OR WS-SCHED-EFFECTIVE-DATE(WS-SCHED-SUB)
                           NOT < WS-SCHED-EFFECTIVE-DATE
                               (WS-BRANCH-RATE-SUB)
                       MOVE WS-SCHED-SUB TO WS-BRANCH-RATE-SUB
                   END-IF
               END-IF
           END-IF.

      *  One fee, posted twice: to its branch's debit and to its
      *  category's credit.  A branch the table has no room for
      *  loses its debit, which is exactly what the balance check
      *  is there to catch.
       5500-POST-FEE.
           ADD 1 TO WS-PRICED-COUNT.
           ADD 1 TO WS-CAT-PRICED-COUNT(WS-PRICE-CATEGORY-SUB).
           ADD WS-PRICE-RATE TO WS-CAT-FEE-TOTAL(WS-PRICE-CATEGORY-SUB).
           MOVE WS-PRICE-GL-ACCOUNT
               TO WS-CAT-GL-ACCOUNT(WS-PRICE-CATEGORY-SUB).
           MOVE ZERO TO WS-BR-FOUND-SUB.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 5600-MATCH-ONE-BRANCH
               UNTIL WS-BR-FOUND-SUB > ZERO
                   OR WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           IF WS-BR-FOUND-SUB = ZERO
               IF WS-BRANCH-USED-COUNT < 500
                   ADD 1 TO WS-BRANCH-USED-COUNT
                   MOVE WS-BRANCH-USED-COUNT TO WS-BR-FOUND-SUB
                   MOVE WS-PRICE-BRANCH TO WS-BR-CODE(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-BR-FEE-COUNT(WS-BR-FOUND-SUB)
                   MOVE ZERO TO WS-BR-FEE-TOTAL(WS-BR-FOUND-SUB)
               ELSE
                   DISPLAY "BRANCH FEE TABLE FULL, DEBIT DROPPED FOR "
                       WS-PRICE-BRANCH UPON CONSOLE
               END-IF
           END-IF.
           IF WS-BR-FOUND-SUB > ZERO
               ADD 1 TO WS-BR-FEE-COUNT(WS-BR-FOUND-SUB)
               ADD WS-PRICE-RATE TO WS-BR-FEE-TOTAL(WS-BR-FOUND-SUB)
           END-IF.

       5600-MATCH-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB.
           IF WS-BR-CODE(WS-BR-SUB) = WS-PRICE-BRANCH
               MOVE WS-BR-SUB TO WS-BR-FOUND-SUB
           END-IF.

       7000-CHECK-EXTRACT-CONTROLS.
           IF NOT EXTRACT-HEADER-FOUND
               SET REGISTER-FAILS TO TRUE
               DISPLAY "FBEXTRCT HEADER MISSING" UPON CONSOLE
           ELSE
               IF WS-EXTRACT-HDR-DATE NOT = WS-BUSINESS-DATE
                   SET REGISTER-FAILS TO TRUE
                   DISPLAY "FBEXTRCT IS FOR " WS-EXTRACT-HDR-DATE
                       " NOT " WS-BUSINESS-DATE UPON CONSOLE
               END-IF
           END-IF.
           IF NOT EXTRACT-TRAILER-FOUND
               SET REGISTER-FAILS TO TRUE
               DISPLAY "FBEXTRCT TRAILER MISSING" UPON CONSOLE
           ELSE
               IF WS-EXTRACT-DETAIL-COUNT NOT = WS-EXTRACT-TRL-COUNT
                   SET REGISTER-FAILS TO TRUE
                   DISPLAY "FBEXTRCT COUNT DOES NOT TIE TO TRAILER"
                       UPON CONSOLE
               END-IF
               IF WS-EXTRACT-HASH-TOTAL NOT = WS-EXTRACT-TRL-HASH
                   SET REGISTER-FAILS TO TRUE
                   DISPLAY "FBEXTRCT HASH DOES NOT TIE TO TRAILER"
                       UPON CONSOLE
               END-IF
           END-IF.

      *  Every account FBREPORT counted in a category is either on
      *  the extract under that category or closed on the master, so
      *  the shortfall across the categories has to come to the
      *  closed count exactly.
       7200-CHECK-FBREPORT-TIE.
           IF NOT FBREPORT-COUNTS-FOUND
               SET REGISTER-FAILS TO TRUE
               DISPLAY "NO FIZZBUZZ AUDIT RECORD FOR "
                   WS-BUSINESS-DATE ", CANNOT TIE TO FBREPORT"
                   UPON CONSOLE
           END-IF.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 7250-TIE-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           IF WS-NOT-EXTRACTED-TOTAL NOT = WS-CLOSED-COUNT
               SET REGISTER-FAILS TO TRUE
               DISPLAY "FBREPORT COUNTS DO NOT TIE TO EXTRACT PLUS "
                   "CLOSED ACCOUNTS" UPON CONSOLE
           END-IF.

       7250-TIE-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           ADD WS-CAT-FBREPORT-COUNT(WS-CAT-SUB) TO WS-FBREPORT-TOTAL.
           ADD WS-CAT-EXTRACT-COUNT(WS-CAT-SUB)
               TO WS-EXTRACT-CATEGORY-TOTAL.
           IF WS-CAT-EXTRACT-COUNT(WS-CAT-SUB)
                   > WS-CAT-FBREPORT-COUNT(WS-CAT-SUB)
               SET REGISTER-FAILS TO TRUE
           ELSE
               COMPUTE WS-NOT-EXTRACTED-COUNT =
                   WS-CAT-FBREPORT-COUNT(WS-CAT-SUB)
                   - WS-CAT-EXTRACT-COUNT(WS-CAT-SUB)
               ADD WS-NOT-EXTRACTED-COUNT TO WS-NOT-EXTRACTED-TOTAL
           END-IF.

       7500-CHECK-JOURNAL-BALANCE.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 7550-ADD-ONE-BRANCH-DEBIT
               UNTIL WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 7560-ADD-ONE-CATEGORY-CREDIT
               UNTIL WS-CAT-SUB >= 9.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               SET JOURNAL-UNBALANCED TO TRUE
               DISPLAY "GL JOURNAL OUT OF BALANCE, NOT WRITTEN"
                   UPON CONSOLE
           END-IF.

       7550-ADD-ONE-BRANCH-DEBIT.
           ADD 1 TO WS-BR-SUB.
           ADD WS-BR-FEE-TOTAL(WS-BR-SUB) TO WS-DEBIT-TOTAL.

       7560-ADD-ONE-CATEGORY-CREDIT.
           ADD 1 TO WS-CAT-SUB.
           ADD WS-CAT-FEE-TOTAL(WS-CAT-SUB) TO WS-CREDIT-TOTAL.

      *  The journal is opened every night so the GL never picks up
      *  yesterday's file, but an unbalanced one is left empty.
       8000-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF JOURNAL-BALANCED
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "H" TO GJ-RECORD-TYPE
               MOVE WS-BUSINESS-DATE TO GJ-HDR-BUSINESS-DATE
               MOVE "FBFEECAL" TO GJ-HDR-SOURCE-ID
               WRITE GL-JOURNAL-RECORD
               MOVE ZERO TO WS-BR-SUB
               PERFORM 8100-WRITE-ONE-DEBIT
                   UNTIL WS-BR-SUB >= WS-BRANCH-USED-COUNT
               MOVE ZERO TO WS-CAT-SUB
               PERFORM 8200-WRITE-ONE-CREDIT
                   UNTIL WS-CAT-SUB >= 9
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "T" TO GJ-RECORD-TYPE
               MOVE WS-JOURNAL-DETAIL-COUNT TO GJ-TRL-RECORD-COUNT
               MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL
               WRITE GL-JOURNAL-RECORD
           END-IF.
           CLOSE GL-JOURNAL-FILE.

       8100-WRITE-ONE-DEBIT.
           ADD 1 TO WS-BR-SUB.
           IF WS-BR-FEE-TOTAL(WS-BR-SUB) > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE WS-DEBIT-GL-ACCOUNT TO GJ-DTL-GL-ACCOUNT
               MOVE WS-BR-CODE(WS-BR-SUB) TO GJ-DTL-COST-CENTRE
               MOVE "D" TO GJ-DTL-DEBIT-CREDIT
               MOVE WS-BR-FEE-TOTAL(WS-BR-SUB) TO GJ-DTL-AMOUNT
               MOVE WS-BR-FEE-COUNT(WS-BR-SUB) TO GJ-DTL-ACCOUNT-COUNT
               MOVE WS-BUSINESS-DATE TO GJ-DTL-BUSINESS-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-DETAIL-COUNT
               ADD 1 TO WS-JOURNAL-DEBIT-COUNT
           END-IF.

       8200-WRITE-ONE-CREDIT.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CAT-FEE-TOTAL(WS-CAT-SUB) > ZERO
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               MOVE WS-CAT-GL-ACCOUNT(WS-CAT-SUB) TO GJ-DTL-GL-ACCOUNT
               MOVE "C" TO GJ-DTL-DEBIT-CREDIT
               MOVE WS-CAT-FEE-TOTAL(WS-CAT-SUB) TO GJ-DTL-AMOUNT
               MOVE WS-CATEGORY-CODE(WS-CAT-SUB)
                   TO GJ-DTL-CATEGORY-CODE
               MOVE WS-CAT-PRICED-COUNT(WS-CAT-SUB)
                   TO GJ-DTL-ACCOUNT-COUNT
               MOVE WS-BUSINESS-DATE TO GJ-DTL-BUSINESS-DATE
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-DETAIL-COUNT
               ADD 1 TO WS-JOURNAL-CREDIT-COUNT
           END-IF.

       8500-WRITE-REGISTER-SECTIONS.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NONE" TO FE-REPORT-LINE
               WRITE FE-REPORT-LINE
           END-IF.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE "FEES BY CATEGORY" TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           WRITE FE-REPORT-LINE FROM WS-FEE-COLUMN-LINE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 8510-WRITE-ONE-CATEGORY-FEE
               UNTIL WS-CAT-SUB >= 9.
           MOVE SPACES TO WS-FEE-DETAIL-LINE.
           MOVE "TOTAL" TO WS-FEE-LABEL.
           MOVE WS-PRICED-COUNT TO WS-FEE-PRICED.
           MOVE WS-CREDIT-TOTAL TO WS-FEE-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-FEE-DETAIL-LINE.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE "FEES BY BRANCH" TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           WRITE FE-REPORT-LINE FROM WS-FEE-COLUMN-LINE.
           MOVE ZERO TO WS-BR-SUB.
           PERFORM 8520-WRITE-ONE-BRANCH-FEE
               UNTIL WS-BR-SUB >= WS-BRANCH-USED-COUNT.
           MOVE SPACES TO WS-FEE-DETAIL-LINE.
           MOVE "TOTAL" TO WS-FEE-LABEL.
           MOVE WS-PRICED-COUNT TO WS-FEE-PRICED.
           MOVE WS-DEBIT-TOTAL TO WS-FEE-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-FEE-DETAIL-LINE.
           PERFORM 8600-WRITE-TIE-SECTION.
           PERFORM 8700-WRITE-CONTROL-SECTION.

       8510-WRITE-ONE-CATEGORY-FEE.
           ADD 1 TO WS-CAT-SUB.
           MOVE SPACES TO WS-FEE-DETAIL-LINE.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-FEE-LABEL.
           MOVE WS-CAT-PRICED-COUNT(WS-CAT-SUB) TO WS-FEE-PRICED.
           MOVE WS-CAT-WAIVED-COUNT(WS-CAT-SUB) TO WS-FEE-WAIVED.
           MOVE WS-CAT-FEE-TOTAL(WS-CAT-SUB) TO WS-FEE-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-FEE-DETAIL-LINE.

       8520-WRITE-ONE-BRANCH-FEE.
           ADD 1 TO WS-BR-SUB.
           MOVE SPACES TO WS-FEE-DETAIL-LINE.
           MOVE WS-BR-CODE(WS-BR-SUB) TO WS-FEE-LABEL(1:3).
           MOVE ZERO TO WS-BRREF-FOUND-SUB.
           MOVE ZERO TO WS-BRREF-SUB.
           PERFORM 8530-MATCH-ONE-REFERENCE
               UNTIL WS-BRREF-FOUND-SUB > ZERO
                   OR WS-BRREF-SUB >= WS-BRREF-USED-COUNT.
           IF WS-BRREF-FOUND-SUB > ZERO
               MOVE WS-BRREF-NAME(WS-BRREF-FOUND-SUB)
                   TO WS-FEE-LABEL(5:16)
           END-IF.
           MOVE WS-BR-FEE-COUNT(WS-BR-SUB) TO WS-FEE-PRICED.
           MOVE WS-BR-FEE-TOTAL(WS-BR-SUB) TO WS-FEE-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-FEE-DETAIL-LINE.

       8530-MATCH-ONE-REFERENCE.
           ADD 1 TO WS-BRREF-SUB.
           IF WS-BRREF-CODE(WS-BRREF-SUB) = WS-BR-CODE(WS-BR-SUB)
               MOVE WS-BRREF-SUB TO WS-BRREF-FOUND-SUB
           END-IF.

       8600-WRITE-TIE-SECTION.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE "TIE TO FBREPORT CATEGORY COUNTS" TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           WRITE FE-REPORT-LINE FROM WS-TIE-COLUMN-LINE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 8610-WRITE-ONE-TIE-LINE
               UNTIL WS-CAT-SUB >= 8.
           MOVE SPACES TO WS-TIE-DETAIL-LINE.
           MOVE "TOTAL" TO WS-TIE-LABEL.
           MOVE WS-FBREPORT-TOTAL TO WS-TIE-FBREPORT.
           MOVE WS-EXTRACT-CATEGORY-TOTAL TO WS-TIE-EXTRACT.
           MOVE WS-NOT-EXTRACTED-TOTAL TO WS-TIE-NOT-EXTRACTED.
           WRITE FE-REPORT-LINE FROM WS-TIE-DETAIL-LINE.
           MOVE SPACES TO WS-TIE-DETAIL-LINE.
           MOVE "CLOSED ON MASTER" TO WS-TIE-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-TIE-NOT-EXTRACTED.
           WRITE FE-REPORT-LINE FROM WS-TIE-DETAIL-LINE.
           IF NOT FBREPORT-COUNTS-FOUND
               MOVE "NO FIZZBUZZ AUDIT RECORD FOR TONIGHT"
                   TO FE-REPORT-LINE
               WRITE FE-REPORT-LINE
           END-IF.

       8610-WRITE-ONE-TIE-LINE.
           ADD 1 TO WS-CAT-SUB.
           MOVE SPACES TO WS-TIE-DETAIL-LINE.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-TIE-LABEL.
           MOVE WS-CAT-FBREPORT-COUNT(WS-CAT-SUB) TO WS-TIE-FBREPORT.
           MOVE WS-CAT-EXTRACT-COUNT(WS-CAT-SUB) TO WS-TIE-EXTRACT.
           IF WS-CAT-EXTRACT-COUNT(WS-CAT-SUB)
                   > WS-CAT-FBREPORT-COUNT(WS-CAT-SUB)
               MOVE ZERO TO WS-TIE-NOT-EXTRACTED
           ELSE
               COMPUTE WS-NOT-EXTRACTED-COUNT =
                   WS-CAT-FBREPORT-COUNT(WS-CAT-SUB)
                   - WS-CAT-EXTRACT-COUNT(WS-CAT-SUB)
               MOVE WS-NOT-EXTRACTED-COUNT TO WS-TIE-NOT-EXTRACTED
           END-IF.
           WRITE FE-REPORT-LINE FROM WS-TIE-DETAIL-LINE.

       8700-WRITE-CONTROL-SECTION.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE "JOURNAL CONTROLS" TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE "DEBITS" TO WS-CTL-LABEL.
           MOVE WS-JOURNAL-DEBIT-COUNT TO WS-CTL-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-CTL-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE "CREDITS" TO WS-CTL-LABEL.
           MOVE WS-JOURNAL-CREDIT-COUNT TO WS-CTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO WS-CTL-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE "JOURNAL DETAILS WRITTEN" TO WS-CTL-LABEL.
           MOVE WS-JOURNAL-DETAIL-COUNT TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-AMOUNT.
           WRITE FE-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE "PINNED ACCOUNTS" TO WS-CTL-LABEL.
           MOVE WS-PINNED-COUNT TO WS-CTL-COUNT.
           WRITE FE-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE "UNPRICED ACCOUNTS" TO WS-CTL-LABEL.
           MOVE WS-UNPRICED-COUNT TO WS-CTL-COUNT.
           WRITE FE-REPORT-LINE FROM WS-CONTROL-LINE.
           MOVE SPACES TO FE-REPORT-LINE.
           WRITE FE-REPORT-LINE.
           IF JOURNAL-UNBALANCED
               MOVE "JOURNAL OUT OF BALANCE, NOT WRITTEN"
                   TO FE-REPORT-LINE
           ELSE IF REGISTER-FAILS
               MOVE "JOURNAL BALANCED, REGISTER NOT COMPLETE"
                   TO FE-REPORT-LINE
           ELSE
               MOVE "JOURNAL BALANCED, REGISTER TIES TO FBREPORT"
                   TO FE-REPORT-LINE
           END-IF.
           WRITE FE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE EXTRACT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE OVERRIDE-MASTER-FILE.
           CLOSE FEE-REPORT-FILE.
           DISPLAY "ACCOUNTS PRICED:   " WS-PRICED-COUNT
               UPON CONSOLE.
           DISPLAY "ACCOUNTS UNPRICED: " WS-UNPRICED-COUNT
               UPON CONSOLE.
           DISPLAY "FEE TOTAL:         " WS-CREDIT-TOTAL
               UPON CONSOLE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "FBFEECAL" TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-EXTRACT-DETAIL-COUNT TO AT-RECORDS-READ.
           MOVE WS-PRICED-COUNT TO AT-FINAL-COUNTER.
           MOVE ZERO TO AT-FIZZ-COUNT.
           MOVE ZERO TO AT-BUZZ-COUNT.
           MOVE ZERO TO AT-BAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZ-COUNT.
           MOVE ZERO TO AT-FIZZBAZZ-COUNT.
           MOVE ZERO TO AT-BUZZBAZZ-COUNT.
           MOVE ZERO TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE ZERO TO AT-PLAIN-COUNT.
           MOVE WS-UNPRICED-COUNT TO AT-REJECT-COUNT.
           IF JOURNAL-UNBALANCED OR REGISTER-FAILS
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
       END PROGRAM FBFEECAL.
