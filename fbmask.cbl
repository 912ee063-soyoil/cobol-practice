       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMASK.
      *****************************************************************
      *  Masked test-data build.  Builds a consistent test set for
      *  the test region from the production files without carrying
      *  real names, balances, or account numbers across.  A sample
      *  of ACCTMAST is taken from the branches and at the percentage
      *  on the MASKCTL card (see FBMASKCD.CPY) -- every nth account
      *  of the selected branches, in master order, so the sample is
      *  spread across the whole number range.  Each sampled account
      *  gets a generated name and a new account number.  The new
      *  number keeps the old one's remainder by every FBCTLCRD
      *  divisor (the number range is cut into blocks the size of
      *  the divisors' least common multiple and the blocks are
      *  shuffled by the card's multiplier and offset), so FIZZBUZZ
      *  puts every test account in the same category production
      *  did and the test mix matches production's.  ACCTTRAN,
      *  SUSMAST, REJMAST, OVRMAST, BALFEED, and the live history
      *  are read into one internal sort on account number with the
      *  master ahead of them, the way FBINTCHK lines the files up,
      *  so each entry is carried over under its account's new
      *  number or dropped with it.  An add card for an account not
      *  yet on the master is sampled the same way from its own
      *  branch.  Names on the cards, the suspense entries, and the
      *  reject entries are replaced with the account's generated
      *  name; BALFEED balances are multiplied by the card's scale
      *  factor and the feed's trailer count and total are worked
      *  out again from the masked details, under the production
      *  header's business date, so FBVALRPT accepts the feed.  The
      *  masked master and history are sorted again on their new
      *  numbers.  Every account taken goes on the MASKMAP mapping
      *  file, which stays in production; the report shows counts
      *  and the category mix but never the scale factor, the remap
      *  key, or any old-to-new pair.  A missing or unusable card,
      *  or divisors too large to leave room for remapping, refuses
      *  the build before anything is written (RC 16); an account
      *  whose category changed (RC 8) or a number above the remap
      *  range left as it was (RC 4) is reported.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASKING-CARD-FILE ASSIGN TO "MASKCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "FBCTLCRD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "ACCTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-MASTER-FILE ASSIGN TO "SUSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-MASTER-FILE ASSIGN TO "REJMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FEED-FILE ASSIGN TO "BALFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "FBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT REORDER-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MASK-WORK-FILE ASSIGN TO "MASKWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-MASTER-FILE ASSIGN TO "TACCTMST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-TRANSACTION-FILE ASSIGN TO "TACCTTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-SUSPENSE-FILE ASSIGN TO "TSUSMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-REJECT-FILE ASSIGN TO "TREJMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-OVERRIDE-FILE ASSIGN TO "TOVRMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-FEED-FILE ASSIGN TO "TBALFEED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEST-HISTORY-FILE ASSIGN TO "TFBHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAPPING-FILE ASSIGN TO "MASKMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASKING-CARD-FILE.
       COPY FBMASKCD.
       FD  CONTROL-CARD-FILE.
       COPY FBCTRL.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.
      *  The other production files are only keyed and passed along
      *  here; their layouts belong to the masked copies below.
       FD  TRANSACTION-FILE.
       01  TI-TRANSACTION-RECORD.
           05  TI-ACTION-CODE              PIC X(1).
           05  TI-ACCOUNT-KEY              PIC X(9).
           05  FILLER                      PIC X(71).
       FD  SUSPENSE-MASTER-FILE.
       01  SI-SUSPENSE-RECORD.
           05  SI-ACTION-CODE              PIC X(1).
           05  SI-ACCOUNT-KEY              PIC X(9).
           05  FILLER                      PIC X(94).
       FD  REJECT-MASTER-FILE.
       01  RI-REJECT-RECORD.
           05  RI-ACCOUNT-KEY              PIC X(9).
           05  FILLER                      PIC X(94).
       FD  OVERRIDE-MASTER-FILE.
       01  OI-OVERRIDE-RECORD.
           05  OI-ACCOUNT-KEY              PIC X(9).
           05  FILLER                      PIC X(50).
       FD  BALANCE-FEED-FILE.
       01  BI-FEED-RECORD.
           05  BI-RECORD-TYPE              PIC X(1).
               88  BI-HEADER-RECORD            VALUE "H".
               88  BI-DETAIL-RECORD            VALUE "D".
               88  BI-TRAILER-RECORD           VALUE "T".
           05  BI-ACCOUNT-KEY              PIC X(9).
           05  BI-HEADER-DATE REDEFINES BI-ACCOUNT-KEY.
               10  BI-HDR-BUSINESS-DATE        PIC X(8).
               10  FILLER                      PIC X(1).
           05  FILLER                      PIC X(26).
       FD  HISTORY-FILE.
       01  HI-HISTORY-RECORD.
           05  HI-ACCOUNT-KEY              PIC X(9).
           05  FILLER                      PIC X(13).
       SD  SORT-WORK-FILE.
       01  SK-SORT-RECORD.
           05  SK-ACCOUNT-KEY              PIC X(9).
           05  SK-SOURCE-NBR               PIC 9(1).
               88  SK-FROM-MASTER              VALUE 0.
               88  SK-FROM-TRANSACTION         VALUE 1.
               88  SK-FROM-SUSPENSE            VALUE 2.
               88  SK-FROM-REJECT              VALUE 3.
               88  SK-FROM-OVERRIDE            VALUE 4.
               88  SK-FROM-FEED                VALUE 5.
               88  SK-FROM-HISTORY             VALUE 6.
           05  SK-ARRIVAL-NBR              PIC 9(9).
           05  SK-SAMPLE-SWITCH            PIC X(1).
               88  SK-SAMPLED                  VALUE "Y".
           05  SK-NEW-ACCOUNT              PIC X(9).
           05  SK-MASKED-NAME              PIC X(30).
           05  SK-BRANCH-CODE              PIC X(3).
           05  SK-RECORD-DATA              PIC X(115).
           05  SK-HISTORY-DATA REDEFINES SK-RECORD-DATA.
               10  SK-HS-ACCOUNT               PIC X(9).
               10  SK-HS-BUSINESS-DATE         PIC X(8).
               10  FILLER                      PIC X(98).
       SD  REORDER-SORT-FILE.
       01  SO-SORT-RECORD.
           05  SO-RECORD-TYPE              PIC X(1).
               88  SO-MASTER-RECORD            VALUE "A".
               88  SO-HISTORY-RECORD           VALUE "H".
           05  SO-SORT-KEY                 PIC X(17).
           05  SO-ARRIVAL-NBR              PIC 9(9).
           05  SO-RECORD-DATA              PIC X(80).
       FD  MASK-WORK-FILE.
       01  MW-WORK-RECORD.
           05  MW-RECORD-TYPE              PIC X(1).
           05  MW-SORT-KEY                 PIC X(17).
           05  MW-HISTORY-KEY REDEFINES MW-SORT-KEY.
               10  MW-HK-BUSINESS-DATE         PIC X(8).
               10  MW-HK-ACCOUNT               PIC X(9).
           05  MW-ARRIVAL-NBR              PIC 9(9).
           05  MW-RECORD-DATA              PIC X(80).
       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-RECORD              PIC X(80).
       FD  TEST-TRANSACTION-FILE.
       COPY ACCTTRN.
       FD  TEST-SUSPENSE-FILE.
       COPY TSMASTRC.
       FD  TEST-REJECT-FILE.
       COPY RJMASTRC.
       FD  TEST-OVERRIDE-FILE.
       COPY FBOVRREC.
       FD  TEST-FEED-FILE.
       COPY BALREC.
       FD  TEST-HISTORY-FILE.
       01  TEST-HISTORY-RECORD             PIC X(22).
       FD  MAPPING-FILE.
       COPY FBMASKMP.
       FD  MASK-REPORT-FILE.
       01  MR-REPORT-LINE                  PIC X(80).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC XX.
       01  WS-CURRENT-TIMESTAMP        PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-REFUSED-SWITCH           PIC X VALUE "N".
           88  BUILD-REFUSED               VALUE "Y".
       01  WS-REFUSAL-TEXT             PIC X(40) VALUE SPACES.
       01  WS-MASTER-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       01  WS-TRANSACTION-EOF-SWITCH   PIC X VALUE "N".
           88  END-OF-TRANSACTIONS         VALUE "Y".
       01  WS-SUSPENSE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-SUSPENSE-MASTER      VALUE "Y".
       01  WS-REJECT-EOF-SWITCH        PIC X VALUE "N".
           88  END-OF-REJECT-MASTER        VALUE "Y".
       01  WS-OVERRIDE-EOF-SWITCH      PIC X VALUE "N".
           88  END-OF-OVERRIDES            VALUE "Y".
       01  WS-FEED-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-FEED                 VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  END-OF-SORTED-RECORDS       VALUE "Y".
       01  WS-REORDER-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-REORDERED-RECORDS    VALUE "Y".
       01  WS-FEED-HEADER-SWITCH       PIC X VALUE "N".
           88  FEED-HEADER-FOUND           VALUE "Y".
       01  WS-FEED-HEADER-IMAGE        PIC X(36).
       01  WS-FEED-TRAILERS-READ       PIC 9(9) VALUE ZERO.
       01  WS-DIVISOR-1                PIC 9(3) VALUE 3.
       01  WS-DIVISOR-2                PIC 9(3) VALUE 5.
       01  WS-DIVISOR-3                PIC 9(3) VALUE 7.
       01  WS-REM-1                    PIC 9(3).
       01  WS-REM-2                    PIC 9(3).
       01  WS-REM-3                    PIC 9(3).
       01  WS-CLASSIFY-NBR             PIC 9(9).
       01  WS-CATEGORY-NBR             PIC 9(1).
       01  WS-OLD-CATEGORY-NBR         PIC 9(1).
       01  WS-SAMPLE-PERCENT           PIC 9(3) VALUE ZERO.
       01  WS-BALANCE-SCALE            PIC 9(1)V9(4) VALUE ZERO.
       01  WS-NAME-SEED                PIC 9(5) VALUE ZERO.
       01  WS-MASTER-SAMPLE-ACCUM      PIC 9(3) VALUE ZERO.
       01  WS-ADD-SAMPLE-ACCUM         PIC 9(3) VALUE ZERO.
       01  WS-SEL-TABLE-AREA.
           05  WS-SEL-USED-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-SEL-ENTRY OCCURS 12 TIMES.
               10  WS-SEL-BRANCH-CODE          PIC X(3).
       01  WS-SEL-SUB                  PIC 9(2).
       01  WS-SEL-FOUND-SUB            PIC 9(2).
       01  WS-CARD-SUB                 PIC 9(2).
       01  WS-CHECK-BRANCH             PIC X(3).
       01  WS-BRANCH-SELECT-SWITCH     PIC X VALUE "N".
           88  BRANCH-SELECTED             VALUE "Y".
      *  Remapping.  The modulus is the least common multiple of the
      *  three divisors; a number's block is its quotient by the
      *  modulus, and only whole blocks below 1,000,000,000 are
      *  shuffled, so a new number never outgrows nine digits.
       01  WS-REMAP-MODULUS            PIC 9(10) VALUE ZERO.
       01  WS-REMAP-BLOCK-COUNT        PIC 9(10) VALUE ZERO.
       01  WS-REMAP-MULTIPLIER         PIC 9(10) VALUE ZERO.
       01  WS-REMAP-ADDEND             PIC 9(10) VALUE ZERO.
       01  WS-REMAP-BLOCK              PIC 9(10).
       01  WS-REMAP-REMAINDER          PIC 9(10).
       01  WS-REMAP-NEW-BLOCK          PIC 9(10).
       01  WS-REMAP-PRODUCT            PIC 9(18).
       01  WS-LCM-FACTOR               PIC 9(10).
       01  WS-GCD-A                    PIC 9(18).
       01  WS-GCD-B                    PIC 9(18).
       01  WS-GCD-REMAINDER            PIC 9(18).
       01  WS-OLD-ACCOUNT              PIC X(9).
       01  WS-OLD-ACCOUNT-NBR REDEFINES WS-OLD-ACCOUNT
                                       PIC 9(9).
       01  WS-NEW-ACCOUNT              PIC X(9).
       01  WS-NEW-ACCOUNT-NBR REDEFINES WS-NEW-ACCOUNT
                                       PIC 9(9).
       01  WS-ABOVE-RANGE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CATEGORY-CHANGED-COUNT   PIC 9(9) VALUE ZERO.
      *  Generated names.  The name sequence runs across the whole
      *  build, so no two neighbouring accounts share a name and the
      *  name says nothing about the account number.
       01  WS-NAME-SEQUENCE            PIC 9(9) VALUE ZERO.
       01  WS-NAME-NUMBER              PIC 9(14).
       01  WS-NAME-WORK                PIC 9(14).
       01  WS-GIVEN-SUB                PIC 9(2).
       01  WS-FAMILY-SUB               PIC 9(2).
       01  WS-INITIAL-SUB              PIC 9(2).
       01  WS-MASKED-NAME              PIC X(30).
       01  WS-INITIAL-LETTERS          PIC X(20)
               VALUE "ABCDEFGHJKLMNPRSTVWY".
       01  WS-GIVEN-NAME-VALUES.
           05  FILLER                      PIC X(40)
               VALUE "ALAN      BEATRICE  CARLOS    DIANA     ".
           05  FILLER                      PIC X(40)
               VALUE "EDWARD    FIONA     GORDON    HELEN     ".
           05  FILLER                      PIC X(40)
               VALUE "IAN       JOYCE     KEITH     LAURA     ".
           05  FILLER                      PIC X(40)
               VALUE "MARTIN    NORA      OLIVER    PAULA     ".
           05  FILLER                      PIC X(40)
               VALUE "QUENTIN   RUTH      SIMON     TERESA    ".
           05  FILLER                      PIC X(40)
               VALUE "VICTOR    WENDY     ARTHUR    BRENDA    ".
           05  FILLER                      PIC X(40)
               VALUE "COLIN     DORIS     EUGENE    GLORIA    ".
           05  FILLER                      PIC X(40)
               VALUE "HAROLD    IRENE     JEROME    MAUREEN   ".
       01  WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
           05  WS-GIVEN-NAME               PIC X(10) OCCURS 32 TIMES.
       01  WS-FAMILY-NAME-VALUES.
           05  FILLER                      PIC X(48)
               VALUE "ABBOTT      BARNES      CALLOWAY    DUNMORE     ".
           05  FILLER                      PIC X(48)
               VALUE "ELLISON     FAIRLEY     GARRISON    HOLLAND     ".
           05  FILLER                      PIC X(48)
               VALUE "INGRAM      JARVIS      KENDALL     LANGLEY     ".
           05  FILLER                      PIC X(48)
               VALUE "MERRITT     NORWOOD     OAKLEY      PRESCOTT    ".
           05  FILLER                      PIC X(48)
               VALUE "QUINLAN     RADCLIFFE   SHERWOOD    THORNTON    ".
           05  FILLER                      PIC X(48)
               VALUE "UPTON       VAUGHAN     WHITFIELD   YARDLEY     ".
           05  FILLER                      PIC X(48)
               VALUE "ASHWORTH    BRADSHAW    CROMWELL    DALTON      ".
           05  FILLER                      PIC X(48)
               VALUE "EVERETT     FLETCHER    GREENWAY    HARTLEY     ".
       01  WS-FAMILY-NAME-TABLE REDEFINES WS-FAMILY-NAME-VALUES.
           05  WS-FAMILY-NAME              PIC X(12) OCCURS 32 TIMES.
      *  The account group being masked.  Its state comes from the
      *  group's master record, which sorts first; a group with no
      *  master stays undecided until an add card samples it in.
       01  WS-GROUP-KEY                PIC X(9) VALUE LOW-VALUES.
       01  WS-GROUP-STATE-SWITCH       PIC X VALUE "U".
           88  GROUP-UNDECIDED             VALUE "U".
           88  GROUP-INCLUDED              VALUE "I".
           88  GROUP-EXCLUDED              VALUE "X".
       01  WS-GROUP-NEW-ACCOUNT        PIC X(9).
       01  WS-GROUP-MASKED-NAME        PIC X(30).
       01  WS-GROUP-BRANCH-CODE        PIC X(3).
       01  WS-GROUP-SOURCE-CODE        PIC X(1).
       01  WS-ARRIVAL-NBR              PIC 9(9) VALUE ZERO.
       01  WS-MAPPED-FROM-MASTER       PIC 9(9) VALUE ZERO.
       01  WS-MAPPED-FROM-ADDS         PIC 9(9) VALUE ZERO.
       01  WS-MAPPED-TOTAL             PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-TEST-FEED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-TEST-FEED-TOTAL          PIC 9(15)V99 VALUE ZERO.
      *  Files in source-number order; a file's subscript is its
      *  sort source number plus one.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                      PIC X(16) VALUE "ACCTMAST".
           05  FILLER                      PIC X(16) VALUE "ACCTTRAN".
           05  FILLER                      PIC X(16) VALUE "SUSMAST".
           05  FILLER                      PIC X(16) VALUE "REJMAST".
           05  FILLER                      PIC X(16) VALUE "OVRMAST".
           05  FILLER                      PIC X(16)
               VALUE "BALFEED DETAILS".
           05  FILLER                      PIC X(16) VALUE "FBHIST".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME                PIC X(16) OCCURS 7 TIMES.
       01  WS-FILE-COUNT-AREA.
           05  WS-FILE-COUNT-ENTRY OCCURS 7 TIMES.
               10  WS-FILE-READ-COUNT          PIC 9(9).
               10  WS-FILE-WRITTEN-COUNT       PIC 9(9).
       01  WS-FILE-SUB                 PIC 9(2).
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
       01  WS-MIX-AREA.
           05  WS-MIX-ENTRY OCCURS 8 TIMES.
               10  WS-MIX-SELECTED             PIC 9(9).
               10  WS-MIX-SAMPLE               PIC 9(9).
               10  WS-MIX-MASKED               PIC 9(9).
       01  WS-MIX-TOTALS.
           05  WS-MIX-SELECTED-TOTAL       PIC 9(9) VALUE ZERO.
           05  WS-MIX-SAMPLE-TOTAL         PIC 9(9) VALUE ZERO.
           05  WS-MIX-MASKED-TOTAL         PIC 9(9) VALUE ZERO.
       01  WS-CAT-SUB                  PIC 9(2).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(27)
               VALUE "MASKED TEST-DATA BUILD FOR ".
           05  WS-REPORT-HEADER-DATE       PIC X(8).
       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(24).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05  WS-AMOUNT-LABEL             PIC X(24).
           05  WS-AMOUNT-VALUE             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TEXT-LINE.
           05  WS-TEXT-LABEL               PIC X(24).
           05  WS-TEXT-VALUE               PIC X(56).
       01  WS-BRANCH-LIST-TEXT.
           05  WS-BLT-ENTRY OCCURS 12 TIMES.
               10  WS-BLT-BRANCH-CODE          PIC X(3).
               10  FILLER                      PIC X(1).
       01  WS-DIVISOR-TEXT.
           05  WS-DVT-DIVISOR-1            PIC 9(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-DVT-DIVISOR-2            PIC 9(3).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-DVT-DIVISOR-3            PIC 9(3).
       01  WS-FILE-COLUMN-LINE.
           05  FILLER                      PIC X(31) VALUE "FILE".
           05  FILLER                      PIC X(4) VALUE "READ".
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "WRITTEN".
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE "DROPPED".
       01  WS-MIX-COLUMN-LINE.
           05  FILLER                      PIC X(27) VALUE "CATEGORY".
           05  FILLER                      PIC X(8) VALUE "BRANCHES".
           05  FILLER                      PIC X(7) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "SAMPLE".
           05  FILLER                      PIC X(7) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE "MASKED".
       01  WS-THREE-COUNT-LINE.
           05  WS-TCL-LABEL                PIC X(24).
           05  WS-TCL-COUNT-1              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TCL-COUNT-2              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TCL-COUNT-3              PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           IF NOT BUILD-REFUSED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SK-ACCOUNT-KEY
                                    SK-SOURCE-NBR
                                    SK-ARRIVAL-NBR
                   INPUT PROCEDURE IS 1000-RELEASE-PRODUCTION-FILES
                   OUTPUT PROCEDURE IS 2000-WRITE-MASKED-FILES
           END-IF.
           IF NOT BUILD-REFUSED
               SORT REORDER-SORT-FILE
                   ON ASCENDING KEY SO-RECORD-TYPE
                                    SO-SORT-KEY
                                    SO-ARRIVAL-NBR
                   USING MASK-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-WRITE-REORDERED-FILES
           END-IF.
           PERFORM 8000-WRITE-BUILD-REPORT.
           PERFORM 9500-WRITE-AUDIT-RECORD.
           EVALUATE TRUE
             WHEN BUILD-REFUSED
                 MOVE 16 TO RETURN-CODE
             WHEN WS-CATEGORY-CHANGED-COUNT > ZERO
                 MOVE 8 TO RETURN-CODE
             WHEN WS-ABOVE-RANGE-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       0000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           MOVE ZERO TO WS-FILE-SUB.
           PERFORM 0050-CLEAR-ONE-FILE-COUNT
               UNTIL WS-FILE-SUB >= 7.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 0060-CLEAR-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           PERFORM 0100-READ-CONTROL-CARD.
           PERFORM 0200-READ-MASKING-CARD.
           IF NOT BUILD-REFUSED
               PERFORM 0400-SET-REMAP-KEY
           END-IF.

       0050-CLEAR-ONE-FILE-COUNT.
           ADD 1 TO WS-FILE-SUB.
           MOVE ZERO TO WS-FILE-READ-COUNT(WS-FILE-SUB).
           MOVE ZERO TO WS-FILE-WRITTEN-COUNT(WS-FILE-SUB).

       0060-CLEAR-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE ZERO TO WS-MIX-SELECTED(WS-CAT-SUB).
           MOVE ZERO TO WS-MIX-SAMPLE(WS-CAT-SUB).
           MOVE ZERO TO WS-MIX-MASKED(WS-CAT-SUB).

      *  The divisors are taken exactly as FIZZBUZZ takes them, so
      *  the remapping preserves the categories FIZZBUZZ will give.
       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
               AT END
                   DISPLAY "FBCTLCRD NOT FOUND, USING DEFAULT DIVISORS"
                       UPON CONSOLE
               NOT AT END
                   PERFORM 0110-VALIDATE-DIVISORS
           END-READ.
           CLOSE CONTROL-CARD-FILE.

       0110-VALIDATE-DIVISORS.
           IF CC-DIVISOR-1 IS NUMERIC AND CC-DIVISOR-1 NOT = ZERO
               MOVE CC-DIVISOR-1 TO WS-DIVISOR-1
           ELSE
               DISPLAY "FBCTLCRD DIVISOR-1 INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.
           IF CC-DIVISOR-2 IS NUMERIC AND CC-DIVISOR-2 NOT = ZERO
               MOVE CC-DIVISOR-2 TO WS-DIVISOR-2
           ELSE
               DISPLAY "FBCTLCRD DIVISOR-2 INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.
           IF CC-DIVISOR-3 IS NUMERIC AND CC-DIVISOR-3 NOT = ZERO
               MOVE CC-DIVISOR-3 TO WS-DIVISOR-3
           ELSE
               DISPLAY "FBCTLCRD DIVISOR-3 INVALID, USING DEFAULT"
                   UPON CONSOLE
           END-IF.

      *  There is no default masking card: a default remap key would
      *  be the same in every build and anyone could reverse it.
       0200-READ-MASKING-CARD.
           OPEN INPUT MASKING-CARD-FILE.
           READ MASKING-CARD-FILE
               AT END
                   MOVE "MASKCTL CARD NOT FOUND" TO WS-REFUSAL-TEXT
                   PERFORM 0900-REFUSE-BUILD
               NOT AT END
                   PERFORM 0250-VALIDATE-MASKING-CARD
           END-READ.
           CLOSE MASKING-CARD-FILE.

       0250-VALIDATE-MASKING-CARD.
           EVALUATE TRUE
             WHEN MK-SAMPLE-PERCENT IS NOT NUMERIC
               OR MK-SAMPLE-PERCENT = ZERO
               OR MK-SAMPLE-PERCENT > 100
                 MOVE "SAMPLE PERCENT NOT 1 TO 100"
                     TO WS-REFUSAL-TEXT
                 PERFORM 0900-REFUSE-BUILD
             WHEN MK-BALANCE-SCALE IS NOT NUMERIC
               OR MK-BALANCE-SCALE = ZERO
                 MOVE "BALANCE SCALE MISSING OR ZERO"
                     TO WS-REFUSAL-TEXT
                 PERFORM 0900-REFUSE-BUILD
             WHEN MK-REMAP-MULTIPLIER IS NOT NUMERIC
               OR MK-REMAP-OFFSET IS NOT NUMERIC
                 MOVE "REMAP KEY NOT NUMERIC" TO WS-REFUSAL-TEXT
                 PERFORM 0900-REFUSE-BUILD
             WHEN MK-NAME-SEED IS NOT NUMERIC
                 MOVE "NAME SEED NOT NUMERIC" TO WS-REFUSAL-TEXT
                 PERFORM 0900-REFUSE-BUILD
             WHEN OTHER
                 MOVE MK-SAMPLE-PERCENT TO WS-SAMPLE-PERCENT
                 MOVE MK-BALANCE-SCALE TO WS-BALANCE-SCALE
                 MOVE MK-NAME-SEED TO WS-NAME-SEED
                 MOVE MK-REMAP-MULTIPLIER TO WS-REMAP-MULTIPLIER
                 MOVE MK-REMAP-OFFSET TO WS-REMAP-ADDEND
                 MOVE ZERO TO WS-CARD-SUB
                 PERFORM 0300-LOAD-ONE-SELECTED-BRANCH
                     UNTIL WS-CARD-SUB >= 12
           END-EVALUATE.

       0300-LOAD-ONE-SELECTED-BRANCH.
           ADD 1 TO WS-CARD-SUB.
           IF MK-BRANCH-CODE(WS-CARD-SUB) NOT = SPACES
               ADD 1 TO WS-SEL-USED-COUNT
               MOVE MK-BRANCH-CODE(WS-CARD-SUB)
                   TO WS-SEL-BRANCH-CODE(WS-SEL-USED-COUNT)
           END-IF.

      *  Reduces the card's multiplier and offset to the number of
      *  blocks, stepping the multiplier up until it shares no factor
      *  with the block count -- which is what makes the shuffle a
      *  one-to-one mapping.  Fewer than a thousand blocks would
      *  leave too few ways to shuffle them to hide anything.
       0400-SET-REMAP-KEY.
           MOVE WS-DIVISOR-1 TO WS-REMAP-MODULUS.
           MOVE WS-DIVISOR-2 TO WS-LCM-FACTOR.
           PERFORM 0450-FOLD-INTO-MODULUS.
           MOVE WS-DIVISOR-3 TO WS-LCM-FACTOR.
           PERFORM 0450-FOLD-INTO-MODULUS.
           COMPUTE WS-REMAP-BLOCK-COUNT =
               1000000000 / WS-REMAP-MODULUS.
           IF WS-REMAP-BLOCK-COUNT < 1000
               MOVE "DIVISORS TOO LARGE TO REMAP ACCOUNTS"
                   TO WS-REFUSAL-TEXT
               PERFORM 0900-REFUSE-BUILD
           ELSE
               COMPUTE WS-REMAP-MULTIPLIER = FUNCTION MOD(
                   WS-REMAP-MULTIPLIER WS-REMAP-BLOCK-COUNT)
               IF WS-REMAP-MULTIPLIER = ZERO
                   MOVE 1 TO WS-REMAP-MULTIPLIER
               END-IF
               PERFORM 0460-TEST-MULTIPLIER
               PERFORM 0470-NEXT-MULTIPLIER
                   UNTIL WS-GCD-A = 1
               COMPUTE WS-REMAP-ADDEND = FUNCTION MOD(
                   WS-REMAP-ADDEND WS-REMAP-BLOCK-COUNT)
               IF WS-REMAP-MULTIPLIER = 1
                   AND WS-REMAP-ADDEND = ZERO
                   MOVE "REMAP KEY LEAVES ACCOUNTS UNCHANGED"
                       TO WS-REFUSAL-TEXT
                   PERFORM 0900-REFUSE-BUILD
               END-IF
           END-IF.

       0450-FOLD-INTO-MODULUS.
           MOVE WS-REMAP-MODULUS TO WS-GCD-A.
           MOVE WS-LCM-FACTOR TO WS-GCD-B.
           PERFORM 5300-FIND-GCD.
           COMPUTE WS-REMAP-MODULUS =
               WS-REMAP-MODULUS * WS-LCM-FACTOR / WS-GCD-A.

       0460-TEST-MULTIPLIER.
           MOVE WS-REMAP-MULTIPLIER TO WS-GCD-A.
           MOVE WS-REMAP-BLOCK-COUNT TO WS-GCD-B.
           PERFORM 5300-FIND-GCD.

       0470-NEXT-MULTIPLIER.
           ADD 1 TO WS-REMAP-MULTIPLIER.
           IF WS-REMAP-MULTIPLIER >= WS-REMAP-BLOCK-COUNT
               MOVE 1 TO WS-REMAP-MULTIPLIER
           END-IF.
           PERFORM 0460-TEST-MULTIPLIER.

       0900-REFUSE-BUILD.
           SET BUILD-REFUSED TO TRUE.
           DISPLAY "MASKED BUILD REFUSED, " WS-REFUSAL-TEXT
               UPON CONSOLE.

      *****************************************************************
      *  Every production file goes into the one sort on account
      *  number.  The master comes first within an account and is
      *  sampled and masked as it is released, so by the time the
      *  account's other entries are returned its new number and
      *  name are already known.
      *****************************************************************
       1000-RELEASE-PRODUCTION-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           PERFORM 1100-RELEASE-ONE-MASTER
               UNTIL END-OF-MASTER.
           CLOSE ACCOUNT-MASTER-FILE.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM 1200-RELEASE-ONE-TRANSACTION
               UNTIL END-OF-TRANSACTIONS.
           CLOSE TRANSACTION-FILE.
           OPEN INPUT SUSPENSE-MASTER-FILE.
           PERFORM 1300-RELEASE-ONE-SUSPENSE
               UNTIL END-OF-SUSPENSE-MASTER.
           CLOSE SUSPENSE-MASTER-FILE.
           OPEN INPUT REJECT-MASTER-FILE.
           PERFORM 1400-RELEASE-ONE-REJECT
               UNTIL END-OF-REJECT-MASTER.
           CLOSE REJECT-MASTER-FILE.
           OPEN INPUT OVERRIDE-MASTER-FILE.
           PERFORM 1500-RELEASE-ONE-OVERRIDE
               UNTIL END-OF-OVERRIDES.
           CLOSE OVERRIDE-MASTER-FILE.
           OPEN INPUT BALANCE-FEED-FILE.
           PERFORM 1600-RELEASE-ONE-FEED-RECORD
               UNTIL END-OF-FEED.
           CLOSE BALANCE-FEED-FILE.
           OPEN INPUT HISTORY-FILE.
           PERFORM 1700-RELEASE-ONE-HISTORY
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.

       1100-RELEASE-ONE-MASTER.
           READ ACCOUNT-MASTER-FILE
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   PERFORM 1150-SAMPLE-ONE-MASTER
           END-READ.

      *  Every master record is released, taken or not, so an
      *  account left out of the sample takes its other entries out
      *  with it.  Only a valid account number is classified for the
      *  category mix; a number FIZZBUZZ would reject keeps its raw
      *  value so it still rejects the same way in test.
       1150-SAMPLE-ONE-MASTER.
           MOVE SPACES TO SK-SORT-RECORD.
           MOVE "N" TO SK-SAMPLE-SWITCH.
           MOVE AM-ACCOUNT-NUMBER TO SK-ACCOUNT-KEY.
           MOVE AM-BRANCH-CODE TO SK-BRANCH-CODE.
           MOVE AM-ACCOUNT-NUMBER TO WS-OLD-ACCOUNT.
           MOVE AM-BRANCH-CODE TO WS-CHECK-BRANCH.
           PERFORM 5400-CHECK-BRANCH-SELECTED.
           IF BRANCH-SELECTED
               IF WS-OLD-ACCOUNT IS NUMERIC
                   AND WS-OLD-ACCOUNT-NBR > ZERO
                   MOVE WS-OLD-ACCOUNT-NBR TO WS-CLASSIFY-NBR
                   PERFORM 5100-CLASSIFY-NUMBER
                   MOVE WS-CATEGORY-NBR TO WS-OLD-CATEGORY-NBR
                   ADD 1 TO WS-MIX-SELECTED(WS-CATEGORY-NBR)
               END-IF
               ADD WS-SAMPLE-PERCENT TO WS-MASTER-SAMPLE-ACCUM
               IF WS-MASTER-SAMPLE-ACCUM >= 100
                   SUBTRACT 100 FROM WS-MASTER-SAMPLE-ACCUM
                   PERFORM 1160-MASK-SAMPLED-MASTER
               END-IF
           END-IF.
           MOVE 0 TO SK-SOURCE-NBR.
           MOVE ACCOUNT-MASTER-RECORD TO SK-RECORD-DATA.
           PERFORM 1900-RELEASE-SORT-RECORD.

       1160-MASK-SAMPLED-MASTER.
           MOVE "Y" TO SK-SAMPLE-SWITCH.
           PERFORM 5000-REMAP-ACCOUNT.
           IF WS-OLD-ACCOUNT IS NUMERIC
               AND WS-OLD-ACCOUNT-NBR > ZERO
               ADD 1 TO WS-MIX-SAMPLE(WS-OLD-CATEGORY-NBR)
               MOVE WS-NEW-ACCOUNT-NBR TO WS-CLASSIFY-NBR
               PERFORM 5100-CLASSIFY-NUMBER
               ADD 1 TO WS-MIX-MASKED(WS-CATEGORY-NBR)
               IF WS-CATEGORY-NBR NOT = WS-OLD-CATEGORY-NBR
                   ADD 1 TO WS-CATEGORY-CHANGED-COUNT
               END-IF
           END-IF.
           PERFORM 5200-GENERATE-NAME.
           MOVE WS-NEW-ACCOUNT TO AM-ACCOUNT-NUMBER.
           MOVE WS-NEW-ACCOUNT TO SK-NEW-ACCOUNT.
           MOVE WS-MASKED-NAME TO AM-ACCOUNT-NAME.
           MOVE WS-MASKED-NAME TO SK-MASKED-NAME.

       1200-RELEASE-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   MOVE SPACES TO SK-SORT-RECORD
                   MOVE TI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                   MOVE 1 TO SK-SOURCE-NBR
                   MOVE TI-TRANSACTION-RECORD TO SK-RECORD-DATA
                   PERFORM 1900-RELEASE-SORT-RECORD
           END-READ.

       1300-RELEASE-ONE-SUSPENSE.
           READ SUSPENSE-MASTER-FILE
               AT END
                   SET END-OF-SUSPENSE-MASTER TO TRUE
               NOT AT END
                   MOVE SPACES TO SK-SORT-RECORD
                   MOVE SI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                   MOVE 2 TO SK-SOURCE-NBR
                   MOVE SI-SUSPENSE-RECORD TO SK-RECORD-DATA
                   PERFORM 1900-RELEASE-SORT-RECORD
           END-READ.

       1400-RELEASE-ONE-REJECT.
           READ REJECT-MASTER-FILE
               AT END
                   SET END-OF-REJECT-MASTER TO TRUE
               NOT AT END
                   MOVE SPACES TO SK-SORT-RECORD
                   MOVE RI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                   MOVE 3 TO SK-SOURCE-NBR
                   MOVE RI-REJECT-RECORD TO SK-RECORD-DATA
                   PERFORM 1900-RELEASE-SORT-RECORD
           END-READ.

       1500-RELEASE-ONE-OVERRIDE.
           READ OVERRIDE-MASTER-FILE
               AT END
                   SET END-OF-OVERRIDES TO TRUE
               NOT AT END
                   MOVE SPACES TO SK-SORT-RECORD
                   MOVE OI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                   MOVE 4 TO SK-SOURCE-NBR
                   MOVE OI-OVERRIDE-RECORD TO SK-RECORD-DATA
                   PERFORM 1900-RELEASE-SORT-RECORD
           END-READ.

      *  Only the feed's details go through the sort.  The header is
      *  kept to head the masked feed; the production trailer is
      *  not carried, since the masked feed's totals are its own.
       1600-RELEASE-ONE-FEED-RECORD.
           READ BALANCE-FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                     WHEN BI-HEADER-RECORD
                         IF NOT FEED-HEADER-FOUND
                             SET FEED-HEADER-FOUND TO TRUE
                             MOVE BI-FEED-RECORD
                                 TO WS-FEED-HEADER-IMAGE
                             MOVE BI-HDR-BUSINESS-DATE
                                 TO WS-BUSINESS-DATE
                         END-IF
                     WHEN BI-TRAILER-RECORD
                         ADD 1 TO WS-FEED-TRAILERS-READ
                     WHEN BI-DETAIL-RECORD
                         MOVE SPACES TO SK-SORT-RECORD
                         MOVE BI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                         MOVE 5 TO SK-SOURCE-NBR
                         MOVE BI-FEED-RECORD TO SK-RECORD-DATA
                         PERFORM 1900-RELEASE-SORT-RECORD
                     WHEN OTHER
                         DISPLAY "BALFEED RECORD TYPE " BI-RECORD-TYPE
                             " NOT MASKED, DROPPED" UPON CONSOLE
                   END-EVALUATE
           END-READ.

       1700-RELEASE-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE SPACES TO SK-SORT-RECORD
                   MOVE HI-ACCOUNT-KEY TO SK-ACCOUNT-KEY
                   MOVE 6 TO SK-SOURCE-NBR
                   MOVE HI-HISTORY-RECORD TO SK-RECORD-DATA
                   PERFORM 1900-RELEASE-SORT-RECORD
           END-READ.

      *  The arrival number keeps each file's own order within an
      *  account, so same-account cards stay in the order keyed and
      *  history stays in date order.
       1900-RELEASE-SORT-RECORD.
           ADD 1 TO WS-ARRIVAL-NBR.
           MOVE WS-ARRIVAL-NBR TO SK-ARRIVAL-NBR.
           COMPUTE WS-FILE-SUB = SK-SOURCE-NBR + 1.
           ADD 1 TO WS-FILE-READ-COUNT(WS-FILE-SUB).
           ADD 1 TO WS-TOTAL-READ-COUNT.
           RELEASE SK-SORT-RECORD.

      *****************************************************************
      *  Masks each account's entries under its new number and
      *  name, or drops them with it.  Nothing is opened for output
      *  unless the feed had a header -- a masked feed without one
      *  would never pass FBVALRPT.
      *****************************************************************
       2000-WRITE-MASKED-FILES.
           IF NOT FEED-HEADER-FOUND
               MOVE "BALFEED HAS NO HEADER RECORD" TO WS-REFUSAL-TEXT
               PERFORM 0900-REFUSE-BUILD
           ELSE
               PERFORM 2050-OPEN-MASKED-FILES
               PERFORM 2900-RETURN-SORTED-RECORD
               PERFORM 2100-MASK-ONE-RECORD
                   UNTIL END-OF-SORTED-RECORDS
               PERFORM 2950-CLOSE-MASKED-FILES
           END-IF.

       2050-OPEN-MASKED-FILES.
           OPEN OUTPUT MASK-WORK-FILE.
           OPEN OUTPUT TEST-TRANSACTION-FILE.
           OPEN OUTPUT TEST-SUSPENSE-FILE.
           OPEN OUTPUT TEST-REJECT-FILE.
           OPEN OUTPUT TEST-OVERRIDE-FILE.
           OPEN OUTPUT TEST-FEED-FILE.
           OPEN OUTPUT MAPPING-FILE.
           MOVE WS-FEED-HEADER-IMAGE TO BALANCE-FEED-RECORD.
           WRITE BALANCE-FEED-RECORD.

       2100-MASK-ONE-RECORD.
           IF SK-ACCOUNT-KEY NOT = WS-GROUP-KEY
               PERFORM 2150-START-ACCOUNT-GROUP
           END-IF.
           EVALUATE TRUE
             WHEN SK-FROM-MASTER
                 PERFORM 2200-MASK-MASTER
             WHEN SK-FROM-TRANSACTION
                 PERFORM 2300-MASK-TRANSACTION
             WHEN SK-FROM-SUSPENSE
                 PERFORM 2400-MASK-SUSPENSE
             WHEN SK-FROM-REJECT
                 PERFORM 2500-MASK-REJECT
             WHEN SK-FROM-OVERRIDE
                 PERFORM 2600-MASK-OVERRIDE
             WHEN SK-FROM-FEED
                 PERFORM 2700-MASK-FEED-DETAIL
             WHEN SK-FROM-HISTORY
                 PERFORM 2800-MASK-HISTORY
           END-EVALUATE.
           PERFORM 2900-RETURN-SORTED-RECORD.

       2150-START-ACCOUNT-GROUP.
           MOVE SK-ACCOUNT-KEY TO WS-GROUP-KEY.
           SET GROUP-UNDECIDED TO TRUE.
           IF SK-FROM-MASTER
               IF SK-SAMPLED
                   MOVE SK-NEW-ACCOUNT TO WS-GROUP-NEW-ACCOUNT
                   MOVE SK-MASKED-NAME TO WS-GROUP-MASKED-NAME
                   MOVE SK-BRANCH-CODE TO WS-GROUP-BRANCH-CODE
                   MOVE "M" TO WS-GROUP-SOURCE-CODE
                   PERFORM 2180-INCLUDE-ACCOUNT-GROUP
               ELSE
                   SET GROUP-EXCLUDED TO TRUE
               END-IF
           END-IF.

       2180-INCLUDE-ACCOUNT-GROUP.
           SET GROUP-INCLUDED TO TRUE.
           MOVE SPACES TO ACCOUNT-MAPPING-RECORD.
           MOVE WS-GROUP-KEY TO MP-OLD-ACCOUNT-NUMBER.
           MOVE WS-GROUP-NEW-ACCOUNT TO MP-NEW-ACCOUNT-NUMBER.
           MOVE WS-GROUP-BRANCH-CODE TO MP-BRANCH-CODE.
           MOVE WS-GROUP-SOURCE-CODE TO MP-SOURCE-CODE.
           MOVE WS-BUSINESS-DATE TO MP-BUSINESS-DATE.
           WRITE ACCOUNT-MAPPING-RECORD.
           ADD 1 TO WS-MAPPED-TOTAL.
           IF MP-FROM-MASTER
               ADD 1 TO WS-MAPPED-FROM-MASTER
           ELSE
               ADD 1 TO WS-MAPPED-FROM-ADDS
           END-IF.

      *  A second master record under the same key was not masked
      *  unless it was sampled itself; it is dropped rather than
      *  carried over with its real name.
       2200-MASK-MASTER.
           IF GROUP-INCLUDED AND SK-SAMPLED
               MOVE SPACES TO MW-WORK-RECORD
               MOVE "A" TO MW-RECORD-TYPE
               MOVE WS-GROUP-NEW-ACCOUNT TO MW-SORT-KEY
               MOVE SK-ARRIVAL-NBR TO MW-ARRIVAL-NBR
               MOVE SK-RECORD-DATA TO MW-RECORD-DATA
               WRITE MW-WORK-RECORD
           END-IF.

       2300-MASK-TRANSACTION.
           MOVE SK-RECORD-DATA TO ACCOUNT-TRANSACTION-RECORD.
           IF GROUP-UNDECIDED AND TR-ADD
               PERFORM 2350-SAMPLE-ADD-CARD
           END-IF.
           IF GROUP-INCLUDED
               MOVE WS-GROUP-NEW-ACCOUNT TO TR-ACCOUNT-NUMBER
               IF TR-ACCOUNT-NAME NOT = SPACES
                   AND NOT TR-BRANCH-MOVE
                   MOVE WS-GROUP-MASKED-NAME TO TR-ACCOUNT-NAME
               END-IF
               WRITE ACCOUNT-TRANSACTION-RECORD
               ADD 1 TO WS-FILE-WRITTEN-COUNT(2)
           END-IF.

      *  An add card for an account not yet on the master is sampled
      *  from its own branch at the card's percentage, and the new
      *  account is remapped and named like any other.
       2350-SAMPLE-ADD-CARD.
           SET GROUP-EXCLUDED TO TRUE.
           MOVE TR-BRANCH-CODE TO WS-CHECK-BRANCH.
           PERFORM 5400-CHECK-BRANCH-SELECTED.
           IF BRANCH-SELECTED
               ADD WS-SAMPLE-PERCENT TO WS-ADD-SAMPLE-ACCUM
               IF WS-ADD-SAMPLE-ACCUM >= 100
                   SUBTRACT 100 FROM WS-ADD-SAMPLE-ACCUM
                   MOVE SK-ACCOUNT-KEY TO WS-OLD-ACCOUNT
                   PERFORM 5000-REMAP-ACCOUNT
                   PERFORM 5200-GENERATE-NAME
                   MOVE WS-NEW-ACCOUNT TO WS-GROUP-NEW-ACCOUNT
                   MOVE WS-MASKED-NAME TO WS-GROUP-MASKED-NAME
                   MOVE TR-BRANCH-CODE TO WS-GROUP-BRANCH-CODE
                   MOVE "A" TO WS-GROUP-SOURCE-CODE
                   PERFORM 2180-INCLUDE-ACCOUNT-GROUP
               END-IF
           END-IF.

       2400-MASK-SUSPENSE.
           IF GROUP-INCLUDED
               MOVE SK-RECORD-DATA TO SUSPENSE-MASTER-RECORD
               MOVE WS-GROUP-NEW-ACCOUNT TO SU-ACCOUNT-NUMBER
               IF SU-ACCOUNT-DATA(1:30) NOT = SPACES
                   AND SU-ACTION-CODE NOT = "M"
                   MOVE WS-GROUP-MASKED-NAME
                       TO SU-ACCOUNT-DATA(1:30)
               END-IF
               WRITE SUSPENSE-MASTER-RECORD
               ADD 1 TO WS-FILE-WRITTEN-COUNT(3)
           END-IF.

       2500-MASK-REJECT.
           IF GROUP-INCLUDED
               MOVE SK-RECORD-DATA TO REJECT-MASTER-RECORD
               MOVE WS-GROUP-NEW-ACCOUNT TO RM-ACCOUNT-RAW
               IF RM-ACCOUNT-DATA(1:30) NOT = SPACES
                   MOVE WS-GROUP-MASKED-NAME
                       TO RM-ACCOUNT-DATA(1:30)
               END-IF
               WRITE REJECT-MASTER-RECORD
               ADD 1 TO WS-FILE-WRITTEN-COUNT(4)
           END-IF.

       2600-MASK-OVERRIDE.
           IF GROUP-INCLUDED
               MOVE SK-RECORD-DATA TO OVERRIDE-MASTER-RECORD
               MOVE WS-GROUP-NEW-ACCOUNT TO OV-ACCOUNT-NUMBER
               WRITE OVERRIDE-MASTER-RECORD
               ADD 1 TO WS-FILE-WRITTEN-COUNT(5)
           END-IF.

      *  The masked feed's trailer is built from the balances as
      *  scaled, so it ties to the details FBVALRPT will add up.
       2700-MASK-FEED-DETAIL.
           IF GROUP-INCLUDED
               MOVE SK-RECORD-DATA TO BALANCE-FEED-RECORD
               MOVE WS-GROUP-NEW-ACCOUNT TO BL-DTL-ACCOUNT-NUMBER
               IF BL-DTL-BALANCE IS NUMERIC
                   COMPUTE BL-DTL-BALANCE ROUNDED =
                       BL-DTL-BALANCE * WS-BALANCE-SCALE
               ELSE
                   MOVE ZERO TO BL-DTL-BALANCE
               END-IF
               WRITE BALANCE-FEED-RECORD
               ADD 1 TO WS-TEST-FEED-COUNT
               ADD BL-DTL-BALANCE TO WS-TEST-FEED-TOTAL
               ADD 1 TO WS-FILE-WRITTEN-COUNT(6)
           END-IF.

       2800-MASK-HISTORY.
           IF GROUP-INCLUDED
               MOVE WS-GROUP-NEW-ACCOUNT TO SK-HS-ACCOUNT
               MOVE SPACES TO MW-WORK-RECORD
               MOVE "H" TO MW-RECORD-TYPE
               MOVE SK-HS-BUSINESS-DATE TO MW-HK-BUSINESS-DATE
               MOVE WS-GROUP-NEW-ACCOUNT TO MW-HK-ACCOUNT
               MOVE SK-ARRIVAL-NBR TO MW-ARRIVAL-NBR
               MOVE SK-RECORD-DATA TO MW-RECORD-DATA
               WRITE MW-WORK-RECORD
           END-IF.

       2900-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORTED-RECORDS TO TRUE
           END-RETURN.

       2950-CLOSE-MASKED-FILES.
           MOVE SPACES TO BALANCE-FEED-RECORD.
           SET BL-TRAILER-RECORD TO TRUE.
           MOVE WS-TEST-FEED-COUNT TO BL-TRL-RECORD-COUNT.
           MOVE WS-TEST-FEED-TOTAL TO BL-TRL-BALANCE-TOTAL.
           WRITE BALANCE-FEED-RECORD.
           CLOSE MASK-WORK-FILE.
           CLOSE TEST-TRANSACTION-FILE.
           CLOSE TEST-SUSPENSE-FILE.
           CLOSE TEST-REJECT-FILE.
           CLOSE TEST-OVERRIDE-FILE.
           CLOSE TEST-FEED-FILE.
           CLOSE MAPPING-FILE.

      *****************************************************************
      *  The masked master goes back into account order and the
      *  masked history into business date then account order, both
      *  on the new numbers, as the nightly steps expect them.
      *****************************************************************
       3000-WRITE-REORDERED-FILES.
           OPEN OUTPUT TEST-MASTER-FILE.
           OPEN OUTPUT TEST-HISTORY-FILE.
           PERFORM 3900-RETURN-REORDERED-RECORD.
           PERFORM 3100-WRITE-ONE-REORDERED
               UNTIL END-OF-REORDERED-RECORDS.
           CLOSE TEST-MASTER-FILE.
           CLOSE TEST-HISTORY-FILE.

       3100-WRITE-ONE-REORDERED.
           IF SO-MASTER-RECORD
               WRITE TEST-MASTER-RECORD FROM SO-RECORD-DATA
               ADD 1 TO WS-FILE-WRITTEN-COUNT(1)
           ELSE
               WRITE TEST-HISTORY-RECORD FROM SO-RECORD-DATA
               ADD 1 TO WS-FILE-WRITTEN-COUNT(7)
           END-IF.
           PERFORM 3900-RETURN-REORDERED-RECORD.

       3900-RETURN-REORDERED-RECORD.
           RETURN REORDER-SORT-FILE
               AT END
                   SET END-OF-REORDERED-RECORDS TO TRUE
           END-RETURN.

      *****************************************************************
      *  The new number keeps the old one's place within its block
      *  -- and so its remainder by every divisor -- and moves it to
      *  a shuffled block.  The square of the place is added into
      *  the shuffle, so neighbouring numbers land in unrelated
      *  blocks; numbers with the same place still never share one.
      *  Old number zero is never remapped (it is rejected, and keeps
      *  its raw value), so the one valid number that would land on
      *  zero takes zero's image instead.  A number in the part-block
      *  at the very top of the range is left as it is and counted.
      *****************************************************************
       5000-REMAP-ACCOUNT.
           IF WS-OLD-ACCOUNT IS NUMERIC
               AND WS-OLD-ACCOUNT-NBR > ZERO
               COMPUTE WS-REMAP-BLOCK =
                   WS-OLD-ACCOUNT-NBR / WS-REMAP-MODULUS
               COMPUTE WS-REMAP-REMAINDER = FUNCTION MOD(
                   WS-OLD-ACCOUNT-NBR WS-REMAP-MODULUS)
               IF WS-REMAP-BLOCK < WS-REMAP-BLOCK-COUNT
                   COMPUTE WS-REMAP-PRODUCT =
                       WS-REMAP-REMAINDER * WS-REMAP-REMAINDER
                       + WS-REMAP-BLOCK
                   COMPUTE WS-REMAP-NEW-BLOCK = FUNCTION MOD(
                       WS-REMAP-PRODUCT WS-REMAP-BLOCK-COUNT)
                   COMPUTE WS-REMAP-PRODUCT =
                       WS-REMAP-MULTIPLIER * WS-REMAP-NEW-BLOCK
                       + WS-REMAP-ADDEND
                   COMPUTE WS-REMAP-NEW-BLOCK = FUNCTION MOD(
                       WS-REMAP-PRODUCT WS-REMAP-BLOCK-COUNT)
                   COMPUTE WS-NEW-ACCOUNT-NBR =
                       WS-REMAP-NEW-BLOCK * WS-REMAP-MODULUS
                       + WS-REMAP-REMAINDER
                   IF WS-NEW-ACCOUNT-NBR = ZERO
                       COMPUTE WS-NEW-ACCOUNT-NBR =
                           WS-REMAP-ADDEND * WS-REMAP-MODULUS
                   END-IF
               ELSE
                   MOVE WS-OLD-ACCOUNT-NBR TO WS-NEW-ACCOUNT-NBR
                   ADD 1 TO WS-ABOVE-RANGE-COUNT
               END-IF
           ELSE
               MOVE WS-OLD-ACCOUNT TO WS-NEW-ACCOUNT
           END-IF.

       5100-CLASSIFY-NUMBER.
           COMPUTE WS-REM-1 = FUNCTION MOD(WS-CLASSIFY-NBR
               WS-DIVISOR-1).
           COMPUTE WS-REM-2 = FUNCTION MOD(WS-CLASSIFY-NBR
               WS-DIVISOR-2).
           COMPUTE WS-REM-3 = FUNCTION MOD(WS-CLASSIFY-NBR
               WS-DIVISOR-3).
           EVALUATE WS-REM-1 = ZERO ALSO WS-REM-2 = ZERO
                 ALSO WS-REM-3 = ZERO
             WHEN TRUE ALSO TRUE ALSO TRUE
                 MOVE 7 TO WS-CATEGORY-NBR
             WHEN TRUE ALSO TRUE ALSO FALSE
                 MOVE 4 TO WS-CATEGORY-NBR
             WHEN TRUE ALSO FALSE ALSO TRUE
                 MOVE 5 TO WS-CATEGORY-NBR
             WHEN TRUE ALSO FALSE ALSO FALSE
                 MOVE 1 TO WS-CATEGORY-NBR
             WHEN FALSE ALSO TRUE ALSO TRUE
                 MOVE 6 TO WS-CATEGORY-NBR
             WHEN FALSE ALSO TRUE ALSO FALSE
                 MOVE 2 TO WS-CATEGORY-NBR
             WHEN FALSE ALSO FALSE ALSO TRUE
                 MOVE 3 TO WS-CATEGORY-NBR
             WHEN OTHER
                 MOVE 8 TO WS-CATEGORY-NBR
           END-EVALUATE.

       5200-GENERATE-NAME.
           ADD 1 TO WS-NAME-SEQUENCE.
           COMPUTE WS-NAME-NUMBER =
               WS-NAME-SEQUENCE * 7919 + WS-NAME-SEED.
           COMPUTE WS-GIVEN-SUB = FUNCTION MOD(WS-NAME-NUMBER 32) + 1.
           COMPUTE WS-NAME-WORK = WS-NAME-NUMBER / 32.
           COMPUTE WS-FAMILY-SUB = FUNCTION MOD(WS-NAME-WORK 32) + 1.
           COMPUTE WS-NAME-WORK = WS-NAME-WORK / 32.
           COMPUTE WS-INITIAL-SUB = FUNCTION MOD(WS-NAME-WORK 20) + 1.
           MOVE SPACES TO WS-MASKED-NAME.
           STRING WS-GIVEN-NAME(WS-GIVEN-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-INITIAL-LETTERS(WS-INITIAL-SUB:1)
                      DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-FAMILY-NAME(WS-FAMILY-SUB) DELIMITED BY SPACE
               INTO WS-MASKED-NAME.

       5300-FIND-GCD.
           PERFORM 5350-GCD-STEP
               UNTIL WS-GCD-B = ZERO.

       5350-GCD-STEP.
           COMPUTE WS-GCD-REMAINDER = FUNCTION MOD(WS-GCD-A WS-GCD-B).
           MOVE WS-GCD-B TO WS-GCD-A.
           MOVE WS-GCD-REMAINDER TO WS-GCD-B.

      *  No branches on the card means every branch is sampled.
       5400-CHECK-BRANCH-SELECTED.
           MOVE "N" TO WS-BRANCH-SELECT-SWITCH.
           IF WS-SEL-USED-COUNT = ZERO
               SET BRANCH-SELECTED TO TRUE
           ELSE
               MOVE ZERO TO WS-SEL-FOUND-SUB
               MOVE ZERO TO WS-SEL-SUB
               PERFORM 5450-MATCH-ONE-SELECTED
                   UNTIL WS-SEL-FOUND-SUB > ZERO
                       OR WS-SEL-SUB >= WS-SEL-USED-COUNT
               IF WS-SEL-FOUND-SUB > ZERO
                   SET BRANCH-SELECTED TO TRUE
               END-IF
           END-IF.

       5450-MATCH-ONE-SELECTED.
           ADD 1 TO WS-SEL-SUB.
           IF WS-SEL-BRANCH-CODE(WS-SEL-SUB) = WS-CHECK-BRANCH
               MOVE WS-SEL-SUB TO WS-SEL-FOUND-SUB
           END-IF.

      *****************************************************************
      *  The build report.  It names the sample but never the scale
      *  factor or the remap key, and lists no account numbers.
      *****************************************************************
       8000-WRITE-BUILD-REPORT.
           OPEN OUTPUT MASK-REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-HEADER-DATE.
           WRITE MR-REPORT-LINE FROM WS-REPORT-HEADER-LINE.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           IF BUILD-REFUSED
               MOVE SPACES TO WS-TEXT-LINE
               MOVE "NOTHING BUILT" TO WS-TEXT-LABEL
               MOVE WS-REFUSAL-TEXT TO WS-TEXT-VALUE
               WRITE MR-REPORT-LINE FROM WS-TEXT-LINE
           ELSE
               PERFORM 8100-WRITE-PARAMETERS
               PERFORM 8200-WRITE-FILE-COUNTS
               PERFORM 8300-WRITE-CATEGORY-MIX
               PERFORM 8400-WRITE-FEED-CONTROLS
               PERFORM 8500-WRITE-VERDICT
           END-IF.
           CLOSE MASK-REPORT-FILE.

       8100-WRITE-PARAMETERS.
           MOVE "SAMPLE PERCENT" TO WS-SUMMARY-LABEL.
           MOVE WS-SAMPLE-PERCENT TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE "BRANCHES SAMPLED" TO WS-TEXT-LABEL.
           IF WS-SEL-USED-COUNT = ZERO
               MOVE "ALL" TO WS-TEXT-VALUE
           ELSE
               MOVE SPACES TO WS-BRANCH-LIST-TEXT
               MOVE ZERO TO WS-SEL-SUB
               PERFORM 8150-LIST-ONE-BRANCH
                   UNTIL WS-SEL-SUB >= WS-SEL-USED-COUNT
               MOVE WS-BRANCH-LIST-TEXT TO WS-TEXT-VALUE
           END-IF.
           WRITE MR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE "DIVISORS IN FORCE" TO WS-TEXT-LABEL.
           MOVE WS-DIVISOR-1 TO WS-DVT-DIVISOR-1.
           MOVE WS-DIVISOR-2 TO WS-DVT-DIVISOR-2.
           MOVE WS-DIVISOR-3 TO WS-DVT-DIVISOR-3.
           MOVE WS-DIVISOR-TEXT TO WS-TEXT-VALUE.
           WRITE MR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

       8150-LIST-ONE-BRANCH.
           ADD 1 TO WS-SEL-SUB.
           MOVE WS-SEL-BRANCH-CODE(WS-SEL-SUB)
               TO WS-BLT-BRANCH-CODE(WS-SEL-SUB).

       8200-WRITE-FILE-COUNTS.
           WRITE MR-REPORT-LINE FROM WS-FILE-COLUMN-LINE.
           MOVE ZERO TO WS-FILE-SUB.
           PERFORM 8250-WRITE-ONE-FILE-COUNT
               UNTIL WS-FILE-SUB >= 7.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE "ACCOUNTS MAPPED" TO WS-SUMMARY-LABEL.
           MOVE WS-MAPPED-TOTAL TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  FROM ACCOUNT MASTER" TO WS-SUMMARY-LABEL.
           MOVE WS-MAPPED-FROM-MASTER TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "  FROM ADD CARDS" TO WS-SUMMARY-LABEL.
           MOVE WS-MAPPED-FROM-ADDS TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "NUMBERS LEFT UNMAPPED" TO WS-SUMMARY-LABEL.
           MOVE WS-ABOVE-RANGE-COUNT TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

       8250-WRITE-ONE-FILE-COUNT.
           ADD 1 TO WS-FILE-SUB.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-TCL-LABEL.
           MOVE WS-FILE-READ-COUNT(WS-FILE-SUB) TO WS-TCL-COUNT-1.
           MOVE WS-FILE-WRITTEN-COUNT(WS-FILE-SUB) TO WS-TCL-COUNT-2.
           COMPUTE WS-TCL-COUNT-3 = WS-FILE-READ-COUNT(WS-FILE-SUB)
               - WS-FILE-WRITTEN-COUNT(WS-FILE-SUB).
           WRITE MR-REPORT-LINE FROM WS-THREE-COUNT-LINE.

      *  The mix is by divisor arithmetic alone: the selected
      *  branches' valid accounts, the sample of them, and the same
      *  accounts under their new numbers.  Overrides pin the same
      *  accounts in test as in production, so they do not move it.
       8300-WRITE-CATEGORY-MIX.
           MOVE "CATEGORY MIX BY DIVISOR ARITHMETIC" TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           WRITE MR-REPORT-LINE FROM WS-MIX-COLUMN-LINE.
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM 8350-WRITE-ONE-CATEGORY
               UNTIL WS-CAT-SUB >= 8.
           MOVE "TOTAL" TO WS-TCL-LABEL.
           MOVE WS-MIX-SELECTED-TOTAL TO WS-TCL-COUNT-1.
           MOVE WS-MIX-SAMPLE-TOTAL TO WS-TCL-COUNT-2.
           MOVE WS-MIX-MASKED-TOTAL TO WS-TCL-COUNT-3.
           WRITE MR-REPORT-LINE FROM WS-THREE-COUNT-LINE.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

       8350-WRITE-ONE-CATEGORY.
           ADD 1 TO WS-CAT-SUB.
           MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO WS-TCL-LABEL.
           MOVE WS-MIX-SELECTED(WS-CAT-SUB) TO WS-TCL-COUNT-1.
           MOVE WS-MIX-SAMPLE(WS-CAT-SUB) TO WS-TCL-COUNT-2.
           MOVE WS-MIX-MASKED(WS-CAT-SUB) TO WS-TCL-COUNT-3.
           WRITE MR-REPORT-LINE FROM WS-THREE-COUNT-LINE.
           ADD WS-MIX-SELECTED(WS-CAT-SUB) TO WS-MIX-SELECTED-TOTAL.
           ADD WS-MIX-SAMPLE(WS-CAT-SUB) TO WS-MIX-SAMPLE-TOTAL.
           ADD WS-MIX-MASKED(WS-CAT-SUB) TO WS-MIX-MASKED-TOTAL.

       8400-WRITE-FEED-CONTROLS.
           MOVE "MASKED BALFEED CONTROLS" TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE SPACES TO WS-TEXT-LINE.
           MOVE "HEADER BUSINESS DATE" TO WS-TEXT-LABEL.
           MOVE WS-BUSINESS-DATE TO WS-TEXT-VALUE.
           WRITE MR-REPORT-LINE FROM WS-TEXT-LINE.
           MOVE "TRAILER RECORD COUNT" TO WS-SUMMARY-LABEL.
           MOVE WS-TEST-FEED-COUNT TO WS-SUMMARY-COUNT.
           WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "TRAILER BALANCE TOTAL" TO WS-AMOUNT-LABEL.
           MOVE WS-TEST-FEED-TOTAL TO WS-AMOUNT-VALUE.
           WRITE MR-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

       8500-WRITE-VERDICT.
           EVALUATE TRUE
             WHEN WS-CATEGORY-CHANGED-COUNT > ZERO
                 MOVE "CATEGORY CHANGED" TO WS-SUMMARY-LABEL
                 MOVE WS-CATEGORY-CHANGED-COUNT TO WS-SUMMARY-COUNT
                 WRITE MR-REPORT-LINE FROM WS-SUMMARY-LINE
                 MOVE "MASKED SET CHANGES THE CATEGORY MIX, DO NOT LOAD"
                     TO MR-REPORT-LINE
             WHEN WS-ABOVE-RANGE-COUNT > ZERO
                 MOVE "MASKED SET BUILT, NUMBERS LEFT UNMAPPED, REVIEW"
                     TO MR-REPORT-LINE
             WHEN OTHER
                 MOVE "MASKED SET BUILT, CATEGORY MIX PRESERVED"
                     TO MR-REPORT-LINE
           END-EVALUATE.
           WRITE MR-REPORT-LINE.

       9500-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO AT-RUN-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO AT-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO AT-BUSINESS-DATE.
           MOVE "FBMASK  " TO AT-PROGRAM-ID.
           MOVE "UNKNOWN " TO AT-JOB-ID.
           ACCEPT AT-JOB-ID FROM ENVIRONMENT "JOB_ID".
           MOVE WS-TOTAL-READ-COUNT TO AT-RECORDS-READ.
           MOVE WS-MAPPED-TOTAL TO AT-FINAL-COUNTER.
           MOVE WS-MIX-MASKED(1) TO AT-FIZZ-COUNT.
           MOVE WS-MIX-MASKED(2) TO AT-BUZZ-COUNT.
           MOVE WS-MIX-MASKED(3) TO AT-BAZZ-COUNT.
           MOVE WS-MIX-MASKED(4) TO AT-FIZZBUZZ-COUNT.
           MOVE WS-MIX-MASKED(5) TO AT-FIZZBAZZ-COUNT.
           MOVE WS-MIX-MASKED(6) TO AT-BUZZBAZZ-COUNT.
           MOVE WS-MIX-MASKED(7) TO AT-FIZZBUZZBAZZ-COUNT.
           MOVE WS-MIX-MASKED(8) TO AT-PLAIN-COUNT.
           MOVE WS-CATEGORY-CHANGED-COUNT TO AT-REJECT-COUNT.
           EVALUATE TRUE
             WHEN BUILD-REFUSED
                 MOVE "REFUSED " TO AT-RUN-STATUS
             WHEN WS-CATEGORY-CHANGED-COUNT > ZERO
                 MOVE "RECONFL " TO AT-RUN-STATUS
             WHEN WS-ABOVE-RANGE-COUNT > ZERO
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
       END PROGRAM FBMASK.
