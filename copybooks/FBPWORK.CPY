      *****************************************************************
      *  FBPWORK.CPY
      *  Partition work record, the hand-off from a FIZZBUZZ
      *  partition run to FBMERGE.  Every output line the single
      *  stream would have written goes here instead, tagged with
      *  the account's position on the master (PW-SEQUENCE-NBR) so
      *  the merge can sort all partitions back into master order
      *  and write FBREPORT, FBEXTRCT, FBREJECT, and the history
      *  records exactly as one pass would have.  The partition's
      *  control totals carry sequence zero so they sort ahead of
      *  everything else; a branch's counts carry the sequence of
      *  the branch's first account, which keeps the branch blocks
      *  in first-seen order.  A partition posts nothing to AUDITLOG
      *  itself -- several partitions appending to it at once would
      *  queue on the file -- so its control totals also carry what
      *  its audit record would have said, and FBMERGE posts it.
      *****************************************************************
       01  PARTITION-WORK-RECORD.
           05  PW-SEQUENCE-NBR             PIC 9(9).
           05  PW-RECORD-TYPE              PIC X(1).
               88  PW-CONTROL-TOTALS           VALUE "A".
               88  PW-BRANCH-COUNTS            VALUE "B".
               88  PW-CLOSED-DETAIL            VALUE "C".
               88  PW-OPEN-DETAIL              VALUE "D".
               88  PW-HISTORY-DETAIL           VALUE "H".
               88  PW-REJECT-DETAIL            VALUE "R".
               88  PW-EXTRACT-DETAIL           VALUE "X".
           05  PW-PARTITION-ID             PIC X(2).
           05  PW-BODY                     PIC X(180).
           05  PW-CONTROL-BODY REDEFINES PW-BODY.
               10  PW-BUSINESS-DATE            PIC X(8).
               10  PW-LOW-BRANCH               PIC X(3).
               10  PW-HIGH-BRANCH              PIC X(3).
               10  PW-MASTER-READ-COUNT        PIC 9(9).
               10  PW-CATEGORY-COUNT           PIC 9(9) OCCURS 8 TIMES.
               10  PW-OVERRIDE-COUNT           PIC 9(9).
               10  PW-OVERRIDE-FB-COUNT        PIC 9(9).
               10  PW-DIV1-DIV2-COUNT          PIC 9(9).
               10  PW-CLOSED-COUNT             PIC 9(9).
               10  PW-REJECT-COUNT             PIC 9(9).
               10  PW-GRAND-TOTAL              PIC 9(9).
               10  PW-AUDIT-RUN-DATE           PIC X(8).
               10  PW-AUDIT-RUN-TIME           PIC X(6).
               10  PW-AUDIT-JOB-ID             PIC X(8).
               10  PW-AUDIT-RUN-STATUS         PIC X(8).
               10  FILLER                      PIC X(1).
           05  PW-BRANCH-BODY REDEFINES PW-BODY.
               10  PW-BRANCH-CODE              PIC X(3).
               10  PW-BRANCH-CATEGORY-COUNT    PIC 9(9) OCCURS 8 TIMES.
               10  PW-BRANCH-TOTAL-COUNT       PIC 9(9).
               10  FILLER                      PIC X(96).
           05  PW-EXTRACT-BODY REDEFINES PW-BODY.
               10  PW-EX-RECORD-TYPE           PIC X(1).
               10  PW-EX-ACCOUNT-NUMBER        PIC 9(9).
               10  PW-EX-CATEGORY-CODE         PIC X(3).
               10  PW-EX-BUSINESS-DATE         PIC X(8).
               10  FILLER                      PIC X(159).
           05  PW-HISTORY-BODY REDEFINES PW-BODY.
               10  PW-HS-ACCOUNT-NUMBER        PIC 9(9).
               10  PW-HS-BUSINESS-DATE         PIC X(8).
               10  PW-HS-CATEGORY-NBR          PIC 9(1).
               10  PW-HS-CATEGORY-CODE         PIC X(3).
               10  PW-HS-ACCOUNT-STATUS        PIC X(1).
               10  FILLER                      PIC X(158).
           05  PW-REJECT-BODY REDEFINES PW-BODY.
               10  PW-RJ-ACCOUNT-RAW           PIC X(9).
               10  FILLER                      PIC X(3).
               10  PW-RJ-REASON-CODE           PIC X(4).
               10  FILLER                      PIC X(3).
               10  PW-RJ-REASON-TEXT           PIC X(30).
               10  PW-RJ-ACCOUNT-DATA          PIC X(71).
               10  FILLER                      PIC X(60).
