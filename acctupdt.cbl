      *  is stamped with the business date so the ACCTARCH step can
      *  age it, and a card for an account that ACCTARCH has moved
      *  to the archive master rejects with its own reason rather
      *  than the misleading "not on master".  Cards keyed through
      *  the ACCTMNT online transaction carry an entry stamp (see
      *  ACCTTRN.CPY) and the register shows the operator and the
      *  date and time each was keyed, blank for batch cards; the
      *  stamp is cleared before the card's data reaches the master.
      *  A BRNCONSL branch move card (action M, see ACCTTRN.CPY)
      *  changes only the branch code, and only while the account is
      *  still on the closing branch the card names; CONSTRAN sorts
      *  last, so that is judged after the night's other cards for
      *  the account.  A move for an account that is no longer on
      *  the closing branch, or no longer on the master at all, is
      *  bypassed on the register rather than suspended -- there is
      *  nothing left for it to do.  An ACCTDORM dormant close card
      *  (action X) is handled the same way: it sets only the status
      *  and closed date, only while the account is still open after
      *  the night's other cards, and is bypassed if a same-night
      *  card already closed or deleted the account.
      *  The ACCTSWAP and ACCTSYNC steps in DAILYRUN.JCL
      *  promote the new master over the old one and REPRO it into
      *  ACCTVSAM so the FBINQ online inquiry sees the same accounts
      *  the batch suite does.
       01  WS-ADD-COUNT                PIC 9(9) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-MOVE-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-DORMANT-CLOSE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-BYPASS-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-BYPASS-REASON            PIC X(28).
       01  WS-REJECT-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-HELD-MASTER-RECORD       PIC X(80).
       01  WS-HELD-KEY                 PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REG-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-REG-REASON               PIC X(28).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-REG-OPERATOR             PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-REG-ENTERED-DATE         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-REG-ENTERED-TIME         PIC X(4).
       01  WS-REG-SUMMARY-LINE.
           05  WS-REG-SUMMARY-LABEL        PIC X(20).
           05  WS-REG-SUMMARY-COUNT        PIC ZZZ,ZZZ,ZZ9.
                       PERFORM 1950-WRITE-REGISTER-REJECT-1
                   END-IF
               ELSE
                   IF TR-BRANCH-MOVE OR TR-DORMANT-CLOSE
                       MOVE "ACCOUNT NO LONGER ON MASTER"
                           TO WS-BYPASS-REASON
                       PERFORM 1945-WRITE-REGISTER-BYPASSED
                   ELSE
                       PERFORM 1960-WRITE-REGISTER-REJECT-2
                   END-IF
               END-IF
           END-IF.

               MOVE SPACES TO WS-HELD-MASTER-RECORD
               MOVE TR-ACCOUNT-NUMBER TO WS-HELD-MASTER-RECORD(1:9)
               MOVE TR-ACCOUNT-DATA TO WS-HELD-MASTER-RECORD(10:71)
               MOVE SPACES TO WS-HELD-MASTER-RECORD(60:21)
               MOVE TR-ACCOUNT-NUMBER TO WS-HELD-KEY
               SET ADD-RECORD-HELD TO TRUE
               PERFORM 1650-STAMP-HELD-CLOSED-DATE
                 ELSE
                     MOVE TR-ACCOUNT-DATA
                         TO WS-HELD-MASTER-RECORD(10:71)
                     MOVE SPACES TO WS-HELD-MASTER-RECORD(60:21)
                     PERFORM 1650-STAMP-HELD-CLOSED-DATE
                     ADD 1 TO WS-CHANGE-COUNT
                     PERFORM 1940-WRITE-REGISTER-APPLIED
                 MOVE "N" TO WS-HELD-SWITCH
                 ADD 1 TO WS-DELETE-COUNT
                 PERFORM 1940-WRITE-REGISTER-APPLIED
             WHEN TR-BRANCH-MOVE
                 PERFORM 1460-MOVE-HELD-ADD
             WHEN TR-DORMANT-CLOSE
                 PERFORM 1470-CLOSE-HELD-ADD
             WHEN OTHER
                 PERFORM 1960-WRITE-REGISTER-REJECT-2
           END-EVALUATE.

      *  The held record is an X(80) image: the branch code sits at
      *  bytes 40-42, where AM-BRANCH-CODE sits on the master.
       1460-MOVE-HELD-ADD.
           PERFORM 1500-CHECK-BRANCH-CODE.
           IF BRANCH-CODE-INVALID
               PERFORM 1980-WRITE-REGISTER-REJECT-4
           ELSE
               IF WS-HELD-MASTER-RECORD(40:3) = TR-MOVE-FROM-BRANCH
                   MOVE TR-BRANCH-CODE TO WS-HELD-MASTER-RECORD(40:3)
                   ADD 1 TO WS-MOVE-COUNT
                   PERFORM 1940-WRITE-REGISTER-APPLIED
               ELSE
                   MOVE "NOT ON THE CLOSING BRANCH"
                       TO WS-BYPASS-REASON
                   PERFORM 1945-WRITE-REGISTER-BYPASSED
               END-IF
           END-IF.

      *  Status at byte 43 and closed date at bytes 52-59 of the
      *  held image, as in 1650-STAMP-HELD-CLOSED-DATE.
       1470-CLOSE-HELD-ADD.
           IF WS-HELD-MASTER-RECORD(43:1) = "O"
               MOVE TR-ACCOUNT-STATUS TO WS-HELD-MASTER-RECORD(43:1)
               MOVE TR-CLOSED-DATE TO WS-HELD-MASTER-RECORD(52:8)
               ADD 1 TO WS-DORMANT-CLOSE-COUNT
               PERFORM 1940-WRITE-REGISTER-APPLIED
           ELSE
               MOVE "ACCOUNT NO LONGER OPEN" TO WS-BYPASS-REASON
               PERFORM 1945-WRITE-REGISTER-BYPASSED
           END-IF.

       1300-PROCESS-MATCHED-TRAN.
           IF TR-ADD
               PERFORM 1970-WRITE-REGISTER-REJECT-3
                       PERFORM 1800-READ-MASTER
                       PERFORM 1900-READ-TRANSACTION
                   ELSE
                       IF TR-BRANCH-MOVE
                           PERFORM 1330-APPLY-BRANCH-MOVE
                       ELSE
                           IF TR-DORMANT-CLOSE
                               PERFORM 1340-APPLY-DORMANT-CLOSE
                           ELSE
                               PERFORM 1960-WRITE-REGISTER-REJECT-2
                           END-IF
                       END-IF
                       PERFORM 1900-READ-TRANSACTION
                   END-IF
               END-IF
               PERFORM 1980-WRITE-REGISTER-REJECT-4
           ELSE
               MOVE TR-ACCOUNT-DATA TO ACCOUNT-MASTER-RECORD(10:71)
               MOVE SPACES TO ACCOUNT-MASTER-RECORD(60:21)
               IF AM-ACCOUNT-CLOSED
                   AND AM-CLOSED-DATE IS NOT NUMERIC
                   MOVE WS-BUSINESS-DATE TO AM-CLOSED-DATE
           ADD 1 TO WS-DELETE-COUNT.
           PERFORM 1940-WRITE-REGISTER-APPLIED.

       1330-APPLY-BRANCH-MOVE.
           PERFORM 1500-CHECK-BRANCH-CODE.
           IF BRANCH-CODE-INVALID
               PERFORM 1980-WRITE-REGISTER-REJECT-4
           ELSE
               IF AM-BRANCH-CODE = TR-MOVE-FROM-BRANCH
                   MOVE TR-BRANCH-CODE TO AM-BRANCH-CODE
                   ADD 1 TO WS-MOVE-COUNT
                   PERFORM 1940-WRITE-REGISTER-APPLIED
               ELSE
                   MOVE "NOT ON THE CLOSING BRANCH"
                       TO WS-BYPASS-REASON
                   PERFORM 1945-WRITE-REGISTER-BYPASSED
               END-IF
           END-IF.

       1340-APPLY-DORMANT-CLOSE.
           IF AM-ACCOUNT-OPEN
               MOVE TR-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS
               MOVE TR-CLOSED-DATE TO AM-CLOSED-DATE
               ADD 1 TO WS-DORMANT-CLOSE-COUNT
               PERFORM 1940-WRITE-REGISTER-APPLIED
           ELSE
               MOVE "ACCOUNT NO LONGER OPEN" TO WS-BYPASS-REASON
               PERFORM 1945-WRITE-REGISTER-BYPASSED
           END-IF.

       1500-CHECK-BRANCH-CODE.
           SET BRANCH-CODE-VALID TO TRUE.
           IF BRANCHES-LOADED
       1940-WRITE-REGISTER-APPLIED.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "APPLIED" TO WS-REG-DISPOSITION.
           WRITE REG-REPORT-LINE FROM WS-REG-DETAIL-LINE.

       1945-WRITE-REGISTER-BYPASSED.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "BYPASSED" TO WS-REG-DISPOSITION.
           MOVE WS-BYPASS-REASON TO WS-REG-REASON.
           WRITE REG-REPORT-LINE FROM WS-REG-DETAIL-LINE.
           ADD 1 TO WS-BYPASS-COUNT.

       1950-WRITE-REGISTER-REJECT-1.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "ACCOUNT NOT ON MASTER" TO WS-REG-REASON.
       1960-WRITE-REGISTER-REJECT-2.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           MOVE TR-ACTION-CODE TO WS-REG-ACTION.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "INVALID ACTION CODE" TO WS-REG-REASON.
       1970-WRITE-REGISTER-REJECT-3.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REG-REASON.
       1975-WRITE-REGISTER-REJECT-5.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "ACCOUNT ARCHIVED" TO WS-REG-REASON.
       1980-WRITE-REGISTER-REJECT-4.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "BRANCH NOT ON REFERENCE FILE" TO WS-REG-REASON.
       1985-WRITE-REGISTER-REJECT-6.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE TR-ACCOUNT-NUMBER TO WS-REG-ACCOUNT.
           PERFORM 1992-FORMAT-ENTRY-STAMP.
           PERFORM 1990-FORMAT-ACTION-NAME.
           MOVE "REJECTED" TO WS-REG-DISPOSITION.
           MOVE "ACCOUNT ON ARCHIVE MASTER" TO WS-REG-REASON.
           MOVE "ACCOUNT ON ARCHIVE MASTER" TO WS-SUSP-REASON-TEXT.
           PERFORM 1995-WRITE-SUSPENSE-RECORD.

       1990-FORMAT-ACTION-NAME.
           EVALUATE TRUE
             WHEN TR-ADD
                 MOVE "CHANGE" TO WS-REG-ACTION
             WHEN TR-DELETE
                 MOVE "DELETE" TO WS-REG-ACTION
             WHEN TR-BRANCH-MOVE
                 MOVE "MOVE" TO WS-REG-ACTION
             WHEN TR-DORMANT-CLOSE
                 MOVE "CLOSE" TO WS-REG-ACTION
             WHEN OTHER
                 MOVE TR-ACTION-CODE TO WS-REG-ACTION
           END-EVALUATE.

       1992-FORMAT-ENTRY-STAMP.
           MOVE TR-ENTERED-BY TO WS-REG-OPERATOR.
           MOVE TR-ENTERED-DATE TO WS-REG-ENTERED-DATE.
           MOVE TR-ENTERED-TIME TO WS-REG-ENTERED-TIME.

       1995-WRITE-SUSPENSE-RECORD.
           MOVE SPACES TO TRANSACTION-SUSPENSE-RECORD.
           MOVE TR-ACTION-CODE TO TS-ACTION-CODE.
           MOVE TR-ACCOUNT-NUMBER TO TS-ACCOUNT-NUMBER.
           MOVE TR-ACCOUNT-DATA TO TS-ACCOUNT-DATA.
           MOVE WS-SUSP-REASON-CODE TO TS-REASON-CODE.
           MOVE WS-SUSP-REASON-TEXT TO TS-REASON-TEXT.
           WRITE TRANSACTION-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.

       8000-WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO REG-REPORT-LINE.
           WRITE REG-REPORT-LINE.
           MOVE "DELETES APPLIED" TO WS-REG-SUMMARY-LABEL.
           MOVE WS-DELETE-COUNT TO WS-REG-SUMMARY-COUNT.
           WRITE REG-REPORT-LINE FROM WS-REG-SUMMARY-LINE.
           MOVE "BRANCH MOVES APPLIED" TO WS-REG-SUMMARY-LABEL.
           MOVE WS-MOVE-COUNT TO WS-REG-SUMMARY-COUNT.
           WRITE REG-REPORT-LINE FROM WS-REG-SUMMARY-LINE.
           MOVE "DORMANT CLOSES" TO WS-REG-SUMMARY-LABEL.
           MOVE WS-DORMANT-CLOSE-COUNT TO WS-REG-SUMMARY-COUNT.
           WRITE REG-REPORT-LINE FROM WS-REG-SUMMARY-LINE.
           MOVE "CARDS BYPASSED" TO WS-REG-SUMMARY-LABEL.
           MOVE WS-BYPASS-COUNT TO WS-REG-SUMMARY-COUNT.
           WRITE REG-REPORT-LINE FROM WS-REG-SUMMARY-LINE.
           MOVE "TRANS REJECTED" TO WS-REG-SUMMARY-LABEL.
           MOVE WS-REJECT-COUNT TO WS-REG-SUMMARY-COUNT.
           WRITE REG-REPORT-LINE FROM WS-REG-SUMMARY-LINE.
