       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSTAGE.
      *****************************************************************
      *  Online maintenance staging extract.  Reads the ACCTSTG
      *  VSAM file the ACCTMNT transaction writes to (see
      *  ACCTSTG.CPY) in key order -- the order the clerks keyed
      *  the cards -- and copies every pending card to ONLTRANS,
      *  which SORTTRAN concatenates with ACCTTRAN, FIXTRANS, and
      *  RCYTRANS ahead of ACCTUPDT.  Each card copied is marked
      *  extracted under tonight's business date rather than
      *  deleted, so a rerun of the night writes the same cards
      *  again instead of losing them; a card extracted under an
      *  earlier business date has already been through ACCTUPDT
      *  and is purged from the staging file.  The business date
      *  comes from RUNDATE, overridden by PARM, like every other
      *  step in the stream.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAGING-FILE ASSIGN TO "ACCTSTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-RECORD-KEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT ONLINE-TRANS-FILE ASSIGN TO "ONLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STAGING-FILE.
       COPY ACCTSTG.
       FD  ONLINE-TRANS-FILE.
       01  ONLINE-TRANS-RECORD         PIC X(81).
       FD  RUN-DATE-FILE.
       COPY RUNDATE.
       WORKING-STORAGE SECTION.
       01  WS-VSAM-STATUS              PIC XX.
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-PARM-DATE                PIC X(8).
       01  WS-STAGING-EOF-SWITCH       PIC X VALUE "N".
           88  END-OF-STAGING              VALUE "Y".
       01  WS-RECORDS-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-CARDS-WRITTEN-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-CARDS-REWRITTEN-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECORDS-PURGED-COUNT     PIC 9(9) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 0000-INITIALIZE.
           PERFORM 1000-PROCESS-ONE-RECORD
               UNTIL END-OF-STAGING.
           CLOSE STAGING-FILE.
           CLOSE ONLINE-TRANS-FILE.
           DISPLAY "ACCTSTG RECORDS READ:   " WS-RECORDS-READ-COUNT
               UPON CONSOLE.
           DISPLAY "ONLTRANS NEW CARDS:     " WS-CARDS-WRITTEN-COUNT
               UPON CONSOLE.
           DISPLAY "ONLTRANS RERUN CARDS:   " WS-CARDS-REWRITTEN-COUNT
               UPON CONSOLE.
           DISPLAY "ACCTSTG RECORDS PURGED: " WS-RECORDS-PURGED-COUNT
               UPON CONSOLE.
           STOP RUN.

       0000-INITIALIZE.
           PERFORM 0150-READ-RUN-DATE.
           OPEN OUTPUT ONLINE-TRANS-FILE.
           OPEN I-O STAGING-FILE.
           IF WS-VSAM-STATUS NOT = "00" AND WS-VSAM-STATUS NOT = "05"
               OPEN OUTPUT STAGING-FILE
               CLOSE STAGING-FILE
               OPEN I-O STAGING-FILE
           END-IF.

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

       1000-PROCESS-ONE-RECORD.
           READ STAGING-FILE NEXT RECORD
               AT END
                   SET END-OF-STAGING TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   PERFORM 1100-APPLY-ONE-RECORD
           END-READ.

       1100-APPLY-ONE-RECORD.
           IF SG-PENDING
               PERFORM 1200-EXTRACT-PENDING-CARD
           ELSE IF SG-EXTRACT-DATE = WS-BUSINESS-DATE
               MOVE SG-TRANSACTION-CARD TO ONLINE-TRANS-RECORD
               WRITE ONLINE-TRANS-RECORD
               ADD 1 TO WS-CARDS-REWRITTEN-COUNT
           ELSE IF SG-EXTRACT-DATE < WS-BUSINESS-DATE
               DELETE STAGING-FILE RECORD
                   INVALID KEY
                       DISPLAY "ACCTSTG PURGE FAILED FOR "
                           SG-RECORD-KEY UPON CONSOLE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-PURGED-COUNT
               END-DELETE
           END-IF.

       1200-EXTRACT-PENDING-CARD.
           MOVE SG-TRANSACTION-CARD TO ONLINE-TRANS-RECORD.
           WRITE ONLINE-TRANS-RECORD.
           ADD 1 TO WS-CARDS-WRITTEN-COUNT.
           SET SG-EXTRACTED TO TRUE.
           MOVE WS-BUSINESS-DATE TO SG-EXTRACT-DATE.
           REWRITE ACCOUNT-STAGING-RECORD
               INVALID KEY
                   DISPLAY "ACCTSTG MARK FAILED FOR "
                       SG-RECORD-KEY UPON CONSOLE
           END-REWRITE.
       END PROGRAM TRNSTAGE.
