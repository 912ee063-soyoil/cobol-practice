       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
      *****************************************************************
      *  Online account maintenance transaction (CICS), the keying
      *  front end for the ACCTUPDT batch step.  A clerk keys an
      *  account number with a blank action to see the current
      *  ACCTVSAM record and its BRNCHVSM branch name, then keys A,
      *  C, or D with the account fields to stage an add, change,
      *  or delete.  Every card is checked on the spot against the
      *  same rules ACCTUPDT applies that night, so a bad card
      *  never has to wait for the maintenance register or the
      *  TRNRECYC suspense master to surface: the branch must be on
      *  the branch reference, an add must not be for an account
      *  already on the master (or on the ARCHVSAM copy of the
      *  archive master), and a change or delete must be for an
      *  account that is on the master.  The master is only the
      *  starting point: the cards already staged for the account
      *  and not yet extracted are read back through the ACCTSTGA
      *  account path and played over it in the order they were
      *  keyed, the way ACCTUPDT will apply them, so a second add
      *  for an account added earlier in the day is refused, a
      *  change or delete of that new account is accepted, and a
      *  change after a staged delete is refused.  The screen shows
      *  the account as it will stand once those cards are applied,
      *  and a delete carries that data.  An accepted card is
      *  written as a full ACCTTRN image to the ACCTSTG staging
      *  file (see ACCTSTG.CPY) with its entry stamp -- the CICS
      *  user id and the date and time it was keyed -- filled in,
      *  and the TRNSTAGE step in DAILYRUN.JCL copies the pending
      *  cards to ONLTRANS, which SORTTRAN picks up alongside
      *  FIXTRANS and RCYTRANS.  A delete card carries the account's
      *  own data, not whatever is on the screen.  Nothing
      *  here touches ACCTVSAM: the master only changes when
      *  ACCTUPDT applies the card, so the online and batch views
      *  can never disagree about what is on file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ACCTREC.
       COPY ACCTTRN.
       COPY ACCTSTG.
       COPY BRNCHREC.
       COPY ACMTMAP.
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-DUMMY-COMMAREA          PIC X(1) VALUE SPACES.
       01  WS-ACCT-KEY                PIC X(9).
       01  WS-STAGED-ACCOUNT-KEY      PIC X(9).
       01  WS-PENDING-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-ACCT-NBR                PIC 9(9).
       01  WS-BRANCH-KEY              PIC X(3).
       01  WS-USER-ID                 PIC X(8).
       01  WS-CURRENT-TIMESTAMP       PIC X(21).
       01  WS-TODAY-DATE              PIC X(8).
       01  WS-ACTION-CODE             PIC X(1).
       01  WS-ACCT-NAME               PIC X(30).
       01  WS-BRANCH                  PIC X(3).
       01  WS-BRANCH-NAME             PIC X(20).
       01  WS-STATUS-CODE             PIC X(1).
       01  WS-OPEN-DATE               PIC X(8).
       01  WS-CLOSED-DATE             PIC X(8).
       01  WS-EDIT-DATE               PIC X(8).
       01  WS-EDIT-DATE-NUM           PIC 9(8).
       01  WS-EDIT-DATE-INTEGER       PIC 9(9).
       01  WS-MESSAGE                 PIC X(40).
       01  WS-VALID-SWITCH             PIC X VALUE "Y".
           88  ACCOUNT-VALID                  VALUE "Y".
           88  ACCOUNT-INVALID                VALUE "N".
       01  WS-CARD-SWITCH              PIC X VALUE "Y".
           88  CARD-VALID                     VALUE "Y".
           88  CARD-INVALID                   VALUE "N".
       01  WS-DATE-SWITCH              PIC X VALUE "Y".
           88  DATE-VALID                     VALUE "Y".
           88  DATE-INVALID                   VALUE "N".
       01  WS-BRANCH-SWITCH            PIC X VALUE "N".
           88  BRANCH-FOUND                   VALUE "Y".
       01  WS-MASTER-SWITCH            PIC X VALUE "N".
           88  ACCOUNT-ON-MASTER              VALUE "Y".
       01  WS-ARCHIVE-SWITCH           PIC X VALUE "N".
           88  ACCOUNT-ON-ARCHIVE             VALUE "Y".
       01  WS-NET-SWITCH               PIC X VALUE "N".
           88  ACCOUNT-WILL-EXIST             VALUE "Y".
       01  WS-STAGED-ADD-SWITCH        PIC X VALUE "N".
           88  ADD-STAGED                     VALUE "Y".
       01  WS-STAGED-DELETE-SWITCH     PIC X VALUE "N".
           88  DELETE-STAGED                  VALUE "Y".
       01  WS-PENDING-SCAN-SWITCH      PIC X VALUE "N".
           88  PENDING-SCAN-DONE              VALUE "Y".
       01  WS-STAGED-MESSAGE.
           05  WS-STAGED-ACTION           PIC X(6).
           05  FILLER                     PIC X(34)
               VALUE " STAGED FOR THE NIGHTLY UPDATE".
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           IF EIBCALEN > 0
               PERFORM RECEIVE-AND-PROCESS
           ELSE
               PERFORM SEND-INITIAL-MAP
           END-IF.
           EXEC CICS RETURN TRANSID('ACMT')
                COMMAREA(WS-DUMMY-COMMAREA) LENGTH(1)
           END-EXEC.

       SEND-INITIAL-MAP.
           MOVE SPACES TO ACMTMAPO.
           MOVE "ENTER AN ACCOUNT NUMBER" TO MSGO.
           EXEC CICS SEND MAP('ACMTMAP') MAPSET('ACMTSET')
                FROM(ACMTMAPO) ERASE
           END-EXEC.

       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('ACMTMAP') MAPSET('ACMTSET')
                INTO(ACMTMAPI)
                RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-ACCT-KEY
               MOVE SPACES TO WS-ACTION-CODE
               MOVE SPACES TO WS-ACCT-NAME
               MOVE SPACES TO WS-BRANCH
               MOVE SPACES TO WS-STATUS-CODE
               MOVE SPACES TO WS-OPEN-DATE
               MOVE SPACES TO WS-CLOSED-DATE
               MOVE "PLEASE ENTER AN ACCOUNT NUMBER" TO WS-MESSAGE
           ELSE
               PERFORM CAPTURE-SCREEN-FIELDS
               PERFORM EDIT-ACCOUNT-NUMBER
               IF ACCOUNT-VALID
                   PERFORM LOOKUP-ACCOUNT
                   PERFORM LOOKUP-PENDING-CARDS
                   PERFORM PROCESS-ACTION
               END-IF
           END-IF.
           PERFORM SEND-RESULT-MAP.

      *  The data fields are FSET on ACMTSET, so a field the screen
      *  showed comes back as shown even when the clerk left it
      *  alone -- a change keyed over a retrieved account keeps its
      *  closed date.  A field never filled still comes back as
      *  low-values, not spaces, so each one is normalised before
      *  it is edited.
       CAPTURE-SCREEN-FIELDS.
           MOVE ACCTNOI TO WS-ACCT-KEY.
           MOVE ACTNI TO WS-ACTION-CODE.
           MOVE NAMEI TO WS-ACCT-NAME.
           MOVE BRNCHI TO WS-BRANCH.
           MOVE STATI TO WS-STATUS-CODE.
           MOVE OPNDTI TO WS-OPEN-DATE.
           MOVE CLSDTI TO WS-CLOSED-DATE.
           IF WS-ACCT-KEY = LOW-VALUES
               MOVE SPACES TO WS-ACCT-KEY
           END-IF.
           IF WS-ACTION-CODE = LOW-VALUES
               MOVE SPACES TO WS-ACTION-CODE
           END-IF.
           IF WS-ACCT-NAME = LOW-VALUES
               MOVE SPACES TO WS-ACCT-NAME
           END-IF.
           IF WS-BRANCH = LOW-VALUES
               MOVE SPACES TO WS-BRANCH
           END-IF.
           IF WS-STATUS-CODE = LOW-VALUES
               MOVE SPACES TO WS-STATUS-CODE
           END-IF.
           IF WS-OPEN-DATE = LOW-VALUES
               MOVE SPACES TO WS-OPEN-DATE
           END-IF.
           IF WS-CLOSED-DATE = LOW-VALUES
               MOVE SPACES TO WS-CLOSED-DATE
           END-IF.

       EDIT-ACCOUNT-NUMBER.
           SET ACCOUNT-VALID TO TRUE.
           IF WS-ACCT-KEY = SPACES
               SET ACCOUNT-INVALID TO TRUE
               MOVE "PLEASE ENTER AN ACCOUNT NUMBER" TO WS-MESSAGE
           ELSE IF WS-ACCT-KEY IS NOT NUMERIC
               SET ACCOUNT-INVALID TO TRUE
               MOVE "ACCOUNT NUMBER MUST BE NUMERIC" TO WS-MESSAGE
           ELSE
               MOVE FUNCTION NUMVAL(WS-ACCT-KEY) TO WS-ACCT-NBR
               IF WS-ACCT-NBR = ZERO
                   SET ACCOUNT-INVALID TO TRUE
                   MOVE "ACCOUNT NUMBER CANNOT BE ZERO" TO WS-MESSAGE
               END-IF
           END-IF.

      *  The archive copy is only consulted when the account is not on
      *  the live master, the same order ACCTUPDT's archive check runs.
       LOOKUP-ACCOUNT.
           MOVE "N" TO WS-MASTER-SWITCH.
           MOVE "N" TO WS-ARCHIVE-SWITCH.
           EXEC CICS READ DATASET('ACCTVSAM')
                INTO(ACCOUNT-MASTER-RECORD)
                RIDFLD(WS-ACCT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET ACCOUNT-ON-MASTER TO TRUE
           ELSE
               EXEC CICS READ DATASET('ARCHVSAM')
                    INTO(ACCOUNT-MASTER-RECORD)
                    RIDFLD(WS-ACCT-KEY)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET ACCOUNT-ON-ARCHIVE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  Staged cards.  ACCTSTGA returns an account's cards in the
      *  order they were written, which is the order they were keyed
      *  and the order the EQUALS sort hands them to ACCTUPDT.  Only
      *  pending cards count: an extracted card has already been
      *  through ACCTUPDT and the ACCTVSAM copy.  A card ACCTUPDT
      *  would reject changes nothing, as it will change nothing on
      *  the master.
      *****************************************************************
       LOOKUP-PENDING-CARDS.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE WS-MASTER-SWITCH TO WS-NET-SWITCH.
           MOVE "N" TO WS-STAGED-ADD-SWITCH.
           MOVE "N" TO WS-STAGED-DELETE-SWITCH.
           MOVE "N" TO WS-PENDING-SCAN-SWITCH.
           MOVE WS-ACCT-KEY TO WS-STAGED-ACCOUNT-KEY.
           EXEC CICS STARTBR DATASET('ACCTSTGA')
                RIDFLD(WS-STAGED-ACCOUNT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-STAGED-CARD
                   UNTIL PENDING-SCAN-DONE
               EXEC CICS ENDBR DATASET('ACCTSTGA')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

      *  Every card but the last for an alternate key comes back
      *  DUPKEY rather than NORMAL.
       READ-NEXT-STAGED-CARD.
           EXEC CICS READNEXT DATASET('ACCTSTGA')
                INTO(ACCOUNT-STAGING-RECORD)
                RIDFLD(WS-STAGED-ACCOUNT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET PENDING-SCAN-DONE TO TRUE
           ELSE IF SG-CARD-ACCOUNT-NUMBER NOT = WS-ACCT-KEY
               SET PENDING-SCAN-DONE TO TRUE
           ELSE IF SG-PENDING
               PERFORM APPLY-PENDING-CARD
           END-IF.

       APPLY-PENDING-CARD.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE SG-TRANSACTION-CARD TO ACCOUNT-TRANSACTION-RECORD.
           EVALUATE TRUE
             WHEN TR-ADD
                 IF NOT ACCOUNT-WILL-EXIST
                     AND NOT ACCOUNT-ON-ARCHIVE
                     SET ACCOUNT-WILL-EXIST TO TRUE
                     SET ADD-STAGED TO TRUE
                     MOVE "N" TO WS-STAGED-DELETE-SWITCH
                     PERFORM TAKE-PENDING-CARD-DATA
                 END-IF
             WHEN TR-CHANGE
                 IF ACCOUNT-WILL-EXIST
                     PERFORM TAKE-PENDING-CARD-DATA
                 END-IF
             WHEN TR-DELETE
                 IF ACCOUNT-WILL-EXIST
                     MOVE "N" TO WS-NET-SWITCH
                     MOVE "N" TO WS-STAGED-ADD-SWITCH
                     SET DELETE-STAGED TO TRUE
                 END-IF
           END-EVALUATE.

       TAKE-PENDING-CARD-DATA.
           MOVE TR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           MOVE TR-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           MOVE TR-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE TR-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS.
           MOVE TR-OPEN-DATE TO AM-OPEN-DATE.
           MOVE TR-CLOSED-DATE TO AM-CLOSED-DATE.

       PROCESS-ACTION.
           SET CARD-VALID TO TRUE.
           EVALUATE WS-ACTION-CODE
             WHEN SPACE
                 PERFORM SHOW-ACCOUNT
             WHEN "A"
                 PERFORM EDIT-ADD
             WHEN "C"
                 PERFORM EDIT-CHANGE
             WHEN "D"
                 PERFORM EDIT-DELETE
             WHEN OTHER
                 SET CARD-INVALID TO TRUE
                 MOVE "ACTION MUST BE A, C, D, OR BLANK" TO WS-MESSAGE
           END-EVALUATE.
           IF WS-ACTION-CODE NOT = SPACE
               AND CARD-VALID
               PERFORM STAGE-CARD
           END-IF.

       SHOW-ACCOUNT.
           IF ACCOUNT-WILL-EXIST AND WS-PENDING-COUNT > ZERO
               PERFORM FORMAT-MASTER-FIELDS
               MOVE "SHOWN WITH STAGED CARDS, KEY C OR D"
                   TO WS-MESSAGE
           ELSE IF ACCOUNT-WILL-EXIST
               PERFORM FORMAT-MASTER-FIELDS
               MOVE "ACCOUNT RETRIEVED, KEY C OR D TO MAINTAIN"
                   TO WS-MESSAGE
           ELSE IF ACCOUNT-ON-ARCHIVE
               PERFORM FORMAT-MASTER-FIELDS
               MOVE "ACCOUNT ARCHIVED, CANNOT BE MAINTAINED"
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-ACCT-NAME
               MOVE SPACES TO WS-BRANCH
               MOVE SPACES TO WS-STATUS-CODE
               MOVE SPACES TO WS-OPEN-DATE
               MOVE SPACES TO WS-CLOSED-DATE
               IF DELETE-STAGED
                   MOVE "DELETE STAGED, KEY A TO ADD" TO WS-MESSAGE
               ELSE
                   MOVE "ACCOUNT NOT ON FILE, KEY A TO ADD"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       FORMAT-MASTER-FIELDS.
           MOVE AM-ACCOUNT-NAME TO WS-ACCT-NAME.
           MOVE AM-BRANCH-CODE TO WS-BRANCH.
           MOVE AM-ACCOUNT-STATUS TO WS-STATUS-CODE.
           MOVE AM-OPEN-DATE TO WS-OPEN-DATE.
           MOVE AM-CLOSED-DATE TO WS-CLOSED-DATE.
           PERFORM LOOKUP-BRANCH-NAME.

       EDIT-ADD.
           IF ADD-STAGED
               SET CARD-INVALID TO TRUE
               MOVE "ADD ALREADY STAGED FOR THIS ACCOUNT" TO WS-MESSAGE
           ELSE IF ACCOUNT-WILL-EXIST
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT ALREADY ON MASTER" TO WS-MESSAGE
           ELSE IF ACCOUNT-ON-ARCHIVE
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT ON ARCHIVE MASTER" TO WS-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               IF WS-OPEN-DATE = SPACES
                   MOVE WS-TODAY-DATE TO WS-OPEN-DATE
               END-IF
               PERFORM EDIT-ACCOUNT-DATA
           END-IF.

       EDIT-CHANGE.
           IF ACCOUNT-WILL-EXIST
               IF WS-OPEN-DATE = SPACES
                   MOVE AM-OPEN-DATE TO WS-OPEN-DATE
               END-IF
               PERFORM EDIT-ACCOUNT-DATA
           ELSE IF ACCOUNT-ON-ARCHIVE
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT ARCHIVED" TO WS-MESSAGE
           ELSE IF DELETE-STAGED
               SET CARD-INVALID TO TRUE
               MOVE "DELETE ALREADY STAGED FOR THIS ACCOUNT"
                   TO WS-MESSAGE
           ELSE
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT NOT ON MASTER" TO WS-MESSAGE
           END-IF.

       EDIT-DELETE.
           IF ACCOUNT-WILL-EXIST
               PERFORM FORMAT-MASTER-FIELDS
           ELSE IF ACCOUNT-ON-ARCHIVE
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT ARCHIVED" TO WS-MESSAGE
           ELSE IF DELETE-STAGED
               SET CARD-INVALID TO TRUE
               MOVE "DELETE ALREADY STAGED FOR THIS ACCOUNT"
                   TO WS-MESSAGE
           ELSE
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT NOT ON MASTER" TO WS-MESSAGE
           END-IF.

      *  The branch is checked against BRNCHVSM, the copy of the same
      *  branch reference file ACCTUPDT loads, so a card this screen
      *  accepts cannot come back T004 on tonight's register.
       EDIT-ACCOUNT-DATA.
           PERFORM LOOKUP-BRANCH-NAME.
           IF WS-ACCT-NAME = SPACES
               SET CARD-INVALID TO TRUE
               MOVE "ACCOUNT NAME IS REQUIRED" TO WS-MESSAGE
           ELSE IF NOT BRANCH-FOUND
               SET CARD-INVALID TO TRUE
               MOVE "BRANCH NOT ON REFERENCE FILE" TO WS-MESSAGE
           ELSE IF WS-STATUS-CODE NOT = "O"
                   AND WS-STATUS-CODE NOT = "C"
               SET CARD-INVALID TO TRUE
               MOVE "STATUS MUST BE O OR C" TO WS-MESSAGE
           ELSE
               PERFORM EDIT-ACCOUNT-DATES
           END-IF.

       EDIT-ACCOUNT-DATES.
           MOVE WS-OPEN-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-ONE-DATE.
           IF DATE-INVALID
               SET CARD-INVALID TO TRUE
               MOVE "OPEN DATE MUST BE A REAL YYYYMMDD DATE"
                   TO WS-MESSAGE
           ELSE IF WS-CLOSED-DATE NOT = SPACES
               IF WS-STATUS-CODE = "O"
                   SET CARD-INVALID TO TRUE
                   MOVE "CLOSED DATE ONLY FOR A CLOSED ACCOUNT"
                       TO WS-MESSAGE
               ELSE
                   MOVE WS-CLOSED-DATE TO WS-EDIT-DATE
                   PERFORM EDIT-ONE-DATE
                   IF DATE-INVALID
                       SET CARD-INVALID TO TRUE
                       MOVE "CLOSED DATE MUST BE A REAL YYYYMMDD DATE"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       EDIT-ONE-DATE.
           SET DATE-VALID TO TRUE.
           IF WS-EDIT-DATE IS NOT NUMERIC
               SET DATE-INVALID TO TRUE
           ELSE
               MOVE WS-EDIT-DATE TO WS-EDIT-DATE-NUM
               COMPUTE WS-EDIT-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUM)
               IF WS-EDIT-DATE-INTEGER = ZERO
                   SET DATE-INVALID TO TRUE
               END-IF
           END-IF.

       LOOKUP-BRANCH-NAME.
           MOVE "N" TO WS-BRANCH-SWITCH.
           MOVE WS-BRANCH TO WS-BRANCH-KEY.
           EXEC CICS READ DATASET('BRNCHVSM')
                INTO(BRANCH-REFERENCE-RECORD)
                RIDFLD(WS-BRANCH-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BRANCH-FOUND TO TRUE
               MOVE BR-BRANCH-NAME TO WS-BRANCH-NAME
           ELSE
               MOVE "*NOT ON BRANCH FILE*" TO WS-BRANCH-NAME
           END-IF.

      *  The action field is cleared once a card is staged, so a
      *  second ENTER on the same screen shows the account instead of
      *  staging the card twice.
       STAGE-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE SPACES TO WS-USER-ID.
           EXEC CICS ASSIGN USERID(WS-USER-ID)
           END-EXEC.
           MOVE SPACES TO ACCOUNT-TRANSACTION-RECORD.
           MOVE WS-ACTION-CODE TO TR-ACTION-CODE.
           MOVE WS-ACCT-KEY TO TR-ACCOUNT-NUMBER.
           MOVE WS-ACCT-NAME TO TR-ACCOUNT-NAME.
           MOVE WS-BRANCH TO TR-BRANCH-CODE.
           MOVE WS-STATUS-CODE TO TR-ACCOUNT-STATUS.
           MOVE WS-OPEN-DATE TO TR-OPEN-DATE.
           MOVE WS-CLOSED-DATE TO TR-CLOSED-DATE.
           MOVE WS-USER-ID TO TR-ENTERED-BY.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO TR-ENTERED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:4) TO TR-ENTERED-TIME.
           MOVE SPACES TO ACCOUNT-STAGING-RECORD.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SG-ENTERED-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO SG-ENTERED-TIME.
           MOVE EIBTRMID TO SG-TERMINAL-ID.
           MOVE WS-USER-ID TO SG-ENTERED-BY.
           SET SG-PENDING TO TRUE.
           MOVE ACCOUNT-TRANSACTION-RECORD TO SG-TRANSACTION-CARD.
           EXEC CICS WRITE DATASET('ACCTSTG')
                FROM(ACCOUNT-STAGING-RECORD)
                RIDFLD(SG-RECORD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE WS-ACTION-CODE
                 WHEN "A"
                     MOVE "ADD" TO WS-STAGED-ACTION
                 WHEN "C"
                     MOVE "CHANGE" TO WS-STAGED-ACTION
                 WHEN OTHER
                     MOVE "DELETE" TO WS-STAGED-ACTION
               END-EVALUATE
               MOVE WS-STAGED-MESSAGE TO WS-MESSAGE
               MOVE SPACES TO WS-ACTION-CODE
           ELSE IF WS-RESP = DFHRESP(DUPREC)
               MOVE "STAGING KEY IN USE, PRESS ENTER AGAIN"
                   TO WS-MESSAGE
           ELSE
               MOVE "ACCTSTG WRITE FAILED, CARD NOT STAGED"
                   TO WS-MESSAGE
           END-IF.

       SEND-RESULT-MAP.
           MOVE SPACES TO ACMTMAPO.
           MOVE WS-ACTION-CODE TO ACTNO.
           MOVE WS-ACCT-KEY TO ACCTNOO.
           MOVE WS-ACCT-NAME TO NAMEO.
           MOVE WS-BRANCH TO BRNCHO.
           MOVE WS-BRANCH-NAME TO BRNAMEO.
           MOVE WS-STATUS-CODE TO STATO.
           MOVE WS-OPEN-DATE TO OPNDTO.
           MOVE WS-CLOSED-DATE TO CLSDTO.
           MOVE WS-MESSAGE TO MSGO.
           EXEC CICS SEND MAP('ACMTMAP') MAPSET('ACMTSET')
                FROM(ACMTMAPO) ERASE
           END-EXEC.
       END PROGRAM ACCTMNT.
