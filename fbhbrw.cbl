       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBHBRW.
      *****************************************************************
      *  Online classification-history browse transaction (CICS), on
      *  the FBIQSET pattern.  FBINQ only shows today's answer; this
      *  shows how an account was classified night by night, so a
      *  CSR can say why it routed differently last Tuesday.  The
      *  CSR keys an account number, and optionally a date to start
      *  from, and sees twelve dated classifications at a time from
      *  HISTVSM -- the VSAM copy of the live history the HSTSYNC
      *  batch step keeps current, keyed on account plus business
      *  date (see HSTVSREC.CPY).  With no date the latest twelve
      *  are shown; F on the PAGE field moves to later dates and B
      *  to earlier ones.  A line whose category differs from the
      *  date before it is brightened and marked CHANGED, the first
      *  line of a page being checked against the date before the
      *  page.  Each line also shows the account status that night,
      *  whether an OVRMAST override pinned the account, and the
      *  divisors in force on the date, worked out from the FBCTAUDT
      *  change audit FBMNT writes: the latest change whose
      *  effective date had been reached (a staged change that a
      *  later FBMNT change replaced before it took effect never
      *  applied, and is passed over), or before the first change,
      *  that change's old divisors; with no changes on the audit,
      *  the current FBCTLVSM divisors.  HISTVSM holds only the live
      *  history, so a date older than the oldest live date -- which
      *  HSTSYNC keeps on its control record -- has been archived by
      *  FBARCHIV, and the screen says FBRESTOR is needed instead of
      *  showing an empty list.  The account and the dates of the
      *  page on screen travel in the COMMAREA between turns.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY HSTVSREC.
       COPY FBCTRL.
       COPY FBCTAUD.
       COPY FBHBMAP.
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-BROWSE-COMMAREA.
           05  BC-ACCOUNT-KEY             PIC X(9).
           05  BC-FIRST-DATE              PIC X(8).
           05  BC-LAST-DATE               PIC X(8).
       01  WS-CTLCRD-KEY              PIC X(1) VALUE "1".
       01  WS-CONTROL-KEY             PIC X(17)
               VALUE "00000000000000000".
       01  WS-AUDIT-KEY               PIC X(14).
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-ACCOUNT          PIC X(9).
           05  WS-BROWSE-DATE             PIC X(8).
       01  WS-ACCT-KEY                PIC X(9).
       01  WS-ACCT-NBR                PIC 9(9).
       01  WS-FROM-DATE               PIC X(8).
       01  WS-FROM-DATE-NUM           PIC 9(8).
       01  WS-FROM-DATE-INTEGER       PIC 9(9).
       01  WS-PAGE-ACTION             PIC X(1).
           88  PAGE-FORWARD               VALUE "F".
           88  PAGE-BACK                  VALUE "B".
           88  PAGE-START                 VALUE SPACE.
       01  WS-OLDEST-LIVE-DATE        PIC X(8).
       01  WS-NEWEST-LIVE-DATE        PIC X(8).
       01  WS-MESSAGE                 PIC X(79).
       01  WS-VALID-SWITCH             PIC X VALUE "Y".
           88  ACCOUNT-VALID                  VALUE "Y".
           88  ACCOUNT-INVALID                VALUE "N".
       01  WS-LIVE-SWITCH              PIC X VALUE "N".
           88  LIVE-HISTORY-LOADED            VALUE "Y".
       01  WS-SCAN-SWITCH              PIC X VALUE "N".
           88  SCAN-DONE                      VALUE "Y".
       01  WS-SCAN-FROM-DATE          PIC X(8).
       01  WS-SCAN-EXCLUSIVE-SWITCH    PIC X VALUE "N".
           88  SCAN-EXCLUSIVE                 VALUE "Y".
       01  WS-SCAN-LIMIT              PIC 9(2).
       01  WS-SCAN-TABLE-AREA.
           05  WS-SCAN-COUNT              PIC 9(2) VALUE ZERO.
           05  WS-SCAN-ENTRY OCCURS 12 TIMES.
               10  WS-SCAN-DATE               PIC X(8).
               10  WS-SCAN-CATEGORY-NBR       PIC 9(1).
               10  WS-SCAN-STATUS             PIC X(1).
               10  WS-SCAN-OVERRIDE-FLAG      PIC X(1).
       01  WS-SCAN-SUB                PIC 9(2).
       01  WS-PAGE-TABLE-AREA.
           05  WS-PAGE-COUNT              PIC 9(2) VALUE ZERO.
           05  WS-PAGE-ENTRY OCCURS 12 TIMES.
               10  WS-PAGE-DATE               PIC X(8).
               10  WS-PAGE-CATEGORY-NBR       PIC 9(1).
               10  WS-PAGE-STATUS             PIC X(1).
               10  WS-PAGE-OVERRIDE-FLAG      PIC X(1).
       01  WS-PAGE-SUB                PIC 9(2).
       01  WS-EARLIER-SWITCH           PIC X VALUE "N".
           88  EARLIER-DATE-ON-FILE           VALUE "Y".
       01  WS-PRIOR-CATEGORY-NBR      PIC 9(1).
       01  WS-CURRENT-DIVISOR-1        PIC 9(3) VALUE 3.
       01  WS-CURRENT-DIVISOR-2        PIC 9(3) VALUE 5.
       01  WS-CURRENT-DIVISOR-3        PIC 9(3) VALUE 7.
      *  The divisor change audit, in change order.  A staged change
      *  is one keyed ahead of its effective date; it is cancelled
      *  when any later change is keyed on or before that date,
      *  because FBMNT replaces or deletes the pending record then.
       01  WS-CHANGE-TABLE-AREA.
           05  WS-CHG-USED-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 200 TIMES.
               10  WS-CHG-CHANGE-DATE         PIC X(8).
               10  WS-CHG-EFFECTIVE-DATE      PIC X(8).
               10  WS-CHG-OLD-DIVISOR-1       PIC 9(3).
               10  WS-CHG-OLD-DIVISOR-2       PIC 9(3).
               10  WS-CHG-OLD-DIVISOR-3       PIC 9(3).
               10  WS-CHG-NEW-DIVISOR-1       PIC 9(3).
               10  WS-CHG-NEW-DIVISOR-2       PIC 9(3).
               10  WS-CHG-NEW-DIVISOR-3       PIC 9(3).
               10  WS-CHG-CANCELLED-SWITCH    PIC X(1).
                   88  CHANGE-CANCELLED           VALUE "Y".
       01  WS-CHG-SUB                 PIC 9(3).
       01  WS-CHG-BEST-SUB            PIC 9(3).
       01  WS-CHG-FIRST-SUB           PIC 9(3).
       01  WS-CHANGE-AUDIT-SWITCH      PIC X VALUE "N".
           88  CHANGE-AUDIT-LOADED            VALUE "Y".
       01  WS-CHANGE-OVERFLOW-SWITCH   PIC X VALUE "N".
           88  CHANGE-AUDIT-OVERFLOW          VALUE "Y".
       01  WS-LINE-DATE               PIC X(8).
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
       01  WS-SCREEN-LINE.
           05  WS-SL-DATE                 PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-CATEGORY             PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-STATUS               PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-OVERRIDE             PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-DIVISOR-1            PIC 9(3).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SL-DIVISOR-2            PIC 9(3).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-SL-DIVISOR-3            PIC 9(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  WS-SL-CHANGE               PIC X(7).
       01  WS-LINE-CHANGED-SWITCH      PIC X VALUE "N".
           88  LINE-CHANGED                   VALUE "Y".
      *  Protected, intensified: the attribute byte a changed line is
      *  sent with.  Other lines keep the map's own attribute.
       01  WS-BRIGHT-ATTRIBUTE        PIC X(1) VALUE "Y".
       01  WS-LIVE-DATES-TEXT.
           05  WS-LDT-OLDEST              PIC X(8).
           05  FILLER                     PIC X(4) VALUE " TO ".
           05  WS-LDT-NEWEST              PIC X(8).
       01  WS-RESTORE-LEAD-TEXT       PIC X(36).
       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(25).
       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-BROWSE-COMMAREA
               PERFORM RECEIVE-AND-PROCESS
           ELSE
               MOVE SPACES TO WS-BROWSE-COMMAREA
               PERFORM SEND-INITIAL-MAP
           END-IF.
           EXEC CICS RETURN TRANSID('FBHB')
                COMMAREA(WS-BROWSE-COMMAREA) LENGTH(25)
           END-EXEC.

      *  The map goes out from LOW-VALUES rather than SPACES so a
      *  line left alone keeps the map's attribute and only a
      *  changed line is sent bright.
       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO FBHBMAPO.
           MOVE "ENTER AN ACCOUNT NUMBER, AND A START DATE IF WANTED"
               TO MSGO.
           EXEC CICS SEND MAP('FBHBMAP') MAPSET('FBHBSET')
                FROM(FBHBMAPO) ERASE
           END-EXEC.

      *  Fields the CSR did not key come back empty, so the account
      *  defaults to the one on screen; a different account always
      *  starts again at its latest dates.
       RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('FBHBMAP') MAPSET('FBHBSET')
                INTO(FBHBMAPI)
                RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-MESSAGE.
           MOVE ZERO TO WS-PAGE-COUNT.
           MOVE BC-ACCOUNT-KEY TO WS-ACCT-KEY.
           MOVE SPACE TO WS-PAGE-ACTION.
           MOVE SPACES TO WS-FROM-DATE.
           IF WS-RESP = DFHRESP(NORMAL)
               IF ACCTINL > 0
                   MOVE ACCTINI TO WS-ACCT-KEY
               END-IF
               IF ACTNL > 0
                   MOVE ACTNI TO WS-PAGE-ACTION
               END-IF
               IF DATEINL > 0
                   MOVE DATEINI TO WS-FROM-DATE
               END-IF
           END-IF.
           IF WS-PAGE-ACTION = LOW-VALUE
               MOVE SPACE TO WS-PAGE-ACTION
           END-IF.
           IF WS-FROM-DATE = LOW-VALUES
               MOVE SPACES TO WS-FROM-DATE
           END-IF.
           IF WS-ACCT-KEY NOT = BC-ACCOUNT-KEY
               MOVE SPACE TO WS-PAGE-ACTION
               MOVE SPACES TO BC-FIRST-DATE
               MOVE SPACES TO BC-LAST-DATE
           END-IF.
           PERFORM EDIT-ACCOUNT-NUMBER.
           IF ACCOUNT-VALID
               PERFORM READ-LIVE-DATES
               IF LIVE-HISTORY-LOADED
                   PERFORM SELECT-PAGE
               END-IF
           END-IF.
           IF ACCOUNT-VALID
               MOVE WS-ACCT-KEY TO BC-ACCOUNT-KEY
           ELSE
               MOVE SPACES TO WS-BROWSE-COMMAREA
           END-IF.
           PERFORM SEND-BROWSE-MAP.

       EDIT-ACCOUNT-NUMBER.
           SET ACCOUNT-VALID TO TRUE.
           IF WS-ACCT-KEY = SPACES OR WS-ACCT-KEY = LOW-VALUES
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

       READ-LIVE-DATES.
           MOVE "N" TO WS-LIVE-SWITCH.
           MOVE SPACES TO WS-OLDEST-LIVE-DATE.
           MOVE SPACES TO WS-NEWEST-LIVE-DATE.
           EXEC CICS READ DATASET('HISTVSM')
                INTO(HISTORY-VSAM-RECORD)
                RIDFLD(WS-CONTROL-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "HISTORY BROWSE FILE NOT LOADED, RUN HSTSYNC"
                   TO WS-MESSAGE
           ELSE IF HV-OLDEST-LIVE-DATE = SPACES
               MOVE "NO LIVE HISTORY ON FILE" TO WS-MESSAGE
           ELSE
               SET LIVE-HISTORY-LOADED TO TRUE
               MOVE HV-OLDEST-LIVE-DATE TO WS-OLDEST-LIVE-DATE
               MOVE HV-NEWEST-LIVE-DATE TO WS-NEWEST-LIVE-DATE
           END-IF.

      *****************************************************************
      *  Picks the page to show.  A keyed date starts a new page at
      *  that date; F and B move from the page on screen, and when
      *  there is nothing further that way the same page is shown
      *  again with a message saying so.
      *****************************************************************
       SELECT-PAGE.
           EVALUATE TRUE
             WHEN WS-FROM-DATE NOT = SPACES
                 PERFORM SHOW-PAGE-FROM-DATE
             WHEN PAGE-FORWARD AND BC-LAST-DATE NOT = SPACES
                 MOVE BC-LAST-DATE TO WS-SCAN-FROM-DATE
                 SET SCAN-EXCLUSIVE TO TRUE
                 PERFORM BUILD-FORWARD-PAGE
                 IF WS-PAGE-COUNT = ZERO
                     PERFORM REBUILD-CURRENT-PAGE
                     MOVE "NO LATER DATES ON FILE FOR THIS ACCOUNT"
                         TO WS-MESSAGE
                 END-IF
             WHEN PAGE-BACK AND BC-FIRST-DATE NOT = SPACES
                 MOVE BC-FIRST-DATE TO WS-SCAN-FROM-DATE
                 SET SCAN-EXCLUSIVE TO TRUE
                 PERFORM BUILD-BACKWARD-PAGE
                 IF WS-PAGE-COUNT = ZERO
                     PERFORM REBUILD-CURRENT-PAGE
                 END-IF
             WHEN PAGE-FORWARD OR PAGE-BACK OR PAGE-START
                 PERFORM SHOW-LATEST-PAGE
             WHEN OTHER
                 PERFORM SHOW-LATEST-PAGE
                 MOVE "PAGE MUST BE F, B, OR BLANK" TO WS-MESSAGE
           END-EVALUATE.
           IF WS-PAGE-COUNT > ZERO
               PERFORM FIND-PRIOR-CLASSIFICATION
               MOVE WS-PAGE-DATE(1) TO BC-FIRST-DATE
               MOVE WS-PAGE-DATE(WS-PAGE-COUNT) TO BC-LAST-DATE
               PERFORM LOAD-DIVISOR-CHANGES
               PERFORM SET-PAGE-MESSAGE
           ELSE
               MOVE SPACES TO BC-FIRST-DATE
               MOVE SPACES TO BC-LAST-DATE
               IF WS-MESSAGE = SPACES
                   MOVE "NO LIVE HISTORY FOR THIS ACCOUNT,"
                       TO WS-RESTORE-LEAD-TEXT
                   PERFORM SET-RESTORE-MESSAGE
               END-IF
           END-IF.

       SHOW-LATEST-PAGE.
           MOVE HIGH-VALUES TO WS-SCAN-FROM-DATE.
           MOVE "N" TO WS-SCAN-EXCLUSIVE-SWITCH.
           PERFORM BUILD-BACKWARD-PAGE.

      *  A date before the oldest live date is archived: nothing is
      *  listed, since a list starting at the oldest live date would
      *  look like the account's whole history.
       SHOW-PAGE-FROM-DATE.
           MOVE ZERO TO WS-FROM-DATE-INTEGER.
           IF WS-FROM-DATE IS NUMERIC
               MOVE WS-FROM-DATE TO WS-FROM-DATE-NUM
               COMPUTE WS-FROM-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           END-IF.
           IF WS-FROM-DATE-INTEGER = ZERO
               MOVE "FROM DATE MUST BE A REAL DATE, YYYYMMDD"
                   TO WS-MESSAGE
           ELSE IF WS-FROM-DATE < WS-OLDEST-LIVE-DATE
               MOVE "REQUESTED DATE IS ARCHIVED,"
                   TO WS-RESTORE-LEAD-TEXT
               PERFORM SET-RESTORE-MESSAGE
           ELSE
               MOVE WS-FROM-DATE TO WS-SCAN-FROM-DATE
               MOVE "N" TO WS-SCAN-EXCLUSIVE-SWITCH
               PERFORM BUILD-FORWARD-PAGE
               IF WS-PAGE-COUNT = ZERO
                   MOVE "NO HISTORY ON OR AFTER THAT DATE"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       REBUILD-CURRENT-PAGE.
           MOVE BC-FIRST-DATE TO WS-SCAN-FROM-DATE.
           MOVE "N" TO WS-SCAN-EXCLUSIVE-SWITCH.
           PERFORM BUILD-FORWARD-PAGE.

       SET-RESTORE-MESSAGE.
           MOVE SPACES TO WS-MESSAGE.
           STRING WS-RESTORE-LEAD-TEXT DELIMITED BY "  "
               " DATES BEFORE " DELIMITED BY SIZE
               WS-OLDEST-LIVE-DATE DELIMITED BY SIZE
               " NEED FBRESTOR" DELIMITED BY SIZE
               INTO WS-MESSAGE
           END-STRING.

      *  At the start of the account's live history, the CSR is told
      *  whether anything older can exist: history that starts on
      *  the oldest live date may continue in the archive.
       SET-PAGE-MESSAGE.
           IF WS-MESSAGE = SPACES
               IF EARLIER-DATE-ON-FILE
                   MOVE "CLASSIFICATION HISTORY RETRIEVED"
                       TO WS-MESSAGE
               ELSE IF WS-PAGE-DATE(1) = WS-OLDEST-LIVE-DATE
                   MOVE "OLDEST LIVE DATE SHOWN,"
                       TO WS-RESTORE-LEAD-TEXT
                   PERFORM SET-RESTORE-MESSAGE
               ELSE
                   MOVE "FIRST CLASSIFICATION ON FILE SHOWN"
                       TO WS-MESSAGE
               END-IF
           END-IF.
           IF CHANGE-AUDIT-OVERFLOW
               MOVE "DIVISOR AUDIT OVER 200 CHANGES, CHECK DIVISORS"
                   TO WS-MESSAGE
           END-IF.

       BUILD-FORWARD-PAGE.
           MOVE 12 TO WS-SCAN-LIMIT.
           PERFORM SCAN-FORWARD.
           MOVE ZERO TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-SCAN-SUB.
           PERFORM COPY-ONE-FORWARD-ENTRY
               UNTIL WS-SCAN-SUB >= WS-SCAN-COUNT.

       COPY-ONE-FORWARD-ENTRY.
           ADD 1 TO WS-SCAN-SUB.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-SCAN-ENTRY(WS-SCAN-SUB)
               TO WS-PAGE-ENTRY(WS-PAGE-COUNT).

      *  A backward scan finds the latest date first, so the entries
      *  are turned round to show oldest first like a forward page.
       BUILD-BACKWARD-PAGE.
           MOVE 12 TO WS-SCAN-LIMIT.
           PERFORM SCAN-BACKWARD.
           MOVE ZERO TO WS-PAGE-COUNT.
           MOVE WS-SCAN-COUNT TO WS-SCAN-SUB.
           PERFORM COPY-ONE-BACKWARD-ENTRY
               UNTIL WS-SCAN-SUB = ZERO.

       COPY-ONE-BACKWARD-ENTRY.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-SCAN-ENTRY(WS-SCAN-SUB)
               TO WS-PAGE-ENTRY(WS-PAGE-COUNT).
           SUBTRACT 1 FROM WS-SCAN-SUB.

      *  The date before the page decides whether its first line is
      *  a change, and whether anything earlier is on file at all.
       FIND-PRIOR-CLASSIFICATION.
           MOVE "N" TO WS-EARLIER-SWITCH.
           MOVE ZERO TO WS-PRIOR-CATEGORY-NBR.
           MOVE WS-PAGE-DATE(1) TO WS-SCAN-FROM-DATE.
           SET SCAN-EXCLUSIVE TO TRUE.
           MOVE 1 TO WS-SCAN-LIMIT.
           PERFORM SCAN-BACKWARD.
           IF WS-SCAN-COUNT > ZERO
               SET EARLIER-DATE-ON-FILE TO TRUE
               MOVE WS-SCAN-CATEGORY-NBR(1) TO WS-PRIOR-CATEGORY-NBR
           END-IF.

      *****************************************************************
      *  HISTVSM browses.  Both collect up to WS-SCAN-LIMIT of the
      *  account's records from WS-SCAN-FROM-DATE, including that
      *  date unless the scan is exclusive, into the scan table in
      *  the order read.
      *****************************************************************
       SCAN-FORWARD.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE WS-ACCT-KEY TO WS-BROWSE-ACCOUNT.
           MOVE WS-SCAN-FROM-DATE TO WS-BROWSE-DATE.
           EXEC CICS STARTBR DATASET('HISTVSM')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-HISTORY
                   UNTIL SCAN-DONE
               EXEC CICS ENDBR DATASET('HISTVSM')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       READ-NEXT-HISTORY.
           EXEC CICS READNEXT DATASET('HISTVSM')
                INTO(HISTORY-VSAM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SCAN-DONE TO TRUE
           ELSE IF HV-ACCOUNT-NUMBER NOT = WS-ACCT-NBR
               SET SCAN-DONE TO TRUE
           ELSE IF SCAN-EXCLUSIVE
               AND HV-BUSINESS-DATE = WS-SCAN-FROM-DATE
               CONTINUE
           ELSE
               PERFORM KEEP-SCANNED-RECORD
           END-IF.

       SCAN-BACKWARD.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE WS-ACCT-KEY TO WS-BROWSE-ACCOUNT.
           MOVE WS-SCAN-FROM-DATE TO WS-BROWSE-DATE.
           EXEC CICS STARTBR DATASET('HISTVSM')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               PERFORM RESTART-AT-END-OF-HISTORY
           ELSE IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SETTLE-BACKWARD-START
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-PREVIOUS-HISTORY
                   UNTIL SCAN-DONE
               EXEC CICS ENDBR DATASET('HISTVSM')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

      *  The from key is seldom on file, and READPREV may follow a
      *  STARTBR directly only when its key is on file or is all
      *  HIGH-VALUES, so one READNEXT first settles the browse on the
      *  record at or after the from key.  When there is none, the
      *  browse is restarted from the end of the file.
       SETTLE-BACKWARD-START.
           EXEC CICS READNEXT DATASET('HISTVSM')
                INTO(HISTORY-VSAM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR DATASET('HISTVSM')
                    RESP(WS-RESP)
               END-EXEC
               PERFORM RESTART-AT-END-OF-HISTORY
           END-IF.

       RESTART-AT-END-OF-HISTORY.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR DATASET('HISTVSM')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

      *  The first READPREV reads back the record the READNEXT
      *  settled on, or the last record on file after a restart from
      *  the end, so the first records read back may belong to a
      *  later date or a later account; they are passed over.
       READ-PREVIOUS-HISTORY.
           EXEC CICS READPREV DATASET('HISTVSM')
                INTO(HISTORY-VSAM-RECORD)
                RIDFLD(WS-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SCAN-DONE TO TRUE
           ELSE IF HV-ACCOUNT-NUMBER > WS-ACCT-NBR
               CONTINUE
           ELSE IF HV-ACCOUNT-NUMBER < WS-ACCT-NBR
               SET SCAN-DONE TO TRUE
           ELSE IF HV-BUSINESS-DATE > WS-SCAN-FROM-DATE
               CONTINUE
           ELSE IF SCAN-EXCLUSIVE
               AND HV-BUSINESS-DATE = WS-SCAN-FROM-DATE
               CONTINUE
           ELSE
               PERFORM KEEP-SCANNED-RECORD
           END-IF.

       KEEP-SCANNED-RECORD.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE HV-BUSINESS-DATE TO WS-SCAN-DATE(WS-SCAN-COUNT).
           MOVE HV-CATEGORY-NBR TO WS-SCAN-CATEGORY-NBR(WS-SCAN-COUNT).
           MOVE HV-ACCOUNT-STATUS TO WS-SCAN-STATUS(WS-SCAN-COUNT).
           MOVE HV-OVERRIDE-FLAG
               TO WS-SCAN-OVERRIDE-FLAG(WS-SCAN-COUNT).
           IF WS-SCAN-COUNT >= WS-SCAN-LIMIT
               SET SCAN-DONE TO TRUE
           END-IF.

      *****************************************************************
      *  Divisors in force.  The whole change audit is read once per
      *  page -- divisor changes are rare -- along with the current
      *  control record for an account whose dates all predate any
      *  change on the audit.
      *****************************************************************
       LOAD-DIVISOR-CHANGES.
           EXEC CICS READ DATASET('FBCTLVSM')
                INTO(FIZZBUZZ-CONTROL-CARD)
                RIDFLD(WS-CTLCRD-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF CC-DIVISOR-1 IS NUMERIC AND CC-DIVISOR-1 NOT = ZERO
                   MOVE CC-DIVISOR-1 TO WS-CURRENT-DIVISOR-1
               END-IF
               IF CC-DIVISOR-2 IS NUMERIC AND CC-DIVISOR-2 NOT = ZERO
                   MOVE CC-DIVISOR-2 TO WS-CURRENT-DIVISOR-2
               END-IF
               IF CC-DIVISOR-3 IS NUMERIC AND CC-DIVISOR-3 NOT = ZERO
                   MOVE CC-DIVISOR-3 TO WS-CURRENT-DIVISOR-3
               END-IF
           END-IF.
           MOVE ZERO TO WS-CHG-USED-COUNT.
           MOVE "N" TO WS-CHANGE-AUDIT-SWITCH.
           MOVE LOW-VALUES TO WS-AUDIT-KEY.
           EXEC CICS STARTBR DATASET('FBCTAUDT')
                RIDFLD(WS-AUDIT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-CHANGE
                   UNTIL CHANGE-AUDIT-LOADED
               EXEC CICS ENDBR DATASET('FBCTAUDT')
                    RESP(WS-RESP)
               END-EXEC
           END-IF.

       READ-NEXT-CHANGE.
           EXEC CICS READNEXT DATASET('FBCTAUDT')
                INTO(CONTROL-AUDIT-RECORD)
                RIDFLD(WS-AUDIT-KEY)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET CHANGE-AUDIT-LOADED TO TRUE
           ELSE IF WS-CHG-USED-COUNT >= 200
               SET CHANGE-AUDIT-OVERFLOW TO TRUE
               SET CHANGE-AUDIT-LOADED TO TRUE
           ELSE
               MOVE ZERO TO WS-CHG-SUB
               PERFORM CANCEL-ONE-REPLACED-CHANGE
                   UNTIL WS-CHG-SUB >= WS-CHG-USED-COUNT
               ADD 1 TO WS-CHG-USED-COUNT
               MOVE CA-CHANGE-DATE
                   TO WS-CHG-CHANGE-DATE(WS-CHG-USED-COUNT)
               MOVE CA-EFFECTIVE-DATE
                   TO WS-CHG-EFFECTIVE-DATE(WS-CHG-USED-COUNT)
               MOVE CA-OLD-DIVISOR-1
                   TO WS-CHG-OLD-DIVISOR-1(WS-CHG-USED-COUNT)
               MOVE CA-OLD-DIVISOR-2
                   TO WS-CHG-OLD-DIVISOR-2(WS-CHG-USED-COUNT)
               MOVE CA-OLD-DIVISOR-3
                   TO WS-CHG-OLD-DIVISOR-3(WS-CHG-USED-COUNT)
               MOVE CA-NEW-DIVISOR-1
                   TO WS-CHG-NEW-DIVISOR-1(WS-CHG-USED-COUNT)
               MOVE CA-NEW-DIVISOR-2
                   TO WS-CHG-NEW-DIVISOR-2(WS-CHG-USED-COUNT)
               MOVE CA-NEW-DIVISOR-3
                   TO WS-CHG-NEW-DIVISOR-3(WS-CHG-USED-COUNT)
               MOVE "N"
                   TO WS-CHG-CANCELLED-SWITCH(WS-CHG-USED-COUNT)
           END-IF.

       CANCEL-ONE-REPLACED-CHANGE.
           ADD 1 TO WS-CHG-SUB.
           IF WS-CHG-EFFECTIVE-DATE(WS-CHG-SUB)
                   > WS-CHG-CHANGE-DATE(WS-CHG-SUB)
               AND WS-CHG-EFFECTIVE-DATE(WS-CHG-SUB)
                   NOT < CA-CHANGE-DATE
               MOVE "Y" TO WS-CHG-CANCELLED-SWITCH(WS-CHG-SUB)
           END-IF.

      *  The change with the latest effective date on or before the
      *  line's date set the divisors that night (the later-keyed of
      *  two with the same date).  Before the first change, that
      *  change's old divisors were in force.
       SET-LINE-DIVISORS.
           MOVE ZERO TO WS-CHG-BEST-SUB.
           MOVE ZERO TO WS-CHG-FIRST-SUB.
           MOVE ZERO TO WS-CHG-SUB.
           PERFORM WEIGH-ONE-CHANGE
               UNTIL WS-CHG-SUB >= WS-CHG-USED-COUNT.
           EVALUATE TRUE
             WHEN WS-CHG-BEST-SUB > ZERO
                 MOVE WS-CHG-NEW-DIVISOR-1(WS-CHG-BEST-SUB)
                     TO WS-SL-DIVISOR-1
                 MOVE WS-CHG-NEW-DIVISOR-2(WS-CHG-BEST-SUB)
                     TO WS-SL-DIVISOR-2
                 MOVE WS-CHG-NEW-DIVISOR-3(WS-CHG-BEST-SUB)
                     TO WS-SL-DIVISOR-3
             WHEN WS-CHG-FIRST-SUB > ZERO
                 MOVE WS-CHG-OLD-DIVISOR-1(WS-CHG-FIRST-SUB)
                     TO WS-SL-DIVISOR-1
                 MOVE WS-CHG-OLD-DIVISOR-2(WS-CHG-FIRST-SUB)
                     TO WS-SL-DIVISOR-2
                 MOVE WS-CHG-OLD-DIVISOR-3(WS-CHG-FIRST-SUB)
                     TO WS-SL-DIVISOR-3
             WHEN OTHER
                 MOVE WS-CURRENT-DIVISOR-1 TO WS-SL-DIVISOR-1
                 MOVE WS-CURRENT-DIVISOR-2 TO WS-SL-DIVISOR-2
                 MOVE WS-CURRENT-DIVISOR-3 TO WS-SL-DIVISOR-3
           END-EVALUATE.

       WEIGH-ONE-CHANGE.
           ADD 1 TO WS-CHG-SUB.
           IF NOT CHANGE-CANCELLED(WS-CHG-SUB)
               IF WS-CHG-EFFECTIVE-DATE(WS-CHG-SUB)
                       NOT > WS-LINE-DATE
                   IF WS-CHG-BEST-SUB = ZERO
                       OR WS-CHG-EFFECTIVE-DATE(WS-CHG-SUB) NOT <
                           WS-CHG-EFFECTIVE-DATE(WS-CHG-BEST-SUB)
                       MOVE WS-CHG-SUB TO WS-CHG-BEST-SUB
                   END-IF
               ELSE
                   IF WS-CHG-FIRST-SUB = ZERO
                       OR WS-CHG-EFFECTIVE-DATE(WS-CHG-SUB) <
                           WS-CHG-EFFECTIVE-DATE(WS-CHG-FIRST-SUB)
                       MOVE WS-CHG-SUB TO WS-CHG-FIRST-SUB
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Screen.
      *****************************************************************
       SEND-BROWSE-MAP.
           MOVE LOW-VALUES TO FBHBMAPO.
           IF ACCOUNT-VALID
               MOVE WS-ACCT-KEY TO ACCTINO
           END-IF.
           IF LIVE-HISTORY-LOADED
               MOVE WS-OLDEST-LIVE-DATE TO WS-LDT-OLDEST
               MOVE WS-NEWEST-LIVE-DATE TO WS-LDT-NEWEST
               MOVE WS-LIVE-DATES-TEXT TO LIVEDTO
           END-IF.
           MOVE ZERO TO WS-PAGE-SUB.
           PERFORM FORMAT-ONE-PAGE-LINE
               UNTIL WS-PAGE-SUB >= WS-PAGE-COUNT.
           MOVE WS-MESSAGE TO MSGO.
           EXEC CICS SEND MAP('FBHBMAP') MAPSET('FBHBSET')
                FROM(FBHBMAPO) ERASE
           END-EXEC.

       FORMAT-ONE-PAGE-LINE.
           ADD 1 TO WS-PAGE-SUB.
           MOVE WS-PAGE-DATE(WS-PAGE-SUB) TO WS-LINE-DATE.
           MOVE WS-LINE-DATE TO WS-SL-DATE.
           IF WS-PAGE-CATEGORY-NBR(WS-PAGE-SUB) >= 1
               AND WS-PAGE-CATEGORY-NBR(WS-PAGE-SUB) <= 8
               MOVE WS-CATEGORY-NAME(WS-PAGE-CATEGORY-NBR(WS-PAGE-SUB))
                   TO WS-SL-CATEGORY
           ELSE
               MOVE "UNKNOWN" TO WS-SL-CATEGORY
           END-IF.
           EVALUATE WS-PAGE-STATUS(WS-PAGE-SUB)
             WHEN "O"
                 MOVE "OPEN" TO WS-SL-STATUS
             WHEN "C"
                 MOVE "CLOSED" TO WS-SL-STATUS
             WHEN OTHER
                 MOVE WS-PAGE-STATUS(WS-PAGE-SUB) TO WS-SL-STATUS
           END-EVALUATE.
           IF WS-PAGE-OVERRIDE-FLAG(WS-PAGE-SUB) = "Y"
               MOVE "YES" TO WS-SL-OVERRIDE
           ELSE
               MOVE SPACES TO WS-SL-OVERRIDE
           END-IF.
           PERFORM SET-LINE-DIVISORS.
           MOVE "N" TO WS-LINE-CHANGED-SWITCH.
           IF WS-PAGE-SUB = 1
               IF EARLIER-DATE-ON-FILE
                   AND WS-PAGE-CATEGORY-NBR(1) NOT =
                       WS-PRIOR-CATEGORY-NBR
                   SET LINE-CHANGED TO TRUE
               END-IF
           ELSE
               IF WS-PAGE-CATEGORY-NBR(WS-PAGE-SUB) NOT =
                   WS-PAGE-CATEGORY-NBR(WS-PAGE-SUB - 1)
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF.
           IF LINE-CHANGED
               MOVE "CHANGED" TO WS-SL-CHANGE
           ELSE
               MOVE SPACES TO WS-SL-CHANGE
           END-IF.
           PERFORM PUT-ONE-SCREEN-LINE.

       PUT-ONE-SCREEN-LINE.
           EVALUATE WS-PAGE-SUB
             WHEN 1
                 MOVE WS-SCREEN-LINE TO L01O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L01A
                 END-IF
             WHEN 2
                 MOVE WS-SCREEN-LINE TO L02O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L02A
                 END-IF
             WHEN 3
                 MOVE WS-SCREEN-LINE TO L03O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L03A
                 END-IF
             WHEN 4
                 MOVE WS-SCREEN-LINE TO L04O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L04A
                 END-IF
             WHEN 5
                 MOVE WS-SCREEN-LINE TO L05O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L05A
                 END-IF
             WHEN 6
                 MOVE WS-SCREEN-LINE TO L06O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L06A
                 END-IF
             WHEN 7
                 MOVE WS-SCREEN-LINE TO L07O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L07A
                 END-IF
             WHEN 8
                 MOVE WS-SCREEN-LINE TO L08O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L08A
                 END-IF
             WHEN 9
                 MOVE WS-SCREEN-LINE TO L09O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L09A
                 END-IF
             WHEN 10
                 MOVE WS-SCREEN-LINE TO L10O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L10A
                 END-IF
             WHEN 11
                 MOVE WS-SCREEN-LINE TO L11O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L11A
                 END-IF
             WHEN 12
                 MOVE WS-SCREEN-LINE TO L12O
                 IF LINE-CHANGED
                     MOVE WS-BRIGHT-ATTRIBUTE TO L12A
                 END-IF
           END-EVALUATE.
       END PROGRAM FBHBRW.
