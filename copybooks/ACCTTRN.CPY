      *  or delete applied to the account master by the ACCTUPDT
      *  batch step.  Keyed on TR-ACCOUNT-NUMBER; the data portion
      *  mirrors the non-key portion of ACCTREC so a change card can
      *  replace the master fields wholesale.  The entry stamp was
      *  carved out of what mirrors the master's trailing FILLER:
      *  the ACCTMNT online transaction fills it with the operator
      *  and the date and time the card was keyed, so the ACCTUPDT
      *  register can show who is behind each card.  Cards from
      *  other sources carry spaces there, and ACCTUPDT blanks the
      *  stamp before the data portion lands on the master.
      *  A branch move card (action M, written by BRNCONSL) changes
      *  nothing but the branch: TR-BRANCH-CODE names the successor,
      *  TR-MOVE-FROM-BRANCH the closing branch, and ACCTUPDT moves
      *  the account only if it is still on the closing branch once
      *  the night's other cards for it have been applied.
      *  A dormant close card (action X, written by ACCTDORM)
      *  carries nothing but status C and the closed date; ACCTUPDT
      *  sets those two fields only if the account is still open
      *  once the night's other cards for it have been applied, so
      *  it never carries last night's name or branch back over a
      *  same-night change.
      *****************************************************************
       01  ACCOUNT-TRANSACTION-RECORD.
           05  TR-ACTION-CODE              PIC X(1).
               88  TR-ADD                      VALUE "A".
               88  TR-CHANGE                   VALUE "C".
               88  TR-DELETE                   VALUE "D".
               88  TR-BRANCH-MOVE              VALUE "M".
               88  TR-DORMANT-CLOSE            VALUE "X".
           05  TR-ACCOUNT-NUMBER           PIC X(9).
           05  TR-ACCOUNT-DATA.
               10  TR-ACCOUNT-NAME             PIC X(30).
               10  TR-ACCOUNT-STATUS           PIC X(1).
               10  TR-OPEN-DATE                PIC X(8).
               10  TR-CLOSED-DATE              PIC X(8).
               10  TR-ENTRY-STAMP.
                   15  TR-ENTERED-BY               PIC X(8).
                   15  TR-ENTERED-DATE             PIC X(8).
                   15  TR-ENTERED-TIME             PIC X(4).
               10  FILLER                      PIC X(1).
           05  TR-BRANCH-MOVE-DATA REDEFINES TR-ACCOUNT-DATA.
               10  TR-MOVE-FROM-BRANCH         PIC X(3).
               10  FILLER                      PIC X(68).
