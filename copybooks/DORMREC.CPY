      *****************************************************************
      *  DORMREC.CPY
      *  Cumulative dormancy record, one per open account currently
      *  sitting at a zero balance on the nightly balance feed.
      *  ACCTDORM adds an entry the first night an account shows
      *  zero, adds one to DM-ZERO-DAYS for every further business
      *  day (per the CALMAINT calendar) it stays at zero, and drops
      *  the entry the first night the balance is anything else --
      *  the streak starts again from nothing.  DM-LAST-COUNTED-DATE
      *  keeps a rerun of the same night from counting it twice.
      *  DM-CLOSE-CARD-DATE is the business date a close card was
      *  written for the account, spaces until then; an account
      *  pinned on the override master is flagged and never closed.
      *****************************************************************
       01  DORMANCY-RECORD.
           05  DM-ACCOUNT-NUMBER           PIC X(9).
           05  DM-BRANCH-CODE              PIC X(3).
           05  DM-ZERO-DAYS                PIC 9(5).
           05  DM-FIRST-ZERO-DATE          PIC X(8).
           05  DM-LAST-COUNTED-DATE        PIC X(8).
           05  DM-OVERRIDE-SWITCH          PIC X(1).
               88  DM-PINNED                   VALUE "Y".
           05  DM-CLOSE-CARD-DATE          PIC X(8).
