      *****************************************************************
      *  HSTVSREC.CPY
      *  Online-readable copy of the classification history, keyed
      *  on account number plus business date so the FBHBRW history
      *  browse can page through one account's dated classifications
      *  directly.  The HSTSYNC step in DAILYMRG.JCL rolls the live
      *  PROD.FIZZBUZZ.HISTORY into this VSAM file every night, the
      *  way AUDSYNC keeps AUDITVSM current, and drops any key that
      *  has left the live file (archived by FBARCHIV, or stripped
      *  by a backout).  Fields mirror FBHISTRC.CPY with the key
      *  fields pulled to the front.  HV-OVERRIDE-FLAG says whether
      *  an OVRMAST override pinned the account that night; it is
      *  set from OVRMAST as it stood when the record was first
      *  loaded, and kept after that, since expired overrides drop
      *  off OVRMAST and could not be looked up again.  HV-SYNC-STAMP
      *  is the date and time of the sync that last found the record
      *  in the live history.
      *  The record under account zero and business date zero (an
      *  account number FIZZBUZZ always rejects, so never a real
      *  key) is the sync's control record: the oldest and newest
      *  business dates in the live history.  A date older than the
      *  oldest live date has been archived, and only FBRESTOR can
      *  bring it back.
      *****************************************************************
       01  HISTORY-VSAM-RECORD.
           05  HV-RECORD-KEY.
               10  HV-ACCOUNT-NUMBER           PIC 9(9).
               10  HV-BUSINESS-DATE            PIC X(8).
           05  HV-HISTORY-DATA.
               10  HV-CATEGORY-NBR             PIC 9(1).
               10  HV-CATEGORY-CODE            PIC X(3).
               10  HV-ACCOUNT-STATUS           PIC X(1).
                   88  HV-ACCOUNT-CLOSED           VALUE "C".
               10  HV-OVERRIDE-FLAG            PIC X(1).
                   88  HV-OVERRIDE-APPLIED         VALUE "Y".
               10  FILLER                      PIC X(10).
           05  HV-CONTROL-DATA REDEFINES HV-HISTORY-DATA.
               10  HV-OLDEST-LIVE-DATE         PIC X(8).
               10  HV-NEWEST-LIVE-DATE         PIC X(8).
           05  HV-SYNC-STAMP               PIC X(14).
