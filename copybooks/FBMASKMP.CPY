      *****************************************************************
      *  FBMASKMP.CPY
      *  Account mapping record written by FBMASK, one per account in
      *  the masked test set, in production account order: the real
      *  account number, the number it carries in the test region,
      *  its branch, and whether it came from the account master or
      *  from an add card for an account not yet on it.  This is the
      *  one file that ties the masked set back to real customers,
      *  so it is catalogued only under the production high-level
      *  qualifier and is never copied to the test region.
      *****************************************************************
       01  ACCOUNT-MAPPING-RECORD.
           05  MP-OLD-ACCOUNT-NUMBER       PIC X(9).
           05  FILLER                      PIC X(1).
           05  MP-NEW-ACCOUNT-NUMBER       PIC X(9).
           05  FILLER                      PIC X(1).
           05  MP-BRANCH-CODE              PIC X(3).
           05  FILLER                      PIC X(1).
           05  MP-SOURCE-CODE              PIC X(1).
               88  MP-FROM-MASTER              VALUE "M".
               88  MP-FROM-ADD-CARD            VALUE "A".
           05  FILLER                      PIC X(1).
           05  MP-BUSINESS-DATE            PIC X(8).
