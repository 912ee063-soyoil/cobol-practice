      *****************************************************************
      *  FBFEESCH.CPY
      *  Routing fee schedule record, maintained by Finance.  One
      *  record per category rate and effective date: FS-BRANCH-CODE
      *  blank is the default rate for the category, and carries the
      *  revenue GL account the category's fees are credited to; a
      *  record naming a branch replaces the default rate for that
      *  branch only, the fees still crediting the category's
      *  account.  The record in force for a business date is the
      *  one with the latest effective date on or before it, so a
      *  new rate can be loaded ahead of time.  Category codes are
      *  the FBEXTRCT codes (FIZ BUZ BAZ FBU FBA BBA FBB PLN), plus
      *  CLS for the flat fee Finance may charge on closed accounts.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FS-CATEGORY-CODE            PIC X(3).
           05  FS-BRANCH-CODE              PIC X(3).
           05  FS-EFFECTIVE-DATE           PIC X(8).
           05  FS-FEE-RATE                 PIC 9(5)V99.
           05  FS-GL-ACCOUNT               PIC X(10).
           05  FS-DESCRIPTION              PIC X(20).
