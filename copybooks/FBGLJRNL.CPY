      *****************************************************************
      *  FBGLJRNL.CPY
      *  General-ledger journal record for the nightly routing fee
      *  posting, the interface contract with the GL.  One debit
      *  detail per branch (the fee expense, cost centre = branch)
      *  and one credit detail per category revenue account,
      *  bracketed by a header carrying the business date and a
      *  trailer carrying the detail record count and the debit and
      *  credit totals, so the GL can prove it got the whole file
      *  and that it balances before it posts anything.  FBFEECAL
      *  never writes a journal whose totals differ.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-RECORD-TYPE              PIC X(1).
               88  GJ-HEADER-RECORD            VALUE "H".
               88  GJ-DETAIL-RECORD            VALUE "D".
               88  GJ-TRAILER-RECORD           VALUE "T".
           05  GJ-RECORD-BODY              PIC X(49).
           05  GJ-HEADER-BODY REDEFINES GJ-RECORD-BODY.
               10  GJ-HDR-BUSINESS-DATE        PIC X(8).
               10  GJ-HDR-SOURCE-ID            PIC X(8).
               10  FILLER                      PIC X(33).
           05  GJ-DETAIL-BODY REDEFINES GJ-RECORD-BODY.
               10  GJ-DTL-GL-ACCOUNT           PIC X(10).
               10  GJ-DTL-COST-CENTRE          PIC X(3).
               10  GJ-DTL-DEBIT-CREDIT         PIC X(1).
                   88  GJ-DTL-DEBIT                VALUE "D".
                   88  GJ-DTL-CREDIT               VALUE "C".
               10  GJ-DTL-AMOUNT               PIC 9(13)V99.
               10  GJ-DTL-CATEGORY-CODE        PIC X(3).
               10  GJ-DTL-ACCOUNT-COUNT        PIC 9(9).
               10  GJ-DTL-BUSINESS-DATE        PIC X(8).
           05  GJ-TRAILER-BODY REDEFINES GJ-RECORD-BODY.
               10  GJ-TRL-RECORD-COUNT         PIC 9(9).
               10  GJ-TRL-DEBIT-TOTAL          PIC 9(15)V99.
               10  GJ-TRL-CREDIT-TOTAL         PIC 9(15)V99.
               10  FILLER                      PIC X(6).
