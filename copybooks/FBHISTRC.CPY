      *  Category numbers follow the summary order: 1 FIZZ, 2 BUZZ,
      *  3 BAZZ, 4 FIZZBUZZ, 5 FIZZBAZZ, 6 BUZZBAZZ, 7 FIZZBUZZBAZZ,
      *  8 PLAIN NUMBER.
      *  HS-ACCOUNT-STATUS carries the master status the account had
      *  that night, so the FBRESEND utility can tell which history
      *  records went out on the extract (closed accounts never do)
      *  without consulting a master that has moved on since.
      *  Records written before the field existed carry a space
      *  there.
      *****************************************************************
       01  HISTORY-RECORD.
           05  HS-ACCOUNT-NUMBER           PIC 9(9).
           05  HS-BUSINESS-DATE            PIC X(8).
           05  HS-CATEGORY-NBR             PIC 9(1).
           05  HS-CATEGORY-CODE            PIC X(3).
           05  HS-ACCOUNT-STATUS           PIC X(1).
               88  HS-ACCOUNT-CLOSED           VALUE "C".
