      *****************************************************************
      *  ACCTSTG.CPY
      *  Online maintenance staging record, the producer/consumer
      *  contract between the ACCTMNT online transaction (which
      *  writes one per accepted card to the ACCTSTG VSAM file) and
      *  the TRNSTAGE batch step (which copies pending cards to the
      *  ONLTRANS file SORTTRAN concatenates with FIXTRANS and
      *  RCYTRANS).  Keyed on the entry date and time to the
      *  hundredth plus the terminal, so a sequential pass returns
      *  the cards in the order the clerks keyed them and the
      *  EQUALS sort keeps that order within an account.  The card
      *  itself is a full ACCTTRN image with its entry stamp filled.
      *  SG-STAGE-STATUS is P until TRNSTAGE has copied the card,
      *  then E with SG-EXTRACT-DATE set to the business date it
      *  went out under.  ACCTMNT reads the cards already staged
      *  for an account through the ACCTSTGA path, a non-unique
      *  alternate index (in the upgrade set) over the account
      *  number in the card, SG-CARD-ACCOUNT-NUMBER below.
      *****************************************************************
       01  ACCOUNT-STAGING-RECORD.
           05  SG-RECORD-KEY.
               10  SG-ENTERED-DATE             PIC X(8).
               10  SG-ENTERED-TIME             PIC X(8).
               10  SG-TERMINAL-ID              PIC X(4).
           05  SG-ENTERED-BY               PIC X(8).
           05  SG-STAGE-STATUS             PIC X(1).
               88  SG-PENDING                  VALUE "P".
               88  SG-EXTRACTED                VALUE "E".
           05  SG-EXTRACT-DATE             PIC X(8).
           05  SG-TRANSACTION-CARD         PIC X(81).
           05  SG-CARD-KEY-VIEW REDEFINES SG-TRANSACTION-CARD.
               10  SG-CARD-ACTION-CODE         PIC X(1).
               10  SG-CARD-ACCOUNT-NUMBER      PIC X(9).
               10  FILLER                      PIC X(71).
