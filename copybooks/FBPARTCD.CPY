      *****************************************************************
      *  FBPARTCD.CPY
      *  Partition control card.  One card per FIZZBUZZ partition,
      *  giving the inclusive range of branch codes the partition
      *  classifies.  A partition run of FIZZBUZZ reads the card for
      *  its own partition number; FBMERGE reads the whole deck and
      *  will not merge unless every partition on it finished for
      *  the night and the ranges between them covered every record
      *  on the account master exactly once.
      *****************************************************************
       01  PARTITION-CONTROL-CARD.
           05  PT-PARTITION-ID             PIC X(2).
           05  FILLER                      PIC X(1).
           05  PT-LOW-BRANCH               PIC X(3).
           05  FILLER                      PIC X(1).
           05  PT-HIGH-BRANCH              PIC X(3).
