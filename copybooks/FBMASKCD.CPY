      *****************************************************************
      *  FBMASKCD.CPY
      *  Masking control card for FBMASK, the masked test-data build.
      *  Gives the percentage of ACCTMAST to sample, the branches to
      *  sample from (all blank = every branch), the factor every
      *  BALFEED balance is multiplied by, and the remapping key --
      *  the multiplier and offset that shuffle account numbers, and
      *  the seed the generated account names are drawn from.  The
      *  key is as sensitive as the mapping file it reproduces, so
      *  the card stays in production with the masters and its
      *  values are never printed.
      *****************************************************************
       01  MASKING-CONTROL-CARD.
           05  MK-SAMPLE-PERCENT           PIC 9(3).
           05  FILLER                      PIC X(1).
           05  MK-BALANCE-SCALE            PIC 9(1)V9(4).
           05  FILLER                      PIC X(1).
           05  MK-REMAP-MULTIPLIER         PIC 9(9).
           05  FILLER                      PIC X(1).
           05  MK-REMAP-OFFSET             PIC 9(9).
           05  FILLER                      PIC X(1).
           05  MK-NAME-SEED                PIC 9(5).
           05  FILLER                      PIC X(1).
           05  MK-BRANCH-LIST.
               10  MK-BRANCH-CODE              PIC X(3) OCCURS 12 TIMES.
