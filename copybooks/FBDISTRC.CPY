      *****************************************************************
      *  FBDISTRC.CPY
      *  Distribution list record.  One record per region, naming
      *  the district manager (or whoever the region's package goes
      *  to) that FBBURST addresses the region's burst to.  The
      *  region code is the BR-REGION-CODE on BRNCHMST; an entry for
      *  region ?? takes the burst of branches not on file.  A region
      *  with no entry here is still burst, but its index entry is
      *  left NORECIP and the register lists it for operations.
      *****************************************************************
       01  DISTRIBUTION-LIST-RECORD.
           05  DL-REGION-CODE              PIC X(2).
           05  FILLER                      PIC X(1).
           05  DL-RECIPIENT-ID             PIC X(8).
           05  FILLER                      PIC X(1).
           05  DL-RECIPIENT-NAME           PIC X(30).
           05  FILLER                      PIC X(1).
           05  DL-RECIPIENT-ADDRESS        PIC X(40).
