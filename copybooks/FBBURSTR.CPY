      *****************************************************************
      *  FBBURSTR.CPY
      *  Region burst record.  FBBURST writes the night's FBREPORT
      *  and FBVALRPT back out one region at a time, every print
      *  line tagged with its region and page so the distribution
      *  software can lift each region's pages off the one file
      *  using the burst index (see FBBIXREC.CPY).  A region's burst
      *  is one unbroken run of records, cover page first.
      *****************************************************************
       01  REGION-BURST-RECORD.
           05  BU-REGION-CODE              PIC X(2).
           05  BU-PAGE-NBR                 PIC 9(4).
           05  BU-PRINT-LINE               PIC X(80).
