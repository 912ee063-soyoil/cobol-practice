      *****************************************************************
      *  FBBIXREC.CPY
      *  Burst index record.  One per region burst on FBBURST (see
      *  FBBURSTR.CPY): who it goes to, where on the burst file it
      *  starts, and how many pages and lines it runs to, so the
      *  distribution software can lift it and the recipient can
      *  tell a short delivery.  Only READY entries are sent; a
      *  region with no recipient on DISTLIST is NORECIP, and when
      *  the bursts do not add back to the full reports every entry
      *  is HELD.
      *****************************************************************
       01  BURST-INDEX-RECORD.
           05  BX-BUSINESS-DATE            PIC X(8).
           05  BX-REGION-CODE              PIC X(2).
           05  BX-REGION-NAME              PIC X(20).
           05  BX-RECIPIENT-ID             PIC X(8).
           05  BX-RECIPIENT-ADDRESS        PIC X(40).
           05  BX-FIRST-RECORD-NBR         PIC 9(9).
           05  BX-PAGE-COUNT               PIC 9(5).
           05  BX-LINE-COUNT               PIC 9(7).
           05  BX-DIST-STATUS              PIC X(8).
               88  BX-READY                    VALUE "READY   ".
               88  BX-NO-RECIPIENT             VALUE "NORECIP ".
               88  BX-HELD                     VALUE "HELD    ".
