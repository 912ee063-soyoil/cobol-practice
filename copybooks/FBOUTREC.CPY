      *  left the building.  An entry that acknowledges clean drops
      *  off; one unacknowledged past the ACKCTL age limit goes on
      *  the aging list, the way RJMASTRC entries escalate.
      *  OE-RESEND-DATE and OE-RESEND-COUNT are stamped by FBRESEND
      *  when the date's extract is rebuilt from history and sent
      *  again; the entry then ages from the resend, not the
      *  original send.  A FORCE rerun posting a fresh extract for
      *  the date clears them.
      *****************************************************************
       01  OUTSTANDING-EXTRACT-RECORD.
           05  OE-BUSINESS-DATE            PIC X(8).
           05  OE-RECORD-COUNT             PIC 9(9).
           05  OE-HASH-TOTAL               PIC 9(13).
           05  OE-SENT-DATE                PIC X(8).
           05  OE-RESEND-DATE              PIC X(8).
           05  OE-RESEND-COUNT             PIC 9(3).
