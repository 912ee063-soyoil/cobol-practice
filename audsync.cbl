      *  AUDVSREC.CPY).  Every audit record is applied in file order,
      *  so the last record for a key -- a rerun, for instance --
      *  wins, matching the run-control view of the stream.  Runs at
      *  the end of DAILYMRG with no COND so the online view is
      *  refreshed even on a night when part of the stream failed.
      *****************************************************************
       ENVIRONMENT DIVISION.
