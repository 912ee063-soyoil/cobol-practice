      *****************************************************************
      *  CNSLGREC.CPY
      *  Branch consolidation log record.  BRNCONSL appends one each
      *  time it generates the transfer for a closing branch, and
      *  reads the whole log before it does so: a closing branch
      *  already on the log under another business date has been
      *  consolidated once and the card is ignored from then on,
      *  while one logged under tonight's date is a rerun of the
      *  same night and is allowed through without a second entry.
      *****************************************************************
       01  CONSOLIDATION-LOG-RECORD.
           05  CG-CLOSING-BRANCH           PIC X(3).
           05  CG-SUCCESSOR-BRANCH         PIC X(3).
           05  CG-EFFECTIVE-DATE           PIC X(8).
           05  CG-BUSINESS-DATE            PIC X(8).
           05  CG-RUN-DATE                 PIC X(8).
           05  CG-RUN-TIME                 PIC X(6).
           05  CG-CARDS-WRITTEN            PIC 9(9).
