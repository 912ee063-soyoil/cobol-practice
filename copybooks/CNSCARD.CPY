      *****************************************************************
      *  CNSCARD.CPY
      *  Branch consolidation card.  Names a branch that is closing,
      *  the successor branch its book moves to, and the business
      *  date the move takes effect.  BRNCONSL reads it every night
      *  and acts on the first night run on or after the effective
      *  date (the consolidation log stops it acting twice); before
      *  then the card is left alone, so Ops can key it well ahead
      *  of the closure.
      *****************************************************************
       01  CONSOLIDATION-CARD.
           05  CN-CLOSING-BRANCH           PIC X(3).
           05  CN-SUCCESSOR-BRANCH         PIC X(3).
           05  CN-EFFECTIVE-DATE           PIC X(8).
