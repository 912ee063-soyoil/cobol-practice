      *****************************************************************
      *  ACMTMAP.CPY
      *  Symbolic map for the ACMTMAP map / ACMTSET mapset used by
      *  the ACCTMNT online account maintenance transaction
      *  (BMS-generated layout).  Field order and lengths must stay
      *  in step with ACMTSET.BMS; the NAME through CLSDT fields are
      *  the ACCTTRN data portion the clerk keys, and BRNAME shows
      *  the branch name from the BRNCHVSM copy of the branch
      *  reference file.
      *****************************************************************
       01  ACMTMAPI.
           05  FILLER                  PIC X(12).
           05  ACTNL                   COMP PIC S9(4).
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA               PIC X.
           05  ACTNI                   PIC X(1).
           05  ACCTNOL                 COMP PIC S9(4).
           05  ACCTNOF                 PIC X.
           05  FILLER REDEFINES ACCTNOF.
               10  ACCTNOA             PIC X.
           05  ACCTNOI                 PIC X(9).
           05  NAMEL                   COMP PIC S9(4).
           05  NAMEF                   PIC X.
           05  FILLER REDEFINES NAMEF.
               10  NAMEA               PIC X.
           05  NAMEI                   PIC X(30).
           05  BRNCHL                  COMP PIC S9(4).
           05  BRNCHF                  PIC X.
           05  FILLER REDEFINES BRNCHF.
               10  BRNCHA              PIC X.
           05  BRNCHI                  PIC X(3).
           05  BRNAMEL                 COMP PIC S9(4).
           05  BRNAMEF                 PIC X.
           05  FILLER REDEFINES BRNAMEF.
               10  BRNAMEA             PIC X.
           05  BRNAMEI                 PIC X(20).
           05  STATL                   COMP PIC S9(4).
           05  STATF                   PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA               PIC X.
           05  STATI                   PIC X(1).
           05  OPNDTL                  COMP PIC S9(4).
           05  OPNDTF                  PIC X.
           05  FILLER REDEFINES OPNDTF.
               10  OPNDTA              PIC X.
           05  OPNDTI                  PIC X(8).
           05  CLSDTL                  COMP PIC S9(4).
           05  CLSDTF                  PIC X.
           05  FILLER REDEFINES CLSDTF.
               10  CLSDTA              PIC X.
           05  CLSDTI                  PIC X(8).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PIC X.
           05  MSGI                    PIC X(40).
       01  ACMTMAPO REDEFINES ACMTMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  ACCTNOO                 PIC X(9).
           05  FILLER                  PIC X(3).
           05  NAMEO                   PIC X(30).
           05  FILLER                  PIC X(3).
           05  BRNCHO                  PIC X(3).
           05  FILLER                  PIC X(3).
           05  BRNAMEO                 PIC X(20).
           05  FILLER                  PIC X(3).
           05  STATO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  OPNDTO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  CLSDTO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(40).
