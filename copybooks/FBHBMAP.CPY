      *****************************************************************
      *  FBHBMAP.CPY
      *  Symbolic map for the FBHBMAP map / FBHBSET mapset used by
      *  the FBHBRW classification-history browse transaction
      *  (BMS-generated layout).  Field order and lengths must stay
      *  in step with FBHBSET.BMS.
      *****************************************************************
       01  FBHBMAPI.
           05  FILLER                  PIC X(12).
           05  ACCTINL                 COMP PIC S9(4).
           05  ACCTINF                 PIC X.
           05  FILLER REDEFINES ACCTINF.
               10  ACCTINA             PIC X.
           05  ACCTINI                 PIC X(9).
           05  DATEINL                 COMP PIC S9(4).
           05  DATEINF                 PIC X.
           05  FILLER REDEFINES DATEINF.
               10  DATEINA             PIC X.
           05  DATEINI                 PIC X(8).
           05  ACTNL                   COMP PIC S9(4).
           05  ACTNF                   PIC X.
           05  FILLER REDEFINES ACTNF.
               10  ACTNA               PIC X.
           05  ACTNI                   PIC X(1).
           05  LIVEDTL                 COMP PIC S9(4).
           05  LIVEDTF                 PIC X.
           05  FILLER REDEFINES LIVEDTF.
               10  LIVEDTA             PIC X.
           05  LIVEDTI                 PIC X(20).
           05  L01L                    COMP PIC S9(4).
           05  L01F                    PIC X.
           05  FILLER REDEFINES L01F.
               10  L01A                PIC X.
           05  L01I                    PIC X(62).
           05  L02L                    COMP PIC S9(4).
           05  L02F                    PIC X.
           05  FILLER REDEFINES L02F.
               10  L02A                PIC X.
           05  L02I                    PIC X(62).
           05  L03L                    COMP PIC S9(4).
           05  L03F                    PIC X.
           05  FILLER REDEFINES L03F.
               10  L03A                PIC X.
           05  L03I                    PIC X(62).
           05  L04L                    COMP PIC S9(4).
           05  L04F                    PIC X.
           05  FILLER REDEFINES L04F.
               10  L04A                PIC X.
           05  L04I                    PIC X(62).
           05  L05L                    COMP PIC S9(4).
           05  L05F                    PIC X.
           05  FILLER REDEFINES L05F.
               10  L05A                PIC X.
           05  L05I                    PIC X(62).
           05  L06L                    COMP PIC S9(4).
           05  L06F                    PIC X.
           05  FILLER REDEFINES L06F.
               10  L06A                PIC X.
           05  L06I                    PIC X(62).
           05  L07L                    COMP PIC S9(4).
           05  L07F                    PIC X.
           05  FILLER REDEFINES L07F.
               10  L07A                PIC X.
           05  L07I                    PIC X(62).
           05  L08L                    COMP PIC S9(4).
           05  L08F                    PIC X.
           05  FILLER REDEFINES L08F.
               10  L08A                PIC X.
           05  L08I                    PIC X(62).
           05  L09L                    COMP PIC S9(4).
           05  L09F                    PIC X.
           05  FILLER REDEFINES L09F.
               10  L09A                PIC X.
           05  L09I                    PIC X(62).
           05  L10L                    COMP PIC S9(4).
           05  L10F                    PIC X.
           05  FILLER REDEFINES L10F.
               10  L10A                PIC X.
           05  L10I                    PIC X(62).
           05  L11L                    COMP PIC S9(4).
           05  L11F                    PIC X.
           05  FILLER REDEFINES L11F.
               10  L11A                PIC X.
           05  L11I                    PIC X(62).
           05  L12L                    COMP PIC S9(4).
           05  L12F                    PIC X.
           05  FILLER REDEFINES L12F.
               10  L12A                PIC X.
           05  L12I                    PIC X(62).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PIC X.
           05  MSGI                    PIC X(79).
       01  FBHBMAPO REDEFINES FBHBMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(3).
           05  ACCTINO                 PIC X(9).
           05  FILLER                  PIC X(3).
           05  DATEINO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  ACTNO                   PIC X(1).
           05  FILLER                  PIC X(3).
           05  LIVEDTO                 PIC X(20).
           05  FILLER                  PIC X(3).
           05  L01O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L02O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L03O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L04O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L05O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L06O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L07O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L08O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L09O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L10O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L11O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  L12O                    PIC X(62).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(79).
