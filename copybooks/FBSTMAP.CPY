           05  FILLER REDEFINES ALIVEF.
               10  ALIVEA              PIC X.
           05  ALIVEI                  PIC X(8).
           05  ISTATL                  COMP PIC S9(4).
           05  ISTATF                  PIC X.
           05  FILLER REDEFINES ISTATF.
               10  ISTATA              PIC X.
           05  ISTATI                  PIC X(8).
           05  IREADL                  COMP PIC S9(4).
           05  IREADF                  PIC X.
           05  FILLER REDEFINES IREADF.
               10  IREADA              PIC X.
           05  IREADI                  PIC X(11).
           05  IREJL                   COMP PIC S9(4).
           05  IREJF                   PIC X.
           05  FILLER REDEFINES IREJF.
               10  IREJA               PIC X.
           05  IREJI                   PIC X(11).
           05  ILIVEL                  COMP PIC S9(4).
           05  ILIVEF                  PIC X.
           05  FILLER REDEFINES ILIVEF.
               10  ILIVEA              PIC X.
           05  ILIVEI                  PIC X(8).
           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                  PIC X(3).
           05  ALIVEO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  ISTATO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  IREADO                  PIC X(11).
           05  FILLER                  PIC X(3).
           05  IREJO                   PIC X(11).
           05  FILLER                  PIC X(3).
           05  ILIVEO                  PIC X(8).
           05  FILLER                  PIC X(3).
           05  MSGO                    PIC X(40).
