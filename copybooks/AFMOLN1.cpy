      *                     THE WIDENED FILE-DIRECTORY-NAME (COPYBOOK
      *                     AFMFSTAT) - SEE THE MATCHING LENGTH= CHANGE
      *                     ON THE FDIR FIELD IN bms/AFMONLIN.bms.
      *    2026-10-15 JHM   ADDED FCSTI/FCSTO PIC X(08) FOR THE NEW
      *                     FCST (COST CENTER) FIELD AFTER FDIR - SEE
      *                     bms/AFMONLIN.bms.
      *****************************************************************
       01  AFMOLN1I.
           05  FILLER                      PIC X(12).
           05  FILLER REDEFINES FDIRF.
               10  FDIRA                   PICTURE X.
           05  FDIRI                       PIC X(50).
           05  FCSTL                       COMP PIC S9(4).
           05  FCSTF                       PICTURE X.
           05  FILLER REDEFINES FCSTF.
               10  FCSTA                   PICTURE X.
           05  FCSTI                       PIC X(08).
           05  MSGL                        COMP PIC S9(4).
           05  MSGF                        PICTURE X.
           05  FILLER REDEFINES MSGF.
           05  FILLER                      PIC X(03).
           05  FDIRO                       PIC X(50).
           05  FILLER                      PIC X(03).
           05  FCSTO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  MSGO                        PIC X(79).
