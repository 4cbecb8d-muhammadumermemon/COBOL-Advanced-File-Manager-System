      *****************************************************************
      *    COPYBOOK.....  AFMOLN2
      *    DESCRIPTION..  SYMBOLIC MAP FOR MAP AFMOLN2, MAPSET
      *                   AFMONLIN (SEE BMS MEMBER bms/AFMONLIN.bms) -
      *                   THE AFMO DELETE APPROVAL SCREEN.  HAND-
      *                   MAINTAINED IN THE EXACT FORM DFHMSD/DFHMDI/
      *                   DFHMDF ASSEMBLY WOULD PRODUCE, THE SAME
      *                   ARRANGEMENT AS AFMOLN1.  EVERY FIELD IS
      *                   PROTECTED - THE SCREEN IS DRIVEN BY PF KEYS
      *                   ALONE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  AFMOLN2I.
           05  FILLER                      PIC X(12).
           05  PRIDL                       COMP PIC S9(4).
           05  PRIDF                       PICTURE X.
           05  FILLER REDEFINES PRIDF.
               10  PRIDA                   PICTURE X.
           05  PRIDI                       PIC X(18).
           05  PDIRL                       COMP PIC S9(4).
           05  PDIRF                       PICTURE X.
           05  FILLER REDEFINES PDIRF.
               10  PDIRA                   PICTURE X.
           05  PDIRI                       PIC X(50).
           05  PNAML                       COMP PIC S9(4).
           05  PNAMF                       PICTURE X.
           05  FILLER REDEFINES PNAMF.
               10  PNAMA                   PICTURE X.
           05  PNAMI                       PIC X(50).
           05  PSIZL                       COMP PIC S9(4).
           05  PSIZF                       PICTURE X.
           05  FILLER REDEFINES PSIZF.
               10  PSIZA                   PICTURE X.
           05  PSIZI                       PIC X(10).
           05  PTYPL                       COMP PIC S9(4).
           05  PTYPF                       PICTURE X.
           05  FILLER REDEFINES PTYPF.
               10  PTYPA                   PICTURE X.
           05  PTYPI                       PIC X(10).
           05  PMDTL                       COMP PIC S9(4).
           05  PMDTF                       PICTURE X.
           05  FILLER REDEFINES PMDTF.
               10  PMDTA                   PICTURE X.
           05  PMDTI                       PIC X(10).
           05  PCSTL                       COMP PIC S9(4).
           05  PCSTF                       PICTURE X.
           05  FILLER REDEFINES PCSTF.
               10  PCSTA                   PICTURE X.
           05  PCSTI                       PIC X(08).
           05  PRSNL                       COMP PIC S9(4).
           05  PRSNF                       PICTURE X.
           05  FILLER REDEFINES PRSNF.
               10  PRSNA                   PICTURE X.
           05  PRSNI                       PIC X(30).
           05  PRBYL                       COMP PIC S9(4).
           05  PRBYF                       PICTURE X.
           05  FILLER REDEFINES PRBYF.
               10  PRBYA                   PICTURE X.
           05  PRBYI                       PIC X(08).
           05  PRDTL                       COMP PIC S9(4).
           05  PRDTF                       PICTURE X.
           05  FILLER REDEFINES PRDTF.
               10  PRDTA                   PICTURE X.
           05  PRDTI                       PIC X(10).
           05  PMSGL                       COMP PIC S9(4).
           05  PMSGF                       PICTURE X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA                   PICTURE X.
           05  PMSGI                       PIC X(79).

       01  AFMOLN2O REDEFINES AFMOLN2I.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  PRIDO                       PIC X(18).
           05  FILLER                      PIC X(03).
           05  PDIRO                       PIC X(50).
           05  FILLER                      PIC X(03).
           05  PNAMO                       PIC X(50).
           05  FILLER                      PIC X(03).
           05  PSIZO                       PIC X(10).
           05  FILLER                      PIC X(03).
           05  PTYPO                       PIC X(10).
           05  FILLER                      PIC X(03).
           05  PMDTO                       PIC X(10).
           05  FILLER                      PIC X(03).
           05  PCSTO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  PRSNO                       PIC X(30).
           05  FILLER                      PIC X(03).
           05  PRBYO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  PRDTO                       PIC X(10).
           05  FILLER                      PIC X(03).
           05  PMSGO                       PIC X(79).
