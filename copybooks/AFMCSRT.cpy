      *****************************************************************
      *    COPYBOOK.....  AFMCSRT
      *    DESCRIPTION..  RECORD LAYOUT USED TO SORT THE FILE-STATUS
      *                   CATALOG INTO COST-CENTER / DIRECTORY
      *                   SEQUENCE FOR THE MONTHLY STORAGE
      *                   CHARGEBACK RUN.  SAME FIELDS AND PHYSICAL
      *                   LENGTH AS FILE-STATUS-RECORD (COPYBOOK
      *                   AFMFSTAT), IN THE SAME ORDER, SO THE SORT
      *                   CAN TAKE THE CATALOG STRAIGHT IN WITH
      *                   USING.  RECORD-NAME IS RENAMED BY THE COPY
      *                   REPLACING CLAUSE OF EACH USING PROGRAM SO
      *                   THE SD AND ITS ASSOCIATED WORK FILE CAN
      *                   EACH HAVE A UNIQUE 01-LEVEL NAME.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  RECORD-NAME.
           05  CSRT-DIRECTORY-NAME         PIC X(50).
           05  CSRT-FILE-NAME              PIC X(50).
           05  CSRT-FILE-SIZE              PIC 9(10).
           05  CSRT-FILE-TYPE              PIC X(10).
           05  CSRT-FILE-CREATION-DATE     PIC X(10).
           05  CSRT-FILE-MODIFICATION-DATE PIC X(10).
           05  CSRT-COST-CENTER            PIC X(08).
