      *****************************************************************
      *    COPYBOOK.....  AFMSSRT
      *    DESCRIPTION..  RECORD LAYOUT USED TO SORT THE STORAGE-
      *                   MANAGEMENT DATASET-SCAN FEED (SCAN.INPUT)
      *                   INTO DIRECTORY / FILE NAME SEQUENCE - THE
      *                   SEQUENCE OF THE FILE-STATUS PRIMARY KEY - SO
      *                   THE DISCOVERY RUN CAN MATCH-MERGE THE SCAN
      *                   AGAINST THE CATALOG.  SAME FIELDS AND
      *                   PHYSICAL LENGTH AS SCAN-RECORD (COPYBOOK
      *                   AFMSCAN), IN THE SAME ORDER, SO THE SORT CAN
      *                   TAKE THE SCAN FEED STRAIGHT IN WITH USING.
      *                   RECORD-NAME IS RENAMED BY THE COPY
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
           05  SSRT-FILE-NAME              PIC X(50).
           05  SSRT-FILE-SIZE              PIC 9(10).
           05  SSRT-MODIFICATION-DATE      PIC X(10).
           05  SSRT-DIRECTORY-NAME         PIC X(50).
