      *****************************************************************
      *    COPYBOOK.....  AFMASRT
      *    DESCRIPTION..  RECORD LAYOUT USED TO SORT THE OPERATIONS
      *                   ALERT FEED (ALERT.FEED) INTO SEVERITY /
      *                   ALERT CODE / DATE / TIME SEQUENCE FOR THE
      *                   DAILY ALERT SUMMARY (RUN MODE ALERTRPT).
      *                   SAME FIELDS AND PHYSICAL LENGTH AS
      *                   ALERT-RECORD (COPYBOOK AFMALRT), IN THE SAME
      *                   ORDER, SO THE SORT CAN TAKE BOTH HALVES OF
      *                   THE FEED (ALERT.FEED AND ALERT.FEED.ESDS)
      *                   STRAIGHT IN WITH USING.  RECORD-NAME IS
      *                   RENAMED BY THE COPY REPLACING CLAUSE OF EACH
      *                   USING PROGRAM SO THE SD AND ITS ASSOCIATED
      *                   WORK FILE CAN EACH HAVE A UNIQUE 01-LEVEL
      *                   NAME.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  RECORD-NAME.
           05  ASRT-DATE                   PIC X(10).
           05  ASRT-TIME                   PIC X(08).
           05  ASRT-SEVERITY               PIC X(01).
               88  ASRT-SEVERITY-CRITICAL             VALUE "C".
               88  ASRT-SEVERITY-ERROR                VALUE "E".
               88  ASRT-SEVERITY-WARNING              VALUE "W".
           05  ASRT-SOURCE-PROGRAM         PIC X(08).
           05  ASRT-JOB-NAME               PIC X(08).
           05  ASRT-CODE                   PIC X(08).
           05  ASRT-DIRECTORY-NAME         PIC X(50).
           05  ASRT-FILE-NAME              PIC X(50).
           05  ASRT-OPERATOR-ID            PIC X(08).
           05  ASRT-MESSAGE-TEXT           PIC X(80).
           05  FILLER                      PIC X(19).
