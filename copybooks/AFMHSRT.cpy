      *****************************************************************
      *    COPYBOOK.....  AFMHSRT
      *    DESCRIPTION..  RECORD LAYOUT USED TO SORT THE RUN-HISTORY
      *                   FILE (RUN.HISTORY) FOR THE RUNHIST REPORT -
      *                   ONCE INTO START-STAMP SEQUENCE FOR THE
      *                   RETENTION PASS AND THE NIGHTLY CHAIN
      *                   SECTION, THEN INTO JOB / START-STAMP
      *                   SEQUENCE FOR THE PER-JOB SECTION.  SAME
      *                   FIELDS AND PHYSICAL LENGTH AS
      *                   RUN-HISTORY-RECORD (COPYBOOK AFMRHIS), IN THE
      *                   SAME ORDER, SO THE SORT CAN TAKE THE HISTORY
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
           05  HSRT-JOB-NAME               PIC X(08).
           05  HSRT-EVENT                  PIC X(01).
               88  HSRT-EVENT-START                   VALUE "S".
               88  HSRT-EVENT-END                     VALUE "E".
           05  HSRT-START-DATE             PIC X(10).
           05  HSRT-START-TIME             PIC X(08).
           05  HSRT-END-DATE               PIC X(10).
           05  HSRT-END-TIME               PIC X(08).
           05  HSRT-COND-CODE              PIC 9(04).
           05  HSRT-CHECKPOINT-SEQUENCE    PIC 9(08).
           05  FILLER                      PIC X(23).
