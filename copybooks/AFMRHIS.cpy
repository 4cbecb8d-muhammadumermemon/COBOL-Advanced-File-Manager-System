      *****************************************************************
      *    COPYBOOK.....  AFMRHIS
      *    DESCRIPTION..  RECORD LAYOUT FOR THE RUN-HISTORY FILE
      *                   (RUN.HISTORY).  EVERY START AND END STAMP
      *                   PUT ON THE RUN-CONTROL REGISTER (COPYBOOK
      *                   AFMRUNC) IS ALSO APPENDED HERE AS ONE
      *                   RECORD, SO EACH NIGHT'S STAMPS SURVIVE THE
      *                   NEXT NIGHT'S OVERWRITE - BY AFMUNLD,
      *                   AFMRELD, AFMRESUB AND EVERY RUN MODE OF
      *                   ADVANCED-FILE-MANAGER.  A START RECORD
      *                   (RHIS-EVENT "S") CARRIES THE START STAMP AND
      *                   THE CHECKPOINT SEQUENCE THE RUN RESUMED
      *                   FROM - NON-ZERO ONLY WHEN IT IS A RESTART
      *                   OF AN ATTEMPT THAT NEVER STAMPED ITS END.
      *                   AN END RECORD (RHIS-EVENT "E") REPEATS THE
      *                   START STAMP OF ITS RUN BESIDE THE END STAMP
      *                   AND CONDITION CODE, SO THE ELAPSED TIME CAN
      *                   BE TAKEN FROM THE ONE RECORD; ITS START
      *                   STAMP IS BLANK WHEN THE RUN-CONTROL ENTRY
      *                   COULD NOT BE READ.  THE RUNHIST RUN REPORTS
      *                   FROM THIS FILE AND DROPS RECORDS OLDER THAN
      *                   ITS RETENTION CUTOFF.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  RUN-HISTORY-RECORD.
           05  RHIS-JOB-NAME               PIC X(08).
           05  RHIS-EVENT                  PIC X(01).
               88  RHIS-EVENT-START                   VALUE "S".
               88  RHIS-EVENT-END                     VALUE "E".
           05  RHIS-START-DATE             PIC X(10).
           05  RHIS-START-TIME             PIC X(08).
           05  RHIS-END-DATE               PIC X(10).
           05  RHIS-END-TIME               PIC X(08).
           05  RHIS-COND-CODE              PIC 9(04).
           05  RHIS-CHECKPOINT-SEQUENCE    PIC 9(08).
           05  FILLER                      PIC X(23).
