      *****************************************************************
      *    COPYBOOK.....  AFMDCKP
      *    DESCRIPTION..  RECORD LAYOUT FOR THE DECOMMISSION RUN'S
      *                   CHECKPOINT FILE (DECOMM.CHECKPOINT).  ONE
      *                   RECORD, REWRITTEN EVERY CHECKPOINT INTERVAL
      *                   WHILE A DIRECTORY IS BEING EMPTIED INTO ITS
      *                   REPLACEMENT AND ONCE MORE AT THE END OF THE
      *                   MOVE, SO A FAILED RUN CAN BE RESTARTED AND
      *                   REPORT WHAT THE EARLIER ATTEMPT ALREADY
      *                   MOVED.  KEPT APART FROM THE BATCH
      *                   CHECKPOINT.FILE, WHOSE SEQUENCE HIGH-WATER
      *                   MARK BELONGS TO TRANS.INPUT AND MUST NOT BE
      *                   DISTURBED.  A RECORD LEFT IN-PROGRESS NAMES
      *                   THE ONLY DECOMMISSION THAT MAY RUN NEXT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  DECOMM-CHECKPOINT-RECORD.
           05  DCKP-OLD-DIRECTORY-NAME     PIC X(50).
           05  DCKP-NEW-DIRECTORY-NAME     PIC X(50).
           05  DCKP-STATUS                 PIC X(01).
               88  DCKP-MOVE-IN-PROGRESS              VALUE "R".
               88  DCKP-MOVE-COMPLETE                 VALUE "E".
           05  DCKP-MOVED-COUNT            PIC 9(08).
           05  DCKP-MOVED-BYTES            PIC 9(15).
           05  DCKP-LAST-FILE-NAME         PIC X(50).
           05  DCKP-RUN-DATE               PIC X(10).
           05  DCKP-RUN-TIME               PIC X(08).
           05  FILLER                      PIC X(08).
