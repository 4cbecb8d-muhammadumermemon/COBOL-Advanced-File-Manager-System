      *****************************************************************
      *    COPYBOOK.....  AFMALRT
      *    DESCRIPTION..  RECORD LAYOUT FOR THE OPERATIONS ALERT FEED
      *                   - ONE RECORD FOR EVERY CONDITION OPERATIONS
      *                   MUST ACT ON, SO THE CONSOLE WATCH AND THE
      *                   DAILY ALERT SUMMARY READ ONE RECORD FORMAT
      *                   INSTEAD OF EVERY JOB'S SYSOUT.  THE FEED IS
      *                   KEPT IN TWO DATASETS, AS THE AUDIT TRAIL IS:
      *                   ADVANCED-FILE-MANAGER, AFMUNLD, AFMRELD AND
      *                   AFMRESUB APPEND TO THE QSAM ALERT.FEED; THE
      *                   AFMO TRANSACTION WRITES THE VSAM ESDS
      *                   ALERT.FEED.ESDS (CICS FILE ALERTFD).  THE
      *                   ALERTRPT RUN READS BOTH.  ALRT-SEVERITY SORTS
      *                   IN ORDER OF URGENCY - C(RITICAL) BEFORE
      *                   E(RROR) BEFORE W(ARNING).  ALRT-CODE NAMES
      *                   THE CONDITION:
      *                     CAPLIM   CREATE REFUSED - CAPACITY LIMIT
      *                     CAPWARN  DIRECTORY PAST ITS WARNING LEVEL
      *                     TRANREJ  TRANSACTION WRITTEN TO TRANS.REJECT
      *                     RUNREF   RUN ENDED CC 12 (REFUSED) OR
      *                              CC 16 (CATALOG LOCK NOT OBTAINED)
      *                     DENIED   OPERATOR NOT AUTHORIZED
      *                     VERIFY   CATALOG ENTRY FAILED VERIFY (OR A
      *                              RULE COULD NOT BE CHECKED)
      *                     LOCKAGE  CATALOG.LOCK HELD TOO LONG
      *                     NOBACKUP AFMUNLD FOUND NO CATALOG TO UNLOAD
      *                   ALRT-JOB-NAME IS THE RUN MODE OR JOB, OR
      *                   "CONSOLE" / THE TRANSACTION ID FOR A
      *                   CONVERSATIONAL COMMAND.  DIRECTORY AND FILE
      *                   NAME ARE BLANK WHEN THE ALERT IS NOT ABOUT
      *                   ONE ENTRY.  THE ALERTRPT RUN (JCL MEMBER
      *                   AFMALRPT) PRINTS THE DAILY SUMMARY.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALRT-DATE                   PIC X(10).
           05  ALRT-TIME                   PIC X(08).
           05  ALRT-SEVERITY               PIC X(01).
               88  ALRT-SEVERITY-CRITICAL             VALUE "C".
               88  ALRT-SEVERITY-ERROR                VALUE "E".
               88  ALRT-SEVERITY-WARNING              VALUE "W".
           05  ALRT-SOURCE-PROGRAM         PIC X(08).
           05  ALRT-JOB-NAME               PIC X(08).
           05  ALRT-CODE                   PIC X(08).
           05  ALRT-DIRECTORY-NAME         PIC X(50).
           05  ALRT-FILE-NAME              PIC X(50).
           05  ALRT-OPERATOR-ID            PIC X(08).
           05  ALRT-MESSAGE-TEXT           PIC X(80).
           05  FILLER                      PIC X(19).
