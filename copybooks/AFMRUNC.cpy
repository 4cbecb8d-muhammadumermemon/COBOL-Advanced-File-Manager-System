      *                   HIGH-WATER MARK IN FORCE WHEN THE BACKUP
      *                   WAS TAKEN, SO A ROLL-FORWARD AFTER AN
      *                   AFMRELD RELOAD KNOWS WHERE THE BACKUP
      *                   LEFT OFF.  ON A BATCH OR DECOMM ENTRY IT
      *                   IS ZERO UNLESS THE RUN IS A RESTART - THE
      *                   PREVIOUS ATTEMPT WAS STILL MARKED RUNNING -
      *                   WHEN IT HOLDS THE CHECKPOINT THE RUN
      *                   RESUMED FROM.  RUNC-BACKUP-DATE NAMES THE
      *                   BACKUP GENERATION A STAMP BELONGS TO -
      *                   ON THE AFMUNLD ENTRY THE DATE OF THE
      *                   FSTAT.BACKUP.DYYYYMMDD GENERATION IT
      *                     ENTRIES EACH NAME THEIR BACKUP
      *                     GENERATION AND THE RECOVER RUN CAN
      *                     MATCH THE TWO BEFORE REPLAYING.
      *    2026-10-15 JHM   A RESTARTED BATCH OR DECOMM RUN STAMPS
      *                     THE CHECKPOINT IT RESUMES FROM AT START.
      *                     EVERY START AND END STAMP IS ALSO
      *                     APPENDED TO RUN.HISTORY (COPYBOOK
      *                     AFMRHIS), WHICH KEEPS THEM PAST THE NEXT
      *                     RUN'S OVERWRITE FOR THE RUNHIST REPORT.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUNC-JOB-NAME               PIC X(08).
