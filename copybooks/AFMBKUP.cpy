      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-08-22 JHM   ORIGINAL COPYBOOK.
      *    2026-10-15 JHM   ADDED BKP-FILE-COST-CENTER (RECORD LENGTH
      *                     140 TO 148) TO MATCH THE NEW FILE-COST-
      *                     CENTER (COPYBOOK AFMFSTAT).  TO INSTALL,
      *                     TAKE A LAST AFMUNLD BACKUP UNDER THE OLD
      *                     DEFINITIONS, PAD IT TO 148 BYTES WITH
      *                     SPACES (ONE SORT OUTREC PASS) AND RELOAD
      *                     IT WITH THE NEW AFMRELD - EVERY ENTRY
      *                     COMES BACK UNASSIGNED, READY FOR THE
      *                     OWNERS TO BE FILLED IN BY UPDATE.
      *****************************************************************
       01  FILE-BACKUP-RECORD.
           05  BKP-FILE-NAME              PIC X(50).
           05  BKP-FILE-CREATION-DATE     PIC X(10).
           05  BKP-FILE-MODIFICATION-DATE PIC X(10).
           05  BKP-FILE-DIRECTORY-NAME    PIC X(50).
           05  BKP-FILE-COST-CENTER       PIC X(08).
