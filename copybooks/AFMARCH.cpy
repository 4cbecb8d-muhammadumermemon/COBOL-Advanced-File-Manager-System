      *                     ARC-FILE-DIRECTORY-NAME, WIDENED TO MATCH
      *                     DIRECTORY-NAME (COPYBOOK AFMDIRL), SO AN
      *                     ARCHIVED ENTRY KEEPS ITS DIRECTORY TAG.
      *    2026-10-15 JHM   ADDED ARC-FILE-COST-CENTER (RECORD LENGTH
      *                     140 TO 148) TO MATCH THE NEW FILE-COST-
      *                     CENTER (COPYBOOK AFMFSTAT), SO AN ENTRY
      *                     RESTORED FROM THE ARCHIVE COMES BACK
      *                     WITH ITS OWNER.  AN ARCHIVE WRITTEN AT
      *                     THE OLD LENGTH MUST BE PADDED TO 148
      *                     BYTES WITH SPACES (ONE SORT OUTREC PASS)
      *                     BEFORE THIS CHANGE RUNS - ITS ENTRIES
      *                     THEN RESTORE AS UNASSIGNED.
      *****************************************************************
       01  FILE-ARCHIVE-RECORD.
           05  ARC-FILE-NAME              PIC X(50).
           05  ARC-FILE-CREATION-DATE     PIC X(10).
           05  ARC-FILE-MODIFICATION-DATE PIC X(10).
           05  ARC-FILE-DIRECTORY-NAME    PIC X(50).
           05  ARC-FILE-COST-CENTER       PIC X(08).
