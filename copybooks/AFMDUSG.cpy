      *****************************************************************
      *    COPYBOOK.....  AFMDUSG
      *    DESCRIPTION..  RECORD LAYOUT FOR THE DIRECTORY-USAGE
      *                   SUMMARY (DIRECTORY.USAGE) - ONE KEYED RECORD
      *                   PER DIRECTORY HOLDING THE NUMBER OF
      *                   FILE-STATUS ENTRIES TIED TO IT AND THEIR
      *                   TOTAL FILE-SIZE.  KEPT CURRENT BY EVERY PATH
      *                   THAT CHANGES THE CATALOG - CREATE, DELETE,
      *                   UPDATE, RENAME, ARCHIVE, RESTORE, REFRESH,
      *                   RECOVER AND DECOMMISSION IN ADVANCED-FILE-
      *                   MANAGER, PF1/PF2 AND DELETE APPROVAL IN AFMO
      *                   (CICS FILE DIRUSAGE), AND THE AFMRELD
      *                   RELOAD - SO THE CAPACITY EDITS, THE CAPACITY
      *                   REPORT AND THE CAPACITY.HISTORY SNAPSHOT
      *                   READ ONE RECORD INSTEAD OF BROWSING THE
      *                   DIRECTORY'S CATALOG ENTRIES.  VERIFY
      *                   RECOUNTS EVERY DIRECTORY FROM THE CATALOG
      *                   AND REPORTS ANY RECORD THAT HAS DRIFTED;
      *                   RUN MODE USAGEBLD (JCL MEMBER AFMUSGBL)
      *                   REBUILDS THE WHOLE FILE FROM THE CATALOG.
      *                   DUSG-LAST-UPDATE-BY IS THE RUN MODE OR
      *                   PROGRAM THAT LAST CHANGED THE RECORD.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  DIRECTORY-USAGE-RECORD.
           05  DUSG-DIRECTORY-NAME         PIC X(50).
           05  DUSG-ENTRY-COUNT            PIC 9(09).
           05  DUSG-TOTAL-BYTES            PIC 9(15).
           05  DUSG-LAST-UPDATE-DATE       PIC X(10).
           05  DUSG-LAST-UPDATE-TIME       PIC X(08).
           05  DUSG-LAST-UPDATE-BY         PIC X(08).
           05  FILLER                      PIC X(20).
