      *****************************************************************
      *    COPYBOOK.....  AFMFTYP
      *    DESCRIPTION..  RECORD LAYOUT FOR THE FILE-TYPE MASTER
      *                   FILE (FILE.TYPE.MASTER) - ONE KEYED RECORD
      *                   PER FILE TYPE THE CATALOG ACCEPTS, WITH A
      *                   DESCRIPTION, AN ACTIVE/RETIRED FLAG AND
      *                   THE LARGEST FILE-SIZE AN ENTRY OF THAT
      *                   TYPE MAY CARRY (ZERO MEANS NO CEILING).
      *                   EVERY FILE-TYPE EDIT READS IT - CREATE AND
      *                   UPDATE (5160-VALIDATE-FILE-TYPE), THE
      *                   VERIFY SWEEP, AND THE AFMO TRANSACTION
      *                   THROUGH CICS FILE FILETYPE - SO A NEW TYPE
      *                   IS A DATA CHANGE, NOT A PROGRAM CHANGE.  A
      *                   RETIRED TYPE STAYS ON FILE SO ENTRIES
      *                   ALREADY CATALOGED UNDER IT STILL RESOLVE,
      *                   BUT NO NEW ENTRY OF THAT TYPE IS ACCEPTED.
      *                   MAINTAINED ONLY THROUGH THE ADMIN-AUTHORITY
      *                   FILE-TYPE-ADD, FILE-TYPE-RETIRE AND
      *                   FILE-TYPE-CHANGE COMMANDS, EACH AUDITED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK - REPLACES THE TABLE OF
      *                     APPROVED TYPE CODES COMPILED INTO
      *                     ADVANCED-FILE-MANAGER AND AFMONLIN.
      *****************************************************************
       01  FILE-TYPE-MASTER-RECORD.
           05  FTYP-FILE-TYPE              PIC X(10).
           05  FTYP-DESCRIPTION            PIC X(40).
           05  FTYP-STATUS                 PIC X(01).
               88  FTYP-ACTIVE                        VALUE "A".
               88  FTYP-RETIRED                       VALUE "R".
           05  FTYP-MAX-FILE-SIZE          PIC 9(10).
           05  FTYP-LAST-CHANGED-DATE      PIC X(10).
           05  FTYP-LAST-CHANGED-BY        PIC X(08).
           05  FILLER                      PIC X(21).
