      *                     MATCHING FIELDS ADDED TO THE SORT COPY
      *                     AFMDSRT, WHICH MUST STAY THE SAME
      *                     PHYSICAL LENGTH AS THIS RECORD.
      *    2026-10-15 JHM   ADDED DIRECTORY-PROTECTED-FLAG - "Y"
      *                     MARKS A DIRECTORY WHOSE ENTRIES AFMO MAY
      *                     ONLY DELETE WITH A SECOND OPERATOR'S
      *                     APPROVAL (COPYBOOK AFMPEND).  EXISTING
      *                     LISTINGS MUST BE RELOADED AT THE NEW
      *                     RECORD LENGTH (165 TO 166 BYTES); A
      *                     BLANK FLAG MEANS NOT PROTECTED.  THE SORT
      *                     COPY AFMDSRT GAINS THE MATCHING FIELD.
      *    2026-10-15 JHM   ADDED DIRECTORY-STATUS-FLAG - "D" MARKS A
      *                     DIRECTORY RETIRED BY THE DECOMMISSION RUN
      *                     (PARM=DECOMM).  NO NEW ENTRY MAY BE
      *                     CREATED UNDER IT, FROM THE CONSOLE, BY
      *                     BATCH TRANSACTION OR BY AFMO PF1, AND THE
      *                     DISCOVERY RUN PROPOSES NOTHING FOR IT.
      *                     EXISTING LISTINGS MUST BE RELOADED AT THE
      *                     NEW RECORD LENGTH (166 TO 167 BYTES); A
      *                     BLANK FLAG MEANS IN SERVICE.  THE SORT
      *                     COPY AFMDSRT GAINS THE MATCHING FIELD.
      *****************************************************************
       01  DIRECTORY-LISTING-RECORD.
           05  DIRECTORY-NAME              PIC X(50).
           05  DIRECTORY-PATH              PIC X(100).
           05  DIRECTORY-CAPACITY-LIMIT    PIC 9(12).
           05  DIRECTORY-WARNING-PCT       PIC 9(03).
           05  DIRECTORY-PROTECTED-FLAG    PIC X(01).
               88  DIRECTORY-PROTECTED                VALUE "Y".
           05  DIRECTORY-STATUS-FLAG       PIC X(01).
               88  DIRECTORY-DECOMMISSIONED           VALUE "D".
