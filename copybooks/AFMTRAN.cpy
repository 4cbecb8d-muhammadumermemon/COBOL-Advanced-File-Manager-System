      *                     THE OLD 134-BYTE LENGTH CANNOT BE
      *                     APPLIED - THE UPSTREAM EXTRACT MUST BE
      *                     RE-CUT AT THIS LAYOUT.
      *    2026-10-15 JHM   ADDED TRANS-COST-CENTER (RECORD LENGTH
      *                     184 TO 192) - THE OWNING COST CENTER
      *                     (COPYBOOK AFMFSTAT) OF THE ENTRY A CREATE
      *                     CATALOGS.  ON AN UPDATE A NON-BLANK COST
      *                     CENTER RE-ASSIGNS THE ENTRY'S OWNER;
      *                     SPACES LEAVE IT AS IT IS.  SPACES ON
      *                     DELETE AND RENAME.  FEEDS CUT AT THE OLD
      *                     184-BYTE LENGTH MUST BE RE-CUT.
      *****************************************************************
       01  TRANS-RECORD.
           05  TRANS-SEQUENCE-NUMBER       PIC 9(08).
               10  TRANS-FILE-TYPE         PIC X(10).
               10  TRANS-NEW-FILE-NAME     PIC X(50).
               10  TRANS-DIRECTORY-NAME    PIC X(50).
               10  TRANS-COST-CENTER       PIC X(08).
           05  TRANS-HEADER REDEFINES TRANS-DETAIL.
               10  TRANS-HEADER-RUN-DATE   PIC X(10).
               10  TRANS-HEADER-ORIGIN-SYSTEM
                                           PIC X(08).
               10  FILLER                  PIC X(160).
           05  TRANS-TRAILER REDEFINES TRANS-DETAIL.
               10  TRANS-TRAILER-RECORD-COUNT
                                           PIC 9(08).
               10  TRANS-TRAILER-SIZE-HASH PIC 9(15).
               10  FILLER                  PIC X(155).
