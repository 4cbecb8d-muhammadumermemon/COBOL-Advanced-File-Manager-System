      *                     THRESHOLD FIELDS TO STAY THE SAME
      *                     PHYSICAL LENGTH AS DIRECTORY-LISTING-
      *                     RECORD (COPYBOOK AFMDIRL).
      *    2026-10-15 JHM   ADDED THE PROTECTED FLAG TO MATCH
      *                     DIRECTORY-LISTING-RECORD (166 BYTES).
      *    2026-10-15 JHM   ADDED THE STATUS FLAG TO MATCH
      *                     DIRECTORY-LISTING-RECORD (167 BYTES).
      *****************************************************************
       01  RECORD-NAME.
           05  DRT-DIRECTORY-NAME          PIC X(50).
           05  DRT-DIRECTORY-CAPACITY-LIMIT
                                           PIC 9(12).
           05  DRT-DIRECTORY-WARNING-PCT   PIC 9(03).
           05  DRT-DIRECTORY-PROTECTED-FLAG
                                           PIC X(01).
           05  DRT-DIRECTORY-STATUS-FLAG   PIC X(01).
