      *                     CANNOT BE READ UNDER THIS LAYOUT - THE
      *                     DOWNSTREAM STORAGE-INVENTORY LOAD MUST
      *                     RE-CUT AT THIS LAYOUT.
      *    2026-10-15 JHM   RECLAIMED PART OF THE DETAIL RESERVE
      *                     FILLER AS EXTR-FILE-COST-CENTER, THE
      *                     OWNING COST CENTER (COPYBOOK AFMFSTAT) -
      *                     SPACES WHEN UNASSIGNED.  RECORD LENGTH
      *                     UNCHANGED AT 151.
      *****************************************************************
       01  FILE-EXTRACT-RECORD.
           05  EXTR-RECORD-TYPE            PIC X(01).
                                           PIC X(10).
               10  EXTR-FILE-DIRECTORY-NAME
                                           PIC X(50).
               10  EXTR-FILE-COST-CENTER   PIC X(08).
               10  FILLER                  PIC X(02).
           05  EXTR-TRAILER REDEFINES EXTR-DETAIL.
               10  EXTR-TRAILER-RECORD-COUNT
                                           PIC 9(10).
