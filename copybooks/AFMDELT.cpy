      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-09-03 JHM   ORIGINAL COPYBOOK.
      *    2026-10-15 JHM   ADDED DELT-COST-CENTER (RECORD LENGTH 182
      *                     TO 190) - THE ENTRY'S OWNING COST CENTER
      *                     AS OF THE CHANGE, TAKEN FROM THE AUDIT
      *                     RECORD (AUDIT-COST-CENTER, COPYBOOK
      *                     AFMAUDIT).  SPACES WHEN UNASSIGNED, AND
      *                     ON CHANGES AUDITED BEFORE THE FIELD WAS
      *                     ADDED.  THE INVENTORY LOAD MUST BE RE-CUT
      *                     AT THIS LAYOUT.
      *****************************************************************
       01  FILE-DELTA-RECORD.
           05  DELT-RECORD-TYPE            PIC X(01).
               10  DELT-FILE-MODIFICATION-DATE
                                           PIC X(10).
               10  DELT-OLD-FILE-NAME      PIC X(50).
               10  DELT-COST-CENTER        PIC X(08).
           05  DELT-HEADER REDEFINES DELT-DETAIL.
               10  DELT-HEADER-RUN-DATE    PIC X(10).
               10  DELT-HEADER-FROM-DATE   PIC X(10).
               10  DELT-HEADER-FROM-TIME   PIC X(08).
               10  FILLER                  PIC X(161).
           05  DELT-TRAILER REDEFINES DELT-DETAIL.
               10  DELT-TRAILER-RECORD-COUNT
                                           PIC 9(10).
               10  DELT-TRAILER-TOTAL-SIZE PIC 9(15).
               10  FILLER                  PIC X(164).
