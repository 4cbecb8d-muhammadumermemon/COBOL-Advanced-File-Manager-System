      *****************************************************************
      *    COPYBOOK.....  AFMCHGL
      *    DESCRIPTION..  RECORD LAYOUT FOR THE STORAGE CHARGEBACK
      *                   GENERAL-LEDGER INTERFACE FILE
      *                   (CHARGEBACK.GL) WRITTEN BY THE MONTHLY
      *                   CHARGEBACK RUN.  ONE HEADER RECORD (RUN
      *                   DATE, CHARGE PERIOD AND THE RATE PER
      *                   GIGABYTE APPLIED), ONE DETAIL PER COST
      *                   CENTER AND DIRECTORY (FILE COUNT, BYTES,
      *                   GIGABYTES AND THE AMOUNT CHARGED), AND ONE
      *                   TRAILER (DETAIL COUNT, TOTAL AMOUNT AND
      *                   TOTAL BYTES) THAT THE LEDGER LOAD MUST
      *                   BALANCE TO BEFORE POSTING.  ENTRIES WITH NO
      *                   COST CENTER ARE NOT CHARGED AND DO NOT
      *                   APPEAR - THEY ARE LISTED ON THE UNASSIGNED
      *                   PAGE OF CHARGEBACK.REPORT INSTEAD.  A
      *                   GIGABYTE IS 1,073,741,824 BYTES; GIGABYTES
      *                   ARE ROUNDED TO FOUR PLACES AND EACH DETAIL
      *                   AMOUNT TO THE CENT BEFORE IT IS TOTALLED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  CHARGEBACK-GL-RECORD.
           05  CHGL-RECORD-TYPE            PIC X(01).
               88  CHGL-HEADER-RECORD                 VALUE "H".
               88  CHGL-DETAIL-RECORD                 VALUE "D".
               88  CHGL-TRAILER-RECORD                VALUE "T".
           05  CHGL-DETAIL.
               10  CHGL-COST-CENTER        PIC X(08).
               10  CHGL-DIRECTORY-NAME     PIC X(50).
               10  CHGL-FILE-COUNT         PIC 9(07).
               10  CHGL-TOTAL-BYTES        PIC 9(15).
               10  CHGL-GIGABYTES          PIC 9(07)V9(04).
               10  CHGL-CHARGE-AMOUNT      PIC 9(11)V9(02).
               10  FILLER                  PIC X(10).
           05  CHGL-HEADER REDEFINES CHGL-DETAIL.
               10  CHGL-HEADER-RUN-DATE    PIC X(10).
               10  CHGL-HEADER-PERIOD      PIC X(07).
               10  CHGL-HEADER-RATE        PIC 9(05)V9(04).
               10  FILLER                  PIC X(88).
           05  CHGL-TRAILER REDEFINES CHGL-DETAIL.
               10  CHGL-TRAILER-RECORD-COUNT
                                           PIC 9(08).
               10  CHGL-TRAILER-TOTAL-AMOUNT
                                           PIC 9(13)V9(02).
               10  CHGL-TRAILER-TOTAL-BYTES
                                           PIC 9(15).
               10  FILLER                  PIC X(76).
