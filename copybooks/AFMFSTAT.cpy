      *                     IS INSTALLED - THE FIELD-FOR-FIELD BACKUP
      *                     LAYOUT (COPYBOOK AFMBKUP) IS UNCHANGED,
      *                     SO THE RELOAD CARRIES THE CONVERSION.
      *    2026-10-15 JHM   ADDED FILE-COST-CENTER (RECORD LENGTH 140
      *                     TO 148) - THE COST CENTER THAT OWNS THE
      *                     ENTRY AND IS CHARGED FOR ITS SPACE BY THE
      *                     MONTHLY CHARGEBACK RUN.  SPACES MEAN NO
      *                     OWNER HAS BEEN ASSIGNED YET.  REBUILD
      *                     FILE.STATUS THROUGH AFMUNLD/AFMRELD WHEN
      *                     THIS CHANGE IS INSTALLED - SEE THE
      *                     MATCHING NOTE IN COPYBOOK AFMBKUP.
      *****************************************************************
       01  FILE-STATUS-RECORD.
           05  FILE-STATUS-KEY.
           05  FILE-TYPE                  PIC X(10).
           05  FILE-CREATION-DATE         PIC X(10).
           05  FILE-MODIFICATION-DATE     PIC X(10).
           05  FILE-COST-CENTER           PIC X(08).
