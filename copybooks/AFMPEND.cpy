      *****************************************************************
      *    COPYBOOK.....  AFMPEND
      *    DESCRIPTION..  RECORD LAYOUT FOR THE PENDING-CHANGE QUEUE
      *                   (PENDING.CHANGE) - ONE KEYED RECORD PER
      *                   CATALOG CHANGE THAT NEEDS A SECOND OPERATOR'S
      *                   APPROVAL BEFORE IT IS APPLIED.  AFMO PF2
      *                   QUEUES A DELETE HERE INSTEAD OF APPLYING IT
      *                   WHEN THE ENTRY IS LARGER THAN THE APPROVAL
      *                   THRESHOLD OR ITS DIRECTORY IS FLAGGED
      *                   PROTECTED ON DIRECTORY-LISTING (COPYBOOK
      *                   AFMDIRL).  AN ADMIN OTHER THAN THE REQUESTER
      *                   APPROVES (THE DELETE IS THEN APPLIED) OR
      *                   REJECTS IT ON THE AFMO APPROVAL SCREEN (MAP
      *                   AFMOLN2); A REQUEST LEFT PENDING PAST THE
      *                   EXPIRY AGE IS EXPIRED BY THE NIGHTLY
      *                   PENDING-CHANGE REPORT (PARM=PENDRPT).  THE
      *                   ENTRY AS IT STOOD WHEN THE REQUEST WAS MADE
      *                   IS CARRIED SO THE APPROVER SEES WHAT WILL BE
      *                   DELETED AND AN ENTRY CHANGED SINCE CANNOT BE
      *                   APPROVED BLIND.  ACTIONED REQUESTS STAY ON
      *                   FILE, STAMPED WITH WHO ACTIONED THEM AND
      *                   WHEN.  THE KEY IS THE DATE, TIME AND
      *                   TERMINAL OF THE REQUEST.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PEND-REQUEST-ID.
               10  PEND-REQUEST-DATE       PIC X(08).
               10  PEND-REQUEST-TIME       PIC X(06).
               10  PEND-REQUEST-TERMINAL   PIC X(04).
           05  PEND-ACTION                 PIC X(06).
               88  PEND-ACTION-DELETE                 VALUE "DELETE".
           05  PEND-REASON                 PIC X(01).
               88  PEND-REASON-SIZE                   VALUE "S".
               88  PEND-REASON-PROTECTED              VALUE "P".
               88  PEND-REASON-BOTH                   VALUE "B".
           05  PEND-STATUS                 PIC X(01).
               88  PEND-PENDING                       VALUE "P".
               88  PEND-APPROVED                      VALUE "A".
               88  PEND-REJECTED                      VALUE "R".
               88  PEND-EXPIRED                       VALUE "E".
           05  PEND-DIRECTORY-NAME         PIC X(50).
           05  PEND-FILE-NAME              PIC X(50).
           05  PEND-FILE-SIZE              PIC 9(10).
           05  PEND-FILE-TYPE              PIC X(10).
           05  PEND-MODIFICATION-DATE      PIC X(10).
           05  PEND-COST-CENTER            PIC X(08).
           05  PEND-REQUESTED-BY           PIC X(08).
           05  PEND-REQUESTED-DATE         PIC X(10).
           05  PEND-ACTIONED-BY            PIC X(08).
           05  PEND-ACTIONED-DATE          PIC X(10).
           05  FILLER                      PIC X(20).
