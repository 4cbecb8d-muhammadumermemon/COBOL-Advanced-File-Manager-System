      *                     THE SWEEP LEAVES THE SAME TRACE AS A
      *                     DELETE AND THE DELTA EXTRACT CAN TELL
      *                     THE INVENTORY SYSTEM THE ENTRY IS GONE.
      *    2026-10-15 JHM   ADDED THE TYPADD, TYPRET AND TYPCHG
      *                     ACTION CODES - WRITTEN WHEN AN ADMIN
      *                     ADDS, RETIRES OR CHANGES A FILE TYPE ON
      *                     THE FILE-TYPE MASTER (COPYBOOK AFMFTYP).
      *                     AUDIT-FILE-NAME CARRIES THE FILE TYPE,
      *                     THE DIRECTORY IS BLANK, AND EACH IMAGE
      *                     CARRIES THE TYPE'S DESCRIPTION IN THE
      *                     FILE-NAME FIELD, ITS MAXIMUM SIZE IN THE
      *                     FILE-SIZE FIELD, ACTIVE OR RETIRED IN
      *                     THE FILE-TYPE FIELD AND ITS LAST-CHANGED
      *                     DATE IN THE MODIFICATION-DATE FIELD.
      *    2026-10-15 JHM   RECLAIMED PART OF THE RESERVE FILLER AS
      *                     AUDIT-COST-CENTER - THE ENTRY'S OWNING
      *                     COST CENTER AFTER THE CHANGE (ITS LAST
      *                     ONE FOR A DELETE OR ARCHIVE), SO THE
      *                     DELTA EXTRACT CAN CARRY IT.  RECORD
      *                     LENGTH UNCHANGED AT 302; RECORDS WRITTEN
      *                     BEFORE THIS CHANGE READ IT AS SPACES.
      *    2026-10-15 JHM   ADDED THE HOLDON, HOLDOF AND HOLDBK
      *                     ACTION CODES FOR THE LEGAL HOLD REGISTER
      *                     (COPYBOOK AFMLHLD).  HOLDON AND HOLDOF
      *                     ARE WRITTEN WHEN AN ADMIN PLACES OR
      *                     RELEASES A HOLD - AUDIT-FILE-NAME CARRIES
      *                     THE HOLD ID, THE DIRECTORY IS BLANK, THE
      *                     BEFORE-IMAGE FILE-NAME FIELD CARRIES THE
      *                     COVERED DIRECTORY, THE AFTER-IMAGE
      *                     FILE-NAME FIELD THE COVERED NAME OR
      *                     PREFIX, THE AFTER-IMAGE FILE-TYPE FIELD
      *                     THE SCOPE (ENTRY, DIRECTORY OR PREFIX)
      *                     AND THE AFTER-IMAGE MODIFICATION-DATE
      *                     FIELD THE DATE PLACED OR RELEASED.
      *                     HOLDBK IS WRITTEN WHEN A HOLD REFUSES A
      *                     CHANGE - AUDIT-FILE-NAME AND THE
      *                     DIRECTORY CARRY THE HELD ENTRY, THE
      *                     AFTER-IMAGE FILE-NAME FIELD THE HOLD ID,
      *                     THE AFTER-IMAGE FILE-TYPE FIELD THE
      *                     REFUSED ACTION AND THE AFTER-IMAGE
      *                     MODIFICATION-DATE FIELD THE DATE THE
      *                     HOLD WAS PLACED.  NONE OF THE THREE
      *                     CHANGES THE CATALOG.
      *    2026-10-15 JHM   ADDED THE PNDREQ, PNDAPR, PNDREJ AND
      *                     PNDEXP ACTION CODES FOR THE PENDING-
      *                     CHANGE QUEUE (COPYBOOK AFMPEND) - A
      *                     DELETE QUEUED FOR A SECOND OPERATOR'S
      *                     APPROVAL, AND ITS APPROVAL, REJECTION OR
      *                     EXPIRY.  AUDIT-FILE-NAME AND THE
      *                     DIRECTORY CARRY THE ENTRY, THE BEFORE
      *                     IMAGE THE ENTRY AS IT STOOD WHEN THE
      *                     DELETE WAS REQUESTED, THE AFTER-IMAGE
      *                     FILE-NAME FIELD THE REQUEST ID, THE
      *                     AFTER-IMAGE FILE-TYPE FIELD THE
      *                     REQUESTER'S OPERATOR ID AND THE
      *                     AFTER-IMAGE MODIFICATION-DATE FIELD THE
      *                     DATE REQUESTED.  AUDIT-OPERATOR-ID IS THE
      *                     OPERATOR WHO ACTED, SO EACH RECORD NAMES
      *                     BOTH.  AN APPROVED DELETE IS ALSO
      *                     WRITTEN AS AN ORDINARY DELETE; NONE OF
      *                     THE FOUR CHANGES THE CATALOG ITSELF.
      *    2026-10-15 JHM   ADDED THE DIRMOV ACTION CODE - WRITTEN BY
      *                     THE DECOMMISSION RUN FOR EACH ENTRY IT
      *                     MOVES FROM A RETIRING DIRECTORY TO ITS
      *                     REPLACEMENT.  AUDIT-FILE-NAME CARRIES THE
      *                     ENTRY (ITS NAME IS UNCHANGED) AND
      *                     AUDIT-DIRECTORY-NAME THE NEW DIRECTORY;
      *                     THE BEFORE-IMAGE FILE-NAME FIELD CARRIES
      *                     THE OLD DIRECTORY AND THE AFTER-IMAGE
      *                     FILE-NAME FIELD THE NEW ONE.  SIZE, TYPE
      *                     AND MODIFICATION DATE ARE THE ENTRY'S OWN
      *                     ON BOTH SIDES - A MOVE CHANGES NOTHING
      *                     BUT THE DIRECTORY.
      *****************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AUDIT-FILE-NAME             PIC X(50).
               88  AUDIT-ACTION-RESTORE               VALUE "RESTOR".
               88  AUDIT-ACTION-DENIED                VALUE "DENIED".
               88  AUDIT-ACTION-ARCHIVE               VALUE "ARCHIV".
               88  AUDIT-ACTION-TYPE-ADD              VALUE "TYPADD".
               88  AUDIT-ACTION-TYPE-RETIRE           VALUE "TYPRET".
               88  AUDIT-ACTION-TYPE-CHANGE           VALUE "TYPCHG".
               88  AUDIT-ACTION-HOLD-PLACED           VALUE "HOLDON".
               88  AUDIT-ACTION-HOLD-RELEASED         VALUE "HOLDOF".
               88  AUDIT-ACTION-HOLD-REFUSAL          VALUE "HOLDBK".
               88  AUDIT-ACTION-PEND-REQUEST          VALUE "PNDREQ".
               88  AUDIT-ACTION-PEND-APPROVE          VALUE "PNDAPR".
               88  AUDIT-ACTION-PEND-REJECT           VALUE "PNDREJ".
               88  AUDIT-ACTION-PEND-EXPIRE           VALUE "PNDEXP".
               88  AUDIT-ACTION-DIRECTORY-MOVE        VALUE "DIRMOV".
           05  AUDIT-TIMESTAMP.
               10  AUDIT-DATE              PIC X(10).
               10  AUDIT-TIME              PIC X(08).
               10  AUDIT-NEW-FILE-TYPE     PIC X(10).
               10  AUDIT-NEW-MODIFICATION-DATE
                                           PIC X(10).
           05  AUDIT-COST-CENTER           PIC X(08).
           05  FILLER                      PIC X(02).
