      *                   RENUMBERED ABOVE THE HIGHEST SEQUENCE
      *                   NUMBER OF THE FEED THAT REJECTED THEM, SO
      *                   THE CHECKPOINT RESTART FILTER CANNOT
      *                   SKIP THEM ON RESUBMISSION.  THE FIRST 192
      *                   BYTES ARE IN TRANS-RECORD LAYOUT
      *                   (COPYBOOK AFMTRAN), FIELD FOR FIELD, SO
      *                   THE FILE RESUBMITS ONCE THE REASON FIELDS
      *                   ARE STRIPPED OR THE RECORDS RE-CUT AT 192
      *                   BYTES - AND THE HEADER RUN DATE IS
      *                   RE-DATED FOR THE RUN THAT WILL PICK IT
      *                   UP.  FIELDS ARE PREFIXED REJ- SO THIS
      *                     TRANS-DIRECTORY-NAME (COPYBOOK AFMTRAN)
      *                     NOW THAT A CATALOG ENTRY IS IDENTIFIED
      *                     BY DIRECTORY PLUS FILE NAME.
      *    2026-10-15 JHM   ADDED REJ-COST-CENTER (RECORD LENGTH 236
      *                     TO 244) TO MIRROR THE NEW TRANS-COST-
      *                     CENTER (COPYBOOK AFMTRAN).
      *    2026-10-15 JHM   ADDED REASON CODE HOLD - THE ENTRY IS
      *                     COVERED BY AN ACTIVE LEGAL HOLD (COPYBOOK
      *                     AFMLHLD).  DO NOT CORRECT AND RESUBMIT
      *                     UNTIL LEGAL RELEASES THE HOLD.
      *****************************************************************
       01  TRANS-REJECT-RECORD.
           05  REJ-TRANS-DATA.
                   15  REJ-FILE-TYPE       PIC X(10).
                   15  REJ-NEW-FILE-NAME   PIC X(50).
                   15  REJ-DIRECTORY-NAME  PIC X(50).
                   15  REJ-COST-CENTER     PIC X(08).
               10  REJ-TRANS-HEADER REDEFINES REJ-TRANS-DETAIL.
                   15  REJ-HEADER-RUN-DATE PIC X(10).
                   15  REJ-HEADER-ORIGIN-SYSTEM
                                           PIC X(08).
                   15  FILLER              PIC X(160).
               10  REJ-TRANS-TRAILER REDEFINES REJ-TRANS-DETAIL.
                   15  REJ-TRAILER-RECORD-COUNT
                                           PIC 9(08).
                   15  REJ-TRAILER-SIZE-HASH
                                           PIC 9(15).
                   15  FILLER              PIC X(155).
           05  REJ-REASON-CODE             PIC X(04).
               88  REJ-REASON-BAD-ACTION              VALUE "ACTN".
               88  REJ-REASON-EDIT-FAILURE            VALUE "EDIT".
               88  REJ-REASON-DUPLICATE               VALUE "DUPL".
               88  REJ-REASON-NOT-FOUND               VALUE "NFND".
               88  REJ-REASON-IO-ERROR                VALUE "IOER".
               88  REJ-REASON-LEGAL-HOLD              VALUE "HOLD".
           05  REJ-REASON-TEXT             PIC X(40).
           05  REJ-ORIGINAL-SEQUENCE       PIC 9(08).
