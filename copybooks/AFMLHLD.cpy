      *****************************************************************
      *    COPYBOOK.....  AFMLHLD
      *    DESCRIPTION..  RECORD LAYOUT FOR THE LEGAL HOLD REGISTER
      *                   (LEGAL.HOLD) - ONE KEYED RECORD PER HOLD
      *                   PLACED ON CATALOG CONTENT BY LEGAL.  A HOLD
      *                   COVERS ONE OF:
      *                     E  ONE ENTRY - LHLD-DIRECTORY-NAME PLUS
      *                        LHLD-FILE-NAME, THE CATALOG KEY;
      *                     D  A WHOLE DIRECTORY - EVERY ENTRY TIED
      *                        TO LHLD-DIRECTORY-NAME;
      *                     P  A NAME PREFIX - EVERY ENTRY WHOSE NAME
      *                        STARTS WITH THE FIRST
      *                        LHLD-PREFIX-LENGTH CHARACTERS OF
      *                        LHLD-FILE-NAME, IN LHLD-DIRECTORY-NAME
      *                        ONLY, OR IN EVERY DIRECTORY WHEN THAT
      *                        IS BLANK.
      *                   WHILE A HOLD IS ACTIVE THE ENTRIES IT COVERS
      *                   CANNOT BE DELETED, RENAMED, UPDATED OR
      *                   ARCHIVED FROM THE CONSOLE, BY BATCH
      *                   TRANSACTION OR BY AFMO PF2 (CICS FILE
      *                   LEGLHOLD).  A RELEASED HOLD STAYS ON FILE,
      *                   STAMPED WITH WHO RELEASED IT AND WHEN, AS
      *                   THE RECORD OF WHAT WAS PRESERVED.
      *                   MAINTAINED ONLY THROUGH THE ADMIN-AUTHORITY
      *                   LEGAL-HOLD-PLACE AND LEGAL-HOLD-RELEASE
      *                   COMMANDS, EACH AUDITED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ----------------------------------------
      *    2026-10-15 JHM   ORIGINAL COPYBOOK.
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LHLD-HOLD-ID                PIC X(08).
           05  LHLD-SCOPE                  PIC X(01).
               88  LHLD-SCOPE-ENTRY                   VALUE "E".
               88  LHLD-SCOPE-DIRECTORY               VALUE "D".
               88  LHLD-SCOPE-PREFIX                  VALUE "P".
           05  LHLD-DIRECTORY-NAME         PIC X(50).
           05  LHLD-FILE-NAME              PIC X(50).
           05  LHLD-PREFIX-LENGTH          PIC 9(02).
           05  LHLD-MATTER-NAME            PIC X(40).
           05  LHLD-REQUESTED-BY           PIC X(30).
           05  LHLD-PLACED-DATE            PIC X(10).
           05  LHLD-PLACED-BY              PIC X(08).
           05  LHLD-STATUS                 PIC X(01).
               88  LHLD-ACTIVE                        VALUE "A".
               88  LHLD-RELEASED                      VALUE "R".
           05  LHLD-RELEASED-DATE          PIC X(10).
           05  LHLD-RELEASED-BY            PIC X(08).
           05  FILLER                      PIC X(32).
