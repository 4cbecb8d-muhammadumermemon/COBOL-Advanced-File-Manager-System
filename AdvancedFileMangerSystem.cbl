002890*                     BY SEQUENCE NUMBER - SO NOTHING IS
002900*                     DOUBLE-APPLIED AND NOTHING APPLIED
002910*                     BETWEEN BACKUP AND FAILURE IS LOST.
002911*    2026-10-15 JHM   THE APPROVED FILE TYPES ARE NO LONGER A
002912*                     TABLE COMPILED INTO THE PROGRAM - THEY
002913*                     LIVE ON THE NEW KEYED FILE-TYPE MASTER
002914*                     (FILE.TYPE.MASTER, COPYBOOK AFMFTYP),
002915*                     EACH WITH A DESCRIPTION, AN ACTIVE/
002916*                     RETIRED FLAG AND A MAXIMUM FILE-SIZE.
002917*                     CREATE, UPDATE, THE BATCH TRANSACTIONS,
002918*                     THE VERIFY TYPE RULE AND AFMO PF1 ALL
002919*                     EDIT AGAINST IT.  ADDED THE ADMIN-ONLY
002920*                     FILE-TYPE-ADD, FILE-TYPE-RETIRE AND
002921*                     FILE-TYPE-CHANGE COMMANDS (AUDITED AS
002922*                     TYPADD/TYPRET/TYPCHG) AND THE FILE-TYPES
002923*                     LISTING (PARM=FILETYPE, JCL MEMBER
002924*                     AFMTYPRT, REPORT DATASET FILETYPE.REPORT)
002925*                     SO CHANGE CONTROL CAN SEE WHICH TYPES
002926*                     ARE ALLOWED TODAY.
002927*    2026-10-15 JHM   EVERY CATALOG ENTRY NOW CARRIES THE COST
002928*                     CENTER THAT OWNS IT (FILE-COST-CENTER),
002929*                     KEYED ON CONSOLE CREATE/UPDATE, CARRIED
002930*                     ON THE CREATE AND UPDATE TRANSACTIONS,
002931*                     THE ARCHIVE, EXTRACT, DELTA AND AUDIT
002932*                     RECORDS.  ADDED THE MONTHLY CHARGEBACK
002933*                     RUN (PARM=CHARGEBK,RATE OR THE
002934*                     CHARGEBACK COMMAND, JCL MEMBER AFMCHGBK)
002935*                     - STORAGE TOTALLED BY COST CENTER AND
002936*                     DIRECTORY AT A RATE PER GIGABYTE, PRINTED
002937*                     TO CHARGEBACK.REPORT WITH UNASSIGNED
002938*                     ENTRIES ON A PAGE OF THEIR OWN, AND FED
002939*                     TO THE LEDGER AS A BALANCED HEADER/
002940*                     DETAIL/TRAILER FILE (CHARGEBACK.GL).
002941*    2026-10-15 JHM   ADDED THE LEGAL HOLD REGISTER (LEGAL.HOLD,
002942*                     COPYBOOK AFMLHLD).  A HOLD COVERS ONE
002943*                     ENTRY, A WHOLE DIRECTORY OR A NAME
002944*                     PREFIX; WHILE IT IS ACTIVE, DELETE,
002945*                     RENAME, UPDATE AND ARCHIVE REFUSE THE
002946*                     ENTRIES IT COVERS (5200), FROM THE
002947*                     CONSOLE AND FROM BATCH ALIKE - BATCH
002948*                     REJECTS THEM TO TRANS.REJECT WITH REASON
002949*                     HOLD - AND EACH REFUSAL IS AUDITED AS
002950*                     HOLDBK.  ADDED THE ADMIN-ONLY
002951*                     LEGAL-HOLD-PLACE AND LEGAL-HOLD-RELEASE
002952*                     COMMANDS (AUDITED AS HOLDON/HOLDOF) AND
002953*                     THE HOLD INVENTORY (LEGAL-HOLDS COMMAND
002954*                     OR PARM=HOLDRPT, JCL MEMBER AFMHOLDR,
002955*                     REPORT DATASET LEGALHOLD.REPORT) LISTING
002956*                     EVERY ACTIVE HOLD AND THE CATALOG ENTRIES
002957*                     IT COVERS TODAY.
002958*    2026-10-15 JHM   ADDED THE PENDING-CHANGE QUEUE
002959*                     (PENDING.CHANGE, COPYBOOK AFMPEND) - AFMO
002960*                     PF2 NOW QUEUES A LARGE OR PROTECTED-
002961*                     DIRECTORY DELETE THERE FOR A SECOND
002962*                     OPERATOR'S APPROVAL - AND THE NIGHTLY
002963*                     PENDING DELETE REPORT (PARM=PENDRPT,DDD
002964*                     OR THE PENDING-DELETES COMMAND, JCL MEMBER
002966*                     AFMPENDR, REPORT DATASET PENDING.REPORT)
002967*                     THAT EXPIRES REQUESTS LEFT UNACTIONED DDD
002968*                     DAYS (AUDITED AS PNDEXP) AND LISTS WHAT IS
002969*                     STILL PENDING OR EXPIRED.
002970*    2026-10-15 JHM   ADDED THE DISCOVERY RUN (PARM=DISCOVER, JCL
002971*                     MEMBER AFMDISCV).  SCAN.INPUT IS SORTED
002972*                     (COPYBOOK AFMSSRT) AND MATCH-MERGED
002973*                     AGAINST THE CATALOG BY DIRECTORY PLUS FILE
002974*                     NAME; EACH UNCATALOGED FILE BECOMES A
002975*                     PROPOSED CREATE AND EACH ENTRY MISSING
002976*                     FROM DISK A PROPOSED DELETE, WRITTEN AS A
002977*                     BALANCED TRANS.INPUT-LAYOUT FEED
002978*                     (DISCOVER.TRANS) AND LISTED ON
002979*                     DISCOVER.REPORT.  DIRECTORIES NOT ON
002980*                     DIRECTORY-LISTING ARE REPORTED APART AND
002981*                     NEVER PROPOSED.  AFMRESUB PREPARES THE
002982*                     REVIEWED FEED FOR THE NIGHTLY RUN.
002983*    2026-10-15 JHM   ADDED THE DIRECTORY DECOMMISSION RUN
002984*                     (PARM=DECOMM,OLD,NEW[,RETIRE], JCL MEMBER
002985*                     AFMDECOM).  EVERY ENTRY IN THE OLD
002986*                     DIRECTORY IS MOVED TO THE NEW ONE, KEEPING
002987*                     ITS DATES, AND AUDITED AS DIRMOV - BUT
002988*                     ONLY WHEN THE TARGET IS LISTED AND IN
002989*                     SERVICE, THE WHOLE MOVE FITS ITS CAPACITY
002990*                     LIMIT AND NO NAME COLLIDES OR IS HELD;
002991*                     OTHERWISE NOTHING MOVES AND DECOMM.REPORT
002992*                     LISTS THE CONFLICTS.  RUNS UNDER THE
002993*                     CATALOG LOCK WITH ITS OWN CHECKPOINT FILE
002994*                     (COPYBOOK AFMDCKP).  RETIRE FLAGS THE OLD
002995*                     LISTING ENTRY DECOMMISSIONED, AFTER WHICH
002996*                     CREATE REFUSES IT AND DISCOVERY PROPOSES
002997*                     NOTHING FOR IT.  THE DELTA EXTRACT SENDS A
002998*                     MOVE AS A DELETE PLUS AN ADD.
002999*    2026-10-15 JHM   ADDED THE DIRECTORY USAGE SUMMARY
003000*                     (DIRECTORY.USAGE, COPYBOOK AFMDUSG) - ONE
003001*                     RECORD PER DIRECTORY WITH ITS ENTRY COUNT
003002*                     AND TOTAL BYTES, POSTED BY CREATE, DELETE,
003003*                     UPDATE, RENAME, ARCHIVE, RESTORE, REFRESH,
003004*                     RECOVER AND DECOMMISSION (5400).  THE
003005*                     CAPACITY EDIT, CAPACITY REPORT AND
003006*                     CAPACITY.HISTORY SNAPSHOT READ IT INSTEAD
003007*                     OF BROWSING THE CATALOG.  VERIFY REPORTS
003008*                     ANY DIRECTORY WHOSE SUMMARY HAS DRIFTED
003009*                     FROM THE CATALOG; THE USAGE REBUILD RUN
003010*                     (PARM=USAGEBLD, JCL MEMBER AFMUSGBL)
003011*                     RECOUNTS THE WHOLE FILE.
003012*    2026-10-15 JHM   EVERY START AND END STAMP ON RUN.CONTROL
003013*                     IS ALSO APPENDED TO THE RUN-HISTORY FILE
003014*                     (RUN.HISTORY, COPYBOOK AFMRHIS) BY 9530.
003015*                     A START THAT FINDS THE JOB'S PRIOR ATTEMPT
003016*                     NEVER ENDED STAMPS THE CHECKPOINT IT
003017*                     RESUMES FROM (9505), MARKING A RESTART.
003018*                     NEW RUN HISTORY REPORT (PARM=RUNHIST, JCL
003019*                     MEMBER AFMRHIST): ELAPSED TIME PER RUN
003020*                     WITH 7/30-DAY AVERAGES, CONDITION-CODE
003021*                     DISTRIBUTION AND RESTARTS PER JOB, AND
003022*                     EACH NIGHT THE CHAIN FINISHED AFTER THE
003023*                     SLA DEADLINE; IT ALSO DROPS HISTORY OLDER
003024*                     THAN THE RETENTION CUTOFF.
003025*    2026-10-15 JHM   OPERATIONS ALERT FEED (ALERT.FEED, COPYBOOK
003026*                     AFMALRT): CAPACITY LIMIT AND WARNING HITS,
003027*                     BATCH REJECTS, DENIED COMMANDS, VERIFY
003028*                     FAILURES AND RUNS ENDING CC 12/16 EACH
003029*                     APPEND A SEVERITY-CODED ALERT (9540).  NEW
003030*                     RUN MODE LOCKCHK (JCL MEMBER AFMLOCKC)
003031*                     ALERTS ON A CATALOG LOCK HELD TOO LONG;
003032*                     NEW RUN MODE ALERTRPT (JCL MEMBER AFMALRPT)
003033*                     PRINTS THE DAILY ALERT SUMMARY.
003034*    2026-10-15 JHM   NEW STORAGE RECLAMATION RUN (PARM=RECLAIM,
003035*                     JCL MEMBER AFMRECLM) FOR THE QUARTERLY
003036*                     CLEANUP: LISTS PROBABLE DUPLICATES (SAME
003037*                     NAME, SIZE AND TYPE IN ANOTHER DIRECTORY,
003038*                     FOUND THROUGH THE FILE-NAME ALTERNATE KEY),
003039*                     ZERO-BYTE ENTRIES, ENTRIES NOT MODIFIED FOR
003040*                     N DAYS AND ENTRIES IN DIRECTORIES PAST
003041*                     THEIR WARNING LEVEL ON RECLAIM.REPORT WITH
003042*                     RECOVERABLE BYTES BY DIRECTORY, CATEGORY
003043*                     AND IN TOTAL, AND WRITES THEM AS PROPOSED
003044*                     DELETES TO RECLAIM.TRANS FOR AFMRESUB.
003045*    2026-10-15 JHM   ALERTRPT ALSO READS THE AFMO TRANSACTION'S
003046*                     ALERTS, WHICH GO TO THEIR OWN ESDS
003047*                     (ALERT.FEED.ESDS) AS ITS AUDIT RECORDS DO.
003048*****************************************************************

003049 ENVIRONMENT DIVISION.
003050 CONFIGURATION SECTION.
003051 SOURCE-COMPUTER.  IBM-370.
003052 OBJECT-COMPUTER.  IBM-370.

003053 INPUT-OUTPUT SECTION.
003054 FILE-CONTROL.

003055     SELECT FILE-STATUS ASSIGN TO "FILE.STATUS"
003056         ORGANIZATION IS INDEXED
003057         ACCESS MODE IS DYNAMIC
003058         RECORD KEY IS FILE-STATUS-KEY
003059         ALTERNATE RECORD KEY IS FILE-NAME
003060             WITH DUPLICATES
003061         ALTERNATE RECORD KEY IS FILE-TYPE
003062             WITH DUPLICATES
003070         FILE STATUS IS AFM-FSTAT-IOSTAT.

003080     SELECT DIRECTORY-LISTING ASSIGN TO "DIRECTORY.LISTING"
003730         RECORD KEY IS RUNC-JOB-NAME
003740         FILE STATUS IS AFM-RUNC-IOSTAT.

003741     SELECT FILE-TYPE-MASTER ASSIGN TO "FILE.TYPE.MASTER"
003742         ORGANIZATION IS INDEXED
003743         ACCESS MODE IS DYNAMIC
003744         RECORD KEY IS FTYP-FILE-TYPE
003745         FILE STATUS IS AFM-FTYP-IOSTAT.

003746     SELECT CHG-SORT-WORK-FILE ASSIGN TO "CHGWK01".

003747     SELECT CHG-SORT-OUTPUT-FILE ASSIGN TO "CHARGEBACK.SORTED"
003748         ORGANIZATION IS SEQUENTIAL
003749         FILE STATUS IS AFM-CHGS-IOSTAT.

003750     SELECT CHARGEBACK-GL-FILE ASSIGN TO "CHARGEBACK.GL"
003751         ORGANIZATION IS SEQUENTIAL
003752         FILE STATUS IS AFM-CHGL-IOSTAT.

003753     SELECT LEGAL-HOLD-REGISTER ASSIGN TO "LEGAL.HOLD"
003754         ORGANIZATION IS INDEXED
003755         ACCESS MODE IS DYNAMIC
003756         RECORD KEY IS LHLD-HOLD-ID
003757         FILE STATUS IS AFM-LHLD-IOSTAT.

003758     SELECT PENDING-CHANGE-QUEUE ASSIGN TO "PENDING.CHANGE"
003759         ORGANIZATION IS INDEXED
003760         ACCESS MODE IS DYNAMIC
003761         RECORD KEY IS PEND-REQUEST-ID
003762         FILE STATUS IS AFM-PEND-IOSTAT.

003763     SELECT DSC-SORT-WORK-FILE ASSIGN TO "DSCWK01".

003764     SELECT DSC-SORT-OUTPUT-FILE ASSIGN TO "SCAN.SORTED"
003765         ORGANIZATION IS SEQUENTIAL
003766         FILE STATUS IS AFM-DSCS-IOSTAT.

003767     SELECT DISCOVERY-FEED-FILE ASSIGN TO "DISCOVER.TRANS"
003768         ORGANIZATION IS SEQUENTIAL
003769         FILE STATUS IS AFM-DSCF-IOSTAT.

003770     SELECT DECOMM-CHECKPOINT-FILE
003771         ASSIGN TO "DECOMM.CHECKPOINT"
003772         ORGANIZATION IS SEQUENTIAL
003773         FILE STATUS IS AFM-DCKP-IOSTAT.

003774     SELECT DIRECTORY-USAGE ASSIGN TO "DIRECTORY.USAGE"
003775         ORGANIZATION IS INDEXED
003776         ACCESS MODE IS DYNAMIC
003777         RECORD KEY IS DUSG-DIRECTORY-NAME
003778         FILE STATUS IS AFM-DUSG-IOSTAT.

003779     SELECT RUN-HISTORY ASSIGN TO "RUN.HISTORY"
003780         ORGANIZATION IS SEQUENTIAL
003781         FILE STATUS IS AFM-RHIS-IOSTAT.

003782     SELECT RHS-SORT-WORK-FILE ASSIGN TO "RHSWK01".

003783     SELECT RHS-SORT-OUTPUT-FILE ASSIGN TO "RUN.HISTORY.SORTED"
003784         ORGANIZATION IS SEQUENTIAL
003785         FILE STATUS IS AFM-RHSS-IOSTAT.

003786     SELECT ALERT-FILE ASSIGN TO "ALERT.FEED"
003787         ORGANIZATION IS SEQUENTIAL
003788         FILE STATUS IS AFM-ALRT-IOSTAT.

003789     SELECT ONLINE-ALERT-FILE ASSIGN TO "ALERT.FEED.ESDS"
003790         ORGANIZATION IS SEQUENTIAL
003791         FILE STATUS IS AFM-OALR-IOSTAT.

003792     SELECT ALS-SORT-WORK-FILE ASSIGN TO "ALSWK01".

003793     SELECT ALS-SORT-OUTPUT-FILE ASSIGN TO "ALERT.FEED.SORTED"
003794         ORGANIZATION IS SEQUENTIAL
003795         FILE STATUS IS AFM-ALSS-IOSTAT.

003796     SELECT RECLAIM-FEED-FILE ASSIGN TO "RECLAIM.TRANS"
003797         ORGANIZATION IS SEQUENTIAL
003798         FILE STATUS IS AFM-RCLF-IOSTAT.

003799 DATA DIVISION.
003800 FILE SECTION.

003801 FD  FILE-STATUS
003802         LABEL RECORDS ARE STANDARD.
003803     COPY AFMFSTAT.

003804 FD  DIRECTORY-LISTING
003810         LABEL RECORDS ARE STANDARD.
003820     COPY AFMDIRL.


004090 FD  REJECT-SAVE-FILE
004100         LABEL RECORDS ARE STANDARD.
004110 01  SAVE-REJECT-RECORD             PIC X(244).

004120 FD  SCAN-FILE
004130         LABEL RECORDS ARE STANDARD.

004210 FD  ARCHIVE-SAVE-FILE
004220         LABEL RECORDS ARE STANDARD.
004230 01  SAVE-ARCHIVE-RECORD            PIC X(148).

004240 FD  EXTRACT-FILE
004250         LABEL RECORDS ARE STANDARD.
004500         LABEL RECORDS ARE STANDARD.
004510     COPY AFMCHIS.

004512 FD  FILE-TYPE-MASTER
004514         LABEL RECORDS ARE STANDARD.
004516     COPY AFMFTYP.

004520 SD  DIR-SORT-WORK-FILE.
004530     COPY AFMDSRT REPLACING ==RECORD-NAME==
004540         BY ==SD-DIR-SORT-RECORD==.
004570     COPY AFMDSRT REPLACING ==RECORD-NAME==
004580         BY ==DIR-SORT-RECORD==.

004581 SD  CHG-SORT-WORK-FILE.
004582     COPY AFMCSRT REPLACING ==RECORD-NAME==
004583         BY ==SD-CHG-SORT-RECORD==.

004584 FD  CHG-SORT-OUTPUT-FILE
004585         LABEL RECORDS ARE STANDARD.
004586     COPY AFMCSRT REPLACING ==RECORD-NAME==
004587         BY ==CHG-SORT-RECORD==.

004588 FD  CHARGEBACK-GL-FILE
004589         LABEL RECORDS ARE STANDARD.
004590     COPY AFMCHGL.

004591 FD  LEGAL-HOLD-REGISTER
004592         LABEL RECORDS ARE STANDARD.
004593     COPY AFMLHLD.

004594 FD  PENDING-CHANGE-QUEUE
004595         LABEL RECORDS ARE STANDARD.
004596     COPY AFMPEND.

004597 SD  DSC-SORT-WORK-FILE.
004598     COPY AFMSSRT REPLACING ==RECORD-NAME==
004599         BY ==SD-DSC-SORT-RECORD==.

004600 FD  DSC-SORT-OUTPUT-FILE
004601         LABEL RECORDS ARE STANDARD.
004602     COPY AFMSSRT REPLACING ==RECORD-NAME==
004603         BY ==DSC-SORT-RECORD==.

004604 FD  DISCOVERY-FEED-FILE
004605         LABEL RECORDS ARE STANDARD.
004606 01  DISCOVERY-FEED-RECORD          PIC X(192).

004607 FD  DECOMM-CHECKPOINT-FILE
004608         LABEL RECORDS ARE STANDARD.
004609     COPY AFMDCKP.

004610 FD  DIRECTORY-USAGE
004611         LABEL RECORDS ARE STANDARD.
004612     COPY AFMDUSG.

004613 FD  RUN-HISTORY
004614         LABEL RECORDS ARE STANDARD.
004615     COPY AFMRHIS.

004616 SD  RHS-SORT-WORK-FILE.
004617     COPY AFMHSRT REPLACING ==RECORD-NAME==
004618         BY ==SD-RHS-SORT-RECORD==.

004619 FD  RHS-SORT-OUTPUT-FILE
004620         LABEL RECORDS ARE STANDARD.
004621     COPY AFMHSRT REPLACING ==RECORD-NAME==
004622         BY ==RHS-SORT-RECORD==.

004623 FD  ALERT-FILE
004624         LABEL RECORDS ARE STANDARD.
004625     COPY AFMALRT.

004626 FD  ONLINE-ALERT-FILE
004627         LABEL RECORDS ARE STANDARD.
004628 01  ONLINE-ALERT-RECORD            PIC X(250).

004629 SD  ALS-SORT-WORK-FILE.
004630     COPY AFMASRT REPLACING ==RECORD-NAME==
004631         BY ==SD-ALS-SORT-RECORD==.

004632 FD  ALS-SORT-OUTPUT-FILE
004633         LABEL RECORDS ARE STANDARD.
004634     COPY AFMASRT REPLACING ==RECORD-NAME==
004635         BY ==ALS-SORT-RECORD==.

004636 FD  RECLAIM-FEED-FILE
004637         LABEL RECORDS ARE STANDARD.
004638 01  RECLAIM-FEED-RECORD            PIC X(192).

004639 WORKING-STORAGE SECTION.

004640*----------------------------------------------------------------
004641*    OPERATOR / PROMPT FIELDS (UNCHANGED FROM ORIGINAL PROGRAM)
004642*----------------------------------------------------------------
004643 01  OPERATOR-COMMAND           PIC X(100).
004644 01  CURRENT-DIRECTORY          PIC X(100).
004650 01  FILE-NAME-INPUT            PIC X(50).
004660 01  FILE-SIZE-INPUT            PIC 9(10).
004670 01  FILE-TYPE-INPUT            PIC X(10).
004760*----------------------------------------------------------------
004770 01  FILE-DIRECTORY-INPUT       PIC X(50).
004780 01  DIRECTORY-PATH-INPUT       PIC X(100).
004785 01  FILE-COST-CENTER-INPUT     PIC X(08).

004790*----------------------------------------------------------------
004800*    MULTIPLE-DIRECTORY SUPPORT WORK FIELDS
005790         05  AFM-AUD-NEW-FILE-SIZE  PIC 9(10).
005800         05  AFM-AUD-NEW-FILE-TYPE  PIC X(10).
005810         05  AFM-AUD-NEW-MOD-DATE   PIC X(10).
005815         05  AFM-AUD-COST-CENTER    PIC X(08).

005820*----------------------------------------------------------------
005830*    AUDIT ACTIVITY REPORT / GENERATION CUTOVER WORK FIELDS.
006150         88  AFM-RUN-MODE-IS-EXPDELTA           VALUE "EXPDELTA".
006160         88  AFM-RUN-MODE-IS-TREND              VALUE "TREND".
006170         88  AFM-RUN-MODE-IS-RECOVER            VALUE "RECOVER".
006175         88  AFM-RUN-MODE-IS-FILETYPE           VALUE "FILETYPE".
006177         88  AFM-RUN-MODE-IS-CHARGEBK           VALUE "CHARGEBK".
006178         88  AFM-RUN-MODE-IS-HOLDRPT            VALUE "HOLDRPT".
006179         88  AFM-RUN-MODE-IS-PENDRPT            VALUE "PENDRPT".
006180         88  AFM-RUN-MODE-IS-DISCOVER           VALUE "DISCOVER".
006181         88  AFM-RUN-MODE-IS-DECOMM             VALUE "DECOMM".
006182         88  AFM-RUN-MODE-IS-USAGEBLD           VALUE "USAGEBLD".
006183         88  AFM-RUN-MODE-IS-RUNHIST            VALUE "RUNHIST".
006184         88  AFM-RUN-MODE-IS-LOCKCHK            VALUE "LOCKCHK".
006185         88  AFM-RUN-MODE-IS-ALERTRPT           VALUE "ALERTRPT".
006186         88  AFM-RUN-MODE-IS-RECLAIM            VALUE "RECLAIM".
006187 01  AFM-RUN-OPTION             PIC X(20)   VALUE SPACES.
006188 01  AFM-LAST-SEQUENCE-PROCESSED PIC 9(08)  VALUE ZERO.
006190 01  AFM-CHECKPOINT-INTERVAL   PIC 9(05)   VALUE 50.
006200 01  AFM-RECORDS-SINCE-CHECKPOINT
006210                                    PIC 9(05)   COMP VALUE ZERO.
007060 01  AFM-GRAND-COUNT            PIC 9(05)   COMP VALUE ZERO.
007070 01  AFM-GRAND-SIZE-TOTAL       PIC 9(12)   COMP VALUE ZERO.

007076*----------------------------------------------------------------
007082*    FILE-TYPE MASTER WORK FIELDS (COPYBOOK AFMFTYP).  THE
007088*    APPROVED TYPES, THEIR ACTIVE/RETIRED STATE AND THEIR
007094*    FILE-SIZE CEILINGS ARE READ FROM FILE.TYPE.MASTER BY
007100*    5160/5165; THE FILE-TYPE-ADD/-RETIRE/-CHANGE COMMANDS
007106*    KEY THEIR PROMPTS INTO THE -INPUT FIELDS BELOW.  THE
007112*    CEILING TYPE IS THE TYPE WHOSE MAXIMUM A SIZE-ONLY
007118*    UPDATE IS CHECKED AGAINST (SEE 5168).
007124*----------------------------------------------------------------
007130 01  AFM-FTYP-IOSTAT            PIC X(02).
007136         88  AFM-FTYP-OK                        VALUE "00".
007142         88  AFM-FTYP-NOTFOUND                  VALUE "23".
007148 01  AFM-FTYP-EOF-FLAG          PIC X(01)   VALUE "N".
007154         88  NO-MORE-FILE-TYPES                 VALUE "Y".
007160 01  AFM-FTYP-CEILING-TYPE      PIC X(10).
007163 01  AFM-FTYP-CEILING-SIZE      PIC 9(10).
007166 01  AFM-FTYP-DESCRIPTION-INPUT PIC X(40).
007172 01  AFM-FTYP-MAX-SIZE-INPUT    PIC 9(10).
007178 01  AFM-FTYP-STATUS-INPUT      PIC X(01).
007184 01  AFM-FTYP-STATUS-WORD       PIC X(08).
007187 01  AFM-FTYP-MAX-SIZE-TEXT     PIC X(10).
007190 01  AFM-FTYP-ACTIVE-COUNT      PIC 9(05)   COMP VALUE ZERO.
007196 01  AFM-FTYP-RETIRED-COUNT     PIC 9(05)   COMP VALUE ZERO.

007197*----------------------------------------------------------------
007198*    LEGAL HOLD REGISTER WORK FIELDS (COPYBOOK AFMLHLD).  THE
007199*    CALLERS OF 5200 LOAD AFM-LHLD-ACTION WITH THE ACTION THEY
007200*    ARE ABOUT TO TAKE; 5200 RETURNS AFM-LHLD-ENTRY-HELD WITH
007201*    THE COVERING HOLD'S ID AND DATE PLACED IN THE -HIT-
007202*    FIELDS.  THE LEGAL-HOLD-PLACE/-RELEASE COMMANDS KEY THEIR
007203*    PROMPTS INTO THE -INPUT FIELDS BELOW.
007204*----------------------------------------------------------------
007205 01  AFM-LHLD-IOSTAT            PIC X(02).
007206         88  AFM-LHLD-OK                        VALUE "00".
007207 01  AFM-LHLD-EOF-FLAG          PIC X(01)   VALUE "N".
007208         88  NO-MORE-LEGAL-HOLDS                VALUE "Y".
007209 01  AFM-LHLD-HELD-FLAG         PIC X(01)   VALUE "N".
007210         88  AFM-LHLD-ENTRY-HELD                VALUE "Y".
007211 01  AFM-LHLD-ACTION            PIC X(06).
007212 01  AFM-LHLD-HIT-ID            PIC X(08).
007213 01  AFM-LHLD-HIT-PLACED-DATE   PIC X(10).
007214 01  AFM-LHLD-ID-INPUT          PIC X(08).
007215 01  AFM-LHLD-SCOPE-INPUT       PIC X(01).
007216 01  AFM-LHLD-MATTER-INPUT      PIC X(40).
007217 01  AFM-LHLD-REQUESTER-INPUT   PIC X(30).
007218 01  AFM-LHLD-SCOPE-WORD        PIC X(09).
007219 01  AFM-LHLD-IX                PIC 9(02)   COMP VALUE ZERO.
007220 01  AFM-LHLD-PREFIX-LEN        PIC 9(02)   VALUE ZERO.
007221 01  AFM-LHLD-ACTIVE-COUNT      PIC 9(05)   COMP VALUE ZERO.
007222 01  AFM-LHLD-RELEASED-COUNT    PIC 9(05)   COMP VALUE ZERO.
007223 01  AFM-LHLD-COVERED-COUNT     PIC 9(07)   COMP VALUE ZERO.
007224 01  AFM-LHLD-COVERED-BYTES     PIC 9(15)   COMP VALUE ZERO.
007225 01  AFM-LHLD-TOTAL-COVERED     PIC 9(07)   COMP VALUE ZERO.
007226 01  AFM-LHLD-ARCHIVE-SKIPS     PIC 9(07)   COMP VALUE ZERO.

007227*----------------------------------------------------------------
007228*    PENDING-CHANGE QUEUE WORK FIELDS (COPYBOOK AFMPEND).  THE
007229*    AFMO TRANSACTION QUEUES A DELETE NEEDING A SECOND
007230*    OPERATOR'S APPROVAL; THE NIGHTLY PENDRPT RUN EXPIRES ANY
007231*    REQUEST LEFT PENDING AFM-PEND-EXPIRY-DAYS OR MORE DAYS
007232*    AND LISTS WHAT IS STILL PENDING OR EXPIRED.  THE EXPIRY
007233*    AGE COMES FROM THE PARM OPTION AS THREE DIGITS (BLANK
007234*    TAKES THE DEFAULT OF 7).
007235*----------------------------------------------------------------
007236 01  AFM-PEND-IOSTAT            PIC X(02).
007237         88  AFM-PEND-OK                        VALUE "00".
007238 01  AFM-PEND-EOF-FLAG          PIC X(01)   VALUE "N".
007239         88  NO-MORE-PENDING-CHANGES            VALUE "Y".
007240 01  AFM-PEND-EXPIRY-TEXT       PIC X(03).
007241 01  AFM-PEND-EXPIRY-DIGITS REDEFINES AFM-PEND-EXPIRY-TEXT
007242                                PIC 9(03).
007243 01  AFM-PEND-EXPIRY-DAYS       PIC 9(03)   VALUE 7.
007244 01  AFM-PEND-TODAY-INT         PIC 9(08)   VALUE ZERO.
007245 01  AFM-PEND-REQ-DATE-N        PIC 9(08).
007246 01  AFM-PEND-AGE               PIC 9(05)   COMP VALUE ZERO.
007247 01  AFM-PEND-AGE-EDIT          PIC 9(03).
007248 01  AFM-PEND-STATUS-WORD       PIC X(08).
007249 01  AFM-PEND-REASON-WORD       PIC X(09).
007250 01  AFM-PEND-PENDING-COUNT     PIC 9(07)   COMP VALUE ZERO.
007251 01  AFM-PEND-EXPIRED-NOW-COUNT PIC 9(07)   COMP VALUE ZERO.
007252 01  AFM-PEND-EXPIRED-COUNT     PIC 9(07)   COMP VALUE ZERO.
007253 01  AFM-PEND-APPROVED-COUNT    PIC 9(07)   COMP VALUE ZERO.
007254 01  AFM-PEND-REJECTED-COUNT    PIC 9(07)   COMP VALUE ZERO.

007255*----------------------------------------------------------------
007256*    DISCOVERY RUN WORK FIELDS (8940-8990).  THE SORTED SCAN
007257*    (COPYBOOK AFMSSRT) AND THE CATALOG ARE MATCH-MERGED ON
007258*    DIRECTORY PLUS FILE NAME; A SIDE AT END OF FILE CARRIES
007259*    HIGH-VALUES IN ITS KEY SO THE OTHER SIDE DRAINS.  THE
007260*    MERGE IS RUN ONCE PER REPORT SECTION - CREATES, DELETES,
007261*    THEN UNLISTED DIRECTORIES - AFM-DSC-PASS SAYS WHICH.  THE
007262*    PROPOSAL FEED IS NUMBERED ABOVE THE CHECKPOINT HIGH-WATER
007263*    MARK SO THE RESTART FILTER CANNOT SKIP ANY OF IT.
007264*----------------------------------------------------------------
007265 01  AFM-DSCS-IOSTAT            PIC X(02).
007266 01  AFM-DSCF-IOSTAT            PIC X(02).
007267 01  AFM-DSC-SORT-EOF-FLAG      PIC X(01)   VALUE "N".
007268         88  NO-MORE-DSC-SORT-RECORDS           VALUE "Y".
007269 01  AFM-DSC-PASS               PIC X(01)   VALUE SPACE.
007270         88  AFM-DSC-PASS-CREATES               VALUE "C".
007271         88  AFM-DSC-PASS-DELETES               VALUE "D".
007272         88  AFM-DSC-PASS-UNLISTED              VALUE "U".
007273 01  AFM-DSC-SCAN-KEY.
007274         05  AFM-DSC-SCAN-KEY-DIRECTORY
007275                                    PIC X(50).
007276         05  AFM-DSC-SCAN-KEY-NAME  PIC X(50).
007277 01  AFM-DSC-PRIOR-SCAN-KEY     PIC X(100).
007278 01  AFM-DSC-CAT-KEY            PIC X(100).
007279 01  AFM-DSC-CHECK-DIRECTORY    PIC X(50).
007280 01  AFM-DSC-LAST-DIRECTORY     PIC X(50).
007281 01  AFM-DSC-PRINT-DIRECTORY    PIC X(50).
007282 01  AFM-DSC-LISTED-FLAG        PIC X(01)   VALUE "N".
007283         88  AFM-DSC-DIRECTORY-LISTED           VALUE "Y".
007286 01  AFM-DSC-FILE-TYPE          PIC X(10).
007287 01  AFM-DSC-DOT-POS            PIC 9(02)   COMP VALUE ZERO.
007288 01  AFM-DSC-IX                 PIC 9(02)   COMP VALUE ZERO.
007289 01  AFM-DSC-NOTE               PIC X(40).
007290 01  AFM-DSC-LINE-SEQ           PIC X(08).
007291 01  AFM-DSC-LINE-ACTION        PIC X(06).
007292 01  AFM-DSC-LINE-SIZE          PIC 9(10).
007293 01  AFM-DSC-LINE-TYPE          PIC X(10).
007294 01  AFM-DSC-LINE-NAME          PIC X(50).
007295 01  AFM-DSC-BASE-SEQUENCE      PIC 9(08)   VALUE ZERO.
007296 01  AFM-DSC-FEED-COUNT         PIC 9(08)   COMP VALUE ZERO.
007297 01  AFM-DSC-SIZE-HASH          PIC 9(15)   COMP VALUE ZERO.
007298 01  AFM-DSC-MATCHED-COUNT      PIC 9(07)   COMP VALUE ZERO.
007299 01  AFM-DSC-DUPLICATE-COUNT    PIC 9(07)   COMP VALUE ZERO.
007300 01  AFM-DSC-ERROR-COUNT        PIC 9(07)   COMP VALUE ZERO.
007301 01  AFM-DSC-CREATE-COUNT       PIC 9(07)   COMP VALUE ZERO.
007302 01  AFM-DSC-CREATE-BYTES       PIC 9(15)   COMP VALUE ZERO.
007303 01  AFM-DSC-TYPE-NOTE-COUNT    PIC 9(07)   COMP VALUE ZERO.
007304 01  AFM-DSC-DELETE-COUNT       PIC 9(07)   COMP VALUE ZERO.
007305 01  AFM-DSC-DELETE-BYTES       PIC 9(15)   COMP VALUE ZERO.
007306 01  AFM-DSC-UNLISTED-COUNT     PIC 9(07)   COMP VALUE ZERO.
007307 01  AFM-DSC-UNLISTED-BYTES     PIC 9(15)   COMP VALUE ZERO.

007308*----------------------------------------------------------------
007309*    DIRECTORY DECOMMISSION RUN WORK FIELDS (3300-3375).  THE
007310*    OLD AND NEW DIRECTORY AND THE RETIRE OPTION COME FROM THE
007311*    PARM.  THE PRE-CHECK TALLIES THE OLD DIRECTORY'S ENTRIES
007312*    AND COUNTS CONFLICTS; THE MOVE COUNTS WHAT THIS ATTEMPT
007313*    MOVED, AND A RESTART CARRIES FORWARD WHAT AN EARLIER
007314*    ATTEMPT MOVED FROM THE DECOMMISSION CHECKPOINT.
007315*----------------------------------------------------------------
007316 01  AFM-DCKP-IOSTAT            PIC X(02).
007317 01  AFM-DCM-OLD-DIRECTORY      PIC X(50)   VALUE SPACES.
007318 01  AFM-DCM-NEW-DIRECTORY      PIC X(50)   VALUE SPACES.
007319 01  AFM-DCM-RETIRE-TEXT        PIC X(08)   VALUE SPACES.
007320 01  AFM-DCM-RETIRE-FLAG        PIC X(01)   VALUE "N".
007321         88  AFM-DCM-RETIRE-REQUESTED           VALUE "Y".
007322 01  AFM-DCM-PARM-FLAG          PIC X(01)   VALUE "N".
007323         88  AFM-DCM-PARM-BAD                   VALUE "Y".
007324 01  AFM-DCM-RESTART-FLAG       PIC X(01)   VALUE "N".
007325         88  AFM-DCM-RESTARTING                 VALUE "Y".
007326 01  AFM-DCM-OTHER-OPEN-FLAG    PIC X(01)   VALUE "N".
007327         88  AFM-DCM-OTHER-MOVE-OPEN            VALUE "Y".
007328 01  AFM-DCM-MOVE-FLAG          PIC X(01)   VALUE "N".
007329         88  AFM-DCM-MOVE-DONE                  VALUE "Y".
007330 01  AFM-DCM-FAILED-FLAG        PIC X(01)   VALUE "N".
007331         88  AFM-DCM-MOVE-FAILED                VALUE "Y".
007332 01  AFM-DCM-RETIRED-FLAG       PIC X(01)   VALUE "N".
007333         88  AFM-DCM-OLD-RETIRED                VALUE "Y".
007334         88  AFM-DCM-RETIRE-FAILED              VALUE "F".
007335 01  AFM-DCM-CKPT-STATUS        PIC X(01)   VALUE SPACE.
007336 01  AFM-DCM-NOTE               PIC X(40).
007337 01  AFM-DCM-LINE-NAME          PIC X(50).
007338 01  AFM-DCM-LINE-SIZE          PIC 9(10).
007339 01  AFM-DCM-LINE-TYPE          PIC X(10).
007340 01  AFM-DCM-LINE-CREATED       PIC X(10).
007341 01  AFM-DCM-LAST-FILE-NAME     PIC X(50)   VALUE SPACES.
007342 01  AFM-DCM-ENTRY-COUNT        PIC 9(08)   COMP VALUE ZERO.
007343 01  AFM-DCM-ENTRY-BYTES        PIC 9(15)   COMP VALUE ZERO.
007344 01  AFM-DCM-CONFLICT-COUNT     PIC 9(07)   COMP VALUE ZERO.
007345 01  AFM-DCM-MOVED-COUNT        PIC 9(08)   COMP VALUE ZERO.
007346 01  AFM-DCM-MOVED-BYTES        PIC 9(15)   COMP VALUE ZERO.
007347 01  AFM-DCM-PRIOR-COUNT        PIC 9(08)   COMP VALUE ZERO.
007348 01  AFM-DCM-PRIOR-BYTES        PIC 9(15)   COMP VALUE ZERO.
007349 01  AFM-DCM-COPIED-BYTES       PIC 9(15)   COMP VALUE ZERO.

007350*----------------------------------------------------------------
007351*    DIRECTORY USAGE SUMMARY WORK FIELDS.  EVERY PATH THAT
007352*    ADDS, REMOVES OR RESIZES A CATALOG ENTRY POSTS ITS CHANGE
007353*    TO THE DIRECTORY'S DIRECTORY.USAGE RECORD THROUGH 5400 -
007354*    THE DIRECTORY, A SIGNED ENTRY-COUNT CHANGE AND A SIGNED
007355*    BYTE CHANGE.  VERIFY RECOUNTS EACH DIRECTORY FROM THE
007356*    CATALOG IN KEY ORDER INTO THE AFM-USG-CAT- TOTALS AND
007357*    COMPARES THEM WITH THE SUMMARY; THE USAGEBLD RUN WRITES
007358*    THE SAME RECOUNT AS A FRESH SUMMARY FILE.
007359*----------------------------------------------------------------
007360 01  AFM-DUSG-IOSTAT            PIC X(02).
007361 01  AFM-USG-DIRECTORY          PIC X(50).
007362 01  AFM-USG-COUNT-CHANGE       PIC S9(09)  COMP VALUE ZERO.
007363 01  AFM-USG-BYTES-CHANGE       PIC S9(15)  COMP VALUE ZERO.
007364 01  AFM-USG-NEW-COUNT          PIC S9(09)  COMP VALUE ZERO.
007365 01  AFM-USG-NEW-BYTES          PIC S9(15)  COMP VALUE ZERO.
007366 01  AFM-USG-UPDATED-BY         PIC X(08).
007367 01  AFM-USG-CAT-DIRECTORY      PIC X(50)   VALUE LOW-VALUES.
007368 01  AFM-USG-CAT-COUNT          PIC 9(09)   COMP VALUE ZERO.
007369 01  AFM-USG-CAT-BYTES          PIC 9(15)   COMP VALUE ZERO.
007370 01  AFM-USG-DRIFT-COUNT        PIC 9(05)   COMP VALUE ZERO.
007371 01  AFM-USG-DIRECTORY-COUNT    PIC 9(07)   COMP VALUE ZERO.
007372 01  AFM-USG-ENTRY-TOTAL        PIC 9(09)   COMP VALUE ZERO.
007373 01  AFM-USG-BYTES-TOTAL        PIC 9(15)   COMP VALUE ZERO.
007374 01  AFM-USG-SUMMARY-FLAG       PIC X(01)   VALUE "N".
007375         88  AFM-USG-SUMMARY-FOUND              VALUE "Y".
007376 01  AFM-USG-BROWSE-FLAG        PIC X(01)   VALUE "N".
007377         88  AFM-USG-BROWSE-DONE                VALUE "Y".
007379 01  AFM-CAP-USED-COUNT         PIC 9(09)   COMP VALUE ZERO.

007380*----------------------------------------------------------------
007381*    RUN-HISTORY WORK FIELDS.  9500/9510 LEAVE THE EVENT, THE
007382*    START STAMP OF THE RUN AND THE CHECKPOINT SEQUENCE IT
007383*    RESUMED FROM (ZERO UNLESS 9505 FOUND IT A RESTART) IN THE
007384*    AFM-RHIS- FIELDS FOR 9530 TO APPEND TO RUN.HISTORY.  THE
007385*    AFM-RHR- FIELDS BELONG TO THE RUN HISTORY REPORT (3500):
007386*    THE SLA DEADLINE (HHMM, BEFORE NOON, DEFAULT 0600) AND
007387*    RETENTION IN DAYS (DEFAULT 400, AT LEAST 030) FROM THE
007388*    PARM, THE DATE WINDOWS DERIVED FROM THEM, THE NIGHT AND
007389*    PER-JOB CONTROL-BREAK TOTALS, AND THE DATE / ELAPSED-TIME
007390*    CONVERSION WORK AREAS.  A RUN BELONGS TO THE NIGHT OF ITS
007391*    START DATE WHEN IT STARTS AT OR AFTER NOON, TO THE NIGHT
007392*    BEFORE WHEN IT STARTS BY THE DEADLINE, AND TO NO NIGHT
007393*    (A DAYTIME RUN) OTHERWISE.
007394*----------------------------------------------------------------
007395 01  AFM-RHIS-IOSTAT            PIC X(02).
007396 01  AFM-RHSS-IOSTAT            PIC X(02).
007397 01  AFM-RHIS-EVENT             PIC X(01)   VALUE "S".
007398         88  AFM-RHIS-EVENT-START               VALUE "S".
007399         88  AFM-RHIS-EVENT-END                 VALUE "E".
007400 01  AFM-RHIS-START-DATE        PIC X(10).
007401 01  AFM-RHIS-START-TIME        PIC X(08).
007402 01  AFM-RHIS-CHECKPOINT-SEQUENCE
007403                                PIC 9(08)   VALUE ZERO.
007404 01  AFM-RHR-DEADLINE-TEXT.
007405         05  AFM-RHR-DEADLINE-HH    PIC X(02).
007406         05  AFM-RHR-DEADLINE-MM    PIC X(02).
007407 01  AFM-RHR-DEADLINE-DIGITS REDEFINES AFM-RHR-DEADLINE-TEXT
007408                                PIC 9(04).
007409 01  AFM-RHR-DEADLINE-TIME      PIC X(08).
007410 01  AFM-RHR-RETAIN-TEXT        PIC X(03).
007411 01  AFM-RHR-RETAIN-DIGITS REDEFINES AFM-RHR-RETAIN-TEXT
007412                                PIC 9(03).
007413 01  AFM-RHR-RETAIN-DAYS        PIC 9(03)   VALUE 400.
007414 01  AFM-RHR-TODAY-INT          PIC 9(08)   COMP VALUE ZERO.
007415 01  AFM-RHR-CUTOFF-DATE        PIC X(10).
007416 01  AFM-RHR-7DAY-DATE          PIC X(10).
007417 01  AFM-RHR-30DAY-DATE         PIC X(10).
007418 01  AFM-RHR-SORT-EOF-FLAG      PIC X(01)   VALUE "N".
007419         88  NO-MORE-RHS-SORT-RECORDS           VALUE "Y".
007420 01  AFM-RHR-KEPT-COUNT         PIC 9(07)   COMP VALUE ZERO.
007421 01  AFM-RHR-DROPPED-COUNT      PIC 9(07)   COMP VALUE ZERO.
007422 01  AFM-RHR-RECORD-DATE        PIC X(10).
007423 01  AFM-RHR-START-DATE         PIC X(10).
007424 01  AFM-RHR-START-TIME         PIC X(08).
007425 01  AFM-RHR-RUN-NIGHT          PIC X(10).
007426 01  AFM-RHR-DEADLINE-STAMP     PIC X(18).
007427 01  AFM-RHR-END-STAMP.
007428         05  AFM-RHR-END-STAMP-DATE PIC X(10).
007429         05  AFM-RHR-END-STAMP-TIME PIC X(08).
007430 01  AFM-RHR-NIGHT-DATE         PIC X(10).
007431 01  AFM-RHR-NIGHT-DEADLINE     PIC X(18).
007432 01  AFM-RHR-NIGHT-END-STAMP.
007433         05  AFM-RHR-NIGHT-END-DATE PIC X(10).
007434         05  AFM-RHR-NIGHT-END-TIME PIC X(08).
007435 01  AFM-RHR-NIGHT-LAST-JOB     PIC X(08).
007436 01  AFM-RHR-NIGHT-COUNT        PIC 9(05)   COMP VALUE ZERO.
007437 01  AFM-RHR-LATE-NIGHT-COUNT   PIC 9(05)   COMP VALUE ZERO.
007438 01  AFM-RHR-CURRENT-JOB        PIC X(08).
007439 01  AFM-RHR-JOB-COUNT          PIC 9(05)   COMP VALUE ZERO.
007440 01  AFM-RHR-RUN-COUNT          PIC 9(07)   COMP VALUE ZERO.
007441 01  AFM-RHR-RESTART-COUNT      PIC 9(07)   COMP VALUE ZERO.
007442 01  AFM-RHR-UNENDED-COUNT      PIC 9(07)   COMP VALUE ZERO.
007443 01  AFM-RHR-LATE-COUNT         PIC 9(07)   COMP VALUE ZERO.
007444 01  AFM-RHR-CC-TABLE.
007445         05  AFM-RHR-CC-00-COUNT    PIC 9(07)   COMP.
007446         05  AFM-RHR-CC-04-COUNT    PIC 9(07)   COMP.
007447         05  AFM-RHR-CC-08-COUNT    PIC 9(07)   COMP.
007448         05  AFM-RHR-CC-12-COUNT    PIC 9(07)   COMP.
007449         05  AFM-RHR-CC-16-COUNT    PIC 9(07)   COMP.
007450         05  AFM-RHR-CC-OTHER-COUNT PIC 9(07)   COMP.
007451 01  AFM-RHR-7DAY-SECONDS       PIC 9(11)   COMP VALUE ZERO.
007452 01  AFM-RHR-7DAY-RUNS          PIC 9(05)   COMP VALUE ZERO.
007453 01  AFM-RHR-30DAY-SECONDS      PIC 9(11)   COMP VALUE ZERO.
007454 01  AFM-RHR-30DAY-RUNS         PIC 9(05)   COMP VALUE ZERO.
007455 01  AFM-RHR-OPEN-FLAG          PIC X(01)   VALUE "N".
007456         88  AFM-RHR-START-OPEN                 VALUE "Y".
007457 01  AFM-RHR-OPEN-START-DATE    PIC X(10).
007458 01  AFM-RHR-OPEN-START-TIME    PIC X(08).
007459 01  AFM-RHR-OPEN-RESTART-FLAG  PIC X(01)   VALUE "N".
007460         88  AFM-RHR-OPEN-IS-RESTART            VALUE "Y".
007461 01  AFM-RHR-RESTART-FLAG       PIC X(01)   VALUE "N".
007462         88  AFM-RHR-RUN-IS-RESTART             VALUE "Y".
007463 01  AFM-RHR-NOTE-TEXT          PIC X(30).
007464 01  AFM-RHR-DATE-TEXT          PIC X(10).
007465 01  AFM-RHR-DATE-YMD.
007466         05  AFM-RHR-YMD-YYYY       PIC X(04).
007467         05  AFM-RHR-YMD-MM         PIC X(02).
007468         05  AFM-RHR-YMD-DD         PIC X(02).
007469 01  AFM-RHR-DATE-N REDEFINES AFM-RHR-DATE-YMD
007470                                PIC 9(08).
007471 01  AFM-RHR-DATE-INT           PIC 9(08)   COMP VALUE ZERO.
007472 01  AFM-RHR-STAMP-FLAG         PIC X(01)   VALUE "N".
007473         88  AFM-RHR-STAMP-OK                   VALUE "Y".
007474 01  AFM-RHR-START-INT          PIC 9(08)   COMP VALUE ZERO.
007475 01  AFM-RHR-TIME-TEXT          PIC X(08).
007476 01  AFM-RHR-TIME-PARTS REDEFINES AFM-RHR-TIME-TEXT.
007477         05  AFM-RHR-TIME-HH        PIC 9(02).
007478         05  FILLER                 PIC X(01).
007479         05  AFM-RHR-TIME-MM        PIC 9(02).
007480         05  FILLER                 PIC X(01).
007481         05  AFM-RHR-TIME-SS        PIC 9(02).
007482 01  AFM-RHR-TIME-SECONDS       PIC 9(05)   COMP VALUE ZERO.
007483 01  AFM-RHR-START-SECONDS      PIC 9(05)   COMP VALUE ZERO.
007484 01  AFM-RHR-ELAPSED-SECONDS    PIC S9(11)  COMP VALUE ZERO.
007485 01  AFM-RHR-ELAPSED-FLAG       PIC X(01)   VALUE "N".
007486         88  AFM-RHR-ELAPSED-KNOWN              VALUE "Y".
007487 01  AFM-RHR-EDIT-SECONDS       PIC 9(11)   COMP VALUE ZERO.
007488 01  AFM-RHR-EDIT-REMAINDER     PIC 9(05)   COMP VALUE ZERO.
007489 01  AFM-RHR-EDIT-HOURS         PIC 9(07)   COMP VALUE ZERO.
007490 01  AFM-RHR-EDIT-MINUTES       PIC 9(02)   COMP VALUE ZERO.
007491 01  AFM-RHR-ELAPSED-EDIT.
007492         05  AFM-RHR-ELAPSED-HH     PIC ZZ9.
007493         05  FILLER                 PIC X(01)   VALUE ":".
007494         05  AFM-RHR-ELAPSED-MM     PIC 9(02).
007495         05  FILLER                 PIC X(01)   VALUE ":".
007496         05  AFM-RHR-ELAPSED-SS     PIC 9(02).
007497 01  AFM-RHR-ELAPSED-TEXT       PIC X(09).

007498*----------------------------------------------------------------
007499*    OPERATIONS ALERT FEED WORK FIELDS.  A CALLER OF
007500*    9540-RAISE-ALERT FILLS IN THE SEVERITY, THE ALERT CODE AND
007501*    THE MESSAGE, AND THE DIRECTORY AND FILE WHEN THE ALERT IS
007502*    ABOUT ONE ENTRY; 9540 CLEARS THEM AGAIN.
007503*----------------------------------------------------------------
007504 01  AFM-ALRT-SEVERITY          PIC X(01)   VALUE SPACES.
007505         88  AFM-ALRT-CRITICAL                  VALUE "C".
007506         88  AFM-ALRT-ERROR                     VALUE "E".
007507         88  AFM-ALRT-WARNING                   VALUE "W".
007508 01  AFM-ALRT-CODE              PIC X(08)   VALUE SPACES.
007509 01  AFM-ALRT-DIRECTORY         PIC X(50)   VALUE SPACES.
007510 01  AFM-ALRT-FILE              PIC X(50)   VALUE SPACES.
007511 01  AFM-ALRT-MESSAGE           PIC X(80)   VALUE SPACES.
007512 01  AFM-ALRT-COND-CODE         PIC 9(04)   VALUE ZERO.

007513*----------------------------------------------------------------
007514*    LOCK AGE CHECK (RUN MODE LOCKCHK) WORK FIELDS.  THE AGE IS
007515*    WORKED OUT WITH THE RUN HISTORY DATE AND TIME FIELDS ABOVE.
007516*----------------------------------------------------------------
007517 01  AFM-LCK-HOURS-TEXT         PIC X(03)   VALUE SPACES.
007518 01  AFM-LCK-HOURS-DIGITS REDEFINES AFM-LCK-HOURS-TEXT
007519                                PIC 9(03).
007520 01  AFM-LCK-MAX-HOURS          PIC 9(03)   VALUE 4.
007521 01  AFM-LCK-HELD-FLAG          PIC X(01)   VALUE "N".
007522         88  AFM-LCK-IS-HELD                    VALUE "Y".
007523 01  AFM-LCK-AGE-SECONDS        PIC S9(11)  COMP VALUE ZERO.
007524 01  AFM-LCK-AGE-HOURS          PIC 9(05)   VALUE ZERO.

007525*----------------------------------------------------------------
007526*    ALERT SUMMARY (RUN MODE ALERTRPT) WORK FIELDS.  THE
007527*    REPORTING PERIOD STARTS AT AFM-ALR-FROM-DATE / -TIME; BOTH
007528*    BLANK REPORTS THE WHOLE FEED.
007529*----------------------------------------------------------------
007530 01  AFM-ALRT-IOSTAT            PIC X(02).
007531 01  AFM-ALSS-IOSTAT            PIC X(02).
007532 01  AFM-OALR-IOSTAT            PIC X(02).
007533 01  AFM-ALR-FROM-DATE          PIC X(10)   VALUE SPACES.
007534 01  AFM-ALR-FROM-TIME          PIC X(08)   VALUE SPACES.
007535 01  AFM-ALR-SORT-EOF-FLAG      PIC X(01)   VALUE "N".
007536         88  NO-MORE-ALS-SORT-RECORDS           VALUE "Y".
007537 01  AFM-ALR-BATCH-FEED-FLAG    PIC X(01)   VALUE "N".
007538         88  AFM-ALR-BATCH-FEED-FOUND           VALUE "Y".
007539 01  AFM-ALR-ONLINE-FEED-FLAG   PIC X(01)   VALUE "N".
007540         88  AFM-ALR-ONLINE-FEED-FOUND          VALUE "Y".
007541 01  AFM-ALR-CURRENT-SEVERITY   PIC X(01)   VALUE SPACES.
007542 01  AFM-ALR-CURRENT-CODE       PIC X(08)   VALUE SPACES.
007543 01  AFM-ALR-SEVERITY-WORD      PIC X(08)   VALUE SPACES.
007544 01  AFM-ALR-CODE-COUNT         PIC 9(07)   COMP VALUE ZERO.
007545 01  AFM-ALR-SEVERITY-COUNT     PIC 9(07)   COMP VALUE ZERO.
007546 01  AFM-ALR-TOTAL-COUNT        PIC 9(07)   COMP VALUE ZERO.
007547 01  AFM-ALR-CRITICAL-COUNT     PIC 9(07)   COMP VALUE ZERO.
007548 01  AFM-ALR-ERROR-COUNT        PIC 9(07)   COMP VALUE ZERO.
007549 01  AFM-ALR-WARNING-COUNT      PIC 9(07)   COMP VALUE ZERO.

007550*----------------------------------------------------------------
007551*    STORAGE RECLAMATION RUN (RUN MODE RECLAIM) WORK FIELDS
007552*    (3800-3880).  THE ENTRY BEING CLASSED IS KEPT IN THE
007553*    AFM-RCL-ENTRY FIELDS WHILE THE DUPLICATE SEARCH READS ITS
007554*    NAMESAKES INTO THE RECORD AREA.  THE PROPOSAL FEED IS
007555*    NUMBERED ABOVE THE CHECKPOINT HIGH-WATER MARK, AS FOR THE
007556*    DISCOVERY RUN.
007557*----------------------------------------------------------------
007558 01  AFM-RCLF-IOSTAT            PIC X(02).
007559 01  AFM-RCL-DAYS-TEXT          PIC X(03)   VALUE SPACES.
007560 01  AFM-RCL-DAYS-DIGITS REDEFINES AFM-RCL-DAYS-TEXT
007561                                PIC 9(03).
007562 01  AFM-RCL-STALE-DAYS         PIC 9(03)   VALUE 365.
007563 01  AFM-RCL-CUTOFF-DATE        PIC X(10)   VALUE SPACES.
007564 01  AFM-RCL-ENTRY.
007565         05  AFM-RCL-KEY.
007566             10  AFM-RCL-DIRECTORY  PIC X(50).
007567             10  AFM-RCL-NAME       PIC X(50).
007568         05  AFM-RCL-SIZE           PIC 9(10).
007569         05  AFM-RCL-TYPE           PIC X(10).
007570         05  AFM-RCL-MOD-DATE       PIC X(10).
007571 01  AFM-RCL-CATEGORY           PIC X(01)   VALUE SPACE.
007572         88  AFM-RCL-NOT-CANDIDATE              VALUE SPACE.
007573         88  AFM-RCL-IS-ZERO-BYTE               VALUE "Z".
007574         88  AFM-RCL-IS-DUPLICATE               VALUE "D".
007575         88  AFM-RCL-IS-STALE                   VALUE "S".
007576         88  AFM-RCL-IS-OVER-WARN               VALUE "W".
007577 01  AFM-RCL-CATEGORY-WORD      PIC X(09).
007578 01  AFM-RCL-KEPT-DIRECTORY     PIC X(50).
007579 01  AFM-RCL-KEPT-MOD-DATE      PIC X(10).
007580 01  AFM-RCL-COPY-COUNT         PIC 9(05)   COMP VALUE ZERO.
007581 01  AFM-RCL-GROUP-EOF-FLAG     PIC X(01)   VALUE "N".
007582         88  AFM-RCL-GROUP-DONE                 VALUE "Y".
007583 01  AFM-RCL-CURRENT-DIRECTORY  PIC X(50).
007584 01  AFM-RCL-PRINT-DIRECTORY    PIC X(50).
007585 01  AFM-RCL-OVER-WARN-FLAG     PIC X(01)   VALUE "N".
007586         88  AFM-RCL-DIRECTORY-OVER-WARN        VALUE "Y".
007587 01  AFM-RCL-NOTE               PIC X(29).
007588 01  AFM-RCL-LINE-SEQ           PIC X(08).
007589 01  AFM-RCL-LINE-SIZE          PIC 9(10).
007590 01  AFM-RCL-BASE-SEQUENCE      PIC 9(08)   VALUE ZERO.
007591 01  AFM-RCL-FEED-COUNT         PIC 9(08)   COMP VALUE ZERO.
007592 01  AFM-RCL-SIZE-HASH          PIC 9(15)   COMP VALUE ZERO.
007593 01  AFM-RCL-ENTRY-COUNT        PIC 9(07)   COMP VALUE ZERO.
007594 01  AFM-RCL-DIR-COUNT          PIC 9(07)   COMP VALUE ZERO.
007595 01  AFM-RCL-DIR-BYTES          PIC 9(15)   COMP VALUE ZERO.
007596 01  AFM-RCL-DIR-HELD-COUNT     PIC 9(07)   COMP VALUE ZERO.
007597 01  AFM-RCL-DUPLICATE-COUNT    PIC 9(07)   COMP VALUE ZERO.
007598 01  AFM-RCL-DUPLICATE-BYTES    PIC 9(15)   COMP VALUE ZERO.
007599 01  AFM-RCL-ZERO-COUNT         PIC 9(07)   COMP VALUE ZERO.
007600 01  AFM-RCL-STALE-COUNT        PIC 9(07)   COMP VALUE ZERO.
007601 01  AFM-RCL-STALE-BYTES        PIC 9(15)   COMP VALUE ZERO.
007602 01  AFM-RCL-WARN-COUNT         PIC 9(07)   COMP VALUE ZERO.
007603 01  AFM-RCL-WARN-BYTES         PIC 9(15)   COMP VALUE ZERO.
007604 01  AFM-RCL-HELD-COUNT         PIC 9(07)   COMP VALUE ZERO.
007605 01  AFM-RCL-HELD-BYTES         PIC 9(15)   COMP VALUE ZERO.
007606 01  AFM-RCL-TOTAL-BYTES        PIC 9(15)   COMP VALUE ZERO.

007607*----------------------------------------------------------------
007608*    RENAME WORK FIELDS - HOLD THE ENTRY BEING RENAMED BETWEEN
007609*    THE KEYED READ OF THE OLD NAME AND THE WRITE UNDER THE NEW
007610*    NAME, SINCE BOTH KEYED READS SHARE THE ONE RECORD AREA.
007611*----------------------------------------------------------------
007612 01  AFM-RENAME-HOLD-AREA.
007613         05  AFM-HOLD-FILE-SIZE     PIC 9(10).
007614         05  AFM-HOLD-FILE-TYPE     PIC X(10).
007615         05  AFM-HOLD-CREATION-DATE PIC X(10).
007616         05  AFM-HOLD-DIRECTORY-NAME
007617                                    PIC X(50).
007618         05  AFM-HOLD-COST-CENTER   PIC X(08).

007619*----------------------------------------------------------------
007620*    CATALOG / DIRECTORY-LISTING RECONCILIATION WORK FIELDS
007621*----------------------------------------------------------------
007622 01  AFM-DRTSRT-IOSTAT          PIC X(02).
007623 01  AFM-DIR-SORT-EOF-FLAG      PIC X(01)   VALUE "N".
007624         88  NO-MORE-DIR-SORT-RECORDS           VALUE "Y".
007625 01  AFM-RECON-MATCHED-COUNT    PIC 9(05)   COMP VALUE ZERO.
007626 01  AFM-RECON-ORPHAN-CATALOG-COUNT
007627                                    PIC 9(05)   COMP VALUE ZERO.
007628 01  AFM-RECON-ORPHAN-DISK-COUNT
007629                                    PIC 9(05)   COMP VALUE ZERO.

007630*----------------------------------------------------------------
007631*    RETENTION / ARCHIVE WORK FIELDS
007632*----------------------------------------------------------------
007633 01  AFM-ARCHIVE-CUTOFF-DATE    PIC X(10).
007634 01  AFM-ARCHIVE-COUNT          PIC 9(05)   COMP VALUE ZERO.

007635*----------------------------------------------------------------
007636*    ARCHIVE INQUIRY / RESTORE WORK FIELDS.  THE RESTORE HOLD
007637*    AREA CARRIES THE SELECTED FILE-ARCHIVE-RECORD BETWEEN THE
007638*    ARCHIVE SCAN AND THE CATALOG WRITE, SINCE THE CAPACITY
007639*    SWEEP DISTURBS THE FILE-STATUS RECORD AREA IN BETWEEN.
007640*----------------------------------------------------------------
007641 01  AFM-ARCSAV-IOSTAT          PIC X(02).
007642 01  AFM-ARCH-EOF-FLAG          PIC X(01)   VALUE "N".
007643         88  NO-MORE-ARCHIVE-RECORDS           VALUE "Y".
007644 01  AFM-REST-FOUND-FLAG        PIC X(01)   VALUE "N".
007645         88  AFM-REST-ENTRY-FOUND               VALUE "Y".
007646 01  AFM-REST-REMOVED-FLAG      PIC X(01)   VALUE "N".
007647         88  AFM-REST-ENTRY-REMOVED             VALUE "Y".
007648 01  AFM-REST-MATCH-COUNT       PIC 9(05)   COMP VALUE ZERO.
007649 01  AFM-REST-SEEN-COUNT        PIC 9(05)   COMP VALUE ZERO.
007650 01  AFM-RESTORE-HOLD-AREA.
007651         05  AFM-REST-FILE-SIZE     PIC 9(10).
007652         05  AFM-REST-FILE-TYPE     PIC X(10).
007653         05  AFM-REST-CREATION-DATE PIC X(10).
007660         05  AFM-REST-MODIFICATION-DATE
007670                                    PIC X(10).
007675         05  AFM-REST-COST-CENTER   PIC X(08).

007680*----------------------------------------------------------------
007690*    CATALOG INTEGRITY VERIFY WORK FIELDS
007840 01  AFM-VFY-DATE-OK-FLAG       PIC X(01)   VALUE "N".
007850         88  AFM-VFY-DATE-OK                    VALUE "Y".
007860 01  AFM-VFY-CDATE-OK-FLAG      PIC X(01)   VALUE "N".
007863 01  AFM-VFY-TYPE-SKIP-FLAG     PIC X(01)   VALUE "N".
007866         88  AFM-VFY-SKIP-TYPE-RULE             VALUE "Y".

007870*----------------------------------------------------------------
007880*    DIRECTORY CAPACITY WORK FIELDS - SHARED BY THE CREATE-TIME
007900*----------------------------------------------------------------
007910 01  AFM-CAP-FOUND-FLAG         PIC X(01)   VALUE "N".
007920         88  AFM-CAP-DIRECTORY-FOUND            VALUE "Y".
007923 01  AFM-CAP-RETIRED-FLAG       PIC X(01)   VALUE "N".
007926         88  AFM-CAP-DIRECTORY-RETIRED          VALUE "Y".
007927 01  AFM-CAP-LIMITS-FLAG        PIC X(01)   VALUE "N".
007928         88  AFM-CAP-LIMITS-LOADED              VALUE "Y".
007930 01  AFM-CAP-LIMIT              PIC 9(12)   VALUE ZERO.
007940 01  AFM-CAP-WARN-PCT           PIC 9(03)   VALUE ZERO.
007950 01  AFM-CAP-USED-TOTAL         PIC 9(15)   COMP VALUE ZERO.
009310         05  FILLER                 PIC X(10)   VALUE ALL "-".
009320         05  FILLER                 PIC X(45)   VALUE SPACES.

009321*----------------------------------------------------------------
009322*    COLUMN HEADINGS FOR THE FILE-TYPE MASTER LISTING, ALIGNED
009323*    TO THE DETAIL LINE BUILT IN 6810 (TYPE, DESCRIPTION,
009324*    STATUS, MAXIMUM SIZE, LAST CHANGED DATE AND OPERATOR).
009325*----------------------------------------------------------------
009326 01  AFM-PRT-FTYP-HEAD-1.
009327         05  FILLER                 PIC X(11)   VALUE "TYPE".
009328         05  FILLER                 PIC X(41)   VALUE
009329             "DESCRIPTION".
009330         05  FILLER                 PIC X(09)   VALUE "STATUS".
009331         05  FILLER                 PIC X(11)   VALUE "MAX SIZE".
009332         05  FILLER                 PIC X(11)   VALUE "CHANGED".
009333         05  FILLER                 PIC X(49)   VALUE "BY".
009334 01  AFM-PRT-FTYP-HEAD-2.
009335         05  FILLER                 PIC X(10)   VALUE ALL "-".
009336         05  FILLER                 PIC X(01)   VALUE SPACE.
009337         05  FILLER                 PIC X(40)   VALUE ALL "-".
009338         05  FILLER                 PIC X(01)   VALUE SPACE.
009339         05  FILLER                 PIC X(08)   VALUE ALL "-".
009340         05  FILLER                 PIC X(01)   VALUE SPACE.
009341         05  FILLER                 PIC X(10)   VALUE ALL "-".
009342         05  FILLER                 PIC X(01)   VALUE SPACE.
009343         05  FILLER                 PIC X(10)   VALUE ALL "-".
009344         05  FILLER                 PIC X(01)   VALUE SPACE.
009345         05  FILLER                 PIC X(08)   VALUE ALL "-".
009346         05  FILLER                 PIC X(41)   VALUE SPACES.

009347*----------------------------------------------------------------
009348*    COLUMN HEADINGS AND DETAIL LINE FOR THE AUDIT ACTIVITY
009350*    REPORT - ONE DETAIL PER SELECTED AUDIT RECORD, WITH THE
009360*    BEFORE/AFTER IMAGE LINES PRINTED UNDERNEATH BY 7530.
009370*----------------------------------------------------------------
009670         05  FILLER                 PIC X(01)   VALUE SPACE.
009680         05  AFM-PRT-AUD-DIRECTORY  PIC X(45).

009681*----------------------------------------------------------------
009682*    MONTHLY STORAGE CHARGEBACK WORK FIELDS (8800-8890).  THE
009683*    RATE PER GIGABYTE COMES FROM THE EXEC PARM AFTER THE RUN
009684*    MODE (PARM='CHARGEBK,NNNNNNNNN' - NINE DIGITS, FOUR OF
009685*    THEM DECIMALS) OR IS KEYED AT THE CHARGEBACK COMMAND.
009686*    DIRECTORY TOTALS ROLL INTO COST-CENTER TOTALS, COST-
009687*    CENTER TOTALS INTO THE GRAND TOTAL THE GL TRAILER
009688*    CARRIES.  UNASSIGNED ENTRIES (NO COST CENTER) ARE
009689*    COUNTED APART AND NEVER CHARGED.
009690*----------------------------------------------------------------
009691 01  AFM-CHGS-IOSTAT            PIC X(02).
009692 01  AFM-CHGL-IOSTAT            PIC X(02).
009693 01  AFM-CHG-SORT-EOF-FLAG      PIC X(01)   VALUE "N".
009694         88  NO-MORE-CHG-SORT-RECORDS           VALUE "Y".
009695 01  AFM-CHG-RATE-TEXT          PIC X(09).
009696 01  AFM-CHG-RATE-DIGITS REDEFINES AFM-CHG-RATE-TEXT
009697                                PIC 9(05)V9(04).
009698 01  AFM-CHG-RATE               PIC 9(05)V9(04) VALUE ZERO.
009699 01  AFM-CHG-BYTES-PER-GB       PIC 9(10)   VALUE 1073741824.
009700 01  AFM-CHG-PERIOD             PIC X(07).
009701 01  AFM-CHG-BREAK-COST-CENTER  PIC X(08).
009702 01  AFM-CHG-BREAK-DIRECTORY    PIC X(50).
009703 01  AFM-CHG-DIR-COUNT          PIC 9(07)   COMP VALUE ZERO.
009704 01  AFM-CHG-DIR-BYTES          PIC 9(15)   COMP VALUE ZERO.
009705 01  AFM-CHG-CC-COUNT           PIC 9(07)   COMP VALUE ZERO.
009706 01  AFM-CHG-CC-BYTES           PIC 9(15)   COMP VALUE ZERO.
009707 01  AFM-CHG-CC-AMOUNT          PIC 9(13)V9(02) VALUE ZERO.
009708 01  AFM-CHG-GRAND-COUNT        PIC 9(07)   COMP VALUE ZERO.
009709 01  AFM-CHG-GRAND-BYTES        PIC 9(15)   COMP VALUE ZERO.
009710 01  AFM-CHG-GRAND-AMOUNT       PIC 9(13)V9(02) VALUE ZERO.
009711 01  AFM-CHG-UNASG-COUNT        PIC 9(07)   COMP VALUE ZERO.
009712 01  AFM-CHG-UNASG-BYTES        PIC 9(15)   COMP VALUE ZERO.
009713 01  AFM-CHG-GL-COUNT           PIC 9(08)   COMP VALUE ZERO.
009714 01  AFM-CHG-GIGABYTES          PIC 9(07)V9(04) VALUE ZERO.
009715 01  AFM-CHG-AMOUNT             PIC 9(11)V9(02) VALUE ZERO.
009716 01  AFM-CHG-GB-EDIT            PIC Z(06)9.9(04).
009717 01  AFM-CHG-AMOUNT-EDIT        PIC Z(12)9.99.
009718 01  AFM-CHG-RATE-EDIT          PIC Z(04)9.9(04).
009719 01  AFM-CHG-TOTAL-LABEL        PIC X(50).

009720*----------------------------------------------------------------
009721*    COLUMN HEADINGS FOR THE CHARGEBACK REPORT, ALIGNED TO THE
009722*    DETAIL LINE BUILT IN 8850 (COST CENTER, DIRECTORY, FILES,
009723*    BYTES, GIGABYTES, AMOUNT).  THE UNASSIGNED PAGE LISTS
009724*    ENTRIES UNDER THE TYPE-REPORT HEADINGS ABOVE INSTEAD.
009725*----------------------------------------------------------------
009726 01  AFM-PRT-CHG-HEAD-1.
009727         05  FILLER                 PIC X(09)   VALUE "COST CTR".
009728         05  FILLER                 PIC X(51)   VALUE "DIRECTORY".
009729         05  FILLER                 PIC X(08)   VALUE "FILES".
009730         05  FILLER                 PIC X(16)   VALUE "BYTES".
009731         05  FILLER                 PIC X(13)   VALUE "GIGABYTES".
009732         05  FILLER                 PIC X(35)   VALUE "AMOUNT".
009733 01  AFM-PRT-CHG-HEAD-2.
009734         05  FILLER                 PIC X(08)   VALUE ALL "-".
009735         05  FILLER                 PIC X(01)   VALUE SPACE.
009736         05  FILLER                 PIC X(50)   VALUE ALL "-".
009737         05  FILLER                 PIC X(01)   VALUE SPACE.
009738         05  FILLER                 PIC X(07)   VALUE ALL "-".
009739         05  FILLER                 PIC X(01)   VALUE SPACE.
009740         05  FILLER                 PIC X(15)   VALUE ALL "-".
009741         05  FILLER                 PIC X(01)   VALUE SPACE.
009742         05  FILLER                 PIC X(12)   VALUE ALL "-".
009743         05  FILLER                 PIC X(01)   VALUE SPACE.
009744         05  FILLER                 PIC X(16)   VALUE ALL "-".
009745         05  FILLER                 PIC X(19)   VALUE SPACES.

009746*----------------------------------------------------------------
009747*    COLUMN HEADINGS FOR THE LEGAL HOLD INVENTORY, ALIGNED TO
009748*    THE HOLD LINE BUILT IN 6985 (HOLD ID, SCOPE, MATTER,
009749*    REQUESTER, DATE PLACED AND OPERATOR).  THE COVERED
009750*    ENTRIES ARE LISTED INDENTED UNDER EACH HOLD.
009751*----------------------------------------------------------------
009752 01  AFM-PRT-LHLD-HEAD-1.
009753         05  FILLER                 PIC X(09)   VALUE "HOLD ID".
009754         05  FILLER                 PIC X(10)   VALUE "SCOPE".
009755         05  FILLER                 PIC X(41)   VALUE "MATTER".
009756         05  FILLER                 PIC X(31)   VALUE
009757             "REQUESTED BY".
009758         05  FILLER                 PIC X(11)   VALUE "PLACED".
009759         05  FILLER                 PIC X(30)   VALUE "BY".
009760 01  AFM-PRT-LHLD-HEAD-2.
009761         05  FILLER                 PIC X(08)   VALUE ALL "-".
009762         05  FILLER                 PIC X(01)   VALUE SPACE.
009763         05  FILLER                 PIC X(09)   VALUE ALL "-".
009764         05  FILLER                 PIC X(01)   VALUE SPACE.
009765         05  FILLER                 PIC X(40)   VALUE ALL "-".
009766         05  FILLER                 PIC X(01)   VALUE SPACE.
009767         05  FILLER                 PIC X(30)   VALUE ALL "-".
009768         05  FILLER                 PIC X(01)   VALUE SPACE.
009769         05  FILLER                 PIC X(10)   VALUE ALL "-".
009770         05  FILLER                 PIC X(01)   VALUE SPACE.
009771         05  FILLER                 PIC X(08)   VALUE ALL "-".
009772         05  FILLER                 PIC X(22)   VALUE SPACES.

009773*----------------------------------------------------------------
009774*    COLUMN HEADINGS FOR THE PENDING DELETE REPORT, ALIGNED TO
009775*    THE REQUEST LINE BUILT IN 8920 (REQUEST ID, STATUS,
009776*    REASON, DATE REQUESTED, REQUESTER, AGE IN DAYS, SIZE AND
009777*    FILE NAME).  THE DIRECTORY IS LISTED INDENTED UNDER EACH.
009778*----------------------------------------------------------------
009779 01  AFM-PRT-PEND-HEAD-1.
009780         05  FILLER                 PIC X(19)   VALUE
009781             "REQUEST ID".
009782         05  FILLER                 PIC X(09)   VALUE "STATUS".
009783         05  FILLER                 PIC X(10)   VALUE "REASON".
009784         05  FILLER                 PIC X(11)   VALUE "REQUESTED".
009785         05  FILLER                 PIC X(09)   VALUE "BY".
009786         05  FILLER                 PIC X(04)   VALUE "AGE".
009787         05  FILLER                 PIC X(11)   VALUE "SIZE".
009788         05  FILLER                 PIC X(59)   VALUE "FILE NAME".
009789 01  AFM-PRT-PEND-HEAD-2.
009790         05  FILLER                 PIC X(18)   VALUE ALL "-".
009791         05  FILLER                 PIC X(01)   VALUE SPACE.
009792         05  FILLER                 PIC X(08)   VALUE ALL "-".
009793         05  FILLER                 PIC X(01)   VALUE SPACE.
009794         05  FILLER                 PIC X(09)   VALUE ALL "-".
009795         05  FILLER                 PIC X(01)   VALUE SPACE.
009796         05  FILLER                 PIC X(10)   VALUE ALL "-".
009797         05  FILLER                 PIC X(01)   VALUE SPACE.
009798         05  FILLER                 PIC X(08)   VALUE ALL "-".
009799         05  FILLER                 PIC X(01)   VALUE SPACE.
009800         05  FILLER                 PIC X(03)   VALUE ALL "-".
009801         05  FILLER                 PIC X(01)   VALUE SPACE.
009802         05  FILLER                 PIC X(10)   VALUE ALL "-".
009803         05  FILLER                 PIC X(01)   VALUE SPACE.
009804         05  FILLER                 PIC X(50)   VALUE ALL "-".
009805         05  FILLER                 PIC X(09)   VALUE SPACES.

009806*----------------------------------------------------------------
009807*    COLUMN HEADINGS FOR THE DISCOVERY REVIEW REPORT, ALIGNED
009808*    TO THE LINE BUILT IN 8985 (FEED SEQUENCE NUMBER, PROPOSED
009809*    ACTION, SIZE, FILE TYPE, FILE NAME AND A REVIEW NOTE).
009810*    EACH DIRECTORY IS NAMED ON A LINE OF ITS OWN ABOVE ITS
009811*    ENTRIES.
009812*----------------------------------------------------------------
009813 01  AFM-PRT-DSC-HEAD-1.
009814         05  FILLER                 PIC X(09)   VALUE "SEQUENCE".
009815         05  FILLER                 PIC X(07)   VALUE "ACTION".
009816         05  FILLER                 PIC X(11)   VALUE "SIZE".
009817         05  FILLER                 PIC X(11)   VALUE "TYPE".
009818         05  FILLER                 PIC X(51)   VALUE "FILE NAME".
009819         05  FILLER                 PIC X(43)   VALUE "NOTE".
009820 01  AFM-PRT-DSC-HEAD-2.
009821         05  FILLER                 PIC X(08)   VALUE ALL "-".
009822         05  FILLER                 PIC X(01)   VALUE SPACE.
009823         05  FILLER                 PIC X(06)   VALUE ALL "-".
009824         05  FILLER                 PIC X(01)   VALUE SPACE.
009825         05  FILLER                 PIC X(10)   VALUE ALL "-".
009826         05  FILLER                 PIC X(01)   VALUE SPACE.
009827         05  FILLER                 PIC X(10)   VALUE ALL "-".
009828         05  FILLER                 PIC X(01)   VALUE SPACE.
009829         05  FILLER                 PIC X(50)   VALUE ALL "-".
009830         05  FILLER                 PIC X(01)   VALUE SPACE.
009831         05  FILLER                 PIC X(40)   VALUE ALL "-".
009832         05  FILLER                 PIC X(03)   VALUE SPACES.

009833*----------------------------------------------------------------
009834*    COLUMN HEADINGS FOR THE DECOMMISSION REPORT, ALIGNED TO
009835*    THE LINE BUILT IN 3340 (FILE NAME, SIZE, FILE TYPE,
009836*    CREATION DATE AND THE CONFLICT FOUND OR "MOVED").
009837*----------------------------------------------------------------
009838 01  AFM-PRT-DCM-HEAD-1.
009839         05  FILLER                 PIC X(51)   VALUE "FILE NAME".
009840         05  FILLER                 PIC X(11)   VALUE "SIZE".
009841         05  FILLER                 PIC X(11)   VALUE "TYPE".
009842         05  FILLER                 PIC X(11)   VALUE "CREATED".
009843         05  FILLER                 PIC X(48)   VALUE "RESULT".
009844 01  AFM-PRT-DCM-HEAD-2.
009845         05  FILLER                 PIC X(50)   VALUE ALL "-".
009846         05  FILLER                 PIC X(01)   VALUE SPACE.
009847         05  FILLER                 PIC X(10)   VALUE ALL "-".
009848         05  FILLER                 PIC X(01)   VALUE SPACE.
009849         05  FILLER                 PIC X(10)   VALUE ALL "-".
009850         05  FILLER                 PIC X(01)   VALUE SPACE.
009851         05  FILLER                 PIC X(10)   VALUE ALL "-".
009852         05  FILLER                 PIC X(01)   VALUE SPACE.
009853         05  FILLER                 PIC X(40)   VALUE ALL "-".
009854         05  FILLER                 PIC X(08)   VALUE SPACES.

009855*----------------------------------------------------------------
009856*    COLUMN HEADINGS FOR THE RUN HISTORY REPORT.  THE NIGHTLY
009857*    CHAIN SECTION IS ALIGNED TO THE LINE BUILT IN 3545 (NIGHT,
009858*    WHEN ITS LAST RUN ENDED, THAT RUN'S JOB AND THE SLA
009859*    NOTE); THE PER-JOB SECTION TO THE LINE BUILT IN 3575
009860*    (START AND END STAMPS, ELAPSED TIME, CONDITION CODE AND
009861*    RESTART / SLA NOTES).  BOTH ARE PRINTED BY THE REPORT
009862*    ITSELF AT THE HEAD OF EACH SECTION AND JOB.
009863*----------------------------------------------------------------
009864 01  AFM-PRT-RHN-HEAD-1.
009865         05  FILLER                 PIC X(02)   VALUE SPACES.
009866         05  FILLER                 PIC X(12)   VALUE "NIGHT OF".
009867         05  FILLER                 PIC X(21)   VALUE
009868             "CHAIN ENDED".
009869         05  FILLER                 PIC X(10)   VALUE "LAST JOB".
009870         05  FILLER                 PIC X(87)   VALUE "NOTE".
009871 01  AFM-PRT-RHN-HEAD-2.
009872         05  FILLER                 PIC X(02)   VALUE SPACES.
009873         05  FILLER                 PIC X(10)   VALUE ALL "-".
009874         05  FILLER                 PIC X(02)   VALUE SPACES.
009875         05  FILLER                 PIC X(10)   VALUE ALL "-".
009876         05  FILLER                 PIC X(01)   VALUE SPACE.
009877         05  FILLER                 PIC X(08)   VALUE ALL "-".
009878         05  FILLER                 PIC X(02)   VALUE SPACES.
009879         05  FILLER                 PIC X(08)   VALUE ALL "-".
009880         05  FILLER                 PIC X(02)   VALUE SPACES.
009881         05  FILLER                 PIC X(20)   VALUE ALL "-".
009882         05  FILLER                 PIC X(67)   VALUE SPACES.
009883 01  AFM-PRT-RHJ-HEAD-1.
009884         05  FILLER                 PIC X(02)   VALUE SPACES.
009885         05  FILLER                 PIC X(21)   VALUE "STARTED".
009886         05  FILLER                 PIC X(21)   VALUE "ENDED".
009887         05  FILLER                 PIC X(11)   VALUE "ELAPSED".
009888         05  FILLER                 PIC X(06)   VALUE "CC".
009889         05  FILLER                 PIC X(71)   VALUE "NOTES".
009890 01  AFM-PRT-RHJ-HEAD-2.
009891         05  FILLER                 PIC X(02)   VALUE SPACES.
009892         05  FILLER                 PIC X(10)   VALUE ALL "-".
009893         05  FILLER                 PIC X(01)   VALUE SPACE.
009894         05  FILLER                 PIC X(08)   VALUE ALL "-".
009895         05  FILLER                 PIC X(02)   VALUE SPACES.
009896         05  FILLER                 PIC X(10)   VALUE ALL "-".
009897         05  FILLER                 PIC X(01)   VALUE SPACE.
009898         05  FILLER                 PIC X(08)   VALUE ALL "-".
009899         05  FILLER                 PIC X(02)   VALUE SPACES.
009900         05  FILLER                 PIC X(09)   VALUE ALL "-".
009901         05  FILLER                 PIC X(02)   VALUE SPACES.
009902         05  FILLER                 PIC X(04)   VALUE ALL "-".
009903         05  FILLER                 PIC X(02)   VALUE SPACES.
009904         05  FILLER                 PIC X(30)   VALUE ALL "-".
009905         05  FILLER                 PIC X(41)   VALUE SPACES.
009906*----------------------------------------------------------------
009907*    COLUMN HEADINGS FOR THE ALERT SUMMARY REPORT (ALERT.REPORT)
009908*    - ONE LINE PER ALERT UNDER ITS SEVERITY AND CODE HEADINGS.
009909*----------------------------------------------------------------
009910 01  AFM-PRT-ALR-HEAD-1.
009911         05  FILLER                 PIC X(02)   VALUE SPACES.
009912         05  FILLER                 PIC X(11)   VALUE "DATE".
009913         05  FILLER                 PIC X(09)   VALUE "TIME".
009914         05  FILLER                 PIC X(09)   VALUE "SOURCE".
009915         05  FILLER                 PIC X(09)   VALUE "JOB".
009916         05  FILLER                 PIC X(09)   VALUE "OPERATOR".
009917         05  FILLER                 PIC X(83)   VALUE "MESSAGE".
009918 01  AFM-PRT-ALR-HEAD-2.
009919         05  FILLER                 PIC X(02)   VALUE SPACES.
009920         05  FILLER                 PIC X(10)   VALUE ALL "-".
009921         05  FILLER                 PIC X(01)   VALUE SPACE.
009922         05  FILLER                 PIC X(08)   VALUE ALL "-".
009923         05  FILLER                 PIC X(01)   VALUE SPACE.
009924         05  FILLER                 PIC X(08)   VALUE ALL "-".
009925         05  FILLER                 PIC X(01)   VALUE SPACE.
009926         05  FILLER                 PIC X(08)   VALUE ALL "-".
009927         05  FILLER                 PIC X(01)   VALUE SPACE.
009928         05  FILLER                 PIC X(08)   VALUE ALL "-".
009929         05  FILLER                 PIC X(01)   VALUE SPACE.
009930         05  FILLER                 PIC X(80)   VALUE ALL "-".
009931         05  FILLER                 PIC X(03)   VALUE SPACES.

009932*----------------------------------------------------------------
009933*    COLUMN HEADINGS FOR THE RECLAMATION REPORT, ALIGNED TO THE
009934*    LINE BUILT IN 3840 (FEED SEQUENCE NUMBER, CATEGORY,
009935*    RECOVERABLE BYTES, FILE TYPE, DATE LAST MODIFIED, FILE
009936*    NAME AND A NOTE).  EACH DIRECTORY IS NAMED ON A LINE OF
009937*    ITS OWN ABOVE ITS CANDIDATES.
009938*----------------------------------------------------------------
009939 01  AFM-PRT-RCL-HEAD-1.
009940         05  FILLER                 PIC X(09)   VALUE "SEQUENCE".
009941         05  FILLER                 PIC X(10)   VALUE "CATEGORY".
009942         05  FILLER                 PIC X(11)   VALUE "BYTES".
009943         05  FILLER                 PIC X(11)   VALUE "TYPE".
009944         05  FILLER                 PIC X(11)   VALUE "MODIFIED".
009945         05  FILLER                 PIC X(51)   VALUE "FILE NAME".
009946         05  FILLER                 PIC X(29)   VALUE "NOTE".
009947 01  AFM-PRT-RCL-HEAD-2.
009948         05  FILLER                 PIC X(08)   VALUE ALL "-".
009949         05  FILLER                 PIC X(01)   VALUE SPACE.
009950         05  FILLER                 PIC X(09)   VALUE ALL "-".
009951         05  FILLER                 PIC X(01)   VALUE SPACE.
009952         05  FILLER                 PIC X(10)   VALUE ALL "-".
009953         05  FILLER                 PIC X(01)   VALUE SPACE.
009954         05  FILLER                 PIC X(10)   VALUE ALL "-".
009955         05  FILLER                 PIC X(01)   VALUE SPACE.
009956         05  FILLER                 PIC X(10)   VALUE ALL "-".
009957         05  FILLER                 PIC X(01)   VALUE SPACE.
009958         05  FILLER                 PIC X(50)   VALUE ALL "-".
009959         05  FILLER                 PIC X(01)   VALUE SPACE.
009960         05  FILLER                 PIC X(29)   VALUE ALL "-".

009961 LINKAGE SECTION.
009962*----------------------------------------------------------------
009963*    PARM TEXT FROM THE EXEC CARD (SEE JCL MEMBER AFMBATCH) -
009964*    "BATCH" SELECTS THE UNATTENDED TRANSACTION-FILE RUN.  MVS
009965*    PRESENTS THE PARM TEXT PREFIXED BY A 2-BYTE BINARY HALFWORD
009966*    GIVING ITS LENGTH, SO THE FIRST LINKAGE ITEM IS SPLIT INTO
009967*    THE LENGTH HALFWORD AND THE TEXT THAT FOLLOWS IT.  THE
009968*    TEXT IS DECLARED AT THE FULL 100 BYTES MVS ALLOWS, SINCE
009969*    THE DECOMMISSION RUN CARRIES TWO DIRECTORY NAMES IN IT.
009970*----------------------------------------------------------------
009971 01  LK-PARM.
009972     05  LK-PARM-LEN             PIC S9(4)  COMP.
009973     05  LK-PARM-TEXT            PIC X(100).

009974 PROCEDURE DIVISION USING LK-PARM.

009975*****************************************************************
009976*    0000-MAIN-LINE
009977*    PROGRAM MAINLINE.  RUNS ONE INTERACTIVE COMMAND PER
009978*    EXECUTION, OR, WHEN STARTED WITH A "BATCH" PARAMETER,
009979*    DRIVES THE UNATTENDED TRANSACTION-FILE CATALOG
009980*    MAINTENANCE RUN.
009981*****************************************************************
009982 0000-MAIN-LINE.

009983     PERFORM 1000-INITIALIZE
009984         THRU 1000-EXIT.

009985     IF AFM-RUN-MODE NOT = SPACES
009986         PERFORM 1160-MODE-REQUIRED-AUTHORITY
009987             THRU 1160-EXIT
009988         PERFORM 1200-CHECK-COMMAND-AUTHORITY
009989             THRU 1200-EXIT
009990         IF AFM-AUTH-REFUSED
009991             MOVE 16 TO RETURN-CODE
009992             GO TO 0000-EXIT
009993         END-IF
010000     END-IF.

010010     IF AFM-RUN-MODE-IS-BATCH
010340         GO TO 0000-EXIT
010350     END-IF.

010351     IF AFM-RUN-MODE-IS-FILETYPE
010352         PERFORM 6800-FILE-TYPE-LISTING
010353             THRU 6800-EXIT
010354         GO TO 0000-EXIT
010355     END-IF.

010356     IF AFM-RUN-MODE-IS-CHARGEBK
010357         PERFORM 8800-CHARGEBACK-RUN
010358             THRU 8800-EXIT
010359         GO TO 0000-EXIT
010360     END-IF.

010361     IF AFM-RUN-MODE-IS-HOLDRPT
010362         PERFORM 6980-LEGAL-HOLD-INVENTORY
010363             THRU 6980-EXIT
010364         GO TO 0000-EXIT
010365     END-IF.

010366     IF AFM-RUN-MODE-IS-PENDRPT
010367         PERFORM 8900-PENDING-DELETE-REPORT
010368             THRU 8900-EXIT
010369         GO TO 0000-EXIT
010370     END-IF.

010371     IF AFM-RUN-MODE-IS-DISCOVER
010372         PERFORM 8940-DISCOVERY-RUN
010373             THRU 8940-EXIT
010374         GO TO 0000-EXIT
010375     END-IF.

010376     IF AFM-RUN-MODE-IS-DECOMM
010377         PERFORM 3300-DECOMMISSION-DRIVER
010378             THRU 3300-EXIT
010379         GO TO 0000-EXIT
010380     END-IF.

010381     IF AFM-RUN-MODE-IS-USAGEBLD
010382         PERFORM 3400-USAGE-REBUILD-DRIVER
010383             THRU 3400-EXIT
010384         GO TO 0000-EXIT
010385     END-IF.

010386     IF AFM-RUN-MODE-IS-RUNHIST
010387         PERFORM 3500-RUN-HISTORY-REPORT
010388             THRU 3500-EXIT
010389         GO TO 0000-EXIT
010390     END-IF.

010391     IF AFM-RUN-MODE-IS-LOCKCHK
010392         PERFORM 3600-LOCK-AGE-CHECK
010393             THRU 3600-EXIT
010394         GO TO 0000-EXIT
010395     END-IF.

010396     IF AFM-RUN-MODE-IS-ALERTRPT
010397         PERFORM 3700-ALERT-SUMMARY-REPORT
010398             THRU 3700-EXIT
010399         GO TO 0000-EXIT
010400     END-IF.

010401     IF AFM-RUN-MODE-IS-RECLAIM
010402         PERFORM 3800-RECLAIM-RUN
010403             THRU 3800-EXIT
010404         GO TO 0000-EXIT
010405     END-IF.

010406     PERFORM 3000-DISPLAY-COMMAND-PROMPT
010407         THRU 3000-EXIT.

010408     ACCEPT OPERATOR-COMMAND.

010409     PERFORM 1150-COMMAND-REQUIRED-AUTHORITY
010410         THRU 1150-EXIT.
010411     PERFORM 1200-CHECK-COMMAND-AUTHORITY
010420         THRU 1200-EXIT.
010430     IF AFM-AUTH-REFUSED
010440         GO TO 0000-EXIT
011230         PERFORM 8400-CAPACITY-REPORT
011240             THRU 8400-EXIT
011250     ELSE
011251     IF OPERATOR-COMMAND = "FILE-TYPES"
011252         PERFORM 6800-FILE-TYPE-LISTING
011253             THRU 6800-EXIT
011254     ELSE
011255     IF OPERATOR-COMMAND = "FILE-TYPE-ADD"
011256         PERFORM 6500-ADD-FILE-TYPE
011257             THRU 6500-EXIT
011258     ELSE
011259     IF OPERATOR-COMMAND = "FILE-TYPE-RETIRE"
011260         PERFORM 6550-RETIRE-FILE-TYPE
011261             THRU 6550-EXIT
011262     ELSE
011263     IF OPERATOR-COMMAND = "FILE-TYPE-CHANGE"
011264         PERFORM 6600-CHANGE-FILE-TYPE
011265             THRU 6600-EXIT
011266     ELSE
011267     IF OPERATOR-COMMAND = "CHARGEBACK"
011268         PERFORM 8800-CHARGEBACK-RUN
011269             THRU 8800-EXIT
011270     ELSE
011271     IF OPERATOR-COMMAND = "LEGAL-HOLDS"
011272         PERFORM 6980-LEGAL-HOLD-INVENTORY
011273             THRU 6980-EXIT
011274     ELSE
011275     IF OPERATOR-COMMAND = "LEGAL-HOLD-PLACE"
011276         PERFORM 6900-PLACE-LEGAL-HOLD
011277             THRU 6900-EXIT
011278     ELSE
011279     IF OPERATOR-COMMAND = "LEGAL-HOLD-RELEASE"
011280         PERFORM 6920-RELEASE-LEGAL-HOLD
011281             THRU 6920-EXIT
011282     ELSE
011283     IF OPERATOR-COMMAND = "PENDING-DELETES"
011284         PERFORM 8900-PENDING-DELETE-REPORT
011285             THRU 8900-EXIT
011286     ELSE
011287     IF OPERATOR-COMMAND = "TREND"
011288         PERFORM 8450-TREND-REPORT
011289             THRU 8450-EXIT
011290     ELSE
011300         DISPLAY "INVALID COMMAND".

011380     DISPLAY "ADVANCED FILE MANAGER".
011390     DISPLAY "------------------------".

011395     IF LK-PARM-LEN > 0
011400         UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN)
011405             DELIMITED BY ","
011410             INTO AFM-RUN-MODE
011415                  AFM-RUN-OPTION
011420         END-UNSTRING
011425     END-IF.

011430     PERFORM 1100-READ-OPERATOR-PROFILE
011440         THRU 1100-EXIT.
011970*    1150-COMMAND-REQUIRED-AUTHORITY
011980*    MAPS THE CONSOLE COMMAND JUST ACCEPTED TO THE AUTHORITY
011990*    CLASS IT NEEDS - READ FOR THE INQUIRY AND REPORT VERBS,
011996*    UPDATE FOR THE VERBS THAT ADD OR CORRECT ENTRIES (AND THE
012002*    PENDING DELETE REPORT, WHICH EXPIRES STALE REQUESTS), DELETE
012008*    FOR THE VERBS THAT REMOVE THEM, ADMIN FOR THE AUDIT
012014*    CUTOVER, THE FILE-TYPE MASTER MAINTENANCE VERBS AND THE
012020*    LEGAL HOLD PLACE/RELEASE VERBS.  AN UNRECOGNIZED COMMAND
012026*    NEEDS ONLY READ - THE DISPATCH ANSWERS IT "INVALID
012032*    COMMAND" ANYWAY.
012040*****************************************************************
012050 1150-COMMAND-REQUIRED-AUTHORITY.

012080         WHEN OPERATOR-COMMAND = "UPDATE"
012090         WHEN OPERATOR-COMMAND = "RENAME"
012100         WHEN OPERATOR-COMMAND = "RESTORE"
012105         WHEN OPERATOR-COMMAND = "PENDING-DELETES"
012110             SET AFM-AUTH-NEEDS-UPDATE TO TRUE
012120         WHEN OPERATOR-COMMAND = "DELETE"
012130         WHEN OPERATOR-COMMAND = "ARCHIVE"
012140             SET AFM-AUTH-NEEDS-DELETE TO TRUE
012150         WHEN OPERATOR-COMMAND = "AUDIT-CUTOVER"
012152         WHEN OPERATOR-COMMAND = "FILE-TYPE-ADD"
012154         WHEN OPERATOR-COMMAND = "FILE-TYPE-RETIRE"
012156         WHEN OPERATOR-COMMAND = "FILE-TYPE-CHANGE"
012157         WHEN OPERATOR-COMMAND = "LEGAL-HOLD-PLACE"
012158         WHEN OPERATOR-COMMAND = "LEGAL-HOLD-RELEASE"
012160             SET AFM-AUTH-NEEDS-ADMIN TO TRUE
012170         WHEN OTHER
012180             SET AFM-AUTH-NEEDS-READ TO TRUE

012220*****************************************************************
012230*    1160-MODE-REQUIRED-AUTHORITY
012237*    MAPS AN UNATTENDED RUN MODE (THE EXEC PARM) TO THE
012244*    AUTHORITY CLASS IT NEEDS.
012251*    UPDATE: BATCH, REFRESH, PENDRPT, USAGEBLD AND RUNHIST -
012258*    THE RUNS THAT CHANGE THE CATALOG OR A FILE KEPT BESIDE IT.
012265*    ADMIN: AUDITCUT, RECOVER AND DECOMM.
012272*    READ: EVERY OTHER MODE - THE REPORT AND EXTRACT RUNS.
012280*****************************************************************
012290 1160-MODE-REQUIRED-AUTHORITY.

012300     EVALUATE TRUE
012310         WHEN AFM-RUN-MODE-IS-BATCH
012320         WHEN AFM-RUN-MODE-IS-REFRESH
012325         WHEN AFM-RUN-MODE-IS-PENDRPT
012327         WHEN AFM-RUN-MODE-IS-USAGEBLD
012328         WHEN AFM-RUN-MODE-IS-RUNHIST
012330             SET AFM-AUTH-NEEDS-UPDATE TO TRUE
012340         WHEN AFM-RUN-MODE-IS-AUDITCUT
012350         WHEN AFM-RUN-MODE-IS-RECOVER
012355         WHEN AFM-RUN-MODE-IS-DECOMM
012360             SET AFM-AUTH-NEEDS-ADMIN TO TRUE
012370         WHEN OTHER
012380             SET AFM-AUTH-NEEDS-READ TO TRUE
012880         MOVE "DENIED" TO AFM-AUDIT-ACTION
012890         PERFORM 5500-WRITE-AUDIT-RECORD
012900             THRU 5500-EXIT
012901         MOVE "E"      TO AFM-ALRT-SEVERITY
012902         MOVE "DENIED" TO AFM-ALRT-CODE
012903         STRING "OPERATOR " AFM-OPERATOR-ID
012904             " NOT AUTHORIZED FOR " FILE-NAME-INPUT
012905             DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE
012906         PERFORM 9540-RAISE-ALERT
012907             THRU 9540-EXIT
012910     END-IF.

012920 1200-EXIT.
016620             MOVE TRANS-FILE-SIZE TO FILE-SIZE-INPUT
016630             MOVE TRANS-FILE-TYPE TO FILE-TYPE-INPUT
016640             MOVE TRANS-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT
016645             MOVE TRANS-COST-CENTER TO FILE-COST-CENTER-INPUT
016650             PERFORM 5100-PROCESS-CREATE
016660                 THRU 5100-EXIT
016670         WHEN TRANS-ACTION-DELETE
016740             MOVE TRANS-FILE-SIZE TO FILE-SIZE-INPUT
016750             MOVE TRANS-FILE-TYPE TO FILE-TYPE-INPUT
016760             MOVE TRANS-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT
016765             MOVE TRANS-COST-CENTER TO FILE-COST-CENTER-INPUT
016770             PERFORM 5700-PROCESS-UPDATE
016780                 THRU 5700-EXIT
016790         WHEN TRANS-ACTION-RENAME
018680     MOVE TRANS-FILE-TYPE        TO REJ-FILE-TYPE.
018690     MOVE TRANS-NEW-FILE-NAME    TO REJ-NEW-FILE-NAME.
018700     MOVE TRANS-DIRECTORY-NAME   TO REJ-DIRECTORY-NAME.
018705     MOVE TRANS-COST-CENTER      TO REJ-COST-CENTER.
018710     MOVE TRANS-SEQUENCE-NUMBER  TO REJ-ORIGINAL-SEQUENCE.

018720     EVALUATE TRUE
018810             SET REJ-REASON-NOT-FOUND TO TRUE
018820         WHEN ERROR-MESSAGE(1:6) = "UNABLE"
018830             SET REJ-REASON-IO-ERROR TO TRUE
018833         WHEN ERROR-MESSAGE(1:22) = "ENTRY UNDER LEGAL HOLD"
018836             SET REJ-REASON-LEGAL-HOLD TO TRUE
018840         WHEN OTHER
018850             SET REJ-REASON-EDIT-FAILURE TO TRUE
018860     END-EVALUATE.

018910     WRITE TRANS-REJECT-RECORD.

018911     MOVE "W"       TO AFM-ALRT-SEVERITY.
018912     MOVE "TRANREJ" TO AFM-ALRT-CODE.
018913     MOVE TRANS-DIRECTORY-NAME TO AFM-ALRT-DIRECTORY.
018914     MOVE TRANS-FILE-NAME      TO AFM-ALRT-FILE.
018915     STRING "BATCH " TRANS-ACTION-CODE " REJECTED - "
018916         ERROR-MESSAGE DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE.
018917     PERFORM 9540-RAISE-ALERT
018918         THRU 9540-EXIT.

018920 2750-EXIT.
018930     EXIT.

020800*****************************************************************
020810 3000-DISPLAY-COMMAND-PROMPT.

020817     DISPLAY "Enter command (LIST, FIND, CREATE, UPDATE, "
020824         "RENAME, DELETE, DIRECTORY, AUDIT, AUDIT-CUTOVER, "
020831         "REPORT, RECONCILE, VERIFY, CAPACITY, TREND, ARCHIVE, "
020838         "FIND-ARCHIVE, RESTORE, FILE-TYPES, FILE-TYPE-ADD, "
020845         "FILE-TYPE-RETIRE, FILE-TYPE-CHANGE, CHARGEBACK, "
020852         "LEGAL-HOLDS, LEGAL-HOLD-PLACE, LEGAL-HOLD-RELEASE, "
020855         "PENDING-DELETES, "
020859         "SWITCH-DIRECTORY, EXPORT, EXPORT-DELTA, EXIT): ".

020870 3000-EXIT.
020880     EXIT.
022590     MOVE FILE-SIZE              TO AFM-AUD-OLD-FILE-SIZE.
022600     MOVE FILE-TYPE              TO AFM-AUD-OLD-FILE-TYPE.
022610     MOVE FILE-MODIFICATION-DATE TO AFM-AUD-OLD-MOD-DATE.
022615     MOVE FILE-COST-CENTER       TO AFM-AUD-COST-CENTER.

022620     MOVE SCAN-FILE-SIZE         TO FILE-SIZE.
022630     MOVE SCAN-MODIFICATION-DATE TO FILE-MODIFICATION-DATE.
022780             MOVE "REFRSH" TO AFM-AUDIT-ACTION
022790             PERFORM 5500-WRITE-AUDIT-RECORD
022800                 THRU 5500-EXIT
022801             MOVE SCAN-DIRECTORY-NAME TO AFM-USG-DIRECTORY
022802             IF AFM-AUD-OLD-FILE-SIZE NUMERIC
022803                 COMPUTE AFM-USG-BYTES-CHANGE =
022804                     AFM-AUD-NEW-FILE-SIZE
022805                     - AFM-AUD-OLD-FILE-SIZE
022806             ELSE
022807                 MOVE AFM-AUD-NEW-FILE-SIZE
022808                     TO AFM-USG-BYTES-CHANGE
022809             END-IF
022810             PERFORM 5400-POST-DIRECTORY-USAGE
022811                 THRU 5400-EXIT
022812     END-REWRITE.

022820 3120-NEXT.
022830     PERFORM 3110-READ-NEXT-SCAN-RECORD
024020*****************************************************************
024030*    3210-COUNT-AUDIT-SINCE-BACKUP
024040*    ADVISORY CROSS-CHECK - COUNTS THE CATALOG-CHANGING AUDIT
024050*    RECORDS (CREATE/DELETE/UPDATE/RENAME/DIRMOV) DATED ON OR
024060*    AFTER THE BACKUP DATE, SO THE OPERATOR CAN RECONCILE THE
024070*    REPLAY REPORT AGAINST WHAT THE TRAIL SAYS HAPPENED.  THE
024080*    COUNT CAN RUN HIGHER THAN THE REPLAY - CONSOLE AND
024090*    ONLINE CHANGES SINCE THE BACKUP ARE IN THE TRAIL TOO, AS
024095*    ARE DECOMMISSION MOVES, WHICH ARE NOT REPLAYED - RERUN
024097*    THE DECOMMISSION AFTER THE RECOVERY INSTEAD.
024100*****************************************************************
024110 3210-COUNT-AUDIT-SINCE-BACKUP.

024310                 OR AUDIT-ACTION-DELETE
024320                 OR AUDIT-ACTION-UPDATE
024330                 OR AUDIT-ACTION-RENAME
024335                 OR AUDIT-ACTION-DIRECTORY-MOVE
024340             ADD 1 TO AFM-RECV-AUDIT-COUNT
024350         END-IF
024360     END-IF.
024620             MOVE TRANS-FILE-SIZE TO FILE-SIZE-INPUT
024630             MOVE TRANS-FILE-TYPE TO FILE-TYPE-INPUT
024640             MOVE TRANS-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT
024645             MOVE TRANS-COST-CENTER TO FILE-COST-CENTER-INPUT
024650             PERFORM 5100-PROCESS-CREATE
024660                 THRU 5100-EXIT
024670         WHEN TRANS-ACTION-DELETE
024740             MOVE TRANS-FILE-SIZE TO FILE-SIZE-INPUT
024750             MOVE TRANS-FILE-TYPE TO FILE-TYPE-INPUT
024760             MOVE TRANS-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT
024765             MOVE TRANS-COST-CENTER TO FILE-COST-CENTER-INPUT
024770             PERFORM 5700-PROCESS-UPDATE
024780                 THRU 5700-EXIT
024790         WHEN TRANS-ACTION-RENAME
024940     ELSE
024950         ADD 1 TO AFM-RECV-FAILED-COUNT
024960         DISPLAY "SEQUENCE " TRANS-SEQUENCE-NUMBER
024961             " NOT RE-APPLIED: " ERROR-MESSAGE
024962     END-IF.

024963 3220-NEXT.
024964     PERFORM 2600-READ-NEXT-TRANSACTION
024965         THRU 2600-EXIT.

024966 3220-EXIT.
024967     EXIT.

024968*****************************************************************
024969*    3300-DECOMMISSION-DRIVER
024970*    DIRECTORY DECOMMISSION RUN (PARM=DECOMM,OLD,NEW[,RETIRE],
024971*    JCL MEMBER AFMDECOM).  MOVES EVERY FILE-STATUS ENTRY OF
024972*    THE OLD DIRECTORY TO THE NEW ONE UNDER THE CATALOG LOCK.
024973*    NOTHING MOVES UNTIL THE WHOLE MOVE HAS PASSED THE
024974*    PRE-CHECK - THE TARGET IS ON DIRECTORY-LISTING AND IN
024975*    SERVICE, THE MOVE FITS UNDER ITS DIRECTORY-CAPACITY-
024976*    LIMIT, NO NAME COLLIDES WITH AN ENTRY ALREADY THERE AND
024977*    NO ENTRY IS UNDER LEGAL HOLD.  ANY CONFLICT IS LISTED ON
024978*    DECOMM.REPORT AND ENDS THE STEP WITH CC 12, CATALOG
024979*    UNTOUCHED.  EACH MOVED ENTRY KEEPS ITS CREATION AND
024980*    MODIFICATION DATES AND GETS ONE DIRMOV AUDIT RECORD, AND
024981*    IS POSTED OUT OF THE OLD AND INTO THE NEW DIRECTORY'S
024982*    DIRECTORY.USAGE SUMMARY AS IT MOVES.
024983*    PROGRESS GOES TO ITS OWN CHECKPOINT (DECOMM.CHECKPOINT,
024984*    COPYBOOK AFMDCKP) EVERY AFM-CHECKPOINT-INTERVAL MOVES, SO
024985*    THE NIGHTLY CHECKPOINT.FILE IS NEVER DISTURBED; A RERUN
024986*    OF THE SAME PAIR AFTER AN ABEND CARRIES ON FROM WHAT IS
024987*    LEFT IN THE OLD DIRECTORY.  RETIRE THEN FLAGS THE OLD
024988*    DIRECTORY-LISTING ENTRY DECOMMISSIONED (SEE 3370).
024989*****************************************************************
024990 3300-DECOMMISSION-DRIVER.

024991     MOVE "DECOMM" TO AFM-RUNC-JOB.
024992     PERFORM 9500-STAMP-RUN-START
024993         THRU 9500-EXIT.

024994     PERFORM 3310-GET-DECOMMISSION-PARM
024995         THRU 3310-EXIT.
024996     IF AFM-DCM-PARM-BAD
024997         DISPLAY "DECOMMISSION REFUSED - THE CATALOG WAS NOT "
024998             "TOUCHED"
024999         MOVE 12 TO RETURN-CODE
025000         GO TO 3300-EXIT
025001     END-IF.

025002     PERFORM 3320-READ-DECOMM-CHECKPOINT
025003         THRU 3320-EXIT.
025004     IF AFM-DCM-OTHER-MOVE-OPEN
025005         DISPLAY "DECOMMISSION OF " DCKP-OLD-DIRECTORY-NAME
025006         DISPLAY "    TO " DCKP-NEW-DIRECTORY-NAME
025007         DISPLAY "IS STILL IN PROGRESS - RERUN THAT PAIR TO "
025008             "FINISH IT FIRST"
025009         DISPLAY "DECOMMISSION REFUSED - THE CATALOG WAS NOT "
025010             "TOUCHED"
025011         MOVE 12 TO RETURN-CODE
025012         GO TO 3300-EXIT
025013     END-IF.

025014     PERFORM 2950-ACQUIRE-CATALOG-LOCK
025015         THRU 2950-EXIT.
025016     IF NOT AFM-LOCK-OBTAINED
025017         DISPLAY "CATALOG OWNERSHIP NOT OBTAINED - DECOMMISSION "
025018             "ABORTED WITHOUT TOUCHING THE CATALOG"
025019         MOVE 16 TO RETURN-CODE
025020         GO TO 3300-EXIT
025021     END-IF.

025022     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
025023     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
025024     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
025025     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

025026     MOVE "DECOMM.REPORT" TO AFM-PRINT-FILE-NAME.
025027     MOVE "DIRECTORY DECOMMISSION - PRE-CHECK AND MOVE"
025028         TO AFM-PRINT-TITLE.
025029     MOVE AFM-PRT-DCM-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
025030     MOVE AFM-PRT-DCM-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
025031     PERFORM 9100-OPEN-PRINT-FILE
025032         THRU 9100-EXIT.

025033     MOVE SPACES TO AFM-PRINT-LINE.
025034     STRING "FROM DIRECTORY: " AFM-DCM-OLD-DIRECTORY
025035         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025036     PERFORM 9200-WRITE-PRINT-LINE
025037         THRU 9200-EXIT.
025038     MOVE SPACES TO AFM-PRINT-LINE.
025039     STRING "TO DIRECTORY:   " AFM-DCM-NEW-DIRECTORY
025040         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025041     PERFORM 9200-WRITE-PRINT-LINE
025042         THRU 9200-EXIT.
025043     IF AFM-DCM-RESTARTING
025044         MOVE AFM-DCM-PRIOR-COUNT TO AFM-PRINT-COUNT-EDIT
025045         MOVE SPACES TO AFM-PRINT-LINE
025046         STRING "RESTART - " AFM-PRINT-COUNT-EDIT
025047             " ENTRIES MOVED BY THE ATTEMPT OF " DCKP-RUN-DATE
025048             " " DCKP-RUN-TIME
025049             DELIMITED BY SIZE INTO AFM-PRINT-LINE
025050         PERFORM 9200-WRITE-PRINT-LINE
025051             THRU 9200-EXIT
025052     END-IF.
025053     MOVE SPACES TO AFM-PRINT-LINE.
025054     PERFORM 9200-WRITE-PRINT-LINE
025055         THRU 9200-EXIT.

025056     MOVE ZERO TO AFM-DCM-ENTRY-COUNT
025057                  AFM-DCM-ENTRY-BYTES
025058                  AFM-DCM-COPIED-BYTES
025059                  AFM-DCM-CONFLICT-COUNT
025060                  AFM-DCM-MOVED-COUNT
025061                  AFM-DCM-MOVED-BYTES.
025062     MOVE SPACES TO AFM-DCM-LAST-FILE-NAME.

025063     MOVE AFM-DCM-NEW-DIRECTORY TO AFM-CAP-TARGET-DIRECTORY.
025064     MOVE ZERO TO AFM-CAP-LIMIT.
025065     PERFORM 5180-GET-DIRECTORY-LIMITS
025066         THRU 5180-EXIT.
025067     IF NOT AFM-CAP-DIRECTORY-FOUND
025068         ADD 1 TO AFM-DCM-CONFLICT-COUNT
025069         MOVE "TARGET DIRECTORY IS NOT ON DIRECTORY-LISTING"
025070             TO AFM-PRINT-LINE
025071         PERFORM 9200-WRITE-PRINT-LINE
025072             THRU 9200-EXIT
025073     END-IF.
025074     IF AFM-CAP-DIRECTORY-RETIRED
025075         ADD 1 TO AFM-DCM-CONFLICT-COUNT
025076         MOVE "TARGET DIRECTORY IS ITSELF DECOMMISSIONED"
025077             TO AFM-PRINT-LINE
025078         PERFORM 9200-WRITE-PRINT-LINE
025079             THRU 9200-EXIT
025080     END-IF.

025081     OPEN I-O FILE-STATUS.
025082     IF AFM-FSTAT-IOSTAT = "35"
025083         CLOSE FILE-STATUS
025084         OPEN OUTPUT FILE-STATUS
025085         CLOSE FILE-STATUS
025086         OPEN I-O FILE-STATUS
025087     END-IF.

025088     PERFORM 5190-TOTAL-DIRECTORY-USAGE
025089         THRU 5190-EXIT.

025090     MOVE "N" TO FILE-STATUS-FLAG.
025091     MOVE AFM-DCM-OLD-DIRECTORY TO FILE-DIRECTORY-NAME.
025092     MOVE LOW-VALUES            TO FILE-NAME.
025093     START FILE-STATUS KEY NOT < FILE-STATUS-KEY
025094         INVALID KEY
025095             SET NO-MORE-FILE-STATUS TO TRUE
025096     END-START.
025097     PERFORM 3330-CHECK-ONE-ENTRY
025098         THRU 3330-EXIT
025099         UNTIL NO-MORE-FILE-STATUS.

025100     COMPUTE AFM-CAP-PROJECTED = AFM-CAP-USED-TOTAL
025101         + AFM-DCM-ENTRY-BYTES - AFM-DCM-COPIED-BYTES.
025102     IF AFM-CAP-DIRECTORY-FOUND
025103             AND AFM-CAP-LIMIT > ZERO
025104             AND AFM-CAP-PROJECTED > AFM-CAP-LIMIT
025105         ADD 1 TO AFM-DCM-CONFLICT-COUNT
025106         MOVE AFM-CAP-PROJECTED TO AFM-PRINT-SIZE-EDIT
025107         MOVE SPACES TO AFM-PRINT-LINE
025108         STRING "MOVE WOULD TAKE THE TARGET TO "
025109             AFM-PRINT-SIZE-EDIT " BYTES - LIMIT "
025110             AFM-CAP-LIMIT
025111             DELIMITED BY SIZE INTO AFM-PRINT-LINE
025112         PERFORM 9200-WRITE-PRINT-LINE
025113             THRU 9200-EXIT
025114     END-IF.

025115     MOVE AFM-DCM-ENTRY-COUNT TO AFM-PRINT-COUNT-EDIT.
025116     MOVE AFM-DCM-ENTRY-BYTES TO AFM-PRINT-SIZE-EDIT.
025117     MOVE SPACES TO AFM-PRINT-LINE.
025118     STRING "ENTRIES TO MOVE: " AFM-PRINT-COUNT-EDIT
025119         "   BYTES: " AFM-PRINT-SIZE-EDIT
025120         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025121     PERFORM 9200-WRITE-PRINT-LINE
025122         THRU 9200-EXIT.

025123     IF AFM-DCM-CONFLICT-COUNT > ZERO
025124         CLOSE FILE-STATUS
025125         MOVE AFM-DCM-CONFLICT-COUNT TO AFM-PRINT-COUNT-EDIT
025126         MOVE SPACES TO AFM-PRINT-LINE
025127         STRING AFM-PRINT-COUNT-EDIT
025128             " CONFLICTS - NOTHING WAS MOVED"
025129             DELIMITED BY SIZE INTO AFM-PRINT-LINE
025130         PERFORM 9200-WRITE-PRINT-LINE
025131             THRU 9200-EXIT
025132         PERFORM 9300-CLOSE-PRINT-FILE
025133             THRU 9300-EXIT
025134         DISPLAY "DECOMMISSION REFUSED - " AFM-PRINT-COUNT-EDIT
025135             " CONFLICTS ON DECOMM.REPORT, NOTHING MOVED"
025136         MOVE 12 TO RETURN-CODE
025137         PERFORM 2960-RELEASE-CATALOG-LOCK
025138             THRU 2960-EXIT
025139         GO TO 3300-EXIT
025140     END-IF.

025141     MOVE "R" TO AFM-DCM-CKPT-STATUS.
025142     PERFORM 3360-WRITE-DECOMM-CHECKPOINT
025143         THRU 3360-EXIT.

025144     MOVE SPACES TO AFM-PRINT-LINE.
025145     PERFORM 9200-WRITE-PRINT-LINE
025146         THRU 9200-EXIT.
025147     MOVE ZERO TO AFM-RECORDS-SINCE-CHECKPOINT.
025148     MOVE "N" TO AFM-DCM-MOVE-FLAG.
025149     MOVE "N" TO AFM-DCM-FAILED-FLAG.
025150     PERFORM 3350-MOVE-ONE-ENTRY
025151         THRU 3350-EXIT
025152         UNTIL AFM-DCM-MOVE-DONE.
025153     CLOSE FILE-STATUS.

025154     IF AFM-DCM-MOVE-FAILED
025155         MOVE 16 TO RETURN-CODE
025156     ELSE
025157         MOVE "E" TO AFM-DCM-CKPT-STATUS
025158         PERFORM 3360-WRITE-DECOMM-CHECKPOINT
025159             THRU 3360-EXIT
025160         IF AFM-DCM-RETIRE-REQUESTED
025161             PERFORM 3370-RETIRE-OLD-DIRECTORY
025162                 THRU 3370-EXIT
025163         END-IF
025164     END-IF.

025165     MOVE SPACES TO AFM-PRINT-LINE.
025166     PERFORM 9200-WRITE-PRINT-LINE
025167         THRU 9200-EXIT.
025168     MOVE AFM-DCM-MOVED-COUNT TO AFM-PRINT-COUNT-EDIT.
025169     MOVE AFM-DCM-MOVED-BYTES TO AFM-PRINT-SIZE-EDIT.
025170     MOVE SPACES TO AFM-PRINT-LINE.
025171     STRING "MOVED THIS RUN: " AFM-PRINT-COUNT-EDIT
025172         "   BYTES: " AFM-PRINT-SIZE-EDIT
025173         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025174     PERFORM 9200-WRITE-PRINT-LINE
025175         THRU 9200-EXIT.
025176     IF AFM-DCM-RESTARTING
025177         COMPUTE AFM-PRINT-COUNT-EDIT =
025178             AFM-DCM-PRIOR-COUNT + AFM-DCM-MOVED-COUNT
025179         COMPUTE AFM-PRINT-SIZE-EDIT =
025180             AFM-DCM-PRIOR-BYTES + AFM-DCM-MOVED-BYTES
025181         MOVE SPACES TO AFM-PRINT-LINE
025182         STRING "MOVED INCLUDING THE EARLIER ATTEMPT: "
025183             AFM-PRINT-COUNT-EDIT
025184             "   BYTES: " AFM-PRINT-SIZE-EDIT
025185             DELIMITED BY SIZE INTO AFM-PRINT-LINE
025186         PERFORM 9200-WRITE-PRINT-LINE
025187             THRU 9200-EXIT
025188     END-IF.
025189     IF AFM-DCM-MOVE-FAILED
025190         MOVE "MOVE STOPPED ON AN I/O ERROR - RERUN THE SAME PAIR"
025191             TO AFM-PRINT-LINE
025192         PERFORM 9200-WRITE-PRINT-LINE
025193             THRU 9200-EXIT
025194     END-IF.
025195     PERFORM 9300-CLOSE-PRINT-FILE
025196         THRU 9300-EXIT.

025197     MOVE AFM-DCM-MOVED-COUNT TO AFM-PRINT-COUNT-EDIT.
025198     IF AFM-DCM-MOVE-FAILED
025199         DISPLAY "DECOMMISSION STOPPED AFTER "
025200             AFM-PRINT-COUNT-EDIT " ENTRIES - RERUN THE SAME "
025201             "PAIR TO FINISH"
025202     ELSE
025203         DISPLAY "DECOMMISSION COMPLETE - ENTRIES MOVED: "
025204             AFM-PRINT-COUNT-EDIT
025205     END-IF.

025206     PERFORM 2960-RELEASE-CATALOG-LOCK
025207         THRU 2960-EXIT.

025208 3300-EXIT.
025209     PERFORM 9510-STAMP-RUN-END
025210         THRU 9510-EXIT.
025211     EXIT.

025212*****************************************************************
025213*    3310-GET-DECOMMISSION-PARM
025214*    SPLITS THE PARM INTO THE RUN MODE, OLD DIRECTORY, NEW
025215*    DIRECTORY AND OPTION.  BOTH DIRECTORIES ARE REQUIRED AND
025216*    MUST DIFFER; THE ONLY OPTION IS RETIRE.
025217*****************************************************************
025218 3310-GET-DECOMMISSION-PARM.

025219     MOVE "N" TO AFM-DCM-PARM-FLAG.
025220     MOVE "N" TO AFM-DCM-RETIRE-FLAG.
025221     MOVE SPACES TO AFM-DCM-OLD-DIRECTORY
025222                    AFM-DCM-NEW-DIRECTORY
025223                    AFM-DCM-RETIRE-TEXT.
025224     IF LK-PARM-LEN > ZERO
025225         UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN)
025226             DELIMITED BY ","
025227             INTO AFM-RUN-MODE
025228                  AFM-DCM-OLD-DIRECTORY
025229                  AFM-DCM-NEW-DIRECTORY
025230                  AFM-DCM-RETIRE-TEXT
025231         END-UNSTRING
025232     END-IF.

025233     IF AFM-DCM-OLD-DIRECTORY = SPACES
025234             OR AFM-DCM-NEW-DIRECTORY = SPACES
025235         DISPLAY "DECOMMISSION NEEDS PARM=DECOMM,OLD,NEW"
025236         SET AFM-DCM-PARM-BAD TO TRUE
025237         GO TO 3310-EXIT
025238     END-IF.
025239     IF AFM-DCM-OLD-DIRECTORY = AFM-DCM-NEW-DIRECTORY
025240         DISPLAY "OLD AND NEW DIRECTORY ARE THE SAME - "
025241             AFM-DCM-OLD-DIRECTORY
025242         SET AFM-DCM-PARM-BAD TO TRUE
025243         GO TO 3310-EXIT
025244     END-IF.
025245     IF AFM-DCM-RETIRE-TEXT = "RETIRE"
025246         SET AFM-DCM-RETIRE-REQUESTED TO TRUE
025247     ELSE
025248     IF AFM-DCM-RETIRE-TEXT NOT = SPACES
025249         DISPLAY "UNKNOWN DECOMMISSION OPTION - "
025250             AFM-DCM-RETIRE-TEXT
025251         SET AFM-DCM-PARM-BAD TO TRUE
025252     END-IF
025253     END-IF.

025254 3310-EXIT.
025255     EXIT.

025256*****************************************************************
025257*    3320-READ-DECOMM-CHECKPOINT
025258*    A CHECKPOINT LEFT IN PROGRESS FOR THIS SAME PAIR MEANS
025259*    THIS RUN IS A RESTART: WHAT THE EARLIER ATTEMPT MOVED IS
025260*    CARRIED FORWARD.  ONE LEFT IN PROGRESS FOR ANY OTHER PAIR
025261*    MUST BE FINISHED FIRST.  NO CHECKPOINT FILE, OR ONE
025262*    MARKED COMPLETE, MEANS A FRESH START.
025263*****************************************************************
025264 3320-READ-DECOMM-CHECKPOINT.

025265     MOVE "N" TO AFM-DCM-RESTART-FLAG.
025266     MOVE "N" TO AFM-DCM-OTHER-OPEN-FLAG.
025267     MOVE ZERO TO AFM-DCM-PRIOR-COUNT
025268                  AFM-DCM-PRIOR-BYTES.

025269     OPEN INPUT DECOMM-CHECKPOINT-FILE.
025270     IF AFM-DCKP-IOSTAT = "35"
025271         GO TO 3320-EXIT
025272     END-IF.

025273     READ DECOMM-CHECKPOINT-FILE
025274         AT END
025275             MOVE SPACES TO DECOMM-CHECKPOINT-RECORD
025276     END-READ.
025277     CLOSE DECOMM-CHECKPOINT-FILE.

025278     IF NOT DCKP-MOVE-IN-PROGRESS
025279         GO TO 3320-EXIT
025280     END-IF.

025281     IF DCKP-OLD-DIRECTORY-NAME = AFM-DCM-OLD-DIRECTORY
025282             AND DCKP-NEW-DIRECTORY-NAME = AFM-DCM-NEW-DIRECTORY
025283         SET AFM-DCM-RESTARTING TO TRUE
025284         IF DCKP-MOVED-COUNT NUMERIC
025285             MOVE DCKP-MOVED-COUNT TO AFM-DCM-PRIOR-COUNT
025286         END-IF
025287         IF DCKP-MOVED-BYTES NUMERIC
025288             MOVE DCKP-MOVED-BYTES TO AFM-DCM-PRIOR-BYTES
025289         END-IF
025290         DISPLAY "RESTARTING DECOMMISSION CHECKPOINTED "
025291             DCKP-RUN-DATE " " DCKP-RUN-TIME
025292             " AFTER " DCKP-LAST-FILE-NAME
025293     ELSE
025294         SET AFM-DCM-OTHER-MOVE-OPEN TO TRUE
025295     END-IF.

025296 3320-EXIT.
025297     EXIT.

025298*****************************************************************
025299*    3330-CHECK-ONE-ENTRY
025300*    PRE-CHECKS ONE ENTRY OF THE OLD DIRECTORY: TALLIES IT
025301*    FOR THE CAPACITY CHECK, THEN LOOKS FOR A LEGAL HOLD AND
025302*    FOR THE SAME NAME ALREADY IN THE TARGET.  ON A RESTART A
025303*    TARGET ENTRY IDENTICAL IN SIZE, TYPE AND CREATION DATE IS
025304*    THE COPY THE INTERRUPTED ATTEMPT WROTE BEFORE IT COULD
025305*    DELETE THE ORIGINAL - NOT A CONFLICT, AND ALREADY IN THE
025306*    TARGET'S USAGE.  THE KEYED READ OF THE TARGET MOVES THE
025307*    FILE POSITION, SO THE BROWSE IS RE-STARTED AFTER THIS
025308*    ENTRY'S KEY.
025309*****************************************************************
025310 3330-CHECK-ONE-ENTRY.

025311     PERFORM 4100-READ-NEXT-FILE-STATUS
025312         THRU 4100-EXIT.
025313     IF NO-MORE-FILE-STATUS
025314         GO TO 3330-EXIT
025315     END-IF.
025316     IF FILE-DIRECTORY-NAME NOT = AFM-DCM-OLD-DIRECTORY
025317         SET NO-MORE-FILE-STATUS TO TRUE
025318         GO TO 3330-EXIT
025319     END-IF.

025320     ADD 1         TO AFM-DCM-ENTRY-COUNT.
025321     ADD FILE-SIZE TO AFM-DCM-ENTRY-BYTES.
025322     MOVE FILE-NAME           TO FILE-NAME-INPUT
025323                                 AFM-DCM-LINE-NAME.
025324     MOVE FILE-SIZE           TO AFM-DCM-LINE-SIZE.
025325     MOVE FILE-TYPE           TO AFM-DCM-LINE-TYPE.
025326     MOVE FILE-CREATION-DATE  TO AFM-DCM-LINE-CREATED.
025327     MOVE AFM-DCM-OLD-DIRECTORY TO FILE-DIRECTORY-INPUT.

025328     MOVE "DECOMM" TO AFM-LHLD-ACTION.
025329     PERFORM 5200-CHECK-LEGAL-HOLD
025330         THRU 5200-EXIT.
025331     IF AFM-LHLD-ENTRY-HELD
025332         ADD 1 TO AFM-DCM-CONFLICT-COUNT
025333         MOVE SPACES TO AFM-DCM-NOTE
025334         STRING "UNDER LEGAL HOLD " AFM-LHLD-HIT-ID
025335             DELIMITED BY SIZE INTO AFM-DCM-NOTE
025336         PERFORM 3340-PRINT-DECOMM-LINE
025337             THRU 3340-EXIT
025338     END-IF.

025339     MOVE AFM-DCM-NEW-DIRECTORY TO FILE-DIRECTORY-NAME.
025340     MOVE FILE-NAME-INPUT       TO FILE-NAME.
025341     READ FILE-STATUS
025342         KEY IS FILE-STATUS-KEY
025343         INVALID KEY
025344             CONTINUE
025345     END-READ.
025346     IF AFM-FSTAT-OK
025347         IF AFM-DCM-RESTARTING
025348                 AND FILE-SIZE = AFM-DCM-LINE-SIZE
025349                 AND FILE-TYPE = AFM-DCM-LINE-TYPE
025350                 AND FILE-CREATION-DATE = AFM-DCM-LINE-CREATED
025351             ADD FILE-SIZE TO AFM-DCM-COPIED-BYTES
025352         ELSE
025353             ADD 1 TO AFM-DCM-CONFLICT-COUNT
025354             MOVE "NAME ALREADY IN THE TARGET DIRECTORY"
025355                 TO AFM-DCM-NOTE
025356             PERFORM 3340-PRINT-DECOMM-LINE
025357                 THRU 3340-EXIT
025358         END-IF
025359     END-IF.

025360     MOVE AFM-DCM-OLD-DIRECTORY TO FILE-DIRECTORY-NAME.
025361     MOVE FILE-NAME-INPUT       TO FILE-NAME.
025362     START FILE-STATUS KEY > FILE-STATUS-KEY
025363         INVALID KEY
025364             SET NO-MORE-FILE-STATUS TO TRUE
025365     END-START.

025366 3330-EXIT.
025367     EXIT.

025368 3340-PRINT-DECOMM-LINE.

025369     MOVE SPACES TO AFM-PRINT-LINE.
025370     STRING AFM-DCM-LINE-NAME    " "
025371            AFM-DCM-LINE-SIZE    " "
025372            AFM-DCM-LINE-TYPE    " "
025373            AFM-DCM-LINE-CREATED " "
025374            AFM-DCM-NOTE
025375         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025376     PERFORM 9200-WRITE-PRINT-LINE
025377         THRU 9200-EXIT.

025378 3340-EXIT.
025379     EXIT.

025380*****************************************************************
025381*    3350-MOVE-ONE-ENTRY
025382*    MOVES THE FIRST ENTRY LEFT IN THE OLD DIRECTORY - WRITES
025383*    IT UNDER THE NEW DIRECTORY WITH EVERY OTHER FIELD AS IT
025384*    WAS, THEN DELETES THE OLD KEY - SO EACH PASS STARTS AGAIN
025385*    AT THE TOP OF THE OLD DIRECTORY AND A RESTART NEEDS NO
025386*    POSITION OF ITS OWN.  ON A RESTART THE COPY LEFT BY THE
025387*    INTERRUPTED ATTEMPT (SEE 3330) MAKES THE WRITE A
025388*    DUPLICATE, AND ONLY THE DELETE IS STILL OWED.  ANY OTHER
025389*    I/O FAILURE STOPS THE MOVE WITH THE CHECKPOINT LEFT IN
025390*    PROGRESS.
025391*****************************************************************
025392 3350-MOVE-ONE-ENTRY.

025393     MOVE "N" TO FILE-STATUS-FLAG.
025394     MOVE AFM-DCM-OLD-DIRECTORY TO FILE-DIRECTORY-NAME.
025395     MOVE LOW-VALUES            TO FILE-NAME.
025396     START FILE-STATUS KEY NOT < FILE-STATUS-KEY
025397         INVALID KEY
025398             SET NO-MORE-FILE-STATUS TO TRUE
025399     END-START.
025400     IF NOT NO-MORE-FILE-STATUS
025401         PERFORM 4100-READ-NEXT-FILE-STATUS
025402             THRU 4100-EXIT
025403     END-IF.
025404     IF NO-MORE-FILE-STATUS
025405         SET AFM-DCM-MOVE-DONE TO TRUE
025406         GO TO 3350-EXIT
025407     END-IF.
025408     IF FILE-DIRECTORY-NAME NOT = AFM-DCM-OLD-DIRECTORY
025409         SET AFM-DCM-MOVE-DONE TO TRUE
025410         GO TO 3350-EXIT
025411     END-IF.

025412     MOVE FILE-NAME           TO FILE-NAME-INPUT
025413                                 AFM-DCM-LINE-NAME.
025414     MOVE FILE-SIZE           TO AFM-DCM-LINE-SIZE.
025415     MOVE FILE-TYPE           TO AFM-DCM-LINE-TYPE.
025416     MOVE FILE-CREATION-DATE  TO AFM-DCM-LINE-CREATED.

025417     PERFORM 5490-CLEAR-AUDIT-IMAGES
025418         THRU 5490-EXIT.
025419     MOVE AFM-DCM-OLD-DIRECTORY  TO AFM-AUD-OLD-FILE-NAME.
025420     MOVE AFM-DCM-NEW-DIRECTORY  TO AFM-AUD-NEW-FILE-NAME.
025421     MOVE FILE-SIZE              TO AFM-AUD-OLD-FILE-SIZE
025422                                    AFM-AUD-NEW-FILE-SIZE.
025423     MOVE FILE-TYPE              TO AFM-AUD-OLD-FILE-TYPE
025424                                    AFM-AUD-NEW-FILE-TYPE.
025425     MOVE FILE-MODIFICATION-DATE TO AFM-AUD-OLD-MOD-DATE
025426                                    AFM-AUD-NEW-MOD-DATE.
025427     MOVE FILE-COST-CENTER       TO AFM-AUD-COST-CENTER.

025428     MOVE AFM-DCM-NEW-DIRECTORY TO FILE-DIRECTORY-NAME.
025429     WRITE FILE-STATUS-RECORD
025430         INVALID KEY
025431             CONTINUE
025432     END-WRITE.
025433     IF AFM-FSTAT-IOSTAT(1:1) NOT = "0"
025434             AND NOT (AFM-FSTAT-DUPLICATE
025435                      AND AFM-DCM-RESTARTING)
025436         DISPLAY "UNABLE TO WRITE " FILE-NAME-INPUT
025437         DISPLAY "    TO " AFM-DCM-NEW-DIRECTORY
025438             " - STATUS " AFM-FSTAT-IOSTAT
025439         SET AFM-DCM-MOVE-FAILED TO TRUE
025440         SET AFM-DCM-MOVE-DONE TO TRUE
025441         GO TO 3350-EXIT
025442     END-IF.

025443     IF NOT AFM-FSTAT-DUPLICATE
025444         MOVE AFM-DCM-NEW-DIRECTORY TO AFM-USG-DIRECTORY
025445         MOVE 1 TO AFM-USG-COUNT-CHANGE
025446         IF AFM-DCM-LINE-SIZE NUMERIC
025447             MOVE AFM-DCM-LINE-SIZE TO AFM-USG-BYTES-CHANGE
025448         END-IF
025449         PERFORM 5400-POST-DIRECTORY-USAGE
025450             THRU 5400-EXIT
025451     END-IF.

025452     MOVE AFM-DCM-OLD-DIRECTORY TO FILE-DIRECTORY-NAME.
025453     MOVE FILE-NAME-INPUT       TO FILE-NAME.
025454     DELETE FILE-STATUS RECORD
025455         INVALID KEY
025456             CONTINUE
025457     END-DELETE.
025458     IF AFM-FSTAT-IOSTAT(1:1) NOT = "0"
025459         DISPLAY "UNABLE TO DELETE " FILE-NAME-INPUT
025460         DISPLAY "    FROM " AFM-DCM-OLD-DIRECTORY
025461             " - STATUS " AFM-FSTAT-IOSTAT
025462         DISPLAY "THE ENTRY IS NOW IN BOTH DIRECTORIES"
025463         SET AFM-DCM-MOVE-FAILED TO TRUE
025464         SET AFM-DCM-MOVE-DONE TO TRUE
025465         GO TO 3350-EXIT
025466     END-IF.

025467     MOVE AFM-DCM-OLD-DIRECTORY TO AFM-USG-DIRECTORY.
025468     MOVE -1 TO AFM-USG-COUNT-CHANGE.
025469     IF AFM-DCM-LINE-SIZE NUMERIC
025470         COMPUTE AFM-USG-BYTES-CHANGE =
025471             ZERO - AFM-DCM-LINE-SIZE
025472     END-IF.
025473     PERFORM 5400-POST-DIRECTORY-USAGE
025474         THRU 5400-EXIT.

025475     MOVE AFM-DCM-NEW-DIRECTORY TO FILE-DIRECTORY-INPUT.
025476     MOVE "DIRMOV" TO AFM-AUDIT-ACTION.
025477     PERFORM 5500-WRITE-AUDIT-RECORD
025478         THRU 5500-EXIT.

025479     ADD 1 TO AFM-DCM-MOVED-COUNT
025480              AFM-RECORDS-SINCE-CHECKPOINT.
025481     ADD AFM-DCM-LINE-SIZE TO AFM-DCM-MOVED-BYTES.
025482     MOVE FILE-NAME-INPUT TO AFM-DCM-LAST-FILE-NAME.
025483     MOVE "MOVED" TO AFM-DCM-NOTE.
025484     PERFORM 3340-PRINT-DECOMM-LINE
025485         THRU 3340-EXIT.

025486     IF AFM-RECORDS-SINCE-CHECKPOINT
025487             >= AFM-CHECKPOINT-INTERVAL
025488         MOVE "R" TO AFM-DCM-CKPT-STATUS
025489         PERFORM 3360-WRITE-DECOMM-CHECKPOINT
025490             THRU 3360-EXIT
025491         MOVE ZERO TO AFM-RECORDS-SINCE-CHECKPOINT
025492     END-IF.

025493 3350-EXIT.
025494     EXIT.

025495*****************************************************************
025496*    3360-WRITE-DECOMM-CHECKPOINT
025497*    REWRITES THE ONE-RECORD DECOMMISSION CHECKPOINT WITH THE
025498*    PAIR, THE STATUS IN AFM-DCM-CKPT-STATUS (R WHILE THE MOVE
025499*    IS UNDER WAY, E ONCE IT HAS FINISHED) AND THE RUNNING
025500*    TOTALS, AN EARLIER ATTEMPT'S INCLUDED.
025501*****************************************************************
025502 3360-WRITE-DECOMM-CHECKPOINT.

025503     ACCEPT AFM-NOW-TIME FROM TIME.
025504     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
025505     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
025506     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

025507     MOVE SPACES                TO DECOMM-CHECKPOINT-RECORD.
025508     MOVE AFM-DCM-OLD-DIRECTORY TO DCKP-OLD-DIRECTORY-NAME.
025509     MOVE AFM-DCM-NEW-DIRECTORY TO DCKP-NEW-DIRECTORY-NAME.
025510     MOVE AFM-DCM-CKPT-STATUS   TO DCKP-STATUS.
025511     COMPUTE DCKP-MOVED-COUNT =
025512         AFM-DCM-PRIOR-COUNT + AFM-DCM-MOVED-COUNT.
025513     COMPUTE DCKP-MOVED-BYTES =
025514         AFM-DCM-PRIOR-BYTES + AFM-DCM-MOVED-BYTES.
025515     MOVE AFM-DCM-LAST-FILE-NAME TO DCKP-LAST-FILE-NAME.
025516     MOVE AFM-TODAY-DISPLAY     TO DCKP-RUN-DATE.
025517     MOVE AFM-NOW-TIME-DISPLAY  TO DCKP-RUN-TIME.

025518     OPEN OUTPUT DECOMM-CHECKPOINT-FILE.
025519     WRITE DECOMM-CHECKPOINT-RECORD.
025520     CLOSE DECOMM-CHECKPOINT-FILE.

025521 3360-EXIT.
025522     EXIT.

025523*****************************************************************
025524*    3370-RETIRE-OLD-DIRECTORY
025525*    FLAGS THE OLD DIRECTORY'S DIRECTORY-LISTING ENTRY
025526*    DECOMMISSIONED SO NO NEW ENTRY CAN BE CREATED IN IT FROM
025527*    THE CONSOLE, BY BATCH TRANSACTION, BY AFMO OR BY A
025528*    DISCOVERY PROPOSAL.  THE ENTRY STAYS ON THE LISTING FOR
025529*    THE RECORD.  AFMO SEES THE FLAG ONCE DIRECTORY.LISTING
025530*    HAS BEEN RE-LOADED TO ITS KSDS (SEE JCL MEMBER AFMDECOM).
025531*    A LISTING THAT CANNOT BE OPENED OR REWRITTEN IS REPORTED
025532*    AND ENDS THE RUN CC 8 WITH THE DIRECTORY STILL OPEN TO
025533*    CREATES - RESUBMIT THE SAME PARM ONCE IT IS CORRECTED.
025534*****************************************************************
025535 3370-RETIRE-OLD-DIRECTORY.

025536     MOVE "N" TO AFM-DCM-RETIRED-FLAG.
025537     MOVE "N" TO DIRECTORY-LISTING-FLAG.
025538     OPEN I-O DIRECTORY-LISTING.
025539     IF AFM-DIRL-IOSTAT NOT = "00"
025540         DISPLAY "UNABLE TO OPEN DIRECTORY.LISTING FOR UPDATE - "
025541             "STATUS " AFM-DIRL-IOSTAT
025542         MOVE SPACES TO AFM-PRINT-LINE
025543         STRING "DIRECTORY-LISTING NOT UPDATED - OLD DIRECTORY "
025544             "NOT RETIRED"
025545             DELIMITED BY SIZE INTO AFM-PRINT-LINE
025546         PERFORM 9200-WRITE-PRINT-LINE
025547             THRU 9200-EXIT
025548         MOVE 8 TO RETURN-CODE
025549         GO TO 3370-EXIT
025550     END-IF.

025551     PERFORM 7100-READ-NEXT-DIRECTORY
025552         THRU 7100-EXIT.
025553     PERFORM 3375-FLAG-ONE-DIRECTORY
025554         THRU 3375-EXIT
025555         UNTIL NO-MORE-DIRECTORY-LISTING
025556            OR AFM-DCM-OLD-RETIRED
025557            OR AFM-DCM-RETIRE-FAILED.
025558     CLOSE DIRECTORY-LISTING.

025559     MOVE SPACES TO AFM-PRINT-LINE.
025560     EVALUATE TRUE
025561         WHEN AFM-DCM-OLD-RETIRED
025562             STRING "OLD DIRECTORY FLAGGED DECOMMISSIONED ON "
025563                 "DIRECTORY-LISTING"
025564                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
025565         WHEN AFM-DCM-RETIRE-FAILED
025566             STRING "DIRECTORY-LISTING NOT UPDATED - OLD "
025567                 "DIRECTORY NOT RETIRED"
025568                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
025569         WHEN OTHER
025570             STRING "OLD DIRECTORY IS NOT ON DIRECTORY-LISTING - "
025571                 "NOTHING TO RETIRE"
025572                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
025573     END-EVALUATE.
025574     PERFORM 9200-WRITE-PRINT-LINE
025575         THRU 9200-EXIT.

025576 3370-EXIT.
025577     EXIT.

025578 3375-FLAG-ONE-DIRECTORY.

025579     IF DIRECTORY-NAME = AFM-DCM-OLD-DIRECTORY
025580         SET DIRECTORY-DECOMMISSIONED TO TRUE
025581         REWRITE DIRECTORY-LISTING-RECORD
025582         IF AFM-DIRL-IOSTAT = "00"
025583             SET AFM-DCM-OLD-RETIRED TO TRUE
025584         ELSE
025585             DISPLAY "UNABLE TO REWRITE DIRECTORY.LISTING FOR "
025586                 AFM-DCM-OLD-DIRECTORY " - STATUS "
025587                 AFM-DIRL-IOSTAT
025588             MOVE 8 TO RETURN-CODE
025589             SET AFM-DCM-RETIRE-FAILED TO TRUE
025590         END-IF
025591         GO TO 3375-EXIT
025592     END-IF.

025593     PERFORM 7100-READ-NEXT-DIRECTORY
025594         THRU 7100-EXIT.

025595 3375-EXIT.
025596     EXIT.

025597*****************************************************************
025598*    3400-USAGE-REBUILD-DRIVER
025599*    DIRECTORY USAGE REBUILD (PARM=USAGEBLD, JCL MEMBER
025600*    AFMUSGBL).  REPLACES DIRECTORY.USAGE WITH A FRESH RECOUNT
025601*    OF THE CATALOG - ONE RECORD PER DIRECTORY THAT HAS
025602*    ENTRIES, BUILT WITH A CONTROL BREAK ON THE DIRECTORY AS
025603*    THE CATALOG IS READ IN KEY ORDER.  RUN IT AFTER AN AFMRELD
025604*    RELOAD WHEN THE RELOAD'S OWN POSTING IS IN DOUBT, OR
025605*    WHENEVER VERIFY REPORTS A SUMMARY THAT HAS DRIFTED.  THE
025606*    RUN HOLDS THE CATALOG LOCK SO NO CHANGE CAN LAND BETWEEN
025607*    THE RECOUNT AND THE WRITE.
025608*****************************************************************
025609 3400-USAGE-REBUILD-DRIVER.

025610     MOVE "USAGEBLD" TO AFM-RUNC-JOB.
025611     PERFORM 9500-STAMP-RUN-START
025612         THRU 9500-EXIT.

025613     PERFORM 2950-ACQUIRE-CATALOG-LOCK
025614         THRU 2950-EXIT.
025615     IF NOT AFM-LOCK-OBTAINED
025616         DISPLAY "CATALOG OWNERSHIP NOT OBTAINED - USAGE "
025617             "REBUILD ABORTED, DIRECTORY.USAGE NOT TOUCHED"
025618         MOVE 16 TO RETURN-CODE
025619         GO TO 3400-EXIT
025620     END-IF.

025621     MOVE ZERO TO AFM-USG-DIRECTORY-COUNT
025622                  AFM-USG-ENTRY-TOTAL
025623                  AFM-USG-BYTES-TOTAL
025624                  AFM-USG-CAT-COUNT
025625                  AFM-USG-CAT-BYTES.
025626     MOVE LOW-VALUES TO AFM-USG-CAT-DIRECTORY.

025627     MOVE "N" TO FILE-STATUS-FLAG.
025628     OPEN INPUT FILE-STATUS.
025629     IF AFM-FSTAT-IOSTAT = "35"
025630         CLOSE FILE-STATUS
025631         OPEN OUTPUT FILE-STATUS
025632         CLOSE FILE-STATUS
025633         OPEN INPUT FILE-STATUS
025634     END-IF.

025635     OPEN OUTPUT DIRECTORY-USAGE.
025636     IF AFM-DUSG-IOSTAT NOT = "00"
025637         DISPLAY "USAGE REBUILD REFUSED - UNABLE TO OPEN "
025638             "DIRECTORY.USAGE - STATUS " AFM-DUSG-IOSTAT
025639         CLOSE FILE-STATUS
025640         PERFORM 2960-RELEASE-CATALOG-LOCK
025641             THRU 2960-EXIT
025642         MOVE 12 TO RETURN-CODE
025643         GO TO 3400-EXIT
025644     END-IF.

025645     PERFORM 4100-READ-NEXT-FILE-STATUS
025646         THRU 4100-EXIT.

025647     PERFORM 3410-COUNT-ONE-ENTRY
025648         THRU 3410-EXIT
025649         UNTIL NO-MORE-FILE-STATUS.

025650     PERFORM 3420-WRITE-USAGE-RECORD
025651         THRU 3420-EXIT.

025652     CLOSE DIRECTORY-USAGE.
025653     CLOSE FILE-STATUS.

025654     DISPLAY " ".
025655     DISPLAY "DIRECTORY USAGE REBUILD SUMMARY".
025656     DISPLAY "  DIRECTORIES WRITTEN..: "
025657         AFM-USG-DIRECTORY-COUNT.
025658     DISPLAY "  CATALOG ENTRIES......: "
025659         AFM-USG-ENTRY-TOTAL.
025660     DISPLAY "  CATALOGED BYTES......: "
025661         AFM-USG-BYTES-TOTAL.

025662     PERFORM 2960-RELEASE-CATALOG-LOCK
025663         THRU 2960-EXIT.

025664 3400-EXIT.
025665     PERFORM 9510-STAMP-RUN-END
025666         THRU 9510-EXIT.
025667     EXIT.

025668*****************************************************************
025669*    3410-COUNT-ONE-ENTRY
025670*    ADDS THE CATALOG ENTRY IN THE RECORD AREA TO ITS
025671*    DIRECTORY'S RECOUNT, WRITING THE PREVIOUS DIRECTORY'S
025672*    RECORD FIRST WHEN THE DIRECTORY CHANGES.
025673*****************************************************************
025674 3410-COUNT-ONE-ENTRY.

025675     IF FILE-DIRECTORY-NAME NOT = AFM-USG-CAT-DIRECTORY
025676         PERFORM 3420-WRITE-USAGE-RECORD
025677             THRU 3420-EXIT
025678         MOVE FILE-DIRECTORY-NAME TO AFM-USG-CAT-DIRECTORY
025679         MOVE ZERO TO AFM-USG-CAT-COUNT
025680                      AFM-USG-CAT-BYTES
025681     END-IF.

025682     ADD 1 TO AFM-USG-CAT-COUNT
025683              AFM-USG-ENTRY-TOTAL.
025684     IF FILE-SIZE NUMERIC
025685         ADD FILE-SIZE TO AFM-USG-CAT-BYTES
025686                          AFM-USG-BYTES-TOTAL
025687     END-IF.

025688     PERFORM 4100-READ-NEXT-FILE-STATUS
025689         THRU 4100-EXIT.

025690 3410-EXIT.
025691     EXIT.

025692*****************************************************************
025693*    3420-WRITE-USAGE-RECORD
025694*    WRITES THE RECOUNT OF AFM-USG-CAT-DIRECTORY (NOTHING
025695*    BEFORE THE FIRST DIRECTORY, WHICH IS LOW-VALUES).
025696*****************************************************************
025697 3420-WRITE-USAGE-RECORD.

025698     IF AFM-USG-CAT-DIRECTORY = LOW-VALUES
025699         GO TO 3420-EXIT
025700     END-IF.

025701     ACCEPT AFM-NOW-TIME FROM TIME.
025702     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
025703     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
025704     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

025705     MOVE SPACES                TO DIRECTORY-USAGE-RECORD.
025706     MOVE AFM-USG-CAT-DIRECTORY TO DUSG-DIRECTORY-NAME.
025707     MOVE AFM-USG-CAT-COUNT     TO DUSG-ENTRY-COUNT.
025708     MOVE AFM-USG-CAT-BYTES     TO DUSG-TOTAL-BYTES.
025709     MOVE AFM-TODAY-DISPLAY     TO DUSG-LAST-UPDATE-DATE.
025710     MOVE AFM-NOW-TIME-DISPLAY  TO DUSG-LAST-UPDATE-TIME.
025711     MOVE "USAGEBLD"            TO DUSG-LAST-UPDATE-BY.
025712     WRITE DIRECTORY-USAGE-RECORD
025713         INVALID KEY
025714             DISPLAY "UNABLE TO WRITE DIRECTORY USAGE FOR "
025715                 AFM-USG-CAT-DIRECTORY
025716                 " - STATUS " AFM-DUSG-IOSTAT
025717         NOT INVALID KEY
025718             ADD 1 TO AFM-USG-DIRECTORY-COUNT
025719     END-WRITE.

025720 3420-EXIT.
025721     EXIT.

025722*****************************************************************
025723*    3500-RUN-HISTORY-REPORT
025724*    RUN MODE RUNHIST.  PRUNES RUN.HISTORY TO THE RETENTION
025725*    PERIOD AND PRINTS RUNHIST.REPORT IN TWO SECTIONS.  THE
025726*    NIGHTLY CHAIN SECTION SHOWS, FOR EVERY NIGHT ON FILE,
025727*    WHEN THE LAST RUN OF THAT NIGHT ENDED AND WHICH JOB IT
025728*    WAS, FLAGGED WHEN IT WAS AFTER THE SLA DEADLINE ON THE
025729*    FOLLOWING MORNING.  THE PER-JOB SECTION LISTS EVERY RUN
025730*    OF EVERY JOB WITH ITS ELAPSED TIME AND CONDITION CODE,
025731*    MARKING RESTARTS (A START STAMP CARRYING A NON-ZERO
025732*    CHECKPOINT SEQUENCE) AND RUNS THAT ENDED AFTER THE
025733*    DEADLINE, THEN THE JOB'S 7-DAY AND 30-DAY AVERAGE
025734*    ELAPSED TIME AND ITS CONDITION-CODE DISTRIBUTION.  THE
025735*    PARM IS 'RUNHIST,HHMM,DDD' - DEADLINE AND RETENTION DAYS
025736*    (SEE 3510).  THE FIRST SORT (BY START STAMP) DRIVES BOTH
025737*    THE PRUNE, WHICH REWRITES RUN.HISTORY FROM THE SORTED
025738*    COPY, AND THE NIGHTLY SECTION; THE SECOND SORT (BY JOB)
025739*    READS THE PRUNED FILE FOR THE PER-JOB SECTION.
025740*****************************************************************
025741 3500-RUN-HISTORY-REPORT.

025742     MOVE "RUNHIST" TO AFM-RUNC-JOB.
025743     PERFORM 9500-STAMP-RUN-START
025744         THRU 9500-EXIT.

025745     PERFORM 3510-GET-RUN-HISTORY-OPTIONS
025746         THRU 3510-EXIT.
025747     IF ERROR-MESSAGE NOT = SPACES
025748         DISPLAY "RUN HISTORY REPORT REFUSED - " ERROR-MESSAGE
025749         MOVE 12 TO RETURN-CODE
025750         GO TO 3500-EXIT
025751     END-IF.

025752     COMPUTE AFM-RHR-TODAY-INT =
025753         FUNCTION INTEGER-OF-DATE(AFM-TODAY-YYYYMMDD).
025754     COMPUTE AFM-RHR-DATE-INT =
025755         AFM-RHR-TODAY-INT - AFM-RHR-RETAIN-DAYS.
025756     PERFORM 3595-INTEGER-TO-DATE
025757         THRU 3595-EXIT.
025758     MOVE AFM-RHR-DATE-TEXT TO AFM-RHR-CUTOFF-DATE.
025759     COMPUTE AFM-RHR-DATE-INT = AFM-RHR-TODAY-INT - 6.
025760     PERFORM 3595-INTEGER-TO-DATE
025761         THRU 3595-EXIT.
025762     MOVE AFM-RHR-DATE-TEXT TO AFM-RHR-7DAY-DATE.
025763     COMPUTE AFM-RHR-DATE-INT = AFM-RHR-TODAY-INT - 29.
025764     PERFORM 3595-INTEGER-TO-DATE
025765         THRU 3595-EXIT.
025766     MOVE AFM-RHR-DATE-TEXT TO AFM-RHR-30DAY-DATE.

025767     MOVE ZERO TO AFM-RHR-KEPT-COUNT.
025768     MOVE ZERO TO AFM-RHR-DROPPED-COUNT.
025769     MOVE ZERO TO AFM-RHR-NIGHT-COUNT.
025770     MOVE ZERO TO AFM-RHR-LATE-NIGHT-COUNT.
025771     MOVE ZERO TO AFM-RHR-JOB-COUNT.

025772     MOVE "RUNHIST.REPORT" TO AFM-PRINT-FILE-NAME.
025773     MOVE "NIGHTLY BATCH WINDOW HISTORY AND SLA"
025774         TO AFM-PRINT-TITLE.
025775     MOVE SPACES TO AFM-PRINT-COL-HEAD-1.
025776     MOVE SPACES TO AFM-PRINT-COL-HEAD-2.
025777     PERFORM 9100-OPEN-PRINT-FILE
025778         THRU 9100-EXIT.

025779     MOVE SPACES TO AFM-PRINT-LINE.
025780     STRING "SLA DEADLINE: " AFM-RHR-DEADLINE-HH ":"
025781         AFM-RHR-DEADLINE-MM " THE MORNING AFTER EACH NIGHT"
025782         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025783     PERFORM 9200-WRITE-PRINT-LINE
025784         THRU 9200-EXIT.
025785     MOVE SPACES TO AFM-PRINT-LINE.
025786     STRING "RETENTION:    " AFM-RHR-RETAIN-DAYS
025787         " DAYS - RUNS STARTED BEFORE " AFM-RHR-CUTOFF-DATE
025788         " ARE DROPPED"
025789         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025790     PERFORM 9200-WRITE-PRINT-LINE
025791         THRU 9200-EXIT.

025792     OPEN INPUT RUN-HISTORY.
025793     IF AFM-RHIS-IOSTAT NOT = "00"
025794         CLOSE RUN-HISTORY
025795         MOVE "NO RUN HISTORY ON FILE" TO AFM-PRINT-LINE
025796         PERFORM 9200-WRITE-PRINT-LINE
025797             THRU 9200-EXIT
025798         PERFORM 9300-CLOSE-PRINT-FILE
025799             THRU 9300-EXIT
025800         GO TO 3500-EXIT
025801     END-IF.
025802     CLOSE RUN-HISTORY.

025803     PERFORM 3520-SORT-HISTORY-BY-START
025804         THRU 3520-EXIT.

025805     MOVE SPACES TO AFM-PRINT-LINE.
025806     PERFORM 9200-WRITE-PRINT-LINE
025807         THRU 9200-EXIT.
025808     MOVE "NIGHTLY CHAIN - WHEN THE LAST RUN OF EACH NIGHT ENDED"
025809         TO AFM-PRINT-LINE.
025810     PERFORM 9200-WRITE-PRINT-LINE
025811         THRU 9200-EXIT.
025812     MOVE AFM-PRT-RHN-HEAD-1 TO AFM-PRINT-LINE.
025813     PERFORM 9200-WRITE-PRINT-LINE
025814         THRU 9200-EXIT.
025815     MOVE AFM-PRT-RHN-HEAD-2 TO AFM-PRINT-LINE.
025816     PERFORM 9200-WRITE-PRINT-LINE
025817         THRU 9200-EXIT.

025818     OPEN INPUT RHS-SORT-OUTPUT-FILE.
025819     OPEN OUTPUT RUN-HISTORY.
025820     MOVE "N" TO AFM-RHR-SORT-EOF-FLAG.
025821     MOVE SPACES TO AFM-RHR-NIGHT-DATE.
025822     PERFORM 3530-RETAIN-ONE-RECORD
025823         THRU 3530-EXIT
025824         UNTIL NO-MORE-RHS-SORT-RECORDS.
025825     IF AFM-RHR-NIGHT-DATE NOT = SPACES
025826         PERFORM 3545-PRINT-NIGHT-LINE
025827             THRU 3545-EXIT
025828     END-IF.
025829     CLOSE RHS-SORT-OUTPUT-FILE.
025830     CLOSE RUN-HISTORY.

025831     MOVE SPACES TO AFM-PRINT-LINE.
025832     PERFORM 9200-WRITE-PRINT-LINE
025833         THRU 9200-EXIT.
025834     MOVE AFM-RHR-NIGHT-COUNT TO AFM-PRINT-COUNT-EDIT.
025835     MOVE AFM-RHR-LATE-NIGHT-COUNT TO AFM-PRINT-COUNT-EDIT-2.
025836     MOVE SPACES TO AFM-PRINT-LINE.
025837     STRING "NIGHTS ON FILE: " AFM-PRINT-COUNT-EDIT
025838         "   SLA MISSED: " AFM-PRINT-COUNT-EDIT-2
025839         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025840     PERFORM 9200-WRITE-PRINT-LINE
025841         THRU 9200-EXIT.

025842     PERFORM 3550-SORT-HISTORY-BY-JOB
025843         THRU 3550-EXIT.

025844     MOVE SPACES TO AFM-PRINT-LINE.
025845     PERFORM 9200-WRITE-PRINT-LINE
025846         THRU 9200-EXIT.
025847     MOVE "RUNS BY JOB" TO AFM-PRINT-LINE.
025848     PERFORM 9200-WRITE-PRINT-LINE
025849         THRU 9200-EXIT.

025850     OPEN INPUT RHS-SORT-OUTPUT-FILE.
025851     MOVE "N" TO AFM-RHR-SORT-EOF-FLAG.
025852     MOVE SPACES TO AFM-RHR-CURRENT-JOB.
025853     PERFORM 3560-REPORT-ONE-RECORD
025854         THRU 3560-EXIT
025855         UNTIL NO-MORE-RHS-SORT-RECORDS.
025856     IF AFM-RHR-CURRENT-JOB NOT = SPACES
025857         PERFORM 3580-PRINT-JOB-SUMMARY
025858             THRU 3580-EXIT
025859     END-IF.
025860     CLOSE RHS-SORT-OUTPUT-FILE.

025861     MOVE SPACES TO AFM-PRINT-LINE.
025862     PERFORM 9200-WRITE-PRINT-LINE
025863         THRU 9200-EXIT.
025864     MOVE AFM-RHR-JOB-COUNT TO AFM-PRINT-COUNT-EDIT.
025865     MOVE AFM-RHR-KEPT-COUNT TO AFM-PRINT-COUNT-EDIT-2.
025866     MOVE AFM-RHR-DROPPED-COUNT TO AFM-PRINT-COUNT-EDIT-3.
025867     MOVE SPACES TO AFM-PRINT-LINE.
025868     STRING "JOBS: " AFM-PRINT-COUNT-EDIT
025869         "   HISTORY RECORDS KEPT: " AFM-PRINT-COUNT-EDIT-2
025870         "   DROPPED: " AFM-PRINT-COUNT-EDIT-3
025871         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
025872     PERFORM 9200-WRITE-PRINT-LINE
025873         THRU 9200-EXIT.
025874     PERFORM 9300-CLOSE-PRINT-FILE
025875         THRU 9300-EXIT.

025876     DISPLAY "RUN HISTORY RECORDS KEPT: " AFM-PRINT-COUNT-EDIT-2
025877         "   DROPPED BY RETENTION: " AFM-PRINT-COUNT-EDIT-3.

025878 3500-EXIT.
025879     PERFORM 9510-STAMP-RUN-END
025880         THRU 9510-EXIT.
025881     EXIT.

025882*****************************************************************
025883*    3510-GET-RUN-HISTORY-OPTIONS
025884*    SPLITS PARM='RUNHIST,HHMM,DDD' INTO THE SLA DEADLINE (HHMM)
025885*    AND THE RETENTION DAYS (DDD) - THE PARM IS SPLIT AGAIN
025886*    HERE, AS 3310 DOES, BECAUSE 1000 KEEPS ONLY ITS FIRST
025887*    OPTION.  A BLANK DEADLINE TAKES 0600 AND
025888*    A BLANK RETENTION 400.  THE DEADLINE MUST FALL BEFORE NOON
025889*    - IT IS THE MORNING AFTER THE NIGHT - AND THE RETENTION
025890*    MUST COVER AT LEAST THE 30-DAY AVERAGE.  ANY ERROR IS LEFT
025891*    IN ERROR-MESSAGE.
025892*****************************************************************
025893 3510-GET-RUN-HISTORY-OPTIONS.

025894     MOVE SPACES TO ERROR-MESSAGE.
025895     MOVE SPACES TO AFM-RHR-DEADLINE-TEXT.
025896     MOVE SPACES TO AFM-RHR-RETAIN-TEXT.
025897     IF LK-PARM-LEN > ZERO
025898         UNSTRING LK-PARM-TEXT(1:LK-PARM-LEN)
025899             DELIMITED BY ","
025900             INTO AFM-RUN-MODE
025901                  AFM-RHR-DEADLINE-TEXT
025902                  AFM-RHR-RETAIN-TEXT
025903         END-UNSTRING
025904     END-IF.
025908     IF AFM-RHR-DEADLINE-TEXT = SPACES
025909         MOVE "0600" TO AFM-RHR-DEADLINE-TEXT
025910     END-IF.
025911     IF AFM-RHR-RETAIN-TEXT = SPACES
025912         MOVE "400" TO AFM-RHR-RETAIN-TEXT
025913     END-IF.

025914     IF AFM-RHR-DEADLINE-DIGITS NOT NUMERIC
025915         MOVE "SLA DEADLINE MUST BE FOUR DIGITS, HHMM"
025916             TO ERROR-MESSAGE
025917         GO TO 3510-EXIT
025918     END-IF.
025919     IF AFM-RHR-DEADLINE-HH > "11"
025920             OR AFM-RHR-DEADLINE-MM > "59"
025921         MOVE "SLA DEADLINE MUST BE 0000 TO 1159"
025922             TO ERROR-MESSAGE
025923         GO TO 3510-EXIT
025924     END-IF.
025925     IF AFM-RHR-RETAIN-DIGITS NOT NUMERIC
025926         MOVE "RETENTION MUST BE THREE DIGITS OF DAYS"
025927             TO ERROR-MESSAGE
025928         GO TO 3510-EXIT
025929     END-IF.
025930     IF AFM-RHR-RETAIN-DIGITS < 30
025931         MOVE "RETENTION MUST BE AT LEAST 030 DAYS"
025932             TO ERROR-MESSAGE
025933         GO TO 3510-EXIT
025934     END-IF.

025935     MOVE AFM-RHR-RETAIN-DIGITS TO AFM-RHR-RETAIN-DAYS.
025936     STRING AFM-RHR-DEADLINE-HH ":" AFM-RHR-DEADLINE-MM ":00"
025937         DELIMITED BY SIZE INTO AFM-RHR-DEADLINE-TIME.

025938 3510-EXIT.
025939     EXIT.

025940*****************************************************************
025941*    3520-SORT-HISTORY-BY-START
025942*    SORTS RUN.HISTORY INTO START-STAMP SEQUENCE, EACH RUN'S
025943*    START RECORD AHEAD OF ITS END RECORD, ON
025944*    RUN.HISTORY.SORTED.  THE SORTED COPY IS THEN THE ONLY
025945*    COPY UNTIL 3530 HAS WRITTEN RUN.HISTORY BACK.
025946*****************************************************************
025947 3520-SORT-HISTORY-BY-START.

025948     SORT RHS-SORT-WORK-FILE
025949         ON ASCENDING KEY HSRT-START-DATE OF SD-RHS-SORT-RECORD
025950                          HSRT-START-TIME OF SD-RHS-SORT-RECORD
025951                          HSRT-JOB-NAME OF SD-RHS-SORT-RECORD
025952         ON DESCENDING KEY HSRT-EVENT OF SD-RHS-SORT-RECORD
025953         USING RUN-HISTORY
025954         GIVING RHS-SORT-OUTPUT-FILE.

025955 3520-EXIT.
025956     EXIT.

025957*****************************************************************
025958*    3530-RETAIN-ONE-RECORD
025959*    COPIES ONE SORTED RECORD BACK TO RUN.HISTORY UNLESS ITS
025960*    RUN STARTED BEFORE THE RETENTION CUTOFF (AN END RECORD
025961*    WITH NO START STAMP IS DATED BY ITS END).  EVERY KEPT END
025962*    RECORD OF A NIGHT-TIME RUN ADVANCES THAT NIGHT'S CHAIN
025963*    END; A CHANGE OF NIGHT PRINTS THE NIGHT JUST FINISHED.
025964*****************************************************************
025965 3530-RETAIN-ONE-RECORD.

025966     READ RHS-SORT-OUTPUT-FILE
025967         AT END
025968             SET NO-MORE-RHS-SORT-RECORDS TO TRUE
025969     END-READ.
025970     IF NO-MORE-RHS-SORT-RECORDS
025971         GO TO 3530-EXIT
025972     END-IF.

025973     MOVE HSRT-START-DATE OF RHS-SORT-RECORD
025974         TO AFM-RHR-RECORD-DATE.
025975     IF AFM-RHR-RECORD-DATE = SPACES
025976         MOVE HSRT-END-DATE OF RHS-SORT-RECORD
025977             TO AFM-RHR-RECORD-DATE
025978     END-IF.
025979     IF AFM-RHR-RECORD-DATE < AFM-RHR-CUTOFF-DATE
025980         ADD 1 TO AFM-RHR-DROPPED-COUNT
025981         GO TO 3530-EXIT
025982     END-IF.

025983     MOVE RHS-SORT-RECORD TO RUN-HISTORY-RECORD.
025984     WRITE RUN-HISTORY-RECORD.
025985     IF AFM-RHIS-IOSTAT NOT = "00"
025986         DISPLAY "RUN.HISTORY REWRITE FAILED - STATUS: "
025987             AFM-RHIS-IOSTAT
025988         GO TO 3530-EXIT
025989     END-IF.
025990     ADD 1 TO AFM-RHR-KEPT-COUNT.

025991     IF NOT HSRT-EVENT-END OF RHS-SORT-RECORD
025992         GO TO 3530-EXIT
025993     END-IF.
025994     MOVE HSRT-START-DATE OF RHS-SORT-RECORD
025995         TO AFM-RHR-START-DATE.
025996     MOVE HSRT-START-TIME OF RHS-SORT-RECORD
025997         TO AFM-RHR-START-TIME.
025998     PERFORM 3540-FIND-RUN-NIGHT
025999         THRU 3540-EXIT.
026000     IF AFM-RHR-RUN-NIGHT = SPACES
026001         GO TO 3530-EXIT
026002     END-IF.

026003     IF AFM-RHR-RUN-NIGHT NOT = AFM-RHR-NIGHT-DATE
026004         IF AFM-RHR-NIGHT-DATE NOT = SPACES
026005             PERFORM 3545-PRINT-NIGHT-LINE
026006                 THRU 3545-EXIT
026007         END-IF
026008         MOVE AFM-RHR-RUN-NIGHT TO AFM-RHR-NIGHT-DATE
026009         MOVE AFM-RHR-DEADLINE-STAMP TO AFM-RHR-NIGHT-DEADLINE
026010         MOVE SPACES TO AFM-RHR-NIGHT-END-STAMP
026011         MOVE SPACES TO AFM-RHR-NIGHT-LAST-JOB
026012     END-IF.

026013     MOVE HSRT-END-DATE OF RHS-SORT-RECORD
026014         TO AFM-RHR-END-STAMP-DATE.
026015     MOVE HSRT-END-TIME OF RHS-SORT-RECORD
026016         TO AFM-RHR-END-STAMP-TIME.
026017     IF AFM-RHR-END-STAMP > AFM-RHR-NIGHT-END-STAMP
026018         MOVE AFM-RHR-END-STAMP TO AFM-RHR-NIGHT-END-STAMP
026019         MOVE HSRT-JOB-NAME OF RHS-SORT-RECORD
026020             TO AFM-RHR-NIGHT-LAST-JOB
026021     END-IF.

026022 3530-EXIT.
026023     EXIT.

026024*****************************************************************
026025*    3540-FIND-RUN-NIGHT
026026*    WORKS OUT WHICH NIGHT A RUN STARTED AT AFM-RHR-START-DATE
026027*    AND -TIME BELONGS TO, INTO AFM-RHR-RUN-NIGHT, AND THAT
026028*    NIGHT'S SLA DEADLINE STAMP (THE NEXT DAY'S DATE AND THE
026029*    DEADLINE TIME) INTO AFM-RHR-DEADLINE-STAMP.  A RUN STARTED
026030*    AFTER THE DEADLINE AND BEFORE NOON IS A DAYTIME RUN AND
026031*    BELONGS TO NO NIGHT - BOTH ARE LEFT BLANK.
026032*****************************************************************
026033 3540-FIND-RUN-NIGHT.

026034     MOVE SPACES TO AFM-RHR-RUN-NIGHT.
026035     MOVE SPACES TO AFM-RHR-DEADLINE-STAMP.
026036     MOVE AFM-RHR-START-DATE TO AFM-RHR-DATE-TEXT.
026037     PERFORM 3590-DATE-TO-INTEGER
026038         THRU 3590-EXIT.
026039     IF NOT AFM-RHR-STAMP-OK
026040         GO TO 3540-EXIT
026041     END-IF.

026042     IF AFM-RHR-START-TIME < "12:00:00"
026043         IF AFM-RHR-START-TIME > AFM-RHR-DEADLINE-TIME
026044             GO TO 3540-EXIT
026045         END-IF
026046         SUBTRACT 1 FROM AFM-RHR-DATE-INT
026047     END-IF.

026048     PERFORM 3595-INTEGER-TO-DATE
026049         THRU 3595-EXIT.
026050     MOVE AFM-RHR-DATE-TEXT TO AFM-RHR-RUN-NIGHT.
026051     ADD 1 TO AFM-RHR-DATE-INT.
026052     PERFORM 3595-INTEGER-TO-DATE
026053         THRU 3595-EXIT.
026054     STRING AFM-RHR-DATE-TEXT AFM-RHR-DEADLINE-TIME
026055         DELIMITED BY SIZE INTO AFM-RHR-DEADLINE-STAMP.

026056 3540-EXIT.
026057     EXIT.

026058*****************************************************************
026059*    3545-PRINT-NIGHT-LINE
026060*    PRINTS ONE NIGHT OF THE NIGHTLY CHAIN SECTION, FLAGGED
026061*    WHEN ITS LAST RUN ENDED AFTER THE NIGHT'S SLA DEADLINE.
026062*****************************************************************
026063 3545-PRINT-NIGHT-LINE.

026064     ADD 1 TO AFM-RHR-NIGHT-COUNT.
026065     MOVE SPACES TO AFM-RHR-NOTE-TEXT.
026066     IF AFM-RHR-NIGHT-END-STAMP > AFM-RHR-NIGHT-DEADLINE
026067         ADD 1 TO AFM-RHR-LATE-NIGHT-COUNT
026068         MOVE "*** SLA MISSED" TO AFM-RHR-NOTE-TEXT
026069     END-IF.

026070     MOVE SPACES TO AFM-PRINT-LINE.
026071     STRING "  " AFM-RHR-NIGHT-DATE
026072         "  " AFM-RHR-NIGHT-END-DATE " " AFM-RHR-NIGHT-END-TIME
026073         "  " AFM-RHR-NIGHT-LAST-JOB
026074         "  " AFM-RHR-NOTE-TEXT
026075         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026076     PERFORM 9200-WRITE-PRINT-LINE
026077         THRU 9200-EXIT.

026078 3545-EXIT.
026079     EXIT.

026080*****************************************************************
026081*    3550-SORT-HISTORY-BY-JOB
026082*    SORTS THE PRUNED RUN.HISTORY INTO JOB / START-STAMP
026083*    SEQUENCE, START RECORD AHEAD OF END RECORD, ON
026084*    RUN.HISTORY.SORTED FOR THE PER-JOB SECTION.
026085*****************************************************************
026086 3550-SORT-HISTORY-BY-JOB.

026087     SORT RHS-SORT-WORK-FILE
026088         ON ASCENDING KEY HSRT-JOB-NAME OF SD-RHS-SORT-RECORD
026089                          HSRT-START-DATE OF SD-RHS-SORT-RECORD
026090                          HSRT-START-TIME OF SD-RHS-SORT-RECORD
026091         ON DESCENDING KEY HSRT-EVENT OF SD-RHS-SORT-RECORD
026092         USING RUN-HISTORY
026093         GIVING RHS-SORT-OUTPUT-FILE.

026094 3550-EXIT.
026095     EXIT.

026096*****************************************************************
026097*    3560-REPORT-ONE-RECORD
026098*    READS ONE RECORD OF THE JOB-SEQUENCE COPY.  A CHANGE OF
026099*    JOB CLOSES THE PREVIOUS JOB WITH ITS SUMMARY AND OPENS THE
026100*    NEXT; A START RECORD IS HELD UNTIL ITS END RECORD ARRIVES
026101*    AND AN END RECORD PRINTS THE RUN.
026102*****************************************************************
026103 3560-REPORT-ONE-RECORD.

026104     READ RHS-SORT-OUTPUT-FILE
026105         AT END
026106             SET NO-MORE-RHS-SORT-RECORDS TO TRUE
026107     END-READ.
026108     IF NO-MORE-RHS-SORT-RECORDS
026109         GO TO 3560-EXIT
026110     END-IF.

026111     IF HSRT-JOB-NAME OF RHS-SORT-RECORD
026112             NOT = AFM-RHR-CURRENT-JOB
026113         IF AFM-RHR-CURRENT-JOB NOT = SPACES
026114             PERFORM 3580-PRINT-JOB-SUMMARY
026115                 THRU 3580-EXIT
026116         END-IF
026117         PERFORM 3565-START-JOB-SECTION
026118             THRU 3565-EXIT
026119     END-IF.

026120     IF HSRT-EVENT-START OF RHS-SORT-RECORD
026121         PERFORM 3570-NOTE-RUN-START
026122             THRU 3570-EXIT
026123     ELSE
026124         PERFORM 3575-PRINT-RUN-LINE
026125             THRU 3575-EXIT
026126     END-IF.

026127 3560-EXIT.
026128     EXIT.

026129*****************************************************************
026130*    3565-START-JOB-SECTION
026131*    CLEARS THE PER-JOB TOTALS AND PRINTS THE JOB'S HEADING.
026132*****************************************************************
026133 3565-START-JOB-SECTION.

026134     MOVE HSRT-JOB-NAME OF RHS-SORT-RECORD
026135         TO AFM-RHR-CURRENT-JOB.
026136     ADD 1 TO AFM-RHR-JOB-COUNT.
026137     MOVE ZERO TO AFM-RHR-RUN-COUNT.
026138     MOVE ZERO TO AFM-RHR-RESTART-COUNT.
026139     MOVE ZERO TO AFM-RHR-UNENDED-COUNT.
026140     MOVE ZERO TO AFM-RHR-LATE-COUNT.
026141     MOVE ZERO TO AFM-RHR-CC-00-COUNT.
026142     MOVE ZERO TO AFM-RHR-CC-04-COUNT.
026143     MOVE ZERO TO AFM-RHR-CC-08-COUNT.
026144     MOVE ZERO TO AFM-RHR-CC-12-COUNT.
026145     MOVE ZERO TO AFM-RHR-CC-16-COUNT.
026146     MOVE ZERO TO AFM-RHR-CC-OTHER-COUNT.
026147     MOVE ZERO TO AFM-RHR-7DAY-SECONDS.
026148     MOVE ZERO TO AFM-RHR-7DAY-RUNS.
026149     MOVE ZERO TO AFM-RHR-30DAY-SECONDS.
026150     MOVE ZERO TO AFM-RHR-30DAY-RUNS.
026151     MOVE "N" TO AFM-RHR-OPEN-FLAG.

026152     MOVE SPACES TO AFM-PRINT-LINE.
026153     PERFORM 9200-WRITE-PRINT-LINE
026154         THRU 9200-EXIT.
026155     MOVE SPACES TO AFM-PRINT-LINE.
026156     STRING "JOB: " AFM-RHR-CURRENT-JOB
026157         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026158     PERFORM 9200-WRITE-PRINT-LINE
026159         THRU 9200-EXIT.
026160     MOVE AFM-PRT-RHJ-HEAD-1 TO AFM-PRINT-LINE.
026161     PERFORM 9200-WRITE-PRINT-LINE
026162         THRU 9200-EXIT.
026163     MOVE AFM-PRT-RHJ-HEAD-2 TO AFM-PRINT-LINE.
026164     PERFORM 9200-WRITE-PRINT-LINE
026165         THRU 9200-EXIT.

026166 3565-EXIT.
026167     EXIT.

026168*****************************************************************
026169*    3570-NOTE-RUN-START
026170*    HOLDS A START RECORD UNTIL ITS END RECORD ARRIVES.  A
026171*    START STILL HELD FROM BEFORE NEVER ENDED AND IS PRINTED
026172*    AS SUCH FIRST.  A NON-ZERO CHECKPOINT SEQUENCE ON THE
026173*    START MEANS THE RUN RESUMED AN EARLIER ATTEMPT.
026174*****************************************************************
026175 3570-NOTE-RUN-START.

026176     IF AFM-RHR-START-OPEN
026177         PERFORM 3572-PRINT-UNENDED-RUN
026178             THRU 3572-EXIT
026179     END-IF.

026180     SET AFM-RHR-START-OPEN TO TRUE.
026181     MOVE HSRT-START-DATE OF RHS-SORT-RECORD
026182         TO AFM-RHR-OPEN-START-DATE.
026183     MOVE HSRT-START-TIME OF RHS-SORT-RECORD
026184         TO AFM-RHR-OPEN-START-TIME.
026185     MOVE "N" TO AFM-RHR-OPEN-RESTART-FLAG.
026186     IF HSRT-CHECKPOINT-SEQUENCE OF RHS-SORT-RECORD NUMERIC
026187         IF HSRT-CHECKPOINT-SEQUENCE OF RHS-SORT-RECORD > ZERO
026188             ADD 1 TO AFM-RHR-RESTART-COUNT
026189             SET AFM-RHR-OPEN-IS-RESTART TO TRUE
026190         END-IF
026191     END-IF.

026192 3570-EXIT.
026193     EXIT.

026194*****************************************************************
026195*    3572-PRINT-UNENDED-RUN
026196*    PRINTS THE HELD START AS A RUN WITH NO END STAMP - IT
026197*    ABENDED, WAS CANCELLED, OR IS STILL RUNNING.
026198*****************************************************************
026199 3572-PRINT-UNENDED-RUN.

026200     ADD 1 TO AFM-RHR-UNENDED-COUNT.
026201     MOVE "NO END STAMP" TO AFM-RHR-NOTE-TEXT.
026202     IF AFM-RHR-OPEN-IS-RESTART
026203         MOVE "RESTART, NO END STAMP" TO AFM-RHR-NOTE-TEXT
026204     END-IF.

026205     MOVE SPACES TO AFM-PRINT-LINE.
026206     STRING "  " AFM-RHR-OPEN-START-DATE
026207         " " AFM-RHR-OPEN-START-TIME
026208         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026209     MOVE AFM-RHR-NOTE-TEXT TO AFM-PRINT-LINE(62:30).
026210     PERFORM 9200-WRITE-PRINT-LINE
026211         THRU 9200-EXIT.
026212     MOVE "N" TO AFM-RHR-OPEN-FLAG.

026213 3572-EXIT.
026214     EXIT.

026215*****************************************************************
026216*    3575-PRINT-RUN-LINE
026217*    PRINTS ONE ENDED RUN: ITS START AND END STAMPS, ELAPSED
026218*    TIME, CONDITION CODE, AND RESTART / SLA NOTES.  THE RUN
026219*    IS COUNTED INTO THE CONDITION-CODE DISTRIBUTION AND, WHEN
026220*    IT ENDED INSIDE THE WINDOW, INTO THE 7-DAY AND 30-DAY
026221*    ELAPSED AVERAGES.  ONLY A NIGHT-TIME RUN CAN MISS THE SLA.
026222*****************************************************************
026223 3575-PRINT-RUN-LINE.

026224     MOVE "N" TO AFM-RHR-RESTART-FLAG.
026225     IF AFM-RHR-START-OPEN
026226         IF AFM-RHR-OPEN-START-DATE =
026227                 HSRT-START-DATE OF RHS-SORT-RECORD
026228             AND AFM-RHR-OPEN-START-TIME =
026229                 HSRT-START-TIME OF RHS-SORT-RECORD
026230             MOVE AFM-RHR-OPEN-RESTART-FLAG
026231                 TO AFM-RHR-RESTART-FLAG
026232             MOVE "N" TO AFM-RHR-OPEN-FLAG
026233         ELSE
026234             PERFORM 3572-PRINT-UNENDED-RUN
026235                 THRU 3572-EXIT
026236         END-IF
026237     END-IF.

026238     ADD 1 TO AFM-RHR-RUN-COUNT.
026239     EVALUATE TRUE
026240         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD NOT NUMERIC
026241             ADD 1 TO AFM-RHR-CC-OTHER-COUNT
026242         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD = 0
026243             ADD 1 TO AFM-RHR-CC-00-COUNT
026244         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD = 4
026245             ADD 1 TO AFM-RHR-CC-04-COUNT
026246         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD = 8
026247             ADD 1 TO AFM-RHR-CC-08-COUNT
026248         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD = 12
026249             ADD 1 TO AFM-RHR-CC-12-COUNT
026250         WHEN HSRT-COND-CODE OF RHS-SORT-RECORD = 16
026251             ADD 1 TO AFM-RHR-CC-16-COUNT
026252         WHEN OTHER
026253             ADD 1 TO AFM-RHR-CC-OTHER-COUNT
026254     END-EVALUATE.

026255     PERFORM 3576-COMPUTE-ELAPSED
026256         THRU 3576-EXIT.
026257     IF AFM-RHR-ELAPSED-KNOWN
026258         MOVE AFM-RHR-ELAPSED-SECONDS TO AFM-RHR-EDIT-SECONDS
026259         PERFORM 3578-EDIT-ELAPSED
026260             THRU 3578-EXIT
026261         IF HSRT-END-DATE OF RHS-SORT-RECORD
026262                 NOT < AFM-RHR-30DAY-DATE
026263             ADD AFM-RHR-ELAPSED-SECONDS
026264                 TO AFM-RHR-30DAY-SECONDS
026265             ADD 1 TO AFM-RHR-30DAY-RUNS
026266         END-IF
026267         IF HSRT-END-DATE OF RHS-SORT-RECORD
026268                 NOT < AFM-RHR-7DAY-DATE
026269             ADD AFM-RHR-ELAPSED-SECONDS
026270                 TO AFM-RHR-7DAY-SECONDS
026271             ADD 1 TO AFM-RHR-7DAY-RUNS
026272         END-IF
026273     ELSE
026274         MOVE "  UNKNOWN" TO AFM-RHR-ELAPSED-TEXT
026275     END-IF.

026276     MOVE HSRT-START-DATE OF RHS-SORT-RECORD
026277         TO AFM-RHR-START-DATE.
026278     MOVE HSRT-START-TIME OF RHS-SORT-RECORD
026279         TO AFM-RHR-START-TIME.
026280     PERFORM 3540-FIND-RUN-NIGHT
026281         THRU 3540-EXIT.
026282     MOVE HSRT-END-DATE OF RHS-SORT-RECORD
026283         TO AFM-RHR-END-STAMP-DATE.
026284     MOVE HSRT-END-TIME OF RHS-SORT-RECORD
026285         TO AFM-RHR-END-STAMP-TIME.

026286     MOVE SPACES TO AFM-RHR-NOTE-TEXT.
026287     IF AFM-RHR-RUN-NIGHT NOT = SPACES
026288             AND AFM-RHR-END-STAMP > AFM-RHR-DEADLINE-STAMP
026289         ADD 1 TO AFM-RHR-LATE-COUNT
026290         MOVE "SLA MISSED" TO AFM-RHR-NOTE-TEXT
026291         IF AFM-RHR-RUN-IS-RESTART
026292             MOVE "RESTART, SLA MISSED" TO AFM-RHR-NOTE-TEXT
026293         END-IF
026294     ELSE
026295         IF AFM-RHR-RUN-IS-RESTART
026296             MOVE "RESTART" TO AFM-RHR-NOTE-TEXT
026297         END-IF
026298     END-IF.

026299     MOVE SPACES TO AFM-PRINT-LINE.
026300     STRING "  " HSRT-START-DATE OF RHS-SORT-RECORD
026301         " " HSRT-START-TIME OF RHS-SORT-RECORD
026302         "  " HSRT-END-DATE OF RHS-SORT-RECORD
026303         " " HSRT-END-TIME OF RHS-SORT-RECORD
026304         "  " AFM-RHR-ELAPSED-TEXT
026305         "  " HSRT-COND-CODE OF RHS-SORT-RECORD
026306         "  " AFM-RHR-NOTE-TEXT
026307         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026308     PERFORM 9200-WRITE-PRINT-LINE
026309         THRU 9200-EXIT.

026310 3575-EXIT.
026311     EXIT.

026312*****************************************************************
026313*    3576-COMPUTE-ELAPSED
026314*    ELAPSED SECONDS FROM THE RUN'S START STAMP TO ITS END
026315*    STAMP, ACROSS MIDNIGHT WHERE NEEDED.  A MISSING OR BAD
026316*    STAMP, OR AN END BEFORE THE START, LEAVES IT UNKNOWN.
026317*****************************************************************
026318 3576-COMPUTE-ELAPSED.

026319     MOVE "N" TO AFM-RHR-ELAPSED-FLAG.

026320     MOVE HSRT-START-DATE OF RHS-SORT-RECORD
026321         TO AFM-RHR-DATE-TEXT.
026322     PERFORM 3590-DATE-TO-INTEGER
026323         THRU 3590-EXIT.
026324     IF NOT AFM-RHR-STAMP-OK
026325         GO TO 3576-EXIT
026326     END-IF.
026327     MOVE AFM-RHR-DATE-INT TO AFM-RHR-START-INT.
026328     MOVE HSRT-START-TIME OF RHS-SORT-RECORD
026329         TO AFM-RHR-TIME-TEXT.
026330     PERFORM 3592-TIME-TO-SECONDS
026331         THRU 3592-EXIT.
026332     IF NOT AFM-RHR-STAMP-OK
026333         GO TO 3576-EXIT
026334     END-IF.
026335     MOVE AFM-RHR-TIME-SECONDS TO AFM-RHR-START-SECONDS.

026336     MOVE HSRT-END-DATE OF RHS-SORT-RECORD
026337         TO AFM-RHR-DATE-TEXT.
026338     PERFORM 3590-DATE-TO-INTEGER
026339         THRU 3590-EXIT.
026340     IF NOT AFM-RHR-STAMP-OK
026341         GO TO 3576-EXIT
026342     END-IF.
026343     MOVE HSRT-END-TIME OF RHS-SORT-RECORD
026344         TO AFM-RHR-TIME-TEXT.
026345     PERFORM 3592-TIME-TO-SECONDS
026346         THRU 3592-EXIT.
026347     IF NOT AFM-RHR-STAMP-OK
026348         GO TO 3576-EXIT
026349     END-IF.

026350     COMPUTE AFM-RHR-ELAPSED-SECONDS =
026351         (AFM-RHR-DATE-INT - AFM-RHR-START-INT) * 86400
026352         + AFM-RHR-TIME-SECONDS - AFM-RHR-START-SECONDS.
026353     IF AFM-RHR-ELAPSED-SECONDS < ZERO
026354         GO TO 3576-EXIT
026355     END-IF.
026356     SET AFM-RHR-ELAPSED-KNOWN TO TRUE.

026357 3576-EXIT.
026358     EXIT.

026359*****************************************************************
026360*    3578-EDIT-ELAPSED
026361*    EDITS AFM-RHR-EDIT-SECONDS AS HHH:MM:SS INTO
026362*    AFM-RHR-ELAPSED-TEXT.
026363*****************************************************************
026364 3578-EDIT-ELAPSED.

026365     DIVIDE AFM-RHR-EDIT-SECONDS BY 3600
026366         GIVING AFM-RHR-EDIT-HOURS
026367         REMAINDER AFM-RHR-EDIT-REMAINDER.
026368     DIVIDE AFM-RHR-EDIT-REMAINDER BY 60
026369         GIVING AFM-RHR-EDIT-MINUTES
026370         REMAINDER AFM-RHR-ELAPSED-SS.
026371     MOVE AFM-RHR-EDIT-HOURS TO AFM-RHR-ELAPSED-HH.
026372     MOVE AFM-RHR-EDIT-MINUTES TO AFM-RHR-ELAPSED-MM.
026373     MOVE AFM-RHR-ELAPSED-EDIT TO AFM-RHR-ELAPSED-TEXT.

026374 3578-EXIT.
026375     EXIT.

026376*****************************************************************
026377*    3580-PRINT-JOB-SUMMARY
026378*    CLOSES A JOB: PRINTS ANY START STILL HELD, THEN THE JOB'S
026379*    RUN, RESTART AND SLA COUNTS, ITS 7-DAY AND 30-DAY AVERAGE
026380*    ELAPSED TIME, AND ITS CONDITION-CODE DISTRIBUTION.
026381*****************************************************************
026382 3580-PRINT-JOB-SUMMARY.

026383     IF AFM-RHR-START-OPEN
026384         PERFORM 3572-PRINT-UNENDED-RUN
026385             THRU 3572-EXIT
026386     END-IF.

026387     MOVE AFM-RHR-RUN-COUNT TO AFM-PRINT-COUNT-EDIT.
026388     MOVE AFM-RHR-RESTART-COUNT TO AFM-PRINT-COUNT-EDIT-2.
026389     MOVE AFM-RHR-UNENDED-COUNT TO AFM-PRINT-COUNT-EDIT-3.
026390     MOVE SPACES TO AFM-PRINT-LINE.
026391     STRING "  RUNS ENDED: " AFM-PRINT-COUNT-EDIT
026392         "   RESTARTS: " AFM-PRINT-COUNT-EDIT-2
026393         "   NO END STAMP: " AFM-PRINT-COUNT-EDIT-3
026394         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026395     PERFORM 9200-WRITE-PRINT-LINE
026396         THRU 9200-EXIT.
026397     MOVE AFM-RHR-LATE-COUNT TO AFM-PRINT-COUNT-EDIT.
026398     MOVE SPACES TO AFM-PRINT-LINE.
026399     STRING "  ENDED AFTER THE SLA DEADLINE: "
026400         AFM-PRINT-COUNT-EDIT
026401         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026402     PERFORM 9200-WRITE-PRINT-LINE
026403         THRU 9200-EXIT.

026404     MOVE "  NO RUNS" TO AFM-RHR-ELAPSED-TEXT.
026405     IF AFM-RHR-7DAY-RUNS > ZERO
026406         COMPUTE AFM-RHR-EDIT-SECONDS =
026407             AFM-RHR-7DAY-SECONDS / AFM-RHR-7DAY-RUNS
026408         PERFORM 3578-EDIT-ELAPSED
026409             THRU 3578-EXIT
026410     END-IF.
026411     MOVE AFM-RHR-7DAY-RUNS TO AFM-PRINT-COUNT-EDIT.
026412     MOVE SPACES TO AFM-PRINT-LINE.
026413     STRING "  AVERAGE ELAPSED, LAST 7 DAYS:  "
026414         AFM-RHR-ELAPSED-TEXT
026415         "   OVER " AFM-PRINT-COUNT-EDIT " RUNS"
026416         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026417     PERFORM 9200-WRITE-PRINT-LINE
026418         THRU 9200-EXIT.

026419     MOVE "  NO RUNS" TO AFM-RHR-ELAPSED-TEXT.
026420     IF AFM-RHR-30DAY-RUNS > ZERO
026421         COMPUTE AFM-RHR-EDIT-SECONDS =
026422             AFM-RHR-30DAY-SECONDS / AFM-RHR-30DAY-RUNS
026423         PERFORM 3578-EDIT-ELAPSED
026424             THRU 3578-EXIT
026425     END-IF.
026426     MOVE AFM-RHR-30DAY-RUNS TO AFM-PRINT-COUNT-EDIT.
026427     MOVE SPACES TO AFM-PRINT-LINE.
026428     STRING "  AVERAGE ELAPSED, LAST 30 DAYS: "
026429         AFM-RHR-ELAPSED-TEXT
026430         "   OVER " AFM-PRINT-COUNT-EDIT " RUNS"
026431         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026432     PERFORM 9200-WRITE-PRINT-LINE
026433         THRU 9200-EXIT.

026434     MOVE AFM-RHR-CC-00-COUNT TO AFM-PRINT-COUNT-EDIT.
026435     MOVE AFM-RHR-CC-04-COUNT TO AFM-PRINT-COUNT-EDIT-2.
026436     MOVE AFM-RHR-CC-08-COUNT TO AFM-PRINT-COUNT-EDIT-3.
026437     MOVE SPACES TO AFM-PRINT-LINE.
026438     STRING "  CONDITION CODE 0000: " AFM-PRINT-COUNT-EDIT
026439         "   0004: " AFM-PRINT-COUNT-EDIT-2
026440         "   0008: " AFM-PRINT-COUNT-EDIT-3
026441         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026442     PERFORM 9200-WRITE-PRINT-LINE
026443         THRU 9200-EXIT.
026444     MOVE AFM-RHR-CC-12-COUNT TO AFM-PRINT-COUNT-EDIT.
026445     MOVE AFM-RHR-CC-16-COUNT TO AFM-PRINT-COUNT-EDIT-2.
026446     MOVE AFM-RHR-CC-OTHER-COUNT TO AFM-PRINT-COUNT-EDIT-3.
026447     MOVE SPACES TO AFM-PRINT-LINE.
026448     STRING "  CONDITION CODE 0012: " AFM-PRINT-COUNT-EDIT
026449         "   0016: " AFM-PRINT-COUNT-EDIT-2
026450         "   OTHER: " AFM-PRINT-COUNT-EDIT-3
026451         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026452     PERFORM 9200-WRITE-PRINT-LINE
026453         THRU 9200-EXIT.

026454 3580-EXIT.
026455     EXIT.

026456*****************************************************************
026457*    3590-DATE-TO-INTEGER
026458*    CONVERTS THE YYYY-MM-DD DATE IN AFM-RHR-DATE-TEXT TO ITS
026459*    DAY NUMBER IN AFM-RHR-DATE-INT.  AFM-RHR-STAMP-OK IS SET
026460*    ONLY WHEN THE DATE IS A PLAUSIBLE ONE.
026461*****************************************************************
026462 3590-DATE-TO-INTEGER.

026463     MOVE "N" TO AFM-RHR-STAMP-FLAG.
026464     MOVE AFM-RHR-DATE-TEXT(1:4) TO AFM-RHR-YMD-YYYY.
026465     MOVE AFM-RHR-DATE-TEXT(6:2) TO AFM-RHR-YMD-MM.
026466     MOVE AFM-RHR-DATE-TEXT(9:2) TO AFM-RHR-YMD-DD.
026467     IF AFM-RHR-DATE-N NOT NUMERIC
026468         GO TO 3590-EXIT
026469     END-IF.
026470     IF AFM-RHR-YMD-MM < "01" OR AFM-RHR-YMD-MM > "12"
026471             OR AFM-RHR-YMD-DD < "01" OR AFM-RHR-YMD-DD > "31"
026472             OR AFM-RHR-YMD-YYYY < "1601"
026473         GO TO 3590-EXIT
026474     END-IF.
026475     COMPUTE AFM-RHR-DATE-INT =
026476         FUNCTION INTEGER-OF-DATE(AFM-RHR-DATE-N).
026477     SET AFM-RHR-STAMP-OK TO TRUE.

026478 3590-EXIT.
026479     EXIT.

026480*****************************************************************
026481*    3592-TIME-TO-SECONDS
026482*    CONVERTS THE HH:MM:SS TIME IN AFM-RHR-TIME-TEXT TO SECONDS
026483*    AFTER MIDNIGHT IN AFM-RHR-TIME-SECONDS, SETTING
026484*    AFM-RHR-STAMP-OK ONLY WHEN THE TIME IS NUMERIC.
026485*****************************************************************
026486 3592-TIME-TO-SECONDS.

026487     MOVE "N" TO AFM-RHR-STAMP-FLAG.
026488     IF AFM-RHR-TIME-HH NOT NUMERIC
026489             OR AFM-RHR-TIME-MM NOT NUMERIC
026490             OR AFM-RHR-TIME-SS NOT NUMERIC
026491         GO TO 3592-EXIT
026492     END-IF.
026493     COMPUTE AFM-RHR-TIME-SECONDS =
026494         AFM-RHR-TIME-HH * 3600 + AFM-RHR-TIME-MM * 60
026495         + AFM-RHR-TIME-SS.
026496     SET AFM-RHR-STAMP-OK TO TRUE.

026497 3592-EXIT.
026498     EXIT.

026499*****************************************************************
026500*    3595-INTEGER-TO-DATE
026501*    CONVERTS THE DAY NUMBER IN AFM-RHR-DATE-INT BACK TO A
026502*    YYYY-MM-DD DATE IN AFM-RHR-DATE-TEXT.
026503*****************************************************************
026504 3595-INTEGER-TO-DATE.

026505     COMPUTE AFM-RHR-DATE-N =
026506         FUNCTION DATE-OF-INTEGER(AFM-RHR-DATE-INT).
026507     MOVE SPACES TO AFM-RHR-DATE-TEXT.
026508     STRING AFM-RHR-YMD-YYYY "-" AFM-RHR-YMD-MM "-"
026509         AFM-RHR-YMD-DD
026510         DELIMITED BY SIZE INTO AFM-RHR-DATE-TEXT.

026511 3595-EXIT.
026512     EXIT.

026513*****************************************************************
026514*    3600-LOCK-AGE-CHECK
026515*    RUN MODE LOCKCHK.  READS THE CATALOG OWNERSHIP LOCK
026516*    (CATALOG.LOCK) WITHOUT TAKING IT AND RAISES A CRITICAL
026517*    LOCKAGE ALERT WHEN IT HAS BEEN HELD LONGER THAN THE
026518*    MAXIMUM AGE - 'LOCKCHK,HHH', THREE DIGITS OF HOURS,
026519*    DEFAULT 004 - SO A RUN THAT DIED HOLDING THE LOCK, AND
026520*    WITH IT EVERY CATALOG UPDATE, IS NOTICED BEFORE THE
026521*    MORNING.  A HELD LOCK WHOSE TAKEN STAMP CANNOT BE READ
026522*    IS ALERTED THE SAME WAY.  THE STEP ENDS WITH CONDITION
026523*    CODE 4 WHEN THE ALERT IS RAISED AND 12 FOR A BAD PARM; A
026524*    FREE OR ABSENT LOCK ENDS CLEAN.
026525*****************************************************************
026526 3600-LOCK-AGE-CHECK.

026527     MOVE "LOCKCHK" TO AFM-RUNC-JOB.
026528     PERFORM 9500-STAMP-RUN-START
026529         THRU 9500-EXIT.

026530     PERFORM 3610-GET-LOCK-AGE-OPTION
026531         THRU 3610-EXIT.
026532     IF ERROR-MESSAGE NOT = SPACES
026533         DISPLAY "LOCK AGE CHECK REFUSED - " ERROR-MESSAGE
026534         MOVE 12 TO RETURN-CODE
026535         GO TO 3600-EXIT
026536     END-IF.

026537     MOVE "N" TO AFM-LCK-HELD-FLAG.
026538     OPEN INPUT CATALOG-LOCK.
026539     IF AFM-LOCK-IOSTAT = "35"
026540         CLOSE CATALOG-LOCK
026541         DISPLAY "CATALOG.LOCK NOT ON FILE - CATALOG NOT LOCKED"
026542         GO TO 3600-EXIT
026543     END-IF.
026544     IF NOT AFM-LOCK-IO-OK
026545         DISPLAY "LOCK AGE CHECK REFUSED - UNABLE TO OPEN "
026546             "CATALOG.LOCK - STATUS " AFM-LOCK-IOSTAT
026547         CLOSE CATALOG-LOCK
026548         MOVE 12 TO RETURN-CODE
026549         GO TO 3600-EXIT
026550     END-IF.

026551     MOVE "CATALOG" TO LOCK-KEY.
026552     READ CATALOG-LOCK
026553         KEY IS LOCK-KEY
026554         INVALID KEY
026555             CONTINUE
026556     END-READ.
026557     IF AFM-LOCK-IO-OK
026558             AND LOCK-HELD
026559         SET AFM-LCK-IS-HELD TO TRUE
026560     END-IF.
026561     CLOSE CATALOG-LOCK.

026562     IF NOT AFM-LCK-IS-HELD
026563         DISPLAY "CATALOG LOCK IS FREE"
026564         GO TO 3600-EXIT
026565     END-IF.

026566     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
026567     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
026568     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
026569     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.
026570     ACCEPT AFM-NOW-TIME FROM TIME.
026571     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
026572     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
026573     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

026574     MOVE SPACES TO AFM-ALRT-MESSAGE.
026575     MOVE LOCK-TAKEN-DATE TO AFM-RHR-DATE-TEXT.
026576     PERFORM 3590-DATE-TO-INTEGER
026577         THRU 3590-EXIT.
026578     IF AFM-RHR-STAMP-OK
026579         MOVE AFM-RHR-DATE-INT TO AFM-RHR-START-INT
026580         MOVE LOCK-TAKEN-TIME TO AFM-RHR-TIME-TEXT
026581         PERFORM 3592-TIME-TO-SECONDS
026582             THRU 3592-EXIT
026583     END-IF.
026584     IF NOT AFM-RHR-STAMP-OK
026585         STRING "CATALOG.LOCK HELD BY " LOCK-OWNER
026586             " - TAKEN STAMP UNREADABLE: " LOCK-TAKEN-DATE
026587             " " LOCK-TAKEN-TIME
026588             DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE
026589         GO TO 3600-RAISE
026590     END-IF.
026591     MOVE AFM-RHR-TIME-SECONDS TO AFM-RHR-START-SECONDS.

026592     COMPUTE AFM-RHR-TODAY-INT =
026593         FUNCTION INTEGER-OF-DATE(AFM-TODAY-YYYYMMDD).
026594     MOVE AFM-NOW-TIME-DISPLAY TO AFM-RHR-TIME-TEXT.
026595     PERFORM 3592-TIME-TO-SECONDS
026596         THRU 3592-EXIT.
026597     COMPUTE AFM-LCK-AGE-SECONDS =
026598         (AFM-RHR-TODAY-INT - AFM-RHR-START-INT) * 86400
026599         + AFM-RHR-TIME-SECONDS - AFM-RHR-START-SECONDS.
026600     IF AFM-LCK-AGE-SECONDS < ZERO
026601         MOVE ZERO TO AFM-LCK-AGE-SECONDS
026602     END-IF.
026603     COMPUTE AFM-LCK-AGE-HOURS = AFM-LCK-AGE-SECONDS / 3600.

026604     DISPLAY "CATALOG LOCK HELD BY " LOCK-OWNER " SINCE "
026605         LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME " - "
026606         AFM-LCK-AGE-HOURS " HOURS".
026607     IF AFM-LCK-AGE-SECONDS NOT > AFM-LCK-MAX-HOURS * 3600
026608         GO TO 3600-EXIT
026609     END-IF.

026610     STRING "CATALOG.LOCK HELD BY " LOCK-OWNER " SINCE "
026611         LOCK-TAKEN-DATE " " LOCK-TAKEN-TIME " - "
026612         AFM-LCK-AGE-HOURS " HOURS, OVER " AFM-LCK-MAX-HOURS
026613         DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE.

026614 3600-RAISE.
026615     DISPLAY "LOCKAGE ALERT RAISED - " AFM-ALRT-MESSAGE.
026616     MOVE "C"       TO AFM-ALRT-SEVERITY.
026617     MOVE "LOCKAGE" TO AFM-ALRT-CODE.
026618     PERFORM 9540-RAISE-ALERT
026619         THRU 9540-EXIT.
026620     MOVE 4 TO RETURN-CODE.

026621 3600-EXIT.
026622     PERFORM 9510-STAMP-RUN-END
026623         THRU 9510-EXIT.
026624     EXIT.

026625*****************************************************************
026626*    3610-GET-LOCK-AGE-OPTION
026627*    TAKES THE MAXIMUM LOCK AGE FROM THE PARM - 'LOCKCHK,HHH',
026628*    THREE DIGITS OF HOURS, BLANK FOR 004.  LEAVES
026629*    ERROR-MESSAGE SET WHEN THE VALUE IS NOT USABLE.
026630*****************************************************************
026631 3610-GET-LOCK-AGE-OPTION.

026632     MOVE SPACES TO ERROR-MESSAGE.
026633     MOVE AFM-RUN-OPTION TO AFM-LCK-HOURS-TEXT.

026634     IF AFM-LCK-HOURS-TEXT = SPACES
026635         MOVE 4 TO AFM-LCK-MAX-HOURS
026636         GO TO 3610-EXIT
026637     END-IF.

026638     IF AFM-LCK-HOURS-DIGITS NOT NUMERIC
026639             OR AFM-RUN-OPTION(4:17) NOT = SPACES
026640         MOVE "MAXIMUM LOCK AGE MUST BE THREE DIGITS OF HOURS"
026641             TO ERROR-MESSAGE
026642         GO TO 3610-EXIT
026643     END-IF.

026644     IF AFM-LCK-HOURS-DIGITS = ZERO
026645         MOVE "MAXIMUM LOCK AGE MUST BE GREATER THAN ZERO"
026646             TO ERROR-MESSAGE
026647         GO TO 3610-EXIT
026648     END-IF.

026649     MOVE AFM-LCK-HOURS-DIGITS TO AFM-LCK-MAX-HOURS.

026650 3610-EXIT.
026651     EXIT.

026652*****************************************************************
026653*    3700-ALERT-SUMMARY-REPORT
026654*    RUN MODE ALERTRPT.  PRINTS ALERT.REPORT - THE ALERTS
026655*    RAISED SINCE THE PREVIOUS ALERTRPT RUN STARTED (ITS
026656*    RUN-CONTROL START STAMP, READ BEFORE THIS RUN STAMPS ITS
026657*    OWN), OR SINCE THE DATE GIVEN AS 'ALERTRPT,YYYY-MM-DD'.
026658*    THE ALERTS COME FROM BOTH HALVES OF THE FEED: ALERT.FEED,
026659*    APPENDED BY THE BATCH PROGRAMS, AND ALERT.FEED.ESDS,
026660*    WRITTEN BY THE AFMO TRANSACTION; A HALF NOT YET CREATED IS
026661*    SIMPLY LEFT OUT.  WITH NO PREVIOUS RUN AND NO DATE THE
026662*    WHOLE FEED IS REPORTED.  THE FEED IS SORTED (COPYBOOK
026663*    AFMASRT) INTO SEVERITY AND ALERT CODE ORDER, CRITICAL
026664*    FIRST; EACH SEVERITY AND EACH CODE WITHIN IT GETS A
026665*    HEADING AND A COUNT, AND THE REPORT ENDS WITH THE COUNT
026666*    PER SEVERITY.  A BAD DATE ENDS THE STEP WITH CONDITION
026667*    CODE 12.  THE FEED ITSELF IS LEFT AS IT IS.
026668*****************************************************************
026669 3700-ALERT-SUMMARY-REPORT.

026670     MOVE "ALERTRPT" TO AFM-RUNC-JOB.
026671     PERFORM 9520-READ-RUN-CONTROL
026672         THRU 9520-EXIT.
026673     MOVE SPACES TO AFM-ALR-FROM-DATE.
026674     MOVE SPACES TO AFM-ALR-FROM-TIME.
026675     IF AFM-RUNC-ENTRY-FOUND
026676         MOVE RUNC-START-DATE TO AFM-ALR-FROM-DATE
026677         MOVE RUNC-START-TIME TO AFM-ALR-FROM-TIME
026678     END-IF.

026679     PERFORM 9500-STAMP-RUN-START
026680         THRU 9500-EXIT.

026681     IF AFM-RUN-OPTION NOT = SPACES
026682         MOVE AFM-RUN-OPTION(1:10) TO AFM-RHR-DATE-TEXT
026683         PERFORM 3590-DATE-TO-INTEGER
026684             THRU 3590-EXIT
026685         IF NOT AFM-RHR-STAMP-OK
026686                 OR AFM-RUN-OPTION(5:1) NOT = "-"
026687                 OR AFM-RUN-OPTION(8:1) NOT = "-"
026688                 OR AFM-RUN-OPTION(11:10) NOT = SPACES
026689             DISPLAY "ALERT SUMMARY REFUSED - START DATE MUST "
026690                 "BE YYYY-MM-DD"
026691             MOVE 12 TO RETURN-CODE
026692             GO TO 3700-EXIT
026693         END-IF
026694         MOVE AFM-RUN-OPTION(1:10) TO AFM-ALR-FROM-DATE
026695         MOVE "00:00:00" TO AFM-ALR-FROM-TIME
026696     END-IF.

026697     MOVE ZERO TO AFM-ALR-TOTAL-COUNT.
026698     MOVE ZERO TO AFM-ALR-CRITICAL-COUNT.
026699     MOVE ZERO TO AFM-ALR-ERROR-COUNT.
026700     MOVE ZERO TO AFM-ALR-WARNING-COUNT.

026701     MOVE "ALERT.REPORT" TO AFM-PRINT-FILE-NAME.
026702     MOVE "OPERATIONS ALERT SUMMARY" TO AFM-PRINT-TITLE.
026703     MOVE AFM-PRT-ALR-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
026704     MOVE AFM-PRT-ALR-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
026705     PERFORM 9100-OPEN-PRINT-FILE
026706         THRU 9100-EXIT.

026707     MOVE SPACES TO AFM-PRINT-LINE.
026708     IF AFM-ALR-FROM-DATE = SPACES
026709         MOVE "ALERTS REPORTED: EVERY ALERT ON FILE"
026710             TO AFM-PRINT-LINE
026711     ELSE
026712         STRING "ALERTS REPORTED: RAISED SINCE "
026713             AFM-ALR-FROM-DATE " " AFM-ALR-FROM-TIME
026714             DELIMITED BY SIZE INTO AFM-PRINT-LINE
026715     END-IF.
026716     PERFORM 9200-WRITE-PRINT-LINE
026717         THRU 9200-EXIT.

026718     MOVE "N" TO AFM-ALR-BATCH-FEED-FLAG.
026719     OPEN INPUT ALERT-FILE.
026720     IF AFM-ALRT-IOSTAT = "00"
026721         SET AFM-ALR-BATCH-FEED-FOUND TO TRUE
026722     END-IF.
026723     CLOSE ALERT-FILE.
026724     MOVE "N" TO AFM-ALR-ONLINE-FEED-FLAG.
026725     OPEN INPUT ONLINE-ALERT-FILE.
026726     IF AFM-OALR-IOSTAT = "00"
026727         SET AFM-ALR-ONLINE-FEED-FOUND TO TRUE
026728     END-IF.
026729     CLOSE ONLINE-ALERT-FILE.
026730     IF NOT AFM-ALR-BATCH-FEED-FOUND
026731             AND NOT AFM-ALR-ONLINE-FEED-FOUND
026732         MOVE "NO ALERTS ON FILE" TO AFM-PRINT-LINE
026733         PERFORM 9200-WRITE-PRINT-LINE
026734             THRU 9200-EXIT
026735         PERFORM 9300-CLOSE-PRINT-FILE
026736             THRU 9300-EXIT
026737         DISPLAY "ALERT SUMMARY - NO ALERTS ON FILE"
026738         GO TO 3700-EXIT
026739     END-IF.

026740     PERFORM 3710-SORT-ALERTS
026741         THRU 3710-EXIT.

026742     OPEN INPUT ALS-SORT-OUTPUT-FILE.
026743     MOVE "N" TO AFM-ALR-SORT-EOF-FLAG.
026744     MOVE SPACES TO AFM-ALR-CURRENT-SEVERITY.
026745     MOVE SPACES TO AFM-ALR-CURRENT-CODE.
026746     PERFORM 3720-REPORT-ONE-ALERT
026747         THRU 3720-EXIT
026748         UNTIL NO-MORE-ALS-SORT-RECORDS.
026749     CLOSE ALS-SORT-OUTPUT-FILE.

026750     IF AFM-ALR-TOTAL-COUNT = ZERO
026751         MOVE SPACES TO AFM-PRINT-LINE
026752         PERFORM 9200-WRITE-PRINT-LINE
026753             THRU 9200-EXIT
026754         MOVE "NO ALERTS RAISED IN THE PERIOD" TO AFM-PRINT-LINE
026755         PERFORM 9200-WRITE-PRINT-LINE
026756             THRU 9200-EXIT
026757     ELSE
026758         PERFORM 3740-PRINT-CODE-TOTAL
026759             THRU 3740-EXIT
026760         PERFORM 3750-PRINT-SEVERITY-TOTAL
026761             THRU 3750-EXIT
026762     END-IF.

026763     MOVE SPACES TO AFM-PRINT-LINE.
026764     PERFORM 9200-WRITE-PRINT-LINE
026765         THRU 9200-EXIT.
026766     MOVE AFM-ALR-CRITICAL-COUNT TO AFM-PRINT-COUNT-EDIT.
026767     MOVE AFM-ALR-ERROR-COUNT    TO AFM-PRINT-COUNT-EDIT-2.
026768     MOVE AFM-ALR-WARNING-COUNT  TO AFM-PRINT-COUNT-EDIT-3.
026769     MOVE SPACES TO AFM-PRINT-LINE.
026770     STRING "ALERTS IN PERIOD - CRITICAL: " AFM-PRINT-COUNT-EDIT
026771         "   ERROR: " AFM-PRINT-COUNT-EDIT-2
026772         "   WARNING: " AFM-PRINT-COUNT-EDIT-3
026773         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026774     PERFORM 9200-WRITE-PRINT-LINE
026775         THRU 9200-EXIT.
026776     DISPLAY "ALERTS IN PERIOD - CRITICAL: " AFM-PRINT-COUNT-EDIT
026777         " ERROR: " AFM-PRINT-COUNT-EDIT-2
026778         " WARNING: " AFM-PRINT-COUNT-EDIT-3.
026779     MOVE AFM-ALR-TOTAL-COUNT TO AFM-PRINT-COUNT-EDIT.
026780     MOVE SPACES TO AFM-PRINT-LINE.
026781     STRING "TOTAL ALERTS:                " AFM-PRINT-COUNT-EDIT
026782         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026783     PERFORM 9200-WRITE-PRINT-LINE
026784         THRU 9200-EXIT.

026785     PERFORM 9300-CLOSE-PRINT-FILE
026786         THRU 9300-EXIT.

026787 3700-EXIT.
026788     PERFORM 9510-STAMP-RUN-END
026789         THRU 9510-EXIT.
026790     EXIT.

026791*****************************************************************
026792*    3710-SORT-ALERTS
026793*    SORTS THE ALERT FEED INTO SEVERITY / ALERT CODE / DATE /
026794*    TIME SEQUENCE ON ALERT.FEED.SORTED, TAKING WHICHEVER OF
026795*    ITS TWO HALVES 3700 FOUND - THE BATCH ALERTS ON ALERT.FEED
026796*    AND THE ONLINE ALERTS ON ALERT.FEED.ESDS.
026797*****************************************************************
026798 3710-SORT-ALERTS.

026799     IF NOT AFM-ALR-ONLINE-FEED-FOUND
026800         SORT ALS-SORT-WORK-FILE
026801             ON ASCENDING KEY ASRT-SEVERITY OF SD-ALS-SORT-RECORD
026802                              ASRT-CODE OF SD-ALS-SORT-RECORD
026803                              ASRT-DATE OF SD-ALS-SORT-RECORD
026804                              ASRT-TIME OF SD-ALS-SORT-RECORD
026805             USING ALERT-FILE
026806             GIVING ALS-SORT-OUTPUT-FILE
026807         GO TO 3710-EXIT
026808     END-IF.
026809     IF NOT AFM-ALR-BATCH-FEED-FOUND
026810         SORT ALS-SORT-WORK-FILE
026811             ON ASCENDING KEY ASRT-SEVERITY OF SD-ALS-SORT-RECORD
026812                              ASRT-CODE OF SD-ALS-SORT-RECORD
026813                              ASRT-DATE OF SD-ALS-SORT-RECORD
026814                              ASRT-TIME OF SD-ALS-SORT-RECORD
026815             USING ONLINE-ALERT-FILE
026816             GIVING ALS-SORT-OUTPUT-FILE
026817         GO TO 3710-EXIT
026818     END-IF.

026819     SORT ALS-SORT-WORK-FILE
026820         ON ASCENDING KEY ASRT-SEVERITY OF SD-ALS-SORT-RECORD
026821                          ASRT-CODE OF SD-ALS-SORT-RECORD
026822                          ASRT-DATE OF SD-ALS-SORT-RECORD
026823                          ASRT-TIME OF SD-ALS-SORT-RECORD
026824         USING ALERT-FILE
026825               ONLINE-ALERT-FILE
026826         GIVING ALS-SORT-OUTPUT-FILE.

026827 3710-EXIT.
026828     EXIT.

026829*****************************************************************
026830*    3720-REPORT-ONE-ALERT
026831*    READS THE NEXT SORTED ALERT AND, WHEN IT WAS RAISED IN
026832*    THE REPORTING PERIOD, PRINTS IT UNDER ITS SEVERITY AND
026833*    CODE.  A CHANGE OF SEVERITY OR CODE FIRST PRINTS THE
026834*    COUNT FOR THE GROUP JUST FINISHED.  THE DIRECTORY AND
026835*    FILE GO ON A SECOND LINE WHEN THE ALERT NAMES THEM.
026836*****************************************************************
026837 3720-REPORT-ONE-ALERT.

026838     READ ALS-SORT-OUTPUT-FILE
026839         AT END
026840             SET NO-MORE-ALS-SORT-RECORDS TO TRUE
026841     END-READ.
026842     IF NO-MORE-ALS-SORT-RECORDS
026843         GO TO 3720-EXIT
026844     END-IF.

026845     IF ASRT-DATE OF ALS-SORT-RECORD < AFM-ALR-FROM-DATE
026846         GO TO 3720-EXIT
026847     END-IF.
026848     IF ASRT-DATE OF ALS-SORT-RECORD = AFM-ALR-FROM-DATE
026849             AND ASRT-TIME OF ALS-SORT-RECORD < AFM-ALR-FROM-TIME
026850         GO TO 3720-EXIT
026851     END-IF.

026852     IF AFM-ALR-TOTAL-COUNT = ZERO
026853         PERFORM 3730-START-SEVERITY
026854             THRU 3730-EXIT
026855     ELSE
026856     IF ASRT-SEVERITY OF ALS-SORT-RECORD
026857             NOT = AFM-ALR-CURRENT-SEVERITY
026858         PERFORM 3740-PRINT-CODE-TOTAL
026859             THRU 3740-EXIT
026860         PERFORM 3750-PRINT-SEVERITY-TOTAL
026861             THRU 3750-EXIT
026862         PERFORM 3730-START-SEVERITY
026863             THRU 3730-EXIT
026864     ELSE
026865         IF ASRT-CODE OF ALS-SORT-RECORD
026866                 NOT = AFM-ALR-CURRENT-CODE
026867             PERFORM 3740-PRINT-CODE-TOTAL
026868                 THRU 3740-EXIT
026869             PERFORM 3735-START-CODE
026870                 THRU 3735-EXIT
026871         END-IF
026872     END-IF
026873     END-IF.

026874     ADD 1 TO AFM-ALR-CODE-COUNT.
026875     ADD 1 TO AFM-ALR-SEVERITY-COUNT.
026876     ADD 1 TO AFM-ALR-TOTAL-COUNT.
026877     EVALUATE TRUE
026878         WHEN ASRT-SEVERITY-CRITICAL OF ALS-SORT-RECORD
026879             ADD 1 TO AFM-ALR-CRITICAL-COUNT
026880         WHEN ASRT-SEVERITY-ERROR OF ALS-SORT-RECORD
026881             ADD 1 TO AFM-ALR-ERROR-COUNT
026882         WHEN ASRT-SEVERITY-WARNING OF ALS-SORT-RECORD
026883             ADD 1 TO AFM-ALR-WARNING-COUNT
026884     END-EVALUATE.

026885     MOVE SPACES TO AFM-PRINT-LINE.
026886     STRING "  " ASRT-DATE OF ALS-SORT-RECORD
026887         " " ASRT-TIME OF ALS-SORT-RECORD
026888         " " ASRT-SOURCE-PROGRAM OF ALS-SORT-RECORD
026889         " " ASRT-JOB-NAME OF ALS-SORT-RECORD
026890         " " ASRT-OPERATOR-ID OF ALS-SORT-RECORD
026891         " " ASRT-MESSAGE-TEXT OF ALS-SORT-RECORD
026892         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026893     PERFORM 9200-WRITE-PRINT-LINE
026894         THRU 9200-EXIT.

026895     IF ASRT-DIRECTORY-NAME OF ALS-SORT-RECORD NOT = SPACES
026896             OR ASRT-FILE-NAME OF ALS-SORT-RECORD NOT = SPACES
026897         MOVE SPACES TO AFM-PRINT-LINE
026898         STRING "      DIRECTORY: "
026899             ASRT-DIRECTORY-NAME OF ALS-SORT-RECORD
026900             " FILE: " ASRT-FILE-NAME OF ALS-SORT-RECORD
026901             DELIMITED BY SIZE INTO AFM-PRINT-LINE
026902         PERFORM 9200-WRITE-PRINT-LINE
026903             THRU 9200-EXIT
026904     END-IF.

026905 3720-EXIT.
026906     EXIT.

026907*****************************************************************
026908*    3730-START-SEVERITY
026909*    PRINTS THE HEADING FOR A NEW SEVERITY AND STARTS ITS
026910*    FIRST ALERT CODE GROUP.
026911*****************************************************************
026912 3730-START-SEVERITY.

026913     MOVE ASRT-SEVERITY OF ALS-SORT-RECORD
026914         TO AFM-ALR-CURRENT-SEVERITY.
026915     MOVE ZERO TO AFM-ALR-SEVERITY-COUNT.
026916     EVALUATE AFM-ALR-CURRENT-SEVERITY
026917         WHEN "C"
026918             MOVE "CRITICAL" TO AFM-ALR-SEVERITY-WORD
026919         WHEN "E"
026920             MOVE "ERROR"    TO AFM-ALR-SEVERITY-WORD
026921         WHEN "W"
026922             MOVE "WARNING"  TO AFM-ALR-SEVERITY-WORD
026923         WHEN OTHER
026924             MOVE "UNKNOWN"  TO AFM-ALR-SEVERITY-WORD
026925     END-EVALUATE.

026926     MOVE SPACES TO AFM-PRINT-LINE.
026927     PERFORM 9200-WRITE-PRINT-LINE
026928         THRU 9200-EXIT.
026929     MOVE SPACES TO AFM-PRINT-LINE.
026930     STRING "SEVERITY: " AFM-ALR-SEVERITY-WORD
026931         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026932     PERFORM 9200-WRITE-PRINT-LINE
026933         THRU 9200-EXIT.

026934     PERFORM 3735-START-CODE
026935         THRU 3735-EXIT.

026936 3730-EXIT.
026937     EXIT.

026938*****************************************************************
026939*    3735-START-CODE
026940*    PRINTS THE HEADING FOR A NEW ALERT CODE WITHIN THE
026941*    CURRENT SEVERITY.
026942*****************************************************************
026943 3735-START-CODE.

026944     MOVE ASRT-CODE OF ALS-SORT-RECORD TO AFM-ALR-CURRENT-CODE.
026945     MOVE ZERO TO AFM-ALR-CODE-COUNT.
026946     MOVE SPACES TO AFM-PRINT-LINE.
026947     STRING " ALERT CODE: " AFM-ALR-CURRENT-CODE
026948         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026949     PERFORM 9200-WRITE-PRINT-LINE
026950         THRU 9200-EXIT.

026951 3735-EXIT.
026952     EXIT.

026953*****************************************************************
026954*    3740-PRINT-CODE-TOTAL
026955*    PRINTS THE COUNT FOR THE ALERT CODE GROUP JUST FINISHED.
026956*****************************************************************
026957 3740-PRINT-CODE-TOTAL.

026958     MOVE AFM-ALR-CODE-COUNT TO AFM-PRINT-COUNT-EDIT.
026959     MOVE SPACES TO AFM-PRINT-LINE.
026960     STRING " " AFM-ALR-CURRENT-CODE " ALERTS: "
026961         AFM-PRINT-COUNT-EDIT
026962         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026963     PERFORM 9200-WRITE-PRINT-LINE
026964         THRU 9200-EXIT.

026965 3740-EXIT.
026966     EXIT.

026967*****************************************************************
026968*    3750-PRINT-SEVERITY-TOTAL
026969*    PRINTS THE COUNT FOR THE SEVERITY JUST FINISHED.
026970*****************************************************************
026971 3750-PRINT-SEVERITY-TOTAL.

026972     MOVE AFM-ALR-SEVERITY-COUNT TO AFM-PRINT-COUNT-EDIT.
026973     MOVE SPACES TO AFM-PRINT-LINE.
026974     STRING "TOTAL " AFM-ALR-SEVERITY-WORD " ALERTS: "
026975         AFM-PRINT-COUNT-EDIT
026976         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
026977     PERFORM 9200-WRITE-PRINT-LINE
026978         THRU 9200-EXIT.

026979 3750-EXIT.
026980     EXIT.

026981*****************************************************************
026982*    3800-RECLAIM-RUN
026983*    RUN MODE RECLAIM (JCL MEMBER AFMRECLM).  STORAGE
026984*    RECLAMATION CANDIDATES FOR THE QUARTERLY CLEANUP.  READS
026985*    THE CATALOG IN DIRECTORY ORDER AND CLASSES EACH ENTRY
026986*    UNDER THE FIRST OF FOUR HEADINGS IT MEETS:
026987*      ZERO-BYTE  A FILE-SIZE OF ZERO;
026988*      DUPLICATE  THE SAME NAME, SIZE AND TYPE IN ANOTHER
026989*                 DIRECTORY (FOUND THROUGH THE FILE-NAME
026990*                 ALTERNATE KEY, 3830) AND NOT THE COPY KEPT;
026991*      STALE      NOT MODIFIED FOR THE NUMBER OF DAYS ON THE
026992*                 PARM - 'RECLAIM,DDD', DEFAULT 365;
026993*      OVER-WARN  IN A DIRECTORY WHOSE USAGE IS ALREADY PAST
026994*                 ITS DIRECTORY-WARNING-PCT.
026995*    AN ENTRY IS LISTED ONCE ONLY, SO NO BYTE IS COUNTED
026996*    TWICE.  EACH CANDIDATE IS LISTED ON RECLAIM.REPORT WITH
026997*    THE BYTES ITS DELETE WOULD RECOVER, TOTALLED PER
026998*    DIRECTORY, PER HEADING AND OVERALL, AND WRITTEN AS A
026999*    PROPOSED DELETE TO RECLAIM.TRANS - A COMPLETE
027000*    TRANS.INPUT-LAYOUT FEED LIKE THE DISCOVERY RUN'S, WHICH
027001*    THE STORAGE OWNERS STRIKE LINES FROM BEFORE AFMRESUB
027002*    (PARM=RECLAIM) PREPARES IT FOR THE NIGHTLY RUN.  AN ENTRY
027003*    UNDER ACTIVE LEGAL HOLD IS LISTED BUT NEVER PROPOSED AND
027004*    ITS BYTES ARE NOT COUNTED AS RECOVERABLE.  NOTHING IS
027005*    CHANGED HERE.  A BAD PARM ENDS THE STEP WITH CC 12.
027006*****************************************************************
027007 3800-RECLAIM-RUN.

027008     MOVE "RECLAIM" TO AFM-RUNC-JOB.
027009     PERFORM 9500-STAMP-RUN-START
027010         THRU 9500-EXIT.

027011     PERFORM 3810-GET-RECLAIM-OPTION
027012         THRU 3810-EXIT.
027013     IF ERROR-MESSAGE NOT = SPACES
027014         DISPLAY "RECLAMATION RUN REFUSED - " ERROR-MESSAGE
027015         MOVE 12 TO RETURN-CODE
027016         GO TO 3800-EXIT
027017     END-IF.

027018     MOVE AFM-TODAY-DISPLAY TO AFM-RHR-DATE-TEXT.
027019     PERFORM 3590-DATE-TO-INTEGER
027020         THRU 3590-EXIT.
027021     SUBTRACT AFM-RCL-STALE-DAYS FROM AFM-RHR-DATE-INT.
027022     PERFORM 3595-INTEGER-TO-DATE
027023         THRU 3595-EXIT.
027024     MOVE AFM-RHR-DATE-TEXT TO AFM-RCL-CUTOFF-DATE.

027025     MOVE ZERO TO AFM-RCL-ENTRY-COUNT
027026                  AFM-RCL-FEED-COUNT
027027                  AFM-RCL-SIZE-HASH
027028                  AFM-RCL-DUPLICATE-COUNT
027029                  AFM-RCL-DUPLICATE-BYTES
027030                  AFM-RCL-ZERO-COUNT
027031                  AFM-RCL-STALE-COUNT
027032                  AFM-RCL-STALE-BYTES
027033                  AFM-RCL-WARN-COUNT
027034                  AFM-RCL-WARN-BYTES
027035                  AFM-RCL-HELD-COUNT
027036                  AFM-RCL-HELD-BYTES
027037                  AFM-RCL-DIR-COUNT
027038                  AFM-RCL-DIR-BYTES
027039                  AFM-RCL-DIR-HELD-COUNT.
027040     MOVE LOW-VALUES TO AFM-RCL-CURRENT-DIRECTORY
027041                        AFM-RCL-PRINT-DIRECTORY.

027042     PERFORM 8942-GET-FEED-BASE-SEQUENCE
027043         THRU 8942-EXIT.
027044     MOVE AFM-DSC-BASE-SEQUENCE TO AFM-RCL-BASE-SEQUENCE.

027045     OPEN INPUT FILE-STATUS.
027046     IF AFM-FSTAT-IOSTAT = "35"
027047         CLOSE FILE-STATUS
027048         OPEN OUTPUT FILE-STATUS
027049         CLOSE FILE-STATUS
027050         OPEN INPUT FILE-STATUS
027051     END-IF.

027052     MOVE "RECLAIM.REPORT" TO AFM-PRINT-FILE-NAME.
027053     MOVE "STORAGE RECLAMATION CANDIDATES - PROPOSED DELETES"
027054         TO AFM-PRINT-TITLE.
027055     MOVE AFM-PRT-RCL-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
027056     MOVE AFM-PRT-RCL-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
027057     PERFORM 9100-OPEN-PRINT-FILE
027058         THRU 9100-EXIT.

027059     STRING "STALE = NOT MODIFIED SINCE " AFM-RCL-CUTOFF-DATE
027060         " (" AFM-RCL-STALE-DAYS " DAYS)"
027061         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027062     PERFORM 9200-WRITE-PRINT-LINE
027063         THRU 9200-EXIT.

027064     OPEN OUTPUT RECLAIM-FEED-FILE.
027065     IF AFM-RCLF-IOSTAT NOT = "00"
027066         DISPLAY "RECLAIM RUN REFUSED - UNABLE TO OPEN "
027067             "RECLAIM.TRANS - STATUS " AFM-RCLF-IOSTAT
027068         MOVE "RECLAIM.TRANS NOT OPENED - NO CANDIDATES LISTED"
027069             TO AFM-PRINT-LINE
027070         PERFORM 9200-WRITE-PRINT-LINE
027071             THRU 9200-EXIT
027072         PERFORM 9300-CLOSE-PRINT-FILE
027073             THRU 9300-EXIT
027074         CLOSE FILE-STATUS
027075         MOVE 12 TO RETURN-CODE
027076         GO TO 3800-EXIT
027077     END-IF.
027078     PERFORM 3815-WRITE-RECLAIM-HEADER
027079         THRU 3815-EXIT.

027080     MOVE "N" TO FILE-STATUS-FLAG.
027081     MOVE LOW-VALUES TO FILE-STATUS-KEY.
027082     START FILE-STATUS KEY NOT < FILE-STATUS-KEY
027083         INVALID KEY
027084             SET NO-MORE-FILE-STATUS TO TRUE
027085     END-START.
027086     IF NOT NO-MORE-FILE-STATUS
027087         PERFORM 4100-READ-NEXT-FILE-STATUS
027088             THRU 4100-EXIT
027089     END-IF.

027090     PERFORM 3820-CHECK-ONE-ENTRY
027091         THRU 3820-EXIT
027092         UNTIL NO-MORE-FILE-STATUS.

027093     PERFORM 3870-PRINT-DIRECTORY-TOTAL
027094         THRU 3870-EXIT.

027095     PERFORM 3817-WRITE-RECLAIM-TRAILER
027096         THRU 3817-EXIT.
027097     CLOSE RECLAIM-FEED-FILE.
027098     CLOSE FILE-STATUS.

027099     PERFORM 3880-PRINT-RECLAIM-TOTALS
027100         THRU 3880-EXIT.

027101     PERFORM 9300-CLOSE-PRINT-FILE
027102         THRU 9300-EXIT.

027103     DISPLAY "RECLAMATION COMPLETE - DELETES PROPOSED: "
027104         AFM-RCL-FEED-COUNT " BYTES: " AFM-RCL-TOTAL-BYTES
027105         " HELD: " AFM-RCL-HELD-COUNT.
027106     DISPLAY "REVIEW RECLAIM.REPORT, THEN PREPARE "
027107         "RECLAIM.TRANS WITH AFMRESUB PARM='RECLAIM'".

027108 3800-EXIT.
027109     PERFORM 9510-STAMP-RUN-END
027110         THRU 9510-EXIT.
027111     EXIT.

027112*****************************************************************
027113*    3810-GET-RECLAIM-OPTION
027114*    TAKES THE STALE AGE IN DAYS FROM THE EXEC PARM OPTION -
027115*    THREE DIGITS, BLANK FOR THE DEFAULT OF 365.  LEAVES A
027116*    NON-BLANK ERROR-MESSAGE WHEN THE AGE IS NOT THREE DIGITS
027117*    OR IS ZERO.
027118*****************************************************************
027119 3810-GET-RECLAIM-OPTION.

027120     MOVE SPACES TO ERROR-MESSAGE.
027121     MOVE AFM-RUN-OPTION TO AFM-RCL-DAYS-TEXT.

027122     IF AFM-RCL-DAYS-TEXT = SPACES
027123         MOVE 365 TO AFM-RCL-STALE-DAYS
027124         GO TO 3810-EXIT
027125     END-IF.

027126     IF AFM-RCL-DAYS-DIGITS NOT NUMERIC
027127             OR AFM-RUN-OPTION(4:17) NOT = SPACES
027128         MOVE "STALE AGE MUST BE THREE DIGITS OF DAYS"
027129             TO ERROR-MESSAGE
027130         GO TO 3810-EXIT
027131     END-IF.

027132     IF AFM-RCL-DAYS-DIGITS = ZERO
027133         MOVE "STALE AGE MUST BE GREATER THAN ZERO"
027134             TO ERROR-MESSAGE
027135         GO TO 3810-EXIT
027136     END-IF.

027137     MOVE AFM-RCL-DAYS-DIGITS TO AFM-RCL-STALE-DAYS.

027138 3810-EXIT.
027139     EXIT.

027140 3815-WRITE-RECLAIM-HEADER.

027141     MOVE SPACES            TO TRANS-RECORD.
027142     MOVE ZERO              TO TRANS-SEQUENCE-NUMBER.
027143     SET TRANS-ACTION-HEADER TO TRUE.
027144     MOVE AFM-TODAY-DISPLAY TO TRANS-HEADER-RUN-DATE.
027145     MOVE "RECLAIM"         TO TRANS-HEADER-ORIGIN-SYSTEM.
027146     WRITE RECLAIM-FEED-RECORD FROM TRANS-RECORD.

027147 3815-EXIT.
027148     EXIT.

027149 3817-WRITE-RECLAIM-TRAILER.

027150     MOVE SPACES            TO TRANS-RECORD.
027151     MOVE ZERO              TO TRANS-SEQUENCE-NUMBER.
027152     SET TRANS-ACTION-TRAILER TO TRUE.
027153     MOVE AFM-RCL-FEED-COUNT
027154                            TO TRANS-TRAILER-RECORD-COUNT.
027155     MOVE AFM-RCL-SIZE-HASH TO TRANS-TRAILER-SIZE-HASH.
027156     WRITE RECLAIM-FEED-RECORD FROM TRANS-RECORD.

027157 3817-EXIT.
027158     EXIT.

027159*****************************************************************
027160*    3820-CHECK-ONE-ENTRY
027161*    CLASSES THE CATALOG ENTRY IN HAND AND LISTS IT WHEN IT IS
027162*    A CANDIDATE, THEN READS THE NEXT ONE.  A NEW DIRECTORY
027163*    FIRST CLOSES OFF THE LAST ONE'S TOTAL AND LOOKS UP ITS
027164*    OWN WARNING LEVEL.  THE ENTRY IS KEPT IN THE AFM-RCL
027165*    FIELDS, SINCE THE DUPLICATE SEARCH READS OTHER ENTRIES
027166*    INTO THE RECORD AREA.  AN UNREADABLE SIZE COUNTS AS ZERO
027167*    BYTES BUT DOES NOT MAKE THE ENTRY ZERO-BYTE.
027168*****************************************************************
027169 3820-CHECK-ONE-ENTRY.

027170     ADD 1 TO AFM-RCL-ENTRY-COUNT.

027171     IF FILE-DIRECTORY-NAME NOT = AFM-RCL-CURRENT-DIRECTORY
027172         PERFORM 3870-PRINT-DIRECTORY-TOTAL
027173             THRU 3870-EXIT
027174         PERFORM 3825-CHECK-DIRECTORY-WARNING
027175             THRU 3825-EXIT
027176     END-IF.

027177     MOVE FILE-STATUS-KEY        TO AFM-RCL-KEY.
027178     MOVE FILE-TYPE              TO AFM-RCL-TYPE.
027179     MOVE FILE-MODIFICATION-DATE TO AFM-RCL-MOD-DATE.
027180     MOVE ZERO TO AFM-RCL-SIZE.
027181     IF FILE-SIZE NUMERIC
027182         MOVE FILE-SIZE TO AFM-RCL-SIZE
027183     END-IF.
027184     MOVE SPACE  TO AFM-RCL-CATEGORY.
027185     MOVE SPACES TO AFM-RCL-NOTE
027186                    AFM-RCL-KEPT-DIRECTORY.

027187     IF FILE-SIZE NUMERIC
027188             AND FILE-SIZE = ZERO
027189         SET AFM-RCL-IS-ZERO-BYTE TO TRUE
027190     END-IF.

027191     IF AFM-RCL-NOT-CANDIDATE
027192             AND AFM-RCL-SIZE > ZERO
027193         PERFORM 3830-CHECK-DUPLICATE
027194             THRU 3830-EXIT
027195     END-IF.

027196     IF AFM-RCL-NOT-CANDIDATE
027197             AND AFM-RCL-MOD-DATE(1:4) NUMERIC
027198             AND AFM-RCL-MOD-DATE < AFM-RCL-CUTOFF-DATE
027199         SET AFM-RCL-IS-STALE TO TRUE
027200     END-IF.

027201     IF AFM-RCL-NOT-CANDIDATE
027202             AND AFM-RCL-DIRECTORY-OVER-WARN
027203         SET AFM-RCL-IS-OVER-WARN TO TRUE
027204     END-IF.

027205     IF NOT AFM-RCL-NOT-CANDIDATE
027206         PERFORM 3840-LIST-CANDIDATE
027207             THRU 3840-EXIT
027208     END-IF.

027209     IF NOT NO-MORE-FILE-STATUS
027210         PERFORM 4100-READ-NEXT-FILE-STATUS
027211             THRU 4100-EXIT
027212     END-IF.

027213 3820-EXIT.
027214     EXIT.

027215*****************************************************************
027216*    3825-CHECK-DIRECTORY-WARNING
027217*    STARTS A NEW DIRECTORY: CLEARS ITS TOTALS AND SETS
027218*    AFM-RCL-DIRECTORY-OVER-WARN WHEN ITS DIRECTORY.USAGE
027219*    TOTAL IS ALREADY PAST DIRECTORY-WARNING-PCT OF ITS
027220*    DIRECTORY-CAPACITY-LIMIT - THE THRESHOLD 5170 WARNS AT.
027221*    A DIRECTORY NOT CAPACITY-MANAGED, OR WITH NO WARNING
027222*    LEVEL, IS NEVER OVER IT.
027223*****************************************************************
027224 3825-CHECK-DIRECTORY-WARNING.

027225     MOVE FILE-DIRECTORY-NAME TO AFM-RCL-CURRENT-DIRECTORY
027226                                 AFM-CAP-TARGET-DIRECTORY.
027227     MOVE ZERO TO AFM-RCL-DIR-COUNT
027228                  AFM-RCL-DIR-BYTES
027229                  AFM-RCL-DIR-HELD-COUNT.
027230     MOVE "N" TO AFM-RCL-OVER-WARN-FLAG.
027231     MOVE ZERO TO AFM-CAP-LIMIT
027232                  AFM-CAP-WARN-PCT.

027233     PERFORM 5180-GET-DIRECTORY-LIMITS
027234         THRU 5180-EXIT.
027235     IF NOT AFM-CAP-DIRECTORY-FOUND
027236             OR AFM-CAP-LIMIT = ZERO
027237             OR AFM-CAP-WARN-PCT = ZERO
027238         GO TO 3825-EXIT
027239     END-IF.

027240     PERFORM 5190-TOTAL-DIRECTORY-USAGE
027241         THRU 5190-EXIT.
027242     COMPUTE AFM-CAP-THRESHOLD =
027243         AFM-CAP-LIMIT * AFM-CAP-WARN-PCT / 100.
027244     IF AFM-CAP-USED-TOTAL > AFM-CAP-THRESHOLD
027245         SET AFM-RCL-DIRECTORY-OVER-WARN TO TRUE
027246     END-IF.

027247 3825-EXIT.
027248     EXIT.

027249*****************************************************************
027250*    3830-CHECK-DUPLICATE
027251*    READS EVERY ENTRY OF THE SAME NAME THROUGH THE FILE-NAME
027252*    ALTERNATE KEY.  AMONG THE COPIES WITH THE SAME SIZE AND
027253*    TYPE THE ONE KEPT IS THE MOST RECENTLY MODIFIED (THE
027254*    FIRST DIRECTORY IN KEY ORDER ON A TIE) - EVERY COPY
027255*    WORKS OUT THE SAME ONE, SO EXACTLY ONE IS NEVER PROPOSED.
027256*    THE ENTRY IN HAND IS A DUPLICATE WHEN IT IS NOT THAT
027257*    COPY.  THE SEARCH MOVES THE FILE POSITION, SO THE BROWSE
027258*    IS RE-STARTED AFTER THIS ENTRY'S KEY.
027259*****************************************************************
027260 3830-CHECK-DUPLICATE.

027261     MOVE AFM-RCL-DIRECTORY TO AFM-RCL-KEPT-DIRECTORY.
027262     MOVE AFM-RCL-MOD-DATE  TO AFM-RCL-KEPT-MOD-DATE.
027263     MOVE ZERO TO AFM-RCL-COPY-COUNT.
027264     MOVE "N"  TO AFM-RCL-GROUP-EOF-FLAG.

027265     MOVE AFM-RCL-NAME TO FILE-NAME.
027266     START FILE-STATUS KEY = FILE-NAME
027267         INVALID KEY
027268             SET AFM-RCL-GROUP-DONE TO TRUE
027269     END-START.

027270     PERFORM 3835-NOTE-ONE-COPY
027271         THRU 3835-EXIT
027272         UNTIL AFM-RCL-GROUP-DONE.

027273     IF AFM-RCL-COPY-COUNT > ZERO
027274             AND AFM-RCL-KEPT-DIRECTORY NOT = AFM-RCL-DIRECTORY
027275         SET AFM-RCL-IS-DUPLICATE TO TRUE
027276     END-IF.

027277     MOVE AFM-RCL-KEY TO FILE-STATUS-KEY.
027278     START FILE-STATUS KEY > FILE-STATUS-KEY
027279         INVALID KEY
027280             SET NO-MORE-FILE-STATUS TO TRUE
027281     END-START.

027282 3830-EXIT.
027283     EXIT.

027284 3835-NOTE-ONE-COPY.

027285     READ FILE-STATUS NEXT RECORD
027286         AT END
027287             SET AFM-RCL-GROUP-DONE TO TRUE
027288     END-READ.
027289     IF AFM-RCL-GROUP-DONE
027290         GO TO 3835-EXIT
027291     END-IF.
027292     IF FILE-NAME NOT = AFM-RCL-NAME
027293         SET AFM-RCL-GROUP-DONE TO TRUE
027294         GO TO 3835-EXIT
027295     END-IF.

027296     IF FILE-DIRECTORY-NAME = AFM-RCL-DIRECTORY
027297             OR FILE-SIZE NOT NUMERIC
027298         GO TO 3835-EXIT
027299     END-IF.
027300     IF FILE-SIZE NOT = AFM-RCL-SIZE
027301             OR FILE-TYPE NOT = AFM-RCL-TYPE
027302         GO TO 3835-EXIT
027303     END-IF.

027304     ADD 1 TO AFM-RCL-COPY-COUNT.
027305     IF FILE-MODIFICATION-DATE > AFM-RCL-KEPT-MOD-DATE
027306             OR (FILE-MODIFICATION-DATE = AFM-RCL-KEPT-MOD-DATE
027307             AND FILE-DIRECTORY-NAME < AFM-RCL-KEPT-DIRECTORY)
027308         MOVE FILE-DIRECTORY-NAME    TO AFM-RCL-KEPT-DIRECTORY
027309         MOVE FILE-MODIFICATION-DATE TO AFM-RCL-KEPT-MOD-DATE
027310     END-IF.

027311 3835-EXIT.
027312     EXIT.

027313*****************************************************************
027314*    3840-LIST-CANDIDATE
027315*    LISTS ONE CANDIDATE.  UNLESS IT IS UNDER LEGAL HOLD IT IS
027316*    WRITTEN TO RECLAIM.TRANS AS A PROPOSED DELETE AND ITS
027317*    BYTES ARE ADDED TO ITS DIRECTORY AND HEADING TOTALS; A
027318*    HELD ENTRY IS ONLY COUNTED.  A DUPLICATE ALSO NAMES THE
027319*    DIRECTORY OF THE COPY KEPT ON A LINE OF ITS OWN.
027320*****************************************************************
027321 3840-LIST-CANDIDATE.

027322     EVALUATE TRUE
027323         WHEN AFM-RCL-IS-ZERO-BYTE
027324             MOVE "ZERO-BYTE" TO AFM-RCL-CATEGORY-WORD
027325         WHEN AFM-RCL-IS-DUPLICATE
027326             MOVE "DUPLICATE" TO AFM-RCL-CATEGORY-WORD
027327         WHEN AFM-RCL-IS-STALE
027328             MOVE "STALE"     TO AFM-RCL-CATEGORY-WORD
027329         WHEN OTHER
027330             MOVE "OVER-WARN" TO AFM-RCL-CATEGORY-WORD
027331     END-EVALUATE.

027332     PERFORM 3850-CHECK-LEGAL-HOLD
027333         THRU 3850-EXIT.

027334     IF AFM-LHLD-ENTRY-HELD
027335         ADD 1            TO AFM-RCL-HELD-COUNT
027336                             AFM-RCL-DIR-HELD-COUNT
027337         ADD AFM-RCL-SIZE TO AFM-RCL-HELD-BYTES
027338         MOVE SPACES TO AFM-RCL-LINE-SEQ
027339         STRING "HELD " AFM-LHLD-HIT-ID " - NOT PROPOSED"
027340             DELIMITED BY SIZE INTO AFM-RCL-NOTE
027341     ELSE
027342         PERFORM 3845-PROPOSE-DELETE
027343             THRU 3845-EXIT
027344     END-IF.

027345     IF AFM-RCL-DIRECTORY NOT = AFM-RCL-PRINT-DIRECTORY
027346         MOVE AFM-RCL-DIRECTORY TO AFM-RCL-PRINT-DIRECTORY
027347         STRING "  DIRECTORY: " AFM-RCL-PRINT-DIRECTORY
027348             DELIMITED BY SIZE INTO AFM-PRINT-LINE
027349         PERFORM 9200-WRITE-PRINT-LINE
027350             THRU 9200-EXIT
027351     END-IF.

027352     MOVE AFM-RCL-SIZE TO AFM-RCL-LINE-SIZE.
027353     STRING AFM-RCL-LINE-SEQ " "
027354         AFM-RCL-CATEGORY-WORD " "
027355         AFM-RCL-LINE-SIZE " "
027356         AFM-RCL-TYPE " "
027357         AFM-RCL-MOD-DATE " "
027358         AFM-RCL-NAME " "
027359         AFM-RCL-NOTE
027360         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027361     PERFORM 9200-WRITE-PRINT-LINE
027362         THRU 9200-EXIT.

027363     IF AFM-RCL-IS-DUPLICATE
027364         STRING "         COPY KEPT IN: " AFM-RCL-KEPT-DIRECTORY
027365             DELIMITED BY SIZE INTO AFM-PRINT-LINE
027366         PERFORM 9200-WRITE-PRINT-LINE
027367             THRU 9200-EXIT
027368     END-IF.

027369 3840-EXIT.
027370     EXIT.

027371*****************************************************************
027372*    3845-PROPOSE-DELETE
027373*    WRITES THE CANDIDATE TO RECLAIM.TRANS AS A PROPOSED
027374*    DELETE WITH ITS CATALOGED SIZE AND TYPE, NUMBERED ABOVE
027375*    THE CHECKPOINT HIGH-WATER MARK AND ADDED TO THE TRAILER
027376*    COUNT AND SIZE HASH, THEN TO THE TOTALS.
027377*****************************************************************
027378 3845-PROPOSE-DELETE.

027379     MOVE SPACES TO TRANS-RECORD.
027380     SET TRANS-ACTION-DELETE TO TRUE.
027381     MOVE AFM-RCL-NAME      TO TRANS-FILE-NAME.
027382     MOVE AFM-RCL-SIZE      TO TRANS-FILE-SIZE.
027383     MOVE AFM-RCL-TYPE      TO TRANS-FILE-TYPE.
027384     MOVE AFM-RCL-DIRECTORY TO TRANS-DIRECTORY-NAME.

027385     ADD 1 TO AFM-RCL-FEED-COUNT.
027386     COMPUTE TRANS-SEQUENCE-NUMBER =
027387         AFM-RCL-BASE-SEQUENCE + AFM-RCL-FEED-COUNT.
027388     ADD TRANS-FILE-SIZE TO AFM-RCL-SIZE-HASH.
027389     WRITE RECLAIM-FEED-RECORD FROM TRANS-RECORD.
027390     MOVE TRANS-SEQUENCE-NUMBER TO AFM-RCL-LINE-SEQ.

027391     ADD 1            TO AFM-RCL-DIR-COUNT.
027392     ADD AFM-RCL-SIZE TO AFM-RCL-DIR-BYTES.
027393     EVALUATE TRUE
027394         WHEN AFM-RCL-IS-ZERO-BYTE
027395             ADD 1 TO AFM-RCL-ZERO-COUNT
027396         WHEN AFM-RCL-IS-DUPLICATE
027397             ADD 1            TO AFM-RCL-DUPLICATE-COUNT
027398             ADD AFM-RCL-SIZE TO AFM-RCL-DUPLICATE-BYTES
027399         WHEN AFM-RCL-IS-STALE
027400             ADD 1            TO AFM-RCL-STALE-COUNT
027401             ADD AFM-RCL-SIZE TO AFM-RCL-STALE-BYTES
027402         WHEN OTHER
027403             ADD 1            TO AFM-RCL-WARN-COUNT
027404             ADD AFM-RCL-SIZE TO AFM-RCL-WARN-BYTES
027405     END-EVALUATE.

027406 3845-EXIT.
027407     EXIT.

027408*****************************************************************
027409*    3850-CHECK-LEGAL-HOLD
027410*    LOOKS THE CANDIDATE UP ON THE LEGAL HOLD REGISTER WITH
027411*    THE SAME SCOPE TEST AS 5200 (5210), BUT WITHOUT THE
027412*    REFUSAL MESSAGE AND HOLDBK AUDIT RECORD - NOTHING IS
027413*    BEING CHANGED, ONLY LEFT OFF THE PROPOSALS.
027414*****************************************************************
027415 3850-CHECK-LEGAL-HOLD.

027416     MOVE "N" TO AFM-LHLD-HELD-FLAG.
027417     MOVE "N" TO AFM-LHLD-EOF-FLAG.
027418     MOVE AFM-RCL-DIRECTORY TO FILE-DIRECTORY-INPUT.
027419     MOVE AFM-RCL-NAME      TO FILE-NAME-INPUT.

027420     OPEN INPUT LEGAL-HOLD-REGISTER.
027421     IF AFM-LHLD-IOSTAT NOT = "00"
027422         CLOSE LEGAL-HOLD-REGISTER
027423         GO TO 3850-EXIT
027424     END-IF.

027425     PERFORM 5210-TEST-ONE-HOLD
027426         THRU 5210-EXIT
027427         UNTIL NO-MORE-LEGAL-HOLDS
027428            OR AFM-LHLD-ENTRY-HELD.

027429     CLOSE LEGAL-HOLD-REGISTER.

027430 3850-EXIT.
027431     EXIT.

027432*****************************************************************
027433*    3870-PRINT-DIRECTORY-TOTAL
027434*    CLOSES OFF THE DIRECTORY JUST FINISHED WITH ITS COUNT OF
027435*    PROPOSED DELETES AND RECOVERABLE BYTES, AND OF HELD
027436*    CANDIDATES - ONLY WHEN IT HAD A CANDIDATE TO LIST.
027437*****************************************************************
027438 3870-PRINT-DIRECTORY-TOTAL.

027439     IF AFM-RCL-DIR-COUNT = ZERO
027440             AND AFM-RCL-DIR-HELD-COUNT = ZERO
027441         GO TO 3870-EXIT
027442     END-IF.

027443     MOVE AFM-RCL-DIR-COUNT      TO AFM-PRINT-COUNT-EDIT.
027444     MOVE AFM-RCL-DIR-BYTES      TO AFM-PRINT-SIZE-EDIT.
027445     MOVE AFM-RCL-DIR-HELD-COUNT TO AFM-PRINT-COUNT-EDIT-2.
027446     STRING "  DIRECTORY TOTAL - PROPOSED: " AFM-PRINT-COUNT-EDIT
027447         "  RECOVERABLE BYTES: " AFM-PRINT-SIZE-EDIT
027448         "  HELD: " AFM-PRINT-COUNT-EDIT-2
027449         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027450     PERFORM 9200-WRITE-PRINT-LINE
027451         THRU 9200-EXIT.
027452     MOVE SPACES TO AFM-PRINT-LINE.
027453     PERFORM 9200-WRITE-PRINT-LINE
027454         THRU 9200-EXIT.

027455 3870-EXIT.
027456     EXIT.

027457*****************************************************************
027458*    3880-PRINT-RECLAIM-TOTALS
027459*    CLOSING PAGE FIGURES - THE PROPOSED DELETES AND
027460*    RECOVERABLE BYTES UNDER EACH HEADING AND OVERALL, THE
027461*    HELD CANDIDATES LEFT OUT, AND THE COUNT, SIZE HASH AND
027462*    SEQUENCE RANGE OF THE PROPOSAL FEED.
027463*****************************************************************
027464 3880-PRINT-RECLAIM-TOTALS.

027465     COMPUTE AFM-RCL-TOTAL-BYTES =
027466         AFM-RCL-DUPLICATE-BYTES + AFM-RCL-STALE-BYTES
027467         + AFM-RCL-WARN-BYTES.

027468     MOVE SPACES TO AFM-PRINT-LINE.
027469     PERFORM 9200-WRITE-PRINT-LINE
027470         THRU 9200-EXIT.
027471     MOVE "RECOVERABLE BYTES BY CATEGORY" TO AFM-PRINT-LINE.
027472     PERFORM 9200-WRITE-PRINT-LINE
027473         THRU 9200-EXIT.

027474     MOVE AFM-RCL-DUPLICATE-COUNT TO AFM-PRINT-COUNT-EDIT.
027475     MOVE AFM-RCL-DUPLICATE-BYTES TO AFM-PRINT-SIZE-EDIT.
027476     STRING "  PROBABLE DUPLICATES.......: ENTRIES: "
027477         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027478         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027479     PERFORM 9200-WRITE-PRINT-LINE
027480         THRU 9200-EXIT.

027481     MOVE AFM-RCL-ZERO-COUNT TO AFM-PRINT-COUNT-EDIT.
027482     MOVE ZERO               TO AFM-PRINT-SIZE-EDIT.
027483     STRING "  ZERO-BYTE ENTRIES.........: ENTRIES: "
027484         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027485         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027486     PERFORM 9200-WRITE-PRINT-LINE
027487         THRU 9200-EXIT.

027488     MOVE AFM-RCL-STALE-COUNT TO AFM-PRINT-COUNT-EDIT.
027489     MOVE AFM-RCL-STALE-BYTES TO AFM-PRINT-SIZE-EDIT.
027490     STRING "  NOT MODIFIED SINCE CUTOFF.: ENTRIES: "
027491         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027492         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027493     PERFORM 9200-WRITE-PRINT-LINE
027494         THRU 9200-EXIT.

027495     MOVE AFM-RCL-WARN-COUNT TO AFM-PRINT-COUNT-EDIT.
027496     MOVE AFM-RCL-WARN-BYTES TO AFM-PRINT-SIZE-EDIT.
027497     STRING "  IN DIRECTORIES OVER WARNING: ENTRIES: "
027498         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027499         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027500     PERFORM 9200-WRITE-PRINT-LINE
027501         THRU 9200-EXIT.

027502     MOVE AFM-RCL-FEED-COUNT  TO AFM-PRINT-COUNT-EDIT.
027503     MOVE AFM-RCL-TOTAL-BYTES TO AFM-PRINT-SIZE-EDIT.
027504     STRING "  GRAND TOTAL...............: ENTRIES: "
027505         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027506         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027507     PERFORM 9200-WRITE-PRINT-LINE
027508         THRU 9200-EXIT.

027509     MOVE SPACES TO AFM-PRINT-LINE.
027510     PERFORM 9200-WRITE-PRINT-LINE
027511         THRU 9200-EXIT.

027512     MOVE AFM-RCL-HELD-COUNT TO AFM-PRINT-COUNT-EDIT.
027513     MOVE AFM-RCL-HELD-BYTES TO AFM-PRINT-SIZE-EDIT.
027514     STRING "UNDER LEGAL HOLD - NOT PROPOSED: ENTRIES: "
027515         AFM-PRINT-COUNT-EDIT "  BYTES: " AFM-PRINT-SIZE-EDIT
027516         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027517     PERFORM 9200-WRITE-PRINT-LINE
027518         THRU 9200-EXIT.

027519     MOVE AFM-RCL-ENTRY-COUNT TO AFM-PRINT-COUNT-EDIT.
027520     STRING "CATALOG ENTRIES READ............: "
027521         AFM-PRINT-COUNT-EDIT
027522         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027523     PERFORM 9200-WRITE-PRINT-LINE
027524         THRU 9200-EXIT.

027525     MOVE AFM-RCL-FEED-COUNT TO AFM-PRINT-COUNT-EDIT.
027526     MOVE AFM-RCL-SIZE-HASH  TO AFM-PRINT-SIZE-EDIT.
027527     STRING "RECLAIM.TRANS - DETAILS: " AFM-PRINT-COUNT-EDIT
027528         "  SIZE HASH: " AFM-PRINT-SIZE-EDIT
027529         "  SEQUENCES ABOVE: " AFM-RCL-BASE-SEQUENCE
027530         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
027531     PERFORM 9200-WRITE-PRINT-LINE
027532         THRU 9200-EXIT.

027533 3880-EXIT.
027534     EXIT.

027535*****************************************************************
027536*    4000-DISPLAY-FILE-LIST
027537*****************************************************************
027538 4000-DISPLAY-FILE-LIST.

027539     MOVE "N" TO FILE-STATUS-FLAG.
027540     OPEN INPUT FILE-STATUS.
027541     IF AFM-FSTAT-IOSTAT = "35"
027542         CLOSE FILE-STATUS
027543         OPEN OUTPUT FILE-STATUS
027544         CLOSE FILE-STATUS
027545         OPEN INPUT FILE-STATUS
027546     END-IF.

027547     PERFORM 4100-READ-NEXT-FILE-STATUS
027548         THRU 4100-EXIT.

027549     PERFORM UNTIL NO-MORE-FILE-STATUS
027550         DISPLAY FILE-NAME
027551         DISPLAY FILE-SIZE
027552         DISPLAY FILE-TYPE
027553         DISPLAY FILE-CREATION-DATE
027554         DISPLAY FILE-MODIFICATION-DATE
027555         DISPLAY FILE-DIRECTORY-NAME
027556         PERFORM 4100-READ-NEXT-FILE-STATUS
027557             THRU 4100-EXIT
027558     END-PERFORM.

027559     CLOSE FILE-STATUS.

027560 4000-EXIT.
027561     EXIT.

027562 4100-READ-NEXT-FILE-STATUS.

027563     READ FILE-STATUS NEXT RECORD
027564         AT END
027565             SET NO-MORE-FILE-STATUS TO TRUE
027566     END-READ.

027567 4100-EXIT.
027568     EXIT.

027569*****************************************************************
027570*    5000-CREATE-NEW-FILE
027571*    ADDS ONE NEW ENTRY TO THE FILE-STATUS CATALOG.  A
027572*    DUPLICATE-KEY CHECK IS PERFORMED FIRST SO AN EXISTING
027573*    ENTRY IS NEVER OVERWRITTEN BY CREATE.
027574*****************************************************************
027575 5000-CREATE-NEW-FILE.

027576     DISPLAY "Enter file name: ".
027577     ACCEPT FILE-NAME-INPUT.
027578     DISPLAY "Enter file size: ".
027579     ACCEPT FILE-SIZE-INPUT.
027580     DISPLAY "Enter file type: ".
027581     ACCEPT FILE-TYPE-INPUT.
027582     DISPLAY "Enter cost center (blank if unassigned): ".
027583     ACCEPT FILE-COST-CENTER-INPUT.

027584     MOVE CURRENT-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT.

027585     PERFORM 5100-PROCESS-CREATE
027586         THRU 5100-EXIT.

027587 5000-EXIT.
027588     EXIT.

027589*****************************************************************
027590*    5100-PROCESS-CREATE
027591*    CORE CATALOG-ADD LOGIC, SHARED BY THE INTERACTIVE CREATE
027592*    COMMAND AND THE BATCH TRANSACTION DRIVER.  ON ENTRY,
027593*    FILE-NAME-INPUT, FILE-SIZE-INPUT, FILE-TYPE-INPUT AND
027594*    FILE-COST-CENTER-INPUT ARE ALREADY POPULATED BY THE
027595*    CALLER (A BLANK COST CENTER LEAVES THE ENTRY UNASSIGNED
027596*    FOR THE MONTHLY CHARGEBACK).
027597*****************************************************************
027598 5100-PROCESS-CREATE.

027599     MOVE SPACES TO ERROR-MESSAGE.
027600     PERFORM 5150-VALIDATE-CREATE-INPUT
027601         THRU 5150-EXIT.
027602     IF ERROR-MESSAGE NOT = SPACES
027603         DISPLAY ERROR-MESSAGE
027604         GO TO 5100-EXIT
027605     END-IF.

027606     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
027607     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
027608     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
027609     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

027610     OPEN I-O FILE-STATUS.
027611     IF AFM-FSTAT-IOSTAT = "35"
027612         CLOSE FILE-STATUS
027613         OPEN OUTPUT FILE-STATUS
027614         CLOSE FILE-STATUS
027615         OPEN I-O FILE-STATUS
027616     END-IF.

027617     MOVE FILE-DIRECTORY-INPUT TO FILE-DIRECTORY-NAME.
027618     MOVE FILE-NAME-INPUT      TO FILE-NAME.
027619     READ FILE-STATUS
027620         KEY IS FILE-STATUS-KEY
027621         INVALID KEY
027622             CONTINUE
027623     END-READ.

027624     IF AFM-FSTAT-OK
027625         STRING "FILE ALREADY EXISTS IN CATALOG: "
027626             FILE-NAME-INPUT DELIMITED BY SIZE
027627             INTO ERROR-MESSAGE
027628         DISPLAY ERROR-MESSAGE
027629     ELSE
027630         PERFORM 5170-CHECK-DIRECTORY-CAPACITY
027631             THRU 5170-EXIT
027632         IF ERROR-MESSAGE NOT = SPACES
027633             DISPLAY ERROR-MESSAGE
027634         ELSE
027635         MOVE FILE-DIRECTORY-INPUT   TO FILE-DIRECTORY-NAME
027636         MOVE FILE-NAME-INPUT        TO FILE-NAME
027637         MOVE FILE-SIZE-INPUT        TO FILE-SIZE
027638         MOVE FILE-TYPE-INPUT        TO FILE-TYPE
027639         MOVE AFM-TODAY-DISPLAY      TO FILE-CREATION-DATE
027640         MOVE AFM-TODAY-DISPLAY      TO FILE-MODIFICATION-DATE
027641         MOVE FILE-COST-CENTER-INPUT TO FILE-COST-CENTER
027642         WRITE FILE-STATUS-RECORD
027643             INVALID KEY
027644                 MOVE "UNABLE TO WRITE CATALOG ENTRY"
027645                     TO ERROR-MESSAGE
027646                 DISPLAY ERROR-MESSAGE
027647             NOT INVALID KEY
027648                 STRING "FILE CREATED: " FILE-NAME-INPUT
027649                     DELIMITED BY SIZE INTO SUCCESS-MESSAGE
027650                 DISPLAY SUCCESS-MESSAGE
027651                 PERFORM 5490-CLEAR-AUDIT-IMAGES
027652                     THRU 5490-EXIT
027653                 MOVE FILE-NAME-INPUT TO AFM-AUD-NEW-FILE-NAME
027654                 MOVE FILE-SIZE-INPUT TO AFM-AUD-NEW-FILE-SIZE
027655                 MOVE FILE-TYPE-INPUT TO AFM-AUD-NEW-FILE-TYPE
027656                 MOVE AFM-TODAY-DISPLAY
027657                     TO AFM-AUD-NEW-MOD-DATE
027658                 MOVE FILE-COST-CENTER-INPUT
027659                     TO AFM-AUD-COST-CENTER
027660                 MOVE "CREATE" TO AFM-AUDIT-ACTION
027661                 PERFORM 5500-WRITE-AUDIT-RECORD
027662                     THRU 5500-EXIT
027663                 MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY
027664                 MOVE 1               TO AFM-USG-COUNT-CHANGE
027665                 MOVE FILE-SIZE-INPUT TO AFM-USG-BYTES-CHANGE
027666                 PERFORM 5400-POST-DIRECTORY-USAGE
027667                     THRU 5400-EXIT
027668         END-WRITE
027669         END-IF
027670     END-IF.

027671     CLOSE FILE-STATUS.

027672 5100-EXIT.
027673     EXIT.

027674*****************************************************************
027675*    5150-VALIDATE-CREATE-INPUT
027676*    EDITS THE FIELDS GATHERED FOR A CREATE BEFORE THE CATALOG
027677*    IS TOUCHED.  ON RETURN, A NON-BLANK ERROR-MESSAGE MEANS
027678*    THE CALLER MUST REJECT THE REQUEST WITHOUT WRITING IT.
027679*    A DIRECTORY FLAGGED DECOMMISSIONED TAKES NO NEW ENTRIES.
027680*****************************************************************
027681 5150-VALIDATE-CREATE-INPUT.

027682     IF FILE-NAME-INPUT = SPACES
027683         MOVE "FILE NAME IS REQUIRED" TO ERROR-MESSAGE
027684         GO TO 5150-EXIT
027685     END-IF.

027686     IF FILE-DIRECTORY-INPUT = SPACES
027687         MOVE "DIRECTORY NAME IS REQUIRED" TO ERROR-MESSAGE
027688         GO TO 5150-EXIT
027689     END-IF.

027690     IF FILE-SIZE-INPUT NOT NUMERIC
027691         MOVE "FILE SIZE MUST BE NUMERIC" TO ERROR-MESSAGE
027692         GO TO 5150-EXIT
027693     END-IF.

027694     IF FILE-SIZE-INPUT = ZERO
027695         MOVE "FILE SIZE MUST BE GREATER THAN ZERO"
027696             TO ERROR-MESSAGE
027697         GO TO 5150-EXIT
027698     END-IF.

027699     IF FILE-TYPE-INPUT = SPACES
027700         MOVE "FILE TYPE IS REQUIRED" TO ERROR-MESSAGE
027701         GO TO 5150-EXIT
027702     END-IF.

027703     MOVE ZERO TO AFM-CAP-LIMIT
027704                  AFM-CAP-WARN-PCT.
027705     MOVE FILE-DIRECTORY-INPUT TO AFM-CAP-TARGET-DIRECTORY.
027706     PERFORM 5180-GET-DIRECTORY-LIMITS
027707         THRU 5180-EXIT.
027708     SET AFM-CAP-LIMITS-LOADED TO TRUE.
027709     IF AFM-CAP-DIRECTORY-RETIRED
027710         STRING "DIRECTORY IS DECOMMISSIONED: "
027711             FILE-DIRECTORY-INPUT DELIMITED BY SIZE
027712             INTO ERROR-MESSAGE
027713         GO TO 5150-EXIT
027714     END-IF.

027715     PERFORM 5160-VALIDATE-FILE-TYPE
027716         THRU 5160-EXIT.

027717 5150-EXIT.
027718     EXIT.

027719*****************************************************************
027720*    5160-VALIDATE-FILE-TYPE
027721*    CONFIRMS FILE-TYPE-INPUT AGAINST THE FILE-TYPE MASTER
027722*    (FILE.TYPE.MASTER) - THE TYPE MUST BE ON FILE AND ACTIVE,
027723*    AND A NON-ZERO FILE-SIZE-INPUT MUST NOT EXCEED THE TYPE'S
027724*    MAXIMUM.  OPENS AND CLOSES THE MASTER AROUND 5165 SO IT
027725*    CAN BE CALLED FROM CREATE, UPDATE AND THE BATCH DRIVER
027726*    WITHOUT THE CALLER HOLDING THE FILE.  A MISSING MASTER
027727*    APPROVES NOTHING.
027728*****************************************************************
027729 5160-VALIDATE-FILE-TYPE.

027730     OPEN INPUT FILE-TYPE-MASTER.
027731     IF AFM-FTYP-IOSTAT NOT = "00"
027732         MOVE "FILE TYPE MASTER NOT AVAILABLE" TO ERROR-MESSAGE
027733         GO TO 5160-EXIT
027734     END-IF.

027735     PERFORM 5165-CHECK-FILE-TYPE
027736         THRU 5165-EXIT.

027737     CLOSE FILE-TYPE-MASTER.

027738 5160-EXIT.
027739     EXIT.

027740*****************************************************************
027741*    5165-CHECK-FILE-TYPE
027742*    KEYED LOOKUP OF FILE-TYPE-INPUT ON THE FILE-TYPE MASTER,
027743*    WHICH THE CALLER HAS ALREADY OPENED (5160, OR THE VERIFY
027744*    SWEEP FOR THE WHOLE RUN).  LEAVES ERROR-MESSAGE AT SPACES
027745*    WHEN THE TYPE IS APPROVED; EVERY MESSAGE FITS THE 40-BYTE
027746*    VERIFY RULE TEXT.
027747*****************************************************************
027748 5165-CHECK-FILE-TYPE.

027749     MOVE FILE-TYPE-INPUT TO FTYP-FILE-TYPE.
027750     READ FILE-TYPE-MASTER
027751         KEY IS FTYP-FILE-TYPE
027752         INVALID KEY
027753             CONTINUE
027754     END-READ.

027755     IF AFM-FTYP-NOTFOUND
027756         MOVE "INVALID FILE TYPE" TO ERROR-MESSAGE
027757         GO TO 5165-EXIT
027758     END-IF.

027759     IF NOT AFM-FTYP-OK
027760         MOVE "FILE TYPE MASTER NOT AVAILABLE" TO ERROR-MESSAGE
027761         GO TO 5165-EXIT
027762     END-IF.

027763     IF FTYP-RETIRED
027764         MOVE "FILE TYPE IS RETIRED" TO ERROR-MESSAGE
027765         GO TO 5165-EXIT
027766     END-IF.

027767     IF FTYP-MAX-FILE-SIZE NUMERIC
027768         AND FTYP-MAX-FILE-SIZE > ZERO
027769         AND FILE-SIZE-INPUT NUMERIC
027770         AND FILE-SIZE-INPUT > FTYP-MAX-FILE-SIZE
027771         MOVE "FILE SIZE EXCEEDS MAXIMUM FOR FILE TYPE"
027772             TO ERROR-MESSAGE
027773     END-IF.

027774 5165-EXIT.
027775     EXIT.

027776*****************************************************************
027777*    5168-CHECK-TYPE-CEILING
027778*    SIZE CEILING ONLY, FOR AN UPDATE THAT CHANGES THE SIZE OF
027779*    AN ENTRY WITHOUT NECESSARILY CHANGING ITS TYPE.  CHECKS
027780*    AFM-FTYP-CEILING-SIZE AGAINST THE MAXIMUM FOR
027781*    AFM-FTYP-CEILING-TYPE.  THE TYPE'S ACTIVE/RETIRED STATE IS
027782*    NOT LOOKED AT - AN ENTRY CATALOGED UNDER A TYPE SINCE
027783*    RETIRED CAN STILL HAVE ITS SIZE CORRECTED - AND A TYPE NOT
027784*    ON THE MASTER HAS NO CEILING HERE (VERIFY REPORTS IT).
027785*****************************************************************
027786 5168-CHECK-TYPE-CEILING.

027787     OPEN INPUT FILE-TYPE-MASTER.
027788     IF AFM-FTYP-IOSTAT NOT = "00"
027789         GO TO 5168-EXIT
027790     END-IF.

027791     MOVE AFM-FTYP-CEILING-TYPE TO FTYP-FILE-TYPE.
027792     READ FILE-TYPE-MASTER
027793         KEY IS FTYP-FILE-TYPE
027794         INVALID KEY
027795             CONTINUE
027796     END-READ.

027797     IF AFM-FTYP-OK
027798         AND FTYP-MAX-FILE-SIZE NUMERIC
027799         AND FTYP-MAX-FILE-SIZE > ZERO
027800         AND AFM-FTYP-CEILING-SIZE > FTYP-MAX-FILE-SIZE
027801         MOVE "FILE SIZE EXCEEDS MAXIMUM FOR FILE TYPE"
027802             TO ERROR-MESSAGE
027803     END-IF.

027804     CLOSE FILE-TYPE-MASTER.

027805 5168-EXIT.
027806     EXIT.

027807*****************************************************************
027808*    5170-CHECK-DIRECTORY-CAPACITY
027809*    CAPACITY-QUOTA EDIT FOR CREATE.  LOOKS UP THE TARGET
027810*    DIRECTORY'S CONFIGURED LIMIT AND WARNING THRESHOLD ON
027811*    DIRECTORY-LISTING, TAKES THE DIRECTORY'S CURRENT USAGE
027812*    FROM ITS DIRECTORY.USAGE SUMMARY RECORD, AND SETS
027813*    ERROR-MESSAGE WHEN THE NEW FILE WOULD BREACH THE LIMIT
027814*    (OR DISPLAYS A WARNING PAST THE THRESHOLD BUT LETS THE
027815*    CREATE PROCEED).  A DIRECTORY WITH NO LISTING ENTRY OR A
027816*    ZERO LIMIT IS NOT CAPACITY-MANAGED.  CALLED WITH
027817*    FILE-STATUS ALREADY OPEN I-O BY 5100-PROCESS-CREATE,
027818*    WHOSE RECORD AREA THE SUMMARY READ LEAVES ALONE.
027819*    THE LISTING IS READ ONLY WHEN 5150 HAS NOT JUST LOADED THE
027820*    SAME DIRECTORY'S LIMITS FOR THIS CREATE (A RESTORE COMES
027821*    HERE WITHOUT 5150).
027822*****************************************************************
027823 5170-CHECK-DIRECTORY-CAPACITY.

027824     MOVE ZERO TO AFM-CAP-USED-TOTAL.
027825     IF NOT AFM-CAP-LIMITS-LOADED
027826             OR AFM-CAP-TARGET-DIRECTORY
027827                 NOT = FILE-DIRECTORY-INPUT
027828         MOVE ZERO TO AFM-CAP-LIMIT
027829                      AFM-CAP-WARN-PCT
027830         MOVE FILE-DIRECTORY-INPUT TO AFM-CAP-TARGET-DIRECTORY
027831         PERFORM 5180-GET-DIRECTORY-LIMITS
027832             THRU 5180-EXIT
027833     END-IF.
027834     MOVE "N" TO AFM-CAP-LIMITS-FLAG.

027835     IF NOT AFM-CAP-DIRECTORY-FOUND
027836             OR AFM-CAP-LIMIT = ZERO
027837         GO TO 5170-EXIT
027838     END-IF.

027839     PERFORM 5190-TOTAL-DIRECTORY-USAGE
027840         THRU 5190-EXIT.

027841     COMPUTE AFM-CAP-PROJECTED =
027842         AFM-CAP-USED-TOTAL + FILE-SIZE-INPUT.

027843     IF AFM-CAP-PROJECTED > AFM-CAP-LIMIT
027844         STRING "DIRECTORY CAPACITY LIMIT WOULD BE EXCEEDED: "
027845             AFM-CAP-TARGET-DIRECTORY DELIMITED BY SIZE
027846             INTO ERROR-MESSAGE
027847         MOVE "E"      TO AFM-ALRT-SEVERITY
027848         MOVE "CAPLIM" TO AFM-ALRT-CODE
027849         MOVE AFM-CAP-TARGET-DIRECTORY TO AFM-ALRT-DIRECTORY
027850         MOVE FILE-NAME-INPUT          TO AFM-ALRT-FILE
027851         MOVE "CREATE REFUSED - DIRECTORY CAPACITY LIMIT EXCEEDED"
027852             TO AFM-ALRT-MESSAGE
027853         PERFORM 9540-RAISE-ALERT
027854             THRU 9540-EXIT
027855         GO TO 5170-EXIT
027856     END-IF.

027857     IF AFM-CAP-WARN-PCT > ZERO
027858         COMPUTE AFM-CAP-THRESHOLD =
027859             AFM-CAP-LIMIT * AFM-CAP-WARN-PCT / 100
027860         IF AFM-CAP-PROJECTED > AFM-CAP-THRESHOLD
027861             DISPLAY "WARNING - DIRECTORY "
027862                 AFM-CAP-TARGET-DIRECTORY
027863                 " IS PAST ITS CAPACITY WARNING THRESHOLD"
027864             MOVE "W"       TO AFM-ALRT-SEVERITY
027865             MOVE "CAPWARN" TO AFM-ALRT-CODE
027866             MOVE AFM-CAP-TARGET-DIRECTORY TO AFM-ALRT-DIRECTORY
027867             MOVE FILE-NAME-INPUT          TO AFM-ALRT-FILE
027868             MOVE "DIRECTORY PAST ITS CAPACITY WARNING THRESHOLD"
027869                 TO AFM-ALRT-MESSAGE
027870             PERFORM 9540-RAISE-ALERT
027871                 THRU 9540-EXIT
027872         END-IF
027873     END-IF.

027874 5170-EXIT.
027875     EXIT.

027876*****************************************************************
027877*    5180-GET-DIRECTORY-LIMITS
027878*    FETCHES THE CAPACITY LIMIT AND WARNING THRESHOLD FOR THE
027879*    DIRECTORY NAMED IN AFM-CAP-TARGET-DIRECTORY FROM THE
027880*    DIRECTORY-LISTING CONFIGURATION FILE.  NON-NUMERIC
027881*    FIELDS (LISTINGS CUT BEFORE THE FIELDS EXISTED) ARE
027882*    TREATED AS NOT CAPACITY-MANAGED.  A DIRECTORY FLAGGED
027883*    DECOMMISSIONED ALSO SETS AFM-CAP-DIRECTORY-RETIRED.
027884*****************************************************************
027885 5180-GET-DIRECTORY-LIMITS.

027886     MOVE "N" TO AFM-CAP-FOUND-FLAG.
027887     MOVE "N" TO DIRECTORY-LISTING-FLAG.
027888     MOVE "N" TO AFM-CAP-RETIRED-FLAG.
027889     OPEN INPUT DIRECTORY-LISTING.
027890     IF AFM-DIRL-IOSTAT = "35"
027891         CLOSE DIRECTORY-LISTING
027892         OPEN OUTPUT DIRECTORY-LISTING
027893         CLOSE DIRECTORY-LISTING
027894         OPEN INPUT DIRECTORY-LISTING
027895     END-IF.

027896     PERFORM 7100-READ-NEXT-DIRECTORY
027897         THRU 7100-EXIT.
027898     PERFORM UNTIL NO-MORE-DIRECTORY-LISTING
027899             OR DIRECTORY-NAME = AFM-CAP-TARGET-DIRECTORY
027900         PERFORM 7100-READ-NEXT-DIRECTORY
027901             THRU 7100-EXIT
027902     END-PERFORM.

027903     IF NOT NO-MORE-DIRECTORY-LISTING
027904         SET AFM-CAP-DIRECTORY-FOUND TO TRUE
027905         IF DIRECTORY-DECOMMISSIONED
027906             SET AFM-CAP-DIRECTORY-RETIRED TO TRUE
027907         END-IF
027908         IF DIRECTORY-CAPACITY-LIMIT NUMERIC
027909             MOVE DIRECTORY-CAPACITY-LIMIT TO AFM-CAP-LIMIT
027910         END-IF
027911         IF DIRECTORY-WARNING-PCT NUMERIC
027912             MOVE DIRECTORY-WARNING-PCT TO AFM-CAP-WARN-PCT
027913         END-IF
027914     END-IF.

027915     CLOSE DIRECTORY-LISTING.

027916 5180-EXIT.
027917     EXIT.

027918*****************************************************************
027919*    5190-TOTAL-DIRECTORY-USAGE
027920*    FETCHES THE ENTRY COUNT AND TOTAL FILE-SIZE OF THE
027921*    DIRECTORY NAMED IN AFM-CAP-TARGET-DIRECTORY FROM ITS
027922*    DIRECTORY.USAGE SUMMARY RECORD - ONE KEYED READ IN PLACE
027923*    OF A SWEEP OF THE DIRECTORY'S CATALOG ENTRIES.  A
027924*    DIRECTORY WITH NO SUMMARY RECORD HAS NO ENTRIES.  NEITHER
027925*    FILE-STATUS NOR ITS RECORD AREA IS TOUCHED, SO THE CALLER
027926*    MAY HAVE THE CATALOG OPEN OR NOT.
027927*****************************************************************
027928 5190-TOTAL-DIRECTORY-USAGE.

027929     MOVE ZERO TO AFM-CAP-USED-TOTAL
027930                  AFM-CAP-USED-COUNT.

027931     PERFORM 5195-OPEN-DIRECTORY-USAGE
027932         THRU 5195-EXIT.

027933     MOVE AFM-CAP-TARGET-DIRECTORY TO DUSG-DIRECTORY-NAME.
027934     READ DIRECTORY-USAGE
027935         INVALID KEY
027936             CONTINUE
027937         NOT INVALID KEY
027938             MOVE DUSG-ENTRY-COUNT TO AFM-CAP-USED-COUNT
027939             MOVE DUSG-TOTAL-BYTES TO AFM-CAP-USED-TOTAL
027940     END-READ.

027941     CLOSE DIRECTORY-USAGE.

027942 5190-EXIT.
027943     EXIT.

027944*****************************************************************
027945*    5195-OPEN-DIRECTORY-USAGE
027946*    OPENS THE DIRECTORY.USAGE SUMMARY I-O, CREATING IT EMPTY
027947*    THE FIRST TIME IT IS NEEDED.
027948*****************************************************************
027949 5195-OPEN-DIRECTORY-USAGE.

027950     OPEN I-O DIRECTORY-USAGE.
027951     IF AFM-DUSG-IOSTAT = "35"
027952         CLOSE DIRECTORY-USAGE
027953         OPEN OUTPUT DIRECTORY-USAGE
027954         CLOSE DIRECTORY-USAGE
027955         OPEN I-O DIRECTORY-USAGE
027956     END-IF.

027957 5195-EXIT.
027958     EXIT.

027959*****************************************************************
027960*    5200-CHECK-LEGAL-HOLD
027961*    REFUSES A CHANGE TO AN ENTRY UNDER ACTIVE LEGAL HOLD
027962*    (COPYBOOK AFMLHLD).  THE CALLER LOADS FILE-DIRECTORY-INPUT
027963*    AND FILE-NAME-INPUT WITH THE ENTRY AND AFM-LHLD-ACTION
027964*    WITH THE ACTION IT IS ABOUT TO TAKE.  THE REGISTER IS
027965*    READ FRONT TO BACK - IT HOLDS A HANDFUL OF RECORDS, AND
027966*    A DIRECTORY OR PREFIX HOLD CANNOT BE FOUND BY THE ENTRY'S
027967*    KEY.  THE FIRST ACTIVE HOLD COVERING THE ENTRY SETS
027968*    AFM-LHLD-ENTRY-HELD, LEAVES "ENTRY UNDER LEGAL HOLD" IN
027969*    ERROR-MESSAGE (CLASSED AS REASON HOLD BY 2750 WHEN A
027970*    BATCH TRANSACTION IS REFUSED) AND WRITES ONE HOLDBK AUDIT
027971*    RECORD.  NO REGISTER ON FILE MEANS NO HOLDS.
027972*****************************************************************
027973 5200-CHECK-LEGAL-HOLD.

027974     MOVE "N" TO AFM-LHLD-HELD-FLAG.
027975     MOVE "N" TO AFM-LHLD-EOF-FLAG.

027976     OPEN INPUT LEGAL-HOLD-REGISTER.
027977     IF AFM-LHLD-IOSTAT NOT = "00"
027978         CLOSE LEGAL-HOLD-REGISTER
027979         GO TO 5200-EXIT
027980     END-IF.

027981     PERFORM 5210-TEST-ONE-HOLD
027982         THRU 5210-EXIT
027983         UNTIL NO-MORE-LEGAL-HOLDS
027984            OR AFM-LHLD-ENTRY-HELD.

027985     CLOSE LEGAL-HOLD-REGISTER.

027986     IF NOT AFM-LHLD-ENTRY-HELD
027987         GO TO 5200-EXIT
027988     END-IF.

027989     MOVE SPACES TO ERROR-MESSAGE.
027990     STRING "ENTRY UNDER LEGAL HOLD " AFM-LHLD-HIT-ID
027991         " - " AFM-LHLD-ACTION " REFUSED"
027992         DELIMITED BY SIZE INTO ERROR-MESSAGE.

027993     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
027994     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
027995     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
027996     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

027997     PERFORM 5490-CLEAR-AUDIT-IMAGES
027998         THRU 5490-EXIT.
027999     MOVE AFM-LHLD-HIT-ID          TO AFM-AUD-NEW-FILE-NAME.
028000     MOVE AFM-LHLD-ACTION          TO AFM-AUD-NEW-FILE-TYPE.
028001     MOVE AFM-LHLD-HIT-PLACED-DATE TO AFM-AUD-NEW-MOD-DATE.
028002     MOVE "HOLDBK" TO AFM-AUDIT-ACTION.
028003     PERFORM 5500-WRITE-AUDIT-RECORD
028004         THRU 5500-EXIT.

028005 5200-EXIT.
028006     EXIT.

028007*****************************************************************
028008*    5210-TEST-ONE-HOLD
028009*    READS THE NEXT REGISTER RECORD AND, WHEN IT IS AN ACTIVE
028010*    HOLD WHOSE SCOPE COVERS THE ENTRY, KEEPS ITS HOLD ID AND
028011*    DATE PLACED FOR THE MESSAGE AND THE AUDIT RECORD.
028012*****************************************************************
028013 5210-TEST-ONE-HOLD.

028014     READ LEGAL-HOLD-REGISTER NEXT RECORD
028015         AT END
028016             SET NO-MORE-LEGAL-HOLDS TO TRUE
028017     END-READ.

028018     IF NO-MORE-LEGAL-HOLDS
028019         GO TO 5210-EXIT
028020     END-IF.

028021     IF NOT LHLD-ACTIVE
028022         GO TO 5210-EXIT
028023     END-IF.

028024     EVALUATE TRUE
028025         WHEN LHLD-SCOPE-ENTRY
028026             IF LHLD-DIRECTORY-NAME = FILE-DIRECTORY-INPUT
028027                     AND LHLD-FILE-NAME = FILE-NAME-INPUT
028028                 SET AFM-LHLD-ENTRY-HELD TO TRUE
028029             END-IF
028030         WHEN LHLD-SCOPE-DIRECTORY
028031             IF LHLD-DIRECTORY-NAME = FILE-DIRECTORY-INPUT
028032                 SET AFM-LHLD-ENTRY-HELD TO TRUE
028033             END-IF
028034         WHEN LHLD-SCOPE-PREFIX
028035             IF LHLD-DIRECTORY-NAME = SPACES
028036                     OR LHLD-DIRECTORY-NAME =
028037                         FILE-DIRECTORY-INPUT
028038                 IF LHLD-PREFIX-LENGTH > ZERO
028039                     IF FILE-NAME-INPUT(1:LHLD-PREFIX-LENGTH) =
028040                         LHLD-FILE-NAME(1:LHLD-PREFIX-LENGTH)
028041                         SET AFM-LHLD-ENTRY-HELD TO TRUE
028042                     END-IF
028043                 END-IF
028044             END-IF
028045     END-EVALUATE.

028046     IF AFM-LHLD-ENTRY-HELD
028047         MOVE LHLD-HOLD-ID     TO AFM-LHLD-HIT-ID
028048         MOVE LHLD-PLACED-DATE TO AFM-LHLD-HIT-PLACED-DATE
028049     END-IF.

028050 5210-EXIT.
028051     EXIT.

028052*****************************************************************
028053*    5400-POST-DIRECTORY-USAGE
028054*    APPLIES ONE CATALOG CHANGE TO THE DIRECTORY.USAGE RECORD
028055*    OF AFM-USG-DIRECTORY - AFM-USG-COUNT-CHANGE ENTRIES AND
028056*    AFM-USG-BYTES-CHANGE BYTES, EITHER MAY BE NEGATIVE.
028057*    CALLED BY EVERY PATH THAT ADDS, REMOVES OR RESIZES A
028058*    CATALOG ENTRY, STRAIGHT AFTER ITS WRITE, DELETE OR
028059*    REWRITE HAS SUCCEEDED, WITH AFM-TODAY-DISPLAY ALREADY SET
028060*    (AS FOR 5500).  A DIRECTORY WITHOUT A RECORD GETS ONE.  A
028061*    TOTAL THAT WOULD GO BELOW ZERO IS HELD AT ZERO - THE
028062*    SUMMARY HAS DRIFTED, WHICH VERIFY REPORTS AND A USAGEBLD
028063*    RUN PUTS RIGHT.  A POSTING THAT FAILS IS DISPLAYED BUT
028064*    DOES NOT BACK OUT THE CATALOG CHANGE.  THE CHANGE FIELDS
028065*    ARE CLEARED ON THE WAY OUT.
028066*****************************************************************
028067 5400-POST-DIRECTORY-USAGE.

028068     IF AFM-USG-COUNT-CHANGE = ZERO
028069             AND AFM-USG-BYTES-CHANGE = ZERO
028070         GO TO 5400-EXIT
028071     END-IF.

028072     IF AFM-RUN-MODE = SPACES
028073         MOVE "CONSOLE" TO AFM-USG-UPDATED-BY
028074     ELSE
028075         MOVE AFM-RUN-MODE TO AFM-USG-UPDATED-BY
028076     END-IF.

028077     ACCEPT AFM-NOW-TIME FROM TIME.
028078     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
028079     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
028080     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

028081     PERFORM 5195-OPEN-DIRECTORY-USAGE
028082         THRU 5195-EXIT.

028083     MOVE "Y" TO AFM-USG-SUMMARY-FLAG.
028084     MOVE AFM-USG-DIRECTORY TO DUSG-DIRECTORY-NAME.
028085     READ DIRECTORY-USAGE
028086         INVALID KEY
028087             MOVE "N" TO AFM-USG-SUMMARY-FLAG
028088     END-READ.

028089     IF NOT AFM-USG-SUMMARY-FOUND
028090         MOVE SPACES            TO DIRECTORY-USAGE-RECORD
028091         MOVE AFM-USG-DIRECTORY TO DUSG-DIRECTORY-NAME
028092         MOVE ZERO              TO DUSG-ENTRY-COUNT
028093                                   DUSG-TOTAL-BYTES
028094     END-IF.

028095     COMPUTE AFM-USG-NEW-COUNT =
028096         DUSG-ENTRY-COUNT + AFM-USG-COUNT-CHANGE.
028097     COMPUTE AFM-USG-NEW-BYTES =
028098         DUSG-TOTAL-BYTES + AFM-USG-BYTES-CHANGE.
028099     IF AFM-USG-NEW-COUNT < ZERO
028100         MOVE ZERO TO AFM-USG-NEW-COUNT
028101     END-IF.
028102     IF AFM-USG-NEW-BYTES < ZERO
028103         MOVE ZERO TO AFM-USG-NEW-BYTES
028104     END-IF.

028105     MOVE AFM-USG-NEW-COUNT    TO DUSG-ENTRY-COUNT.
028106     MOVE AFM-USG-NEW-BYTES    TO DUSG-TOTAL-BYTES.
028107     MOVE AFM-TODAY-DISPLAY    TO DUSG-LAST-UPDATE-DATE.
028108     MOVE AFM-NOW-TIME-DISPLAY TO DUSG-LAST-UPDATE-TIME.
028109     MOVE AFM-USG-UPDATED-BY   TO DUSG-LAST-UPDATE-BY.

028110     IF AFM-USG-SUMMARY-FOUND
028111         REWRITE DIRECTORY-USAGE-RECORD
028112             INVALID KEY
028113                 CONTINUE
028114         END-REWRITE
028115     ELSE
028116         WRITE DIRECTORY-USAGE-RECORD
028117             INVALID KEY
028118                 CONTINUE
028119         END-WRITE
028120     END-IF.

028121     IF AFM-DUSG-IOSTAT NOT = "00"
028122         DISPLAY "DIRECTORY USAGE NOT POSTED FOR "
028123             AFM-USG-DIRECTORY " - STATUS " AFM-DUSG-IOSTAT
028124     END-IF.

028125     CLOSE DIRECTORY-USAGE.

028126     MOVE ZERO TO AFM-USG-COUNT-CHANGE
028127                  AFM-USG-BYTES-CHANGE.

028128 5400-EXIT.
028129     EXIT.

028130*****************************************************************
028131*    5490-CLEAR-AUDIT-IMAGES
028132*    RESETS THE BEFORE/AFTER IMAGE WORK AREA AHEAD OF AN
028133*    AUDITED CATALOG CHANGE.  THE CALLER THEN FILLS IN ONLY
028134*    THE SIDES THAT APPLY BEFORE PERFORMING 5500.
028135*****************************************************************
028136 5490-CLEAR-AUDIT-IMAGES.

028137     MOVE SPACES TO AFM-AUD-OLD-FILE-NAME
028138                    AFM-AUD-OLD-FILE-TYPE
028139                    AFM-AUD-OLD-MOD-DATE
028140                    AFM-AUD-NEW-FILE-NAME
028141                    AFM-AUD-NEW-FILE-TYPE
028142                    AFM-AUD-NEW-MOD-DATE
028143                    AFM-AUD-COST-CENTER.
028144     MOVE ZERO   TO AFM-AUD-OLD-FILE-SIZE
028150                    AFM-AUD-NEW-FILE-SIZE.

028160 5490-EXIT.
028560                              TO AUDIT-NEW-FILE-TYPE.
028570     MOVE AFM-AUD-NEW-MOD-DATE
028580                              TO AUDIT-NEW-MODIFICATION-DATE.
028583     MOVE AFM-AUD-COST-CENTER
028586                              TO AUDIT-COST-CENTER.

028590     OPEN EXTEND AUDIT-TRAIL.
028600     IF AFM-AUDIT-IOSTAT = "35"

028680*****************************************************************
028690*    5600-UPDATE-FILE
028700*    CHANGES THE SIZE, TYPE AND/OR COST CENTER OF ONE EXISTING
028710*    FILE-STATUS ENTRY IN PLACE.  ZERO SIZE, BLANK TYPE OR
028720*    BLANK COST CENTER MEANS "KEEP THE CURRENT VALUE", SO A
028730*    SIZE CORRECTION NEED NOT RE-KEY THE TYPE AND VICE VERSA.
028740*****************************************************************
028750 5600-UPDATE-FILE.

028810     ACCEPT FILE-SIZE-INPUT.
028820     DISPLAY "Enter new file type (spaces to keep current): ".
028830     ACCEPT FILE-TYPE-INPUT.
028833     DISPLAY "Enter new cost center (spaces to keep current): ".
028836     ACCEPT FILE-COST-CENTER-INPUT.

028840     PERFORM 5700-PROCESS-UPDATE
028850         THRU 5700-EXIT.
029080*    5700-PROCESS-UPDATE
029090*    CORE IN-PLACE CATALOG-CHANGE LOGIC, SHARED BY THE
029100*    INTERACTIVE UPDATE COMMAND AND THE BATCH TRANSACTION
029107*    DRIVER.  ON ENTRY, FILE-NAME-INPUT, FILE-SIZE-INPUT,
029114*    FILE-TYPE-INPUT AND FILE-COST-CENTER-INPUT ARE ALREADY
029121*    POPULATED BY THE CALLER.
029130*    THE ENTRY IS REWRITTEN WITH ITS CREATION DATE AND
029140*    DIRECTORY TAG UNTOUCHED, ITS MODIFICATION DATE REFRESHED
029150*    AND ONE UPDATE AUDIT RECORD WRITTEN.
029320         GO TO 5700-EXIT
029330     END-IF.

029336     IF FILE-SIZE-INPUT = ZERO AND FILE-TYPE-INPUT = SPACES
029342             AND FILE-COST-CENTER-INPUT = SPACES
029348         STRING "NOTHING TO UPDATE - SUPPLY A SIZE, A TYPE "
029354             "OR A COST CENTER" DELIMITED BY SIZE
029360             INTO ERROR-MESSAGE
029370         DISPLAY ERROR-MESSAGE
029380         GO TO 5700-EXIT
029390     END-IF.

029391     MOVE "UPDATE" TO AFM-LHLD-ACTION.
029392     PERFORM 5200-CHECK-LEGAL-HOLD
029393         THRU 5200-EXIT.
029394     IF AFM-LHLD-ENTRY-HELD
029395         DISPLAY ERROR-MESSAGE
029396         GO TO 5700-EXIT
029397     END-IF.

029400     IF FILE-TYPE-INPUT NOT = SPACES
029410         PERFORM 5160-VALIDATE-FILE-TYPE
029420             THRU 5160-EXIT
029640             CONTINUE
029650     END-READ.

029651     IF NOT AFM-FSTAT-NOTFOUND
029652         IF FILE-TYPE-INPUT NOT = SPACES
029653             MOVE FILE-TYPE-INPUT TO AFM-FTYP-CEILING-TYPE
029654         ELSE
029655             MOVE FILE-TYPE       TO AFM-FTYP-CEILING-TYPE
029656         END-IF
029657         IF FILE-SIZE-INPUT NOT = ZERO
029658             MOVE FILE-SIZE-INPUT TO AFM-FTYP-CEILING-SIZE
029659         ELSE
029660             MOVE FILE-SIZE       TO AFM-FTYP-CEILING-SIZE
029661         END-IF
029662         PERFORM 5168-CHECK-TYPE-CEILING
029663             THRU 5168-EXIT
029664         IF ERROR-MESSAGE NOT = SPACES
029665             DISPLAY ERROR-MESSAGE
029666             CLOSE FILE-STATUS
029667             GO TO 5700-EXIT
029668         END-IF
029669     END-IF.

029670     IF AFM-FSTAT-NOTFOUND
029671         STRING "FILE NOT FOUND IN CATALOG: "
029680             FILE-NAME-INPUT DELIMITED BY SIZE
029690             INTO ERROR-MESSAGE
029700         DISPLAY ERROR-MESSAGE
029810         IF FILE-TYPE-INPUT NOT = SPACES
029820             MOVE FILE-TYPE-INPUT TO FILE-TYPE
029830         END-IF
029832         IF FILE-COST-CENTER-INPUT NOT = SPACES
029834             MOVE FILE-COST-CENTER-INPUT TO FILE-COST-CENTER
029836         END-IF
029840         MOVE AFM-TODAY-DISPLAY TO FILE-MODIFICATION-DATE
029850         REWRITE FILE-STATUS-RECORD
029860             INVALID KEY
029960                 MOVE FILE-TYPE TO AFM-AUD-NEW-FILE-TYPE
029970                 MOVE FILE-MODIFICATION-DATE
029980                     TO AFM-AUD-NEW-MOD-DATE
029985                 MOVE FILE-COST-CENTER TO AFM-AUD-COST-CENTER
029990                 MOVE "UPDATE" TO AFM-AUDIT-ACTION
030000                 PERFORM 5500-WRITE-AUDIT-RECORD
030010                     THRU 5500-EXIT
030011                 MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY
030012                 IF AFM-AUD-OLD-FILE-SIZE NUMERIC
030013                     COMPUTE AFM-USG-BYTES-CHANGE =
030014                         AFM-AUD-NEW-FILE-SIZE
030015                         - AFM-AUD-OLD-FILE-SIZE
030016                 ELSE
030017                     MOVE AFM-AUD-NEW-FILE-SIZE
030018                         TO AFM-USG-BYTES-CHANGE
030019                 END-IF
030020                 PERFORM 5400-POST-DIRECTORY-USAGE
030021                     THRU 5400-EXIT
030022         END-REWRITE
030030     END-IF.

030040     CLOSE FILE-STATUS.
030290 6100-PROCESS-DELETE.

030300     MOVE SPACES TO ERROR-MESSAGE.

030301     MOVE "DELETE" TO AFM-LHLD-ACTION.
030302     PERFORM 5200-CHECK-LEGAL-HOLD
030303         THRU 5200-EXIT.
030304     IF AFM-LHLD-ENTRY-HELD
030305         DISPLAY ERROR-MESSAGE
030306         GO TO 6100-EXIT
030307     END-IF.

030310     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
030320     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
030330     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
030580         MOVE FILE-SIZE              TO AFM-AUD-OLD-FILE-SIZE
030590         MOVE FILE-TYPE              TO AFM-AUD-OLD-FILE-TYPE
030600         MOVE FILE-MODIFICATION-DATE TO AFM-AUD-OLD-MOD-DATE
030605         MOVE FILE-COST-CENTER       TO AFM-AUD-COST-CENTER
030610         DELETE FILE-STATUS RECORD
030620             INVALID KEY
030630                 MOVE "UNABLE TO DELETE CATALOG ENTRY"
030700                 MOVE "DELETE" TO AFM-AUDIT-ACTION
030710                 PERFORM 5500-WRITE-AUDIT-RECORD
030720                     THRU 5500-EXIT
030721                 MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY
030722                 MOVE -1 TO AFM-USG-COUNT-CHANGE
030723                 IF AFM-AUD-OLD-FILE-SIZE NUMERIC
030724                     COMPUTE AFM-USG-BYTES-CHANGE =
030725                         ZERO - AFM-AUD-OLD-FILE-SIZE
030726                 END-IF
030727                 PERFORM 5400-POST-DIRECTORY-USAGE
030728                     THRU 5400-EXIT
030730         END-DELETE
030740     END-IF.

031040*    RECORD IS WRITTEN FIRST AND ONLY THEN IS THE OLD-NAME
031050*    RECORD DELETED, SO AN I/O FAILURE PART WAY THROUGH CAN
031060*    NEVER LOSE THE ENTRY.  ONE RENAME AUDIT RECORD IS
031070*    WRITTEN, CARRYING THE NEW NAME.  A COMPLETED RENAME
031072*    LEAVES THE DIRECTORY'S USAGE SUMMARY AS IT WAS; ONLY A
031074*    FAILED OLD-NAME DELETE, WHICH LEAVES BOTH ENTRIES IN THE
031076*    CATALOG, POSTS THE EXTRA ENTRY TO IT.
031080*****************************************************************
031090 6400-PROCESS-RENAME.

031270         GO TO 6400-EXIT
031280     END-IF.

031281     MOVE "RENAME" TO AFM-LHLD-ACTION.
031282     PERFORM 5200-CHECK-LEGAL-HOLD
031283         THRU 5200-EXIT.
031284     IF AFM-LHLD-ENTRY-HELD
031285         DISPLAY ERROR-MESSAGE
031286         GO TO 6400-EXIT
031287     END-IF.

031290     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
031300     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
031310     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
031550     MOVE FILE-TYPE              TO AFM-HOLD-FILE-TYPE.
031560     MOVE FILE-CREATION-DATE     TO AFM-HOLD-CREATION-DATE.
031570     MOVE FILE-DIRECTORY-NAME    TO AFM-HOLD-DIRECTORY-NAME.
031575     MOVE FILE-COST-CENTER       TO AFM-HOLD-COST-CENTER.

031580     PERFORM 5490-CLEAR-AUDIT-IMAGES
031590         THRU 5490-EXIT.
031800     MOVE AFM-HOLD-FILE-SIZE     TO FILE-SIZE.
031810     MOVE AFM-HOLD-FILE-TYPE     TO FILE-TYPE.
031820     MOVE AFM-HOLD-CREATION-DATE TO FILE-CREATION-DATE.
031825     MOVE AFM-HOLD-COST-CENTER   TO FILE-COST-CENTER.
031830     MOVE AFM-TODAY-DISPLAY      TO FILE-MODIFICATION-DATE.
031840     WRITE FILE-STATUS-RECORD
031850         INVALID KEY
031950             MOVE "UNABLE TO DELETE OLD-NAME CATALOG ENTRY"
031960                 TO ERROR-MESSAGE
031970             DISPLAY ERROR-MESSAGE
031971             MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY
031972             MOVE 1 TO AFM-USG-COUNT-CHANGE
031973             IF AFM-HOLD-FILE-SIZE NUMERIC
031974                 MOVE AFM-HOLD-FILE-SIZE TO AFM-USG-BYTES-CHANGE
031975             END-IF
031976             PERFORM 5400-POST-DIRECTORY-USAGE
031977                 THRU 5400-EXIT
031980             GO TO 6400-CLOSE
031990     END-DELETE.

032050     MOVE AFM-HOLD-FILE-SIZE  TO AFM-AUD-NEW-FILE-SIZE.
032060     MOVE AFM-HOLD-FILE-TYPE  TO AFM-AUD-NEW-FILE-TYPE.
032070     MOVE AFM-TODAY-DISPLAY   TO AFM-AUD-NEW-MOD-DATE.
032075     MOVE AFM-HOLD-COST-CENTER TO AFM-AUD-COST-CENTER.
032080     MOVE "RENAME" TO AFM-AUDIT-ACTION.
032090     PERFORM 5500-WRITE-AUDIT-RECORD
032100         THRU 5500-EXIT.
032130 6400-EXIT.
032140     EXIT.

032141*****************************************************************
032142*    6500-ADD-FILE-TYPE
032143*    FILE-TYPE-ADD COMMAND (ADMIN AUTHORITY).  PROMPTS FOR A
032144*    NEW TYPE CODE, ITS DESCRIPTION AND ITS MAXIMUM FILE-SIZE
032145*    (ZERO FOR NO CEILING) AND WRITES IT TO THE FILE-TYPE
032146*    MASTER AS ACTIVE.  ONE TYPADD AUDIT RECORD IS WRITTEN -
032147*    AUDIT-FILE-NAME CARRIES THE TYPE CODE (SEE AFMAUDIT).
032148*****************************************************************
032149 6500-ADD-FILE-TYPE.

032150     MOVE SPACES TO ERROR-MESSAGE.

032151     DISPLAY "Enter file type: ".
032152     ACCEPT FILE-TYPE-INPUT.
032153     DISPLAY "Enter description: ".
032154     ACCEPT AFM-FTYP-DESCRIPTION-INPUT.
032155     DISPLAY "Enter maximum file size (0 for no limit): ".
032156     ACCEPT AFM-FTYP-MAX-SIZE-INPUT.

032157     IF FILE-TYPE-INPUT = SPACES
032158         MOVE "FILE TYPE IS REQUIRED" TO ERROR-MESSAGE
032159         DISPLAY ERROR-MESSAGE
032160         GO TO 6500-EXIT
032161     END-IF.

032162     IF AFM-FTYP-DESCRIPTION-INPUT = SPACES
032163         MOVE "DESCRIPTION IS REQUIRED" TO ERROR-MESSAGE
032164         DISPLAY ERROR-MESSAGE
032165         GO TO 6500-EXIT
032166     END-IF.

032167     IF AFM-FTYP-MAX-SIZE-INPUT NOT NUMERIC
032168         MOVE "MAXIMUM FILE SIZE MUST BE NUMERIC"
032169             TO ERROR-MESSAGE
032170         DISPLAY ERROR-MESSAGE
032171         GO TO 6500-EXIT
032172     END-IF.

032173     PERFORM 6650-OPEN-FILE-TYPE-MASTER
032174         THRU 6650-EXIT.

032175     MOVE FILE-TYPE-INPUT TO FTYP-FILE-TYPE.
032176     READ FILE-TYPE-MASTER
032177         KEY IS FTYP-FILE-TYPE
032178         INVALID KEY
032179             CONTINUE
032180     END-READ.

032181     IF AFM-FTYP-OK
032182         STRING "FILE TYPE ALREADY EXISTS: "
032183             FILE-TYPE-INPUT DELIMITED BY SIZE
032184             INTO ERROR-MESSAGE
032185         DISPLAY ERROR-MESSAGE
032186         CLOSE FILE-TYPE-MASTER
032187         GO TO 6500-EXIT
032188     END-IF.

032189     PERFORM 5490-CLEAR-AUDIT-IMAGES
032190         THRU 5490-EXIT.

032191     MOVE SPACES                     TO FILE-TYPE-MASTER-RECORD.
032192     MOVE FILE-TYPE-INPUT            TO FTYP-FILE-TYPE.
032193     MOVE AFM-FTYP-DESCRIPTION-INPUT TO FTYP-DESCRIPTION.
032194     MOVE AFM-FTYP-MAX-SIZE-INPUT    TO FTYP-MAX-FILE-SIZE.
032195     SET FTYP-ACTIVE TO TRUE.
032196     PERFORM 6660-STAMP-FILE-TYPE-CHANGE
032197         THRU 6660-EXIT.

032198     WRITE FILE-TYPE-MASTER-RECORD
032199         INVALID KEY
032200             MOVE "UNABLE TO WRITE FILE TYPE MASTER RECORD"
032201                 TO ERROR-MESSAGE
032202             DISPLAY ERROR-MESSAGE
032203         NOT INVALID KEY
032204             STRING "FILE TYPE ADDED: " FILE-TYPE-INPUT
032205                 DELIMITED BY SIZE INTO SUCCESS-MESSAGE
032206             DISPLAY SUCCESS-MESSAGE
032207             PERFORM 6675-FILE-TYPE-NEW-IMAGE
032208                 THRU 6675-EXIT
032209             MOVE "TYPADD" TO AFM-AUDIT-ACTION
032210             PERFORM 6680-AUDIT-FILE-TYPE-CHANGE
032211                 THRU 6680-EXIT
032212     END-WRITE.

032213     CLOSE FILE-TYPE-MASTER.

032214 6500-EXIT.
032215     EXIT.

032216*****************************************************************
032217*    6550-RETIRE-FILE-TYPE
032218*    FILE-TYPE-RETIRE COMMAND (ADMIN AUTHORITY).  MARKS A TYPE
032219*    RETIRED ON THE FILE-TYPE MASTER SO NO NEW ENTRY OF THAT
032220*    TYPE IS ACCEPTED.  THE RECORD STAYS ON FILE - ENTRIES
032221*    ALREADY CATALOGED UNDER THE TYPE KEEP IT AND VERIFY LISTS
032222*    THEM FOR CLEANUP.  ONE TYPRET AUDIT RECORD IS WRITTEN.
032223*****************************************************************
032224 6550-RETIRE-FILE-TYPE.

032225     MOVE SPACES TO ERROR-MESSAGE.

032226     DISPLAY "Enter file type: ".
032227     ACCEPT FILE-TYPE-INPUT.

032228     IF FILE-TYPE-INPUT = SPACES
032229         MOVE "FILE TYPE IS REQUIRED" TO ERROR-MESSAGE
032230         DISPLAY ERROR-MESSAGE
032231         GO TO 6550-EXIT
032232     END-IF.

032233     PERFORM 6650-OPEN-FILE-TYPE-MASTER
032234         THRU 6650-EXIT.

032235     MOVE FILE-TYPE-INPUT TO FTYP-FILE-TYPE.
032236     READ FILE-TYPE-MASTER
032237         KEY IS FTYP-FILE-TYPE
032238         INVALID KEY
032239             CONTINUE
032240     END-READ.

032241     IF NOT AFM-FTYP-OK
032242         STRING "FILE TYPE NOT FOUND: "
032243             FILE-TYPE-INPUT DELIMITED BY SIZE
032244             INTO ERROR-MESSAGE
032245         DISPLAY ERROR-MESSAGE
032246         CLOSE FILE-TYPE-MASTER
032247         GO TO 6550-EXIT
032248     END-IF.

032249     IF FTYP-RETIRED
032250         STRING "FILE TYPE ALREADY RETIRED: "
032251             FILE-TYPE-INPUT DELIMITED BY SIZE
032252             INTO ERROR-MESSAGE
032253         DISPLAY ERROR-MESSAGE
032254         CLOSE FILE-TYPE-MASTER
032255         GO TO 6550-EXIT
032256     END-IF.

032257     PERFORM 5490-CLEAR-AUDIT-IMAGES
032258         THRU 5490-EXIT.
032259     PERFORM 6670-FILE-TYPE-OLD-IMAGE
032260         THRU 6670-EXIT.

032261     SET FTYP-RETIRED TO TRUE.
032262     PERFORM 6660-STAMP-FILE-TYPE-CHANGE
032263         THRU 6660-EXIT.

032264     REWRITE FILE-TYPE-MASTER-RECORD
032265         INVALID KEY
032266             MOVE "UNABLE TO REWRITE FILE TYPE MASTER RECORD"
032267                 TO ERROR-MESSAGE
032268             DISPLAY ERROR-MESSAGE
032269         NOT INVALID KEY
032270             STRING "FILE TYPE RETIRED: " FILE-TYPE-INPUT
032271                 DELIMITED BY SIZE INTO SUCCESS-MESSAGE
032272             DISPLAY SUCCESS-MESSAGE
032273             PERFORM 6675-FILE-TYPE-NEW-IMAGE
032274                 THRU 6675-EXIT
032275             MOVE "TYPRET" TO AFM-AUDIT-ACTION
032276             PERFORM 6680-AUDIT-FILE-TYPE-CHANGE
032277                 THRU 6680-EXIT
032278     END-REWRITE.

032279     CLOSE FILE-TYPE-MASTER.

032280 6550-EXIT.
032281     EXIT.

032282*****************************************************************
032283*    6600-CHANGE-FILE-TYPE
032284*    FILE-TYPE-CHANGE COMMAND (ADMIN AUTHORITY).  SHOWS THE
032285*    TYPE AS IT STANDS, THEN TAKES A NEW DESCRIPTION (SPACES
032286*    KEEP THE CURRENT ONE), THE MAXIMUM FILE-SIZE (RE-KEY THE
032287*    CURRENT VALUE TO KEEP IT, ZERO FOR NO CEILING) AND A
032288*    STATUS (A OR R, SPACE TO KEEP) - SO A TYPE RETIRED IN
032289*    ERROR CAN BE BROUGHT BACK.  ONE TYPCHG AUDIT RECORD IS
032290*    WRITTEN WITH THE BEFORE AND AFTER IMAGES.
032291*****************************************************************
032292 6600-CHANGE-FILE-TYPE.

032293     MOVE SPACES TO ERROR-MESSAGE.

032294     DISPLAY "Enter file type: ".
032295     ACCEPT FILE-TYPE-INPUT.

032296     IF FILE-TYPE-INPUT = SPACES
032297         MOVE "FILE TYPE IS REQUIRED" TO ERROR-MESSAGE
032298         DISPLAY ERROR-MESSAGE
032299         GO TO 6600-EXIT
032300     END-IF.

032301     PERFORM 6650-OPEN-FILE-TYPE-MASTER
032302         THRU 6650-EXIT.

032303     MOVE FILE-TYPE-INPUT TO FTYP-FILE-TYPE.
032304     READ FILE-TYPE-MASTER
032305         KEY IS FTYP-FILE-TYPE
032306         INVALID KEY
032307             CONTINUE
032308     END-READ.

032309     IF NOT AFM-FTYP-OK
032310         STRING "FILE TYPE NOT FOUND: "
032311             FILE-TYPE-INPUT DELIMITED BY SIZE
032312             INTO ERROR-MESSAGE
032313         DISPLAY ERROR-MESSAGE
032314         CLOSE FILE-TYPE-MASTER
032315         GO TO 6600-EXIT
032316     END-IF.

032317     PERFORM 5490-CLEAR-AUDIT-IMAGES
032318         THRU 5490-EXIT.
032319     PERFORM 6670-FILE-TYPE-OLD-IMAGE
032320         THRU 6670-EXIT.

032321     DISPLAY "DESCRIPTION......: " FTYP-DESCRIPTION.
032322     DISPLAY "MAXIMUM FILE SIZE: " FTYP-MAX-FILE-SIZE.
032323     DISPLAY "STATUS...........: " AFM-FTYP-STATUS-WORD.

032324     DISPLAY "Enter new description (spaces to keep): ".
032325     ACCEPT AFM-FTYP-DESCRIPTION-INPUT.
032326     DISPLAY "Enter maximum file size (0 for no limit): ".
032327     ACCEPT AFM-FTYP-MAX-SIZE-INPUT.
032328     DISPLAY "Enter status (A=ACTIVE, R=RETIRED, "
032329         "space to keep): ".
032330     ACCEPT AFM-FTYP-STATUS-INPUT.

032331     IF AFM-FTYP-MAX-SIZE-INPUT NOT NUMERIC
032332         MOVE "MAXIMUM FILE SIZE MUST BE NUMERIC"
032333             TO ERROR-MESSAGE
032334         DISPLAY ERROR-MESSAGE
032335         CLOSE FILE-TYPE-MASTER
032336         GO TO 6600-EXIT
032337     END-IF.

032338     IF AFM-FTYP-STATUS-INPUT NOT = SPACE
032339         AND AFM-FTYP-STATUS-INPUT NOT = "A"
032340         AND AFM-FTYP-STATUS-INPUT NOT = "R"
032341         MOVE "STATUS MUST BE A OR R" TO ERROR-MESSAGE
032342         DISPLAY ERROR-MESSAGE
032343         CLOSE FILE-TYPE-MASTER
032344         GO TO 6600-EXIT
032345     END-IF.

032346     IF AFM-FTYP-DESCRIPTION-INPUT NOT = SPACES
032347         MOVE AFM-FTYP-DESCRIPTION-INPUT TO FTYP-DESCRIPTION
032348     END-IF.
032349     MOVE AFM-FTYP-MAX-SIZE-INPUT TO FTYP-MAX-FILE-SIZE.
032350     IF AFM-FTYP-STATUS-INPUT NOT = SPACE
032351         MOVE AFM-FTYP-STATUS-INPUT TO FTYP-STATUS
032352     END-IF.

032353     PERFORM 6675-FILE-TYPE-NEW-IMAGE
032354         THRU 6675-EXIT.

032355     IF AFM-AUD-NEW-FILE-NAME = AFM-AUD-OLD-FILE-NAME
032356         AND AFM-AUD-NEW-FILE-SIZE = AFM-AUD-OLD-FILE-SIZE
032357         AND AFM-AUD-NEW-FILE-TYPE = AFM-AUD-OLD-FILE-TYPE
032358         MOVE "NOTHING TO CHANGE - FILE TYPE UNCHANGED"
032359             TO ERROR-MESSAGE
032360         DISPLAY ERROR-MESSAGE
032361         CLOSE FILE-TYPE-MASTER
032362         GO TO 6600-EXIT
032363     END-IF.

032364     PERFORM 6660-STAMP-FILE-TYPE-CHANGE
032365         THRU 6660-EXIT.
032366     MOVE FTYP-LAST-CHANGED-DATE TO AFM-AUD-NEW-MOD-DATE.

032367     REWRITE FILE-TYPE-MASTER-RECORD
032368         INVALID KEY
032369             MOVE "UNABLE TO REWRITE FILE TYPE MASTER RECORD"
032370                 TO ERROR-MESSAGE
032371             DISPLAY ERROR-MESSAGE
032372         NOT INVALID KEY
032373             STRING "FILE TYPE CHANGED: " FILE-TYPE-INPUT
032374                 DELIMITED BY SIZE INTO SUCCESS-MESSAGE
032375             DISPLAY SUCCESS-MESSAGE
032376             MOVE "TYPCHG" TO AFM-AUDIT-ACTION
032377             PERFORM 6680-AUDIT-FILE-TYPE-CHANGE
032378                 THRU 6680-EXIT
032379     END-REWRITE.

032380     CLOSE FILE-TYPE-MASTER.

032381 6600-EXIT.
032382     EXIT.

032383*****************************************************************
032384*    6650-OPEN-FILE-TYPE-MASTER
032385*    OPENS THE FILE-TYPE MASTER FOR MAINTENANCE, CREATING IT
032386*    ON FIRST USE LIKE THE OTHER KEYED FILES.
032387*****************************************************************
032388 6650-OPEN-FILE-TYPE-MASTER.

032389     OPEN I-O FILE-TYPE-MASTER.
032390     IF AFM-FTYP-IOSTAT = "35"
032391         CLOSE FILE-TYPE-MASTER
032392         OPEN OUTPUT FILE-TYPE-MASTER
032393         CLOSE FILE-TYPE-MASTER
032394         OPEN I-O FILE-TYPE-MASTER
032395     END-IF.

032396 6650-EXIT.
032397     EXIT.

032398*****************************************************************
032399*    6660-STAMP-FILE-TYPE-CHANGE
032400*    STAMPS THE FILE-TYPE MASTER RECORD IN THE BUFFER WITH
032401*    TODAY'S DATE AND THE OPERATOR MAKING THE CHANGE.
032402*****************************************************************
032403 6660-STAMP-FILE-TYPE-CHANGE.

032404     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
032405     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
032406     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
032407     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

032408     ACCEPT AFM-OPERATOR-ID FROM ENVIRONMENT "USER".
032409     IF AFM-OPERATOR-ID = SPACES
032410         MOVE "UNKNOWN" TO AFM-OPERATOR-ID
032411     END-IF.

032412     MOVE AFM-TODAY-DISPLAY TO FTYP-LAST-CHANGED-DATE.
032413     MOVE AFM-OPERATOR-ID   TO FTYP-LAST-CHANGED-BY.

032414 6660-EXIT.
032415     EXIT.

032416*****************************************************************
032417*    6670-FILE-TYPE-OLD-IMAGE / 6675-FILE-TYPE-NEW-IMAGE
032418*    LOAD THE BEFORE/AFTER AUDIT IMAGES FROM THE FILE-TYPE
032419*    MASTER RECORD IN THE BUFFER - DESCRIPTION IN THE FILE-NAME
032420*    IMAGE, MAXIMUM SIZE IN THE FILE-SIZE IMAGE, ACTIVE OR
032421*    RETIRED IN THE FILE-TYPE IMAGE AND THE LAST-CHANGED DATE
032422*    IN THE MODIFICATION-DATE IMAGE (SEE AFMAUDIT).
032423*****************************************************************
032424 6670-FILE-TYPE-OLD-IMAGE.

032425     PERFORM 6690-SET-FILE-TYPE-STATUS-WORD
032426         THRU 6690-EXIT.
032427     MOVE FTYP-DESCRIPTION       TO AFM-AUD-OLD-FILE-NAME.
032428     MOVE FTYP-MAX-FILE-SIZE     TO AFM-AUD-OLD-FILE-SIZE.
032429     MOVE AFM-FTYP-STATUS-WORD   TO AFM-AUD-OLD-FILE-TYPE.
032430     MOVE FTYP-LAST-CHANGED-DATE TO AFM-AUD-OLD-MOD-DATE.

032431 6670-EXIT.
032432     EXIT.

032433 6675-FILE-TYPE-NEW-IMAGE.

032434     PERFORM 6690-SET-FILE-TYPE-STATUS-WORD
032435         THRU 6690-EXIT.
032436     MOVE FTYP-DESCRIPTION       TO AFM-AUD-NEW-FILE-NAME.
032437     MOVE FTYP-MAX-FILE-SIZE     TO AFM-AUD-NEW-FILE-SIZE.
032438     MOVE AFM-FTYP-STATUS-WORD   TO AFM-AUD-NEW-FILE-TYPE.
032439     MOVE FTYP-LAST-CHANGED-DATE TO AFM-AUD-NEW-MOD-DATE.

032440 6675-EXIT.
032441     EXIT.

032442*****************************************************************
032443*    6680-AUDIT-FILE-TYPE-CHANGE
032444*    WRITES THE FILE-TYPE MASTER AUDIT RECORD FOR THE ACTION
032445*    IN AFM-AUDIT-ACTION.  THE TYPE CODE GOES IN THE AUDIT
032446*    FILE-NAME AND THE DIRECTORY IS LEFT BLANK, SO THE RECORD
032447*    CAN NEVER BE MISTAKEN FOR A CATALOG ENTRY BY RECOVER OR
032448*    THE DELTA EXTRACT.
032449*****************************************************************
032450 6680-AUDIT-FILE-TYPE-CHANGE.

032451     MOVE SPACES TO FILE-DIRECTORY-INPUT.
032452     MOVE FILE-TYPE-INPUT TO FILE-NAME-INPUT.

032453     PERFORM 5500-WRITE-AUDIT-RECORD
032454         THRU 5500-EXIT.

032455 6680-EXIT.
032456     EXIT.

032457*****************************************************************
032458*    6690-SET-FILE-TYPE-STATUS-WORD
032459*    TRANSLATES THE ACTIVE/RETIRED FLAG OF THE FILE-TYPE MASTER
032460*    RECORD IN THE BUFFER FOR THE AUDIT IMAGES AND THE LISTING.
032461*****************************************************************
032462 6690-SET-FILE-TYPE-STATUS-WORD.

032463     IF FTYP-RETIRED
032464         MOVE "RETIRED" TO AFM-FTYP-STATUS-WORD
032465     ELSE
032466         MOVE "ACTIVE"  TO AFM-FTYP-STATUS-WORD
032467     END-IF.

032468 6690-EXIT.
032469     EXIT.

032470*****************************************************************
032471*    6800-FILE-TYPE-LISTING
032472*    FILE-TYPE MASTER LISTING (FILE-TYPES COMMAND, OR
032473*    PARM=FILETYPE FROM JCL MEMBER AFMTYPRT) FOR CHANGE
032474*    CONTROL - EVERY TYPE ON THE MASTER IN TYPE-CODE ORDER WITH
032475*    ITS DESCRIPTION, STATUS, MAXIMUM FILE-SIZE AND WHO LAST
032476*    CHANGED IT AND WHEN, FOLLOWED BY ACTIVE/RETIRED COUNTS.
032477*    WRITTEN TO REPORT DATASET FILETYPE.REPORT.
032478*****************************************************************
032479 6800-FILE-TYPE-LISTING.

032480     MOVE "FILETYPE" TO AFM-RUNC-JOB.
032481     PERFORM 9500-STAMP-RUN-START
032482         THRU 9500-EXIT.

032483     MOVE ZERO TO AFM-FTYP-ACTIVE-COUNT
032484                  AFM-FTYP-RETIRED-COUNT.
032485     MOVE "N" TO AFM-FTYP-EOF-FLAG.

032486     MOVE "FILETYPE.REPORT" TO AFM-PRINT-FILE-NAME.
032487     MOVE "FILE-TYPE MASTER LISTING" TO AFM-PRINT-TITLE.
032488     MOVE AFM-PRT-FTYP-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
032489     MOVE AFM-PRT-FTYP-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
032490     PERFORM 9100-OPEN-PRINT-FILE
032491         THRU 9100-EXIT.

032492     OPEN INPUT FILE-TYPE-MASTER.
032493     IF AFM-FTYP-IOSTAT NOT = "00"
032494         MOVE "FILE TYPE MASTER NOT AVAILABLE - NO TYPES APPROVED"
032495             TO AFM-PRINT-LINE
032496         PERFORM 9200-WRITE-PRINT-LINE
032497             THRU 9200-EXIT
032498         PERFORM 9300-CLOSE-PRINT-FILE
032499             THRU 9300-EXIT
032500         GO TO 6800-EXIT
032501     END-IF.

032502     PERFORM 6820-READ-NEXT-FILE-TYPE
032503         THRU 6820-EXIT.

032504     IF NO-MORE-FILE-TYPES
032505         MOVE "NO FILE TYPES ON THE MASTER" TO AFM-PRINT-LINE
032506         PERFORM 9200-WRITE-PRINT-LINE
032507             THRU 9200-EXIT
032508     END-IF.

032509     PERFORM 6810-LIST-ONE-FILE-TYPE
032510         THRU 6810-EXIT
032511         UNTIL NO-MORE-FILE-TYPES.

032512     CLOSE FILE-TYPE-MASTER.

032513     MOVE SPACES TO AFM-PRINT-LINE.
032514     PERFORM 9200-WRITE-PRINT-LINE
032515         THRU 9200-EXIT.
032516     MOVE AFM-FTYP-ACTIVE-COUNT TO AFM-PRINT-COUNT-EDIT.
032517     STRING "ACTIVE TYPES.: " AFM-PRINT-COUNT-EDIT
032518         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032519     PERFORM 9200-WRITE-PRINT-LINE
032520         THRU 9200-EXIT.
032521     MOVE AFM-FTYP-RETIRED-COUNT TO AFM-PRINT-COUNT-EDIT.
032522     STRING "RETIRED TYPES: " AFM-PRINT-COUNT-EDIT
032523         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032524     PERFORM 9200-WRITE-PRINT-LINE
032525         THRU 9200-EXIT.

032526     PERFORM 9300-CLOSE-PRINT-FILE
032527         THRU 9300-EXIT.

032528 6800-EXIT.
032529     PERFORM 9510-STAMP-RUN-END
032530         THRU 9510-EXIT.
032531     EXIT.

032532*****************************************************************
032533*    6810-LIST-ONE-FILE-TYPE
032534*    PRINTS ONE FILE-TYPE MASTER RECORD AND READS THE NEXT.
032535*****************************************************************
032536 6810-LIST-ONE-FILE-TYPE.

032537     PERFORM 6690-SET-FILE-TYPE-STATUS-WORD
032538         THRU 6690-EXIT.
032539     IF FTYP-RETIRED
032540         ADD 1 TO AFM-FTYP-RETIRED-COUNT
032541     ELSE
032542         ADD 1 TO AFM-FTYP-ACTIVE-COUNT
032543     END-IF.

032544     IF FTYP-MAX-FILE-SIZE NUMERIC
032545         AND FTYP-MAX-FILE-SIZE > ZERO
032546         MOVE FTYP-MAX-FILE-SIZE TO AFM-FTYP-MAX-SIZE-TEXT
032547     ELSE
032548         MOVE "NO LIMIT" TO AFM-FTYP-MAX-SIZE-TEXT
032549     END-IF.

032550     STRING FTYP-FILE-TYPE " "
032551         FTYP-DESCRIPTION " "
032552         AFM-FTYP-STATUS-WORD " "
032553         AFM-FTYP-MAX-SIZE-TEXT " "
032554         FTYP-LAST-CHANGED-DATE " "
032555         FTYP-LAST-CHANGED-BY
032556         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032557     PERFORM 9200-WRITE-PRINT-LINE
032558         THRU 9200-EXIT.

032559     PERFORM 6820-READ-NEXT-FILE-TYPE
032560         THRU 6820-EXIT.

032561 6810-EXIT.
032562     EXIT.

032563 6820-READ-NEXT-FILE-TYPE.

032564     READ FILE-TYPE-MASTER NEXT RECORD
032565         AT END
032566             SET NO-MORE-FILE-TYPES TO TRUE
032567     END-READ.

032568 6820-EXIT.
032569     EXIT.

032570*****************************************************************
032571*    6900-PLACE-LEGAL-HOLD
032572*    LEGAL-HOLD-PLACE COMMAND (ADMIN AUTHORITY).  PROMPTS FOR
032573*    THE HOLD ID, MATTER NAME AND REQUESTER, THEN THE SCOPE -
032574*    E FOR ONE ENTRY (DIRECTORY AND FILE NAME), D FOR A WHOLE
032575*    DIRECTORY, P FOR A NAME PREFIX (IN ONE DIRECTORY, OR IN
032576*    EVERY DIRECTORY WHEN THE DIRECTORY IS LEFT BLANK) - AND
032577*    WRITES THE HOLD TO THE REGISTER AS ACTIVE, STAMPED WITH
032578*    TODAY'S DATE AND THE OPERATOR PLACING IT.  ONE HOLDON
032579*    AUDIT RECORD IS WRITTEN (SEE AFMAUDIT).  THE HOLD TAKES
032580*    EFFECT ON THE NEXT CHANGE ATTEMPTED - NOTHING ALREADY ON
032581*    THE CATALOG IS TOUCHED.
032582*****************************************************************
032583 6900-PLACE-LEGAL-HOLD.

032584     MOVE SPACES TO ERROR-MESSAGE.

032585     DISPLAY "Enter hold ID: ".
032586     ACCEPT AFM-LHLD-ID-INPUT.
032587     DISPLAY "Enter matter name: ".
032588     ACCEPT AFM-LHLD-MATTER-INPUT.
032589     DISPLAY "Enter requested by: ".
032590     ACCEPT AFM-LHLD-REQUESTER-INPUT.
032591     DISPLAY "Enter scope (E=ENTRY, D=DIRECTORY, "
032592         "P=NAME PREFIX): ".
032593     ACCEPT AFM-LHLD-SCOPE-INPUT.
032594     DISPLAY "Enter directory name (spaces for every "
032595         "directory - prefix holds only): ".
032596     ACCEPT FILE-DIRECTORY-INPUT.
032597     MOVE SPACES TO FILE-NAME-INPUT.
032598     IF AFM-LHLD-SCOPE-INPUT NOT = "D"
032599         DISPLAY "Enter file name (leading file name for a "
032600             "prefix hold): "
032601         ACCEPT FILE-NAME-INPUT
032602     END-IF.

032603     IF AFM-LHLD-ID-INPUT = SPACES
032604         MOVE "HOLD ID IS REQUIRED" TO ERROR-MESSAGE
032605         DISPLAY ERROR-MESSAGE
032606         GO TO 6900-EXIT
032607     END-IF.

032608     IF AFM-LHLD-MATTER-INPUT = SPACES
032609             OR AFM-LHLD-REQUESTER-INPUT = SPACES
032610         MOVE "MATTER NAME AND REQUESTER ARE BOTH REQUIRED"
032611             TO ERROR-MESSAGE
032612         DISPLAY ERROR-MESSAGE
032613         GO TO 6900-EXIT
032614     END-IF.

032615     EVALUATE AFM-LHLD-SCOPE-INPUT
032616         WHEN "E"
032617             IF FILE-DIRECTORY-INPUT = SPACES
032618                     OR FILE-NAME-INPUT = SPACES
032619                 MOVE "DIRECTORY AND FILE NAME ARE BOTH REQUIRED"
032620                     TO ERROR-MESSAGE
032621             END-IF
032622         WHEN "D"
032623             IF FILE-DIRECTORY-INPUT = SPACES
032624                 MOVE "DIRECTORY NAME IS REQUIRED"
032625                     TO ERROR-MESSAGE
032626             END-IF
032627         WHEN "P"
032628             IF FILE-NAME-INPUT = SPACES
032629                 MOVE "LEADING FILE NAME IS REQUIRED"
032630                     TO ERROR-MESSAGE
032631             END-IF
032632         WHEN OTHER
032633             MOVE "SCOPE MUST BE E, D OR P" TO ERROR-MESSAGE
032634     END-EVALUATE.

032635     IF ERROR-MESSAGE NOT = SPACES
032636         DISPLAY ERROR-MESSAGE
032637         GO TO 6900-EXIT
032638     END-IF.

032639     PERFORM 6950-OPEN-LEGAL-HOLD-REGISTER
032640         THRU 6950-EXIT.

032641     MOVE AFM-LHLD-ID-INPUT TO LHLD-HOLD-ID.
032642     READ LEGAL-HOLD-REGISTER
032643         KEY IS LHLD-HOLD-ID
032644         INVALID KEY
032645             CONTINUE
032646     END-READ.

032647     IF AFM-LHLD-OK
032648         STRING "HOLD ID ALREADY ON THE REGISTER: "
032649             AFM-LHLD-ID-INPUT DELIMITED BY SIZE
032650             INTO ERROR-MESSAGE
032651         DISPLAY ERROR-MESSAGE
032652         CLOSE LEGAL-HOLD-REGISTER
032653         GO TO 6900-EXIT
032654     END-IF.

032655     MOVE ZERO TO AFM-LHLD-PREFIX-LEN.
032656     IF AFM-LHLD-SCOPE-INPUT = "P"
032657         PERFORM 6955-MEASURE-HOLD-PREFIX
032658             THRU 6955-EXIT
032659             VARYING AFM-LHLD-IX FROM 1 BY 1
032660             UNTIL AFM-LHLD-IX > 50
032661     END-IF.

032662     PERFORM 6960-STAMP-LEGAL-HOLD-CHANGE
032663         THRU 6960-EXIT.

032664     MOVE SPACES                   TO LEGAL-HOLD-RECORD.
032665     MOVE AFM-LHLD-ID-INPUT        TO LHLD-HOLD-ID.
032666     MOVE AFM-LHLD-SCOPE-INPUT     TO LHLD-SCOPE.
032667     MOVE FILE-DIRECTORY-INPUT     TO LHLD-DIRECTORY-NAME.
032668     MOVE FILE-NAME-INPUT          TO LHLD-FILE-NAME.
032669     MOVE AFM-LHLD-PREFIX-LEN      TO LHLD-PREFIX-LENGTH.
032670     MOVE AFM-LHLD-MATTER-INPUT    TO LHLD-MATTER-NAME.
032671     MOVE AFM-LHLD-REQUESTER-INPUT TO LHLD-REQUESTED-BY.
032672     MOVE AFM-TODAY-DISPLAY        TO LHLD-PLACED-DATE.
032673     MOVE AFM-OPERATOR-ID          TO LHLD-PLACED-BY.
032674     SET LHLD-ACTIVE TO TRUE.

032675     WRITE LEGAL-HOLD-RECORD
032676         INVALID KEY
032677             MOVE "UNABLE TO WRITE LEGAL HOLD RECORD"
032678                 TO ERROR-MESSAGE
032679             DISPLAY ERROR-MESSAGE
032680         NOT INVALID KEY
032681             STRING "LEGAL HOLD PLACED: " AFM-LHLD-ID-INPUT
032682                 DELIMITED BY SIZE INTO SUCCESS-MESSAGE
032683             DISPLAY SUCCESS-MESSAGE
032684             MOVE "HOLDON" TO AFM-AUDIT-ACTION
032685             PERFORM 6970-AUDIT-LEGAL-HOLD-CHANGE
032686                 THRU 6970-EXIT
032687     END-WRITE.

032688     CLOSE LEGAL-HOLD-REGISTER.

032689 6900-EXIT.
032690     EXIT.

032691*****************************************************************
032692*    6920-RELEASE-LEGAL-HOLD
032693*    LEGAL-HOLD-RELEASE COMMAND (ADMIN AUTHORITY).  SHOWS THE
032694*    HOLD AS IT STANDS AND MARKS IT RELEASED, STAMPED WITH
032695*    TODAY'S DATE AND THE OPERATOR RELEASING IT.  THE RECORD
032696*    STAYS ON THE REGISTER AS THE HISTORY OF THE HOLD.  ONE
032697*    HOLDOF AUDIT RECORD IS WRITTEN.
032698*****************************************************************
032699 6920-RELEASE-LEGAL-HOLD.

032700     MOVE SPACES TO ERROR-MESSAGE.

032701     DISPLAY "Enter hold ID: ".
032702     ACCEPT AFM-LHLD-ID-INPUT.

032703     IF AFM-LHLD-ID-INPUT = SPACES
032704         MOVE "HOLD ID IS REQUIRED" TO ERROR-MESSAGE
032705         DISPLAY ERROR-MESSAGE
032706         GO TO 6920-EXIT
032707     END-IF.

032708     PERFORM 6950-OPEN-LEGAL-HOLD-REGISTER
032709         THRU 6950-EXIT.

032710     MOVE AFM-LHLD-ID-INPUT TO LHLD-HOLD-ID.
032711     READ LEGAL-HOLD-REGISTER
032712         KEY IS LHLD-HOLD-ID
032713         INVALID KEY
032714             CONTINUE
032715     END-READ.

032716     IF NOT AFM-LHLD-OK
032717         STRING "HOLD ID NOT ON THE REGISTER: "
032718             AFM-LHLD-ID-INPUT DELIMITED BY SIZE
032719             INTO ERROR-MESSAGE
032720         DISPLAY ERROR-MESSAGE
032721         CLOSE LEGAL-HOLD-REGISTER
032722         GO TO 6920-EXIT
032723     END-IF.

032724     IF LHLD-RELEASED
032725         STRING "LEGAL HOLD ALREADY RELEASED: "
032726             AFM-LHLD-ID-INPUT DELIMITED BY SIZE
032727             INTO ERROR-MESSAGE
032728         DISPLAY ERROR-MESSAGE
032729         CLOSE LEGAL-HOLD-REGISTER
032730         GO TO 6920-EXIT
032731     END-IF.

032732     PERFORM 6975-SET-HOLD-SCOPE-WORD
032733         THRU 6975-EXIT.
032734     DISPLAY "MATTER.......: " LHLD-MATTER-NAME.
032735     DISPLAY "REQUESTED BY.: " LHLD-REQUESTED-BY.
032736     DISPLAY "SCOPE........: " AFM-LHLD-SCOPE-WORD.
032737     DISPLAY "DIRECTORY....: " LHLD-DIRECTORY-NAME.
032738     DISPLAY "FILE NAME....: " LHLD-FILE-NAME.
032739     DISPLAY "PLACED.......: " LHLD-PLACED-DATE " "
032740         LHLD-PLACED-BY.

032741     PERFORM 6960-STAMP-LEGAL-HOLD-CHANGE
032742         THRU 6960-EXIT.
032743     MOVE AFM-TODAY-DISPLAY TO LHLD-RELEASED-DATE.
032744     MOVE AFM-OPERATOR-ID   TO LHLD-RELEASED-BY.
032745     SET LHLD-RELEASED TO TRUE.

032746     REWRITE LEGAL-HOLD-RECORD
032747         INVALID KEY
032748             MOVE "UNABLE TO REWRITE LEGAL HOLD RECORD"
032749                 TO ERROR-MESSAGE
032750             DISPLAY ERROR-MESSAGE
032751         NOT INVALID KEY
032752             STRING "LEGAL HOLD RELEASED: " AFM-LHLD-ID-INPUT
032753                 DELIMITED BY SIZE INTO SUCCESS-MESSAGE
032754             DISPLAY SUCCESS-MESSAGE
032755             MOVE "HOLDOF" TO AFM-AUDIT-ACTION
032756             PERFORM 6970-AUDIT-LEGAL-HOLD-CHANGE
032757                 THRU 6970-EXIT
032758     END-REWRITE.

032759     CLOSE LEGAL-HOLD-REGISTER.

032760 6920-EXIT.
032761     EXIT.

032762*****************************************************************
032763*    6950-OPEN-LEGAL-HOLD-REGISTER
032764*    OPENS THE LEGAL HOLD REGISTER FOR MAINTENANCE, CREATING
032765*    IT ON FIRST USE LIKE THE OTHER KEYED FILES.
032766*****************************************************************
032767 6950-OPEN-LEGAL-HOLD-REGISTER.

032768     OPEN I-O LEGAL-HOLD-REGISTER.
032769     IF AFM-LHLD-IOSTAT = "35"
032770         CLOSE LEGAL-HOLD-REGISTER
032771         OPEN OUTPUT LEGAL-HOLD-REGISTER
032772         CLOSE LEGAL-HOLD-REGISTER
032773         OPEN I-O LEGAL-HOLD-REGISTER
032774     END-IF.

032775 6950-EXIT.
032776     EXIT.

032777*****************************************************************
032778*    6955-MEASURE-HOLD-PREFIX
032779*    ONE CHARACTER OF THE LEADING FILE NAME KEYED FOR A PREFIX
032780*    HOLD - LEAVES AFM-LHLD-PREFIX-LEN AT THE LAST NON-BLANK
032781*    POSITION, SO THE HOLD MATCHES ON THAT MANY CHARACTERS.
032782*****************************************************************
032783 6955-MEASURE-HOLD-PREFIX.

032784     IF FILE-NAME-INPUT(AFM-LHLD-IX:1) NOT = SPACE
032785         MOVE AFM-LHLD-IX TO AFM-LHLD-PREFIX-LEN
032786     END-IF.

032787 6955-EXIT.
032788     EXIT.

032789*****************************************************************
032790*    6960-STAMP-LEGAL-HOLD-CHANGE
032791*    LOADS TODAY'S DATE AND THE OPERATOR PLACING OR RELEASING
032792*    THE HOLD.
032793*****************************************************************
032794 6960-STAMP-LEGAL-HOLD-CHANGE.

032795     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
032796     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
032797     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
032798     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

032799     ACCEPT AFM-OPERATOR-ID FROM ENVIRONMENT "USER".
032800     IF AFM-OPERATOR-ID = SPACES
032801         MOVE "UNKNOWN" TO AFM-OPERATOR-ID
032802     END-IF.

032803 6960-EXIT.
032804     EXIT.

032805*****************************************************************
032806*    6970-AUDIT-LEGAL-HOLD-CHANGE
032807*    WRITES THE HOLDON/HOLDOF AUDIT RECORD FOR THE HOLD IN THE
032808*    BUFFER (ACTION IN AFM-AUDIT-ACTION).  THE HOLD ID GOES IN
032809*    THE AUDIT FILE-NAME AND THE DIRECTORY IS LEFT BLANK, SO
032810*    THE RECORD CAN NEVER BE MISTAKEN FOR A CATALOG ENTRY BY
032811*    RECOVER OR THE DELTA EXTRACT; THE IMAGES CARRY WHAT THE
032812*    HOLD COVERS (SEE AFMAUDIT).
032813*****************************************************************
032814 6970-AUDIT-LEGAL-HOLD-CHANGE.

032815     PERFORM 6975-SET-HOLD-SCOPE-WORD
032816         THRU 6975-EXIT.
032817     PERFORM 5490-CLEAR-AUDIT-IMAGES
032818         THRU 5490-EXIT.
032819     MOVE LHLD-DIRECTORY-NAME TO AFM-AUD-OLD-FILE-NAME.
032820     MOVE LHLD-FILE-NAME      TO AFM-AUD-NEW-FILE-NAME.
032821     MOVE AFM-LHLD-SCOPE-WORD TO AFM-AUD-NEW-FILE-TYPE.
032822     MOVE AFM-TODAY-DISPLAY   TO AFM-AUD-NEW-MOD-DATE.

032823     MOVE SPACES       TO FILE-DIRECTORY-INPUT.
032824     MOVE LHLD-HOLD-ID TO FILE-NAME-INPUT.

032825     PERFORM 5500-WRITE-AUDIT-RECORD
032826         THRU 5500-EXIT.

032827 6970-EXIT.
032828     EXIT.

032829*****************************************************************
032830*    6975-SET-HOLD-SCOPE-WORD
032831*    TRANSLATES THE SCOPE OF THE HOLD IN THE BUFFER FOR THE
032832*    AUDIT IMAGES, THE RELEASE DISPLAY AND THE INVENTORY.
032833*****************************************************************
032834 6975-SET-HOLD-SCOPE-WORD.

032835     EVALUATE TRUE
032836         WHEN LHLD-SCOPE-ENTRY
032837             MOVE "ENTRY"     TO AFM-LHLD-SCOPE-WORD
032838         WHEN LHLD-SCOPE-DIRECTORY
032839             MOVE "DIRECTORY" TO AFM-LHLD-SCOPE-WORD
032840         WHEN OTHER
032841             MOVE "PREFIX"    TO AFM-LHLD-SCOPE-WORD
032842     END-EVALUATE.

032843 6975-EXIT.
032844     EXIT.

032845*****************************************************************
032846*    6980-LEGAL-HOLD-INVENTORY
032847*    LEGAL HOLD INVENTORY (LEGAL-HOLDS COMMAND, OR
032848*    PARM=HOLDRPT FROM JCL MEMBER AFMHOLDR) - EVERY ACTIVE
032849*    HOLD IN HOLD-ID ORDER WITH ITS MATTER, REQUESTER AND WHEN
032850*    AND BY WHOM IT WAS PLACED, FOLLOWED BY EVERY CATALOG
032851*    ENTRY IT COVERS TODAY AND A COUNT AND SIZE PER HOLD.  AN
032852*    ENTRY COVERED BY MORE THAN ONE HOLD IS LISTED UNDER
032853*    EACH.  RELEASED HOLDS ARE COUNTED BUT NOT LISTED.
032854*    WRITTEN TO REPORT DATASET LEGALHOLD.REPORT.
032855*****************************************************************
032856 6980-LEGAL-HOLD-INVENTORY.

032857     MOVE "HOLDRPT" TO AFM-RUNC-JOB.
032858     PERFORM 9500-STAMP-RUN-START
032859         THRU 9500-EXIT.

032860     MOVE ZERO TO AFM-LHLD-ACTIVE-COUNT
032861                  AFM-LHLD-RELEASED-COUNT
032862                  AFM-LHLD-TOTAL-COVERED.
032863     MOVE "N" TO AFM-LHLD-EOF-FLAG.

032864     MOVE "LEGALHOLD.REPORT" TO AFM-PRINT-FILE-NAME.
032865     MOVE "LEGAL HOLD INVENTORY" TO AFM-PRINT-TITLE.
032866     MOVE AFM-PRT-LHLD-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
032867     MOVE AFM-PRT-LHLD-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
032868     PERFORM 9100-OPEN-PRINT-FILE
032869         THRU 9100-EXIT.

032870     OPEN INPUT LEGAL-HOLD-REGISTER.
032871     IF AFM-LHLD-IOSTAT NOT = "00"
032872         STRING "LEGAL HOLD REGISTER NOT AVAILABLE - "
032873             "NO HOLDS ON FILE" DELIMITED BY SIZE
032874             INTO AFM-PRINT-LINE
032875         PERFORM 9200-WRITE-PRINT-LINE
032876             THRU 9200-EXIT
032877         PERFORM 9300-CLOSE-PRINT-FILE
032878             THRU 9300-EXIT
032879         GO TO 6980-EXIT
032880     END-IF.

032881     OPEN INPUT FILE-STATUS.
032882     IF AFM-FSTAT-IOSTAT = "35"
032883         CLOSE FILE-STATUS
032884         OPEN OUTPUT FILE-STATUS
032885         CLOSE FILE-STATUS
032886         OPEN INPUT FILE-STATUS
032887     END-IF.

032888     PERFORM 6985-REPORT-ONE-HOLD
032889         THRU 6985-EXIT
032890         UNTIL NO-MORE-LEGAL-HOLDS.

032891     CLOSE FILE-STATUS.
032892     CLOSE LEGAL-HOLD-REGISTER.

032893     IF AFM-LHLD-ACTIVE-COUNT = ZERO
032894         MOVE "NO ACTIVE LEGAL HOLDS" TO AFM-PRINT-LINE
032895         PERFORM 9200-WRITE-PRINT-LINE
032896             THRU 9200-EXIT
032897     END-IF.

032898     MOVE SPACES TO AFM-PRINT-LINE.
032899     PERFORM 9200-WRITE-PRINT-LINE
032900         THRU 9200-EXIT.
032901     MOVE AFM-LHLD-ACTIVE-COUNT TO AFM-PRINT-COUNT-EDIT.
032902     STRING "ACTIVE HOLDS....: " AFM-PRINT-COUNT-EDIT
032903         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032904     PERFORM 9200-WRITE-PRINT-LINE
032905         THRU 9200-EXIT.
032906     MOVE AFM-LHLD-RELEASED-COUNT TO AFM-PRINT-COUNT-EDIT.
032907     STRING "RELEASED HOLDS..: " AFM-PRINT-COUNT-EDIT
032908         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032909     PERFORM 9200-WRITE-PRINT-LINE
032910         THRU 9200-EXIT.
032911     MOVE AFM-LHLD-TOTAL-COVERED TO AFM-PRINT-COUNT-EDIT.
032912     STRING "ENTRIES COVERED.: " AFM-PRINT-COUNT-EDIT
032913         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032914     PERFORM 9200-WRITE-PRINT-LINE
032915         THRU 9200-EXIT.

032916     PERFORM 9300-CLOSE-PRINT-FILE
032917         THRU 9300-EXIT.

032918 6980-EXIT.
032919     PERFORM 9510-STAMP-RUN-END
032920         THRU 9510-EXIT.
032921     EXIT.

032922*****************************************************************
032923*    6985-REPORT-ONE-HOLD
032924*    READS THE NEXT REGISTER RECORD; AN ACTIVE HOLD IS PRINTED
032925*    AND THE CATALOG POSITIONED TO THE KEY RANGE ITS SCOPE
032926*    REACHES - THE ONE KEY FOR AN ENTRY HOLD, THE DIRECTORY'S
032927*    RANGE OF THE PRIMARY KEY FOR A DIRECTORY HOLD OR A
032928*    PREFIX HOLD IN ONE DIRECTORY, THE FILE-NAME ALTERNATE KEY
032929*    FOR A PREFIX HOLD ACROSS EVERY DIRECTORY - AND THE
032930*    COVERED ENTRIES LISTED UNDER IT.
032931*****************************************************************
032932 6985-REPORT-ONE-HOLD.

032933     READ LEGAL-HOLD-REGISTER NEXT RECORD
032934         AT END
032935             SET NO-MORE-LEGAL-HOLDS TO TRUE
032936     END-READ.

032937     IF NO-MORE-LEGAL-HOLDS
032938         GO TO 6985-EXIT
032939     END-IF.

032940     IF NOT LHLD-ACTIVE
032941         ADD 1 TO AFM-LHLD-RELEASED-COUNT
032942         GO TO 6985-EXIT
032943     END-IF.

032944     ADD 1 TO AFM-LHLD-ACTIVE-COUNT.
032945     MOVE ZERO TO AFM-LHLD-COVERED-COUNT
032946                  AFM-LHLD-COVERED-BYTES.
032947     PERFORM 6975-SET-HOLD-SCOPE-WORD
032948         THRU 6975-EXIT.

032949     MOVE SPACES TO AFM-PRINT-LINE.
032950     PERFORM 9200-WRITE-PRINT-LINE
032951         THRU 9200-EXIT.
032952     STRING LHLD-HOLD-ID " "
032953         AFM-LHLD-SCOPE-WORD " "
032954         LHLD-MATTER-NAME " "
032955         LHLD-REQUESTED-BY " "
032956         LHLD-PLACED-DATE " "
032957         LHLD-PLACED-BY
032958         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
032959     PERFORM 9200-WRITE-PRINT-LINE
032960         THRU 9200-EXIT.

032961     EVALUATE TRUE
032962         WHEN LHLD-SCOPE-ENTRY
032963             STRING "         ENTRY....: "
032964                 LHLD-DIRECTORY-NAME " " LHLD-FILE-NAME
032965                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
032966         WHEN LHLD-SCOPE-DIRECTORY
032967             STRING "         DIRECTORY: "
032968                 LHLD-DIRECTORY-NAME
032969                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
032970         WHEN LHLD-DIRECTORY-NAME = SPACES
032971             STRING "         PREFIX...: "
032972                 LHLD-FILE-NAME(1:LHLD-PREFIX-LENGTH)
032973                 " IN EVERY DIRECTORY"
032974                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
032975         WHEN OTHER
032976             STRING "         PREFIX...: "
032977                 LHLD-FILE-NAME(1:LHLD-PREFIX-LENGTH)
032978                 " IN " LHLD-DIRECTORY-NAME
032979                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
032980     END-EVALUATE.
032981     PERFORM 9200-WRITE-PRINT-LINE
032982         THRU 9200-EXIT.

032983     MOVE "N" TO FILE-STATUS-FLAG.
032984     EVALUATE TRUE
032985         WHEN LHLD-SCOPE-ENTRY
032986             MOVE LHLD-DIRECTORY-NAME TO FILE-DIRECTORY-NAME
032987             MOVE LHLD-FILE-NAME      TO FILE-NAME
032988             READ FILE-STATUS
032989                 KEY IS FILE-STATUS-KEY
032990                 INVALID KEY
032991                     SET NO-MORE-FILE-STATUS TO TRUE
032992             END-READ
032993         WHEN LHLD-SCOPE-DIRECTORY
032994             MOVE LHLD-DIRECTORY-NAME TO FILE-DIRECTORY-NAME
032995             MOVE LOW-VALUES          TO FILE-NAME
032996             START FILE-STATUS KEY NOT < FILE-STATUS-KEY
032997                 INVALID KEY
032998                     SET NO-MORE-FILE-STATUS TO TRUE
032999             END-START
033000         WHEN LHLD-DIRECTORY-NAME = SPACES
033001             MOVE LHLD-FILE-NAME TO FILE-NAME
033002             START FILE-STATUS KEY NOT < FILE-NAME
033003                 INVALID KEY
033004                     SET NO-MORE-FILE-STATUS TO TRUE
033005             END-START
033006         WHEN OTHER
033007             MOVE LHLD-DIRECTORY-NAME TO FILE-DIRECTORY-NAME
033008             MOVE LHLD-FILE-NAME      TO FILE-NAME
033009             START FILE-STATUS KEY NOT < FILE-STATUS-KEY
033010                 INVALID KEY
033011                     SET NO-MORE-FILE-STATUS TO TRUE
033012             END-START
033013     END-EVALUATE.

033014     IF LHLD-SCOPE-ENTRY
033015         IF NOT NO-MORE-FILE-STATUS
033016             PERFORM 6990-LIST-ONE-COVERED-ENTRY
033017                 THRU 6990-EXIT
033018         END-IF
033019     ELSE
033020         IF NOT NO-MORE-FILE-STATUS
033021             PERFORM 4100-READ-NEXT-FILE-STATUS
033022                 THRU 4100-EXIT
033023         END-IF
033024         PERFORM 6990-LIST-ONE-COVERED-ENTRY
033025             THRU 6990-EXIT
033026             UNTIL NO-MORE-FILE-STATUS
033027     END-IF.

033028     MOVE AFM-LHLD-COVERED-COUNT TO AFM-PRINT-COUNT-EDIT.
033029     MOVE AFM-LHLD-COVERED-BYTES TO AFM-PRINT-SIZE-EDIT.
033030     STRING "         ENTRIES COVERED: " AFM-PRINT-COUNT-EDIT
033031         " SIZE: " AFM-PRINT-SIZE-EDIT
033032         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
033033     PERFORM 9200-WRITE-PRINT-LINE
033034         THRU 9200-EXIT.
033035     ADD AFM-LHLD-COVERED-COUNT TO AFM-LHLD-TOTAL-COVERED.

033036 6985-EXIT.
033037     EXIT.

033038*****************************************************************
033039*    6990-LIST-ONE-COVERED-ENTRY
033040*    ENDS THE LIST AS SOON AS THE RECORD IN HAND HAS LEFT THE
033041*    KEY RANGE THE HOLD REACHES - THE KEY ORDER GUARANTEES
033042*    NOTHING BEYOND IT CAN BE COVERED - AND OTHERWISE PRINTS
033043*    THE ENTRY AND READS THE NEXT.  AN ENTRY HOLD HAS ONLY
033044*    THE ONE RECORD ALREADY READ BY KEY.
033045*****************************************************************
033046 6990-LIST-ONE-COVERED-ENTRY.

033047     IF NOT LHLD-SCOPE-ENTRY
033048         IF LHLD-DIRECTORY-NAME NOT = SPACES
033049                 AND FILE-DIRECTORY-NAME NOT =
033050                     LHLD-DIRECTORY-NAME
033051             SET NO-MORE-FILE-STATUS TO TRUE
033052             GO TO 6990-EXIT
033053         END-IF
033054         IF LHLD-SCOPE-PREFIX
033055             IF FILE-NAME(1:LHLD-PREFIX-LENGTH) NOT =
033056                 LHLD-FILE-NAME(1:LHLD-PREFIX-LENGTH)
033057                 SET NO-MORE-FILE-STATUS TO TRUE
033058                 GO TO 6990-EXIT
033059             END-IF
033060         END-IF
033061     END-IF.

033062     STRING "    " FILE-DIRECTORY-NAME " "
033063         FILE-NAME " "
033064         FILE-SIZE " "
033065         FILE-MODIFICATION-DATE
033066         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
033067     PERFORM 9200-WRITE-PRINT-LINE
033068         THRU 9200-EXIT.
033069     ADD 1 TO AFM-LHLD-COVERED-COUNT.
033070     IF FILE-SIZE NUMERIC
033071         ADD FILE-SIZE TO AFM-LHLD-COVERED-BYTES
033072     END-IF.

033073     IF LHLD-SCOPE-ENTRY
033074         GO TO 6990-EXIT
033075     END-IF.

033076     PERFORM 4100-READ-NEXT-FILE-STATUS
033077         THRU 4100-EXIT.

033078 6990-EXIT.
033079     EXIT.

033080*****************************************************************
033081*    7000-DISPLAY-DIRECTORY-LISTING
033082*****************************************************************
033083 7000-DISPLAY-DIRECTORY-LISTING.

033084     MOVE "N" TO DIRECTORY-LISTING-FLAG.
033085     OPEN INPUT DIRECTORY-LISTING.
033086     IF AFM-DIRL-IOSTAT = "35"
033087         CLOSE DIRECTORY-LISTING
033088         OPEN OUTPUT DIRECTORY-LISTING
033089         CLOSE DIRECTORY-LISTING
033090         OPEN INPUT DIRECTORY-LISTING
033091     END-IF.

033092     PERFORM 7100-READ-NEXT-DIRECTORY
033093         THRU 7100-EXIT.

033094     PERFORM UNTIL NO-MORE-DIRECTORY-LISTING
033095         DISPLAY DIRECTORY-NAME
033096         DISPLAY DIRECTORY-PATH
033097         IF DIRECTORY-DECOMMISSIONED
033098             DISPLAY "  DECOMMISSIONED - NO NEW ENTRIES"
033099         END-IF
033100         PERFORM 7100-READ-NEXT-DIRECTORY
033101             THRU 7100-EXIT
033102     END-PERFORM.

033103     CLOSE DIRECTORY-LISTING.

033104 7000-EXIT.
033105     EXIT.

033106 7100-READ-NEXT-DIRECTORY.

033107     READ DIRECTORY-LISTING
033108         AT END
033109             SET NO-MORE-DIRECTORY-LISTING TO TRUE
033110     END-READ.

033111 7100-EXIT.
033112     EXIT.

033113*****************************************************************
033114*    7200-SWITCH-DIRECTORY
033115*    LOOKS UP AN OPERATOR-SUPPLIED DIRECTORY NAME IN THE
033116*    DIRECTORY-LISTING CONFIGURATION FILE AND, IF FOUND, MAKES
033117*    IT THE ACTIVE CURRENT-DIRECTORY FOR SUBSEQUENT CREATE
033118*    COMMANDS.
033119*****************************************************************
033120 7200-SWITCH-DIRECTORY.

033121     DISPLAY "Enter directory name: ".
033122     ACCEPT DIRECTORY-NAME-INPUT.

033123     MOVE SPACES TO ERROR-MESSAGE.
033124     MOVE "N" TO DIRECTORY-LISTING-FLAG.
033125     OPEN INPUT DIRECTORY-LISTING.
033126     IF AFM-DIRL-IOSTAT = "35"
033127         CLOSE DIRECTORY-LISTING
033128         OPEN OUTPUT DIRECTORY-LISTING
033129         CLOSE DIRECTORY-LISTING
033130         OPEN INPUT DIRECTORY-LISTING
033131     END-IF.

033132     PERFORM 7100-READ-NEXT-DIRECTORY
033133         THRU 7100-EXIT.
033134     PERFORM UNTIL NO-MORE-DIRECTORY-LISTING
033135             OR DIRECTORY-NAME = DIRECTORY-NAME-INPUT
033136         PERFORM 7100-READ-NEXT-DIRECTORY
033137             THRU 7100-EXIT
033138     END-PERFORM.

033139     IF NO-MORE-DIRECTORY-LISTING
033140         MOVE "DIRECTORY NOT FOUND" TO ERROR-MESSAGE
033141         DISPLAY ERROR-MESSAGE
033142     ELSE
033143         MOVE DIRECTORY-PATH        TO CURRENT-DIRECTORY
033144         MOVE DIRECTORY-NAME        TO CURRENT-DIRECTORY-NAME
033145         DISPLAY "CURRENT DIRECTORY SET TO: " CURRENT-DIRECTORY
033146     END-IF.

033147     CLOSE DIRECTORY-LISTING.

033148 7200-EXIT.
033149     EXIT.

033150*****************************************************************
033151*    7500-DISPLAY-AUDIT-TRAIL
033152*    AUDIT ACTIVITY REPORT FOR CHANGE-CONTROL.  SELECTS BY
033153*    AUDIT-DATE RANGE, OPERATOR AND/OR ACTION CODE (A BLANK
033154*    ANSWER LEAVES THAT SELECTION OPEN), PRINTS ONE DETAIL
033155*    LINE PER MATCHING CHANGE - WITH ITS BEFORE/AFTER FIELD
033156*    IMAGES UNDERNEATH - AND CREATE/DELETE SUBTOTALS BY
033157*    DAY AND BY OPERATOR, AND READS EVERY RETAINED TRAIL
033158*    GENERATION (REGISTER AUDIT.GENLIST, OLDEST FIRST) BEFORE
033159*    THE CURRENT TRAIL SO NOTHING CUT OVER IS EVER OUT OF
033160*    REACH.
033161*****************************************************************
033162 7500-DISPLAY-AUDIT-TRAIL.

033163     DISPLAY "Enter from date (YYYY-MM-DD, spaces for all): ".
033164     ACCEPT AFM-RPT-FROM-DATE.
033165     DISPLAY "Enter to date (YYYY-MM-DD, spaces for all): ".
033166     ACCEPT AFM-RPT-TO-DATE.
033167     DISPLAY "Enter operator id (spaces for all): ".
033168     ACCEPT AFM-RPT-OPERATOR.
033169     DISPLAY "Enter action code (spaces for all): ".
033170     ACCEPT AFM-RPT-ACTION.

033171     MOVE ZERO TO AFM-RPT-SELECTED-COUNT
033172                  AFM-RPT-DAY-CREATES
033173                  AFM-RPT-DAY-DELETES
033174                  AFM-RPT-DAY-OTHERS.
033175     MOVE SPACES TO AFM-RPT-BREAK-DATE.
033176     PERFORM 7545-ZERO-ONE-OPERATOR
033177         THRU 7545-EXIT
033178         VARYING AFM-OP-IDX FROM 1 BY 1
033179         UNTIL AFM-OP-IDX > 20.

033180     MOVE "AUDIT.REPORT" TO AFM-PRINT-FILE-NAME.
033181     MOVE "AUDIT ACTIVITY REPORT" TO AFM-PRINT-TITLE.
033182     MOVE AFM-PRT-AUD-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
033183     MOVE AFM-PRT-AUD-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
033184     PERFORM 9100-OPEN-PRINT-FILE
033185         THRU 9100-EXIT.

033186     PERFORM 7510-REPORT-GENERATIONS
033190         THRU 7510-EXIT.

033200     MOVE "N" TO AFM-AUDIT-EOF-FLAG.
039050*    LEAVES AN ARCHIV AUDIT RECORD WITH ITS BEFORE IMAGE, SO
039060*    THE SWEEP IS VISIBLE TO CHANGE CONTROL AND REACHES THE
039070*    DELTA EXTRACT LIKE ANY OTHER REMOVAL.
039073*    ENTRIES UNDER ACTIVE LEGAL HOLD ARE LEFT IN PLACE AND
039076*    COUNTED (SEE 5200).
039080*****************************************************************
039090 8100-ARCHIVE-AGED-FILES.

039160     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.

039170     MOVE ZERO TO AFM-ARCHIVE-COUNT.
039175     MOVE ZERO TO AFM-LHLD-ARCHIVE-SKIPS.
039180     MOVE "N" TO FILE-STATUS-FLAG.
039190     OPEN I-O FILE-STATUS.
039200     IF AFM-FSTAT-IOSTAT = "35"

039430     DISPLAY "FILES ARCHIVED: " AFM-ARCHIVE-COUNT.

039432     IF AFM-LHLD-ARCHIVE-SKIPS > ZERO
039434         DISPLAY "ENTRIES HELD - NOT ARCHIVED: "
039436             AFM-LHLD-ARCHIVE-SKIPS
039438     END-IF.

039440 8100-EXIT.
039450     EXIT.

039460 8110-ARCHIVE-CURRENT-RECORD.

039461     MOVE FILE-NAME           TO FILE-NAME-INPUT.
039462     MOVE FILE-DIRECTORY-NAME TO FILE-DIRECTORY-INPUT.
039463     MOVE "ARCHIV"            TO AFM-LHLD-ACTION.
039464     PERFORM 5200-CHECK-LEGAL-HOLD
039465         THRU 5200-EXIT.
039466     IF AFM-LHLD-ENTRY-HELD
039467         DISPLAY ERROR-MESSAGE
039468         MOVE SPACES TO ERROR-MESSAGE
039469         ADD 1 TO AFM-LHLD-ARCHIVE-SKIPS
039470         GO TO 8110-EXIT
039471     END-IF.

039472     MOVE FILE-NAME              TO ARC-FILE-NAME.
039480     MOVE FILE-SIZE              TO ARC-FILE-SIZE.
039490     MOVE FILE-TYPE              TO ARC-FILE-TYPE.
039500     MOVE FILE-CREATION-DATE     TO ARC-FILE-CREATION-DATE.
039510     MOVE FILE-MODIFICATION-DATE TO ARC-FILE-MODIFICATION-DATE.
039520     MOVE FILE-DIRECTORY-NAME    TO ARC-FILE-DIRECTORY-NAME.
039525     MOVE FILE-COST-CENTER       TO ARC-FILE-COST-CENTER.
039530     WRITE FILE-ARCHIVE-RECORD.

039540     PERFORM 5490-CLEAR-AUDIT-IMAGES
039590     MOVE FILE-SIZE              TO AFM-AUD-OLD-FILE-SIZE.
039600     MOVE FILE-TYPE              TO AFM-AUD-OLD-FILE-TYPE.
039610     MOVE FILE-MODIFICATION-DATE TO AFM-AUD-OLD-MOD-DATE.
039615     MOVE FILE-COST-CENTER       TO AFM-AUD-COST-CENTER.

039620     DELETE FILE-STATUS RECORD.
039630     ADD 1 TO AFM-ARCHIVE-COUNT.
039650     PERFORM 5500-WRITE-AUDIT-RECORD
039660         THRU 5500-EXIT.

039661     IF AFM-FSTAT-IOSTAT(1:1) = "0"
039662         MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY
039663         MOVE -1 TO AFM-USG-COUNT-CHANGE
039664         IF AFM-AUD-OLD-FILE-SIZE NUMERIC
039665             COMPUTE AFM-USG-BYTES-CHANGE =
039666                 ZERO - AFM-AUD-OLD-FILE-SIZE
039667         END-IF
039668         PERFORM 5400-POST-DIRECTORY-USAGE
039669             THRU 5400-EXIT
039670     END-IF.

039671 8110-EXIT.
039680     EXIT.

039690*****************************************************************
040630     MOVE FILE-CREATION-DATE     TO EXTR-FILE-CREATION-DATE.
040640     MOVE FILE-MODIFICATION-DATE TO EXTR-FILE-MODIFICATION-DATE.
040645     MOVE FILE-DIRECTORY-NAME    TO EXTR-FILE-DIRECTORY-NAME.
040647     MOVE FILE-COST-CENTER       TO EXTR-FILE-COST-CENTER.
040650     WRITE FILE-EXTRACT-RECORD.

040660     ADD 1 TO AFM-EXTRACT-RECORD-COUNT.
042340*    NEWER THAN THE CUTOFF AND ITS ACTION CHANGES THE
042350*    CATALOG.  ADDS AND CHANGES CARRY THE AFTER IMAGE,
042360*    DELETES AND ARCHIVE SWEEPS THE BEFORE IMAGE, RENAMES
042370*    BOTH NAMES.  A DECOMMISSION MOVE (DIRMOV) BECOMES TWO
042375*    DETAILS - A DELETE FROM THE OLD DIRECTORY, THEN AN ADD
042377*    TO THE NEW ONE - SO THE INVENTORY SYSTEM NEEDS NO NEW
042378*    ACTION CODE.
042380*****************************************************************
042390 8260-SELECT-DELTA-RECORD.

042490     MOVE SPACES            TO FILE-DELTA-RECORD.
042500     SET DELT-DETAIL-RECORD TO TRUE.
042510     MOVE AUDIT-DIRECTORY-NAME TO DELT-DIRECTORY-NAME.
042515     MOVE AUDIT-COST-CENTER    TO DELT-COST-CENTER.

042520     EVALUATE TRUE
042530         WHEN AUDIT-ACTION-CREATE
042820             MOVE AUDIT-OLD-FILE-TYPE TO DELT-FILE-TYPE
042830             MOVE AUDIT-OLD-MODIFICATION-DATE
042840                 TO DELT-FILE-MODIFICATION-DATE
042842         WHEN AUDIT-ACTION-DIRECTORY-MOVE
042843             SET DELT-ACTION-DELETE TO TRUE
042844             MOVE AUDIT-OLD-FILE-NAME TO DELT-DIRECTORY-NAME
042845             MOVE AUDIT-FILE-NAME     TO DELT-FILE-NAME
042846             MOVE AUDIT-OLD-FILE-SIZE TO DELT-FILE-SIZE
042847             MOVE AUDIT-OLD-FILE-TYPE TO DELT-FILE-TYPE
042848             MOVE AUDIT-OLD-MODIFICATION-DATE
042849                 TO DELT-FILE-MODIFICATION-DATE
042850             WRITE FILE-DELTA-RECORD
042851             ADD 1 TO AFM-DELTA-RECORD-COUNT
042852             IF DELT-FILE-SIZE NUMERIC
042853                 ADD DELT-FILE-SIZE TO AFM-DELTA-SIZE-TOTAL
042854             END-IF
042855             SET DELT-ACTION-ADD TO TRUE
042856             MOVE AUDIT-DIRECTORY-NAME TO DELT-DIRECTORY-NAME
042857             MOVE AUDIT-NEW-FILE-SIZE TO DELT-FILE-SIZE
042858             MOVE AUDIT-NEW-FILE-TYPE TO DELT-FILE-TYPE
042859             MOVE AUDIT-NEW-MODIFICATION-DATE
042860                 TO DELT-FILE-MODIFICATION-DATE
042861         WHEN OTHER
042862             ADD 1 TO AFM-DELTA-SKIP-COUNT
042870             GO TO 8260-EXIT
042880     END-EVALUATE.

043200*    FOLLOWED BY COUNTS BY RULE, SO THE QUARTERLY CLEANUP CAN
043210*    BE RUN WITH CONFIDENCE.  THE SWEEP ONLY READS - FIXES GO
043220*    THROUGH UPDATE/RENAME/DELETE UNDER NORMAL AUDIT COVER.
043222*    THE SWEEP ALSO RECOUNTS EACH DIRECTORY'S ENTRIES AND BYTES
043224*    AS IT GOES (THE CATALOG IS READ IN DIRECTORY ORDER) AND
043226*    REPORTS EVERY DIRECTORY.USAGE SUMMARY RECORD THAT NO
043228*    LONGER AGREES, INCLUDING SUMMARIES LEFT SHOWING ENTRIES
043229*    FOR A DIRECTORY THE CATALOG HAS NONE IN (SEE 8360-8370).
043230*    A FILE TYPE MASTER THAT CANNOT BE OPENED IS REPORTED (AND
043231*    ALERTED) ONCE, AND THE TYPE RULE IS LEFT UNCHECKED FOR THE
043232*    REST OF THE SWEEP RATHER THAN FAILING EVERY ENTRY.
043233*****************************************************************
043240 8300-VERIFY-CATALOG.

043250     MOVE ZERO TO AFM-VFY-CHECKED-COUNT
043300                  AFM-VFY-MDATE-COUNT
043310                  AFM-VFY-ORDER-COUNT
043320                  AFM-VFY-FUTURE-COUNT
043330                  AFM-VFY-DIR-COUNT
043332                  AFM-USG-DRIFT-COUNT
043334                  AFM-USG-CAT-COUNT
043336                  AFM-USG-CAT-BYTES.
043338     MOVE LOW-VALUES TO AFM-USG-CAT-DIRECTORY.

043340     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
043350     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
043440         OPEN INPUT FILE-STATUS
043450     END-IF.

043451     MOVE "N" TO AFM-VFY-TYPE-SKIP-FLAG.
043452     OPEN INPUT FILE-TYPE-MASTER.
043453     IF AFM-FTYP-IOSTAT NOT = "00"
043454         SET AFM-VFY-SKIP-TYPE-RULE TO TRUE
043455     END-IF.

043456     OPEN INPUT DIRECTORY-USAGE.
043457     IF AFM-DUSG-IOSTAT = "35"
043458         CLOSE DIRECTORY-USAGE
043459         OPEN OUTPUT DIRECTORY-USAGE
043460         CLOSE DIRECTORY-USAGE
043461         OPEN INPUT DIRECTORY-USAGE
043462     END-IF.

043463     MOVE "VERIFY.REPORT" TO AFM-PRINT-FILE-NAME.
043470     MOVE "CATALOG INTEGRITY VERIFY - EXCEPTIONS REPORT"
043480         TO AFM-PRINT-TITLE.
043490     MOVE SPACES TO AFM-PRINT-COL-HEAD-1
043500                    AFM-PRINT-COL-HEAD-2.
043510     PERFORM 9100-OPEN-PRINT-FILE
043520         THRU 9100-EXIT.
043521     IF AFM-VFY-SKIP-TYPE-RULE
043522         STRING "FILE.TYPE.MASTER NOT AVAILABLE - STATUS "
043523             AFM-FTYP-IOSTAT " - TYPE RULE NOT CHECKED THIS RUN"
043524             DELIMITED BY SIZE INTO AFM-PRINT-LINE
043525         PERFORM 9200-WRITE-PRINT-LINE
043526             THRU 9200-EXIT
043527         MOVE SPACES TO AFM-PRINT-LINE
043528         PERFORM 9200-WRITE-PRINT-LINE
043529             THRU 9200-EXIT
043530         MOVE "E"      TO AFM-ALRT-SEVERITY
043531         MOVE "VERIFY" TO AFM-ALRT-CODE
043532         STRING "VERIFY SKIPPED THE TYPE RULE - FILE.TYPE.MASTER "
043533             "STATUS " AFM-FTYP-IOSTAT
043534             DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE
043535         PERFORM 9540-RAISE-ALERT
043536             THRU 9540-EXIT
043537     END-IF.

043538     PERFORM 4100-READ-NEXT-FILE-STATUS
043540         THRU 4100-EXIT.

043550     PERFORM 8310-VERIFY-ONE-ENTRY
043560         THRU 8310-EXIT
043570         UNTIL NO-MORE-FILE-STATUS.

043571     PERFORM 8360-CHECK-USAGE-DRIFT
043572         THRU 8360-EXIT.

043573     MOVE "N" TO AFM-USG-BROWSE-FLAG.
043574     MOVE LOW-VALUES TO DUSG-DIRECTORY-NAME.
043575     START DIRECTORY-USAGE KEY NOT < DUSG-DIRECTORY-NAME
043576         INVALID KEY
043577             SET AFM-USG-BROWSE-DONE TO TRUE
043578     END-START.
043579     PERFORM 8370-CHECK-ONE-SUMMARY
043580         THRU 8370-EXIT
043581         UNTIL AFM-USG-BROWSE-DONE.

043582     CLOSE FILE-STATUS.
043583     CLOSE DIRECTORY-USAGE.
043584     IF NOT AFM-VFY-SKIP-TYPE-RULE
043585         CLOSE FILE-TYPE-MASTER
043586     END-IF.

043590     MOVE SPACES TO AFM-PRINT-LINE.
043600     PERFORM 9200-WRITE-PRINT-LINE
043980     MOVE AFM-VFY-DIR-COUNT TO AFM-PRINT-COUNT-EDIT.
043990     PERFORM 8330-PRINT-COUNT-LINE
044000         THRU 8330-EXIT.
044002     MOVE "USAGE SUMMARIES DRIFTED: " TO AFM-VFY-RULE-TEXT.
044004     MOVE AFM-USG-DRIFT-COUNT TO AFM-PRINT-COUNT-EDIT.
044006     PERFORM 8330-PRINT-COUNT-LINE
044008         THRU 8330-EXIT.

044010     PERFORM 9300-CLOSE-PRINT-FILE
044020         THRU 9300-EXIT.

044021     IF AFM-USG-DRIFT-COUNT > ZERO
044022         MOVE "W"      TO AFM-ALRT-SEVERITY
044023         MOVE "VERIFY" TO AFM-ALRT-CODE
044024         MOVE AFM-USG-DRIFT-COUNT TO AFM-PRINT-COUNT-EDIT
044025         STRING "DIRECTORY.USAGE RECORDS DRIFTED FROM CATALOG: "
044026             AFM-PRINT-COUNT-EDIT DELIMITED BY SIZE
044027             INTO AFM-ALRT-MESSAGE
044028         PERFORM 9540-RAISE-ALERT
044029             THRU 9540-EXIT
044030     END-IF.

044031 8300-EXIT.
044040     EXIT.

044050*****************************************************************
044070*    APPLIES EVERY RULE TO THE CATALOG ENTRY CURRENTLY IN THE
044080*    RECORD AREA.  EACH BROKEN RULE PRINTS ITS OWN LINE UNDER
044090*    A SINGLE ENTRY HEADING (SEE 8320-REPORT-BROKEN-RULE).
044095*    THE FIRST ENTRY OF EACH DIRECTORY CLOSES OFF THE USAGE
044097*    RECOUNT OF THE DIRECTORY BEFORE IT.
044100*****************************************************************
044110 8310-VERIFY-ONE-ENTRY.

044112     IF FILE-DIRECTORY-NAME NOT = AFM-USG-CAT-DIRECTORY
044114         PERFORM 8360-CHECK-USAGE-DRIFT
044116             THRU 8360-EXIT
044117         MOVE FILE-DIRECTORY-NAME TO AFM-USG-CAT-DIRECTORY
044118         MOVE ZERO TO AFM-USG-CAT-COUNT
044119                      AFM-USG-CAT-BYTES
044121     END-IF.
044122     ADD 1 TO AFM-USG-CAT-COUNT.
044123     IF FILE-SIZE NUMERIC
044124         ADD FILE-SIZE TO AFM-USG-CAT-BYTES
044125     END-IF.

044126     ADD 1 TO AFM-VFY-CHECKED-COUNT.
044130     MOVE "N" TO AFM-VFY-ENTRY-BAD-FLAG.

044140     IF FILE-SIZE NOT NUMERIC
044250         END-IF
044260     END-IF.

044266     IF NOT AFM-VFY-SKIP-TYPE-RULE
044272         MOVE FILE-TYPE TO FILE-TYPE-INPUT
044278         IF FILE-SIZE NUMERIC
044284             MOVE FILE-SIZE TO FILE-SIZE-INPUT
044290         ELSE
044296             MOVE ZERO TO FILE-SIZE-INPUT
044302         END-IF
044308         MOVE SPACES TO ERROR-MESSAGE
044314         PERFORM 5165-CHECK-FILE-TYPE
044320             THRU 5165-EXIT
044326         IF ERROR-MESSAGE NOT = SPACES
044332             MOVE ERROR-MESSAGE TO AFM-VFY-RULE-TEXT
044338             ADD 1 TO AFM-VFY-TYPE-COUNT
044344             PERFORM 8320-REPORT-BROKEN-RULE
044350                 THRU 8320-EXIT
044356         END-IF
044362     END-IF.

044380     MOVE FILE-CREATION-DATE TO AFM-VFY-DATE-INPUT.
044390     PERFORM 8350-VERIFY-ONE-DATE
045080         PERFORM 9200-WRITE-PRINT-LINE
045090             THRU 9200-EXIT
045100         SET AFM-VFY-ENTRY-BAD TO TRUE
045101         MOVE "W"      TO AFM-ALRT-SEVERITY
045102         MOVE "VERIFY" TO AFM-ALRT-CODE
045103         MOVE FILE-DIRECTORY-NAME TO AFM-ALRT-DIRECTORY
045104         MOVE FILE-NAME           TO AFM-ALRT-FILE
045105         STRING "CATALOG ENTRY FAILED VERIFY: " AFM-VFY-RULE-TEXT
045106             DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE
045107         PERFORM 9540-RAISE-ALERT
045108             THRU 9540-EXIT
045110     END-IF.
045120     STRING "    " AFM-VFY-RULE-TEXT
045130         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
045570 8350-EXIT.
045580     EXIT.

045581*****************************************************************
045582*    8360-CHECK-USAGE-DRIFT
045583*    CLOSES OFF THE RECOUNT OF ONE DIRECTORY (AFM-USG-CAT-
045584*    DIRECTORY, LOW-VALUES BEFORE THE FIRST) AND COMPARES IT
045585*    WITH THE DIRECTORY'S DIRECTORY.USAGE RECORD.  A MISSING
045586*    RECORD COUNTS AS ZERO ENTRIES AND ZERO BYTES.
045587*****************************************************************
045588 8360-CHECK-USAGE-DRIFT.

045589     IF AFM-USG-CAT-DIRECTORY = LOW-VALUES
045590         GO TO 8360-EXIT
045591     END-IF.

045592     MOVE AFM-USG-CAT-DIRECTORY TO DUSG-DIRECTORY-NAME.
045593     READ DIRECTORY-USAGE
045594         INVALID KEY
045595             MOVE ZERO TO DUSG-ENTRY-COUNT
045596                          DUSG-TOTAL-BYTES
045597     END-READ.

045598     IF DUSG-ENTRY-COUNT NOT = AFM-USG-CAT-COUNT
045599             OR DUSG-TOTAL-BYTES NOT = AFM-USG-CAT-BYTES
045600         PERFORM 8365-REPORT-USAGE-DRIFT
045601             THRU 8365-EXIT
045602     END-IF.

045603 8360-EXIT.
045604     EXIT.

045605*****************************************************************
045606*    8365-REPORT-USAGE-DRIFT
045607*    PRINTS ONE DRIFTED DIRECTORY - WHAT DIRECTORY.USAGE SAYS
045608*    AGAINST WHAT THE CATALOG HOLDS.
045609*****************************************************************
045610 8365-REPORT-USAGE-DRIFT.

045611     ADD 1 TO AFM-USG-DRIFT-COUNT.

045612     STRING "USAGE SUMMARY DRIFTED: " AFM-USG-CAT-DIRECTORY
045613         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
045614     PERFORM 9200-WRITE-PRINT-LINE
045615         THRU 9200-EXIT.
045616     MOVE DUSG-ENTRY-COUNT TO AFM-PRINT-COUNT-EDIT.
045617     MOVE DUSG-TOTAL-BYTES TO AFM-PRINT-SIZE-EDIT.
045618     STRING "    SUMMARY ENTRIES: " AFM-PRINT-COUNT-EDIT
045619         "  BYTES: " AFM-PRINT-SIZE-EDIT
045620         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
045621     PERFORM 9200-WRITE-PRINT-LINE
045622         THRU 9200-EXIT.
045623     MOVE AFM-USG-CAT-COUNT TO AFM-PRINT-COUNT-EDIT.
045624     MOVE AFM-USG-CAT-BYTES TO AFM-PRINT-SIZE-EDIT.
045625     STRING "    CATALOG ENTRIES: " AFM-PRINT-COUNT-EDIT
045626         "  BYTES: " AFM-PRINT-SIZE-EDIT
045627         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
045628     PERFORM 9200-WRITE-PRINT-LINE
045629         THRU 9200-EXIT.

045630 8365-EXIT.
045631     EXIT.

045632*****************************************************************
045633*    8370-CHECK-ONE-SUMMARY
045634*    READS THE NEXT DIRECTORY.USAGE RECORD.  ONE THAT STILL
045635*    SHOWS ENTRIES OR BYTES FOR A DIRECTORY WITH NO CATALOG
045636*    ENTRIES AT ALL HAS DRIFTED - THE CATALOG PASS ONLY SAW
045637*    DIRECTORIES THAT HAVE ENTRIES.
045638*****************************************************************
045639 8370-CHECK-ONE-SUMMARY.

045640     READ DIRECTORY-USAGE NEXT RECORD
045641         AT END
045642             SET AFM-USG-BROWSE-DONE TO TRUE
045643     END-READ.
045644     IF AFM-USG-BROWSE-DONE
045645         GO TO 8370-EXIT
045646     END-IF.

045647     IF DUSG-ENTRY-COUNT = ZERO
045648             AND DUSG-TOTAL-BYTES = ZERO
045649         GO TO 8370-EXIT
045650     END-IF.

045651     MOVE "N" TO FILE-STATUS-FLAG.
045652     MOVE DUSG-DIRECTORY-NAME TO FILE-DIRECTORY-NAME.
045653     MOVE LOW-VALUES          TO FILE-NAME.
045654     START FILE-STATUS KEY NOT < FILE-STATUS-KEY
045655         INVALID KEY
045656             SET NO-MORE-FILE-STATUS TO TRUE
045657     END-START.
045658     IF NOT NO-MORE-FILE-STATUS
045659         PERFORM 4100-READ-NEXT-FILE-STATUS
045660             THRU 4100-EXIT
045661     END-IF.

045662     IF NO-MORE-FILE-STATUS
045663             OR FILE-DIRECTORY-NAME NOT = DUSG-DIRECTORY-NAME
045664         MOVE DUSG-DIRECTORY-NAME TO AFM-USG-CAT-DIRECTORY
045665         MOVE ZERO TO AFM-USG-CAT-COUNT
045666                      AFM-USG-CAT-BYTES
045667         PERFORM 8365-REPORT-USAGE-DRIFT
045668             THRU 8365-EXIT
045669     END-IF.

045670 8370-EXIT.
045671     EXIT.

045672*****************************************************************
045673*    8400-CAPACITY-REPORT
045674*    DAILY DIRECTORY CAPACITY REPORT (CAPACITY COMMAND, OR
045675*    PARM=CAPACITY FROM JCL MEMBER AFMCAPRT).  FOR EVERY
045676*    CONFIGURED DIRECTORY-LISTING ENTRY, SHOWS THE CAPACITY
045677*    LIMIT, THE TOTAL CATALOGED FILE-SIZE, PERCENT FULL AND
045678*    REMAINING HEADROOM, SO A DIRECTORY FILLING UP IS SEEN
045679*    COMING INSTEAD OF FOUND AT CREATE TIME.  EACH RUN ALSO
045680*    APPENDS ONE DATED USAGE RECORD PER DIRECTORY TO
045681*    CAPACITY.HISTORY (COPYBOOK AFMCHIS) FOR THE TREND RUN.
045683*    USAGE COMES FROM THE DIRECTORY.USAGE SUMMARY, SO THE
045686*    CATALOG ITSELF IS NOT OPENED.
045690*****************************************************************
045700 8400-CAPACITY-REPORT.

045830         OPEN OUTPUT CAPACITY-HISTORY
045840     END-IF.

045920     MOVE "N" TO DIRECTORY-LISTING-FLAG.
045930     OPEN INPUT DIRECTORY-LISTING.
045940     IF AFM-DIRL-IOSTAT = "35"
046090         UNTIL NO-MORE-DIRECTORY-LISTING.

046100     CLOSE DIRECTORY-LISTING.
046120     CLOSE CAPACITY-HISTORY.

046130     PERFORM 9300-CLOSE-PRINT-FILE

046190*****************************************************************
046200*    8410-REPORT-ONE-DIRECTORY
046210*    REPORTS ONE CONFIGURED DIRECTORY.  THE USAGE SUMMARY
046220*    READ (5190) LEAVES THE DIRECTORY-LISTING RECORD STILL IN
046230*    ITS BUFFER ALONE.
046240*****************************************************************
046250 8410-REPORT-ONE-DIRECTORY.

046420         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
046430     PERFORM 9200-WRITE-PRINT-LINE
046440         THRU 9200-EXIT.
046441     MOVE AFM-CAP-USED-COUNT TO AFM-PRINT-COUNT-EDIT.
046442     STRING "    ENTRY COUNT....: " AFM-PRINT-COUNT-EDIT
046443         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
046444     PERFORM 9200-WRITE-PRINT-LINE
046445         THRU 9200-EXIT.

046450     IF AFM-CAP-LIMIT = ZERO
046460         MOVE ZERO TO AFM-CAP-PCT-FULL

053190     MOVE SPACES TO ERROR-MESSAGE.
053200     MOVE AFM-REST-FILE-SIZE TO FILE-SIZE-INPUT.
053205     MOVE "N" TO AFM-CAP-LIMITS-FLAG.
053210     PERFORM 5170-CHECK-DIRECTORY-CAPACITY
053220         THRU 5170-EXIT.
053230     IF ERROR-MESSAGE NOT = SPACES
053310     MOVE AFM-REST-CREATION-DATE TO FILE-CREATION-DATE.
053320     MOVE AFM-REST-MODIFICATION-DATE
053330                                 TO FILE-MODIFICATION-DATE.
053335     MOVE AFM-REST-COST-CENTER   TO FILE-COST-CENTER.
053340     WRITE FILE-STATUS-RECORD
053350         INVALID KEY
053360             DISPLAY "UNABLE TO WRITE RESTORED CATALOG ENTRY"
053430     MOVE AFM-REST-FILE-TYPE     TO AFM-AUD-NEW-FILE-TYPE.
053440     MOVE AFM-REST-MODIFICATION-DATE
053450                                 TO AFM-AUD-NEW-MOD-DATE.
053455     MOVE AFM-REST-COST-CENTER   TO AFM-AUD-COST-CENTER.
053460     MOVE "RESTOR" TO AFM-AUDIT-ACTION.
053470     PERFORM 5500-WRITE-AUDIT-RECORD
053480         THRU 5500-EXIT.

053481     MOVE FILE-DIRECTORY-INPUT TO AFM-USG-DIRECTORY.
053482     MOVE 1 TO AFM-USG-COUNT-CHANGE.
053483     IF AFM-REST-FILE-SIZE NUMERIC
053484         MOVE AFM-REST-FILE-SIZE TO AFM-USG-BYTES-CHANGE
053485     END-IF.
053486     PERFORM 5400-POST-DIRECTORY-USAGE
053487         THRU 5400-EXIT.

053490     CLOSE FILE-STATUS.

053500     PERFORM 8750-REMOVE-FROM-ARCHIVE
053710         MOVE ARC-FILE-CREATION-DATE TO AFM-REST-CREATION-DATE
053720         MOVE ARC-FILE-MODIFICATION-DATE
053730             TO AFM-REST-MODIFICATION-DATE
053735         MOVE ARC-FILE-COST-CENTER   TO AFM-REST-COST-CENTER
053740     END-IF.

053750     PERFORM 8720-READ-NEXT-ARCHIVE
054380             MOVE SAVE-ARCHIVE-RECORD
054390                 TO FILE-ARCHIVE-RECORD
054400             WRITE FILE-ARCHIVE-RECORD
054401     END-READ.

054402 8770-EXIT.
054403     EXIT.

054404*****************************************************************
054405*    8800-CHARGEBACK-RUN
054406*    MONTHLY STORAGE CHARGEBACK (PARM=CHARGEBK,RATE OR THE
054407*    CHARGEBACK COMMAND).  THE CATALOG IS SORTED BY COST
054408*    CENTER AND DIRECTORY; EACH COST CENTER/DIRECTORY PAIR IS
054409*    CHARGED AT THE RATE PER GIGABYTE, PRINTED TO
054410*    CHARGEBACK.REPORT AND WRITTEN AS ONE DETAIL TO THE
054411*    CHARGEBACK.GL LEDGER FEED BETWEEN A HEADER AND A
054412*    BALANCING TRAILER.  ENTRIES WITH NO COST CENTER ARE NOT
054413*    CHARGED - A SECOND PASS OVER THE SORTED FILE LISTS THEM
054414*    ON A PAGE OF THEIR OWN SO THE OWNERS CAN BE CHASED.  A
054415*    MISSING OR NON-NUMERIC RATE REFUSES THE RUN (CC 12)
054416*    BEFORE ANYTHING IS WRITTEN.
054417*****************************************************************
054418 8800-CHARGEBACK-RUN.

054419     MOVE "CHARGEBK" TO AFM-RUNC-JOB.
054420     PERFORM 9500-STAMP-RUN-START
054421         THRU 9500-EXIT.

054422     PERFORM 8810-GET-CHARGEBACK-RATE
054423         THRU 8810-EXIT.
054424     IF ERROR-MESSAGE NOT = SPACES
054425         DISPLAY "CHARGEBACK REFUSED - " ERROR-MESSAGE
054426         MOVE 12 TO RETURN-CODE
054427         GO TO 8800-EXIT
054428     END-IF.

054429     MOVE ZERO TO AFM-CHG-DIR-COUNT   AFM-CHG-DIR-BYTES
054430                  AFM-CHG-CC-COUNT    AFM-CHG-CC-BYTES
054431                  AFM-CHG-CC-AMOUNT
054432                  AFM-CHG-GRAND-COUNT AFM-CHG-GRAND-BYTES
054433                  AFM-CHG-GRAND-AMOUNT
054434                  AFM-CHG-UNASG-COUNT AFM-CHG-UNASG-BYTES
054435                  AFM-CHG-GL-COUNT.
054436     MOVE LOW-VALUES TO AFM-CHG-BREAK-COST-CENTER
054437                        AFM-CHG-BREAK-DIRECTORY.

054438     PERFORM 8820-SORT-CATALOG-BY-COST-CENTER
054439         THRU 8820-EXIT.

054440     MOVE "CHARGEBACK.REPORT" TO AFM-PRINT-FILE-NAME.
054441     MOVE "MONTHLY STORAGE CHARGEBACK BY COST CENTER"
054442         TO AFM-PRINT-TITLE.
054443     MOVE AFM-PRT-CHG-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
054444     MOVE AFM-PRT-CHG-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
054445     PERFORM 9100-OPEN-PRINT-FILE
054446         THRU 9100-EXIT.

054447     STRING AFM-TODAY-YYYY "-" AFM-TODAY-MM
054448         DELIMITED BY SIZE INTO AFM-CHG-PERIOD.
054449     MOVE AFM-CHG-RATE TO AFM-CHG-RATE-EDIT.
054450     STRING "CHARGE PERIOD: " AFM-CHG-PERIOD
054451         "   RATE PER GIGABYTE: " AFM-CHG-RATE-EDIT
054452         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054453     PERFORM 9200-WRITE-PRINT-LINE
054454         THRU 9200-EXIT.
054455     MOVE SPACES TO AFM-PRINT-LINE.
054456     PERFORM 9200-WRITE-PRINT-LINE
054457         THRU 9200-EXIT.

054458     OPEN OUTPUT CHARGEBACK-GL-FILE.
054459     IF AFM-CHGL-IOSTAT NOT = "00"
054460         DISPLAY "CHARGEBACK REFUSED - UNABLE TO OPEN "
054461             "CHARGEBACK.GL - STATUS " AFM-CHGL-IOSTAT
054462         MOVE "CHARGEBACK.GL NOT OPENED - NOTHING CHARGED"
054463             TO AFM-PRINT-LINE
054464         PERFORM 9200-WRITE-PRINT-LINE
054465             THRU 9200-EXIT
054466         PERFORM 9300-CLOSE-PRINT-FILE
054467             THRU 9300-EXIT
054468         MOVE 12 TO RETURN-CODE
054469         GO TO 8800-EXIT
054470     END-IF.
054471     PERFORM 8830-WRITE-GL-HEADER
054472         THRU 8830-EXIT.

054473     MOVE "N" TO AFM-CHG-SORT-EOF-FLAG.
054474     OPEN INPUT CHG-SORT-OUTPUT-FILE.
054475     PERFORM 8890-READ-NEXT-CHG-SORT-RECORD
054476         THRU 8890-EXIT.
054477     PERFORM 8840-CHARGE-ONE-ENTRY
054478         THRU 8840-EXIT
054479         UNTIL NO-MORE-CHG-SORT-RECORDS.
054480     CLOSE CHG-SORT-OUTPUT-FILE.

054481     IF AFM-CHG-DIR-COUNT > ZERO
054482         PERFORM 8850-CHARGE-DIRECTORY
054483             THRU 8850-EXIT
054484         PERFORM 8860-CHARGE-COST-CENTER
054485             THRU 8860-EXIT
054486     END-IF.

054487     PERFORM 8865-PRINT-CHARGEBACK-TOTALS
054488         THRU 8865-EXIT.

054489     PERFORM 8870-WRITE-GL-TRAILER
054490         THRU 8870-EXIT.
054491     CLOSE CHARGEBACK-GL-FILE.

054492     PERFORM 8880-PRINT-UNASSIGNED-PAGE
054493         THRU 8880-EXIT.

054494     PERFORM 9300-CLOSE-PRINT-FILE
054495         THRU 9300-EXIT.

054496     DISPLAY "CHARGEBACK COMPLETE - GL DETAILS WRITTEN: "
054497         AFM-CHG-GL-COUNT " UNASSIGNED ENTRIES: "
054498         AFM-CHG-UNASG-COUNT.

054499 8800-EXIT.
054500     PERFORM 9510-STAMP-RUN-END
054501         THRU 9510-EXIT.
054502     EXIT.

054503*****************************************************************
054504*    8810-GET-CHARGEBACK-RATE
054505*    TAKES THE RATE PER GIGABYTE FROM THE EXEC PARM OPTION ON
054506*    AN UNATTENDED RUN OR FROM THE CONSOLE ON THE CHARGEBACK
054507*    COMMAND - NINE DIGITS, THE LAST FOUR OF THEM DECIMALS
054508*    (000012500 IS 1.2500 PER GIGABYTE).  LEAVES A NON-BLANK
054509*    ERROR-MESSAGE WHEN THE RATE IS MISSING OR NOT NUMERIC.
054510*****************************************************************
054511 8810-GET-CHARGEBACK-RATE.

054512     MOVE SPACES TO ERROR-MESSAGE.

054513     IF AFM-RUN-MODE-IS-CHARGEBK
054514         MOVE AFM-RUN-OPTION TO AFM-CHG-RATE-TEXT
054515     ELSE
054516         DISPLAY "Enter rate per GB (9 digits, last 4 decimal): "
054517         ACCEPT AFM-CHG-RATE-TEXT
054518     END-IF.

054519     IF AFM-CHG-RATE-DIGITS NOT NUMERIC
054520         MOVE "RATE PER GIGABYTE MISSING OR NOT NUMERIC"
054521             TO ERROR-MESSAGE
054522         GO TO 8810-EXIT
054523     END-IF.

054524     IF AFM-CHG-RATE-DIGITS = ZERO
054525         MOVE "RATE PER GIGABYTE MUST BE GREATER THAN ZERO"
054526             TO ERROR-MESSAGE
054527         GO TO 8810-EXIT
054528     END-IF.

054529     MOVE AFM-CHG-RATE-DIGITS TO AFM-CHG-RATE.

054530 8810-EXIT.
054531     EXIT.

054532*****************************************************************
054533*    8820-SORT-CATALOG-BY-COST-CENTER
054534*    SORTS THE FILE-STATUS CATALOG INTO CHARGEBACK.SORTED BY
054535*    COST CENTER, DIRECTORY AND FILE NAME.  A BLANK COST
054536*    CENTER SORTS LOW, SO THE UNASSIGNED ENTRIES COME FIRST.
054537*****************************************************************
054538 8820-SORT-CATALOG-BY-COST-CENTER.

054539     OPEN INPUT FILE-STATUS.
054540     IF AFM-FSTAT-IOSTAT = "35"
054541         CLOSE FILE-STATUS
054542         OPEN OUTPUT FILE-STATUS
054543     END-IF.
054544     CLOSE FILE-STATUS.

054545     SORT CHG-SORT-WORK-FILE
054546         ON ASCENDING KEY CSRT-COST-CENTER OF SD-CHG-SORT-RECORD
054547                          CSRT-DIRECTORY-NAME
054548                              OF SD-CHG-SORT-RECORD
054549                          CSRT-FILE-NAME OF SD-CHG-SORT-RECORD
054550         USING FILE-STATUS
054551         GIVING CHG-SORT-OUTPUT-FILE.

054552 8820-EXIT.
054553     EXIT.

054554 8830-WRITE-GL-HEADER.

054555     MOVE SPACES TO CHARGEBACK-GL-RECORD.
054556     SET CHGL-HEADER-RECORD TO TRUE.
054557     MOVE AFM-TODAY-DISPLAY TO CHGL-HEADER-RUN-DATE.
054558     MOVE AFM-CHG-PERIOD    TO CHGL-HEADER-PERIOD.
054559     MOVE AFM-CHG-RATE      TO CHGL-HEADER-RATE.
054560     WRITE CHARGEBACK-GL-RECORD.

054561 8830-EXIT.
054562     EXIT.

054563*****************************************************************
054564*    8840-CHARGE-ONE-ENTRY
054565*    FIRST PASS - ACCUMULATES ONE SORTED ENTRY INTO ITS
054566*    DIRECTORY TOTAL, CLOSING THE PRIOR DIRECTORY (AND COST
054567*    CENTER) ON A CONTROL BREAK.  UNASSIGNED ENTRIES ARE ONLY
054568*    COUNTED HERE; 8880 LISTS THEM.
054569*****************************************************************
054570 8840-CHARGE-ONE-ENTRY.

054571     IF CSRT-COST-CENTER OF CHG-SORT-RECORD = SPACES
054572         ADD 1 TO AFM-CHG-UNASG-COUNT
054573         ADD CSRT-FILE-SIZE OF CHG-SORT-RECORD
054574             TO AFM-CHG-UNASG-BYTES
054575         GO TO 8840-NEXT
054576     END-IF.

054577     IF CSRT-COST-CENTER OF CHG-SORT-RECORD
054578             NOT = AFM-CHG-BREAK-COST-CENTER
054579         IF AFM-CHG-DIR-COUNT > ZERO
054580             PERFORM 8850-CHARGE-DIRECTORY
054581                 THRU 8850-EXIT
054582             PERFORM 8860-CHARGE-COST-CENTER
054583                 THRU 8860-EXIT
054584         END-IF
054585         MOVE CSRT-COST-CENTER OF CHG-SORT-RECORD
054586             TO AFM-CHG-BREAK-COST-CENTER
054587         MOVE CSRT-DIRECTORY-NAME OF CHG-SORT-RECORD
054588             TO AFM-CHG-BREAK-DIRECTORY
054589     ELSE
054590         IF CSRT-DIRECTORY-NAME OF CHG-SORT-RECORD
054591                 NOT = AFM-CHG-BREAK-DIRECTORY
054592             PERFORM 8850-CHARGE-DIRECTORY
054593                 THRU 8850-EXIT
054594             MOVE CSRT-DIRECTORY-NAME OF CHG-SORT-RECORD
054595                 TO AFM-CHG-BREAK-DIRECTORY
054596         END-IF
054597     END-IF.

054598     ADD 1 TO AFM-CHG-DIR-COUNT.
054599     ADD CSRT-FILE-SIZE OF CHG-SORT-RECORD TO AFM-CHG-DIR-BYTES.

054600 8840-NEXT.
054601     PERFORM 8890-READ-NEXT-CHG-SORT-RECORD
054602         THRU 8890-EXIT.

054603 8840-EXIT.
054604     EXIT.

054605*****************************************************************
054606*    8850-CHARGE-DIRECTORY
054607*    PRICES ONE COST CENTER/DIRECTORY PAIR - GIGABYTES ROUNDED
054608*    TO FOUR PLACES, AMOUNT TO THE CENT - PRINTS ITS DETAIL
054609*    LINE, WRITES ITS GL DETAIL AND ROLLS IT INTO THE COST
054610*    CENTER TOTAL.
054611*****************************************************************
054612 8850-CHARGE-DIRECTORY.

054613     COMPUTE AFM-CHG-GIGABYTES ROUNDED =
054614         AFM-CHG-DIR-BYTES / AFM-CHG-BYTES-PER-GB.
054615     COMPUTE AFM-CHG-AMOUNT ROUNDED =
054616         AFM-CHG-GIGABYTES * AFM-CHG-RATE.

054617     MOVE AFM-CHG-DIR-COUNT TO AFM-PRINT-COUNT-EDIT.
054618     MOVE AFM-CHG-DIR-BYTES TO AFM-PRINT-SIZE-EDIT.
054619     MOVE AFM-CHG-GIGABYTES TO AFM-CHG-GB-EDIT.
054620     MOVE AFM-CHG-AMOUNT    TO AFM-CHG-AMOUNT-EDIT.
054621     STRING AFM-CHG-BREAK-COST-CENTER " "
054622         AFM-CHG-BREAK-DIRECTORY " "
054623         AFM-PRINT-COUNT-EDIT " "
054624         AFM-PRINT-SIZE-EDIT " "
054625         AFM-CHG-GB-EDIT " "
054626         AFM-CHG-AMOUNT-EDIT
054627         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054628     PERFORM 9200-WRITE-PRINT-LINE
054629         THRU 9200-EXIT.

054630     MOVE SPACES TO CHARGEBACK-GL-RECORD.
054631     SET CHGL-DETAIL-RECORD TO TRUE.
054632     MOVE AFM-CHG-BREAK-COST-CENTER TO CHGL-COST-CENTER.
054633     MOVE AFM-CHG-BREAK-DIRECTORY   TO CHGL-DIRECTORY-NAME.
054634     MOVE AFM-CHG-DIR-COUNT         TO CHGL-FILE-COUNT.
054635     MOVE AFM-CHG-DIR-BYTES         TO CHGL-TOTAL-BYTES.
054636     MOVE AFM-CHG-GIGABYTES         TO CHGL-GIGABYTES.
054637     MOVE AFM-CHG-AMOUNT            TO CHGL-CHARGE-AMOUNT.
054638     WRITE CHARGEBACK-GL-RECORD.
054639     ADD 1 TO AFM-CHG-GL-COUNT.

054640     ADD AFM-CHG-DIR-COUNT TO AFM-CHG-CC-COUNT.
054641     ADD AFM-CHG-DIR-BYTES TO AFM-CHG-CC-BYTES.
054642     ADD AFM-CHG-AMOUNT    TO AFM-CHG-CC-AMOUNT.
054643     MOVE ZERO TO AFM-CHG-DIR-COUNT
054644                  AFM-CHG-DIR-BYTES.

054645 8850-EXIT.
054646     EXIT.

054647*****************************************************************
054648*    8860-CHARGE-COST-CENTER
054649*    PRINTS THE COST-CENTER SUBTOTAL - THE SUM OF ITS
054650*    DIRECTORY AMOUNTS, SO IT AGREES TO THE GL DETAILS - AND
054651*    ROLLS IT INTO THE GRAND TOTAL.
054652*****************************************************************
054653 8860-CHARGE-COST-CENTER.

054654     COMPUTE AFM-CHG-GIGABYTES ROUNDED =
054655         AFM-CHG-CC-BYTES / AFM-CHG-BYTES-PER-GB.
054656     MOVE AFM-CHG-CC-COUNT  TO AFM-PRINT-COUNT-EDIT.
054657     MOVE AFM-CHG-CC-BYTES  TO AFM-PRINT-SIZE-EDIT.
054658     MOVE AFM-CHG-GIGABYTES TO AFM-CHG-GB-EDIT.
054659     MOVE AFM-CHG-CC-AMOUNT TO AFM-CHG-AMOUNT-EDIT.
054660     MOVE "** COST CENTER TOTAL" TO AFM-CHG-TOTAL-LABEL.
054661     STRING AFM-CHG-BREAK-COST-CENTER " "
054662         AFM-CHG-TOTAL-LABEL " "
054663         AFM-PRINT-COUNT-EDIT " "
054664         AFM-PRINT-SIZE-EDIT " "
054665         AFM-CHG-GB-EDIT " "
054666         AFM-CHG-AMOUNT-EDIT
054667         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054668     PERFORM 9200-WRITE-PRINT-LINE
054669         THRU 9200-EXIT.
054670     MOVE SPACES TO AFM-PRINT-LINE.
054671     PERFORM 9200-WRITE-PRINT-LINE
054672         THRU 9200-EXIT.

054673     ADD AFM-CHG-CC-COUNT  TO AFM-CHG-GRAND-COUNT.
054674     ADD AFM-CHG-CC-BYTES  TO AFM-CHG-GRAND-BYTES.
054675     ADD AFM-CHG-CC-AMOUNT TO AFM-CHG-GRAND-AMOUNT.
054676     MOVE ZERO TO AFM-CHG-CC-COUNT
054677                  AFM-CHG-CC-BYTES
054678                  AFM-CHG-CC-AMOUNT.

054679 8860-EXIT.
054680     EXIT.

054681 8865-PRINT-CHARGEBACK-TOTALS.

054682     COMPUTE AFM-CHG-GIGABYTES ROUNDED =
054683         AFM-CHG-GRAND-BYTES / AFM-CHG-BYTES-PER-GB.
054684     MOVE AFM-CHG-GRAND-COUNT  TO AFM-PRINT-COUNT-EDIT.
054685     MOVE AFM-CHG-GRAND-BYTES  TO AFM-PRINT-SIZE-EDIT.
054686     MOVE AFM-CHG-GIGABYTES    TO AFM-CHG-GB-EDIT.
054687     MOVE AFM-CHG-GRAND-AMOUNT TO AFM-CHG-AMOUNT-EDIT.
054688     MOVE "*** GRAND TOTAL CHARGED" TO AFM-CHG-TOTAL-LABEL.
054689     STRING "ALL     " " "
054690         AFM-CHG-TOTAL-LABEL " "
054691         AFM-PRINT-COUNT-EDIT " "
054692         AFM-PRINT-SIZE-EDIT " "
054693         AFM-CHG-GB-EDIT " "
054694         AFM-CHG-AMOUNT-EDIT
054695         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054696     PERFORM 9200-WRITE-PRINT-LINE
054697         THRU 9200-EXIT.

054698     MOVE SPACES TO AFM-PRINT-LINE.
054699     PERFORM 9200-WRITE-PRINT-LINE
054700         THRU 9200-EXIT.
054701     MOVE AFM-CHG-GL-COUNT TO AFM-PRINT-COUNT-EDIT.
054702     STRING "GL DETAIL RECORDS WRITTEN.......: "
054703         AFM-PRINT-COUNT-EDIT
054704         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054705     PERFORM 9200-WRITE-PRINT-LINE
054706         THRU 9200-EXIT.
054707     MOVE AFM-CHG-UNASG-COUNT TO AFM-PRINT-COUNT-EDIT.
054708     MOVE AFM-CHG-UNASG-BYTES TO AFM-PRINT-SIZE-EDIT.
054709     STRING "UNASSIGNED ENTRIES (NOT CHARGED): "
054710         AFM-PRINT-COUNT-EDIT " BYTES: " AFM-PRINT-SIZE-EDIT
054711         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054712     PERFORM 9200-WRITE-PRINT-LINE
054713         THRU 9200-EXIT.

054714 8865-EXIT.
054715     EXIT.

054716 8870-WRITE-GL-TRAILER.

054717     MOVE SPACES TO CHARGEBACK-GL-RECORD.
054718     SET CHGL-TRAILER-RECORD TO TRUE.
054719     MOVE AFM-CHG-GL-COUNT     TO CHGL-TRAILER-RECORD-COUNT.
054720     MOVE AFM-CHG-GRAND-AMOUNT TO CHGL-TRAILER-TOTAL-AMOUNT.
054721     MOVE AFM-CHG-GRAND-BYTES  TO CHGL-TRAILER-TOTAL-BYTES.
054722     WRITE CHARGEBACK-GL-RECORD.

054723 8870-EXIT.
054724     EXIT.

054725*****************************************************************
054726*    8880-PRINT-UNASSIGNED-PAGE
054727*    SECOND PASS - STARTS A FRESH PAGE UNDER THE TYPE-REPORT
054728*    COLUMN HEADINGS AND LISTS EVERY ENTRY THAT CARRIES NO
054729*    COST CENTER, GROUPED BY DIRECTORY WITH A SUBTOTAL EACH.
054730*    THE PASS STOPS AT THE FIRST ASSIGNED ENTRY, SINCE THE
054731*    UNASSIGNED ONES SORT FIRST.
054732*****************************************************************
054733 8880-PRINT-UNASSIGNED-PAGE.

054734     MOVE "CHARGEBACK - ENTRIES WITH NO COST CENTER"
054735         TO AFM-PRINT-TITLE.
054736     MOVE AFM-PRT-TYPE-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
054737     MOVE AFM-PRT-TYPE-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
054738     PERFORM 9150-START-PRINT-PAGE
054739         THRU 9150-EXIT.

054740     IF AFM-CHG-UNASG-COUNT = ZERO
054741         MOVE "NO UNASSIGNED ENTRIES - EVERY ENTRY WAS CHARGED"
054742             TO AFM-PRINT-LINE
054743         PERFORM 9200-WRITE-PRINT-LINE
054744             THRU 9200-EXIT
054745         GO TO 8880-EXIT
054746     END-IF.

054747     MOVE ZERO TO AFM-CHG-DIR-COUNT
054748                  AFM-CHG-DIR-BYTES.
054749     MOVE LOW-VALUES TO AFM-CHG-BREAK-DIRECTORY.
054750     MOVE "N" TO AFM-CHG-SORT-EOF-FLAG.
054751     OPEN INPUT CHG-SORT-OUTPUT-FILE.
054752     PERFORM 8890-READ-NEXT-CHG-SORT-RECORD
054753         THRU 8890-EXIT.
054754     PERFORM 8885-LIST-ONE-UNASSIGNED
054755         THRU 8885-EXIT
054756         UNTIL NO-MORE-CHG-SORT-RECORDS.
054757     CLOSE CHG-SORT-OUTPUT-FILE.

054758     IF AFM-CHG-DIR-COUNT > ZERO
054759         PERFORM 8887-UNASSIGNED-DIRECTORY-TOTAL
054760             THRU 8887-EXIT
054761     END-IF.

054762     MOVE SPACES TO AFM-PRINT-LINE.
054763     PERFORM 9200-WRITE-PRINT-LINE
054764         THRU 9200-EXIT.
054765     MOVE AFM-CHG-UNASG-COUNT TO AFM-PRINT-COUNT-EDIT.
054766     MOVE AFM-CHG-UNASG-BYTES TO AFM-PRINT-SIZE-EDIT.
054767     STRING "UNASSIGNED TOTALS - COUNT: " AFM-PRINT-COUNT-EDIT
054768         " SIZE: " AFM-PRINT-SIZE-EDIT
054769         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054770     PERFORM 9200-WRITE-PRINT-LINE
054771         THRU 9200-EXIT.

054772 8880-EXIT.
054773     EXIT.

054774 8885-LIST-ONE-UNASSIGNED.

054775     IF CSRT-COST-CENTER OF CHG-SORT-RECORD NOT = SPACES
054776         SET NO-MORE-CHG-SORT-RECORDS TO TRUE
054777         GO TO 8885-EXIT
054778     END-IF.

054779     IF CSRT-DIRECTORY-NAME OF CHG-SORT-RECORD
054780             NOT = AFM-CHG-BREAK-DIRECTORY
054781         IF AFM-CHG-DIR-COUNT > ZERO
054782             PERFORM 8887-UNASSIGNED-DIRECTORY-TOTAL
054783                 THRU 8887-EXIT
054784         END-IF
054785         MOVE CSRT-DIRECTORY-NAME OF CHG-SORT-RECORD
054786             TO AFM-CHG-BREAK-DIRECTORY
054787         MOVE SPACES TO AFM-PRINT-LINE
054788         PERFORM 9200-WRITE-PRINT-LINE
054789             THRU 9200-EXIT
054790         STRING "DIRECTORY: " AFM-CHG-BREAK-DIRECTORY
054791             DELIMITED BY SIZE INTO AFM-PRINT-LINE
054792         PERFORM 9200-WRITE-PRINT-LINE
054793             THRU 9200-EXIT
054794     END-IF.

054795     STRING "    " CSRT-FILE-NAME OF CHG-SORT-RECORD " "
054796         CSRT-FILE-SIZE OF CHG-SORT-RECORD " "
054797         CSRT-FILE-CREATION-DATE OF CHG-SORT-RECORD " "
054798         CSRT-FILE-MODIFICATION-DATE OF CHG-SORT-RECORD
054799         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054800     PERFORM 9200-WRITE-PRINT-LINE
054801         THRU 9200-EXIT.
054802     ADD 1 TO AFM-CHG-DIR-COUNT.
054803     ADD CSRT-FILE-SIZE OF CHG-SORT-RECORD TO AFM-CHG-DIR-BYTES.

054804     PERFORM 8890-READ-NEXT-CHG-SORT-RECORD
054805         THRU 8890-EXIT.

054806 8885-EXIT.
054807     EXIT.

054808 8887-UNASSIGNED-DIRECTORY-TOTAL.

054809     MOVE AFM-CHG-DIR-COUNT TO AFM-PRINT-COUNT-EDIT.
054810     MOVE AFM-CHG-DIR-BYTES TO AFM-PRINT-SIZE-EDIT.
054811     STRING "    DIRECTORY TOTALS - COUNT: "
054812         AFM-PRINT-COUNT-EDIT " SIZE: " AFM-PRINT-SIZE-EDIT
054813         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054814     PERFORM 9200-WRITE-PRINT-LINE
054815         THRU 9200-EXIT.
054816     MOVE ZERO TO AFM-CHG-DIR-COUNT
054817                  AFM-CHG-DIR-BYTES.

054818 8887-EXIT.
054819     EXIT.

054820 8890-READ-NEXT-CHG-SORT-RECORD.

054821     READ CHG-SORT-OUTPUT-FILE
054822         AT END
054823             SET NO-MORE-CHG-SORT-RECORDS TO TRUE
054824     END-READ.

054825 8890-EXIT.
054826     EXIT.

054827*****************************************************************
054828*    8900-PENDING-DELETE-REPORT
054829*    NIGHTLY PENDING DELETE REPORT (PARM=PENDRPT,DDD FROM JCL
054830*    MEMBER AFMPENDR, OR THE PENDING-DELETES COMMAND).  ONE
054831*    PASS OVER THE PENDING-CHANGE QUEUE THE AFMO TRANSACTION
054832*    FILLS: A DELETE LEFT PENDING AFM-PEND-EXPIRY-DAYS OR MORE
054833*    DAYS IS EXPIRED - STAMPED WITH THIS RUN'S OPERATOR AND
054834*    DATE AND AUDITED AS PNDEXP NAMING BOTH OPERATORS - SO IT
054835*    CAN NO LONGER BE APPROVED, AND MUST BE REQUESTED AGAIN IF
054836*    STILL WANTED.  EVERY REQUEST STILL PENDING OR EXPIRED IS
054837*    LISTED WITH ITS AGE; APPROVED AND REJECTED REQUESTS ARE
054838*    ONLY COUNTED.  A NON-NUMERIC EXPIRY AGE REFUSES THE RUN
054839*    (CC 12) BEFORE ANYTHING IS CHANGED.  WRITTEN TO REPORT
054840*    DATASET PENDING.REPORT.
054841*****************************************************************
054842 8900-PENDING-DELETE-REPORT.

054843     MOVE "PENDRPT" TO AFM-RUNC-JOB.
054844     PERFORM 9500-STAMP-RUN-START
054845         THRU 9500-EXIT.

054846     PERFORM 8910-GET-EXPIRY-DAYS
054847         THRU 8910-EXIT.
054848     IF ERROR-MESSAGE NOT = SPACES
054849         DISPLAY "PENDING DELETE REPORT REFUSED - " ERROR-MESSAGE
054850         MOVE 12 TO RETURN-CODE
054851         GO TO 8900-EXIT
054852     END-IF.

054853     COMPUTE AFM-PEND-TODAY-INT =
054854         FUNCTION INTEGER-OF-DATE(AFM-TODAY-YYYYMMDD).

054855     MOVE ZERO TO AFM-PEND-PENDING-COUNT
054856                  AFM-PEND-EXPIRED-NOW-COUNT
054857                  AFM-PEND-EXPIRED-COUNT
054858                  AFM-PEND-APPROVED-COUNT
054859                  AFM-PEND-REJECTED-COUNT.
054860     MOVE "N" TO AFM-PEND-EOF-FLAG.

054861     MOVE "PENDING.REPORT" TO AFM-PRINT-FILE-NAME.
054862     MOVE "DELETES AWAITING SECOND-OPERATOR APPROVAL"
054863         TO AFM-PRINT-TITLE.
054864     MOVE AFM-PRT-PEND-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
054865     MOVE AFM-PRT-PEND-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
054866     PERFORM 9100-OPEN-PRINT-FILE
054867         THRU 9100-EXIT.

054868     OPEN I-O PENDING-CHANGE-QUEUE.
054869     IF AFM-PEND-IOSTAT NOT = "00"
054870         STRING "PENDING-CHANGE QUEUE NOT AVAILABLE - "
054871             "NO DELETES AWAITING APPROVAL" DELIMITED BY SIZE
054872             INTO AFM-PRINT-LINE
054873         PERFORM 9200-WRITE-PRINT-LINE
054874             THRU 9200-EXIT
054875         PERFORM 9300-CLOSE-PRINT-FILE
054876             THRU 9300-EXIT
054877         GO TO 8900-EXIT
054878     END-IF.

054879     MOVE AFM-PEND-EXPIRY-DAYS TO AFM-PEND-AGE-EDIT.
054880     STRING "REQUESTS PENDING " AFM-PEND-AGE-EDIT
054881         " DAYS OR MORE ARE EXPIRED BY THIS RUN"
054882         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054883     PERFORM 9200-WRITE-PRINT-LINE
054884         THRU 9200-EXIT.

054885     PERFORM 8920-REPORT-ONE-PENDING-CHANGE
054886         THRU 8920-EXIT
054887         UNTIL NO-MORE-PENDING-CHANGES.

054888     CLOSE PENDING-CHANGE-QUEUE.

054889     IF AFM-PEND-PENDING-COUNT = ZERO
054890             AND AFM-PEND-EXPIRED-COUNT = ZERO
054891         MOVE SPACES TO AFM-PRINT-LINE
054892         PERFORM 9200-WRITE-PRINT-LINE
054893             THRU 9200-EXIT
054894         MOVE "NO DELETES PENDING OR EXPIRED" TO AFM-PRINT-LINE
054895         PERFORM 9200-WRITE-PRINT-LINE
054896             THRU 9200-EXIT
054897     END-IF.

054898     MOVE SPACES TO AFM-PRINT-LINE.
054899     PERFORM 9200-WRITE-PRINT-LINE
054900         THRU 9200-EXIT.
054901     MOVE AFM-PEND-PENDING-COUNT TO AFM-PRINT-COUNT-EDIT.
054902     STRING "STILL PENDING...: " AFM-PRINT-COUNT-EDIT
054903         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054904     PERFORM 9200-WRITE-PRINT-LINE
054905         THRU 9200-EXIT.
054906     MOVE AFM-PEND-EXPIRED-NOW-COUNT TO AFM-PRINT-COUNT-EDIT.
054907     STRING "EXPIRED TONIGHT.: " AFM-PRINT-COUNT-EDIT
054908         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054909     PERFORM 9200-WRITE-PRINT-LINE
054910         THRU 9200-EXIT.
054911     MOVE AFM-PEND-EXPIRED-COUNT TO AFM-PRINT-COUNT-EDIT.
054912     STRING "EXPIRED IN ALL..: " AFM-PRINT-COUNT-EDIT
054913         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054914     PERFORM 9200-WRITE-PRINT-LINE
054915         THRU 9200-EXIT.
054916     MOVE AFM-PEND-APPROVED-COUNT TO AFM-PRINT-COUNT-EDIT.
054917     STRING "APPROVED........: " AFM-PRINT-COUNT-EDIT
054918         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054919     PERFORM 9200-WRITE-PRINT-LINE
054920         THRU 9200-EXIT.
054921     MOVE AFM-PEND-REJECTED-COUNT TO AFM-PRINT-COUNT-EDIT.
054922     STRING "REJECTED........: " AFM-PRINT-COUNT-EDIT
054923         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
054924     PERFORM 9200-WRITE-PRINT-LINE
054925         THRU 9200-EXIT.

054926     PERFORM 9300-CLOSE-PRINT-FILE
054927         THRU 9300-EXIT.

054928 8900-EXIT.
054929     PERFORM 9510-STAMP-RUN-END
054930         THRU 9510-EXIT.
054931     EXIT.

054932*****************************************************************
054933*    8910-GET-EXPIRY-DAYS
054934*    TAKES THE EXPIRY AGE IN DAYS FROM THE EXEC PARM OPTION ON
054935*    AN UNATTENDED RUN OR FROM THE CONSOLE ON THE PENDING-
054936*    DELETES COMMAND - THREE DIGITS, BLANK FOR THE DEFAULT OF
054937*    007.  LEAVES A NON-BLANK ERROR-MESSAGE WHEN THE AGE IS
054938*    NOT NUMERIC OR IS ZERO.
054939*****************************************************************
054940 8910-GET-EXPIRY-DAYS.

054941     MOVE SPACES TO ERROR-MESSAGE.

054942     IF AFM-RUN-MODE-IS-PENDRPT
054943         MOVE AFM-RUN-OPTION TO AFM-PEND-EXPIRY-TEXT
054944     ELSE
054945         DISPLAY "Enter expiry age in days (3 digits, "
054946             "blank for 007): "
054947         ACCEPT AFM-PEND-EXPIRY-TEXT
054948     END-IF.

054949     IF AFM-PEND-EXPIRY-TEXT = SPACES
054950         MOVE 7 TO AFM-PEND-EXPIRY-DAYS
054951         GO TO 8910-EXIT
054952     END-IF.

054953     IF AFM-PEND-EXPIRY-DIGITS NOT NUMERIC
054954         MOVE "EXPIRY AGE IN DAYS NOT NUMERIC"
054955             TO ERROR-MESSAGE
054956         GO TO 8910-EXIT
054957     END-IF.

054958     IF AFM-PEND-EXPIRY-DIGITS = ZERO
054959         MOVE "EXPIRY AGE MUST BE GREATER THAN ZERO"
054960             TO ERROR-MESSAGE
054961         GO TO 8910-EXIT
054962     END-IF.

054963     MOVE AFM-PEND-EXPIRY-DIGITS TO AFM-PEND-EXPIRY-DAYS.

054964 8910-EXIT.
054965     EXIT.

054966*****************************************************************
054967*    8920-REPORT-ONE-PENDING-CHANGE
054968*    READS THE NEXT QUEUE RECORD.  APPROVED AND REJECTED
054969*    REQUESTS ARE COUNTED ONLY.  A PENDING REQUEST OLD ENOUGH
054970*    IS EXPIRED (8930) FIRST; EACH PENDING OR EXPIRED REQUEST
054971*    IS THEN PRINTED, WITH ITS DIRECTORY - AND, WHEN EXPIRED,
054972*    WHEN AND BY WHOM - ON AN INDENTED SECOND LINE.  A REQUEST
054973*    DATE THAT IS NOT A DATE GIVES AGE ZERO, SO A DAMAGED
054974*    RECORD IS LISTED BUT NEVER EXPIRED.
054975*****************************************************************
054976 8920-REPORT-ONE-PENDING-CHANGE.

054977     READ PENDING-CHANGE-QUEUE NEXT RECORD
054978         AT END
054979             SET NO-MORE-PENDING-CHANGES TO TRUE
054980     END-READ.

054981     IF NO-MORE-PENDING-CHANGES
054982         GO TO 8920-EXIT
054983     END-IF.

054984     IF PEND-APPROVED
054985         ADD 1 TO AFM-PEND-APPROVED-COUNT
054986         GO TO 8920-EXIT
054987     END-IF.

054988     IF PEND-REJECTED
054989         ADD 1 TO AFM-PEND-REJECTED-COUNT
054990         GO TO 8920-EXIT
054991     END-IF.

054992     MOVE ZERO TO AFM-PEND-AGE.
054993     IF PEND-REQUEST-DATE NUMERIC
054994         MOVE PEND-REQUEST-DATE TO AFM-PEND-REQ-DATE-N
054995         IF AFM-PEND-REQ-DATE-N NOT > AFM-TODAY-YYYYMMDD
054996                 AND AFM-PEND-REQ-DATE-N > 16010100
054997             COMPUTE AFM-PEND-AGE = AFM-PEND-TODAY-INT -
054998                 FUNCTION INTEGER-OF-DATE(AFM-PEND-REQ-DATE-N)
054999         END-IF
055000     END-IF.

055001     IF PEND-PENDING
055002             AND AFM-PEND-AGE NOT < AFM-PEND-EXPIRY-DAYS
055003         PERFORM 8930-EXPIRE-PENDING-CHANGE
055004             THRU 8930-EXIT
055005     END-IF.

055006     IF PEND-PENDING
055007         ADD 1 TO AFM-PEND-PENDING-COUNT
055008         MOVE "PENDING" TO AFM-PEND-STATUS-WORD
055009     ELSE
055010         ADD 1 TO AFM-PEND-EXPIRED-COUNT
055011         MOVE "EXPIRED" TO AFM-PEND-STATUS-WORD
055012     END-IF.

055013     EVALUATE TRUE
055014         WHEN PEND-REASON-SIZE
055015             MOVE "SIZE"      TO AFM-PEND-REASON-WORD
055016         WHEN PEND-REASON-PROTECTED
055017             MOVE "PROTECTED" TO AFM-PEND-REASON-WORD
055018         WHEN OTHER
055019             MOVE "BOTH"      TO AFM-PEND-REASON-WORD
055020     END-EVALUATE.

055021     IF AFM-PEND-AGE > 999
055022         MOVE 999 TO AFM-PEND-AGE-EDIT
055023     ELSE
055024         MOVE AFM-PEND-AGE TO AFM-PEND-AGE-EDIT
055025     END-IF.

055026     MOVE SPACES TO AFM-PRINT-LINE.
055027     PERFORM 9200-WRITE-PRINT-LINE
055028         THRU 9200-EXIT.
055029     STRING PEND-REQUEST-ID " "
055030         AFM-PEND-STATUS-WORD " "
055031         AFM-PEND-REASON-WORD " "
055032         PEND-REQUESTED-DATE " "
055033         PEND-REQUESTED-BY " "
055034         AFM-PEND-AGE-EDIT " "
055035         PEND-FILE-SIZE " "
055036         PEND-FILE-NAME
055037         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055038     PERFORM 9200-WRITE-PRINT-LINE
055039         THRU 9200-EXIT.

055040     IF PEND-EXPIRED
055041         STRING "         DIRECTORY: " PEND-DIRECTORY-NAME
055042             " EXPIRED " PEND-ACTIONED-DATE
055043             " BY " PEND-ACTIONED-BY
055044             DELIMITED BY SIZE INTO AFM-PRINT-LINE
055045     ELSE
055046         STRING "         DIRECTORY: " PEND-DIRECTORY-NAME
055047             DELIMITED BY SIZE INTO AFM-PRINT-LINE
055048     END-IF.
055049     PERFORM 9200-WRITE-PRINT-LINE
055050         THRU 9200-EXIT.

055051 8920-EXIT.
055052     EXIT.

055053*****************************************************************
055054*    8930-EXPIRE-PENDING-CHANGE
055055*    MARKS THE REQUEST IN THE BUFFER EXPIRED, STAMPED WITH
055056*    THIS RUN'S OPERATOR AND DATE, AND WRITES THE PNDEXP AUDIT
055057*    RECORD AGAINST THE ENTRY - THE ENTRY AS REQUESTED ON THE
055058*    BEFORE SIDE; REQUEST ID, REQUESTER AND DATE REQUESTED ON
055059*    THE AFTER SIDE (SEE AFMAUDIT).  A REWRITE THAT FAILS
055060*    LEAVES THE REQUEST PENDING FOR TOMORROW'S RUN.
055061*****************************************************************
055062 8930-EXPIRE-PENDING-CHANGE.

055063     MOVE "E"                TO PEND-STATUS.
055064     MOVE AFM-OPERATOR-ID    TO PEND-ACTIONED-BY.
055065     MOVE AFM-TODAY-DISPLAY  TO PEND-ACTIONED-DATE.
055066     REWRITE PENDING-CHANGE-RECORD.
055067     IF AFM-PEND-IOSTAT NOT = "00"
055068         DISPLAY "UNABLE TO EXPIRE REQUEST " PEND-REQUEST-ID
055069             " - FILE STATUS " AFM-PEND-IOSTAT
055070         MOVE "P"    TO PEND-STATUS
055071         MOVE SPACES TO PEND-ACTIONED-BY
055072                        PEND-ACTIONED-DATE
055073         GO TO 8930-EXIT
055074     END-IF.

055075     ADD 1 TO AFM-PEND-EXPIRED-NOW-COUNT.

055076     PERFORM 5490-CLEAR-AUDIT-IMAGES
055077         THRU 5490-EXIT.
055078     MOVE PEND-FILE-NAME         TO AFM-AUD-OLD-FILE-NAME.
055079     MOVE PEND-FILE-SIZE         TO AFM-AUD-OLD-FILE-SIZE.
055080     MOVE PEND-FILE-TYPE         TO AFM-AUD-OLD-FILE-TYPE.
055081     MOVE PEND-MODIFICATION-DATE TO AFM-AUD-OLD-MOD-DATE.
055082     MOVE PEND-REQUEST-ID        TO AFM-AUD-NEW-FILE-NAME.
055083     MOVE PEND-REQUESTED-BY      TO AFM-AUD-NEW-FILE-TYPE.
055084     MOVE PEND-REQUESTED-DATE    TO AFM-AUD-NEW-MOD-DATE.
055085     MOVE PEND-COST-CENTER       TO AFM-AUD-COST-CENTER.
055086     MOVE PEND-FILE-NAME         TO FILE-NAME-INPUT.
055087     MOVE PEND-DIRECTORY-NAME    TO FILE-DIRECTORY-INPUT.
055088     MOVE "PNDEXP" TO AFM-AUDIT-ACTION.
055089     PERFORM 5500-WRITE-AUDIT-RECORD
055090         THRU 5500-EXIT.

055091 8930-EXIT.
055092     EXIT.

055093*****************************************************************
055094*    8940-DISCOVERY-RUN
055095*    CATALOG DISCOVERY FROM THE STORAGE SCAN (PARM=DISCOVER,
055096*    JCL MEMBER AFMDISCV).  SORTS SCAN.INPUT INTO CATALOG KEY
055097*    SEQUENCE AND MATCH-MERGES IT AGAINST FILE-STATUS ON
055098*    DIRECTORY PLUS FILE NAME.  A FILE ON DISK WITH NO ENTRY
055099*    BECOMES A PROPOSED CREATE AND AN ENTRY WITH NO FILE ON
055100*    DISK A PROPOSED DELETE - BOTH WRITTEN TO DISCOVER.TRANS
055101*    AS A COMPLETE TRANS.INPUT-LAYOUT FEED (HEADER, DETAILS,
055102*    BALANCING TRAILER) AND LISTED ON DISCOVER.REPORT FOR
055103*    REVIEW.  NOTHING IS APPLIED HERE: THE ON-CALL DROPS OR
055104*    CORRECTS LINES AND AFMRESUB (PARM=DISCOVER) TURNS THE
055105*    RESULT INTO TRANS.INPUT FOR THE NORMAL AFMBATCH NIGHT.
055106*    FILES AND ENTRIES IN A DIRECTORY NOT ON DIRECTORY-LISTING,
055107*    OR FLAGGED DECOMMISSIONED THERE, ARE LISTED IN A SECTION
055108*    OF THEIR OWN AND NEVER PROPOSED.
055109*    THE REFRESH RUN'S FRESHNESS GATE APPLIES - A STALE SCAN
055110*    WOULD PROPOSE DELETING EVERYTHING CREATED SINCE IT WAS
055111*    TAKEN - AND A REFUSAL (CC 12) WRITES NOTHING.
055112*****************************************************************
055113 8940-DISCOVERY-RUN.

055114     MOVE "DISCOVER" TO AFM-RUNC-JOB.
055115     PERFORM 9500-STAMP-RUN-START
055116         THRU 9500-EXIT.

055117     PERFORM 3090-CHECK-SCAN-FRESHNESS
055118         THRU 3090-EXIT.
055119     MOVE "DISCOVER" TO AFM-RUNC-JOB.
055120     IF AFM-GATE-CLOSED
055121         DISPLAY "DISCOVERY REFUSED - NO PROPOSALS WRITTEN"
055122         MOVE 12 TO RETURN-CODE
055123         GO TO 8940-EXIT
055124     END-IF.

055125     OPEN INPUT SCAN-FILE.
055126     IF AFM-SCAN-IOSTAT = "35"
055127         DISPLAY "DATASET SCAN FILE NOT FOUND - SCAN.INPUT"
055128         DISPLAY "DISCOVERY REFUSED - NO PROPOSALS WRITTEN"
055129         MOVE 12 TO RETURN-CODE
055130         GO TO 8940-EXIT
055131     END-IF.
055132     CLOSE SCAN-FILE.

055133     MOVE ZERO TO AFM-DSC-FEED-COUNT
055134                  AFM-DSC-SIZE-HASH
055135                  AFM-DSC-MATCHED-COUNT
055136                  AFM-DSC-DUPLICATE-COUNT
055137                  AFM-DSC-ERROR-COUNT
055138                  AFM-DSC-CREATE-COUNT
055139                  AFM-DSC-CREATE-BYTES
055140                  AFM-DSC-TYPE-NOTE-COUNT
055141                  AFM-DSC-DELETE-COUNT
055142                  AFM-DSC-DELETE-BYTES
055143                  AFM-DSC-UNLISTED-COUNT
055144                  AFM-DSC-UNLISTED-BYTES.

055145     PERFORM 8942-GET-FEED-BASE-SEQUENCE
055146         THRU 8942-EXIT.

055147     PERFORM 8944-SORT-SCAN-BY-CATALOG-KEY
055148         THRU 8944-EXIT.

055149     OPEN INPUT FILE-STATUS.
055150     IF AFM-FSTAT-IOSTAT = "35"
055151         CLOSE FILE-STATUS
055152         OPEN OUTPUT FILE-STATUS
055153     END-IF.
055154     CLOSE FILE-STATUS.

055155     OPEN INPUT FILE-TYPE-MASTER.

055156     MOVE "DISCOVER.REPORT" TO AFM-PRINT-FILE-NAME.
055157     MOVE "CATALOG DISCOVERY FROM THE STORAGE SCAN - PROPOSALS"
055158         TO AFM-PRINT-TITLE.
055159     MOVE AFM-PRT-DSC-HEAD-1 TO AFM-PRINT-COL-HEAD-1.
055160     MOVE AFM-PRT-DSC-HEAD-2 TO AFM-PRINT-COL-HEAD-2.
055161     PERFORM 9100-OPEN-PRINT-FILE
055162         THRU 9100-EXIT.

055163     OPEN OUTPUT DISCOVERY-FEED-FILE.
055164     IF AFM-DSCF-IOSTAT NOT = "00"
055165         DISPLAY "DISCOVERY REFUSED - UNABLE TO OPEN "
055166             "DISCOVER.TRANS - STATUS " AFM-DSCF-IOSTAT
055167         MOVE "DISCOVER.TRANS NOT OPENED - NO PROPOSALS WRITTEN"
055168             TO AFM-PRINT-LINE
055169         PERFORM 9200-WRITE-PRINT-LINE
055170             THRU 9200-EXIT
055171         PERFORM 9300-CLOSE-PRINT-FILE
055172             THRU 9300-EXIT
055173         CLOSE FILE-TYPE-MASTER
055174         MOVE 12 TO RETURN-CODE
055175         GO TO 8940-EXIT
055176     END-IF.
055177     PERFORM 8946-WRITE-FEED-HEADER
055178         THRU 8946-EXIT.

055179     SET AFM-DSC-PASS-CREATES TO TRUE.
055180     PERFORM 8950-RUN-ONE-SECTION
055181         THRU 8950-EXIT.

055182     SET AFM-DSC-PASS-DELETES TO TRUE.
055183     PERFORM 8950-RUN-ONE-SECTION
055184         THRU 8950-EXIT.

055185     PERFORM 8948-WRITE-FEED-TRAILER
055186         THRU 8948-EXIT.
055187     CLOSE DISCOVERY-FEED-FILE.

055188     SET AFM-DSC-PASS-UNLISTED TO TRUE.
055189     PERFORM 8950-RUN-ONE-SECTION
055190         THRU 8950-EXIT.

055191     PERFORM 8990-PRINT-DISCOVERY-TOTALS
055192         THRU 8990-EXIT.

055193     PERFORM 9300-CLOSE-PRINT-FILE
055194         THRU 9300-EXIT.
055195     CLOSE FILE-TYPE-MASTER.

055196     DISPLAY "DISCOVERY COMPLETE - CREATES PROPOSED: "
055197         AFM-DSC-CREATE-COUNT " DELETES PROPOSED: "
055198         AFM-DSC-DELETE-COUNT " UNLISTED: "
055199         AFM-DSC-UNLISTED-COUNT.
055200     DISPLAY "REVIEW DISCOVER.REPORT, THEN PREPARE "
055201         "DISCOVER.TRANS WITH AFMRESUB PARM='DISCOVER'".

055202 8940-EXIT.
055203     PERFORM 9510-STAMP-RUN-END
055204         THRU 9510-EXIT.
055205     EXIT.

055206*****************************************************************
055207*    8942-GET-FEED-BASE-SEQUENCE
055208*    THE CHECKPOINT HIGH-WATER MARK ADVANCES OVER EVERY
055209*    SEQUENCE NUMBER THE NIGHTLY RUN HAS SEEN, SO THE
055210*    PROPOSAL FEED IS NUMBERED ABOVE IT (SEE 2750 FOR THE
055211*    SAME RULE ON THE SUSPENSE FEED).  NO CHECKPOINT FILE
055212*    MEANS NUMBERING FROM ONE.
055213*****************************************************************
055214 8942-GET-FEED-BASE-SEQUENCE.

055215     MOVE ZERO TO AFM-DSC-BASE-SEQUENCE.
055216     OPEN INPUT CHECKPOINT-FILE.
055217     IF AFM-CKPT-IOSTAT = "35"
055218         GO TO 8942-EXIT
055219     END-IF.

055220     READ CHECKPOINT-FILE
055221         AT END
055222             MOVE ZERO TO CKPT-LAST-SEQUENCE-NUMBER
055223     END-READ.
055224     IF CKPT-LAST-SEQUENCE-NUMBER NUMERIC
055225         MOVE CKPT-LAST-SEQUENCE-NUMBER
055226             TO AFM-DSC-BASE-SEQUENCE
055227     END-IF.
055228     CLOSE CHECKPOINT-FILE.

055229 8942-EXIT.
055230     EXIT.

055231*****************************************************************
055232*    8944-SORT-SCAN-BY-CATALOG-KEY
055233*    SORTS THE DATASET-SCAN FEED INTO SCAN.SORTED BY
055234*    DIRECTORY AND FILE NAME - THE SEQUENCE OF THE FILE-STATUS
055235*    PRIMARY KEY THE MERGE READS THE CATALOG IN.
055236*****************************************************************
055237 8944-SORT-SCAN-BY-CATALOG-KEY.

055238     SORT DSC-SORT-WORK-FILE
055239         ON ASCENDING KEY SSRT-DIRECTORY-NAME
055240                              OF SD-DSC-SORT-RECORD
055241                          SSRT-FILE-NAME OF SD-DSC-SORT-RECORD
055242         USING SCAN-FILE
055243         GIVING DSC-SORT-OUTPUT-FILE.

055244 8944-EXIT.
055245     EXIT.

055246 8946-WRITE-FEED-HEADER.

055247     MOVE SPACES            TO TRANS-RECORD.
055248     MOVE ZERO              TO TRANS-SEQUENCE-NUMBER.
055249     SET TRANS-ACTION-HEADER TO TRUE.
055250     MOVE AFM-TODAY-DISPLAY TO TRANS-HEADER-RUN-DATE.
055251     MOVE "DISCOVER"        TO TRANS-HEADER-ORIGIN-SYSTEM.
055252     WRITE DISCOVERY-FEED-RECORD FROM TRANS-RECORD.

055253 8946-EXIT.
055254     EXIT.

055255 8948-WRITE-FEED-TRAILER.

055256     MOVE SPACES            TO TRANS-RECORD.
055257     MOVE ZERO              TO TRANS-SEQUENCE-NUMBER.
055258     SET TRANS-ACTION-TRAILER TO TRUE.
055259     MOVE AFM-DSC-FEED-COUNT
055260                            TO TRANS-TRAILER-RECORD-COUNT.
055261     MOVE AFM-DSC-SIZE-HASH TO TRANS-TRAILER-SIZE-HASH.
055262     WRITE DISCOVERY-FEED-RECORD FROM TRANS-RECORD.

055263 8948-EXIT.
055264     EXIT.

055265*****************************************************************
055266*    8950-RUN-ONE-SECTION
055267*    ONE MATCH-MERGE OF THE SORTED SCAN AGAINST THE CATALOG,
055268*    PRINTING THE REPORT SECTION NAMED BY AFM-DSC-PASS AND ITS
055269*    TOTAL LINE.  THE CREATE AND DELETE PASSES ALSO WRITE
055270*    THEIR PROPOSALS TO THE FEED, CREATES FIRST.
055271*****************************************************************
055272 8950-RUN-ONE-SECTION.

055273     MOVE SPACES TO AFM-PRINT-LINE.
055274     PERFORM 9200-WRITE-PRINT-LINE
055275         THRU 9200-EXIT.
055276     EVALUATE TRUE
055277         WHEN AFM-DSC-PASS-CREATES
055278             MOVE "PROPOSED CREATES - ON DISK, NOT IN THE CATALOG"
055279                 TO AFM-PRINT-LINE
055280         WHEN AFM-DSC-PASS-DELETES
055281             MOVE "PROPOSED DELETES - IN THE CATALOG, NOT ON DISK"
055282                 TO AFM-PRINT-LINE
055283         WHEN OTHER
055284             STRING "DIRECTORIES NOT ON DIRECTORY-LISTING OR "
055285                 "DECOMMISSIONED - LISTED ONLY, NOTHING PROPOSED"
055286                 DELIMITED BY SIZE INTO AFM-PRINT-LINE
055287     END-EVALUATE.
055288     PERFORM 9200-WRITE-PRINT-LINE
055289         THRU 9200-EXIT.

055290     MOVE LOW-VALUES TO AFM-DSC-LAST-DIRECTORY
055291                        AFM-DSC-PRINT-DIRECTORY
055292                        AFM-DSC-SCAN-KEY
055293                        AFM-DSC-CAT-KEY.
055294     MOVE "N" TO AFM-DSC-SORT-EOF-FLAG
055295                 FILE-STATUS-FLAG.
055296     OPEN INPUT DSC-SORT-OUTPUT-FILE.
055297     OPEN INPUT FILE-STATUS.

055298     PERFORM 8980-READ-NEXT-SORTED-SCAN
055299         THRU 8980-EXIT.
055300     PERFORM 8984-READ-NEXT-CATALOG-ENTRY
055301         THRU 8984-EXIT.

055302     PERFORM 8955-MATCH-ONE-KEY
055303         THRU 8955-EXIT
055304         UNTIL AFM-DSC-SCAN-KEY = HIGH-VALUES
055305           AND AFM-DSC-CAT-KEY = HIGH-VALUES.

055306     CLOSE DSC-SORT-OUTPUT-FILE.
055307     CLOSE FILE-STATUS.

055308     EVALUATE TRUE
055309         WHEN AFM-DSC-PASS-CREATES
055310             MOVE AFM-DSC-CREATE-COUNT TO AFM-PRINT-COUNT-EDIT
055311             MOVE AFM-DSC-CREATE-BYTES TO AFM-PRINT-SIZE-EDIT
055312         WHEN AFM-DSC-PASS-DELETES
055313             MOVE AFM-DSC-DELETE-COUNT TO AFM-PRINT-COUNT-EDIT
055314             MOVE AFM-DSC-DELETE-BYTES TO AFM-PRINT-SIZE-EDIT
055315         WHEN OTHER
055316             MOVE AFM-DSC-UNLISTED-COUNT TO AFM-PRINT-COUNT-EDIT
055317             MOVE AFM-DSC-UNLISTED-BYTES TO AFM-PRINT-SIZE-EDIT
055318     END-EVALUATE.
055319     STRING "  SECTION TOTAL - ENTRIES: " AFM-PRINT-COUNT-EDIT
055320         "  BYTES: " AFM-PRINT-SIZE-EDIT
055321         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055322     PERFORM 9200-WRITE-PRINT-LINE
055323         THRU 9200-EXIT.

055324 8950-EXIT.
055325     EXIT.

055326*****************************************************************
055327*    8955-MATCH-ONE-KEY
055328*    ONE STEP OF THE MERGE.  EQUAL KEYS ARE A FILE THE
055329*    CATALOG ALREADY KNOWS - BOTH SIDES ADVANCE.  OTHERWISE
055330*    THE LOWER KEY IS ON ONE SIDE ONLY AND IS HANDED TO THE
055331*    PARAGRAPH FOR THAT SIDE BEFORE ITS FILE ADVANCES.
055332*****************************************************************
055333 8955-MATCH-ONE-KEY.

055334     IF AFM-DSC-SCAN-KEY = AFM-DSC-CAT-KEY
055335         IF AFM-DSC-PASS-CREATES
055336             ADD 1 TO AFM-DSC-MATCHED-COUNT
055337         END-IF
055338         PERFORM 8980-READ-NEXT-SORTED-SCAN
055339             THRU 8980-EXIT
055340         PERFORM 8984-READ-NEXT-CATALOG-ENTRY
055341             THRU 8984-EXIT
055342         GO TO 8955-EXIT
055343     END-IF.

055344     IF AFM-DSC-SCAN-KEY < AFM-DSC-CAT-KEY
055345         PERFORM 8960-SCAN-ONLY-FILE
055346             THRU 8960-EXIT
055347         PERFORM 8980-READ-NEXT-SORTED-SCAN
055348             THRU 8980-EXIT
055349     ELSE
055350         PERFORM 8965-CATALOG-ONLY-ENTRY
055351             THRU 8965-EXIT
055352         PERFORM 8984-READ-NEXT-CATALOG-ENTRY
055353             THRU 8984-EXIT
055354     END-IF.

055355 8955-EXIT.
055356     EXIT.

055357*****************************************************************
055358*    8960-SCAN-ONLY-FILE
055359*    A FILE THE SCAN SAW ON DISK WITH NO CATALOG ENTRY.  A
055360*    SCAN RECORD WHOSE NAME, DIRECTORY OR SIZE IS UNUSABLE IS
055361*    COUNTED AND SKIPPED, AS IN THE REFRESH RUN.
055362*****************************************************************
055363 8960-SCAN-ONLY-FILE.

055364     IF SSRT-FILE-NAME OF DSC-SORT-RECORD = SPACES
055365             OR SSRT-DIRECTORY-NAME OF DSC-SORT-RECORD = SPACES
055366             OR SSRT-FILE-SIZE OF DSC-SORT-RECORD NOT NUMERIC
055367         IF AFM-DSC-PASS-CREATES
055368             DISPLAY "SCAN RECORD IN ERROR - NAME, DIRECTORY OR "
055369                 "SIZE UNUSABLE: "
055370                 SSRT-FILE-NAME OF DSC-SORT-RECORD
055371             ADD 1 TO AFM-DSC-ERROR-COUNT
055372         END-IF
055373         GO TO 8960-EXIT
055374     END-IF.

055375     MOVE SSRT-DIRECTORY-NAME OF DSC-SORT-RECORD
055376         TO AFM-DSC-CHECK-DIRECTORY.
055377     PERFORM 8970-CHECK-DIRECTORY-LISTED
055378         THRU 8970-EXIT.

055379     IF AFM-DSC-DIRECTORY-LISTED
055380         IF AFM-DSC-PASS-CREATES
055381             PERFORM 8972-PROPOSE-CREATE
055382                 THRU 8972-EXIT
055383         END-IF
055384         GO TO 8960-EXIT
055385     END-IF.

055386     IF AFM-DSC-PASS-UNLISTED
055387         MOVE SPACES TO AFM-DSC-LINE-SEQ
055388                        AFM-DSC-LINE-ACTION
055389                        AFM-DSC-LINE-TYPE
055390         MOVE SSRT-FILE-SIZE OF DSC-SORT-RECORD
055391             TO AFM-DSC-LINE-SIZE
055392         MOVE SSRT-FILE-NAME OF DSC-SORT-RECORD
055393             TO AFM-DSC-LINE-NAME
055394         MOVE "ON DISK - NOT IN THE CATALOG" TO AFM-DSC-NOTE
055395         ADD 1 TO AFM-DSC-UNLISTED-COUNT
055396         ADD AFM-DSC-LINE-SIZE TO AFM-DSC-UNLISTED-BYTES
055397         PERFORM 8985-PRINT-DISCOVERY-LINE
055398             THRU 8985-EXIT
055399     END-IF.

055400 8960-EXIT.
055401     EXIT.

055402*****************************************************************
055403*    8965-CATALOG-ONLY-ENTRY
055404*    A CATALOG ENTRY THE SCAN DID NOT SEE ON DISK.
055405*****************************************************************
055406 8965-CATALOG-ONLY-ENTRY.

055407     MOVE FILE-DIRECTORY-NAME TO AFM-DSC-CHECK-DIRECTORY.
055408     PERFORM 8970-CHECK-DIRECTORY-LISTED
055409         THRU 8970-EXIT.

055410     IF AFM-DSC-DIRECTORY-LISTED
055411         IF AFM-DSC-PASS-DELETES
055412             PERFORM 8976-PROPOSE-DELETE
055413                 THRU 8976-EXIT
055414         END-IF
055415         GO TO 8965-EXIT
055416     END-IF.

055417     IF AFM-DSC-PASS-UNLISTED
055418         MOVE SPACES TO AFM-DSC-LINE-SEQ
055419                        AFM-DSC-LINE-ACTION
055420         MOVE ZERO TO AFM-DSC-LINE-SIZE
055421         IF FILE-SIZE NUMERIC
055422             MOVE FILE-SIZE TO AFM-DSC-LINE-SIZE
055423         END-IF
055424         MOVE FILE-TYPE TO AFM-DSC-LINE-TYPE
055425         MOVE FILE-NAME TO AFM-DSC-LINE-NAME
055426         MOVE "IN THE CATALOG - NOT ON DISK" TO AFM-DSC-NOTE
055427         ADD 1 TO AFM-DSC-UNLISTED-COUNT
055428         ADD AFM-DSC-LINE-SIZE TO AFM-DSC-UNLISTED-BYTES
055429         PERFORM 8985-PRINT-DISCOVERY-LINE
055430             THRU 8985-EXIT
055431     END-IF.

055432 8965-EXIT.
055433     EXIT.

055434*****************************************************************
055435*    8970-CHECK-DIRECTORY-LISTED
055436*    ANSWERS WHETHER AFM-DSC-CHECK-DIRECTORY IS ON THE
055437*    DIRECTORY-LISTING CONFIGURATION FILE, THROUGH THE SAME
055438*    LOOKUP THE CAPACITY EDIT USES - A DIRECTORY FLAGGED
055439*    DECOMMISSIONED COUNTS AS NOT LISTED.  BOTH INPUTS ARRIVE
055440*    IN DIRECTORY ORDER, SO THE ANSWER IS KEPT UNTIL THE
055441*    DIRECTORY CHANGES.
055442*****************************************************************
055443 8970-CHECK-DIRECTORY-LISTED.

055444     IF AFM-DSC-CHECK-DIRECTORY = AFM-DSC-LAST-DIRECTORY
055445         GO TO 8970-EXIT
055446     END-IF.

055447     MOVE AFM-DSC-CHECK-DIRECTORY TO AFM-DSC-LAST-DIRECTORY
055448                                     AFM-CAP-TARGET-DIRECTORY.
055449     PERFORM 5180-GET-DIRECTORY-LIMITS
055450         THRU 5180-EXIT.

055451     IF AFM-CAP-DIRECTORY-FOUND
055452             AND NOT AFM-CAP-DIRECTORY-RETIRED
055453         SET AFM-DSC-DIRECTORY-LISTED TO TRUE
055454     ELSE
055455         MOVE "N" TO AFM-DSC-LISTED-FLAG
055456     END-IF.

055457 8970-EXIT.
055458     EXIT.

055459*****************************************************************
055460*    8972-PROPOSE-CREATE
055461*    WRITES ONE PROPOSED CREATE FOR THE SCAN RECORD - SIZE
055462*    FROM THE SCAN, FILE TYPE TAKEN FROM THE FILE NAME'S
055463*    EXTENSION, NO COST CENTER.  A TYPE THE FILE-TYPE MASTER
055464*    WOULD REFUSE IS STILL PROPOSED BUT CARRIES THE REFUSAL ON
055465*    ITS REPORT LINE, SO THE ON-CALL CORRECTS OR DROPS IT
055466*    BEFORE THE FEED IS PREPARED.
055467*****************************************************************
055468 8972-PROPOSE-CREATE.

055469     PERFORM 8974-DERIVE-FILE-TYPE
055470         THRU 8974-EXIT.

055471     MOVE SPACES TO AFM-DSC-NOTE.
055472     IF AFM-DSC-FILE-TYPE = SPACES
055473         MOVE "NO FILE TYPE - KEY ONE BEFORE SUBMITTING"
055474             TO AFM-DSC-NOTE
055475     ELSE
055476         MOVE AFM-DSC-FILE-TYPE TO FILE-TYPE-INPUT
055477         MOVE SSRT-FILE-SIZE OF DSC-SORT-RECORD
055478             TO FILE-SIZE-INPUT
055479         MOVE SPACES TO ERROR-MESSAGE
055480         PERFORM 5165-CHECK-FILE-TYPE
055481             THRU 5165-EXIT
055482         MOVE ERROR-MESSAGE TO AFM-DSC-NOTE
055483     END-IF.
055484     IF AFM-DSC-NOTE NOT = SPACES
055485         ADD 1 TO AFM-DSC-TYPE-NOTE-COUNT
055486     END-IF.

055487     MOVE SPACES TO TRANS-RECORD.
055488     SET TRANS-ACTION-CREATE TO TRUE.
055489     MOVE SSRT-FILE-NAME OF DSC-SORT-RECORD TO TRANS-FILE-NAME.
055490     MOVE SSRT-FILE-SIZE OF DSC-SORT-RECORD TO TRANS-FILE-SIZE.
055491     MOVE AFM-DSC-FILE-TYPE TO TRANS-FILE-TYPE.
055492     MOVE SSRT-DIRECTORY-NAME OF DSC-SORT-RECORD
055493         TO TRANS-DIRECTORY-NAME.
055494     PERFORM 8978-WRITE-FEED-DETAIL
055495         THRU 8978-EXIT.

055496     ADD 1 TO AFM-DSC-CREATE-COUNT.
055497     ADD TRANS-FILE-SIZE TO AFM-DSC-CREATE-BYTES.

055498 8972-EXIT.
055499     EXIT.

055500*****************************************************************
055501*    8974-DERIVE-FILE-TYPE
055502*    THE FILE TYPE IS THE TEXT AFTER THE LAST PERIOD IN THE
055503*    FILE NAME, IN UPPER CASE AND CUT TO THE 10-BYTE TYPE
055504*    CODE.  A NAME WITH NO PERIOD, OR ENDING IN ONE, LEAVES IT
055505*    BLANK.
055506*****************************************************************
055507 8974-DERIVE-FILE-TYPE.

055508     MOVE SPACES TO AFM-DSC-FILE-TYPE.
055509     MOVE ZERO TO AFM-DSC-DOT-POS.
055510     PERFORM 8975-NOTE-ONE-NAME-CHARACTER
055511         THRU 8975-EXIT
055512         VARYING AFM-DSC-IX FROM 1 BY 1
055513         UNTIL AFM-DSC-IX > 50.

055514     IF AFM-DSC-DOT-POS = ZERO
055515             OR AFM-DSC-DOT-POS = 50
055516         GO TO 8974-EXIT
055517     END-IF.

055518     MOVE SSRT-FILE-NAME OF DSC-SORT-RECORD
055519             (AFM-DSC-DOT-POS + 1:)
055520         TO AFM-DSC-FILE-TYPE.
055521     INSPECT AFM-DSC-FILE-TYPE
055522         CONVERTING "abcdefghijklmnopqrstuvwxyz"
055523                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

055524 8974-EXIT.
055525     EXIT.

055526 8975-NOTE-ONE-NAME-CHARACTER.

055527     IF SSRT-FILE-NAME OF DSC-SORT-RECORD (AFM-DSC-IX:1) = "."
055528         MOVE AFM-DSC-IX TO AFM-DSC-DOT-POS
055529     END-IF.

055530 8975-EXIT.
055531     EXIT.

055532*****************************************************************
055533*    8976-PROPOSE-DELETE
055534*    WRITES ONE PROPOSED DELETE FOR THE CATALOG ENTRY, WITH
055535*    ITS CATALOGED SIZE AND TYPE.
055536*****************************************************************
055537 8976-PROPOSE-DELETE.

055538     MOVE SPACES TO AFM-DSC-NOTE.

055539     MOVE SPACES TO TRANS-RECORD.
055540     SET TRANS-ACTION-DELETE TO TRUE.
055541     MOVE FILE-NAME TO TRANS-FILE-NAME.
055542     MOVE ZERO TO TRANS-FILE-SIZE.
055543     IF FILE-SIZE NUMERIC
055544         MOVE FILE-SIZE TO TRANS-FILE-SIZE
055545     END-IF.
055546     MOVE FILE-TYPE TO TRANS-FILE-TYPE.
055547     MOVE FILE-DIRECTORY-NAME TO TRANS-DIRECTORY-NAME.
055548     PERFORM 8978-WRITE-FEED-DETAIL
055549         THRU 8978-EXIT.

055550     ADD 1 TO AFM-DSC-DELETE-COUNT.
055551     ADD TRANS-FILE-SIZE TO AFM-DSC-DELETE-BYTES.

055552 8976-EXIT.
055553     EXIT.

055554*****************************************************************
055555*    8978-WRITE-FEED-DETAIL
055556*    NUMBERS THE DETAIL THE CALLER BUILT IN TRANS-RECORD,
055557*    ADDS IT TO THE TRAILER COUNT AND SIZE HASH, WRITES IT TO
055558*    DISCOVER.TRANS AND PRINTS ITS REPORT LINE WITH THE NOTE
055559*    THE CALLER LEFT IN AFM-DSC-NOTE.
055560*****************************************************************
055561 8978-WRITE-FEED-DETAIL.

055562     ADD 1 TO AFM-DSC-FEED-COUNT.
055563     COMPUTE TRANS-SEQUENCE-NUMBER =
055564         AFM-DSC-BASE-SEQUENCE + AFM-DSC-FEED-COUNT.
055565     ADD TRANS-FILE-SIZE TO AFM-DSC-SIZE-HASH.
055566     WRITE DISCOVERY-FEED-RECORD FROM TRANS-RECORD.

055567     MOVE TRANS-SEQUENCE-NUMBER TO AFM-DSC-LINE-SEQ.
055568     MOVE TRANS-ACTION-CODE     TO AFM-DSC-LINE-ACTION.
055569     MOVE TRANS-FILE-SIZE       TO AFM-DSC-LINE-SIZE.
055570     MOVE TRANS-FILE-TYPE       TO AFM-DSC-LINE-TYPE.
055571     MOVE TRANS-FILE-NAME       TO AFM-DSC-LINE-NAME.
055572     PERFORM 8985-PRINT-DISCOVERY-LINE
055573         THRU 8985-EXIT.

055574 8978-EXIT.
055575     EXIT.

055576*****************************************************************
055577*    8980-READ-NEXT-SORTED-SCAN
055578*    ADVANCES THE SCAN SIDE OF THE MERGE.  A SCAN RECORD
055579*    REPEATING THE KEY BEFORE IT (THE SAME FILE REPORTED
055580*    TWICE) IS PASSED OVER AND COUNTED, SO IT CANNOT TURN
055581*    INTO A CREATE OF A FILE ALREADY MATCHED.
055582*****************************************************************
055583 8980-READ-NEXT-SORTED-SCAN.

055584     MOVE AFM-DSC-SCAN-KEY TO AFM-DSC-PRIOR-SCAN-KEY.
055585     PERFORM 8982-READ-ONE-SORTED-SCAN
055586         THRU 8982-EXIT.
055587     PERFORM 8982-READ-ONE-SORTED-SCAN
055588         THRU 8982-EXIT
055589         UNTIL AFM-DSC-SCAN-KEY NOT = AFM-DSC-PRIOR-SCAN-KEY
055590            OR NO-MORE-DSC-SORT-RECORDS.

055591 8980-EXIT.
055592     EXIT.

055593 8982-READ-ONE-SORTED-SCAN.

055594     IF NO-MORE-DSC-SORT-RECORDS
055595         GO TO 8982-EXIT
055596     END-IF.

055597     READ DSC-SORT-OUTPUT-FILE
055598         AT END
055599             SET NO-MORE-DSC-SORT-RECORDS TO TRUE
055600             MOVE HIGH-VALUES TO AFM-DSC-SCAN-KEY
055601         NOT AT END
055602             MOVE SSRT-DIRECTORY-NAME OF DSC-SORT-RECORD
055603                 TO AFM-DSC-SCAN-KEY-DIRECTORY
055604             MOVE SSRT-FILE-NAME OF DSC-SORT-RECORD
055605                 TO AFM-DSC-SCAN-KEY-NAME
055606             IF AFM-DSC-SCAN-KEY = AFM-DSC-PRIOR-SCAN-KEY
055607                     AND AFM-DSC-PASS-CREATES
055608                 ADD 1 TO AFM-DSC-DUPLICATE-COUNT
055609             END-IF
055610     END-READ.

055611 8982-EXIT.
055612     EXIT.

055613 8984-READ-NEXT-CATALOG-ENTRY.

055614     PERFORM 4100-READ-NEXT-FILE-STATUS
055615         THRU 4100-EXIT.
055616     IF NO-MORE-FILE-STATUS
055617         MOVE HIGH-VALUES TO AFM-DSC-CAT-KEY
055618     ELSE
055619         MOVE FILE-STATUS-KEY TO AFM-DSC-CAT-KEY
055620     END-IF.

055621 8984-EXIT.
055622     EXIT.

055623*****************************************************************
055624*    8985-PRINT-DISCOVERY-LINE
055625*    PRINTS ONE REPORT LINE FROM THE AFM-DSC-LINE FIELDS AND
055626*    AFM-DSC-NOTE, NAMING THE DIRECTORY ON A LINE OF ITS OWN
055627*    WHEN IT CHANGES.
055628*****************************************************************
055629 8985-PRINT-DISCOVERY-LINE.

055630     IF AFM-DSC-CHECK-DIRECTORY NOT = AFM-DSC-PRINT-DIRECTORY
055631         MOVE AFM-DSC-CHECK-DIRECTORY
055632             TO AFM-DSC-PRINT-DIRECTORY
055633         STRING "  DIRECTORY: " AFM-DSC-PRINT-DIRECTORY
055634             DELIMITED BY SIZE INTO AFM-PRINT-LINE
055635         PERFORM 9200-WRITE-PRINT-LINE
055636             THRU 9200-EXIT
055637     END-IF.

055638     STRING AFM-DSC-LINE-SEQ " "
055639         AFM-DSC-LINE-ACTION " "
055640         AFM-DSC-LINE-SIZE " "
055641         AFM-DSC-LINE-TYPE " "
055642         AFM-DSC-LINE-NAME " "
055643         AFM-DSC-NOTE
055644         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055645     PERFORM 9200-WRITE-PRINT-LINE
055646         THRU 9200-EXIT.

055647 8985-EXIT.
055648     EXIT.

055649*****************************************************************
055650*    8990-PRINT-DISCOVERY-TOTALS
055651*    CLOSING PAGE FIGURES - WHAT THE MERGE SAW, AND THE COUNT,
055652*    SIZE HASH AND SEQUENCE RANGE OF THE PROPOSAL FEED.
055653*****************************************************************
055654 8990-PRINT-DISCOVERY-TOTALS.

055655     MOVE SPACES TO AFM-PRINT-LINE.
055656     PERFORM 9200-WRITE-PRINT-LINE
055657         THRU 9200-EXIT.

055658     MOVE AFM-DSC-MATCHED-COUNT TO AFM-PRINT-COUNT-EDIT.
055659     STRING "FILES ON DISK ALREADY CATALOGED....: "
055660         AFM-PRINT-COUNT-EDIT
055661         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055662     PERFORM 9200-WRITE-PRINT-LINE
055663         THRU 9200-EXIT.

055664     MOVE AFM-DSC-TYPE-NOTE-COUNT TO AFM-PRINT-COUNT-EDIT.
055665     STRING "CREATES NEEDING A FILE TYPE FIXED...: "
055666         AFM-PRINT-COUNT-EDIT
055667         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055668     PERFORM 9200-WRITE-PRINT-LINE
055669         THRU 9200-EXIT.

055670     MOVE AFM-DSC-DUPLICATE-COUNT TO AFM-PRINT-COUNT-EDIT.
055671     STRING "DUPLICATE SCAN RECORDS PASSED OVER..: "
055672         AFM-PRINT-COUNT-EDIT
055673         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055674     PERFORM 9200-WRITE-PRINT-LINE
055675         THRU 9200-EXIT.

055676     MOVE AFM-DSC-ERROR-COUNT TO AFM-PRINT-COUNT-EDIT.
055677     STRING "SCAN RECORDS IN ERROR...............: "
055678         AFM-PRINT-COUNT-EDIT
055679         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055680     PERFORM 9200-WRITE-PRINT-LINE
055681         THRU 9200-EXIT.

055682     MOVE SPACES TO AFM-PRINT-LINE.
055683     PERFORM 9200-WRITE-PRINT-LINE
055684         THRU 9200-EXIT.

055685     MOVE AFM-DSC-FEED-COUNT TO AFM-PRINT-COUNT-EDIT.
055686     MOVE AFM-DSC-SIZE-HASH  TO AFM-PRINT-SIZE-EDIT.
055687     STRING "DISCOVER.TRANS - DETAILS: " AFM-PRINT-COUNT-EDIT
055688         "  SIZE HASH: " AFM-PRINT-SIZE-EDIT
055689         "  SEQUENCES ABOVE: " AFM-DSC-BASE-SEQUENCE
055690         DELIMITED BY SIZE INTO AFM-PRINT-LINE.
055691     PERFORM 9200-WRITE-PRINT-LINE
055692         THRU 9200-EXIT.

055693 8990-EXIT.
055694     EXIT.

055695*****************************************************************
055696*    9100-OPEN-PRINT-FILE
055697*    OPENS THE REPORT DATASET NAMED IN AFM-PRINT-FILE-NAME
055698*    AND PRINTS THE FIRST PAGE HEADING.  THE CALLER HAS SET
055699*    AFM-PRINT-TITLE AND THE TWO COLUMN-HEADING LINES
055700*    (SPACES FOR A REPORT WITHOUT COLUMN RULES) BEFORE
055701*    PERFORMING THIS PARAGRAPH.
055702*****************************************************************
055703 9100-OPEN-PRINT-FILE.

055704     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
055705     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
055706     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
055707     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.
055708     ACCEPT AFM-NOW-TIME FROM TIME.
055709     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
055710     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
055711     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

055712     MOVE ZERO TO AFM-PRINT-PAGE-NUMBER.

055713     OPEN OUTPUT PRINT-FILE.

055714     PERFORM 9150-START-PRINT-PAGE
055715         THRU 9150-EXIT.

055716 9100-EXIT.
055717     EXIT.

055718*****************************************************************
055719*    9150-START-PRINT-PAGE
055720*    STARTS A NEW REPORT PAGE - TITLE LINE WITH RUN DATE/TIME
055721*    AND PAGE NUMBER, THEN THE CALLER'S COLUMN HEADINGS.
055722*****************************************************************
055723 9150-START-PRINT-PAGE.

055724     ADD 1 TO AFM-PRINT-PAGE-NUMBER.

055725     MOVE AFM-PRINT-TITLE      TO AFM-PRHD-TITLE.
055726     MOVE AFM-TODAY-DISPLAY    TO AFM-PRHD-DATE.
055727     MOVE AFM-NOW-TIME-DISPLAY TO AFM-PRHD-TIME.
055728     MOVE AFM-PRINT-PAGE-NUMBER
055729                               TO AFM-PRHD-PAGE.

055730     MOVE AFM-PRINT-HEADING-LINE TO PRINT-RECORD.
055731     WRITE PRINT-RECORD.
055732     MOVE SPACES TO PRINT-RECORD.
055733     WRITE PRINT-RECORD.
055734     MOVE 2 TO AFM-PRINT-LINE-COUNT.

055735     IF AFM-PRINT-COL-HEAD-1 NOT = SPACES
055736         MOVE AFM-PRINT-COL-HEAD-1 TO PRINT-RECORD
055737         WRITE PRINT-RECORD
055738         MOVE AFM-PRINT-COL-HEAD-2 TO PRINT-RECORD
055739         WRITE PRINT-RECORD
055740         ADD 2 TO AFM-PRINT-LINE-COUNT
055741     END-IF.

055742 9150-EXIT.
055743     EXIT.

055744*****************************************************************
055745*    9200-WRITE-PRINT-LINE
055746*    PRINTS THE LINE THE CALLER LEFT IN AFM-PRINT-LINE,
055747*    BREAKING TO A NEW PAGE - WITH THE HEADINGS REPEATED -
055748*    WHEN THE CURRENT PAGE IS FULL.  THE LINE IS BLANKED ON
055749*    THE WAY OUT SO THE NEXT CALLER STARTS CLEAN.
055750*****************************************************************
055751 9200-WRITE-PRINT-LINE.

055752     IF AFM-PRINT-LINE-COUNT NOT < AFM-PRINT-PAGE-LIMIT
055753         PERFORM 9150-START-PRINT-PAGE
055754             THRU 9150-EXIT
055755     END-IF.

055756     MOVE AFM-PRINT-LINE TO PRINT-RECORD.
055757     WRITE PRINT-RECORD.
055758     ADD 1 TO AFM-PRINT-LINE-COUNT.
055759     MOVE SPACES TO AFM-PRINT-LINE.

055760 9200-EXIT.
055761     EXIT.

055762*****************************************************************
055763*    9300-CLOSE-PRINT-FILE
055764*    PRINTS THE END-OF-REPORT LINE, CLOSES THE REPORT DATASET
055765*    AND CONFIRMS IT ON THE CONSOLE - THE ONE CONSOLE LINE A
055766*    REPORT RUN LEAVES BEHIND.
055767*****************************************************************
055768 9300-CLOSE-PRINT-FILE.

055769     MOVE SPACES TO AFM-PRINT-LINE.
055770     PERFORM 9200-WRITE-PRINT-LINE
055771         THRU 9200-EXIT.
055772     MOVE "*** END OF REPORT ***" TO AFM-PRINT-LINE.
055773     PERFORM 9200-WRITE-PRINT-LINE
055774         THRU 9200-EXIT.

055775     CLOSE PRINT-FILE.

055776     DISPLAY "REPORT WRITTEN TO " AFM-PRINT-FILE-NAME
055777         " - PAGES: " AFM-PRINT-PAGE-NUMBER.

055778 9300-EXIT.
055779     EXIT.

055780*****************************************************************
055781*    9500-STAMP-RUN-START
055782*    REGISTERS THE START OF THE RUN NAMED IN AFM-RUNC-JOB ON
055783*    THE RUN-CONTROL FILE - STATUS RUNNING, START DATE/TIME
055784*    NOW, END FIELDS AND CONDITION CODE CLEARED.  THE FILE IS
055785*    CREATED ON FIRST USE LIKE THE OTHER KEYED FILES.  WHEN
055786*    THE JOB'S PRIOR ATTEMPT NEVER STAMPED ITS END, 9505
055787*    STAMPS THE CHECKPOINT SEQUENCE THIS RUN RESUMES FROM, SO
055788*    A RESTART SHOWS AS A NON-ZERO RUNC-CHECKPOINT-SEQUENCE.
055789*    THE START STAMP IS ALSO APPENDED TO RUN.HISTORY (9530).
055790*****************************************************************
055791 9500-STAMP-RUN-START.

055792     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
055793     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
055794     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
055795     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.
055796     ACCEPT AFM-NOW-TIME FROM TIME.
055797     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
055798     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
055799     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

055800     OPEN I-O RUN-CONTROL.
055801     IF AFM-RUNC-IOSTAT = "35"
055802         CLOSE RUN-CONTROL
055803         OPEN OUTPUT RUN-CONTROL
055804         CLOSE RUN-CONTROL
055805         OPEN I-O RUN-CONTROL
055806     END-IF.

055807     MOVE AFM-RUNC-JOB TO RUNC-JOB-NAME.
055808     READ RUN-CONTROL
055809         KEY IS RUNC-JOB-NAME
055810         INVALID KEY
055811             CONTINUE
055812     END-READ.

055813     MOVE ZERO TO AFM-RHIS-CHECKPOINT-SEQUENCE.
055814     IF AFM-RUNC-IOSTAT = "00"
055815             AND RUNC-JOB-RUNNING
055816         PERFORM 9505-FIND-RESTART-POINT
055817             THRU 9505-EXIT
055818     END-IF.

055819     IF AFM-RUNC-IOSTAT = "00"
055820         SET RUNC-JOB-RUNNING      TO TRUE
055821         MOVE AFM-TODAY-DISPLAY    TO RUNC-START-DATE
055822         MOVE AFM-NOW-TIME-DISPLAY TO RUNC-START-TIME
055823         MOVE SPACES               TO RUNC-END-DATE
055824                                      RUNC-END-TIME
055825                                      RUNC-BACKUP-DATE
055826         MOVE ZERO                 TO RUNC-COND-CODE
055827         MOVE AFM-RHIS-CHECKPOINT-SEQUENCE
055828                                   TO RUNC-CHECKPOINT-SEQUENCE
055829         REWRITE RUN-CONTROL-RECORD
055830             INVALID KEY
055831                 DISPLAY "UNABLE TO REWRITE RUN-CONTROL "
055832                     "ENTRY: " AFM-RUNC-JOB
055833         END-REWRITE
055834     ELSE
055835         MOVE SPACES               TO RUN-CONTROL-RECORD
055836         MOVE AFM-RUNC-JOB         TO RUNC-JOB-NAME
055837         SET RUNC-JOB-RUNNING      TO TRUE
055838         MOVE AFM-TODAY-DISPLAY    TO RUNC-START-DATE
055839         MOVE AFM-NOW-TIME-DISPLAY TO RUNC-START-TIME
055840         MOVE ZERO                 TO RUNC-COND-CODE
055841         MOVE AFM-RHIS-CHECKPOINT-SEQUENCE
055842                                   TO RUNC-CHECKPOINT-SEQUENCE
055843         WRITE RUN-CONTROL-RECORD
055844             INVALID KEY
055845                 DISPLAY "UNABLE TO WRITE RUN-CONTROL "
055846                     "ENTRY: " AFM-RUNC-JOB
055847         END-WRITE
055848     END-IF.

055850     CLOSE RUN-CONTROL.

055851     SET AFM-RHIS-EVENT-START  TO TRUE.
055852     MOVE AFM-TODAY-DISPLAY    TO AFM-RHIS-START-DATE.
055853     MOVE AFM-NOW-TIME-DISPLAY TO AFM-RHIS-START-TIME.
055854     PERFORM 9530-WRITE-RUN-HISTORY
055855         THRU 9530-EXIT.

055860 9500-EXIT.
055870     EXIT.

055871*****************************************************************
055872*    9505-FIND-RESTART-POINT
055873*    CALLED BY 9500 WHEN THE JOB'S RUN-CONTROL ENTRY IS STILL
055874*    RUNNING - ITS LAST ATTEMPT NEVER STAMPED AN END, SO THIS
055875*    RUN IS A RESTART.  LEAVES IN AFM-RHIS-CHECKPOINT-SEQUENCE
055876*    THE CHECKPOINT THE RUN WILL RESUME FROM: THE LAST
055877*    TRANSACTION APPLIED (CHECKPOINT.FILE) FOR BATCH, THE
055878*    ENTRIES ALREADY MOVED (DECOMM.CHECKPOINT) FOR AN
055879*    UNFINISHED DECOMMISSION.  A RUN WITH NO CHECKPOINT TO
055880*    RESUME FROM STARTS OVER AND IS LEFT AT ZERO.
055881*****************************************************************
055882 9505-FIND-RESTART-POINT.

055883     EVALUATE AFM-RUNC-JOB
055884         WHEN "BATCH"
055885             OPEN INPUT CHECKPOINT-FILE
055886             IF AFM-CKPT-IOSTAT = "00"
055887                 READ CHECKPOINT-FILE
055888                     AT END
055889                         CONTINUE
055890                 END-READ
055891                 IF AFM-CKPT-IOSTAT = "00"
055892                         AND CKPT-LAST-SEQUENCE-NUMBER NUMERIC
055893                     MOVE CKPT-LAST-SEQUENCE-NUMBER
055894                         TO AFM-RHIS-CHECKPOINT-SEQUENCE
055895                 END-IF
055896             END-IF
055897             CLOSE CHECKPOINT-FILE
055898         WHEN "DECOMM"
055899             OPEN INPUT DECOMM-CHECKPOINT-FILE
055900             IF AFM-DCKP-IOSTAT = "00"
055901                 READ DECOMM-CHECKPOINT-FILE
055902                     AT END
055903                         CONTINUE
055904                 END-READ
055905                 IF AFM-DCKP-IOSTAT = "00"
055906                         AND DCKP-MOVE-IN-PROGRESS
055907                         AND DCKP-MOVED-COUNT NUMERIC
055908                     MOVE DCKP-MOVED-COUNT
055909                         TO AFM-RHIS-CHECKPOINT-SEQUENCE
055910                 END-IF
055911             END-IF
055912             CLOSE DECOMM-CHECKPOINT-FILE
055913         WHEN OTHER
055914             CONTINUE
055915     END-EVALUATE.

055916 9505-EXIT.
055917     EXIT.

055918*****************************************************************
055919*    9510-STAMP-RUN-END
055920*    CLOSES THE RUN-CONTROL ENTRY OF THE RUN NAMED IN
055921*    AFM-RUNC-JOB - STATUS ENDED, END DATE/TIME NOW, AND THE
055922*    CONDITION CODE THE STEP IS ENDING WITH - SO THE NEXT JOB
055923*    IN THE NIGHTLY SEQUENCE CAN SEE HOW THIS ONE FINISHED.
055925*    THE END STAMP, WITH THE START STAMP IT CLOSES, IS ALSO
055930*    APPENDED TO RUN.HISTORY (9530) - EVEN WHEN THE REGISTER
055933*    CANNOT BE UPDATED, IN WHICH CASE ITS START IS BLANK.  A
055936*    RUN ENDING CC 12 OR WORSE ALSO RAISES A RUNREF ALERT (9545).
055940*****************************************************************
055950 9510-STAMP-RUN-END.

056020     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
056030     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

056032     SET AFM-RHIS-EVENT-END    TO TRUE.
056034     MOVE SPACES               TO AFM-RHIS-START-DATE
056036                                  AFM-RHIS-START-TIME.
056038     MOVE ZERO                 TO AFM-RHIS-CHECKPOINT-SEQUENCE.

056040     OPEN I-O RUN-CONTROL.
056050     IF AFM-RUNC-IOSTAT NOT = "00"
056060         DISPLAY "UNABLE TO OPEN RUN.CONTROL FOR END STAMP - "
056230                 DISPLAY "UNABLE TO REWRITE RUN-CONTROL "
056240                     "ENTRY: " AFM-RUNC-JOB
056250         END-REWRITE
056252         MOVE RUNC-START-DATE      TO AFM-RHIS-START-DATE
056254         MOVE RUNC-START-TIME      TO AFM-RHIS-START-TIME
056256         MOVE RUNC-CHECKPOINT-SEQUENCE
056258             TO AFM-RHIS-CHECKPOINT-SEQUENCE
056260     END-IF.

056270 9510-CLOSE.
056280     CLOSE RUN-CONTROL.
056283     PERFORM 9530-WRITE-RUN-HISTORY
056286         THRU 9530-EXIT.
056287     PERFORM 9545-ALERT-REFUSED-RUN
056288         THRU 9545-EXIT.

056290 9510-EXIT.
056300     EXIT.

056391*****************************************************************
056392*    9520-READ-RUN-CONTROL
056393*    FETCHES THE RUN-CONTROL ENTRY OF THE JOB NAMED IN
056394*    AFM-RUNC-JOB.  AFM-RUNC-ENTRY-FOUND COMES BACK SET WITH
056395*    THE RECORD IN THE RECORD AREA WHEN THE REGISTER HOLDS
056396*    ONE; A MISSING REGISTER OR MISSING ENTRY LEAVES IT OFF.
056397*****************************************************************
056398 9520-READ-RUN-CONTROL.

056399     MOVE "N" TO AFM-RUNC-FOUND-FLAG.

056400     OPEN INPUT RUN-CONTROL.
056410     IF AFM-RUNC-IOSTAT NOT = "00"
056550 9520-EXIT.
056560     EXIT.

057519*****************************************************************
058478*    9530-WRITE-RUN-HISTORY
059437*    APPENDS ONE RECORD TO RUN.HISTORY (COPYBOOK AFMRHIS) FOR
060396*    THE STAMP 9500 OR 9510 HAS JUST PUT ON THE RUN-CONTROL
061355*    ENTRY OF AFM-RUNC-JOB - THE EVENT, START STAMP AND
062314*    CHECKPOINT SEQUENCE FROM THE AFM-RHIS- FIELDS, AND ON AN
063273*    END RECORD THE END STAMP AND CONDITION CODE.  THE FILE
064232*    IS CREATED ON FIRST USE.  A FAILURE IS REPORTED ON THE
065191*    CONSOLE ONLY; IT NEVER CHANGES HOW THE STEP ENDS.
066150*****************************************************************
067109 9530-WRITE-RUN-HISTORY.

068068     OPEN EXTEND RUN-HISTORY.
069027     IF AFM-RHIS-IOSTAT = "35"
069986         CLOSE RUN-HISTORY
070945         OPEN OUTPUT RUN-HISTORY
071904     END-IF.
072863     IF AFM-RHIS-IOSTAT NOT = "00"
073822         DISPLAY "UNABLE TO OPEN RUN.HISTORY - STATUS "
074781             AFM-RHIS-IOSTAT
075740         GO TO 9530-EXIT
076699     END-IF.

077658     MOVE SPACES                   TO RUN-HISTORY-RECORD.
078617     MOVE AFM-RUNC-JOB             TO RHIS-JOB-NAME.
079576     MOVE AFM-RHIS-EVENT           TO RHIS-EVENT.
080535     MOVE AFM-RHIS-START-DATE      TO RHIS-START-DATE.
081494     MOVE AFM-RHIS-START-TIME      TO RHIS-START-TIME.
082453     MOVE AFM-RHIS-CHECKPOINT-SEQUENCE
083412         TO RHIS-CHECKPOINT-SEQUENCE.
084371     IF AFM-RHIS-EVENT-END
085330         MOVE AFM-TODAY-DISPLAY    TO RHIS-END-DATE
086289         MOVE AFM-NOW-TIME-DISPLAY TO RHIS-END-TIME
087248         MOVE RETURN-CODE          TO RHIS-COND-CODE
088207     ELSE
089166         MOVE ZERO                 TO RHIS-COND-CODE
090125     END-IF.

091084     WRITE RUN-HISTORY-RECORD.
092043     IF AFM-RHIS-IOSTAT(1:1) NOT = "0"
093002         DISPLAY "UNABLE TO WRITE RUN.HISTORY RECORD FOR "
093961             AFM-RUNC-JOB " - STATUS " AFM-RHIS-IOSTAT
094920     END-IF.

095879     CLOSE RUN-HISTORY.

096838 9530-EXIT.
097797     EXIT.

098770*****************************************************************
098780*    9540-RAISE-ALERT
098790*    APPENDS ONE RECORD TO THE OPERATIONS ALERT FEED
098800*    (ALERT.FEED, COPYBOOK AFMALRT).  THE CALLER SETS
098810*    AFM-ALRT-SEVERITY, AFM-ALRT-CODE AND AFM-ALRT-MESSAGE,
098820*    AND AFM-ALRT-DIRECTORY / AFM-ALRT-FILE WHEN THE ALERT IS
098830*    ABOUT ONE ENTRY; ALL FIVE ARE CLEARED ON THE WAY OUT.
098840*    THE JOB IS THE RUN MODE, OR "CONSOLE" FOR AN OPERATOR
098850*    COMMAND.  THE FEED IS CREATED ON FIRST USE AND IS OPENED
098860*    AND CLOSED FOR EACH ALERT SO NOTHING IS LOST IF THE STEP
098870*    ABENDS LATER.  A FAILURE IS REPORTED ON THE CONSOLE ONLY
098880*    AND NEVER CHANGES HOW THE STEP ENDS.
098890*****************************************************************
098900 9540-RAISE-ALERT.

098910     ACCEPT AFM-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
098920     MOVE AFM-TODAY-YYYYMMDD(1:4) TO AFM-TODAY-YYYY.
098930     MOVE AFM-TODAY-YYYYMMDD(5:2) TO AFM-TODAY-MM.
098940     MOVE AFM-TODAY-YYYYMMDD(7:2) TO AFM-TODAY-DD.
098950     ACCEPT AFM-NOW-TIME FROM TIME.
098960     MOVE AFM-NOW-TIME(1:2) TO AFM-NOW-HH.
098970     MOVE AFM-NOW-TIME(3:2) TO AFM-NOW-MM.
098980     MOVE AFM-NOW-TIME(5:2) TO AFM-NOW-SS.

098990     OPEN EXTEND ALERT-FILE.
099000     IF AFM-ALRT-IOSTAT = "35"
099010         CLOSE ALERT-FILE
099020         OPEN OUTPUT ALERT-FILE
099030     END-IF.
099040     IF AFM-ALRT-IOSTAT NOT = "00"
099050         DISPLAY "UNABLE TO OPEN ALERT.FEED - STATUS "
099060             AFM-ALRT-IOSTAT " - ALERT " AFM-ALRT-CODE
099070             " NOT RECORDED"
099080         GO TO 9540-CLEAR
099090     END-IF.

099100     MOVE SPACES               TO ALERT-RECORD.
099110     MOVE AFM-TODAY-DISPLAY    TO ALRT-DATE.
099120     MOVE AFM-NOW-TIME-DISPLAY TO ALRT-TIME.
099130     MOVE AFM-ALRT-SEVERITY    TO ALRT-SEVERITY.
099140     MOVE "ADVFLMGR"           TO ALRT-SOURCE-PROGRAM.
099150     IF AFM-RUN-MODE NOT = SPACES
099160         MOVE AFM-RUN-MODE     TO ALRT-JOB-NAME
099170     ELSE
099180         MOVE "CONSOLE"        TO ALRT-JOB-NAME
099190     END-IF.
099200     MOVE AFM-ALRT-CODE        TO ALRT-CODE.
099210     MOVE AFM-ALRT-DIRECTORY   TO ALRT-DIRECTORY-NAME.
099220     MOVE AFM-ALRT-FILE        TO ALRT-FILE-NAME.
099230     MOVE AFM-OPERATOR-ID      TO ALRT-OPERATOR-ID.
099240     MOVE AFM-ALRT-MESSAGE     TO ALRT-MESSAGE-TEXT.
099250     WRITE ALERT-RECORD.
099260     IF AFM-ALRT-IOSTAT(1:1) NOT = "0"
099270         DISPLAY "UNABLE TO WRITE ALERT.FEED - STATUS "
099280             AFM-ALRT-IOSTAT " - ALERT " AFM-ALRT-CODE
099290             " NOT RECORDED"
099300     END-IF.
099310     CLOSE ALERT-FILE.

099320 9540-CLEAR.
099330     MOVE SPACES TO AFM-ALRT-SEVERITY.
099340     MOVE SPACES TO AFM-ALRT-CODE.
099350     MOVE SPACES TO AFM-ALRT-DIRECTORY.
099360     MOVE SPACES TO AFM-ALRT-FILE.
099370     MOVE SPACES TO AFM-ALRT-MESSAGE.

099380 9540-EXIT.
099390     EXIT.

099400*****************************************************************
099410*    9545-ALERT-REFUSED-RUN
099420*    CALLED BY 9510 AS A RUN STAMPS ITS END.  A RUN ENDING
099430*    WITH CONDITION CODE 12 (REFUSED) RAISES AN ERROR RUNREF
099440*    ALERT; 16 OR MORE (CATALOG LOCK NOT OBTAINED, OR WORSE)
099450*    RAISES A CRITICAL ONE.  LOWER CODES RAISE NOTHING - THE
099460*    CONDITIONS BEHIND THEM HAVE ALERTS OF THEIR OWN.
099470*****************************************************************
099480 9545-ALERT-REFUSED-RUN.

099490     IF RETURN-CODE < 12
099500         GO TO 9545-EXIT
099510     END-IF.

099520     IF RETURN-CODE < 16
099530         MOVE "E" TO AFM-ALRT-SEVERITY
099540     ELSE
099550         MOVE "C" TO AFM-ALRT-SEVERITY
099560     END-IF.
099570     MOVE "RUNREF" TO AFM-ALRT-CODE.
099580     MOVE RETURN-CODE TO AFM-ALRT-COND-CODE.
099590     STRING "RUN " AFM-RUNC-JOB " ENDED WITH CONDITION CODE "
099600         AFM-ALRT-COND-CODE " - SEE THE STEP'S SYSOUT"
099610         DELIMITED BY SIZE INTO AFM-ALRT-MESSAGE.
099620     PERFORM 9540-RAISE-ALERT
099630         THRU 9540-EXIT.

099640 9545-EXIT.
099650     EXIT.
