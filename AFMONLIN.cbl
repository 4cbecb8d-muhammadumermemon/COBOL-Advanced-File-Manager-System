000780*                     RECORD, WHEN UPDATE OR DELETE AUTHORITY
000790*                     IS NOT GRANTED.  PF5 LIST REMAINS OPEN
000800*                     TO EVERYONE THE REGION SIGNS ON.
000801*    2026-10-15 JHM   PF1 CREATE NOW EDITS THE FILE TYPE AGAINST
000802*                     THE FILE-TYPE MASTER (CICS FILE FILETYPE,
000803*                     COPYBOOK AFMFTYP) INSTEAD OF A COMPILED
000804*                     TABLE - UNKNOWN, RETIRED AND OVER-SIZE
000805*                     TYPES ARE REFUSED ON THE MESSAGE LINE.
000806*    2026-10-15 JHM   PF1 CREATE RECORDS THE OWNING COST CENTER
000807*                     KEYED IN THE NEW FCST FIELD (BLANK LEAVES
000808*                     THE ENTRY UNASSIGNED FOR CHARGEBACK), PF5
000809*                     SHOWS IT, AND THE ONLINE AUDIT RECORDS
000810*                     CARRY IT.  THE FILESTAT KSDS MUST BE
000811*                     REDEFINED AT THE NEW 148-BYTE RECORD.
000812*    2026-10-15 JHM   PF2 DELETE NOW REFUSES AN ENTRY COVERED BY
000813*                     AN ACTIVE LEGAL HOLD (CICS FILE LEGLHOLD,
000814*                     COPYBOOK AFMLHLD - THE REGISTER THE BATCH
000815*                     SIDE MAINTAINS AND CHECKS), ANSWERING ON
000816*                     THE MESSAGE LINE AND WRITING A HOLDBK
000817*                     AUDIT RECORD.
000818*    2026-10-15 JHM   PF2 DELETE OF AN ENTRY OVER ONE GIGABYTE, OR
000819*                     IN A DIRECTORY FLAGGED PROTECTED ON
000820*                     DIRECTORY-LISTING, IS NO LONGER APPLIED -
000821*                     IT IS QUEUED ON THE PENDING-CHANGE FILE
000822*                     (CICS FILE PENDCHG, COPYBOOK AFMPEND) AND
000823*                     AUDITED AS PNDREQ.  NEW PF4 DELETE
000824*                     APPROVAL SCREEN (MAP AFMOLN2, ADMIN
000825*                     AUTHORITY) LETS A SECOND OPERATOR APPROVE
000826*                     (PF6) OR REJECT (PF7) EACH REQUEST; THE
000827*                     REQUESTER MAY NOT APPROVE THEIR OWN.
000828*                     COMMAREA WIDENED 101 TO 120 BYTES.
000829*    2026-10-15 JHM   PF1 CREATE NOW REFUSES A DIRECTORY FLAGGED
000830*                     DECOMMISSIONED ON DIRECTORY-LISTING (SEE
000831*                     5250) - THE SAME RULE THE BATCH CREATE
000832*                     EDIT APPLIES.
000833*    2026-10-15 JHM   PF1 CREATE CAPACITY EDIT NOW READS THE
000834*                     DIRECTORY'S USAGE SUMMARY (CICS FILE
000835*                     DIRUSAGE, COPYBOOK AFMDUSG) INSTEAD OF
000836*                     BROWSING FILESTAT; PF1 CREATE, PF2 DELETE
000837*                     AND DELETE APPROVAL POST EACH CHANGE TO IT
000838*                     (SEE 6600).
000839*    2026-10-15 JHM   DENIED ACTIONS (AUTHORITY AND SELF-
000840*                     APPROVAL), PF1 CREATES REFUSED AT THE
000841*                     CAPACITY LIMIT AND CREATES PAST THE
000842*                     WARNING LEVEL ALSO APPEND AN ALERT TO THE
000843*                     ONLINE HALF OF THE OPERATIONS ALERT FEED
000844*                     (CICS FILE ALERTFD, COPYBOOK AFMALRT -
000845*                     SEE 6700).
000846*****************************************************************

000847*****************************************************************
000848*    THIS PROGRAM USES CICS COMMAND-LEVEL STATEMENTS (EXEC
000849*    CICS ... END-EXEC), WHICH ARE TRANSLATED BY THE CICS
000850*    COMMAND-LEVEL TRANSLATOR AHEAD OF THE COBOL COMPILE STEP
000860*    IN THIS SHOP'S CICS REGION.  IT IS NOT A FREE-STANDING
000870*    BATCH PROGRAM AND IS NOT RUN FROM JCL - IT RUNS UNDER
001240*    SYMBOLIC MAP FOR AFMOLN1 (MAPSET AFMONLIN)
001250*----------------------------------------------------------------
001260     COPY AFMOLN1.
001262*    COPY AFMOLN2 IS THE SYMBOLIC MAP FOR THE DELETE APPROVAL
001264*    SCREEN (MAP AFMOLN2, SAME MAPSET) - OUTPUT ONLY.
001266     COPY AFMOLN2.

001270*----------------------------------------------------------------
001280*    WORK FIELDS
001320*    NEXT PF KEY.  ALSO CARRIES THE LIST (PF5) BROWSE POSITION
001330*    ACROSS PSEUDO-CONVERSATIONAL TRIPS, SINCE WORKING-STORAGE
001340*    DOES NOT SURVIVE BETWEEN ONE EXEC CICS RETURN AND THE NEXT.
001343*    IT ALSO CARRIES WHICH MAP IS UP (CATALOG OR DELETE
001346*    APPROVAL) AND THE PENDING-CHANGE REQUEST ON SCREEN.
001350*----------------------------------------------------------------
001360 01  AFMO-COMMAREA.
001370         05  AFMO-COMM-BROWSE-FLAG  PIC X(01)   VALUE "N".
001380             88  AFMO-BROWSE-ACTIVE             VALUE "Y".
001390         05  AFMO-COMM-LAST-KEY     PIC X(100).
001392         05  AFMO-COMM-SCREEN       PIC X(01)   VALUE "M".
001394             88  AFMO-ON-APPROVAL-SCREEN        VALUE "A".
001396         05  AFMO-COMM-PEND-KEY     PIC X(18).
001400 01  AFMO-RESP                  PIC S9(08) COMP.
001410 01  AFMO-ERROR-MESSAGE         PIC X(79).
001420 01  AFMO-LIST-CONTINUE-SW      PIC X(01)   VALUE "N".
001790         05  AFMO-AUD-NEW-FILE-SIZE PIC 9(10).
001800         05  AFMO-AUD-NEW-FILE-TYPE PIC X(10).
001810         05  AFMO-AUD-NEW-MOD-DATE  PIC X(10).
001815         05  AFMO-AUD-COST-CENTER   PIC X(08).

001820*----------------------------------------------------------------
001830*    DEFAULT DIRECTORY ATTRIBUTED TO EVERY ONLINE CREATE.  THE
002170 01  AFMO-CAP-USED              PIC 9(15)   COMP VALUE ZERO.
002180 01  AFMO-CAP-PROJECTED         PIC 9(15)   COMP VALUE ZERO.
002190 01  AFMO-CAP-THRESHOLD         PIC 9(15)   COMP VALUE ZERO.
002220 01  AFMO-CAP-WARN-FLAG         PIC X(01)   VALUE "N".
002230     88  AFMO-CAP-WARNED                    VALUE "Y".
002233 01  AFMO-DIR-STATUS-FLAG       PIC X(01)   VALUE "N".
002236     88  AFMO-DIR-RETIRED                   VALUE "Y".

002237*----------------------------------------------------------------
002238*    DIRECTORY USAGE SUMMARY.  COPY AFMDUSG IS THE I/O AREA FOR
002239*    CICS FILE DIRUSAGE (DATASET DIRECTORY.USAGE) - ONE RECORD
002240*    PER DIRECTORY HOLDING ITS ENTRY COUNT AND TOTAL BYTES,
002241*    SHARED WITH ADVANCED-FILE-MANAGER.  THE CAPACITY EDIT
002242*    READS IT (5300) AND EVERY CREATE OR DELETE APPLIED HERE
002243*    POSTS TO IT (6600).
002244*----------------------------------------------------------------
002245     COPY AFMDUSG.
002246 01  AFMO-DUSG-KEY              PIC X(50)   VALUE SPACES.
002247 01  AFMO-USG-DIRECTORY         PIC X(50)   VALUE SPACES.
002248 01  AFMO-USG-COUNT-CHANGE      PIC S9(09)  COMP VALUE ZERO.
002249 01  AFMO-USG-BYTES-CHANGE      PIC S9(15)  COMP VALUE ZERO.
002250 01  AFMO-USG-NEW-COUNT         PIC S9(09)  COMP VALUE ZERO.
002251 01  AFMO-USG-NEW-BYTES         PIC S9(15)  COMP VALUE ZERO.
002252 01  AFMO-USG-FOUND-FLAG        PIC X(01)   VALUE "N".
002253     88  AFMO-USG-FOUND                     VALUE "Y".

002254*----------------------------------------------------------------
002255*    OPERATIONS ALERT FEED.  COPY AFMALRT IS THE I/O AREA FOR
002256*    CICS FILE ALERTFD, AN ENTRY-SEQUENCED (ESDS) CLUSTER,
002257*    ALERT.FEED.ESDS, KEPT APART FROM THE QSAM ALERT.FEED THE
002258*    BATCH PROGRAMS APPEND TO - THE SAME ARRANGEMENT AS THE
002259*    AUDIT TRAIL ABOVE.  THE ALERTRPT RUN OF THE BATCH PROGRAM
002260*    READS BOTH.  THE CALLER OF 6700 SETS THE SEVERITY, CODE
002261*    AND MESSAGE; THE DIRECTORY AND FILE COME FROM
002262*    AFMO-TARGET-DIRECTORY AND FILE-NAME AS FOR THE AUDIT
002263*    RECORD.
002264*----------------------------------------------------------------
002265     COPY AFMALRT.
002266 01  AFMO-ALRT-SEVERITY         PIC X(01)   VALUE SPACE.
002267 01  AFMO-ALRT-CODE             PIC X(08)   VALUE SPACES.
002268 01  AFMO-ALRT-MESSAGE          PIC X(80)   VALUE SPACES.

002269*----------------------------------------------------------------
002270*    CATALOG OWNERSHIP LOCK WORK FIELDS - SEE COPYBOOK AFMLOCK.
002271*----------------------------------------------------------------
002272 01  AFMO-LOCK-KEY              PIC X(08)   VALUE "CATALOG".
002280 01  AFMO-LOCK-BLOCKED-FLAG     PIC X(01)   VALUE "N".
002290     88  AFMO-CATALOG-LOCKED                VALUE "Y".

002320*    AREA FOR CICS FILE OPERPROF - THE SAME OPERATOR.PROFILE
002330*    RECORDS THE BATCH SIDE CHECKS AT ITS COMMAND DISPATCH, SO
002340*    ONLINE AND BATCH ENFORCE ONE SET OF PROFILES.  PF1 NEEDS
002346*    UPDATE AUTHORITY, PF2 NEEDS DELETE AUTHORITY, PF4 AND THE
002352*    APPROVAL SCREEN'S PF6/PF7 NEED ADMIN AUTHORITY; A REFUSED
002360*    KEY IS ANSWERED ON THE MESSAGE LINE AND WRITTEN TO THE
002370*    AUDIT TRAIL AS A DENIED ACTION.  AN UNREADABLE OR ABSENT
002380*    PROFILE FILE MEANS CHECKING IS NOT CONFIGURED - ALLOWED -
002440 01  AFMO-AUTH-REQUIRED         PIC X(01).
002450     88  AFMO-AUTH-NEEDS-UPDATE             VALUE "U".
002460     88  AFMO-AUTH-NEEDS-DELETE             VALUE "D".
002465     88  AFMO-AUTH-NEEDS-ADMIN              VALUE "A".
002470 01  AFMO-AUTH-BLOCKED-FLAG     PIC X(01)   VALUE "N".
002480     88  AFMO-AUTH-BLOCKED                  VALUE "Y".
002490 01  AFMO-DENIED-ACTION-TEXT    PIC X(50).

002500*----------------------------------------------------------------
002510*    CREATE-NEW-FILE VALIDATION WORK FIELDS.  THE TYPE CODE IS
002520*    EDITED AGAINST THE FILE-TYPE MASTER (CICS FILE FILETYPE,
002530*    COPYBOOK AFMFTYP) BY THE SAME RULES AS ADVANCED-FILE-
002540*    MANAGER'S 5160-VALIDATE-FILE-TYPE - ON FILE, ACTIVE, AND
002550*    THE SIZE WITHIN THE TYPE'S MAXIMUM.
002560*----------------------------------------------------------------
002570 01  AFMO-SIZE-NUMERIC-TEST     PIC 9(10).
002580 01  AFMO-FTYP-KEY              PIC X(10).
002590     COPY AFMFTYP.

002596*----------------------------------------------------------------
002602*    LEGAL HOLD WORK FIELDS.  COPY AFMLHLD IS THE I/O AREA FOR
002608*    CICS FILE LEGLHOLD - THE SAME LEGAL.HOLD REGISTER THE
002614*    BATCH SIDE CHECKS BEFORE EVERY DELETE, SO A HOLD PLACED
002620*    BY AN ADMIN AT THE CONSOLE BLOCKS PF2 AS WELL.  READ-ONLY
002626*    FROM THIS TRANSACTION.
002632*----------------------------------------------------------------
002638     COPY AFMLHLD.
002644 01  AFMO-LHLD-KEY              PIC X(08)   VALUE SPACES.
002650 01  AFMO-LHLD-BROWSE-FLAG      PIC X(01)   VALUE "N".
002656     88  AFMO-LHLD-BROWSE-DONE              VALUE "Y".
002662 01  AFMO-LHLD-HELD-FLAG        PIC X(01)   VALUE "N".
002668     88  AFMO-LHLD-ENTRY-HELD               VALUE "Y".

002669*----------------------------------------------------------------
002670*    DELETE APPROVAL WORK FIELDS.  COPY AFMPEND IS THE I/O AREA
002671*    FOR CICS FILE PENDCHG - THE PENDING-CHANGE QUEUE A PF2
002672*    DELETE IS WRITTEN TO, INSTEAD OF BEING APPLIED, WHEN THE
002673*    ENTRY IS LARGER THAN AFMO-APPROVAL-SIZE OR ITS DIRECTORY
002674*    IS FLAGGED PROTECTED ON DIRECTORY-LISTING.
002675*    AFMO-APPROVAL-SIZE, ONE GIGABYTE, IS THE SIZE IN BYTES
002676*    ABOVE WHICH A DELETE NEEDS A SECOND OPERATOR.  A SECOND
002677*    OPERATOR WITH ADMIN AUTHORITY APPROVES OR REJECTS THE
002678*    REQUEST ON THE PF4 SCREEN; THE NIGHTLY PENDRPT RUN OF
002679*    ADVANCED-FILE-MANAGER EXPIRES WHAT IS LEFT UNACTIONED.
002680*    DIRECTORY-LISTING-RECORD IS SHARED WITH THE CAPACITY EDIT.
002681*----------------------------------------------------------------
002682     COPY AFMPEND.
002683 01  AFMO-APPROVAL-SIZE         PIC 9(10)   VALUE 1073741824.
002684 01  AFMO-PEND-KEY              PIC X(18)   VALUE SPACES.
002685 01  AFMO-PEND-REASON           PIC X(01)   VALUE SPACE.
002686     88  AFMO-PEND-NOT-NEEDED               VALUE SPACE.
002687 01  AFMO-PEND-REASON-TEXT      PIC X(30)   VALUE SPACES.
002688 01  AFMO-PEND-BROWSE-FLAG      PIC X(01)   VALUE "N".
002689     88  AFMO-PEND-BROWSE-DONE              VALUE "Y".
002690 01  AFMO-PEND-FOUND-FLAG       PIC X(01)   VALUE "N".
002691     88  AFMO-PEND-FOUND                    VALUE "Y".

002692*----------------------------------------------------------------
002693*    DFHAID GIVES THE 88-LEVEL PF/PA-KEY CONDITIONS UNDER
002700*    EIBAID (DFHPF1, DFHPF2, DFHPF3, DFHPF5, DFHENTER, ...).
002710*    DFHBMSCA GIVES THE STANDARD BMS ATTRIBUTE-BYTE VALUES.
002720*----------------------------------------------------------------
002740     COPY DFHBMSCA.

002750 LINKAGE SECTION.
002760 01  DFHCOMMAREA                    PIC X(120).

002770 PROCEDURE DIVISION.

002910     IF EIBCALEN = 0
002920         MOVE "N" TO AFMO-COMM-BROWSE-FLAG
002930         MOVE SPACES TO AFMO-COMM-LAST-KEY
002933         MOVE "M" TO AFMO-COMM-SCREEN
002936         MOVE SPACES TO AFMO-COMM-PEND-KEY
002940         PERFORM 1000-SEND-INITIAL-MAP
002950             THRU 1000-EXIT
002960     ELSE
003190*****************************************************************
003200*    2000-PROCESS-AID-KEY
003210*    RECEIVES THE OPERATOR'S INPUT AND ACTS ON THE PF KEY
003216*    PRESSED - PF1 CREATE, PF2 DELETE, PF4 DELETE APPROVALS,
003222*    PF5 LIST, PF3 END
003230*    THE CONVERSATION.  ANY OTHER KEY REDISPLAYS THE MAP WITH
003240*    AN ERROR INSTEAD OF DROPPING THE OPERATOR BACK TO A BARE
003250*    "INVALID COMMAND" PROMPT.
003253*    WHILE THE APPROVAL SCREEN (MAP AFMOLN2) IS UP THE KEY IS
003256*    HANDED TO 8000-PROCESS-APPROVAL-KEY INSTEAD.
003260*****************************************************************
003270 2000-PROCESS-AID-KEY.

003271     IF AFMO-ON-APPROVAL-SCREEN
003272         PERFORM 8000-PROCESS-APPROVAL-KEY
003273             THRU 8000-EXIT
003274         PERFORM 9900-RETURN-TRANSID
003275             THRU 9900-EXIT
003276         GO TO 2000-EXIT
003277     END-IF.

003280     EXEC CICS RECEIVE MAP('AFMOLN1')
003290         MAPSET('AFMONLIN')
003300         INTO(AFMOLN1I)
003730                 THRU 6000-EXIT
003740             END-IF
003750             END-IF
003751         WHEN EIBAID = DFHPF4
003752             SET AFMO-AUTH-NEEDS-ADMIN TO TRUE
003753             MOVE "PF4 APPROVALS" TO AFMO-DENIED-ACTION-TEXT
003754             PERFORM 2600-CHECK-OPERATOR-AUTHORITY
003755                 THRU 2600-EXIT
003756             IF AFMO-AUTH-BLOCKED
003757                 PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
003758                     THRU 7000-EXIT
003759             ELSE
003760             PERFORM 8100-START-APPROVAL-SCREEN
003761                 THRU 8100-EXIT
003762             END-IF
003763         WHEN EIBAID = DFHPF5
003770             PERFORM 4000-PROCESS-LIST
003780                 THRU 4000-EXIT
003790         WHEN OTHER
003800             MOVE "INVALID PF KEY - USE PF1, PF2, PF4, PF5 OR PF3"
003810                 TO AFMO-ERROR-MESSAGE
003820             PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
003830                 THRU 7000-EXIT
004510                     AND NOT OPER-MAY-DELETE
004520                 SET AFMO-AUTH-BLOCKED TO TRUE
004530             END-IF
004532             IF AFMO-AUTH-NEEDS-ADMIN
004534                     AND NOT OPER-MAY-ADMIN
004536                 SET AFMO-AUTH-BLOCKED TO TRUE
004538             END-IF
004540         WHEN AFMO-RESP = DFHRESP(NOTFND)
004550             SET AFMO-AUTH-BLOCKED TO TRUE
004560         WHEN AFMO-RESP = DFHRESP(FILENOTFOUND)
004680         MOVE "DENIED" TO AFMO-AUDIT-ACTION
004690         PERFORM 6500-WRITE-AUDIT-RECORD
004700             THRU 6500-EXIT
004701         MOVE "E"      TO AFMO-ALRT-SEVERITY
004702         MOVE "DENIED" TO AFMO-ALRT-CODE
004703         STRING "OPERATOR " AFMO-OPER-KEY
004704             " NOT AUTHORIZED FOR " AFMO-DENIED-ACTION-TEXT
004705             DELIMITED BY SIZE INTO AFMO-ALRT-MESSAGE
004706         PERFORM 6700-RAISE-ALERT
004707             THRU 6700-EXIT
004710     END-IF.

004720 2600-EXIT.
005010         GO TO 3000-EXIT
005020     END-IF.

005023     MOVE FTYPI TO AFMO-FTYP-KEY.
005026     EXEC CICS READ FILE('FILETYPE')
005029         INTO(FILE-TYPE-MASTER-RECORD)
005032         RIDFLD(AFMO-FTYP-KEY)
005035         RESP(AFMO-RESP)
005038     END-EXEC.

005041     EVALUATE TRUE
005044         WHEN AFMO-RESP = DFHRESP(NOTFND)
005047             MOVE "INVALID FILE TYPE" TO AFMO-ERROR-MESSAGE
005050         WHEN AFMO-RESP NOT = DFHRESP(NORMAL)
005053             MOVE "FILE TYPE MASTER NOT AVAILABLE"
005056                 TO AFMO-ERROR-MESSAGE
005059         WHEN FTYP-RETIRED
005062             MOVE "FILE TYPE IS RETIRED" TO AFMO-ERROR-MESSAGE
005065         WHEN FTYP-MAX-FILE-SIZE NUMERIC
005068                 AND FTYP-MAX-FILE-SIZE > ZERO
005071                 AND AFMO-SIZE-NUMERIC-TEST > FTYP-MAX-FILE-SIZE
005074             MOVE "FILE SIZE EXCEEDS MAXIMUM FOR FILE TYPE"
005077                 TO AFMO-ERROR-MESSAGE
005080         WHEN OTHER
005083             CONTINUE
005086     END-EVALUATE.

005100 3000-EXIT.
005110     EXIT.
005960         MOVE FILE-CREATION-DATE     TO FCDTO
005970         MOVE FILE-MODIFICATION-DATE TO FMDTO
005980         MOVE FILE-DIRECTORY-NAME    TO FDIRO
005985         MOVE FILE-COST-CENTER       TO FCSTO
005990         MOVE "CATALOG ENTRY - PRESS PF5 FOR NEXT"
006000             TO AFMO-ERROR-MESSAGE
006010         PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
006680     MOVE FTYPI                  TO FILE-TYPE.
006690     MOVE AFMO-TODAY-DISPLAY     TO FILE-CREATION-DATE.
006700     MOVE AFMO-TODAY-DISPLAY     TO FILE-MODIFICATION-DATE.
006705     MOVE FCSTI                  TO FILE-COST-CENTER.

006710     EXEC CICS WRITE FILE('FILESTAT')
006720         FROM(FILE-STATUS-RECORD)
006810         MOVE FILE-TYPE         TO AFMO-AUD-NEW-FILE-TYPE
006820         MOVE FILE-MODIFICATION-DATE
006830                                TO AFMO-AUD-NEW-MOD-DATE
006835         MOVE FILE-COST-CENTER  TO AFMO-AUD-COST-CENTER
006840         MOVE "CREATE" TO AFMO-AUDIT-ACTION
006850         PERFORM 6500-WRITE-AUDIT-RECORD
006860             THRU 6500-EXIT
006861         MOVE AFMO-TARGET-DIRECTORY TO AFMO-USG-DIRECTORY
006862         MOVE 1                     TO AFMO-USG-COUNT-CHANGE
006863         MOVE FILE-SIZE             TO AFMO-USG-BYTES-CHANGE
006864         PERFORM 6600-POST-DIRECTORY-USAGE
006865             THRU 6600-EXIT
006870         MOVE FILE-SIZE              TO FSIZO
006880         MOVE FILE-TYPE              TO FTYPO
006890         MOVE FILE-CREATION-DATE     TO FCDTO
006900         MOVE FILE-MODIFICATION-DATE TO FMDTO
006910         MOVE FILE-DIRECTORY-NAME    TO FDIRO
006915         MOVE FILE-COST-CENTER       TO FCSTO
006920         IF AFMO-CAP-WARNED
006930             MOVE "FILE CREATED - PAST CAPACITY WARNING LEVEL"
006940                 TO AFMO-ERROR-MESSAGE
006941             MOVE "W"       TO AFMO-ALRT-SEVERITY
006942             MOVE "CAPWARN" TO AFMO-ALRT-CODE
006943             MOVE "FILE CREATED - DIRECTORY PAST CAPACITY WARNING"
006944                 TO AFMO-ALRT-MESSAGE
006945             PERFORM 6700-RAISE-ALERT
006946                 THRU 6700-EXIT
006950         ELSE
006960         MOVE "FILE CREATED" TO AFMO-ERROR-MESSAGE
006970         END-IF
007130*    THE SAME ENTRY THE BATCH CREATE EDIT READS, SO BOTH
007140*    SIDES ENFORCE ONE LIMIT.  NO ENTRY, AN UNREADABLE FILE
007150*    OR NON-NUMERIC LIMIT FIELDS ALL LEAVE THE LIMIT AT ZERO
007160*    - NOT CAPACITY-MANAGED.  AN ENTRY FLAGGED DECOMMISSIONED
007165*    SETS AFMO-DIR-RETIRED AND 5300 REFUSES THE CREATE.
007170*****************************************************************
007180 5250-READ-DIRECTORY-LIMITS.

007190     MOVE ZERO TO AFMO-CAP-LIMIT
007200                  AFMO-CAP-WARN-PCT.
007205     MOVE "N" TO AFMO-DIR-STATUS-FLAG.

007210     MOVE AFMO-TARGET-DIRECTORY TO AFMO-DIRL-KEY.
007220     EXEC CICS READ FILE('DIRLIST')
007250         RESP(AFMO-RESP)
007260     END-EXEC.

007262     IF AFMO-RESP = DFHRESP(NORMAL)
007264             AND DIRECTORY-DECOMMISSIONED
007266         SET AFMO-DIR-RETIRED TO TRUE
007268     END-IF.

007270     IF AFMO-RESP = DFHRESP(NORMAL)
007280             AND DIRECTORY-CAPACITY-LIMIT NUMERIC
007290         MOVE DIRECTORY-CAPACITY-LIMIT TO AFMO-CAP-LIMIT
007380*    CAPACITY-QUOTA EDIT FOR THE ONLINE CREATE - THE SAME
007390*    RULE 5170-CHECK-DIRECTORY-CAPACITY APPLIES IN ADVANCED-
007400*    FILE-MANAGER, DRIVEN BY THE SAME DIRECTORY-LISTING
007410*    ENTRY (SEE 5250).  TAKES THE TARGET DIRECTORY'S
007420*    (AFMO-TARGET-DIRECTORY) CURRENT USAGE FROM ITS
007430*    DIRECTORY.USAGE RECORD (CICS FILE DIRUSAGE), THEN REFUSES
007440*    THE CREATE (NON-BLANK AFMO-ERROR-MESSAGE) WHEN THE NEW
007450*    FILE WOULD BREACH AFMO-CAP-LIMIT, OR SETS AFMO-CAP-WARNED
007460*    PAST THE THRESHOLD SO THE SUCCESS MESSAGE CARRIES THE
007470*    WARNING.  A DIRECTORY WITH NO USAGE RECORD HAS NO ENTRIES.
007490*****************************************************************
007500 5300-CHECK-DIRECTORY-CAPACITY.

007530     PERFORM 5250-READ-DIRECTORY-LIMITS
007540         THRU 5250-EXIT.

007541     IF AFMO-DIR-RETIRED
007542         MOVE "DIRECTORY IS DECOMMISSIONED - NO NEW ENTRIES"
007543             TO AFMO-ERROR-MESSAGE
007544         GO TO 5300-EXIT
007545     END-IF.

007550     IF AFMO-CAP-LIMIT = ZERO
007560         GO TO 5300-EXIT
007570     END-IF.

007580     MOVE ZERO TO AFMO-CAP-USED.
007590     MOVE AFMO-TARGET-DIRECTORY TO AFMO-DUSG-KEY.
007600     EXEC CICS READ FILE('DIRUSAGE')
007610         INTO(DIRECTORY-USAGE-RECORD)
007620         RIDFLD(AFMO-DUSG-KEY)
007630         RESP(AFMO-RESP)
007640     END-EXEC.

007650     IF AFMO-RESP = DFHRESP(NORMAL)
007660         MOVE DUSG-TOTAL-BYTES TO AFMO-CAP-USED
007670     END-IF.

007730     COMPUTE AFMO-CAP-PROJECTED =
007740         AFMO-CAP-USED + AFMO-SIZE-NUMERIC-TEST.
007750     IF AFMO-CAP-PROJECTED > AFMO-CAP-LIMIT
007760         MOVE "DIRECTORY CAPACITY LIMIT WOULD BE EXCEEDED"
007770             TO AFMO-ERROR-MESSAGE
007771         MOVE "E"      TO AFMO-ALRT-SEVERITY
007772         MOVE "CAPLIM" TO AFMO-ALRT-CODE
007773         MOVE "CREATE REFUSED - DIRECTORY CAPACITY LIMIT EXCEEDED"
007774             TO AFMO-ALRT-MESSAGE
007775         PERFORM 6700-RAISE-ALERT
007776             THRU 6700-EXIT
007780         GO TO 5300-EXIT
007790     END-IF.

007870 5300-EXIT.
007880     EXIT.

008050*****************************************************************
008060*    6000-PROCESS-DELETE
008070*    PF2 - REMOVES THE ENTRY NAMED IN FNAMI FROM THE FILE-
008080*    STATUS CATALOG, THE SAME KEYED-READ-BEFORE-DELETE RULE
008090*    AS THE CONSOLE DELETE COMMAND.
008095*    AN ENTRY UNDER ACTIVE LEGAL HOLD IS REFUSED (SEE 6100).
008096*    A DELETE OVER AFMO-APPROVAL-SIZE, OR IN A PROTECTED
008097*    DIRECTORY, IS NOT APPLIED - IT IS QUEUED FOR A SECOND
008098*    OPERATOR'S APPROVAL ON THE PF4 SCREEN (SEE 6200/6300).
008100*****************************************************************
008110 6000-PROCESS-DELETE.


008230     MOVE AFMO-TARGET-DIRECTORY TO FILE-DIRECTORY-NAME.
008240     MOVE FNAMI                 TO FILE-NAME.

008241     PERFORM 6100-CHECK-LEGAL-HOLD
008242         THRU 6100-EXIT.
008243     IF AFMO-LHLD-ENTRY-HELD
008244         PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
008245             THRU 7000-EXIT
008246         GO TO 6000-EXIT
008247     END-IF.

008250     EXEC CICS READ FILE('FILESTAT')
008260         INTO(FILE-STATUS-RECORD)
008270         RIDFLD(FILE-STATUS-KEY)
008400     MOVE FILE-SIZE              TO AFMO-AUD-OLD-FILE-SIZE.
008410     MOVE FILE-TYPE              TO AFMO-AUD-OLD-FILE-TYPE.
008420     MOVE FILE-MODIFICATION-DATE TO AFMO-AUD-OLD-MOD-DATE.
008425     MOVE FILE-COST-CENTER       TO AFMO-AUD-COST-CENTER.

008426     PERFORM 6200-CHECK-APPROVAL-NEEDED
008427         THRU 6200-EXIT.
008428     IF NOT AFMO-PEND-NOT-NEEDED
008429         EXEC CICS UNLOCK FILE('FILESTAT')
008430         END-EXEC
008431         PERFORM 6300-QUEUE-PENDING-DELETE
008432             THRU 6300-EXIT
008433         PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
008434             THRU 7000-EXIT
008435         GO TO 6000-EXIT
008436     END-IF.

008437     EXEC CICS DELETE FILE('FILESTAT')
008440         RESP(AFMO-RESP)
008450     END-EXEC.

008470         MOVE "DELETE" TO AFMO-AUDIT-ACTION
008480         PERFORM 6500-WRITE-AUDIT-RECORD
008490             THRU 6500-EXIT
008491         MOVE AFMO-TARGET-DIRECTORY TO AFMO-USG-DIRECTORY
008492         MOVE -1                    TO AFMO-USG-COUNT-CHANGE
008493         IF AFMO-AUD-OLD-FILE-SIZE NUMERIC
008494             COMPUTE AFMO-USG-BYTES-CHANGE =
008495                 ZERO - AFMO-AUD-OLD-FILE-SIZE
008496         END-IF
008497         PERFORM 6600-POST-DIRECTORY-USAGE
008498             THRU 6600-EXIT
008500         MOVE SPACES TO AFMOLN1O
008510         MOVE "FILE DELETED" TO AFMO-ERROR-MESSAGE
008520         PERFORM 7000-REDISPLAY-MAP-WITH-ERROR
008600 6000-EXIT.
008610     EXIT.

008611*****************************************************************
008612*    6100-CHECK-LEGAL-HOLD
008613*    PF2 - BROWSES THE LEGAL HOLD REGISTER (CICS FILE
008614*    LEGLHOLD, COPYBOOK AFMLHLD) FOR AN ACTIVE HOLD COVERING
008615*    THE ENTRY IN AFMO-TARGET-DIRECTORY/FILE-NAME, BY THE SAME
008616*    SCOPE RULES AS 5200-CHECK-LEGAL-HOLD IN ADVANCED-FILE-
008617*    MANAGER.  A COVERED ENTRY COMES BACK WITH
008618*    AFMO-LHLD-ENTRY-HELD SET, THE REFUSAL READY IN
008619*    AFMO-ERROR-MESSAGE AND A HOLDBK AUDIT RECORD ALREADY
008620*    WRITTEN.  NO REGISTER DEFINED TO THE REGION, OR AN EMPTY
008621*    ONE, MEANS NO HOLDS.
008622*****************************************************************
008623 6100-CHECK-LEGAL-HOLD.

008624     MOVE "N" TO AFMO-LHLD-HELD-FLAG.
008625     MOVE "N" TO AFMO-LHLD-BROWSE-FLAG.
008626     MOVE LOW-VALUES TO AFMO-LHLD-KEY.

008627     EXEC CICS STARTBR FILE('LEGLHOLD')
008628         RIDFLD(AFMO-LHLD-KEY)
008629         GTEQ
008630         RESP(AFMO-RESP)
008631     END-EXEC.

008632     IF AFMO-RESP NOT = DFHRESP(NORMAL)
008633         GO TO 6100-EXIT
008634     END-IF.

008635     PERFORM 6150-TEST-ONE-HOLD
008636         THRU 6150-EXIT
008637         UNTIL AFMO-LHLD-BROWSE-DONE
008638            OR AFMO-LHLD-ENTRY-HELD.

008639     EXEC CICS ENDBR FILE('LEGLHOLD')
008640     END-EXEC.

008641     IF NOT AFMO-LHLD-ENTRY-HELD
008642         GO TO 6100-EXIT
008643     END-IF.

008644     MOVE SPACES TO AFMO-ERROR-MESSAGE.
008645     STRING "ENTRY UNDER LEGAL HOLD " LHLD-HOLD-ID
008646         " - DELETE REFUSED" DELIMITED BY SIZE
008647         INTO AFMO-ERROR-MESSAGE.

008648     PERFORM 6400-CLEAR-AUDIT-IMAGES
008649         THRU 6400-EXIT.
008650     MOVE LHLD-HOLD-ID     TO AFMO-AUD-NEW-FILE-NAME.
008651     MOVE "DELETE"         TO AFMO-AUD-NEW-FILE-TYPE.
008652     MOVE LHLD-PLACED-DATE TO AFMO-AUD-NEW-MOD-DATE.
008653     MOVE "HOLDBK" TO AFMO-AUDIT-ACTION.
008654     PERFORM 6500-WRITE-AUDIT-RECORD
008655         THRU 6500-EXIT.

008656 6100-EXIT.
008657     EXIT.

008658 6150-TEST-ONE-HOLD.

008659     EXEC CICS READNEXT FILE('LEGLHOLD')
008660         INTO(LEGAL-HOLD-RECORD)
008661         RIDFLD(AFMO-LHLD-KEY)
008662         RESP(AFMO-RESP)
008663     END-EXEC.

008664     IF AFMO-RESP NOT = DFHRESP(NORMAL)
008665         SET AFMO-LHLD-BROWSE-DONE TO TRUE
008666         GO TO 6150-EXIT
008667     END-IF.

008668     IF NOT LHLD-ACTIVE
008669         GO TO 6150-EXIT
008670     END-IF.

008671     EVALUATE TRUE
008672         WHEN LHLD-SCOPE-ENTRY
008673             IF LHLD-DIRECTORY-NAME = AFMO-TARGET-DIRECTORY
008674                     AND LHLD-FILE-NAME = FILE-NAME
008675                 SET AFMO-LHLD-ENTRY-HELD TO TRUE
008676             END-IF
008677         WHEN LHLD-SCOPE-DIRECTORY
008678             IF LHLD-DIRECTORY-NAME = AFMO-TARGET-DIRECTORY
008679                 SET AFMO-LHLD-ENTRY-HELD TO TRUE
008680             END-IF
008681         WHEN LHLD-SCOPE-PREFIX
008682             IF LHLD-DIRECTORY-NAME = SPACES
008683                     OR LHLD-DIRECTORY-NAME =
008684                         AFMO-TARGET-DIRECTORY
008685                 IF LHLD-PREFIX-LENGTH > ZERO
008686                     IF FILE-NAME(1:LHLD-PREFIX-LENGTH) =
008687                         LHLD-FILE-NAME(1:LHLD-PREFIX-LENGTH)
008688                         SET AFMO-LHLD-ENTRY-HELD TO TRUE
008689                     END-IF
008690                 END-IF
008691             END-IF
008692     END-EVALUATE.

008693 6150-EXIT.
008694     EXIT.

008695*****************************************************************
008696*    6200-CHECK-APPROVAL-NEEDED
008697*    PF2 - DECIDES WHETHER THE DELETE OF THE ENTRY JUST READ
008698*    (FILE-STATUS-RECORD) NEEDS A SECOND OPERATOR'S APPROVAL:
008699*    A FILE-SIZE ABOVE AFMO-APPROVAL-SIZE, OR A TARGET
008700*    DIRECTORY FLAGGED PROTECTED ON ITS DIRECTORY-LISTING
008701*    ENTRY (CICS FILE DIRLIST).  AFMO-PEND-REASON COMES BACK
008702*    BLANK WHEN THE DELETE MAY BE APPLIED AT ONCE, OTHERWISE
008703*    WITH THE PEND-REASON CODE (COPYBOOK AFMPEND).  NO
008704*    LISTING ENTRY FOR THE DIRECTORY MEANS NOT PROTECTED.
008705*****************************************************************
008706 6200-CHECK-APPROVAL-NEEDED.

008707     MOVE SPACE TO AFMO-PEND-REASON.

008708     IF FILE-SIZE NUMERIC
008709             AND FILE-SIZE > AFMO-APPROVAL-SIZE
008710         MOVE "S" TO AFMO-PEND-REASON
008711     END-IF.

008712     MOVE AFMO-TARGET-DIRECTORY TO AFMO-DIRL-KEY.
008713     EXEC CICS READ FILE('DIRLIST')
008714         INTO(DIRECTORY-LISTING-RECORD)
008715         RIDFLD(AFMO-DIRL-KEY)
008716         RESP(AFMO-RESP)
008717     END-EXEC.

008718     IF AFMO-RESP = DFHRESP(NORMAL)
008719             AND DIRECTORY-PROTECTED
008720         IF AFMO-PEND-REASON = "S"
008721             MOVE "B" TO AFMO-PEND-REASON
008722         ELSE
008723             MOVE "P" TO AFMO-PEND-REASON
008724         END-IF
008725     END-IF.

008726 6200-EXIT.
008727     EXIT.

008728*****************************************************************
008729*    6250-SET-PEND-REASON-TEXT
008730*    TRANSLATES THE REASON CODE IN PEND-REASON FOR THE MESSAGE
008731*    LINE AND THE APPROVAL SCREEN.
008732*****************************************************************
008733 6250-SET-PEND-REASON-TEXT.

008734     EVALUATE TRUE
008735         WHEN PEND-REASON-SIZE
008736             MOVE "LARGER THAN APPROVAL SIZE"
008737                 TO AFMO-PEND-REASON-TEXT
008738         WHEN PEND-REASON-PROTECTED
008739             MOVE "PROTECTED DIRECTORY"
008740                 TO AFMO-PEND-REASON-TEXT
008741         WHEN OTHER
008742             MOVE "LARGE, IN PROTECTED DIRECTORY"
008743                 TO AFMO-PEND-REASON-TEXT
008744     END-EVALUATE.

008745 6250-EXIT.
008746     EXIT.

008747*****************************************************************
008748*    6300-QUEUE-PENDING-DELETE
008749*    PF2 - WRITES THE DELETE OF THE ENTRY IN FILE-STATUS-RECORD
008750*    TO THE PENDING-CHANGE QUEUE (CICS FILE PENDCHG) INSTEAD
008751*    OF APPLYING IT, WITH THE ENTRY AS IT STANDS NOW, THE
008752*    REASON FROM 6200 AND THE REQUESTING OPERATOR (AFMO-OPER-
008753*    KEY, LOADED BY 2600), AND AUDITS IT AS PNDREQ.  A DELETE
008754*    OF THE SAME ENTRY ALREADY AWAITING APPROVAL IS NOT QUEUED
008755*    TWICE.  THE OUTCOME IS LEFT IN AFMO-ERROR-MESSAGE FOR THE
008756*    CALLER TO DISPLAY.
008757*****************************************************************
008758 6300-QUEUE-PENDING-DELETE.

008759     MOVE "N" TO AFMO-PEND-FOUND-FLAG.
008760     MOVE "N" TO AFMO-PEND-BROWSE-FLAG.
008761     MOVE LOW-VALUES TO AFMO-PEND-KEY.

008762     EXEC CICS STARTBR FILE('PENDCHG')
008763         RIDFLD(AFMO-PEND-KEY)
008764         GTEQ
008765         RESP(AFMO-RESP)
008766     END-EXEC.

008767     IF AFMO-RESP = DFHRESP(NORMAL)
008768         PERFORM 6350-TEST-ONE-PENDING-REQUEST
008769             THRU 6350-EXIT
008770             UNTIL AFMO-PEND-BROWSE-DONE
008771                OR AFMO-PEND-FOUND
008772         EXEC CICS ENDBR FILE('PENDCHG')
008773         END-EXEC
008774     END-IF.

008775     IF AFMO-PEND-FOUND
008776         MOVE SPACES TO AFMO-ERROR-MESSAGE
008777         STRING "DELETE ALREADY AWAITING APPROVAL - REQUEST "
008778             PEND-REQUEST-ID DELIMITED BY SIZE
008779             INTO AFMO-ERROR-MESSAGE
008780         GO TO 6300-EXIT
008781     END-IF.

008782     PERFORM 3500-GET-CURRENT-TIMESTAMP
008783         THRU 3500-EXIT.

008784     MOVE SPACES TO PENDING-CHANGE-RECORD.
008785     MOVE AFMO-TODAY-YYYYMMDD    TO PEND-REQUEST-DATE.
008786     MOVE AFMO-NOW-HHMMSS        TO PEND-REQUEST-TIME.
008787     MOVE EIBTRMID               TO PEND-REQUEST-TERMINAL.
008788     MOVE "DELETE"               TO PEND-ACTION.
008789     MOVE AFMO-PEND-REASON       TO PEND-REASON.
008790     MOVE "P"                    TO PEND-STATUS.
008791     MOVE FILE-DIRECTORY-NAME    TO PEND-DIRECTORY-NAME.
008792     MOVE FILE-NAME              TO PEND-FILE-NAME.
008793     MOVE FILE-SIZE              TO PEND-FILE-SIZE.
008794     MOVE FILE-TYPE              TO PEND-FILE-TYPE.
008795     MOVE FILE-MODIFICATION-DATE TO PEND-MODIFICATION-DATE.
008796     MOVE FILE-COST-CENTER       TO PEND-COST-CENTER.
008797     MOVE AFMO-OPER-KEY          TO PEND-REQUESTED-BY.
008798     MOVE AFMO-TODAY-DISPLAY     TO PEND-REQUESTED-DATE.

008799     EXEC CICS WRITE FILE('PENDCHG')
008800         FROM(PENDING-CHANGE-RECORD)
008801         RIDFLD(PEND-REQUEST-ID)
008802         RESP(AFMO-RESP)
008803     END-EXEC.

008804     IF AFMO-RESP = DFHRESP(DUPREC)
008805         MOVE "APPROVAL QUEUE BUSY - PRESS PF2 AGAIN"
008806             TO AFMO-ERROR-MESSAGE
008807         GO TO 6300-EXIT
008808     END-IF.

008809     IF AFMO-RESP NOT = DFHRESP(NORMAL)
008810         MOVE "UNABLE TO QUEUE DELETE FOR APPROVAL"
008811             TO AFMO-ERROR-MESSAGE
008812         GO TO 6300-EXIT
008813     END-IF.

008814     PERFORM 6450-LOAD-PENDING-AUDIT-IMAGES
008815         THRU 6450-EXIT.
008816     MOVE "PNDREQ" TO AFMO-AUDIT-ACTION.
008817     PERFORM 6500-WRITE-AUDIT-RECORD
008818         THRU 6500-EXIT.

008819     PERFORM 6250-SET-PEND-REASON-TEXT
008820         THRU 6250-EXIT.
008821     MOVE SPACES TO AFMO-ERROR-MESSAGE.
008822     STRING "APPROVAL NEEDED (" DELIMITED BY SIZE
008823         AFMO-PEND-REASON-TEXT DELIMITED BY "  "
008824         ") - QUEUED AS " PEND-REQUEST-ID
008825         DELIMITED BY SIZE
008826         INTO AFMO-ERROR-MESSAGE.

008827 6300-EXIT.
008828     EXIT.

008829 6350-TEST-ONE-PENDING-REQUEST.

008830     EXEC CICS READNEXT FILE('PENDCHG')
008831         INTO(PENDING-CHANGE-RECORD)
008832         RIDFLD(AFMO-PEND-KEY)
008833         RESP(AFMO-RESP)
008834     END-EXEC.

008835     IF AFMO-RESP NOT = DFHRESP(NORMAL)
008836         SET AFMO-PEND-BROWSE-DONE TO TRUE
008837         GO TO 6350-EXIT
008838     END-IF.

008839     IF PEND-PENDING
008840             AND PEND-DIRECTORY-NAME = FILE-DIRECTORY-NAME
008841             AND PEND-FILE-NAME = FILE-NAME
008842         SET AFMO-PEND-FOUND TO TRUE
008843     END-IF.

008844 6350-EXIT.
008845     EXIT.

008846*****************************************************************
008847*    6400-CLEAR-AUDIT-IMAGES
008848*    RESETS THE BEFORE/AFTER IMAGE WORK AREA AHEAD OF AN
008849*    AUDITED ONLINE CATALOG CHANGE.
008850*****************************************************************
008851 6400-CLEAR-AUDIT-IMAGES.

008852     MOVE SPACES TO AFMO-AUD-OLD-FILE-NAME
008853                    AFMO-AUD-OLD-FILE-TYPE
008854                    AFMO-AUD-OLD-MOD-DATE
008855                    AFMO-AUD-NEW-FILE-NAME
008856                    AFMO-AUD-NEW-FILE-TYPE
008857                    AFMO-AUD-NEW-MOD-DATE
008858                    AFMO-AUD-COST-CENTER.
008859     MOVE ZERO   TO AFMO-AUD-OLD-FILE-SIZE
008860                    AFMO-AUD-NEW-FILE-SIZE.

008861 6400-EXIT.
008862     EXIT.

008863*****************************************************************
008864*    6450-LOAD-PENDING-AUDIT-IMAGES
008865*    FILLS THE AUDIT IMAGES FOR A PNDREQ/PNDAPR/PNDREJ RECORD
008866*    FROM THE REQUEST IN PENDING-CHANGE-RECORD - THE ENTRY AS
008867*    REQUESTED ON THE BEFORE SIDE, THE REQUEST ID, REQUESTER
008868*    AND DATE REQUESTED ON THE AFTER SIDE (SEE AFMAUDIT) - AND
008869*    POINTS FILE-NAME/AFMO-TARGET-DIRECTORY AT THE ENTRY, SO
008870*    6500 RECORDS BOTH OPERATORS AGAINST IT.
008871*****************************************************************
008872 6450-LOAD-PENDING-AUDIT-IMAGES.

008873     PERFORM 6400-CLEAR-AUDIT-IMAGES
008874         THRU 6400-EXIT.
008875     MOVE PEND-FILE-NAME         TO AFMO-AUD-OLD-FILE-NAME.
008876     MOVE PEND-FILE-SIZE         TO AFMO-AUD-OLD-FILE-SIZE.
008877     MOVE PEND-FILE-TYPE         TO AFMO-AUD-OLD-FILE-TYPE.
008878     MOVE PEND-MODIFICATION-DATE TO AFMO-AUD-OLD-MOD-DATE.
008879     MOVE PEND-REQUEST-ID        TO AFMO-AUD-NEW-FILE-NAME.
008880     MOVE PEND-REQUESTED-BY      TO AFMO-AUD-NEW-FILE-TYPE.
008881     MOVE PEND-REQUESTED-DATE    TO AFMO-AUD-NEW-MOD-DATE.
008882     MOVE PEND-COST-CENTER       TO AFMO-AUD-COST-CENTER.
008883     MOVE PEND-DIRECTORY-NAME    TO AFMO-TARGET-DIRECTORY.
008884     MOVE PEND-FILE-NAME         TO FILE-NAME.

008885 6450-EXIT.
008886     EXIT.

008887*****************************************************************
008888*    6500-WRITE-AUDIT-RECORD
008889*    WRITES ONE AUDIT-TRAIL ENTRY FOR THE ONLINE CATALOG
008890*    CHANGE JUST MADE.  THE CALLER SETS AFMO-AUDIT-ACTION (NOT
008891*    AUDIT-ACTION-CODE DIRECTLY - MOVE SPACES TO AUDIT-TRAIL-
008892*    RECORD BELOW WOULD ONLY BLANK IT RIGHT BACK OUT) BEFORE
008893*    PERFORMING THIS PARAGRAPH.  OPERATOR ID COMES FROM THE
008894*    SIGNED-ON CICS USERID, TERMINAL FROM EIBTRMID.
008895*****************************************************************
008896 6500-WRITE-AUDIT-RECORD.

008897     MOVE SPACES TO AUDIT-TRAIL-RECORD.
008898     MOVE AFMO-AUDIT-ACTION TO AUDIT-ACTION-CODE.
008900     MOVE FILE-NAME TO AUDIT-FILE-NAME.
008910     MOVE AFMO-TARGET-DIRECTORY TO AUDIT-DIRECTORY-NAME.
008920     MOVE AFMO-AUD-OLD-FILE-NAME TO AUDIT-OLD-FILE-NAME.
008990     MOVE AFMO-AUD-NEW-FILE-TYPE TO AUDIT-NEW-FILE-TYPE.
009000     MOVE AFMO-AUD-NEW-MOD-DATE
009010         TO AUDIT-NEW-MODIFICATION-DATE.
009015     MOVE AFMO-AUD-COST-CENTER TO AUDIT-COST-CENTER.

009020     PERFORM 3500-GET-CURRENT-TIMESTAMP
009030         THRU 3500-EXIT.
009160 6500-EXIT.
009170     EXIT.

009171*****************************************************************
009172*    6600-POST-DIRECTORY-USAGE
009173*    APPLIES ONE CREATE OR DELETE JUST MADE ON THIS SCREEN TO
009174*    THE DIRECTORY.USAGE RECORD OF AFMO-USG-DIRECTORY (CICS
009175*    FILE DIRUSAGE) - THE SAME POSTING ADVANCED-FILE-MANAGER
009176*    MAKES IN 5400, SO THE CAPACITY EDITS ON BOTH SIDES SEE
009177*    ONLINE CHANGES.  THE CALLER SETS AFMO-USG-COUNT-CHANGE
009178*    AND AFMO-USG-BYTES-CHANGE, EITHER OF WHICH MAY BE
009179*    NEGATIVE.  THE READ FOR UPDATE HOLDS THE RECORD AGAINST
009180*    A CONCURRENT POSTING UNTIL THE REWRITE.  A DIRECTORY
009181*    WITHOUT A RECORD GETS ONE; A TOTAL THAT WOULD GO BELOW
009182*    ZERO IS HELD AT ZERO FOR VERIFY TO REPORT.  A FAILED
009183*    POSTING DOES NOT BACK OUT THE CATALOG CHANGE.
009184*****************************************************************
009185 6600-POST-DIRECTORY-USAGE.

009186     PERFORM 3500-GET-CURRENT-TIMESTAMP
009187         THRU 3500-EXIT.

009188     MOVE AFMO-USG-DIRECTORY TO AFMO-DUSG-KEY.
009189     EXEC CICS READ FILE('DIRUSAGE')
009190         INTO(DIRECTORY-USAGE-RECORD)
009191         RIDFLD(AFMO-DUSG-KEY)
009192         UPDATE
009193         RESP(AFMO-RESP)
009194     END-EXEC.

009195     IF AFMO-RESP = DFHRESP(NORMAL)
009196         MOVE "Y" TO AFMO-USG-FOUND-FLAG
009197     ELSE
009198         MOVE "N" TO AFMO-USG-FOUND-FLAG
009199         MOVE SPACES             TO DIRECTORY-USAGE-RECORD
009200         MOVE AFMO-USG-DIRECTORY TO DUSG-DIRECTORY-NAME
009201         MOVE ZERO               TO DUSG-ENTRY-COUNT
009202                                    DUSG-TOTAL-BYTES
009203     END-IF.

009204     COMPUTE AFMO-USG-NEW-COUNT =
009205         DUSG-ENTRY-COUNT + AFMO-USG-COUNT-CHANGE.
009206     COMPUTE AFMO-USG-NEW-BYTES =
009207         DUSG-TOTAL-BYTES + AFMO-USG-BYTES-CHANGE.
009208     IF AFMO-USG-NEW-COUNT < ZERO
009209         MOVE ZERO TO AFMO-USG-NEW-COUNT
009210     END-IF.
009211     IF AFMO-USG-NEW-BYTES < ZERO
009212         MOVE ZERO TO AFMO-USG-NEW-BYTES
009213     END-IF.

009214     MOVE AFMO-USG-NEW-COUNT TO DUSG-ENTRY-COUNT.
009215     MOVE AFMO-USG-NEW-BYTES TO DUSG-TOTAL-BYTES.
009216     MOVE AFMO-TODAY-DISPLAY TO DUSG-LAST-UPDATE-DATE.
009217     MOVE AFMO-NOW-DISPLAY   TO DUSG-LAST-UPDATE-TIME.
009218     MOVE "AFMONLIN"         TO DUSG-LAST-UPDATE-BY.

009219     IF AFMO-USG-FOUND
009220         EXEC CICS REWRITE FILE('DIRUSAGE')
009221             FROM(DIRECTORY-USAGE-RECORD)
009222             RESP(AFMO-RESP)
009223         END-EXEC
009224     ELSE
009225         EXEC CICS WRITE FILE('DIRUSAGE')
009226             FROM(DIRECTORY-USAGE-RECORD)
009227             RIDFLD(AFMO-DUSG-KEY)
009228             RESP(AFMO-RESP)
009229         END-EXEC
009230     END-IF.

009231     MOVE ZERO TO AFMO-USG-COUNT-CHANGE
009232                  AFMO-USG-BYTES-CHANGE.

009233 6600-EXIT.
009234     EXIT.

009235*****************************************************************
009236*    6700-RAISE-ALERT
009237*    APPENDS ONE RECORD TO THE OPERATIONS ALERT FEED (CICS FILE
009238*    ALERTFD, DATASET ALERT.FEED.ESDS).  THE CALLER SETS
009239*    AFMO-ALRT-SEVERITY, AFMO-ALRT-CODE AND AFMO-ALRT-MESSAGE,
009240*    WHICH ARE CLEARED AGAIN HERE.  THE JOB NAME ON THE ALERT IS
009241*    THE TRANSACTION ID AND THE OPERATOR THE SIGNED-ON CICS
009242*    USERID (TERMINAL FROM EIBTRMID WHEN NONE).  A FAILED WRITE
009243*    IS IGNORED, AS FOR THE AUDIT RECORD - AN ALERT NEVER STOPS
009244*    THE OPERATOR'S ACTION.
009245*****************************************************************
009246 6700-RAISE-ALERT.

009247     MOVE SPACES TO ALERT-RECORD.
009248     MOVE AFMO-ALRT-SEVERITY    TO ALRT-SEVERITY.
009249     MOVE "AFMONLIN"            TO ALRT-SOURCE-PROGRAM.
009250     MOVE EIBTRNID              TO ALRT-JOB-NAME.
009251     MOVE AFMO-ALRT-CODE        TO ALRT-CODE.
009252     MOVE AFMO-TARGET-DIRECTORY TO ALRT-DIRECTORY-NAME.
009253     MOVE FILE-NAME             TO ALRT-FILE-NAME.
009254     MOVE AFMO-ALRT-MESSAGE     TO ALRT-MESSAGE-TEXT.

009255     PERFORM 3500-GET-CURRENT-TIMESTAMP
009256         THRU 3500-EXIT.
009257     MOVE AFMO-TODAY-DISPLAY TO ALRT-DATE.
009258     MOVE AFMO-NOW-DISPLAY   TO ALRT-TIME.

009259     EXEC CICS ASSIGN
009260         USERID(ALRT-OPERATOR-ID)
009261     END-EXEC.
009262     IF ALRT-OPERATOR-ID = SPACES
009263         MOVE EIBTRMID TO ALRT-OPERATOR-ID
009264     END-IF.

009265     EXEC CICS WRITE FILE('ALERTFD')
009266         FROM(ALERT-RECORD)
009267         RESP(AFMO-RESP)
009268     END-EXEC.

009269     MOVE SPACES TO AFMO-ALRT-SEVERITY.
009270     MOVE SPACES TO AFMO-ALRT-CODE.
009271     MOVE SPACES TO AFMO-ALRT-MESSAGE.

009272 6700-EXIT.
009273     EXIT.

009274*****************************************************************
009275*    7000-REDISPLAY-MAP-WITH-ERROR
009276*    REDISPLAYS THE MAP WITH AFMO-ERROR-MESSAGE IN THE MESSAGE
009277*    LINE AND THE CURSOR BACK ON THE FILE NAME FIELD, INSTEAD
009278*    OF DROPPING THE OPERATOR OUT OF THE TRANSACTION ON BAD
009279*    INPUT.
009280*****************************************************************
009281 7000-REDISPLAY-MAP-WITH-ERROR.

009282     MOVE AFMO-ERROR-MESSAGE TO MSGO.

009283     EXEC CICS SEND MAP('AFMOLN1')
009284         MAPSET('AFMONLIN')
009290         FROM(AFMOLN1O)
009300         DATAONLY
009310         CURSOR
009330 7000-EXIT.
009340     EXIT.

011430*****************************************************************
011440*    8000-PROCESS-APPROVAL-KEY
011450*    ACTS ON THE PF KEY PRESSED WHILE THE DELETE APPROVAL
011460*    SCREEN (MAP AFMOLN2) IS UP - PF5 NEXT REQUEST, PF6
011470*    APPROVE, PF7 REJECT, PF3 BACK TO THE CATALOG MAP.  THE
011480*    SCREEN HAS NO ENTERABLE FIELDS, SO NO MAP IS RECEIVED -
011490*    THE REQUEST ON SCREEN IS THE ONE AFMO-COMM-PEND-KEY
011500*    CARRIES ACROSS THE PSEUDO-CONVERSATIONAL RETURN.
011510*****************************************************************
011520 8000-PROCESS-APPROVAL-KEY.

011530     MOVE SPACES TO AFMO-ERROR-MESSAGE.

011540     EVALUATE TRUE
011550         WHEN EIBAID = DFHPF3
011560             PERFORM 8600-RETURN-TO-CATALOG-MAP
011570                 THRU 8600-EXIT
011580         WHEN EIBAID = DFHPF5
011590             PERFORM 8200-SHOW-NEXT-PENDING-REQUEST
011600                 THRU 8200-EXIT
011610         WHEN EIBAID = DFHPF6
011620             PERFORM 8300-APPROVE-PENDING-DELETE
011630                 THRU 8300-EXIT
011640         WHEN EIBAID = DFHPF7
011650             PERFORM 8400-REJECT-PENDING-DELETE
011660                 THRU 8400-EXIT
011670         WHEN OTHER
011680             MOVE "INVALID PF KEY - USE PF5, PF6, PF7 OR PF3"
011690                 TO AFMO-ERROR-MESSAGE
011700             PERFORM 8500-SEND-APPROVAL-MAP
011710                 THRU 8500-EXIT
011720     END-EVALUATE.

011730 8000-EXIT.
011740     EXIT.

011750*****************************************************************
011760*    8100-START-APPROVAL-SCREEN
011770*    PF4 FROM THE CATALOG MAP (ADMIN AUTHORITY ALREADY
011780*    CHECKED) - SWITCHES THE CONVERSATION TO THE APPROVAL
011790*    SCREEN AND SHOWS THE OLDEST DELETE AWAITING APPROVAL.
011800*****************************************************************
011810 8100-START-APPROVAL-SCREEN.

011820     SET AFMO-ON-APPROVAL-SCREEN TO TRUE.
011830     MOVE SPACES TO AFMO-COMM-PEND-KEY.

011840     PERFORM 8200-SHOW-NEXT-PENDING-REQUEST
011850         THRU 8200-EXIT.

011860 8100-EXIT.
011870     EXIT.

011880*****************************************************************
011890*    8200-SHOW-NEXT-PENDING-REQUEST
011900*    BROWSES THE QUEUE FORWARD FROM THE REQUEST ON SCREEN (OR
011910*    FROM THE START) TO THE NEXT ONE STILL PENDING AND SHOWS
011920*    IT.  PAST THE LAST ONE THE SCREEN IS CLEARED, SO THE NEXT
011930*    PF5 STARTS AGAIN FROM THE OLDEST.
011940*****************************************************************
011950 8200-SHOW-NEXT-PENDING-REQUEST.

011960     MOVE "N" TO AFMO-PEND-FOUND-FLAG.
011970     MOVE "N" TO AFMO-PEND-BROWSE-FLAG.
011980     IF AFMO-COMM-PEND-KEY = SPACES
011990         MOVE LOW-VALUES TO AFMO-PEND-KEY
012000     ELSE
012010         MOVE AFMO-COMM-PEND-KEY TO AFMO-PEND-KEY
012020     END-IF.

012030     EXEC CICS STARTBR FILE('PENDCHG')
012040         RIDFLD(AFMO-PEND-KEY)
012050         GTEQ
012060         RESP(AFMO-RESP)
012070     END-EXEC.

012080     IF AFMO-RESP = DFHRESP(NORMAL)
012090         PERFORM 8250-READ-NEXT-PENDING-REQUEST
012100             THRU 8250-EXIT
012110             UNTIL AFMO-PEND-BROWSE-DONE
012120                OR AFMO-PEND-FOUND
012130         EXEC CICS ENDBR FILE('PENDCHG')
012140         END-EXEC
012150     END-IF.

012160     IF AFMO-PEND-FOUND
012170         MOVE PEND-REQUEST-ID TO AFMO-COMM-PEND-KEY
012180         MOVE "DELETE AWAITING APPROVAL - PF6 APPROVE, PF7 REJECT"
012190             TO AFMO-ERROR-MESSAGE
012200     ELSE
012210         MOVE SPACES TO AFMO-COMM-PEND-KEY
012220         MOVE "NO MORE DELETES AWAITING APPROVAL"
012230             TO AFMO-ERROR-MESSAGE
012240     END-IF.

012250     PERFORM 8500-SEND-APPROVAL-MAP
012260         THRU 8500-EXIT.

012270 8200-EXIT.
012280     EXIT.

012290 8250-READ-NEXT-PENDING-REQUEST.

012300     EXEC CICS READNEXT FILE('PENDCHG')
012310         INTO(PENDING-CHANGE-RECORD)
012320         RIDFLD(AFMO-PEND-KEY)
012330         RESP(AFMO-RESP)
012340     END-EXEC.

012350     IF AFMO-RESP NOT = DFHRESP(NORMAL)
012360         SET AFMO-PEND-BROWSE-DONE TO TRUE
012370         GO TO 8250-EXIT
012380     END-IF.

012390     IF PEND-PENDING
012400             AND PEND-REQUEST-ID NOT = AFMO-COMM-PEND-KEY
012410         SET AFMO-PEND-FOUND TO TRUE
012420     END-IF.

012430 8250-EXIT.
012440     EXIT.

012450*****************************************************************
012460*    8300-APPROVE-PENDING-DELETE
012470*    PF6 - APPROVES THE REQUEST ON SCREEN AND APPLIES THE
012480*    DELETE.  REFUSED, WITH THE REASON ON THE MESSAGE LINE,
012490*    WHEN THE OPERATOR LACKS ADMIN AUTHORITY, IS THE OPERATOR
012500*    WHO REQUESTED IT (AUDITED AS DENIED), BATCH HOLDS THE
012510*    CATALOG, THE REQUEST HAS ALREADY BEEN ACTIONED, THE
012520*    ENTRY IS UNDER LEGAL HOLD, OR THE ENTRY IS GONE OR HAS
012530*    CHANGED SINCE THE REQUEST WAS MADE - THE APPROVER MUST
012540*    SEE WHAT IS ACTUALLY DELETED.  AN APPLIED DELETE IS
012550*    AUDITED AS AN ORDINARY DELETE AND AGAIN AS PNDAPR NAMING
012560*    BOTH OPERATORS, AND THE REQUEST IS STAMPED APPROVED.
012562*    WHEN THE STAMP CANNOT BE REWRITTEN THE OPERATOR IS TOLD
012564*    THE DELETE WENT THROUGH BUT THE QUEUE DID NOT, AND NO
012566*    PNDAPR RECORD IS WRITTEN.
012570*****************************************************************
012580 8300-APPROVE-PENDING-DELETE.

012590     IF AFMO-COMM-PEND-KEY = SPACES
012600         MOVE "NO REQUEST ON SCREEN - PRESS PF5"
012610             TO AFMO-ERROR-MESSAGE
012620         PERFORM 8500-SEND-APPROVAL-MAP
012630             THRU 8500-EXIT
012640         GO TO 8300-EXIT
012650     END-IF.

012660     SET AFMO-AUTH-NEEDS-ADMIN TO TRUE.
012670     MOVE "PF6 APPROVE" TO AFMO-DENIED-ACTION-TEXT.
012680     PERFORM 2600-CHECK-OPERATOR-AUTHORITY
012690         THRU 2600-EXIT.
012700     IF AFMO-AUTH-BLOCKED
012710         PERFORM 8500-SEND-APPROVAL-MAP
012720             THRU 8500-EXIT
012730         GO TO 8300-EXIT
012740     END-IF.

012750     PERFORM 2500-CHECK-CATALOG-LOCK
012760         THRU 2500-EXIT.
012770     IF AFMO-CATALOG-LOCKED
012780         PERFORM 8500-SEND-APPROVAL-MAP
012790             THRU 8500-EXIT
012800         GO TO 8300-EXIT
012810     END-IF.

012820     MOVE AFMO-COMM-PEND-KEY TO AFMO-PEND-KEY.
012830     EXEC CICS READ FILE('PENDCHG')
012840         INTO(PENDING-CHANGE-RECORD)
012850         RIDFLD(AFMO-PEND-KEY)
012860         UPDATE
012870         RESP(AFMO-RESP)
012880     END-EXEC.

012890     IF AFMO-RESP NOT = DFHRESP(NORMAL)
012900         MOVE "REQUEST NO LONGER ON FILE - PRESS PF5"
012910             TO AFMO-ERROR-MESSAGE
012920         PERFORM 8500-SEND-APPROVAL-MAP
012930             THRU 8500-EXIT
012940         GO TO 8300-EXIT
012950     END-IF.

012960     IF NOT PEND-PENDING
012970         EXEC CICS UNLOCK FILE('PENDCHG')
012980         END-EXEC
012990         MOVE "REQUEST ALREADY ACTIONED - PRESS PF5 FOR NEXT"
013000             TO AFMO-ERROR-MESSAGE
013010         PERFORM 8500-SEND-APPROVAL-MAP
013020             THRU 8500-EXIT
013030         GO TO 8300-EXIT
013040     END-IF.

013050     IF PEND-REQUESTED-BY = AFMO-OPER-KEY
013060         EXEC CICS UNLOCK FILE('PENDCHG')
013070         END-EXEC
013080         MOVE "REQUESTER MAY NOT APPROVE OWN REQUEST"
013090             TO AFMO-ERROR-MESSAGE
013100         PERFORM 6450-LOAD-PENDING-AUDIT-IMAGES
013110             THRU 6450-EXIT
013120         MOVE "DENIED" TO AFMO-AUDIT-ACTION
013130         PERFORM 6500-WRITE-AUDIT-RECORD
013140             THRU 6500-EXIT
013141         MOVE "E"      TO AFMO-ALRT-SEVERITY
013142         MOVE "DENIED" TO AFMO-ALRT-CODE
013143         STRING "OPERATOR " AFMO-OPER-KEY
013144             " MAY NOT APPROVE OWN DELETE REQUEST "
013145             PEND-REQUEST-ID
013146             DELIMITED BY SIZE INTO AFMO-ALRT-MESSAGE
013147         PERFORM 6700-RAISE-ALERT
013148             THRU 6700-EXIT
013150         PERFORM 8500-SEND-APPROVAL-MAP
013160             THRU 8500-EXIT
013170         GO TO 8300-EXIT
013180     END-IF.

013190     MOVE PEND-DIRECTORY-NAME TO AFMO-TARGET-DIRECTORY.
013200     MOVE PEND-DIRECTORY-NAME TO FILE-DIRECTORY-NAME.
013210     MOVE PEND-FILE-NAME      TO FILE-NAME.

013220     PERFORM 6100-CHECK-LEGAL-HOLD
013230         THRU 6100-EXIT.
013240     IF AFMO-LHLD-ENTRY-HELD
013250         EXEC CICS UNLOCK FILE('PENDCHG')
013260         END-EXEC
013270         PERFORM 8500-SEND-APPROVAL-MAP
013280             THRU 8500-EXIT
013290         GO TO 8300-EXIT
013300     END-IF.

013310     EXEC CICS READ FILE('FILESTAT')
013320         INTO(FILE-STATUS-RECORD)
013330         RIDFLD(FILE-STATUS-KEY)
013340         UPDATE
013350         RESP(AFMO-RESP)
013360     END-EXEC.

013370     IF AFMO-RESP NOT = DFHRESP(NORMAL)
013380         EXEC CICS UNLOCK FILE('PENDCHG')
013390         END-EXEC
013400         MOVE "ENTRY NO LONGER IN CATALOG - REJECT THE REQUEST"
013410             TO AFMO-ERROR-MESSAGE
013420         PERFORM 8500-SEND-APPROVAL-MAP
013430             THRU 8500-EXIT
013440         GO TO 8300-EXIT
013450     END-IF.

013460     IF FILE-SIZE NOT = PEND-FILE-SIZE
013470             OR FILE-TYPE NOT = PEND-FILE-TYPE
013480             OR FILE-MODIFICATION-DATE NOT =
013490                 PEND-MODIFICATION-DATE
013500         EXEC CICS UNLOCK FILE('FILESTAT')
013510         END-EXEC
013520         EXEC CICS UNLOCK FILE('PENDCHG')
013530         END-EXEC
013540         MOVE "ENTRY CHANGED SINCE REQUEST - REJECT, RE-REQUEST"
013550             TO AFMO-ERROR-MESSAGE
013560         PERFORM 8500-SEND-APPROVAL-MAP
013570             THRU 8500-EXIT
013580         GO TO 8300-EXIT
013590     END-IF.

013600     PERFORM 6400-CLEAR-AUDIT-IMAGES
013610         THRU 6400-EXIT.
013620     MOVE FILE-NAME              TO AFMO-AUD-OLD-FILE-NAME.
013630     MOVE FILE-SIZE              TO AFMO-AUD-OLD-FILE-SIZE.
013640     MOVE FILE-TYPE              TO AFMO-AUD-OLD-FILE-TYPE.
013650     MOVE FILE-MODIFICATION-DATE TO AFMO-AUD-OLD-MOD-DATE.
013660     MOVE FILE-COST-CENTER       TO AFMO-AUD-COST-CENTER.

013670     EXEC CICS DELETE FILE('FILESTAT')
013680         RESP(AFMO-RESP)
013690     END-EXEC.

013700     IF AFMO-RESP NOT = DFHRESP(NORMAL)
013710         EXEC CICS UNLOCK FILE('PENDCHG')
013720         END-EXEC
013730         MOVE "UNABLE TO DELETE CATALOG ENTRY"
013740             TO AFMO-ERROR-MESSAGE
013750         PERFORM 8500-SEND-APPROVAL-MAP
013760             THRU 8500-EXIT
013770         GO TO 8300-EXIT
013780     END-IF.

013790     MOVE "DELETE" TO AFMO-AUDIT-ACTION.
013800     PERFORM 6500-WRITE-AUDIT-RECORD
013810         THRU 6500-EXIT.

013811     MOVE AFMO-TARGET-DIRECTORY TO AFMO-USG-DIRECTORY.
013812     MOVE -1                    TO AFMO-USG-COUNT-CHANGE.
013813     IF AFMO-AUD-OLD-FILE-SIZE NUMERIC
013814         COMPUTE AFMO-USG-BYTES-CHANGE =
013815             ZERO - AFMO-AUD-OLD-FILE-SIZE
013816     END-IF.
013817     PERFORM 6600-POST-DIRECTORY-USAGE
013818         THRU 6600-EXIT.

013820     MOVE "A"                TO PEND-STATUS.
013830     MOVE AFMO-OPER-KEY      TO PEND-ACTIONED-BY.
013840     MOVE AFMO-TODAY-DISPLAY TO PEND-ACTIONED-DATE.
013850     EXEC CICS REWRITE FILE('PENDCHG')
013860         FROM(PENDING-CHANGE-RECORD)
013870         RESP(AFMO-RESP)
013880     END-EXEC.
013881     IF AFMO-RESP NOT = DFHRESP(NORMAL)
013882         MOVE "DELETE APPLIED BUT APPROVAL QUEUE NOT UPDATED"
013883             TO AFMO-ERROR-MESSAGE
013884         PERFORM 8500-SEND-APPROVAL-MAP
013885             THRU 8500-EXIT
013886         GO TO 8300-EXIT
013887     END-IF.

013890     PERFORM 6450-LOAD-PENDING-AUDIT-IMAGES
013900         THRU 6450-EXIT.
013910     MOVE "PNDAPR" TO AFMO-AUDIT-ACTION.
013920     PERFORM 6500-WRITE-AUDIT-RECORD
013930         THRU 6500-EXIT.

013940     MOVE "DELETE APPROVED AND APPLIED - PRESS PF5 FOR NEXT"
013950         TO AFMO-ERROR-MESSAGE.
013960     PERFORM 8500-SEND-APPROVAL-MAP
013970         THRU 8500-EXIT.

013980 8300-EXIT.
013990     EXIT.

014000*****************************************************************
014010*    8400-REJECT-PENDING-DELETE
014020*    PF7 - REJECTS THE REQUEST ON SCREEN, LEAVING THE ENTRY IN
014030*    THE CATALOG.  NEEDS ADMIN AUTHORITY.  THE REQUESTER MAY
014040*    REJECT (WITHDRAW) THEIR OWN REQUEST - ONLY APPROVAL NEEDS
014050*    A SECOND OPERATOR.  AUDITED AS PNDREJ NAMING BOTH
014060*    OPERATORS, AND THE REQUEST IS STAMPED REJECTED.
014070*****************************************************************
014080 8400-REJECT-PENDING-DELETE.

014090     IF AFMO-COMM-PEND-KEY = SPACES
014100         MOVE "NO REQUEST ON SCREEN - PRESS PF5"
014110             TO AFMO-ERROR-MESSAGE
014120         PERFORM 8500-SEND-APPROVAL-MAP
014130             THRU 8500-EXIT
014140         GO TO 8400-EXIT
014150     END-IF.

014160     SET AFMO-AUTH-NEEDS-ADMIN TO TRUE.
014170     MOVE "PF7 REJECT" TO AFMO-DENIED-ACTION-TEXT.
014180     PERFORM 2600-CHECK-OPERATOR-AUTHORITY
014190         THRU 2600-EXIT.
014200     IF AFMO-AUTH-BLOCKED
014210         PERFORM 8500-SEND-APPROVAL-MAP
014220             THRU 8500-EXIT
014230         GO TO 8400-EXIT
014240     END-IF.

014250     MOVE AFMO-COMM-PEND-KEY TO AFMO-PEND-KEY.
014260     EXEC CICS READ FILE('PENDCHG')
014270         INTO(PENDING-CHANGE-RECORD)
014280         RIDFLD(AFMO-PEND-KEY)
014290         UPDATE
014300         RESP(AFMO-RESP)
014310     END-EXEC.

014320     IF AFMO-RESP NOT = DFHRESP(NORMAL)
014330         MOVE "REQUEST NO LONGER ON FILE - PRESS PF5"
014340             TO AFMO-ERROR-MESSAGE
014350         PERFORM 8500-SEND-APPROVAL-MAP
014360             THRU 8500-EXIT
014370         GO TO 8400-EXIT
014380     END-IF.

014390     IF NOT PEND-PENDING
014400         EXEC CICS UNLOCK FILE('PENDCHG')
014410         END-EXEC
014420         MOVE "REQUEST ALREADY ACTIONED - PRESS PF5 FOR NEXT"
014430             TO AFMO-ERROR-MESSAGE
014440         PERFORM 8500-SEND-APPROVAL-MAP
014450             THRU 8500-EXIT
014460         GO TO 8400-EXIT
014470     END-IF.

014480     PERFORM 3500-GET-CURRENT-TIMESTAMP
014490         THRU 3500-EXIT.
014500     MOVE "R"                TO PEND-STATUS.
014510     MOVE AFMO-OPER-KEY      TO PEND-ACTIONED-BY.
014520     MOVE AFMO-TODAY-DISPLAY TO PEND-ACTIONED-DATE.
014530     EXEC CICS REWRITE FILE('PENDCHG')
014540         FROM(PENDING-CHANGE-RECORD)
014550         RESP(AFMO-RESP)
014560     END-EXEC.

014570     IF AFMO-RESP NOT = DFHRESP(NORMAL)
014580         MOVE "UNABLE TO UPDATE APPROVAL QUEUE"
014590             TO AFMO-ERROR-MESSAGE
014600         PERFORM 8500-SEND-APPROVAL-MAP
014610             THRU 8500-EXIT
014620         GO TO 8400-EXIT
014630     END-IF.

014640     PERFORM 6450-LOAD-PENDING-AUDIT-IMAGES
014650         THRU 6450-EXIT.
014660     MOVE "PNDREJ" TO AFMO-AUDIT-ACTION.
014670     PERFORM 6500-WRITE-AUDIT-RECORD
014680         THRU 6500-EXIT.

014690     MOVE "DELETE REJECTED - ENTRY KEPT - PRESS PF5 FOR NEXT"
014700         TO AFMO-ERROR-MESSAGE.
014710     PERFORM 8500-SEND-APPROVAL-MAP
014720         THRU 8500-EXIT.

014730 8400-EXIT.
014740     EXIT.

014750*****************************************************************
014760*    8500-SEND-APPROVAL-MAP
014770*    SENDS MAP AFMOLN2 SHOWING THE REQUEST AFMO-COMM-PEND-KEY
014780*    NAMES (RE-READ, SINCE WORKING-STORAGE DOES NOT SURVIVE
014790*    THE PSEUDO-CONVERSATIONAL RETURN) WITH AFMO-ERROR-MESSAGE
014800*    ON THE MESSAGE LINE.  NO REQUEST SELECTED SENDS THE
014810*    SCREEN EMPTY.
014820*****************************************************************
014830 8500-SEND-APPROVAL-MAP.

014840     MOVE SPACES TO AFMOLN2O.

014850     IF AFMO-COMM-PEND-KEY NOT = SPACES
014860         MOVE AFMO-COMM-PEND-KEY TO AFMO-PEND-KEY
014870         EXEC CICS READ FILE('PENDCHG')
014880             INTO(PENDING-CHANGE-RECORD)
014890             RIDFLD(AFMO-PEND-KEY)
014900             RESP(AFMO-RESP)
014910         END-EXEC
014920         IF AFMO-RESP = DFHRESP(NORMAL)
014930             PERFORM 6250-SET-PEND-REASON-TEXT
014940                 THRU 6250-EXIT
014950             MOVE PEND-REQUEST-ID        TO PRIDO
014960             MOVE PEND-DIRECTORY-NAME    TO PDIRO
014970             MOVE PEND-FILE-NAME         TO PNAMO
014980             MOVE PEND-FILE-SIZE         TO PSIZO
014990             MOVE PEND-FILE-TYPE         TO PTYPO
015000             MOVE PEND-MODIFICATION-DATE TO PMDTO
015010             MOVE PEND-COST-CENTER       TO PCSTO
015020             MOVE AFMO-PEND-REASON-TEXT  TO PRSNO
015030             MOVE PEND-REQUESTED-BY      TO PRBYO
015040             MOVE PEND-REQUESTED-DATE    TO PRDTO
015050         END-IF
015060     END-IF.

015070     MOVE AFMO-ERROR-MESSAGE TO PMSGO.

015080     EXEC CICS SEND MAP('AFMOLN2')
015090         MAPSET('AFMONLIN')
015100         FROM(AFMOLN2O)
015110         ERASE
015120     END-EXEC.

015130 8500-EXIT.
015140     EXIT.

015150*****************************************************************
015160*    8600-RETURN-TO-CATALOG-MAP
015170*    PF3 ON THE APPROVAL SCREEN - GOES BACK TO THE CATALOG MAP
015180*    RATHER THAN ENDING THE TRANSACTION.
015190*****************************************************************
015200 8600-RETURN-TO-CATALOG-MAP.

015210     MOVE "M" TO AFMO-COMM-SCREEN.
015220     MOVE SPACES TO AFMO-COMM-PEND-KEY.
015230     MOVE SPACES TO AFMOLN1O.
015240     MOVE "BACK FROM DELETE APPROVALS" TO MSGO.

015250     EXEC CICS SEND MAP('AFMOLN1')
015260         MAPSET('AFMONLIN')
015270         FROM(AFMOLN1O)
015280         ERASE
015290     END-EXEC.

015300 8600-EXIT.
015310     EXIT.

015320*****************************************************************
015330*    9000-END-CONVERSATION
015340*    PF3 - ENDS THE TRANSACTION.  THIS EXEC CICS RETURN CARRIES
015350*    NO TRANSID, SO ONCE 0000-MAIN-LINE FALLS THROUGH TO
015360*    GOBACK CONTROL GOES BACK TO CICS RATHER THAN RE-ARMING
015370*    AFMO - THE CALLER (2000-PROCESS-AID-KEY) MUST NOT PERFORM
015380*    9900-RETURN-TRANSID AFTER THIS PARAGRAPH.
015390*****************************************************************
015400 9000-END-CONVERSATION.

015410     EXEC CICS SEND TEXT
015420         FROM("CATALOG MAINTENANCE COMPLETE")
015430         ERASE
015440         FREEKB
015450     END-EXEC.

015460     EXEC CICS RETURN
015470     END-EXEC.

015480 9000-EXIT.
015490     EXIT.

015500*****************************************************************
015510*    9900-RETURN-TRANSID
015520*    COMMON "CONTINUE THE CONVERSATION" RETURN - RE-ARMS
015530*    TRANSACTION AFMO FOR THE OPERATOR'S NEXT PF KEY AND SETS
015540*    EIBCALEN NON-ZERO ON THE NEXT ENTRY, CARRYING THE LIST
015550*    BROWSE POSITION FORWARD IN AFMO-COMMAREA.
015560*****************************************************************
015570 9900-RETURN-TRANSID.

015580     EXEC CICS RETURN
015590         TRANSID('AFMO')
015600         COMMAREA(AFMO-COMMAREA)
015610         LENGTH(120)
015620     END-EXEC.

015630 9900-EXIT.
015640     EXIT.
