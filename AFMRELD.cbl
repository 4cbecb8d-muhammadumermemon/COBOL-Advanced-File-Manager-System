000480*                     REFUSE A REPLAY WINDOW TAKEN FROM AN
000490*                     AFMUNLD STAMP FOR A DIFFERENT
000500*                     GENERATION.
000501*    2026-10-15 JHM   THE CATALOG ENTRY NOW CARRIES ITS OWNING
000502*                     COST CENTER, PUT BACK FROM THE BACKUP
000503*                     (COPYBOOK AFMBKUP, NOW 148 BYTES).  A
000504*                     BACKUP TAKEN BEFORE THE CHANGE MUST BE
000505*                     PADDED TO 148 BYTES FIRST - ITS ENTRIES
000506*                     RELOAD WITH NO COST CENTER (UNASSIGNED).
000507*    2026-10-15 JHM   THE RELOAD ALSO REBUILDS THE DIRECTORY
000508*                     USAGE SUMMARY (DIRECTORY.USAGE, COPYBOOK
000509*                     AFMDUSG) FROM EMPTY, POSTING EVERY ENTRY
000510*                     IT WRITES TO ITS DIRECTORY'S RECORD, SO
000511*                     THE CAPACITY EDITS SEE THE RELOADED
000512*                     CATALOG.  ADVANCED-FILE-MANAGER RUN MODE
000513*                     USAGEBLD (JCL MEMBER AFMUSGBL) REBUILDS
000514*                     THE SUMMARY ON ITS OWN IF NEED BE.
000515*    2026-10-15 JHM   EVERY START AND END STAMP IS ALSO
000516*                     APPENDED TO THE RUN-HISTORY FILE
000517*                     (RUN.HISTORY, COPYBOOK AFMRHIS) FOR THE
000518*                     RUNHIST REPORT OF ADVANCED-FILE-MANAGER.
000519*    2026-10-15 JHM   A RELOAD ENDING WITH CONDITION CODE 12
000520*                     (REFUSED) OR WORSE ALSO APPENDS A RUNREF
000521*                     ALERT TO THE OPERATIONS ALERT FEED
000522*                     (ALERT.FEED, COPYBOOK AFMALRT).
000523*****************************************************************

000524 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-370.
000550 OBJECT-COMPUTER.  IBM-370.
000730         RECORD KEY IS RUNC-JOB-NAME
000740         FILE STATUS IS RELD-RUNC-IOSTAT.

000741     SELECT DIRECTORY-USAGE ASSIGN TO "DIRECTORY.USAGE"
000742         ORGANIZATION IS INDEXED
000743         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS DUSG-DIRECTORY-NAME
000745         FILE STATUS IS RELD-DUSG-IOSTAT.

000746     SELECT RUN-HISTORY ASSIGN TO "RUN.HISTORY"
000747         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS RELD-RHIS-IOSTAT.

000749     SELECT ALERT-FILE ASSIGN TO "ALERT.FEED"
000750         ORGANIZATION IS SEQUENTIAL
000751         FILE STATUS IS RELD-ALRT-IOSTAT.

000752 DATA DIVISION.
000760 FILE SECTION.

000770 FD  FILE-STATUS
000840         LABEL RECORDS ARE STANDARD.
000850     COPY AFMRUNC.

000852 FD  DIRECTORY-USAGE
000854         LABEL RECORDS ARE STANDARD.
000856     COPY AFMDUSG.

000857 FD  RUN-HISTORY
000858         LABEL RECORDS ARE STANDARD.
000859     COPY AFMRHIS.

000860 FD  ALERT-FILE
000861         LABEL RECORDS ARE STANDARD.
000862     COPY AFMALRT.

000863 WORKING-STORAGE SECTION.

000870 01  RELD-FSTAT-IOSTAT          PIC X(02).
000880 01  RELD-BKUP-IOSTAT           PIC X(02).
000890 01  RELD-RUNC-IOSTAT           PIC X(02).
000895 01  RELD-DUSG-IOSTAT           PIC X(02).
000897 01  RELD-RHIS-IOSTAT           PIC X(02).
000898 01  RELD-ALRT-IOSTAT           PIC X(02).

000900 01  RELD-TODAY-YYYYMMDD        PIC 9(08).
000910 01  RELD-TODAY-DISPLAY.
001190 01  RELD-FORCE-TEXT            PIC X(08).
001200         88  RELD-FORCE-GIVEN                   VALUE "FORCE".

001201*----------------------------------------------------------------
001202*    THE STAMP BEING APPENDED TO RUN.HISTORY BY 4300 - THE
001203*    EVENT AND THE START STAMP OF THIS RUN AS THE RUN-CONTROL
001204*    ENTRY HOLDS IT.
001205*----------------------------------------------------------------
001206 01  RELD-RHIS-EVENT            PIC X(01)   VALUE "S".
001207         88  RELD-RHIS-EVENT-START              VALUE "S".
001208         88  RELD-RHIS-EVENT-END                VALUE "E".
001209 01  RELD-RHIS-START-DATE       PIC X(10).
001210 01  RELD-RHIS-START-TIME       PIC X(08).

001211 01  RELD-BACKUP-EOF-FLAG       PIC X(01)   VALUE "N".
001220         88  NO-MORE-BACKUP-RECORDS            VALUE "Y".

001230 01  RELD-STOP-FLAG             PIC X(01)   VALUE "N".
001240         88  RELD-RUN-STOPPED                   VALUE "Y".
001243 01  RELD-USAGE-SKIP-FLAG       PIC X(01)   VALUE "N".
001246         88  RELD-USAGE-SKIPPED                 VALUE "Y".

001250 01  RELD-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
001260 01  RELD-WRITTEN-COUNT         PIC 9(07)   COMP VALUE ZERO.
001265 01  RELD-USG-DIRECTORY-COUNT   PIC 9(07)   COMP VALUE ZERO.

001266*----------------------------------------------------------------
001267*    THE RUNREF ALERT APPENDED TO ALERT.FEED BY 4400.
001268*----------------------------------------------------------------
001269 01  RELD-ALRT-COND-CODE        PIC 9(04)   VALUE ZERO.
001270 01  RELD-OPERATOR-ID           PIC X(08)   VALUE SPACES.

001271 LINKAGE SECTION.
001280*----------------------------------------------------------------
001290*    PARM TEXT FROM THE EXEC CARD (SEE JCL MEMBER AFMRELD) -
001300*    "YYYYMMDD" NAMES THE BACKUP GENERATION TO RELOAD FROM,
001580         THRU 4100-EXIT.

001590 0000-EXIT.
001593     PERFORM 4400-ALERT-REFUSED-RUN
001596         THRU 4400-EXIT.
001600     GOBACK.

001610*****************************************************************
002270*    UNLOADING DEFINITION USED, SO EACH RECORD IS WRITTEN BY
002280*    KEY.  RECORD COUNTS ARE REPORTED ON BOTH SIDES AND ANY
002290*    MISMATCH ENDS THE STEP WITH A NON-ZERO CONDITION CODE.
002292*    THE DIRECTORY.USAGE SUMMARY IS REBUILT FROM EMPTY IN THE
002294*    SAME PASS, EACH RECORD WRITTEN BEING POSTED TO ITS
002296*    DIRECTORY'S TOTALS (3300).
002297*    A DIRECTORY.USAGE THAT CANNOT BE OPENED IS NOT POSTED AND
002298*    ENDS THE STEP WITH CONDITION CODE 8, AS AN INCOMPLETE
002299*    RELOAD DOES - THE RECOVER RUN WILL NOT ROLL FORWARD ONTO
002300*    IT UNTIL THE RELOAD IS RERUN CLEAN.
002301*****************************************************************
002310 3000-RELOAD-CATALOG.

002320     MOVE "N" TO RELD-BACKUP-EOF-FLAG.

002400     OPEN OUTPUT FILE-STATUS.

002401     MOVE "N" TO RELD-USAGE-SKIP-FLAG.
002402     OPEN OUTPUT DIRECTORY-USAGE.
002403     CLOSE DIRECTORY-USAGE.
002404     OPEN I-O DIRECTORY-USAGE.
002405     IF RELD-DUSG-IOSTAT NOT = "00"
002406         DISPLAY "UNABLE TO OPEN DIRECTORY.USAGE - STATUS "
002407             RELD-DUSG-IOSTAT
002408         DISPLAY "USAGE SUMMARY NOT REBUILT - CORRECT "
002409             "DIRECTORY.USAGE AND RERUN THE RELOAD WITH FORCE"
002410         MOVE 8 TO RETURN-CODE
002411         SET RELD-USAGE-SKIPPED TO TRUE
002412     END-IF.

002413     PERFORM 3100-READ-NEXT-BACKUP-RECORD
002420         THRU 3100-EXIT.

002430     PERFORM 3200-LOAD-ONE-CATALOG-RECORD

002460     CLOSE BACKUP-FILE.
002470     CLOSE FILE-STATUS.
002472     IF NOT RELD-USAGE-SKIPPED
002474         CLOSE DIRECTORY-USAGE
002476     END-IF.

002480     DISPLAY "BACKUP RECORDS READ....: " RELD-READ-COUNT.
002490     DISPLAY "CATALOG RECORDS WRITTEN: " RELD-WRITTEN-COUNT.
002495     DISPLAY "DIRECTORY USAGE RECORDS: " RELD-USG-DIRECTORY-COUNT.

002500     IF RELD-WRITTEN-COUNT NOT = RELD-READ-COUNT
002510         DISPLAY "RELOAD INCOMPLETE - COUNTS DO NOT MATCH"
002720     MOVE BKP-FILE-MODIFICATION-DATE
002730                                 TO FILE-MODIFICATION-DATE.
002740     MOVE BKP-FILE-DIRECTORY-NAME    TO FILE-DIRECTORY-NAME.
002745     MOVE BKP-FILE-COST-CENTER       TO FILE-COST-CENTER.
002750     WRITE FILE-STATUS-RECORD
002760         INVALID KEY
002770             DISPLAY "DUPLICATE KEY SKIPPED: "
002780                 BKP-FILE-DIRECTORY-NAME " " BKP-FILE-NAME
002790         NOT INVALID KEY
002800             ADD 1 TO RELD-WRITTEN-COUNT
002802             IF NOT RELD-USAGE-SKIPPED
002804                 PERFORM 3300-POST-DIRECTORY-USAGE
002806                     THRU 3300-EXIT
002808             END-IF
002810     END-WRITE.

002820     PERFORM 3100-READ-NEXT-BACKUP-RECORD
002840 3200-EXIT.
002850     EXIT.

002851*****************************************************************
002852*    3300-POST-DIRECTORY-USAGE
002853*    ADDS THE CATALOG RECORD JUST WRITTEN TO ITS DIRECTORY'S
002854*    DIRECTORY.USAGE RECORD, STARTING ONE FOR A DIRECTORY NOT
002855*    YET SEEN.  THE READ IS BY KEY, SO THE BACKUP'S RECORD
002856*    ORDER DOES NOT MATTER.  A NON-NUMERIC SIZE COUNTS THE
002857*    ENTRY BUT ADDS NO BYTES, AS VERIFY DOES.
002858*****************************************************************
002859 3300-POST-DIRECTORY-USAGE.

002860     MOVE FILE-DIRECTORY-NAME TO DUSG-DIRECTORY-NAME.
002861     READ DIRECTORY-USAGE
002862         INVALID KEY
002863             MOVE SPACES              TO DIRECTORY-USAGE-RECORD
002864             MOVE FILE-DIRECTORY-NAME TO DUSG-DIRECTORY-NAME
002865             MOVE ZERO                TO DUSG-ENTRY-COUNT
002866                                         DUSG-TOTAL-BYTES
002867     END-READ.

002868     ADD 1 TO DUSG-ENTRY-COUNT.
002869     IF FILE-SIZE NUMERIC
002870         ADD FILE-SIZE TO DUSG-TOTAL-BYTES
002871     END-IF.
002872     MOVE RELD-TODAY-DISPLAY    TO DUSG-LAST-UPDATE-DATE.
002873     MOVE RELD-NOW-TIME-DISPLAY TO DUSG-LAST-UPDATE-TIME.
002874     MOVE "AFMRELD"             TO DUSG-LAST-UPDATE-BY.

002875     IF RELD-DUSG-IOSTAT = "00"
002876         REWRITE DIRECTORY-USAGE-RECORD
002877             INVALID KEY
002878                 DISPLAY "UNABLE TO REWRITE DIRECTORY USAGE: "
002879                     FILE-DIRECTORY-NAME
002880         END-REWRITE
002881     ELSE
002882         WRITE DIRECTORY-USAGE-RECORD
002883             INVALID KEY
002884                 DISPLAY "UNABLE TO WRITE DIRECTORY USAGE: "
002885                     FILE-DIRECTORY-NAME
002886             NOT INVALID KEY
002887                 ADD 1 TO RELD-USG-DIRECTORY-COUNT
002888         END-WRITE
002889     END-IF.

002890 3300-EXIT.
002891     EXIT.

002892*****************************************************************
002893*    4000-STAMP-RUN-START
002894*    REGISTERS THE START OF AN ACTUAL RELOAD ATTEMPT ON THE
002895*    RUN-CONTROL FILE (COPYBOOK AFMRUNC) UNDER JOB NAME
002900*    RELOAD.  THE FILE IS CREATED ON FIRST USE.
002910*****************************************************************
002920 4000-STAMP-RUN-START.

003350     CLOSE RUN-CONTROL.

003351     SET RELD-RHIS-EVENT-START TO TRUE.
003352     MOVE RELD-TODAY-DISPLAY    TO RELD-RHIS-START-DATE.
003353     MOVE RELD-NOW-TIME-DISPLAY TO RELD-RHIS-START-TIME.
003354     PERFORM 4300-WRITE-RUN-HISTORY
003355         THRU 4300-EXIT.

003360 4000-EXIT.
003370     EXIT.

003440     PERFORM 4200-GET-DATE-AND-TIME
003450         THRU 4200-EXIT.

003452     SET RELD-RHIS-EVENT-END   TO TRUE.
003454     MOVE SPACES               TO RELD-RHIS-START-DATE
003456                                  RELD-RHIS-START-TIME.

003460     OPEN I-O RUN-CONTROL.
003470     IF RELD-RUNC-IOSTAT NOT = "00"
003480         DISPLAY "UNABLE TO OPEN RUN.CONTROL FOR END STAMP"
003600         MOVE RELD-NOW-TIME-DISPLAY TO RUNC-END-TIME
003610         MOVE RELD-BACKUP-GEN-DATE  TO RUNC-BACKUP-DATE
003620         MOVE RETURN-CODE           TO RUNC-COND-CODE
003623         MOVE RUNC-START-DATE       TO RELD-RHIS-START-DATE
003626         MOVE RUNC-START-TIME       TO RELD-RHIS-START-TIME
003630         REWRITE RUN-CONTROL-RECORD
003640             INVALID KEY
003650                 DISPLAY "UNABLE TO REWRITE RUN-CONTROL ENTRY"

003680 4100-CLOSE.
003690     CLOSE RUN-CONTROL.
003693     PERFORM 4300-WRITE-RUN-HISTORY
003696         THRU 4300-EXIT.

003700 4100-EXIT.
003710     EXIT.

003810 4200-EXIT.
003820     EXIT.

003830*****************************************************************
003840*    4300-WRITE-RUN-HISTORY
003850*    APPENDS THE STAMP JUST PUT ON THE RELOAD RUN-CONTROL
003860*    ENTRY TO RUN.HISTORY (COPYBOOK AFMRHIS) - ON AN END
003870*    RECORD WITH THE START STAMP BESIDE THE END STAMP AND THE
003880*    CONDITION CODE.  A RELOAD KEEPS NO CHECKPOINT, SO THE
003890*    CHECKPOINT SEQUENCE IS ALWAYS ZERO.  THE FILE IS CREATED
003900*    ON FIRST USE; A FAILURE IS REPORTED BUT NEVER CHANGES HOW
003910*    THE STEP ENDS.
003920*****************************************************************
003930 4300-WRITE-RUN-HISTORY.

003940     OPEN EXTEND RUN-HISTORY.
003950     IF RELD-RHIS-IOSTAT = "35"
003960         CLOSE RUN-HISTORY
003970         OPEN OUTPUT RUN-HISTORY
003980     END-IF.
003990     IF RELD-RHIS-IOSTAT NOT = "00"
004000         DISPLAY "UNABLE TO OPEN RUN.HISTORY - STATUS "
004010             RELD-RHIS-IOSTAT
004020         GO TO 4300-EXIT
004030     END-IF.

004040     MOVE SPACES                TO RUN-HISTORY-RECORD.
004050     MOVE "RELOAD"              TO RHIS-JOB-NAME.
004060     MOVE RELD-RHIS-EVENT       TO RHIS-EVENT.
004070     MOVE RELD-RHIS-START-DATE  TO RHIS-START-DATE.
004080     MOVE RELD-RHIS-START-TIME  TO RHIS-START-TIME.
004090     MOVE ZERO                  TO RHIS-COND-CODE
004100                                   RHIS-CHECKPOINT-SEQUENCE.
004110     IF RELD-RHIS-EVENT-END
004120         MOVE RELD-TODAY-DISPLAY    TO RHIS-END-DATE
004130         MOVE RELD-NOW-TIME-DISPLAY TO RHIS-END-TIME
004140         MOVE RETURN-CODE           TO RHIS-COND-CODE
004150     END-IF.

004160     WRITE RUN-HISTORY-RECORD.
004170     IF RELD-RHIS-IOSTAT(1:1) NOT = "0"
004180         DISPLAY "UNABLE TO WRITE RUN.HISTORY RECORD - STATUS "
004190             RELD-RHIS-IOSTAT
004200     END-IF.

004210     CLOSE RUN-HISTORY.

004220 4300-EXIT.
004230     EXIT.

004240*****************************************************************
004250*    4400-ALERT-REFUSED-RUN
004260*    CALLED AS THE STEP ENDS, WHETHER OR NOT THE RUN GOT AS
004270*    FAR AS STAMPING RUN-CONTROL.  A RELOAD ENDING WITH
004280*    CONDITION CODE 12 (REFUSED) APPENDS AN ERROR RUNREF ALERT
004290*    TO THE OPERATIONS ALERT FEED (ALERT.FEED, COPYBOOK
004300*    AFMALRT); 16 OR MORE APPENDS A CRITICAL ONE.  THE FILE IS
004310*    CREATED ON FIRST USE; A FAILURE IS REPORTED BUT NEVER
004320*    CHANGES HOW THE STEP ENDS.
004330*****************************************************************
004340 4400-ALERT-REFUSED-RUN.

004350     IF RETURN-CODE < 12
004360         GO TO 4400-EXIT
004370     END-IF.

004380     PERFORM 4200-GET-DATE-AND-TIME
004390         THRU 4200-EXIT.
004400     ACCEPT RELD-OPERATOR-ID FROM ENVIRONMENT "USER".
004410     IF RELD-OPERATOR-ID = SPACES
004420         MOVE "UNKNOWN" TO RELD-OPERATOR-ID
004430     END-IF.

004440     OPEN EXTEND ALERT-FILE.
004450     IF RELD-ALRT-IOSTAT = "35"
004460         CLOSE ALERT-FILE
004470         OPEN OUTPUT ALERT-FILE
004480     END-IF.
004490     IF RELD-ALRT-IOSTAT NOT = "00"
004500         DISPLAY "UNABLE TO OPEN ALERT.FEED - STATUS "
004510             RELD-ALRT-IOSTAT
004520         GO TO 4400-EXIT
004530     END-IF.

004540     MOVE SPACES                TO ALERT-RECORD.
004550     MOVE RELD-TODAY-DISPLAY    TO ALRT-DATE.
004560     MOVE RELD-NOW-TIME-DISPLAY TO ALRT-TIME.
004570     IF RETURN-CODE < 16
004580         SET ALRT-SEVERITY-ERROR    TO TRUE
004590     ELSE
004600         SET ALRT-SEVERITY-CRITICAL TO TRUE
004610     END-IF.
004620     MOVE "AFMRELD"             TO ALRT-SOURCE-PROGRAM.
004630     MOVE "RELOAD"              TO ALRT-JOB-NAME.
004640     MOVE "RUNREF"              TO ALRT-CODE.
004650     MOVE RELD-OPERATOR-ID      TO ALRT-OPERATOR-ID.
004660     MOVE RETURN-CODE           TO RELD-ALRT-COND-CODE.
004670     STRING "RUN RELOAD ENDED WITH CONDITION CODE "
004680         RELD-ALRT-COND-CODE " - SEE THE STEP'S SYSOUT"
004690         DELIMITED BY SIZE INTO ALRT-MESSAGE-TEXT.

004700     WRITE ALERT-RECORD.
004710     IF RELD-ALRT-IOSTAT(1:1) NOT = "0"
004720         DISPLAY "UNABLE TO WRITE ALERT.FEED RECORD - STATUS "
004730             RELD-ALRT-IOSTAT
004740     END-IF.

004750     CLOSE ALERT-FILE.

004760 4400-EXIT.
004770     EXIT.
