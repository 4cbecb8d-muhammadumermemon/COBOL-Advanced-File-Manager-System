003330*                     AT START AND END UNDER JOB NAME
003340*                     RESUBMIT, LIKE THE OTHER JOBS IN THE
003350*                     NIGHTLY SEQUENCE.
003360*    2026-10-15 JHM   THE TRANSACTION AND SUSPENSE RECORDS NOW
003370*                     CARRY THE OWNING COST CENTER (COPYBOOKS
003380*                     AFMTRAN AND AFMTREJ) - CARRIED ACROSS ON
003390*                     RESUBMISSION LIKE THE OTHER FIELDS.
003391*    2026-10-15 JHM   ALSO PREPARES THE PROPOSAL FEED OF THE
003392*                     DISCOVERY RUN (PARM='DISCOVER' OR
003393*                     'DISCOVER,FORCE' - DISCOVER.TRANS, ALREADY
003394*                     IN TRANS.INPUT LAYOUT).  THE ON-CALL DROPS
003395*                     PROPOSALS BY DELETING THE LINE OR
003396*                     OVERTYPING ITS ACTION CODE WITH "DROP" AND
003397*                     MAY CORRECT THE REST IN PLACE; THE HEADER
003398*                     IS RE-DATED (ORIGIN DISCOVER), SEQUENCE
003399*                     NUMBERS ARE KEPT AND THE TRAILER IS
003400*                     RECOMPUTED AS FOR THE SUSPENSE FEED.
003401*    2026-10-15 JHM   EVERY START AND END STAMP IS ALSO
003402*                     APPENDED TO THE RUN-HISTORY FILE
003403*                     (RUN.HISTORY, COPYBOOK AFMRHIS) FOR THE
003404*                     RUNHIST REPORT OF ADVANCED-FILE-MANAGER.
003405*    2026-10-15 JHM   A RESUBMISSION ENDING WITH CONDITION CODE 12
003406*                     (REFUSED) OR WORSE ALSO APPENDS A RUNREF
003407*                     ALERT TO THE OPERATIONS ALERT FEED
003408*                     (ALERT.FEED, COPYBOOK AFMALRT).
003409*    2026-10-15 JHM   ALSO PREPARES THE STORAGE RECLAMATION RUN'S
003410*                     PROPOSED DELETES (PARM='RECLAIM' OR
003411*                     'RECLAIM,FORCE' - RECLAIM.TRANS, ORIGIN
003412*                     RECLAIM) THE SAME WAY AS THE DISCOVERY
003413*                     FEED, ONCE THE STORAGE OWNERS HAVE STRUCK
003414*                     THE LINES THEY WANT TO KEEP.
003415*****************************************************************

003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004640         RECORD KEY IS RUNC-JOB-NAME
004650         FILE STATUS IS RSUB-RUNC-IOSTAT.

004660     SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC RSUB-PROPOSAL-NAME
004670         ORGANIZATION IS SEQUENTIAL
004680         FILE STATUS IS RSUB-PROP-IOSTAT.

004685     SELECT RUN-HISTORY ASSIGN TO "RUN.HISTORY"
004690         ORGANIZATION IS SEQUENTIAL
004695         FILE STATUS IS RSUB-RHIS-IOSTAT.

004696     SELECT ALERT-FILE ASSIGN TO "ALERT.FEED"
004697         ORGANIZATION IS SEQUENTIAL
004698         FILE STATUS IS RSUB-ALRT-IOSTAT.

004700 DATA DIVISION.
004800 FILE SECTION.

005420         LABEL RECORDS ARE STANDARD.
005430     COPY AFMRUNC.

005435*----------------------------------------------------------------
005440*    PROPOSAL-FILE IS A FEED ALREADY IN TRANS.INPUT LAYOUT
005445*    (COPYBOOK AFMTRAN) WRITTEN BY A PROPOSING RUN OF
005450*    ADVANCED-FILE-MANAGER - ITS FILE NAME FOLLOWS THE SOURCE
005455*    NAMED ON THE PARM.  ONLY THE SEQUENCE NUMBER AND ACTION
005460*    CODE ARE LOOKED AT HERE; THE RECORD GOES ACROSS WHOLE.
005465*----------------------------------------------------------------
005470 FD  PROPOSAL-FILE
005475         LABEL RECORDS ARE STANDARD.
005480 01  PROPOSAL-RECORD.
005485     05  PROP-SEQUENCE-NUMBER    PIC 9(08).
005490     05  PROP-ACTION-CODE        PIC X(06).
005495     05  FILLER                  PIC X(178).

005496 FD  RUN-HISTORY
005497         LABEL RECORDS ARE STANDARD.
005498     COPY AFMRHIS.

005499 FD  ALERT-FILE
005500         LABEL RECORDS ARE STANDARD.
005501     COPY AFMALRT.

005502 WORKING-STORAGE SECTION.

005600 01  RSUB-REJ-IOSTAT            PIC X(02).
005700 01  RSUB-TRANS-IOSTAT          PIC X(02).
005710 01  RSUB-RUNC-IOSTAT           PIC X(02).
005720 01  RSUB-PROP-IOSTAT           PIC X(02).
005730 01  RSUB-RHIS-IOSTAT           PIC X(02).
005740 01  RSUB-ALRT-IOSTAT           PIC X(02).

005800 01  RSUB-PARM-TEXT             PIC X(78).
005900 01  RSUB-FORCE-TEXT            PIC X(08).
006000         88  RSUB-FORCE-GIVEN                   VALUE "FORCE".
006010 01  RSUB-SOURCE-TEXT           PIC X(08).
006020 01  RSUB-SOURCE-FLAG           PIC X(01)   VALUE "S".
006030         88  RSUB-SOURCE-IS-SUSPENSE            VALUE "S".
006040         88  RSUB-SOURCE-IS-PROPOSAL            VALUE "P".
006050 01  RSUB-PROPOSAL-NAME         PIC X(20)   VALUE SPACES.
006060 01  RSUB-ORIGIN-SYSTEM         PIC X(08)   VALUE "SUSPENSE".

006100 01  RSUB-REJECT-EOF-FLAG       PIC X(01)   VALUE "N".
006200         88  NO-MORE-REJECT-RECORDS             VALUE "Y".
006210 01  RSUB-PROPOSAL-EOF-FLAG     PIC X(01)   VALUE "N".
006220         88  NO-MORE-PROPOSAL-RECORDS           VALUE "Y".
006300 01  RSUB-TRAILER-FLAG          PIC X(01)   VALUE "N".
006400         88  RSUB-TRAILER-SEEN                  VALUE "Y".
006500 01  RSUB-STOP-FLAG             PIC X(01)   VALUE "N".
007760         05  FILLER                 PIC X(01)   VALUE ":".
007770         05  RSUB-NOW-SS            PIC X(02).

007772*----------------------------------------------------------------
007774*    THE STAMP BEING APPENDED TO RUN.HISTORY BY 5300 - THE
007776*    EVENT AND THE START STAMP OF THIS RUN AS THE RUN-CONTROL
007778*    ENTRY HOLDS IT.
007780*----------------------------------------------------------------
007782 01  RSUB-RHIS-EVENT            PIC X(01)   VALUE "S".
007784         88  RSUB-RHIS-EVENT-START              VALUE "S".
007786         88  RSUB-RHIS-EVENT-END                VALUE "E".
007788 01  RSUB-RHIS-START-DATE       PIC X(10).
007790 01  RSUB-RHIS-START-TIME       PIC X(08).

007791*----------------------------------------------------------------
007792*    THE RUNREF ALERT APPENDED TO ALERT.FEED BY 5400.
007793*----------------------------------------------------------------
007794 01  RSUB-ALRT-COND-CODE        PIC 9(04)   VALUE ZERO.
007795 01  RSUB-OPERATOR-ID           PIC X(08)   VALUE SPACES.

007800 LINKAGE SECTION.
007900*----------------------------------------------------------------
008000*    PARM TEXT FROM THE EXEC CARD (SEE JCL MEMBER AFMRESUB) -
008010*    "FORCE" OVERWRITES A TRANS.INPUT THAT ALREADY EXISTS.
008020*    "DISCOVER" PREPARES THE DISCOVERY RUN'S PROPOSAL FEED
008030*    INSTEAD OF TRANS.REJECT ("DISCOVER,FORCE" TO OVERWRITE).
008040*    "RECLAIM" DOES THE SAME FOR THE RECLAMATION RUN'S FEED.
008200*    MVS PRESENTS THE PARM TEXT PREFIXED BY A 2-BYTE BINARY
008300*    HALFWORD GIVING ITS LENGTH.
008400*----------------------------------------------------------------

009410     PERFORM 5000-STAMP-RUN-START
009420         THRU 5000-EXIT.
009430     IF RSUB-RUN-STOPPED
009440         GO TO 0000-EXIT
009450     END-IF.

009500     PERFORM 2000-CHECK-TRANS-INPUT-CLEAR
009600         THRU 2000-EXIT.
009800         GO TO 0000-EXIT
009900     END-IF.

009910     IF RSUB-SOURCE-IS-PROPOSAL
009920         PERFORM 6000-CHECK-PROPOSAL-COMPLETE
009930             THRU 6000-EXIT
009940         IF NOT RSUB-RUN-STOPPED
009950             PERFORM 7000-BUILD-FROM-PROPOSAL
009960                 THRU 7000-EXIT
009970         END-IF
009980         GO TO 0000-EXIT
009990     END-IF.

010000     PERFORM 3000-CHECK-SUSPENSE-COMPLETE
010010         THRU 3000-EXIT.
010200     IF RSUB-RUN-STOPPED
010300         GO TO 0000-EXIT
010400     END-IF.
010700 0000-EXIT.
010710     PERFORM 5100-STAMP-RUN-END
010720         THRU 5100-EXIT.
010730     PERFORM 5400-ALERT-REFUSED-RUN
010740         THRU 5400-EXIT.
010800     GOBACK.

010900*****************************************************************
011300     DISPLAY "SUSPENSE-FILE RESUBMISSION".
011400     DISPLAY "--------------------------".

011410     MOVE SPACES TO RSUB-PARM-TEXT
011420                    RSUB-SOURCE-TEXT
011430                    RSUB-FORCE-TEXT.
011440     IF LK-PARM-LEN > 0
011450         MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO RSUB-PARM-TEXT
011460         UNSTRING RSUB-PARM-TEXT DELIMITED BY ","
011470             INTO RSUB-SOURCE-TEXT
011480                  RSUB-FORCE-TEXT
011490     END-IF.
011500     IF RSUB-SOURCE-TEXT = "FORCE"
011510         MOVE RSUB-SOURCE-TEXT TO RSUB-FORCE-TEXT
011520         MOVE SPACES TO RSUB-SOURCE-TEXT
011530     END-IF.

011540     EVALUATE RSUB-SOURCE-TEXT
011550         WHEN SPACES
011560             SET RSUB-SOURCE-IS-SUSPENSE TO TRUE
011570         WHEN "DISCOVER"
011580             SET RSUB-SOURCE-IS-PROPOSAL TO TRUE
011590             MOVE "DISCOVER.TRANS" TO RSUB-PROPOSAL-NAME
011600             MOVE "DISCOVER"       TO RSUB-ORIGIN-SYSTEM
011602         WHEN "RECLAIM"
011604             SET RSUB-SOURCE-IS-PROPOSAL TO TRUE
011606             MOVE "RECLAIM.TRANS"  TO RSUB-PROPOSAL-NAME
011608             MOVE "RECLAIM"        TO RSUB-ORIGIN-SYSTEM
011610         WHEN OTHER
011620             DISPLAY "UNKNOWN FEED SOURCE ON THE PARM - "
011630                 RSUB-SOURCE-TEXT
011640             MOVE 12 TO RETURN-CODE
011650             SET RSUB-RUN-STOPPED TO TRUE
011660     END-EVALUATE.

012100     ACCEPT RSUB-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
012200     MOVE RSUB-TODAY-YYYYMMDD(1:4) TO RSUB-TODAY-YYYY.
024000     MOVE "HEADER"        TO TRANS-ACTION-CODE.
024100     MOVE RSUB-TODAY-DISPLAY
024200                          TO TRANS-HEADER-RUN-DATE.
024210     MOVE RSUB-ORIGIN-SYSTEM
024220                          TO TRANS-HEADER-ORIGIN-SYSTEM.
024400     WRITE TRANS-RECORD.

024500 4100-EXIT.
027000             MOVE REJ-FILE-TYPE       TO TRANS-FILE-TYPE
027100             MOVE REJ-NEW-FILE-NAME   TO TRANS-NEW-FILE-NAME
027200             MOVE REJ-DIRECTORY-NAME  TO TRANS-DIRECTORY-NAME
027210             MOVE REJ-COST-CENTER     TO TRANS-COST-CENTER
027300             WRITE TRANS-RECORD
027400             ADD 1 TO RSUB-WRITTEN-COUNT
027500             IF TRANS-FILE-SIZE NUMERIC

034000     CLOSE RUN-CONTROL.

034010     SET RSUB-RHIS-EVENT-START TO TRUE.
034020     MOVE RSUB-TODAY-DISPLAY    TO RSUB-RHIS-START-DATE.
034030     MOVE RSUB-NOW-TIME-DISPLAY TO RSUB-RHIS-START-TIME.
034040     PERFORM 5300-WRITE-RUN-HISTORY
034050         THRU 5300-EXIT.

034100 5000-EXIT.
034200     EXIT.

034900     PERFORM 5200-GET-DATE-AND-TIME
035000         THRU 5200-EXIT.

035010     SET RSUB-RHIS-EVENT-END   TO TRUE.
035020     MOVE SPACES               TO RSUB-RHIS-START-DATE
035030                                  RSUB-RHIS-START-TIME.

035100     OPEN I-O RUN-CONTROL.
035200     IF RSUB-RUNC-IOSTAT NOT = "00"
035300         DISPLAY "UNABLE TO OPEN RUN.CONTROL FOR END STAMP"
036400         MOVE RSUB-TODAY-DISPLAY    TO RUNC-END-DATE
036500         MOVE RSUB-NOW-TIME-DISPLAY TO RUNC-END-TIME
036600         MOVE RETURN-CODE           TO RUNC-COND-CODE
036610         MOVE RUNC-START-DATE       TO RSUB-RHIS-START-DATE
036620         MOVE RUNC-START-TIME       TO RSUB-RHIS-START-TIME
036700         REWRITE RUN-CONTROL-RECORD
036800             INVALID KEY
036900                 DISPLAY "UNABLE TO REWRITE RUN-CONTROL ENTRY"

037200 5100-CLOSE.
037300     CLOSE RUN-CONTROL.
037310     PERFORM 5300-WRITE-RUN-HISTORY
037320         THRU 5300-EXIT.

037400 5100-EXIT.
037500     EXIT.

038500 5200-EXIT.
038600     EXIT.

038601*****************************************************************
038602*    5300-WRITE-RUN-HISTORY
038603*    APPENDS THE STAMP JUST PUT ON THE RESUBMIT RUN-CONTROL
038604*    ENTRY TO RUN.HISTORY (COPYBOOK AFMRHIS) - ON AN END
038605*    RECORD WITH THE START STAMP BESIDE THE END STAMP AND THE
038606*    CONDITION CODE.  A RESUBMISSION KEEPS NO CHECKPOINT, SO THE
038607*    CHECKPOINT SEQUENCE IS ALWAYS ZERO.  THE FILE IS CREATED
038608*    ON FIRST USE; A FAILURE IS REPORTED BUT NEVER CHANGES HOW
038609*    THE STEP ENDS.
038610*****************************************************************
038611 5300-WRITE-RUN-HISTORY.

038612     OPEN EXTEND RUN-HISTORY.
038613     IF RSUB-RHIS-IOSTAT = "35"
038614         CLOSE RUN-HISTORY
038615         OPEN OUTPUT RUN-HISTORY
038616     END-IF.
038617     IF RSUB-RHIS-IOSTAT NOT = "00"
038618         DISPLAY "UNABLE TO OPEN RUN.HISTORY - STATUS "
038619             RSUB-RHIS-IOSTAT
038620         GO TO 5300-EXIT
038621     END-IF.

038622     MOVE SPACES                TO RUN-HISTORY-RECORD.
038623     MOVE "RESUBMIT"            TO RHIS-JOB-NAME.
038624     MOVE RSUB-RHIS-EVENT       TO RHIS-EVENT.
038625     MOVE RSUB-RHIS-START-DATE  TO RHIS-START-DATE.
038626     MOVE RSUB-RHIS-START-TIME  TO RHIS-START-TIME.
038627     MOVE ZERO                  TO RHIS-COND-CODE
038628                                   RHIS-CHECKPOINT-SEQUENCE.
038629     IF RSUB-RHIS-EVENT-END
038630         MOVE RSUB-TODAY-DISPLAY    TO RHIS-END-DATE
038631         MOVE RSUB-NOW-TIME-DISPLAY TO RHIS-END-TIME
038632         MOVE RETURN-CODE           TO RHIS-COND-CODE
038633     END-IF.

038634     WRITE RUN-HISTORY-RECORD.
038635     IF RSUB-RHIS-IOSTAT(1:1) NOT = "0"
038636         DISPLAY "UNABLE TO WRITE RUN.HISTORY RECORD - STATUS "
038637             RSUB-RHIS-IOSTAT
038638     END-IF.

038639     CLOSE RUN-HISTORY.

038640 5300-EXIT.
038641     EXIT.

038642*****************************************************************
038643*    5400-ALERT-REFUSED-RUN
038644*    CALLED AS THE STEP ENDS, WHETHER OR NOT THE RUN GOT AS
038645*    FAR AS STAMPING RUN-CONTROL.  A RESUBMISSION ENDING WITH
038646*    CONDITION CODE 12 (REFUSED) APPENDS AN ERROR RUNREF ALERT
038647*    TO THE OPERATIONS ALERT FEED (ALERT.FEED, COPYBOOK
038648*    AFMALRT); 16 OR MORE APPENDS A CRITICAL ONE.  THE FILE IS
038649*    CREATED ON FIRST USE; A FAILURE IS REPORTED BUT NEVER
038650*    CHANGES HOW THE STEP ENDS.
038651*****************************************************************
038652 5400-ALERT-REFUSED-RUN.

038653     IF RETURN-CODE < 12
038654         GO TO 5400-EXIT
038655     END-IF.

038656     PERFORM 5200-GET-DATE-AND-TIME
038657         THRU 5200-EXIT.
038658     ACCEPT RSUB-OPERATOR-ID FROM ENVIRONMENT "USER".
038659     IF RSUB-OPERATOR-ID = SPACES
038660         MOVE "UNKNOWN" TO RSUB-OPERATOR-ID
038661     END-IF.

038662     OPEN EXTEND ALERT-FILE.
038663     IF RSUB-ALRT-IOSTAT = "35"
038664         CLOSE ALERT-FILE
038665         OPEN OUTPUT ALERT-FILE
038666     END-IF.
038667     IF RSUB-ALRT-IOSTAT NOT = "00"
038668         DISPLAY "UNABLE TO OPEN ALERT.FEED - STATUS "
038669             RSUB-ALRT-IOSTAT
038670         GO TO 5400-EXIT
038671     END-IF.

038672     MOVE SPACES                TO ALERT-RECORD.
038673     MOVE RSUB-TODAY-DISPLAY    TO ALRT-DATE.
038674     MOVE RSUB-NOW-TIME-DISPLAY TO ALRT-TIME.
038675     IF RETURN-CODE < 16
038676         SET ALRT-SEVERITY-ERROR    TO TRUE
038677     ELSE
038678         SET ALRT-SEVERITY-CRITICAL TO TRUE
038679     END-IF.
038680     MOVE "AFMRESUB"            TO ALRT-SOURCE-PROGRAM.
038681     MOVE "RESUBMIT"            TO ALRT-JOB-NAME.
038682     MOVE "RUNREF"              TO ALRT-CODE.
038683     MOVE RSUB-OPERATOR-ID      TO ALRT-OPERATOR-ID.
038684     MOVE RETURN-CODE           TO RSUB-ALRT-COND-CODE.
038685     STRING "RUN RESUBMIT ENDED WITH CONDITION CODE "
038686         RSUB-ALRT-COND-CODE " - SEE THE STEP'S SYSOUT"
038687         DELIMITED BY SIZE INTO ALRT-MESSAGE-TEXT.

038688     WRITE ALERT-RECORD.
038689     IF RSUB-ALRT-IOSTAT(1:1) NOT = "0"
038690         DISPLAY "UNABLE TO WRITE ALERT.FEED RECORD - STATUS "
038691             RSUB-ALRT-IOSTAT
038692     END-IF.

038693     CLOSE ALERT-FILE.

038694 5400-EXIT.
038695     EXIT.

038700*****************************************************************
038800*    6000-CHECK-PROPOSAL-COMPLETE
038900*    A PROPOSAL FEED MUST OPEN WITH ITS HEADER AND CLOSE WITH
039000*    ITS TRAILER - A FEED MISSING EITHER IS A PROPOSING RUN
039100*    THAT DID NOT FINISH, OR A FILE CUT SHORT IN EDITING, AND
039200*    IS REFUSED RATHER THAN PREPARED FROM WHAT IS LEFT.
039300*****************************************************************
039400 6000-CHECK-PROPOSAL-COMPLETE.

039500     MOVE "N" TO RSUB-PROPOSAL-EOF-FLAG
039600                 RSUB-TRAILER-FLAG.
039700     OPEN INPUT PROPOSAL-FILE.
039800     IF RSUB-PROP-IOSTAT = "35"
039900         DISPLAY "PROPOSAL FEED NOT FOUND - " RSUB-PROPOSAL-NAME
040000         MOVE 12 TO RETURN-CODE
040100         SET RSUB-RUN-STOPPED TO TRUE
040200         CLOSE PROPOSAL-FILE
040300         GO TO 6000-EXIT
040400     END-IF.

040500     PERFORM 7100-READ-NEXT-PROPOSAL
040600         THRU 7100-EXIT.
040700     IF NO-MORE-PROPOSAL-RECORDS
040800             OR PROP-ACTION-CODE NOT = "HEADER"
040900         DISPLAY "PROPOSAL FEED DOES NOT OPEN WITH A HEADER - "
041000             RSUB-PROPOSAL-NAME
041100         MOVE 12 TO RETURN-CODE
041200         SET RSUB-RUN-STOPPED TO TRUE
041300         CLOSE PROPOSAL-FILE
041400         GO TO 6000-EXIT
041500     END-IF.

041600     PERFORM 6100-SCAN-ONE-PROPOSAL
041700         THRU 6100-EXIT
041800         UNTIL NO-MORE-PROPOSAL-RECORDS.

041900     CLOSE PROPOSAL-FILE.

042000     IF NOT RSUB-TRAILER-SEEN
042100         DISPLAY "PROPOSAL FEED HAS NO TRAILER - "
042200             RSUB-PROPOSAL-NAME " IS INCOMPLETE."
042300         DISPLAY "RERUN THE PROPOSING JOB AND REVIEW ITS "
042400             "REPORT AGAIN"
042500         MOVE 12 TO RETURN-CODE
042600         SET RSUB-RUN-STOPPED TO TRUE
042700     END-IF.

042800 6000-EXIT.
042900     EXIT.

043000 6100-SCAN-ONE-PROPOSAL.

043100     PERFORM 7100-READ-NEXT-PROPOSAL
043200         THRU 7100-EXIT.
043300     IF NOT NO-MORE-PROPOSAL-RECORDS
043400             AND PROP-ACTION-CODE = "TRAILR"
043500         SET RSUB-TRAILER-SEEN TO TRUE
043600     END-IF.

043700 6100-EXIT.
043800     EXIT.

043900*****************************************************************
044000*    7000-BUILD-FROM-PROPOSAL
044100*    SECOND PASS OVER A PROPOSAL FEED - WRITES TRANS.INPUT.  AS
044200*    FOR THE SUSPENSE FEED, THE OLD HEADER AND TRAILER ARE
044300*    DISCARDED AND REPLACED BY A HEADER DATED TODAY AND A
044400*    TRAILER BALANCED FROM WHAT WAS WRITTEN, AND DETAILS
044500*    MARKED "DROP" ARE LEFT OUT.  EVERY OTHER DETAIL IS
044600*    ALREADY IN TRANS.INPUT LAYOUT AND GOES ACROSS WHOLE, WITH
044700*    ITS SEQUENCE NUMBER AND ANY CORRECTION THE ON-CALL MADE.
044800*****************************************************************
044900 7000-BUILD-FROM-PROPOSAL.

045000     MOVE "N" TO RSUB-PROPOSAL-EOF-FLAG.
045100     MOVE ZERO TO RSUB-READ-COUNT
045200                  RSUB-WRITTEN-COUNT
045300                  RSUB-DROPPED-COUNT
045400                  RSUB-SIZE-HASH.

045500     OPEN INPUT PROPOSAL-FILE.
045600     OPEN OUTPUT TRANS-FILE.

045700     PERFORM 4100-WRITE-TRANS-HEADER
045800         THRU 4100-EXIT.

045900     PERFORM 7100-READ-NEXT-PROPOSAL
046000         THRU 7100-EXIT.

046100     PERFORM 7200-RESUBMIT-ONE-PROPOSAL
046200         THRU 7200-EXIT
046300         UNTIL NO-MORE-PROPOSAL-RECORDS.

046400     PERFORM 4400-WRITE-TRANS-TRAILER
046500         THRU 4400-EXIT.

046600     CLOSE PROPOSAL-FILE.
046700     CLOSE TRANS-FILE.

046800     DISPLAY " ".
046900     DISPLAY "PROPOSAL PREPARATION SUMMARY - "
047000         RSUB-PROPOSAL-NAME.
047100     DISPLAY "  PROPOSALS READ.......: " RSUB-READ-COUNT.
047200     DISPLAY "  PROPOSALS SUBMITTED..: " RSUB-WRITTEN-COUNT.
047300     DISPLAY "  PROPOSALS DROPPED....: " RSUB-DROPPED-COUNT.
047400     DISPLAY "  TRAILER SIZE HASH....: " RSUB-SIZE-HASH.

047500     IF RSUB-WRITTEN-COUNT = ZERO
047600         DISPLAY "NOTHING TO SUBMIT - TRANS.INPUT HOLDS AN "
047700             "EMPTY FEED"
047800         MOVE 8 TO RETURN-CODE
047900     ELSE
048000         DISPLAY "TRANS.INPUT IS READY FOR THE NIGHTLY RUN"
048100     END-IF.

048200 7000-EXIT.
048300     EXIT.

048400 7100-READ-NEXT-PROPOSAL.

048500     READ PROPOSAL-FILE
048600         AT END
048700             SET NO-MORE-PROPOSAL-RECORDS TO TRUE
048800     END-READ.

048900 7100-EXIT.
049000     EXIT.

049100 7200-RESUBMIT-ONE-PROPOSAL.

049200     EVALUATE TRUE
049300         WHEN PROP-ACTION-CODE = "HEADER"
049400             CONTINUE
049500         WHEN PROP-ACTION-CODE = "TRAILR"
049600             CONTINUE
049700         WHEN PROP-ACTION-CODE = "DROP"
049800             ADD 1 TO RSUB-READ-COUNT
049900             ADD 1 TO RSUB-DROPPED-COUNT
050000         WHEN OTHER
050100             ADD 1 TO RSUB-READ-COUNT
050200             MOVE PROPOSAL-RECORD TO TRANS-RECORD
050300             WRITE TRANS-RECORD
050400             ADD 1 TO RSUB-WRITTEN-COUNT
050500             IF TRANS-FILE-SIZE NUMERIC
050600                 ADD TRANS-FILE-SIZE TO RSUB-SIZE-HASH
050700             END-IF
050800     END-EVALUATE.

050900     PERFORM 7100-READ-NEXT-PROPOSAL
051000         THRU 7100-EXIT.

051100 7200-EXIT.
051200     EXIT.
