002283*                     REPLAY WINDOW FROM AN AFMUNLD STAMP
002284*                     THAT BELONGS TO A DIFFERENT GENERATION
002285*                     THAN THE ONE AFMRELD PUT BACK.
002288*    2026-10-15 JHM   THE CATALOG ENTRY NOW CARRIES ITS OWNING
002291*                     COST CENTER - CARRIED TO THE BACKUP
002294*                     (COPYBOOK AFMBKUP, NOW 148 BYTES).
002295*    2026-10-15 JHM   EVERY START AND END STAMP IS ALSO
002296*                     APPENDED TO THE RUN-HISTORY FILE
002297*                     (RUN.HISTORY, COPYBOOK AFMRHIS) FOR THE
002298*                     RUNHIST REPORT OF ADVANCED-FILE-MANAGER.
002299*    2026-10-15 JHM   A MISSING CATALOG (NO BACKUP TAKEN) ALSO
002300*                     APPENDS A CRITICAL NOBACKUP ALERT TO THE
002301*                     OPERATIONS ALERT FEED (ALERT.FEED,
002302*                     COPYBOOK AFMALRT).
002303*****************************************************************

002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003770         ORGANIZATION IS SEQUENTIAL
003780         FILE STATUS IS UNLD-CKPT-IOSTAT.

003785     SELECT RUN-HISTORY ASSIGN TO "RUN.HISTORY"
003790         ORGANIZATION IS SEQUENTIAL
003795         FILE STATUS IS UNLD-RHIS-IOSTAT.

003796     SELECT ALERT-FILE ASSIGN TO "ALERT.FEED"
003797         ORGANIZATION IS SEQUENTIAL
003798         FILE STATUS IS UNLD-ALRT-IOSTAT.

003800 DATA DIVISION.
003900 FILE SECTION.

004550         LABEL RECORDS ARE STANDARD.
004560     COPY AFMCKPT.

004570 FD  RUN-HISTORY
004580         LABEL RECORDS ARE STANDARD.
004590     COPY AFMRHIS.

004592 FD  ALERT-FILE
004594         LABEL RECORDS ARE STANDARD.
004596     COPY AFMALRT.

004600 WORKING-STORAGE SECTION.

004700 01  UNLD-FSTAT-IOSTAT          PIC X(02).
004800 01  UNLD-BKUP-IOSTAT           PIC X(02).
004810 01  UNLD-RUNC-IOSTAT           PIC X(02).
004820 01  UNLD-CKPT-IOSTAT           PIC X(02).
004830 01  UNLD-RHIS-IOSTAT           PIC X(02).
004840 01  UNLD-ALRT-IOSTAT           PIC X(02).

004900 01  UNLD-BACKUP-NAME           PIC X(22).

004960*----------------------------------------------------------------
004970 01  UNLD-BACKUP-GEN-DATE       PIC X(10).

004972*----------------------------------------------------------------
004974*    THE STAMP BEING APPENDED TO RUN.HISTORY BY 3300 - THE
004976*    EVENT AND THE START STAMP OF THIS RUN AS THE RUN-CONTROL
004978*    ENTRY HOLDS IT.
004980*----------------------------------------------------------------
004982 01  UNLD-RHIS-EVENT            PIC X(01)   VALUE "S".
004984         88  UNLD-RHIS-EVENT-START              VALUE "S".
004986         88  UNLD-RHIS-EVENT-END                VALUE "E".
004988 01  UNLD-RHIS-START-DATE       PIC X(10).
004990 01  UNLD-RHIS-START-TIME       PIC X(08).

004991*----------------------------------------------------------------
004992*    THE ALERT BEING APPENDED TO ALERT.FEED BY 3400.
004993*----------------------------------------------------------------
004994 01  UNLD-ALRT-SEVERITY         PIC X(01)   VALUE SPACES.
004995 01  UNLD-ALRT-CODE             PIC X(08)   VALUE SPACES.
004996 01  UNLD-ALRT-MESSAGE          PIC X(80)   VALUE SPACES.
004997 01  UNLD-OPERATOR-ID           PIC X(08)   VALUE SPACES.

005000 01  UNLD-CATALOG-EOF-FLAG      PIC X(01)   VALUE "N".
005100         88  NO-MORE-CATALOG-RECORDS           VALUE "Y".

008100*    COPIES EVERY LIVE CATALOG ENTRY, IN KEY ORDER, TO THE
008200*    DATED BACKUP.  A MISSING CATALOG ENDS THE STEP WITH A
008300*    NON-ZERO CONDITION CODE SO THE SCHEDULER KNOWS NO
008310*    BACKUP WAS TAKEN TONIGHT, AND RAISES A CRITICAL NOBACKUP
008320*    ALERT (3400) SO OPERATIONS SEES IT ON THE ALERT FEED.
008500*****************************************************************
008600 2000-UNLOAD-CATALOG.

009000         DISPLAY "FILE-STATUS CATALOG NOT FOUND - NO BACKUP "
009100             "TAKEN"
009200         MOVE 8 TO RETURN-CODE
009210         MOVE "C"        TO UNLD-ALRT-SEVERITY
009220         MOVE "NOBACKUP" TO UNLD-ALRT-CODE
009230         MOVE "FILE-STATUS CATALOG NOT FOUND - NO BACKUP TAKEN"
009240             TO UNLD-ALRT-MESSAGE
009250         PERFORM 3400-RAISE-ALERT
009260             THRU 3400-EXIT
009300         CLOSE FILE-STATUS
009400         GO TO 2000-EXIT
009500     END-IF.
011900     MOVE FILE-CREATION-DATE     TO BKP-FILE-CREATION-DATE.
012000     MOVE FILE-MODIFICATION-DATE TO BKP-FILE-MODIFICATION-DATE.
012100     MOVE FILE-DIRECTORY-NAME    TO BKP-FILE-DIRECTORY-NAME.
012110     MOVE FILE-COST-CENTER       TO BKP-FILE-COST-CENTER.
012200     WRITE FILE-BACKUP-RECORD.
012300     ADD 1 TO UNLD-RECORD-COUNT.


017600     CLOSE RUN-CONTROL.

017610     SET UNLD-RHIS-EVENT-START TO TRUE.
017620     MOVE UNLD-TODAY-DISPLAY    TO UNLD-RHIS-START-DATE.
017630     MOVE UNLD-NOW-TIME-DISPLAY TO UNLD-RHIS-START-TIME.
017640     PERFORM 3300-WRITE-RUN-HISTORY
017650         THRU 3300-EXIT.

017700 3000-EXIT.
017800     EXIT.

020200     END-IF.
020300     CLOSE CHECKPOINT-FILE.

020310     SET UNLD-RHIS-EVENT-END   TO TRUE.
020320     MOVE SPACES               TO UNLD-RHIS-START-DATE
020330                                  UNLD-RHIS-START-TIME.

020400     OPEN I-O RUN-CONTROL.
020500     IF UNLD-RUNC-IOSTAT NOT = "00"
020600         DISPLAY "UNABLE TO OPEN RUN.CONTROL FOR END STAMP"
022000         MOVE UNLD-CHECKPOINT-SEQUENCE
022100             TO RUNC-CHECKPOINT-SEQUENCE
022150         MOVE UNLD-BACKUP-GEN-DATE  TO RUNC-BACKUP-DATE
022160         MOVE RUNC-START-DATE       TO UNLD-RHIS-START-DATE
022170         MOVE RUNC-START-TIME       TO UNLD-RHIS-START-TIME
022200         REWRITE RUN-CONTROL-RECORD
022300             INVALID KEY
022400                 DISPLAY "UNABLE TO REWRITE RUN-CONTROL ENTRY"

022700 3100-CLOSE.
022800     CLOSE RUN-CONTROL.
022810     PERFORM 3300-WRITE-RUN-HISTORY
022820         THRU 3300-EXIT.

022900 3100-EXIT.
023000     EXIT.

024000 3200-EXIT.
024100     EXIT.

024110*****************************************************************
024120*    3300-WRITE-RUN-HISTORY
024130*    APPENDS THE STAMP JUST PUT ON THE AFMUNLD RUN-CONTROL
024140*    ENTRY TO RUN.HISTORY (COPYBOOK AFMRHIS) - ON AN END
024150*    RECORD WITH THE START STAMP BESIDE THE END STAMP, THE
024160*    CONDITION CODE AND THE CHECKPOINT HIGH-WATER MARK.  THE
024170*    FILE IS CREATED ON FIRST USE; A FAILURE IS REPORTED BUT
024180*    NEVER CHANGES HOW THE STEP ENDS.
024190*****************************************************************
024200 3300-WRITE-RUN-HISTORY.

024210     OPEN EXTEND RUN-HISTORY.
024220     IF UNLD-RHIS-IOSTAT = "35"
024230         CLOSE RUN-HISTORY
024240         OPEN OUTPUT RUN-HISTORY
024250     END-IF.
024260     IF UNLD-RHIS-IOSTAT NOT = "00"
024270         DISPLAY "UNABLE TO OPEN RUN.HISTORY - STATUS "
024280             UNLD-RHIS-IOSTAT
024290         GO TO 3300-EXIT
024300     END-IF.

024310     MOVE SPACES                TO RUN-HISTORY-RECORD.
024320     MOVE "AFMUNLD"             TO RHIS-JOB-NAME.
024330     MOVE UNLD-RHIS-EVENT       TO RHIS-EVENT.
024340     MOVE UNLD-RHIS-START-DATE  TO RHIS-START-DATE.
024350     MOVE UNLD-RHIS-START-TIME  TO RHIS-START-TIME.
024360     MOVE ZERO                  TO RHIS-COND-CODE
024370                                   RHIS-CHECKPOINT-SEQUENCE.
024380     IF UNLD-RHIS-EVENT-END
024390         MOVE UNLD-TODAY-DISPLAY    TO RHIS-END-DATE
024400         MOVE UNLD-NOW-TIME-DISPLAY TO RHIS-END-TIME
024410         MOVE RETURN-CODE           TO RHIS-COND-CODE
024420         MOVE UNLD-CHECKPOINT-SEQUENCE
024430             TO RHIS-CHECKPOINT-SEQUENCE
024440     END-IF.

024450     WRITE RUN-HISTORY-RECORD.
024460     IF UNLD-RHIS-IOSTAT(1:1) NOT = "0"
024470         DISPLAY "UNABLE TO WRITE RUN.HISTORY RECORD - STATUS "
024480             UNLD-RHIS-IOSTAT
024490     END-IF.

024500     CLOSE RUN-HISTORY.

024510 3300-EXIT.
024520     EXIT.

024530*****************************************************************
024540*    3400-RAISE-ALERT
024550*    APPENDS ONE RECORD TO THE OPERATIONS ALERT FEED
024560*    (ALERT.FEED, COPYBOOK AFMALRT) FROM THE UNLD-ALRT- FIELDS.
024570*    THE FILE IS CREATED ON FIRST USE; A FAILURE IS REPORTED
024580*    BUT NEVER CHANGES HOW THE STEP ENDS.
024590*****************************************************************
024600 3400-RAISE-ALERT.

024610     PERFORM 3200-GET-DATE-AND-TIME
024620         THRU 3200-EXIT.
024630     ACCEPT UNLD-OPERATOR-ID FROM ENVIRONMENT "USER".
024640     IF UNLD-OPERATOR-ID = SPACES
024650         MOVE "UNKNOWN" TO UNLD-OPERATOR-ID
024660     END-IF.

024670     OPEN EXTEND ALERT-FILE.
024680     IF UNLD-ALRT-IOSTAT = "35"
024690         CLOSE ALERT-FILE
024700         OPEN OUTPUT ALERT-FILE
024710     END-IF.
024720     IF UNLD-ALRT-IOSTAT NOT = "00"
024730         DISPLAY "UNABLE TO OPEN ALERT.FEED - STATUS "
024740             UNLD-ALRT-IOSTAT
024750         GO TO 3400-EXIT
024760     END-IF.

024770     MOVE SPACES                TO ALERT-RECORD.
024780     MOVE UNLD-TODAY-DISPLAY    TO ALRT-DATE.
024790     MOVE UNLD-NOW-TIME-DISPLAY TO ALRT-TIME.
024800     MOVE UNLD-ALRT-SEVERITY    TO ALRT-SEVERITY.
024810     MOVE "AFMUNLD"             TO ALRT-SOURCE-PROGRAM
024820                                   ALRT-JOB-NAME.
024830     MOVE UNLD-ALRT-CODE        TO ALRT-CODE.
024840     MOVE UNLD-OPERATOR-ID      TO ALRT-OPERATOR-ID.
024850     MOVE UNLD-ALRT-MESSAGE     TO ALRT-MESSAGE-TEXT.

024860     WRITE ALERT-RECORD.
024870     IF UNLD-ALRT-IOSTAT(1:1) NOT = "0"
024880         DISPLAY "UNABLE TO WRITE ALERT.FEED RECORD - STATUS "
024890             UNLD-ALRT-IOSTAT
024900     END-IF.

024910     CLOSE ALERT-FILE.

024920 3400-EXIT.
024930     EXIT.
