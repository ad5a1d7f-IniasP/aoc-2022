001134*                   RESENT STREAM AGAINST RECENT FEED DATES.
001135*                   RECON FILES FROM BEFORE THE FIELD LOAD
001136*                   WITH A ZERO CHECKSUM.
001137*   2026-10-15  IP  THE LOAD IS NOW A GATED STEP OF THE NIGHTLY
001138*                   CHAIN ON THE SHARED RUN LEDGER: IT REFUSES TO
001139*                   RUN (RETURN CODE 12) UNLESS AOC-06-2, OR
001140*                   AOC-06-MERGE AFTER A SPLIT RUN, COMPLETED
001141*                   CLEAN FOR THE FEED DATE, OR WHEN THE LOAD
001142*                   ALREADY COMPLETED FOR IT, SHORT OF A LEDGOVR
001143*                   OVERRIDE IN THE CONTROL FILE. START, END,
001144*                   RETURN CODE AND RECORD COUNTS ARE POSTED TO
001145*                   THE LEDGER, AND A RECONFILE OR MASTER THAT
001146*                   CANNOT BE OPENED NOW ENDS WITH RETURN CODE 8
001147*                   SO THE CHAIN STOPS THERE.
001148*   2026-10-15  IP  A RECON RECORD FLAGGED 'M' (A MANUAL MARKER
001149*                   POSTED FROM THE SUSPENSE WORKBENCH) NOW LOADS
001150*                   WITH MAST-MANUAL-FLAG SET, SO A RELOAD KEEPS
001151*                   THE MARKER MARKED AS AGREED BY HAND.
001152*   2026-10-15  IP  A NEW KEY NOW CARRIES ITS RUN TIMESTAMP IN
001153*                   MAST-FIRST-TIMESTAMP, AND A REPLACED KEY KEEPS
001154*                   THE ONE IT WAS FIRST LOADED UNDER, SO THE
001155*                   WAREHOUSE EXTRACT CAN TELL ADDS FROM REPLACES.
001156*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001157*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001158*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001159*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001160*                   FILE.
001161*
001162 ENVIRONMENT DIVISION.
001163 INPUT-OUTPUT SECTION.
001170 FILE-CONTROL.
001180     SELECT RECONFILE ASSIGN TO "reconout"
001190         ORGANIZATION IS LINE SEQUENTIAL
001230         ACCESS MODE IS RANDOM
001240         RECORD KEY IS MAST-KEY
001250         FILE STATUS IS WS-MST-STATUS.
001251     SELECT CTLFILE ASSIGN TO "control"
001252         ORGANIZATION IS LINE SEQUENTIAL
001253         FILE STATUS IS WS-CTL-STATUS.
001254     SELECT LEDGFILE ASSIGN TO "runledger"
001255         ORGANIZATION IS INDEXED
001256         ACCESS MODE IS DYNAMIC
001257         RECORD KEY IS LEDG-KEY
001258         FILE STATUS IS WS-LDG-STATUS.
001259     SELECT EVTFILE ASSIGN TO "eventlog"
001260         ORGANIZATION IS LINE SEQUENTIAL
001261         FILE STATUS IS WS-EVT-STATUS.
001262     SELECT ALRFILE ASSIGN TO "alertlog"
001263         ORGANIZATION IS LINE SEQUENTIAL
001264         FILE STATUS IS WS-ALR-STATUS.
001265     SELECT MCTFILE ASSIGN TO "msgcat"
001266         ORGANIZATION IS LINE SEQUENTIAL
001267         FILE STATUS IS WS-MCT-STATUS.
001268*
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  RECONFILE
001330 FD  MASTFILE
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY MARKMAST.
001351*
001352 FD  CTLFILE
001353     RECORD CONTAINS 80 CHARACTERS.
001354 01  CTL-RECORD                  PIC X(80).
001355*
001356 FD  LEDGFILE
001357     RECORD CONTAINS 80 CHARACTERS.
001358     COPY RUNLEDG.
001359*
001360 FD  EVTFILE
001361     RECORD CONTAINS 80 CHARACTERS.
001362 01  EVL-RECORD                  PIC X(80).
001363*
001364 FD  ALRFILE
001365     RECORD CONTAINS 80 CHARACTERS.
001366 01  ALR-RECORD                  PIC X(80).
001367*
001368 FD  MCTFILE
001369     RECORD CONTAINS 80 CHARACTERS.
001370     COPY MSGCAT.
001371*
001372 WORKING-STORAGE SECTION.
001380 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
001390 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
001391 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001392 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001393*
001394* THE INCOMING RECORD IS HELD HERE WHILE A REPLACED KEY'S
001395* FIRST-LOADED TIMESTAMP IS READ BACK OFF THE MASTER.
001396 01  WS-NEW-MAST-REC             PIC X(80).
001397 01  WS-KEEP-FIRST-TS            PIC 9(14)     VALUE 0.
001400*
001410 01  WS-REC-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001420     88  WS-REC-EOF                            VALUE 'Y'.
001450 01  WS-ADD-COUNT                PIC 9(5)      VALUE 0.
001460 01  WS-REPLACE-COUNT            PIC 9(5)      VALUE 0.
001470 01  WS-DROP-COUNT               PIC 9(5)      VALUE 0.
001471*
001472 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001473     88  WS-CTL-EOF                            VALUE 'Y'.
001474*
001475 01  WS-CTL-LINE.
001476     05  WS-CTL-TAG              PIC X(8).
001477     05  WS-CTL-VALUE            PIC X(40).
001478     05  FILLER                  PIC X(32)     VALUE SPACES.
001479*
001480* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
001481* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
001482* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
001483* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
001484 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 2.
001485 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
001486         "AOC-06-LOAD".
001487 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 1.
001488 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
001489         "AOC-06-MERGE".
001490 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE "AOC-06-2".
001491 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
001492 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
001493 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
001494 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
001495 01  WS-LDG-DATE                 PIC 9(8).
001496 01  WS-LDG-TIME                 PIC 9(8).
001497 01  WS-LDG-TIMESTAMP            PIC 9(14).
001498 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
001499     05  WS-LDG-TS-DATE          PIC 9(8).
001500     05  WS-LDG-TS-TIME          PIC 9(6).
001501 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001502     88  WS-LDG-EOF                            VALUE 'Y'.
001503 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
001504     88  WS-LDG-REFUSED                        VALUE 'Y'.
001505 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
001506     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
001507 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
001508     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
001509 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
001510     88  WS-LDG-POSTED                         VALUE 'Y'.
001511*
001512*----------------------------------------------------------*
001513* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
001514* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
001515* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
001516* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
001517* OVERRIDES THE DEFAULT.                                   *
001518*----------------------------------------------------------*
001519 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
001520 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
001521 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
001522     COPY EVTLOG.
001523 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
001524         "AOC-06-LOAD".
001525 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
001526 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
001527 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
001528 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
001529 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
001530 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
001531 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
001532 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
001533 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
001534 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
001535 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
001536     05  WS-EVT-TS-DATE          PIC 9(8).
001537     05  WS-EVT-TS-TIME          PIC 9(6).
001538 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
001539     88  WS-MCT-LOADED                         VALUE 'Y'.
001540 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001541     88  WS-MCT-EOF                            VALUE 'Y'.
001542 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
001543 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
001544 01  WS-MCT-TABLE.
001545     05  WS-MCT-ENTRY OCCURS 200 TIMES.
001546         10  WS-MCT-CODE         PIC 9(4).
001547         10  WS-MCT-SEVERITY     PIC X(1).
001548*
001549 PROCEDURE DIVISION.
001550*----------------------------------------------------------*
001551* 0000-MAINLINE                                            *
001552*    DRIVES THE LOAD: ONE PASS OVER RECONFILE, EACH RECORD *
001553*    POSTED TO THE MARKER MASTER, THEN THE RUN TOTALS GO   *
001554*    TO THE JOB LOG. A STEP THE RUN LEDGER REFUSES ENDS    *
001555*    WITH RETURN CODE 12, HAVING TOUCHED NO FILE; ONE LET  *
001556*    THROUGH POSTS ITS END AND COUNTS TO THE LEDGER.       *
001557*----------------------------------------------------------*
001560 0000-MAINLINE.
001561     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001571     IF WS-LDG-REFUSED
001572         MOVE 12 TO RETURN-CODE
001573         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
001574         STOP RUN
001575     END-IF.
001580     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
001590         UNTIL WS-REC-EOF.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001601     MOVE WS-READ-COUNT TO WS-LDG-RECS-IN.
001602     COMPUTE WS-LDG-RECS-OUT = WS-ADD-COUNT + WS-REPLACE-COUNT.
001603     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
001604     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
001610     STOP RUN.
001620*
001630*----------------------------------------------------------*
001650*    OPENS RECONFILE AND THE MARKER MASTER. A MASTER THAT  *
001660*    DOES NOT YET EXIST IS CREATED EMPTY AND REOPENED I-O  *
001670*    SO THE FIRST LOAD OF A NEW SITE NEEDS NO SETUP JOB.   *
001671*    THE RUN LEDGER GATE COMES FIRST, BEFORE ANY FILE IS   *
001672*    OPENED.                                               *
001680*----------------------------------------------------------*
001690 1000-INITIALIZE.
001691     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
001692     IF WS-LDG-REFUSED
001693         GO TO 1000-EXIT
001694     END-IF.
001700     OPEN INPUT RECONFILE.
001710     IF WS-REC-STATUS NOT = "00"
001720         DISPLAY "AOC-06-LOAD: RECONFILE NOT AVAILABLE, STATUS "
001730             WS-REC-STATUS
001731         MOVE 8 TO RETURN-CODE
001740         MOVE 'Y' TO WS-REC-EOF-SWITCH
001750         GO TO 1000-EXIT
001760     END-IF.
001830     IF WS-MST-STATUS NOT = "00"
001840         DISPLAY "AOC-06-LOAD: MASTER NOT AVAILABLE, STATUS "
001850             WS-MST-STATUS
001851         MOVE 8 TO RETURN-CODE
001860         MOVE 'Y' TO WS-REC-EOF-SWITCH
001870         GO TO 1000-EXIT
001880     END-IF.
001960*    FEED DATE - NON-NUMERIC (A FILE FROM BEFORE THE FIELD *
001970*    EXISTED) OR ZERO (A FEED WHOSE HDR WAS MISSING) - IS  *
001980*    DROPPED AND COUNTED RATHER THAN LOADED UNDER A BAD    *
001985*    KEY. A KEY ALREADY ON THE MASTER IS REPLACED,         *
001986*    KEEPING THE TIMESTAMP IT WAS FIRST LOADED UNDER.      *
001990*----------------------------------------------------------*
002000 2000-LOAD-ONE-RECORD.
002010     ADD 1 TO WS-READ-COUNT.
002133     ELSE
002134         MOVE ZEROS TO MAST-CHECKSUM
002135     END-IF.
002136     IF RECON-REPROC-FLAG = 'M'
002137         MOVE 'M' TO MAST-MANUAL-FLAG
002138     END-IF.
002139     MOVE RECON-RUN-TIMESTAMP TO MAST-FIRST-TIMESTAMP.
002140     WRITE MAST-RECORD.
002150     IF WS-MST-STATUS = "00"
002160         ADD 1 TO WS-ADD-COUNT
002170     ELSE
002180         IF WS-MST-STATUS = "22"
002181             MOVE MAST-RECORD TO WS-NEW-MAST-REC
002182             MOVE 0 TO WS-KEEP-FIRST-TS
002183             READ MASTFILE
002184             IF WS-MST-STATUS = "00" AND
002185                     MAST-FIRST-TIMESTAMP IS NUMERIC
002186                 MOVE MAST-FIRST-TIMESTAMP TO WS-KEEP-FIRST-TS
002187             END-IF
002188             MOVE WS-NEW-MAST-REC TO MAST-RECORD
002189             MOVE WS-KEEP-FIRST-TS TO MAST-FIRST-TIMESTAMP
002190             REWRITE MAST-RECORD
002200             ADD 1 TO WS-REPLACE-COUNT
002210         ELSE
002460         " DROPPED " WS-DROP-COUNT.
002470 9000-EXIT.
002480     EXIT.
002490*
002500*----------------------------------------------------------*
002510* 1700-CHECK-RUN-LEDGER                                    *
002520*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
002530*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
002540*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
002550*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
002560*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
002570*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
002580*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
002590*----------------------------------------------------------*
002600 1700-CHECK-RUN-LEDGER.
002610     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
002620     OPEN I-O LEDGFILE.
002630     IF WS-LDG-STATUS = "35"
002640         OPEN OUTPUT LEDGFILE
002650         CLOSE LEDGFILE
002660         OPEN I-O LEDGFILE
002670     END-IF.
002680     IF WS-LDG-STATUS NOT = "00"
002690         DISPLAY "AOC-06-LOAD: RUN LEDGER NOT AVAILABLE, "
002700             "STATUS " WS-LDG-STATUS
002710         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
002720         GO TO 1700-EXIT
002730     END-IF.
002740     IF WS-LDG-FEED-DATE = 0
002750         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
002760     END-IF.
002770     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
002780     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
002790     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
002800     READ LEDGFILE
002810         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
002820     END-READ.
002830     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
002840         DISPLAY "AOC-06-LOAD: ALREADY COMPLETED FOR "
002850             "FEED DATE " WS-LDG-FEED-DATE
002860             " - LEDGOVR NEEDED TO RERUN"
002870         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
002880         CLOSE LEDGFILE
002890         GO TO 1700-EXIT
002900     END-IF.
002910     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
002920     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
002930         DISPLAY "AOC-06-LOAD: PRIOR STEP NOT COMPLETE "
002940             "FOR FEED DATE " WS-LDG-FEED-DATE
002950             " - RESTART THE CHAIN THERE"
002960         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
002970         CLOSE LEDGFILE
002980         GO TO 1700-EXIT
002990     END-IF.
003000     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
003010 1700-EXIT.
003020     EXIT.
003030*
003040*----------------------------------------------------------*
003050* 1710-READ-LEDGER-CONTROL                                 *
003060*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
003070*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
003080*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
003090*----------------------------------------------------------*
003100 1710-READ-LEDGER-CONTROL.
003110     OPEN INPUT CTLFILE.
003120     IF WS-CTL-STATUS NOT = "00"
003130         GO TO 1710-EXIT
003140     END-IF.
003150     MOVE 'N' TO WS-CTL-EOF-SWITCH.
003160     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
003170         UNTIL WS-CTL-EOF.
003180     CLOSE CTLFILE.
003190 1710-EXIT.
003200     EXIT.
003210*
003220 1715-READ-ONE-LEDGER-ENTRY.
003230     READ CTLFILE INTO WS-CTL-LINE
003240         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
003250         NOT AT END
003260         IF WS-CTL-TAG = "LEDGDATE" AND
003270                 WS-CTL-VALUE (1:8) IS NUMERIC
003280             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
003290         END-IF
003300         IF WS-CTL-TAG = "LEDGOVR" AND
003310                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
003320                  WS-CTL-VALUE (1:3) = "ALL")
003330             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
003340         END-IF
003350     END-READ.
003360 1715-EXIT.
003370     EXIT.
003380*
003390*----------------------------------------------------------*
003400* 1720-CHECK-PRIOR-STEP                                    *
003410*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
003420*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
003430*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
003440*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
003450*    STEP THAT FOLLOWS IT.                                 *
003460*----------------------------------------------------------*
003470 1720-CHECK-PRIOR-STEP.
003480     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
003490     IF WS-LDG-PRIOR-SEQ = 0
003500         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
003510         GO TO 1720-EXIT
003520     END-IF.
003530     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
003540     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
003550     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
003560     READ LEDGFILE
003570         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
003580     END-READ.
003590     IF LEDG-STEP-COMPLETE
003600         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
003610         GO TO 1720-EXIT
003620     END-IF.
003630     IF WS-LDG-ALT-PRIOR-ID = SPACES
003640         GO TO 1720-EXIT
003650     END-IF.
003660     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
003670     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
003680     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
003690     READ LEDGFILE
003700         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
003710     END-READ.
003720     IF LEDG-STEP-COMPLETE
003730         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
003740     END-IF.
003750 1720-EXIT.
003760     EXIT.
003770*
003780*----------------------------------------------------------*
003790* 1730-FIND-LEDGER-DATE                                    *
003800*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
003810*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
003820*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
003830*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
003840*    UNDER ONE FEED DATE.                                  *
003850*----------------------------------------------------------*
003860 1730-FIND-LEDGER-DATE.
003870     IF WS-LDG-PRIOR-SEQ = 0
003880         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
003890         GO TO 1730-EXIT
003900     END-IF.
003910     MOVE LOW-VALUES TO LEDG-KEY.
003920     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
003930         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
003940     END-START.
003950     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
003960         UNTIL WS-LDG-EOF.
003970     IF WS-LDG-FEED-DATE = 0
003980         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
003990     END-IF.
004000 1730-EXIT.
004010     EXIT.
004020*
004030 1735-NOTE-ONE-LEDGER-DATE.
004040     READ LEDGFILE NEXT RECORD
004050         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
004060         NOT AT END
004070         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
004080             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
004090         END-IF
004100     END-READ.
004110 1735-EXIT.
004120     EXIT.
004130*
004140 1740-POST-LEDGER-START.
004150     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
004160     ACCEPT WS-LDG-TIME FROM TIME.
004170     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
004180     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
004190     MOVE SPACES TO LEDG-RECORD.
004200     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
004210     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
004220     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
004230     MOVE 'S' TO LEDG-STEP-STATUS.
004240     IF WS-LDG-OVERRIDDEN
004250         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
004260     ELSE
004270         MOVE 'N' TO LEDG-OVERRIDE-FLAG
004280     END-IF.
004290     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
004300     MOVE 0 TO LEDG-END-TIMESTAMP.
004310     MOVE 0 TO LEDG-RETURN-CODE.
004320     MOVE 0 TO LEDG-RECS-IN.
004330     MOVE 0 TO LEDG-RECS-OUT.
004340     WRITE LEDG-RECORD.
004350     IF WS-LDG-STATUS = "22"
004360         REWRITE LEDG-RECORD
004370     END-IF.
004380     CLOSE LEDGFILE.
004390     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
004400 1740-EXIT.
004410     EXIT.
004420*
004430*----------------------------------------------------------*
004440* 1780-POST-LEDGER-END                                     *
004450*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
004460*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
004470*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
004480*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
004490*----------------------------------------------------------*
004500 1780-POST-LEDGER-END.
004510     IF NOT WS-LDG-POSTED
004520         GO TO 1780-EXIT
004530     END-IF.
004540     MOVE RETURN-CODE TO WS-LDG-RC.
004550     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
004560     ACCEPT WS-LDG-TIME FROM TIME.
004570     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
004580     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
004590     OPEN I-O LEDGFILE.
004600     IF WS-LDG-STATUS NOT = "00"
004610         DISPLAY "AOC-06-LOAD: RUN LEDGER NOT AVAILABLE, "
004620             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
004630         GO TO 1780-EXIT
004640     END-IF.
004650     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
004660     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
004670     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
004680     READ LEDGFILE
004690         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
004700     END-READ.
004710     IF LEDG-STEP-STATUS = SPACE
004720         DISPLAY "AOC-06-LOAD: LEDGER START ENTRY GONE"
004730             " - STEP END NOT POSTED"
004740         CLOSE LEDGFILE
004750         GO TO 1780-EXIT
004760     END-IF.
004770     IF WS-LDG-RC < 8
004780         MOVE 'C' TO LEDG-STEP-STATUS
004790     ELSE
004800         MOVE 'F' TO LEDG-STEP-STATUS
004810     END-IF.
004820     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
004830     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
004840     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
004850     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
004860     REWRITE LEDG-RECORD.
004870     CLOSE LEDGFILE.
004880 1780-EXIT.
004890     EXIT.
004900*
004910*----------------------------------------------------------*
004920* 1800-WRITE-EVENT                                         *
004930*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
004940*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
004950*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
004960*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
004970*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
004980*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
004990*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
005000*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
005010*----------------------------------------------------------*
005020 1800-WRITE-EVENT.
005030     IF NOT WS-MCT-LOADED
005040         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
005050     END-IF.
005060     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
005070         VARYING WS-MCT-SUB FROM 1 BY 1
005080         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
005090     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
005100     ACCEPT WS-EVT-TIME FROM TIME.
005110     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
005120     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
005130     MOVE SPACES TO EVT-RECORD.
005140     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
005150     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
005160     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
005170     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
005180     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
005190     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
005200     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
005210     MOVE WS-EVT-TEXT TO EVT-TEXT.
005220     OPEN EXTEND EVTFILE.
005230     IF WS-EVT-STATUS = "35"
005240         OPEN OUTPUT EVTFILE
005250     END-IF.
005260     IF WS-EVT-STATUS = "00"
005270         WRITE EVL-RECORD FROM EVT-RECORD
005280         CLOSE EVTFILE
005290     ELSE
005300         DISPLAY "AOC-06-LOAD: EVENT LOG NOT AVAILABLE,"
005310             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
005320             " NOT LOGGED"
005330     END-IF.
005340     IF EVT-CRITICAL
005350         OPEN EXTEND ALRFILE
005360         IF WS-ALR-STATUS = "35"
005370             OPEN OUTPUT ALRFILE
005380         END-IF
005390         IF WS-ALR-STATUS = "00"
005400             WRITE ALR-RECORD FROM EVT-RECORD
005410             CLOSE ALRFILE
005420         ELSE
005430             DISPLAY "AOC-06-LOAD: ALERT FILE NOT AVAILABLE,"
005440                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
005450                 " NOT RAISED"
005460         END-IF
005470     END-IF.
005480     MOVE 0 TO WS-EVT-FEED-ID.
005490     MOVE 0 TO WS-EVT-FEED-DATE.
005500     MOVE 0 TO WS-EVT-STREAM-NO.
005510     MOVE SPACES TO WS-EVT-TEXT.
005520 1800-EXIT.
005530     EXIT.
005540*
005550*----------------------------------------------------------*
005560* 1810-LOAD-MSG-CATALOG                                    *
005570*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
005580*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
005590*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
005600*----------------------------------------------------------*
005610 1810-LOAD-MSG-CATALOG.
005620     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
005630     OPEN INPUT MCTFILE.
005640     IF WS-MCT-STATUS NOT = "00"
005650         GO TO 1810-EXIT
005660     END-IF.
005670     MOVE 'N' TO WS-MCT-EOF-SWITCH.
005680     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
005690         UNTIL WS-MCT-EOF.
005700     CLOSE MCTFILE.
005710 1810-EXIT.
005720     EXIT.
005730*
005740 1815-LOAD-ONE-MSG.
005750     READ MCTFILE
005760         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
005770         GO TO 1815-EXIT
005780     END-READ.
005790     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
005800         GO TO 1815-EXIT
005810     END-IF.
005820     IF WS-MCT-COUNT NOT < 200
005830         MOVE 'Y' TO WS-MCT-EOF-SWITCH
005840         GO TO 1815-EXIT
005850     END-IF.
005860     ADD 1 TO WS-MCT-COUNT.
005870     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
005880     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
005890 1815-EXIT.
005900     EXIT.
005910*
005920 1820-FIND-ONE-MSG.
005930     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
005940         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
005950     END-IF.
005960 1820-EXIT.
005970     EXIT.
005980*
005990*----------------------------------------------------------*
006000* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
006010*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
006020*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
006030*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
006040*    OTHER FAILURE.                                        *
006050*----------------------------------------------------------*
006060 1880-LOG-PROGRAM-START.
006070     MOVE 0001 TO WS-EVT-CODE.
006080     MOVE 'I' TO WS-EVT-SEVERITY.
006090     MOVE "JOB STARTED" TO WS-EVT-TEXT.
006100     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006110 1880-EXIT.
006120     EXIT.
006130*
006140 1890-LOG-PROGRAM-END.
006150     MOVE RETURN-CODE TO WS-EVT-RC.
006160     EVALUATE WS-EVT-RC
006170         WHEN 0
006180             MOVE 0002 TO WS-EVT-CODE
006190             MOVE 'I' TO WS-EVT-SEVERITY
006200         WHEN 4
006210             MOVE 0003 TO WS-EVT-CODE
006220             MOVE 'W' TO WS-EVT-SEVERITY
006230         WHEN 12
006240             MOVE 0005 TO WS-EVT-CODE
006250             MOVE 'E' TO WS-EVT-SEVERITY
006260         WHEN OTHER
006270             MOVE 0004 TO WS-EVT-CODE
006280             MOVE 'E' TO WS-EVT-SEVERITY
006290     END-EVALUATE.
006300     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
006310         WS-EVT-RC DELIMITED BY SIZE
006320         INTO WS-EVT-TEXT.
006330     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006340 1890-EXIT.
006350     EXIT.
