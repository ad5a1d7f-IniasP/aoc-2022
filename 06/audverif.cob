001290*                   SOPSIZE/SOMSIZE TAGS STILL RESIZE THOSE
001300*                   TWO. AN AUDIT TYPE THE TABLE DOES NOT
001310*                   CARRY DERIVES WITH THE MAXIMUM WINDOW.
001311*   2026-10-15  IP  THE CERTIFICATION IS NOW A GATED STEP OF THE
001312*                   NIGHTLY CHAIN ON THE SHARED RUN LEDGER: IT
001313*                   REFUSES TO RUN (RETURN CODE 12) UNLESS
001314*                   AOC-06-ACK COMPLETED CLEAN FOR THE FEED DATE,
001315*                   OR WHEN THE CERTIFICATION ALREADY COMPLETED
001316*                   FOR IT, SHORT OF A LEDGOVR OVERRIDE IN THE
001317*                   CONTROL FILE. A FAIL VERDICT NOW ENDS WITH
001318*                   RETURN CODE 8, SO THE LEDGER POSTS THE STEP
001319*                   FAILED AND THE CHAIN STOPS THERE.
001320*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001321*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001322*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001323*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001324*                   FILE. A FAILED CERTIFICATION IS LOGGED
001325*                   CRITICAL.
001326*
001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001450     SELECT CERTFILE ASSIGN TO "certrpt"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-CRT-STATUS.
001471     SELECT LEDGFILE ASSIGN TO "runledger"
001472         ORGANIZATION IS INDEXED
001473         ACCESS MODE IS DYNAMIC
001474         RECORD KEY IS LEDG-KEY
001475         FILE STATUS IS WS-LDG-STATUS.
001476     SELECT EVTFILE ASSIGN TO "eventlog"
001477         ORGANIZATION IS LINE SEQUENTIAL
001478         FILE STATUS IS WS-EVT-STATUS.
001479     SELECT ALRFILE ASSIGN TO "alertlog"
001480         ORGANIZATION IS LINE SEQUENTIAL
001481         FILE STATUS IS WS-ALR-STATUS.
001482     SELECT MCTFILE ASSIGN TO "msgcat"
001483         ORGANIZATION IS LINE SEQUENTIAL
001484         FILE STATUS IS WS-MCT-STATUS.
001485*
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  CTLFILE
001630 FD  CERTFILE
001640     RECORD CONTAINS 80 CHARACTERS.
001650 01  CRT-RECORD                  PIC X(80).
001651*
001652 FD  LEDGFILE
001653     RECORD CONTAINS 80 CHARACTERS.
001654     COPY RUNLEDG.
001655*
001656 FD  EVTFILE
001657     RECORD CONTAINS 80 CHARACTERS.
001658 01  EVL-RECORD                  PIC X(80).
001659*
001660 FD  ALRFILE
001661     RECORD CONTAINS 80 CHARACTERS.
001662 01  ALR-RECORD                  PIC X(80).
001663*
001664 FD  MCTFILE
001665     RECORD CONTAINS 80 CHARACTERS.
001666     COPY MSGCAT.
001667*
001670 WORKING-STORAGE SECTION.
001680 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001690 01  WS-AUD-STATUS               PIC X(2)      VALUE "00".
001700 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
001710 01  WS-CRT-STATUS               PIC X(2)      VALUE "00".
001711 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001720*
001730 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001740     88  WS-CTL-EOF                            VALUE 'Y'.
002460 01  WS-AGREED-COUNT             PIC 9(5)      VALUE 0.
002470 01  WS-DISAGREED-COUNT          PIC 9(5)      VALUE 0.
002480 01  WS-UNMATCHED-COUNT          PIC 9(5)      VALUE 0.
002481*
002482* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
002483* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
002484* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
002485* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
002486 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 5.
002487 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
002488         "AOC-06-VERIFY".
002489 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 4.
002490 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE "AOC-06-ACK".
002491 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
002492 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
002493 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
002494 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
002495 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
002496 01  WS-LDG-DATE                 PIC 9(8).
002497 01  WS-LDG-TIME                 PIC 9(8).
002498 01  WS-LDG-TIMESTAMP            PIC 9(14).
002499 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
002500     05  WS-LDG-TS-DATE          PIC 9(8).
002501     05  WS-LDG-TS-TIME          PIC 9(6).
002502 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002503     88  WS-LDG-EOF                            VALUE 'Y'.
002504 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
002505     88  WS-LDG-REFUSED                        VALUE 'Y'.
002506 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
002507     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
002508 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
002509     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
002510 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
002511     88  WS-LDG-POSTED                         VALUE 'Y'.
002512*
002513 01  WS-CRT-HEADER-LINE.
002514     05  FILLER                  PIC X(42)     VALUE
002520             "MARKER CERTIFICATION - AUDIT TRAIL REPLAY ".
002530     05  FILLER                  PIC X(38)     VALUE SPACES.
002540*
002940     05  WS-CRT-TRL-VERDICT      PIC X(4).
002950     05  FILLER                  PIC X(17)     VALUE SPACES.
002960*
002961*----------------------------------------------------------*
002962* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002963* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002964* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002965* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002966* OVERRIDES THE DEFAULT.                                   *
002967*----------------------------------------------------------*
002968 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002969 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002970 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002971     COPY EVTLOG.
002972 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002973         "AOC-06-VERIFY".
002974 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002975 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002976 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002977 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002978 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002979 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002980 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002981 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002982 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002983 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002984 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002985     05  WS-EVT-TS-DATE          PIC 9(8).
002986     05  WS-EVT-TS-TIME          PIC 9(6).
002987 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002988     88  WS-MCT-LOADED                         VALUE 'Y'.
002989 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002990     88  WS-MCT-EOF                            VALUE 'Y'.
002991 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002992 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002993 01  WS-MCT-TABLE.
002994     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002995         10  WS-MCT-CODE         PIC 9(4).
002996         10  WS-MCT-SEVERITY     PIC X(1).
002997*
002998 PROCEDURE DIVISION.
002999*----------------------------------------------------------*
003000* 0000-MAINLINE                                            *
003001*    REPLAYS THE AUDIT TRAIL INTO A DERIVED-RESULT TABLE,  *
003010*    TICKS THE RECON RECORDS AGAINST IT, SWEEPS FOR        *
003020*    DERIVED RESULTS NO RECON RECORD CLAIMED, AND GRADES   *
003030*    THE RUN PASS OR FAIL. A CERTIFICATION THE RUN LEDGER  *
003031*    REFUSES ENDS WITH RETURN CODE 12, HAVING WRITTEN      *
003032*    NOTHING.                                              *
003040*----------------------------------------------------------*
003050 0000-MAINLINE.
003051     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003061     IF WS-LDG-REFUSED
003062         MOVE 12 TO RETURN-CODE
003063         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
003064         STOP RUN
003065     END-IF.
003070     PERFORM 2000-REPLAY-ONE-WINDOW THRU 2000-EXIT
003080         UNTIL WS-AUD-EOF.
003090     PERFORM 4000-OPEN-RECON THRU 4000-EXIT.
003130         VARYING WS-DERIVED-SUB FROM 1 BY 1
003140         UNTIL WS-DERIVED-SUB > WS-DERIVED-COUNT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003151     COMPUTE WS-LDG-RECS-IN = WS-AGREED-COUNT
003152         + WS-DISAGREED-COUNT + WS-UNMATCHED-COUNT.
003153     MOVE WS-AGREED-COUNT TO WS-LDG-RECS-OUT.
003154     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
003155     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003160     STOP RUN.
003170*
003180 1000-INITIALIZE.
003190     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT.
003191     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
003192     IF WS-LDG-REFUSED
003193         GO TO 1000-EXIT
003194     END-IF.
003200     OPEN OUTPUT CERTFILE.
003210     WRITE CRT-RECORD FROM WS-CRT-HEADER-LINE.
003220     OPEN INPUT AUDITFILE.
006040         MOVE "PASS" TO WS-CRT-TRL-VERDICT
006050     ELSE
006060         MOVE "FAIL" TO WS-CRT-TRL-VERDICT
006061         MOVE 8 TO RETURN-CODE
006062         MOVE 0201 TO WS-EVT-CODE
006063         MOVE 'C' TO WS-EVT-SEVERITY
006064         MOVE "AUDIT TRAIL CERTIFICATION FAILED" TO WS-EVT-TEXT
006065         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
006070     END-IF.
006080     WRITE CRT-RECORD FROM WS-CRT-TRAILER-LINE.
006090     CLOSE AUDITFILE.
006110     CLOSE CERTFILE.
006120 9000-EXIT.
006130     EXIT.
006140*
006150*----------------------------------------------------------*
006160* 1700-CHECK-RUN-LEDGER                                    *
006170*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
006180*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
006190*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
006200*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
006210*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
006220*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
006230*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
006240*----------------------------------------------------------*
006250 1700-CHECK-RUN-LEDGER.
006260     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
006270     OPEN I-O LEDGFILE.
006280     IF WS-LDG-STATUS = "35"
006290         OPEN OUTPUT LEDGFILE
006300         CLOSE LEDGFILE
006310         OPEN I-O LEDGFILE
006320     END-IF.
006330     IF WS-LDG-STATUS NOT = "00"
006340         DISPLAY "AOC-06-VERIFY: RUN LEDGER NOT AVAILABLE, "
006350             "STATUS " WS-LDG-STATUS
006360         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
006370         GO TO 1700-EXIT
006380     END-IF.
006390     IF WS-LDG-FEED-DATE = 0
006400         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
006410     END-IF.
006420     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006430     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
006440     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
006450     READ LEDGFILE
006460         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
006470     END-READ.
006480     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
006490         DISPLAY "AOC-06-VERIFY: ALREADY COMPLETED FOR "
006500             "FEED DATE " WS-LDG-FEED-DATE
006510             " - LEDGOVR NEEDED TO RERUN"
006520         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
006530         CLOSE LEDGFILE
006540         GO TO 1700-EXIT
006550     END-IF.
006560     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
006570     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
006580         DISPLAY "AOC-06-VERIFY: PRIOR STEP NOT COMPLETE "
006590             "FOR FEED DATE " WS-LDG-FEED-DATE
006600             " - RESTART THE CHAIN THERE"
006610         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
006620         CLOSE LEDGFILE
006630         GO TO 1700-EXIT
006640     END-IF.
006650     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
006660 1700-EXIT.
006670     EXIT.
006680*
006690*----------------------------------------------------------*
006700* 1710-READ-LEDGER-CONTROL                                 *
006710*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
006720*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
006730*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
006740*----------------------------------------------------------*
006750 1710-READ-LEDGER-CONTROL.
006760     OPEN INPUT CTLFILE.
006770     IF WS-CTL-STATUS NOT = "00"
006780         GO TO 1710-EXIT
006790     END-IF.
006800     MOVE 'N' TO WS-CTL-EOF-SWITCH.
006810     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
006820         UNTIL WS-CTL-EOF.
006830     CLOSE CTLFILE.
006840 1710-EXIT.
006850     EXIT.
006860*
006870 1715-READ-ONE-LEDGER-ENTRY.
006880     READ CTLFILE INTO WS-CTL-LINE
006890         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
006900         NOT AT END
006910         IF WS-CTL-TAG = "LEDGDATE" AND
006920                 WS-CTL-VALUE (1:8) IS NUMERIC
006930             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
006940         END-IF
006950         IF WS-CTL-TAG = "LEDGOVR" AND
006960                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
006970                  WS-CTL-VALUE (1:3) = "ALL")
006980             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
006990         END-IF
007000     END-READ.
007010 1715-EXIT.
007020     EXIT.
007030*
007040*----------------------------------------------------------*
007050* 1720-CHECK-PRIOR-STEP                                    *
007060*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
007070*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
007080*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
007090*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
007100*    STEP THAT FOLLOWS IT.                                 *
007110*----------------------------------------------------------*
007120 1720-CHECK-PRIOR-STEP.
007130     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
007140     IF WS-LDG-PRIOR-SEQ = 0
007150         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
007160         GO TO 1720-EXIT
007170     END-IF.
007180     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
007190     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
007200     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
007210     READ LEDGFILE
007220         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
007230     END-READ.
007240     IF LEDG-STEP-COMPLETE
007250         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
007260         GO TO 1720-EXIT
007270     END-IF.
007280     IF WS-LDG-ALT-PRIOR-ID = SPACES
007290         GO TO 1720-EXIT
007300     END-IF.
007310     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
007320     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
007330     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
007340     READ LEDGFILE
007350         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
007360     END-READ.
007370     IF LEDG-STEP-COMPLETE
007380         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
007390     END-IF.
007400 1720-EXIT.
007410     EXIT.
007420*
007430*----------------------------------------------------------*
007440* 1730-FIND-LEDGER-DATE                                    *
007450*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
007460*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
007470*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
007480*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
007490*    UNDER ONE FEED DATE.                                  *
007500*----------------------------------------------------------*
007510 1730-FIND-LEDGER-DATE.
007520     IF WS-LDG-PRIOR-SEQ = 0
007530         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
007540         GO TO 1730-EXIT
007550     END-IF.
007560     MOVE LOW-VALUES TO LEDG-KEY.
007570     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
007580         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
007590     END-START.
007600     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
007610         UNTIL WS-LDG-EOF.
007620     IF WS-LDG-FEED-DATE = 0
007630         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
007640     END-IF.
007650 1730-EXIT.
007660     EXIT.
007670*
007680 1735-NOTE-ONE-LEDGER-DATE.
007690     READ LEDGFILE NEXT RECORD
007700         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
007710         NOT AT END
007720         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
007730             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
007740         END-IF
007750     END-READ.
007760 1735-EXIT.
007770     EXIT.
007780*
007790 1740-POST-LEDGER-START.
007800     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
007810     ACCEPT WS-LDG-TIME FROM TIME.
007820     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
007830     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
007840     MOVE SPACES TO LEDG-RECORD.
007850     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
007860     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
007870     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
007880     MOVE 'S' TO LEDG-STEP-STATUS.
007890     IF WS-LDG-OVERRIDDEN
007900         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
007910     ELSE
007920         MOVE 'N' TO LEDG-OVERRIDE-FLAG
007930     END-IF.
007940     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
007950     MOVE 0 TO LEDG-END-TIMESTAMP.
007960     MOVE 0 TO LEDG-RETURN-CODE.
007970     MOVE 0 TO LEDG-RECS-IN.
007980     MOVE 0 TO LEDG-RECS-OUT.
007990     WRITE LEDG-RECORD.
008000     IF WS-LDG-STATUS = "22"
008010         REWRITE LEDG-RECORD
008020     END-IF.
008030     CLOSE LEDGFILE.
008040     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
008050 1740-EXIT.
008060     EXIT.
008070*
008080*----------------------------------------------------------*
008090* 1780-POST-LEDGER-END                                     *
008100*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
008110*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
008120*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
008130*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
008140*----------------------------------------------------------*
008150 1780-POST-LEDGER-END.
008160     IF NOT WS-LDG-POSTED
008170         GO TO 1780-EXIT
008180     END-IF.
008190     MOVE RETURN-CODE TO WS-LDG-RC.
008200     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
008210     ACCEPT WS-LDG-TIME FROM TIME.
008220     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
008230     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
008240     OPEN I-O LEDGFILE.
008250     IF WS-LDG-STATUS NOT = "00"
008260         DISPLAY "AOC-06-VERIFY: RUN LEDGER NOT AVAILABLE, "
008270             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
008280         GO TO 1780-EXIT
008290     END-IF.
008300     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
008310     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
008320     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
008330     READ LEDGFILE
008340         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
008350     END-READ.
008360     IF LEDG-STEP-STATUS = SPACE
008370         DISPLAY "AOC-06-VERIFY: LEDGER START ENTRY GONE"
008380             " - STEP END NOT POSTED"
008390         CLOSE LEDGFILE
008400         GO TO 1780-EXIT
008410     END-IF.
008420     IF WS-LDG-RC < 8
008430         MOVE 'C' TO LEDG-STEP-STATUS
008440     ELSE
008450         MOVE 'F' TO LEDG-STEP-STATUS
008460     END-IF.
008470     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
008480     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
008490     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
008500     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
008510     REWRITE LEDG-RECORD.
008520     CLOSE LEDGFILE.
008530 1780-EXIT.
008540     EXIT.
008550*
008560*----------------------------------------------------------*
008570* 1800-WRITE-EVENT                                         *
008580*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
008590*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
008600*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
008610*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
008620*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
008630*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
008640*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
008650*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
008660*----------------------------------------------------------*
008670 1800-WRITE-EVENT.
008680     IF NOT WS-MCT-LOADED
008690         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
008700     END-IF.
008710     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
008720         VARYING WS-MCT-SUB FROM 1 BY 1
008730         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
008740     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
008750     ACCEPT WS-EVT-TIME FROM TIME.
008760     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
008770     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
008780     MOVE SPACES TO EVT-RECORD.
008790     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
008800     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
008810     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
008820     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
008830     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
008840     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
008850     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
008860     MOVE WS-EVT-TEXT TO EVT-TEXT.
008870     OPEN EXTEND EVTFILE.
008880     IF WS-EVT-STATUS = "35"
008890         OPEN OUTPUT EVTFILE
008900     END-IF.
008910     IF WS-EVT-STATUS = "00"
008920         WRITE EVL-RECORD FROM EVT-RECORD
008930         CLOSE EVTFILE
008940     ELSE
008950         DISPLAY "AOC-06-VERIFY: EVENT LOG NOT AVAILABLE,"
008960             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
008970             " NOT LOGGED"
008980     END-IF.
008990     IF EVT-CRITICAL
009000         OPEN EXTEND ALRFILE
009010         IF WS-ALR-STATUS = "35"
009020             OPEN OUTPUT ALRFILE
009030         END-IF
009040         IF WS-ALR-STATUS = "00"
009050             WRITE ALR-RECORD FROM EVT-RECORD
009060             CLOSE ALRFILE
009070         ELSE
009080             DISPLAY "AOC-06-VERIFY: ALERT FILE NOT AVAILABLE,"
009090                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
009100                 " NOT RAISED"
009110         END-IF
009120     END-IF.
009130     MOVE 0 TO WS-EVT-FEED-ID.
009140     MOVE 0 TO WS-EVT-FEED-DATE.
009150     MOVE 0 TO WS-EVT-STREAM-NO.
009160     MOVE SPACES TO WS-EVT-TEXT.
009170 1800-EXIT.
009180     EXIT.
009190*
009200*----------------------------------------------------------*
009210* 1810-LOAD-MSG-CATALOG                                    *
009220*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
009230*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
009240*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
009250*----------------------------------------------------------*
009260 1810-LOAD-MSG-CATALOG.
009270     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
009280     OPEN INPUT MCTFILE.
009290     IF WS-MCT-STATUS NOT = "00"
009300         GO TO 1810-EXIT
009310     END-IF.
009320     MOVE 'N' TO WS-MCT-EOF-SWITCH.
009330     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
009340         UNTIL WS-MCT-EOF.
009350     CLOSE MCTFILE.
009360 1810-EXIT.
009370     EXIT.
009380*
009390 1815-LOAD-ONE-MSG.
009400     READ MCTFILE
009410         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
009420         GO TO 1815-EXIT
009430     END-READ.
009440     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
009450         GO TO 1815-EXIT
009460     END-IF.
009470     IF WS-MCT-COUNT NOT < 200
009480         MOVE 'Y' TO WS-MCT-EOF-SWITCH
009490         GO TO 1815-EXIT
009500     END-IF.
009510     ADD 1 TO WS-MCT-COUNT.
009520     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
009530     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
009540 1815-EXIT.
009550     EXIT.
009560*
009570 1820-FIND-ONE-MSG.
009580     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
009590         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
009600     END-IF.
009610 1820-EXIT.
009620     EXIT.
009630*
009640*----------------------------------------------------------*
009650* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
009660*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
009670*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
009680*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
009690*    OTHER FAILURE.                                        *
009700*----------------------------------------------------------*
009710 1880-LOG-PROGRAM-START.
009720     MOVE 0001 TO WS-EVT-CODE.
009730     MOVE 'I' TO WS-EVT-SEVERITY.
009740     MOVE "JOB STARTED" TO WS-EVT-TEXT.
009750     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
009760 1880-EXIT.
009770     EXIT.
009780*
009790 1890-LOG-PROGRAM-END.
009800     MOVE RETURN-CODE TO WS-EVT-RC.
009810     EVALUATE WS-EVT-RC
009820         WHEN 0
009830             MOVE 0002 TO WS-EVT-CODE
009840             MOVE 'I' TO WS-EVT-SEVERITY
009850         WHEN 4
009860             MOVE 0003 TO WS-EVT-CODE
009870             MOVE 'W' TO WS-EVT-SEVERITY
009880         WHEN 12
009890             MOVE 0005 TO WS-EVT-CODE
009900             MOVE 'E' TO WS-EVT-SEVERITY
009910         WHEN OTHER
009920             MOVE 0004 TO WS-EVT-CODE
009930             MOVE 'E' TO WS-EVT-SEVERITY
009940     END-EVALUATE.
009950     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
009960         WS-EVT-RC DELIMITED BY SIZE
009970         INTO WS-EVT-TEXT.
009980     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
009990 1890-EXIT.
010000     EXIT.
