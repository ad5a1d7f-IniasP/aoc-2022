001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-EVTRPT.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. PRINTS THE SHARED SUITE EVENT
001060*                   LOG, ONE LINE PER EVENT IN THE ORDER LOGGED,
001070*                   SELECTED BY THE DATE THE EVENT WAS LOGGED
001080*                   (FROMDATE, TODATE), BY SEVERITY (ONE LEVEL, OR
001090*                   THAT LEVEL AND WORSE), BY PROGRAM AND BY
001100*                   MESSAGE CODE, ALL FROM THE PARAMETER FILE. THE
001110*                   REPORT CLOSES WITH A COUNT PER MESSAGE CODE
001120*                   CARRYING THE CATALOG'S MEANING AND THE ACTION
001130*                   THE OPERATOR MUST TAKE. ANY CRITICAL EVENT
001140*                   SELECTED ENDS THE RUN WITH RETURN CODE 4.
001150*
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT PARMFILE ASSIGN TO "evtparm"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-PRM-STATUS.
001220     SELECT EVTINFILE ASSIGN TO "eventlog"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-EVI-STATUS.
001250     SELECT EVTRPT ASSIGN TO "evtrpt"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-RPT-STATUS.
001280     SELECT EVTFILE ASSIGN TO "eventlog"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-EVT-STATUS.
001310     SELECT ALRFILE ASSIGN TO "alertlog"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-ALR-STATUS.
001340     SELECT MCTFILE ASSIGN TO "msgcat"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WS-MCT-STATUS.
001370*
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  PARMFILE
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  PRM-RECORD                  PIC X(80).
001430*
001440 FD  EVTINFILE
001450     RECORD CONTAINS 80 CHARACTERS.
001460 01  EVI-RECORD                  PIC X(80).
001470*
001480 FD  EVTRPT
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  RPT-RECORD                  PIC X(80).
001510*
001520 FD  EVTFILE
001530     RECORD CONTAINS 80 CHARACTERS.
001540 01  EVL-RECORD                  PIC X(80).
001550*
001560 FD  ALRFILE
001570     RECORD CONTAINS 80 CHARACTERS.
001580 01  ALR-RECORD                  PIC X(80).
001590*
001600 FD  MCTFILE
001610     RECORD CONTAINS 80 CHARACTERS.
001620     COPY MSGCAT.
001630*
001640 WORKING-STORAGE SECTION.
001650 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001660 01  WS-EVI-STATUS               PIC X(2)      VALUE "00".
001670 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001680*
001690 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001700     88  WS-PRM-EOF                            VALUE 'Y'.
001710 01  WS-EVI-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001720     88  WS-EVI-EOF                            VALUE 'Y'.
001730*
001740 01  WS-PRM-LINE.
001750     05  WS-PRM-TAG              PIC X(8).
001760     05  WS-PRM-VALUE            PIC X(40).
001770     05  FILLER                  PIC X(32)     VALUE SPACES.
001780*
001790* SELECTION. NO PARAMETER FILE PRINTS THE WHOLE LOG. A
001800* SEVERITY FOLLOWED BY + SELECTS THAT LEVEL AND WORSE, THE
001810* ORDER BEING I, W, E, C. A PROGRAM MAY BE GIVEN WITH OR
001820* WITHOUT ITS AOC-06- PREFIX.
001830 01  WS-FROM-DATE                PIC 9(8)      VALUE 0.
001840 01  WS-TO-DATE                  PIC 9(8)      VALUE 99999999.
001850 01  WS-SEL-SEVERITY             PIC X(1)      VALUE SPACE.
001860 01  WS-SEL-SEV-AND-WORSE        PIC X(1)      VALUE 'N'.
001870     88  WS-SEL-AND-WORSE                      VALUE 'Y'.
001880 01  WS-SEL-PROGRAM              PIC X(14)     VALUE SPACES.
001890 01  WS-SEL-CODE                 PIC 9(4)      VALUE 0.
001900 01  WS-SEL-CODE-SWITCH          PIC X(1)      VALUE 'N'.
001910     88  WS-SEL-BY-CODE                        VALUE 'Y'.
001920 01  WS-SEL-RANK                 PIC 9(1)      VALUE 0.
001930 01  WS-EVT-RANK                 PIC 9(1)      VALUE 0.
001940 01  WS-RANK-SEVERITY            PIC X(1)      VALUE SPACE.
001950 01  WS-RANK-VALUE               PIC 9(1)      VALUE 0.
001960*
001970 01  WS-RUN-DATE                 PIC 9(8).
001980 01  WS-IN-TIMESTAMP             PIC 9(14)     VALUE 0.
001990 01  WS-IN-TS-VIEW REDEFINES WS-IN-TIMESTAMP.
002000     05  WS-IN-TS-DATE           PIC 9(8).
002010     05  WS-IN-TS-HHMM           PIC 9(4).
002020     05  WS-IN-TS-SS             PIC 9(2).
002030*
002040 01  WS-READ-COUNT               PIC 9(7)      VALUE 0.
002050 01  WS-SELECTED-COUNT           PIC 9(7)      VALUE 0.
002060 01  WS-SEV-COUNTS.
002070     05  WS-INFO-COUNT           PIC 9(7)      VALUE 0.
002080     05  WS-WARN-COUNT           PIC 9(7)      VALUE 0.
002090     05  WS-ERROR-COUNT          PIC 9(7)      VALUE 0.
002100     05  WS-CRIT-COUNT           PIC 9(7)      VALUE 0.
002110*
002120* THE MESSAGE CATALOG IN FULL, FOR THE SUMMARY.
002130 01  WS-CAT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002140     88  WS-CAT-EOF                            VALUE 'Y'.
002150 01  WS-CAT-COUNT                PIC 9(3) COMP VALUE 0.
002160 01  WS-CAT-SUB                  PIC 9(3) COMP VALUE 0.
002170 01  WS-CAT-FOUND-SUB            PIC 9(3) COMP VALUE 0.
002180 01  WS-CAT-TABLE.
002190     05  WS-CAT-ENTRY OCCURS 200 TIMES.
002200         10  WS-CAT-CODE         PIC 9(4).
002210         10  WS-CAT-SEVERITY     PIC X(1).
002220         10  WS-CAT-MEANING      PIC X(36).
002230         10  WS-CAT-ACTION       PIC X(36).
002240*
002250* THE CODES SELECTED, KEPT IN CODE ORDER, WITH THEIR COUNTS.
002260 01  WS-SEEN-COUNT               PIC 9(3) COMP VALUE 0.
002270 01  WS-SEEN-SUB                 PIC 9(3) COMP VALUE 0.
002280 01  WS-SEEN-POS                 PIC 9(3) COMP VALUE 0.
002290 01  WS-SEEN-FULL-SWITCH         PIC X(1)      VALUE 'N'.
002300     88  WS-SEEN-FULL                          VALUE 'Y'.
002310 01  WS-SEEN-TABLE.
002320     05  WS-SEEN-ENTRY OCCURS 200 TIMES.
002330         10  WS-SEEN-CODE        PIC 9(4).
002340         10  WS-SEEN-EVENTS      PIC 9(7).
002350*
002360 01  WS-RPT-HEADER-LINE.
002370     05  FILLER                  PIC X(44)     VALUE
002380             "SUITE EVENT LOG                             ".
002390     05  FILLER                  PIC X(5)      VALUE
002400             "RUN: ".
002410     05  WS-RPT-RUN-DATE         PIC 9(8).
002420     05  FILLER                  PIC X(23)     VALUE SPACES.
002430*
002440 01  WS-RPT-SELECT-LINE.
002450     05  FILLER                  PIC X(5)      VALUE
002460             "FROM ".
002470     05  WS-RPT-FROM             PIC 9(8).
002480     05  FILLER                  PIC X(4)      VALUE
002490             " TO ".
002500     05  WS-RPT-TO               PIC 9(8).
002510     05  FILLER                  PIC X(10)     VALUE
002520             " SEVERITY ".
002530     05  WS-RPT-SEL-SEV          PIC X(3).
002540     05  FILLER                  PIC X(9)      VALUE
002550             " PROGRAM ".
002560     05  WS-RPT-SEL-PGM          PIC X(14).
002570     05  FILLER                  PIC X(6)      VALUE
002580             " CODE ".
002590     05  WS-RPT-SEL-CODE         PIC X(4).
002600     05  FILLER                  PIC X(9)      VALUE SPACES.
002610*
002620 01  WS-RPT-COLUMN-LINE.
002630     05  FILLER                  PIC X(40)     VALUE
002640             "DATE     TIME PROGRAM S CODE FD FEEDDATE".
002650     05  FILLER                  PIC X(40)     VALUE
002660             " STRM TEXT                              ".
002670*
002680 01  WS-RPT-EVENT-LINE.
002690     05  WS-RPT-DATE             PIC 9(8).
002700     05  FILLER                  PIC X(1)      VALUE SPACE.
002710     05  WS-RPT-TIME             PIC 9(4).
002720     05  FILLER                  PIC X(1)      VALUE SPACE.
002730     05  WS-RPT-PROGRAM          PIC X(7).
002740     05  FILLER                  PIC X(1)      VALUE SPACE.
002750     05  WS-RPT-SEVERITY         PIC X(1).
002760     05  FILLER                  PIC X(1)      VALUE SPACE.
002770     05  WS-RPT-CODE             PIC 9(4).
002780     05  FILLER                  PIC X(1)      VALUE SPACE.
002790     05  WS-RPT-FEED             PIC X(2).
002800     05  FILLER                  PIC X(1)      VALUE SPACE.
002810     05  WS-RPT-FEED-DATE        PIC X(8).
002820     05  FILLER                  PIC X(1)      VALUE SPACE.
002830     05  WS-RPT-STREAM           PIC X(4).
002840     05  FILLER                  PIC X(1)      VALUE SPACE.
002850     05  WS-RPT-TEXT             PIC X(33).
002860     05  FILLER                  PIC X(1)      VALUE SPACE.
002870*
002880 01  WS-RPT-SUMMARY-HEAD.
002890     05  FILLER                  PIC X(40)     VALUE
002900             "CODE S  EVENTS MEANING / OPERATOR ACTION".
002910     05  FILLER                  PIC X(40)     VALUE SPACES.
002920*
002930 01  WS-RPT-CODE-LINE.
002940     05  WS-RPT-SUM-CODE         PIC 9(4).
002950     05  FILLER                  PIC X(1)      VALUE SPACE.
002960     05  WS-RPT-SUM-SEV          PIC X(1).
002970     05  FILLER                  PIC X(1)      VALUE SPACE.
002980     05  WS-RPT-SUM-EVENTS       PIC Z(6)9.
002990     05  FILLER                  PIC X(1)      VALUE SPACE.
003000     05  WS-RPT-SUM-MEANING      PIC X(36).
003010     05  FILLER                  PIC X(29)     VALUE SPACES.
003020*
003030 01  WS-RPT-ACTION-LINE.
003040     05  FILLER                  PIC X(15)     VALUE SPACES.
003050     05  FILLER                  PIC X(8)      VALUE
003060             "ACTION: ".
003070     05  WS-RPT-SUM-ACTION       PIC X(36).
003080     05  FILLER                  PIC X(21)     VALUE SPACES.
003090*
003100 01  WS-RPT-TRAILER-LINE.
003110     05  FILLER                  PIC X(5)      VALUE
003120             "READ ".
003130     05  WS-RPT-READ             PIC Z(6)9.
003140     05  FILLER                  PIC X(10)     VALUE
003150             " SELECTED ".
003160     05  WS-RPT-SELECTED         PIC Z(6)9.
003170     05  FILLER                  PIC X(3)      VALUE
003180             " I ".
003190     05  WS-RPT-INFO             PIC Z(6)9.
003200     05  FILLER                  PIC X(3)      VALUE
003210             " W ".
003220     05  WS-RPT-WARN             PIC Z(6)9.
003230     05  FILLER                  PIC X(3)      VALUE
003240             " E ".
003250     05  WS-RPT-ERROR            PIC Z(6)9.
003260     05  FILLER                  PIC X(3)      VALUE
003270             " C ".
003280     05  WS-RPT-CRIT             PIC Z(6)9.
003290     05  FILLER                  PIC X(11)     VALUE SPACES.
003300*
003310*----------------------------------------------------------*
003320* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
003330* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
003340* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
003350* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
003360* OVERRIDES THE DEFAULT.                                   *
003370*----------------------------------------------------------*
003380 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
003390 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
003400 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
003410     COPY EVTLOG.
003420 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
003430         "AOC-06-EVTRPT".
003440 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
003450 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
003460 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
003470 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
003480 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
003490 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
003500 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
003510 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
003520 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
003530 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
003540 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
003550     05  WS-EVT-TS-DATE          PIC 9(8).
003560     05  WS-EVT-TS-TIME          PIC 9(6).
003570 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
003580     88  WS-MCT-LOADED                         VALUE 'Y'.
003590 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003600     88  WS-MCT-EOF                            VALUE 'Y'.
003610 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
003620 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
003630 01  WS-MCT-TABLE.
003640     05  WS-MCT-ENTRY OCCURS 200 TIMES.
003650         10  WS-MCT-CODE         PIC 9(4).
003660         10  WS-MCT-SEVERITY     PIC X(1).
003670*
003680 PROCEDURE DIVISION.
003690*----------------------------------------------------------*
003700* 0000-MAINLINE                                            *
003710*    ONE PASS OVER THE EVENT LOG IN THE ORDER IT WAS       *
003720*    WRITTEN, PRINTING EACH EVENT THE SELECTION PASSES,    *
003730*    THEN THE PER-CODE SUMMARY. A CRITICAL EVENT AMONG     *
003740*    THOSE SELECTED ENDS THE RUN WITH RETURN CODE 4.       *
003750*----------------------------------------------------------*
003760 0000-MAINLINE.
003770     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003790     PERFORM 2000-SELECT-ONE-EVENT THRU 2000-EXIT
003800         UNTIL WS-EVI-EOF.
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820     IF WS-CRIT-COUNT > 0
003830         MOVE 4 TO RETURN-CODE
003840     END-IF.
003850     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003860     STOP RUN.
003870*
003880 1000-INITIALIZE.
003890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003900     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
003910     MOVE WS-SEL-SEVERITY TO WS-RANK-SEVERITY.
003920     PERFORM 2200-RANK-SEVERITY THRU 2200-EXIT.
003930     MOVE WS-RANK-VALUE TO WS-SEL-RANK.
003940     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
003950     OPEN OUTPUT EVTRPT.
003960     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003970     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
003980     MOVE WS-FROM-DATE TO WS-RPT-FROM.
003990     MOVE WS-TO-DATE TO WS-RPT-TO.
004000     MOVE "ALL" TO WS-RPT-SEL-SEV.
004010     IF WS-SEL-SEVERITY NOT = SPACE
004020         MOVE WS-SEL-SEVERITY TO WS-RPT-SEL-SEV
004030         IF WS-SEL-AND-WORSE
004040             MOVE "+" TO WS-RPT-SEL-SEV (2:1)
004050         END-IF
004060     END-IF.
004070     MOVE "ALL" TO WS-RPT-SEL-PGM.
004080     IF WS-SEL-PROGRAM NOT = SPACES
004090         MOVE WS-SEL-PROGRAM TO WS-RPT-SEL-PGM
004100     END-IF.
004110     MOVE "ALL" TO WS-RPT-SEL-CODE.
004120     IF WS-SEL-BY-CODE
004130         MOVE WS-SEL-CODE TO WS-RPT-SEL-CODE
004140     END-IF.
004150     WRITE RPT-RECORD FROM WS-RPT-SELECT-LINE.
004160     MOVE SPACES TO RPT-RECORD.
004170     WRITE RPT-RECORD.
004180     OPEN INPUT EVTINFILE.
004190     IF WS-EVI-STATUS NOT = "00"
004200         MOVE "NO EVENT LOG ON HAND - NOTHING TO REPORT"
004210             TO RPT-RECORD
004220         WRITE RPT-RECORD
004230         MOVE 'Y' TO WS-EVI-EOF-SWITCH
004240         GO TO 1000-EXIT
004250     END-IF.
004260     WRITE RPT-RECORD FROM WS-RPT-COLUMN-LINE.
004270     PERFORM 3000-READ-EVENT THRU 3000-EXIT.
004280 1000-EXIT.
004290     EXIT.
004300*
004310*----------------------------------------------------------*
004320* 1050-READ-PARM-FILE                                      *
004330*    FROMDATE AND TODATE BOUND THE DATES THE EVENTS WERE   *
004340*    LOGGED; SEVERITY, PROGRAM AND CODE NARROW THE EVENTS  *
004350*    PRINTED. A MISSING FILE OR ENTRY SELECTS EVERYTHING.  *
004360*----------------------------------------------------------*
004370 1050-READ-PARM-FILE.
004380     OPEN INPUT PARMFILE.
004390     IF WS-PRM-STATUS NOT = "00"
004400         GO TO 1050-EXIT
004410     END-IF.
004420     MOVE 'N' TO WS-PRM-EOF-SWITCH.
004430     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
004440         UNTIL WS-PRM-EOF.
004450     CLOSE PARMFILE.
004460 1050-EXIT.
004470     EXIT.
004480*
004490 1060-READ-ONE-PARM.
004500     READ PARMFILE INTO WS-PRM-LINE
004510         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
004520         GO TO 1060-EXIT
004530     END-READ.
004540     INSPECT WS-PRM-VALUE CONVERTING
004550         "abcdefghijklmnopqrstuvwxyz"
004560         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004570     EVALUATE WS-PRM-TAG
004580         WHEN "FROMDATE"
004590             IF WS-PRM-VALUE (1:8) IS NUMERIC
004600                 MOVE WS-PRM-VALUE (1:8) TO WS-FROM-DATE
004610             END-IF
004620         WHEN "TODATE"
004630             IF WS-PRM-VALUE (1:8) IS NUMERIC
004640                 MOVE WS-PRM-VALUE (1:8) TO WS-TO-DATE
004650             END-IF
004660         WHEN "SEVERITY"
004670             MOVE WS-PRM-VALUE (1:1) TO WS-SEL-SEVERITY
004680             IF WS-PRM-VALUE (2:1) = "+"
004690                 MOVE 'Y' TO WS-SEL-SEV-AND-WORSE
004700             END-IF
004710         WHEN "PROGRAM"
004720             IF WS-PRM-VALUE (1:7) = "AOC-06-"
004730                 MOVE WS-PRM-VALUE (1:14) TO WS-SEL-PROGRAM
004740             ELSE
004750                 MOVE SPACES TO WS-SEL-PROGRAM
004760                 STRING "AOC-06-" DELIMITED BY SIZE
004770                     WS-PRM-VALUE DELIMITED BY SPACE
004780                     INTO WS-SEL-PROGRAM
004790             END-IF
004800         WHEN "CODE"
004810             IF WS-PRM-VALUE (1:4) IS NUMERIC
004820                 MOVE WS-PRM-VALUE (1:4) TO WS-SEL-CODE
004830                 MOVE 'Y' TO WS-SEL-CODE-SWITCH
004840             END-IF
004850     END-EVALUATE.
004860 1060-EXIT.
004870     EXIT.
004880*
004890*----------------------------------------------------------*
004900* 1100-LOAD-CATALOG                                        *
004910*    TABLES THE MESSAGE CATALOG, MEANING AND ACTION ALSO,  *
004920*    FOR THE SUMMARY. A LINE WITHOUT A NUMERIC CODE IS A   *
004930*    COMMENT.                                              *
004940*----------------------------------------------------------*
004950 1100-LOAD-CATALOG.
004960     OPEN INPUT MCTFILE.
004970     IF WS-MCT-STATUS NOT = "00"
004980         GO TO 1100-EXIT
004990     END-IF.
005000     MOVE 'N' TO WS-CAT-EOF-SWITCH.
005010     PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
005020         UNTIL WS-CAT-EOF.
005030     CLOSE MCTFILE.
005040 1100-EXIT.
005050     EXIT.
005060*
005070 1110-LOAD-ONE-ENTRY.
005080     READ MCTFILE
005090         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
005100         GO TO 1110-EXIT
005110     END-READ.
005120     IF MSG-CODE IS NOT NUMERIC
005130         GO TO 1110-EXIT
005140     END-IF.
005150     IF WS-CAT-COUNT NOT < 200
005160         MOVE 'Y' TO WS-CAT-EOF-SWITCH
005170         GO TO 1110-EXIT
005180     END-IF.
005190     ADD 1 TO WS-CAT-COUNT.
005200     MOVE MSG-CODE TO WS-CAT-CODE (WS-CAT-COUNT).
005210     MOVE MSG-SEVERITY TO WS-CAT-SEVERITY (WS-CAT-COUNT).
005220     MOVE MSG-MEANING TO WS-CAT-MEANING (WS-CAT-COUNT).
005230     MOVE MSG-ACTION TO WS-CAT-ACTION (WS-CAT-COUNT).
005240 1110-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------*
005280* 2000-SELECT-ONE-EVENT                                    *
005290*    AN EVENT OUTSIDE THE DATES, BELOW OR OTHER THAN THE   *
005300*    SEVERITY, OR FROM ANOTHER PROGRAM OR CODE IS SKIPPED. *
005310*    ONE SELECTED IS PRINTED AND COUNTED AGAINST ITS CODE. *
005320*----------------------------------------------------------*
005330 2000-SELECT-ONE-EVENT.
005340     ADD 1 TO WS-READ-COUNT.
005350     MOVE EVT-TIMESTAMP TO WS-IN-TIMESTAMP.
005360     IF WS-IN-TS-DATE < WS-FROM-DATE OR
005370             WS-IN-TS-DATE > WS-TO-DATE
005380         GO TO 2000-NEXT
005390     END-IF.
005400     IF WS-SEL-PROGRAM NOT = SPACES AND
005410             EVT-PROGRAM-ID NOT = WS-SEL-PROGRAM
005420         GO TO 2000-NEXT
005430     END-IF.
005440     IF WS-SEL-BY-CODE AND EVT-MSG-CODE NOT = WS-SEL-CODE
005450         GO TO 2000-NEXT
005460     END-IF.
005470     IF WS-SEL-SEVERITY NOT = SPACE
005480         MOVE EVT-SEVERITY TO WS-RANK-SEVERITY
005490         PERFORM 2200-RANK-SEVERITY THRU 2200-EXIT
005500         MOVE WS-RANK-VALUE TO WS-EVT-RANK
005510         IF WS-SEL-AND-WORSE AND WS-EVT-RANK < WS-SEL-RANK
005520             GO TO 2000-NEXT
005530         END-IF
005540         IF NOT WS-SEL-AND-WORSE AND
005550                 EVT-SEVERITY NOT = WS-SEL-SEVERITY
005560             GO TO 2000-NEXT
005570         END-IF
005580     END-IF.
005590     ADD 1 TO WS-SELECTED-COUNT.
005600     EVALUATE TRUE
005610         WHEN EVT-INFO
005620             ADD 1 TO WS-INFO-COUNT
005630         WHEN EVT-WARNING
005640             ADD 1 TO WS-WARN-COUNT
005650         WHEN EVT-ERROR
005660             ADD 1 TO WS-ERROR-COUNT
005670         WHEN EVT-CRITICAL
005680             ADD 1 TO WS-CRIT-COUNT
005690     END-EVALUATE.
005700     PERFORM 2100-PRINT-EVENT THRU 2100-EXIT.
005710     PERFORM 2300-COUNT-CODE THRU 2300-EXIT.
005720 2000-NEXT.
005730     PERFORM 3000-READ-EVENT THRU 3000-EXIT.
005740 2000-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------*
005780* 2100-PRINT-EVENT                                         *
005790*    THE PROGRAM PRINTS WITHOUT ITS AOC-06- PREFIX; FEED,  *
005800*    FEED DATE AND STREAM PRINT BLANK WHEN NOT SET.        *
005810*----------------------------------------------------------*
005820 2100-PRINT-EVENT.
005830     MOVE WS-IN-TS-DATE TO WS-RPT-DATE.
005840     MOVE WS-IN-TS-HHMM TO WS-RPT-TIME.
005850     IF EVT-PROGRAM-ID (1:7) = "AOC-06-"
005860         MOVE EVT-PROGRAM-ID (8:7) TO WS-RPT-PROGRAM
005870     ELSE
005880         MOVE EVT-PROGRAM-ID TO WS-RPT-PROGRAM
005890     END-IF.
005900     MOVE EVT-SEVERITY TO WS-RPT-SEVERITY.
005910     MOVE EVT-MSG-CODE TO WS-RPT-CODE.
005920     MOVE SPACES TO WS-RPT-FEED.
005930     MOVE SPACES TO WS-RPT-FEED-DATE.
005940     MOVE SPACES TO WS-RPT-STREAM.
005950     IF EVT-FEED-ID > 0
005960         MOVE EVT-FEED-ID TO WS-RPT-FEED
005970     END-IF.
005980     IF EVT-FEED-DATE > 0
005990         MOVE EVT-FEED-DATE TO WS-RPT-FEED-DATE
006000     END-IF.
006010     IF EVT-STREAM-NO > 0
006020         MOVE EVT-STREAM-NO TO WS-RPT-STREAM
006030     END-IF.
006040     MOVE EVT-TEXT TO WS-RPT-TEXT.
006050     WRITE RPT-RECORD FROM WS-RPT-EVENT-LINE.
006060 2100-EXIT.
006070     EXIT.
006080*
006090 2200-RANK-SEVERITY.
006100     EVALUATE WS-RANK-SEVERITY
006110         WHEN 'I'
006120             MOVE 1 TO WS-RANK-VALUE
006130         WHEN 'W'
006140             MOVE 2 TO WS-RANK-VALUE
006150         WHEN 'E'
006160             MOVE 3 TO WS-RANK-VALUE
006170         WHEN 'C'
006180             MOVE 4 TO WS-RANK-VALUE
006190         WHEN OTHER
006200             MOVE 0 TO WS-RANK-VALUE
006210     END-EVALUATE.
006220 2200-EXIT.
006230     EXIT.
006240*
006250*----------------------------------------------------------*
006260* 2300-COUNT-CODE                                          *
006270*    FINDS THE CODE'S SLOT OR OPENS ONE IN CODE ORDER,     *
006280*    SHIFTING THE HIGHER CODES UP ONE.                     *
006290*----------------------------------------------------------*
006300 2300-COUNT-CODE.
006310     MOVE 0 TO WS-SEEN-POS.
006320     PERFORM 2310-FIND-SEEN-SLOT THRU 2310-EXIT
006330         VARYING WS-SEEN-SUB FROM 1 BY 1
006340         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-SEEN-POS > 0.
006350     IF WS-SEEN-POS > 0
006360         IF WS-SEEN-CODE (WS-SEEN-POS) = EVT-MSG-CODE
006370             ADD 1 TO WS-SEEN-EVENTS (WS-SEEN-POS)
006380             GO TO 2300-EXIT
006390         END-IF
006400     ELSE
006410         COMPUTE WS-SEEN-POS = WS-SEEN-COUNT + 1
006420     END-IF.
006430     IF WS-SEEN-COUNT NOT < 200
006440         MOVE 'Y' TO WS-SEEN-FULL-SWITCH
006450         GO TO 2300-EXIT
006460     END-IF.
006470     PERFORM 2320-SHIFT-ONE-SLOT THRU 2320-EXIT
006480         VARYING WS-SEEN-SUB FROM WS-SEEN-COUNT BY -1
006490         UNTIL WS-SEEN-SUB < WS-SEEN-POS.
006500     ADD 1 TO WS-SEEN-COUNT.
006510     MOVE EVT-MSG-CODE TO WS-SEEN-CODE (WS-SEEN-POS).
006520     MOVE 1 TO WS-SEEN-EVENTS (WS-SEEN-POS).
006530 2300-EXIT.
006540     EXIT.
006550*
006560 2310-FIND-SEEN-SLOT.
006570     IF WS-SEEN-CODE (WS-SEEN-SUB) NOT < EVT-MSG-CODE
006580         MOVE WS-SEEN-SUB TO WS-SEEN-POS
006590     END-IF.
006600 2310-EXIT.
006610     EXIT.
006620*
006630 2320-SHIFT-ONE-SLOT.
006640     MOVE WS-SEEN-ENTRY (WS-SEEN-SUB)
006650         TO WS-SEEN-ENTRY (WS-SEEN-SUB + 1).
006660 2320-EXIT.
006670     EXIT.
006680*
006690 3000-READ-EVENT.
006700     READ EVTINFILE INTO EVT-RECORD
006710         AT END MOVE 'Y' TO WS-EVI-EOF-SWITCH
006720     END-READ.
006730 3000-EXIT.
006740     EXIT.
006750*
006760*----------------------------------------------------------*
006770* 4000-PRINT-SUMMARY                                       *
006780*    ONE ENTRY PER CODE SELECTED, IN CODE ORDER, WITH THE  *
006790*    CATALOG SEVERITY, MEANING AND OPERATOR ACTION.        *
006800*----------------------------------------------------------*
006810 4000-PRINT-SUMMARY.
006820     MOVE SPACES TO RPT-RECORD.
006830     WRITE RPT-RECORD.
006840     WRITE RPT-RECORD FROM WS-RPT-SUMMARY-HEAD.
006850     PERFORM 4100-PRINT-ONE-CODE THRU 4100-EXIT
006860         VARYING WS-SEEN-SUB FROM 1 BY 1
006870         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT.
006880     IF WS-SEEN-FULL
006890         MOVE "MORE THAN 200 CODES - SUMMARY INCOMPLETE"
006900             TO RPT-RECORD
006910         WRITE RPT-RECORD
006920     END-IF.
006930 4000-EXIT.
006940     EXIT.
006950*
006960 4100-PRINT-ONE-CODE.
006970     MOVE WS-SEEN-CODE (WS-SEEN-SUB) TO WS-RPT-SUM-CODE.
006980     MOVE WS-SEEN-EVENTS (WS-SEEN-SUB) TO WS-RPT-SUM-EVENTS.
006990     MOVE 0 TO WS-CAT-FOUND-SUB.
007000     PERFORM 4110-FIND-CATALOG-ENTRY THRU 4110-EXIT
007010         VARYING WS-CAT-SUB FROM 1 BY 1
007020         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
007030     IF WS-CAT-FOUND-SUB = 0
007040         MOVE "?" TO WS-RPT-SUM-SEV
007050         MOVE "NOT IN MESSAGE CATALOG" TO WS-RPT-SUM-MEANING
007060         WRITE RPT-RECORD FROM WS-RPT-CODE-LINE
007070         GO TO 4100-EXIT
007080     END-IF.
007090     MOVE WS-CAT-SEVERITY (WS-CAT-FOUND-SUB) TO WS-RPT-SUM-SEV.
007100     MOVE WS-CAT-MEANING (WS-CAT-FOUND-SUB)
007110         TO WS-RPT-SUM-MEANING.
007120     WRITE RPT-RECORD FROM WS-RPT-CODE-LINE.
007130     IF WS-CAT-ACTION (WS-CAT-FOUND-SUB) NOT = SPACES
007140         MOVE WS-CAT-ACTION (WS-CAT-FOUND-SUB)
007150             TO WS-RPT-SUM-ACTION
007160         WRITE RPT-RECORD FROM WS-RPT-ACTION-LINE
007170     END-IF.
007180 4100-EXIT.
007190     EXIT.
007200*
007210 4110-FIND-CATALOG-ENTRY.
007220     IF WS-CAT-CODE (WS-CAT-SUB) = WS-SEEN-CODE (WS-SEEN-SUB)
007230         MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
007240     END-IF.
007250 4110-EXIT.
007260     EXIT.
007270*
007280 9000-TERMINATE.
007290     IF WS-EVI-STATUS NOT = "35"
007300         CLOSE EVTINFILE
007310     END-IF.
007320     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
007330     MOVE SPACES TO RPT-RECORD.
007340     WRITE RPT-RECORD.
007350     MOVE WS-READ-COUNT TO WS-RPT-READ.
007360     MOVE WS-SELECTED-COUNT TO WS-RPT-SELECTED.
007370     MOVE WS-INFO-COUNT TO WS-RPT-INFO.
007380     MOVE WS-WARN-COUNT TO WS-RPT-WARN.
007390     MOVE WS-ERROR-COUNT TO WS-RPT-ERROR.
007400     MOVE WS-CRIT-COUNT TO WS-RPT-CRIT.
007410     WRITE RPT-RECORD FROM WS-RPT-TRAILER-LINE.
007420     CLOSE EVTRPT.
007430     DISPLAY "AOC-06-EVTRPT: EVENTS READ " WS-READ-COUNT
007440         " SELECTED " WS-SELECTED-COUNT
007450         " CRITICAL " WS-CRIT-COUNT.
007460 9000-EXIT.
007470     EXIT.
007480*
007490*----------------------------------------------------------*
007500* 1800-WRITE-EVENT                                         *
007510*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
007520*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
007530*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
007540*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007550*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007560*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007570*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007580*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007590*----------------------------------------------------------*
007600 1800-WRITE-EVENT.
007610     IF NOT WS-MCT-LOADED
007620         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007630     END-IF.
007640     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007650         VARYING WS-MCT-SUB FROM 1 BY 1
007660         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007670     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007680     ACCEPT WS-EVT-TIME FROM TIME.
007690     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007700     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007710     MOVE SPACES TO EVT-RECORD.
007720     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
007730     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
007740     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
007750     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
007760     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
007770     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
007780     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
007790     MOVE WS-EVT-TEXT TO EVT-TEXT.
007800     OPEN EXTEND EVTFILE.
007810     IF WS-EVT-STATUS = "35"
007820         OPEN OUTPUT EVTFILE
007830     END-IF.
007840     IF WS-EVT-STATUS = "00"
007850         WRITE EVL-RECORD FROM EVT-RECORD
007860         CLOSE EVTFILE
007870     ELSE
007880         DISPLAY "AOC-06-EVTRPT: EVENT LOG NOT AVAILABLE,"
007890             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
007900             " NOT LOGGED"
007910     END-IF.
007920     IF EVT-CRITICAL
007930         OPEN EXTEND ALRFILE
007940         IF WS-ALR-STATUS = "35"
007950             OPEN OUTPUT ALRFILE
007960         END-IF
007970         IF WS-ALR-STATUS = "00"
007980             WRITE ALR-RECORD FROM EVT-RECORD
007990             CLOSE ALRFILE
008000         ELSE
008010             DISPLAY "AOC-06-EVTRPT: ALERT FILE NOT AVAILABLE,"
008020                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
008030                 " NOT RAISED"
008040         END-IF
008050     END-IF.
008060     MOVE 0 TO WS-EVT-FEED-ID.
008070     MOVE 0 TO WS-EVT-FEED-DATE.
008080     MOVE 0 TO WS-EVT-STREAM-NO.
008090     MOVE SPACES TO WS-EVT-TEXT.
008100 1800-EXIT.
008110     EXIT.
008120*
008130*----------------------------------------------------------*
008140* 1810-LOAD-MSG-CATALOG                                    *
008150*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
008160*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
008170*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
008180*----------------------------------------------------------*
008190 1810-LOAD-MSG-CATALOG.
008200     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
008210     OPEN INPUT MCTFILE.
008220     IF WS-MCT-STATUS NOT = "00"
008230         GO TO 1810-EXIT
008240     END-IF.
008250     MOVE 'N' TO WS-MCT-EOF-SWITCH.
008260     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
008270         UNTIL WS-MCT-EOF.
008280     CLOSE MCTFILE.
008290 1810-EXIT.
008300     EXIT.
008310*
008320 1815-LOAD-ONE-MSG.
008330     READ MCTFILE
008340         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
008350         GO TO 1815-EXIT
008360     END-READ.
008370     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
008380         GO TO 1815-EXIT
008390     END-IF.
008400     IF WS-MCT-COUNT NOT < 200
008410         MOVE 'Y' TO WS-MCT-EOF-SWITCH
008420         GO TO 1815-EXIT
008430     END-IF.
008440     ADD 1 TO WS-MCT-COUNT.
008450     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008460     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008470 1815-EXIT.
008480     EXIT.
008490*
008500 1820-FIND-ONE-MSG.
008510     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
008520         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
008530     END-IF.
008540 1820-EXIT.
008550     EXIT.
008560*
008570*----------------------------------------------------------*
008580* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008590*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008600*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008610*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008620*    OTHER FAILURE.                                        *
008630*----------------------------------------------------------*
008640 1880-LOG-PROGRAM-START.
008650     MOVE 0001 TO WS-EVT-CODE.
008660     MOVE 'I' TO WS-EVT-SEVERITY.
008670     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008680     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008690 1880-EXIT.
008700     EXIT.
008710*
008720 1890-LOG-PROGRAM-END.
008730     MOVE RETURN-CODE TO WS-EVT-RC.
008740     EVALUATE WS-EVT-RC
008750         WHEN 0
008760             MOVE 0002 TO WS-EVT-CODE
008770             MOVE 'I' TO WS-EVT-SEVERITY
008780         WHEN 4
008790             MOVE 0003 TO WS-EVT-CODE
008800             MOVE 'W' TO WS-EVT-SEVERITY
008810         WHEN 12
008820             MOVE 0005 TO WS-EVT-CODE
008830             MOVE 'E' TO WS-EVT-SEVERITY
008840         WHEN OTHER
008850             MOVE 0004 TO WS-EVT-CODE
008860             MOVE 'E' TO WS-EVT-SEVERITY
008870     END-EVALUATE.
008880     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
008890         WS-EVT-RC DELIMITED BY SIZE
008900         INTO WS-EVT-TEXT.
008910     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008920 1890-EXIT.
008930     EXIT.
