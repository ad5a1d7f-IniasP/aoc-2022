001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-WHXTR.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. INCREMENTAL MARKER MASTER
001060*                   EXTRACT FOR THE DATA WAREHOUSE. WRITES A
001070*                   COMMA-DELIMITED FILE WITH A COLUMN HEADER
001080*                   ROW, CARRYING ONLY THE MASTER RECORDS ADDED
001090*                   (I) OR REPLACED (U) SINCE THE LAST SUCCESSFUL
001100*                   EXTRACT, JUDGED BY MAST-RUN-TIMESTAMP AGAINST
001110*                   THE HIGH-WATER MARK KEPT IN THE WHMARK FILE,
001120*                   PLUS A DELETE NOTICE (D) FOR EVERY RECORD
001130*                   AOC-06-MAINT HAS PURGED UNDER MRETAIN SINCE
001140*                   THE LAST EXTRACT, FROM ITS PURGE LOG. A
001150*                   CONTROL TRAILER ROW GIVES THE ROW COUNTS BY
001160*                   ACTION AND THE MARKS USED. MODE RERUN WITH A
001170*                   MARK IN THE PARAMETER FILE REBUILDS THE
001180*                   EXTRACT THAT STARTED FROM THAT MARK WITHOUT
001190*                   MOVING THE SAVED MARKS.
001191*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001192*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001193*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001194*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001195*                   FILE.
001196*   2026-10-15  IP  THE MARK FILE IS ONLY CREATED WHEN MISSING;
001197*                   ANY OTHER OPEN FAILURE LEAVES THE MARK WHERE
001198*                   IT WAS.
001199*   2026-10-15  IP  AN UNREADABLE MARK FILE NOW FAILS THE RUN.
001200*
001210 ENVIRONMENT DIVISION.
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT PARMFILE ASSIGN TO "whparm"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-PRM-STATUS.
001270     SELECT MARKFILE ASSIGN TO "whmark"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-WHM-STATUS.
001300     SELECT MASTFILE ASSIGN TO "markmast"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS MAST-KEY
001340         FILE STATUS IS WS-MST-STATUS.
001350     SELECT PURGFILE ASSIGN TO "purgelog"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-PRG-STATUS.
001380     SELECT OUTFILE ASSIGN TO "whextract"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-OUT-STATUS.
001401     SELECT EVTFILE ASSIGN TO "eventlog"
001402         ORGANIZATION IS LINE SEQUENTIAL
001403         FILE STATUS IS WS-EVT-STATUS.
001404     SELECT ALRFILE ASSIGN TO "alertlog"
001405         ORGANIZATION IS LINE SEQUENTIAL
001406         FILE STATUS IS WS-ALR-STATUS.
001407     SELECT MCTFILE ASSIGN TO "msgcat"
001408         ORGANIZATION IS LINE SEQUENTIAL
001409         FILE STATUS IS WS-MCT-STATUS.
001410*
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  PARMFILE
001450     RECORD CONTAINS 80 CHARACTERS.
001460 01  PRM-RECORD                  PIC X(80).
001470*
001480 FD  MARKFILE
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  WHM-RECORD                  PIC X(80).
001510*
001520 FD  MASTFILE
001530     RECORD CONTAINS 80 CHARACTERS.
001540     COPY MARKMAST.
001550*
001560 FD  PURGFILE
001570     RECORD CONTAINS 80 CHARACTERS.
001580     COPY PURGLOG.
001590*
001600*----------------------------------------------------------*
001610* THE WAREHOUSE ROWS ARE VARIABLE LENGTH (THE WINDOW IS    *
001620* QUOTED AND ITS QUOTES DOUBLED), SO THE EXTRACT RECORD IS *
001630* WIDER THAN THE SUITE'S USUAL 80 BYTES.                   *
001640*----------------------------------------------------------*
001650 FD  OUTFILE
001660     RECORD CONTAINS 120 CHARACTERS.
001670 01  OUT-RECORD                  PIC X(120).
001671*
001672 FD  EVTFILE
001673     RECORD CONTAINS 80 CHARACTERS.
001674 01  EVL-RECORD                  PIC X(80).
001675*
001676 FD  ALRFILE
001677     RECORD CONTAINS 80 CHARACTERS.
001678 01  ALR-RECORD                  PIC X(80).
001679*
001680 FD  MCTFILE
001681     RECORD CONTAINS 80 CHARACTERS.
001682     COPY MSGCAT.
001683*
001690 WORKING-STORAGE SECTION.
001700 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001710 01  WS-WHM-STATUS               PIC X(2)      VALUE "00".
001720 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
001730 01  WS-PRG-STATUS               PIC X(2)      VALUE "00".
001740 01  WS-OUT-STATUS               PIC X(2)      VALUE "00".
001750*
001760 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001770     88  WS-PRM-EOF                            VALUE 'Y'.
001780 01  WS-WHM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001790     88  WS-WHM-EOF                            VALUE 'Y'.
001800 01  WS-MST-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001810     88  WS-MST-EOF                            VALUE 'Y'.
001820 01  WS-PRG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001830     88  WS-PRG-EOF                            VALUE 'Y'.
001840 01  WS-RERUN-SWITCH             PIC X(1)      VALUE 'N'.
001850     88  WS-RERUN-MODE                         VALUE 'Y'.
001860 01  WS-RERUN-FOUND-SWITCH       PIC X(1)      VALUE 'N'.
001870     88  WS-RERUN-FOUND                        VALUE 'Y'.
001880 01  WS-RERUN-MARK-SWITCH        PIC X(1)      VALUE 'N'.
001890     88  WS-RERUN-MARK-GIVEN                   VALUE 'Y'.
001900 01  WS-NO-MASTER-SWITCH         PIC X(1)      VALUE 'N'.
001910     88  WS-NO-MASTER                          VALUE 'Y'.
001920 01  WS-OUT-FAILED-SWITCH        PIC X(1)      VALUE 'N'.
001930     88  WS-OUT-FAILED                         VALUE 'Y'.
001940*
001950 01  WS-PRM-LINE.
001960     05  WS-PRM-TAG              PIC X(8).
001970     05  WS-PRM-VALUE            PIC X(40).
001980     05  FILLER                  PIC X(32)     VALUE SPACES.
001990*
002000 01  WS-RERUN-MARK               PIC 9(14)     VALUE 0.
002010*
002020 01  WS-RUN-DATE                 PIC 9(8).
002030 01  WS-RUN-TIME                 PIC 9(8).
002040 01  WS-RUN-TIMESTAMP            PIC 9(14).
002050 01  WS-RTS-VIEW REDEFINES WS-RUN-TIMESTAMP.
002060     05  WS-RTS-DATE             PIC 9(8).
002070     05  WS-RTS-TIME             PIC 9(6).
002080*
002090*----------------------------------------------------------*
002100* WHMARK HOLDS ONE LINE PER SUCCESSFUL NORMAL EXTRACT: THE *
002110* RUN TIMESTAMP AND THE CHANGE AND DELETE MARK RANGES IT   *
002120* COVERED. THE LAST LINE CARRIES THE CURRENT HIGH-WATER    *
002130* MARKS; THE EARLIER ONES LET A RERUN FIND THE RANGE A     *
002140* PRIOR EXTRACT COVERED.                                   *
002150*----------------------------------------------------------*
002160 01  WS-WHM-LINE.
002170     05  WS-WHM-RUN-TS           PIC 9(14).
002180     05  FILLER                  PIC X(1)      VALUE SPACE.
002190     05  WS-WHM-CHG-FROM         PIC 9(14).
002200     05  FILLER                  PIC X(1)      VALUE SPACE.
002210     05  WS-WHM-CHG-TO           PIC 9(14).
002220     05  FILLER                  PIC X(1)      VALUE SPACE.
002230     05  WS-WHM-DEL-FROM         PIC 9(14).
002240     05  FILLER                  PIC X(1)      VALUE SPACE.
002250     05  WS-WHM-DEL-TO           PIC 9(14).
002260     05  FILLER                  PIC X(6)      VALUE SPACES.
002270*
002280*----------------------------------------------------------*
002290* MARK RANGES FOR THIS RUN. A ROW IS TAKEN WHEN ITS STAMP  *
002300* IS ABOVE THE FROM MARK AND NOT ABOVE THE LIMIT; THE TO   *
002310* MARK IS THE HIGHEST STAMP ACTUALLY TAKEN.                *
002320*----------------------------------------------------------*
002330 01  WS-CHG-FROM                 PIC 9(14)     VALUE 0.
002340 01  WS-CHG-LIMIT                PIC 9(14)     VALUE
002350         99999999999999.
002360 01  WS-CHG-TO                   PIC 9(14)     VALUE 0.
002370 01  WS-DEL-FROM                 PIC 9(14)     VALUE 0.
002380 01  WS-DEL-LIMIT                PIC 9(14)     VALUE
002390         99999999999999.
002400 01  WS-DEL-TO                   PIC 9(14)     VALUE 0.
002410*
002420 01  WS-INSERT-COUNT             PIC 9(7)      VALUE 0.
002430 01  WS-UPDATE-COUNT             PIC 9(7)      VALUE 0.
002440 01  WS-DELETE-COUNT             PIC 9(7)      VALUE 0.
002450 01  WS-MST-READ-COUNT           PIC 9(7)      VALUE 0.
002460*
002470*----------------------------------------------------------*
002480* ONE WAREHOUSE ROW, FILLED FROM A MASTER OR A PURGE LOG   *
002490* RECORD BEFORE 8000-WRITE-ROW STRINGS IT TOGETHER.        *
002500*----------------------------------------------------------*
002510 01  WS-ROW-FIELDS.
002520     05  WS-ROW-ACTION           PIC X(1).
002530     05  WS-ROW-FEED-DATE        PIC 9(8).
002540     05  WS-ROW-STREAM-NO        PIC 9(4).
002550     05  WS-ROW-MARKER-TYPE      PIC X(3).
002560     05  WS-ROW-FEED-ID          PIC 9(2).
002570     05  WS-ROW-MARKER-POS       PIC 9(4).
002580     05  WS-ROW-WINDOW           PIC X(14).
002590     05  WS-ROW-RUN-TS           PIC 9(14).
002600     05  WS-ROW-MANUAL           PIC X(1).
002610     05  WS-ROW-PURGE-TS         PIC 9(14).
002620*
002630 01  WS-ROW-LINE                 PIC X(120).
002640 01  WS-ROW-PTR                  PIC 9(3) COMP VALUE 1.
002650 01  WS-WIN-OUT                  PIC X(28).
002660 01  WS-WIN-LEN                  PIC 9(3) COMP VALUE 0.
002670 01  WS-WIN-SUB                  PIC 9(3) COMP VALUE 0.
002680 01  WS-QUOTE                    PIC X(1)      VALUE '"'.
002690*
002700 01  WS-WH-HEADER-LINE.
002710     05  FILLER                  PIC X(39)     VALUE
002720             "ACTION,FEED_DATE,STREAM_NO,MARKER_TYPE,".
002730     05  FILLER                  PIC X(40)     VALUE
002740             "FEED_ID,MARKER_POS,WINDOW,RUN_TIMESTAMP,".
002750     05  FILLER                  PIC X(41)     VALUE
002760             "MANUAL,PURGE_TIMESTAMP".
002770*
002780 01  WS-WH-TRAILER-LINE.
002790     05  FILLER                  PIC X(2)      VALUE "T,".
002800     05  WS-WHT-INSERTS          PIC 9(7).
002810     05  FILLER                  PIC X(1)      VALUE ",".
002820     05  WS-WHT-UPDATES          PIC 9(7).
002830     05  FILLER                  PIC X(1)      VALUE ",".
002840     05  WS-WHT-DELETES          PIC 9(7).
002850     05  FILLER                  PIC X(1)      VALUE ",".
002860     05  WS-WHT-CHG-FROM         PIC 9(14).
002870     05  FILLER                  PIC X(1)      VALUE ",".
002880     05  WS-WHT-CHG-TO           PIC 9(14).
002890     05  FILLER                  PIC X(1)      VALUE ",".
002900     05  WS-WHT-DEL-FROM         PIC 9(14).
002910     05  FILLER                  PIC X(1)      VALUE ",".
002920     05  WS-WHT-DEL-TO           PIC 9(14).
002930     05  FILLER                  PIC X(1)      VALUE ",".
002940     05  WS-WHT-RUN-TS           PIC 9(14).
002950     05  FILLER                  PIC X(1)      VALUE ",".
002960     05  WS-WHT-MODE             PIC X(1).
002970     05  FILLER                  PIC X(18)     VALUE SPACES.
002980*
002981*----------------------------------------------------------*
002982* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002983* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002984* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002985* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002986* OVERRIDES THE DEFAULT.                                   *
002987*----------------------------------------------------------*
002988 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002989 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002990 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002991     COPY EVTLOG.
002992 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002993         "AOC-06-WHXTR".
002994 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002995 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002996 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002997 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002998 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002999 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
003000 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
003001 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
003002 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
003003 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
003004 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
003005     05  WS-EVT-TS-DATE          PIC 9(8).
003006     05  WS-EVT-TS-TIME          PIC 9(6).
003007 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
003008     88  WS-MCT-LOADED                         VALUE 'Y'.
003009 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003010     88  WS-MCT-EOF                            VALUE 'Y'.
003011 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
003012 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
003013 01  WS-MCT-TABLE.
003014     05  WS-MCT-ENTRY OCCURS 200 TIMES.
003015         10  WS-MCT-CODE         PIC 9(4).
003016         10  WS-MCT-SEVERITY     PIC X(1).
003017*
003018 PROCEDURE DIVISION.
003019*----------------------------------------------------------*
003020* 0000-MAINLINE                                            *
003021*    SETTLES THE MARK RANGES, EXTRACTS THE MASTER ADDS AND *
003030*    REPLACES, THEN THE PURGE DELETES, AND CLOSES WITH THE *
003040*    CONTROL TRAILER. A NORMAL RUN THAT FINISHED CLEAN     *
003050*    APPENDS ITS RANGES TO WHMARK AS THE NEW HIGH-WATER    *
003060*    MARKS.                                                *
003070*----------------------------------------------------------*
003080 0000-MAINLINE.
003081     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     IF WS-OUT-FAILED
003110         MOVE 8 TO RETURN-CODE
003111         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
003120         STOP RUN
003130     END-IF.
003140     PERFORM 2000-EXTRACT-CHANGES THRU 2000-EXIT.
003150     IF NOT WS-NO-MASTER
003160         PERFORM 3000-EXTRACT-DELETES THRU 3000-EXIT
003170     END-IF.
003180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003181     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003190     STOP RUN.
003200*
003210 1000-INITIALIZE.
003220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003230     ACCEPT WS-RUN-TIME FROM TIME.
003240     MOVE WS-RUN-DATE TO WS-RTS-DATE.
003250     MOVE WS-RUN-TIME (1:6) TO WS-RTS-TIME.
003260     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
003270     PERFORM 1100-READ-MARK-FILE THRU 1100-EXIT.
003271     IF WS-OUT-FAILED
003272         GO TO 1000-EXIT
003273     END-IF.
003280     IF WS-RERUN-MODE AND NOT WS-RERUN-FOUND
003290         DISPLAY "AOC-06-WHXTR: NO EXTRACT ON RECORD FROM MARK "
003300             WS-RERUN-MARK " - REBUILDING EVERYTHING ABOVE IT"
003310         MOVE WS-RERUN-MARK TO WS-CHG-FROM
003320         MOVE WS-RERUN-MARK TO WS-DEL-FROM
003330     END-IF.
003340     MOVE WS-CHG-FROM TO WS-CHG-TO.
003350     MOVE WS-DEL-FROM TO WS-DEL-TO.
003360     OPEN OUTPUT OUTFILE.
003370     IF WS-OUT-STATUS NOT = "00"
003380         DISPLAY "AOC-06-WHXTR: EXTRACT FILE NOT WRITABLE, "
003390             "STATUS " WS-OUT-STATUS
003400         MOVE 'Y' TO WS-OUT-FAILED-SWITCH
003410         GO TO 1000-EXIT
003420     END-IF.
003430     WRITE OUT-RECORD FROM WS-WH-HEADER-LINE.
003440 1000-EXIT.
003450     EXIT.
003460*
003470*----------------------------------------------------------*
003480* 1050-READ-PARM-FILE                                      *
003490*    MODE RERUN WITH A 14-DIGIT MARK REBUILDS THE EXTRACT  *
003500*    THAT STARTED FROM THAT MARK. NO PARAMETER FILE, OR NO *
003510*    MODE, IS A NORMAL INCREMENTAL EXTRACT.                *
003520*----------------------------------------------------------*
003530 1050-READ-PARM-FILE.
003540     OPEN INPUT PARMFILE.
003550     IF WS-PRM-STATUS NOT = "00"
003560         GO TO 1050-EXIT
003570     END-IF.
003580     MOVE 'N' TO WS-PRM-EOF-SWITCH.
003590     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003600         UNTIL WS-PRM-EOF.
003610     CLOSE PARMFILE.
003620     IF WS-RERUN-MODE AND NOT WS-RERUN-MARK-GIVEN
003630         DISPLAY "AOC-06-WHXTR: RERUN WITHOUT MARK - "
003640             "RUNNING NORMAL EXTRACT"
003650         MOVE 'N' TO WS-RERUN-SWITCH
003660     END-IF.
003670 1050-EXIT.
003680     EXIT.
003690*
003700 1060-READ-ONE-PARM.
003710     READ PARMFILE INTO WS-PRM-LINE
003720         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
003730         NOT AT END
003740         EVALUATE WS-PRM-TAG
003750             WHEN "MODE"
003760                 IF WS-PRM-VALUE (1:5) = "RERUN"
003770                     MOVE 'Y' TO WS-RERUN-SWITCH
003780                 END-IF
003790             WHEN "MARK"
003800                 IF WS-PRM-VALUE (1:14) IS NUMERIC
003810                     MOVE WS-PRM-VALUE (1:14) TO WS-RERUN-MARK
003820                     MOVE 'Y' TO WS-RERUN-MARK-SWITCH
003830                 END-IF
003840             WHEN OTHER
003850                 CONTINUE
003860         END-EVALUATE
003870     END-READ.
003880 1060-EXIT.
003890     EXIT.
003900*
003910*----------------------------------------------------------*
003920* 1100-READ-MARK-FILE                                      *
003930*    A NORMAL RUN STARTS FROM THE TO MARKS OF THE LAST     *
003940*    LINE; NO MARK FILE (STATUS 35) MEANS THE FIRST, FULL  *
003950*    EXTRACT, BUT ONE THAT EXISTS AND WILL NOT OPEN FAILS  *
003960*    THE RUN BEFORE THE EXTRACT FILE IS OPENED. A RERUN    *
003961*    TAKES THE RANGES OF THE LAST EXTRACT THAT STARTED     *
003962*    FROM ITS MARK.                                        *
003970*----------------------------------------------------------*
003980 1100-READ-MARK-FILE.
003990     OPEN INPUT MARKFILE.
004000     IF WS-WHM-STATUS = "35"
004001         GO TO 1100-EXIT
004002     END-IF.
004003     IF WS-WHM-STATUS NOT = "00"
004004         DISPLAY "AOC-06-WHXTR: MARK FILE NOT READABLE, STATUS "
004005             WS-WHM-STATUS " - NOTHING EXTRACTED"
004006         MOVE 'Y' TO WS-OUT-FAILED-SWITCH
004010         GO TO 1100-EXIT
004020     END-IF.
004030     MOVE 'N' TO WS-WHM-EOF-SWITCH.
004040     PERFORM 1150-READ-ONE-MARK THRU 1150-EXIT
004050         UNTIL WS-WHM-EOF.
004060     CLOSE MARKFILE.
004070 1100-EXIT.
004080     EXIT.
004090*
004100 1150-READ-ONE-MARK.
004110     READ MARKFILE INTO WS-WHM-LINE
004120         AT END MOVE 'Y' TO WS-WHM-EOF-SWITCH
004130         GO TO 1150-EXIT
004140     END-READ.
004150     IF WS-WHM-CHG-FROM IS NOT NUMERIC OR
004160             WS-WHM-CHG-TO IS NOT NUMERIC OR
004170             WS-WHM-DEL-FROM IS NOT NUMERIC OR
004180             WS-WHM-DEL-TO IS NOT NUMERIC
004190         GO TO 1150-EXIT
004200     END-IF.
004210     IF WS-RERUN-MODE
004220         IF WS-WHM-CHG-FROM = WS-RERUN-MARK
004230             MOVE 'Y' TO WS-RERUN-FOUND-SWITCH
004240             MOVE WS-WHM-CHG-FROM TO WS-CHG-FROM
004250             MOVE WS-WHM-CHG-TO TO WS-CHG-LIMIT
004260             MOVE WS-WHM-DEL-FROM TO WS-DEL-FROM
004270             MOVE WS-WHM-DEL-TO TO WS-DEL-LIMIT
004280         END-IF
004290     ELSE
004300         MOVE WS-WHM-CHG-TO TO WS-CHG-FROM
004310         MOVE WS-WHM-DEL-TO TO WS-DEL-FROM
004320     END-IF.
004330 1150-EXIT.
004340     EXIT.
004350*
004360*----------------------------------------------------------*
004370* 2000-EXTRACT-CHANGES                                     *
004380*    READS THE WHOLE MASTER IN KEY ORDER. A RECORD WHOSE   *
004390*    RUN TIMESTAMP FALLS IN THE CHANGE RANGE GOES OUT AS   *
004400*    AN INSERT WHEN ITS KEY WAS FIRST LOADED INSIDE THE    *
004410*    RANGE (OR ON THE FIRST EXTRACT), ELSE AS AN UPDATE.   *
004420*----------------------------------------------------------*
004430 2000-EXTRACT-CHANGES.
004440     OPEN INPUT MASTFILE.
004450     IF WS-MST-STATUS NOT = "00"
004460         DISPLAY "AOC-06-WHXTR: NO MARKER MASTER FILE, STATUS "
004470             WS-MST-STATUS " - NOTHING EXTRACTED, MARK KEPT"
004480         MOVE 'Y' TO WS-NO-MASTER-SWITCH
004490         MOVE 4 TO RETURN-CODE
004500         GO TO 2000-EXIT
004510     END-IF.
004520     MOVE 'N' TO WS-MST-EOF-SWITCH.
004530     PERFORM 2100-EXTRACT-ONE-MASTER THRU 2100-EXIT
004540         UNTIL WS-MST-EOF.
004550     CLOSE MASTFILE.
004560 2000-EXIT.
004570     EXIT.
004580*
004590 2100-EXTRACT-ONE-MASTER.
004600     READ MASTFILE NEXT RECORD
004610         AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
004620         GO TO 2100-EXIT
004630     END-READ.
004640     ADD 1 TO WS-MST-READ-COUNT.
004650     IF MAST-RUN-TIMESTAMP IS NOT NUMERIC
004660         GO TO 2100-EXIT
004670     END-IF.
004680     IF MAST-RUN-TIMESTAMP NOT > WS-CHG-FROM OR
004690             MAST-RUN-TIMESTAMP > WS-CHG-LIMIT
004700         GO TO 2100-EXIT
004710     END-IF.
004720     MOVE 'U' TO WS-ROW-ACTION.
004730     IF WS-CHG-FROM = 0
004740         MOVE 'I' TO WS-ROW-ACTION
004750     END-IF.
004760     IF MAST-FIRST-TIMESTAMP IS NUMERIC AND
004770             MAST-FIRST-TIMESTAMP > WS-CHG-FROM
004780         MOVE 'I' TO WS-ROW-ACTION
004790     END-IF.
004800     MOVE MAST-FEED-DATE TO WS-ROW-FEED-DATE.
004810     MOVE MAST-STREAM-NO TO WS-ROW-STREAM-NO.
004820     MOVE MAST-MARKER-TYPE TO WS-ROW-MARKER-TYPE.
004830     MOVE MAST-FEED-ID TO WS-ROW-FEED-ID.
004840     MOVE MAST-MARKER-POS TO WS-ROW-MARKER-POS.
004850     MOVE MAST-WINDOW TO WS-ROW-WINDOW.
004860     MOVE MAST-RUN-TIMESTAMP TO WS-ROW-RUN-TS.
004870     MOVE MAST-MANUAL-FLAG TO WS-ROW-MANUAL.
004880     MOVE 0 TO WS-ROW-PURGE-TS.
004890     PERFORM 8000-WRITE-ROW THRU 8000-EXIT.
004900     IF WS-ROW-ACTION = 'I'
004910         ADD 1 TO WS-INSERT-COUNT
004920     ELSE
004930         ADD 1 TO WS-UPDATE-COUNT
004940     END-IF.
004950     IF MAST-RUN-TIMESTAMP > WS-CHG-TO
004960         MOVE MAST-RUN-TIMESTAMP TO WS-CHG-TO
004970     END-IF.
004980 2100-EXIT.
004990     EXIT.
005000*
005010*----------------------------------------------------------*
005020* 3000-EXTRACT-DELETES                                     *
005030*    SENDS A DELETE NOTICE FOR EVERY PURGE LOG RECORD      *
005040*    STAMPED INSIDE THE DELETE RANGE. NO PURGE LOG SIMPLY  *
005050*    MEANS NOTHING HAS BEEN PURGED YET.                    *
005060*----------------------------------------------------------*
005070 3000-EXTRACT-DELETES.
005080     OPEN INPUT PURGFILE.
005090     IF WS-PRG-STATUS NOT = "00"
005100         GO TO 3000-EXIT
005110     END-IF.
005120     MOVE 'N' TO WS-PRG-EOF-SWITCH.
005130     PERFORM 3100-EXTRACT-ONE-PURGE THRU 3100-EXIT
005140         UNTIL WS-PRG-EOF.
005150     CLOSE PURGFILE.
005160 3000-EXIT.
005170     EXIT.
005180*
005190 3100-EXTRACT-ONE-PURGE.
005200     READ PURGFILE
005210         AT END MOVE 'Y' TO WS-PRG-EOF-SWITCH
005220         GO TO 3100-EXIT
005230     END-READ.
005240     IF PURG-PURGE-TIMESTAMP IS NOT NUMERIC
005250         GO TO 3100-EXIT
005260     END-IF.
005270     IF PURG-PURGE-TIMESTAMP NOT > WS-DEL-FROM OR
005280             PURG-PURGE-TIMESTAMP > WS-DEL-LIMIT
005290         GO TO 3100-EXIT
005300     END-IF.
005310     MOVE 'D' TO WS-ROW-ACTION.
005320     MOVE PURG-FEED-DATE TO WS-ROW-FEED-DATE.
005330     MOVE PURG-STREAM-NO TO WS-ROW-STREAM-NO.
005340     MOVE PURG-MARKER-TYPE TO WS-ROW-MARKER-TYPE.
005350     MOVE PURG-FEED-ID TO WS-ROW-FEED-ID.
005360     MOVE PURG-MARKER-POS TO WS-ROW-MARKER-POS.
005370     MOVE PURG-WINDOW TO WS-ROW-WINDOW.
005380     MOVE PURG-RUN-TIMESTAMP TO WS-ROW-RUN-TS.
005390     MOVE PURG-MANUAL-FLAG TO WS-ROW-MANUAL.
005400     MOVE PURG-PURGE-TIMESTAMP TO WS-ROW-PURGE-TS.
005410     PERFORM 8000-WRITE-ROW THRU 8000-EXIT.
005420     ADD 1 TO WS-DELETE-COUNT.
005430     IF PURG-PURGE-TIMESTAMP > WS-DEL-TO
005440         MOVE PURG-PURGE-TIMESTAMP TO WS-DEL-TO
005450     END-IF.
005460 3100-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------*
005500* 8000-WRITE-ROW                                           *
005510*    STRINGS WS-ROW-FIELDS INTO ONE DELIMITED ROW. THE     *
005520*    WINDOW IS QUOTED WITH ANY EMBEDDED QUOTE DOUBLED; THE *
005530*    MANUAL COLUMN IS Y OR N; THE PURGE TIMESTAMP IS LEFT  *
005540*    EMPTY ON INSERTS AND UPDATES.                         *
005550*----------------------------------------------------------*
005560 8000-WRITE-ROW.
005570     MOVE SPACES TO WS-WIN-OUT.
005580     MOVE 0 TO WS-WIN-LEN.
005590     PERFORM 8100-COPY-WINDOW-CHAR THRU 8100-EXIT
005600         VARYING WS-WIN-SUB FROM 1 BY 1
005610         UNTIL WS-WIN-SUB > 14.
005620     MOVE SPACES TO WS-ROW-LINE.
005630     MOVE 1 TO WS-ROW-PTR.
005640     STRING WS-ROW-ACTION      DELIMITED BY SIZE
005650            ","                DELIMITED BY SIZE
005660            WS-ROW-FEED-DATE   DELIMITED BY SIZE
005670            ","                DELIMITED BY SIZE
005680            WS-ROW-STREAM-NO   DELIMITED BY SIZE
005690            ","                DELIMITED BY SIZE
005700            WS-ROW-MARKER-TYPE DELIMITED BY SPACE
005710            ","                DELIMITED BY SIZE
005720            WS-ROW-FEED-ID     DELIMITED BY SIZE
005730            ","                DELIMITED BY SIZE
005740            WS-ROW-MARKER-POS  DELIMITED BY SIZE
005750            ","                DELIMITED BY SIZE
005760            WS-QUOTE           DELIMITED BY SIZE
005770         INTO WS-ROW-LINE
005780         WITH POINTER WS-ROW-PTR
005790     END-STRING.
005800     IF WS-WIN-LEN > 0
005810         STRING WS-WIN-OUT (1:WS-WIN-LEN) DELIMITED BY SIZE
005820             INTO WS-ROW-LINE
005830             WITH POINTER WS-ROW-PTR
005840         END-STRING
005850     END-IF.
005860     STRING WS-QUOTE           DELIMITED BY SIZE
005870            ","                DELIMITED BY SIZE
005880            WS-ROW-RUN-TS      DELIMITED BY SIZE
005890            ","                DELIMITED BY SIZE
005900         INTO WS-ROW-LINE
005910         WITH POINTER WS-ROW-PTR
005920     END-STRING.
005930     IF WS-ROW-MANUAL = 'M'
005940         STRING "Y," DELIMITED BY SIZE
005950             INTO WS-ROW-LINE
005960             WITH POINTER WS-ROW-PTR
005970         END-STRING
005980     ELSE
005990         STRING "N," DELIMITED BY SIZE
006000             INTO WS-ROW-LINE
006010             WITH POINTER WS-ROW-PTR
006020         END-STRING
006030     END-IF.
006040     IF WS-ROW-ACTION = 'D'
006050         STRING WS-ROW-PURGE-TS DELIMITED BY SIZE
006060             INTO WS-ROW-LINE
006070             WITH POINTER WS-ROW-PTR
006080         END-STRING
006090     END-IF.
006100     WRITE OUT-RECORD FROM WS-ROW-LINE.
006110 8000-EXIT.
006120     EXIT.
006130*
006140*----------------------------------------------------------*
006150* THE WINDOW KEEPS ALL 14 BYTES, TRAILING SPACES INCLUDED, *
006160* SO THE WAREHOUSE SEES EXACTLY WHAT THE MASTER HOLDS.     *
006170*----------------------------------------------------------*
006180 8100-COPY-WINDOW-CHAR.
006190     ADD 1 TO WS-WIN-LEN.
006200     MOVE WS-ROW-WINDOW (WS-WIN-SUB:1)
006210         TO WS-WIN-OUT (WS-WIN-LEN:1).
006220     IF WS-ROW-WINDOW (WS-WIN-SUB:1) = WS-QUOTE
006230         ADD 1 TO WS-WIN-LEN
006240         MOVE WS-QUOTE TO WS-WIN-OUT (WS-WIN-LEN:1)
006250     END-IF.
006260 8100-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------*
006300* 9000-TERMINATE                                           *
006310*    WRITES THE CONTROL TRAILER AND, FOR A NORMAL RUN THAT *
006320*    FOUND ITS MASTER, APPENDS THE NEW MARKS TO WHMARK. A  *
006330*    RERUN NEVER MOVES THE MARKS.                          *
006340*----------------------------------------------------------*
006350 9000-TERMINATE.
006360     MOVE WS-INSERT-COUNT TO WS-WHT-INSERTS.
006370     MOVE WS-UPDATE-COUNT TO WS-WHT-UPDATES.
006380     MOVE WS-DELETE-COUNT TO WS-WHT-DELETES.
006390     MOVE WS-CHG-FROM TO WS-WHT-CHG-FROM.
006400     MOVE WS-CHG-TO TO WS-WHT-CHG-TO.
006410     MOVE WS-DEL-FROM TO WS-WHT-DEL-FROM.
006420     MOVE WS-DEL-TO TO WS-WHT-DEL-TO.
006430     MOVE WS-RUN-TIMESTAMP TO WS-WHT-RUN-TS.
006440     IF WS-RERUN-MODE
006450         MOVE 'R' TO WS-WHT-MODE
006460     ELSE
006470         MOVE 'N' TO WS-WHT-MODE
006480     END-IF.
006490     WRITE OUT-RECORD FROM WS-WH-TRAILER-LINE.
006500     CLOSE OUTFILE.
006510     IF WS-OUT-STATUS NOT = "00"
006520         DISPLAY "AOC-06-WHXTR: EXTRACT FILE CLOSE FAILED, "
006530             "STATUS " WS-OUT-STATUS " - MARK KEPT"
006540         MOVE 8 TO RETURN-CODE
006550         GO TO 9000-REPORT
006560     END-IF.
006570     IF NOT WS-RERUN-MODE AND NOT WS-NO-MASTER
006580         PERFORM 9100-ADVANCE-MARK THRU 9100-EXIT
006590     END-IF.
006600 9000-REPORT.
006610     DISPLAY "AOC-06-WHXTR: MASTER RECORDS READ "
006620         WS-MST-READ-COUNT.
006630     DISPLAY "AOC-06-WHXTR: INSERTS " WS-INSERT-COUNT
006640         " UPDATES " WS-UPDATE-COUNT
006650         " DELETES " WS-DELETE-COUNT.
006660     DISPLAY "AOC-06-WHXTR: CHANGE MARK " WS-CHG-FROM
006670         " TO " WS-CHG-TO.
006680     DISPLAY "AOC-06-WHXTR: DELETE MARK " WS-DEL-FROM
006690         " TO " WS-DEL-TO.
006700 9000-EXIT.
006710     EXIT.
006720*
006730 9100-ADVANCE-MARK.
006740     OPEN EXTEND MARKFILE.
006750     IF WS-WHM-STATUS = "35"
006760         OPEN OUTPUT MARKFILE
006770     END-IF.
006780     IF WS-WHM-STATUS NOT = "00"
006790         DISPLAY "AOC-06-WHXTR: MARK FILE NOT WRITABLE, STATUS "
006800             WS-WHM-STATUS " - NEXT RUN WILL REPEAT THESE ROWS"
006810         MOVE 8 TO RETURN-CODE
006820         GO TO 9100-EXIT
006830     END-IF.
006840     MOVE WS-RUN-TIMESTAMP TO WS-WHM-RUN-TS.
006850     MOVE WS-CHG-FROM TO WS-WHM-CHG-FROM.
006860     MOVE WS-CHG-TO TO WS-WHM-CHG-TO.
006870     MOVE WS-DEL-FROM TO WS-WHM-DEL-FROM.
006880     MOVE WS-DEL-TO TO WS-WHM-DEL-TO.
006890     WRITE WHM-RECORD FROM WS-WHM-LINE.
006900     CLOSE MARKFILE.
006910 9100-EXIT.
006920     EXIT.
006930*
006940*----------------------------------------------------------*
006950* 1800-WRITE-EVENT                                         *
006960*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
006970*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
006980*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
006990*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007000*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007010*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007020*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007030*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007040*----------------------------------------------------------*
007050 1800-WRITE-EVENT.
007060     IF NOT WS-MCT-LOADED
007070         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007080     END-IF.
007090     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007100         VARYING WS-MCT-SUB FROM 1 BY 1
007110         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007120     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007130     ACCEPT WS-EVT-TIME FROM TIME.
007140     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007150     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007160     MOVE SPACES TO EVT-RECORD.
007170     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
007180     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
007190     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
007200     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
007210     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
007220     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
007230     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
007240     MOVE WS-EVT-TEXT TO EVT-TEXT.
007250     OPEN EXTEND EVTFILE.
007260     IF WS-EVT-STATUS = "35"
007270         OPEN OUTPUT EVTFILE
007280     END-IF.
007290     IF WS-EVT-STATUS = "00"
007300         WRITE EVL-RECORD FROM EVT-RECORD
007310         CLOSE EVTFILE
007320     ELSE
007330         DISPLAY "AOC-06-WHXTR: EVENT LOG NOT AVAILABLE,"
007340             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
007350             " NOT LOGGED"
007360     END-IF.
007370     IF EVT-CRITICAL
007380         OPEN EXTEND ALRFILE
007390         IF WS-ALR-STATUS = "35"
007400             OPEN OUTPUT ALRFILE
007410         END-IF
007420         IF WS-ALR-STATUS = "00"
007430             WRITE ALR-RECORD FROM EVT-RECORD
007440             CLOSE ALRFILE
007450         ELSE
007460             DISPLAY "AOC-06-WHXTR: ALERT FILE NOT AVAILABLE,"
007470                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
007480                 " NOT RAISED"
007490         END-IF
007500     END-IF.
007510     MOVE 0 TO WS-EVT-FEED-ID.
007520     MOVE 0 TO WS-EVT-FEED-DATE.
007530     MOVE 0 TO WS-EVT-STREAM-NO.
007540     MOVE SPACES TO WS-EVT-TEXT.
007550 1800-EXIT.
007560     EXIT.
007570*
007580*----------------------------------------------------------*
007590* 1810-LOAD-MSG-CATALOG                                    *
007600*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
007610*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
007620*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
007630*----------------------------------------------------------*
007640 1810-LOAD-MSG-CATALOG.
007650     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
007660     OPEN INPUT MCTFILE.
007670     IF WS-MCT-STATUS NOT = "00"
007680         GO TO 1810-EXIT
007690     END-IF.
007700     MOVE 'N' TO WS-MCT-EOF-SWITCH.
007710     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
007720         UNTIL WS-MCT-EOF.
007730     CLOSE MCTFILE.
007740 1810-EXIT.
007750     EXIT.
007760*
007770 1815-LOAD-ONE-MSG.
007780     READ MCTFILE
007790         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
007800         GO TO 1815-EXIT
007810     END-READ.
007820     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
007830         GO TO 1815-EXIT
007840     END-IF.
007850     IF WS-MCT-COUNT NOT < 200
007860         MOVE 'Y' TO WS-MCT-EOF-SWITCH
007870         GO TO 1815-EXIT
007880     END-IF.
007890     ADD 1 TO WS-MCT-COUNT.
007900     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
007910     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
007920 1815-EXIT.
007930     EXIT.
007940*
007950 1820-FIND-ONE-MSG.
007960     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
007970         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
007980     END-IF.
007990 1820-EXIT.
008000     EXIT.
008010*
008020*----------------------------------------------------------*
008030* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008040*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008050*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008060*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008070*    OTHER FAILURE.                                        *
008080*----------------------------------------------------------*
008090 1880-LOG-PROGRAM-START.
008100     MOVE 0001 TO WS-EVT-CODE.
008110     MOVE 'I' TO WS-EVT-SEVERITY.
008120     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008130     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008140 1880-EXIT.
008150     EXIT.
008160*
008170 1890-LOG-PROGRAM-END.
008180     MOVE RETURN-CODE TO WS-EVT-RC.
008190     EVALUATE WS-EVT-RC
008200         WHEN 0
008210             MOVE 0002 TO WS-EVT-CODE
008220             MOVE 'I' TO WS-EVT-SEVERITY
008230         WHEN 4
008240             MOVE 0003 TO WS-EVT-CODE
008250             MOVE 'W' TO WS-EVT-SEVERITY
008260         WHEN 12
008270             MOVE 0005 TO WS-EVT-CODE
008280             MOVE 'E' TO WS-EVT-SEVERITY
008290         WHEN OTHER
008300             MOVE 0004 TO WS-EVT-CODE
008310             MOVE 'E' TO WS-EVT-SEVERITY
008320     END-EVALUATE.
008330     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
008340         WS-EVT-RC DELIMITED BY SIZE
008350         INTO WS-EVT-TEXT.
008360     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008370 1890-EXIT.
008380     EXIT.
