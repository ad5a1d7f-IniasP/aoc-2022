001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-PROFILE.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. PROFILES MARKER POSITIONS ON THE
001060*                   MARKER MASTER OVER AN OPERATOR-SET DATE RANGE:
001070*                   PER FEED AND MARKER TYPE THE COUNT, MINIMUM,
001080*                   MAXIMUM, MEAN, MEDIAN, 90TH AND 99TH
001090*                   PERCENTILES AND A BUCKETED HISTOGRAM, THEN
001100*                   LISTS EVERY MASTER RECORD WHOSE POSITION LIES
001110*                   FURTHER THAN THE OPERATOR-SET SPREAD FROM ITS
001120*                   FEED'S ROLLING BASELINE. A FEED CREEPING OVER
001130*                   WEEKS, WHICH AOC-06-DRIFT'S DAY-ON-DAY CHECK
001140*                   CANNOT SEE, NOW SHOWS AS EVIDENCE.
001141*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001142*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001143*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001144*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001145*                   FILE.
001150*
001160 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT PARMFILE ASSIGN TO "profparm"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-PRM-STATUS.
001220     SELECT MASTFILE ASSIGN TO "markmast"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS MAST-KEY
001260         FILE STATUS IS WS-MST-STATUS.
001270     SELECT SORTFILE ASSIGN TO "profsort".
001280     SELECT PROFREPORT ASSIGN TO "profrpt"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RPT-STATUS.
001301     SELECT EVTFILE ASSIGN TO "eventlog"
001302         ORGANIZATION IS LINE SEQUENTIAL
001303         FILE STATUS IS WS-EVT-STATUS.
001304     SELECT ALRFILE ASSIGN TO "alertlog"
001305         ORGANIZATION IS LINE SEQUENTIAL
001306         FILE STATUS IS WS-ALR-STATUS.
001307     SELECT MCTFILE ASSIGN TO "msgcat"
001308         ORGANIZATION IS LINE SEQUENTIAL
001309         FILE STATUS IS WS-MCT-STATUS.
001310*
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  PARMFILE
001350     RECORD CONTAINS 80 CHARACTERS.
001360 01  PRM-RECORD                  PIC X(80).
001370*
001380 FD  MASTFILE
001390     RECORD CONTAINS 80 CHARACTERS.
001400     COPY MARKMAST.
001410*
001420* ONE SORT RECORD PER PROFILED MARKER, ORDERED BY FEED, TYPE
001430* AND POSITION SO THE MEDIAN AND PERCENTILES CAN BE PICKED
001440* OFF BY RANK AS EACH GROUP COMES BACK.
001450 SD  SORTFILE.
001460 01  SRT-RECORD.
001470     05  SRT-FEED-ID             PIC 9(2).
001480     05  SRT-MARKER-TYPE         PIC X(3).
001490     05  SRT-MARKER-POS          PIC 9(4).
001500*
001510 FD  PROFREPORT
001520     RECORD CONTAINS 80 CHARACTERS.
001530 01  RPT-RECORD                  PIC X(80).
001531*
001532 FD  EVTFILE
001533     RECORD CONTAINS 80 CHARACTERS.
001534 01  EVL-RECORD                  PIC X(80).
001535*
001536 FD  ALRFILE
001537     RECORD CONTAINS 80 CHARACTERS.
001538 01  ALR-RECORD                  PIC X(80).
001539*
001540 FD  MCTFILE
001541     RECORD CONTAINS 80 CHARACTERS.
001542     COPY MSGCAT.
001543*
001550 WORKING-STORAGE SECTION.
001560 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001570 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
001580 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001590*
001600 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001610     88  WS-PRM-EOF                            VALUE 'Y'.
001620*
001630 01  WS-MST-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001640     88  WS-MST-EOF                            VALUE 'Y'.
001650*
001660 01  WS-SRT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001670     88  WS-SRT-EOF                            VALUE 'Y'.
001680*
001690 01  WS-MST-MISSING-SWITCH       PIC X(1)      VALUE 'N'.
001700     88  WS-MST-MISSING                        VALUE 'Y'.
001710*
001720 01  WS-SELECTED-SWITCH          PIC X(1)      VALUE 'N'.
001730     88  WS-SELECTED                           VALUE 'Y'.
001740*
001750 01  WS-PRM-LINE.
001760     05  WS-PRM-TAG              PIC X(8).
001770     05  WS-PRM-VALUE            PIC X(40).
001780     05  FILLER                  PIC X(32)     VALUE SPACES.
001790*
001800 01  WS-RUN-DATE                 PIC 9(8).
001810*
001820* RANGE, FILTERS AND THRESHOLDS. THE DEFAULTS PROFILE THE WHOLE
001830* MASTER FOR EVERY FEED AND MARKER TYPE, FLAG A MARKER MORE
001840* THAN 100 POSITIONS OFF A 14-DAY BASELINE, AND BUCKET THE
001850* HISTOGRAM IN 250-POSITION STEPS, WHICH COVERS A 5000-BYTE
001860* STREAM IN THE 20 BUCKETS.
001870 01  WS-FROM-DATE                PIC 9(8)      VALUE 0.
001880 01  WS-TO-DATE                  PIC 9(8)      VALUE 99999999.
001890 01  WS-SEL-FEED                 PIC 9(2)      VALUE 0.
001900 01  WS-SEL-FEED-SWITCH          PIC X(1)      VALUE 'N'.
001910     88  WS-SEL-FEED-SET                       VALUE 'Y'.
001920 01  WS-SEL-MARKER               PIC X(3)      VALUE "ALL".
001930 01  WS-SPREAD                   PIC 9(4)      VALUE 100.
001940 01  WS-BASE-DAYS                PIC 9(3)      VALUE 14.
001950 01  WS-BUCKET-WIDTH             PIC 9(4)      VALUE 250.
001960*
001970* THE BASELINE FOR THE FIRST DAYS OF THE RANGE LOOKS BACK
001980* BEFORE THE FROM DATE, SO THE MASTER IS READ FROM THE FROM
001990* DATE WALKED BACK THE BASELINE DAYS.
002000 01  WS-LOOKBACK-DATE            PIC 9(8)      VALUE 0.
002010 01  WS-WALK-DATE                PIC 9(8)      VALUE 0.
002020 01  WS-WALK-VIEW REDEFINES WS-WALK-DATE.
002030     05  WS-WALK-YEAR            PIC 9(4).
002040     05  WS-WALK-MONTH           PIC 9(2).
002050     05  WS-WALK-DAY             PIC 9(2).
002060 01  WS-WALK-DAYS                PIC 9(3)      VALUE 0.
002070*
002080 01  WS-MONTH-DAYS-TABLE         PIC X(24)     VALUE
002090         "312831303130313130313031".
002100 01  WS-MONTH-DAYS-VIEW REDEFINES WS-MONTH-DAYS-TABLE.
002110     05  WS-MONTH-DAYS           PIC 9(2)
002120         OCCURS 12 TIMES.
002130 01  WS-LEAP-QUOTIENT            PIC 9(4) COMP.
002140 01  WS-LEAP-REMAINDER           PIC 9(4) COMP.
002150*
002160* ONE PROFILE SLOT PER FEED AND MARKER TYPE SEEN IN THE RANGE.
002170* THE RANKS OF THE MEDIAN AND PERCENTILES ARE SET FROM THE
002180* COUNT BEFORE THE SORTED POSITIONS ARE RETURNED (NEAREST
002190* RANK: THE SMALLEST POSITION WITH AT LEAST THAT SHARE OF
002200* THE GROUP AT OR BELOW IT). THE BASE FIELDS HOLD THE ROLLING
002210* BASELINE FOR THE FEED DATE THE OUTLIER PASS IS ON.
002220 01  WS-GROUP-COUNT              PIC 9(3) COMP VALUE 0.
002230 01  WS-GROUP-SUB                PIC 9(3) COMP VALUE 0.
002240 01  WS-GROUP-FOUND-SUB          PIC 9(3) COMP VALUE 0.
002250 01  WS-CUR-GROUP-SUB            PIC 9(3) COMP VALUE 0.
002260 01  WS-GROUP-FULL-SWITCH        PIC X(1)      VALUE 'N'.
002270     88  WS-GROUP-FULL                         VALUE 'Y'.
002280 01  WS-GROUP-TABLE.
002290     05  WS-GRP-ENTRY OCCURS 100 TIMES.
002300         10  WS-GRP-FEED         PIC 9(2).
002310         10  WS-GRP-TYPE         PIC X(3).
002320         10  WS-GRP-MARKERS      PIC 9(7).
002330         10  WS-GRP-MIN          PIC 9(4).
002340         10  WS-GRP-MAX          PIC 9(4).
002350         10  WS-GRP-SUM          PIC 9(11).
002360         10  WS-GRP-MANUAL       PIC 9(5).
002370         10  WS-GRP-RANK-MED     PIC 9(7).
002380         10  WS-GRP-RANK-P90     PIC 9(7).
002390         10  WS-GRP-RANK-P99     PIC 9(7).
002400         10  WS-GRP-MEDIAN       PIC 9(4).
002410         10  WS-GRP-P90          PIC 9(4).
002420         10  WS-GRP-P99          PIC 9(4).
002430         10  WS-GRP-BASE-DAYS    PIC 9(3).
002440         10  WS-GRP-BASE-COUNT   PIC 9(7).
002450         10  WS-GRP-BASE-SUM     PIC 9(11).
002460         10  WS-GRP-BASE-MEAN    PIC 9(4).
002470         10  WS-GRP-HIST         PIC 9(7)
002480             OCCURS 20 TIMES.
002490*
002500* ONE SLOT PER FEED, MARKER TYPE AND FEED DATE FROM THE
002510* LOOKBACK DATE THROUGH THE TO DATE. THE MASTER IS KEYED BY
002520* FEED DATE FIRST, SO A DATE'S SLOTS ARE ADDED TOGETHER AND
002530* ONLY THEY NEED SEARCHING WHILE THAT DATE IS READ.
002540 01  WS-DAY-COUNT                PIC 9(4) COMP VALUE 0.
002550 01  WS-DAY-SUB                  PIC 9(4) COMP VALUE 0.
002560 01  WS-DAY-FOUND-SUB            PIC 9(4) COMP VALUE 0.
002570 01  WS-DAY-FIRST-SUB            PIC 9(4) COMP VALUE 1.
002580 01  WS-DAY-CUR-DATE             PIC 9(8)      VALUE 0.
002590 01  WS-DAY-FULL-SWITCH          PIC X(1)      VALUE 'N'.
002600     88  WS-DAY-FULL                           VALUE 'Y'.
002610 01  WS-DAY-TABLE.
002620     05  WS-DAY-ENTRY OCCURS 5000 TIMES.
002630         10  WS-DAY-FEED         PIC 9(2).
002640         10  WS-DAY-TYPE         PIC X(3).
002650         10  WS-DAY-DATE         PIC 9(8).
002660         10  WS-DAY-MARKERS      PIC 9(5).
002670         10  WS-DAY-SUM          PIC 9(9).
002680*
002690 01  WS-KEY-FEED                 PIC 9(2)      VALUE 0.
002700 01  WS-KEY-TYPE                 PIC X(3)      VALUE SPACES.
002710*
002720 01  WS-BUCKET-SUB               PIC 9(2) COMP VALUE 0.
002730 01  WS-BUCKET-NO                PIC 9(5) COMP VALUE 0.
002740 01  WS-BUCKET-FROM              PIC 9(6)      VALUE 0.
002750 01  WS-BUCKET-TO                PIC 9(6)      VALUE 0.
002760 01  WS-HIST-PEAK                PIC 9(7)      VALUE 0.
002770 01  WS-BAR-LEN                  PIC 9(2) COMP VALUE 0.
002780 01  WS-BAR-STARS                PIC X(40)     VALUE ALL "*".
002790*
002800 01  WS-SRT-RANK                 PIC 9(7)      VALUE 0.
002810 01  WS-MEAN                     PIC 9(4)      VALUE 0.
002820*
002830 01  WS-CUR-DATE                 PIC 9(8)      VALUE 0.
002840 01  WS-BASE-START               PIC 9(8)      VALUE 0.
002850 01  WS-DEVIATION                PIC S9(5)     VALUE 0.
002860 01  WS-ABS-DEVIATION            PIC 9(5)      VALUE 0.
002870*
002880 01  WS-PROFILED-COUNT           PIC 9(7)      VALUE 0.
002890 01  WS-OUTLIER-COUNT            PIC 9(5)      VALUE 0.
002900 01  WS-NO-BASE-COUNT            PIC 9(5)      VALUE 0.
002910*
002920 01  WS-RPT-HEADER-LINE.
002930     05  FILLER                  PIC X(29)     VALUE
002940             "MARKER POSITION PROFILE FROM ".
002950     05  WS-RPT-HDR-FROM         PIC 9(8).
002960     05  FILLER                  PIC X(4)      VALUE
002970             " TO ".
002980     05  WS-RPT-HDR-TO           PIC 9(8).
002990     05  FILLER                  PIC X(6)      VALUE
003000             " RUN: ".
003010     05  WS-RPT-HDR-RUN-DATE     PIC 9(8).
003020     05  FILLER                  PIC X(17)     VALUE SPACES.
003030*
003040 01  WS-RPT-PARM-LINE.
003050     05  FILLER                  PIC X(15)     VALUE
003060             "OUTLIER SPREAD ".
003070     05  WS-RPT-PRM-SPREAD       PIC 9(4).
003080     05  FILLER                  PIC X(15)     VALUE
003090             " BASELINE DAYS ".
003100     05  WS-RPT-PRM-DAYS         PIC 9(3).
003110     05  FILLER                  PIC X(14)     VALUE
003120             " BUCKET WIDTH ".
003130     05  WS-RPT-PRM-WIDTH        PIC 9(4).
003140     05  FILLER                  PIC X(6)      VALUE
003150             " FEED ".
003160     05  WS-RPT-PRM-FEED         PIC X(3).
003170     05  FILLER                  PIC X(5)      VALUE
003180             " MKR ".
003190     05  WS-RPT-PRM-MARKER       PIC X(3).
003200     05  FILLER                  PIC X(8)      VALUE SPACES.
003210*
003220 01  WS-RPT-GROUP-LINE.
003230     05  FILLER                  PIC X(5)      VALUE
003240             "FEED ".
003250     05  WS-RPT-GRP-FEED         PIC 9(2).
003260     05  FILLER                  PIC X(8)      VALUE
003270             " MARKER ".
003280     05  WS-RPT-GRP-TYPE         PIC X(3).
003290     05  FILLER                  PIC X(7)      VALUE
003300             " COUNT ".
003310     05  WS-RPT-GRP-COUNT        PIC 9(7).
003320     05  FILLER                  PIC X(5)      VALUE
003330             " MIN ".
003340     05  WS-RPT-GRP-MIN          PIC 9(4).
003350     05  FILLER                  PIC X(5)      VALUE
003360             " MAX ".
003370     05  WS-RPT-GRP-MAX          PIC 9(4).
003380     05  FILLER                  PIC X(6)      VALUE
003390             " MEAN ".
003400     05  WS-RPT-GRP-MEAN         PIC 9(4).
003410     05  FILLER                  PIC X(20)     VALUE SPACES.
003420*
003430 01  WS-RPT-RANK-LINE.
003440     05  FILLER                  PIC X(10)     VALUE
003450             "   MEDIAN ".
003460     05  WS-RPT-RNK-MEDIAN       PIC 9(4).
003470     05  FILLER                  PIC X(5)      VALUE
003480             " P90 ".
003490     05  WS-RPT-RNK-P90          PIC 9(4).
003500     05  FILLER                  PIC X(5)      VALUE
003510             " P99 ".
003520     05  WS-RPT-RNK-P99          PIC 9(4).
003530     05  FILLER                  PIC X(8)      VALUE
003540             " MANUAL ".
003550     05  WS-RPT-RNK-MANUAL       PIC 9(5).
003560     05  FILLER                  PIC X(35)     VALUE SPACES.
003570*
003580 01  WS-RPT-HIST-LINE.
003590     05  FILLER                  PIC X(3)      VALUE SPACES.
003600     05  WS-RPT-HST-FROM         PIC 9(4).
003610     05  FILLER                  PIC X(1)      VALUE "-".
003620     05  WS-RPT-HST-TO           PIC 9(4).
003630     05  FILLER                  PIC X(1)      VALUE SPACE.
003640     05  WS-RPT-HST-COUNT        PIC 9(7).
003650     05  FILLER                  PIC X(1)      VALUE SPACE.
003660     05  WS-RPT-HST-BAR          PIC X(40).
003670     05  FILLER                  PIC X(19)     VALUE SPACES.
003680*
003690 01  WS-RPT-OUTLIER-HEAD.
003700     05  FILLER                  PIC X(19)     VALUE
003710             "OUTLIERS MORE THAN ".
003720     05  WS-RPT-OHD-SPREAD       PIC 9(4).
003730     05  FILLER                  PIC X(20)     VALUE
003740             " POSITIONS FROM THE ".
003750     05  WS-RPT-OHD-DAYS         PIC 9(3).
003760     05  FILLER                  PIC X(21)     VALUE
003770             "-DAY ROLLING BASELINE".
003780     05  FILLER                  PIC X(13)     VALUE SPACES.
003790*
003800 01  WS-RPT-OUTLIER-LINE.
003810     05  WS-RPT-OUT-DATE         PIC 9(8).
003820     05  FILLER                  PIC X(6)      VALUE
003830             " FEED ".
003840     05  WS-RPT-OUT-FEED         PIC 9(2).
003850     05  FILLER                  PIC X(8)      VALUE
003860             " STREAM ".
003870     05  WS-RPT-OUT-STREAM       PIC 9(4).
003880     05  FILLER                  PIC X(1)      VALUE SPACE.
003890     05  WS-RPT-OUT-TYPE         PIC X(3).
003900     05  FILLER                  PIC X(5)      VALUE
003910             " POS ".
003920     05  WS-RPT-OUT-POS          PIC 9(4).
003930     05  FILLER                  PIC X(6)      VALUE
003940             " BASE ".
003950     05  WS-RPT-OUT-BASE         PIC 9(4).
003960     05  FILLER                  PIC X(5)      VALUE
003970             " DEV ".
003980     05  WS-RPT-OUT-DEV          PIC +9(4).
003990     05  FILLER                  PIC X(4)      VALUE
004000             " ON ".
004010     05  WS-RPT-OUT-DAYS         PIC 9(3).
004020     05  FILLER                  PIC X(6)      VALUE
004030             " DAYS ".
004040     05  WS-RPT-OUT-MANUAL       PIC X(6).
004050*
004060 01  WS-RPT-TRAILER-LINE.
004070     05  FILLER                  PIC X(17)     VALUE
004080             "MARKERS PROFILED ".
004090     05  WS-RPT-TRL-PROFILED     PIC 9(7).
004100     05  FILLER                  PIC X(10)     VALUE
004110             " OUTLIERS ".
004120     05  WS-RPT-TRL-OUTLIERS     PIC 9(5).
004130     05  FILLER                  PIC X(13)     VALUE
004140             " NO BASELINE ".
004150     05  WS-RPT-TRL-NO-BASE      PIC 9(5).
004160     05  FILLER                  PIC X(23)     VALUE SPACES.
004170*
004171*----------------------------------------------------------*
004172* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
004173* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
004174* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
004175* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
004176* OVERRIDES THE DEFAULT.                                   *
004177*----------------------------------------------------------*
004178 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
004179 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
004180 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
004181     COPY EVTLOG.
004182 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
004183         "AOC-06-PROFILE".
004184 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
004185 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
004186 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
004187 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
004188 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
004189 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
004190 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
004191 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
004192 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
004193 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
004194 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
004195     05  WS-EVT-TS-DATE          PIC 9(8).
004196     05  WS-EVT-TS-TIME          PIC 9(6).
004197 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
004198     88  WS-MCT-LOADED                         VALUE 'Y'.
004199 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
004200     88  WS-MCT-EOF                            VALUE 'Y'.
004201 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
004202 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
004203 01  WS-MCT-TABLE.
004204     05  WS-MCT-ENTRY OCCURS 200 TIMES.
004205         10  WS-MCT-CODE         PIC 9(4).
004206         10  WS-MCT-SEVERITY     PIC X(1).
004207*
004208 PROCEDURE DIVISION.
004209*----------------------------------------------------------*
004210* 0000-MAINLINE                                            *
004211*    READS THE PARAMETERS, SORTS THE RANGE'S MARKERS BY    *
004220*    FEED, TYPE AND POSITION WHILE BUILDING THE PROFILE    *
004230*    AND DAILY BASELINE TABLES, PRINTS A PROFILE PER FEED  *
004240*    AND TYPE AS THE SORTED GROUPS COME BACK, THEN PASSES  *
004250*    THE RANGE AGAIN FOR THE OUTLIER LIST. NO MARKER       *
004260*    MASTER ENDS WITH RETURN CODE 8.                       *
004270*----------------------------------------------------------*
004280 0000-MAINLINE.
004281     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
004290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004300     SORT SORTFILE
004310         ON ASCENDING KEY SRT-FEED-ID SRT-MARKER-TYPE
004320             SRT-MARKER-POS
004330         INPUT PROCEDURE IS 2000-SELECT-MARKERS THRU 2000-EXIT
004340         OUTPUT PROCEDURE IS 3000-PROFILE-GROUPS THRU 3000-EXIT.
004350     PERFORM 4000-LIST-OUTLIERS THRU 4000-EXIT.
004360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004370     IF WS-MST-MISSING
004380         MOVE 8 TO RETURN-CODE
004390     END-IF.
004391     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
004400     STOP RUN.
004410*
004420 1000-INITIALIZE.
004430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004440     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
004450     MOVE WS-FROM-DATE TO WS-WALK-DATE.
004460     MOVE WS-BASE-DAYS TO WS-WALK-DAYS.
004470     PERFORM 8000-WALK-BACK-DAYS THRU 8000-EXIT.
004480     MOVE WS-WALK-DATE TO WS-LOOKBACK-DATE.
004490     OPEN OUTPUT PROFREPORT.
004500     MOVE WS-FROM-DATE TO WS-RPT-HDR-FROM.
004510     MOVE WS-TO-DATE TO WS-RPT-HDR-TO.
004520     MOVE WS-RUN-DATE TO WS-RPT-HDR-RUN-DATE.
004530     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
004540     MOVE WS-SPREAD TO WS-RPT-PRM-SPREAD.
004550     MOVE WS-BASE-DAYS TO WS-RPT-PRM-DAYS.
004560     MOVE WS-BUCKET-WIDTH TO WS-RPT-PRM-WIDTH.
004570     IF WS-SEL-FEED-SET
004580         MOVE WS-SEL-FEED TO WS-RPT-PRM-FEED
004590     ELSE
004600         MOVE "ALL" TO WS-RPT-PRM-FEED
004610     END-IF.
004620     MOVE WS-SEL-MARKER TO WS-RPT-PRM-MARKER.
004630     WRITE RPT-RECORD FROM WS-RPT-PARM-LINE.
004640     MOVE SPACES TO RPT-RECORD.
004650     WRITE RPT-RECORD.
004660 1000-EXIT.
004670     EXIT.
004680*
004690*----------------------------------------------------------*
004700* 1050-READ-PARM-FILE                                      *
004710*    TAG/VALUE PARAMETERS IN THE SAME SHAPE AS THE AOC-06-2 *
004720*    CONTROL FILE. MISSING, NON-NUMERIC OR ZERO VALUES      *
004730*    LEAVE THE DEFAULTS IN EFFECT.                          *
004740*----------------------------------------------------------*
004750 1050-READ-PARM-FILE.
004760     OPEN INPUT PARMFILE.
004770     IF WS-PRM-STATUS NOT = "00"
004780         GO TO 1050-EXIT
004790     END-IF.
004800     MOVE 'N' TO WS-PRM-EOF-SWITCH.
004810     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
004820         UNTIL WS-PRM-EOF.
004830     CLOSE PARMFILE.
004840 1050-EXIT.
004850     EXIT.
004860*
004870 1060-READ-ONE-PARM.
004880     READ PARMFILE INTO WS-PRM-LINE
004890         AT END
004900             MOVE 'Y' TO WS-PRM-EOF-SWITCH
004910             GO TO 1060-EXIT
004920     END-READ.
004930     EVALUATE WS-PRM-TAG
004940         WHEN "FROMDATE"
004950             IF WS-PRM-VALUE (1:8) IS NUMERIC
004960                 MOVE WS-PRM-VALUE (1:8) TO WS-FROM-DATE
004970             END-IF
004980         WHEN "TODATE"
004990             IF WS-PRM-VALUE (1:8) IS NUMERIC
005000                 MOVE WS-PRM-VALUE (1:8) TO WS-TO-DATE
005010             END-IF
005020         WHEN "FEED"
005030             IF WS-PRM-VALUE (1:2) IS NUMERIC
005040                 MOVE WS-PRM-VALUE (1:2) TO WS-SEL-FEED
005050                 MOVE 'Y' TO WS-SEL-FEED-SWITCH
005060             END-IF
005070         WHEN "MARKER"
005080             MOVE WS-PRM-VALUE (1:3) TO WS-SEL-MARKER
005090         WHEN "SPREAD"
005100             IF WS-PRM-VALUE (1:4) IS NUMERIC
005110                 MOVE WS-PRM-VALUE (1:4) TO WS-SPREAD
005120             END-IF
005130         WHEN "BASEDAYS"
005140             IF WS-PRM-VALUE (1:3) IS NUMERIC AND
005150                     WS-PRM-VALUE (1:3) NOT = "000"
005160                 MOVE WS-PRM-VALUE (1:3) TO WS-BASE-DAYS
005170             END-IF
005180         WHEN "BUCKET"
005190             IF WS-PRM-VALUE (1:4) IS NUMERIC AND
005200                     WS-PRM-VALUE (1:4) NOT = "0000"
005210                 MOVE WS-PRM-VALUE (1:4) TO WS-BUCKET-WIDTH
005220             END-IF
005230         WHEN OTHER
005240             CONTINUE
005250     END-EVALUATE.
005260 1060-EXIT.
005270     EXIT.
005280*
005290*----------------------------------------------------------*
005300* 2000-SELECT-MARKERS                                      *
005310*    SORT INPUT PROCEDURE. READS THE MASTER FROM THE       *
005320*    LOOKBACK DATE THROUGH THE TO DATE: EVERY SELECTED     *
005330*    MARKER GOES INTO THE DAILY BASELINE TABLE, AND THOSE  *
005340*    FROM THE FROM DATE ON ARE ALSO PROFILED AND RELEASED  *
005350*    TO THE SORT.                                          *
005360*----------------------------------------------------------*
005370 2000-SELECT-MARKERS.
005380     OPEN INPUT MASTFILE.
005390     IF WS-MST-STATUS NOT = "00"
005400         DISPLAY "AOC-06-PROFILE: NO MARKER MASTER FILE ON HAND"
005410         MOVE "NO MARKER MASTER FILE ON HAND" TO RPT-RECORD
005420         WRITE RPT-RECORD
005430         MOVE 'Y' TO WS-MST-MISSING-SWITCH
005440         GO TO 2000-EXIT
005450     END-IF.
005460     MOVE WS-LOOKBACK-DATE TO MAST-FEED-DATE.
005470     MOVE 0 TO MAST-STREAM-NO.
005480     MOVE SPACES TO MAST-MARKER-TYPE.
005490     MOVE 'N' TO WS-MST-EOF-SWITCH.
005500     START MASTFILE KEY NOT LESS THAN MAST-KEY
005510         INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
005520     END-START.
005530     IF NOT WS-MST-EOF
005540         PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT
005550     END-IF.
005560     PERFORM 2100-TAKE-ONE-MARKER THRU 2100-EXIT
005570         UNTIL WS-MST-EOF.
005580     CLOSE MASTFILE.
005590 2000-EXIT.
005600     EXIT.
005610*
005620 2100-TAKE-ONE-MARKER.
005630     IF MAST-FEED-DATE > WS-TO-DATE
005640         MOVE 'Y' TO WS-MST-EOF-SWITCH
005650         GO TO 2100-EXIT
005660     END-IF.
005670     PERFORM 2050-CHECK-FILTERS THRU 2050-EXIT.
005680     IF WS-SELECTED
005690         PERFORM 2200-POST-DAY-TOTAL THRU 2200-EXIT
005700         IF MAST-FEED-DATE NOT < WS-FROM-DATE
005710             PERFORM 2300-POST-GROUP THRU 2300-EXIT
005720         END-IF
005730     END-IF.
005740     PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT.
005750 2100-EXIT.
005760     EXIT.
005770*
005780 2050-CHECK-FILTERS.
005790     MOVE 'N' TO WS-SELECTED-SWITCH.
005800     IF MAST-MARKER-POS IS NOT NUMERIC OR
005810             MAST-FEED-ID IS NOT NUMERIC
005820         GO TO 2050-EXIT
005830     END-IF.
005840     IF WS-SEL-FEED-SET AND MAST-FEED-ID NOT = WS-SEL-FEED
005850         GO TO 2050-EXIT
005860     END-IF.
005870     IF WS-SEL-MARKER NOT = "ALL" AND
005880             MAST-MARKER-TYPE NOT = WS-SEL-MARKER
005890         GO TO 2050-EXIT
005900     END-IF.
005910     MOVE 'Y' TO WS-SELECTED-SWITCH.
005920 2050-EXIT.
005930     EXIT.
005940*
005950 2200-POST-DAY-TOTAL.
005960     IF MAST-FEED-DATE NOT = WS-DAY-CUR-DATE
005970         MOVE MAST-FEED-DATE TO WS-DAY-CUR-DATE
005980         COMPUTE WS-DAY-FIRST-SUB = WS-DAY-COUNT + 1
005990     END-IF.
006000     MOVE 0 TO WS-DAY-FOUND-SUB.
006010     PERFORM 2250-MATCH-ONE-DAY THRU 2250-EXIT
006020         VARYING WS-DAY-SUB FROM WS-DAY-FIRST-SUB BY 1
006030         UNTIL WS-DAY-SUB > WS-DAY-COUNT
006040             OR WS-DAY-FOUND-SUB > 0.
006050     IF WS-DAY-FOUND-SUB = 0
006060         IF WS-DAY-COUNT >= 5000
006070             IF NOT WS-DAY-FULL
006080                 MOVE 'Y' TO WS-DAY-FULL-SWITCH
006090                 MOVE "BASELINE TABLE FULL - LATER DAYS CUT SHORT"
006100                     TO RPT-RECORD
006110                 WRITE RPT-RECORD
006120             END-IF
006130             GO TO 2200-EXIT
006140         END-IF
006150         ADD 1 TO WS-DAY-COUNT
006160         MOVE WS-DAY-COUNT TO WS-DAY-FOUND-SUB
006170         MOVE MAST-FEED-ID TO WS-DAY-FEED (WS-DAY-COUNT)
006180         MOVE MAST-MARKER-TYPE TO WS-DAY-TYPE (WS-DAY-COUNT)
006190         MOVE MAST-FEED-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
006200         MOVE 0 TO WS-DAY-MARKERS (WS-DAY-COUNT)
006210         MOVE 0 TO WS-DAY-SUM (WS-DAY-COUNT)
006220     END-IF.
006230     ADD 1 TO WS-DAY-MARKERS (WS-DAY-FOUND-SUB).
006240     ADD MAST-MARKER-POS TO WS-DAY-SUM (WS-DAY-FOUND-SUB).
006250 2200-EXIT.
006260     EXIT.
006270*
006280 2250-MATCH-ONE-DAY.
006290     IF WS-DAY-FEED (WS-DAY-SUB) = MAST-FEED-ID AND
006300             WS-DAY-TYPE (WS-DAY-SUB) = MAST-MARKER-TYPE
006310         MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
006320     END-IF.
006330 2250-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------*
006370* 2300-POST-GROUP                                          *
006380*    ADDS THE MARKER TO ITS FEED/TYPE PROFILE SLOT AND     *
006390*    HISTOGRAM BUCKET AND RELEASES IT TO THE SORT. A       *
006400*    POSITION PAST THE LAST BUCKET IS COUNTED IN IT.       *
006410*----------------------------------------------------------*
006420 2300-POST-GROUP.
006430     MOVE MAST-FEED-ID TO WS-KEY-FEED.
006440     MOVE MAST-MARKER-TYPE TO WS-KEY-TYPE.
006450     PERFORM 2800-FIND-GROUP THRU 2800-EXIT.
006460     IF WS-GROUP-FOUND-SUB = 0
006470         IF WS-GROUP-COUNT >= 100
006480             IF NOT WS-GROUP-FULL
006490                 MOVE 'Y' TO WS-GROUP-FULL-SWITCH
006500                 MOVE "PROFILE TABLE FULL - FEED/TYPES DROPPED"
006510                     TO RPT-RECORD
006520                 WRITE RPT-RECORD
006530             END-IF
006540             GO TO 2300-EXIT
006550         END-IF
006560         ADD 1 TO WS-GROUP-COUNT
006570         MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-SUB
006580         INITIALIZE WS-GRP-ENTRY (WS-GROUP-COUNT)
006590         MOVE MAST-FEED-ID TO WS-GRP-FEED (WS-GROUP-COUNT)
006600         MOVE MAST-MARKER-TYPE TO WS-GRP-TYPE (WS-GROUP-COUNT)
006610         MOVE 9999 TO WS-GRP-MIN (WS-GROUP-COUNT)
006620     END-IF.
006630     ADD 1 TO WS-GRP-MARKERS (WS-GROUP-FOUND-SUB).
006640     ADD MAST-MARKER-POS TO WS-GRP-SUM (WS-GROUP-FOUND-SUB).
006650     IF MAST-MARKER-POS < WS-GRP-MIN (WS-GROUP-FOUND-SUB)
006660         MOVE MAST-MARKER-POS TO WS-GRP-MIN (WS-GROUP-FOUND-SUB)
006670     END-IF.
006680     IF MAST-MARKER-POS > WS-GRP-MAX (WS-GROUP-FOUND-SUB)
006690         MOVE MAST-MARKER-POS TO WS-GRP-MAX (WS-GROUP-FOUND-SUB)
006700     END-IF.
006710     IF MAST-MANUAL
006720         ADD 1 TO WS-GRP-MANUAL (WS-GROUP-FOUND-SUB)
006730     END-IF.
006740     IF MAST-MARKER-POS = 0
006750         MOVE 1 TO WS-BUCKET-NO
006760     ELSE
006770         COMPUTE WS-BUCKET-NO =
006780             (MAST-MARKER-POS - 1) / WS-BUCKET-WIDTH + 1
006790     END-IF.
006800     IF WS-BUCKET-NO > 20
006810         MOVE 20 TO WS-BUCKET-NO
006820     END-IF.
006830     ADD 1 TO WS-GRP-HIST (WS-GROUP-FOUND-SUB, WS-BUCKET-NO).
006840     ADD 1 TO WS-PROFILED-COUNT.
006850     MOVE MAST-FEED-ID TO SRT-FEED-ID.
006860     MOVE MAST-MARKER-TYPE TO SRT-MARKER-TYPE.
006870     MOVE MAST-MARKER-POS TO SRT-MARKER-POS.
006880     RELEASE SRT-RECORD.
006890 2300-EXIT.
006900     EXIT.
006910*
006920*----------------------------------------------------------*
006930* 2800-FIND-GROUP                                          *
006940*    LOOKS WS-KEY-FEED / WS-KEY-TYPE UP IN THE PROFILE     *
006950*    TABLE. WS-GROUP-FOUND-SUB IS ZERO WHEN NOT TABLED.    *
006960*----------------------------------------------------------*
006970 2800-FIND-GROUP.
006980     MOVE 0 TO WS-GROUP-FOUND-SUB.
006990     PERFORM 2850-MATCH-ONE-GROUP THRU 2850-EXIT
007000         VARYING WS-GROUP-SUB FROM 1 BY 1
007010         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
007020             OR WS-GROUP-FOUND-SUB > 0.
007030 2800-EXIT.
007040     EXIT.
007050*
007060 2850-MATCH-ONE-GROUP.
007070     IF WS-GRP-FEED (WS-GROUP-SUB) = WS-KEY-FEED AND
007080             WS-GRP-TYPE (WS-GROUP-SUB) = WS-KEY-TYPE
007090         MOVE WS-GROUP-SUB TO WS-GROUP-FOUND-SUB
007100     END-IF.
007110 2850-EXIT.
007120     EXIT.
007130*
007140 2900-READ-NEXT-MASTER.
007150     READ MASTFILE NEXT RECORD
007160         AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
007170         NOT AT END CONTINUE
007180     END-READ.
007190 2900-EXIT.
007200     EXIT.
007210*
007220*----------------------------------------------------------*
007230* 3000-PROFILE-GROUPS                                      *
007240*    SORT OUTPUT PROCEDURE. SETS EACH GROUP'S MEDIAN AND   *
007250*    PERCENTILE RANKS FROM ITS COUNT, THEN TAKES THE       *
007260*    SORTED POSITIONS BACK, NOTING THE POSITION AT EACH    *
007270*    RANK AND PRINTING A GROUP'S PROFILE WHEN THE NEXT     *
007280*    GROUP STARTS.                                         *
007290*----------------------------------------------------------*
007300 3000-PROFILE-GROUPS.
007310     IF WS-GROUP-COUNT = 0
007320         MOVE "NO MARKERS IN THE SELECTED RANGE" TO RPT-RECORD
007330         WRITE RPT-RECORD
007340         GO TO 3000-EXIT
007350     END-IF.
007360     PERFORM 3050-SET-RANKS THRU 3050-EXIT
007370         VARYING WS-GROUP-SUB FROM 1 BY 1
007380         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
007390     MOVE 0 TO WS-CUR-GROUP-SUB.
007400     MOVE 'N' TO WS-SRT-EOF-SWITCH.
007410     PERFORM 3100-RETURN-ONE-MARKER THRU 3100-EXIT
007420         UNTIL WS-SRT-EOF.
007430     IF WS-CUR-GROUP-SUB > 0
007440         PERFORM 3500-PRINT-GROUP THRU 3500-EXIT
007450     END-IF.
007460 3000-EXIT.
007470     EXIT.
007480*
007490 3050-SET-RANKS.
007500     COMPUTE WS-GRP-RANK-MED (WS-GROUP-SUB) =
007510         (WS-GRP-MARKERS (WS-GROUP-SUB) * 50 + 99) / 100.
007520     COMPUTE WS-GRP-RANK-P90 (WS-GROUP-SUB) =
007530         (WS-GRP-MARKERS (WS-GROUP-SUB) * 90 + 99) / 100.
007540     COMPUTE WS-GRP-RANK-P99 (WS-GROUP-SUB) =
007550         (WS-GRP-MARKERS (WS-GROUP-SUB) * 99 + 99) / 100.
007560 3050-EXIT.
007570     EXIT.
007580*
007590 3100-RETURN-ONE-MARKER.
007600     RETURN SORTFILE
007610         AT END
007620             MOVE 'Y' TO WS-SRT-EOF-SWITCH
007630             GO TO 3100-EXIT
007640     END-RETURN.
007650     IF WS-CUR-GROUP-SUB > 0
007660         IF SRT-FEED-ID NOT = WS-GRP-FEED (WS-CUR-GROUP-SUB) OR
007670                 SRT-MARKER-TYPE NOT =
007680                     WS-GRP-TYPE (WS-CUR-GROUP-SUB)
007690             PERFORM 3500-PRINT-GROUP THRU 3500-EXIT
007700             MOVE 0 TO WS-CUR-GROUP-SUB
007710         END-IF
007720     END-IF.
007730     IF WS-CUR-GROUP-SUB = 0
007740         MOVE SRT-FEED-ID TO WS-KEY-FEED
007750         MOVE SRT-MARKER-TYPE TO WS-KEY-TYPE
007760         PERFORM 2800-FIND-GROUP THRU 2800-EXIT
007770         MOVE WS-GROUP-FOUND-SUB TO WS-CUR-GROUP-SUB
007780         MOVE 0 TO WS-SRT-RANK
007790     END-IF.
007800     ADD 1 TO WS-SRT-RANK.
007810     IF WS-SRT-RANK = WS-GRP-RANK-MED (WS-CUR-GROUP-SUB)
007820         MOVE SRT-MARKER-POS TO WS-GRP-MEDIAN (WS-CUR-GROUP-SUB)
007830     END-IF.
007840     IF WS-SRT-RANK = WS-GRP-RANK-P90 (WS-CUR-GROUP-SUB)
007850         MOVE SRT-MARKER-POS TO WS-GRP-P90 (WS-CUR-GROUP-SUB)
007860     END-IF.
007870     IF WS-SRT-RANK = WS-GRP-RANK-P99 (WS-CUR-GROUP-SUB)
007880         MOVE SRT-MARKER-POS TO WS-GRP-P99 (WS-CUR-GROUP-SUB)
007890     END-IF.
007900 3100-EXIT.
007910     EXIT.
007920*
007930*----------------------------------------------------------*
007940* 3500-PRINT-GROUP                                         *
007950*    ONE FEED/TYPE PROFILE: THE SUMMARY FIGURES, THE RANK  *
007960*    FIGURES, AND A LINE PER NON-EMPTY HISTOGRAM BUCKET    *
007970*    WITH A BAR SCALED TO THE GROUP'S FULLEST BUCKET.      *
007980*----------------------------------------------------------*
007990 3500-PRINT-GROUP.
008000     COMPUTE WS-MEAN ROUNDED = WS-GRP-SUM (WS-CUR-GROUP-SUB)
008010         / WS-GRP-MARKERS (WS-CUR-GROUP-SUB).
008020     MOVE WS-GRP-FEED (WS-CUR-GROUP-SUB) TO WS-RPT-GRP-FEED.
008030     MOVE WS-GRP-TYPE (WS-CUR-GROUP-SUB) TO WS-RPT-GRP-TYPE.
008040     MOVE WS-GRP-MARKERS (WS-CUR-GROUP-SUB) TO WS-RPT-GRP-COUNT.
008050     MOVE WS-GRP-MIN (WS-CUR-GROUP-SUB) TO WS-RPT-GRP-MIN.
008060     MOVE WS-GRP-MAX (WS-CUR-GROUP-SUB) TO WS-RPT-GRP-MAX.
008070     MOVE WS-MEAN TO WS-RPT-GRP-MEAN.
008080     WRITE RPT-RECORD FROM WS-RPT-GROUP-LINE.
008090     MOVE WS-GRP-MEDIAN (WS-CUR-GROUP-SUB) TO WS-RPT-RNK-MEDIAN.
008100     MOVE WS-GRP-P90 (WS-CUR-GROUP-SUB) TO WS-RPT-RNK-P90.
008110     MOVE WS-GRP-P99 (WS-CUR-GROUP-SUB) TO WS-RPT-RNK-P99.
008120     MOVE WS-GRP-MANUAL (WS-CUR-GROUP-SUB) TO WS-RPT-RNK-MANUAL.
008130     WRITE RPT-RECORD FROM WS-RPT-RANK-LINE.
008140     MOVE 0 TO WS-HIST-PEAK.
008150     PERFORM 3550-FIND-PEAK-BUCKET THRU 3550-EXIT
008160         VARYING WS-BUCKET-SUB FROM 1 BY 1
008170         UNTIL WS-BUCKET-SUB > 20.
008180     PERFORM 3600-PRINT-ONE-BUCKET THRU 3600-EXIT
008190         VARYING WS-BUCKET-SUB FROM 1 BY 1
008200         UNTIL WS-BUCKET-SUB > 20.
008210     MOVE SPACES TO RPT-RECORD.
008220     WRITE RPT-RECORD.
008230 3500-EXIT.
008240     EXIT.
008250*
008260 3550-FIND-PEAK-BUCKET.
008270     IF WS-GRP-HIST (WS-CUR-GROUP-SUB, WS-BUCKET-SUB) >
008280             WS-HIST-PEAK
008290         MOVE WS-GRP-HIST (WS-CUR-GROUP-SUB, WS-BUCKET-SUB)
008300             TO WS-HIST-PEAK
008310     END-IF.
008320 3550-EXIT.
008330     EXIT.
008340*
008350 3600-PRINT-ONE-BUCKET.
008360     IF WS-GRP-HIST (WS-CUR-GROUP-SUB, WS-BUCKET-SUB) = 0
008370         GO TO 3600-EXIT
008380     END-IF.
008390     COMPUTE WS-BUCKET-FROM =
008400         (WS-BUCKET-SUB - 1) * WS-BUCKET-WIDTH + 1.
008410     COMPUTE WS-BUCKET-TO = WS-BUCKET-SUB * WS-BUCKET-WIDTH.
008420     IF WS-BUCKET-SUB = 20 OR WS-BUCKET-TO > 9999
008430         MOVE 9999 TO WS-BUCKET-TO
008440     END-IF.
008450     MOVE WS-BUCKET-FROM TO WS-RPT-HST-FROM.
008460     MOVE WS-BUCKET-TO TO WS-RPT-HST-TO.
008470     MOVE WS-GRP-HIST (WS-CUR-GROUP-SUB, WS-BUCKET-SUB)
008480         TO WS-RPT-HST-COUNT.
008490     COMPUTE WS-BAR-LEN =
008500         WS-GRP-HIST (WS-CUR-GROUP-SUB, WS-BUCKET-SUB) * 40
008510             / WS-HIST-PEAK.
008520     IF WS-BAR-LEN = 0
008530         MOVE 1 TO WS-BAR-LEN
008540     END-IF.
008550     MOVE SPACES TO WS-RPT-HST-BAR.
008560     MOVE WS-BAR-STARS (1:WS-BAR-LEN) TO WS-RPT-HST-BAR.
008570     WRITE RPT-RECORD FROM WS-RPT-HIST-LINE.
008580 3600-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------*
008620* 4000-LIST-OUTLIERS                                       *
008630*    PASSES THE RANGE AGAIN. EACH MARKER IS SET AGAINST    *
008640*    THE MEAN POSITION ITS FEED AND TYPE PRODUCED OVER THE *
008650*    BASELINE DAYS BEFORE ITS OWN FEED DATE; ONE FURTHER   *
008660*    OFF THAN THE SPREAD IS LISTED. A MARKER WITH NO       *
008670*    BASELINE DAYS BEHIND IT IS COUNTED, NOT JUDGED.       *
008680*----------------------------------------------------------*
008690 4000-LIST-OUTLIERS.
008700     IF WS-MST-MISSING OR WS-GROUP-COUNT = 0
008710         GO TO 4000-EXIT
008720     END-IF.
008730     MOVE WS-SPREAD TO WS-RPT-OHD-SPREAD.
008740     MOVE WS-BASE-DAYS TO WS-RPT-OHD-DAYS.
008750     WRITE RPT-RECORD FROM WS-RPT-OUTLIER-HEAD.
008760     OPEN INPUT MASTFILE.
008770     IF WS-MST-STATUS NOT = "00"
008780         GO TO 4000-EXIT
008790     END-IF.
008800     MOVE WS-FROM-DATE TO MAST-FEED-DATE.
008810     MOVE 0 TO MAST-STREAM-NO.
008820     MOVE SPACES TO MAST-MARKER-TYPE.
008830     MOVE 'N' TO WS-MST-EOF-SWITCH.
008840     START MASTFILE KEY NOT LESS THAN MAST-KEY
008850         INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
008860     END-START.
008870     IF NOT WS-MST-EOF
008880         PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT
008890     END-IF.
008900     MOVE 0 TO WS-CUR-DATE.
008910     PERFORM 4100-CHECK-ONE-MARKER THRU 4100-EXIT
008920         UNTIL WS-MST-EOF.
008930     CLOSE MASTFILE.
008940 4000-EXIT.
008950     EXIT.
008960*
008970 4100-CHECK-ONE-MARKER.
008980     IF MAST-FEED-DATE > WS-TO-DATE
008990         MOVE 'Y' TO WS-MST-EOF-SWITCH
009000         GO TO 4100-EXIT
009010     END-IF.
009020     PERFORM 2050-CHECK-FILTERS THRU 2050-EXIT.
009030     IF NOT WS-SELECTED
009040         GO TO 4100-NEXT
009050     END-IF.
009060     MOVE MAST-FEED-ID TO WS-KEY-FEED.
009070     MOVE MAST-MARKER-TYPE TO WS-KEY-TYPE.
009080     PERFORM 2800-FIND-GROUP THRU 2800-EXIT.
009090     IF WS-GROUP-FOUND-SUB = 0
009100         GO TO 4100-NEXT
009110     END-IF.
009120     IF MAST-FEED-DATE NOT = WS-CUR-DATE
009130         PERFORM 4500-BUILD-BASELINES THRU 4500-EXIT
009140         MOVE MAST-FEED-ID TO WS-KEY-FEED
009150         MOVE MAST-MARKER-TYPE TO WS-KEY-TYPE
009160         PERFORM 2800-FIND-GROUP THRU 2800-EXIT
009170     END-IF.
009180     IF WS-GRP-BASE-COUNT (WS-GROUP-FOUND-SUB) = 0
009190         ADD 1 TO WS-NO-BASE-COUNT
009200         GO TO 4100-NEXT
009210     END-IF.
009220     COMPUTE WS-DEVIATION = MAST-MARKER-POS
009230         - WS-GRP-BASE-MEAN (WS-GROUP-FOUND-SUB).
009240     IF WS-DEVIATION < 0
009250         COMPUTE WS-ABS-DEVIATION = 0 - WS-DEVIATION
009260     ELSE
009270         MOVE WS-DEVIATION TO WS-ABS-DEVIATION
009280     END-IF.
009290     IF WS-ABS-DEVIATION > WS-SPREAD
009300         ADD 1 TO WS-OUTLIER-COUNT
009310         MOVE MAST-FEED-DATE TO WS-RPT-OUT-DATE
009320         MOVE MAST-FEED-ID TO WS-RPT-OUT-FEED
009330         MOVE MAST-STREAM-NO TO WS-RPT-OUT-STREAM
009340         MOVE MAST-MARKER-TYPE TO WS-RPT-OUT-TYPE
009350         MOVE MAST-MARKER-POS TO WS-RPT-OUT-POS
009360         MOVE WS-GRP-BASE-MEAN (WS-GROUP-FOUND-SUB)
009370             TO WS-RPT-OUT-BASE
009380         MOVE WS-DEVIATION TO WS-RPT-OUT-DEV
009390         MOVE WS-GRP-BASE-DAYS (WS-GROUP-FOUND-SUB)
009400             TO WS-RPT-OUT-DAYS
009410         IF MAST-MANUAL
009420             MOVE "MANUAL" TO WS-RPT-OUT-MANUAL
009430         ELSE
009440             MOVE SPACES TO WS-RPT-OUT-MANUAL
009450         END-IF
009460         WRITE RPT-RECORD FROM WS-RPT-OUTLIER-LINE
009470     END-IF.
009480 4100-NEXT.
009490     PERFORM 2900-READ-NEXT-MASTER THRU 2900-EXIT.
009500 4100-EXIT.
009510     EXIT.
009520*
009530*----------------------------------------------------------*
009540* 4500-BUILD-BASELINES                                     *
009550*    ON EACH NEW FEED DATE, SUMS THE DAILY TABLE OVER THE  *
009560*    BASELINE DAYS BEFORE IT INTO EVERY PROFILE SLOT AND   *
009570*    SETS EACH SLOT'S BASELINE MEAN POSITION.              *
009580*----------------------------------------------------------*
009590 4500-BUILD-BASELINES.
009600     MOVE MAST-FEED-DATE TO WS-CUR-DATE.
009610     MOVE MAST-FEED-DATE TO WS-WALK-DATE.
009620     MOVE WS-BASE-DAYS TO WS-WALK-DAYS.
009630     PERFORM 8000-WALK-BACK-DAYS THRU 8000-EXIT.
009640     MOVE WS-WALK-DATE TO WS-BASE-START.
009650     PERFORM 4550-CLEAR-ONE-BASELINE THRU 4550-EXIT
009660         VARYING WS-GROUP-SUB FROM 1 BY 1
009670         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
009680     PERFORM 4600-ADD-ONE-DAY THRU 4600-EXIT
009690         VARYING WS-DAY-SUB FROM 1 BY 1
009700         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
009710     PERFORM 4650-SET-ONE-BASE-MEAN THRU 4650-EXIT
009720         VARYING WS-GROUP-SUB FROM 1 BY 1
009730         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
009740 4500-EXIT.
009750     EXIT.
009760*
009770 4550-CLEAR-ONE-BASELINE.
009780     MOVE 0 TO WS-GRP-BASE-DAYS (WS-GROUP-SUB).
009790     MOVE 0 TO WS-GRP-BASE-COUNT (WS-GROUP-SUB).
009800     MOVE 0 TO WS-GRP-BASE-SUM (WS-GROUP-SUB).
009810     MOVE 0 TO WS-GRP-BASE-MEAN (WS-GROUP-SUB).
009820 4550-EXIT.
009830     EXIT.
009840*
009850 4600-ADD-ONE-DAY.
009860     IF WS-DAY-DATE (WS-DAY-SUB) < WS-BASE-START OR
009870             WS-DAY-DATE (WS-DAY-SUB) NOT < WS-CUR-DATE
009880         GO TO 4600-EXIT
009890     END-IF.
009900     MOVE WS-DAY-FEED (WS-DAY-SUB) TO WS-KEY-FEED.
009910     MOVE WS-DAY-TYPE (WS-DAY-SUB) TO WS-KEY-TYPE.
009920     PERFORM 2800-FIND-GROUP THRU 2800-EXIT.
009930     IF WS-GROUP-FOUND-SUB = 0
009940         GO TO 4600-EXIT
009950     END-IF.
009960     ADD 1 TO WS-GRP-BASE-DAYS (WS-GROUP-FOUND-SUB).
009970     ADD WS-DAY-MARKERS (WS-DAY-SUB)
009980         TO WS-GRP-BASE-COUNT (WS-GROUP-FOUND-SUB).
009990     ADD WS-DAY-SUM (WS-DAY-SUB)
010000         TO WS-GRP-BASE-SUM (WS-GROUP-FOUND-SUB).
010010 4600-EXIT.
010020     EXIT.
010030*
010040 4650-SET-ONE-BASE-MEAN.
010050     IF WS-GRP-BASE-COUNT (WS-GROUP-SUB) > 0
010060         COMPUTE WS-GRP-BASE-MEAN (WS-GROUP-SUB) ROUNDED =
010070             WS-GRP-BASE-SUM (WS-GROUP-SUB)
010080                 / WS-GRP-BASE-COUNT (WS-GROUP-SUB)
010090     END-IF.
010100 4650-EXIT.
010110     EXIT.
010120*
010130*----------------------------------------------------------*
010140* 8000-WALK-BACK-DAYS                                      *
010150*    WALKS WS-WALK-DATE BACK WS-WALK-DAYS DAYS ONE DAY AT  *
010160*    A TIME, WITH THE MONTH-LENGTH TABLE AND THE CENTURY   *
010170*    LEAP-YEAR RULE, AS AOC-06-ACK DOES FOR ITS AGE        *
010180*    CUTOFF. A DATE THAT IS NOT A CALENDAR DATE (THE ZERO  *
010190*    WHOLE-MASTER DEFAULT) IS LEFT AS IT IS.               *
010200*----------------------------------------------------------*
010210 8000-WALK-BACK-DAYS.
010220     IF WS-WALK-MONTH < 1 OR WS-WALK-MONTH > 12 OR
010230             WS-WALK-DAY < 1 OR WS-WALK-YEAR < 1
010240         GO TO 8000-EXIT
010250     END-IF.
010260     PERFORM 8050-BACK-ONE-DAY THRU 8050-EXIT
010270         WS-WALK-DAYS TIMES.
010280 8000-EXIT.
010290     EXIT.
010300*
010310 8050-BACK-ONE-DAY.
010320     IF WS-WALK-DAY > 1
010330         SUBTRACT 1 FROM WS-WALK-DAY
010340         GO TO 8050-EXIT
010350     END-IF.
010360     IF WS-WALK-MONTH = 1
010370         MOVE 12 TO WS-WALK-MONTH
010380         SUBTRACT 1 FROM WS-WALK-YEAR
010390     ELSE
010400         SUBTRACT 1 FROM WS-WALK-MONTH
010410     END-IF.
010420     MOVE WS-MONTH-DAYS (WS-WALK-MONTH) TO WS-WALK-DAY.
010430     IF WS-WALK-MONTH = 2
010440         PERFORM 8060-CHECK-LEAP-YEAR THRU 8060-EXIT
010450     END-IF.
010460 8050-EXIT.
010470     EXIT.
010480*
010490 8060-CHECK-LEAP-YEAR.
010500     DIVIDE WS-WALK-YEAR BY 4
010510         GIVING WS-LEAP-QUOTIENT
010520         REMAINDER WS-LEAP-REMAINDER.
010530     IF WS-LEAP-REMAINDER NOT = 0
010540         GO TO 8060-EXIT
010550     END-IF.
010560     DIVIDE WS-WALK-YEAR BY 100
010570         GIVING WS-LEAP-QUOTIENT
010580         REMAINDER WS-LEAP-REMAINDER.
010590     IF WS-LEAP-REMAINDER NOT = 0
010600         MOVE 29 TO WS-WALK-DAY
010610         GO TO 8060-EXIT
010620     END-IF.
010630     DIVIDE WS-WALK-YEAR BY 400
010640         GIVING WS-LEAP-QUOTIENT
010650         REMAINDER WS-LEAP-REMAINDER.
010660     IF WS-LEAP-REMAINDER = 0
010670         MOVE 29 TO WS-WALK-DAY
010680     END-IF.
010690 8060-EXIT.
010700     EXIT.
010710*
010720 9000-TERMINATE.
010730     MOVE WS-PROFILED-COUNT TO WS-RPT-TRL-PROFILED.
010740     MOVE WS-OUTLIER-COUNT TO WS-RPT-TRL-OUTLIERS.
010750     MOVE WS-NO-BASE-COUNT TO WS-RPT-TRL-NO-BASE.
010760     WRITE RPT-RECORD FROM WS-RPT-TRAILER-LINE.
010770     CLOSE PROFREPORT.
010780 9000-EXIT.
010790     EXIT.
010800*
010810*----------------------------------------------------------*
010820* 1800-WRITE-EVENT                                         *
010830*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
010840*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
010850*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
010860*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
010870*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
010880*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
010890*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
010900*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
010910*----------------------------------------------------------*
010920 1800-WRITE-EVENT.
010930     IF NOT WS-MCT-LOADED
010940         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
010950     END-IF.
010960     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
010970         VARYING WS-MCT-SUB FROM 1 BY 1
010980         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
010990     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
011000     ACCEPT WS-EVT-TIME FROM TIME.
011010     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
011020     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
011030     MOVE SPACES TO EVT-RECORD.
011040     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
011050     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
011060     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
011070     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
011080     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
011090     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
011100     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
011110     MOVE WS-EVT-TEXT TO EVT-TEXT.
011120     OPEN EXTEND EVTFILE.
011130     IF WS-EVT-STATUS = "35"
011140         OPEN OUTPUT EVTFILE
011150     END-IF.
011160     IF WS-EVT-STATUS = "00"
011170         WRITE EVL-RECORD FROM EVT-RECORD
011180         CLOSE EVTFILE
011190     ELSE
011200         DISPLAY "AOC-06-PROFILE: EVENT LOG NOT AVAILABLE,"
011210             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
011220             " NOT LOGGED"
011230     END-IF.
011240     IF EVT-CRITICAL
011250         OPEN EXTEND ALRFILE
011260         IF WS-ALR-STATUS = "35"
011270             OPEN OUTPUT ALRFILE
011280         END-IF
011290         IF WS-ALR-STATUS = "00"
011300             WRITE ALR-RECORD FROM EVT-RECORD
011310             CLOSE ALRFILE
011320         ELSE
011330             DISPLAY "AOC-06-PROFILE: ALERT FILE NOT AVAILABLE,"
011340                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
011350                 " NOT RAISED"
011360         END-IF
011370     END-IF.
011380     MOVE 0 TO WS-EVT-FEED-ID.
011390     MOVE 0 TO WS-EVT-FEED-DATE.
011400     MOVE 0 TO WS-EVT-STREAM-NO.
011410     MOVE SPACES TO WS-EVT-TEXT.
011420 1800-EXIT.
011430     EXIT.
011440*
011450*----------------------------------------------------------*
011460* 1810-LOAD-MSG-CATALOG                                    *
011470*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
011480*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
011490*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
011500*----------------------------------------------------------*
011510 1810-LOAD-MSG-CATALOG.
011520     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
011530     OPEN INPUT MCTFILE.
011540     IF WS-MCT-STATUS NOT = "00"
011550         GO TO 1810-EXIT
011560     END-IF.
011570     MOVE 'N' TO WS-MCT-EOF-SWITCH.
011580     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
011590         UNTIL WS-MCT-EOF.
011600     CLOSE MCTFILE.
011610 1810-EXIT.
011620     EXIT.
011630*
011640 1815-LOAD-ONE-MSG.
011650     READ MCTFILE
011660         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
011670         GO TO 1815-EXIT
011680     END-READ.
011690     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
011700         GO TO 1815-EXIT
011710     END-IF.
011720     IF WS-MCT-COUNT NOT < 200
011730         MOVE 'Y' TO WS-MCT-EOF-SWITCH
011740         GO TO 1815-EXIT
011750     END-IF.
011760     ADD 1 TO WS-MCT-COUNT.
011770     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
011780     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
011790 1815-EXIT.
011800     EXIT.
011810*
011820 1820-FIND-ONE-MSG.
011830     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
011840         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
011850     END-IF.
011860 1820-EXIT.
011870     EXIT.
011880*
011890*----------------------------------------------------------*
011900* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
011910*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
011920*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
011930*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
011940*    OTHER FAILURE.                                        *
011950*----------------------------------------------------------*
011960 1880-LOG-PROGRAM-START.
011970     MOVE 0001 TO WS-EVT-CODE.
011980     MOVE 'I' TO WS-EVT-SEVERITY.
011990     MOVE "JOB STARTED" TO WS-EVT-TEXT.
012000     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
012010 1880-EXIT.
012020     EXIT.
012030*
012040 1890-LOG-PROGRAM-END.
012050     MOVE RETURN-CODE TO WS-EVT-RC.
012060     EVALUATE WS-EVT-RC
012070         WHEN 0
012080             MOVE 0002 TO WS-EVT-CODE
012090             MOVE 'I' TO WS-EVT-SEVERITY
012100         WHEN 4
012110             MOVE 0003 TO WS-EVT-CODE
012120             MOVE 'W' TO WS-EVT-SEVERITY
012130         WHEN 12
012140             MOVE 0005 TO WS-EVT-CODE
012150             MOVE 'E' TO WS-EVT-SEVERITY
012160         WHEN OTHER
012170             MOVE 0004 TO WS-EVT-CODE
012180             MOVE 'E' TO WS-EVT-SEVERITY
012190     END-EVALUATE.
012200     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
012210         WS-EVT-RC DELIMITED BY SIZE
012220         INTO WS-EVT-TEXT.
012230     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
012240 1890-EXIT.
012250     EXIT.
