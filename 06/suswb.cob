001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-SUSWB.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. OPERATOR WORKBENCH OVER THE
001060*                   SUSPENSE FILE FOR STREAMS THAT REPROCESS MODE
001070*                   WILL NEVER RESOLVE. AT THE TERMINAL THE
001080*                   OPERATOR LISTS THE OPEN ITEMS, SELECTS ONE BY
001090*                   FEED DATE, FEED NUMBER AND STREAM NUMBER,
001100*                   LOOKS AT THE STREAM'S DATA UNDER A POSITION
001110*                   RULER AND TAKES A DISPOSITION: HOLD, WRITE
001120*                   OFF WITH A REASON, OR POST A MANUALLY AGREED
001130*                   MARKER POSITION AND TYPE. A WRITE-OFF OR A
001140*                   MANUAL MARKER WAITS FOR A SECOND OPERATOR ID
001150*                   TO APPROVE IT; AN APPROVED MANUAL MARKER GOES
001160*                   ONTO THE MARKER MASTER AND THE RECON FILE
001170*                   FLAGGED 'M', AND EVERY APPROVED ITEM LEAVES
001180*                   THE SUSPENSE QUEUE WHEN THE SESSION ENDS.
001190*                   EVERY ACTION IS WRITTEN TO THE DISPOSITION
001200*                   LOG. NOT TO BE RUN WHILE THE NIGHTLY CHAIN OR
001210*                   A REPROCESS RUN HAS THE SUSPENSE FILE.
001211*   2026-10-15  IP  A POSTED MANUAL MARKER NOW CARRIES ITS POSTING
001212*                   TIME AS THE MASTER'S FIRST-LOADED TIMESTAMP.
001213*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001214*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001215*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001216*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001217*                   FILE.
001218*   2026-10-15  IP  AN APPROVED MANUAL MARKER'S RECON RECORD NOW
001219*                   GOES TO THE MANUAL RECON STAGING FILE, WHICH
001220*                   AOC-06-2 CARRIES INTO ITS NEXT RECON FILE,
001221*                   AND THE ITEM ONLY LEAVES THE QUEUE ONCE EVERY
001222*                   CONFIGURED MARKER TYPE IS ON THE MASTER.
001223*   2026-10-15  IP  THE LOG AND STAGING FILES ARE ONLY CREATED
001224*                   WHEN MISSING, AND THE END-OF-SESSION PURGE
001225*                   CHECKS ITS OPENS AND KEEPS THE WORK FILE
001226*                   UNTIL THE SUSPENSE FILE IS REWRITTEN.
001227*   2026-10-15  IP  A MARKER WHOSE APPROVAL FAILED TO LOG IS TAKEN
001228*                   AS POSTED WHEN THE APPROVAL IS RETRIED.
001229*
001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT CTLFILE ASSIGN TO "control"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-CTL-STATUS.
001290     SELECT SUSPFILE ASSIGN TO "suspense"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-SUS-STATUS.
001320     SELECT SUSPWORK ASSIGN TO "suspwork"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-SWK-STATUS.
001350     SELECT DISPFILE ASSIGN TO "displog"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-DSP-STATUS.
001380     SELECT MASTFILE ASSIGN TO "markmast"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS MAST-KEY
001420         FILE STATUS IS WS-MST-STATUS.
001430     SELECT RECONFILE ASSIGN TO "reconman"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-REC-STATUS.
001451     SELECT EVTFILE ASSIGN TO "eventlog"
001452         ORGANIZATION IS LINE SEQUENTIAL
001453         FILE STATUS IS WS-EVT-STATUS.
001454     SELECT ALRFILE ASSIGN TO "alertlog"
001455         ORGANIZATION IS LINE SEQUENTIAL
001456         FILE STATUS IS WS-ALR-STATUS.
001457     SELECT MCTFILE ASSIGN TO "msgcat"
001458         ORGANIZATION IS LINE SEQUENTIAL
001459         FILE STATUS IS WS-MCT-STATUS.
001460*
001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  CTLFILE
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  CTL-RECORD                  PIC X(80).
001520*
001530 FD  SUSPFILE
001540     RECORD IS VARYING IN SIZE FROM 1 TO 5030
001550     DEPENDING ON WS-SUS-LEN.
001560 01  SUS-RECORD                 PIC X(5030).
001570 01  SUS-VIEW REDEFINES SUS-RECORD.
001580     05  SUS-STREAM-NO           PIC 9(4).
001590     05  SUS-FEED-NO             PIC 9(2).
001600     05  SUS-FEED-DATE           PIC 9(8).
001610     05  SUS-REASON              PIC X(16).
001620     05  SUS-DATA                PIC X(5000).
001630*
001640 FD  SUSPWORK
001650     RECORD IS VARYING IN SIZE FROM 1 TO 5030
001660     DEPENDING ON WS-SUS-LEN.
001670 01  SWK-RECORD                 PIC X(5030).
001680*
001690 FD  DISPFILE
001700     RECORD CONTAINS 80 CHARACTERS.
001710     COPY DISPLOG.
001720*
001730 FD  MASTFILE
001740     RECORD CONTAINS 80 CHARACTERS.
001750     COPY MARKMAST.
001760*
001770 FD  RECONFILE
001780     RECORD CONTAINS 80 CHARACTERS.
001790     COPY RECONOUT.
001791*
001792 FD  EVTFILE
001793     RECORD CONTAINS 80 CHARACTERS.
001794 01  EVL-RECORD                  PIC X(80).
001795*
001796 FD  ALRFILE
001797     RECORD CONTAINS 80 CHARACTERS.
001798 01  ALR-RECORD                  PIC X(80).
001799*
001800 FD  MCTFILE
001801     RECORD CONTAINS 80 CHARACTERS.
001802     COPY MSGCAT.
001803*
001810 WORKING-STORAGE SECTION.
001820 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001830 01  WS-SUS-STATUS               PIC X(2)      VALUE "00".
001840 01  WS-SWK-STATUS               PIC X(2)      VALUE "00".
001850 01  WS-DSP-STATUS               PIC X(2)      VALUE "00".
001860 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
001870 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
001880*
001890 01  WS-SUS-LEN                  PIC 9(5) COMP.
001900*
001910 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001920     88  WS-CTL-EOF                            VALUE 'Y'.
001930 01  WS-SUS-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001940     88  WS-SUS-EOF                            VALUE 'Y'.
001950 01  WS-SWK-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001960     88  WS-SWK-EOF                            VALUE 'Y'.
001970 01  WS-DSP-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001980     88  WS-DSP-EOF                            VALUE 'Y'.
001990*
002000 01  WS-CTL-LINE.
002010     05  WS-CTL-TAG              PIC X(8).
002020     05  WS-CTL-VALUE            PIC X(40).
002030     05  FILLER                  PIC X(32)     VALUE SPACES.
002040*
002050 01  WS-RUN-DATE                 PIC 9(8).
002060 01  WS-RUN-TIME                 PIC 9(8).
002070 01  WS-NOW-TIMESTAMP            PIC 9(14).
002080 01  WS-NTS-VIEW REDEFINES WS-NOW-TIMESTAMP.
002090     05  WS-NTS-DATE             PIC 9(8).
002100     05  WS-NTS-TIME             PIC 9(6).
002110*
002120* MARKER TYPES AND WINDOW SIZES AS AOC-06-2 READS THEM FROM
002130* THE CONTROL FILE: SOP 4 AND SOM 14 UNLESS MARKER ENTRIES
002140* NAME THE WHOLE SET, WITH SOPSIZE/SOMSIZE STILL APPLYING. A
002150* MANUAL MARKER MUST BE ONE OF THESE TYPES, AND ITS WINDOW IS
002160* THE SIZE'S WORTH OF DATA ENDING AT THE AGREED POSITION.
002170 01  WS-MARKER-COUNT             PIC 9(2) COMP VALUE 0.
002180 01  WS-MARKER-SUB               PIC 9(2) COMP.
002190 01  WS-MARKER-TABLE.
002200     05  WS-MKR-ENTRY OCCURS 8 TIMES.
002210         10  WS-MKR-TYPE         PIC X(3).
002220         10  WS-MKR-SIZE         PIC 9(2).
002230 01  WS-MKR-OPERATOR-SWITCH      PIC X(1)      VALUE 'N'.
002240     88  WS-MKR-OPERATOR-SET                   VALUE 'Y'.
002250 01  WS-WINDOW-MAX-SIZE          PIC 9(2)      VALUE 14.
002260 01  WS-APPLY-TYPE               PIC X(3)      VALUE SPACES.
002270 01  WS-APPLY-SIZE               PIC 9(2)      VALUE 0.
002280 01  WS-WINDOW-SIZE              PIC 9(2)      VALUE 0.
002290 01  WS-WINDOW-START             PIC 9(4)      VALUE 0.
002300*
002310* THE OPEN QUEUE: ONE ENTRY PER SUSPENSE ITEM, CARRYING THE
002320* ITEM'S CURRENT STATE OFF THE DISPOSITION LOG AND, WHILE A
002330* DISPOSITION WAITS FOR APPROVAL, WHAT WAS PROPOSED AND BY
002340* WHOM. STATE SPACE IS OPEN, H HELD, P PENDING, D DECLINED
002350* (BACK ON THE OPEN QUEUE), A APPROVED (PURGED AT THE END).
002360 01  WS-QUE-COUNT                PIC 9(4) COMP VALUE 0.
002370 01  WS-QUE-MAX                  PIC 9(4) COMP VALUE 2000.
002380 01  WS-QUE-SUB                  PIC 9(4) COMP.
002390 01  WS-QUE-FOUND-SUB            PIC 9(4) COMP VALUE 0.
002400 01  WS-ITEM-SUB                 PIC 9(4) COMP VALUE 0.
002410 01  WS-QUE-OVERFLOW-SWITCH      PIC X(1)      VALUE 'N'.
002420     88  WS-QUE-OVERFLOW                       VALUE 'Y'.
002430 01  WS-QUEUE-TABLE.
002440     05  WS-QUE-ENTRY OCCURS 2000 TIMES.
002450         10  WS-QUE-KEY.
002460             15  WS-QUE-FEED-DATE PIC 9(8).
002470             15  WS-QUE-FEED-NO  PIC 9(2).
002480             15  WS-QUE-STREAM-NO PIC 9(4).
002490         10  WS-QUE-REASON       PIC X(16).
002500         10  WS-QUE-DATA-LEN     PIC 9(4).
002510         10  WS-QUE-STATE        PIC X(1).
002520         10  WS-QUE-ACTION       PIC X(1).
002530         10  WS-QUE-OPERATOR     PIC X(8).
002540         10  WS-QUE-MARKER-TYPE  PIC X(3).
002550         10  WS-QUE-MARKER-POS   PIC 9(4).
002560         10  WS-QUE-DISP-REASON  PIC X(24).
002570*
002580 01  WS-SEARCH-KEY.
002590     05  WS-SRC-FEED-DATE        PIC 9(8).
002600     05  WS-SRC-FEED-NO          PIC 9(2).
002610     05  WS-SRC-STREAM-NO        PIC 9(4).
002620*
002630* SESSION CONTROL AND OPERATOR REPLIES. REPLIES ARE TAKEN AS
002640* TEXT AND EDITED BEFORE ANY NUMERIC USE.
002650 01  WS-OPERATOR-ID              PIC X(8)      VALUE SPACES.
002660 01  WS-APPROVER-ID              PIC X(8)      VALUE SPACES.
002670 01  WS-SESSION-END-SWITCH       PIC X(1)      VALUE 'N'.
002680     88  WS-SESSION-END                        VALUE 'Y'.
002690 01  WS-ITEM-DONE-SWITCH         PIC X(1)      VALUE 'N'.
002700     88  WS-ITEM-DONE                          VALUE 'Y'.
002710 01  WS-ITEM-FOUND-SWITCH        PIC X(1)      VALUE 'N'.
002720     88  WS-ITEM-FOUND                         VALUE 'Y'.
002730 01  WS-LIST-STOP-SWITCH         PIC X(1)      VALUE 'N'.
002740     88  WS-LIST-STOP                          VALUE 'Y'.
002750 01  WS-POST-OK-SWITCH           PIC X(1)      VALUE 'N'.
002760     88  WS-POST-OK                            VALUE 'Y'.
002770 01  WS-LOG-FAILED-SWITCH        PIC X(1)      VALUE 'N'.
002780     88  WS-LOG-FAILED                         VALUE 'Y'.
002790 01  WS-RUN-FAILED-SWITCH        PIC X(1)      VALUE 'N'.
002800     88  WS-RUN-FAILED                         VALUE 'Y'.
002801 01  WS-REWRITE-FAILED-SWITCH    PIC X(1)      VALUE 'N'.
002802     88  WS-REWRITE-FAILED                     VALUE 'Y'.
002810 01  WS-NO-REPLY-COUNT           PIC 9(2) COMP VALUE 0.
002820 01  WS-NO-REPLY-LIMIT           PIC 9(2) COMP VALUE 10.
002821*
002822* THE NOTE LOGGED WHEN A POSTED MANUAL MARKER LEAVES OTHER
002823* CONFIGURED TYPES STILL OFF THE MASTER FOR THE STREAM.
002824 01  WS-MISSING-TYPE             PIC X(3)      VALUE SPACES.
002825 01  WS-OPEN-NOTE.
002826     05  WS-ON-POSTED-TYPE       PIC X(3).
002827     05  FILLER                  PIC X(9)      VALUE " POSTED, ".
002828     05  WS-ON-MISSING-TYPE      PIC X(3).
002829     05  FILLER                  PIC X(9)      VALUE " MISSING".
002830*
002840 01  WS-MENU-CHOICE              PIC X(1)      VALUE SPACE.
002850 01  WS-IN-REPLY                 PIC X(1)      VALUE SPACE.
002860 01  WS-IN-DATE                  PIC X(8)      VALUE SPACES.
002870 01  WS-IN-DATE-NUM REDEFINES WS-IN-DATE
002880                                 PIC 9(8).
002890 01  WS-IN-FEED                  PIC X(2)      VALUE SPACES.
002900 01  WS-IN-FEED-NUM REDEFINES WS-IN-FEED
002910                                 PIC 9(2).
002920 01  WS-IN-STREAM                PIC X(4)      VALUE SPACES.
002930 01  WS-IN-STREAM-NUM REDEFINES WS-IN-STREAM
002940                                 PIC 9(4).
002950 01  WS-IN-POS                   PIC X(4)      VALUE SPACES.
002960 01  WS-IN-POS-NUM REDEFINES WS-IN-POS
002970                                 PIC 9(4).
002980 01  WS-IN-TYPE                  PIC X(3)      VALUE SPACES.
002990 01  WS-IN-REASON                PIC X(24)     VALUE SPACES.
003000*
003010* THE SELECTED ITEM'S STREAM DATA, READ BACK OFF THE SUSPENSE
003020* FILE, AND THE VIEW OF IT: TEN LINES OF SIXTY BYTES FROM THE
003030* VIEW POSITION, EACH LINE LED BY ITS STARTING POSITION UNDER
003040* A RULER COUNTING ONE TO SIXTY ACROSS THE LINE.
003050 01  WS-ITEM-DATA                PIC X(5000)   VALUE SPACES.
003060 01  WS-ITEM-LEN                 PIC 9(4)      VALUE 0.
003070 01  WS-VIEW-POS                 PIC 9(4)      VALUE 1.
003080 01  WS-VIEW-LINE-POS            PIC 9(4)      VALUE 1.
003090 01  WS-VIEW-LINES               PIC 9(2) COMP VALUE 0.
003100 01  WS-VIEW-CHUNK               PIC 9(2) COMP VALUE 0.
003110*
003120 01  WS-RULER-LINE.
003130     05  FILLER                  PIC X(6)      VALUE SPACES.
003140     05  FILLER                  PIC X(30)     VALUE
003150             "....+....1....+....2....+....3".
003160     05  FILLER                  PIC X(30)     VALUE
003170             "....+....4....+....5....+....6".
003180*
003190 01  WS-DATA-LINE.
003200     05  WS-DTL-POS              PIC 9(4).
003210     05  FILLER                  PIC X(2)      VALUE SPACES.
003220     05  WS-DTL-TEXT             PIC X(60).
003230*
003240 01  WS-LIST-HEAD.
003250     05  FILLER                  PIC X(40)     VALUE
003260             "FEED DATE FD STRM REASON           STATE".
003270     05  FILLER                  PIC X(30)     VALUE
003280             "    ACTION     BY      ".
003290*
003300 01  WS-LIST-LINE.
003310     05  WS-LST-FEED-DATE        PIC 9(8).
003320     05  FILLER                  PIC X(2)      VALUE SPACES.
003330     05  WS-LST-FEED-NO          PIC 9(2).
003340     05  FILLER                  PIC X(1)      VALUE SPACE.
003350     05  WS-LST-STREAM-NO        PIC 9(4).
003360     05  FILLER                  PIC X(1)      VALUE SPACE.
003370     05  WS-LST-REASON           PIC X(16).
003380     05  FILLER                  PIC X(1)      VALUE SPACE.
003390     05  WS-LST-STATE            PIC X(8).
003400     05  FILLER                  PIC X(1)      VALUE SPACE.
003410     05  WS-LST-ACTION           PIC X(10).
003420     05  FILLER                  PIC X(1)      VALUE SPACE.
003430     05  WS-LST-OPERATOR         PIC X(8).
003440*
003450 01  WS-STATE-TEXT               PIC X(8)      VALUE SPACES.
003460 01  WS-ACTION-TEXT              PIC X(10)     VALUE SPACES.
003470 01  WS-LIST-COUNT               PIC 9(4)      VALUE 0.
003480 01  WS-PAGE-COUNT               PIC 9(2) COMP VALUE 0.
003490*
003500* SESSION COUNTS FOR THE CLOSING LINE. PURGE-DUE ALSO COUNTS
003510* ITEMS APPROVED IN AN EARLIER SESSION THAT ENDED BEFORE ITS
003520* PURGE, SO THEY LEAVE THE QUEUE THIS TIME.
003530 01  WS-OPEN-COUNT               PIC 9(4)      VALUE 0.
003540 01  WS-HELD-COUNT               PIC 9(4)      VALUE 0.
003550 01  WS-PENDING-COUNT            PIC 9(4)      VALUE 0.
003560 01  WS-APPROVED-COUNT           PIC 9(4)      VALUE 0.
003570 01  WS-DECLINED-COUNT           PIC 9(4)      VALUE 0.
003580 01  WS-PURGE-DUE-COUNT          PIC 9(4)      VALUE 0.
003590 01  WS-REMOVED-COUNT            PIC 9(4)      VALUE 0.
003600*
003601*----------------------------------------------------------*
003602* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
003603* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
003604* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
003605* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
003606* OVERRIDES THE DEFAULT.                                   *
003607*----------------------------------------------------------*
003608 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
003609 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
003610 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
003611     COPY EVTLOG.
003612 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
003613         "AOC-06-SUSWB".
003614 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
003615 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
003616 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
003617 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
003618 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
003619 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
003620 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
003621 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
003622 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
003623 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
003624 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
003625     05  WS-EVT-TS-DATE          PIC 9(8).
003626     05  WS-EVT-TS-TIME          PIC 9(6).
003627 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
003628     88  WS-MCT-LOADED                         VALUE 'Y'.
003629 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003630     88  WS-MCT-EOF                            VALUE 'Y'.
003631 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
003632 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
003633 01  WS-MCT-TABLE.
003634     05  WS-MCT-ENTRY OCCURS 200 TIMES.
003635         10  WS-MCT-CODE         PIC 9(4).
003636         10  WS-MCT-SEVERITY     PIC X(1).
003637*
003638 PROCEDURE DIVISION.
003639*----------------------------------------------------------*
003640* 0000-MAINLINE                                            *
003641*    SIGNS THE OPERATOR ON, LOADS THE OPEN QUEUE WITH EACH *
003650*    ITEM'S STATE OFF THE DISPOSITION LOG, THEN WORKS THE  *
003660*    MAIN MENU UNTIL THE OPERATOR ENDS THE SESSION. RC 8   *
003670*    WHEN AN ACTION COULD NOT BE LOGGED OR THE APPROVED    *
003680*    ITEMS COULD NOT BE PURGED FROM THE SUSPENSE FILE.     *
003690*----------------------------------------------------------*
003700 0000-MAINLINE.
003701     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720     PERFORM 2000-MAIN-MENU THRU 2000-EXIT
003730         UNTIL WS-SESSION-END.
003740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003750     IF WS-RUN-FAILED
003760         MOVE 8 TO RETURN-CODE
003770     END-IF.
003771     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003780     STOP RUN.
003790*
003800 1000-INITIALIZE.
003810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003820     DISPLAY "AOC-06-SUSWB: SUSPENSE WORKBENCH - RUN DATE "
003830         WS-RUN-DATE.
003840     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
003850     MOVE SPACES TO WS-OPERATOR-ID.
003860     ACCEPT WS-OPERATOR-ID.
003870     IF WS-OPERATOR-ID = SPACES
003880         DISPLAY "AOC-06-SUSWB: NO OPERATOR ID - SESSION ENDED"
003890         MOVE 'Y' TO WS-SESSION-END-SWITCH
003900         GO TO 1000-EXIT
003910     END-IF.
003920     PERFORM 1100-LOAD-MARKER-TYPES THRU 1100-EXIT.
003930     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
003940     IF WS-SESSION-END
003950         GO TO 1000-EXIT
003960     END-IF.
003970     PERFORM 1300-APPLY-DISPOSITION-LOG THRU 1300-EXIT.
003980     PERFORM 1400-COUNT-ONE-STATE THRU 1400-EXIT
003990         VARYING WS-QUE-SUB FROM 1 BY 1
004000         UNTIL WS-QUE-SUB > WS-QUE-COUNT.
004010     DISPLAY "AOC-06-SUSWB: OPEN " WS-OPEN-COUNT
004020         " HELD " WS-HELD-COUNT
004030         " PENDING APPROVAL " WS-PENDING-COUNT.
004040     IF WS-QUE-OVERFLOW
004050         DISPLAY "AOC-06-SUSWB: MORE THAN " WS-QUE-MAX
004060             " SUSPENSE ITEMS - ONLY THE FIRST ARE WORKED"
004070     END-IF.
004080     MOVE 0 TO WS-OPEN-COUNT.
004090     MOVE 0 TO WS-HELD-COUNT.
004100     MOVE 0 TO WS-PENDING-COUNT.
004110 1000-EXIT.
004120     EXIT.
004130*
004140*----------------------------------------------------------*
004150* 1100-LOAD-MARKER-TYPES                                   *
004160*    BUILDS THE MARKER TYPE TABLE THE WAY AOC-06-2 DOES:   *
004170*    THE SOP/SOM DEFAULTS, REPLACED BY THE CONTROL FILE'S  *
004180*    MARKER ENTRIES WHEN THERE ARE ANY, WITH SOPSIZE AND   *
004190*    SOMSIZE APPLIED TO THEIR TYPE AND OUT-OF-RANGE SIZES  *
004200*    CLAMPED TO THE 14-BYTE WINDOW.                        *
004210*----------------------------------------------------------*
004220 1100-LOAD-MARKER-TYPES.
004230     MOVE 2 TO WS-MARKER-COUNT.
004240     MOVE "SOP" TO WS-MKR-TYPE (1).
004250     MOVE 4 TO WS-MKR-SIZE (1).
004260     MOVE "SOM" TO WS-MKR-TYPE (2).
004270     MOVE 14 TO WS-MKR-SIZE (2).
004280     OPEN INPUT CTLFILE.
004290     IF WS-CTL-STATUS NOT = "00"
004300         GO TO 1100-EXIT
004310     END-IF.
004320     MOVE 'N' TO WS-CTL-EOF-SWITCH.
004330     PERFORM 1150-READ-ONE-CONTROL THRU 1150-EXIT
004340         UNTIL WS-CTL-EOF.
004350     CLOSE CTLFILE.
004360 1100-EXIT.
004370     EXIT.
004380*
004390 1150-READ-ONE-CONTROL.
004400     READ CTLFILE INTO WS-CTL-LINE
004410         AT END
004420             MOVE 'Y' TO WS-CTL-EOF-SWITCH
004430             GO TO 1150-EXIT
004440     END-READ.
004450     EVALUATE WS-CTL-TAG
004460         WHEN "MARKER"
004470             PERFORM 1160-ADD-MARKER-ENTRY THRU 1160-EXIT
004480         WHEN "SOPSIZE"
004490             MOVE "SOP" TO WS-APPLY-TYPE
004500             PERFORM 1170-APPLY-SIZE THRU 1170-EXIT
004510         WHEN "SOMSIZE"
004520             MOVE "SOM" TO WS-APPLY-TYPE
004530             PERFORM 1170-APPLY-SIZE THRU 1170-EXIT
004540         WHEN OTHER
004550             CONTINUE
004560     END-EVALUATE.
004570 1150-EXIT.
004580     EXIT.
004590*
004600 1160-ADD-MARKER-ENTRY.
004610     IF NOT WS-MKR-OPERATOR-SET
004620         MOVE 'Y' TO WS-MKR-OPERATOR-SWITCH
004630         MOVE 0 TO WS-MARKER-COUNT
004640     END-IF.
004650     IF WS-MARKER-COUNT >= 8 OR WS-CTL-VALUE (5:2) NOT NUMERIC
004660         GO TO 1160-EXIT
004670     END-IF.
004680     ADD 1 TO WS-MARKER-COUNT.
004690     MOVE WS-CTL-VALUE (1:3) TO WS-MKR-TYPE (WS-MARKER-COUNT).
004700     MOVE WS-CTL-VALUE (5:2) TO WS-MKR-SIZE (WS-MARKER-COUNT).
004710     IF WS-MKR-SIZE (WS-MARKER-COUNT) = 0 OR
004720             WS-MKR-SIZE (WS-MARKER-COUNT) > WS-WINDOW-MAX-SIZE
004730         MOVE WS-WINDOW-MAX-SIZE TO WS-MKR-SIZE (WS-MARKER-COUNT)
004740     END-IF.
004750 1160-EXIT.
004760     EXIT.
004770*
004780 1170-APPLY-SIZE.
004790     IF WS-CTL-VALUE (1:2) NOT NUMERIC
004800         GO TO 1170-EXIT
004810     END-IF.
004820     MOVE WS-CTL-VALUE (1:2) TO WS-APPLY-SIZE.
004830     IF WS-APPLY-SIZE = 0 OR WS-APPLY-SIZE > WS-WINDOW-MAX-SIZE
004840         MOVE WS-WINDOW-MAX-SIZE TO WS-APPLY-SIZE
004850     END-IF.
004860     PERFORM 1180-APPLY-ONE-SIZE THRU 1180-EXIT
004870         VARYING WS-MARKER-SUB FROM 1 BY 1
004880         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
004890 1170-EXIT.
004900     EXIT.
004910*
004920 1180-APPLY-ONE-SIZE.
004930     IF WS-MKR-TYPE (WS-MARKER-SUB) = WS-APPLY-TYPE
004940         MOVE WS-APPLY-SIZE TO WS-MKR-SIZE (WS-MARKER-SUB)
004950     END-IF.
004960 1180-EXIT.
004970     EXIT.
004980*
004990*----------------------------------------------------------*
005000* 1200-LOAD-QUEUE                                          *
005010*    ONE QUEUE ENTRY PER SUSPENSE ITEM. A KEY ALREADY IN   *
005020*    THE QUEUE IS NOT ADDED TWICE - THE WORKBENCH WORKS    *
005030*    THE ITEM, AND A PURGE DROPS EVERY RECORD UNDER IT.    *
005040*----------------------------------------------------------*
005050 1200-LOAD-QUEUE.
005060     OPEN INPUT SUSPFILE.
005070     IF WS-SUS-STATUS NOT = "00"
005080         DISPLAY "AOC-06-SUSWB: NO SUSPENSE FILE ON HAND - "
005090             "NOTHING TO WORK"
005100         MOVE 'Y' TO WS-SESSION-END-SWITCH
005110         GO TO 1200-EXIT
005120     END-IF.
005130     MOVE 'N' TO WS-SUS-EOF-SWITCH.
005140     PERFORM 1250-LOAD-ONE-ITEM THRU 1250-EXIT
005150         UNTIL WS-SUS-EOF.
005160     CLOSE SUSPFILE.
005170     IF WS-QUE-COUNT = 0
005180         DISPLAY "AOC-06-SUSWB: SUSPENSE QUEUE IS EMPTY"
005190         MOVE 'Y' TO WS-SESSION-END-SWITCH
005200     END-IF.
005210 1200-EXIT.
005220     EXIT.
005230*
005240 1250-LOAD-ONE-ITEM.
005250     READ SUSPFILE
005260         AT END
005270             MOVE 'Y' TO WS-SUS-EOF-SWITCH
005280             GO TO 1250-EXIT
005290     END-READ.
005300     IF SUS-FEED-DATE IS NOT NUMERIC OR
005310             SUS-FEED-NO IS NOT NUMERIC OR
005320             SUS-STREAM-NO IS NOT NUMERIC
005330         GO TO 1250-EXIT
005340     END-IF.
005350     MOVE SUS-FEED-DATE TO WS-SRC-FEED-DATE.
005360     MOVE SUS-FEED-NO TO WS-SRC-FEED-NO.
005370     MOVE SUS-STREAM-NO TO WS-SRC-STREAM-NO.
005380     PERFORM 1900-FIND-ITEM THRU 1900-EXIT.
005390     IF WS-QUE-FOUND-SUB > 0
005400         GO TO 1250-EXIT
005410     END-IF.
005420     IF WS-QUE-COUNT >= WS-QUE-MAX
005430         MOVE 'Y' TO WS-QUE-OVERFLOW-SWITCH
005440         GO TO 1250-EXIT
005450     END-IF.
005460     ADD 1 TO WS-QUE-COUNT.
005470     MOVE WS-SEARCH-KEY TO WS-QUE-KEY (WS-QUE-COUNT).
005480     MOVE SUS-REASON TO WS-QUE-REASON (WS-QUE-COUNT).
005490     IF WS-SUS-LEN > 30
005500         COMPUTE WS-QUE-DATA-LEN (WS-QUE-COUNT) = WS-SUS-LEN - 30
005510     ELSE
005520         MOVE 0 TO WS-QUE-DATA-LEN (WS-QUE-COUNT)
005530     END-IF.
005540     MOVE SPACE TO WS-QUE-STATE (WS-QUE-COUNT).
005550     MOVE SPACE TO WS-QUE-ACTION (WS-QUE-COUNT).
005560     MOVE SPACES TO WS-QUE-OPERATOR (WS-QUE-COUNT).
005570     MOVE SPACES TO WS-QUE-MARKER-TYPE (WS-QUE-COUNT).
005580     MOVE 0 TO WS-QUE-MARKER-POS (WS-QUE-COUNT).
005590     MOVE SPACES TO WS-QUE-DISP-REASON (WS-QUE-COUNT).
005600 1250-EXIT.
005610     EXIT.
005620*
005630*----------------------------------------------------------*
005640* 1300-APPLY-DISPOSITION-LOG                               *
005650*    REPLAYS THE LOG IN THE ORDER IT WAS WRITTEN, SO EACH  *
005660*    ITEM ENDS WITH THE STATE OF ITS LAST ACTION. LOG      *
005670*    RECORDS FOR ITEMS NO LONGER IN SUSPENSE ARE HISTORY   *
005680*    AND ARE PASSED OVER.                                  *
005690*----------------------------------------------------------*
005700 1300-APPLY-DISPOSITION-LOG.
005710     OPEN INPUT DISPFILE.
005720     IF WS-DSP-STATUS NOT = "00"
005730         GO TO 1300-EXIT
005740     END-IF.
005750     MOVE 'N' TO WS-DSP-EOF-SWITCH.
005760     PERFORM 1350-APPLY-ONE-DISPOSITION THRU 1350-EXIT
005770         UNTIL WS-DSP-EOF.
005780     CLOSE DISPFILE.
005790 1300-EXIT.
005800     EXIT.
005810*
005820 1350-APPLY-ONE-DISPOSITION.
005830     READ DISPFILE
005840         AT END
005850             MOVE 'Y' TO WS-DSP-EOF-SWITCH
005860             GO TO 1350-EXIT
005870     END-READ.
005880     MOVE DISP-KEY TO WS-SEARCH-KEY.
005890     PERFORM 1900-FIND-ITEM THRU 1900-EXIT.
005900     IF WS-QUE-FOUND-SUB = 0
005910         GO TO 1350-EXIT
005920     END-IF.
005930     MOVE DISP-STATE TO WS-QUE-STATE (WS-QUE-FOUND-SUB).
005940     MOVE DISP-ACTION TO WS-QUE-ACTION (WS-QUE-FOUND-SUB).
005950     MOVE DISP-OPERATOR TO WS-QUE-OPERATOR (WS-QUE-FOUND-SUB).
005960     MOVE DISP-MARKER-TYPE
005970         TO WS-QUE-MARKER-TYPE (WS-QUE-FOUND-SUB).
005980     MOVE DISP-MARKER-POS TO WS-QUE-MARKER-POS (WS-QUE-FOUND-SUB).
005990     MOVE DISP-REASON TO WS-QUE-DISP-REASON (WS-QUE-FOUND-SUB).
006000 1350-EXIT.
006010     EXIT.
006020*
006030 1400-COUNT-ONE-STATE.
006040     EVALUATE WS-QUE-STATE (WS-QUE-SUB)
006050         WHEN 'H'
006060             ADD 1 TO WS-HELD-COUNT
006070         WHEN 'P'
006080             ADD 1 TO WS-PENDING-COUNT
006090         WHEN 'A'
006100             ADD 1 TO WS-PURGE-DUE-COUNT
006110         WHEN OTHER
006120             ADD 1 TO WS-OPEN-COUNT
006130     END-EVALUATE.
006140 1400-EXIT.
006150     EXIT.
006160*
006170*----------------------------------------------------------*
006180* 1900-FIND-ITEM                                           *
006190*    LOOKS WS-SEARCH-KEY UP IN THE QUEUE. WS-QUE-FOUND-SUB *
006200*    IS THE ENTRY, OR ZERO WHEN THE KEY IS NOT QUEUED.     *
006210*----------------------------------------------------------*
006220 1900-FIND-ITEM.
006230     MOVE 0 TO WS-QUE-FOUND-SUB.
006240     PERFORM 1950-MATCH-ONE-ITEM THRU 1950-EXIT
006250         VARYING WS-QUE-SUB FROM 1 BY 1
006260         UNTIL WS-QUE-SUB > WS-QUE-COUNT
006270             OR WS-QUE-FOUND-SUB > 0.
006280 1900-EXIT.
006290     EXIT.
006300*
006310 1950-MATCH-ONE-ITEM.
006320     IF WS-QUE-KEY (WS-QUE-SUB) = WS-SEARCH-KEY
006330         MOVE WS-QUE-SUB TO WS-QUE-FOUND-SUB
006340     END-IF.
006350 1950-EXIT.
006360     EXIT.
006370*
006380 2000-MAIN-MENU.
006390     DISPLAY " ".
006400     DISPLAY "L LIST OPEN ITEMS   S SELECT AN ITEM   "
006410         "E END SESSION".
006420     DISPLAY "CHOICE: " WITH NO ADVANCING.
006430     MOVE SPACE TO WS-MENU-CHOICE.
006440     ACCEPT WS-MENU-CHOICE.
006450     EVALUATE WS-MENU-CHOICE
006460         WHEN 'L'
006470             MOVE 0 TO WS-NO-REPLY-COUNT
006480             PERFORM 3000-LIST-QUEUE THRU 3000-EXIT
006490         WHEN 'S'
006500             MOVE 0 TO WS-NO-REPLY-COUNT
006510             PERFORM 4000-SELECT-ITEM THRU 4000-EXIT
006520         WHEN 'E'
006530             MOVE 'Y' TO WS-SESSION-END-SWITCH
006540         WHEN OTHER
006550             PERFORM 2900-NO-VALID-REPLY THRU 2900-EXIT
006560     END-EVALUATE.
006570 2000-EXIT.
006580     EXIT.
006590*
006600*----------------------------------------------------------*
006610* 2900-NO-VALID-REPLY                                      *
006620*    A RUN OF UNRECOGNIZED OR EMPTY REPLIES ENDS THE       *
006630*    SESSION CLEANLY - A LOST TERMINAL OR AN EXHAUSTED     *
006640*    INPUT MUST NOT LEAVE THE PROGRAM PROMPTING FOREVER.   *
006650*----------------------------------------------------------*
006660 2900-NO-VALID-REPLY.
006670     ADD 1 TO WS-NO-REPLY-COUNT.
006680     IF WS-NO-REPLY-COUNT >= WS-NO-REPLY-LIMIT
006690         DISPLAY "AOC-06-SUSWB: NO VALID REPLY - SESSION ENDED"
006700         MOVE 'Y' TO WS-SESSION-END-SWITCH
006710         MOVE 'Y' TO WS-ITEM-DONE-SWITCH
006720     ELSE
006730         DISPLAY "CHOICE NOT RECOGNIZED"
006740     END-IF.
006750 2900-EXIT.
006760     EXIT.
006770*
006780*----------------------------------------------------------*
006790* 3000-LIST-QUEUE                                          *
006800*    LISTS THE ITEMS STILL ON THE QUEUE, FOR ONE FEED DATE *
006810*    OR ALL, TWENTY TO A PAGE. APPROVED ITEMS AWAITING THE *
006820*    END-OF-SESSION PURGE ARE NO LONGER LISTED.            *
006830*----------------------------------------------------------*
006840 3000-LIST-QUEUE.
006850     DISPLAY "FEED DATE TO LIST (YYYYMMDD, BLANK = ALL): "
006860         WITH NO ADVANCING.
006870     MOVE SPACES TO WS-IN-DATE.
006880     ACCEPT WS-IN-DATE.
006890     IF WS-IN-DATE NOT = SPACES AND WS-IN-DATE IS NOT NUMERIC
006900         DISPLAY "FEED DATE MUST BE EIGHT DIGITS"
006910         GO TO 3000-EXIT
006920     END-IF.
006930     DISPLAY WS-LIST-HEAD.
006940     MOVE 0 TO WS-LIST-COUNT.
006950     MOVE 0 TO WS-PAGE-COUNT.
006960     MOVE 'N' TO WS-LIST-STOP-SWITCH.
006970     PERFORM 3100-LIST-ONE-ITEM THRU 3100-EXIT
006980         VARYING WS-QUE-SUB FROM 1 BY 1
006990         UNTIL WS-QUE-SUB > WS-QUE-COUNT
007000             OR WS-LIST-STOP.
007010     DISPLAY "ITEMS LISTED: " WS-LIST-COUNT.
007020 3000-EXIT.
007030     EXIT.
007040*
007050 3100-LIST-ONE-ITEM.
007060     IF WS-QUE-STATE (WS-QUE-SUB) = 'A'
007070         GO TO 3100-EXIT
007080     END-IF.
007090     IF WS-IN-DATE NOT = SPACES AND
007100             WS-QUE-FEED-DATE (WS-QUE-SUB) NOT = WS-IN-DATE-NUM
007110         GO TO 3100-EXIT
007120     END-IF.
007130     IF WS-PAGE-COUNT >= 20
007140         MOVE 0 TO WS-PAGE-COUNT
007150         DISPLAY "ENTER FOR MORE, Q TO STOP: " WITH NO ADVANCING
007160         MOVE SPACE TO WS-IN-REPLY
007170         ACCEPT WS-IN-REPLY
007180         IF WS-IN-REPLY = 'Q'
007190             MOVE 'Y' TO WS-LIST-STOP-SWITCH
007200             GO TO 3100-EXIT
007210         END-IF
007220     END-IF.
007230     MOVE WS-QUE-SUB TO WS-ITEM-SUB.
007240     PERFORM 3200-SET-STATE-TEXT THRU 3200-EXIT.
007250     MOVE WS-QUE-FEED-DATE (WS-QUE-SUB) TO WS-LST-FEED-DATE.
007260     MOVE WS-QUE-FEED-NO (WS-QUE-SUB) TO WS-LST-FEED-NO.
007270     MOVE WS-QUE-STREAM-NO (WS-QUE-SUB) TO WS-LST-STREAM-NO.
007280     MOVE WS-QUE-REASON (WS-QUE-SUB) TO WS-LST-REASON.
007290     MOVE WS-STATE-TEXT TO WS-LST-STATE.
007300     MOVE WS-ACTION-TEXT TO WS-LST-ACTION.
007310     MOVE WS-QUE-OPERATOR (WS-QUE-SUB) TO WS-LST-OPERATOR.
007320     DISPLAY WS-LIST-LINE.
007330     ADD 1 TO WS-LIST-COUNT.
007340     ADD 1 TO WS-PAGE-COUNT.
007350 3100-EXIT.
007360     EXIT.
007370*
007380 3200-SET-STATE-TEXT.
007390     EVALUATE WS-QUE-STATE (WS-ITEM-SUB)
007400         WHEN 'H'
007410             MOVE "HELD" TO WS-STATE-TEXT
007420         WHEN 'P'
007430             MOVE "PENDING" TO WS-STATE-TEXT
007440         WHEN 'D'
007450             MOVE "DECLINED" TO WS-STATE-TEXT
007460         WHEN 'A'
007470             MOVE "APPROVED" TO WS-STATE-TEXT
007480         WHEN OTHER
007490             MOVE "OPEN" TO WS-STATE-TEXT
007500     END-EVALUATE.
007510     EVALUATE WS-QUE-ACTION (WS-ITEM-SUB)
007520         WHEN 'H'
007530             MOVE "HOLD" TO WS-ACTION-TEXT
007540         WHEN 'W'
007550             MOVE "WRITE-OFF" TO WS-ACTION-TEXT
007560         WHEN 'M'
007570             MOVE "MANUAL MKR" TO WS-ACTION-TEXT
007580         WHEN OTHER
007590             MOVE SPACES TO WS-ACTION-TEXT
007600     END-EVALUATE.
007610 3200-EXIT.
007620     EXIT.
007630*
007640*----------------------------------------------------------*
007650* 4000-SELECT-ITEM                                         *
007660*    TAKES THE ITEM'S KEY, READS ITS STREAM DATA BACK OFF  *
007670*    THE SUSPENSE FILE, SHOWS IT FROM POSITION 1 AND WORKS *
007680*    THE ITEM MENU UNTIL THE OPERATOR RETURNS OR THE ITEM  *
007690*    IS APPROVED OFF THE QUEUE.                            *
007700*----------------------------------------------------------*
007710 4000-SELECT-ITEM.
007720     DISPLAY "FEED DATE (YYYYMMDD): " WITH NO ADVANCING.
007730     MOVE SPACES TO WS-IN-DATE.
007740     ACCEPT WS-IN-DATE.
007750     DISPLAY "FEED NUMBER (NN): " WITH NO ADVANCING.
007760     MOVE SPACES TO WS-IN-FEED.
007770     ACCEPT WS-IN-FEED.
007780     DISPLAY "STREAM NUMBER (NNNN): " WITH NO ADVANCING.
007790     MOVE SPACES TO WS-IN-STREAM.
007800     ACCEPT WS-IN-STREAM.
007810     IF WS-IN-DATE IS NOT NUMERIC OR WS-IN-FEED IS NOT NUMERIC
007820             OR WS-IN-STREAM IS NOT NUMERIC
007830         DISPLAY "KEY MUST BE 8-DIGIT DATE, 2-DIGIT FEED, "
007840             "4-DIGIT STREAM"
007850         GO TO 4000-EXIT
007860     END-IF.
007870     MOVE WS-IN-DATE-NUM TO WS-SRC-FEED-DATE.
007880     MOVE WS-IN-FEED-NUM TO WS-SRC-FEED-NO.
007890     MOVE WS-IN-STREAM-NUM TO WS-SRC-STREAM-NO.
007900     PERFORM 1900-FIND-ITEM THRU 1900-EXIT.
007910     IF WS-QUE-FOUND-SUB = 0
007920         DISPLAY "ITEM NOT ON THE SUSPENSE QUEUE"
007930         GO TO 4000-EXIT
007940     END-IF.
007950     MOVE WS-QUE-FOUND-SUB TO WS-ITEM-SUB.
007960     IF WS-QUE-STATE (WS-ITEM-SUB) = 'A'
007970         DISPLAY "ITEM ALREADY APPROVED - IT LEAVES THE QUEUE AT "
007980             "END OF SESSION"
007990         GO TO 4000-EXIT
008000     END-IF.
008010     PERFORM 4100-READ-ITEM-DATA THRU 4100-EXIT.
008020     IF NOT WS-ITEM-FOUND
008030         DISPLAY "ITEM NO LONGER ON THE SUSPENSE FILE"
008040         GO TO 4000-EXIT
008050     END-IF.
008060     PERFORM 4200-SHOW-ITEM THRU 4200-EXIT.
008070     MOVE 1 TO WS-VIEW-POS.
008080     PERFORM 4300-SHOW-DATA THRU 4300-EXIT.
008090     MOVE 'N' TO WS-ITEM-DONE-SWITCH.
008100     PERFORM 5000-ITEM-MENU THRU 5000-EXIT
008110         UNTIL WS-ITEM-DONE.
008120 4000-EXIT.
008130     EXIT.
008140*
008150 4100-READ-ITEM-DATA.
008160     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
008170     MOVE SPACES TO WS-ITEM-DATA.
008180     MOVE 0 TO WS-ITEM-LEN.
008190     OPEN INPUT SUSPFILE.
008200     IF WS-SUS-STATUS NOT = "00"
008210         GO TO 4100-EXIT
008220     END-IF.
008230     MOVE 'N' TO WS-SUS-EOF-SWITCH.
008240     PERFORM 4150-MATCH-ONE-SUSPENSE THRU 4150-EXIT
008250         UNTIL WS-SUS-EOF OR WS-ITEM-FOUND.
008260     CLOSE SUSPFILE.
008270 4100-EXIT.
008280     EXIT.
008290*
008300 4150-MATCH-ONE-SUSPENSE.
008310     READ SUSPFILE
008320         AT END
008330             MOVE 'Y' TO WS-SUS-EOF-SWITCH
008340             GO TO 4150-EXIT
008350     END-READ.
008360     IF SUS-FEED-DATE IS NOT NUMERIC OR
008370             SUS-FEED-NO IS NOT NUMERIC OR
008380             SUS-STREAM-NO IS NOT NUMERIC
008390         GO TO 4150-EXIT
008400     END-IF.
008410     IF SUS-FEED-DATE = WS-SRC-FEED-DATE AND
008420             SUS-FEED-NO = WS-SRC-FEED-NO AND
008430             SUS-STREAM-NO = WS-SRC-STREAM-NO
008440         MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
008450         IF WS-SUS-LEN > 30
008460             COMPUTE WS-ITEM-LEN = WS-SUS-LEN - 30
008470             MOVE SUS-DATA (1:WS-ITEM-LEN) TO WS-ITEM-DATA
008480         END-IF
008490     END-IF.
008500 4150-EXIT.
008510     EXIT.
008520*
008530 4200-SHOW-ITEM.
008540     PERFORM 3200-SET-STATE-TEXT THRU 3200-EXIT.
008550     DISPLAY " ".
008560     DISPLAY "ITEM " WS-SRC-FEED-DATE " FEED " WS-SRC-FEED-NO
008570         " STREAM " WS-SRC-STREAM-NO
008580         " REASON " WS-QUE-REASON (WS-ITEM-SUB).
008590     DISPLAY "LENGTH " WS-ITEM-LEN " STATE " WS-STATE-TEXT
008600         " " WS-ACTION-TEXT " BY " WS-QUE-OPERATOR (WS-ITEM-SUB).
008610     IF WS-QUE-STATE (WS-ITEM-SUB) = 'P'
008620         PERFORM 4250-SHOW-PENDING THRU 4250-EXIT
008630     END-IF.
008640 4200-EXIT.
008650     EXIT.
008660*
008670 4250-SHOW-PENDING.
008680     IF WS-QUE-ACTION (WS-ITEM-SUB) = 'M'
008690         DISPLAY "PROPOSED MARKER "
008700             WS-QUE-MARKER-TYPE (WS-ITEM-SUB)
008710             " AT POSITION " WS-QUE-MARKER-POS (WS-ITEM-SUB)
008720     ELSE
008730         DISPLAY "PROPOSED WRITE-OFF: "
008740             WS-QUE-DISP-REASON (WS-ITEM-SUB)
008750     END-IF.
008760 4250-EXIT.
008770     EXIT.
008780*
008790*----------------------------------------------------------*
008800* 4300-SHOW-DATA                                           *
008810*    TEN LINES OF SIXTY BYTES FROM THE VIEW POSITION UNDER *
008820*    THE RULER; THE POSITION OF A BYTE IS ITS LINE'S       *
008830*    STARTING POSITION PLUS ITS RULER COLUMN LESS ONE.     *
008840*----------------------------------------------------------*
008850 4300-SHOW-DATA.
008860     IF WS-ITEM-LEN = 0
008870         DISPLAY "STREAM HOLDS NO DATA"
008880         GO TO 4300-EXIT
008890     END-IF.
008900     IF WS-VIEW-POS = 0 OR WS-VIEW-POS > WS-ITEM-LEN
008910         MOVE 1 TO WS-VIEW-POS
008920     END-IF.
008930     DISPLAY WS-RULER-LINE.
008940     MOVE WS-VIEW-POS TO WS-VIEW-LINE-POS.
008950     PERFORM 4350-SHOW-ONE-DATA-LINE THRU 4350-EXIT
008960         VARYING WS-VIEW-LINES FROM 1 BY 1
008970         UNTIL WS-VIEW-LINES > 10
008980             OR WS-VIEW-LINE-POS > WS-ITEM-LEN.
008990 4300-EXIT.
009000     EXIT.
009010*
009020 4350-SHOW-ONE-DATA-LINE.
009030     COMPUTE WS-VIEW-CHUNK = WS-ITEM-LEN - WS-VIEW-LINE-POS + 1.
009040     IF WS-ITEM-LEN - WS-VIEW-LINE-POS + 1 > 60
009050         MOVE 60 TO WS-VIEW-CHUNK
009060     END-IF.
009070     MOVE SPACES TO WS-DTL-TEXT.
009080     MOVE WS-ITEM-DATA (WS-VIEW-LINE-POS:WS-VIEW-CHUNK)
009090         TO WS-DTL-TEXT.
009100     MOVE WS-VIEW-LINE-POS TO WS-DTL-POS.
009110     DISPLAY WS-DATA-LINE.
009120     ADD 60 TO WS-VIEW-LINE-POS.
009130 4350-EXIT.
009140     EXIT.
009150*
009160 5000-ITEM-MENU.
009170     DISPLAY " ".
009180     DISPLAY "V VIEW FROM POSITION  H HOLD  W WRITE OFF  "
009190         "M MANUAL MARKER".
009200     DISPLAY "A APPROVE OR DECLINE PENDING  "
009210         "R RETURN TO MAIN MENU".
009220     DISPLAY "CHOICE: " WITH NO ADVANCING.
009230     MOVE SPACE TO WS-MENU-CHOICE.
009240     ACCEPT WS-MENU-CHOICE.
009250     IF WS-MENU-CHOICE = 'V' OR 'H' OR 'W' OR 'M' OR 'A' OR 'R'
009260         MOVE 0 TO WS-NO-REPLY-COUNT
009270     END-IF.
009280     EVALUATE WS-MENU-CHOICE
009290         WHEN 'V'
009300             PERFORM 5100-VIEW-FROM-POSITION THRU 5100-EXIT
009310         WHEN 'H'
009320             PERFORM 5200-HOLD-ITEM THRU 5200-EXIT
009330         WHEN 'W'
009340             PERFORM 5300-WRITE-OFF-ITEM THRU 5300-EXIT
009350         WHEN 'M'
009360             PERFORM 5400-MANUAL-MARKER THRU 5400-EXIT
009370         WHEN 'A'
009380             PERFORM 5500-APPROVE-PENDING THRU 5500-EXIT
009390         WHEN 'R'
009400             MOVE 'Y' TO WS-ITEM-DONE-SWITCH
009410         WHEN OTHER
009420             PERFORM 2900-NO-VALID-REPLY THRU 2900-EXIT
009430     END-EVALUATE.
009440 5000-EXIT.
009450     EXIT.
009460*
009470 5100-VIEW-FROM-POSITION.
009480     DISPLAY "FROM POSITION (NNNN): " WITH NO ADVANCING.
009490     MOVE SPACES TO WS-IN-POS.
009500     ACCEPT WS-IN-POS.
009510     IF WS-IN-POS IS NOT NUMERIC
009520         DISPLAY "POSITION MUST BE FOUR DIGITS"
009530         GO TO 5100-EXIT
009540     END-IF.
009550     MOVE WS-IN-POS-NUM TO WS-VIEW-POS.
009560     PERFORM 4300-SHOW-DATA THRU 4300-EXIT.
009570 5100-EXIT.
009580     EXIT.
009590*
009600*----------------------------------------------------------*
009610* 5200-HOLD-ITEM                                           *
009620*    A HOLD NEEDS NO APPROVAL: THE ITEM STAYS ON THE QUEUE *
009630*    MARKED HELD, WITH THE OPERATOR'S NOTE ON THE LOG. AN  *
009640*    ITEM WAITING ON APPROVAL MUST BE SETTLED FIRST.       *
009650*----------------------------------------------------------*
009660 5200-HOLD-ITEM.
009670     IF WS-QUE-STATE (WS-ITEM-SUB) = 'P'
009680         DISPLAY "A DISPOSITION IS PENDING - APPROVE OR DECLINE "
009690             "IT FIRST"
009700         GO TO 5200-EXIT
009710     END-IF.
009720     DISPLAY "REASON FOR HOLD: " WITH NO ADVANCING.
009730     MOVE SPACES TO WS-IN-REASON.
009740     ACCEPT WS-IN-REASON.
009750     PERFORM 8200-BUILD-LOG-RECORD THRU 8200-EXIT.
009760     MOVE 'H' TO DISP-ACTION.
009770     MOVE 'H' TO DISP-STATE.
009780     MOVE WS-IN-REASON TO DISP-REASON.
009790     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
009800     IF WS-LOG-FAILED
009810         DISPLAY "HOLD NOT TAKEN"
009820         GO TO 5200-EXIT
009830     END-IF.
009840     MOVE 'H' TO WS-QUE-STATE (WS-ITEM-SUB).
009850     MOVE 'H' TO WS-QUE-ACTION (WS-ITEM-SUB).
009860     MOVE WS-OPERATOR-ID TO WS-QUE-OPERATOR (WS-ITEM-SUB).
009870     MOVE WS-IN-REASON TO WS-QUE-DISP-REASON (WS-ITEM-SUB).
009880     ADD 1 TO WS-HELD-COUNT.
009890     DISPLAY "ITEM HELD".
009900 5200-EXIT.
009910     EXIT.
009920*
009930 5300-WRITE-OFF-ITEM.
009940     IF WS-QUE-STATE (WS-ITEM-SUB) = 'P'
009950         DISPLAY "A DISPOSITION IS PENDING - APPROVE OR DECLINE "
009960             "IT FIRST"
009970         GO TO 5300-EXIT
009980     END-IF.
009990     DISPLAY "REASON FOR WRITE-OFF: " WITH NO ADVANCING.
010000     MOVE SPACES TO WS-IN-REASON.
010010     ACCEPT WS-IN-REASON.
010020     IF WS-IN-REASON = SPACES
010030         DISPLAY "A WRITE-OFF NEEDS A REASON"
010040         GO TO 5300-EXIT
010050     END-IF.
010060     MOVE 'W' TO WS-QUE-ACTION (WS-ITEM-SUB).
010070     MOVE SPACES TO WS-QUE-MARKER-TYPE (WS-ITEM-SUB).
010080     MOVE 0 TO WS-QUE-MARKER-POS (WS-ITEM-SUB).
010090     MOVE WS-IN-REASON TO WS-QUE-DISP-REASON (WS-ITEM-SUB).
010100     PERFORM 5700-SUBMIT-FOR-APPROVAL THRU 5700-EXIT.
010110 5300-EXIT.
010120     EXIT.
010130*
010140*----------------------------------------------------------*
010150* 5400-MANUAL-MARKER                                       *
010160*    THE AGREED MARKER MUST BE A CONFIGURED TYPE, ITS      *
010170*    POSITION MUST LEAVE ROOM FOR THE TYPE'S WINDOW INSIDE *
010180*    THE STREAM, AND THE MASTER MUST NOT ALREADY HOLD THAT *
010190*    TYPE FOR THE STREAM. THE WINDOW IS SHOWN BACK SO THE  *
010200*    OPERATOR SEES WHAT IS BEING AGREED.                   *
010210*----------------------------------------------------------*
010220 5400-MANUAL-MARKER.
010230     IF WS-QUE-STATE (WS-ITEM-SUB) = 'P'
010240         DISPLAY "A DISPOSITION IS PENDING - APPROVE OR DECLINE "
010250             "IT FIRST"
010260         GO TO 5400-EXIT
010270     END-IF.
010280     DISPLAY "MARKER TYPE: " WITH NO ADVANCING.
010290     MOVE SPACES TO WS-IN-TYPE.
010300     ACCEPT WS-IN-TYPE.
010310     PERFORM 6050-FIND-MARKER-SIZE THRU 6050-EXIT.
010320     IF WS-WINDOW-SIZE = 0
010330         DISPLAY "MARKER TYPE NOT CONFIGURED IN THE CONTROL FILE"
010340         GO TO 5400-EXIT
010350     END-IF.
010360     DISPLAY "MARKER POSITION (NNNN): " WITH NO ADVANCING.
010370     MOVE SPACES TO WS-IN-POS.
010380     ACCEPT WS-IN-POS.
010390     IF WS-IN-POS IS NOT NUMERIC
010400         DISPLAY "POSITION MUST BE FOUR DIGITS"
010410         GO TO 5400-EXIT
010420     END-IF.
010430     IF WS-IN-POS-NUM < WS-WINDOW-SIZE OR
010440             WS-IN-POS-NUM > WS-ITEM-LEN
010450         DISPLAY "POSITION MUST BE FROM " WS-WINDOW-SIZE
010460             " TO THE STREAM LENGTH " WS-ITEM-LEN
010470         GO TO 5400-EXIT
010480     END-IF.
010490     PERFORM 6100-CHECK-MASTER THRU 6100-EXIT.
010500     IF WS-ITEM-FOUND
010510         DISPLAY "A " WS-IN-TYPE " MARKER IS ALREADY ON THE "
010520             "MASTER FOR THIS STREAM"
010530         GO TO 5400-EXIT
010540     END-IF.
010550     COMPUTE WS-WINDOW-START = WS-IN-POS-NUM - WS-WINDOW-SIZE + 1.
010560     DISPLAY "WINDOW ENDING AT " WS-IN-POS ": "
010570         WS-ITEM-DATA (WS-WINDOW-START:WS-WINDOW-SIZE).
010580     MOVE 'M' TO WS-QUE-ACTION (WS-ITEM-SUB).
010590     MOVE WS-IN-TYPE TO WS-QUE-MARKER-TYPE (WS-ITEM-SUB).
010600     MOVE WS-IN-POS-NUM TO WS-QUE-MARKER-POS (WS-ITEM-SUB).
010610     MOVE SPACES TO WS-QUE-DISP-REASON (WS-ITEM-SUB).
010620     MOVE "MANUALLY AGREED MARKER" TO WS-QUE-DISP-REASON
010630         (WS-ITEM-SUB).
010640     PERFORM 5700-SUBMIT-FOR-APPROVAL THRU 5700-EXIT.
010650 5400-EXIT.
010660     EXIT.
010670*
010680*----------------------------------------------------------*
010690* 5500-APPROVE-PENDING                                     *
010700*    THE SIGNED-ON OPERATOR SETTLES A PENDING WRITE-OFF OR *
010710*    MANUAL MARKER ENTERED BY SOMEONE ELSE. A DECLINE PUTS *
010720*    THE ITEM BACK ON THE OPEN QUEUE.                      *
010730*----------------------------------------------------------*
010740 5500-APPROVE-PENDING.
010750     IF WS-QUE-STATE (WS-ITEM-SUB) NOT = 'P'
010760         DISPLAY "NO DISPOSITION PENDING FOR THIS ITEM"
010770         GO TO 5500-EXIT
010780     END-IF.
010790     PERFORM 4250-SHOW-PENDING THRU 4250-EXIT.
010800     IF WS-QUE-OPERATOR (WS-ITEM-SUB) = WS-OPERATOR-ID
010810         DISPLAY "ENTERED BY " WS-OPERATOR-ID
010820             " - A SECOND OPERATOR MUST APPROVE IT"
010830         GO TO 5500-EXIT
010840     END-IF.
010850     DISPLAY "APPROVE (Y), DECLINE (D), BLANK TO LEAVE: "
010860         WITH NO ADVANCING.
010870     MOVE SPACE TO WS-IN-REPLY.
010880     ACCEPT WS-IN-REPLY.
010890     EVALUATE WS-IN-REPLY
010900         WHEN 'Y'
010910             MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
010920             PERFORM 5800-APPLY-APPROVAL THRU 5800-EXIT
010930         WHEN 'D'
010940             PERFORM 5900-DECLINE-PENDING THRU 5900-EXIT
010950         WHEN OTHER
010960             DISPLAY "LEFT PENDING"
010970     END-EVALUATE.
010980 5500-EXIT.
010990     EXIT.
011000*
011010*----------------------------------------------------------*
011020* 5700-SUBMIT-FOR-APPROVAL                                 *
011030*    LOGS THE PROPOSED WRITE-OFF OR MANUAL MARKER AS       *
011040*    PENDING, THEN TAKES A SECOND OPERATOR ID. A BLANK ID  *
011050*    LEAVES IT FOR ANOTHER OPERATOR TO APPROVE LATER; THE  *
011060*    PROPOSER'S OWN ID IS NEVER ACCEPTED AS THE APPROVER.  *
011070*----------------------------------------------------------*
011080 5700-SUBMIT-FOR-APPROVAL.
011090     PERFORM 8200-BUILD-LOG-RECORD THRU 8200-EXIT.
011100     MOVE 'P' TO DISP-STATE.
011110     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
011120     IF WS-LOG-FAILED
011130         DISPLAY "DISPOSITION NOT TAKEN"
011140         MOVE SPACE TO WS-QUE-ACTION (WS-ITEM-SUB)
011150         GO TO 5700-EXIT
011160     END-IF.
011170     MOVE 'P' TO WS-QUE-STATE (WS-ITEM-SUB).
011180     MOVE WS-OPERATOR-ID TO WS-QUE-OPERATOR (WS-ITEM-SUB).
011190     DISPLAY "APPROVER OPERATOR ID (BLANK = LEAVE PENDING): "
011200         WITH NO ADVANCING.
011210     MOVE SPACES TO WS-APPROVER-ID.
011220     ACCEPT WS-APPROVER-ID.
011230     IF WS-APPROVER-ID = WS-OPERATOR-ID
011240         DISPLAY "APPROVER MUST BE A SECOND OPERATOR"
011250         MOVE SPACES TO WS-APPROVER-ID
011260     END-IF.
011270     IF WS-APPROVER-ID = SPACES
011280         ADD 1 TO WS-PENDING-COUNT
011290         DISPLAY "DISPOSITION PENDING SECOND-OPERATOR APPROVAL"
011300         GO TO 5700-EXIT
011310     END-IF.
011320     PERFORM 5800-APPLY-APPROVAL THRU 5800-EXIT.
011330     IF WS-QUE-STATE (WS-ITEM-SUB) = 'P'
011340         ADD 1 TO WS-PENDING-COUNT
011350     END-IF.
011360 5700-EXIT.
011370     EXIT.
011380*
011390*----------------------------------------------------------*
011400* 5800-APPLY-APPROVAL                                      *
011410*    AN APPROVED MANUAL MARKER IS POSTED FIRST; ONLY WHEN  *
011420*    IT IS ON THE MASTER AND THE STAGING FILE IS THE       *
011430*    APPROVAL LOGGED. WHILE ANOTHER CONFIGURED TYPE IS     *
011431*    STILL OFF THE MASTER FOR THE STREAM THE APPROVAL IS   *
011432*    LOGGED HELD, NOTING THE MISSING TYPE, AND THE ITEM    *
011433*    STAYS QUEUED FOR ITS NEXT MARKER; OTHERWISE IT IS     *
011434*    MARKED FOR THE PURGE. A WRITE-OFF HAS NOTHING TO      *
011440*    POST.                                                 *
011450*----------------------------------------------------------*
011460 5800-APPLY-APPROVAL.
011461     MOVE SPACES TO WS-MISSING-TYPE.
011470     IF WS-QUE-ACTION (WS-ITEM-SUB) = 'M'
011480         PERFORM 6000-POST-MANUAL-MARKER THRU 6000-EXIT
011490         IF NOT WS-POST-OK
011500             DISPLAY "MARKER NOT POSTED - ITEM LEFT PENDING"
011510             GO TO 5800-EXIT
011520         END-IF
011521         PERFORM 6200-CHECK-ONE-TYPE THRU 6200-EXIT
011522             VARYING WS-MARKER-SUB FROM 1 BY 1
011523             UNTIL WS-MARKER-SUB > WS-MARKER-COUNT
011524                 OR WS-MISSING-TYPE NOT = SPACES
011530     END-IF.
011540     PERFORM 8200-BUILD-LOG-RECORD THRU 8200-EXIT.
011550     MOVE 'A' TO DISP-STATE.
011551     IF WS-MISSING-TYPE NOT = SPACES
011552         MOVE 'H' TO DISP-STATE
011553         MOVE WS-QUE-MARKER-TYPE (WS-ITEM-SUB)
011554             TO WS-ON-POSTED-TYPE
011555         MOVE WS-MISSING-TYPE TO WS-ON-MISSING-TYPE
011556         MOVE WS-OPEN-NOTE TO DISP-REASON
011557     END-IF.
011560     MOVE WS-QUE-OPERATOR (WS-ITEM-SUB) TO DISP-OPERATOR.
011570     MOVE WS-APPROVER-ID TO DISP-APPROVER.
011580     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
011590     IF WS-LOG-FAILED
011600         IF WS-QUE-ACTION (WS-ITEM-SUB) = 'M'
011610             DISPLAY "AOC-06-SUSWB: MARKER POSTED BUT "
011620                 "APPROVAL NOT LOGGED - ITEM LEFT PENDING"
011630         ELSE
011640             DISPLAY "APPROVAL NOT TAKEN - ITEM LEFT PENDING"
011650         END-IF
011660         GO TO 5800-EXIT
011670     END-IF.
011671     IF WS-MISSING-TYPE NOT = SPACES
011672         MOVE 'H' TO WS-QUE-STATE (WS-ITEM-SUB)
011673         MOVE WS-OPEN-NOTE TO WS-QUE-DISP-REASON (WS-ITEM-SUB)
011674         ADD 1 TO WS-APPROVED-COUNT
011675         ADD 1 TO WS-HELD-COUNT
011676         DISPLAY "APPROVED BY " WS-APPROVER-ID " - "
011677             WS-MISSING-TYPE " STILL MISSING, ITEM STAYS HELD"
011678         GO TO 5800-EXIT
011679     END-IF.
011680     MOVE 'A' TO WS-QUE-STATE (WS-ITEM-SUB).
011690     ADD 1 TO WS-APPROVED-COUNT.
011700     ADD 1 TO WS-PURGE-DUE-COUNT.
011710     MOVE 'Y' TO WS-ITEM-DONE-SWITCH.
011720     DISPLAY "APPROVED BY " WS-APPROVER-ID
011730         " - ITEM LEAVES THE QUEUE AT END OF SESSION".
011740 5800-EXIT.
011750     EXIT.
011760*
011770 5900-DECLINE-PENDING.
011780     PERFORM 8200-BUILD-LOG-RECORD THRU 8200-EXIT.
011790     MOVE 'D' TO DISP-STATE.
011800     MOVE WS-QUE-OPERATOR (WS-ITEM-SUB) TO DISP-OPERATOR.
011810     MOVE WS-OPERATOR-ID TO DISP-APPROVER.
011820     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
011830     IF WS-LOG-FAILED
011840         DISPLAY "DECLINE NOT TAKEN - ITEM LEFT PENDING"
011850         GO TO 5900-EXIT
011860     END-IF.
011870     MOVE 'D' TO WS-QUE-STATE (WS-ITEM-SUB).
011880     ADD 1 TO WS-DECLINED-COUNT.
011890     DISPLAY "DECLINED - ITEM BACK ON THE OPEN QUEUE".
011900 5900-EXIT.
011910     EXIT.
011920*
011930*----------------------------------------------------------*
011940* 6000-POST-MANUAL-MARKER                                  *
011950*    WRITES THE AGREED MARKER TO THE MARKER MASTER AND     *
011960*    APPENDS IT TO THE MANUAL RECON STAGING FILE, BOTH     *
011970*    FLAGGED MANUAL WITH A ZERO CHECKSUM, THE SAME RECORD  *
011980*    AOC-06-LOAD WOULD BUILD FROM IT. AOC-06-2'S NEXT      *
011981*    NORMAL RUN CARRIES THE STAGED RECORDS INTO ITS FRESH  *
011982*    RECON FILE, SO THEY GO DOWNSTREAM ON THE NEXT EXTRACT *
011983*    EVEN WHEN TODAY'S HAS ALREADY RUN. THE STAGING FILE   *
011990*    IS OPENED FIRST SO A MARKER NEVER REACHES THE MASTER  *
011991*    ALONE.                                                *
012000*----------------------------------------------------------*
012010 6000-POST-MANUAL-MARKER.
012020     MOVE 'N' TO WS-POST-OK-SWITCH.
012030     MOVE WS-QUE-MARKER-TYPE (WS-ITEM-SUB) TO WS-IN-TYPE.
012040     PERFORM 6050-FIND-MARKER-SIZE THRU 6050-EXIT.
012050     IF WS-WINDOW-SIZE = 0 OR
012060             WS-QUE-MARKER-POS (WS-ITEM-SUB) < WS-WINDOW-SIZE OR
012070             WS-QUE-MARKER-POS (WS-ITEM-SUB) > WS-ITEM-LEN
012080         DISPLAY "MARKER NO LONGER FITS THE CONTROL FILE'S "
012090             "WINDOW SIZE"
012100         GO TO 6000-EXIT
012110     END-IF.
012120     COMPUTE WS-WINDOW-START =
012130         WS-QUE-MARKER-POS (WS-ITEM-SUB) - WS-WINDOW-SIZE + 1.
012140     PERFORM 8100-SET-TIMESTAMP THRU 8100-EXIT.
012150     OPEN EXTEND RECONFILE.
012160     IF WS-REC-STATUS = "35"
012170         OPEN OUTPUT RECONFILE
012180     END-IF.
012190     IF WS-REC-STATUS NOT = "00"
012200         DISPLAY "AOC-06-SUSWB: MANUAL RECON STAGING FILE NOT "
012201             "AVAILABLE, STATUS " WS-REC-STATUS
012220         GO TO 6000-EXIT
012230     END-IF.
012240     OPEN I-O MASTFILE.
012250     IF WS-MST-STATUS = "35"
012260         OPEN OUTPUT MASTFILE
012270         IF WS-MST-STATUS = "00"
012280             CLOSE MASTFILE
012290             OPEN I-O MASTFILE
012300         END-IF
012310     END-IF.
012320     IF WS-MST-STATUS NOT = "00"
012330         DISPLAY "AOC-06-SUSWB: MARKER MASTER OPEN FAILED, "
012340             "STATUS " WS-MST-STATUS
012350         CLOSE RECONFILE
012360         GO TO 6000-EXIT
012370     END-IF.
012380     MOVE SPACES TO MAST-RECORD.
012390     MOVE WS-QUE-FEED-DATE (WS-ITEM-SUB) TO MAST-FEED-DATE.
012400     MOVE WS-QUE-STREAM-NO (WS-ITEM-SUB) TO MAST-STREAM-NO.
012410     MOVE WS-QUE-MARKER-TYPE (WS-ITEM-SUB) TO MAST-MARKER-TYPE.
012420     MOVE WS-QUE-MARKER-POS (WS-ITEM-SUB) TO MAST-MARKER-POS.
012430     MOVE WS-ITEM-DATA (WS-WINDOW-START:WS-WINDOW-SIZE)
012440         TO MAST-WINDOW.
012450     MOVE WS-NOW-TIMESTAMP TO MAST-RUN-TIMESTAMP.
012460     MOVE WS-QUE-FEED-NO (WS-ITEM-SUB) TO MAST-FEED-ID.
012470     MOVE ZEROS TO MAST-CHECKSUM.
012480     MOVE 'M' TO MAST-MANUAL-FLAG.
012481     MOVE WS-NOW-TIMESTAMP TO MAST-FIRST-TIMESTAMP.
012482     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
012483     WRITE MAST-RECORD
012484         INVALID KEY
012485             MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
012486     END-WRITE.
012487*    THE ITEM'S OWN MANUAL MARKER ALREADY ON THE MASTER AT THE
012488*    SAME POSITION IS A POST WHOSE APPROVAL FAILED TO LOG: IT
012489*    IS TAKEN AS POSTED SO THE APPROVAL CAN BE LOGGED NOW. THE
012490*    STAGING FILE ALREADY HOLDS ITS RECON RECORD.
012491     IF WS-ITEM-FOUND
012492         READ MASTFILE
012493             INVALID KEY
012494                 MOVE 'N' TO WS-ITEM-FOUND-SWITCH
012495         END-READ
012496         IF WS-ITEM-FOUND AND MAST-MANUAL-FLAG = 'M' AND
012497                 MAST-MARKER-POS = WS-QUE-MARKER-POS (WS-ITEM-SUB)
012498             MOVE 'Y' TO WS-POST-OK-SWITCH
012499             DISPLAY "MANUAL " MAST-MARKER-TYPE " MARKER ALREADY "
012500                 "POSTED AT POSITION " MAST-MARKER-POS
012501         ELSE
012502             DISPLAY "A " WS-QUE-MARKER-TYPE (WS-ITEM-SUB)
012503                 " MARKER IS ALREADY ON THE MASTER"
012504         END-IF
012505         CLOSE MASTFILE
012506         CLOSE RECONFILE
012507         GO TO 6000-EXIT
012508     END-IF.
012570     CLOSE MASTFILE.
012580     MOVE SPACES TO RECON-RECORD.
012590     MOVE WS-QUE-STREAM-NO (WS-ITEM-SUB) TO RECON-STREAM-NO.
012600     MOVE WS-QUE-MARKER-TYPE (WS-ITEM-SUB) TO RECON-MARKER-TYPE.
012610     MOVE WS-QUE-MARKER-POS (WS-ITEM-SUB) TO RECON-MARKER-POS.
012620     MOVE MAST-WINDOW TO RECON-WINDOW.
012630     MOVE WS-NOW-TIMESTAMP TO RECON-RUN-TIMESTAMP.
012640     MOVE WS-QUE-FEED-NO (WS-ITEM-SUB) TO RECON-FEED-ID.
012650     MOVE WS-QUE-FEED-DATE (WS-ITEM-SUB) TO RECON-FEED-DATE.
012660     MOVE 'M' TO RECON-REPROC-FLAG.
012670     MOVE ZEROS TO RECON-CHECKSUM.
012680     WRITE RECON-RECORD.
012690     CLOSE RECONFILE.
012700     MOVE 'Y' TO WS-POST-OK-SWITCH.
012710     DISPLAY "MANUAL " MAST-MARKER-TYPE " MARKER POSTED AT "
012720         "POSITION " MAST-MARKER-POS.
012730 6000-EXIT.
012740     EXIT.
012750*
012760 6050-FIND-MARKER-SIZE.
012770     MOVE 0 TO WS-WINDOW-SIZE.
012780     PERFORM 6060-MATCH-ONE-TYPE THRU 6060-EXIT
012790         VARYING WS-MARKER-SUB FROM 1 BY 1
012800         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT
012810             OR WS-WINDOW-SIZE > 0.
012820 6050-EXIT.
012830     EXIT.
012840*
012850 6060-MATCH-ONE-TYPE.
012860     IF WS-MKR-TYPE (WS-MARKER-SUB) = WS-IN-TYPE
012870         MOVE WS-MKR-SIZE (WS-MARKER-SUB) TO WS-WINDOW-SIZE
012880     END-IF.
012890 6060-EXIT.
012900     EXIT.
012910*
012920 6100-CHECK-MASTER.
012930     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
012940     OPEN INPUT MASTFILE.
012950     IF WS-MST-STATUS NOT = "00"
012960         GO TO 6100-EXIT
012970     END-IF.
012980     MOVE WS-QUE-FEED-DATE (WS-ITEM-SUB) TO MAST-FEED-DATE.
012990     MOVE WS-QUE-STREAM-NO (WS-ITEM-SUB) TO MAST-STREAM-NO.
013000     MOVE WS-IN-TYPE TO MAST-MARKER-TYPE.
013010     READ MASTFILE
013020         INVALID KEY
013030             CONTINUE
013040         NOT INVALID KEY
013050             MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
013060     END-READ.
013070     CLOSE MASTFILE.
013080 6100-EXIT.
013090     EXIT.
013091*
013092 6200-CHECK-ONE-TYPE.
013093     MOVE WS-MKR-TYPE (WS-MARKER-SUB) TO WS-IN-TYPE.
013094     PERFORM 6100-CHECK-MASTER THRU 6100-EXIT.
013095     IF NOT WS-ITEM-FOUND
013096         MOVE WS-IN-TYPE TO WS-MISSING-TYPE
013097     END-IF.
013098 6200-EXIT.
013099     EXIT.
013100*
013110 8000-WRITE-LOG-RECORD.
013120     MOVE 'N' TO WS-LOG-FAILED-SWITCH.
013130     OPEN EXTEND DISPFILE.
013140     IF WS-DSP-STATUS = "35"
013150         OPEN OUTPUT DISPFILE
013160     END-IF.
013170     IF WS-DSP-STATUS NOT = "00"
013180         DISPLAY "AOC-06-SUSWB: DISPOSITION LOG NOT AVAILABLE, "
013190             "STATUS " WS-DSP-STATUS
013200         MOVE 'Y' TO WS-LOG-FAILED-SWITCH
013210         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
013220         GO TO 8000-EXIT
013230     END-IF.
013240     WRITE DISP-RECORD.
013250     CLOSE DISPFILE.
013260 8000-EXIT.
013270     EXIT.
013280*
013290 8100-SET-TIMESTAMP.
013300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013310     ACCEPT WS-RUN-TIME FROM TIME.
013320     MOVE WS-RUN-DATE TO WS-NTS-DATE.
013330     MOVE WS-RUN-TIME (1:6) TO WS-NTS-TIME.
013340 8100-EXIT.
013350     EXIT.
013360*
013370 8200-BUILD-LOG-RECORD.
013380     PERFORM 8100-SET-TIMESTAMP THRU 8100-EXIT.
013390     MOVE SPACES TO DISP-RECORD.
013400     MOVE WS-QUE-KEY (WS-ITEM-SUB) TO DISP-KEY.
013410     MOVE WS-QUE-ACTION (WS-ITEM-SUB) TO DISP-ACTION.
013420     MOVE WS-OPERATOR-ID TO DISP-OPERATOR.
013430     MOVE WS-QUE-MARKER-TYPE (WS-ITEM-SUB) TO DISP-MARKER-TYPE.
013440     MOVE WS-QUE-MARKER-POS (WS-ITEM-SUB) TO DISP-MARKER-POS.
013450     MOVE WS-QUE-DISP-REASON (WS-ITEM-SUB) TO DISP-REASON.
013460     MOVE WS-NOW-TIMESTAMP TO DISP-TIMESTAMP.
013470 8200-EXIT.
013480     EXIT.
013490*
013500*----------------------------------------------------------*
013510* 9000-TERMINATE                                           *
013520*    PURGES THE APPROVED ITEMS FROM THE SUSPENSE FILE AND  *
013530*    SHOWS THE SESSION'S COUNTS. AN ITEM WHOSE PURGE FAILS *
013540*    STAYS APPROVED ON THE LOG AND IS PURGED BY THE NEXT   *
013550*    SESSION.                                              *
013560*----------------------------------------------------------*
013570 9000-TERMINATE.
013580     IF WS-PURGE-DUE-COUNT > 0
013590         PERFORM 9100-PURGE-APPROVED THRU 9100-EXIT
013600     END-IF.
013610     DISPLAY "AOC-06-SUSWB: HELD " WS-HELD-COUNT
013620         " PENDING " WS-PENDING-COUNT
013630         " APPROVED " WS-APPROVED-COUNT
013640         " DECLINED " WS-DECLINED-COUNT
013650         " REMOVED " WS-REMOVED-COUNT.
013660 9000-EXIT.
013670     EXIT.
013680*
013690*----------------------------------------------------------*
013700* 9100-PURGE-APPROVED                                      *
013710*    SIFTS THE SUSPENSE FILE ONTO THE WORK FILE LEAVING    *
013720*    OUT EVERY RECORD OF AN APPROVED ITEM, THEN COPIES THE *
013730*    WORK FILE BACK OVER SUSPENSE AND CLEARS IT, THE SAME  *
013740*    WAY AOC-06-2 REWRITES SUSPENSE AFTER A REPROCESS RUN. *
013741*    THE WORK FILE IS ONLY CLEARED ONCE SUSPENSE HAS BEEN  *
013742*    REWRITTEN AND CLOSED CLEANLY; UNTIL THEN IT HOLDS THE *
013743*    ONLY FULL COPY OF THE KEPT ITEMS.                     *
013750*----------------------------------------------------------*
013760 9100-PURGE-APPROVED.
013770     OPEN INPUT SUSPFILE.
013780     IF WS-SUS-STATUS NOT = "00"
013790         DISPLAY "AOC-06-SUSWB: SUSPENSE FILE NOT AVAILABLE FOR "
013800             "THE PURGE, STATUS " WS-SUS-STATUS
013810         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
013820         GO TO 9100-EXIT
013830     END-IF.
013840     OPEN OUTPUT SUSPWORK.
013850     IF WS-SWK-STATUS NOT = "00"
013860         DISPLAY "AOC-06-SUSWB: SUSPENSE WORK FILE NOT "
013870             "AVAILABLE, STATUS " WS-SWK-STATUS
013880         CLOSE SUSPFILE
013890         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
013900         GO TO 9100-EXIT
013910     END-IF.
013920     MOVE 'N' TO WS-SUS-EOF-SWITCH.
013930     PERFORM 9150-SIFT-ONE-SUSPENSE THRU 9150-EXIT
013940         UNTIL WS-SUS-EOF.
013950     CLOSE SUSPFILE.
013960     CLOSE SUSPWORK.
013970     OPEN INPUT SUSPWORK.
013971     IF WS-SWK-STATUS NOT = "00"
013972         DISPLAY "AOC-06-SUSWB: SUSPENSE WORK FILE NOT "
013973             "AVAILABLE, STATUS " WS-SWK-STATUS
013974         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
013975         GO TO 9100-EXIT
013976     END-IF.
013980     OPEN OUTPUT SUSPFILE.
013981     IF WS-SUS-STATUS NOT = "00"
013982         DISPLAY "AOC-06-SUSWB: SUSPENSE FILE NOT AVAILABLE FOR "
013983             "THE REWRITE, STATUS " WS-SUS-STATUS
013984         CLOSE SUSPWORK
013985         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
013986         GO TO 9100-EXIT
013987     END-IF.
013988     MOVE 'N' TO WS-REWRITE-FAILED-SWITCH.
013990     MOVE 'N' TO WS-SWK-EOF-SWITCH.
014000     PERFORM 9170-COPY-ONE-KEEPER THRU 9170-EXIT
014010         UNTIL WS-SWK-EOF.
014020     CLOSE SUSPWORK.
014030     CLOSE SUSPFILE.
014040     IF WS-SUS-STATUS = "00" AND NOT WS-REWRITE-FAILED
014041         OPEN OUTPUT SUSPWORK
014042         CLOSE SUSPWORK
014043     ELSE
014044         DISPLAY "AOC-06-SUSWB: SUSPENSE FILE NOT REWRITTEN, "
014045             "STATUS " WS-SUS-STATUS " - WORK FILE KEPT"
014046         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
014047     END-IF.
014060 9100-EXIT.
014070     EXIT.
014080*
014090 9150-SIFT-ONE-SUSPENSE.
014100     READ SUSPFILE
014110         AT END
014120             MOVE 'Y' TO WS-SUS-EOF-SWITCH
014130             GO TO 9150-EXIT
014140     END-READ.
014150     MOVE 0 TO WS-QUE-FOUND-SUB.
014160     IF SUS-FEED-DATE IS NUMERIC AND
014170             SUS-FEED-NO IS NUMERIC AND
014180             SUS-STREAM-NO IS NUMERIC
014190         MOVE SUS-FEED-DATE TO WS-SRC-FEED-DATE
014200         MOVE SUS-FEED-NO TO WS-SRC-FEED-NO
014210         MOVE SUS-STREAM-NO TO WS-SRC-STREAM-NO
014220         PERFORM 1900-FIND-ITEM THRU 1900-EXIT
014230     END-IF.
014240     IF WS-QUE-FOUND-SUB > 0
014250         IF WS-QUE-STATE (WS-QUE-FOUND-SUB) = 'A'
014260             ADD 1 TO WS-REMOVED-COUNT
014270             GO TO 9150-EXIT
014280         END-IF
014290     END-IF.
014300     MOVE SUS-RECORD TO SWK-RECORD.
014310     WRITE SWK-RECORD.
014320 9150-EXIT.
014330     EXIT.
014340*
014350 9170-COPY-ONE-KEEPER.
014360     READ SUSPWORK
014370         AT END
014380             MOVE 'Y' TO WS-SWK-EOF-SWITCH
014390             GO TO 9170-EXIT
014400     END-READ.
014410     MOVE SWK-RECORD TO SUS-RECORD.
014420     WRITE SUS-RECORD.
014421     IF WS-SUS-STATUS NOT = "00"
014422         MOVE 'Y' TO WS-REWRITE-FAILED-SWITCH
014423         MOVE 'Y' TO WS-SWK-EOF-SWITCH
014424     END-IF.
014430 9170-EXIT.
014440     EXIT.
014450*
014460*----------------------------------------------------------*
014470* 1800-WRITE-EVENT                                         *
014480*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
014490*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
014500*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
014510*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
014520*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
014530*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
014540*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
014550*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
014560*----------------------------------------------------------*
014570 1800-WRITE-EVENT.
014580     IF NOT WS-MCT-LOADED
014590         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
014600     END-IF.
014610     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
014620         VARYING WS-MCT-SUB FROM 1 BY 1
014630         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
014640     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
014650     ACCEPT WS-EVT-TIME FROM TIME.
014660     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
014670     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
014680     MOVE SPACES TO EVT-RECORD.
014690     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
014700     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
014710     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
014720     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
014730     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
014740     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
014750     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
014760     MOVE WS-EVT-TEXT TO EVT-TEXT.
014770     OPEN EXTEND EVTFILE.
014780     IF WS-EVT-STATUS = "35"
014790         OPEN OUTPUT EVTFILE
014800     END-IF.
014810     IF WS-EVT-STATUS = "00"
014820         WRITE EVL-RECORD FROM EVT-RECORD
014830         CLOSE EVTFILE
014840     ELSE
014850         DISPLAY "AOC-06-SUSWB: EVENT LOG NOT AVAILABLE,"
014860             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
014870             " NOT LOGGED"
014880     END-IF.
014890     IF EVT-CRITICAL
014900         OPEN EXTEND ALRFILE
014910         IF WS-ALR-STATUS = "35"
014920             OPEN OUTPUT ALRFILE
014930         END-IF
014940         IF WS-ALR-STATUS = "00"
014950             WRITE ALR-RECORD FROM EVT-RECORD
014960             CLOSE ALRFILE
014970         ELSE
014980             DISPLAY "AOC-06-SUSWB: ALERT FILE NOT AVAILABLE,"
014990                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
015000                 " NOT RAISED"
015010         END-IF
015020     END-IF.
015030     MOVE 0 TO WS-EVT-FEED-ID.
015040     MOVE 0 TO WS-EVT-FEED-DATE.
015050     MOVE 0 TO WS-EVT-STREAM-NO.
015060     MOVE SPACES TO WS-EVT-TEXT.
015070 1800-EXIT.
015080     EXIT.
015090*
015100*----------------------------------------------------------*
015110* 1810-LOAD-MSG-CATALOG                                    *
015120*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
015130*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
015140*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
015150*----------------------------------------------------------*
015160 1810-LOAD-MSG-CATALOG.
015170     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
015180     OPEN INPUT MCTFILE.
015190     IF WS-MCT-STATUS NOT = "00"
015200         GO TO 1810-EXIT
015210     END-IF.
015220     MOVE 'N' TO WS-MCT-EOF-SWITCH.
015230     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
015240         UNTIL WS-MCT-EOF.
015250     CLOSE MCTFILE.
015260 1810-EXIT.
015270     EXIT.
015280*
015290 1815-LOAD-ONE-MSG.
015300     READ MCTFILE
015310         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
015320         GO TO 1815-EXIT
015330     END-READ.
015340     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
015350         GO TO 1815-EXIT
015360     END-IF.
015370     IF WS-MCT-COUNT NOT < 200
015380         MOVE 'Y' TO WS-MCT-EOF-SWITCH
015390         GO TO 1815-EXIT
015400     END-IF.
015410     ADD 1 TO WS-MCT-COUNT.
015420     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
015430     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
015440 1815-EXIT.
015450     EXIT.
015460*
015470 1820-FIND-ONE-MSG.
015480     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
015490         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
015500     END-IF.
015510 1820-EXIT.
015520     EXIT.
015530*
015540*----------------------------------------------------------*
015550* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
015560*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
015570*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
015580*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
015590*    OTHER FAILURE.                                        *
015600*----------------------------------------------------------*
015610 1880-LOG-PROGRAM-START.
015620     MOVE 0001 TO WS-EVT-CODE.
015630     MOVE 'I' TO WS-EVT-SEVERITY.
015640     MOVE "JOB STARTED" TO WS-EVT-TEXT.
015650     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
015660 1880-EXIT.
015670     EXIT.
015680*
015690 1890-LOG-PROGRAM-END.
015700     MOVE RETURN-CODE TO WS-EVT-RC.
015710     EVALUATE WS-EVT-RC
015720         WHEN 0
015730             MOVE 0002 TO WS-EVT-CODE
015740             MOVE 'I' TO WS-EVT-SEVERITY
015750         WHEN 4
015760             MOVE 0003 TO WS-EVT-CODE
015770             MOVE 'W' TO WS-EVT-SEVERITY
015780         WHEN 12
015790             MOVE 0005 TO WS-EVT-CODE
015800             MOVE 'E' TO WS-EVT-SEVERITY
015810         WHEN OTHER
015820             MOVE 0004 TO WS-EVT-CODE
015830             MOVE 'E' TO WS-EVT-SEVERITY
015840     END-EVALUATE.
015850     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
015860         WS-EVT-RC DELIMITED BY SIZE
015870         INTO WS-EVT-TEXT.
015880     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
015890 1890-EXIT.
015900     EXIT.
