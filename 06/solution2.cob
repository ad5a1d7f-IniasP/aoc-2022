003179*                   ITS RESOLVED MARKERS, SO IT FALSELY
003180*                   MATCHED ITSELF, AND ON DIVERT THE EARLY
003181*                   EXIT DROPPED OPEN WORK FROM THE QUEUE.
003182*   2026-10-15  IP  A NORMAL SINGLE RUN NOW OPENS THE NIGHTLY
003183*                   CHAIN ON THE SHARED RUN LEDGER KEYED BY FEED
003184*                   DATE AND STEP: IT REFUSES TO RUN (RETURN CODE
003185*                   12) WHEN IT ALREADY COMPLETED FOR THE FEED
003186*                   DATE, SHORT OF A LEDGOVR OVERRIDE, AND POSTS
003187*                   ITS START, END, GRADED RETURN CODE, STREAMS
003188*                   READ AND RECON RECORDS WRITTEN FOR THE STEPS
003189*                   BEHIND IT TO GATE ON. LEDGDATE PINS THE FEED
003190*                   DATE WHEN A NIGHT IS RUN LATE. A REPROCESS
003191*                   RUN OR A SPLIT-RUN INSTANCE STANDS OUTSIDE THE
003192*                   CHAIN; AFTER A SPLIT RUN AOC-06-MERGE POSTS
003193*                   THE FIRST STEP INSTEAD.
003194*   2026-10-15  IP  EACH FEED'S HDR IS NOW CHECKED AGAINST ITS
003195*                   ENTRY ON THE NEW STATION MASTER BEFORE ANY
003196*                   STREAM IS SCANNED. A FEED FROM AN UNKNOWN OR
003197*                   INACTIVE STATION, WITH AN HDR DATE IN THE
003198*                   FUTURE OR ONE THE STATION HAS ALREADY HAD
003199*                   PROCESSED, IS HELD WITH AN EXCEPTION AND
003200*                   FAILS THE RUN AT RETURN CODE 8; ONE OFF THE
003201*                   STATION'S FEED-DATE PATTERN OR WITH AN HDR
003202*                   COUNT OUTSIDE ITS EXPECTED RANGE IS HELD AT
003203*                   RETURN CODE 4. A HELD FEED IS NOT SCANNED
003204*                   AND WRITES NO STATISTICS RECORD. STNOVR IN
003205*                   THE CONTROL FILE RELEASES THE DATE AND COUNT
003206*                   HOLDS FOR A RERUN. REPORT HEADERS AND FEED
003207*                   SUMMARY LINES NOW NAME THE STATION INSTEAD
003208*                   OF PRINTING A BARE FEED NUMBER.
003209*   2026-10-15  IP  THE STATISTICS RECORD NOW ALSO CARRIES THE
003210*                   FEED'S QUALITY-GATE REJECTS, SUSPECTED
003211*                   DUPLICATES AND NEW RETRANSMISSION REQUESTS,
003212*                   COUNTED PER FEED, FOR THE MONTHLY STATION
003213*                   CHARGEBACK.
003214*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
003215*                   WITH THE RETURN CODE, TO THE SHARED SUITE
003216*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
003217*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
003218*                   FILE. FEED HOLDS, REJECTED STREAMS, SUSPECTED
003219*                   DUPLICATES, RETRANSMISSION REQUESTS AND FEED
003220*                   COUNTS THAT DO NOT RECONCILE ARE LOGGED AS
003221*                   THEY HAPPEN.
003222*   2026-10-15  IP  A FRESH RECON FILE NOW TAKES IN THE MANUAL
003223*                   MARKERS APPROVED AND STAGED AT AOC-06-SUSWB.
003224*   2026-10-15  IP  STNOVR NAMING FEEDS NOW CLOSES EVERY FEED NOT
003225*                   NAMED UNSCANNED AND UNGRADED, NOT HELD.
003226*
003227 ENVIRONMENT DIVISION.
003228 INPUT-OUTPUT SECTION.
003229 FILE-CONTROL.
003230     SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-DSN
003231         ORGANIZATION IS LINE SEQUENTIAL
003232         FILE STATUS IS WS-INP-STATUS.
003240*    THE PER-RUN OUTPUT FILES ASSIGN DYNAMICALLY SO A SPLIT
003250*    RUN INSTANCE CAN SUFFIX ITS OWN COPIES; ON A NORMAL
003260*    RUN THE DEFAULT NAMES BELOW ARE UNCHANGED.
003420     SELECT RECONFILE ASSIGN TO DYNAMIC WS-RECON-DSN
003430         ORGANIZATION IS LINE SEQUENTIAL
003440         FILE STATUS IS WS-REC-STATUS.
003441     SELECT MANRECF ASSIGN TO "reconman"
003442         ORGANIZATION IS LINE SEQUENTIAL
003443         FILE STATUS IS WS-MRC-STATUS.
003451*    A SPLIT-RUN INSTANCE BANKS ITS FAILING STREAMS ON ITS
003452*    OWN SUFFIXED SUSPENSE FILE - PARALLEL APPENDS TO ONE
003453*    SHARED QUEUE COULD INTERLEAVE OR TRUNCATE EACH OTHER -
003815     SELECT RETCLSF ASSIGN TO DYNAMIC WS-RETCLS-DSN
003816         ORGANIZATION IS LINE SEQUENTIAL
003817         FILE STATUS IS WS-RCL-STATUS.
003818     SELECT LEDGFILE ASSIGN TO "runledger"
003819         ORGANIZATION IS INDEXED
003820         ACCESS MODE IS DYNAMIC
003821         RECORD KEY IS LEDG-KEY
003822         FILE STATUS IS WS-LDG-STATUS.
003823*    STATION MASTER, READ FOR EVERY FEED AT START-UP AND
003824*    UPDATED WITH EACH SCANNED FEED'S DATE AT RUN END.
003825     SELECT STNFILE ASSIGN TO "stnmast"
003826         ORGANIZATION IS INDEXED
003827         ACCESS MODE IS DYNAMIC
003828         RECORD KEY IS STN-KEY
003829         FILE STATUS IS WS-STN-STATUS.
003830     SELECT EVTFILE ASSIGN TO "eventlog"
003831         ORGANIZATION IS LINE SEQUENTIAL
003832         FILE STATUS IS WS-EVT-STATUS.
003833     SELECT ALRFILE ASSIGN TO "alertlog"
003834         ORGANIZATION IS LINE SEQUENTIAL
003835         FILE STATUS IS WS-ALR-STATUS.
003836     SELECT MCTFILE ASSIGN TO "msgcat"
003837         ORGANIZATION IS LINE SEQUENTIAL
003838         FILE STATUS IS WS-MCT-STATUS.
003839*
003840 DATA DIVISION.
003841 FILE SECTION.
003850 FD  INPUTFILE
003860     RECORD IS VARYING IN SIZE FROM 1 TO 5000
003870     DEPENDING ON REC-LEN.
004310 FD  RECONFILE
004320     RECORD CONTAINS 80 CHARACTERS.
004330     COPY RECONOUT.
004331*
004332* STAGING FILE OF MANUAL MARKERS APPROVED AT AOC-06-SUSWB,
004333* CARRIED INTO THE NEXT NORMAL RUN'S FRESH RECON FILE.
004334 FD  MANRECF
004335     RECORD CONTAINS 80 CHARACTERS.
004336 01  MANREC-RECORD               PIC X(80).
004340*
004350 FD  SUSPFILE
004360     RECORD IS VARYING IN SIZE FROM 1 TO 5030
004842 FD  RETCLSF
004843     RECORD CONTAINS 80 CHARACTERS.
004844 01  RCL-RECORD                  PIC X(80).
004845*
004846 FD  LEDGFILE
004847     RECORD CONTAINS 80 CHARACTERS.
004848     COPY RUNLEDG.
004849*
004850 FD  STNFILE
004851     RECORD CONTAINS 80 CHARACTERS.
004852     COPY STNMAST.
004853*
004854 FD  EVTFILE
004855     RECORD CONTAINS 80 CHARACTERS.
004856 01  EVL-RECORD                  PIC X(80).
004857*
004858 FD  ALRFILE
004859     RECORD CONTAINS 80 CHARACTERS.
004860 01  ALR-RECORD                  PIC X(80).
004861*
004862 FD  MCTFILE
004863     RECORD CONTAINS 80 CHARACTERS.
004864     COPY MSGCAT.
004865*
004866 WORKING-STORAGE SECTION.
004870 01  REC-LEN                     PIC 9(5) COMP.
004880 01  WS-SUS-LEN                  PIC 9(5) COMP.
004890 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
004940 01  WS-SUS-STATUS               PIC X(2)      VALUE "00".
004950 01  WS-REJ-STATUS               PIC X(2)      VALUE "00".
004960 01  WS-STA-STATUS               PIC X(2)      VALUE "00".
004961 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
004962 01  WS-STN-STATUS               PIC X(2)      VALUE "00".
004963 01  WS-MRC-STATUS               PIC X(2)      VALUE "00".
004970*
004980 01  WS-INPUT-DSN                PIC X(30)     VALUE "input".
004990*
005530 01  WS-NOMARKER-COUNT           PIC 9(4)      VALUE 0.
005540 01  WS-BYTES-SCANNED            PIC 9(9)      VALUE 0.
005550 01  WS-WINDOWS-COUNT            PIC 9(9)      VALUE 0.
005551 01  WS-FEED-REJ-COUNT           PIC 9(4)      VALUE 0.
005552 01  WS-FEED-DUP-COUNT           PIC 9(4)      VALUE 0.
005553 01  WS-FEED-RTQ-COUNT           PIC 9(3)      VALUE 0.
005560*
005570 01  WS-RUN-EXC-SWITCH           PIC X(1)      VALUE 'N'.
005580     88  WS-RUN-EXCEPTIONS                     VALUE 'Y'.
006120         10  WS-CAT-T-NAME       PIC X(30).
006130         10  WS-CAT-T-KEEP       PIC X(1).
006140*
006141 01  WS-RPT-HEADER-LINE.
006142     05  FILLER                  PIC X(10)     VALUE
006143             "RUN DATE: ".
006144     05  WS-RPT-RUN-DATE         PIC 9(8).
006145     05  FILLER                  PIC X(8)      VALUE
006146             " INPUT: ".
006147     05  WS-RPT-INPUT-FILE       PIC X(30).
006148     05  FILLER                  PIC X(1)      VALUE SPACE.
006149     05  WS-RPT-HDR-STATION      PIC X(20).
006150     05  FILLER                  PIC X(3)      VALUE SPACES.
006270*
006280* ONE DETAIL LINE PER CONFIGURED MARKER TYPE PER STREAM, SO
006290* THE REPORT CARRIES WHATEVER TYPES THE CONTROL FILE NAMES
006550     05  WS-RPT-RECONCILE-FLAG   PIC X(1).
006560     05  FILLER                  PIC X(43)     VALUE SPACES.
006570*
006571 01  WS-RPT-FEED-LINE.
006572     05  FILLER                  PIC X(8)      VALUE
006573             "STATION ".
006574     05  WS-RPT-FEED-SUM-STATION PIC X(20).
006575     05  FILLER                  PIC X(9)      VALUE
006576             " STREAMS ".
006577     05  WS-RPT-FEED-SUM-STREAMS PIC 9(4).
006578     05  FILLER                  PIC X(13)     VALUE
006579             " RECONCILED: ".
006580     05  WS-RPT-FEED-SUM-RECON   PIC X(1).
006581     05  WS-RPT-FEED-SUM-HOLD    PIC X(5).
006582     05  FILLER                  PIC X(20)     VALUE SPACES.
006690*
006700 01  WS-EXC-LINE.
006710     05  FILLER                  PIC X(15)     VALUE
007440 01  WS-FEED-SUB                 PIC 9(2) COMP VALUE 0.
007450 01  WS-FEED-NO                  PIC 9(2)      VALUE 0.
007460 01  WS-TOTAL-STREAMS            PIC 9(4)      VALUE 0.
007461*
007462* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
007463* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
007464* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
007465* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
007466 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 1.
007467 01  WS-LDG-STEP-ID              PIC X(14)     VALUE "AOC-06-2".
007468 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 0.
007469 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE SPACES.
007470 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
007471 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
007472 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
007473 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
007474 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
007475 01  WS-LDG-DATE                 PIC 9(8).
007476 01  WS-LDG-TIME                 PIC 9(8).
007477 01  WS-LDG-TIMESTAMP            PIC 9(14).
007478 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
007479     05  WS-LDG-TS-DATE          PIC 9(8).
007480     05  WS-LDG-TS-TIME          PIC 9(6).
007481 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
007482     88  WS-LDG-EOF                            VALUE 'Y'.
007483 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
007484     88  WS-LDG-REFUSED                        VALUE 'Y'.
007485 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
007486     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
007487 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
007488     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
007489 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
007490     88  WS-LDG-POSTED                         VALUE 'Y'.
007491*
007492 01  WS-RUN-RECONCILE-SWITCH     PIC X(1)      VALUE 'Y'.
007493     88  WS-RUN-RECONCILE-OK                   VALUE 'Y'.
007500     88  WS-RUN-RECONCILE-BAD                  VALUE 'N'.
007510*
007520 01  WS-CHK-PRESENT-SWITCH       PIC X(1)      VALUE 'N'.
007530     88  WS-CHK-PRESENT                        VALUE 'Y'.
007531 01  WS-MRC-EOF-SWITCH           PIC X(1)      VALUE 'N'.
007532     88  WS-MRC-EOF                            VALUE 'Y'.
007533 01  WS-MRC-CARRIED-COUNT        PIC 9(5)      VALUE 0.
007540*
007550* LAST CHECKPOINT SEEN FOR EACH FEED, BANKED BY THE SINGLE
007560* RUN-LEVEL SCAN OF CHECKFILE SO EACH FEED'S RESTART POINT
009590         10  WS-FEED-DSN         PIC X(30).
009600         10  WS-FEED-STREAMS     PIC 9(4).
009610         10  WS-FEED-RECON-FLAG  PIC X(1).
009611         10  WS-FEED-STN-NAME    PIC X(20).
009612         10  WS-FEED-STN-FOUND   PIC X(1).
009613             88  WS-FEED-STN-KNOWN             VALUE 'Y'.
009614         10  WS-FEED-STN-STATUS  PIC X(1).
009615         10  WS-FEED-STN-MIN     PIC 9(4).
009616         10  WS-FEED-STN-MAX     PIC 9(4).
009617         10  WS-FEED-STN-PATTERN PIC X(1).
009618         10  WS-FEED-STN-LAST    PIC 9(8).
009619         10  WS-FEED-HOLD-FLAG   PIC X(1).
009620             88  WS-FEED-HELD                  VALUE 'H' 'S'.
009621         10  WS-FEED-POST-DATE   PIC 9(8).
009622*
009623* STATION CHECK AREAS. EACH FEED ENTRY ABOVE CARRIES ITS OWN
009624* STATION MASTER ENTRY, LOADED AT START-UP, THE DATE TO POST
009625* BACK AS ITS LAST FEED DATE AT RUN END, AND ITS HOLD FLAG:
009626* 'H' HELD, 'S' LEFT OUT OF A STNOVR RERUN NAMING OTHER FEEDS.
009627* STNOVR RELEASES DATE AND COUNT HOLDS FOR NAMED FEEDS OR ALL.
009628 01  WS-STN-AVAIL-SWITCH         PIC X(1)      VALUE 'N'.
009629     88  WS-STN-AVAILABLE                      VALUE 'Y'.
009630 01  WS-RUN-HOLD-SEVERE-SWITCH   PIC X(1)      VALUE 'N'.
009631     88  WS-RUN-HOLD-SEVERE                    VALUE 'Y'.
009632 01  WS-STN-HOLD-GRADE           PIC 9(1)      VALUE 0.
009633 01  WS-STN-FEED-WORK            PIC 9(2)      VALUE 0.
009634 01  WS-STN-OVR-FEED             PIC 9(2)      VALUE 0.
009635 01  WS-STN-OVR-ALL-SWITCH       PIC X(1)      VALUE 'N'.
009636     88  WS-STN-OVR-ALL                        VALUE 'Y'.
009637 01  WS-STN-OVR-TABLE                          VALUE SPACES.
009638     05  WS-STN-OVR-FLAG         PIC X(1)
009639         OCCURS 10 TIMES.
009640*
009641 01  WS-STN-DOW-DATE             PIC 9(8)      VALUE 0.
009642 01  WS-STN-DOW-VIEW REDEFINES WS-STN-DOW-DATE.
009643     05  WS-STN-DOW-YEAR         PIC 9(4).
009644     05  WS-STN-DOW-MONTH        PIC 9(2).
009645     05  WS-STN-DOW-DAY          PIC 9(2).
009646 01  WS-STN-Z-YEAR               PIC 9(4) COMP.
009647 01  WS-STN-Z-MONTH              PIC 9(2) COMP.
009648 01  WS-STN-Z-CENT               PIC 9(2) COMP.
009649 01  WS-STN-Z-YOC                PIC 9(2) COMP.
009650 01  WS-STN-Z-YOC4               PIC 9(2) COMP.
009651 01  WS-STN-Z-CENT4              PIC 9(2) COMP.
009652 01  WS-STN-Z-TERM               PIC 9(3) COMP.
009653 01  WS-STN-Z-SUM                PIC 9(4) COMP.
009654 01  WS-STN-Z-QUOT               PIC 9(4) COMP.
009655 01  WS-STN-Z-DOW                PIC 9(1) COMP.
009656*
009657 01  WS-STN-DONE-MSG.
009658     05  FILLER                  PIC X(34)     VALUE
009659             "FEED DATE ALREADY PROCESSED - LAST".
009660     05  FILLER                  PIC X(1)      VALUE SPACE.
009661     05  WS-STN-DONE-DATE        PIC 9(8).
009662     05  FILLER                  PIC X(12)     VALUE
009663             " - FEED HELD".
009664     05  FILLER                  PIC X(25)     VALUE SPACES.
009665 01  WS-STN-RANGE-MSG.
009666     05  FILLER                  PIC X(10)     VALUE
009667             "HDR COUNT ".
009668     05  WS-STN-RANGE-COUNT      PIC 9(4).
009669     05  FILLER                  PIC X(23)     VALUE
009670             " OUTSIDE STATION RANGE ".
009671     05  WS-STN-RANGE-MIN        PIC 9(4).
009672     05  FILLER                  PIC X(1)      VALUE "-".
009673     05  WS-STN-RANGE-MAX        PIC 9(4).
009674     05  FILLER                  PIC X(12)     VALUE
009675             " - FEED HELD".
009676     05  FILLER                  PIC X(22)     VALUE SPACES.
009677 01  WS-STN-GAP-MSG.
009678     05  FILLER                  PIC X(39)     VALUE
009679             "DAILY STATION MISSED A DAY - LAST FEED ".
009680     05  WS-STN-GAP-DATE         PIC 9(8).
009681     05  FILLER                  PIC X(33)     VALUE SPACES.
009682*
009683 01  WS-WINDOW-MAX-SIZE          PIC 9(2)      VALUE 14.
009684*
009685 01  WS-EXPECTED-COUNT           PIC 9(4)      VALUE 0.
009686 01  WS-ACTUAL-COUNT             PIC 9(4)      VALUE 0.
009687 01  WS-FEED-DATE                PIC 9(8)      VALUE 0.
009688*
009690 01  WS-RECONCILE-SWITCH         PIC X(1)      VALUE 'Y'.
009700     88  WS-RECONCILE-OK                       VALUE 'Y'.
009710     88  WS-RECONCILE-BAD                      VALUE 'N'.
011110 01  WS-HELD-RECORD              PIC X(5000).
011120 01  WS-HELD-LEN                 PIC 9(5) COMP VALUE 0.
011130*
011131*----------------------------------------------------------*
011132* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
011133* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
011134* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
011135* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
011136* OVERRIDES THE DEFAULT.                                   *
011137*----------------------------------------------------------*
011138 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
011139 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
011140 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
011141     COPY EVTLOG.
011142 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
011143         "AOC-06-2".
011144 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
011145 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
011146 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
011147 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
011148 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
011149 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
011150 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
011151 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
011152 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
011153 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
011154 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
011155     05  WS-EVT-TS-DATE          PIC 9(8).
011156     05  WS-EVT-TS-TIME          PIC 9(6).
011157 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
011158     88  WS-MCT-LOADED                         VALUE 'Y'.
011159 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
011160     88  WS-MCT-EOF                            VALUE 'Y'.
011161 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
011162 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
011163 01  WS-MCT-TABLE.
011164     05  WS-MCT-ENTRY OCCURS 200 TIMES.
011165         10  WS-MCT-CODE         PIC 9(4).
011166         10  WS-MCT-SEVERITY     PIC X(1).
011167*
011168 PROCEDURE DIVISION.
011169*----------------------------------------------------------*
011170* 0000-MAINLINE                                            *
011171*    DRIVES INITIALIZATION, READS AND PROCESSES EVERY       *
011180*    STREAM IN THE INPUT FILE, THEN TERMINATES THE RUN.     *
011181*    A RUN THE RUN LEDGER REFUSES ENDS WITH RETURN CODE 12, *
011182*    HAVING WRITTEN NOTHING.                                *
011190*----------------------------------------------------------*
011200 0000-MAINLINE.
011201     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
011210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011211     IF WS-LDG-REFUSED
011212         MOVE 12 TO RETURN-CODE
011213         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
011214         STOP RUN
011215     END-IF.
011220     IF WS-REPROCESS-MODE
011230         PERFORM 1600-REPROCESS-SUSPENSE THRU 1600-EXIT
011240     ELSE
011270             UNTIL WS-FEED-SUB > WS-FEED-COUNT
011280     END-IF.
011290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011291     IF WS-RUN-RECONCILE-BAD OR WS-RUN-HOLD-SEVERE
011310         MOVE 8 TO RETURN-CODE
011320     ELSE
011330         IF WS-RUN-EXCEPTIONS
011340             MOVE 4 TO RETURN-CODE
011350         END-IF
011360     END-IF.
011361     MOVE WS-TOTAL-STREAMS TO WS-LDG-RECS-IN.
011362     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
011363     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
011370     STOP RUN.
011380*
011390*----------------------------------------------------------*
011520         MOVE 'Y' TO WS-CTL-EXC-PENDING-SWITCH
011521     END-IF.
011522     PERFORM 1350-APPLY-INSTANCE-SUFFIX THRU 1350-EXIT.
011523     IF NOT WS-REPROCESS-MODE AND WS-INSTANCE-TOTAL = 1
011524         PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT
011525         IF WS-LDG-REFUSED
011526             GO TO 1000-EXIT
011527         END-IF
011528     END-IF.
011530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011540     ACCEPT WS-RUN-TIME FROM TIME.
011550     MOVE WS-RUN-DATE TO WS-RTS-DATE.
011570     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
011580     PERFORM 1250-LOAD-RECENT-CHECKSUMS THRU 1250-EXIT.
011590     PERFORM 1300-LOAD-OPEN-REQUESTS THRU 1300-EXIT.
011591     IF NOT WS-REPROCESS-MODE
011592         PERFORM 2520-LOAD-STATIONS THRU 2520-EXIT
011593     END-IF.
011600     PERFORM 1150-OPEN-OUTPUT-FILES THRU 1150-EXIT.
011610     IF WS-CTL-EXC-PENDING
011620         MOVE WS-CTL-EXC-TEXT TO WS-EXC-TEXT
012370         OPEN OUTPUT EXCEPTFILE
012380         OPEN OUTPUT AUDITFILE
012390         OPEN OUTPUT RECONFILE
012391         IF WS-INSTANCE-NO = 1
012392             PERFORM 1160-CARRY-MANUAL-RECON THRU 1160-EXIT
012393         END-IF
012400*        SUSPFILE ALWAYS APPENDS ON A NORMAL RUN - A FAILING
012410*        STREAM BANKED YESTERDAY MUST SURVIVE UNTIL A
012420*        REPROCESS RUN DISPOSES OF IT, NOT JUST UNTIL THE
013290                                 TO WS-APPLY-SIZE
013300                             PERFORM 1070-CHECK-SOM-SIZE
013310                                 THRU 1070-EXIT
013311                         WHEN "STNOVR"
013312                             PERFORM 2510-SET-STATION-OVERRIDE
013313                                 THRU 2510-EXIT
013320                         WHEN OTHER
013330                             CONTINUE
013340                     END-EVALUATE
015790         MOVE "TRL CONTROL RECORD MISSING - FILE TRUNCATED"
015800             TO WS-EXC-TEXT
015810         PERFORM 8400-WRITE-EXCEPTION-TEXT THRU 8400-EXIT
015811         MOVE 0106 TO WS-EVT-CODE
015812         MOVE 'C' TO WS-EVT-SEVERITY
015813         MOVE WS-FEED-NO TO WS-EVT-FEED-ID
015814         MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE
015815         MOVE WS-EXC-TEXT TO WS-EVT-TEXT
015816         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
015820     ELSE
015830         MOVE INP-TRL-ACTUAL-COUNT TO WS-ACTUAL-COUNT
015840         IF WS-ACTUAL-COUNT NOT = WS-STREAM-NUMBER
015870             MOVE "STREAM COUNT MISMATCH AMONG HDR/TRL/ACTUAL"
015880                 TO WS-EXC-TEXT
015890             PERFORM 8400-WRITE-EXCEPTION-TEXT THRU 8400-EXIT
015891             MOVE 0106 TO WS-EVT-CODE
015892             MOVE 'C' TO WS-EVT-SEVERITY
015893             MOVE WS-FEED-NO TO WS-EVT-FEED-ID
015894             MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE
015895             MOVE WS-EXC-TEXT TO WS-EVT-TEXT
015896             PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
015900         END-IF
015910     END-IF.
015920 2600-EXIT.
018970         VARYING WS-FEED-SUB FROM 1 BY 1
018980         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
018990     PERFORM 8200-WRITE-REPORT-TRAILER THRU 8200-EXIT.
018991     IF NOT WS-REPROCESS-MODE
018992         PERFORM 2580-POST-STATION-DATES THRU 2580-EXIT
018993     END-IF.
019000     CLOSE REPORTFILE.
019010     CLOSE EXCEPTFILE.
019020     CLOSE AUDITFILE.
019360 8000-WRITE-REPORT-HEADER.
019370     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
019380     MOVE WS-INPUT-DSN TO WS-RPT-INPUT-FILE.
019381     IF WS-FEED-NO >= 1 AND WS-FEED-NO <= WS-FEED-COUNT
019382         MOVE WS-FEED-STN-NAME (WS-FEED-NO) TO WS-RPT-HDR-STATION
019383     ELSE
019384         MOVE SPACES TO WS-RPT-HDR-STATION
019385     END-IF.
019400     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
019410 8000-EXIT.
019420     EXIT.
019810     IF NOT WS-FEED-OWNED
019820         GO TO 8210-EXIT
019830     END-IF.
019831     MOVE WS-FEED-STN-NAME (WS-FEED-SUB)
019832         TO WS-RPT-FEED-SUM-STATION.
019833     MOVE WS-FEED-STREAMS (WS-FEED-SUB)
019834         TO WS-RPT-FEED-SUM-STREAMS.
019835     IF WS-FEED-HELD (WS-FEED-SUB)
019836         MOVE 'N' TO WS-RPT-FEED-SUM-RECON
019837         MOVE " HELD" TO WS-RPT-FEED-SUM-HOLD
019838         IF WS-FEED-HOLD-FLAG (WS-FEED-SUB) = 'S'
019839             MOVE " SKIP" TO WS-RPT-FEED-SUM-HOLD
019840         END-IF
019841     ELSE
019842         MOVE WS-FEED-RECON-FLAG (WS-FEED-SUB)
019843             TO WS-RPT-FEED-SUM-RECON
019844         MOVE SPACES TO WS-RPT-FEED-SUM-HOLD
019845     END-IF.
019890     WRITE RPT-RECORD FROM WS-RPT-FEED-LINE.
019900 8210-EXIT.
019910     EXIT.
020760         MOVE 'T' TO RECON-RETRANS-FLAG
020770     END-IF.
020780     WRITE RECON-RECORD.
020781     ADD 1 TO WS-LDG-RECS-OUT.
020790 8500-EXIT.
020800     EXIT.
020810*
020860*    AND RECONCILE FLAG FOR THE CONSOLIDATED TRAILER. A    *
020870*    FEED WHOSE DATASET IS MISSING OR EMPTY IS SKIPPED     *
020880*    WITH AN EXCEPTION SO THE REMAINING FEEDS STILL RUN.   *
020881*    A FEED THE STATION CHECK HOLDS IS CLOSED UNSCANNED.   *
020890*----------------------------------------------------------*
020900 1500-PROCESS-ONE-FEED.
020910     PERFORM 1400-CHECK-FEED-OWNERSHIP THRU 1400-EXIT.
021100     MOVE 0 TO WS-NOMARKER-COUNT.
021110     MOVE 0 TO WS-BYTES-SCANNED.
021120     MOVE 0 TO WS-WINDOWS-COUNT.
021121     MOVE 0 TO WS-FEED-REJ-COUNT.
021122     MOVE 0 TO WS-FEED-DUP-COUNT.
021123     MOVE 0 TO WS-FEED-RTQ-COUNT.
021130     OPEN INPUT INPUTFILE.
021140     IF WS-INP-STATUS NOT = "00"
021150         MOVE "FEED INPUT DATASET NOT AVAILABLE - FEED SKIPPED"
021320         MOVE 'N' TO WS-HDR-EXC-PENDING-SWITCH
021330         PERFORM 8400-WRITE-EXCEPTION-TEXT THRU 8400-EXIT
021340     END-IF.
021341     PERFORM 2550-CHECK-STATION THRU 2550-EXIT.
021342     IF WS-FEED-HELD (WS-FEED-SUB)
021343         CLOSE INPUTFILE
021344         GO TO 1500-BANK
021345     END-IF.
021350     PERFORM 1110-FIND-FEED-RESTART THRU 1110-EXIT.
021360     IF WS-RESTART-STREAM = 0
021370         PERFORM 8000-WRITE-REPORT-HEADER THRU 8000-EXIT
021510     IF WS-RECONCILE-BAD
021520         MOVE 'N' TO WS-RUN-RECONCILE-SWITCH
021530     END-IF.
021531*    A HELD FEED WAS NEVER SCANNED AND WRITES NO STATISTICS
021532*    RECORD, SO IT CANNOT OVERLAY THE TRUE FIGURES OF A DATE
021533*    ALREADY PROCESSED.
021534     IF NOT WS-FEED-HELD (WS-FEED-SUB)
021535         PERFORM 8800-WRITE-STAT-RECORD THRU 8800-EXIT
021536     END-IF.
021550 1500-EXIT.
021560     EXIT.
021570*
023360 8700-WRITE-REJECT-RECORD.
023370     MOVE 'Y' TO WS-STREAM-REJECT-SWITCH.
023380     ADD 1 TO WS-REJECT-COUNT.
023381     ADD 1 TO WS-FEED-REJ-COUNT.
023390     MOVE WS-STREAM-NUMBER TO WS-REJ-STREAM-NO.
023400     MOVE WS-FEED-NO TO WS-REJ-FEED-NO.
023410     WRITE REJ-RECORD FROM WS-REJ-LINE.
023460     MOVE SPACES TO WS-REQ-NEW-REASON.
023470     MOVE WS-REJ-REASON-CODE TO WS-REQ-NEW-REASON (1:3).
023480     MOVE WS-REJ-REASON-TEXT TO WS-REQ-NEW-REASON (5:12).
023481     MOVE 0103 TO WS-EVT-CODE.
023482     MOVE 'W' TO WS-EVT-SEVERITY.
023483     MOVE WS-FEED-NO TO WS-EVT-FEED-ID.
023484     MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE.
023485     MOVE WS-STREAM-NUMBER TO WS-EVT-STREAM-NO.
023486     MOVE WS-REQ-NEW-REASON TO WS-EVT-TEXT.
023487     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
023490     PERFORM 8900-ADD-RETRANS-REQUEST THRU 8900-EXIT.
023500 8700-EXIT.
023510     EXIT.
023750     MOVE WS-WINDOWS-COUNT TO STAT-WINDOWS-EVALUATED.
023760     MOVE WS-RECONCILE-SWITCH TO STAT-RECON-FLAG.
023770     MOVE WS-RUN-EXC-SWITCH TO STAT-EXC-FLAG.
023771     MOVE WS-FEED-REJ-COUNT TO STAT-REJECT-COUNT.
023772     IF WS-FEED-DUP-COUNT > 999
023773         MOVE 999 TO STAT-DUP-COUNT
023774     ELSE
023775         MOVE WS-FEED-DUP-COUNT TO STAT-DUP-COUNT
023776     END-IF.
023777     MOVE WS-FEED-RTQ-COUNT TO STAT-RETRANS-COUNT.
023780     WRITE STAT-RECORD.
023790 8800-EXIT.
023800     EXIT.
027010     IF WS-DUPCK-FOUND
027020         MOVE 'Y' TO WS-STREAM-DUP-SWITCH
027030         PERFORM 8330-WRITE-DUP-EXCEPTION THRU 8330-EXIT
027031         ADD 1 TO WS-FEED-DUP-COUNT
027040     ELSE
027050         IF WS-DUPCK-COUNT < 4000
027060             ADD 1 TO WS-DUPCK-COUNT
027450     MOVE WS-FEED-NO TO WS-EXC-DUP-FEED.
027460     WRITE EXC-RECORD FROM WS-EXC-DUP-LINE.
027470     MOVE 'Y' TO WS-RUN-EXC-SWITCH.
027471     MOVE 0104 TO WS-EVT-CODE.
027472     MOVE 'W' TO WS-EVT-SEVERITY.
027473     MOVE WS-FEED-NO TO WS-EVT-FEED-ID.
027474     MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE.
027475     MOVE WS-STREAM-NUMBER TO WS-EVT-STREAM-NO.
027476     STRING "DUPLICATE OF " DELIMITED BY SIZE
027477         WS-EXC-DUP-ORIG DELIMITED BY SIZE
027478         " OF " DELIMITED BY SIZE
027479         WS-EXC-DUP-DATE DELIMITED BY SIZE
027480         INTO WS-EVT-TEXT.
027481     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
027482 8330-EXIT.
027490     EXIT.
027500*
027510*----------------------------------------------------------*
028770         GO TO 8900-EXIT
028780     END-IF.
028790     ADD 1 TO WS-REQ-COUNT.
028791     ADD 1 TO WS-FEED-RTQ-COUNT.
028800     MOVE WS-STREAM-NUMBER TO WS-REQ-STREAM (WS-REQ-COUNT).
028810     MOVE WS-FEED-NO TO WS-REQ-FEED-NO (WS-REQ-COUNT).
028820     MOVE WS-FEED-DATE TO WS-REQ-FEED-DATE (WS-REQ-COUNT).
028830     MOVE WS-REQ-NEW-REASON TO WS-REQ-REASON (WS-REQ-COUNT).
028840     MOVE 'N' TO WS-REQ-STATUS (WS-REQ-COUNT).
028841     MOVE 0105 TO WS-EVT-CODE.
028842     MOVE 'I' TO WS-EVT-SEVERITY.
028843     MOVE WS-FEED-NO TO WS-EVT-FEED-ID.
028844     MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE.
028845     MOVE WS-STREAM-NUMBER TO WS-EVT-STREAM-NO.
028846     MOVE WS-REQ-NEW-REASON TO WS-EVT-TEXT.
028847     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
028850 8900-EXIT.
028860     EXIT.
028870*
032160     END-IF.
032170 9950-EXIT.
032180     EXIT.
032190*
032200*----------------------------------------------------------*
032210* 1700-CHECK-RUN-LEDGER                                    *
032220*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
032230*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
032240*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
032250*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
032260*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
032270*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
032280*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
032290*----------------------------------------------------------*
032300 1700-CHECK-RUN-LEDGER.
032310     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
032320     OPEN I-O LEDGFILE.
032330     IF WS-LDG-STATUS = "35"
032340         OPEN OUTPUT LEDGFILE
032350         CLOSE LEDGFILE
032360         OPEN I-O LEDGFILE
032370     END-IF.
032380     IF WS-LDG-STATUS NOT = "00"
032390         DISPLAY "AOC-06-2: RUN LEDGER NOT AVAILABLE, "
032400             "STATUS " WS-LDG-STATUS
032410         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
032420         GO TO 1700-EXIT
032430     END-IF.
032440     IF WS-LDG-FEED-DATE = 0
032450         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
032460     END-IF.
032470     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
032480     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
032490     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
032500     READ LEDGFILE
032510         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
032520     END-READ.
032530     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
032540         DISPLAY "AOC-06-2: ALREADY COMPLETED FOR "
032550             "FEED DATE " WS-LDG-FEED-DATE
032560             " - LEDGOVR NEEDED TO RERUN"
032570         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
032580         CLOSE LEDGFILE
032590         GO TO 1700-EXIT
032600     END-IF.
032610     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
032620     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
032630         DISPLAY "AOC-06-2: PRIOR STEP NOT COMPLETE "
032640             "FOR FEED DATE " WS-LDG-FEED-DATE
032650             " - RESTART THE CHAIN THERE"
032660         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
032670         CLOSE LEDGFILE
032680         GO TO 1700-EXIT
032690     END-IF.
032700     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
032710 1700-EXIT.
032720     EXIT.
032730*
032740*----------------------------------------------------------*
032750* 1710-READ-LEDGER-CONTROL                                 *
032760*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
032770*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
032780*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
032790*----------------------------------------------------------*
032800 1710-READ-LEDGER-CONTROL.
032810     OPEN INPUT CTLFILE.
032820     IF WS-CTL-STATUS NOT = "00"
032830         GO TO 1710-EXIT
032840     END-IF.
032850     MOVE 'N' TO WS-CTL-EOF-SWITCH.
032860     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
032870         UNTIL WS-CTL-EOF.
032880     CLOSE CTLFILE.
032890 1710-EXIT.
032900     EXIT.
032910*
032920 1715-READ-ONE-LEDGER-ENTRY.
032930     READ CTLFILE INTO WS-CTL-LINE
032940         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
032950         NOT AT END
032960         IF WS-CTL-TAG = "LEDGDATE" AND
032970                 WS-CTL-VALUE (1:8) IS NUMERIC
032980             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
032990         END-IF
033000         IF WS-CTL-TAG = "LEDGOVR" AND
033010                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
033020                  WS-CTL-VALUE (1:3) = "ALL")
033030             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
033040         END-IF
033050     END-READ.
033060 1715-EXIT.
033070     EXIT.
033080*
033090*----------------------------------------------------------*
033100* 1720-CHECK-PRIOR-STEP                                    *
033110*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
033120*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
033130*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
033140*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
033150*    STEP THAT FOLLOWS IT.                                 *
033160*----------------------------------------------------------*
033170 1720-CHECK-PRIOR-STEP.
033180     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
033190     IF WS-LDG-PRIOR-SEQ = 0
033200         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
033210         GO TO 1720-EXIT
033220     END-IF.
033230     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
033240     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
033250     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
033260     READ LEDGFILE
033270         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
033280     END-READ.
033290     IF LEDG-STEP-COMPLETE
033300         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
033310         GO TO 1720-EXIT
033320     END-IF.
033330     IF WS-LDG-ALT-PRIOR-ID = SPACES
033340         GO TO 1720-EXIT
033350     END-IF.
033360     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
033370     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
033380     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
033390     READ LEDGFILE
033400         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
033410     END-READ.
033420     IF LEDG-STEP-COMPLETE
033430         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
033440     END-IF.
033450 1720-EXIT.
033460     EXIT.
033470*
033480*----------------------------------------------------------*
033490* 1730-FIND-LEDGER-DATE                                    *
033500*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
033510*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
033520*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
033530*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
033540*    UNDER ONE FEED DATE.                                  *
033550*----------------------------------------------------------*
033560 1730-FIND-LEDGER-DATE.
033570     IF WS-LDG-PRIOR-SEQ = 0
033580         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
033590         GO TO 1730-EXIT
033600     END-IF.
033610     MOVE LOW-VALUES TO LEDG-KEY.
033620     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
033630         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
033640     END-START.
033650     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
033660         UNTIL WS-LDG-EOF.
033670     IF WS-LDG-FEED-DATE = 0
033680         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
033690     END-IF.
033700 1730-EXIT.
033710     EXIT.
033720*
033730 1735-NOTE-ONE-LEDGER-DATE.
033740     READ LEDGFILE NEXT RECORD
033750         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
033760         NOT AT END
033770         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
033780             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
033790         END-IF
033800     END-READ.
033810 1735-EXIT.
033820     EXIT.
033830*
033840 1740-POST-LEDGER-START.
033850     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
033860     ACCEPT WS-LDG-TIME FROM TIME.
033870     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
033880     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
033890     MOVE SPACES TO LEDG-RECORD.
033900     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
033910     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
033920     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
033930     MOVE 'S' TO LEDG-STEP-STATUS.
033940     IF WS-LDG-OVERRIDDEN
033950         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
033960     ELSE
033970         MOVE 'N' TO LEDG-OVERRIDE-FLAG
033980     END-IF.
033990     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
034000     MOVE 0 TO LEDG-END-TIMESTAMP.
034010     MOVE 0 TO LEDG-RETURN-CODE.
034020     MOVE 0 TO LEDG-RECS-IN.
034030     MOVE 0 TO LEDG-RECS-OUT.
034040     WRITE LEDG-RECORD.
034050     IF WS-LDG-STATUS = "22"
034060         REWRITE LEDG-RECORD
034070     END-IF.
034080     CLOSE LEDGFILE.
034090     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
034100 1740-EXIT.
034110     EXIT.
034120*
034130*----------------------------------------------------------*
034140* 1780-POST-LEDGER-END                                     *
034150*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
034160*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
034170*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
034180*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
034190*----------------------------------------------------------*
034200 1780-POST-LEDGER-END.
034210     IF NOT WS-LDG-POSTED
034220         GO TO 1780-EXIT
034230     END-IF.
034240     MOVE RETURN-CODE TO WS-LDG-RC.
034250     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
034260     ACCEPT WS-LDG-TIME FROM TIME.
034270     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
034280     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
034290     OPEN I-O LEDGFILE.
034300     IF WS-LDG-STATUS NOT = "00"
034310         DISPLAY "AOC-06-2: RUN LEDGER NOT AVAILABLE, "
034320             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
034330         GO TO 1780-EXIT
034340     END-IF.
034350     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
034360     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
034370     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
034380     READ LEDGFILE
034390         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
034400     END-READ.
034410     IF LEDG-STEP-STATUS = SPACE
034420         DISPLAY "AOC-06-2: LEDGER START ENTRY GONE"
034430             " - STEP END NOT POSTED"
034440         CLOSE LEDGFILE
034450         GO TO 1780-EXIT
034460     END-IF.
034470     IF WS-LDG-RC < 8
034480         MOVE 'C' TO LEDG-STEP-STATUS
034490     ELSE
034500         MOVE 'F' TO LEDG-STEP-STATUS
034510     END-IF.
034520     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
034530     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
034540     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
034550     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
034560     REWRITE LEDG-RECORD.
034570     CLOSE LEDGFILE.
034580 1780-EXIT.
034590     EXIT.
034600*
034610*----------------------------------------------------------*
034620* 2510-SET-STATION-OVERRIDE                                *
034630*    STNOVR NAMES A FEED NUMBER (OR ALL) WHOSE FEED-DATE,  *
034640*    DATE-PATTERN AND STREAM-COUNT HOLDS THE OPERATOR IS   *
034650*    RELEASING FOR THIS RUN - A DELIBERATE RERUN OF A DATE *
034660*    ALREADY PROCESSED, OR A KNOWN ODD DAY. AN UNKNOWN OR  *
034670*    INACTIVE STATION AND A FUTURE HDR DATE ARE NEVER      *
034680*    RELEASED; THOSE ARE FIXED ON THE STATION MASTER OR AT *
034690*    THE STATION. NAMING FEEDS ALSO RESTRICTS THE RUN TO   *
034691*    THEM, SO ONE HELD FEED CAN BE RERUN WITHOUT THE FEEDS *
034692*    ALREADY PROCESSED THAT NIGHT BEING HELD AS STALE.     *
034700*----------------------------------------------------------*
034710 2510-SET-STATION-OVERRIDE.
034720     IF WS-CTL-VALUE (1:3) = "ALL"
034730         MOVE 'Y' TO WS-STN-OVR-ALL-SWITCH
034740         GO TO 2510-EXIT
034750     END-IF.
034760     IF WS-CTL-VALUE (1:2) IS NUMERIC
034770         MOVE WS-CTL-VALUE (1:2) TO WS-STN-OVR-FEED
034780         IF WS-STN-OVR-FEED >= 1 AND WS-STN-OVR-FEED <= 10
034790             MOVE 'Y' TO WS-STN-OVR-FLAG (WS-STN-OVR-FEED)
034800         END-IF
034810     END-IF.
034820 2510-EXIT.
034830     EXIT.
034840*
034850*----------------------------------------------------------*
034860* 2520-LOAD-STATIONS                                       *
034870*    ONE READ-ONLY PASS AT START-UP PULLS THE STATION      *
034880*    MASTER ENTRY FOR EVERY FEED ENTRY INTO THE FEED       *
034890*    TABLE, SO THE HDR CHECK, THE REPORT HEADERS AND THE   *
034900*    FEED SUMMARY LINES ALL WORK FROM ONE COPY AND SPLIT-   *
034910*    RUN INSTANCES DO NOT HOLD THE MASTER OPEN ALL RUN. A  *
034920*    FEED WITH NO ENTRY (OR NO MASTER AT ALL) IS NAMED     *
034930*    UNKNOWN STATION NN AND IS HELD WHEN ITS HDR ARRIVES.  *
034940*----------------------------------------------------------*
034950 2520-LOAD-STATIONS.
034960     OPEN INPUT STNFILE.
034970     IF WS-STN-STATUS = "00"
034980         MOVE 'Y' TO WS-STN-AVAIL-SWITCH
034990     ELSE
035000         DISPLAY "AOC-06-2: STATION MASTER NOT AVAILABLE, "
035010             "STATUS " WS-STN-STATUS
035020     END-IF.
035030     PERFORM 2525-LOAD-ONE-STATION THRU 2525-EXIT
035040         VARYING WS-FEED-SUB FROM 1 BY 1
035050         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
035060     IF WS-STN-AVAILABLE
035070         CLOSE STNFILE
035080     END-IF.
035090 2520-EXIT.
035100     EXIT.
035110*
035120 2525-LOAD-ONE-STATION.
035130     MOVE WS-FEED-SUB TO WS-STN-FEED-WORK.
035140     MOVE "UNKNOWN STATION" TO WS-FEED-STN-NAME (WS-FEED-SUB).
035150     MOVE WS-STN-FEED-WORK
035160         TO WS-FEED-STN-NAME (WS-FEED-SUB) (17:2).
035170     MOVE 'N' TO WS-FEED-STN-FOUND (WS-FEED-SUB).
035180     MOVE SPACE TO WS-FEED-STN-STATUS (WS-FEED-SUB).
035190     MOVE 0 TO WS-FEED-STN-MIN (WS-FEED-SUB).
035200     MOVE 0 TO WS-FEED-STN-MAX (WS-FEED-SUB).
035210     MOVE SPACE TO WS-FEED-STN-PATTERN (WS-FEED-SUB).
035220     MOVE 0 TO WS-FEED-STN-LAST (WS-FEED-SUB).
035230     MOVE SPACE TO WS-FEED-HOLD-FLAG (WS-FEED-SUB).
035240     MOVE 0 TO WS-FEED-POST-DATE (WS-FEED-SUB).
035250     IF NOT WS-STN-AVAILABLE
035260         GO TO 2525-EXIT
035270     END-IF.
035280     MOVE WS-STN-FEED-WORK TO STN-FEED-ID.
035290     READ STNFILE
035300         INVALID KEY
035310             GO TO 2525-EXIT
035320     END-READ.
035330     MOVE 'Y' TO WS-FEED-STN-FOUND (WS-FEED-SUB).
035340     MOVE STN-NAME TO WS-FEED-STN-NAME (WS-FEED-SUB).
035350     MOVE STN-STATUS TO WS-FEED-STN-STATUS (WS-FEED-SUB).
035360     MOVE STN-MIN-STREAMS TO WS-FEED-STN-MIN (WS-FEED-SUB).
035370     MOVE STN-MAX-STREAMS TO WS-FEED-STN-MAX (WS-FEED-SUB).
035380     MOVE STN-DATE-PATTERN TO WS-FEED-STN-PATTERN (WS-FEED-SUB).
035390     MOVE STN-LAST-FEED-DATE TO WS-FEED-STN-LAST (WS-FEED-SUB).
035400 2525-EXIT.
035410     EXIT.
035420*
035430*----------------------------------------------------------*
035440* 2550-CHECK-STATION                                       *
035450*    RUN ONCE THE FEED'S HDR IS VALIDATED AND BEFORE ANY   *
035460*    STREAM IS SCANNED. A FEED FROM AN UNKNOWN OR INACTIVE *
035470*    STATION, WITH AN HDR DATE LATER THAN THE RUN DATE OR  *
035480*    ONE THE STATION HAS ALREADY HAD PROCESSED, IS HELD    *
035490*    AT GRADE 8; ONE OFF THE STATION'S DATE PATTERN OR     *
035500*    WITH AN HDR COUNT OUTSIDE ITS EXPECTED RANGE IS HELD  *
035510*    AT GRADE 4. A FEED THAT PASSES HAS ITS DATE QUEUED TO *
035520*    POST AS THE STATION'S LAST FEED DATE AT RUN END.      *
035521*    WHEN STNOVR NAMES FEEDS, ONLY THOSE FEEDS ARE RERUN;  *
035522*    EVERY OTHER FEED IS CLOSED UNSCANNED AT GRADE 0.      *
035530*----------------------------------------------------------*
035540 2550-CHECK-STATION.
035541     IF WS-STN-OVR-TABLE NOT = SPACES AND NOT WS-STN-OVR-ALL
035542             AND WS-STN-OVR-FLAG (WS-FEED-SUB) NOT = 'Y'
035543         MOVE "NOT SELECTED FOR RERUN - FEED CLOSED UNSCANNED"
035544             TO WS-EXC-TEXT
035545         MOVE 0 TO WS-STN-HOLD-GRADE
035546         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
035547         GO TO 2550-EXIT
035548     END-IF.
035550     IF NOT WS-FEED-STN-KNOWN (WS-FEED-SUB)
035560         IF WS-STN-AVAILABLE
035570             MOVE "STATION NOT ON STATION MASTER - FEED HELD"
035580                 TO WS-EXC-TEXT
035590         ELSE
035600             MOVE "STATION MASTER NOT AVAILABLE - FEED HELD"
035610                 TO WS-EXC-TEXT
035620         END-IF
035630         MOVE 8 TO WS-STN-HOLD-GRADE
035640         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
035650         GO TO 2550-EXIT
035660     END-IF.
035670     IF WS-FEED-STN-STATUS (WS-FEED-SUB) NOT = 'A'
035680         MOVE "STATION INACTIVE ON STATION MASTER - FEED HELD"
035690             TO WS-EXC-TEXT
035700         MOVE 8 TO WS-STN-HOLD-GRADE
035710         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
035720         GO TO 2550-EXIT
035730     END-IF.
035740*    WITHOUT AN HDR THERE IS NO FEED DATE OR COUNT TO CHECK;
035750*    2500 HAS ALREADY RAISED THAT AND FAILED THE RECONCILE.
035760     IF NOT WS-HDR-CONSUMED
035770         GO TO 2550-EXIT
035780     END-IF.
035790     IF WS-FEED-DATE IS NOT NUMERIC OR
035800             WS-FEED-DATE > WS-RUN-DATE
035810         MOVE "HDR FEED DATE INVALID OR IN THE FUTURE - FEED HELD"
035820             TO WS-EXC-TEXT
035830         MOVE 8 TO WS-STN-HOLD-GRADE
035840         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
035850         GO TO 2550-EXIT
035860     END-IF.
035870     IF WS-FEED-DATE > WS-FEED-STN-LAST (WS-FEED-SUB)
035880         MOVE WS-FEED-DATE TO WS-FEED-POST-DATE (WS-FEED-SUB)
035890     END-IF.
035900     IF WS-STN-OVR-FLAG (WS-FEED-SUB) = 'Y' OR WS-STN-OVR-ALL
035910         GO TO 2550-EXIT
035920     END-IF.
035930     IF WS-FEED-DATE NOT > WS-FEED-STN-LAST (WS-FEED-SUB)
035940         MOVE WS-FEED-STN-LAST (WS-FEED-SUB) TO WS-STN-DONE-DATE
035950         MOVE WS-STN-DONE-MSG TO WS-EXC-TEXT
035960         MOVE 8 TO WS-STN-HOLD-GRADE
035970         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
035980         GO TO 2550-EXIT
035990     END-IF.
036000     PERFORM 2560-CHECK-DATE-PATTERN THRU 2560-EXIT.
036010     IF WS-FEED-HELD (WS-FEED-SUB)
036020         GO TO 2550-EXIT
036030     END-IF.
036040     IF WS-EXPECTED-COUNT < WS-FEED-STN-MIN (WS-FEED-SUB) OR
036050             (WS-FEED-STN-MAX (WS-FEED-SUB) NOT = 0 AND
036060              WS-EXPECTED-COUNT > WS-FEED-STN-MAX (WS-FEED-SUB))
036070         MOVE WS-EXPECTED-COUNT TO WS-STN-RANGE-COUNT
036080         MOVE WS-FEED-STN-MIN (WS-FEED-SUB) TO WS-STN-RANGE-MIN
036090         MOVE WS-FEED-STN-MAX (WS-FEED-SUB) TO WS-STN-RANGE-MAX
036100         MOVE WS-STN-RANGE-MSG TO WS-EXC-TEXT
036110         MOVE 4 TO WS-STN-HOLD-GRADE
036120         PERFORM 2590-HOLD-FEED THRU 2590-EXIT
036130     END-IF.
036140 2550-EXIT.
036150     EXIT.
036160*
036170*----------------------------------------------------------*
036180* 2560-CHECK-DATE-PATTERN                                  *
036190*    A WEEKDAYS-ONLY STATION'S FEED DATED ON A SATURDAY OR *
036200*    SUNDAY IS HELD. AN EVERY-DAY STATION WHOSE FEED DATE  *
036210*    IS NOT THE DAY AFTER ITS LAST ONE HAS MISSED A DAY -  *
036220*    TODAY'S FEED IS STILL GOOD, SO THAT IS RAISED AS AN   *
036230*    EXCEPTION BUT NOT HELD. ANY-DATE STATIONS PASS.       *
036240*----------------------------------------------------------*
036250 2560-CHECK-DATE-PATTERN.
036260     EVALUATE WS-FEED-STN-PATTERN (WS-FEED-SUB)
036270         WHEN 'W'
036280             PERFORM 2570-COMPUTE-DAY-OF-WEEK THRU 2570-EXIT
036290             IF WS-STN-Z-DOW < 2
036300                 MOVE "WEEKEND DATE, WEEKDAY STATION - FEED HELD"
036310                     TO WS-EXC-TEXT
036320                 MOVE 4 TO WS-STN-HOLD-GRADE
036330                 PERFORM 2590-HOLD-FEED THRU 2590-EXIT
036340             END-IF
036350         WHEN 'D'
036360             IF WS-FEED-STN-LAST (WS-FEED-SUB) > 0
036370*                9550 IS THE SHARED DAY-BACK ROUTINE; 1250 AND
036380*                9500 BOTH RESEED WS-CUTOFF-DATE BEFORE USE.
036390                 MOVE WS-FEED-DATE TO WS-CUTOFF-DATE
036400                 PERFORM 9550-BACK-ONE-DAY THRU 9550-EXIT
036410                 IF WS-CUTOFF-DATE NOT =
036420                         WS-FEED-STN-LAST (WS-FEED-SUB)
036430                     MOVE WS-FEED-STN-LAST (WS-FEED-SUB)
036440                         TO WS-STN-GAP-DATE
036450                     MOVE WS-STN-GAP-MSG TO WS-EXC-TEXT
036460                     PERFORM 8400-WRITE-EXCEPTION-TEXT
036470                         THRU 8400-EXIT
036480                 END-IF
036490             END-IF
036500         WHEN OTHER
036510             CONTINUE
036520     END-EVALUATE.
036530 2560-EXIT.
036540     EXIT.
036550*
036560*----------------------------------------------------------*
036570* 2570-COMPUTE-DAY-OF-WEEK                                 *
036580*    ZELLER'S CONGRUENCE ON THE FEED DATE, EACH DIVISION   *
036590*    TRUNCATED ON ITS OWN. JANUARY AND FEBRUARY COUNT AS   *
036600*    MONTHS 13 AND 14 OF THE YEAR BEFORE. THE RESULT IS    *
036610*    0 SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY.          *
036620*----------------------------------------------------------*
036630 2570-COMPUTE-DAY-OF-WEEK.
036640     MOVE WS-FEED-DATE TO WS-STN-DOW-DATE.
036650     MOVE WS-STN-DOW-YEAR TO WS-STN-Z-YEAR.
036660     MOVE WS-STN-DOW-MONTH TO WS-STN-Z-MONTH.
036670     IF WS-STN-Z-MONTH < 3
036680         ADD 12 TO WS-STN-Z-MONTH
036690         SUBTRACT 1 FROM WS-STN-Z-YEAR
036700     END-IF.
036710     DIVIDE WS-STN-Z-YEAR BY 100
036720         GIVING WS-STN-Z-CENT
036730         REMAINDER WS-STN-Z-YOC.
036740     DIVIDE WS-STN-Z-YOC BY 4 GIVING WS-STN-Z-YOC4.
036750     DIVIDE WS-STN-Z-CENT BY 4 GIVING WS-STN-Z-CENT4.
036760     COMPUTE WS-STN-Z-TERM = (13 * (WS-STN-Z-MONTH + 1)) / 5.
036770     COMPUTE WS-STN-Z-SUM = WS-STN-DOW-DAY + WS-STN-Z-TERM
036780         + WS-STN-Z-YOC + WS-STN-Z-YOC4 + WS-STN-Z-CENT4
036790         + (5 * WS-STN-Z-CENT).
036800     DIVIDE WS-STN-Z-SUM BY 7
036810         GIVING WS-STN-Z-QUOT
036820         REMAINDER WS-STN-Z-DOW.
036830 2570-EXIT.
036840     EXIT.
036850*
036860*----------------------------------------------------------*
036870* 2580-POST-STATION-DATES                                  *
036880*    AT RUN END, RECORDS EACH SCANNED FEED'S DATE AS ITS   *
036890*    STATION'S LAST FEED DATE, SO TOMORROW'S RUN KNOWS THE *
036900*    DATE IS DONE. POSTING ONLY HERE MEANS A RUN THAT DIES *
036910*    PART WAY POSTS NOTHING AND ITS CHECKPOINT RESTART IS  *
036920*    NOT HELD AS A REPEAT. A DATE NEVER MOVES BACKWARDS.   *
036930*----------------------------------------------------------*
036940 2580-POST-STATION-DATES.
036950     IF NOT WS-STN-AVAILABLE
036960         GO TO 2580-EXIT
036970     END-IF.
036980     OPEN I-O STNFILE.
036990     IF WS-STN-STATUS NOT = "00"
037000         DISPLAY "AOC-06-2: STATION MASTER NOT UPDATABLE, "
037010             "STATUS " WS-STN-STATUS
037020             " - LAST FEED DATES NOT POSTED"
037030         GO TO 2580-EXIT
037040     END-IF.
037050     PERFORM 2585-POST-ONE-STATION THRU 2585-EXIT
037060         VARYING WS-FEED-SUB FROM 1 BY 1
037070         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
037080     CLOSE STNFILE.
037090 2580-EXIT.
037100     EXIT.
037110*
037120 2585-POST-ONE-STATION.
037130     IF WS-FEED-POST-DATE (WS-FEED-SUB) = 0
037140         GO TO 2585-EXIT
037150     END-IF.
037160     MOVE WS-FEED-SUB TO WS-STN-FEED-WORK.
037170     MOVE WS-STN-FEED-WORK TO STN-FEED-ID.
037180     READ STNFILE
037190         INVALID KEY
037200             GO TO 2585-EXIT
037210     END-READ.
037220     IF WS-FEED-POST-DATE (WS-FEED-SUB) > STN-LAST-FEED-DATE
037230         MOVE WS-FEED-POST-DATE (WS-FEED-SUB)
037240             TO STN-LAST-FEED-DATE
037250         REWRITE STN-RECORD
037260             INVALID KEY
037270                 DISPLAY "AOC-06-2: STATION " STN-FEED-ID
037280                     " LAST FEED DATE NOT POSTED"
037290         END-REWRITE
037300     END-IF.
037310 2585-EXIT.
037320     EXIT.
037330*
037340*----------------------------------------------------------*
037350* 2590-HOLD-FEED                                           *
037360*    MARKS THE FEED HELD AND WRITES THE REASON ALREADY IN  *
037370*    WS-EXC-TEXT. A GRADE 8 HOLD FAILS THE RUN'S RETURN    *
037380*    CODE; A GRADE 4 HOLD LEAVES IT AT EXCEPTIONS PRESENT. *
037381*    GRADE 0 IS A FEED LEFT OUT OF A NAMED RERUN: IT IS    *
037382*    CLOSED UNSCANNED WITH AN INFORMATION LINE ONLY, SO IT *
037383*    NEITHER RAISES THE RETURN CODE NOR LOGS AN EVENT.     *
037390*----------------------------------------------------------*
037400 2590-HOLD-FEED.
037401     IF WS-STN-HOLD-GRADE = 0
037402         MOVE 'S' TO WS-FEED-HOLD-FLAG (WS-FEED-SUB)
037403         MOVE 0 TO WS-FEED-POST-DATE (WS-FEED-SUB)
037404         MOVE WS-EXC-TEXT TO WS-EXC-TEXT-BODY
037405         MOVE WS-FEED-NO TO WS-EXC-TEXT-FEED-NO
037406         WRITE EXC-RECORD FROM WS-EXC-TEXT-LINE
037407         GO TO 2590-EXIT
037408     END-IF.
037410     MOVE 'H' TO WS-FEED-HOLD-FLAG (WS-FEED-SUB).
037420     MOVE 0 TO WS-FEED-POST-DATE (WS-FEED-SUB).
037430     PERFORM 8400-WRITE-EXCEPTION-TEXT THRU 8400-EXIT.
037440     IF WS-STN-HOLD-GRADE = 8
037450         MOVE 'Y' TO WS-RUN-HOLD-SEVERE-SWITCH
037460     END-IF.
037461     IF WS-STN-HOLD-GRADE = 8
037462         MOVE 0102 TO WS-EVT-CODE
037463         MOVE 'C' TO WS-EVT-SEVERITY
037464     ELSE
037465         MOVE 0101 TO WS-EVT-CODE
037466         MOVE 'W' TO WS-EVT-SEVERITY
037467     END-IF.
037468     MOVE WS-FEED-NO TO WS-EVT-FEED-ID.
037469     MOVE WS-FEED-DATE TO WS-EVT-FEED-DATE.
037470     MOVE WS-EXC-TEXT TO WS-EVT-TEXT.
037471     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
037472 2590-EXIT.
037480     EXIT.
037490*
037500*----------------------------------------------------------*
037510* 1800-WRITE-EVENT                                         *
037520*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
037530*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
037540*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
037550*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
037560*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
037570*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
037580*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
037590*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
037600*----------------------------------------------------------*
037610 1800-WRITE-EVENT.
037620     IF NOT WS-MCT-LOADED
037630         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
037640     END-IF.
037650     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
037660         VARYING WS-MCT-SUB FROM 1 BY 1
037670         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
037680     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
037690     ACCEPT WS-EVT-TIME FROM TIME.
037700     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
037710     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
037720     MOVE SPACES TO EVT-RECORD.
037730     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
037740     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
037750     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
037760     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
037770     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
037780     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
037790     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
037800     MOVE WS-EVT-TEXT TO EVT-TEXT.
037810     OPEN EXTEND EVTFILE.
037820     IF WS-EVT-STATUS = "35"
037830         OPEN OUTPUT EVTFILE
037840     END-IF.
037850     IF WS-EVT-STATUS = "00"
037860         WRITE EVL-RECORD FROM EVT-RECORD
037870         CLOSE EVTFILE
037880     ELSE
037890         DISPLAY "AOC-06-2: EVENT LOG NOT AVAILABLE,"
037900             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
037910             " NOT LOGGED"
037920     END-IF.
037930     IF EVT-CRITICAL
037940         OPEN EXTEND ALRFILE
037950         IF WS-ALR-STATUS = "35"
037960             OPEN OUTPUT ALRFILE
037970         END-IF
037980         IF WS-ALR-STATUS = "00"
037990             WRITE ALR-RECORD FROM EVT-RECORD
038000             CLOSE ALRFILE
038010         ELSE
038020             DISPLAY "AOC-06-2: ALERT FILE NOT AVAILABLE,"
038030                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
038040                 " NOT RAISED"
038050         END-IF
038060     END-IF.
038070     MOVE 0 TO WS-EVT-FEED-ID.
038080     MOVE 0 TO WS-EVT-FEED-DATE.
038090     MOVE 0 TO WS-EVT-STREAM-NO.
038100     MOVE SPACES TO WS-EVT-TEXT.
038110 1800-EXIT.
038120     EXIT.
038130*
038140*----------------------------------------------------------*
038150* 1810-LOAD-MSG-CATALOG                                    *
038160*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
038170*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
038180*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
038190*----------------------------------------------------------*
038200 1810-LOAD-MSG-CATALOG.
038210     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
038220     OPEN INPUT MCTFILE.
038230     IF WS-MCT-STATUS NOT = "00"
038240         GO TO 1810-EXIT
038250     END-IF.
038260     MOVE 'N' TO WS-MCT-EOF-SWITCH.
038270     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
038280         UNTIL WS-MCT-EOF.
038290     CLOSE MCTFILE.
038300 1810-EXIT.
038310     EXIT.
038320*
038330 1815-LOAD-ONE-MSG.
038340     READ MCTFILE
038350         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
038360         GO TO 1815-EXIT
038370     END-READ.
038380     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
038390         GO TO 1815-EXIT
038400     END-IF.
038410     IF WS-MCT-COUNT NOT < 200
038420         MOVE 'Y' TO WS-MCT-EOF-SWITCH
038430         GO TO 1815-EXIT
038440     END-IF.
038450     ADD 1 TO WS-MCT-COUNT.
038460     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
038470     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
038480 1815-EXIT.
038490     EXIT.
038500*
038510 1820-FIND-ONE-MSG.
038520     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
038530         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
038540     END-IF.
038550 1820-EXIT.
038560     EXIT.
038570*
038580*----------------------------------------------------------*
038590* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
038600*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
038610*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
038620*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
038630*    OTHER FAILURE.                                        *
038640*----------------------------------------------------------*
038650 1880-LOG-PROGRAM-START.
038660     MOVE 0001 TO WS-EVT-CODE.
038670     MOVE 'I' TO WS-EVT-SEVERITY.
038680     MOVE "JOB STARTED" TO WS-EVT-TEXT.
038690     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
038700 1880-EXIT.
038710     EXIT.
038720*
038730 1890-LOG-PROGRAM-END.
038740     MOVE RETURN-CODE TO WS-EVT-RC.
038750     EVALUATE WS-EVT-RC
038760         WHEN 0
038770             MOVE 0002 TO WS-EVT-CODE
038780             MOVE 'I' TO WS-EVT-SEVERITY
038790         WHEN 4
038800             MOVE 0003 TO WS-EVT-CODE
038810             MOVE 'W' TO WS-EVT-SEVERITY
038820         WHEN 12
038830             MOVE 0005 TO WS-EVT-CODE
038840             MOVE 'E' TO WS-EVT-SEVERITY
038850         WHEN OTHER
038860             MOVE 0004 TO WS-EVT-CODE
038870             MOVE 'E' TO WS-EVT-SEVERITY
038880     END-EVALUATE.
038890     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
038900         WS-EVT-RC DELIMITED BY SIZE
038910         INTO WS-EVT-TEXT.
038920     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
038930 1890-EXIT.
038940     EXIT.
038950*
038960*----------------------------------------------------------*
038970* 1160-CARRY-MANUAL-RECON                                  *
038980*    COPIES THE MANUAL MARKERS APPROVED AT AOC-06-SUSWB    *
038990*    SINCE THE LAST NORMAL RUN FROM THE STAGING FILE INTO  *
039000*    THIS RUN'S FRESH RECON FILE, SO THEY GO DOWNSTREAM    *
039010*    FLAGGED 'M' UNDER THEIR OWN FEED DATE ON THE NEXT     *
039020*    EXTRACT, THEN EMPTIES THE STAGING FILE. A RESTARTED   *
039030*    RUN REOPENS ITS RECON FILE WITH THEM ALREADY ON IT,   *
039040*    SO ONLY A FRESH RECON FILE TAKES THE CARRY. A FAILED  *
039050*    COPY LEAVES THE STAGING FILE FOR THE NEXT RUN.        *
039060*----------------------------------------------------------*
039070 1160-CARRY-MANUAL-RECON.
039080     MOVE 0 TO WS-MRC-CARRIED-COUNT.
039090     OPEN INPUT MANRECF.
039100     IF WS-MRC-STATUS NOT = "00"
039110         GO TO 1160-EXIT
039120     END-IF.
039130     MOVE 'N' TO WS-MRC-EOF-SWITCH.
039140     PERFORM 1165-CARRY-ONE-MANUAL THRU 1165-EXIT
039150         UNTIL WS-MRC-EOF.
039160     CLOSE MANRECF.
039170     IF WS-REC-STATUS NOT = "00"
039180         DISPLAY "AOC-06-2: MANUAL RECON RECORDS NOT CARRIED, "
039190             "STATUS " WS-REC-STATUS " - STAGING FILE KEPT"
039200         GO TO 1160-EXIT
039210     END-IF.
039220     OPEN OUTPUT MANRECF.
039230     CLOSE MANRECF.
039240     IF WS-MRC-CARRIED-COUNT > 0
039250         DISPLAY "AOC-06-2: " WS-MRC-CARRIED-COUNT
039260             " MANUAL RECON RECORDS CARRIED FROM THE WORKBENCH"
039270     END-IF.
039280 1160-EXIT.
039290     EXIT.
039300*
039310 1165-CARRY-ONE-MANUAL.
039320     READ MANRECF
039330         AT END
039340             MOVE 'Y' TO WS-MRC-EOF-SWITCH
039350             GO TO 1165-EXIT
039360     END-READ.
039370     MOVE MANREC-RECORD TO RECON-RECORD.
039380     WRITE RECON-RECORD.
039390     IF WS-REC-STATUS NOT = "00"
039400         MOVE 'Y' TO WS-MRC-EOF-SWITCH
039410         GO TO 1165-EXIT
039420     END-IF.
039430     ADD 1 TO WS-LDG-RECS-OUT.
039440     ADD 1 TO WS-MRC-CARRIED-COUNT.
039450 1165-EXIT.
039460     EXIT.
