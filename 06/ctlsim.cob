001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-CTLSIM.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. SIMULATES A PROPOSED CONTROL FILE
001060*                   BEFORE THE EDIT GOES LIVE. AOC-06-2'S LENGTH
001070*                   AND CHARACTER-SET GATE AND ITS MARKER SEARCH
001080*                   ARE RUN UNDER THE PROPOSED FILE OVER ONE FEED
001090*                   DATE'S INPUT DATASETS, OR OVER THE CURRENT
001100*                   SUSPENSE FILE, AND THE RESULT IS COMPARED WITH
001110*                   WHAT PRODUCTION RESOLVED FOR THE DATE: MARKERS
001120*                   THAT WOULD MOVE AND BY HOW MUCH, NEW NO-MARKER
001130*                   STREAMS, NEW REJECTS BY REASON CODE AND
001140*                   STREAMS THAT WOULD NEWLY RESOLVE. THE REPORT
001150*                   ENDS WITH
001160*                   THE SUMMARY THE CHANGE APPROVER SIGNS. THE RUN
001170*                   ONLY READS: NO RECON, MASTER, SUSPENSE,
001180*                   CHECKPOINT, STATISTICS OR CATALOG FILE IS
001190*                   WRITTEN. START AND END GO TO THE SUITE EVENT
001200*                   LOG. RETURN CODE 0 NO IMPACT, 4 IMPACT TO
001210*                   APPROVE, 8 NOTHING SIMULATED.
001220*
001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PARMFILE ASSIGN TO "simparm"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-PRM-STATUS.
001290     SELECT CTLFILE ASSIGN TO DYNAMIC WS-CTL-DSN
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-CTL-STATUS.
001320     SELECT INPUTFILE ASSIGN TO DYNAMIC WS-INPUT-DSN
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-INP-STATUS.
001350*    THE PRODUCTION FILES BELOW ARE ONLY EVER OPENED INPUT. THE
001360*    PROGRAM DECLARES NO OTHER PRODUCTION FILE, SO IT CANNOT
001370*    WRITE ONE WHATEVER THE PARAMETER FILE SAYS.
001380     SELECT RECONFILE ASSIGN TO DYNAMIC WS-RECON-DSN
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-REC-STATUS.
001410     SELECT SUSPFILE ASSIGN TO DYNAMIC WS-SUSP-DSN
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-SUS-STATUS.
001440     SELECT EVTINFILE ASSIGN TO "eventlog"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-EVI-STATUS.
001470     SELECT SIMREPORT ASSIGN TO "simrpt"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-RPT-STATUS.
001500     SELECT EVTFILE ASSIGN TO "eventlog"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-EVT-STATUS.
001530     SELECT ALRFILE ASSIGN TO "alertlog"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-ALR-STATUS.
001560     SELECT MCTFILE ASSIGN TO "msgcat"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS WS-MCT-STATUS.
001590*
001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  PARMFILE
001630     RECORD CONTAINS 80 CHARACTERS.
001640 01  PRM-RECORD                  PIC X(80).
001650*
001660 FD  CTLFILE
001670     RECORD CONTAINS 80 CHARACTERS.
001680 01  CTL-RECORD                  PIC X(80).
001690*
001700 FD  INPUTFILE
001710     RECORD IS VARYING IN SIZE FROM 1 TO 5000
001720     DEPENDING ON REC-LEN.
001730 01  INPUTRECORD                 PIC A(5000).
001740 01  INP-HEADER-VIEW REDEFINES INPUTRECORD.
001750     05  INP-HDR-TAG             PIC X(3).
001760     05  FILLER                  PIC X(1).
001770     05  INP-HDR-EXPECTED-COUNT  PIC 9(4).
001780     05  FILLER                  PIC X(1).
001790     05  INP-HDR-FEED-DATE       PIC 9(8).
001800     05  FILLER                  PIC X(4983).
001810 01  INP-TRAILER-VIEW REDEFINES INPUTRECORD.
001820     05  INP-TRL-TAG             PIC X(3).
001830     05  FILLER                  PIC X(1).
001840     05  INP-TRL-ACTUAL-COUNT    PIC 9(4).
001850     05  FILLER                  PIC X(4992).
001860 01  INP-SEGMENT-VIEW REDEFINES INPUTRECORD.
001870     05  INP-SEG-TAG             PIC X(3).
001880     05  FILLER                  PIC X(1).
001890     05  INP-SEG-STREAM-NO       PIC 9(4).
001900     05  FILLER                  PIC X(1).
001910     05  INP-SEG-SEQ-NO          PIC 9(4).
001920     05  FILLER                  PIC X(1).
001930     05  INP-SEG-DATA            PIC X(66).
001940     05  FILLER                  PIC X(4920).
001950*
001960 FD  RECONFILE
001970     RECORD CONTAINS 80 CHARACTERS.
001980     COPY RECONOUT.
001990*
002000 FD  SUSPFILE
002010     RECORD IS VARYING IN SIZE FROM 1 TO 5030
002020     DEPENDING ON WS-SUS-LEN.
002030 01  SUS-RECORD                  PIC X(5030).
002040 01  SUS-VIEW REDEFINES SUS-RECORD.
002050     05  SUS-STREAM-NO           PIC 9(4).
002060     05  SUS-FEED-NO             PIC 9(2).
002070     05  SUS-FEED-DATE           PIC 9(8).
002080     05  SUS-REASON              PIC X(16).
002090     05  SUS-DATA                PIC X(5000).
002100*
002110 FD  EVTINFILE
002120     RECORD CONTAINS 80 CHARACTERS.
002130 01  EVI-RECORD                  PIC X(80).
002140*
002150 FD  SIMREPORT
002160     RECORD CONTAINS 80 CHARACTERS.
002170 01  RPT-RECORD                  PIC X(80).
002180*
002190 FD  EVTFILE
002200     RECORD CONTAINS 80 CHARACTERS.
002210 01  EVL-RECORD                  PIC X(80).
002220*
002230 FD  ALRFILE
002240     RECORD CONTAINS 80 CHARACTERS.
002250 01  ALR-RECORD                  PIC X(80).
002260*
002270 FD  MCTFILE
002280     RECORD CONTAINS 80 CHARACTERS.
002290     COPY MSGCAT.
002300*
002310 WORKING-STORAGE SECTION.
002320 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
002330 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
002340 01  WS-INP-STATUS               PIC X(2)      VALUE "00".
002350 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
002360 01  WS-SUS-STATUS               PIC X(2)      VALUE "00".
002370 01  WS-EVI-STATUS               PIC X(2)      VALUE "00".
002380 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
002390*
002400 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002410     88  WS-PRM-EOF                            VALUE 'Y'.
002420 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002430     88  WS-CTL-EOF                            VALUE 'Y'.
002440 01  WS-REC-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002450     88  WS-REC-EOF                            VALUE 'Y'.
002460 01  WS-SUS-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002470     88  WS-SUS-EOF                            VALUE 'Y'.
002480 01  WS-EVI-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002490     88  WS-EVI-EOF                            VALUE 'Y'.
002500 01  WS-ABORT-SWITCH             PIC X(1)      VALUE 'N'.
002510     88  WS-ABORTED                            VALUE 'Y'.
002520 01  WS-RPT-OPEN-SWITCH          PIC X(1)      VALUE 'N'.
002530     88  WS-RPT-OPEN                           VALUE 'Y'.
002540*
002550 01  WS-PRM-LINE.
002560     05  WS-PRM-TAG              PIC X(8).
002570     05  WS-PRM-VALUE            PIC X(40).
002580     05  FILLER                  PIC X(32)     VALUE SPACES.
002590*
002600 01  WS-RUN-DATE                 PIC 9(8).
002610*
002620*----------------------------------------------------------*
002630* SIMULATION SELECTION FROM THE PARAMETER FILE. FEEDDATE   *
002640* IS THE FEED DATE TO REPLAY AND IS REQUIRED FOR SOURCE    *
002650* FEEDS; FOR SOURCE SUSPENSE IT LIMITS THE REPLAY TO THAT  *
002660* DATE'S SUSPENDED STREAMS. CONTROL NAMES THE PROPOSED     *
002670* CONTROL FILE. RECON NAMES THE PRODUCTION RECON FILE TO   *
002680* COMPARE WITH - THE WORKING FILE FOR THE LATEST DATE, OR  *
002690* A GENERATION AOC-06-RESTORE BROUGHT BACK FOR AN OLDER    *
002700* ONE. SUSPENSE NAMES THE SUSPENSE FILE TO REPLAY.         *
002710*----------------------------------------------------------*
002720 01  WS-SIM-DATE                 PIC 9(8)      VALUE 0.
002730 01  WS-SIM-DATE-SWITCH          PIC X(1)      VALUE 'N'.
002740     88  WS-SIM-DATE-GIVEN                     VALUE 'Y'.
002750 01  WS-SIM-SOURCE               PIC X(1)      VALUE 'F'.
002760     88  WS-SIM-FROM-FEEDS                     VALUE 'F'.
002770     88  WS-SIM-FROM-SUSPENSE                  VALUE 'S'.
002780 01  WS-CTL-DSN                  PIC X(30)     VALUE
002790         "ctlprop".
002800 01  WS-INPUT-DSN                PIC X(30)     VALUE
002810         "input".
002820 01  WS-RECON-DSN                PIC X(30)     VALUE
002830         "reconout".
002840 01  WS-SUSP-DSN                 PIC X(30)     VALUE
002850         "suspense".
002860*
002870*----------------------------------------------------------*
002880* THE PROPOSED CONFIGURATION, READ BY THE SAME RULES AND   *
002890* WITH THE SAME DEFAULTS AS AOC-06-2 READS ITS CONTROL     *
002900* FILE, SO THE SIMULATION RUNS EXACTLY WHAT THE LIVE RUN   *
002910* WOULD RUN AFTER THE EDIT.                                *
002920*----------------------------------------------------------*
002930 01  WS-CTL-LINE.
002940     05  WS-CTL-TAG              PIC X(8).
002950     05  WS-CTL-VALUE            PIC X(40).
002960     05  FILLER                  PIC X(32)     VALUE SPACES.
002970*
002980 01  WS-MIN-STREAM-LEN           PIC 9(5)      VALUE 0.
002990 01  WS-MAX-STREAM-LEN           PIC 9(5)      VALUE 99999.
003000*
003010 01  WS-CHARSET-SET-SWITCH       PIC X(1)      VALUE 'N'.
003020     88  WS-CHARSET-SET                        VALUE 'Y'.
003030 01  WS-ALLOWED-TABLE.
003040     05  WS-ALLOWED-FLAG         PIC X(1)
003050         OCCURS 256 TIMES.
003060 01  WS-CHARSET-SUB              PIC 9(2) COMP.
003070 01  WS-VAL-SUB                  PIC 9(5) COMP.
003080*
003090 01  WS-MARKER-COUNT             PIC 9(1)      VALUE 0.
003100 01  WS-MARKER-SUB               PIC 9(2) COMP.
003110 01  WS-MARKER-TABLE.
003120     05  WS-MKR-ENTRY OCCURS 8 TIMES.
003130         10  WS-MKR-TYPE         PIC X(3).
003140         10  WS-MKR-SIZE         PIC 9(2).
003150         10  WS-MKR-POS          PIC 9(4).
003160 01  WS-MKR-OPERATOR-SWITCH      PIC X(1)      VALUE 'N'.
003170     88  WS-MKR-OPERATOR-SET                   VALUE 'Y'.
003180 01  WS-APPLY-TYPE               PIC X(3).
003190 01  WS-APPLY-SIZE               PIC 9(2).
003200 01  WS-WINDOW-MAX-SIZE          PIC 9(2)      VALUE 14.
003210*
003220 01  WS-FEED-COUNT               PIC 9(2)      VALUE 0.
003230 01  WS-FEED-SUB                 PIC 9(2) COMP.
003240 01  WS-FEED-TABLE.
003250     05  WS-FEED-DSN             PIC X(30)
003260         OCCURS 10 TIMES.
003270*
003280*----------------------------------------------------------*
003290* THE STREAM BEING REPLAYED. SEGMENT REASSEMBLY AND THE    *
003300* HDR/TRL HANDLING FOLLOW AOC-06-2 SO EVERY STREAM IS THE  *
003310* SAME STREAM THE LIVE RUN SAW.                            *
003320*----------------------------------------------------------*
003330 01  REC-LEN                     PIC 9(5) COMP.
003340 01  WS-SUS-LEN                  PIC 9(5) COMP.
003350 01  WS-FEED-NO                  PIC 9(2)      VALUE 0.
003360 01  WS-FEED-DATE                PIC 9(8)      VALUE 0.
003370 01  WS-STREAM-NUMBER            PIC 9(4)      VALUE 0.
003380*
003390 01  WS-EOF-SWITCH               PIC X(1)      VALUE 'N'.
003400     88  WS-EOF-YES                            VALUE 'Y'.
003410     88  WS-EOF-NO                             VALUE 'N'.
003420 01  WS-EOF-PENDING-SWITCH       PIC X(1)      VALUE 'N'.
003430     88  WS-EOF-PENDING                        VALUE 'Y'.
003440 01  WS-TRAILER-SWITCH           PIC X(1)      VALUE 'N'.
003450     88  WS-TRAILER-SEEN                       VALUE 'Y'.
003460*
003470 01  WS-SEG-BUFFER               PIC X(5000).
003480 01  WS-SEG-LEN                  PIC 9(5) COMP VALUE 0.
003490 01  WS-SEG-SLICE-LEN            PIC 9(5) COMP VALUE 0.
003500 01  WS-SEG-STREAM               PIC 9(4)      VALUE 0.
003510 01  WS-SEG-EXPECTED-SEQ         PIC 9(4)      VALUE 0.
003520 01  WS-SEG-ERROR-SWITCH         PIC X(1)      VALUE 'N'.
003530     88  WS-SEG-ERROR                          VALUE 'Y'.
003540 01  WS-SEG-DONE-SWITCH          PIC X(1)      VALUE 'N'.
003550     88  WS-SEG-DONE                           VALUE 'Y'.
003560 01  WS-SEG-HELD-SWITCH          PIC X(1)      VALUE 'N'.
003570     88  WS-SEG-HELD                           VALUE 'Y'.
003580 01  WS-SEG-ASSEMBLED-SWITCH     PIC X(1)      VALUE 'N'.
003590     88  WS-SEG-ASSEMBLED                      VALUE 'Y'.
003600 01  WS-HELD-RECORD              PIC X(5000).
003610 01  WS-HELD-LEN                 PIC 9(5) COMP VALUE 0.
003620*
003630 01  WS-STREAM-REJECT-SWITCH     PIC X(1)      VALUE 'N'.
003640     88  WS-STREAM-REJECTED                    VALUE 'Y'.
003650 01  WS-REJ-REASON-CODE          PIC X(3).
003660 01  WS-REJ-REASON-TEXT          PIC X(14).
003670 01  WS-REJ-POSITION             PIC 9(5).
003680*
003690 01  WS-MARKER-TYPE              PIC X(3).
003700 01  WS-MARKER-FOUND-SWITCH      PIC X(1)      VALUE 'Y'.
003710     88  WS-MARKER-FOUND                       VALUE 'Y'.
003720     88  WS-MARKER-NOT-FOUND                   VALUE 'N'.
003730 01  WS-WINDOW-SIZE              PIC 9(2)      VALUE 14.
003740 01  WS-WINDOW                   PIC A(14).
003750 01  WS-INDEX                    PIC 9(4)      VALUE 1.
003760 01  WS-INDEX-IN-WINDOW          PIC 9(2).
003770*
003780* WS-CHAR-BYTE/WS-CHAR-CODE OVERLAY THE SAME BYTE SO A
003790* CHARACTER CAN BE USED AS A SUBSCRIPT INTO THE COUNT AND
003800* ALLOWED-CHARACTER TABLES.
003810 01  WS-CHAR-BYTE                PIC X(1).
003820 01  WS-CHAR-CODE REDEFINES WS-CHAR-BYTE USAGE
003830     BINARY-CHAR UNSIGNED.
003840 01  WS-CHAR-COUNT-TABLE.
003850     05  WS-CHAR-COUNT           PIC 9(2) COMP
003860         OCCURS 256 TIMES.
003870 01  WS-TAB-SUB                  PIC 9(3) COMP.
003880 01  WS-DUP-COUNT                PIC 9(3) COMP VALUE 0.
003890*
003900*----------------------------------------------------------*
003910* PRODUCTION BASELINE FOR ONE FEED AND FEED DATE: THE      *
003920* MARKER POSITIONS THE RECON FILE CARRIES FOR EACH STREAM  *
003930* UNDER EACH MARKER TYPE PRODUCTION SCANNED, AND THE       *
003940* REJECT REASON CODE OF EVERY STREAM AOC-06-2 REJECTED,    *
003950* TAKEN FROM ITS DATED REJECT EVENTS (0103) ON THE SUITE   *
003960* EVENT LOG. THE REJECT FILE ITSELF CARRIES NO FEED DATE   *
003970* AND ACCUMULATES ACROSS RUNS, SO IT CANNOT BE FILTERED    *
003980* TO ONE DATE.                                             *
003990*----------------------------------------------------------*
004000 01  WS-BAS-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
004010     88  WS-BAS-LOADED                         VALUE 'Y'.
004020 01  WS-BAS-FEED                 PIC 9(2)      VALUE 0.
004030 01  WS-BAS-DATE                 PIC 9(8)      VALUE 0.
004040 01  WS-BAS-RECON-COUNT          PIC 9(6)      VALUE 0.
004050 01  WS-BAS-REJ-COUNT            PIC 9(4)      VALUE 0.
004060 01  WS-BAS-TABLE.
004070     05  WS-BAS-ENTRY OCCURS 9999 TIMES.
004080         10  WS-BAS-REJ-CODE     PIC X(3).
004090         10  WS-BAS-POS          PIC 9(4)
004100             OCCURS 8 TIMES.
004110 01  WS-PTY-COUNT                PIC 9(2) COMP VALUE 0.
004120 01  WS-PTY-SUB                  PIC 9(2) COMP VALUE 0.
004130 01  WS-PTY-HIT                  PIC 9(2) COMP VALUE 0.
004140 01  WS-PTY-TABLE.
004150     05  WS-PTY-TYPE             PIC X(3)
004160         OCCURS 8 TIMES.
004170 01  WS-FIND-TYPE                PIC X(3).
004180 01  WS-RECON-NOTED-SWITCH       PIC X(1)      VALUE 'N'.
004190     88  WS-RECON-NOTED                        VALUE 'Y'.
004200 01  WS-EVI-NOTED-SWITCH         PIC X(1)      VALUE 'N'.
004210     88  WS-EVI-NOTED                          VALUE 'Y'.
004220*
004230*----------------------------------------------------------*
004240* ONE STREAM'S COMPARISON. PRODUCTION STATUS IS 'R' WHEN   *
004250* THE STREAM WAS REJECTED, 'Y' WHEN EVERY TYPE PRODUCTION  *
004260* SCANNED HAS A RECON MARKER, 'N' OTHERWISE (IT WENT TO    *
004270* SUSPENSE). PROPOSED STATUS IS 'Y' WHEN EVERY PROPOSED    *
004280* TYPE IS FOUND AND 'N' OTHERWISE; A PROPOSED REJECT IS    *
004290* TAKEN STRAIGHT FROM THE QUALITY GATE.                    *
004300*----------------------------------------------------------*
004310 01  WS-PROD-STATUS              PIC X(1)      VALUE 'N'.
004320     88  WS-PROD-RESOLVED                      VALUE 'Y'.
004330     88  WS-PROD-NOMARKER                      VALUE 'N'.
004340     88  WS-PROD-REJECTED                      VALUE 'R'.
004350 01  WS-PROD-REJ-CODE            PIC X(3).
004360 01  WS-PROD-FOUND               PIC 9(2) COMP VALUE 0.
004370 01  WS-PROD-POS                 PIC 9(4)      VALUE 0.
004380 01  WS-PROP-STATUS              PIC X(1)      VALUE 'N'.
004390     88  WS-PROP-RESOLVED                      VALUE 'Y'.
004400     88  WS-PROP-NOMARKER                      VALUE 'N'.
004410 01  WS-PROP-FOUND               PIC 9(2) COMP VALUE 0.
004420 01  WS-PROP-POS                 PIC 9(4)      VALUE 0.
004430 01  WS-DELTA                    PIC S9(5)     VALUE 0.
004440 01  WS-DELTA-ABS                PIC 9(5)      VALUE 0.
004450 01  WS-DELTA-ED                 PIC +(4)9.
004460 01  WS-STREAM-CHANGED-SWITCH    PIC X(1)      VALUE 'N'.
004470     88  WS-STREAM-CHANGED                     VALUE 'Y'.
004480*
004490*----------------------------------------------------------*
004500* IMPACT TOTALS FOR THE SUMMARY AND THE SIGN-OFF.          *
004510*----------------------------------------------------------*
004520 01  WS-SIM-FEEDS                PIC 9(2)      VALUE 0.
004530 01  WS-SIM-SKIPPED              PIC 9(2)      VALUE 0.
004540 01  WS-SIM-STREAMS              PIC 9(7)      VALUE 0.
004550 01  WS-SIM-EMPTY                PIC 9(7)      VALUE 0.
004560 01  WS-SIM-UNCHANGED            PIC 9(7)      VALUE 0.
004570 01  WS-SIM-CHANGED              PIC 9(7)      VALUE 0.
004580 01  WS-SIM-MOVED                PIC 9(7)      VALUE 0.
004590 01  WS-SIM-LARGEST              PIC 9(5)      VALUE 0.
004600 01  WS-SIM-MOVE-TOTAL           PIC 9(8)      VALUE 0.
004610 01  WS-SIM-LOST                 PIC 9(7)      VALUE 0.
004620 01  WS-SIM-FOUND                PIC 9(7)      VALUE 0.
004630 01  WS-SIM-NEWTYPE              PIC 9(7)      VALUE 0.
004640 01  WS-SIM-DROPPED              PIC 9(2)      VALUE 0.
004650 01  WS-SIM-NOMARKER             PIC 9(7)      VALUE 0.
004660 01  WS-SIM-REJ-R01              PIC 9(7)      VALUE 0.
004670 01  WS-SIM-REJ-R02              PIC 9(7)      VALUE 0.
004680 01  WS-SIM-REJ-R03              PIC 9(7)      VALUE 0.
004690 01  WS-SIM-CLEARED              PIC 9(7)      VALUE 0.
004700 01  WS-SIM-RESOLVES             PIC 9(7)      VALUE 0.
004710*
004720 01  WS-NOTE-TEXT                PIC X(74).
004730 01  WS-NOTE-PTR                 PIC 9(3) COMP.
004740*
004750 01  WS-DTL-COLUMN-LINE.
004760     05  FILLER                  PIC X(40)     VALUE
004770             "FD FEEDDATE STRM TYP PROD PROP DELTA IMP".
004780     05  FILLER                  PIC X(40)     VALUE
004790             "ACT".
004800*
004810 01  WS-DTL-LINE.
004820     05  WS-DTL-FEED             PIC 9(2).
004830     05  FILLER                  PIC X(1)      VALUE SPACE.
004840     05  WS-DTL-DATE             PIC 9(8).
004850     05  FILLER                  PIC X(1)      VALUE SPACE.
004860     05  WS-DTL-STREAM           PIC 9(4).
004870     05  FILLER                  PIC X(1)      VALUE SPACE.
004880     05  WS-DTL-TYPE             PIC X(3).
004890     05  FILLER                  PIC X(1)      VALUE SPACE.
004900     05  WS-DTL-PROD             PIC X(4).
004910     05  FILLER                  PIC X(1)      VALUE SPACE.
004920     05  WS-DTL-PROP             PIC X(4).
004930     05  FILLER                  PIC X(1)      VALUE SPACE.
004940     05  WS-DTL-DELTA            PIC X(5).
004950     05  FILLER                  PIC X(1)      VALUE SPACE.
004960     05  WS-DTL-IMPACT           PIC X(43).
004970*
004980 01  WS-RPT-TEXT-LINE.
004990     05  WS-TXT-BODY             PIC X(60).
005000     05  WS-TXT-VALUE            PIC 9(8).
005010     05  FILLER                  PIC X(12)     VALUE SPACES.
005020*
005030*----------------------------------------------------------*
005040* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
005050* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
005060* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
005070* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
005080* OVERRIDES THE DEFAULT.                                   *
005090*----------------------------------------------------------*
005100 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
005110 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
005120 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
005130     COPY EVTLOG.
005140 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
005150         "AOC-06-CTLSIM".
005160 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
005170 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
005180 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
005190 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
005200 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
005210 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
005220 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
005230 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
005240 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
005250 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
005260 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
005270     05  WS-EVT-TS-DATE          PIC 9(8).
005280     05  WS-EVT-TS-TIME          PIC 9(6).
005290 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
005300     88  WS-MCT-LOADED                         VALUE 'Y'.
005310 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
005320     88  WS-MCT-EOF                            VALUE 'Y'.
005330 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
005340 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
005350 01  WS-MCT-TABLE.
005360     05  WS-MCT-ENTRY OCCURS 200 TIMES.
005370         10  WS-MCT-CODE         PIC 9(4).
005380         10  WS-MCT-SEVERITY     PIC X(1).
005390*
005400 PROCEDURE DIVISION.
005410*----------------------------------------------------------*
005420* 0000-MAINLINE                                            *
005430*    READS THE PARAMETERS AND THE PROPOSED CONTROL FILE,   *
005440*    REPLAYS EACH FEED OF THE DATE (OR THE SUSPENSE FILE)  *
005450*    UNDER IT AGAINST THE PRODUCTION BASELINE, AND CLOSES  *
005460*    WITH THE IMPACT SUMMARY AND THE APPROVER'S SIGN-OFF.  *
005470*----------------------------------------------------------*
005480 0000-MAINLINE.
005490     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
005500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005510     IF NOT WS-ABORTED
005520         IF WS-SIM-FROM-SUSPENSE
005530             PERFORM 1600-SIMULATE-SUSPENSE THRU 1600-EXIT
005540         ELSE
005550             PERFORM 1500-SIMULATE-ONE-FEED THRU 1500-EXIT
005560                 VARYING WS-FEED-SUB FROM 1 BY 1
005570                 UNTIL WS-FEED-SUB > WS-FEED-COUNT
005580             IF WS-SIM-FEEDS = 0
005590                 MOVE "NO FEED OF THE DATE COULD BE SIMULATED"
005600                     TO WS-NOTE-TEXT
005610                 PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
005620                 MOVE 'Y' TO WS-ABORT-SWITCH
005630             END-IF
005640         END-IF
005650     END-IF.
005660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005670     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
005680     STOP RUN.
005690*
005700 1000-INITIALIZE.
005710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005720     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
005730     IF WS-ABORTED
005740         GO TO 1000-EXIT
005750     END-IF.
005760     OPEN OUTPUT SIMREPORT.
005770     IF WS-RPT-STATUS NOT = "00"
005780         DISPLAY "AOC-06-CTLSIM: REPORT FILE NOT WRITABLE, "
005790             "STATUS " WS-RPT-STATUS " - NOTHING SIMULATED"
005800         MOVE 'Y' TO WS-ABORT-SWITCH
005810         GO TO 1000-EXIT
005820     END-IF.
005830     MOVE 'Y' TO WS-RPT-OPEN-SWITCH.
005840     PERFORM 1200-PRINT-RUN-HEADER THRU 1200-EXIT.
005850     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
005860     IF WS-ABORTED
005870         GO TO 1000-EXIT
005880     END-IF.
005890     IF WS-FEED-COUNT = 0
005900         MOVE 1 TO WS-FEED-COUNT
005910         MOVE WS-INPUT-DSN TO WS-FEED-DSN (1)
005920     END-IF.
005930     PERFORM 1250-PRINT-PROPOSED-CONFIG THRU 1250-EXIT.
005940 1000-EXIT.
005950     EXIT.
005960*
005970*----------------------------------------------------------*
005980* 1050-READ-PARM-FILE                                      *
005990*    A SOURCE FEEDS RUN NEEDS THE FEED DATE; WITHOUT IT,   *
006000*    OR WITHOUT A PARAMETER FILE, NOTHING IS SIMULATED.    *
006010*----------------------------------------------------------*
006020 1050-READ-PARM-FILE.
006030     OPEN INPUT PARMFILE.
006040     IF WS-PRM-STATUS NOT = "00"
006050         DISPLAY "AOC-06-CTLSIM: NO PARAMETER FILE, STATUS "
006060             WS-PRM-STATUS " - NOTHING SIMULATED"
006070         MOVE 'Y' TO WS-ABORT-SWITCH
006080         GO TO 1050-EXIT
006090     END-IF.
006100     MOVE 'N' TO WS-PRM-EOF-SWITCH.
006110     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
006120         UNTIL WS-PRM-EOF.
006130     CLOSE PARMFILE.
006140     IF WS-SIM-FROM-FEEDS AND NOT WS-SIM-DATE-GIVEN
006150         DISPLAY "AOC-06-CTLSIM: NO FEEDDATE IN PARAMETER FILE "
006160             "- NOTHING SIMULATED"
006170         MOVE 'Y' TO WS-ABORT-SWITCH
006180     END-IF.
006190 1050-EXIT.
006200     EXIT.
006210*
006220 1060-READ-ONE-PARM.
006230     READ PARMFILE INTO WS-PRM-LINE
006240         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
006250         GO TO 1060-EXIT
006260     END-READ.
006270     EVALUATE WS-PRM-TAG
006280         WHEN "FEEDDATE"
006290             IF WS-PRM-VALUE (1:8) IS NUMERIC
006300                 MOVE WS-PRM-VALUE (1:8) TO WS-SIM-DATE
006310                 MOVE 'Y' TO WS-SIM-DATE-SWITCH
006320             END-IF
006330         WHEN "CONTROL"
006340             MOVE WS-PRM-VALUE (1:30) TO WS-CTL-DSN
006350         WHEN "SOURCE"
006360             INSPECT WS-PRM-VALUE CONVERTING
006370                 "abcdefghijklmnopqrstuvwxyz"
006380                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006390             IF WS-PRM-VALUE (1:8) = "SUSPENSE"
006400                 MOVE 'S' TO WS-SIM-SOURCE
006410             ELSE
006420                 MOVE 'F' TO WS-SIM-SOURCE
006430             END-IF
006440         WHEN "RECON"
006450             MOVE WS-PRM-VALUE (1:30) TO WS-RECON-DSN
006460         WHEN "SUSPENSE"
006470             MOVE WS-PRM-VALUE (1:30) TO WS-SUSP-DSN
006480         WHEN OTHER
006490             CONTINUE
006500     END-EVALUATE.
006510 1060-EXIT.
006520     EXIT.
006530*
006540*----------------------------------------------------------*
006550* 1100-READ-CONTROL-FILE                                   *
006560*    THE PROPOSED FILE IS READ BY AOC-06-2'S RULES: THE    *
006570*    SOP/SOM PAIR UNTIL THE FIRST MARKER ENTRY REPLACES    *
006580*    IT, AT MOST EIGHT MARKER AND TEN FEED ENTRIES, A      *
006590*    WINDOW SIZE OUTSIDE 1-14 CLAMPED, AND THE FIRST       *
006600*    CHARSET ENTRY CLOSING THE CHARACTER SET TO WHAT THE   *
006610*    ENTRIES LIST.                                         *
006620*    WHERE AOC-06-2 QUEUES AN EXCEPTION THE SIMULATION     *
006630*    PRINTS A NOTE, SO THE APPROVER SEES IT BEFORE THE RUN *
006640*    DOES.                                                 *
006650*----------------------------------------------------------*
006660 1100-READ-CONTROL-FILE.
006670     PERFORM 1145-SET-DEFAULT-MARKERS THRU 1145-EXIT.
006680     OPEN INPUT CTLFILE.
006690     IF WS-CTL-STATUS NOT = "00"
006700         MOVE SPACES TO WS-NOTE-TEXT
006710         STRING "PROPOSED CONTROL FILE " DELIMITED BY SIZE
006720             WS-CTL-DSN DELIMITED BY SPACE
006730             " NOT AVAILABLE - NOTHING SIMULATED"
006740                 DELIMITED BY SIZE
006750             INTO WS-NOTE-TEXT
006760         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
006770         MOVE 'Y' TO WS-ABORT-SWITCH
006780         GO TO 1100-EXIT
006790     END-IF.
006800     MOVE 'N' TO WS-CTL-EOF-SWITCH.
006810     PERFORM 1110-READ-ONE-CONTROL THRU 1110-EXIT
006820         UNTIL WS-CTL-EOF.
006830     CLOSE CTLFILE.
006840 1100-EXIT.
006850     EXIT.
006860*
006870 1110-READ-ONE-CONTROL.
006880     READ CTLFILE INTO WS-CTL-LINE
006890         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
006900         GO TO 1110-EXIT
006910     END-READ.
006920     EVALUATE WS-CTL-TAG
006930         WHEN "DSNAME"
006940             MOVE WS-CTL-VALUE TO WS-INPUT-DSN
006950         WHEN "FEED"
006960             PERFORM 1180-ADD-FEED-ENTRY THRU 1180-EXIT
006970         WHEN "MODE"
006980             IF WS-CTL-VALUE (1:9) = "REPROCESS"
006990                 MOVE "PROPOSED CONTROL SETS MODE REPROCESS -"
007000                     TO WS-NOTE-TEXT
007010                 MOVE " SOURCE SUSPENSE REPLAYS THAT RUN"
007020                     TO WS-NOTE-TEXT (39:)
007030                 PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
007040             END-IF
007050         WHEN "MINLEN"
007060             IF WS-CTL-VALUE (1:5) IS NUMERIC
007070                 MOVE WS-CTL-VALUE (1:5) TO WS-MIN-STREAM-LEN
007080             END-IF
007090         WHEN "MAXLEN"
007100             IF WS-CTL-VALUE (1:5) IS NUMERIC
007110                 MOVE WS-CTL-VALUE (1:5) TO WS-MAX-STREAM-LEN
007120             END-IF
007130         WHEN "CHARSET"
007140             PERFORM 1190-ADD-CHARSET-ENTRY THRU 1190-EXIT
007150         WHEN "MARKER"
007160             PERFORM 1185-ADD-MARKER-ENTRY THRU 1185-EXIT
007170         WHEN "SOPSIZE"
007180             MOVE "SOP" TO WS-APPLY-TYPE
007190             MOVE WS-CTL-VALUE (1:2) TO WS-APPLY-SIZE
007200             PERFORM 1160-CHECK-WINDOW-SIZE THRU 1160-EXIT
007210         WHEN "SOMSIZE"
007220             MOVE "SOM" TO WS-APPLY-TYPE
007230             MOVE WS-CTL-VALUE (1:2) TO WS-APPLY-SIZE
007240             PERFORM 1160-CHECK-WINDOW-SIZE THRU 1160-EXIT
007250         WHEN OTHER
007260             CONTINUE
007270     END-EVALUATE.
007280 1110-EXIT.
007290     EXIT.
007300*
007310 1145-SET-DEFAULT-MARKERS.
007320     MOVE 2 TO WS-MARKER-COUNT.
007330     MOVE "SOP" TO WS-MKR-TYPE (1).
007340     MOVE 4 TO WS-MKR-SIZE (1).
007350     MOVE "SOM" TO WS-MKR-TYPE (2).
007360     MOVE 14 TO WS-MKR-SIZE (2).
007370 1145-EXIT.
007380     EXIT.
007390*
007400 1160-CHECK-WINDOW-SIZE.
007410     IF WS-APPLY-SIZE = 0 OR
007420             WS-APPLY-SIZE > WS-WINDOW-MAX-SIZE
007430         MOVE WS-WINDOW-MAX-SIZE TO WS-APPLY-SIZE
007440         MOVE SPACES TO WS-NOTE-TEXT
007450         STRING WS-APPLY-TYPE DELIMITED BY SIZE
007460             "SIZE IN PROPOSED CONTROL OUT OF RANGE - CLAMPED"
007470                 DELIMITED BY SIZE
007480             INTO WS-NOTE-TEXT
007490         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
007500     END-IF.
007510     PERFORM 1175-APPLY-TYPE-SIZE THRU 1175-EXIT.
007520 1160-EXIT.
007530     EXIT.
007540*
007550 1175-APPLY-TYPE-SIZE.
007560     PERFORM 1178-APPLY-ONE-ENTRY THRU 1178-EXIT
007570         VARYING WS-MARKER-SUB FROM 1 BY 1
007580         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
007590     IF WS-APPLY-TYPE NOT = SPACES
007600         MOVE "SIZE TAG FOR UNCONFIGURED MARKER TYPE - IGNORED"
007610             TO WS-NOTE-TEXT
007620         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
007630     END-IF.
007640 1175-EXIT.
007650     EXIT.
007660*
007670 1178-APPLY-ONE-ENTRY.
007680     IF WS-MKR-TYPE (WS-MARKER-SUB) = WS-APPLY-TYPE
007690         MOVE WS-APPLY-SIZE TO WS-MKR-SIZE (WS-MARKER-SUB)
007700         MOVE SPACES TO WS-APPLY-TYPE
007710     END-IF.
007720 1178-EXIT.
007730     EXIT.
007740*
007750 1180-ADD-FEED-ENTRY.
007760     IF WS-FEED-COUNT < 10
007770         ADD 1 TO WS-FEED-COUNT
007780         MOVE WS-CTL-VALUE (1:30) TO WS-FEED-DSN (WS-FEED-COUNT)
007790     ELSE
007800         MOVE "MORE THAN 10 FEED ENTRIES IN CONTROL - IGNORED"
007810             TO WS-NOTE-TEXT
007820         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
007830     END-IF.
007840 1180-EXIT.
007850     EXIT.
007860*
007870 1185-ADD-MARKER-ENTRY.
007880     IF NOT WS-MKR-OPERATOR-SET
007890         MOVE 'Y' TO WS-MKR-OPERATOR-SWITCH
007900         MOVE 0 TO WS-MARKER-COUNT
007910     END-IF.
007920     IF WS-MARKER-COUNT >= 8
007930         MOVE "MORE THAN 8 MARKER ENTRIES IN CONTROL - IGNORED"
007940             TO WS-NOTE-TEXT
007950         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
007960         GO TO 1185-EXIT
007970     END-IF.
007980     IF WS-CTL-VALUE (5:2) NOT NUMERIC
007990         MOVE "MARKER ENTRY SIZE NOT NUMERIC - ENTRY IGNORED"
008000             TO WS-NOTE-TEXT
008010         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
008020         GO TO 1185-EXIT
008030     END-IF.
008040     ADD 1 TO WS-MARKER-COUNT.
008050     MOVE WS-CTL-VALUE (1:3) TO WS-MKR-TYPE (WS-MARKER-COUNT).
008060     MOVE WS-CTL-VALUE (5:2) TO WS-MKR-SIZE (WS-MARKER-COUNT).
008070     IF WS-MKR-SIZE (WS-MARKER-COUNT) = 0 OR
008080             WS-MKR-SIZE (WS-MARKER-COUNT) > WS-WINDOW-MAX-SIZE
008090         MOVE WS-WINDOW-MAX-SIZE TO WS-MKR-SIZE (WS-MARKER-COUNT)
008100         MOVE "MARKER SIZE IN CONTROL OUT OF RANGE - CLAMPED"
008110             TO WS-NOTE-TEXT
008120         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
008130     END-IF.
008140 1185-EXIT.
008150     EXIT.
008160*
008170 1190-ADD-CHARSET-ENTRY.
008180     IF NOT WS-CHARSET-SET
008190         MOVE ALL 'N' TO WS-ALLOWED-TABLE
008200         MOVE 'Y' TO WS-CHARSET-SET-SWITCH
008210     END-IF.
008220     PERFORM 1195-ALLOW-ONE-CHAR THRU 1195-EXIT
008230         VARYING WS-CHARSET-SUB FROM 1 BY 1
008240         UNTIL WS-CHARSET-SUB > 40.
008250 1190-EXIT.
008260     EXIT.
008270*
008280 1195-ALLOW-ONE-CHAR.
008290     IF WS-CTL-VALUE (WS-CHARSET-SUB:1) NOT = SPACE
008300         MOVE WS-CTL-VALUE (WS-CHARSET-SUB:1) TO WS-CHAR-BYTE
008310         COMPUTE WS-TAB-SUB = WS-CHAR-CODE + 1
008320         MOVE 'Y' TO WS-ALLOWED-FLAG (WS-TAB-SUB)
008330     END-IF.
008340 1195-EXIT.
008350     EXIT.
008360*
008370*----------------------------------------------------------*
008380* 1200-PRINT-RUN-HEADER                                    *
008390*    WHAT IS SIMULATED, AGAINST WHAT, AND THE STANDING     *
008400*    STATEMENT THAT NOTHING IN PRODUCTION IS WRITTEN.      *
008410*----------------------------------------------------------*
008420 1200-PRINT-RUN-HEADER.
008430     MOVE SPACES TO RPT-RECORD.
008440     STRING "AOC-06-CTLSIM  CONTROL FILE CHANGE IMPACT "
008450             DELIMITED BY SIZE
008460         "SIMULATION  RUN " DELIMITED BY SIZE
008470         WS-RUN-DATE DELIMITED BY SIZE
008480         INTO RPT-RECORD.
008490     WRITE RPT-RECORD.
008500     MOVE SPACES TO RPT-RECORD.
008510     WRITE RPT-RECORD.
008520     MOVE SPACES TO RPT-RECORD.
008530     STRING "PROPOSED CONTROL FILE   " DELIMITED BY SIZE
008540         WS-CTL-DSN DELIMITED BY SPACE
008550         INTO RPT-RECORD.
008560     WRITE RPT-RECORD.
008570     MOVE SPACES TO RPT-RECORD.
008580     IF WS-SIM-FROM-FEEDS
008590         STRING "REPLAYED OVER           FEED INPUT DATASETS "
008600                 DELIMITED BY SIZE
008610             "OF FEED DATE " DELIMITED BY SIZE
008620             WS-SIM-DATE DELIMITED BY SIZE
008630             INTO RPT-RECORD
008640     ELSE
008650         IF WS-SIM-DATE-GIVEN
008660             STRING "REPLAYED OVER           SUSPENSE FILE "
008670                     DELIMITED BY SIZE
008680                 WS-SUSP-DSN DELIMITED BY SPACE
008690                 ", FEED DATE " DELIMITED BY SIZE
008700                 WS-SIM-DATE DELIMITED BY SIZE
008710                 INTO RPT-RECORD
008720         ELSE
008730             STRING "REPLAYED OVER           SUSPENSE FILE "
008740                     DELIMITED BY SIZE
008750                 WS-SUSP-DSN DELIMITED BY SPACE
008760                 ", EVERY FEED DATE" DELIMITED BY SIZE
008770                 INTO RPT-RECORD
008780         END-IF
008790     END-IF.
008800     WRITE RPT-RECORD.
008810     MOVE SPACES TO RPT-RECORD.
008820     STRING "PRODUCTION BASELINE     RECON FILE "
008830             DELIMITED BY SIZE
008840         WS-RECON-DSN DELIMITED BY SPACE
008850         ", REJECTS OFF THE SUITE EVENT LOG" DELIMITED BY SIZE
008860         INTO RPT-RECORD.
008870     WRITE RPT-RECORD.
008880     MOVE "READ ONLY - NO RECON, MASTER, SUSPENSE, CHECKPOINT,"
008890         TO RPT-RECORD.
008900     MOVE " STATISTICS OR CATALOG WRITE" TO RPT-RECORD (52:28).
008910     WRITE RPT-RECORD.
008920     MOVE SPACES TO RPT-RECORD.
008930     WRITE RPT-RECORD.
008940 1200-EXIT.
008950     EXIT.
008960*
008970 1250-PRINT-PROPOSED-CONFIG.
008980     MOVE SPACES TO RPT-RECORD.
008990     STRING "PROPOSED MINLEN " DELIMITED BY SIZE
009000         WS-MIN-STREAM-LEN DELIMITED BY SIZE
009010         "  MAXLEN " DELIMITED BY SIZE
009020         WS-MAX-STREAM-LEN DELIMITED BY SIZE
009030         "  CHARSET " DELIMITED BY SIZE
009040         INTO RPT-RECORD.
009050     IF WS-CHARSET-SET
009060         MOVE "RESTRICTED" TO RPT-RECORD (46:10)
009070     ELSE
009080         MOVE "ANY" TO RPT-RECORD (46:3)
009090     END-IF.
009100     WRITE RPT-RECORD.
009110     PERFORM 1260-PRINT-ONE-MARKER THRU 1260-EXIT
009120         VARYING WS-MARKER-SUB FROM 1 BY 1
009130         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
009140     IF WS-SIM-FROM-FEEDS
009150         PERFORM 1270-PRINT-ONE-FEED THRU 1270-EXIT
009160             VARYING WS-FEED-SUB FROM 1 BY 1
009170             UNTIL WS-FEED-SUB > WS-FEED-COUNT
009180     END-IF.
009190     MOVE SPACES TO RPT-RECORD.
009200     WRITE RPT-RECORD.
009210     WRITE RPT-RECORD FROM WS-DTL-COLUMN-LINE.
009220 1250-EXIT.
009230     EXIT.
009240*
009250 1260-PRINT-ONE-MARKER.
009260     MOVE SPACES TO RPT-RECORD.
009270     STRING "         MARKER " DELIMITED BY SIZE
009280         WS-MKR-TYPE (WS-MARKER-SUB) DELIMITED BY SIZE
009290         "  WINDOW " DELIMITED BY SIZE
009300         WS-MKR-SIZE (WS-MARKER-SUB) DELIMITED BY SIZE
009310         INTO RPT-RECORD.
009320     WRITE RPT-RECORD.
009330 1260-EXIT.
009340     EXIT.
009350*
009360 1270-PRINT-ONE-FEED.
009370     MOVE WS-FEED-SUB TO WS-FEED-NO.
009380     MOVE SPACES TO RPT-RECORD.
009390     STRING "         FEED " DELIMITED BY SIZE
009400         WS-FEED-NO DELIMITED BY SIZE
009410         "  " DELIMITED BY SIZE
009420         WS-FEED-DSN (WS-FEED-SUB) DELIMITED BY SPACE
009430         INTO RPT-RECORD.
009440     WRITE RPT-RECORD.
009450 1270-EXIT.
009460     EXIT.
009470*
009480*----------------------------------------------------------*
009490* 1500-SIMULATE-ONE-FEED                                   *
009500*    REPLAYS ONE FEED DATASET NAMED BY THE PROPOSED FILE.  *
009510*    THE HDR DATE MUST BE THE SIMULATED DATE - A DATASET   *
009520*    ALREADY REPLACED BY A LATER DAY'S FEED, OR ONE        *
009530*    WITHOUT AN HDR TO PROVE ITS DATE, WOULD BE COMPARED   *
009540*    WITH THE WRONG PRODUCTION RESULTS, SO IT IS SKIPPED   *
009550*    WITH A NOTE.                                          *
009560*----------------------------------------------------------*
009570 1500-SIMULATE-ONE-FEED.
009580     MOVE WS-FEED-SUB TO WS-FEED-NO.
009590     MOVE WS-FEED-DSN (WS-FEED-SUB) TO WS-INPUT-DSN.
009600     MOVE 0 TO WS-STREAM-NUMBER.
009610     MOVE 0 TO WS-FEED-DATE.
009620     MOVE 'N' TO WS-EOF-SWITCH.
009630     MOVE 'N' TO WS-EOF-PENDING-SWITCH.
009640     MOVE 'N' TO WS-SEG-HELD-SWITCH.
009650     MOVE 'N' TO WS-TRAILER-SWITCH.
009660     MOVE SPACES TO WS-NOTE-TEXT.
009670     STRING "FEED " DELIMITED BY SIZE
009680         WS-FEED-NO DELIMITED BY SIZE
009690         " INPUT " DELIMITED BY SIZE
009700         WS-INPUT-DSN DELIMITED BY SPACE
009710         INTO WS-NOTE-TEXT.
009720     OPEN INPUT INPUTFILE.
009730     IF WS-INP-STATUS NOT = "00"
009740         MOVE " NOT AVAILABLE - FEED SKIPPED"
009750             TO WS-NOTE-TEXT (45:)
009760         GO TO 1500-SKIP
009770     END-IF.
009780     PERFORM 3000-READ-INPUT-RECORD THRU 3000-EXIT.
009790     IF WS-EOF-YES
009800         MOVE " EMPTY - FEED SKIPPED" TO WS-NOTE-TEXT (45:)
009810         CLOSE INPUTFILE
009820         GO TO 1500-SKIP
009830     END-IF.
009840     IF INP-HDR-TAG NOT = 'HDR'
009850         MOVE " HAS NO HDR - DATE UNPROVED, SKIPPED"
009860             TO WS-NOTE-TEXT (45:)
009870         CLOSE INPUTFILE
009880         GO TO 1500-SKIP
009890     END-IF.
009900     IF INP-HDR-FEED-DATE NOT = WS-SIM-DATE
009910         MOVE " HDR DATE " TO WS-NOTE-TEXT (45:10)
009920         MOVE INP-HDR-FEED-DATE TO WS-NOTE-TEXT (55:8)
009930         MOVE " - SKIPPED" TO WS-NOTE-TEXT (63:10)
009940         CLOSE INPUTFILE
009950         GO TO 1500-SKIP
009960     END-IF.
009970     MOVE INP-HDR-FEED-DATE TO WS-FEED-DATE.
009980     PERFORM 2200-LOAD-BASELINE THRU 2200-EXIT.
009990     PERFORM 3000-READ-INPUT-RECORD THRU 3000-EXIT.
010000     PERFORM 2000-SIMULATE-STREAMS THRU 2000-EXIT
010010         UNTIL WS-EOF-YES OR WS-TRAILER-SEEN.
010020     CLOSE INPUTFILE.
010030     ADD 1 TO WS-SIM-FEEDS.
010040     GO TO 1500-EXIT.
010050 1500-SKIP.
010060     PERFORM 8000-WRITE-NOTE THRU 8000-EXIT.
010070     ADD 1 TO WS-SIM-SKIPPED.
010080 1500-EXIT.
010090     EXIT.
010100*
010110*----------------------------------------------------------*
010120* 1600-SIMULATE-SUSPENSE                                   *
010130*    REPLAYS EVERY STREAM ON THE SUSPENSE FILE (OR ONLY    *
010140*    THOSE OF THE FEED DATE GIVEN) THE WAY A REPROCESS RUN *
010150*    WOULD UNDER THE PROPOSED FILE. EVERY SUSPENDED STREAM *
010160*    IS UNRESOLVED IN PRODUCTION; THE BASELINE IS RELOADED *
010170*    WHENEVER THE FEED OR FEED DATE CHANGES.               *
010180*----------------------------------------------------------*
010190 1600-SIMULATE-SUSPENSE.
010200     OPEN INPUT SUSPFILE.
010210     IF WS-SUS-STATUS NOT = "00"
010220         MOVE SPACES TO WS-NOTE-TEXT
010230         STRING "SUSPENSE FILE " DELIMITED BY SIZE
010240             WS-SUSP-DSN DELIMITED BY SPACE
010250             " NOT AVAILABLE - NOTHING SIMULATED"
010260                 DELIMITED BY SIZE
010270             INTO WS-NOTE-TEXT
010280         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
010290         MOVE 'Y' TO WS-ABORT-SWITCH
010300         GO TO 1600-EXIT
010310     END-IF.
010320     MOVE 'N' TO WS-SUS-EOF-SWITCH.
010330     PERFORM 1650-SIMULATE-ONE-SUSPENDED THRU 1650-EXIT
010340         UNTIL WS-SUS-EOF.
010350     CLOSE SUSPFILE.
010360 1600-EXIT.
010370     EXIT.
010380*
010390 1650-SIMULATE-ONE-SUSPENDED.
010400     READ SUSPFILE
010410         AT END MOVE 'Y' TO WS-SUS-EOF-SWITCH
010420         GO TO 1650-EXIT
010430     END-READ.
010440     IF WS-SIM-DATE-GIVEN AND SUS-FEED-DATE NOT = WS-SIM-DATE
010450         GO TO 1650-EXIT
010460     END-IF.
010470     MOVE SUS-STREAM-NO TO WS-STREAM-NUMBER.
010480     MOVE SUS-FEED-NO TO WS-FEED-NO.
010490     MOVE SUS-FEED-DATE TO WS-FEED-DATE.
010500     IF NOT WS-BAS-LOADED
010510             OR WS-FEED-NO NOT = WS-BAS-FEED
010520             OR WS-FEED-DATE NOT = WS-BAS-DATE
010530         PERFORM 2200-LOAD-BASELINE THRU 2200-EXIT
010540     END-IF.
010550     IF WS-SUS-LEN > 30
010560         COMPUTE REC-LEN = WS-SUS-LEN - 30
010570     ELSE
010580         MOVE 0 TO REC-LEN
010590     END-IF.
010600     MOVE SUS-DATA TO INPUTRECORD.
010610     PERFORM 4000-SIMULATE-STREAM THRU 4000-EXIT.
010620 1650-EXIT.
010630     EXIT.
010640*
010650*----------------------------------------------------------*
010660* 1800-WRITE-EVENT                                         *
010670*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
010680*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
010690*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
010700*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
010710*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
010720*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
010730*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
010740*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
010750*----------------------------------------------------------*
010760 1800-WRITE-EVENT.
010770     IF NOT WS-MCT-LOADED
010780         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
010790     END-IF.
010800     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
010810         VARYING WS-MCT-SUB FROM 1 BY 1
010820         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
010830     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
010840     ACCEPT WS-EVT-TIME FROM TIME.
010850     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
010860     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
010870     MOVE SPACES TO EVT-RECORD.
010880     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
010890     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
010900     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
010910     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
010920     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
010930     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
010940     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
010950     MOVE WS-EVT-TEXT TO EVT-TEXT.
010960     OPEN EXTEND EVTFILE.
010970     IF WS-EVT-STATUS = "35"
010980         OPEN OUTPUT EVTFILE
010990     END-IF.
011000     IF WS-EVT-STATUS = "00"
011010         WRITE EVL-RECORD FROM EVT-RECORD
011020         CLOSE EVTFILE
011030     ELSE
011040         DISPLAY "AOC-06-CTLSIM: EVENT LOG NOT AVAILABLE,"
011050             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
011060             " NOT LOGGED"
011070     END-IF.
011080     IF EVT-CRITICAL
011090         OPEN EXTEND ALRFILE
011100         IF WS-ALR-STATUS = "35"
011110             OPEN OUTPUT ALRFILE
011120         END-IF
011130         IF WS-ALR-STATUS = "00"
011140             WRITE ALR-RECORD FROM EVT-RECORD
011150             CLOSE ALRFILE
011160         ELSE
011170             DISPLAY "AOC-06-CTLSIM: ALERT FILE NOT AVAILABLE,"
011180                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
011190                 " NOT RAISED"
011200         END-IF
011210     END-IF.
011220     MOVE 0 TO WS-EVT-FEED-ID.
011230     MOVE 0 TO WS-EVT-FEED-DATE.
011240     MOVE 0 TO WS-EVT-STREAM-NO.
011250     MOVE SPACES TO WS-EVT-TEXT.
011260 1800-EXIT.
011270     EXIT.
011280*
011290*----------------------------------------------------------*
011300* 1810-LOAD-MSG-CATALOG                                    *
011310*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
011320*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
011330*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
011340*----------------------------------------------------------*
011350 1810-LOAD-MSG-CATALOG.
011360     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
011370     OPEN INPUT MCTFILE.
011380     IF WS-MCT-STATUS NOT = "00"
011390         GO TO 1810-EXIT
011400     END-IF.
011410     MOVE 'N' TO WS-MCT-EOF-SWITCH.
011420     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
011430         UNTIL WS-MCT-EOF.
011440     CLOSE MCTFILE.
011450 1810-EXIT.
011460     EXIT.
011470*
011480 1815-LOAD-ONE-MSG.
011490     READ MCTFILE
011500         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
011510         GO TO 1815-EXIT
011520     END-READ.
011530     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
011540         GO TO 1815-EXIT
011550     END-IF.
011560     IF WS-MCT-COUNT NOT < 200
011570         MOVE 'Y' TO WS-MCT-EOF-SWITCH
011580         GO TO 1815-EXIT
011590     END-IF.
011600     ADD 1 TO WS-MCT-COUNT.
011610     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
011620     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
011630 1815-EXIT.
011640     EXIT.
011650*
011660 1820-FIND-ONE-MSG.
011670     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
011680         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
011690     END-IF.
011700 1820-EXIT.
011710     EXIT.
011720*
011730*----------------------------------------------------------*
011740* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
011750*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
011760*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
011770*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
011780*    OTHER FAILURE.                                        *
011790*----------------------------------------------------------*
011800 1880-LOG-PROGRAM-START.
011810     MOVE 0001 TO WS-EVT-CODE.
011820     MOVE 'I' TO WS-EVT-SEVERITY.
011830     MOVE "JOB STARTED" TO WS-EVT-TEXT.
011840     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
011850 1880-EXIT.
011860     EXIT.
011870*
011880 1890-LOG-PROGRAM-END.
011890     MOVE RETURN-CODE TO WS-EVT-RC.
011900     EVALUATE WS-EVT-RC
011910         WHEN 0
011920             MOVE 0002 TO WS-EVT-CODE
011930             MOVE 'I' TO WS-EVT-SEVERITY
011940         WHEN 4
011950             MOVE 0003 TO WS-EVT-CODE
011960             MOVE 'W' TO WS-EVT-SEVERITY
011970         WHEN 12
011980             MOVE 0005 TO WS-EVT-CODE
011990             MOVE 'E' TO WS-EVT-SEVERITY
012000         WHEN OTHER
012010             MOVE 0004 TO WS-EVT-CODE
012020             MOVE 'E' TO WS-EVT-SEVERITY
012030     END-EVALUATE.
012040     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
012050         WS-EVT-RC DELIMITED BY SIZE
012060         INTO WS-EVT-TEXT.
012070     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
012080 1890-EXIT.
012090     EXIT.
012100*
012110 2000-SIMULATE-STREAMS.
012120     ADD 1 TO WS-STREAM-NUMBER.
012130     PERFORM 4000-SIMULATE-STREAM THRU 4000-EXIT.
012140     PERFORM 3000-READ-INPUT-RECORD THRU 3000-EXIT.
012150 2000-EXIT.
012160     EXIT.
012170*
012180*----------------------------------------------------------*
012190* 2200-LOAD-BASELINE                                       *
012200*    TABLES WHAT PRODUCTION RESOLVED FOR THE CURRENT FEED  *
012210*    AND FEED DATE, PRINTS IT, AND NOTES EVERY MARKER TYPE *
012220*    PRODUCTION SCANNED THAT THE PROPOSED FILE DROPS AND   *
012230*    EVERY PROPOSED TYPE PRODUCTION NEVER SCANNED.         *
012240*----------------------------------------------------------*
012250 2200-LOAD-BASELINE.
012260     MOVE 'Y' TO WS-BAS-LOADED-SWITCH.
012270     MOVE WS-FEED-NO TO WS-BAS-FEED.
012280     MOVE WS-FEED-DATE TO WS-BAS-DATE.
012290     INITIALIZE WS-BAS-TABLE.
012300     MOVE SPACES TO WS-PTY-TABLE.
012310     MOVE 0 TO WS-PTY-COUNT.
012320     MOVE 0 TO WS-BAS-RECON-COUNT.
012330     MOVE 0 TO WS-BAS-REJ-COUNT.
012340     OPEN INPUT RECONFILE.
012350     IF WS-REC-STATUS = "00"
012360         MOVE 'N' TO WS-REC-EOF-SWITCH
012370         PERFORM 2210-TABLE-ONE-RECON THRU 2210-EXIT
012380             UNTIL WS-REC-EOF
012390         CLOSE RECONFILE
012400     ELSE
012410         IF NOT WS-RECON-NOTED
012420             MOVE 'Y' TO WS-RECON-NOTED-SWITCH
012430             MOVE SPACES TO WS-NOTE-TEXT
012440             STRING "PRODUCTION RECON FILE " DELIMITED BY SIZE
012450                 WS-RECON-DSN DELIMITED BY SPACE
012460                 " NOT AVAILABLE - NO MARKERS"
012470                     DELIMITED BY SIZE
012480                 INTO WS-NOTE-TEXT
012490             PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
012500         END-IF
012510     END-IF.
012520     OPEN INPUT EVTINFILE.
012530     IF WS-EVI-STATUS = "00"
012540         MOVE 'N' TO WS-EVI-EOF-SWITCH
012550         PERFORM 2230-TABLE-ONE-REJECT THRU 2230-EXIT
012560             UNTIL WS-EVI-EOF
012570         CLOSE EVTINFILE
012580     ELSE
012590         IF NOT WS-EVI-NOTED
012600             MOVE 'Y' TO WS-EVI-NOTED-SWITCH
012610             MOVE "SUITE EVENT LOG NOT AVAILABLE - PRODUCTION"
012620                 TO WS-NOTE-TEXT
012630             MOVE " REJECTS UNKNOWN" TO WS-NOTE-TEXT (43:)
012640             PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
012650         END-IF
012660     END-IF.
012670     MOVE SPACES TO WS-NOTE-TEXT.
012680     MOVE 1 TO WS-NOTE-PTR.
012690     STRING "FEED " DELIMITED BY SIZE
012700         WS-BAS-FEED DELIMITED BY SIZE
012710         " " DELIMITED BY SIZE
012720         WS-BAS-DATE DELIMITED BY SIZE
012730         " PRODUCTION: RECON " DELIMITED BY SIZE
012740         WS-BAS-RECON-COUNT DELIMITED BY SIZE
012750         " REJECTS " DELIMITED BY SIZE
012760         WS-BAS-REJ-COUNT DELIMITED BY SIZE
012770         " TYPES" DELIMITED BY SIZE
012780         INTO WS-NOTE-TEXT WITH POINTER WS-NOTE-PTR.
012790     PERFORM 2240-ADD-TYPE-TO-NOTE THRU 2240-EXIT
012800         VARYING WS-PTY-SUB FROM 1 BY 1
012810         UNTIL WS-PTY-SUB > WS-PTY-COUNT.
012820     PERFORM 8000-WRITE-NOTE THRU 8000-EXIT.
012830     IF WS-PTY-COUNT = 0
012840         MOVE "NO PRODUCTION RECON RECORDS FOR THE FEED AND"
012850             TO WS-NOTE-TEXT
012860         MOVE " DATE - POSITIONS NOT COMPARED"
012870             TO WS-NOTE-TEXT (45:)
012880         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
012890     END-IF.
012900     PERFORM 2250-CHECK-DROPPED-TYPE THRU 2250-EXIT
012910         VARYING WS-PTY-SUB FROM 1 BY 1
012920         UNTIL WS-PTY-SUB > WS-PTY-COUNT.
012930     IF WS-PTY-COUNT > 0
012940         PERFORM 2260-CHECK-NEW-TYPE THRU 2260-EXIT
012950             VARYING WS-MARKER-SUB FROM 1 BY 1
012960             UNTIL WS-MARKER-SUB > WS-MARKER-COUNT
012970     END-IF.
012980 2200-EXIT.
012990     EXIT.
013000*
013010 2210-TABLE-ONE-RECON.
013020     READ RECONFILE
013030         AT END MOVE 'Y' TO WS-REC-EOF-SWITCH
013040         GO TO 2210-EXIT
013050     END-READ.
013060     IF RECON-FEED-ID NOT = WS-BAS-FEED
013070             OR RECON-FEED-DATE NOT = WS-BAS-DATE
013080         GO TO 2210-EXIT
013090     END-IF.
013100     IF RECON-STREAM-NO IS NOT NUMERIC OR RECON-STREAM-NO = 0
013110         GO TO 2210-EXIT
013120     END-IF.
013130     ADD 1 TO WS-BAS-RECON-COUNT.
013140     MOVE RECON-MARKER-TYPE TO WS-FIND-TYPE.
013150     PERFORM 2220-FIND-PROD-TYPE THRU 2220-EXIT.
013160     IF WS-PTY-HIT = 0
013170         IF WS-PTY-COUNT >= 8
013180             GO TO 2210-EXIT
013190         END-IF
013200         ADD 1 TO WS-PTY-COUNT
013210         MOVE RECON-MARKER-TYPE TO WS-PTY-TYPE (WS-PTY-COUNT)
013220         MOVE WS-PTY-COUNT TO WS-PTY-HIT
013230     END-IF.
013240     MOVE RECON-MARKER-POS
013250         TO WS-BAS-POS (RECON-STREAM-NO, WS-PTY-HIT).
013260 2210-EXIT.
013270     EXIT.
013280*
013290*    WS-PTY-HIT COMES BACK AS THE PRODUCTION TYPE SLOT OF
013300*    WS-FIND-TYPE, OR ZERO WHEN PRODUCTION NEVER SCANNED IT.
013310 2220-FIND-PROD-TYPE.
013320     MOVE 0 TO WS-PTY-HIT.
013330     PERFORM 2225-MATCH-ONE-TYPE THRU 2225-EXIT
013340         VARYING WS-PTY-SUB FROM 1 BY 1
013350         UNTIL WS-PTY-SUB > WS-PTY-COUNT.
013360 2220-EXIT.
013370     EXIT.
013380*
013390 2225-MATCH-ONE-TYPE.
013400     IF WS-PTY-TYPE (WS-PTY-SUB) = WS-FIND-TYPE
013410         MOVE WS-PTY-SUB TO WS-PTY-HIT
013420     END-IF.
013430 2225-EXIT.
013440     EXIT.
013450*
013460 2230-TABLE-ONE-REJECT.
013470     READ EVTINFILE INTO EVT-RECORD
013480         AT END MOVE 'Y' TO WS-EVI-EOF-SWITCH
013490         GO TO 2230-EXIT
013500     END-READ.
013510     IF EVT-PROGRAM-ID NOT = "AOC-06-2"
013520             OR EVT-MSG-CODE NOT = 0103
013530         GO TO 2230-EXIT
013540     END-IF.
013550     IF EVT-FEED-ID NOT = WS-BAS-FEED
013560             OR EVT-FEED-DATE NOT = WS-BAS-DATE
013570         GO TO 2230-EXIT
013580     END-IF.
013590     IF EVT-STREAM-NO IS NOT NUMERIC OR EVT-STREAM-NO = 0
013600         GO TO 2230-EXIT
013610     END-IF.
013620     ADD 1 TO WS-BAS-REJ-COUNT.
013630     MOVE EVT-TEXT (1:3) TO WS-BAS-REJ-CODE (EVT-STREAM-NO).
013640 2230-EXIT.
013650     EXIT.
013660*
013670 2240-ADD-TYPE-TO-NOTE.
013680     STRING " " DELIMITED BY SIZE
013690         WS-PTY-TYPE (WS-PTY-SUB) DELIMITED BY SIZE
013700         INTO WS-NOTE-TEXT WITH POINTER WS-NOTE-PTR.
013710 2240-EXIT.
013720     EXIT.
013730*
013740 2250-CHECK-DROPPED-TYPE.
013750     MOVE WS-PTY-SUB TO WS-PTY-HIT.
013760     MOVE 'N' TO WS-MARKER-FOUND-SWITCH.
013770     PERFORM 2255-MATCH-PROPOSED-TYPE THRU 2255-EXIT
013780         VARYING WS-MARKER-SUB FROM 1 BY 1
013790         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
013800     MOVE WS-PTY-HIT TO WS-PTY-SUB.
013810     IF WS-MARKER-NOT-FOUND
013820         ADD 1 TO WS-SIM-DROPPED
013830         MOVE SPACES TO WS-NOTE-TEXT
013840         STRING "TYPE " DELIMITED BY SIZE
013850             WS-PTY-TYPE (WS-PTY-SUB) DELIMITED BY SIZE
013860             " WAS SCANNED IN PRODUCTION - PROPOSED CONTROL"
013870                 DELIMITED BY SIZE
013880             " DROPS IT" DELIMITED BY SIZE
013890             INTO WS-NOTE-TEXT
013900         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
013910     END-IF.
013920 2250-EXIT.
013930     EXIT.
013940*
013950 2255-MATCH-PROPOSED-TYPE.
013960     IF WS-MKR-TYPE (WS-MARKER-SUB) = WS-PTY-TYPE (WS-PTY-HIT)
013970         MOVE 'Y' TO WS-MARKER-FOUND-SWITCH
013980     END-IF.
013990 2255-EXIT.
014000     EXIT.
014010*
014020 2260-CHECK-NEW-TYPE.
014030     MOVE WS-MKR-TYPE (WS-MARKER-SUB) TO WS-FIND-TYPE.
014040     PERFORM 2220-FIND-PROD-TYPE THRU 2220-EXIT.
014050     IF WS-PTY-HIT = 0
014060         MOVE SPACES TO WS-NOTE-TEXT
014070         STRING "TYPE " DELIMITED BY SIZE
014080             WS-FIND-TYPE DELIMITED BY SIZE
014090             " IS NEW IN PROPOSED CONTROL - HITS COUNTED, NOT"
014100                 DELIMITED BY SIZE
014110             " COMPARED" DELIMITED BY SIZE
014120             INTO WS-NOTE-TEXT
014130         PERFORM 8000-WRITE-NOTE THRU 8000-EXIT
014140     END-IF.
014150 2260-EXIT.
014160     EXIT.
014170*
014180*----------------------------------------------------------*
014190* 3000-READ-INPUT-RECORD / 3200-ASSEMBLE-SEGMENTS          *
014200*    AOC-06-2'S STREAM READ: CONSECUTIVE SEG CARDS OF ONE  *
014210*    STREAM ARE JOINED INTO ONE STREAM, THE FIRST CARD     *
014220*    OUTSIDE THE GROUP IS HELD FOR THE NEXT READ, AND A    *
014230*    SEQUENCE BREAK KEEPS ONLY THE DATA AHEAD OF IT.       *
014240*----------------------------------------------------------*
014250 3000-READ-INPUT-RECORD.
014260     IF WS-EOF-PENDING
014270         MOVE 'Y' TO WS-EOF-SWITCH
014280         GO TO 3000-EXIT
014290     END-IF.
014300     MOVE 'N' TO WS-SEG-ASSEMBLED-SWITCH.
014310     IF WS-SEG-HELD
014320         MOVE 'N' TO WS-SEG-HELD-SWITCH
014330         MOVE WS-HELD-RECORD TO INPUTRECORD
014340         MOVE WS-HELD-LEN TO REC-LEN
014350     ELSE
014360         PERFORM 3100-READ-PHYSICAL THRU 3100-EXIT
014370     END-IF.
014380     IF WS-EOF-NO AND INP-SEG-TAG = 'SEG'
014390         PERFORM 3200-ASSEMBLE-SEGMENTS THRU 3200-EXIT
014400     END-IF.
014410     IF WS-EOF-NO AND NOT WS-SEG-ASSEMBLED
014420             AND INP-TRL-TAG = 'TRL'
014430         MOVE 'Y' TO WS-TRAILER-SWITCH
014440     END-IF.
014450 3000-EXIT.
014460     EXIT.
014470*
014480 3100-READ-PHYSICAL.
014490     READ INPUTFILE
014500         AT END MOVE 'Y' TO WS-EOF-SWITCH
014510     END-READ.
014520 3100-EXIT.
014530     EXIT.
014540*
014550 3200-ASSEMBLE-SEGMENTS.
014560     MOVE INP-SEG-STREAM-NO TO WS-SEG-STREAM.
014570     MOVE 0 TO WS-SEG-LEN.
014580     MOVE 0 TO WS-SEG-EXPECTED-SEQ.
014590     MOVE 'N' TO WS-SEG-ERROR-SWITCH.
014600     MOVE 'N' TO WS-SEG-DONE-SWITCH.
014610     MOVE SPACES TO WS-SEG-BUFFER.
014620     PERFORM 3300-COLLECT-ONE-SEGMENT THRU 3300-EXIT
014630         UNTIL WS-SEG-DONE.
014640     IF WS-EOF-YES
014650         MOVE 'N' TO WS-EOF-SWITCH
014660         MOVE 'Y' TO WS-EOF-PENDING-SWITCH
014670     END-IF.
014680     MOVE WS-SEG-BUFFER TO INPUTRECORD.
014690     MOVE WS-SEG-LEN TO REC-LEN.
014700     MOVE 'Y' TO WS-SEG-ASSEMBLED-SWITCH.
014710 3200-EXIT.
014720     EXIT.
014730*
014740 3300-COLLECT-ONE-SEGMENT.
014750     ADD 1 TO WS-SEG-EXPECTED-SEQ.
014760     IF INP-SEG-SEQ-NO NOT = WS-SEG-EXPECTED-SEQ
014770         MOVE 'Y' TO WS-SEG-ERROR-SWITCH
014780     END-IF.
014790     IF NOT WS-SEG-ERROR AND REC-LEN > 14
014800         COMPUTE WS-SEG-SLICE-LEN = REC-LEN - 14
014810         IF WS-SEG-LEN + WS-SEG-SLICE-LEN > 5000
014820             COMPUTE WS-SEG-SLICE-LEN = 5000 - WS-SEG-LEN
014830         END-IF
014840         IF WS-SEG-SLICE-LEN > 0
014850             MOVE INPUTRECORD (15:WS-SEG-SLICE-LEN)
014860                 TO WS-SEG-BUFFER (WS-SEG-LEN + 1:
014870                 WS-SEG-SLICE-LEN)
014880             ADD WS-SEG-SLICE-LEN TO WS-SEG-LEN
014890         END-IF
014900     END-IF.
014910     PERFORM 3100-READ-PHYSICAL THRU 3100-EXIT.
014920     IF WS-EOF-YES
014930         MOVE 'Y' TO WS-SEG-DONE-SWITCH
014940     ELSE
014950         IF INP-SEG-TAG NOT = 'SEG'
014960                 OR INP-SEG-STREAM-NO NOT = WS-SEG-STREAM
014970             MOVE INPUTRECORD TO WS-HELD-RECORD
014980             MOVE REC-LEN TO WS-HELD-LEN
014990             MOVE 'Y' TO WS-SEG-HELD-SWITCH
015000             MOVE 'Y' TO WS-SEG-DONE-SWITCH
015010         END-IF
015020     END-IF.
015030 3300-EXIT.
015040     EXIT.
015050*
015060*----------------------------------------------------------*
015070* 4000-SIMULATE-STREAM                                     *
015080*    ONE STREAM THROUGH THE PROPOSED GATE AND MARKER       *
015090*    SEARCH, THEN AGAINST ITS PRODUCTION RESULT. AN EMPTY  *
015100*    STREAM IS NEVER SCANNED UNDER ANY CONTROL FILE AND IS *
015110*    ONLY COUNTED. EACH CHANGE GETS A DETAIL LINE.         *
015120*----------------------------------------------------------*
015130 4000-SIMULATE-STREAM.
015140     ADD 1 TO WS-SIM-STREAMS.
015150     MOVE 'N' TO WS-STREAM-CHANGED-SWITCH.
015160     IF REC-LEN = 0
015170         ADD 1 TO WS-SIM-EMPTY
015180         GO TO 4000-EXIT
015190     END-IF.
015200     PERFORM 4100-SET-PROD-STATUS THRU 4100-EXIT.
015210     PERFORM 4500-VALIDATE-STREAM THRU 4500-EXIT.
015220     IF WS-STREAM-REJECTED
015230         PERFORM 4600-REPORT-REJECT THRU 4600-EXIT
015240         GO TO 4000-COUNT
015250     END-IF.
015260     MOVE 0 TO WS-PROP-FOUND.
015270     PERFORM 4700-SCAN-ONE-MARKER THRU 4700-EXIT
015280         VARYING WS-MARKER-SUB FROM 1 BY 1
015290         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
015300     IF WS-PROP-FOUND = WS-MARKER-COUNT
015310         MOVE 'Y' TO WS-PROP-STATUS
015320     ELSE
015330         MOVE 'N' TO WS-PROP-STATUS
015340     END-IF.
015350     IF WS-PROD-REJECTED
015360         PERFORM 4650-REPORT-CLEARED THRU 4650-EXIT
015370         GO TO 4000-COUNT
015380     END-IF.
015390     PERFORM 4800-COMPARE-ONE-MARKER THRU 4800-EXIT
015400         VARYING WS-MARKER-SUB FROM 1 BY 1
015410         UNTIL WS-MARKER-SUB > WS-MARKER-COUNT.
015420     IF WS-PROP-RESOLVED AND WS-PROD-NOMARKER
015430         MOVE 'Y' TO WS-STREAM-CHANGED-SWITCH
015440         ADD 1 TO WS-SIM-RESOLVES
015450         MOVE "NEWLY RESOLVES - WAS NO MARKER" TO WS-DTL-IMPACT
015460         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
015470     END-IF.
015480     IF WS-PROP-NOMARKER AND WS-PROD-RESOLVED
015490         MOVE 'Y' TO WS-STREAM-CHANGED-SWITCH
015500         ADD 1 TO WS-SIM-NOMARKER
015510         MOVE "NEW NO-MARKER STREAM - TO SUSPENSE"
015520             TO WS-DTL-IMPACT
015530         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
015540     END-IF.
015550 4000-COUNT.
015560     IF WS-STREAM-CHANGED
015570         ADD 1 TO WS-SIM-CHANGED
015580     ELSE
015590         ADD 1 TO WS-SIM-UNCHANGED
015600     END-IF.
015610 4000-EXIT.
015620     EXIT.
015630*
015640*----------------------------------------------------------*
015650* 4100-SET-PROD-STATUS                                     *
015660*    A STREAM OFF THE SUSPENSE FILE IS UNRESOLVED IN       *
015670*    PRODUCTION UNLESS A REPROCESS RUN REJECTED IT.        *
015680*----------------------------------------------------------*
015690 4100-SET-PROD-STATUS.
015700     MOVE 'N' TO WS-PROD-STATUS.
015710     MOVE SPACES TO WS-PROD-REJ-CODE.
015720     MOVE 0 TO WS-PROD-FOUND.
015730     IF WS-STREAM-NUMBER = 0
015740         GO TO 4100-EXIT
015750     END-IF.
015760     IF WS-BAS-REJ-CODE (WS-STREAM-NUMBER) NOT = SPACES
015770         MOVE WS-BAS-REJ-CODE (WS-STREAM-NUMBER)
015780             TO WS-PROD-REJ-CODE
015790         MOVE 'R' TO WS-PROD-STATUS
015800         GO TO 4100-EXIT
015810     END-IF.
015820     IF WS-SIM-FROM-SUSPENSE
015830         GO TO 4100-EXIT
015840     END-IF.
015850     PERFORM 4150-COUNT-PROD-MARKER THRU 4150-EXIT
015860         VARYING WS-PTY-SUB FROM 1 BY 1
015870         UNTIL WS-PTY-SUB > WS-PTY-COUNT.
015880     IF WS-PTY-COUNT > 0 AND WS-PROD-FOUND = WS-PTY-COUNT
015890         MOVE 'Y' TO WS-PROD-STATUS
015900     END-IF.
015910 4100-EXIT.
015920     EXIT.
015930*
015940 4150-COUNT-PROD-MARKER.
015950     IF WS-BAS-POS (WS-STREAM-NUMBER, WS-PTY-SUB) > 0
015960         ADD 1 TO WS-PROD-FOUND
015970     END-IF.
015980 4150-EXIT.
015990     EXIT.
016000*
016010*----------------------------------------------------------*
016020* 4500-VALIDATE-STREAM                                     *
016030*    AOC-06-2'S DATA-QUALITY GATE UNDER THE PROPOSED       *
016040*    LIMITS: R01 SHORTER THAN MINLEN, R02 LONGER THAN      *
016050*    MAXLEN, R03 THE FIRST CHARACTER OUTSIDE THE CHARSET.  *
016060*----------------------------------------------------------*
016070 4500-VALIDATE-STREAM.
016080     MOVE 'N' TO WS-STREAM-REJECT-SWITCH.
016090     IF REC-LEN < WS-MIN-STREAM-LEN
016100         MOVE "R01" TO WS-REJ-REASON-CODE
016110         MOVE "LENGTH SHORT" TO WS-REJ-REASON-TEXT
016120         MOVE REC-LEN TO WS-REJ-POSITION
016130         MOVE 'Y' TO WS-STREAM-REJECT-SWITCH
016140         GO TO 4500-EXIT
016150     END-IF.
016160     IF REC-LEN > WS-MAX-STREAM-LEN
016170         MOVE "R02" TO WS-REJ-REASON-CODE
016180         MOVE "LENGTH LONG" TO WS-REJ-REASON-TEXT
016190         MOVE REC-LEN TO WS-REJ-POSITION
016200         MOVE 'Y' TO WS-STREAM-REJECT-SWITCH
016210         GO TO 4500-EXIT
016220     END-IF.
016230     IF WS-CHARSET-SET
016240         PERFORM 4550-CHECK-ONE-CHAR THRU 4550-EXIT
016250             VARYING WS-VAL-SUB FROM 1 BY 1
016260             UNTIL WS-VAL-SUB > REC-LEN
016270                 OR WS-STREAM-REJECTED
016280     END-IF.
016290 4500-EXIT.
016300     EXIT.
016310*
016320 4550-CHECK-ONE-CHAR.
016330     MOVE INPUTRECORD (WS-VAL-SUB:1) TO WS-CHAR-BYTE.
016340     COMPUTE WS-TAB-SUB = WS-CHAR-CODE + 1.
016350     IF WS-ALLOWED-FLAG (WS-TAB-SUB) NOT = 'Y'
016360         MOVE "R03" TO WS-REJ-REASON-CODE
016370         MOVE "BAD CHARACTER" TO WS-REJ-REASON-TEXT
016380         MOVE WS-VAL-SUB TO WS-REJ-POSITION
016390         MOVE 'Y' TO WS-STREAM-REJECT-SWITCH
016400     END-IF.
016410 4550-EXIT.
016420     EXIT.
016430*
016440*----------------------------------------------------------*
016450* 4600-REPORT-REJECT                                       *
016460*    THE PROPOSED GATE REJECTS THE STREAM. A REJECT UNDER  *
016470*    THE SAME CODE AS PRODUCTION'S IS NO CHANGE; ANY OTHER *
016480*    IS A NEW REJECT UNDER ITS CODE, WITH THE OFFENDING    *
016490*    POSITION (OR LENGTH) IN THE PROPOSED COLUMN.          *
016500*----------------------------------------------------------*
016510 4600-REPORT-REJECT.
016520     IF WS-PROD-REJECTED
016530             AND WS-PROD-REJ-CODE = WS-REJ-REASON-CODE
016540         GO TO 4600-EXIT
016550     END-IF.
016560     MOVE 'Y' TO WS-STREAM-CHANGED-SWITCH.
016570     EVALUATE WS-REJ-REASON-CODE
016580         WHEN "R01"
016590             ADD 1 TO WS-SIM-REJ-R01
016600         WHEN "R02"
016610             ADD 1 TO WS-SIM-REJ-R02
016620         WHEN OTHER
016630             ADD 1 TO WS-SIM-REJ-R03
016640     END-EVALUATE.
016650     MOVE WS-REJ-POSITION (2:4) TO WS-DTL-PROP.
016660     STRING "NEW REJECT " DELIMITED BY SIZE
016670         WS-REJ-REASON-CODE DELIMITED BY SIZE
016680         " " DELIMITED BY SIZE
016690         WS-REJ-REASON-TEXT DELIMITED BY SIZE
016700         INTO WS-DTL-IMPACT.
016710     EVALUATE TRUE
016720         WHEN WS-PROD-REJECTED
016730             MOVE "WAS " TO WS-DTL-IMPACT (31:4)
016740             MOVE WS-PROD-REJ-CODE TO WS-DTL-IMPACT (35:3)
016750         WHEN WS-PROD-RESOLVED
016760             MOVE "WAS RESOLVED" TO WS-DTL-IMPACT (31:12)
016770         WHEN OTHER
016780             MOVE "WAS NO MARKER" TO WS-DTL-IMPACT (31:13)
016790     END-EVALUATE.
016800     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
016810 4600-EXIT.
016820     EXIT.
016830*
016840 4650-REPORT-CLEARED.
016850     MOVE 'Y' TO WS-STREAM-CHANGED-SWITCH.
016860     ADD 1 TO WS-SIM-CLEARED.
016870     IF WS-PROP-RESOLVED
016880         ADD 1 TO WS-SIM-RESOLVES
016890         MOVE "NEWLY RESOLVES - WAS REJECT" TO WS-DTL-IMPACT
016900         MOVE WS-PROD-REJ-CODE TO WS-DTL-IMPACT (29:3)
016910     ELSE
016920         ADD 1 TO WS-SIM-NOMARKER
016930         MOVE "NEW NO-MARKER STREAM - WAS REJECT"
016940             TO WS-DTL-IMPACT
016950         MOVE WS-PROD-REJ-CODE TO WS-DTL-IMPACT (35:3)
016960     END-IF.
016970     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
016980 4650-EXIT.
016990     EXIT.
017000*
017010 4700-SCAN-ONE-MARKER.
017020     MOVE WS-MKR-TYPE (WS-MARKER-SUB) TO WS-MARKER-TYPE.
017030     MOVE WS-MKR-SIZE (WS-MARKER-SUB) TO WS-WINDOW-SIZE.
017040     MOVE 1 TO WS-INDEX.
017050     PERFORM 5000-FIND-MARKER THRU 5000-EXIT.
017060     IF WS-MARKER-FOUND
017070         MOVE WS-INDEX TO WS-MKR-POS (WS-MARKER-SUB)
017080         ADD 1 TO WS-PROP-FOUND
017090     ELSE
017100         MOVE 0 TO WS-MKR-POS (WS-MARKER-SUB)
017110     END-IF.
017120 4700-EXIT.
017130     EXIT.
017140*
017150*----------------------------------------------------------*
017160* 4800-COMPARE-ONE-MARKER                                  *
017170*    ONE PROPOSED MARKER AGAINST PRODUCTION'S MARKER OF    *
017180*    THE SAME TYPE: MOVED (WITH THE SIGNED DISTANCE), NO   *
017190*    LONGER FOUND, OR NEWLY FOUND. A TYPE PRODUCTION NEVER *
017200*    SCANNED HAS NOTHING TO COMPARE WITH; ITS HITS ARE     *
017210*    COUNTED. WITHOUT ANY PRODUCTION RECON RECORD FOR THE  *
017220*    DATE THERE IS NO POSITION TO COMPARE AT ALL.          *
017230*----------------------------------------------------------*
017240 4800-COMPARE-ONE-MARKER.
017250     IF WS-PTY-COUNT = 0
017260         GO TO 4800-EXIT
017270     END-IF.
017280     MOVE WS-MKR-TYPE (WS-MARKER-SUB) TO WS-FIND-TYPE.
017290     PERFORM 2220-FIND-PROD-TYPE THRU 2220-EXIT.
017300     MOVE WS-MKR-POS (WS-MARKER-SUB) TO WS-PROP-POS.
017310     IF WS-PTY-HIT = 0
017320         IF WS-PROP-POS > 0
017330             ADD 1 TO WS-SIM-NEWTYPE
017340         END-IF
017350         GO TO 4800-EXIT
017360     END-IF.
017370     MOVE WS-BAS-POS (WS-STREAM-NUMBER, WS-PTY-HIT)
017380         TO WS-PROD-POS.
017390     IF WS-PROD-POS = WS-PROP-POS
017400         GO TO 4800-EXIT
017410     END-IF.
017420     MOVE 'Y' TO WS-STREAM-CHANGED-SWITCH.
017430     MOVE WS-FIND-TYPE TO WS-DTL-TYPE.
017440     EVALUATE TRUE
017450         WHEN WS-PROD-POS = 0
017460             ADD 1 TO WS-SIM-FOUND
017470             MOVE WS-PROP-POS TO WS-DTL-PROP
017480             MOVE "MARKER NEWLY FOUND" TO WS-DTL-IMPACT
017490         WHEN WS-PROP-POS = 0
017500             ADD 1 TO WS-SIM-LOST
017510             MOVE WS-PROD-POS TO WS-DTL-PROD
017520             MOVE "MARKER NO LONGER FOUND" TO WS-DTL-IMPACT
017530         WHEN OTHER
017540             ADD 1 TO WS-SIM-MOVED
017550             COMPUTE WS-DELTA = WS-PROP-POS - WS-PROD-POS
017560             IF WS-DELTA < 0
017570                 COMPUTE WS-DELTA-ABS = 0 - WS-DELTA
017580             ELSE
017590                 MOVE WS-DELTA TO WS-DELTA-ABS
017600             END-IF
017610             ADD WS-DELTA-ABS TO WS-SIM-MOVE-TOTAL
017620             IF WS-DELTA-ABS > WS-SIM-LARGEST
017630                 MOVE WS-DELTA-ABS TO WS-SIM-LARGEST
017640             END-IF
017650             MOVE WS-DELTA TO WS-DELTA-ED
017660             MOVE WS-PROD-POS TO WS-DTL-PROD
017670             MOVE WS-PROP-POS TO WS-DTL-PROP
017680             MOVE WS-DELTA-ED TO WS-DTL-DELTA
017690             MOVE "MARKER MOVES" TO WS-DTL-IMPACT
017700     END-EVALUATE.
017710     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
017720 4800-EXIT.
017730     EXIT.
017740*
017750*----------------------------------------------------------*
017760* 5000-FIND-MARKER                                         *
017770*    AOC-06-2'S SLIDING-WINDOW SEARCH: THE FIRST WINDOW OF *
017780*    WS-WINDOW-SIZE CHARACTERS WITH NO CHARACTER REPEATED. *
017790*    WS-INDEX COMES BACK AS THE WINDOW'S LAST POSITION,    *
017800*    THE POSITION THE RECON FILE CARRIES.                  *
017810*----------------------------------------------------------*
017820 5000-FIND-MARKER.
017830     MOVE 'Y' TO WS-MARKER-FOUND-SWITCH.
017840     INITIALIZE WS-CHAR-COUNT-TABLE.
017850     MOVE 0 TO WS-DUP-COUNT.
017860     IF WS-INDEX + WS-WINDOW-SIZE - 1 > REC-LEN
017870         MOVE 'N' TO WS-MARKER-FOUND-SWITCH
017880         GO TO 5000-EXIT
017890     END-IF.
017900     PERFORM 6000-BUILD-INITIAL-WINDOW THRU 6000-EXIT.
017910     PERFORM 5050-ADVANCE-WINDOW THRU 5050-EXIT
017920         UNTIL WS-DUP-COUNT = 0 OR WS-MARKER-NOT-FOUND.
017930     IF WS-MARKER-FOUND
017940         ADD WS-WINDOW-SIZE TO WS-INDEX
017950         SUBTRACT 1 FROM WS-INDEX
017960     END-IF.
017970 5000-EXIT.
017980     EXIT.
017990*
018000 5050-ADVANCE-WINDOW.
018010     IF WS-INDEX + WS-WINDOW-SIZE > REC-LEN
018020         MOVE 'N' TO WS-MARKER-FOUND-SWITCH
018030         GO TO 5050-EXIT
018040     END-IF.
018050     PERFORM 6500-SLIDE-WINDOW THRU 6500-EXIT.
018060     ADD 1 TO WS-INDEX.
018070 5050-EXIT.
018080     EXIT.
018090*
018100 6000-BUILD-INITIAL-WINDOW.
018110     MOVE INPUTRECORD (WS-INDEX:WS-WINDOW-SIZE) TO WS-WINDOW.
018120     PERFORM 6100-ADD-INITIAL-CHAR THRU 6100-EXIT
018130         VARYING WS-INDEX-IN-WINDOW FROM 1 BY 1
018140         UNTIL WS-INDEX-IN-WINDOW > WS-WINDOW-SIZE.
018150 6000-EXIT.
018160     EXIT.
018170*
018180 6100-ADD-INITIAL-CHAR.
018190     MOVE WS-WINDOW (WS-INDEX-IN-WINDOW:1) TO WS-CHAR-BYTE.
018200     PERFORM 7000-ADD-CHAR-TO-WINDOW THRU 7000-EXIT.
018210 6100-EXIT.
018220     EXIT.
018230*
018240 6500-SLIDE-WINDOW.
018250     MOVE INPUTRECORD (WS-INDEX:1) TO WS-CHAR-BYTE.
018260     PERFORM 7100-REMOVE-CHAR-FROM-WINDOW THRU 7100-EXIT.
018270     MOVE INPUTRECORD (WS-INDEX + WS-WINDOW-SIZE:1)
018280         TO WS-CHAR-BYTE.
018290     PERFORM 7000-ADD-CHAR-TO-WINDOW THRU 7000-EXIT.
018300 6500-EXIT.
018310     EXIT.
018320*
018330 7000-ADD-CHAR-TO-WINDOW.
018340     COMPUTE WS-TAB-SUB = WS-CHAR-CODE + 1.
018350     ADD 1 TO WS-CHAR-COUNT (WS-TAB-SUB).
018360     IF WS-CHAR-COUNT (WS-TAB-SUB) = 2
018370         ADD 1 TO WS-DUP-COUNT
018380     END-IF.
018390 7000-EXIT.
018400     EXIT.
018410*
018420 7100-REMOVE-CHAR-FROM-WINDOW.
018430     COMPUTE WS-TAB-SUB = WS-CHAR-CODE + 1.
018440     SUBTRACT 1 FROM WS-CHAR-COUNT (WS-TAB-SUB).
018450     IF WS-CHAR-COUNT (WS-TAB-SUB) = 1
018460         SUBTRACT 1 FROM WS-DUP-COUNT
018470     END-IF.
018480 7100-EXIT.
018490     EXIT.
018500*
018510 8000-WRITE-NOTE.
018520     MOVE SPACES TO RPT-RECORD.
018530     STRING "NOTE: " DELIMITED BY SIZE
018540         WS-NOTE-TEXT DELIMITED BY SIZE
018550         INTO RPT-RECORD.
018560     WRITE RPT-RECORD.
018570     MOVE SPACES TO WS-NOTE-TEXT.
018580 8000-EXIT.
018590     EXIT.
018600*
018610*    THE CALLER SETS THE TYPE, POSITION, DELTA AND IMPACT
018620*    COLUMNS THAT APPLY; THEY ARE CLEARED FOR THE NEXT LINE.
018630 8100-WRITE-DETAIL.
018640     MOVE WS-FEED-NO TO WS-DTL-FEED.
018650     MOVE WS-FEED-DATE TO WS-DTL-DATE.
018660     MOVE WS-STREAM-NUMBER TO WS-DTL-STREAM.
018670     WRITE RPT-RECORD FROM WS-DTL-LINE.
018680     MOVE SPACES TO WS-DTL-TYPE.
018690     MOVE SPACES TO WS-DTL-PROD.
018700     MOVE SPACES TO WS-DTL-PROP.
018710     MOVE SPACES TO WS-DTL-DELTA.
018720     MOVE SPACES TO WS-DTL-IMPACT.
018730 8100-EXIT.
018740     EXIT.
018750*
018760*----------------------------------------------------------*
018770* 8500-PRINT-SUMMARY                                       *
018780*    THE IMPACT TOTALS BY CATEGORY AND REJECT REASON CODE, *
018790*    AND THE VERDICT.                                      *
018800*----------------------------------------------------------*
018810 8500-PRINT-SUMMARY.
018820     MOVE SPACES TO RPT-RECORD.
018830     WRITE RPT-RECORD.
018840     MOVE "IMPACT SUMMARY" TO RPT-RECORD.
018850     WRITE RPT-RECORD.
018860     MOVE SPACES TO WS-RPT-TEXT-LINE.
018870     MOVE "FEEDS SIMULATED" TO WS-TXT-BODY.
018880     MOVE WS-SIM-FEEDS TO WS-TXT-VALUE.
018890     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
018900     MOVE "FEEDS SKIPPED" TO WS-TXT-BODY.
018910     MOVE WS-SIM-SKIPPED TO WS-TXT-VALUE.
018920     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
018930     MOVE "STREAMS SIMULATED" TO WS-TXT-BODY.
018940     MOVE WS-SIM-STREAMS TO WS-TXT-VALUE.
018950     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
018960     MOVE "EMPTY STREAMS (NEVER SCANNED)" TO WS-TXT-BODY.
018970     MOVE WS-SIM-EMPTY TO WS-TXT-VALUE.
018980     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
018990     MOVE "STREAMS UNCHANGED" TO WS-TXT-BODY.
019000     MOVE WS-SIM-UNCHANGED TO WS-TXT-VALUE.
019010     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019020     MOVE "STREAMS CHANGED" TO WS-TXT-BODY.
019030     MOVE WS-SIM-CHANGED TO WS-TXT-VALUE.
019040     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019050     MOVE "MARKERS THAT WOULD MOVE" TO WS-TXT-BODY.
019060     MOVE WS-SIM-MOVED TO WS-TXT-VALUE.
019070     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019080     MOVE "    LARGEST MOVE (POSITIONS)" TO WS-TXT-BODY.
019090     MOVE WS-SIM-LARGEST TO WS-TXT-VALUE.
019100     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019110     MOVE "    TOTAL MOVEMENT (POSITIONS)" TO WS-TXT-BODY.
019120     MOVE WS-SIM-MOVE-TOTAL TO WS-TXT-VALUE.
019130     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019140     MOVE "MARKERS NO LONGER FOUND" TO WS-TXT-BODY.
019150     MOVE WS-SIM-LOST TO WS-TXT-VALUE.
019160     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019170     MOVE "MARKERS NEWLY FOUND" TO WS-TXT-BODY.
019180     MOVE WS-SIM-FOUND TO WS-TXT-VALUE.
019190     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019200     MOVE "HITS FOR MARKER TYPES PRODUCTION DID NOT SCAN"
019210         TO WS-TXT-BODY.
019220     MOVE WS-SIM-NEWTYPE TO WS-TXT-VALUE.
019230     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019240     MOVE "PRODUCTION MARKER TYPES DROPPED" TO WS-TXT-BODY.
019250     MOVE WS-SIM-DROPPED TO WS-TXT-VALUE.
019260     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019270     MOVE "NEW NO-MARKER STREAMS" TO WS-TXT-BODY.
019280     MOVE WS-SIM-NOMARKER TO WS-TXT-VALUE.
019290     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019300     MOVE "NEW REJECTS R01 LENGTH SHORT" TO WS-TXT-BODY.
019310     MOVE WS-SIM-REJ-R01 TO WS-TXT-VALUE.
019320     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019330     MOVE "NEW REJECTS R02 LENGTH LONG" TO WS-TXT-BODY.
019340     MOVE WS-SIM-REJ-R02 TO WS-TXT-VALUE.
019350     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019360     MOVE "NEW REJECTS R03 BAD CHARACTER" TO WS-TXT-BODY.
019370     MOVE WS-SIM-REJ-R03 TO WS-TXT-VALUE.
019380     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019390     MOVE "PRODUCTION REJECTS NO LONGER REJECTED" TO WS-TXT-BODY.
019400     MOVE WS-SIM-CLEARED TO WS-TXT-VALUE.
019410     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019420     MOVE "STREAMS THAT WOULD NEWLY RESOLVE" TO WS-TXT-BODY.
019430     MOVE WS-SIM-RESOLVES TO WS-TXT-VALUE.
019440     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
019450     MOVE SPACES TO RPT-RECORD.
019460     WRITE RPT-RECORD.
019470     IF WS-SIM-CHANGED = 0 AND WS-SIM-NEWTYPE = 0
019480             AND WS-SIM-DROPPED = 0
019490         MOVE "NO IMPACT - THE PROPOSED CONTROL FILE RESOLVES"
019500             TO RPT-RECORD
019510         MOVE " EVERY STREAM AS PRODUCTION DID"
019520             TO RPT-RECORD (47:)
019530     ELSE
019540         MOVE "IMPACT - THE PROPOSED CONTROL FILE CHANGES THE"
019550             TO RPT-RECORD
019560         MOVE " RESULTS LISTED ABOVE" TO RPT-RECORD (47:)
019570     END-IF.
019580     WRITE RPT-RECORD.
019590 8500-EXIT.
019600     EXIT.
019610*
019620*----------------------------------------------------------*
019630* 8600-PRINT-SIGNOFF                                       *
019640*    THE BLOCK THE CHANGE APPROVER SIGNS BEFORE THE EDIT   *
019650*    IS MADE TO THE LIVE CONTROL FILE.                     *
019660*----------------------------------------------------------*
019670 8600-PRINT-SIGNOFF.
019680     MOVE SPACES TO RPT-RECORD.
019690     WRITE RPT-RECORD.
019700     MOVE SPACES TO RPT-RECORD.
019710     STRING "CONTROL FILE CHANGE APPROVAL - PROPOSED FILE "
019720             DELIMITED BY SIZE
019730         WS-CTL-DSN DELIMITED BY SPACE
019740         INTO RPT-RECORD.
019750     WRITE RPT-RECORD.
019760     MOVE SPACES TO RPT-RECORD.
019770     WRITE RPT-RECORD.
019780     MOVE "THE IMPACT ABOVE HAS BEEN REVIEWED AND IS ACCEPTED FOR"
019790         TO RPT-RECORD.
019800     MOVE " THE LIVE CONTROL FILE." TO RPT-RECORD (55:).
019810     WRITE RPT-RECORD.
019820     MOVE SPACES TO RPT-RECORD.
019830     WRITE RPT-RECORD.
019840     MOVE "PREPARED BY (OPERATIONS) ____________________  DATE"
019850         TO RPT-RECORD.
019860     MOVE "__________" TO RPT-RECORD (53:10).
019870     WRITE RPT-RECORD.
019880     MOVE SPACES TO RPT-RECORD.
019890     WRITE RPT-RECORD.
019900     MOVE "APPROVED BY (CHANGE)     ____________________  DATE"
019910         TO RPT-RECORD.
019920     MOVE "__________" TO RPT-RECORD (53:10).
019930     WRITE RPT-RECORD.
019940     MOVE SPACES TO RPT-RECORD.
019950     WRITE RPT-RECORD.
019960     MOVE "CHANGE REFERENCE         ____________________"
019970         TO RPT-RECORD.
019980     WRITE RPT-RECORD.
019990 8600-EXIT.
020000     EXIT.
020010*
020020*----------------------------------------------------------*
020030* 9000-TERMINATE                                           *
020040*    A RUN THAT SIMULATED NOTHING PRINTS NO SUMMARY OR     *
020050*    SIGN-OFF - THERE IS NOTHING TO APPROVE.               *
020060*----------------------------------------------------------*
020070 9000-TERMINATE.
020080     IF WS-RPT-OPEN
020090         IF NOT WS-ABORTED
020100             PERFORM 8500-PRINT-SUMMARY THRU 8500-EXIT
020110             PERFORM 8600-PRINT-SIGNOFF THRU 8600-EXIT
020120         END-IF
020130         CLOSE SIMREPORT
020140     END-IF.
020150     DISPLAY "AOC-06-CTLSIM: CONTROL " WS-CTL-DSN
020160         " STREAMS " WS-SIM-STREAMS " CHANGED " WS-SIM-CHANGED.
020170     IF WS-ABORTED
020180         MOVE 8 TO RETURN-CODE
020190     ELSE
020200         IF WS-SIM-CHANGED > 0 OR WS-SIM-NEWTYPE > 0
020210                 OR WS-SIM-DROPPED > 0
020220             MOVE 4 TO RETURN-CODE
020230         END-IF
020240     END-IF.
020250 9000-EXIT.
020260     EXIT.
020270*
