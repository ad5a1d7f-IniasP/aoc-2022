001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-STNMNT.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. MAINTAINS THE STATION MASTER
001060*                   THAT AOC-06-2 CHECKS EACH FEED HDR AGAINST.
001070*                   READS ADD, CHANGE AND RETIRE TRANSACTIONS
001080*                   FROM THE STATION TRANSACTION FILE, APPLIES
001090*                   EACH ONE THAT PASSES ITS EDITS, AND PRINTS
001100*                   EVERY TRANSACTION WITH ITS RESULT FOLLOWED
001110*                   BY A LISTING OF THE WHOLE MASTER AS IT NOW
001120*                   STANDS. THE MASTER IS CREATED ON FIRST USE.
001130*                   RETIRED STATIONS STAY ON FILE AS INACTIVE.
001131*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001132*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001133*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001134*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001135*                   FILE.
001140*
001150 ENVIRONMENT DIVISION.
001160 INPUT-OUTPUT SECTION.
001170 FILE-CONTROL.
001180     SELECT TRANFILE ASSIGN TO "stntran"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-TRN-STATUS.
001210     SELECT STNFILE ASSIGN TO "stnmast"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS STN-KEY
001250         FILE STATUS IS WS-STN-STATUS.
001260     SELECT STNREPORT ASSIGN TO "stnreport"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-RPT-STATUS.
001281     SELECT EVTFILE ASSIGN TO "eventlog"
001282         ORGANIZATION IS LINE SEQUENTIAL
001283         FILE STATUS IS WS-EVT-STATUS.
001284     SELECT ALRFILE ASSIGN TO "alertlog"
001285         ORGANIZATION IS LINE SEQUENTIAL
001286         FILE STATUS IS WS-ALR-STATUS.
001287     SELECT MCTFILE ASSIGN TO "msgcat"
001288         ORGANIZATION IS LINE SEQUENTIAL
001289         FILE STATUS IS WS-MCT-STATUS.
001290*
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  TRANFILE
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  TRN-RECORD                  PIC X(80).
001350*
001360 FD  STNFILE
001370     RECORD CONTAINS 80 CHARACTERS.
001380     COPY STNMAST.
001390*
001400 FD  STNREPORT
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  RPT-RECORD                  PIC X(80).
001421*
001422 FD  EVTFILE
001423     RECORD CONTAINS 80 CHARACTERS.
001424 01  EVL-RECORD                  PIC X(80).
001425*
001426 FD  ALRFILE
001427     RECORD CONTAINS 80 CHARACTERS.
001428 01  ALR-RECORD                  PIC X(80).
001429*
001430 FD  MCTFILE
001431     RECORD CONTAINS 80 CHARACTERS.
001432     COPY MSGCAT.
001433*
001440 WORKING-STORAGE SECTION.
001450 01  WS-TRN-STATUS               PIC X(2)      VALUE "00".
001460 01  WS-STN-STATUS               PIC X(2)      VALUE "00".
001470 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001480*
001490 01  WS-TRN-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001500     88  WS-TRN-EOF                            VALUE 'Y'.
001510 01  WS-STN-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001520     88  WS-STN-EOF                            VALUE 'Y'.
001530 01  WS-STN-OPEN-SWITCH          PIC X(1)      VALUE 'N'.
001540     88  WS-STN-OPEN                           VALUE 'Y'.
001550 01  WS-TRN-OPEN-SWITCH          PIC X(1)      VALUE 'N'.
001560     88  WS-TRN-OPEN                           VALUE 'Y'.
001570 01  WS-TRN-BAD-SWITCH           PIC X(1)      VALUE 'N'.
001580     88  WS-TRN-BAD                            VALUE 'Y'.
001590*
001600 01  WS-RUN-DATE                 PIC 9(8).
001610*
001620* ONE TRANSACTION PER LINE, FIELDS SEPARATED BY ONE BLANK:
001630*   ACTION  ADD / CHANGE / RETIRE
001640*   FEED    TWO-DIGIT FEED ID (THE HDR FEED NUMBER)
001650*   NAME    STATION NAME
001660*   MIN/MAX EXPECTED DAILY STREAM COUNT, MAX 0000 = NO LIMIT
001670*   PATTERN D EVERY DAY, W WEEKDAYS ONLY, A ANY DATE
001680*   STATUS  CHANGE ONLY - A BRINGS A RETIRED STATION BACK
001690* ON A CHANGE A BLANK FIELD KEEPS THE VALUE ALREADY ON FILE.
001700 01  WS-TRN-LINE.
001710     05  WS-TRN-ACTION           PIC X(6).
001720         88  WS-TRN-ADD                        VALUE "ADD   ".
001730         88  WS-TRN-CHANGE                     VALUE "CHANGE".
001740         88  WS-TRN-RETIRE                     VALUE "RETIRE".
001750     05  FILLER                  PIC X(1).
001760     05  WS-TRN-FEED-ID          PIC X(2).
001770     05  WS-TRN-FEED-NUM REDEFINES WS-TRN-FEED-ID
001780                                 PIC 9(2).
001790     05  FILLER                  PIC X(1).
001800     05  WS-TRN-NAME             PIC X(20).
001810     05  FILLER                  PIC X(1).
001820     05  WS-TRN-MIN              PIC X(4).
001830     05  WS-TRN-MIN-NUM REDEFINES WS-TRN-MIN
001840                                 PIC 9(4).
001850     05  FILLER                  PIC X(1).
001860     05  WS-TRN-MAX              PIC X(4).
001870     05  WS-TRN-MAX-NUM REDEFINES WS-TRN-MAX
001880                                 PIC 9(4).
001890     05  FILLER                  PIC X(1).
001900     05  WS-TRN-PATTERN          PIC X(1).
001910         88  WS-TRN-PATTERN-OK                 VALUE 'D' 'W' 'A'.
001920     05  FILLER                  PIC X(1).
001930     05  WS-TRN-NEW-STATUS       PIC X(1).
001940     05  FILLER                  PIC X(36).
001950*
001960 01  WS-TRN-READ-COUNT           PIC 9(5)      VALUE 0.
001970 01  WS-TRN-APPLIED-COUNT        PIC 9(5)      VALUE 0.
001980 01  WS-TRN-REJECTED-COUNT       PIC 9(5)      VALUE 0.
001990 01  WS-STN-LISTED-COUNT         PIC 9(5)      VALUE 0.
002000*
002010 01  WS-TRN-RESULT               PIC X(40)     VALUE SPACES.
002020*
002030 01  WS-RPT-HEADER-LINE.
002040     05  FILLER                  PIC X(32)     VALUE
002050             "STATION MASTER MAINTENANCE - RUN".
002060     05  FILLER                  PIC X(2)      VALUE ": ".
002070     05  WS-RPT-RUN-DATE         PIC 9(8).
002080     05  FILLER                  PIC X(38)     VALUE SPACES.
002090*
002100 01  WS-RPT-TRAN-LINE.
002110     05  WS-RPT-TRN-ACTION       PIC X(6).
002120     05  FILLER                  PIC X(1)      VALUE SPACE.
002130     05  WS-RPT-TRN-FEED         PIC X(2).
002140     05  FILLER                  PIC X(1)      VALUE SPACE.
002150     05  WS-RPT-TRN-NAME         PIC X(20).
002160     05  FILLER                  PIC X(2)      VALUE SPACES.
002170     05  WS-RPT-TRN-RESULT       PIC X(40).
002180     05  FILLER                  PIC X(8)      VALUE SPACES.
002190*
002200 01  WS-RPT-LIST-HEAD.
002210     05  FILLER                  PIC X(40)     VALUE
002220             "FEED STATION NAME         STS  MIN  MAX".
002230     05  FILLER                  PIC X(40)     VALUE
002240             " PAT LAST FEED RETIRED                  ".
002250*
002260 01  WS-RPT-LIST-LINE.
002270     05  FILLER                  PIC X(2)      VALUE SPACES.
002280     05  WS-RPT-LST-FEED         PIC 9(2).
002290     05  FILLER                  PIC X(1)      VALUE SPACE.
002300     05  WS-RPT-LST-NAME         PIC X(20).
002310     05  FILLER                  PIC X(1)      VALUE SPACE.
002320     05  WS-RPT-LST-STATUS       PIC X(1).
002330     05  FILLER                  PIC X(2)      VALUE SPACES.
002340     05  WS-RPT-LST-MIN          PIC 9(4).
002350     05  FILLER                  PIC X(1)      VALUE SPACE.
002360     05  WS-RPT-LST-MAX          PIC 9(4).
002370     05  FILLER                  PIC X(3)      VALUE SPACES.
002380     05  WS-RPT-LST-PATTERN      PIC X(1).
002390     05  FILLER                  PIC X(1)      VALUE SPACE.
002400     05  WS-RPT-LST-LAST-DATE    PIC 9(8).
002410     05  FILLER                  PIC X(1)      VALUE SPACE.
002420     05  WS-RPT-LST-RETIRED      PIC 9(8).
002430     05  FILLER                  PIC X(20)     VALUE SPACES.
002440*
002450 01  WS-RPT-TOTAL-LINE.
002460     05  FILLER                  PIC X(14)     VALUE
002470             "TRANSACTIONS: ".
002480     05  WS-RPT-TOT-READ         PIC 9(5).
002490     05  FILLER                  PIC X(10)     VALUE
002500             " APPLIED: ".
002510     05  WS-RPT-TOT-APPLIED      PIC 9(5).
002520     05  FILLER                  PIC X(11)     VALUE
002530             " REJECTED: ".
002540     05  WS-RPT-TOT-REJECTED     PIC 9(5).
002550     05  FILLER                  PIC X(11)     VALUE
002560             " STATIONS: ".
002570     05  WS-RPT-TOT-LISTED       PIC 9(5).
002580     05  FILLER                  PIC X(14)     VALUE SPACES.
002590*
002591*----------------------------------------------------------*
002592* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002593* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002594* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002595* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002596* OVERRIDES THE DEFAULT.                                   *
002597*----------------------------------------------------------*
002598 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002599 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002600 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002601     COPY EVTLOG.
002602 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002603         "AOC-06-STNMNT".
002604 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002605 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002606 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002607 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002608 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002609 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002610 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002611 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002612 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002613 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002614 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002615     05  WS-EVT-TS-DATE          PIC 9(8).
002616     05  WS-EVT-TS-TIME          PIC 9(6).
002617 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002618     88  WS-MCT-LOADED                         VALUE 'Y'.
002619 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002620     88  WS-MCT-EOF                            VALUE 'Y'.
002621 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002622 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002623 01  WS-MCT-TABLE.
002624     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002625         10  WS-MCT-CODE         PIC 9(4).
002626         10  WS-MCT-SEVERITY     PIC X(1).
002627*
002628 PROCEDURE DIVISION.
002629*----------------------------------------------------------*
002630* 0000-MAINLINE                                            *
002631*    APPLIES THE STATION TRANSACTIONS, THEN LISTS THE      *
002640*    MASTER. RC 4 WHEN ANY TRANSACTION WAS REJECTED, RC 8  *
002650*    WHEN THE STATION MASTER COULD NOT BE OPENED.          *
002660*----------------------------------------------------------*
002670 0000-MAINLINE.
002671     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     IF WS-STN-OPEN
002700         MOVE 'N' TO WS-TRN-EOF-SWITCH
002710         PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
002720             UNTIL WS-TRN-EOF
002730         PERFORM 4000-LIST-MASTER THRU 4000-EXIT
002740     END-IF.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760     IF NOT WS-STN-OPEN
002770         MOVE 8 TO RETURN-CODE
002780     ELSE
002790         IF WS-TRN-REJECTED-COUNT > 0
002800             MOVE 4 TO RETURN-CODE
002810         END-IF
002820     END-IF.
002821     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002830     STOP RUN.
002840*
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002870     OPEN OUTPUT STNREPORT.
002880     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
002890     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
002900     PERFORM 1100-OPEN-STATION-MASTER THRU 1100-EXIT.
002910     IF NOT WS-STN-OPEN
002920         GO TO 1000-EXIT
002930     END-IF.
002940     OPEN INPUT TRANFILE.
002950     IF WS-TRN-STATUS NOT = "00"
002960*        NO TRANSACTIONS TONIGHT IS NOT AN ERROR - THE RUN
002970*        STILL PRINTS THE MASTER LISTING.
002980         MOVE "NO STATION TRANSACTIONS ON HAND - LISTING ONLY"
002990             TO RPT-RECORD
003000         WRITE RPT-RECORD
003010         MOVE 'Y' TO WS-TRN-EOF-SWITCH
003020     ELSE
003030         MOVE 'Y' TO WS-TRN-OPEN-SWITCH
003040     END-IF.
003050 1000-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------*
003090* 1100-OPEN-STATION-MASTER                                 *
003100*    OPENS THE MASTER FOR UPDATE. A MASTER NOT YET ON HAND *
003110*    (STATUS 35) IS CREATED EMPTY AND REOPENED, SO THE     *
003120*    FIRST RUN'S ADD TRANSACTIONS BUILD IT.                *
003130*----------------------------------------------------------*
003140 1100-OPEN-STATION-MASTER.
003150     OPEN I-O STNFILE.
003160     IF WS-STN-STATUS = "35"
003170         OPEN OUTPUT STNFILE
003180         IF WS-STN-STATUS = "00"
003190             CLOSE STNFILE
003200             OPEN I-O STNFILE
003210         END-IF
003220     END-IF.
003230     IF WS-STN-STATUS NOT = "00"
003240         DISPLAY "AOC-06-STNMNT: STATION MASTER OPEN FAILED, "
003250             "STATUS " WS-STN-STATUS
003260         MOVE "STATION MASTER OPEN FAILED - NOTHING APPLIED"
003270             TO RPT-RECORD
003280         WRITE RPT-RECORD
003290         GO TO 1100-EXIT
003300     END-IF.
003310     MOVE 'Y' TO WS-STN-OPEN-SWITCH.
003320 1100-EXIT.
003330     EXIT.
003340*
003350 2000-PROCESS-ONE-TRAN.
003360     READ TRANFILE INTO WS-TRN-LINE
003370         AT END
003380             MOVE 'Y' TO WS-TRN-EOF-SWITCH
003390             GO TO 2000-EXIT
003400     END-READ.
003410     IF WS-TRN-LINE = SPACES OR WS-TRN-LINE (1:1) = '*'
003420         GO TO 2000-EXIT
003430     END-IF.
003440     ADD 1 TO WS-TRN-READ-COUNT.
003450     MOVE SPACES TO WS-TRN-RESULT.
003460     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
003470     IF NOT WS-TRN-BAD
003480         EVALUATE TRUE
003490             WHEN WS-TRN-ADD
003500                 PERFORM 3000-ADD-STATION THRU 3000-EXIT
003510             WHEN WS-TRN-CHANGE
003520                 PERFORM 3100-CHANGE-STATION THRU 3100-EXIT
003530             WHEN WS-TRN-RETIRE
003540                 PERFORM 3200-RETIRE-STATION THRU 3200-EXIT
003550         END-EVALUATE
003560     END-IF.
003570     IF WS-TRN-BAD
003580         ADD 1 TO WS-TRN-REJECTED-COUNT
003590     ELSE
003600         ADD 1 TO WS-TRN-APPLIED-COUNT
003610     END-IF.
003620     PERFORM 8000-WRITE-TRAN-LINE THRU 8000-EXIT.
003630 2000-EXIT.
003640     EXIT.
003650*
003660*----------------------------------------------------------*
003670* 2100-EDIT-TRAN                                           *
003680*    FIELD EDITS THAT DO NOT NEED THE MASTER. AN ADD MUST  *
003690*    CARRY EVERY FIELD; A CHANGE MAY LEAVE FIELDS BLANK,   *
003700*    BUT WHAT IT DOES CARRY MUST BE VALID. THE MIN/MAX     *
003710*    CROSS-CHECK IS DONE AFTER A CHANGE IS MERGED WITH     *
003720*    THE ENTRY ON FILE.                                    *
003730*----------------------------------------------------------*
003740 2100-EDIT-TRAN.
003750     MOVE 'Y' TO WS-TRN-BAD-SWITCH.
003760     IF NOT WS-TRN-ADD AND NOT WS-TRN-CHANGE AND
003770             NOT WS-TRN-RETIRE
003780         MOVE "REJECTED - ACTION NOT ADD/CHANGE/RETIRE"
003790             TO WS-TRN-RESULT
003800         GO TO 2100-EXIT
003810     END-IF.
003820     IF WS-TRN-FEED-ID IS NOT NUMERIC OR WS-TRN-FEED-NUM = 0
003830         MOVE "REJECTED - FEED ID NOT 01 THRU 99"
003840             TO WS-TRN-RESULT
003850         GO TO 2100-EXIT
003860     END-IF.
003870     IF WS-TRN-ADD
003880         IF WS-TRN-NAME = SPACES
003890             MOVE "REJECTED - STATION NAME MISSING"
003900                 TO WS-TRN-RESULT
003910             GO TO 2100-EXIT
003920         END-IF
003930         IF WS-TRN-MIN IS NOT NUMERIC OR
003940                 WS-TRN-MAX IS NOT NUMERIC
003950             MOVE "REJECTED - MIN/MAX STREAMS NOT NUMERIC"
003960                 TO WS-TRN-RESULT
003970             GO TO 2100-EXIT
003980         END-IF
003990         IF NOT WS-TRN-PATTERN-OK
004000             MOVE "REJECTED - DATE PATTERN NOT D, W OR A"
004010                 TO WS-TRN-RESULT
004020             GO TO 2100-EXIT
004030         END-IF
004040     END-IF.
004050     IF WS-TRN-CHANGE
004060         IF (WS-TRN-MIN NOT = SPACES AND
004070                 WS-TRN-MIN IS NOT NUMERIC) OR
004080            (WS-TRN-MAX NOT = SPACES AND
004090                 WS-TRN-MAX IS NOT NUMERIC)
004100             MOVE "REJECTED - MIN/MAX STREAMS NOT NUMERIC"
004110                 TO WS-TRN-RESULT
004120             GO TO 2100-EXIT
004130         END-IF
004140         IF WS-TRN-PATTERN NOT = SPACE AND
004150                 NOT WS-TRN-PATTERN-OK
004160             MOVE "REJECTED - DATE PATTERN NOT D, W OR A"
004170                 TO WS-TRN-RESULT
004180             GO TO 2100-EXIT
004190         END-IF
004200         IF WS-TRN-NEW-STATUS NOT = SPACE AND
004210                 WS-TRN-NEW-STATUS NOT = 'A'
004220             MOVE "REJECTED - STATUS MAY ONLY BE A (RETIRE)"
004230                 TO WS-TRN-RESULT
004240             GO TO 2100-EXIT
004250         END-IF
004260     END-IF.
004270     MOVE 'N' TO WS-TRN-BAD-SWITCH.
004280 2100-EXIT.
004290     EXIT.
004300*
004310 3000-ADD-STATION.
004320     INITIALIZE STN-RECORD.
004330     MOVE WS-TRN-FEED-NUM TO STN-FEED-ID.
004340     MOVE WS-TRN-NAME TO STN-NAME.
004350     MOVE 'A' TO STN-STATUS.
004360     MOVE WS-TRN-MIN-NUM TO STN-MIN-STREAMS.
004370     MOVE WS-TRN-MAX-NUM TO STN-MAX-STREAMS.
004380     MOVE WS-TRN-PATTERN TO STN-DATE-PATTERN.
004390     MOVE 0 TO STN-LAST-FEED-DATE.
004400     MOVE WS-RUN-DATE TO STN-ADDED-DATE.
004410     MOVE WS-RUN-DATE TO STN-CHANGED-DATE.
004420     MOVE 0 TO STN-RETIRED-DATE.
004430     PERFORM 3300-CHECK-RANGE THRU 3300-EXIT.
004440     IF WS-TRN-BAD
004450         GO TO 3000-EXIT
004460     END-IF.
004470     WRITE STN-RECORD
004480         INVALID KEY
004490             MOVE 'Y' TO WS-TRN-BAD-SWITCH
004500             MOVE "REJECTED - FEED ID ALREADY ON FILE"
004510                 TO WS-TRN-RESULT
004520             GO TO 3000-EXIT
004530     END-WRITE.
004540     MOVE "ADDED" TO WS-TRN-RESULT.
004550 3000-EXIT.
004560     EXIT.
004570*
004580*----------------------------------------------------------*
004590* 3100-CHANGE-STATION                                      *
004600*    MERGES THE NON-BLANK TRANSACTION FIELDS INTO THE      *
004610*    ENTRY ON FILE. STATUS A RE-ACTIVATES A RETIRED        *
004620*    STATION AND CLEARS ITS RETIRE DATE. THE LAST FEED     *
004630*    DATE IS NEVER CHANGED HERE - ONLY AOC-06-2 POSTS IT.  *
004640*----------------------------------------------------------*
004650 3100-CHANGE-STATION.
004660     MOVE WS-TRN-FEED-NUM TO STN-FEED-ID.
004670     READ STNFILE
004680         INVALID KEY
004690             MOVE 'Y' TO WS-TRN-BAD-SWITCH
004700             MOVE "REJECTED - FEED ID NOT ON FILE"
004710                 TO WS-TRN-RESULT
004720             GO TO 3100-EXIT
004730     END-READ.
004740     IF WS-TRN-NAME NOT = SPACES
004750         MOVE WS-TRN-NAME TO STN-NAME
004760     END-IF.
004770     IF WS-TRN-MIN NOT = SPACES
004780         MOVE WS-TRN-MIN-NUM TO STN-MIN-STREAMS
004790     END-IF.
004800     IF WS-TRN-MAX NOT = SPACES
004810         MOVE WS-TRN-MAX-NUM TO STN-MAX-STREAMS
004820     END-IF.
004830     IF WS-TRN-PATTERN NOT = SPACE
004840         MOVE WS-TRN-PATTERN TO STN-DATE-PATTERN
004850     END-IF.
004860     IF WS-TRN-NEW-STATUS = 'A'
004870         MOVE 'A' TO STN-STATUS
004880         MOVE 0 TO STN-RETIRED-DATE
004890     END-IF.
004900     PERFORM 3300-CHECK-RANGE THRU 3300-EXIT.
004910     IF WS-TRN-BAD
004920         GO TO 3100-EXIT
004930     END-IF.
004940     MOVE WS-RUN-DATE TO STN-CHANGED-DATE.
004950     REWRITE STN-RECORD
004960         INVALID KEY
004970             MOVE 'Y' TO WS-TRN-BAD-SWITCH
004980             MOVE "REJECTED - REWRITE FAILED"
004990                 TO WS-TRN-RESULT
005000             GO TO 3100-EXIT
005010     END-REWRITE.
005020     MOVE "CHANGED" TO WS-TRN-RESULT.
005030 3100-EXIT.
005040     EXIT.
005050*
005060 3200-RETIRE-STATION.
005070     MOVE WS-TRN-FEED-NUM TO STN-FEED-ID.
005080     READ STNFILE
005090         INVALID KEY
005100             MOVE 'Y' TO WS-TRN-BAD-SWITCH
005110             MOVE "REJECTED - FEED ID NOT ON FILE"
005120                 TO WS-TRN-RESULT
005130             GO TO 3200-EXIT
005140     END-READ.
005150     IF STN-INACTIVE
005160         MOVE 'Y' TO WS-TRN-BAD-SWITCH
005170         MOVE "REJECTED - STATION ALREADY RETIRED"
005180             TO WS-TRN-RESULT
005190         GO TO 3200-EXIT
005200     END-IF.
005210     MOVE 'I' TO STN-STATUS.
005220     MOVE WS-RUN-DATE TO STN-RETIRED-DATE.
005230     MOVE WS-RUN-DATE TO STN-CHANGED-DATE.
005240     REWRITE STN-RECORD
005250         INVALID KEY
005260             MOVE 'Y' TO WS-TRN-BAD-SWITCH
005270             MOVE "REJECTED - REWRITE FAILED"
005280                 TO WS-TRN-RESULT
005290             GO TO 3200-EXIT
005300     END-REWRITE.
005310     MOVE "RETIRED" TO WS-TRN-RESULT.
005320 3200-EXIT.
005330     EXIT.
005340*
005350 3300-CHECK-RANGE.
005360     IF STN-MAX-STREAMS NOT = 0 AND
005370             STN-MIN-STREAMS > STN-MAX-STREAMS
005380         MOVE 'Y' TO WS-TRN-BAD-SWITCH
005390         MOVE "REJECTED - MIN STREAMS ABOVE MAX STREAMS"
005400             TO WS-TRN-RESULT
005410     END-IF.
005420 3300-EXIT.
005430     EXIT.
005440*
005450*----------------------------------------------------------*
005460* 4000-LIST-MASTER                                         *
005470*    LISTS EVERY STATION ON FILE IN FEED ID ORDER AFTER    *
005480*    THE TRANSACTIONS ARE APPLIED, RETIRED ONES INCLUDED.  *
005490*----------------------------------------------------------*
005500 4000-LIST-MASTER.
005510     MOVE SPACES TO RPT-RECORD.
005520     WRITE RPT-RECORD.
005530     WRITE RPT-RECORD FROM WS-RPT-LIST-HEAD.
005540     MOVE LOW-VALUES TO STN-KEY.
005550     START STNFILE KEY IS NOT LESS THAN STN-KEY
005560         INVALID KEY
005570             GO TO 4000-EXIT
005580     END-START.
005590     MOVE 'N' TO WS-STN-EOF-SWITCH.
005600     PERFORM 4100-LIST-ONE-STATION THRU 4100-EXIT
005610         UNTIL WS-STN-EOF.
005620 4000-EXIT.
005630     EXIT.
005640*
005650 4100-LIST-ONE-STATION.
005660     READ STNFILE NEXT RECORD
005670         AT END
005680             MOVE 'Y' TO WS-STN-EOF-SWITCH
005690             GO TO 4100-EXIT
005700     END-READ.
005710     ADD 1 TO WS-STN-LISTED-COUNT.
005720     MOVE STN-FEED-ID TO WS-RPT-LST-FEED.
005730     MOVE STN-NAME TO WS-RPT-LST-NAME.
005740     MOVE STN-STATUS TO WS-RPT-LST-STATUS.
005750     MOVE STN-MIN-STREAMS TO WS-RPT-LST-MIN.
005760     MOVE STN-MAX-STREAMS TO WS-RPT-LST-MAX.
005770     MOVE STN-DATE-PATTERN TO WS-RPT-LST-PATTERN.
005780     MOVE STN-LAST-FEED-DATE TO WS-RPT-LST-LAST-DATE.
005790     MOVE STN-RETIRED-DATE TO WS-RPT-LST-RETIRED.
005800     WRITE RPT-RECORD FROM WS-RPT-LIST-LINE.
005810 4100-EXIT.
005820     EXIT.
005830*
005840 8000-WRITE-TRAN-LINE.
005850     MOVE WS-TRN-ACTION TO WS-RPT-TRN-ACTION.
005860     MOVE WS-TRN-FEED-ID TO WS-RPT-TRN-FEED.
005870     MOVE WS-TRN-NAME TO WS-RPT-TRN-NAME.
005880     MOVE WS-TRN-RESULT TO WS-RPT-TRN-RESULT.
005890     WRITE RPT-RECORD FROM WS-RPT-TRAN-LINE.
005900 8000-EXIT.
005910     EXIT.
005920*
005930 9000-TERMINATE.
005940     MOVE SPACES TO RPT-RECORD.
005950     WRITE RPT-RECORD.
005960     MOVE WS-TRN-READ-COUNT TO WS-RPT-TOT-READ.
005970     MOVE WS-TRN-APPLIED-COUNT TO WS-RPT-TOT-APPLIED.
005980     MOVE WS-TRN-REJECTED-COUNT TO WS-RPT-TOT-REJECTED.
005990     MOVE WS-STN-LISTED-COUNT TO WS-RPT-TOT-LISTED.
006000     WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.
006010     IF WS-STN-OPEN
006020         CLOSE STNFILE
006030         IF WS-TRN-OPEN
006040             CLOSE TRANFILE
006050         END-IF
006060     END-IF.
006070     CLOSE STNREPORT.
006080 9000-EXIT.
006090     EXIT.
006100*
006110*----------------------------------------------------------*
006120* 1800-WRITE-EVENT                                         *
006130*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
006140*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
006150*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
006160*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
006170*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
006180*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
006190*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
006200*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
006210*----------------------------------------------------------*
006220 1800-WRITE-EVENT.
006230     IF NOT WS-MCT-LOADED
006240         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
006250     END-IF.
006260     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
006270         VARYING WS-MCT-SUB FROM 1 BY 1
006280         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
006290     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
006300     ACCEPT WS-EVT-TIME FROM TIME.
006310     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
006320     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
006330     MOVE SPACES TO EVT-RECORD.
006340     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
006350     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
006360     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
006370     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
006380     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
006390     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
006400     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
006410     MOVE WS-EVT-TEXT TO EVT-TEXT.
006420     OPEN EXTEND EVTFILE.
006430     IF WS-EVT-STATUS = "35"
006440         OPEN OUTPUT EVTFILE
006450     END-IF.
006460     IF WS-EVT-STATUS = "00"
006470         WRITE EVL-RECORD FROM EVT-RECORD
006480         CLOSE EVTFILE
006490     ELSE
006500         DISPLAY "AOC-06-STNMNT: EVENT LOG NOT AVAILABLE,"
006510             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
006520             " NOT LOGGED"
006530     END-IF.
006540     IF EVT-CRITICAL
006550         OPEN EXTEND ALRFILE
006560         IF WS-ALR-STATUS = "35"
006570             OPEN OUTPUT ALRFILE
006580         END-IF
006590         IF WS-ALR-STATUS = "00"
006600             WRITE ALR-RECORD FROM EVT-RECORD
006610             CLOSE ALRFILE
006620         ELSE
006630             DISPLAY "AOC-06-STNMNT: ALERT FILE NOT AVAILABLE,"
006640                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
006650                 " NOT RAISED"
006660         END-IF
006670     END-IF.
006680     MOVE 0 TO WS-EVT-FEED-ID.
006690     MOVE 0 TO WS-EVT-FEED-DATE.
006700     MOVE 0 TO WS-EVT-STREAM-NO.
006710     MOVE SPACES TO WS-EVT-TEXT.
006720 1800-EXIT.
006730     EXIT.
006740*
006750*----------------------------------------------------------*
006760* 1810-LOAD-MSG-CATALOG                                    *
006770*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
006780*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
006790*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
006800*----------------------------------------------------------*
006810 1810-LOAD-MSG-CATALOG.
006820     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
006830     OPEN INPUT MCTFILE.
006840     IF WS-MCT-STATUS NOT = "00"
006850         GO TO 1810-EXIT
006860     END-IF.
006870     MOVE 'N' TO WS-MCT-EOF-SWITCH.
006880     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
006890         UNTIL WS-MCT-EOF.
006900     CLOSE MCTFILE.
006910 1810-EXIT.
006920     EXIT.
006930*
006940 1815-LOAD-ONE-MSG.
006950     READ MCTFILE
006960         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
006970         GO TO 1815-EXIT
006980     END-READ.
006990     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
007000         GO TO 1815-EXIT
007010     END-IF.
007020     IF WS-MCT-COUNT NOT < 200
007030         MOVE 'Y' TO WS-MCT-EOF-SWITCH
007040         GO TO 1815-EXIT
007050     END-IF.
007060     ADD 1 TO WS-MCT-COUNT.
007070     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
007080     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
007090 1815-EXIT.
007100     EXIT.
007110*
007120 1820-FIND-ONE-MSG.
007130     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
007140         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
007150     END-IF.
007160 1820-EXIT.
007170     EXIT.
007180*
007190*----------------------------------------------------------*
007200* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
007210*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
007220*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
007230*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
007240*    OTHER FAILURE.                                        *
007250*----------------------------------------------------------*
007260 1880-LOG-PROGRAM-START.
007270     MOVE 0001 TO WS-EVT-CODE.
007280     MOVE 'I' TO WS-EVT-SEVERITY.
007290     MOVE "JOB STARTED" TO WS-EVT-TEXT.
007300     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
007310 1880-EXIT.
007320     EXIT.
007330*
007340 1890-LOG-PROGRAM-END.
007350     MOVE RETURN-CODE TO WS-EVT-RC.
007360     EVALUATE WS-EVT-RC
007370         WHEN 0
007380             MOVE 0002 TO WS-EVT-CODE
007390             MOVE 'I' TO WS-EVT-SEVERITY
007400         WHEN 4
007410             MOVE 0003 TO WS-EVT-CODE
007420             MOVE 'W' TO WS-EVT-SEVERITY
007430         WHEN 12
007440             MOVE 0005 TO WS-EVT-CODE
007450             MOVE 'E' TO WS-EVT-SEVERITY
007460         WHEN OTHER
007470             MOVE 0004 TO WS-EVT-CODE
007480             MOVE 'E' TO WS-EVT-SEVERITY
007490     END-EVALUATE.
007500     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
007510         WS-EVT-RC DELIMITED BY SIZE
007520         INTO WS-EVT-TEXT.
007530     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
007540 1890-EXIT.
007550     EXIT.
