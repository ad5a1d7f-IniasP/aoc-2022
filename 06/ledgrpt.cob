001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-LEDGER.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. PRINTS THE SHARED RUN LEDGER BY
001060*                   FEED DATE: ONE LINE PER STEP OF THE NIGHTLY
001070*                   CHAIN (AOC-06-2 OR AOC-06-MERGE, THEN LOAD,
001080*                   XTRACT, ACK, VERIFY, DRIFT AND STAT) WITH ITS
001090*                   STATUS, START AND END TIMESTAMPS, RETURN CODE,
001100*                   RECORD COUNTS AND OVERRIDE FLAG, A STEP NEVER
001110*                   REACHED SHOWING AS NOT RUN. EACH DATE CLOSES
001120*                   WITH THE STEP A BROKEN NIGHT STOPPED AT, SO
001130*                   THE OPERATOR KNOWS WHERE TO RESTART THE CHAIN
001140*                   INSTEAD OF READING EIGHT JOB LOGS. FROMDATE
001150*                   AND TODATE IN THE PARAMETER FILE LIMIT THE
001160*                   DATES PRINTED.
001161*   2026-10-15  IP  CHAIN LENGTHENED TO EIGHT STEPS - AOC-06-BAL,
001162*                   THE CONTROL-TOTAL BALANCING, RUNS AFTER STAT.
001163*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001164*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001165*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001166*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001167*                   FILE.
001170*
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT PARMFILE ASSIGN TO "ledgparm"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-PRM-STATUS.
001240     SELECT LEDGFILE ASSIGN TO "runledger"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS LEDG-KEY
001280         FILE STATUS IS WS-LDG-STATUS.
001290     SELECT LEDGRPT ASSIGN TO "ledgrpt"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-RPT-STATUS.
001311     SELECT EVTFILE ASSIGN TO "eventlog"
001312         ORGANIZATION IS LINE SEQUENTIAL
001313         FILE STATUS IS WS-EVT-STATUS.
001314     SELECT ALRFILE ASSIGN TO "alertlog"
001315         ORGANIZATION IS LINE SEQUENTIAL
001316         FILE STATUS IS WS-ALR-STATUS.
001317     SELECT MCTFILE ASSIGN TO "msgcat"
001318         ORGANIZATION IS LINE SEQUENTIAL
001319         FILE STATUS IS WS-MCT-STATUS.
001320*
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  PARMFILE
001360     RECORD CONTAINS 80 CHARACTERS.
001370 01  PRM-RECORD                  PIC X(80).
001380*
001390 FD  LEDGFILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410     COPY RUNLEDG.
001420*
001430 FD  LEDGRPT
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  RPT-RECORD                  PIC X(80).
001451*
001452 FD  EVTFILE
001453     RECORD CONTAINS 80 CHARACTERS.
001454 01  EVL-RECORD                  PIC X(80).
001455*
001456 FD  ALRFILE
001457     RECORD CONTAINS 80 CHARACTERS.
001458 01  ALR-RECORD                  PIC X(80).
001459*
001460 FD  MCTFILE
001461     RECORD CONTAINS 80 CHARACTERS.
001462     COPY MSGCAT.
001463*
001470 WORKING-STORAGE SECTION.
001480 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001490 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001500 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001510*
001520 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001530     88  WS-PRM-EOF                            VALUE 'Y'.
001540 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001550     88  WS-LDG-EOF                            VALUE 'Y'.
001560*
001570 01  WS-PRM-LINE.
001580     05  WS-PRM-TAG              PIC X(8).
001590     05  WS-PRM-VALUE            PIC X(40).
001600     05  FILLER                  PIC X(32)     VALUE SPACES.
001610*
001620* DATE RANGE TO PRINT. NO PARAMETER FILE PRINTS EVERY FEED
001630* DATE ON THE LEDGER.
001640 01  WS-FROM-DATE                PIC 9(8)      VALUE 0.
001650 01  WS-TO-DATE                  PIC 9(8)      VALUE 99999999.
001660*
001670 01  WS-RUN-DATE                 PIC 9(8).
001680 01  WS-CURRENT-DATE             PIC 9(8)      VALUE 0.
001690*
001700* THE CHAIN IN STEP ORDER. SLOT 1 IS AOC-06-2 ON A NORMAL
001710* NIGHT AND AOC-06-MERGE AFTER A SPLIT RUN; THE NAME HERE
001720* ONLY PRINTS FOR A STEP THE LEDGER NEVER SAW.
001730 01  WS-CHAIN-STEPS-TABLE.
001740     05  FILLER                  PIC X(14)     VALUE
001750             "AOC-06-2/MERGE".
001760     05  FILLER                  PIC X(14)     VALUE
001770             "AOC-06-LOAD".
001780     05  FILLER                  PIC X(14)     VALUE
001790             "AOC-06-XTRACT".
001800     05  FILLER                  PIC X(14)     VALUE
001810             "AOC-06-ACK".
001820     05  FILLER                  PIC X(14)     VALUE
001830             "AOC-06-VERIFY".
001840     05  FILLER                  PIC X(14)     VALUE
001850             "AOC-06-DRIFT".
001860     05  FILLER                  PIC X(14)     VALUE
001870             "AOC-06-STAT".
001871     05  FILLER                  PIC X(14)     VALUE
001872             "AOC-06-BAL".
001880 01  WS-CHAIN-STEPS-VIEW REDEFINES WS-CHAIN-STEPS-TABLE.
001890     05  WS-CHAIN-STEP           PIC X(14)
001900         OCCURS 8 TIMES.
001910 01  WS-CHAIN-LENGTH             PIC 9(2) COMP VALUE 8.
001920*
001930* ONE SLOT PER CHAIN STEP FOR THE FEED DATE IN HAND. WHEN
001940* BOTH AOC-06-2 AND AOC-06-MERGE POSTED SLOT 1 FOR A DATE,
001950* THE LATER START WINS - IT IS THE RUN THE CHAIN WENT ON
001960* FROM.
001970 01  WS-SLOT-TABLE.
001980     05  WS-SLT-ENTRY OCCURS 8 TIMES.
001990         10  WS-SLT-STEP-ID      PIC X(14).
002000         10  WS-SLT-STATUS       PIC X(1).
002010         10  WS-SLT-OVERRIDE     PIC X(1).
002020         10  WS-SLT-START        PIC 9(14).
002030         10  WS-SLT-END          PIC 9(14).
002040         10  WS-SLT-RC           PIC 9(4).
002050         10  WS-SLT-IN           PIC 9(7).
002060         10  WS-SLT-OUT          PIC 9(7).
002070 01  WS-SLOT-SUB                 PIC 9(2) COMP VALUE 0.
002080 01  WS-BREAK-SUB                PIC 9(2) COMP VALUE 0.
002081 01  WS-EDIT-STATUS              PIC X(1)      VALUE SPACE.
002082     88  WS-EDIT-STARTED                       VALUE 'S'.
002083     88  WS-EDIT-COMPLETE                      VALUE 'C'.
002084     88  WS-EDIT-FAILED                        VALUE 'F'.
002090*
002100 01  WS-DATE-COUNT               PIC 9(5)      VALUE 0.
002110 01  WS-BROKEN-COUNT             PIC 9(5)      VALUE 0.
002120*
002130 01  WS-RPT-HEADER-LINE.
002140     05  FILLER                  PIC X(44)     VALUE
002150             "NIGHTLY CHAIN RUN LEDGER                    ".
002160     05  FILLER                  PIC X(5)      VALUE
002170             "RUN: ".
002180     05  WS-RPT-RUN-DATE         PIC 9(8).
002190     05  FILLER                  PIC X(23)     VALUE SPACES.
002200*
002210 01  WS-RPT-DATE-LINE.
002220     05  FILLER                  PIC X(10)     VALUE
002230             "FEED DATE ".
002240     05  WS-RPT-FEED-DATE        PIC 9(8).
002250     05  FILLER                  PIC X(62)     VALUE SPACES.
002260*
002270 01  WS-RPT-COLUMN-LINE.
002280     05  FILLER                  PIC X(40)     VALUE
002290             " SQ STEP           STATUS   START       ".
002300     05  FILLER                  PIC X(40)     VALUE
002310             "   END            RC   IN      OUT     O".
002320*
002330 01  WS-RPT-STEP-LINE.
002340     05  FILLER                  PIC X(1)      VALUE SPACE.
002350     05  WS-RPT-SEQ              PIC 9(2).
002360     05  FILLER                  PIC X(1)      VALUE SPACE.
002370     05  WS-RPT-STEP             PIC X(14).
002380     05  FILLER                  PIC X(1)      VALUE SPACE.
002390     05  WS-RPT-STEP-STATUS      PIC X(8).
002400     05  FILLER                  PIC X(1)      VALUE SPACE.
002410     05  WS-RPT-START            PIC X(14).
002420     05  FILLER                  PIC X(1)      VALUE SPACE.
002430     05  WS-RPT-END              PIC X(14).
002440     05  FILLER                  PIC X(1)      VALUE SPACE.
002450     05  WS-RPT-RC               PIC X(4).
002460     05  FILLER                  PIC X(1)      VALUE SPACE.
002470     05  WS-RPT-IN               PIC X(7).
002480     05  FILLER                  PIC X(1)      VALUE SPACE.
002490     05  WS-RPT-OUT              PIC X(7).
002500     05  FILLER                  PIC X(1)      VALUE SPACE.
002510     05  WS-RPT-OVR              PIC X(1).
002520*
002530 01  WS-RPT-STOP-LINE.
002540     05  FILLER                  PIC X(19)     VALUE
002550             " NIGHT STOPPED AT  ".
002560     05  WS-RPT-STOP-SEQ         PIC 9(2).
002570     05  FILLER                  PIC X(1)      VALUE SPACE.
002580     05  WS-RPT-STOP-STEP        PIC X(14).
002590     05  FILLER                  PIC X(1)      VALUE SPACE.
002600     05  WS-RPT-STOP-STATUS      PIC X(8).
002610     05  FILLER                  PIC X(35)     VALUE
002620             " - RESTART THE CHAIN FROM THIS STEP".
002630*
002640 01  WS-RPT-COMPLETE-LINE.
002650     05  FILLER                  PIC X(40)     VALUE
002660             " CHAIN COMPLETE                         ".
002670     05  FILLER                  PIC X(40)     VALUE SPACES.
002680*
002690 01  WS-RPT-TRAILER-LINE.
002700     05  FILLER                  PIC X(14)     VALUE
002710             "FEED DATES    ".
002720     05  WS-RPT-DATE-COUNT       PIC 9(5).
002730     05  FILLER                  PIC X(14)     VALUE
002740             "   BROKEN     ".
002750     05  WS-RPT-BROKEN-COUNT     PIC 9(5).
002760     05  FILLER                  PIC X(42)     VALUE SPACES.
002770*
002771*----------------------------------------------------------*
002772* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002773* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002774* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002775* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002776* OVERRIDES THE DEFAULT.                                   *
002777*----------------------------------------------------------*
002778 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002779 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002780 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002781     COPY EVTLOG.
002782 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002783         "AOC-06-LEDGER".
002784 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002785 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002786 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002787 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002788 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002789 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002790 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002791 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002792 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002793 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002794 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002795     05  WS-EVT-TS-DATE          PIC 9(8).
002796     05  WS-EVT-TS-TIME          PIC 9(6).
002797 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002798     88  WS-MCT-LOADED                         VALUE 'Y'.
002799 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002800     88  WS-MCT-EOF                            VALUE 'Y'.
002801 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002802 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002803 01  WS-MCT-TABLE.
002804     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002805         10  WS-MCT-CODE         PIC 9(4).
002806         10  WS-MCT-SEVERITY     PIC X(1).
002807*
002808 PROCEDURE DIVISION.
002809*----------------------------------------------------------*
002810* 0000-MAINLINE                                            *
002811*    ONE PASS OVER THE LEDGER IN KEY ORDER - FEED DATE,    *
002820*    THEN STEP - PRINTING EACH DATE'S CHAIN AS THE DATE    *
002830*    CHANGES. ANY BROKEN NIGHT IN RANGE ENDS WITH RETURN   *
002840*    CODE 4.                                               *
002850*----------------------------------------------------------*
002860 0000-MAINLINE.
002861     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880     PERFORM 2000-BANK-ONE-ENTRY THRU 2000-EXIT
002890         UNTIL WS-LDG-EOF.
002900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002910     IF WS-BROKEN-COUNT > 0
002920         MOVE 4 TO RETURN-CODE
002930     END-IF.
002931     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002940     STOP RUN.
002950*
002960 1000-INITIALIZE.
002970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002980     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
002990     OPEN OUTPUT LEDGRPT.
003000     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
003010     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
003020     OPEN INPUT LEDGFILE.
003030     IF WS-LDG-STATUS NOT = "00"
003040         MOVE "NO RUN LEDGER ON HAND - NOTHING TO REPORT"
003050             TO RPT-RECORD
003060         WRITE RPT-RECORD
003070         MOVE 'Y' TO WS-LDG-EOF-SWITCH
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE LOW-VALUES TO LEDG-KEY.
003110     MOVE WS-FROM-DATE TO LEDG-FEED-DATE.
003120     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
003130         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
003140     END-START.
003150     IF WS-LDG-EOF
003160         GO TO 1000-EXIT
003170     END-IF.
003180     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210*
003220*----------------------------------------------------------*
003230* 1050-READ-PARM-FILE                                      *
003240*    FROMDATE AND TODATE BOUND THE FEED DATES PRINTED. A   *
003250*    MISSING PARAMETER FILE OR ENTRY LEAVES THAT END OPEN. *
003260*----------------------------------------------------------*
003270 1050-READ-PARM-FILE.
003280     OPEN INPUT PARMFILE.
003290     IF WS-PRM-STATUS NOT = "00"
003300         GO TO 1050-EXIT
003310     END-IF.
003320     MOVE 'N' TO WS-PRM-EOF-SWITCH.
003330     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003340         UNTIL WS-PRM-EOF.
003350     CLOSE PARMFILE.
003360 1050-EXIT.
003370     EXIT.
003380*
003390 1060-READ-ONE-PARM.
003400     READ PARMFILE INTO WS-PRM-LINE
003410         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
003420         NOT AT END
003430         IF WS-PRM-TAG = "FROMDATE" AND
003440                 WS-PRM-VALUE (1:8) IS NUMERIC
003450             MOVE WS-PRM-VALUE (1:8) TO WS-FROM-DATE
003460         END-IF
003470         IF WS-PRM-TAG = "TODATE" AND
003480                 WS-PRM-VALUE (1:8) IS NUMERIC
003490             MOVE WS-PRM-VALUE (1:8) TO WS-TO-DATE
003500         END-IF
003510     END-READ.
003520 1060-EXIT.
003530     EXIT.
003540*
003550*----------------------------------------------------------*
003560* 2000-BANK-ONE-ENTRY                                      *
003570*    A NEW FEED DATE PRINTS THE ONE BEFORE IT AND CLEARS   *
003580*    THE SLOTS; THE ENTRY THEN GOES INTO ITS STEP'S SLOT.  *
003590*    AN ENTRY PAST TODATE ENDS THE PASS, THE KEY BEING IN  *
003600*    FEED DATE ORDER.                                      *
003610*----------------------------------------------------------*
003620 2000-BANK-ONE-ENTRY.
003630     IF LEDG-FEED-DATE > WS-TO-DATE
003640         MOVE 'Y' TO WS-LDG-EOF-SWITCH
003650         GO TO 2000-EXIT
003660     END-IF.
003670     IF LEDG-FEED-DATE NOT = WS-CURRENT-DATE
003680         IF WS-CURRENT-DATE NOT = 0
003690             PERFORM 4000-PRINT-ONE-DATE THRU 4000-EXIT
003700         END-IF
003710         PERFORM 2100-CLEAR-ONE-SLOT THRU 2100-EXIT
003720             VARYING WS-SLOT-SUB FROM 1 BY 1
003730             UNTIL WS-SLOT-SUB > WS-CHAIN-LENGTH
003740         MOVE LEDG-FEED-DATE TO WS-CURRENT-DATE
003750     END-IF.
003760     IF LEDG-STEP-SEQ < 1 OR LEDG-STEP-SEQ > WS-CHAIN-LENGTH
003770         GO TO 2000-NEXT
003780     END-IF.
003790     MOVE LEDG-STEP-SEQ TO WS-SLOT-SUB.
003800     IF WS-SLT-STATUS (WS-SLOT-SUB) NOT = SPACE AND
003810             WS-SLT-START (WS-SLOT-SUB) > LEDG-START-TIMESTAMP
003820         GO TO 2000-NEXT
003830     END-IF.
003840     MOVE LEDG-STEP-ID TO WS-SLT-STEP-ID (WS-SLOT-SUB).
003850     MOVE LEDG-STEP-STATUS TO WS-SLT-STATUS (WS-SLOT-SUB).
003860     MOVE LEDG-OVERRIDE-FLAG TO WS-SLT-OVERRIDE (WS-SLOT-SUB).
003870     MOVE LEDG-START-TIMESTAMP TO WS-SLT-START (WS-SLOT-SUB).
003880     MOVE LEDG-END-TIMESTAMP TO WS-SLT-END (WS-SLOT-SUB).
003890     MOVE LEDG-RETURN-CODE TO WS-SLT-RC (WS-SLOT-SUB).
003900     MOVE LEDG-RECS-IN TO WS-SLT-IN (WS-SLOT-SUB).
003910     MOVE LEDG-RECS-OUT TO WS-SLT-OUT (WS-SLOT-SUB).
003920 2000-NEXT.
003930     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
003940 2000-EXIT.
003950     EXIT.
003960*
003970 2100-CLEAR-ONE-SLOT.
003980     MOVE WS-CHAIN-STEP (WS-SLOT-SUB)
003990         TO WS-SLT-STEP-ID (WS-SLOT-SUB).
004000     MOVE SPACE TO WS-SLT-STATUS (WS-SLOT-SUB).
004010     MOVE SPACE TO WS-SLT-OVERRIDE (WS-SLOT-SUB).
004020     MOVE 0 TO WS-SLT-START (WS-SLOT-SUB).
004030     MOVE 0 TO WS-SLT-END (WS-SLOT-SUB).
004040     MOVE 0 TO WS-SLT-RC (WS-SLOT-SUB).
004050     MOVE 0 TO WS-SLT-IN (WS-SLOT-SUB).
004060     MOVE 0 TO WS-SLT-OUT (WS-SLOT-SUB).
004070 2100-EXIT.
004080     EXIT.
004090*
004100 3000-READ-LEDGER.
004110     READ LEDGFILE NEXT RECORD
004120         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
004130     END-READ.
004140 3000-EXIT.
004150     EXIT.
004160*
004170*----------------------------------------------------------*
004180* 4000-PRINT-ONE-DATE                                      *
004190*    THE DATE'S EIGHT CHAIN STEPS IN ORDER, THEN THE FIRST *
004200*    STEP NOT COMPLETE - WHERE THE NIGHT STOPPED AND THE   *
004210*    CHAIN IS RESTARTED FROM - OR CHAIN COMPLETE.          *
004220*----------------------------------------------------------*
004230 4000-PRINT-ONE-DATE.
004240     ADD 1 TO WS-DATE-COUNT.
004250     MOVE SPACES TO RPT-RECORD.
004260     WRITE RPT-RECORD.
004270     MOVE WS-CURRENT-DATE TO WS-RPT-FEED-DATE.
004280     WRITE RPT-RECORD FROM WS-RPT-DATE-LINE.
004290     WRITE RPT-RECORD FROM WS-RPT-COLUMN-LINE.
004300     MOVE 0 TO WS-BREAK-SUB.
004310     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
004320         VARYING WS-SLOT-SUB FROM 1 BY 1
004330         UNTIL WS-SLOT-SUB > WS-CHAIN-LENGTH.
004340     IF WS-BREAK-SUB = 0
004350         WRITE RPT-RECORD FROM WS-RPT-COMPLETE-LINE
004360         GO TO 4000-EXIT
004370     END-IF.
004380     ADD 1 TO WS-BROKEN-COUNT.
004390     MOVE WS-BREAK-SUB TO WS-RPT-STOP-SEQ.
004400     MOVE WS-SLT-STEP-ID (WS-BREAK-SUB) TO WS-RPT-STOP-STEP.
004410     MOVE WS-SLT-STATUS (WS-BREAK-SUB) TO WS-EDIT-STATUS.
004420     PERFORM 4200-EDIT-STATUS THRU 4200-EXIT.
004430     MOVE WS-RPT-STEP-STATUS TO WS-RPT-STOP-STATUS.
004440     WRITE RPT-RECORD FROM WS-RPT-STOP-LINE.
004450 4000-EXIT.
004460     EXIT.
004470*
004480*----------------------------------------------------------*
004490* 4100-PRINT-ONE-STEP                                      *
004500*    A STEP THE LEDGER NEVER SAW PRINTS NOT RUN WITH BLANK *
004510*    TIMES AND COUNTS. STARTED WITH NO END MEANS THE STEP  *
004520*    IS STILL RUNNING OR DIED WITHOUT POSTING ITS END.     *
004530*----------------------------------------------------------*
004540 4100-PRINT-ONE-STEP.
004550     MOVE WS-SLOT-SUB TO WS-RPT-SEQ.
004560     MOVE WS-SLT-STEP-ID (WS-SLOT-SUB) TO WS-RPT-STEP.
004570     MOVE WS-SLT-STATUS (WS-SLOT-SUB) TO WS-EDIT-STATUS.
004580     PERFORM 4200-EDIT-STATUS THRU 4200-EXIT.
004590     IF NOT WS-EDIT-COMPLETE AND WS-BREAK-SUB = 0
004600         MOVE WS-SLOT-SUB TO WS-BREAK-SUB
004610     END-IF.
004620     MOVE SPACES TO WS-RPT-START.
004630     MOVE SPACES TO WS-RPT-END.
004640     MOVE SPACES TO WS-RPT-RC.
004650     MOVE SPACES TO WS-RPT-IN.
004660     MOVE SPACES TO WS-RPT-OUT.
004670     MOVE WS-SLT-OVERRIDE (WS-SLOT-SUB) TO WS-RPT-OVR.
004680     IF WS-SLT-STATUS (WS-SLOT-SUB) = SPACE
004690         GO TO 4100-WRITE
004700     END-IF.
004710     MOVE WS-SLT-START (WS-SLOT-SUB) TO WS-RPT-START.
004720     IF WS-SLT-END (WS-SLOT-SUB) > 0
004730         MOVE WS-SLT-END (WS-SLOT-SUB) TO WS-RPT-END
004740         MOVE WS-SLT-RC (WS-SLOT-SUB) TO WS-RPT-RC
004750         MOVE WS-SLT-IN (WS-SLOT-SUB) TO WS-RPT-IN
004760         MOVE WS-SLT-OUT (WS-SLOT-SUB) TO WS-RPT-OUT
004770     END-IF.
004780 4100-WRITE.
004790     WRITE RPT-RECORD FROM WS-RPT-STEP-LINE.
004800 4100-EXIT.
004810     EXIT.
004820*
004830 4200-EDIT-STATUS.
004840     EVALUATE TRUE
004850         WHEN WS-EDIT-COMPLETE
004860             MOVE "COMPLETE" TO WS-RPT-STEP-STATUS
004870         WHEN WS-EDIT-FAILED
004880             MOVE "FAILED" TO WS-RPT-STEP-STATUS
004890         WHEN WS-EDIT-STARTED
004900             MOVE "STARTED" TO WS-RPT-STEP-STATUS
004910         WHEN OTHER
004920             MOVE "NOT RUN" TO WS-RPT-STEP-STATUS
004930     END-EVALUATE.
004940 4200-EXIT.
004950     EXIT.
004960*
004970 9000-TERMINATE.
004980     IF WS-CURRENT-DATE NOT = 0
004990         PERFORM 4000-PRINT-ONE-DATE THRU 4000-EXIT
005000     END-IF.
005010     MOVE SPACES TO RPT-RECORD.
005020     WRITE RPT-RECORD.
005030     MOVE WS-DATE-COUNT TO WS-RPT-DATE-COUNT.
005040     MOVE WS-BROKEN-COUNT TO WS-RPT-BROKEN-COUNT.
005050     WRITE RPT-RECORD FROM WS-RPT-TRAILER-LINE.
005060     IF WS-LDG-STATUS NOT = "35"
005070         CLOSE LEDGFILE
005080     END-IF.
005090     CLOSE LEDGRPT.
005100 9000-EXIT.
005110     EXIT.
005120*
005130*----------------------------------------------------------*
005140* 1800-WRITE-EVENT                                         *
005150*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
005160*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
005170*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
005180*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
005190*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
005200*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
005210*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
005220*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
005230*----------------------------------------------------------*
005240 1800-WRITE-EVENT.
005250     IF NOT WS-MCT-LOADED
005260         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
005270     END-IF.
005280     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
005290         VARYING WS-MCT-SUB FROM 1 BY 1
005300         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
005310     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
005320     ACCEPT WS-EVT-TIME FROM TIME.
005330     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
005340     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
005350     MOVE SPACES TO EVT-RECORD.
005360     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
005370     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
005380     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
005390     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
005400     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
005410     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
005420     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
005430     MOVE WS-EVT-TEXT TO EVT-TEXT.
005440     OPEN EXTEND EVTFILE.
005450     IF WS-EVT-STATUS = "35"
005460         OPEN OUTPUT EVTFILE
005470     END-IF.
005480     IF WS-EVT-STATUS = "00"
005490         WRITE EVL-RECORD FROM EVT-RECORD
005500         CLOSE EVTFILE
005510     ELSE
005520         DISPLAY "AOC-06-LEDGER: EVENT LOG NOT AVAILABLE,"
005530             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
005540             " NOT LOGGED"
005550     END-IF.
005560     IF EVT-CRITICAL
005570         OPEN EXTEND ALRFILE
005580         IF WS-ALR-STATUS = "35"
005590             OPEN OUTPUT ALRFILE
005600         END-IF
005610         IF WS-ALR-STATUS = "00"
005620             WRITE ALR-RECORD FROM EVT-RECORD
005630             CLOSE ALRFILE
005640         ELSE
005650             DISPLAY "AOC-06-LEDGER: ALERT FILE NOT AVAILABLE,"
005660                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
005670                 " NOT RAISED"
005680         END-IF
005690     END-IF.
005700     MOVE 0 TO WS-EVT-FEED-ID.
005710     MOVE 0 TO WS-EVT-FEED-DATE.
005720     MOVE 0 TO WS-EVT-STREAM-NO.
005730     MOVE SPACES TO WS-EVT-TEXT.
005740 1800-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------*
005780* 1810-LOAD-MSG-CATALOG                                    *
005790*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
005800*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
005810*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
005820*----------------------------------------------------------*
005830 1810-LOAD-MSG-CATALOG.
005840     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
005850     OPEN INPUT MCTFILE.
005860     IF WS-MCT-STATUS NOT = "00"
005870         GO TO 1810-EXIT
005880     END-IF.
005890     MOVE 'N' TO WS-MCT-EOF-SWITCH.
005900     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
005910         UNTIL WS-MCT-EOF.
005920     CLOSE MCTFILE.
005930 1810-EXIT.
005940     EXIT.
005950*
005960 1815-LOAD-ONE-MSG.
005970     READ MCTFILE
005980         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
005990         GO TO 1815-EXIT
006000     END-READ.
006010     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
006020         GO TO 1815-EXIT
006030     END-IF.
006040     IF WS-MCT-COUNT NOT < 200
006050         MOVE 'Y' TO WS-MCT-EOF-SWITCH
006060         GO TO 1815-EXIT
006070     END-IF.
006080     ADD 1 TO WS-MCT-COUNT.
006090     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
006100     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
006110 1815-EXIT.
006120     EXIT.
006130*
006140 1820-FIND-ONE-MSG.
006150     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
006160         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
006170     END-IF.
006180 1820-EXIT.
006190     EXIT.
006200*
006210*----------------------------------------------------------*
006220* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
006230*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
006240*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
006250*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
006260*    OTHER FAILURE.                                        *
006270*----------------------------------------------------------*
006280 1880-LOG-PROGRAM-START.
006290     MOVE 0001 TO WS-EVT-CODE.
006300     MOVE 'I' TO WS-EVT-SEVERITY.
006310     MOVE "JOB STARTED" TO WS-EVT-TEXT.
006320     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006330 1880-EXIT.
006340     EXIT.
006350*
006360 1890-LOG-PROGRAM-END.
006370     MOVE RETURN-CODE TO WS-EVT-RC.
006380     EVALUATE WS-EVT-RC
006390         WHEN 0
006400             MOVE 0002 TO WS-EVT-CODE
006410             MOVE 'I' TO WS-EVT-SEVERITY
006420         WHEN 4
006430             MOVE 0003 TO WS-EVT-CODE
006440             MOVE 'W' TO WS-EVT-SEVERITY
006450         WHEN 12
006460             MOVE 0005 TO WS-EVT-CODE
006470             MOVE 'E' TO WS-EVT-SEVERITY
006480         WHEN OTHER
006490             MOVE 0004 TO WS-EVT-CODE
006500             MOVE 'E' TO WS-EVT-SEVERITY
006510     END-EVALUATE.
006520     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
006530         WS-EVT-RC DELIMITED BY SIZE
006540         INTO WS-EVT-TEXT.
006550     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006560 1890-EXIT.
006570     EXIT.
