001136*                   FEED NUMBER ALSO PRINTS ON EVERY REPORT
001137*                   LINE SO THE OPERATOR CAN TELL FEEDS
001138*                   APART.
001139*   2026-10-15  IP  THE DRIFT REPORT IS NOW A GATED STEP OF THE
001140*                   NIGHTLY CHAIN ON THE SHARED RUN LEDGER: IT
001141*                   REFUSES TO RUN (RETURN CODE 12) UNLESS
001142*                   AOC-06-VERIFY COMPLETED CLEAN FOR THE FEED
001143*                   DATE, OR WHEN THE REPORT ALREADY COMPLETED
001144*                   FOR IT, SHORT OF A LEDGOVR OVERRIDE IN THE
001145*                   CONTROL FILE, AND POSTS ITS START, END,
001146*                   RETURN CODE AND COUNTS TO THE LEDGER.
001147*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001148*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001149*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001150*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001151*                   FILE. EVERY DRIFTED MARKER IS LOGGED.
001152*
001153 ENVIRONMENT DIVISION.
001160 INPUT-OUTPUT SECTION.
001170 FILE-CONTROL.
001180     SELECT CTLFILE ASSIGN TO "control"
001270     SELECT DRIFTFILE ASSIGN TO "driftrpt"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-DRF-STATUS.
001291     SELECT LEDGFILE ASSIGN TO "runledger"
001292         ORGANIZATION IS INDEXED
001293         ACCESS MODE IS DYNAMIC
001294         RECORD KEY IS LEDG-KEY
001295         FILE STATUS IS WS-LDG-STATUS.
001296     SELECT EVTFILE ASSIGN TO "eventlog"
001297         ORGANIZATION IS LINE SEQUENTIAL
001298         FILE STATUS IS WS-EVT-STATUS.
001299     SELECT ALRFILE ASSIGN TO "alertlog"
001300         ORGANIZATION IS LINE SEQUENTIAL
001301         FILE STATUS IS WS-ALR-STATUS.
001302     SELECT MCTFILE ASSIGN TO "msgcat"
001303         ORGANIZATION IS LINE SEQUENTIAL
001304         FILE STATUS IS WS-MCT-STATUS.
001305*
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  CTLFILE
001450 FD  DRIFTFILE
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  DRF-RECORD                  PIC X(80).
001471*
001472 FD  LEDGFILE
001473     RECORD CONTAINS 80 CHARACTERS.
001474     COPY RUNLEDG.
001475*
001476 FD  EVTFILE
001477     RECORD CONTAINS 80 CHARACTERS.
001478 01  EVL-RECORD                  PIC X(80).
001479*
001480 FD  ALRFILE
001481     RECORD CONTAINS 80 CHARACTERS.
001482 01  ALR-RECORD                  PIC X(80).
001483*
001484 FD  MCTFILE
001485     RECORD CONTAINS 80 CHARACTERS.
001486     COPY MSGCAT.
001487*
001490 WORKING-STORAGE SECTION.
001500 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001510 01  WS-PRI-STATUS               PIC X(2)      VALUE "00".
001520 01  WS-TDY-STATUS               PIC X(2)      VALUE "00".
001530 01  WS-DRF-STATUS               PIC X(2)      VALUE "00".
001531 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001540*
001550 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001560     88  WS-CTL-EOF                            VALUE 'Y'.
001990 01  WS-DRIFTED-COUNT            PIC 9(5)      VALUE 0.
002000 01  WS-APPEARED-COUNT           PIC 9(5)      VALUE 0.
002010 01  WS-GONE-COUNT               PIC 9(5)      VALUE 0.
002011*
002012* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
002013* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
002014* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
002015* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
002016 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 6.
002017 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
002018         "AOC-06-DRIFT".
002019 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 5.
002020 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
002021         "AOC-06-VERIFY".
002022 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
002023 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
002024 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
002025 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
002026 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
002027 01  WS-LDG-DATE                 PIC 9(8).
002028 01  WS-LDG-TIME                 PIC 9(8).
002029 01  WS-LDG-TIMESTAMP            PIC 9(14).
002030 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
002031     05  WS-LDG-TS-DATE          PIC 9(8).
002032     05  WS-LDG-TS-TIME          PIC 9(6).
002033 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002034     88  WS-LDG-EOF                            VALUE 'Y'.
002035 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
002036     88  WS-LDG-REFUSED                        VALUE 'Y'.
002037 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
002038     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
002039 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
002040     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
002041 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
002042     88  WS-LDG-POSTED                         VALUE 'Y'.
002043*
002044 01  WS-DRF-HEADER-LINE.
002045     05  FILLER                  PIC X(30)     VALUE
002050             "MARKER DRIFT REPORT TOLERANCE ".
002060     05  WS-DRF-HDR-TOLERANCE    PIC 9(4).
002070     05  FILLER                  PIC X(46)     VALUE SPACES.
002580     05  WS-DRF-TRL-GONE         PIC 9(5).
002590     05  FILLER                  PIC X(31)     VALUE SPACES.
002600*
002601*----------------------------------------------------------*
002602* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002603* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002604* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002605* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002606* OVERRIDES THE DEFAULT.                                   *
002607*----------------------------------------------------------*
002608 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002609 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002610 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002611     COPY EVTLOG.
002612 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002613         "AOC-06-DRIFT".
002614 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002615 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002616 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002617 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002618 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002619 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002620 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002621 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002622 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002623 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002624 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002625     05  WS-EVT-TS-DATE          PIC 9(8).
002626     05  WS-EVT-TS-TIME          PIC 9(6).
002627 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002628     88  WS-MCT-LOADED                         VALUE 'Y'.
002629 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002630     88  WS-MCT-EOF                            VALUE 'Y'.
002631 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002632 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002633 01  WS-MCT-TABLE.
002634     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002635         10  WS-MCT-CODE         PIC 9(4).
002636         10  WS-MCT-SEVERITY     PIC X(1).
002637*
002638 PROCEDURE DIVISION.
002639*----------------------------------------------------------*
002640* 0000-MAINLINE                                            *
002641*    TABLES THE PRIOR FEED'S MARKERS, PASSES TODAY'S       *
002650*    MARKERS AGAINST THE TABLE, THEN SWEEPS THE TABLE FOR  *
002660*    MARKERS THAT DISAPPEARED. A REPORT THE RUN LEDGER     *
002661*    REFUSES ENDS WITH RETURN CODE 12, HAVING WRITTEN      *
002662*    NOTHING.                                              *
002670*----------------------------------------------------------*
002680 0000-MAINLINE.
002681     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002691     IF WS-LDG-REFUSED
002692         MOVE 12 TO RETURN-CODE
002693         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
002694         STOP RUN
002695     END-IF.
002700     PERFORM 2000-COMPARE-ONE-MARKER THRU 2000-EXIT
002710         UNTIL WS-TDY-EOF.
002720     PERFORM 2500-SWEEP-FOR-GONE THRU 2500-EXIT
002730         VARYING WS-PRIOR-SUB FROM 1 BY 1
002740         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002751     COMPUTE WS-LDG-RECS-IN = WS-COMPARED-COUNT
002752         + WS-APPEARED-COUNT.
002753     MOVE WS-DRIFTED-COUNT TO WS-LDG-RECS-OUT.
002754     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
002755     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002760     STOP RUN.
002770*
002780 1000-INITIALIZE.
002790     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT.
002791     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
002792     IF WS-LDG-REFUSED
002793         GO TO 1000-EXIT
002794     END-IF.
002800     OPEN OUTPUT DRIFTFILE.
002810     MOVE WS-DRIFT-TOLERANCE TO WS-DRF-HDR-TOLERANCE.
002820     WRITE DRF-RECORD FROM WS-DRF-HEADER-LINE.
004000             MOVE WS-DRIFT-AMOUNT TO WS-DRF-MOVED
004001             MOVE RECON-FEED-ID TO WS-DRF-FEED-ID
004010             WRITE DRF-RECORD FROM WS-DRF-DRIFT-LINE
004011             MOVE 0301 TO WS-EVT-CODE
004012             MOVE 'W' TO WS-EVT-SEVERITY
004013             MOVE RECON-FEED-ID TO WS-EVT-FEED-ID
004014             MOVE RECON-FEED-DATE TO WS-EVT-FEED-DATE
004015             MOVE RECON-STREAM-NO TO WS-EVT-STREAM-NO
004016             STRING "MARKER " DELIMITED BY SIZE
004017                 RECON-MARKER-TYPE DELIMITED BY SIZE
004018                 " MOVED " DELIMITED BY SIZE
004019                 WS-DRIFT-AMOUNT DELIMITED BY SIZE
004020                 INTO WS-EVT-TEXT
004021             PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
004022         END-IF
004030     ELSE
004040         ADD 1 TO WS-APPEARED-COUNT
004050         MOVE RECON-STREAM-NO TO WS-DRF-APP-STREAM-NO
004590     CLOSE DRIFTFILE.
004600 9000-EXIT.
004610     EXIT.
004620*
004630*----------------------------------------------------------*
004640* 1700-CHECK-RUN-LEDGER                                    *
004650*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
004660*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
004670*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
004680*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
004690*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
004700*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
004710*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
004720*----------------------------------------------------------*
004730 1700-CHECK-RUN-LEDGER.
004740     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
004750     OPEN I-O LEDGFILE.
004760     IF WS-LDG-STATUS = "35"
004770         OPEN OUTPUT LEDGFILE
004780         CLOSE LEDGFILE
004790         OPEN I-O LEDGFILE
004800     END-IF.
004810     IF WS-LDG-STATUS NOT = "00"
004820         DISPLAY "AOC-06-DRIFT: RUN LEDGER NOT AVAILABLE, "
004830             "STATUS " WS-LDG-STATUS
004840         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
004850         GO TO 1700-EXIT
004860     END-IF.
004870     IF WS-LDG-FEED-DATE = 0
004880         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
004890     END-IF.
004900     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
004910     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
004920     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
004930     READ LEDGFILE
004940         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
004950     END-READ.
004960     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
004970         DISPLAY "AOC-06-DRIFT: ALREADY COMPLETED FOR "
004980             "FEED DATE " WS-LDG-FEED-DATE
004990             " - LEDGOVR NEEDED TO RERUN"
005000         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005010         CLOSE LEDGFILE
005020         GO TO 1700-EXIT
005030     END-IF.
005040     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
005050     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
005060         DISPLAY "AOC-06-DRIFT: PRIOR STEP NOT COMPLETE "
005070             "FOR FEED DATE " WS-LDG-FEED-DATE
005080             " - RESTART THE CHAIN THERE"
005090         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005100         CLOSE LEDGFILE
005110         GO TO 1700-EXIT
005120     END-IF.
005130     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
005140 1700-EXIT.
005150     EXIT.
005160*
005170*----------------------------------------------------------*
005180* 1710-READ-LEDGER-CONTROL                                 *
005190*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
005200*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
005210*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
005220*----------------------------------------------------------*
005230 1710-READ-LEDGER-CONTROL.
005240     OPEN INPUT CTLFILE.
005250     IF WS-CTL-STATUS NOT = "00"
005260         GO TO 1710-EXIT
005270     END-IF.
005280     MOVE 'N' TO WS-CTL-EOF-SWITCH.
005290     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
005300         UNTIL WS-CTL-EOF.
005310     CLOSE CTLFILE.
005320 1710-EXIT.
005330     EXIT.
005340*
005350 1715-READ-ONE-LEDGER-ENTRY.
005360     READ CTLFILE INTO WS-CTL-LINE
005370         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
005380         NOT AT END
005390         IF WS-CTL-TAG = "LEDGDATE" AND
005400                 WS-CTL-VALUE (1:8) IS NUMERIC
005410             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
005420         END-IF
005430         IF WS-CTL-TAG = "LEDGOVR" AND
005440                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
005450                  WS-CTL-VALUE (1:3) = "ALL")
005460             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
005470         END-IF
005480     END-READ.
005490 1715-EXIT.
005500     EXIT.
005510*
005520*----------------------------------------------------------*
005530* 1720-CHECK-PRIOR-STEP                                    *
005540*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
005550*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
005560*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
005570*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
005580*    STEP THAT FOLLOWS IT.                                 *
005590*----------------------------------------------------------*
005600 1720-CHECK-PRIOR-STEP.
005610     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
005620     IF WS-LDG-PRIOR-SEQ = 0
005630         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005640         GO TO 1720-EXIT
005650     END-IF.
005660     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005670     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
005680     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
005690     READ LEDGFILE
005700         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005710     END-READ.
005720     IF LEDG-STEP-COMPLETE
005730         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005740         GO TO 1720-EXIT
005750     END-IF.
005760     IF WS-LDG-ALT-PRIOR-ID = SPACES
005770         GO TO 1720-EXIT
005780     END-IF.
005790     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005800     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
005810     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
005820     READ LEDGFILE
005830         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005840     END-READ.
005850     IF LEDG-STEP-COMPLETE
005860         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005870     END-IF.
005880 1720-EXIT.
005890     EXIT.
005900*
005910*----------------------------------------------------------*
005920* 1730-FIND-LEDGER-DATE                                    *
005930*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
005940*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
005950*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
005960*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
005970*    UNDER ONE FEED DATE.                                  *
005980*----------------------------------------------------------*
005990 1730-FIND-LEDGER-DATE.
006000     IF WS-LDG-PRIOR-SEQ = 0
006010         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006020         GO TO 1730-EXIT
006030     END-IF.
006040     MOVE LOW-VALUES TO LEDG-KEY.
006050     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
006060         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
006070     END-START.
006080     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
006090         UNTIL WS-LDG-EOF.
006100     IF WS-LDG-FEED-DATE = 0
006110         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006120     END-IF.
006130 1730-EXIT.
006140     EXIT.
006150*
006160 1735-NOTE-ONE-LEDGER-DATE.
006170     READ LEDGFILE NEXT RECORD
006180         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
006190         NOT AT END
006200         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
006210             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
006220         END-IF
006230     END-READ.
006240 1735-EXIT.
006250     EXIT.
006260*
006270 1740-POST-LEDGER-START.
006280     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
006290     ACCEPT WS-LDG-TIME FROM TIME.
006300     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
006310     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
006320     MOVE SPACES TO LEDG-RECORD.
006330     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006340     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
006350     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
006360     MOVE 'S' TO LEDG-STEP-STATUS.
006370     IF WS-LDG-OVERRIDDEN
006380         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
006390     ELSE
006400         MOVE 'N' TO LEDG-OVERRIDE-FLAG
006410     END-IF.
006420     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
006430     MOVE 0 TO LEDG-END-TIMESTAMP.
006440     MOVE 0 TO LEDG-RETURN-CODE.
006450     MOVE 0 TO LEDG-RECS-IN.
006460     MOVE 0 TO LEDG-RECS-OUT.
006470     WRITE LEDG-RECORD.
006480     IF WS-LDG-STATUS = "22"
006490         REWRITE LEDG-RECORD
006500     END-IF.
006510     CLOSE LEDGFILE.
006520     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
006530 1740-EXIT.
006540     EXIT.
006550*
006560*----------------------------------------------------------*
006570* 1780-POST-LEDGER-END                                     *
006580*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
006590*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
006600*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
006610*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
006620*----------------------------------------------------------*
006630 1780-POST-LEDGER-END.
006640     IF NOT WS-LDG-POSTED
006650         GO TO 1780-EXIT
006660     END-IF.
006670     MOVE RETURN-CODE TO WS-LDG-RC.
006680     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
006690     ACCEPT WS-LDG-TIME FROM TIME.
006700     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
006710     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
006720     OPEN I-O LEDGFILE.
006730     IF WS-LDG-STATUS NOT = "00"
006740         DISPLAY "AOC-06-DRIFT: RUN LEDGER NOT AVAILABLE, "
006750             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
006760         GO TO 1780-EXIT
006770     END-IF.
006780     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006790     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
006800     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
006810     READ LEDGFILE
006820         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
006830     END-READ.
006840     IF LEDG-STEP-STATUS = SPACE
006850         DISPLAY "AOC-06-DRIFT: LEDGER START ENTRY GONE"
006860             " - STEP END NOT POSTED"
006870         CLOSE LEDGFILE
006880         GO TO 1780-EXIT
006890     END-IF.
006900     IF WS-LDG-RC < 8
006910         MOVE 'C' TO LEDG-STEP-STATUS
006920     ELSE
006930         MOVE 'F' TO LEDG-STEP-STATUS
006940     END-IF.
006950     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
006960     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
006970     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
006980     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
006990     REWRITE LEDG-RECORD.
007000     CLOSE LEDGFILE.
007010 1780-EXIT.
007020     EXIT.
007030*
007040*----------------------------------------------------------*
007050* 1800-WRITE-EVENT                                         *
007060*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
007070*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
007080*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
007090*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007100*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007110*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007120*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007130*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007140*----------------------------------------------------------*
007150 1800-WRITE-EVENT.
007160     IF NOT WS-MCT-LOADED
007170         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007180     END-IF.
007190     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007200         VARYING WS-MCT-SUB FROM 1 BY 1
007210         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007220     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007230     ACCEPT WS-EVT-TIME FROM TIME.
007240     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007250     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007260     MOVE SPACES TO EVT-RECORD.
007270     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
007280     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
007290     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
007300     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
007310     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
007320     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
007330     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
007340     MOVE WS-EVT-TEXT TO EVT-TEXT.
007350     OPEN EXTEND EVTFILE.
007360     IF WS-EVT-STATUS = "35"
007370         OPEN OUTPUT EVTFILE
007380     END-IF.
007390     IF WS-EVT-STATUS = "00"
007400         WRITE EVL-RECORD FROM EVT-RECORD
007410         CLOSE EVTFILE
007420     ELSE
007430         DISPLAY "AOC-06-DRIFT: EVENT LOG NOT AVAILABLE,"
007440             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
007450             " NOT LOGGED"
007460     END-IF.
007470     IF EVT-CRITICAL
007480         OPEN EXTEND ALRFILE
007490         IF WS-ALR-STATUS = "35"
007500             OPEN OUTPUT ALRFILE
007510         END-IF
007520         IF WS-ALR-STATUS = "00"
007530             WRITE ALR-RECORD FROM EVT-RECORD
007540             CLOSE ALRFILE
007550         ELSE
007560             DISPLAY "AOC-06-DRIFT: ALERT FILE NOT AVAILABLE,"
007570                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
007580                 " NOT RAISED"
007590         END-IF
007600     END-IF.
007610     MOVE 0 TO WS-EVT-FEED-ID.
007620     MOVE 0 TO WS-EVT-FEED-DATE.
007630     MOVE 0 TO WS-EVT-STREAM-NO.
007640     MOVE SPACES TO WS-EVT-TEXT.
007650 1800-EXIT.
007660     EXIT.
007670*
007680*----------------------------------------------------------*
007690* 1810-LOAD-MSG-CATALOG                                    *
007700*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
007710*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
007720*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
007730*----------------------------------------------------------*
007740 1810-LOAD-MSG-CATALOG.
007750     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
007760     OPEN INPUT MCTFILE.
007770     IF WS-MCT-STATUS NOT = "00"
007780         GO TO 1810-EXIT
007790     END-IF.
007800     MOVE 'N' TO WS-MCT-EOF-SWITCH.
007810     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
007820         UNTIL WS-MCT-EOF.
007830     CLOSE MCTFILE.
007840 1810-EXIT.
007850     EXIT.
007860*
007870 1815-LOAD-ONE-MSG.
007880     READ MCTFILE
007890         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
007900         GO TO 1815-EXIT
007910     END-READ.
007920     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
007930         GO TO 1815-EXIT
007940     END-IF.
007950     IF WS-MCT-COUNT NOT < 200
007960         MOVE 'Y' TO WS-MCT-EOF-SWITCH
007970         GO TO 1815-EXIT
007980     END-IF.
007990     ADD 1 TO WS-MCT-COUNT.
008000     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008010     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008020 1815-EXIT.
008030     EXIT.
008040*
008050 1820-FIND-ONE-MSG.
008060     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
008070         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
008080     END-IF.
008090 1820-EXIT.
008100     EXIT.
008110*
008120*----------------------------------------------------------*
008130* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008140*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008150*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008160*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008170*    OTHER FAILURE.                                        *
008180*----------------------------------------------------------*
008190 1880-LOG-PROGRAM-START.
008200     MOVE 0001 TO WS-EVT-CODE.
008210     MOVE 'I' TO WS-EVT-SEVERITY.
008220     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008230     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008240 1880-EXIT.
008250     EXIT.
008260*
008270 1890-LOG-PROGRAM-END.
008280     MOVE RETURN-CODE TO WS-EVT-RC.
008290     EVALUATE WS-EVT-RC
008300         WHEN 0
008310             MOVE 0002 TO WS-EVT-CODE
008320             MOVE 'I' TO WS-EVT-SEVERITY
008330         WHEN 4
008340             MOVE 0003 TO WS-EVT-CODE
008350             MOVE 'W' TO WS-EVT-SEVERITY
008360         WHEN 12
008370             MOVE 0005 TO WS-EVT-CODE
008380             MOVE 'E' TO WS-EVT-SEVERITY
008390         WHEN OTHER
008400             MOVE 0004 TO WS-EVT-CODE
008410             MOVE 'E' TO WS-EVT-SEVERITY
008420     END-EVALUATE.
008430     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
008440         WS-EVT-RC DELIMITED BY SIZE
008450         INTO WS-EVT-TEXT.
008460     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008470 1890-EXIT.
008480     EXIT.
