001174*                   LINE - A RECONCILE FAILURE COULD
001175*                   PREVIOUSLY GRADE CLEAN WHEN THE FEED HAD
001176*                   STREAMS AND NO SCAN EXCEPTIONS.
001177*   2026-10-15  IP  THE STATUS PAGE IS NOW THE LAST GATED STEP OF
001178*                   THE NIGHTLY CHAIN ON THE SHARED RUN LEDGER: IT
001179*                   REFUSES TO RUN (RETURN CODE 12) UNLESS
001180*                   AOC-06-DRIFT COMPLETED CLEAN FOR THE FEED
001181*                   DATE, OR WHEN THE PAGE ALREADY COMPLETED FOR
001182*                   IT, SHORT OF A LEDGOVR OVERRIDE IN THE CONTROL
001183*                   FILE, AND POSTS ITS START, END, GRADED RETURN
001184*                   CODE, STATISTICS RECORDS BANKED AND FEEDS
001185*                   PRINTED TO THE LEDGER.
001186*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001187*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001188*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001189*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001190*                   FILE.
001191*
001192 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT CTLFILE ASSIGN TO "control"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-RPT-STATUS.
001430*
001431     SELECT LEDGFILE ASSIGN TO "runledger"
001432         ORGANIZATION IS INDEXED
001433         ACCESS MODE IS DYNAMIC
001434         RECORD KEY IS LEDG-KEY
001435         FILE STATUS IS WS-LDG-STATUS.
001436     SELECT EVTFILE ASSIGN TO "eventlog"
001437         ORGANIZATION IS LINE SEQUENTIAL
001438         FILE STATUS IS WS-EVT-STATUS.
001439     SELECT ALRFILE ASSIGN TO "alertlog"
001440         ORGANIZATION IS LINE SEQUENTIAL
001441         FILE STATUS IS WS-ALR-STATUS.
001442     SELECT MCTFILE ASSIGN TO "msgcat"
001443         ORGANIZATION IS LINE SEQUENTIAL
001444         FILE STATUS IS WS-MCT-STATUS.
001445 DATA DIVISION.
001450 FILE SECTION.
001460 FD  CTLFILE
001470     RECORD CONTAINS 80 CHARACTERS.
001770 FD  STATUSRPT
001780     RECORD CONTAINS 80 CHARACTERS.
001790 01  RPT-RECORD                  PIC X(80).
001791*
001792 FD  LEDGFILE
001793     RECORD CONTAINS 80 CHARACTERS.
001794     COPY RUNLEDG.
001795*
001796 FD  EVTFILE
001797     RECORD CONTAINS 80 CHARACTERS.
001798 01  EVL-RECORD                  PIC X(80).
001799*
001800 FD  ALRFILE
001801     RECORD CONTAINS 80 CHARACTERS.
001802 01  ALR-RECORD                  PIC X(80).
001803*
001804 FD  MCTFILE
001805     RECORD CONTAINS 80 CHARACTERS.
001806     COPY MSGCAT.
001807*
001810 WORKING-STORAGE SECTION.
001820 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001830 01  WS-STA-STATUS               PIC X(2)      VALUE "00".
001860 01  WS-ACK-STATUS               PIC X(2)      VALUE "00".
001870 01  WS-CAT-STATUS               PIC X(2)      VALUE "00".
001880 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001881 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001890*
001900 01  WS-SUS-LEN                  PIC 9(5) COMP.
001910*
002090*
002100 01  WS-RUN-DATE                 PIC 9(8).
002110 01  WS-LATEST-DATE              PIC 9(8)      VALUE 0.
002111*
002112* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
002113* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
002114* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
002115* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
002116 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 7.
002117 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
002118         "AOC-06-STAT".
002119 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 6.
002120 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
002121         "AOC-06-DRIFT".
002122 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
002123 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
002124 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
002125 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
002126 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
002127 01  WS-LDG-DATE                 PIC 9(8).
002128 01  WS-LDG-TIME                 PIC 9(8).
002129 01  WS-LDG-TIMESTAMP            PIC 9(14).
002130 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
002131     05  WS-LDG-TS-DATE          PIC 9(8).
002132     05  WS-LDG-TS-TIME          PIC 9(6).
002133 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002134     88  WS-LDG-EOF                            VALUE 'Y'.
002135 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
002136     88  WS-LDG-REFUSED                        VALUE 'Y'.
002137 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
002138     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
002139 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
002140     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
002141 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
002142     88  WS-LDG-POSTED                         VALUE 'Y'.
002143*
002144* OPERATOR THRESHOLDS, OVERRIDABLE FROM THE CONTROL FILE THE
002145* SAME WAY AOC-06-ACK TAKES ACKDAYS. A FEED WHOSE EXCEPTION
002150* RATE REACHES STATEXCP PERCENT, OR WITH SUSPENSE OLDER THAN
002160* STATAGE DAYS STILL OPEN, GRADES CRITICAL.
002170 01  WS-EXC-PCT-LIMIT            PIC 9(3)      VALUE 10.
004060     05  WS-RPT-OVERALL          PIC X(9).
004070     05  FILLER                  PIC X(54)     VALUE SPACES.
004080*
004081*----------------------------------------------------------*
004082* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
004083* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
004084* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
004085* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
004086* OVERRIDES THE DEFAULT.                                   *
004087*----------------------------------------------------------*
004088 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
004089 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
004090 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
004091     COPY EVTLOG.
004092 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
004093         "AOC-06-STAT".
004094 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
004095 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
004096 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
004097 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
004098 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
004099 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
004100 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
004101 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
004102 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
004103 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
004104 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
004105     05  WS-EVT-TS-DATE          PIC 9(8).
004106     05  WS-EVT-TS-TIME          PIC 9(6).
004107 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
004108     88  WS-MCT-LOADED                         VALUE 'Y'.
004109 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
004110     88  WS-MCT-EOF                            VALUE 'Y'.
004111 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
004112 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
004113 01  WS-MCT-TABLE.
004114     05  WS-MCT-ENTRY OCCURS 200 TIMES.
004115         10  WS-MCT-CODE         PIC 9(4).
004116         10  WS-MCT-SEVERITY     PIC X(1).
004117*
004118 PROCEDURE DIVISION.
004119*----------------------------------------------------------*
004120* 0000-MAINLINE                                            *
004121*    GATHERS THE FIVE MORNING FILES INTO THE FEED AND      *
004130*    REASON TABLES, THEN PRINTS THE ONE-PAGE STATUS WITH   *
004140*    A VERDICT PER FEED AND THE GRADED RETURN CODE. A PAGE *
004141*    THE RUN LEDGER REFUSES ENDS WITH RETURN CODE 12,      *
004142*    HAVING WRITTEN NOTHING.                               *
004150*----------------------------------------------------------*
004160 0000-MAINLINE.
004161     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
004170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004171     IF WS-LDG-REFUSED
004172         MOVE 12 TO RETURN-CODE
004173         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
004174         STOP RUN
004175     END-IF.
004180     PERFORM 2000-GATHER-STATISTICS THRU 2000-EXIT.
004190     PERFORM 3000-GATHER-SUSPENSE THRU 3000-EXIT.
004200     PERFORM 4000-GATHER-REJECTS THRU 4000-EXIT.
004290             MOVE 4 TO RETURN-CODE
004300         END-IF
004310     END-IF.
004311     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
004312     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
004320     STOP RUN.
004330*
004340 1000-INITIALIZE.
004350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004360     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT.
004361     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
004362     IF WS-LDG-REFUSED
004363         GO TO 1000-EXIT
004364     END-IF.
004370     PERFORM 1100-COMPUTE-AGE-CUTOFF THRU 1100-EXIT.
004380     MOVE SPACES TO WS-FEED-TABLE.
004390     PERFORM 1200-CLEAR-ONE-FEED THRU 1200-EXIT
006000                 TO WS-FD-EMPTY (WS-FEED-SUB)
006010             MOVE STAT-NOMARKER-COUNT
006020                 TO WS-FD-NOMARKER (WS-FEED-SUB)
006021             ADD 1 TO WS-LDG-RECS-IN
006022             IF STAT-RECON-FLAG = 'N'
006023                 MOVE 'N' TO WS-FD-RECON (WS-FEED-SUB)
006024             ELSE
006025                 MOVE 'Y' TO WS-FD-RECON (WS-FEED-SUB)
006026             END-IF
006030         END-IF
006040     END-READ.
006050 2200-EXIT.
009000     IF WS-FD-PRESENT (WS-FEED-SUB) NOT = 'Y'
009010         GO TO 7100-EXIT
009020     END-IF.
009021     ADD 1 TO WS-LDG-RECS-OUT.
009030     MOVE 0 TO WS-FEED-GRADE.
009040     COMPUTE WS-EXC-COUNT = WS-FD-EMPTY (WS-FEED-SUB)
009050         + WS-FD-NOMARKER (WS-FEED-SUB).
009600     CLOSE STATUSRPT.
009610 9000-EXIT.
009620     EXIT.
009630*
009640*----------------------------------------------------------*
009650* 1700-CHECK-RUN-LEDGER                                    *
009660*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
009670*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
009680*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
009690*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
009700*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
009710*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
009720*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
009730*----------------------------------------------------------*
009740 1700-CHECK-RUN-LEDGER.
009750     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
009760     OPEN I-O LEDGFILE.
009770     IF WS-LDG-STATUS = "35"
009780         OPEN OUTPUT LEDGFILE
009790         CLOSE LEDGFILE
009800         OPEN I-O LEDGFILE
009810     END-IF.
009820     IF WS-LDG-STATUS NOT = "00"
009830         DISPLAY "AOC-06-STAT: RUN LEDGER NOT AVAILABLE, "
009840             "STATUS " WS-LDG-STATUS
009850         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
009860         GO TO 1700-EXIT
009870     END-IF.
009880     IF WS-LDG-FEED-DATE = 0
009890         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
009900     END-IF.
009910     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
009920     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
009930     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
009940     READ LEDGFILE
009950         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
009960     END-READ.
009970     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
009980         DISPLAY "AOC-06-STAT: ALREADY COMPLETED FOR "
009990             "FEED DATE " WS-LDG-FEED-DATE
010000             " - LEDGOVR NEEDED TO RERUN"
010010         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
010020         CLOSE LEDGFILE
010030         GO TO 1700-EXIT
010040     END-IF.
010050     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
010060     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
010070         DISPLAY "AOC-06-STAT: PRIOR STEP NOT COMPLETE "
010080             "FOR FEED DATE " WS-LDG-FEED-DATE
010090             " - RESTART THE CHAIN THERE"
010100         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
010110         CLOSE LEDGFILE
010120         GO TO 1700-EXIT
010130     END-IF.
010140     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
010150 1700-EXIT.
010160     EXIT.
010170*
010180*----------------------------------------------------------*
010190* 1710-READ-LEDGER-CONTROL                                 *
010200*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
010210*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
010220*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
010230*----------------------------------------------------------*
010240 1710-READ-LEDGER-CONTROL.
010250     OPEN INPUT CTLFILE.
010260     IF WS-CTL-STATUS NOT = "00"
010270         GO TO 1710-EXIT
010280     END-IF.
010290     MOVE 'N' TO WS-CTL-EOF-SWITCH.
010300     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
010310         UNTIL WS-CTL-EOF.
010320     CLOSE CTLFILE.
010330 1710-EXIT.
010340     EXIT.
010350*
010360 1715-READ-ONE-LEDGER-ENTRY.
010370     READ CTLFILE INTO WS-CTL-LINE
010380         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
010390         NOT AT END
010400         IF WS-CTL-TAG = "LEDGDATE" AND
010410                 WS-CTL-VALUE (1:8) IS NUMERIC
010420             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
010430         END-IF
010440         IF WS-CTL-TAG = "LEDGOVR" AND
010450                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
010460                  WS-CTL-VALUE (1:3) = "ALL")
010470             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
010480         END-IF
010490     END-READ.
010500 1715-EXIT.
010510     EXIT.
010520*
010530*----------------------------------------------------------*
010540* 1720-CHECK-PRIOR-STEP                                    *
010550*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
010560*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
010570*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
010580*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
010590*    STEP THAT FOLLOWS IT.                                 *
010600*----------------------------------------------------------*
010610 1720-CHECK-PRIOR-STEP.
010620     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
010630     IF WS-LDG-PRIOR-SEQ = 0
010640         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
010650         GO TO 1720-EXIT
010660     END-IF.
010670     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
010680     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
010690     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
010700     READ LEDGFILE
010710         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
010720     END-READ.
010730     IF LEDG-STEP-COMPLETE
010740         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
010750         GO TO 1720-EXIT
010760     END-IF.
010770     IF WS-LDG-ALT-PRIOR-ID = SPACES
010780         GO TO 1720-EXIT
010790     END-IF.
010800     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
010810     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
010820     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
010830     READ LEDGFILE
010840         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
010850     END-READ.
010860     IF LEDG-STEP-COMPLETE
010870         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
010880     END-IF.
010890 1720-EXIT.
010900     EXIT.
010910*
010920*----------------------------------------------------------*
010930* 1730-FIND-LEDGER-DATE                                    *
010940*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
010950*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
010960*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
010970*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
010980*    UNDER ONE FEED DATE.                                  *
010990*----------------------------------------------------------*
011000 1730-FIND-LEDGER-DATE.
011010     IF WS-LDG-PRIOR-SEQ = 0
011020         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
011030         GO TO 1730-EXIT
011040     END-IF.
011050     MOVE LOW-VALUES TO LEDG-KEY.
011060     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
011070         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
011080     END-START.
011090     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
011100         UNTIL WS-LDG-EOF.
011110     IF WS-LDG-FEED-DATE = 0
011120         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
011130     END-IF.
011140 1730-EXIT.
011150     EXIT.
011160*
011170 1735-NOTE-ONE-LEDGER-DATE.
011180     READ LEDGFILE NEXT RECORD
011190         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
011200         NOT AT END
011210         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
011220             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
011230         END-IF
011240     END-READ.
011250 1735-EXIT.
011260     EXIT.
011270*
011280 1740-POST-LEDGER-START.
011290     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
011300     ACCEPT WS-LDG-TIME FROM TIME.
011310     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
011320     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
011330     MOVE SPACES TO LEDG-RECORD.
011340     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
011350     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
011360     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
011370     MOVE 'S' TO LEDG-STEP-STATUS.
011380     IF WS-LDG-OVERRIDDEN
011390         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
011400     ELSE
011410         MOVE 'N' TO LEDG-OVERRIDE-FLAG
011420     END-IF.
011430     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
011440     MOVE 0 TO LEDG-END-TIMESTAMP.
011450     MOVE 0 TO LEDG-RETURN-CODE.
011460     MOVE 0 TO LEDG-RECS-IN.
011470     MOVE 0 TO LEDG-RECS-OUT.
011480     WRITE LEDG-RECORD.
011490     IF WS-LDG-STATUS = "22"
011500         REWRITE LEDG-RECORD
011510     END-IF.
011520     CLOSE LEDGFILE.
011530     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
011540 1740-EXIT.
011550     EXIT.
011560*
011570*----------------------------------------------------------*
011580* 1780-POST-LEDGER-END                                     *
011590*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
011600*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
011610*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
011620*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
011630*----------------------------------------------------------*
011640 1780-POST-LEDGER-END.
011650     IF NOT WS-LDG-POSTED
011660         GO TO 1780-EXIT
011670     END-IF.
011680     MOVE RETURN-CODE TO WS-LDG-RC.
011690     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
011700     ACCEPT WS-LDG-TIME FROM TIME.
011710     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
011720     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
011730     OPEN I-O LEDGFILE.
011740     IF WS-LDG-STATUS NOT = "00"
011750         DISPLAY "AOC-06-STAT: RUN LEDGER NOT AVAILABLE, "
011760             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
011770         GO TO 1780-EXIT
011780     END-IF.
011790     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
011800     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
011810     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
011820     READ LEDGFILE
011830         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
011840     END-READ.
011850     IF LEDG-STEP-STATUS = SPACE
011860         DISPLAY "AOC-06-STAT: LEDGER START ENTRY GONE"
011870             " - STEP END NOT POSTED"
011880         CLOSE LEDGFILE
011890         GO TO 1780-EXIT
011900     END-IF.
011910     IF WS-LDG-RC < 8
011920         MOVE 'C' TO LEDG-STEP-STATUS
011930     ELSE
011940         MOVE 'F' TO LEDG-STEP-STATUS
011950     END-IF.
011960     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
011970     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
011980     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
011990     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
012000     REWRITE LEDG-RECORD.
012010     CLOSE LEDGFILE.
012020 1780-EXIT.
012030     EXIT.
012040*
012050*----------------------------------------------------------*
012060* 1800-WRITE-EVENT                                         *
012070*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
012080*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
012090*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
012100*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
012110*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
012120*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
012130*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
012140*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
012150*----------------------------------------------------------*
012160 1800-WRITE-EVENT.
012170     IF NOT WS-MCT-LOADED
012180         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
012190     END-IF.
012200     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
012210         VARYING WS-MCT-SUB FROM 1 BY 1
012220         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
012230     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
012240     ACCEPT WS-EVT-TIME FROM TIME.
012250     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
012260     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
012270     MOVE SPACES TO EVT-RECORD.
012280     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
012290     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
012300     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
012310     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
012320     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
012330     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
012340     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
012350     MOVE WS-EVT-TEXT TO EVT-TEXT.
012360     OPEN EXTEND EVTFILE.
012370     IF WS-EVT-STATUS = "35"
012380         OPEN OUTPUT EVTFILE
012390     END-IF.
012400     IF WS-EVT-STATUS = "00"
012410         WRITE EVL-RECORD FROM EVT-RECORD
012420         CLOSE EVTFILE
012430     ELSE
012440         DISPLAY "AOC-06-STAT: EVENT LOG NOT AVAILABLE,"
012450             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
012460             " NOT LOGGED"
012470     END-IF.
012480     IF EVT-CRITICAL
012490         OPEN EXTEND ALRFILE
012500         IF WS-ALR-STATUS = "35"
012510             OPEN OUTPUT ALRFILE
012520         END-IF
012530         IF WS-ALR-STATUS = "00"
012540             WRITE ALR-RECORD FROM EVT-RECORD
012550             CLOSE ALRFILE
012560         ELSE
012570             DISPLAY "AOC-06-STAT: ALERT FILE NOT AVAILABLE,"
012580                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
012590                 " NOT RAISED"
012600         END-IF
012610     END-IF.
012620     MOVE 0 TO WS-EVT-FEED-ID.
012630     MOVE 0 TO WS-EVT-FEED-DATE.
012640     MOVE 0 TO WS-EVT-STREAM-NO.
012650     MOVE SPACES TO WS-EVT-TEXT.
012660 1800-EXIT.
012670     EXIT.
012680*
012690*----------------------------------------------------------*
012700* 1810-LOAD-MSG-CATALOG                                    *
012710*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
012720*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
012730*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
012740*----------------------------------------------------------*
012750 1810-LOAD-MSG-CATALOG.
012760     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
012770     OPEN INPUT MCTFILE.
012780     IF WS-MCT-STATUS NOT = "00"
012790         GO TO 1810-EXIT
012800     END-IF.
012810     MOVE 'N' TO WS-MCT-EOF-SWITCH.
012820     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
012830         UNTIL WS-MCT-EOF.
012840     CLOSE MCTFILE.
012850 1810-EXIT.
012860     EXIT.
012870*
012880 1815-LOAD-ONE-MSG.
012890     READ MCTFILE
012900         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
012910         GO TO 1815-EXIT
012920     END-READ.
012930     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
012940         GO TO 1815-EXIT
012950     END-IF.
012960     IF WS-MCT-COUNT NOT < 200
012970         MOVE 'Y' TO WS-MCT-EOF-SWITCH
012980         GO TO 1815-EXIT
012990     END-IF.
013000     ADD 1 TO WS-MCT-COUNT.
013010     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
013020     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
013030 1815-EXIT.
013040     EXIT.
013050*
013060 1820-FIND-ONE-MSG.
013070     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
013080         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
013090     END-IF.
013100 1820-EXIT.
013110     EXIT.
013120*
013130*----------------------------------------------------------*
013140* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
013150*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
013160*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
013170*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
013180*    OTHER FAILURE.                                        *
013190*----------------------------------------------------------*
013200 1880-LOG-PROGRAM-START.
013210     MOVE 0001 TO WS-EVT-CODE.
013220     MOVE 'I' TO WS-EVT-SEVERITY.
013230     MOVE "JOB STARTED" TO WS-EVT-TEXT.
013240     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
013250 1880-EXIT.
013260     EXIT.
013270*
013280 1890-LOG-PROGRAM-END.
013290     MOVE RETURN-CODE TO WS-EVT-RC.
013300     EVALUATE WS-EVT-RC
013310         WHEN 0
013320             MOVE 0002 TO WS-EVT-CODE
013330             MOVE 'I' TO WS-EVT-SEVERITY
013340         WHEN 4
013350             MOVE 0003 TO WS-EVT-CODE
013360             MOVE 'W' TO WS-EVT-SEVERITY
013370         WHEN 12
013380             MOVE 0005 TO WS-EVT-CODE
013390             MOVE 'E' TO WS-EVT-SEVERITY
013400         WHEN OTHER
013410             MOVE 0004 TO WS-EVT-CODE
013420             MOVE 'E' TO WS-EVT-SEVERITY
013430     END-EVALUATE.
013440     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
013450         WS-EVT-RC DELIMITED BY SIZE
013460         INTO WS-EVT-TEXT.
013470     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
013480 1890-EXIT.
013490     EXIT.
