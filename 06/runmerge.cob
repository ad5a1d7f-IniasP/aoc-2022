001385*                   THE MOVE OFF SHARED-FILE APPENDS: NO
001386*                   INSTANCE TOUCHES THE SHARED QUEUE AT ALL
001387*                   ANY MORE.
001388*   2026-10-15  IP  AFTER A SPLIT RUN THE MERGE NOW OPENS THE
001389*                   NIGHTLY CHAIN ON THE SHARED RUN LEDGER IN
001390*                   PLACE OF AOC-06-2: IT REFUSES TO RUN (RETURN
001391*                   CODE 12) WHEN IT ALREADY COMPLETED FOR THE
001392*                   FEED DATE, SHORT OF A LEDGOVR OVERRIDE IN THE
001393*                   CONTROL FILE, AND POSTS ITS START, END,
001394*                   GRADED RETURN CODE, STREAMS AND RECON RECORDS
001395*                   MERGED TO THE LEDGER FOR AOC-06-LOAD TO GATE
001396*                   ON.
001397*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001398*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001399*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001400*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001401*                   FILE. A MERGED RUN THAT DOES NOT RECONCILE IS
001402*                   LOGGED CRITICAL.
001403*
001404 ENVIRONMENT DIVISION.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001430     SELECT CTLFILE ASSIGN TO "control"
001845     SELECT INSTSUSP ASSIGN TO DYNAMIC WS-INSTS-DSN
001846         ORGANIZATION IS LINE SEQUENTIAL
001847         FILE STATUS IS WS-ISP-STATUS.
001848     SELECT LEDGFILE ASSIGN TO "runledger"
001849         ORGANIZATION IS INDEXED
001850         ACCESS MODE IS DYNAMIC
001851         RECORD KEY IS LEDG-KEY
001852         FILE STATUS IS WS-LDG-STATUS.
001853     SELECT EVTFILE ASSIGN TO "eventlog"
001854         ORGANIZATION IS LINE SEQUENTIAL
001855         FILE STATUS IS WS-EVT-STATUS.
001856     SELECT ALRFILE ASSIGN TO "alertlog"
001857         ORGANIZATION IS LINE SEQUENTIAL
001858         FILE STATUS IS WS-ALR-STATUS.
001859     SELECT MCTFILE ASSIGN TO "msgcat"
001860         ORGANIZATION IS LINE SEQUENTIAL
001861         FILE STATUS IS WS-MCT-STATUS.
001862*
001863 DATA DIVISION.
001870 FILE SECTION.
001880 FD  CTLFILE
001890     RECORD CONTAINS 80 CHARACTERS.
002463     RECORD IS VARYING IN SIZE FROM 1 TO 5030
002464     DEPENDING ON WS-SUS-LEN.
002465 01  ISP-RECORD                 PIC X(5030).
002466*
002467 FD  LEDGFILE
002468     RECORD CONTAINS 80 CHARACTERS.
002469     COPY RUNLEDG.
002470*
002471 FD  EVTFILE
002472     RECORD CONTAINS 80 CHARACTERS.
002473 01  EVL-RECORD                  PIC X(80).
002474*
002475 FD  ALRFILE
002476     RECORD CONTAINS 80 CHARACTERS.
002477 01  ALR-RECORD                  PIC X(80).
002478*
002479 FD  MCTFILE
002480     RECORD CONTAINS 80 CHARACTERS.
002481     COPY MSGCAT.
002482*
002483 WORKING-STORAGE SECTION.
002490 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
002500 01  WS-INS-STATUS               PIC X(2)      VALUE "00".
002510 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
002600 01  WS-SUS-STATUS               PIC X(2)      VALUE "00".
002610 01  WS-SWK-STATUS               PIC X(2)      VALUE "00".
002611 01  WS-ISP-STATUS               PIC X(2)      VALUE "00".
002612 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
002613 01  WS-INSTS-DSN                PIC X(30).
002614 01  WS-ISP-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002615     88  WS-ISP-EOF                            VALUE 'Y'.
002620*
002630 01  WS-SUS-LEN                  PIC 9(5) COMP.
002640*
003010     88  WS-INST-TRL-SEEN                      VALUE 'Y'.
003020*
003030 01  WS-TOTAL-STREAMS            PIC 9(5)      VALUE 0.
003031*
003032* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
003033* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
003034* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
003035* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
003036 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 1.
003037 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
003038         "AOC-06-MERGE".
003039 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 0.
003040 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE SPACES.
003041 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
003042 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
003043 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
003044 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
003045 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
003046 01  WS-LDG-DATE                 PIC 9(8).
003047 01  WS-LDG-TIME                 PIC 9(8).
003048 01  WS-LDG-TIMESTAMP            PIC 9(14).
003049 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
003050     05  WS-LDG-TS-DATE          PIC 9(8).
003051     05  WS-LDG-TS-TIME          PIC 9(6).
003052 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003053     88  WS-LDG-EOF                            VALUE 'Y'.
003054 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
003055     88  WS-LDG-REFUSED                        VALUE 'Y'.
003056 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
003057     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
003058 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
003059     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
003060 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
003061     88  WS-LDG-POSTED                         VALUE 'Y'.
003062*
003063 01  WS-RECON-BAD-SWITCH         PIC X(1)      VALUE 'N'.
003064     88  WS-RECON-BAD                          VALUE 'Y'.
003070 01  WS-EXC-SEEN-SWITCH          PIC X(1)      VALUE 'N'.
003080     88  WS-EXC-SEEN                           VALUE 'Y'.
003090*
004200     05  WS-ROP-REASON           PIC X(16).
004210     05  FILLER                  PIC X(47).
004220*
004221*----------------------------------------------------------*
004222* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
004223* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
004224* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
004225* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
004226* OVERRIDES THE DEFAULT.                                   *
004227*----------------------------------------------------------*
004228 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
004229 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
004230 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
004231     COPY EVTLOG.
004232 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
004233         "AOC-06-MERGE".
004234 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
004235 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
004236 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
004237 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
004238 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
004239 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
004240 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
004241 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
004242 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
004243 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
004244 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
004245     05  WS-EVT-TS-DATE          PIC 9(8).
004246     05  WS-EVT-TS-TIME          PIC 9(6).
004247 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
004248     88  WS-MCT-LOADED                         VALUE 'Y'.
004249 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
004250     88  WS-MCT-EOF                            VALUE 'Y'.
004251 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
004252 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
004253 01  WS-MCT-TABLE.
004254     05  WS-MCT-ENTRY OCCURS 200 TIMES.
004255         10  WS-MCT-CODE         PIC 9(4).
004256         10  WS-MCT-SEVERITY     PIC X(1).
004257*
004258 PROCEDURE DIVISION.
004259*----------------------------------------------------------*
004260* 0000-MAINLINE                                            *
004261*    STITCHES EVERY INSTANCE'S OUTPUTS INTO THE SINGLE     *
004270*    FILES, RERUNS THE COUNT RECONCILIATION ACROSS THEM,   *
004280*    AND GRADES THE RETURN CODE THE WAY AOC-06-2 DOES. A   *
004281*    MERGE THE RUN LEDGER REFUSES ENDS WITH RETURN CODE    *
004282*    12, HAVING WRITTEN NOTHING.                           *
004290*----------------------------------------------------------*
004300 0000-MAINLINE.
004301     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
004310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004320     IF WS-INSTANCE-TOTAL < 2
004330         DISPLAY "AOC-06-MERGE: NO INSTANCE ENTRY IN "
004340             "CONTROL - NOTHING TO MERGE"
004341         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
004350         STOP RUN
004360     END-IF.
004361     IF WS-LDG-REFUSED
004362         MOVE 12 TO RETURN-CODE
004363         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
004364         STOP RUN
004365     END-IF.
004370     PERFORM 2000-OPEN-MERGED-OUTPUTS THRU 2000-EXIT.
004380     PERFORM 3000-MERGE-ONE-INSTANCE THRU 3000-EXIT
004390         VARYING WS-INSTANCE-SUB FROM 1 BY 1
004430     PERFORM 9100-PURGE-GENERATIONS THRU 9100-EXIT.
004440     IF WS-RECON-BAD
004450         MOVE 8 TO RETURN-CODE
004451         MOVE 0106 TO WS-EVT-CODE
004452         MOVE 'C' TO WS-EVT-SEVERITY
004453         MOVE "MERGED RUN DOES NOT RECONCILE" TO WS-EVT-TEXT
004454         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
004460     ELSE
004470         IF WS-EXC-SEEN
004480             MOVE 4 TO RETURN-CODE
004490         END-IF
004500     END-IF.
004501     MOVE WS-TOTAL-STREAMS TO WS-LDG-RECS-IN.
004502     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
004503     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
004510     STOP RUN.
004520*
004530*----------------------------------------------------------*
004850         END-PERFORM
004860         CLOSE CTLFILE
004870     END-IF.
004871     IF WS-INSTANCE-TOTAL < 2
004872         GO TO 1000-EXIT
004873     END-IF.
004874     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
004880 1000-EXIT.
004890     EXIT.
004900*
006400         NOT AT END
006410         MOVE INS-RECORD TO REC-RECORD
006420         WRITE REC-RECORD
006421         ADD 1 TO WS-LDG-RECS-OUT
006430     END-READ.
006440 3510-EXIT.
006450     EXIT.
011450     END-IF.
011460 9560-EXIT.
011470     EXIT.
011480*
011490*----------------------------------------------------------*
011500* 1700-CHECK-RUN-LEDGER                                    *
011510*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
011520*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
011530*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
011540*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
011550*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
011560*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
011570*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
011580*----------------------------------------------------------*
011590 1700-CHECK-RUN-LEDGER.
011600     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
011610     OPEN I-O LEDGFILE.
011620     IF WS-LDG-STATUS = "35"
011630         OPEN OUTPUT LEDGFILE
011640         CLOSE LEDGFILE
011650         OPEN I-O LEDGFILE
011660     END-IF.
011670     IF WS-LDG-STATUS NOT = "00"
011680         DISPLAY "AOC-06-MERGE: RUN LEDGER NOT AVAILABLE, "
011690             "STATUS " WS-LDG-STATUS
011700         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
011710         GO TO 1700-EXIT
011720     END-IF.
011730     IF WS-LDG-FEED-DATE = 0
011740         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
011750     END-IF.
011760     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
011770     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
011780     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
011790     READ LEDGFILE
011800         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
011810     END-READ.
011820     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
011830         DISPLAY "AOC-06-MERGE: ALREADY COMPLETED FOR "
011840             "FEED DATE " WS-LDG-FEED-DATE
011850             " - LEDGOVR NEEDED TO RERUN"
011860         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
011870         CLOSE LEDGFILE
011880         GO TO 1700-EXIT
011890     END-IF.
011900     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
011910     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
011920         DISPLAY "AOC-06-MERGE: PRIOR STEP NOT COMPLETE "
011930             "FOR FEED DATE " WS-LDG-FEED-DATE
011940             " - RESTART THE CHAIN THERE"
011950         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
011960         CLOSE LEDGFILE
011970         GO TO 1700-EXIT
011980     END-IF.
011990     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
012000 1700-EXIT.
012010     EXIT.
012020*
012030*----------------------------------------------------------*
012040* 1710-READ-LEDGER-CONTROL                                 *
012050*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
012060*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
012070*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
012080*----------------------------------------------------------*
012090 1710-READ-LEDGER-CONTROL.
012100     OPEN INPUT CTLFILE.
012110     IF WS-CTL-STATUS NOT = "00"
012120         GO TO 1710-EXIT
012130     END-IF.
012140     MOVE 'N' TO WS-CTL-EOF-SWITCH.
012150     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
012160         UNTIL WS-CTL-EOF.
012170     CLOSE CTLFILE.
012180 1710-EXIT.
012190     EXIT.
012200*
012210 1715-READ-ONE-LEDGER-ENTRY.
012220     READ CTLFILE INTO WS-CTL-LINE
012230         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
012240         NOT AT END
012250         IF WS-CTL-TAG = "LEDGDATE" AND
012260                 WS-CTL-VALUE (1:8) IS NUMERIC
012270             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
012280         END-IF
012290         IF WS-CTL-TAG = "LEDGOVR" AND
012300                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
012310                  WS-CTL-VALUE (1:3) = "ALL")
012320             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
012330         END-IF
012340     END-READ.
012350 1715-EXIT.
012360     EXIT.
012370*
012380*----------------------------------------------------------*
012390* 1720-CHECK-PRIOR-STEP                                    *
012400*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
012410*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
012420*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
012430*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
012440*    STEP THAT FOLLOWS IT.                                 *
012450*----------------------------------------------------------*
012460 1720-CHECK-PRIOR-STEP.
012470     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
012480     IF WS-LDG-PRIOR-SEQ = 0
012490         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
012500         GO TO 1720-EXIT
012510     END-IF.
012520     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
012530     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
012540     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
012550     READ LEDGFILE
012560         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
012570     END-READ.
012580     IF LEDG-STEP-COMPLETE
012590         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
012600         GO TO 1720-EXIT
012610     END-IF.
012620     IF WS-LDG-ALT-PRIOR-ID = SPACES
012630         GO TO 1720-EXIT
012640     END-IF.
012650     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
012660     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
012670     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
012680     READ LEDGFILE
012690         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
012700     END-READ.
012710     IF LEDG-STEP-COMPLETE
012720         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
012730     END-IF.
012740 1720-EXIT.
012750     EXIT.
012760*
012770*----------------------------------------------------------*
012780* 1730-FIND-LEDGER-DATE                                    *
012790*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
012800*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
012810*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
012820*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
012830*    UNDER ONE FEED DATE.                                  *
012840*----------------------------------------------------------*
012850 1730-FIND-LEDGER-DATE.
012860     IF WS-LDG-PRIOR-SEQ = 0
012870         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
012880         GO TO 1730-EXIT
012890     END-IF.
012900     MOVE LOW-VALUES TO LEDG-KEY.
012910     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
012920         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
012930     END-START.
012940     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
012950         UNTIL WS-LDG-EOF.
012960     IF WS-LDG-FEED-DATE = 0
012970         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
012980     END-IF.
012990 1730-EXIT.
013000     EXIT.
013010*
013020 1735-NOTE-ONE-LEDGER-DATE.
013030     READ LEDGFILE NEXT RECORD
013040         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
013050         NOT AT END
013060         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
013070             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
013080         END-IF
013090     END-READ.
013100 1735-EXIT.
013110     EXIT.
013120*
013130 1740-POST-LEDGER-START.
013140     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
013150     ACCEPT WS-LDG-TIME FROM TIME.
013160     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
013170     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
013180     MOVE SPACES TO LEDG-RECORD.
013190     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
013200     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
013210     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
013220     MOVE 'S' TO LEDG-STEP-STATUS.
013230     IF WS-LDG-OVERRIDDEN
013240         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
013250     ELSE
013260         MOVE 'N' TO LEDG-OVERRIDE-FLAG
013270     END-IF.
013280     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
013290     MOVE 0 TO LEDG-END-TIMESTAMP.
013300     MOVE 0 TO LEDG-RETURN-CODE.
013310     MOVE 0 TO LEDG-RECS-IN.
013320     MOVE 0 TO LEDG-RECS-OUT.
013330     WRITE LEDG-RECORD.
013340     IF WS-LDG-STATUS = "22"
013350         REWRITE LEDG-RECORD
013360     END-IF.
013370     CLOSE LEDGFILE.
013380     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
013390 1740-EXIT.
013400     EXIT.
013410*
013420*----------------------------------------------------------*
013430* 1780-POST-LEDGER-END                                     *
013440*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
013450*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
013460*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
013470*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
013480*----------------------------------------------------------*
013490 1780-POST-LEDGER-END.
013500     IF NOT WS-LDG-POSTED
013510         GO TO 1780-EXIT
013520     END-IF.
013530     MOVE RETURN-CODE TO WS-LDG-RC.
013540     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
013550     ACCEPT WS-LDG-TIME FROM TIME.
013560     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
013570     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
013580     OPEN I-O LEDGFILE.
013590     IF WS-LDG-STATUS NOT = "00"
013600         DISPLAY "AOC-06-MERGE: RUN LEDGER NOT AVAILABLE, "
013610             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
013620         GO TO 1780-EXIT
013630     END-IF.
013640     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
013650     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
013660     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
013670     READ LEDGFILE
013680         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
013690     END-READ.
013700     IF LEDG-STEP-STATUS = SPACE
013710         DISPLAY "AOC-06-MERGE: LEDGER START ENTRY GONE"
013720             " - STEP END NOT POSTED"
013730         CLOSE LEDGFILE
013740         GO TO 1780-EXIT
013750     END-IF.
013760     IF WS-LDG-RC < 8
013770         MOVE 'C' TO LEDG-STEP-STATUS
013780     ELSE
013790         MOVE 'F' TO LEDG-STEP-STATUS
013800     END-IF.
013810     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
013820     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
013830     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
013840     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
013850     REWRITE LEDG-RECORD.
013860     CLOSE LEDGFILE.
013870 1780-EXIT.
013880     EXIT.
013890*
013900*----------------------------------------------------------*
013910* 1800-WRITE-EVENT                                         *
013920*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
013930*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
013940*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
013950*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
013960*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
013970*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
013980*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
013990*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
014000*----------------------------------------------------------*
014010 1800-WRITE-EVENT.
014020     IF NOT WS-MCT-LOADED
014030         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
014040     END-IF.
014050     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
014060         VARYING WS-MCT-SUB FROM 1 BY 1
014070         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
014080     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
014090     ACCEPT WS-EVT-TIME FROM TIME.
014100     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
014110     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
014120     MOVE SPACES TO EVT-RECORD.
014130     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
014140     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
014150     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
014160     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
014170     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
014180     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
014190     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
014200     MOVE WS-EVT-TEXT TO EVT-TEXT.
014210     OPEN EXTEND EVTFILE.
014220     IF WS-EVT-STATUS = "35"
014230         OPEN OUTPUT EVTFILE
014240     END-IF.
014250     IF WS-EVT-STATUS = "00"
014260         WRITE EVL-RECORD FROM EVT-RECORD
014270         CLOSE EVTFILE
014280     ELSE
014290         DISPLAY "AOC-06-MERGE: EVENT LOG NOT AVAILABLE,"
014300             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
014310             " NOT LOGGED"
014320     END-IF.
014330     IF EVT-CRITICAL
014340         OPEN EXTEND ALRFILE
014350         IF WS-ALR-STATUS = "35"
014360             OPEN OUTPUT ALRFILE
014370         END-IF
014380         IF WS-ALR-STATUS = "00"
014390             WRITE ALR-RECORD FROM EVT-RECORD
014400             CLOSE ALRFILE
014410         ELSE
014420             DISPLAY "AOC-06-MERGE: ALERT FILE NOT AVAILABLE,"
014430                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
014440                 " NOT RAISED"
014450         END-IF
014460     END-IF.
014470     MOVE 0 TO WS-EVT-FEED-ID.
014480     MOVE 0 TO WS-EVT-FEED-DATE.
014490     MOVE 0 TO WS-EVT-STREAM-NO.
014500     MOVE SPACES TO WS-EVT-TEXT.
014510 1800-EXIT.
014520     EXIT.
014530*
014540*----------------------------------------------------------*
014550* 1810-LOAD-MSG-CATALOG                                    *
014560*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
014570*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
014580*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
014590*----------------------------------------------------------*
014600 1810-LOAD-MSG-CATALOG.
014610     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
014620     OPEN INPUT MCTFILE.
014630     IF WS-MCT-STATUS NOT = "00"
014640         GO TO 1810-EXIT
014650     END-IF.
014660     MOVE 'N' TO WS-MCT-EOF-SWITCH.
014670     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
014680         UNTIL WS-MCT-EOF.
014690     CLOSE MCTFILE.
014700 1810-EXIT.
014710     EXIT.
014720*
014730 1815-LOAD-ONE-MSG.
014740     READ MCTFILE
014750         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
014760         GO TO 1815-EXIT
014770     END-READ.
014780     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
014790         GO TO 1815-EXIT
014800     END-IF.
014810     IF WS-MCT-COUNT NOT < 200
014820         MOVE 'Y' TO WS-MCT-EOF-SWITCH
014830         GO TO 1815-EXIT
014840     END-IF.
014850     ADD 1 TO WS-MCT-COUNT.
014860     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
014870     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
014880 1815-EXIT.
014890     EXIT.
014900*
014910 1820-FIND-ONE-MSG.
014920     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
014930         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
014940     END-IF.
014950 1820-EXIT.
014960     EXIT.
014970*
014980*----------------------------------------------------------*
014990* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
015000*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
015010*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
015020*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
015030*    OTHER FAILURE.                                        *
015040*----------------------------------------------------------*
015050 1880-LOG-PROGRAM-START.
015060     MOVE 0001 TO WS-EVT-CODE.
015070     MOVE 'I' TO WS-EVT-SEVERITY.
015080     MOVE "JOB STARTED" TO WS-EVT-TEXT.
015090     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
015100 1880-EXIT.
015110     EXIT.
015120*
015130 1890-LOG-PROGRAM-END.
015140     MOVE RETURN-CODE TO WS-EVT-RC.
015150     EVALUATE WS-EVT-RC
015160         WHEN 0
015170             MOVE 0002 TO WS-EVT-CODE
015180             MOVE 'I' TO WS-EVT-SEVERITY
015190         WHEN 4
015200             MOVE 0003 TO WS-EVT-CODE
015210             MOVE 'W' TO WS-EVT-SEVERITY
015220         WHEN 12
015230             MOVE 0005 TO WS-EVT-CODE
015240             MOVE 'E' TO WS-EVT-SEVERITY
015250         WHEN OTHER
015260             MOVE 0004 TO WS-EVT-CODE
015270             MOVE 'E' TO WS-EVT-SEVERITY
015280     END-EVALUATE.
015290     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
015300         WS-EVT-RC DELIMITED BY SIZE
015310         INTO WS-EVT-TEXT.
015320     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
015330 1890-EXIT.
015340     EXIT.
