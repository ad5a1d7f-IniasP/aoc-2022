001160*                   SEQ NUMBER IN THE PARAMETER FILE REBUILDS
001170*                   THAT PRIOR TRANSMISSION FROM THE LOG WHEN
001180*                   DOWNSTREAM REPORTS A LOST FILE.
001181*   2026-10-15  IP  A NORMAL EXTRACT IS NOW A GATED STEP OF THE
001182*                   NIGHTLY CHAIN ON THE SHARED RUN LEDGER: IT
001183*                   REFUSES TO RUN (RETURN CODE 12) UNLESS
001184*                   AOC-06-LOAD COMPLETED CLEAN FOR THE FEED
001185*                   DATE, OR WHEN THE EXTRACT ALREADY COMPLETED
001186*                   FOR IT, SHORT OF A LEDGOVR OVERRIDE IN THE
001187*                   CONTROL FILE, AND POSTS ITS START, END,
001188*                   RETURN CODE AND DETAIL COUNT TO THE LEDGER. A
001189*                   MISSING RECONFILE NOW ENDS WITH RETURN CODE 8.
001190*                   A RESEND STANDS OUTSIDE THE CHAIN AND IS NOT
001191*                   GATED.
001192*   2026-10-15  IP  DOCUMENTED THE 'M' VALUE OF THE OBD REPROC
001193*                   FLAG: A MANUAL MARKER POSTED FROM THE SUSPENSE
001194*                   WORKBENCH GOES DOWNSTREAM FLAGGED AS MANUAL.
001195*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001196*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001197*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001198*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001199*                   FILE.
001200*
001201 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001220 FILE-CONTROL.
001230     SELECT PARMFILE ASSIGN TO "xtrparm"
001350     SELECT SEQFILE ASSIGN TO "xmitseq"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-SEQ-STATUS.
001371     SELECT CTLFILE ASSIGN TO "control"
001372         ORGANIZATION IS LINE SEQUENTIAL
001373         FILE STATUS IS WS-CTL-STATUS.
001374     SELECT LEDGFILE ASSIGN TO "runledger"
001375         ORGANIZATION IS INDEXED
001376         ACCESS MODE IS DYNAMIC
001377         RECORD KEY IS LEDG-KEY
001378         FILE STATUS IS WS-LDG-STATUS.
001379     SELECT EVTFILE ASSIGN TO "eventlog"
001380         ORGANIZATION IS LINE SEQUENTIAL
001381         FILE STATUS IS WS-EVT-STATUS.
001382     SELECT ALRFILE ASSIGN TO "alertlog"
001383         ORGANIZATION IS LINE SEQUENTIAL
001384         FILE STATUS IS WS-ALR-STATUS.
001385     SELECT MCTFILE ASSIGN TO "msgcat"
001386         ORGANIZATION IS LINE SEQUENTIAL
001387         FILE STATUS IS WS-MCT-STATUS.
001388*
001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  PARMFILE
001570 FD  SEQFILE
001580     RECORD CONTAINS 80 CHARACTERS.
001590 01  SEQ-RECORD                  PIC X(80).
001591*
001592 FD  CTLFILE
001593     RECORD CONTAINS 80 CHARACTERS.
001594 01  CTL-RECORD                  PIC X(80).
001595*
001596 FD  LEDGFILE
001597     RECORD CONTAINS 80 CHARACTERS.
001598     COPY RUNLEDG.
001599*
001600 FD  EVTFILE
001601     RECORD CONTAINS 80 CHARACTERS.
001602 01  EVL-RECORD                  PIC X(80).
001603*
001604 FD  ALRFILE
001605     RECORD CONTAINS 80 CHARACTERS.
001606 01  ALR-RECORD                  PIC X(80).
001607*
001608 FD  MCTFILE
001609     RECORD CONTAINS 80 CHARACTERS.
001610     COPY MSGCAT.
001611*
001612 WORKING-STORAGE SECTION.
001620 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001630 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
001640 01  WS-OUT-STATUS               PIC X(2)      VALUE "00".
001650 01  WS-LOG-STATUS               PIC X(2)      VALUE "00".
001660 01  WS-SEQ-STATUS               PIC X(2)      VALUE "00".
001661 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001662 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001670*
001680 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001690     88  WS-PRM-EOF                            VALUE 'Y'.
002010     05  FILLER                  PIC X(74)     VALUE SPACES.
002020*
002030 01  WS-DETAIL-COUNT             PIC 9(6)      VALUE 0.
002031*
002032 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002033     88  WS-CTL-EOF                            VALUE 'Y'.
002034*
002035 01  WS-CTL-LINE.
002036     05  WS-CTL-TAG              PIC X(8).
002037     05  WS-CTL-VALUE            PIC X(40).
002038     05  FILLER                  PIC X(32)     VALUE SPACES.
002039*
002040* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
002041* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
002042* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
002043* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
002044 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 3.
002045 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
002046         "AOC-06-XTRACT".
002047 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 2.
002048 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
002049         "AOC-06-LOAD".
002050 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
002051 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
002052 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
002053 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
002054 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
002055 01  WS-LDG-DATE                 PIC 9(8).
002056 01  WS-LDG-TIME                 PIC 9(8).
002057 01  WS-LDG-TIMESTAMP            PIC 9(14).
002058 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
002059     05  WS-LDG-TS-DATE          PIC 9(8).
002060     05  WS-LDG-TS-TIME          PIC 9(6).
002061 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002062     88  WS-LDG-EOF                            VALUE 'Y'.
002063 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
002064     88  WS-LDG-REFUSED                        VALUE 'Y'.
002065 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
002066     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
002067 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
002068     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
002069 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
002070     88  WS-LDG-POSTED                         VALUE 'Y'.
002071*
002072* OUTBOUND INTERFACE LAYOUT. OBH/OBD/OBT TAGS SO THE
002073* DOWNSTREAM LOADER CAN VALIDATE WHAT IT RECEIVED THE SAME
002074* WAY WE VALIDATE HDR/TRL ON THE INBOUND SIDE. THE HEADER
002080* RESEND FLAG IS 'R' WHEN THE FILE IS A LOG REBUILD.
002081* THE DETAIL'S REPROC FLAG PASSES THE RECON FLAG THROUGH: 'R'
002082* FOR A MARKER RESOLVED ON A SUSPENSE REPROCESS RUN, 'M' FOR A
002083* MANUAL MARKER AGREED AT THE SUSPENSE WORKBENCH.
002090 01  WS-OB-HEADER-LINE.
002100     05  FILLER                  PIC X(4)      VALUE
002110             "OBH ".
002520     05  WS-LOG-DETAIL           PIC X(41).
002530     05  FILLER                  PIC X(32)     VALUE SPACES.
002540*
002541*----------------------------------------------------------*
002542* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002543* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002544* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002545* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002546* OVERRIDES THE DEFAULT.                                   *
002547*----------------------------------------------------------*
002548 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002549 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002550 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002551     COPY EVTLOG.
002552 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002553         "AOC-06-XTRACT".
002554 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002555 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002556 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002557 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002558 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002559 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002560 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002561 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002562 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002563 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002564 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002565     05  WS-EVT-TS-DATE          PIC 9(8).
002566     05  WS-EVT-TS-TIME          PIC 9(6).
002567 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002568     88  WS-MCT-LOADED                         VALUE 'Y'.
002569 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002570     88  WS-MCT-EOF                            VALUE 'Y'.
002571 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002572 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002573 01  WS-MCT-TABLE.
002574     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002575         10  WS-MCT-CODE         PIC 9(4).
002576         10  WS-MCT-SEVERITY     PIC X(1).
002577*
002578 PROCEDURE DIVISION.
002579*----------------------------------------------------------*
002580* 0000-MAINLINE                                            *
002581*    A NORMAL RUN EXTRACTS THE RECON FILE UNDER THE NEXT   *
002590*    SEQUENCE NUMBER AND LOGS EVERY DETAIL SENT; A RESEND  *
002600*    RUN REBUILDS THE REQUESTED SEQUENCE FROM THE LOG. AN  *
002601*    EXTRACT THE RUN LEDGER REFUSES ENDS WITH RETURN CODE  *
002602*    12, HAVING WRITTEN NOTHING.                           *
002610*----------------------------------------------------------*
002620 0000-MAINLINE.
002621     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002631     IF WS-LDG-REFUSED
002632         MOVE 12 TO RETURN-CODE
002633         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
002634         STOP RUN
002635     END-IF.
002640     IF WS-RESEND-MODE
002650         PERFORM 3000-RESEND-FROM-LOG THRU 3000-EXIT
002660     ELSE
002670         PERFORM 2000-EXTRACT-RECON THRU 2000-EXIT
002680     END-IF.
002690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002691     MOVE WS-DETAIL-COUNT TO WS-LDG-RECS-IN.
002692     MOVE WS-DETAIL-COUNT TO WS-LDG-RECS-OUT.
002693     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
002694     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002700     STOP RUN.
002710*
002720 1000-INITIALIZE.
002750     MOVE WS-RUN-DATE TO WS-RTS-DATE.
002760     MOVE WS-RUN-TIME (1:6) TO WS-RTS-TIME.
002770     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
002771     IF NOT WS-RESEND-MODE
002772         PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT
002773         IF WS-LDG-REFUSED
002774             GO TO 1000-EXIT
002775         END-IF
002776     END-IF.
002780     PERFORM 1100-READ-SEQUENCE THRU 1100-EXIT.
002790     IF WS-RESEND-MODE
002800         MOVE WS-RESEND-SEQ TO WS-RUN-SEQ
003660     IF WS-REC-STATUS NOT = "00"
003670         DISPLAY "AOC-06-XTRACT: RECONFILE NOT AVAILABLE, "
003680             "STATUS " WS-REC-STATUS
003681         MOVE 8 TO RETURN-CODE
003690         MOVE 'Y' TO WS-REC-EOF-SWITCH
003700         GO TO 2000-TRAILER
003710     END-IF.
004690         " DETAILS " WS-DETAIL-COUNT.
004700 9000-EXIT.
004710     EXIT.
004720*
004730*----------------------------------------------------------*
004740* 1700-CHECK-RUN-LEDGER                                    *
004750*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
004760*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
004770*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
004780*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
004790*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
004800*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
004810*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
004820*----------------------------------------------------------*
004830 1700-CHECK-RUN-LEDGER.
004840     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
004850     OPEN I-O LEDGFILE.
004860     IF WS-LDG-STATUS = "35"
004870         OPEN OUTPUT LEDGFILE
004880         CLOSE LEDGFILE
004890         OPEN I-O LEDGFILE
004900     END-IF.
004910     IF WS-LDG-STATUS NOT = "00"
004920         DISPLAY "AOC-06-XTRACT: RUN LEDGER NOT AVAILABLE, "
004930             "STATUS " WS-LDG-STATUS
004940         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
004950         GO TO 1700-EXIT
004960     END-IF.
004970     IF WS-LDG-FEED-DATE = 0
004980         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
004990     END-IF.
005000     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005010     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
005020     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
005030     READ LEDGFILE
005040         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005050     END-READ.
005060     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
005070         DISPLAY "AOC-06-XTRACT: ALREADY COMPLETED FOR "
005080             "FEED DATE " WS-LDG-FEED-DATE
005090             " - LEDGOVR NEEDED TO RERUN"
005100         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005110         CLOSE LEDGFILE
005120         GO TO 1700-EXIT
005130     END-IF.
005140     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
005150     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
005160         DISPLAY "AOC-06-XTRACT: PRIOR STEP NOT COMPLETE "
005170             "FOR FEED DATE " WS-LDG-FEED-DATE
005180             " - RESTART THE CHAIN THERE"
005190         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005200         CLOSE LEDGFILE
005210         GO TO 1700-EXIT
005220     END-IF.
005230     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
005240 1700-EXIT.
005250     EXIT.
005260*
005270*----------------------------------------------------------*
005280* 1710-READ-LEDGER-CONTROL                                 *
005290*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
005300*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
005310*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
005320*----------------------------------------------------------*
005330 1710-READ-LEDGER-CONTROL.
005340     OPEN INPUT CTLFILE.
005350     IF WS-CTL-STATUS NOT = "00"
005360         GO TO 1710-EXIT
005370     END-IF.
005380     MOVE 'N' TO WS-CTL-EOF-SWITCH.
005390     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
005400         UNTIL WS-CTL-EOF.
005410     CLOSE CTLFILE.
005420 1710-EXIT.
005430     EXIT.
005440*
005450 1715-READ-ONE-LEDGER-ENTRY.
005460     READ CTLFILE INTO WS-CTL-LINE
005470         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
005480         NOT AT END
005490         IF WS-CTL-TAG = "LEDGDATE" AND
005500                 WS-CTL-VALUE (1:8) IS NUMERIC
005510             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
005520         END-IF
005530         IF WS-CTL-TAG = "LEDGOVR" AND
005540                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
005550                  WS-CTL-VALUE (1:3) = "ALL")
005560             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
005570         END-IF
005580     END-READ.
005590 1715-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------*
005630* 1720-CHECK-PRIOR-STEP                                    *
005640*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
005650*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
005660*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
005670*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
005680*    STEP THAT FOLLOWS IT.                                 *
005690*----------------------------------------------------------*
005700 1720-CHECK-PRIOR-STEP.
005710     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
005720     IF WS-LDG-PRIOR-SEQ = 0
005730         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005740         GO TO 1720-EXIT
005750     END-IF.
005760     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005770     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
005780     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
005790     READ LEDGFILE
005800         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005810     END-READ.
005820     IF LEDG-STEP-COMPLETE
005830         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005840         GO TO 1720-EXIT
005850     END-IF.
005860     IF WS-LDG-ALT-PRIOR-ID = SPACES
005870         GO TO 1720-EXIT
005880     END-IF.
005890     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005900     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
005910     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
005920     READ LEDGFILE
005930         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005940     END-READ.
005950     IF LEDG-STEP-COMPLETE
005960         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
005970     END-IF.
005980 1720-EXIT.
005990     EXIT.
006000*
006010*----------------------------------------------------------*
006020* 1730-FIND-LEDGER-DATE                                    *
006030*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
006040*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
006050*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
006060*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
006070*    UNDER ONE FEED DATE.                                  *
006080*----------------------------------------------------------*
006090 1730-FIND-LEDGER-DATE.
006100     IF WS-LDG-PRIOR-SEQ = 0
006110         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006120         GO TO 1730-EXIT
006130     END-IF.
006140     MOVE LOW-VALUES TO LEDG-KEY.
006150     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
006160         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
006170     END-START.
006180     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
006190         UNTIL WS-LDG-EOF.
006200     IF WS-LDG-FEED-DATE = 0
006210         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006220     END-IF.
006230 1730-EXIT.
006240     EXIT.
006250*
006260 1735-NOTE-ONE-LEDGER-DATE.
006270     READ LEDGFILE NEXT RECORD
006280         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
006290         NOT AT END
006300         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
006310             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
006320         END-IF
006330     END-READ.
006340 1735-EXIT.
006350     EXIT.
006360*
006370 1740-POST-LEDGER-START.
006380     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
006390     ACCEPT WS-LDG-TIME FROM TIME.
006400     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
006410     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
006420     MOVE SPACES TO LEDG-RECORD.
006430     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006440     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
006450     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
006460     MOVE 'S' TO LEDG-STEP-STATUS.
006470     IF WS-LDG-OVERRIDDEN
006480         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
006490     ELSE
006500         MOVE 'N' TO LEDG-OVERRIDE-FLAG
006510     END-IF.
006520     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
006530     MOVE 0 TO LEDG-END-TIMESTAMP.
006540     MOVE 0 TO LEDG-RETURN-CODE.
006550     MOVE 0 TO LEDG-RECS-IN.
006560     MOVE 0 TO LEDG-RECS-OUT.
006570     WRITE LEDG-RECORD.
006580     IF WS-LDG-STATUS = "22"
006590         REWRITE LEDG-RECORD
006600     END-IF.
006610     CLOSE LEDGFILE.
006620     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
006630 1740-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------*
006670* 1780-POST-LEDGER-END                                     *
006680*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
006690*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
006700*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
006710*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
006720*----------------------------------------------------------*
006730 1780-POST-LEDGER-END.
006740     IF NOT WS-LDG-POSTED
006750         GO TO 1780-EXIT
006760     END-IF.
006770     MOVE RETURN-CODE TO WS-LDG-RC.
006780     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
006790     ACCEPT WS-LDG-TIME FROM TIME.
006800     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
006810     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
006820     OPEN I-O LEDGFILE.
006830     IF WS-LDG-STATUS NOT = "00"
006840         DISPLAY "AOC-06-XTRACT: RUN LEDGER NOT AVAILABLE, "
006850             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
006860         GO TO 1780-EXIT
006870     END-IF.
006880     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006890     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
006900     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
006910     READ LEDGFILE
006920         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
006930     END-READ.
006940     IF LEDG-STEP-STATUS = SPACE
006950         DISPLAY "AOC-06-XTRACT: LEDGER START ENTRY GONE"
006960             " - STEP END NOT POSTED"
006970         CLOSE LEDGFILE
006980         GO TO 1780-EXIT
006990     END-IF.
007000     IF WS-LDG-RC < 8
007010         MOVE 'C' TO LEDG-STEP-STATUS
007020     ELSE
007030         MOVE 'F' TO LEDG-STEP-STATUS
007040     END-IF.
007050     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
007060     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
007070     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
007080     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
007090     REWRITE LEDG-RECORD.
007100     CLOSE LEDGFILE.
007110 1780-EXIT.
007120     EXIT.
007130*
007140*----------------------------------------------------------*
007150* 1800-WRITE-EVENT                                         *
007160*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
007170*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
007180*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
007190*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007200*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007210*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007220*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007230*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007240*----------------------------------------------------------*
007250 1800-WRITE-EVENT.
007260     IF NOT WS-MCT-LOADED
007270         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007280     END-IF.
007290     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007300         VARYING WS-MCT-SUB FROM 1 BY 1
007310         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007320     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007330     ACCEPT WS-EVT-TIME FROM TIME.
007340     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007350     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007360     MOVE SPACES TO EVT-RECORD.
007370     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
007380     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
007390     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
007400     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
007410     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
007420     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
007430     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
007440     MOVE WS-EVT-TEXT TO EVT-TEXT.
007450     OPEN EXTEND EVTFILE.
007460     IF WS-EVT-STATUS = "35"
007470         OPEN OUTPUT EVTFILE
007480     END-IF.
007490     IF WS-EVT-STATUS = "00"
007500         WRITE EVL-RECORD FROM EVT-RECORD
007510         CLOSE EVTFILE
007520     ELSE
007530         DISPLAY "AOC-06-XTRACT: EVENT LOG NOT AVAILABLE,"
007540             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
007550             " NOT LOGGED"
007560     END-IF.
007570     IF EVT-CRITICAL
007580         OPEN EXTEND ALRFILE
007590         IF WS-ALR-STATUS = "35"
007600             OPEN OUTPUT ALRFILE
007610         END-IF
007620         IF WS-ALR-STATUS = "00"
007630             WRITE ALR-RECORD FROM EVT-RECORD
007640             CLOSE ALRFILE
007650         ELSE
007660             DISPLAY "AOC-06-XTRACT: ALERT FILE NOT AVAILABLE,"
007670                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
007680                 " NOT RAISED"
007690         END-IF
007700     END-IF.
007710     MOVE 0 TO WS-EVT-FEED-ID.
007720     MOVE 0 TO WS-EVT-FEED-DATE.
007730     MOVE 0 TO WS-EVT-STREAM-NO.
007740     MOVE SPACES TO WS-EVT-TEXT.
007750 1800-EXIT.
007760     EXIT.
007770*
007780*----------------------------------------------------------*
007790* 1810-LOAD-MSG-CATALOG                                    *
007800*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
007810*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
007820*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
007830*----------------------------------------------------------*
007840 1810-LOAD-MSG-CATALOG.
007850     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
007860     OPEN INPUT MCTFILE.
007870     IF WS-MCT-STATUS NOT = "00"
007880         GO TO 1810-EXIT
007890     END-IF.
007900     MOVE 'N' TO WS-MCT-EOF-SWITCH.
007910     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
007920         UNTIL WS-MCT-EOF.
007930     CLOSE MCTFILE.
007940 1810-EXIT.
007950     EXIT.
007960*
007970 1815-LOAD-ONE-MSG.
007980     READ MCTFILE
007990         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
008000         GO TO 1815-EXIT
008010     END-READ.
008020     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
008030         GO TO 1815-EXIT
008040     END-IF.
008050     IF WS-MCT-COUNT NOT < 200
008060         MOVE 'Y' TO WS-MCT-EOF-SWITCH
008070         GO TO 1815-EXIT
008080     END-IF.
008090     ADD 1 TO WS-MCT-COUNT.
008100     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008110     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008120 1815-EXIT.
008130     EXIT.
008140*
008150 1820-FIND-ONE-MSG.
008160     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
008170         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
008180     END-IF.
008190 1820-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------*
008230* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008240*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008250*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008260*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008270*    OTHER FAILURE.                                        *
008280*----------------------------------------------------------*
008290 1880-LOG-PROGRAM-START.
008300     MOVE 0001 TO WS-EVT-CODE.
008310     MOVE 'I' TO WS-EVT-SEVERITY.
008320     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008330     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008340 1880-EXIT.
008350     EXIT.
008360*
008370 1890-LOG-PROGRAM-END.
008380     MOVE RETURN-CODE TO WS-EVT-RC.
008390     EVALUATE WS-EVT-RC
008400         WHEN 0
008410             MOVE 0002 TO WS-EVT-CODE
008420             MOVE 'I' TO WS-EVT-SEVERITY
008430         WHEN 4
008440             MOVE 0003 TO WS-EVT-CODE
008450             MOVE 'W' TO WS-EVT-SEVERITY
008460         WHEN 12
008470             MOVE 0005 TO WS-EVT-CODE
008480             MOVE 'E' TO WS-EVT-SEVERITY
008490         WHEN OTHER
008500             MOVE 0004 TO WS-EVT-CODE
008510             MOVE 'E' TO WS-EVT-SEVERITY
008520     END-EVALUATE.
008530     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
008540         WS-EVT-RC DELIMITED BY SIZE
008550         INTO WS-EVT-TEXT.
008560     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008570 1890-EXIT.
008580     EXIT.
