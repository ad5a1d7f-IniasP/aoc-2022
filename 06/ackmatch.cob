001110*                   THAT SILENTLY NEVER ARRIVES DOWNSTREAM
001120*                   NOW SURFACES THE SAME WEEK, NOT AT
001130*                   SETTLEMENT.
001131*   2026-10-15  IP  THE MATCH IS NOW A GATED STEP OF THE NIGHTLY
001132*                   CHAIN ON THE SHARED RUN LEDGER: IT REFUSES TO
001133*                   RUN (RETURN CODE 12) UNLESS AOC-06-XTRACT
001134*                   COMPLETED CLEAN FOR THE FEED DATE, OR WHEN THE
001135*                   MATCH ALREADY COMPLETED FOR IT, SHORT OF A
001136*                   LEDGOVR OVERRIDE IN THE CONTROL FILE, AND
001137*                   POSTS ITS START, END, RETURN CODE AND COUNTS
001138*                   TO THE LEDGER.
001139*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001140*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001141*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001142*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001143*                   FILE.
001144*
001150 ENVIRONMENT DIVISION.
001160 INPUT-OUTPUT SECTION.
001170 FILE-CONTROL.
001270     SELECT ACKREPORT ASSIGN TO "ackrpt"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-RPT-STATUS.
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
001450 FD  ACKREPORT
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  RPT-RECORD                  PIC X(80).
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
001510 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
001520 01  WS-ACK-STATUS               PIC X(2)      VALUE "00".
001530 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001531 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
001540*
001550 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001560     88  WS-CTL-EOF                            VALUE 'Y'.
002070 01  WS-UNACKED-COUNT            PIC 9(5)      VALUE 0.
002080 01  WS-AGED-COUNT               PIC 9(5)      VALUE 0.
002090 01  WS-ORPHAN-COUNT             PIC 9(5)      VALUE 0.
002091*
002092* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
002093* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
002094* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
002095* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
002096 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 4.
002097 01  WS-LDG-STEP-ID              PIC X(14)     VALUE "AOC-06-ACK".
002098 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 3.
002099 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
002100         "AOC-06-XTRACT".
002101 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
002102 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
002103 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
002104 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
002105 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
002106 01  WS-LDG-DATE                 PIC 9(8).
002107 01  WS-LDG-TIME                 PIC 9(8).
002108 01  WS-LDG-TIMESTAMP            PIC 9(14).
002109 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
002110     05  WS-LDG-TS-DATE          PIC 9(8).
002111     05  WS-LDG-TS-TIME          PIC 9(6).
002112 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002113     88  WS-LDG-EOF                            VALUE 'Y'.
002114 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
002115     88  WS-LDG-REFUSED                        VALUE 'Y'.
002116 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
002117     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
002118 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
002119     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
002120 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
002121     88  WS-LDG-POSTED                         VALUE 'Y'.
002122*
002123 01  WS-ACK-HEADER-LINE.
002124     05  FILLER                  PIC X(32)     VALUE
002130             "ACKNOWLEDGMENT MATCH, AGE LIMIT ".
002140     05  WS-ACK-HDR-DAYS         PIC 9(3).
002150     05  FILLER                  PIC X(5)      VALUE
002730     05  WS-TRL-ORPHAN           PIC 9(5).
002740     05  FILLER                  PIC X(14)     VALUE SPACES.
002750*
002751*----------------------------------------------------------*
002752* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002753* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002754* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002755* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002756* OVERRIDES THE DEFAULT.                                   *
002757*----------------------------------------------------------*
002758 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002759 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002760 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002761     COPY EVTLOG.
002762 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002763         "AOC-06-ACK".
002764 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002765 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002766 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002767 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002768 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002769 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002770 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002771 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002772 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002773 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002774 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002775     05  WS-EVT-TS-DATE          PIC 9(8).
002776     05  WS-EVT-TS-TIME          PIC 9(6).
002777 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002778     88  WS-MCT-LOADED                         VALUE 'Y'.
002779 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002780     88  WS-MCT-EOF                            VALUE 'Y'.
002781 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002782 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002783 01  WS-MCT-TABLE.
002784     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002785         10  WS-MCT-CODE         PIC 9(4).
002786         10  WS-MCT-SEVERITY     PIC X(1).
002787*
002788 PROCEDURE DIVISION.
002789*----------------------------------------------------------*
002790* 0000-MAINLINE                                            *
002791*    TABLES THE EMITTED RECON RECORDS, PAIRS EACH RETURNED *
002800*    ACKNOWLEDGMENT AGAINST THEM, THEN SWEEPS THE TABLE    *
002810*    FOR MARKERS STILL UNACKNOWLEDGED AND AGES THEM        *
002820*    AGAINST THE OPERATOR LIMIT. A MATCH THE RUN LEDGER    *
002821*    REFUSES ENDS WITH RETURN CODE 12, HAVING WRITTEN      *
002822*    NOTHING.                                              *
002830*----------------------------------------------------------*
002840 0000-MAINLINE.
002841     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002851     IF WS-LDG-REFUSED
002852         MOVE 12 TO RETURN-CODE
002853         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
002854         STOP RUN
002855     END-IF.
002860     PERFORM 2000-MATCH-ONE-ACK THRU 2000-EXIT
002870         UNTIL WS-ACK-EOF.
002880     PERFORM 2500-SWEEP-UNACKED THRU 2500-EXIT
002890         VARYING WS-RECON-SUB FROM 1 BY 1
002900         UNTIL WS-RECON-SUB > WS-RECON-COUNT.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002911     MOVE WS-RECON-COUNT TO WS-LDG-RECS-IN.
002912     MOVE WS-MATCHED-COUNT TO WS-LDG-RECS-OUT.
002913     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
002914     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002920     STOP RUN.
002930*
002940 1000-INITIALIZE.
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT.
002961     PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT.
002962     IF WS-LDG-REFUSED
002963         GO TO 1000-EXIT
002964     END-IF.
002970     PERFORM 1100-COMPUTE-AGE-CUTOFF THRU 1100-EXIT.
002980     OPEN OUTPUT ACKREPORT.
002990     MOVE WS-ACK-AGE-DAYS TO WS-ACK-HDR-DAYS.
005320     CLOSE ACKREPORT.
005330 9000-EXIT.
005340     EXIT.
005350*
005360*----------------------------------------------------------*
005370* 1700-CHECK-RUN-LEDGER                                    *
005380*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
005390*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
005400*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
005410*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
005420*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
005430*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
005440*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
005450*----------------------------------------------------------*
005460 1700-CHECK-RUN-LEDGER.
005470     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
005480     OPEN I-O LEDGFILE.
005490     IF WS-LDG-STATUS = "35"
005500         OPEN OUTPUT LEDGFILE
005510         CLOSE LEDGFILE
005520         OPEN I-O LEDGFILE
005530     END-IF.
005540     IF WS-LDG-STATUS NOT = "00"
005550         DISPLAY "AOC-06-ACK: RUN LEDGER NOT AVAILABLE, "
005560             "STATUS " WS-LDG-STATUS
005570         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005580         GO TO 1700-EXIT
005590     END-IF.
005600     IF WS-LDG-FEED-DATE = 0
005610         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
005620     END-IF.
005630     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
005640     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
005650     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
005660     READ LEDGFILE
005670         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
005680     END-READ.
005690     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
005700         DISPLAY "AOC-06-ACK: ALREADY COMPLETED FOR "
005710             "FEED DATE " WS-LDG-FEED-DATE
005720             " - LEDGOVR NEEDED TO RERUN"
005730         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005740         CLOSE LEDGFILE
005750         GO TO 1700-EXIT
005760     END-IF.
005770     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
005780     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
005790         DISPLAY "AOC-06-ACK: PRIOR STEP NOT COMPLETE "
005800             "FOR FEED DATE " WS-LDG-FEED-DATE
005810             " - RESTART THE CHAIN THERE"
005820         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
005830         CLOSE LEDGFILE
005840         GO TO 1700-EXIT
005850     END-IF.
005860     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
005870 1700-EXIT.
005880     EXIT.
005890*
005900*----------------------------------------------------------*
005910* 1710-READ-LEDGER-CONTROL                                 *
005920*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
005930*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
005940*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
005950*----------------------------------------------------------*
005960 1710-READ-LEDGER-CONTROL.
005970     OPEN INPUT CTLFILE.
005980     IF WS-CTL-STATUS NOT = "00"
005990         GO TO 1710-EXIT
006000     END-IF.
006010     MOVE 'N' TO WS-CTL-EOF-SWITCH.
006020     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
006030         UNTIL WS-CTL-EOF.
006040     CLOSE CTLFILE.
006050 1710-EXIT.
006060     EXIT.
006070*
006080 1715-READ-ONE-LEDGER-ENTRY.
006090     READ CTLFILE INTO WS-CTL-LINE
006100         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
006110         NOT AT END
006120         IF WS-CTL-TAG = "LEDGDATE" AND
006130                 WS-CTL-VALUE (1:8) IS NUMERIC
006140             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
006150         END-IF
006160         IF WS-CTL-TAG = "LEDGOVR" AND
006170                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
006180                  WS-CTL-VALUE (1:3) = "ALL")
006190             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
006200         END-IF
006210     END-READ.
006220 1715-EXIT.
006230     EXIT.
006240*
006250*----------------------------------------------------------*
006260* 1720-CHECK-PRIOR-STEP                                    *
006270*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
006280*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
006290*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
006300*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
006310*    STEP THAT FOLLOWS IT.                                 *
006320*----------------------------------------------------------*
006330 1720-CHECK-PRIOR-STEP.
006340     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
006350     IF WS-LDG-PRIOR-SEQ = 0
006360         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
006370         GO TO 1720-EXIT
006380     END-IF.
006390     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006400     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
006410     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
006420     READ LEDGFILE
006430         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
006440     END-READ.
006450     IF LEDG-STEP-COMPLETE
006460         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
006470         GO TO 1720-EXIT
006480     END-IF.
006490     IF WS-LDG-ALT-PRIOR-ID = SPACES
006500         GO TO 1720-EXIT
006510     END-IF.
006520     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
006530     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
006540     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
006550     READ LEDGFILE
006560         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
006570     END-READ.
006580     IF LEDG-STEP-COMPLETE
006590         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
006600     END-IF.
006610 1720-EXIT.
006620     EXIT.
006630*
006640*----------------------------------------------------------*
006650* 1730-FIND-LEDGER-DATE                                    *
006660*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
006670*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
006680*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
006690*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
006700*    UNDER ONE FEED DATE.                                  *
006710*----------------------------------------------------------*
006720 1730-FIND-LEDGER-DATE.
006730     IF WS-LDG-PRIOR-SEQ = 0
006740         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006750         GO TO 1730-EXIT
006760     END-IF.
006770     MOVE LOW-VALUES TO LEDG-KEY.
006780     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
006790         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
006800     END-START.
006810     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
006820         UNTIL WS-LDG-EOF.
006830     IF WS-LDG-FEED-DATE = 0
006840         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
006850     END-IF.
006860 1730-EXIT.
006870     EXIT.
006880*
006890 1735-NOTE-ONE-LEDGER-DATE.
006900     READ LEDGFILE NEXT RECORD
006910         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
006920         NOT AT END
006930         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
006940             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
006950         END-IF
006960     END-READ.
006970 1735-EXIT.
006980     EXIT.
006990*
007000 1740-POST-LEDGER-START.
007010     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
007020     ACCEPT WS-LDG-TIME FROM TIME.
007030     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
007040     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
007050     MOVE SPACES TO LEDG-RECORD.
007060     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
007070     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
007080     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
007090     MOVE 'S' TO LEDG-STEP-STATUS.
007100     IF WS-LDG-OVERRIDDEN
007110         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
007120     ELSE
007130         MOVE 'N' TO LEDG-OVERRIDE-FLAG
007140     END-IF.
007150     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
007160     MOVE 0 TO LEDG-END-TIMESTAMP.
007170     MOVE 0 TO LEDG-RETURN-CODE.
007180     MOVE 0 TO LEDG-RECS-IN.
007190     MOVE 0 TO LEDG-RECS-OUT.
007200     WRITE LEDG-RECORD.
007210     IF WS-LDG-STATUS = "22"
007220         REWRITE LEDG-RECORD
007230     END-IF.
007240     CLOSE LEDGFILE.
007250     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
007260 1740-EXIT.
007270     EXIT.
007280*
007290*----------------------------------------------------------*
007300* 1780-POST-LEDGER-END                                     *
007310*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
007320*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
007330*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
007340*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
007350*----------------------------------------------------------*
007360 1780-POST-LEDGER-END.
007370     IF NOT WS-LDG-POSTED
007380         GO TO 1780-EXIT
007390     END-IF.
007400     MOVE RETURN-CODE TO WS-LDG-RC.
007410     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
007420     ACCEPT WS-LDG-TIME FROM TIME.
007430     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
007440     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
007450     OPEN I-O LEDGFILE.
007460     IF WS-LDG-STATUS NOT = "00"
007470         DISPLAY "AOC-06-ACK: RUN LEDGER NOT AVAILABLE, "
007480             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
007490         GO TO 1780-EXIT
007500     END-IF.
007510     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
007520     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
007530     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
007540     READ LEDGFILE
007550         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
007560     END-READ.
007570     IF LEDG-STEP-STATUS = SPACE
007580         DISPLAY "AOC-06-ACK: LEDGER START ENTRY GONE"
007590             " - STEP END NOT POSTED"
007600         CLOSE LEDGFILE
007610         GO TO 1780-EXIT
007620     END-IF.
007630     IF WS-LDG-RC < 8
007640         MOVE 'C' TO LEDG-STEP-STATUS
007650     ELSE
007660         MOVE 'F' TO LEDG-STEP-STATUS
007670     END-IF.
007680     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
007690     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
007700     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
007710     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
007720     REWRITE LEDG-RECORD.
007730     CLOSE LEDGFILE.
007740 1780-EXIT.
007750     EXIT.
007760*
007770*----------------------------------------------------------*
007780* 1800-WRITE-EVENT                                         *
007790*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
007800*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
007810*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
007820*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007830*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007840*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007850*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007860*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007870*----------------------------------------------------------*
007880 1800-WRITE-EVENT.
007890     IF NOT WS-MCT-LOADED
007900         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007910     END-IF.
007920     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007930         VARYING WS-MCT-SUB FROM 1 BY 1
007940         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007950     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007960     ACCEPT WS-EVT-TIME FROM TIME.
007970     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007980     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007990     MOVE SPACES TO EVT-RECORD.
008000     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
008010     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
008020     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
008030     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
008040     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
008050     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
008060     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
008070     MOVE WS-EVT-TEXT TO EVT-TEXT.
008080     OPEN EXTEND EVTFILE.
008090     IF WS-EVT-STATUS = "35"
008100         OPEN OUTPUT EVTFILE
008110     END-IF.
008120     IF WS-EVT-STATUS = "00"
008130         WRITE EVL-RECORD FROM EVT-RECORD
008140         CLOSE EVTFILE
008150     ELSE
008160         DISPLAY "AOC-06-ACK: EVENT LOG NOT AVAILABLE,"
008170             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
008180             " NOT LOGGED"
008190     END-IF.
008200     IF EVT-CRITICAL
008210         OPEN EXTEND ALRFILE
008220         IF WS-ALR-STATUS = "35"
008230             OPEN OUTPUT ALRFILE
008240         END-IF
008250         IF WS-ALR-STATUS = "00"
008260             WRITE ALR-RECORD FROM EVT-RECORD
008270             CLOSE ALRFILE
008280         ELSE
008290             DISPLAY "AOC-06-ACK: ALERT FILE NOT AVAILABLE,"
008300                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
008310                 " NOT RAISED"
008320         END-IF
008330     END-IF.
008340     MOVE 0 TO WS-EVT-FEED-ID.
008350     MOVE 0 TO WS-EVT-FEED-DATE.
008360     MOVE 0 TO WS-EVT-STREAM-NO.
008370     MOVE SPACES TO WS-EVT-TEXT.
008380 1800-EXIT.
008390     EXIT.
008400*
008410*----------------------------------------------------------*
008420* 1810-LOAD-MSG-CATALOG                                    *
008430*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
008440*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
008450*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
008460*----------------------------------------------------------*
008470 1810-LOAD-MSG-CATALOG.
008480     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
008490     OPEN INPUT MCTFILE.
008500     IF WS-MCT-STATUS NOT = "00"
008510         GO TO 1810-EXIT
008520     END-IF.
008530     MOVE 'N' TO WS-MCT-EOF-SWITCH.
008540     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
008550         UNTIL WS-MCT-EOF.
008560     CLOSE MCTFILE.
008570 1810-EXIT.
008580     EXIT.
008590*
008600 1815-LOAD-ONE-MSG.
008610     READ MCTFILE
008620         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
008630         GO TO 1815-EXIT
008640     END-READ.
008650     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
008660         GO TO 1815-EXIT
008670     END-IF.
008680     IF WS-MCT-COUNT NOT < 200
008690         MOVE 'Y' TO WS-MCT-EOF-SWITCH
008700         GO TO 1815-EXIT
008710     END-IF.
008720     ADD 1 TO WS-MCT-COUNT.
008730     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008740     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008750 1815-EXIT.
008760     EXIT.
008770*
008780 1820-FIND-ONE-MSG.
008790     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
008800         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
008810     END-IF.
008820 1820-EXIT.
008830     EXIT.
008840*
008850*----------------------------------------------------------*
008860* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008870*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008880*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008890*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008900*    OTHER FAILURE.                                        *
008910*----------------------------------------------------------*
008920 1880-LOG-PROGRAM-START.
008930     MOVE 0001 TO WS-EVT-CODE.
008940     MOVE 'I' TO WS-EVT-SEVERITY.
008950     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008960     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008970 1880-EXIT.
008980     EXIT.
008990*
009000 1890-LOG-PROGRAM-END.
009010     MOVE RETURN-CODE TO WS-EVT-RC.
009020     EVALUATE WS-EVT-RC
009030         WHEN 0
009040             MOVE 0002 TO WS-EVT-CODE
009050             MOVE 'I' TO WS-EVT-SEVERITY
009060         WHEN 4
009070             MOVE 0003 TO WS-EVT-CODE
009080             MOVE 'W' TO WS-EVT-SEVERITY
009090         WHEN 12
009100             MOVE 0005 TO WS-EVT-CODE
009110             MOVE 'E' TO WS-EVT-SEVERITY
009120         WHEN OTHER
009130             MOVE 0004 TO WS-EVT-CODE
009140             MOVE 'E' TO WS-EVT-SEVERITY
009150     END-EVALUATE.
009160     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
009170         WS-EVT-RC DELIMITED BY SIZE
009180         INTO WS-EVT-TEXT.
009190     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
009200 1890-EXIT.
009210     EXIT.
