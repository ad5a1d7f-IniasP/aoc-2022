001230*                   REPROCESS RUN OR A STATION RESEND SHOWS
001240*                   THAT HISTORY INSTEAD OF LOOKING AS IF IT
001250*                   NEVER HAD A PROBLEM.
001251*   2026-10-15  IP  A MANUAL MARKER POSTED FROM THE SUSPENSE
001252*                   WORKBENCH NOW SHOWS IN THE SCAN HISTORY WITH
001253*                   A MANUAL TAG IN PLACE OF REPROC.
001254*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001255*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001256*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001257*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001258*                   FILE.
001260*
001270 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001530     SELECT LIFEREPORT ASSIGN TO "liferpt"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-RPT-STATUS.
001551     SELECT EVTFILE ASSIGN TO "eventlog"
001552         ORGANIZATION IS LINE SEQUENTIAL
001553         FILE STATUS IS WS-EVT-STATUS.
001554     SELECT ALRFILE ASSIGN TO "alertlog"
001555         ORGANIZATION IS LINE SEQUENTIAL
001556         FILE STATUS IS WS-ALR-STATUS.
001557     SELECT MCTFILE ASSIGN TO "msgcat"
001558         ORGANIZATION IS LINE SEQUENTIAL
001559         FILE STATUS IS WS-MCT-STATUS.
001560*
001570 DATA DIVISION.
001580 FILE SECTION.
001940 FD  LIFEREPORT
001950     RECORD CONTAINS 80 CHARACTERS.
001960 01  RPT-RECORD                  PIC X(80).
001961*
001962 FD  EVTFILE
001963     RECORD CONTAINS 80 CHARACTERS.
001964 01  EVL-RECORD                  PIC X(80).
001965*
001966 FD  ALRFILE
001967     RECORD CONTAINS 80 CHARACTERS.
001968 01  ALR-RECORD                  PIC X(80).
001969*
001970 FD  MCTFILE
001971     RECORD CONTAINS 80 CHARACTERS.
001972     COPY MSGCAT.
001973*
001980 WORKING-STORAGE SECTION.
001990 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
002000 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
003570     05  WS-SEC-TEXT             PIC X(40).
003580     05  FILLER                  PIC X(38)     VALUE SPACES.
003590*
003591*----------------------------------------------------------*
003592* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
003593* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
003594* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
003595* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
003596* OVERRIDES THE DEFAULT.                                   *
003597*----------------------------------------------------------*
003598 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
003599 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
003600 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
003601     COPY EVTLOG.
003602 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
003603         "AOC-06-LIFE".
003604 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
003605 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
003606 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
003607 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
003608 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
003609 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
003610 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
003611 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
003612 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
003613 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
003614 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
003615     05  WS-EVT-TS-DATE          PIC 9(8).
003616     05  WS-EVT-TS-TIME          PIC 9(6).
003617 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
003618     88  WS-MCT-LOADED                         VALUE 'Y'.
003619 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003620     88  WS-MCT-EOF                            VALUE 'Y'.
003621 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
003622 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
003623 01  WS-MCT-TABLE.
003624     05  WS-MCT-ENTRY OCCURS 200 TIMES.
003625         10  WS-MCT-CODE         PIC 9(4).
003626         10  WS-MCT-SEVERITY     PIC X(1).
003627*
003628 PROCEDURE DIVISION.
003629*----------------------------------------------------------*
003630* 0000-MAINLINE                                            *
003631*    ONE SECTION PER SOURCE FILE, IN LIFECYCLE ORDER:      *
003640*    MASTER POSTINGS, ACKNOWLEDGMENTS, REJECTS, SUSPENSE,  *
003650*    ARCHIVE GENERATIONS.                                  *
003660*----------------------------------------------------------*
003670 0000-MAINLINE.
003671     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003690     PERFORM 2000-LIST-MASTER THRU 2000-EXIT.
003700     PERFORM 2500-LIST-RECON THRU 2500-EXIT.
003730     PERFORM 5000-LIST-SUSPENSE THRU 5000-EXIT.
003740     PERFORM 6000-LIST-ARCHIVES THRU 6000-EXIT.
003750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003751     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003760     STOP RUN.
003770*
003780 1000-INITIALIZE.
003870         WRITE RPT-RECORD
003880         PERFORM 9000-TERMINATE THRU 9000-EXIT
003890         MOVE 8 TO RETURN-CODE
003891         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
003900         STOP RUN
003910     END-IF.
003920 1000-EXIT.
005330             MOVE RECON-MARKER-TYPE TO WS-RCN-TYPE
005340             MOVE RECON-MARKER-POS TO WS-RCN-POS
005350             MOVE RECON-RUN-TIMESTAMP TO WS-RCN-RUN
005351             EVALUATE RECON-REPROC-FLAG
005352                 WHEN 'R'
005353                     MOVE "REPROC " TO WS-RCN-REPROC-TAG
005354                 WHEN 'M'
005355                     MOVE "MANUAL " TO WS-RCN-REPROC-TAG
005356                 WHEN OTHER
005357                     MOVE SPACES TO WS-RCN-REPROC-TAG
005358             END-EVALUATE
005410             IF RECON-RETRANS-FLAG = 'T'
005420                 MOVE "RETRAN " TO WS-RCN-RETRANS-TAG
005430             ELSE
007420     CLOSE LIFEREPORT.
007430 9000-EXIT.
007440     EXIT.
007450*
007460*----------------------------------------------------------*
007470* 1800-WRITE-EVENT                                         *
007480*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
007490*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
007500*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
007510*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
007520*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
007530*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
007540*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
007550*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
007560*----------------------------------------------------------*
007570 1800-WRITE-EVENT.
007580     IF NOT WS-MCT-LOADED
007590         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
007600     END-IF.
007610     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
007620         VARYING WS-MCT-SUB FROM 1 BY 1
007630         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
007640     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
007650     ACCEPT WS-EVT-TIME FROM TIME.
007660     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
007670     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
007680     MOVE SPACES TO EVT-RECORD.
007690     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
007700     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
007710     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
007720     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
007730     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
007740     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
007750     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
007760     MOVE WS-EVT-TEXT TO EVT-TEXT.
007770     OPEN EXTEND EVTFILE.
007780     IF WS-EVT-STATUS = "35"
007790         OPEN OUTPUT EVTFILE
007800     END-IF.
007810     IF WS-EVT-STATUS = "00"
007820         WRITE EVL-RECORD FROM EVT-RECORD
007830         CLOSE EVTFILE
007840     ELSE
007850         DISPLAY "AOC-06-LIFE: EVENT LOG NOT AVAILABLE,"
007860             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
007870             " NOT LOGGED"
007880     END-IF.
007890     IF EVT-CRITICAL
007900         OPEN EXTEND ALRFILE
007910         IF WS-ALR-STATUS = "35"
007920             OPEN OUTPUT ALRFILE
007930         END-IF
007940         IF WS-ALR-STATUS = "00"
007950             WRITE ALR-RECORD FROM EVT-RECORD
007960             CLOSE ALRFILE
007970         ELSE
007980             DISPLAY "AOC-06-LIFE: ALERT FILE NOT AVAILABLE,"
007990                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
008000                 " NOT RAISED"
008010         END-IF
008020     END-IF.
008030     MOVE 0 TO WS-EVT-FEED-ID.
008040     MOVE 0 TO WS-EVT-FEED-DATE.
008050     MOVE 0 TO WS-EVT-STREAM-NO.
008060     MOVE SPACES TO WS-EVT-TEXT.
008070 1800-EXIT.
008080     EXIT.
008090*
008100*----------------------------------------------------------*
008110* 1810-LOAD-MSG-CATALOG                                    *
008120*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
008130*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
008140*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
008150*----------------------------------------------------------*
008160 1810-LOAD-MSG-CATALOG.
008170     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
008180     OPEN INPUT MCTFILE.
008190     IF WS-MCT-STATUS NOT = "00"
008200         GO TO 1810-EXIT
008210     END-IF.
008220     MOVE 'N' TO WS-MCT-EOF-SWITCH.
008230     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
008240         UNTIL WS-MCT-EOF.
008250     CLOSE MCTFILE.
008260 1810-EXIT.
008270     EXIT.
008280*
008290 1815-LOAD-ONE-MSG.
008300     READ MCTFILE
008310         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
008320         GO TO 1815-EXIT
008330     END-READ.
008340     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
008350         GO TO 1815-EXIT
008360     END-IF.
008370     IF WS-MCT-COUNT NOT < 200
008380         MOVE 'Y' TO WS-MCT-EOF-SWITCH
008390         GO TO 1815-EXIT
008400     END-IF.
008410     ADD 1 TO WS-MCT-COUNT.
008420     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008430     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008440 1815-EXIT.
008450     EXIT.
008460*
008470 1820-FIND-ONE-MSG.
008480     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
008490         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
008500     END-IF.
008510 1820-EXIT.
008520     EXIT.
008530*
008540*----------------------------------------------------------*
008550* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
008560*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
008570*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
008580*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
008590*    OTHER FAILURE.                                        *
008600*----------------------------------------------------------*
008610 1880-LOG-PROGRAM-START.
008620     MOVE 0001 TO WS-EVT-CODE.
008630     MOVE 'I' TO WS-EVT-SEVERITY.
008640     MOVE "JOB STARTED" TO WS-EVT-TEXT.
008650     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008660 1880-EXIT.
008670     EXIT.
008680*
008690 1890-LOG-PROGRAM-END.
008700     MOVE RETURN-CODE TO WS-EVT-RC.
008710     EVALUATE WS-EVT-RC
008720         WHEN 0
008730             MOVE 0002 TO WS-EVT-CODE
008740             MOVE 'I' TO WS-EVT-SEVERITY
008750         WHEN 4
008760             MOVE 0003 TO WS-EVT-CODE
008770             MOVE 'W' TO WS-EVT-SEVERITY
008780         WHEN 12
008790             MOVE 0005 TO WS-EVT-CODE
008800             MOVE 'E' TO WS-EVT-SEVERITY
008810         WHEN OTHER
008820             MOVE 0004 TO WS-EVT-CODE
008830             MOVE 'E' TO WS-EVT-SEVERITY
008840     END-EVALUATE.
008850     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
008860         WS-EVT-RC DELIMITED BY SIZE
008870         INTO WS-EVT-TEXT.
008880     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
008890 1890-EXIT.
008900     EXIT.
