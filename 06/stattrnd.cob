001140*                   PRIOR MONTH. THE BATCH-WINDOW CAPACITY
001150*                   QUESTION NOW HAS A REPORT INSTEAD OF A
001160*                   RAW RECORD FILE.
001161*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001162*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001163*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001164*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001165*                   FILE.
001170*
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001240     SELECT TRENDRPT ASSIGN TO "trendrpt"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-RPT-STATUS.
001261     SELECT EVTFILE ASSIGN TO "eventlog"
001262         ORGANIZATION IS LINE SEQUENTIAL
001263         FILE STATUS IS WS-EVT-STATUS.
001264     SELECT ALRFILE ASSIGN TO "alertlog"
001265         ORGANIZATION IS LINE SEQUENTIAL
001266         FILE STATUS IS WS-ALR-STATUS.
001267     SELECT MCTFILE ASSIGN TO "msgcat"
001268         ORGANIZATION IS LINE SEQUENTIAL
001269         FILE STATUS IS WS-MCT-STATUS.
001270*
001280 DATA DIVISION.
001290 FILE SECTION.
001340 FD  TRENDRPT
001350     RECORD CONTAINS 80 CHARACTERS.
001360 01  RPT-RECORD                  PIC X(80).
001361*
001362 FD  EVTFILE
001363     RECORD CONTAINS 80 CHARACTERS.
001364 01  EVL-RECORD                  PIC X(80).
001365*
001366 FD  ALRFILE
001367     RECORD CONTAINS 80 CHARACTERS.
001368 01  ALR-RECORD                  PIC X(80).
001369*
001370 FD  MCTFILE
001371     RECORD CONTAINS 80 CHARACTERS.
001372     COPY MSGCAT.
001373*
001380 WORKING-STORAGE SECTION.
001390 01  WS-STA-STATUS               PIC X(2)      VALUE "00".
001400 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
002470*
002480 01  WS-RUN-DATE                 PIC 9(8).
002490*
002491*----------------------------------------------------------*
002492* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002493* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002494* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002495* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002496* OVERRIDES THE DEFAULT.                                   *
002497*----------------------------------------------------------*
002498 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002499 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002500 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002501     COPY EVTLOG.
002502 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002503         "AOC-06-TREND".
002504 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002505 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002506 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002507 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002508 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002509 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002510 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002511 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002512 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002513 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002514 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002515     05  WS-EVT-TS-DATE          PIC 9(8).
002516     05  WS-EVT-TS-TIME          PIC 9(6).
002517 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002518     88  WS-MCT-LOADED                         VALUE 'Y'.
002519 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002520     88  WS-MCT-EOF                            VALUE 'Y'.
002521 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002522 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002523 01  WS-MCT-TABLE.
002524     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002525         10  WS-MCT-CODE         PIC 9(4).
002526         10  WS-MCT-SEVERITY     PIC X(1).
002527*
002528 PROCEDURE DIVISION.
002529*----------------------------------------------------------*
002530* 0000-MAINLINE                                            *
002531*    ONE PASS OVER THE STATISTICS FILE INTO THE MONTH/FEED *
002540*    ROLL-UP TABLE, THEN TWO REPORT LINES PER SLOT WITH    *
002550*    THE MONTH-OVER-MONTH COMPARISON.                      *
002560*----------------------------------------------------------*
002570 0000-MAINLINE.
002571     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     PERFORM 2000-ROLL-UP-STATS THRU 2000-EXIT.
002600     PERFORM 3000-PRINT-TRENDS THRU 3000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002611     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002620     STOP RUN.
002630*
002640 1000-INITIALIZE.
004940     CLOSE TRENDRPT.
004950 9000-EXIT.
004960     EXIT.
004970*
004980*----------------------------------------------------------*
004990* 1800-WRITE-EVENT                                         *
005000*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
005010*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
005020*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
005030*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
005040*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
005050*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
005060*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
005070*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
005080*----------------------------------------------------------*
005090 1800-WRITE-EVENT.
005100     IF NOT WS-MCT-LOADED
005110         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
005120     END-IF.
005130     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
005140         VARYING WS-MCT-SUB FROM 1 BY 1
005150         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
005160     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
005170     ACCEPT WS-EVT-TIME FROM TIME.
005180     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
005190     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
005200     MOVE SPACES TO EVT-RECORD.
005210     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
005220     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
005230     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
005240     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
005250     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
005260     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
005270     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
005280     MOVE WS-EVT-TEXT TO EVT-TEXT.
005290     OPEN EXTEND EVTFILE.
005300     IF WS-EVT-STATUS = "35"
005310         OPEN OUTPUT EVTFILE
005320     END-IF.
005330     IF WS-EVT-STATUS = "00"
005340         WRITE EVL-RECORD FROM EVT-RECORD
005350         CLOSE EVTFILE
005360     ELSE
005370         DISPLAY "AOC-06-TREND: EVENT LOG NOT AVAILABLE,"
005380             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
005390             " NOT LOGGED"
005400     END-IF.
005410     IF EVT-CRITICAL
005420         OPEN EXTEND ALRFILE
005430         IF WS-ALR-STATUS = "35"
005440             OPEN OUTPUT ALRFILE
005450         END-IF
005460         IF WS-ALR-STATUS = "00"
005470             WRITE ALR-RECORD FROM EVT-RECORD
005480             CLOSE ALRFILE
005490         ELSE
005500             DISPLAY "AOC-06-TREND: ALERT FILE NOT AVAILABLE,"
005510                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
005520                 " NOT RAISED"
005530         END-IF
005540     END-IF.
005550     MOVE 0 TO WS-EVT-FEED-ID.
005560     MOVE 0 TO WS-EVT-FEED-DATE.
005570     MOVE 0 TO WS-EVT-STREAM-NO.
005580     MOVE SPACES TO WS-EVT-TEXT.
005590 1800-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------*
005630* 1810-LOAD-MSG-CATALOG                                    *
005640*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
005650*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
005660*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
005670*----------------------------------------------------------*
005680 1810-LOAD-MSG-CATALOG.
005690     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
005700     OPEN INPUT MCTFILE.
005710     IF WS-MCT-STATUS NOT = "00"
005720         GO TO 1810-EXIT
005730     END-IF.
005740     MOVE 'N' TO WS-MCT-EOF-SWITCH.
005750     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
005760         UNTIL WS-MCT-EOF.
005770     CLOSE MCTFILE.
005780 1810-EXIT.
005790     EXIT.
005800*
005810 1815-LOAD-ONE-MSG.
005820     READ MCTFILE
005830         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
005840         GO TO 1815-EXIT
005850     END-READ.
005860     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
005870         GO TO 1815-EXIT
005880     END-IF.
005890     IF WS-MCT-COUNT NOT < 200
005900         MOVE 'Y' TO WS-MCT-EOF-SWITCH
005910         GO TO 1815-EXIT
005920     END-IF.
005930     ADD 1 TO WS-MCT-COUNT.
005940     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
005950     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
005960 1815-EXIT.
005970     EXIT.
005980*
005990 1820-FIND-ONE-MSG.
006000     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
006010         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
006020     END-IF.
006030 1820-EXIT.
006040     EXIT.
006050*
006060*----------------------------------------------------------*
006070* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
006080*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
006090*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
006100*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
006110*    OTHER FAILURE.                                        *
006120*----------------------------------------------------------*
006130 1880-LOG-PROGRAM-START.
006140     MOVE 0001 TO WS-EVT-CODE.
006150     MOVE 'I' TO WS-EVT-SEVERITY.
006160     MOVE "JOB STARTED" TO WS-EVT-TEXT.
006170     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006180 1880-EXIT.
006190     EXIT.
006200*
006210 1890-LOG-PROGRAM-END.
006220     MOVE RETURN-CODE TO WS-EVT-RC.
006230     EVALUATE WS-EVT-RC
006240         WHEN 0
006250             MOVE 0002 TO WS-EVT-CODE
006260             MOVE 'I' TO WS-EVT-SEVERITY
006270         WHEN 4
006280             MOVE 0003 TO WS-EVT-CODE
006290             MOVE 'W' TO WS-EVT-SEVERITY
006300         WHEN 12
006310             MOVE 0005 TO WS-EVT-CODE
006320             MOVE 'E' TO WS-EVT-SEVERITY
006330         WHEN OTHER
006340             MOVE 0004 TO WS-EVT-CODE
006350             MOVE 'E' TO WS-EVT-SEVERITY
006360     END-EVALUATE.
006370     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
006380         WS-EVT-RC DELIMITED BY SIZE
006390         INTO WS-EVT-TEXT.
006400     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006410 1890-EXIT.
006420     EXIT.
