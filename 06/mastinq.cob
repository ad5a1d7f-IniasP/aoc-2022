001090*                   LAND LAST TUESDAY" IS ONE INQUIRY RUN
001100*                   INSTEAD OF A DIG THROUGH SAVED RECONFILE
001110*                   COPIES.
001111*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001112*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001113*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001114*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001115*                   FILE.
001120*
001130 ENVIRONMENT DIVISION.
001140 INPUT-OUTPUT SECTION.
001240     SELECT INQREPORT ASSIGN TO "inqreport"
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
001380 FD  INQREPORT
001390     RECORD CONTAINS 80 CHARACTERS.
001400 01  INQ-RECORD                  PIC X(80).
001401*
001402 FD  EVTFILE
001403     RECORD CONTAINS 80 CHARACTERS.
001404 01  EVL-RECORD                  PIC X(80).
001405*
001406 FD  ALRFILE
001407     RECORD CONTAINS 80 CHARACTERS.
001408 01  ALR-RECORD                  PIC X(80).
001409*
001410 FD  MCTFILE
001411     RECORD CONTAINS 80 CHARACTERS.
001412     COPY MSGCAT.
001413*
001420 WORKING-STORAGE SECTION.
001430 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001440 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
002070     05  WS-INQ-TRL-COUNT        PIC 9(5).
002080     05  FILLER                  PIC X(59)     VALUE SPACES.
002090*
002091*----------------------------------------------------------*
002092* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002093* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002094* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002095* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002096* OVERRIDES THE DEFAULT.                                   *
002097*----------------------------------------------------------*
002098 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002099 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002100 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002101     COPY EVTLOG.
002102 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002103         "AOC-06-INQ".
002104 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002105 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002106 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002107 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002108 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002109 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002110 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002111 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002112 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002113 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002114 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002115     05  WS-EVT-TS-DATE          PIC 9(8).
002116     05  WS-EVT-TS-TIME          PIC 9(6).
002117 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002118     88  WS-MCT-LOADED                         VALUE 'Y'.
002119 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002120     88  WS-MCT-EOF                            VALUE 'Y'.
002121 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002122 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002123 01  WS-MCT-TABLE.
002124     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002125         10  WS-MCT-CODE         PIC 9(4).
002126         10  WS-MCT-SEVERITY     PIC X(1).
002127*
002128 PROCEDURE DIVISION.
002129*----------------------------------------------------------*
002130* 0000-MAINLINE                                            *
002131*    READS THE RANGE PARAMETERS, POSITIONS THE MASTER AT   *
002140*    THE FROM DATE, AND LISTS EVERY RECORD THROUGH THE TO  *
002150*    DATE THAT PASSES THE STREAM AND MARKER FILTERS.       *
002160*----------------------------------------------------------*
002170 0000-MAINLINE.
002171     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-LIST-ONE-RECORD THRU 2000-EXIT
002200         UNTIL WS-MST-EOF.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002211     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002220     STOP RUN.
002230*
002240 1000-INITIALIZE.
003370     CLOSE MASTFILE.
003380 9000-EXIT.
003390     EXIT.
003400*
003410*----------------------------------------------------------*
003420* 1800-WRITE-EVENT                                         *
003430*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
003440*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
003450*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
003460*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
003470*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
003480*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
003490*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
003500*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
003510*----------------------------------------------------------*
003520 1800-WRITE-EVENT.
003530     IF NOT WS-MCT-LOADED
003540         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
003550     END-IF.
003560     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
003570         VARYING WS-MCT-SUB FROM 1 BY 1
003580         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
003590     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
003600     ACCEPT WS-EVT-TIME FROM TIME.
003610     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
003620     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
003630     MOVE SPACES TO EVT-RECORD.
003640     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
003650     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
003660     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
003670     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
003680     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
003690     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
003700     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
003710     MOVE WS-EVT-TEXT TO EVT-TEXT.
003720     OPEN EXTEND EVTFILE.
003730     IF WS-EVT-STATUS = "35"
003740         OPEN OUTPUT EVTFILE
003750     END-IF.
003760     IF WS-EVT-STATUS = "00"
003770         WRITE EVL-RECORD FROM EVT-RECORD
003780         CLOSE EVTFILE
003790     ELSE
003800         DISPLAY "AOC-06-INQ: EVENT LOG NOT AVAILABLE,"
003810             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
003820             " NOT LOGGED"
003830     END-IF.
003840     IF EVT-CRITICAL
003850         OPEN EXTEND ALRFILE
003860         IF WS-ALR-STATUS = "35"
003870             OPEN OUTPUT ALRFILE
003880         END-IF
003890         IF WS-ALR-STATUS = "00"
003900             WRITE ALR-RECORD FROM EVT-RECORD
003910             CLOSE ALRFILE
003920         ELSE
003930             DISPLAY "AOC-06-INQ: ALERT FILE NOT AVAILABLE,"
003940                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
003950                 " NOT RAISED"
003960         END-IF
003970     END-IF.
003980     MOVE 0 TO WS-EVT-FEED-ID.
003990     MOVE 0 TO WS-EVT-FEED-DATE.
004000     MOVE 0 TO WS-EVT-STREAM-NO.
004010     MOVE SPACES TO WS-EVT-TEXT.
004020 1800-EXIT.
004030     EXIT.
004040*
004050*----------------------------------------------------------*
004060* 1810-LOAD-MSG-CATALOG                                    *
004070*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
004080*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
004090*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
004100*----------------------------------------------------------*
004110 1810-LOAD-MSG-CATALOG.
004120     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
004130     OPEN INPUT MCTFILE.
004140     IF WS-MCT-STATUS NOT = "00"
004150         GO TO 1810-EXIT
004160     END-IF.
004170     MOVE 'N' TO WS-MCT-EOF-SWITCH.
004180     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
004190         UNTIL WS-MCT-EOF.
004200     CLOSE MCTFILE.
004210 1810-EXIT.
004220     EXIT.
004230*
004240 1815-LOAD-ONE-MSG.
004250     READ MCTFILE
004260         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
004270         GO TO 1815-EXIT
004280     END-READ.
004290     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
004300         GO TO 1815-EXIT
004310     END-IF.
004320     IF WS-MCT-COUNT NOT < 200
004330         MOVE 'Y' TO WS-MCT-EOF-SWITCH
004340         GO TO 1815-EXIT
004350     END-IF.
004360     ADD 1 TO WS-MCT-COUNT.
004370     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
004380     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
004390 1815-EXIT.
004400     EXIT.
004410*
004420 1820-FIND-ONE-MSG.
004430     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
004440         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
004450     END-IF.
004460 1820-EXIT.
004470     EXIT.
004480*
004490*----------------------------------------------------------*
004500* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
004510*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
004520*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
004530*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
004540*    OTHER FAILURE.                                        *
004550*----------------------------------------------------------*
004560 1880-LOG-PROGRAM-START.
004570     MOVE 0001 TO WS-EVT-CODE.
004580     MOVE 'I' TO WS-EVT-SEVERITY.
004590     MOVE "JOB STARTED" TO WS-EVT-TEXT.
004600     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
004610 1880-EXIT.
004620     EXIT.
004630*
004640 1890-LOG-PROGRAM-END.
004650     MOVE RETURN-CODE TO WS-EVT-RC.
004660     EVALUATE WS-EVT-RC
004670         WHEN 0
004680             MOVE 0002 TO WS-EVT-CODE
004690             MOVE 'I' TO WS-EVT-SEVERITY
004700         WHEN 4
004710             MOVE 0003 TO WS-EVT-CODE
004720             MOVE 'W' TO WS-EVT-SEVERITY
004730         WHEN 12
004740             MOVE 0005 TO WS-EVT-CODE
004750             MOVE 'E' TO WS-EVT-SEVERITY
004760         WHEN OTHER
004770             MOVE 0004 TO WS-EVT-CODE
004780             MOVE 'E' TO WS-EVT-SEVERITY
004790     END-EVALUATE.
004800     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
004810         WS-EVT-RC DELIMITED BY SIZE
004820         INTO WS-EVT-TEXT.
004830     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
004840 1890-EXIT.
004850     EXIT.
