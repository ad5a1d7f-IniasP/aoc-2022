001174*                   CASES AS "TOO MANY FEED DATES"; A SHOP
001175*                   WITH NO MASTER YET NOW ENDS CLEAN (RC 0)
001176*                   AND ONLY A REAL FAILURE GRADES RC 8.
001177*   2026-10-15  IP  EVERY RECORD THE REBUILD DROPS IS NOW APPENDED
001178*                   TO THE PURGE LOG WITH THE PURGE TIME AND
001179*                   CUTOFF, FOR THE WAREHOUSE EXTRACT'S DELETE
001180*                   NOTICES. A PURGE LOG THAT CANNOT BE OPENED
001181*                   SKIPS THE PURGE (RC 8) RATHER THAN LOSE THEM.
001182*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001183*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001184*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001185*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001186*                   FILE.
001187*   2026-10-15  IP  THE PURGE LOG IS ONLY CREATED WHEN MISSING;
001188*                   ANY OTHER OPEN FAILURE STILL SKIPS THE PURGE.
001189*
001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001300     SELECT BKUPFILE ASSIGN TO "mastbkup"
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-BKP-STATUS.
001321     SELECT PURGFILE ASSIGN TO "purgelog"
001322         ORGANIZATION IS LINE SEQUENTIAL
001323         FILE STATUS IS WS-PRG-STATUS.
001330     SELECT MNTREPORT ASSIGN TO "mntreport"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-RPT-STATUS.
001351     SELECT EVTFILE ASSIGN TO "eventlog"
001352         ORGANIZATION IS LINE SEQUENTIAL
001353         FILE STATUS IS WS-EVT-STATUS.
001354     SELECT ALRFILE ASSIGN TO "alertlog"
001355         ORGANIZATION IS LINE SEQUENTIAL
001356         FILE STATUS IS WS-ALR-STATUS.
001357     SELECT MCTFILE ASSIGN TO "msgcat"
001358         ORGANIZATION IS LINE SEQUENTIAL
001359         FILE STATUS IS WS-MCT-STATUS.
001360*
001370 DATA DIVISION.
001380 FILE SECTION.
001470 FD  BKUPFILE
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  BKP-RECORD                  PIC X(80).
001491*
001492 FD  PURGFILE
001493     RECORD CONTAINS 80 CHARACTERS.
001494     COPY PURGLOG.
001500*
001510 FD  MNTREPORT
001520     RECORD CONTAINS 80 CHARACTERS.
001530 01  RPT-RECORD                  PIC X(80).
001531*
001532 FD  EVTFILE
001533     RECORD CONTAINS 80 CHARACTERS.
001534 01  EVL-RECORD                  PIC X(80).
001535*
001536 FD  ALRFILE
001537     RECORD CONTAINS 80 CHARACTERS.
001538 01  ALR-RECORD                  PIC X(80).
001539*
001540 FD  MCTFILE
001541     RECORD CONTAINS 80 CHARACTERS.
001542     COPY MSGCAT.
001543*
001550 WORKING-STORAGE SECTION.
001560 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001570 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
001580 01  WS-BKP-STATUS               PIC X(2)      VALUE "00".
001590 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001591 01  WS-PRG-STATUS               PIC X(2)      VALUE "00".
001600*
001610 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001620     88  WS-PRM-EOF                            VALUE 'Y'.
002210 01  WS-BKUP-VIEW REDEFINES WS-BKUP-REC.
002220     05  WS-BKV-FEED-DATE        PIC 9(8).
002230     05  FILLER                  PIC X(72).
002231*
002232* WHEN THE PURGE RAN, STAMPED ON EVERY PURGE LOG RECORD SO THE
002233* WAREHOUSE EXTRACT CAN PICK UP THE DELETES SINCE ITS LAST RUN.
002234 01  WS-RUN-TIME                 PIC 9(8).
002235 01  WS-PURGE-TIMESTAMP          PIC 9(14)     VALUE 0.
002236 01  WS-PURGE-TS-VIEW REDEFINES WS-PURGE-TIMESTAMP.
002237     05  WS-PTS-DATE             PIC 9(8).
002238     05  WS-PTS-TIME             PIC 9(6).
002240*
002250 01  WS-RPT-HEADER-LINE.
002260     05  FILLER                  PIC X(34)     VALUE
002620     05  WS-RPT-TOT-PURGED       PIC 9(7).
002630     05  FILLER                  PIC X(28)     VALUE SPACES.
002640*
002641*----------------------------------------------------------*
002642* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002643* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002644* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002645* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002646* OVERRIDES THE DEFAULT.                                   *
002647*----------------------------------------------------------*
002648 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002649 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002650 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002651     COPY EVTLOG.
002652 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002653         "AOC-06-MAINT".
002654 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002655 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002656 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002657 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002658 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002659 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002660 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002661 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002662 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002663 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002664 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002665     05  WS-EVT-TS-DATE          PIC 9(8).
002666     05  WS-EVT-TS-TIME          PIC 9(6).
002667 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002668     88  WS-MCT-LOADED                         VALUE 'Y'.
002669 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002670     88  WS-MCT-EOF                            VALUE 'Y'.
002671 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002672 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002673 01  WS-MCT-TABLE.
002674     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002675         10  WS-MCT-CODE         PIC 9(4).
002676         10  WS-MCT-SEVERITY     PIC X(1).
002677*
002678 PROCEDURE DIVISION.
002679*----------------------------------------------------------*
002680* 0000-MAINLINE                                            *
002681*    BACKS THE MASTER UP, REBUILDS IT INSIDE RETENTION,    *
002690*    AND PRINTS THE BEFORE/AFTER PROOF. A FAILED BACKUP    *
002700*    OR AN OVERFULL DATE TABLE LEAVES THE MASTER ALONE.    *
002710*----------------------------------------------------------*
002720 0000-MAINLINE.
002721     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002740     PERFORM 2000-BACKUP-MASTER THRU 2000-EXIT.
002750     IF WS-DATE-FULL
002820     END-IF.
002830     PERFORM 4000-PRINT-COUNTS THRU 4000-EXIT.
002840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002841     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002850     STOP RUN.
002860*
002870 1000-INITIALIZE.
004810     IF WS-BKP-STATUS NOT = "00"
004820         GO TO 3000-EXIT
004830     END-IF.
004831     ACCEPT WS-RUN-TIME FROM TIME.
004832     MOVE WS-RUN-DATE TO WS-PTS-DATE.
004833     MOVE WS-RUN-TIME (1:6) TO WS-PTS-TIME.
004834     OPEN EXTEND PURGFILE.
004835     IF WS-PRG-STATUS = "35"
004836         OPEN OUTPUT PURGFILE
004837     END-IF.
004838     IF WS-PRG-STATUS NOT = "00"
004839         MOVE "PURGE LOG NOT WRITABLE - PURGE SKIPPED"
004840             TO RPT-RECORD
004841         WRITE RPT-RECORD
004842         MOVE 8 TO RETURN-CODE
004843         CLOSE BKUPFILE
004844         GO TO 3000-EXIT
004845     END-IF.
004846     OPEN OUTPUT MASTFILE.
004850     IF WS-MST-STATUS NOT = "00"
004860         MOVE "MASTER REBUILD OPEN FAILED - CHECK BACKUP"
004870             TO RPT-RECORD
004880         WRITE RPT-RECORD
004890         MOVE 8 TO RETURN-CODE
004900         CLOSE BKUPFILE
004901         CLOSE PURGFILE
004910         GO TO 3000-EXIT
004920     END-IF.
004930     MOVE 'A' TO WS-TALLY-SIDE.
004950     PERFORM 3100-RELOAD-ONE-RECORD THRU 3100-EXIT
004960         UNTIL WS-BKP-EOF.
004970     CLOSE BKUPFILE.
004971     CLOSE PURGFILE.
004980     CLOSE MASTFILE.
004990 3000-EXIT.
005000     EXIT.
005120             PERFORM 2200-TALLY-ONE-DATE THRU 2200-EXIT
005130         ELSE
005140             ADD 1 TO WS-PURGED-TOTAL
005141             IF WS-BKV-FEED-DATE IS NUMERIC
005142                 PERFORM 3200-LOG-ONE-PURGE THRU 3200-EXIT
005143             END-IF
005150         END-IF
005160     END-READ.
005170 3100-EXIT.
005180     EXIT.
005181*
005182*----------------------------------------------------------*
005183* 3200-LOG-ONE-PURGE                                       *
005184*    APPENDS THE DROPPED RECORD TO THE PURGE LOG WITH THE  *
005185*    PURGE TIME AND CUTOFF, SO THE DELETE REACHES THE      *
005186*    WAREHOUSE AS A NOTICE INSTEAD OF A SILENT GAP.        *
005187*----------------------------------------------------------*
005188 3200-LOG-ONE-PURGE.
005189     MOVE WS-BKUP-REC TO MAST-RECORD.
005190     MOVE SPACES TO PURG-RECORD.
005191     MOVE MAST-FEED-DATE TO PURG-FEED-DATE.
005192     MOVE MAST-STREAM-NO TO PURG-STREAM-NO.
005193     MOVE MAST-MARKER-TYPE TO PURG-MARKER-TYPE.
005194     MOVE MAST-MARKER-POS TO PURG-MARKER-POS.
005195     MOVE MAST-WINDOW TO PURG-WINDOW.
005196     MOVE MAST-RUN-TIMESTAMP TO PURG-RUN-TIMESTAMP.
005197     MOVE MAST-FEED-ID TO PURG-FEED-ID.
005198     MOVE MAST-MANUAL-FLAG TO PURG-MANUAL-FLAG.
005199     MOVE WS-PURGE-TIMESTAMP TO PURG-PURGE-TIMESTAMP.
005200     MOVE WS-CUTOFF-DATE TO PURG-CUTOFF-DATE.
005201     WRITE PURG-RECORD.
005202 3200-EXIT.
005203     EXIT.
005204*
005205*----------------------------------------------------------*
005210* 4000-PRINT-COUNTS                                        *
005220*    ONE LINE PER FEED DATE WITH ITS BEFORE AND AFTER      *
005230*    COUNTS AND A KEPT/PURGED TAG, THEN THE RUN TOTALS. AN *
005520     CLOSE MNTREPORT.
005530 9000-EXIT.
005540     EXIT.
005550*
005560*----------------------------------------------------------*
005570* 1800-WRITE-EVENT                                         *
005580*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
005590*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
005600*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
005610*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
005620*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
005630*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
005640*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
005650*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
005660*----------------------------------------------------------*
005670 1800-WRITE-EVENT.
005680     IF NOT WS-MCT-LOADED
005690         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
005700     END-IF.
005710     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
005720         VARYING WS-MCT-SUB FROM 1 BY 1
005730         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
005740     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
005750     ACCEPT WS-EVT-TIME FROM TIME.
005760     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
005770     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
005780     MOVE SPACES TO EVT-RECORD.
005790     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
005800     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
005810     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
005820     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
005830     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
005840     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
005850     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
005860     MOVE WS-EVT-TEXT TO EVT-TEXT.
005870     OPEN EXTEND EVTFILE.
005880     IF WS-EVT-STATUS = "35"
005890         OPEN OUTPUT EVTFILE
005900     END-IF.
005910     IF WS-EVT-STATUS = "00"
005920         WRITE EVL-RECORD FROM EVT-RECORD
005930         CLOSE EVTFILE
005940     ELSE
005950         DISPLAY "AOC-06-MAINT: EVENT LOG NOT AVAILABLE,"
005960             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
005970             " NOT LOGGED"
005980     END-IF.
005990     IF EVT-CRITICAL
006000         OPEN EXTEND ALRFILE
006010         IF WS-ALR-STATUS = "35"
006020             OPEN OUTPUT ALRFILE
006030         END-IF
006040         IF WS-ALR-STATUS = "00"
006050             WRITE ALR-RECORD FROM EVT-RECORD
006060             CLOSE ALRFILE
006070         ELSE
006080             DISPLAY "AOC-06-MAINT: ALERT FILE NOT AVAILABLE,"
006090                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
006100                 " NOT RAISED"
006110         END-IF
006120     END-IF.
006130     MOVE 0 TO WS-EVT-FEED-ID.
006140     MOVE 0 TO WS-EVT-FEED-DATE.
006150     MOVE 0 TO WS-EVT-STREAM-NO.
006160     MOVE SPACES TO WS-EVT-TEXT.
006170 1800-EXIT.
006180     EXIT.
006190*
006200*----------------------------------------------------------*
006210* 1810-LOAD-MSG-CATALOG                                    *
006220*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
006230*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
006240*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
006250*----------------------------------------------------------*
006260 1810-LOAD-MSG-CATALOG.
006270     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
006280     OPEN INPUT MCTFILE.
006290     IF WS-MCT-STATUS NOT = "00"
006300         GO TO 1810-EXIT
006310     END-IF.
006320     MOVE 'N' TO WS-MCT-EOF-SWITCH.
006330     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
006340         UNTIL WS-MCT-EOF.
006350     CLOSE MCTFILE.
006360 1810-EXIT.
006370     EXIT.
006380*
006390 1815-LOAD-ONE-MSG.
006400     READ MCTFILE
006410         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
006420         GO TO 1815-EXIT
006430     END-READ.
006440     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
006450         GO TO 1815-EXIT
006460     END-IF.
006470     IF WS-MCT-COUNT NOT < 200
006480         MOVE 'Y' TO WS-MCT-EOF-SWITCH
006490         GO TO 1815-EXIT
006500     END-IF.
006510     ADD 1 TO WS-MCT-COUNT.
006520     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
006530     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
006540 1815-EXIT.
006550     EXIT.
006560*
006570 1820-FIND-ONE-MSG.
006580     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
006590         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
006600     END-IF.
006610 1820-EXIT.
006620     EXIT.
006630*
006640*----------------------------------------------------------*
006650* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
006660*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
006670*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
006680*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
006690*    OTHER FAILURE.                                        *
006700*----------------------------------------------------------*
006710 1880-LOG-PROGRAM-START.
006720     MOVE 0001 TO WS-EVT-CODE.
006730     MOVE 'I' TO WS-EVT-SEVERITY.
006740     MOVE "JOB STARTED" TO WS-EVT-TEXT.
006750     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006760 1880-EXIT.
006770     EXIT.
006780*
006790 1890-LOG-PROGRAM-END.
006800     MOVE RETURN-CODE TO WS-EVT-RC.
006810     EVALUATE WS-EVT-RC
006820         WHEN 0
006830             MOVE 0002 TO WS-EVT-CODE
006840             MOVE 'I' TO WS-EVT-SEVERITY
006850         WHEN 4
006860             MOVE 0003 TO WS-EVT-CODE
006870             MOVE 'W' TO WS-EVT-SEVERITY
006880         WHEN 12
006890             MOVE 0005 TO WS-EVT-CODE
006900             MOVE 'E' TO WS-EVT-SEVERITY
006910         WHEN OTHER
006920             MOVE 0004 TO WS-EVT-CODE
006930             MOVE 'E' TO WS-EVT-SEVERITY
006940     END-EVALUATE.
006950     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
006960         WS-EVT-RC DELIMITED BY SIZE
006970         INTO WS-EVT-TEXT.
006980     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
006990 1890-EXIT.
007000     EXIT.
