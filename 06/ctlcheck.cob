001260*   2026-09-02  IP  MODE REPROCESS COMBINED WITH AN INSTANCE
001270*                   SPLIT IS NOW REFUSED, THE SAME CLASS OF
001280*                   CONFLICT AS REPROCESS WITH FEED ENTRIES.
001281*   2026-10-15  IP  LEDGDATE, LEDGOVR AND THE NEW STNOVR ENTRY
001282*                   ARE NOW KNOWN TAGS. LEDGDATE MUST BE AN
001283*                   8-DIGIT DATE AND STNOVR ALL OR A FEED NUMBER
001284*                   01-10; A VALID LEDGOVR OR STNOVR IS WARNED
001285*                   AS A ONE-NIGHT RELEASE TO REMOVE AFTER THE
001286*                   RERUN.
001287*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001288*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001289*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001290*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001291*                   FILE. A REFUSED CONTROL FILE IS LOGGED.
001292*
001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001420     SELECT CHKREPORT ASSIGN TO "ctlrpt"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-RPT-STATUS.
001441     SELECT EVTFILE ASSIGN TO "eventlog"
001442         ORGANIZATION IS LINE SEQUENTIAL
001443         FILE STATUS IS WS-EVT-STATUS.
001444     SELECT ALRFILE ASSIGN TO "alertlog"
001445         ORGANIZATION IS LINE SEQUENTIAL
001446         FILE STATUS IS WS-ALR-STATUS.
001447     SELECT MCTFILE ASSIGN TO "msgcat"
001448         ORGANIZATION IS LINE SEQUENTIAL
001449         FILE STATUS IS WS-MCT-STATUS.
001450*
001460 DATA DIVISION.
001470 FILE SECTION.
001600 FD  CHKREPORT
001610     RECORD CONTAINS 80 CHARACTERS.
001620 01  RPT-RECORD                  PIC X(80).
001621*
001622 FD  EVTFILE
001623     RECORD CONTAINS 80 CHARACTERS.
001624 01  EVL-RECORD                  PIC X(80).
001625*
001626 FD  ALRFILE
001627     RECORD CONTAINS 80 CHARACTERS.
001628 01  ALR-RECORD                  PIC X(80).
001629*
001630 FD  MCTFILE
001631     RECORD CONTAINS 80 CHARACTERS.
001632     COPY MSGCAT.
001633*
001640 WORKING-STORAGE SECTION.
001650 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
001660 01  WS-PRV-STATUS               PIC X(2)      VALUE "00".
003070     05  WS-HST-CONTENT          PIC X(68).
003080     05  FILLER                  PIC X(6)      VALUE SPACES.
003090*
003091*----------------------------------------------------------*
003092* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
003093* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
003094* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
003095* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
003096* OVERRIDES THE DEFAULT.                                   *
003097*----------------------------------------------------------*
003098 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
003099 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
003100 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
003101     COPY EVTLOG.
003102 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
003103         "AOC-06-CTLCHK".
003104 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
003105 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
003106 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
003107 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
003108 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
003109 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
003110 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
003111 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
003112 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
003113 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
003114 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
003115     05  WS-EVT-TS-DATE          PIC 9(8).
003116     05  WS-EVT-TS-TIME          PIC 9(6).
003117 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
003118     88  WS-MCT-LOADED                         VALUE 'Y'.
003119 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003120     88  WS-MCT-EOF                            VALUE 'Y'.
003121 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
003122 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
003123 01  WS-MCT-TABLE.
003124     05  WS-MCT-ENTRY OCCURS 200 TIMES.
003125         10  WS-MCT-CODE         PIC 9(4).
003126         10  WS-MCT-SEVERITY     PIC X(1).
003127*
003128 PROCEDURE DIVISION.
003129*----------------------------------------------------------*
003130* 0000-MAINLINE                                            *
003131*    VALIDATES THE CONTROL FILE LINE BY LINE, CHECKS THE   *
003140*    CROSS-LINE CONFLICTS, PRINTS THE EFFECTIVE            *
003150*    CONFIGURATION AND VERDICT, APPENDS THE CHANGE HISTORY *
003160*    AND, ON ACCEPTANCE, BANKS THE FILE AS THE NEW LAST-   *
003170*    VALIDATED COPY.                                       *
003180*----------------------------------------------------------*
003190 0000-MAINLINE.
003191     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT.
003220     PERFORM 4000-CHECK-CONFLICTS THRU 4000-EXIT.
003290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003300     IF WS-ERROR-COUNT > 0
003310         MOVE 8 TO RETURN-CODE
003311         MOVE 0501 TO WS-EVT-CODE
003312         MOVE 'E' TO WS-EVT-SEVERITY
003313         MOVE "CONTROL FILE REFUSED" TO WS-EVT-TEXT
003314         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
003320     ELSE
003330         IF WS-WARN-COUNT > 0
003340             MOVE 4 TO RETURN-CODE
003350         END-IF
003360     END-IF.
003361     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
003370     STOP RUN.
003380*
003390 1000-INITIALIZE.
005150                     TO WS-FND-TEXT
005160                 PERFORM 3000-WRITE-ERROR THRU 3000-EXIT
005170             END-IF
005171         WHEN "LEDGDATE"
005172             IF WS-CTL-VALUE (1:8) IS NOT NUMERIC
005173                 MOVE "LEDGDATE VALUE NOT AN 8-DIGIT DATE"
005174                     TO WS-FND-TEXT
005175                 PERFORM 3000-WRITE-ERROR THRU 3000-EXIT
005176             END-IF
005177         WHEN "LEDGOVR"
005178             IF WS-CTL-VALUE = SPACES
005179                 MOVE "LEDGOVR WITHOUT A STEP NAME OR ALL"
005180                     TO WS-FND-TEXT
005181                 PERFORM 3000-WRITE-ERROR THRU 3000-EXIT
005182             ELSE
005183                 MOVE "LEDGER OVERRIDE SET - REMOVE AFTER RERUN"
005184                     TO WS-FND-TEXT
005185                 PERFORM 3100-WRITE-WARNING THRU 3100-EXIT
005186             END-IF
005187         WHEN "STNOVR"
005188             PERFORM 2700-CHECK-STNOVR THRU 2700-EXIT
005189         WHEN SPACES
005190             CONTINUE
005200         WHEN OTHER
005210             MOVE "TAG NOT KNOWN TO ANY PROGRAM IN THE SUITE"
006500     END-IF.
006510 2600-EXIT.
006520     EXIT.
006521*
006522*----------------------------------------------------------*
006523* 2700-CHECK-STNOVR                                        *
006524*    ALL, OR THE FEED NUMBER (01-10) WHOSE STATION DATE    *
006525*    AND COUNT HOLDS AOC-06-2 IS TO RELEASE. ANY OTHER     *
006526*    VALUE IS SILENTLY IGNORED AT RUN TIME, SO IT IS       *
006527*    REFUSED HERE. A VALID ONE IS A ONE-NIGHT RELEASE AND  *
006528*    IS FLAGGED SO IT IS NOT LEFT IN THE FILE.             *
006529*----------------------------------------------------------*
006530 2700-CHECK-STNOVR.
006531     MOVE 0 TO WS-APPLY-SIZE.
006532     IF WS-CTL-VALUE (1:2) IS NUMERIC
006533         MOVE WS-CTL-VALUE (1:2) TO WS-APPLY-SIZE
006534     END-IF.
006535     IF WS-CTL-VALUE (1:3) NOT = "ALL" AND
006536             (WS-APPLY-SIZE < 1 OR WS-APPLY-SIZE > 10)
006537         MOVE "STNOVR NOT ALL OR A FEED NUMBER 01-10"
006538             TO WS-FND-TEXT
006539         PERFORM 3000-WRITE-ERROR THRU 3000-EXIT
006540         GO TO 2700-EXIT
006541     END-IF.
006542     MOVE "STATION HOLDS RELEASED - REMOVE AFTER RERUN"
006543         TO WS-FND-TEXT.
006544     PERFORM 3100-WRITE-WARNING THRU 3100-EXIT.
006545 2700-EXIT.
006546     EXIT.
006547*
006548 3000-WRITE-ERROR.
006550     ADD 1 TO WS-ERROR-COUNT.
006560     MOVE WS-LINE-NO TO WS-FND-LINE-NO.
006570     MOVE "ERROR  " TO WS-FND-SEVERITY.
009680     CLOSE CHKREPORT.
009690 9000-EXIT.
009700     EXIT.
009710*
009720*----------------------------------------------------------*
009730* 1800-WRITE-EVENT                                         *
009740*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
009750*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
009760*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
009770*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
009780*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
009790*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
009800*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
009810*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
009820*----------------------------------------------------------*
009830 1800-WRITE-EVENT.
009840     IF NOT WS-MCT-LOADED
009850         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
009860     END-IF.
009870     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
009880         VARYING WS-MCT-SUB FROM 1 BY 1
009890         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
009900     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
009910     ACCEPT WS-EVT-TIME FROM TIME.
009920     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
009930     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
009940     MOVE SPACES TO EVT-RECORD.
009950     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
009960     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
009970     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
009980     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
009990     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
010000     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
010010     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
010020     MOVE WS-EVT-TEXT TO EVT-TEXT.
010030     OPEN EXTEND EVTFILE.
010040     IF WS-EVT-STATUS = "35"
010050         OPEN OUTPUT EVTFILE
010060     END-IF.
010070     IF WS-EVT-STATUS = "00"
010080         WRITE EVL-RECORD FROM EVT-RECORD
010090         CLOSE EVTFILE
010100     ELSE
010110         DISPLAY "AOC-06-CTLCHK: EVENT LOG NOT AVAILABLE,"
010120             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
010130             " NOT LOGGED"
010140     END-IF.
010150     IF EVT-CRITICAL
010160         OPEN EXTEND ALRFILE
010170         IF WS-ALR-STATUS = "35"
010180             OPEN OUTPUT ALRFILE
010190         END-IF
010200         IF WS-ALR-STATUS = "00"
010210             WRITE ALR-RECORD FROM EVT-RECORD
010220             CLOSE ALRFILE
010230         ELSE
010240             DISPLAY "AOC-06-CTLCHK: ALERT FILE NOT AVAILABLE,"
010250                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
010260                 " NOT RAISED"
010270         END-IF
010280     END-IF.
010290     MOVE 0 TO WS-EVT-FEED-ID.
010300     MOVE 0 TO WS-EVT-FEED-DATE.
010310     MOVE 0 TO WS-EVT-STREAM-NO.
010320     MOVE SPACES TO WS-EVT-TEXT.
010330 1800-EXIT.
010340     EXIT.
010350*
010360*----------------------------------------------------------*
010370* 1810-LOAD-MSG-CATALOG                                    *
010380*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
010390*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
010400*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
010410*----------------------------------------------------------*
010420 1810-LOAD-MSG-CATALOG.
010430     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
010440     OPEN INPUT MCTFILE.
010450     IF WS-MCT-STATUS NOT = "00"
010460         GO TO 1810-EXIT
010470     END-IF.
010480     MOVE 'N' TO WS-MCT-EOF-SWITCH.
010490     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
010500         UNTIL WS-MCT-EOF.
010510     CLOSE MCTFILE.
010520 1810-EXIT.
010530     EXIT.
010540*
010550 1815-LOAD-ONE-MSG.
010560     READ MCTFILE
010570         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
010580         GO TO 1815-EXIT
010590     END-READ.
010600     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
010610         GO TO 1815-EXIT
010620     END-IF.
010630     IF WS-MCT-COUNT NOT < 200
010640         MOVE 'Y' TO WS-MCT-EOF-SWITCH
010650         GO TO 1815-EXIT
010660     END-IF.
010670     ADD 1 TO WS-MCT-COUNT.
010680     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
010690     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
010700 1815-EXIT.
010710     EXIT.
010720*
010730 1820-FIND-ONE-MSG.
010740     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
010750         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
010760     END-IF.
010770 1820-EXIT.
010780     EXIT.
010790*
010800*----------------------------------------------------------*
010810* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
010820*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
010830*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
010840*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
010850*    OTHER FAILURE.                                        *
010860*----------------------------------------------------------*
010870 1880-LOG-PROGRAM-START.
010880     MOVE 0001 TO WS-EVT-CODE.
010890     MOVE 'I' TO WS-EVT-SEVERITY.
010900     MOVE "JOB STARTED" TO WS-EVT-TEXT.
010910     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
010920 1880-EXIT.
010930     EXIT.
010940*
010950 1890-LOG-PROGRAM-END.
010960     MOVE RETURN-CODE TO WS-EVT-RC.
010970     EVALUATE WS-EVT-RC
010980         WHEN 0
010990             MOVE 0002 TO WS-EVT-CODE
011000             MOVE 'I' TO WS-EVT-SEVERITY
011010         WHEN 4
011020             MOVE 0003 TO WS-EVT-CODE
011030             MOVE 'W' TO WS-EVT-SEVERITY
011040         WHEN 12
011050             MOVE 0005 TO WS-EVT-CODE
011060             MOVE 'E' TO WS-EVT-SEVERITY
011070         WHEN OTHER
011080             MOVE 0004 TO WS-EVT-CODE
011090             MOVE 'E' TO WS-EVT-SEVERITY
011100     END-EVALUATE.
011110     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
011120         WS-EVT-RC DELIMITED BY SIZE
011130         INTO WS-EVT-TEXT.
011140     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
011150 1890-EXIT.
011160     EXIT.
