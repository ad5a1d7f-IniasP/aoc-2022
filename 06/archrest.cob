001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-RESTORE.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. RESTORES THE ARCHIVE GENERATIONS
001060*                   AOC-06-2 CATALOGED FOR A RUN DATE, SO
001070*                   AOC-06-VERIFY OR AOC-06-DRIFT CAN BE RERUN
001080*                   AGAINST A PAST DAY. THE PARAMETER FILE NAMES
001090*                   THE RUN DATE, THE FILE TYPE (REPORT, AUDIT,
001100*                   RECONOUT OR ALL) AND WHETHER THE GENERATIONS
001110*                   GO TO RESTORE NAMES OR OVER THE WORKING NAMES.
001120*                   A WORKING FILE IS BACKED UP BEFORE IT IS
001130*                   OVERWRITTEN, EVERY FILE WRITTEN IS READ BACK
001140*                   AND ITS RECORD COUNT PROVED AGAINST THE
001150*                   CATALOG, AND EVERY RESTORE, BACKUP AND
001160*                   REFUSAL GOES TO THE RESTORE LOG.
001161*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001162*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001163*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001164*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001165*                   FILE. A RUN WITH RESTORES NOT PROVED IS
001166*                   LOGGED.
001167*   2026-10-15  IP  THE RESTORE LOG IS ONLY CREATED WHEN MISSING;
001168*                   ANY OTHER OPEN FAILURE RESTORES NOTHING.
001170*
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT PARMFILE ASSIGN TO "rstparm"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-PRM-STATUS.
001240     SELECT CATFILE ASSIGN TO "archcat"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-CAT-STATUS.
001270     SELECT COPYINF ASSIGN TO DYNAMIC WS-COPYIN-DSN
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-COPYIN-STATUS.
001300     SELECT COPYOUTF ASSIGN TO DYNAMIC WS-COPYOUT-DSN
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS WS-COPYOUT-STATUS.
001330     SELECT RSTFILE ASSIGN TO "restlog"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-RST-STATUS.
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
001390 FD  PARMFILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  PRM-RECORD                  PIC X(80).
001420*
001430 FD  CATFILE
001440     RECORD CONTAINS 80 CHARACTERS.
001450 01  CAT-RECORD                  PIC X(80).
001460*
001470 FD  COPYINF
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  COPYIN-RECORD               PIC X(80).
001500*
001510 FD  COPYOUTF
001520     RECORD CONTAINS 80 CHARACTERS.
001530 01  COPYOUT-RECORD              PIC X(80).
001540*
001550 FD  RSTFILE
001560     RECORD CONTAINS 80 CHARACTERS.
001570     COPY RESTLOG.
001571*
001572 FD  EVTFILE
001573     RECORD CONTAINS 80 CHARACTERS.
001574 01  EVL-RECORD                  PIC X(80).
001575*
001576 FD  ALRFILE
001577     RECORD CONTAINS 80 CHARACTERS.
001578 01  ALR-RECORD                  PIC X(80).
001579*
001580 FD  MCTFILE
001581     RECORD CONTAINS 80 CHARACTERS.
001582     COPY MSGCAT.
001583*
001590 WORKING-STORAGE SECTION.
001600 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001610 01  WS-CAT-STATUS               PIC X(2)      VALUE "00".
001620 01  WS-COPYIN-STATUS            PIC X(2)      VALUE "00".
001630 01  WS-COPYOUT-STATUS           PIC X(2)      VALUE "00".
001640 01  WS-RST-STATUS               PIC X(2)      VALUE "00".
001650*
001660 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001670     88  WS-PRM-EOF                            VALUE 'Y'.
001680 01  WS-CAT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001690     88  WS-CAT-EOF                            VALUE 'Y'.
001700 01  WS-COPYIN-EOF-SWITCH        PIC X(1)      VALUE 'N'.
001710     88  WS-COPYIN-EOF                         VALUE 'Y'.
001720 01  WS-ABORT-SWITCH             PIC X(1)      VALUE 'N'.
001730     88  WS-ABORTED                            VALUE 'Y'.
001740 01  WS-WARN-SWITCH              PIC X(1)      VALUE 'N'.
001750     88  WS-WARNED                             VALUE 'Y'.
001760 01  WS-LOG-OPEN-SWITCH          PIC X(1)      VALUE 'N'.
001770     88  WS-LOG-OPEN                           VALUE 'Y'.
001780 01  WS-BACKUP-OK-SWITCH         PIC X(1)      VALUE 'N'.
001790     88  WS-BACKUP-OK                          VALUE 'Y'.
001800*
001810 01  WS-PRM-LINE.
001820     05  WS-PRM-TAG              PIC X(8).
001830     05  WS-PRM-VALUE            PIC X(40).
001840     05  FILLER                  PIC X(32)     VALUE SPACES.
001850*
001860 01  WS-RUN-DATE                 PIC 9(8).
001870 01  WS-RUN-TIME                 PIC 9(8).
001880 01  WS-RUN-TIMESTAMP            PIC 9(14).
001890 01  WS-RTS-VIEW REDEFINES WS-RUN-TIMESTAMP.
001900     05  WS-RTS-DATE             PIC 9(8).
001910     05  WS-RTS-TIME             PIC 9(6).
001920*
001930*----------------------------------------------------------*
001940* RESTORE SELECTION FROM THE PARAMETER FILE. DATE IS THE   *
001950* RUN DATE THE GENERATIONS WERE CATALOGED UNDER (THE       *
001960* CATALOG DATE COLUMN). TYPE IS A CATALOG FILE TYPE OR     *
001970* ALL. TARGET WORKING RESTORES OVER THE WORKING NAMES,     *
001980* ANYTHING ELSE TO RESTORE NAMES. GEN NAMES ONE            *
001990* GENERATION WHEN THE DATE HAS MORE THAN ONE OF A TYPE.    *
002000*----------------------------------------------------------*
002010 01  WS-SEL-DATE                 PIC 9(8)      VALUE 0.
002020 01  WS-SEL-DATE-SWITCH          PIC X(1)      VALUE 'N'.
002030     88  WS-SEL-DATE-GIVEN                     VALUE 'Y'.
002040 01  WS-SEL-TYPE                 PIC X(8)      VALUE "all".
002050     88  WS-SEL-ALL                            VALUE "all".
002060 01  WS-SEL-TARGET               PIC X(1)      VALUE 'R'.
002070     88  WS-SEL-WORKING                        VALUE 'W'.
002080 01  WS-SEL-GEN                  PIC X(30)     VALUE SPACES.
002090*
002100*----------------------------------------------------------*
002110* THE FILE TYPES AOC-06-2 ARCHIVES. THE TYPE IS ALSO THE   *
002120* FILE'S WORKING NAME.                                     *
002130*----------------------------------------------------------*
002140 01  WS-TYPE-NAMES.
002150     05  FILLER                  PIC X(8)      VALUE "report".
002160     05  FILLER                  PIC X(8)      VALUE "audit".
002170     05  FILLER                  PIC X(8)      VALUE "reconout".
002180 01  WS-TYPE-VIEW REDEFINES WS-TYPE-NAMES.
002190     05  WS-TYPE-NAME            PIC X(8)
002200         OCCURS 3 TIMES.
002210 01  WS-TYPE-SUB                 PIC 9(1) COMP VALUE 0.
002220 01  WS-TYPE-MATCH-SWITCH        PIC X(1)      VALUE 'N'.
002230     88  WS-TYPE-MATCHED                       VALUE 'Y'.
002240 01  WS-TYPE-GEN-COUNT           PIC 9(3) COMP VALUE 0.
002250 01  WS-TYPE-GEN-SHOW            PIC 9(3)      VALUE 0.
002260*
002270 01  WS-CAT-LINE.
002280     05  WS-CAT-FEED-DATE        PIC 9(8).
002290     05  FILLER                  PIC X(1)      VALUE SPACE.
002300     05  WS-CAT-FILE-TYPE        PIC X(8).
002310     05  FILLER                  PIC X(1)      VALUE SPACE.
002320     05  WS-CAT-REC-COUNT        PIC 9(7).
002330     05  FILLER                  PIC X(1)      VALUE SPACE.
002340     05  WS-CAT-ARCH-NAME        PIC X(30).
002350     05  FILLER                  PIC X(24)     VALUE SPACES.
002360*
002370*----------------------------------------------------------*
002380* THE CATALOG ENTRIES SELECTED FOR RESTORE, IN CATALOG     *
002390* ORDER. A DATE CARRIES ONE GENERATION PER TYPE ON A       *
002400* NORMAL RUN; A RERUN OR A SPLIT RUN ADDS MORE.            *
002410*----------------------------------------------------------*
002420 01  WS-GEN-COUNT                PIC 9(3) COMP VALUE 0.
002430 01  WS-GEN-SUB                  PIC 9(3) COMP VALUE 0.
002440 01  WS-GEN-TABLE.
002450     05  WS-GEN-ENTRY OCCURS 30 TIMES.
002460         10  WS-GT-TYPE          PIC X(8).
002470         10  WS-GT-COUNT         PIC 9(7).
002480         10  WS-GT-NAME          PIC X(30).
002490 01  WS-GEN-OVERFLOW-SWITCH      PIC X(1)      VALUE 'N'.
002500     88  WS-GEN-OVERFLOW                       VALUE 'Y'.
002510*
002520 01  WS-COPYIN-DSN               PIC X(30).
002530 01  WS-COPYOUT-DSN              PIC X(30).
002540 01  WS-TARGET-DSN               PIC X(30).
002550 01  WS-BACKUP-DSN               PIC X(30).
002560 01  WS-GEN-MARK-COUNT           PIC 9(2) COMP VALUE 0.
002570*
002580*----------------------------------------------------------*
002590* 8000-COPY-FILE RESULT: ' ' COPIED, 'M' SOURCE WOULD NOT  *
002600* OPEN, 'O' TARGET WOULD NOT OPEN. WS-COPY-COUNT IS THE    *
002610* RECORDS COPIED, WS-PROVE-COUNT THE RECORDS 8100 READ     *
002620* BACK FROM THE TARGET.                                    *
002630*----------------------------------------------------------*
002640 01  WS-COPY-RESULT              PIC X(1)      VALUE SPACE.
002650     88  WS-COPY-DONE                          VALUE SPACE.
002660     88  WS-COPY-NO-SOURCE                     VALUE 'M'.
002670     88  WS-COPY-NO-TARGET                     VALUE 'O'.
002680 01  WS-COPY-COUNT               PIC 9(7)      VALUE 0.
002690 01  WS-PROVE-COUNT              PIC 9(7)      VALUE 0.
002700*
002710 01  WS-RESTORED-COUNT           PIC 9(3)      VALUE 0.
002720 01  WS-FAILED-COUNT             PIC 9(3)      VALUE 0.
002730 01  WS-BACKUP-COUNT             PIC 9(3)      VALUE 0.
002740*
002741*----------------------------------------------------------*
002742* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
002743* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
002744* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
002745* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
002746* OVERRIDES THE DEFAULT.                                   *
002747*----------------------------------------------------------*
002748 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
002749 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
002750 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
002751     COPY EVTLOG.
002752 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
002753         "AOC-06-RESTORE".
002754 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
002755 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
002756 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
002757 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
002758 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
002759 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
002760 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
002761 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
002762 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
002763 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
002764 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
002765     05  WS-EVT-TS-DATE          PIC 9(8).
002766     05  WS-EVT-TS-TIME          PIC 9(6).
002767 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
002768     88  WS-MCT-LOADED                         VALUE 'Y'.
002769 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002770     88  WS-MCT-EOF                            VALUE 'Y'.
002771 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
002772 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
002773 01  WS-MCT-TABLE.
002774     05  WS-MCT-ENTRY OCCURS 200 TIMES.
002775         10  WS-MCT-CODE         PIC 9(4).
002776         10  WS-MCT-SEVERITY     PIC X(1).
002777*
002778 PROCEDURE DIVISION.
002779*----------------------------------------------------------*
002780* 0000-MAINLINE                                            *
002781*    THE WHOLE SELECTION IS CHECKED BEFORE ANY FILE IS     *
002790*    WRITTEN, SO A REFUSED RUN LEAVES EVERY FILE AS IT     *
002800*    WAS.                                                  *
002810*----------------------------------------------------------*
002820 0000-MAINLINE.
002821     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     IF NOT WS-ABORTED
002850         PERFORM 2000-FIND-GENERATIONS THRU 2000-EXIT
002860     END-IF.
002870     IF NOT WS-ABORTED
002880         PERFORM 3000-CHECK-SELECTION THRU 3000-EXIT
002890     END-IF.
002900     IF NOT WS-ABORTED
002910         PERFORM 4000-RESTORE-ONE-GEN THRU 4000-EXIT
002920             VARYING WS-GEN-SUB FROM 1 BY 1
002930             UNTIL WS-GEN-SUB > WS-GEN-COUNT
002940     END-IF.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002951     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
002960     STOP RUN.
002970*
002980 1000-INITIALIZE.
002990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003000     ACCEPT WS-RUN-TIME FROM TIME.
003010     MOVE WS-RUN-DATE TO WS-RTS-DATE.
003020     MOVE WS-RUN-TIME (1:6) TO WS-RTS-TIME.
003030     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
003040     IF WS-ABORTED
003050         GO TO 1000-EXIT
003060     END-IF.
003070     OPEN EXTEND RSTFILE.
003080     IF WS-RST-STATUS = "35"
003090         OPEN OUTPUT RSTFILE
003100     END-IF.
003110     IF WS-RST-STATUS NOT = "00"
003120         DISPLAY "AOC-06-RESTORE: RESTORE LOG NOT WRITABLE, "
003130             "STATUS " WS-RST-STATUS " - NOTHING RESTORED"
003140         MOVE 'Y' TO WS-ABORT-SWITCH
003150         GO TO 1000-EXIT
003160     END-IF.
003170     MOVE 'Y' TO WS-LOG-OPEN-SWITCH.
003180 1000-EXIT.
003190     EXIT.
003200*
003210*----------------------------------------------------------*
003220* 1050-READ-PARM-FILE                                      *
003230*    DATE IS REQUIRED. AN UNKNOWN TYPE OR A MISSING        *
003240*    PARAMETER FILE STOPS THE RUN BEFORE ANYTHING IS       *
003250*    TOUCHED.                                              *
003260*----------------------------------------------------------*
003270 1050-READ-PARM-FILE.
003280     OPEN INPUT PARMFILE.
003290     IF WS-PRM-STATUS NOT = "00"
003300         DISPLAY "AOC-06-RESTORE: NO PARAMETER FILE, STATUS "
003310             WS-PRM-STATUS " - NOTHING RESTORED"
003320         MOVE 'Y' TO WS-ABORT-SWITCH
003330         GO TO 1050-EXIT
003340     END-IF.
003350     MOVE 'N' TO WS-PRM-EOF-SWITCH.
003360     PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
003370         UNTIL WS-PRM-EOF.
003380     CLOSE PARMFILE.
003390     IF NOT WS-SEL-DATE-GIVEN
003400         DISPLAY "AOC-06-RESTORE: NO RUN DATE IN PARAMETER FILE "
003410             "- NOTHING RESTORED"
003420         MOVE 'Y' TO WS-ABORT-SWITCH
003430         GO TO 1050-EXIT
003440     END-IF.
003450     IF WS-SEL-ALL
003460         GO TO 1050-EXIT
003470     END-IF.
003480     MOVE 'N' TO WS-TYPE-MATCH-SWITCH.
003490     PERFORM 1070-MATCH-ONE-TYPE THRU 1070-EXIT
003500         VARYING WS-TYPE-SUB FROM 1 BY 1
003510         UNTIL WS-TYPE-SUB > 3.
003520     IF NOT WS-TYPE-MATCHED
003530         DISPLAY "AOC-06-RESTORE: UNKNOWN FILE TYPE " WS-SEL-TYPE
003540             " - NOTHING RESTORED"
003550         MOVE 'Y' TO WS-ABORT-SWITCH
003560     END-IF.
003570 1050-EXIT.
003580     EXIT.
003590*
003600 1060-READ-ONE-PARM.
003610     READ PARMFILE INTO WS-PRM-LINE
003620         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
003630         GO TO 1060-EXIT
003640     END-READ.
003650     EVALUATE WS-PRM-TAG
003660         WHEN "DATE"
003670             IF WS-PRM-VALUE (1:8) IS NUMERIC
003680                 MOVE WS-PRM-VALUE (1:8) TO WS-SEL-DATE
003690                 MOVE 'Y' TO WS-SEL-DATE-SWITCH
003700             END-IF
003710         WHEN "TYPE"
003720             INSPECT WS-PRM-VALUE CONVERTING
003730                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003740                 TO "abcdefghijklmnopqrstuvwxyz"
003750             MOVE WS-PRM-VALUE (1:8) TO WS-SEL-TYPE
003760         WHEN "TARGET"
003770             IF WS-PRM-VALUE (1:7) = "WORKING"
003780                 MOVE 'W' TO WS-SEL-TARGET
003790             ELSE
003800                 MOVE 'R' TO WS-SEL-TARGET
003810             END-IF
003820         WHEN "GEN"
003830             MOVE WS-PRM-VALUE (1:30) TO WS-SEL-GEN
003840         WHEN OTHER
003850             CONTINUE
003860     END-EVALUATE.
003870 1060-EXIT.
003880     EXIT.
003890*
003900 1070-MATCH-ONE-TYPE.
003910     IF WS-SEL-TYPE = WS-TYPE-NAME (WS-TYPE-SUB)
003920         MOVE 'Y' TO WS-TYPE-MATCH-SWITCH
003930     END-IF.
003940 1070-EXIT.
003950     EXIT.
003960*
003970*----------------------------------------------------------*
003980* 2000-FIND-GENERATIONS                                    *
003990*    TABLES EVERY CATALOG ENTRY FOR THE RUN DATE THAT      *
004000*    MATCHES THE TYPE (AND THE GENERATION NAME, WHEN ONE   *
004010*    IS GIVEN). NO CATALOG, NO MATCH OR MORE MATCHES THAN  *
004020*    THE TABLE HOLDS STOPS THE RUN.                        *
004030*----------------------------------------------------------*
004040 2000-FIND-GENERATIONS.
004050     OPEN INPUT CATFILE.
004060     IF WS-CAT-STATUS NOT = "00"
004070         DISPLAY "AOC-06-RESTORE: NO ARCHIVE CATALOG, STATUS "
004080             WS-CAT-STATUS " - NOTHING RESTORED"
004090         MOVE SPACES TO RST-RECORD
004100         MOVE WS-SEL-TYPE TO RST-FILE-TYPE
004110         MOVE 'X' TO RST-ACTION
004120         MOVE 'M' TO RST-RESULT
004130         MOVE 0 TO RST-EXPECTED
004140         MOVE 0 TO RST-ACTUAL
004150         MOVE WS-SEL-GEN TO RST-NAME
004160         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
004170         MOVE 'Y' TO WS-ABORT-SWITCH
004180         GO TO 2000-EXIT
004190     END-IF.
004200     MOVE 'N' TO WS-CAT-EOF-SWITCH.
004210     PERFORM 2100-TABLE-ONE-ENTRY THRU 2100-EXIT
004220         UNTIL WS-CAT-EOF.
004230     CLOSE CATFILE.
004240     IF WS-GEN-OVERFLOW
004250         DISPLAY "AOC-06-RESTORE: MORE THAN 30 GENERATIONS FOR "
004260             WS-SEL-DATE " - NAME ONE WITH GEN"
004270         MOVE SPACES TO RST-RECORD
004280         MOVE WS-SEL-TYPE TO RST-FILE-TYPE
004290         MOVE 'X' TO RST-ACTION
004300         MOVE 'N' TO RST-RESULT
004310         MOVE 0 TO RST-EXPECTED
004320         MOVE 0 TO RST-ACTUAL
004330         MOVE WS-SEL-GEN TO RST-NAME
004340         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
004350         MOVE 'Y' TO WS-ABORT-SWITCH
004360         GO TO 2000-EXIT
004370     END-IF.
004380     IF WS-GEN-COUNT = 0
004390         DISPLAY "AOC-06-RESTORE: NO " WS-SEL-TYPE
004400             " GENERATION CATALOGED FOR " WS-SEL-DATE
004410             " - NOTHING RESTORED"
004420         MOVE SPACES TO RST-RECORD
004430         MOVE WS-SEL-TYPE TO RST-FILE-TYPE
004440         MOVE 'X' TO RST-ACTION
004450         MOVE 'M' TO RST-RESULT
004460         MOVE 0 TO RST-EXPECTED
004470         MOVE 0 TO RST-ACTUAL
004480         MOVE WS-SEL-GEN TO RST-NAME
004490         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
004500         MOVE 'Y' TO WS-ABORT-SWITCH
004510     END-IF.
004520 2000-EXIT.
004530     EXIT.
004540*
004550 2100-TABLE-ONE-ENTRY.
004560     READ CATFILE INTO WS-CAT-LINE
004570         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
004580         GO TO 2100-EXIT
004590     END-READ.
004600     IF WS-CAT-FEED-DATE IS NOT NUMERIC OR
004610             WS-CAT-REC-COUNT IS NOT NUMERIC
004620         GO TO 2100-EXIT
004630     END-IF.
004640     IF WS-CAT-FEED-DATE NOT = WS-SEL-DATE
004650         GO TO 2100-EXIT
004660     END-IF.
004670     IF NOT WS-SEL-ALL AND WS-CAT-FILE-TYPE NOT = WS-SEL-TYPE
004680         GO TO 2100-EXIT
004690     END-IF.
004700     IF WS-SEL-GEN NOT = SPACES AND
004710             WS-CAT-ARCH-NAME NOT = WS-SEL-GEN
004720         GO TO 2100-EXIT
004730     END-IF.
004740     IF WS-GEN-COUNT NOT < 30
004750         MOVE 'Y' TO WS-GEN-OVERFLOW-SWITCH
004760         GO TO 2100-EXIT
004770     END-IF.
004780     ADD 1 TO WS-GEN-COUNT.
004790     MOVE WS-CAT-FILE-TYPE TO WS-GT-TYPE (WS-GEN-COUNT).
004800     MOVE WS-CAT-REC-COUNT TO WS-GT-COUNT (WS-GEN-COUNT).
004810     MOVE WS-CAT-ARCH-NAME TO WS-GT-NAME (WS-GEN-COUNT).
004820 2100-EXIT.
004830     EXIT.
004840*
004850*----------------------------------------------------------*
004860* 3000-CHECK-SELECTION                                     *
004870*    ONLY ONE GENERATION OF A TYPE CAN GO OVER ITS WORKING *
004880*    NAME. WHEN A RERUN OR A SPLIT RUN LEFT SEVERAL FOR    *
004890*    THE DATE, A WORKING RESTORE IS REFUSED AND THE        *
004900*    CANDIDATES LISTED SO THE OPERATOR CAN NAME ONE WITH   *
004910*    GEN. A TYPE WITH NO GENERATION UNDER TYPE ALL IS A    *
004920*    WARNING ONLY.                                         *
004930*----------------------------------------------------------*
004940 3000-CHECK-SELECTION.
004950     PERFORM 3100-CHECK-ONE-TYPE THRU 3100-EXIT
004960         VARYING WS-TYPE-SUB FROM 1 BY 1
004970         UNTIL WS-TYPE-SUB > 3.
004980 3000-EXIT.
004990     EXIT.
005000*
005010 3100-CHECK-ONE-TYPE.
005020     IF NOT WS-SEL-ALL AND
005030             WS-SEL-TYPE NOT = WS-TYPE-NAME (WS-TYPE-SUB)
005040         GO TO 3100-EXIT
005050     END-IF.
005060     MOVE 0 TO WS-TYPE-GEN-COUNT.
005070     PERFORM 3150-COUNT-ONE-GEN THRU 3150-EXIT
005080         VARYING WS-GEN-SUB FROM 1 BY 1
005090         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
005100     IF WS-TYPE-GEN-COUNT = 0
005110         IF WS-SEL-GEN = SPACES
005120             DISPLAY "AOC-06-RESTORE: NO "
005130                 WS-TYPE-NAME (WS-TYPE-SUB)
005140                 " GENERATION CATALOGED FOR " WS-SEL-DATE
005150             MOVE 'Y' TO WS-WARN-SWITCH
005160         END-IF
005170         GO TO 3100-EXIT
005180     END-IF.
005190     IF WS-TYPE-GEN-COUNT = 1 OR NOT WS-SEL-WORKING
005200         GO TO 3100-EXIT
005210     END-IF.
005220     MOVE WS-TYPE-GEN-COUNT TO WS-TYPE-GEN-SHOW.
005230     DISPLAY "AOC-06-RESTORE: " WS-TYPE-GEN-SHOW " "
005240         WS-TYPE-NAME (WS-TYPE-SUB) " GENERATIONS FOR "
005250         WS-SEL-DATE " - NAME ONE WITH GEN".
005260     PERFORM 3200-REFUSE-ONE-GEN THRU 3200-EXIT
005270         VARYING WS-GEN-SUB FROM 1 BY 1
005280         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
005290     MOVE 'Y' TO WS-ABORT-SWITCH.
005300 3100-EXIT.
005310     EXIT.
005320*
005330 3150-COUNT-ONE-GEN.
005340     IF WS-GT-TYPE (WS-GEN-SUB) = WS-TYPE-NAME (WS-TYPE-SUB)
005350         ADD 1 TO WS-TYPE-GEN-COUNT
005360     END-IF.
005370 3150-EXIT.
005380     EXIT.
005390*
005400 3200-REFUSE-ONE-GEN.
005410     IF WS-GT-TYPE (WS-GEN-SUB) NOT = WS-TYPE-NAME (WS-TYPE-SUB)
005420         GO TO 3200-EXIT
005430     END-IF.
005440     DISPLAY "AOC-06-RESTORE:    " WS-GT-NAME (WS-GEN-SUB)
005450         " " WS-GT-COUNT (WS-GEN-SUB) " RECORDS".
005460     MOVE SPACES TO RST-RECORD.
005470     MOVE WS-GT-TYPE (WS-GEN-SUB) TO RST-FILE-TYPE.
005480     MOVE 'X' TO RST-ACTION.
005490     MOVE 'N' TO RST-RESULT.
005500     MOVE WS-GT-COUNT (WS-GEN-SUB) TO RST-EXPECTED.
005510     MOVE 0 TO RST-ACTUAL.
005520     MOVE WS-GT-NAME (WS-GEN-SUB) TO RST-NAME.
005530     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
005540 3200-EXIT.
005550     EXIT.
005560*
005570*----------------------------------------------------------*
005580* 4000-RESTORE-ONE-GEN                                     *
005590*    COPIES ONE GENERATION TO ITS RESTORE NAME (THE        *
005600*    GENERATION NAME WITH .G TURNED TO .R) OR, ON TARGET   *
005610*    WORKING, OVER THE WORKING NAME ONCE THE CURRENT FILE  *
005620*    IS SAFELY BACKED UP. THE FILE WRITTEN IS THEN READ    *
005630*    BACK AND ITS COUNT PROVED AGAINST THE CATALOG.        *
005640*----------------------------------------------------------*
005650 4000-RESTORE-ONE-GEN.
005660     IF WS-SEL-WORKING
005670         PERFORM 4100-BACKUP-WORKING THRU 4100-EXIT
005680         IF NOT WS-BACKUP-OK
005690             DISPLAY "AOC-06-RESTORE: RESTORE OVER "
005700                 WS-GT-TYPE (WS-GEN-SUB)
005710                 " SKIPPED - BACKUP FAILED"
005720             MOVE SPACES TO RST-RECORD
005730             MOVE WS-GT-TYPE (WS-GEN-SUB) TO RST-FILE-TYPE
005740             MOVE 'W' TO RST-ACTION
005750             MOVE 'N' TO RST-RESULT
005760             MOVE WS-GT-COUNT (WS-GEN-SUB) TO RST-EXPECTED
005770             MOVE 0 TO RST-ACTUAL
005780             MOVE WS-GT-NAME (WS-GEN-SUB) TO RST-NAME
005790             PERFORM 7000-WRITE-LOG THRU 7000-EXIT
005800             ADD 1 TO WS-FAILED-COUNT
005810             GO TO 4000-EXIT
005820         END-IF
005830         MOVE WS-GT-TYPE (WS-GEN-SUB) TO WS-TARGET-DSN
005840     ELSE
005850         PERFORM 4200-BUILD-RESTORE-NAME THRU 4200-EXIT
005860     END-IF.
005870     MOVE WS-GT-NAME (WS-GEN-SUB) TO WS-COPYIN-DSN.
005880     MOVE WS-TARGET-DSN TO WS-COPYOUT-DSN.
005890     PERFORM 8000-COPY-FILE THRU 8000-EXIT.
005900     MOVE SPACES TO RST-RECORD.
005910     MOVE WS-GT-TYPE (WS-GEN-SUB) TO RST-FILE-TYPE.
005920     MOVE WS-SEL-TARGET TO RST-ACTION.
005930     MOVE WS-GT-COUNT (WS-GEN-SUB) TO RST-EXPECTED.
005940     MOVE 0 TO RST-ACTUAL.
005950     MOVE WS-GT-NAME (WS-GEN-SUB) TO RST-NAME.
005960     IF WS-COPY-NO-SOURCE
005970         DISPLAY "AOC-06-RESTORE: GENERATION "
005980             WS-GT-NAME (WS-GEN-SUB) " NOT ON HAND"
005990         MOVE 'M' TO RST-RESULT
006000         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006010         ADD 1 TO WS-FAILED-COUNT
006020         GO TO 4000-EXIT
006030     END-IF.
006040     IF WS-COPY-NO-TARGET
006050         DISPLAY "AOC-06-RESTORE: CANNOT WRITE " WS-TARGET-DSN
006060             " STATUS " WS-COPYOUT-STATUS
006070         MOVE 'O' TO RST-RESULT
006080         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006090         ADD 1 TO WS-FAILED-COUNT
006100         GO TO 4000-EXIT
006110     END-IF.
006120     PERFORM 8100-PROVE-FILE THRU 8100-EXIT.
006130     MOVE WS-PROVE-COUNT TO RST-ACTUAL.
006140     IF WS-PROVE-COUNT = WS-GT-COUNT (WS-GEN-SUB)
006150         MOVE 'P' TO RST-RESULT
006160         ADD 1 TO WS-RESTORED-COUNT
006170         DISPLAY "AOC-06-RESTORE: " WS-GT-NAME (WS-GEN-SUB)
006180             " TO " WS-TARGET-DSN " " WS-PROVE-COUNT
006190             " RECORDS PROVED"
006200     ELSE
006210         MOVE 'F' TO RST-RESULT
006220         ADD 1 TO WS-FAILED-COUNT
006230         DISPLAY "AOC-06-RESTORE: " WS-GT-NAME (WS-GEN-SUB)
006240             " TO " WS-TARGET-DSN " CATALOG "
006250             WS-GT-COUNT (WS-GEN-SUB) " RESTORED "
006260             WS-PROVE-COUNT " - COUNT DIFFERS"
006270         IF WS-SEL-WORKING
006280             DISPLAY "AOC-06-RESTORE: PRIOR " WS-TARGET-DSN
006290                 " IS IN " WS-BACKUP-DSN
006300         END-IF
006310     END-IF.
006320     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006330 4000-EXIT.
006340     EXIT.
006350*
006360*----------------------------------------------------------*
006370* 4100-BACKUP-WORKING                                      *
006380*    COPIES THE CURRENT WORKING FILE TO <TYPE>.B<RUN       *
006390*    TIMESTAMP> AND PROVES THE COPY BEFORE THE RESTORE MAY *
006400*    OVERWRITE IT. NO CURRENT FILE MEANS NOTHING TO LOSE,  *
006410*    SO THE RESTORE GOES AHEAD AND THE LOG SAYS SO.        *
006420*----------------------------------------------------------*
006430 4100-BACKUP-WORKING.
006440     MOVE 'N' TO WS-BACKUP-OK-SWITCH.
006450     MOVE SPACES TO WS-BACKUP-DSN.
006460     STRING WS-GT-TYPE (WS-GEN-SUB) DELIMITED BY SPACE
006470         ".B" DELIMITED BY SIZE
006480         WS-RUN-TIMESTAMP DELIMITED BY SIZE
006490         INTO WS-BACKUP-DSN.
006500     MOVE WS-GT-TYPE (WS-GEN-SUB) TO WS-COPYIN-DSN.
006510     MOVE WS-BACKUP-DSN TO WS-COPYOUT-DSN.
006520     PERFORM 8000-COPY-FILE THRU 8000-EXIT.
006530     MOVE SPACES TO RST-RECORD.
006540     MOVE WS-GT-TYPE (WS-GEN-SUB) TO RST-FILE-TYPE.
006550     MOVE 'B' TO RST-ACTION.
006560     MOVE 0 TO RST-EXPECTED.
006570     MOVE 0 TO RST-ACTUAL.
006580     MOVE WS-BACKUP-DSN TO RST-NAME.
006590     IF WS-COPY-NO-SOURCE
006600         DISPLAY "AOC-06-RESTORE: NO CURRENT "
006610             WS-GT-TYPE (WS-GEN-SUB) " TO BACK UP"
006620         MOVE 'M' TO RST-RESULT
006630         MOVE WS-GT-TYPE (WS-GEN-SUB) TO RST-NAME
006640         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006650         MOVE 'Y' TO WS-BACKUP-OK-SWITCH
006660         GO TO 4100-EXIT
006670     END-IF.
006680     IF WS-COPY-NO-TARGET
006690         DISPLAY "AOC-06-RESTORE: CANNOT WRITE BACKUP "
006700             WS-BACKUP-DSN " STATUS " WS-COPYOUT-STATUS
006710         MOVE 'O' TO RST-RESULT
006720         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
006730         GO TO 4100-EXIT
006740     END-IF.
006750     PERFORM 8100-PROVE-FILE THRU 8100-EXIT.
006760     MOVE WS-COPY-COUNT TO RST-EXPECTED.
006770     MOVE WS-PROVE-COUNT TO RST-ACTUAL.
006780     IF WS-PROVE-COUNT = WS-COPY-COUNT
006790         MOVE 'P' TO RST-RESULT
006800         MOVE 'Y' TO WS-BACKUP-OK-SWITCH
006810         ADD 1 TO WS-BACKUP-COUNT
006820         DISPLAY "AOC-06-RESTORE: " WS-GT-TYPE (WS-GEN-SUB)
006830             " BACKED UP TO " WS-BACKUP-DSN " " WS-PROVE-COUNT
006840             " RECORDS"
006850     ELSE
006860         MOVE 'F' TO RST-RESULT
006870     END-IF.
006880     PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
006890 4100-EXIT.
006900     EXIT.
006910*
006920 4200-BUILD-RESTORE-NAME.
006930     MOVE WS-GT-NAME (WS-GEN-SUB) TO WS-TARGET-DSN.
006940     MOVE 0 TO WS-GEN-MARK-COUNT.
006950     INSPECT WS-TARGET-DSN TALLYING WS-GEN-MARK-COUNT
006960         FOR ALL ".G".
006970     IF WS-GEN-MARK-COUNT > 0
006980         INSPECT WS-TARGET-DSN REPLACING FIRST ".G" BY ".R"
006990     ELSE
007000         MOVE SPACES TO WS-TARGET-DSN
007010         STRING WS-GT-NAME (WS-GEN-SUB) DELIMITED BY SPACE
007020             ".R" DELIMITED BY SIZE
007030             INTO WS-TARGET-DSN
007040     END-IF.
007050 4200-EXIT.
007060     EXIT.
007070*
007080 7000-WRITE-LOG.
007090     MOVE WS-RUN-TIMESTAMP TO RST-TIMESTAMP.
007100     MOVE WS-SEL-DATE TO RST-CAT-DATE.
007110     WRITE RST-RECORD.
007120 7000-EXIT.
007130     EXIT.
007140*
007150*----------------------------------------------------------*
007160* 8000-COPY-FILE                                           *
007170*    COPIES WS-COPYIN-DSN TO WS-COPYOUT-DSN RECORD FOR     *
007180*    RECORD, THE SAME WAY AOC-06-2 WRITES THE GENERATIONS. *
007190*----------------------------------------------------------*
007200 8000-COPY-FILE.
007210     MOVE SPACE TO WS-COPY-RESULT.
007220     MOVE 0 TO WS-COPY-COUNT.
007230     OPEN INPUT COPYINF.
007240     IF WS-COPYIN-STATUS NOT = "00"
007250         MOVE 'M' TO WS-COPY-RESULT
007260         GO TO 8000-EXIT
007270     END-IF.
007280     OPEN OUTPUT COPYOUTF.
007290     IF WS-COPYOUT-STATUS NOT = "00"
007300         CLOSE COPYINF
007310         MOVE 'O' TO WS-COPY-RESULT
007320         GO TO 8000-EXIT
007330     END-IF.
007340     MOVE 'N' TO WS-COPYIN-EOF-SWITCH.
007350     PERFORM 8050-COPY-ONE-RECORD THRU 8050-EXIT
007360         UNTIL WS-COPYIN-EOF.
007370     CLOSE COPYINF.
007380     CLOSE COPYOUTF.
007390 8000-EXIT.
007400     EXIT.
007410*
007420 8050-COPY-ONE-RECORD.
007430     READ COPYINF
007440         AT END MOVE 'Y' TO WS-COPYIN-EOF-SWITCH
007450         GO TO 8050-EXIT
007460     END-READ.
007470     MOVE COPYIN-RECORD TO COPYOUT-RECORD.
007480     WRITE COPYOUT-RECORD.
007490     ADD 1 TO WS-COPY-COUNT.
007500 8050-EXIT.
007510     EXIT.
007520*
007530*----------------------------------------------------------*
007540* 8100-PROVE-FILE                                          *
007550*    READS BACK THE FILE JUST WRITTEN AND COUNTS IT. THE   *
007560*    PROOF IS TAKEN FROM THE FILE ON DISK, NOT FROM THE    *
007570*    COPY LOOP'S OWN COUNT.                                *
007580*----------------------------------------------------------*
007590 8100-PROVE-FILE.
007600     MOVE 0 TO WS-PROVE-COUNT.
007610     MOVE WS-COPYOUT-DSN TO WS-COPYIN-DSN.
007620     OPEN INPUT COPYINF.
007630     IF WS-COPYIN-STATUS NOT = "00"
007640         GO TO 8100-EXIT
007650     END-IF.
007660     MOVE 'N' TO WS-COPYIN-EOF-SWITCH.
007670     PERFORM 8150-COUNT-ONE-RECORD THRU 8150-EXIT
007680         UNTIL WS-COPYIN-EOF.
007690     CLOSE COPYINF.
007700 8100-EXIT.
007710     EXIT.
007720*
007730 8150-COUNT-ONE-RECORD.
007740     READ COPYINF
007750         AT END MOVE 'Y' TO WS-COPYIN-EOF-SWITCH
007760         GO TO 8150-EXIT
007770     END-READ.
007780     ADD 1 TO WS-PROVE-COUNT.
007790 8150-EXIT.
007800     EXIT.
007810*
007820 9000-TERMINATE.
007830     IF WS-LOG-OPEN
007840         CLOSE RSTFILE
007850     END-IF.
007860     DISPLAY "AOC-06-RESTORE: RUN DATE " WS-SEL-DATE
007870         " TYPE " WS-SEL-TYPE " RESTORED " WS-RESTORED-COUNT
007880         " FAILED " WS-FAILED-COUNT " BACKUPS " WS-BACKUP-COUNT.
007881     IF WS-FAILED-COUNT > 0
007882         MOVE 0601 TO WS-EVT-CODE
007883         MOVE 'E' TO WS-EVT-SEVERITY
007884         MOVE WS-SEL-DATE TO WS-EVT-FEED-DATE
007885         STRING WS-FAILED-COUNT DELIMITED BY SIZE
007886             " RESTORES NOT PROVED" DELIMITED BY SIZE
007887             INTO WS-EVT-TEXT
007888         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
007889     END-IF.
007890     IF WS-ABORTED OR WS-FAILED-COUNT > 0
007900         MOVE 8 TO RETURN-CODE
007910     ELSE
007920         IF WS-WARNED
007930             MOVE 4 TO RETURN-CODE
007940         END-IF
007950     END-IF.
007960 9000-EXIT.
007970     EXIT.
007980*
007990*----------------------------------------------------------*
008000* 1800-WRITE-EVENT                                         *
008010*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
008020*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
008030*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
008040*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
008050*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
008060*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
008070*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
008080*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
008090*----------------------------------------------------------*
008100 1800-WRITE-EVENT.
008110     IF NOT WS-MCT-LOADED
008120         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
008130     END-IF.
008140     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
008150         VARYING WS-MCT-SUB FROM 1 BY 1
008160         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
008170     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
008180     ACCEPT WS-EVT-TIME FROM TIME.
008190     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
008200     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
008210     MOVE SPACES TO EVT-RECORD.
008220     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
008230     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
008240     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
008250     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
008260     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
008270     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
008280     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
008290     MOVE WS-EVT-TEXT TO EVT-TEXT.
008300     OPEN EXTEND EVTFILE.
008310     IF WS-EVT-STATUS = "35"
008320         OPEN OUTPUT EVTFILE
008330     END-IF.
008340     IF WS-EVT-STATUS = "00"
008350         WRITE EVL-RECORD FROM EVT-RECORD
008360         CLOSE EVTFILE
008370     ELSE
008380         DISPLAY "AOC-06-RESTORE: EVENT LOG NOT AVAILABLE,"
008390             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
008400             " NOT LOGGED"
008410     END-IF.
008420     IF EVT-CRITICAL
008430         OPEN EXTEND ALRFILE
008440         IF WS-ALR-STATUS = "35"
008450             OPEN OUTPUT ALRFILE
008460         END-IF
008470         IF WS-ALR-STATUS = "00"
008480             WRITE ALR-RECORD FROM EVT-RECORD
008490             CLOSE ALRFILE
008500         ELSE
008510             DISPLAY "AOC-06-RESTORE: ALERT FILE NOT AVAILABLE,"
008520                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
008530                 " NOT RAISED"
008540         END-IF
008550     END-IF.
008560     MOVE 0 TO WS-EVT-FEED-ID.
008570     MOVE 0 TO WS-EVT-FEED-DATE.
008580     MOVE 0 TO WS-EVT-STREAM-NO.
008590     MOVE SPACES TO WS-EVT-TEXT.
008600 1800-EXIT.
008610     EXIT.
008620*
008630*----------------------------------------------------------*
008640* 1810-LOAD-MSG-CATALOG                                    *
008650*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
008660*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
008670*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
008680*----------------------------------------------------------*
008690 1810-LOAD-MSG-CATALOG.
008700     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
008710     OPEN INPUT MCTFILE.
008720     IF WS-MCT-STATUS NOT = "00"
008730         GO TO 1810-EXIT
008740     END-IF.
008750     MOVE 'N' TO WS-MCT-EOF-SWITCH.
008760     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
008770         UNTIL WS-MCT-EOF.
008780     CLOSE MCTFILE.
008790 1810-EXIT.
008800     EXIT.
008810*
008820 1815-LOAD-ONE-MSG.
008830     READ MCTFILE
008840         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
008850         GO TO 1815-EXIT
008860     END-READ.
008870     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
008880         GO TO 1815-EXIT
008890     END-IF.
008900     IF WS-MCT-COUNT NOT < 200
008910         MOVE 'Y' TO WS-MCT-EOF-SWITCH
008920         GO TO 1815-EXIT
008930     END-IF.
008940     ADD 1 TO WS-MCT-COUNT.
008950     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
008960     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
008970 1815-EXIT.
008980     EXIT.
008990*
009000 1820-FIND-ONE-MSG.
009010     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
009020         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
009030     END-IF.
009040 1820-EXIT.
009050     EXIT.
009060*
009070*----------------------------------------------------------*
009080* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
009090*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
009100*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
009110*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
009120*    OTHER FAILURE.                                        *
009130*----------------------------------------------------------*
009140 1880-LOG-PROGRAM-START.
009150     MOVE 0001 TO WS-EVT-CODE.
009160     MOVE 'I' TO WS-EVT-SEVERITY.
009170     MOVE "JOB STARTED" TO WS-EVT-TEXT.
009180     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
009190 1880-EXIT.
009200     EXIT.
009210*
009220 1890-LOG-PROGRAM-END.
009230     MOVE RETURN-CODE TO WS-EVT-RC.
009240     EVALUATE WS-EVT-RC
009250         WHEN 0
009260             MOVE 0002 TO WS-EVT-CODE
009270             MOVE 'I' TO WS-EVT-SEVERITY
009280         WHEN 4
009290             MOVE 0003 TO WS-EVT-CODE
009300             MOVE 'W' TO WS-EVT-SEVERITY
009310         WHEN 12
009320             MOVE 0005 TO WS-EVT-CODE
009330             MOVE 'E' TO WS-EVT-SEVERITY
009340         WHEN OTHER
009350             MOVE 0004 TO WS-EVT-CODE
009360             MOVE 'E' TO WS-EVT-SEVERITY
009370     END-EVALUATE.
009380     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
009390         WS-EVT-RC DELIMITED BY SIZE
009400         INTO WS-EVT-TEXT.
009410     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
009420 1890-EXIT.
009430     EXIT.
