001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-BAL.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. END-TO-END CONTROL-TOTAL
001060*                   BALANCING ACROSS THE SUITE. FOR EACH FEED
001070*                   OF THE FEED DATE IT TIES THE STREAMS
001080*                   RECEIVED (STAT-STREAM-COUNT) TO WHERE EVERY
001090*                   STREAM ENDED UP - RESOLVED, EMPTY, SUSPENSE,
001100*                   REJECTED OR DIVERTED AS A DUPLICATE - AND THE
001110*                   RECON RECORDS EMITTED TO THE MARKER MASTER
001120*                   POSTINGS AND THE OBD DETAILS IN THE
001130*                   TRANSMISSION LOG; FOR THE DATE AS A WHOLE IT
001140*                   TIES THE RECON RECORDS TO THE ACKNOWLEDGMENTS
001150*                   RETURNED. EVERY BREAK PRINTS A VARIANCE LINE,
001160*                   THE RESULT IS POSTED TO THE BALANCING LEDGER,
001170*                   MONTH-TO-DATE TOTALS PRINT OFF THE LEDGER, AND
001180*                   THE LAST FEED DATE OF A MONTH (OR A SIGNOFF
001190*                   PARAMETER) PRINTS THE MONTH-END SIGN-OFF PAGE
001200*                   FOR AUDIT. RUNS AS THE LAST STEP OF THE
001210*                   NIGHTLY CHAIN ON THE SHARED RUN LEDGER.
001211*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001212*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001213*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001214*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001215*                   FILE. EVERY VARIANCE IS LOGGED.
001216*   2026-10-15  IP  A LOGGED VARIANCE NOW CARRIES THE BALANCE
001217*                   DATE AND ITS FEED; THE SIGN-OFF DATE LINE
001218*                   NOW FITS THE 80-BYTE REPORT RECORD.
001220*
001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PARMFILE ASSIGN TO "balparm"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-PRM-STATUS.
001290     SELECT CTLFILE ASSIGN TO "control"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-CTL-STATUS.
001320     SELECT STATFILE ASSIGN TO "runstats"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-STA-STATUS.
001350     SELECT RECONFILE ASSIGN TO "reconout"
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-REC-STATUS.
001380     SELECT SUSPFILE ASSIGN TO "suspense"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-SUS-STATUS.
001410     SELECT REJFILE ASSIGN TO "rejects"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-REJ-STATUS.
001440     SELECT EXCFILE ASSIGN TO "exceptions"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-EXC-STATUS.
001470     SELECT MASTFILE ASSIGN TO "markmast"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS MAST-KEY
001510         FILE STATUS IS WS-MST-STATUS.
001520     SELECT LOGFILE ASSIGN TO "translog"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WS-LOG-STATUS.
001550     SELECT ACKFILE ASSIGN TO "ackin"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-ACK-STATUS.
001580     SELECT BALFILE ASSIGN TO "balledger"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS BAL-KEY
001620         FILE STATUS IS WS-BAL-STATUS.
001630     SELECT BALREPORT ASSIGN TO "balrpt"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-RPT-STATUS.
001660     SELECT LEDGFILE ASSIGN TO "runledger"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS LEDG-KEY
001700         FILE STATUS IS WS-LDG-STATUS.
001701     SELECT EVTFILE ASSIGN TO "eventlog"
001702         ORGANIZATION IS LINE SEQUENTIAL
001703         FILE STATUS IS WS-EVT-STATUS.
001704     SELECT ALRFILE ASSIGN TO "alertlog"
001705         ORGANIZATION IS LINE SEQUENTIAL
001706         FILE STATUS IS WS-ALR-STATUS.
001707     SELECT MCTFILE ASSIGN TO "msgcat"
001708         ORGANIZATION IS LINE SEQUENTIAL
001709         FILE STATUS IS WS-MCT-STATUS.
001710*
001720 DATA DIVISION.
001730 FILE SECTION.
001740 FD  PARMFILE
001750     RECORD CONTAINS 80 CHARACTERS.
001760 01  PRM-RECORD                  PIC X(80).
001770*
001780 FD  CTLFILE
001790     RECORD CONTAINS 80 CHARACTERS.
001800 01  CTL-RECORD                  PIC X(80).
001810*
001820 FD  STATFILE
001830     RECORD CONTAINS 80 CHARACTERS.
001840     COPY STATOUT.
001850*
001860 FD  RECONFILE
001870     RECORD CONTAINS 80 CHARACTERS.
001880     COPY RECONOUT.
001890*
001900 FD  SUSPFILE
001910     RECORD IS VARYING IN SIZE FROM 1 TO 5030
001920     DEPENDING ON WS-SUS-LEN.
001930 01  SUS-RECORD                 PIC X(5030).
001940 01  SUS-VIEW REDEFINES SUS-RECORD.
001950     05  SUS-STREAM-NO           PIC 9(4).
001960     05  SUS-FEED-NO             PIC 9(2).
001970     05  SUS-FEED-DATE           PIC 9(8).
001980     05  SUS-REASON              PIC X(16).
001990     05  SUS-DATA                PIC X(5000).
002000*
002010 FD  REJFILE
002020     RECORD CONTAINS 80 CHARACTERS.
002030 01  REJ-RECORD                  PIC X(80).
002040*
002050 FD  EXCFILE
002060     RECORD CONTAINS 80 CHARACTERS.
002070 01  EXC-RECORD                  PIC X(80).
002080*
002090 FD  MASTFILE
002100     RECORD CONTAINS 80 CHARACTERS.
002110     COPY MARKMAST.
002120*
002130 FD  LOGFILE
002140     RECORD CONTAINS 80 CHARACTERS.
002150 01  LOG-RECORD                  PIC X(80).
002160*
002170 FD  ACKFILE
002180     RECORD CONTAINS 80 CHARACTERS.
002190     COPY ACKIN.
002200*
002210 FD  BALFILE
002220     RECORD CONTAINS 80 CHARACTERS.
002230     COPY BALLEDG.
002240*
002250 FD  BALREPORT
002260     RECORD CONTAINS 80 CHARACTERS.
002270 01  RPT-RECORD                  PIC X(80).
002280*
002290 FD  LEDGFILE
002300     RECORD CONTAINS 80 CHARACTERS.
002310     COPY RUNLEDG.
002311*
002312 FD  EVTFILE
002313     RECORD CONTAINS 80 CHARACTERS.
002314 01  EVL-RECORD                  PIC X(80).
002315*
002316 FD  ALRFILE
002317     RECORD CONTAINS 80 CHARACTERS.
002318 01  ALR-RECORD                  PIC X(80).
002319*
002320 FD  MCTFILE
002321     RECORD CONTAINS 80 CHARACTERS.
002322     COPY MSGCAT.
002323*
002330 WORKING-STORAGE SECTION.
002340 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
002350 01  WS-CTL-STATUS               PIC X(2)      VALUE "00".
002360 01  WS-STA-STATUS               PIC X(2)      VALUE "00".
002370 01  WS-REC-STATUS               PIC X(2)      VALUE "00".
002380 01  WS-SUS-STATUS               PIC X(2)      VALUE "00".
002390 01  WS-REJ-STATUS               PIC X(2)      VALUE "00".
002400 01  WS-EXC-STATUS               PIC X(2)      VALUE "00".
002410 01  WS-MST-STATUS               PIC X(2)      VALUE "00".
002420 01  WS-LOG-STATUS               PIC X(2)      VALUE "00".
002430 01  WS-ACK-STATUS               PIC X(2)      VALUE "00".
002440 01  WS-BAL-STATUS               PIC X(2)      VALUE "00".
002450 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
002460 01  WS-LDG-STATUS               PIC X(2)      VALUE "00".
002470*
002480 01  WS-SUS-LEN                  PIC 9(5) COMP.
002490*
002500 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002510     88  WS-PRM-EOF                            VALUE 'Y'.
002520 01  WS-CTL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002530     88  WS-CTL-EOF                            VALUE 'Y'.
002540 01  WS-STA-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002550     88  WS-STA-EOF                            VALUE 'Y'.
002560 01  WS-REC-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002570     88  WS-REC-EOF                            VALUE 'Y'.
002580 01  WS-SUS-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002590     88  WS-SUS-EOF                            VALUE 'Y'.
002600 01  WS-REJ-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002610     88  WS-REJ-EOF                            VALUE 'Y'.
002620 01  WS-EXC-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002630     88  WS-EXC-EOF                            VALUE 'Y'.
002640 01  WS-MST-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002650     88  WS-MST-EOF                            VALUE 'Y'.
002660 01  WS-LOG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002670     88  WS-LOG-EOF                            VALUE 'Y'.
002680 01  WS-ACK-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002690     88  WS-ACK-EOF                            VALUE 'Y'.
002700 01  WS-BAL-EOF-SWITCH           PIC X(1)      VALUE 'N'.
002710     88  WS-BAL-EOF                            VALUE 'Y'.
002720*
002730 01  WS-PRM-LINE.
002740     05  WS-PRM-TAG              PIC X(8).
002750     05  WS-PRM-VALUE            PIC X(40).
002760     05  FILLER                  PIC X(32)     VALUE SPACES.
002770*
002780 01  WS-CTL-LINE.
002790     05  WS-CTL-TAG              PIC X(8).
002800     05  WS-CTL-VALUE            PIC X(40).
002810     05  FILLER                  PIC X(32)     VALUE SPACES.
002820*
002830 01  WS-RUN-DATE                 PIC 9(8).
002840*
002850* THE FEED DATE BEING BALANCED: BALDATE IN THE PARAMETER FILE,
002860* ELSE THE LATEST FEED DATE ON THE STATISTICS FILE - THE SAME
002870* DATE THE MORNING STATUS PAGE REPORTS ON.
002880 01  WS-BAL-DATE                 PIC 9(8)      VALUE 0.
002890 01  WS-BAL-DATE-VIEW REDEFINES WS-BAL-DATE.
002900     05  WS-BAL-YEAR             PIC 9(4).
002910     05  WS-BAL-MONTH            PIC 9(2).
002920     05  WS-BAL-DAY              PIC 9(2).
002930 01  WS-BAL-DATE-X               PIC X(8).
002940*
002950* SIGNOFF YYYYMM IN THE PARAMETER FILE REPRINTS THE MONTH-END
002960* SIGN-OFF PAGE FOR THAT MONTH OFF THE LEDGER AND DOES NOTHING
002970* ELSE - NO BALANCING, NO LEDGER POSTING, NO CHAIN GATE.
002980 01  WS-SIGNOFF-MONTH            PIC 9(6)      VALUE 0.
002990 01  WS-SIGNOFF-SWITCH           PIC X(1)      VALUE 'N'.
003000     88  WS-SIGNOFF-ONLY                       VALUE 'Y'.
003010 01  WS-MONTH-END-SWITCH         PIC X(1)      VALUE 'N'.
003020     88  WS-MONTH-END                          VALUE 'Y'.
003030*
003040* DUPMODE DIVERT IN THE CONTROL FILE MEANS A SUSPECTED
003050* DUPLICATE NEVER REACHED THE RECON FILE OR SUSPENSE, SO ITS
003060* EXCEPTION LINE IS THE ONLY PLACE THE STREAM IS ACCOUNTED
003070* FOR. UNDER THE DEFAULT REPORT MODE A DUPLICATE IS SCANNED
003080* AS USUAL AND BALANCES AS RESOLVED OR SUSPENSE.
003090 01  WS-DIVERT-SWITCH            PIC X(1)      VALUE 'N'.
003100     88  WS-DUPS-DIVERTED                      VALUE 'Y'.
003110*
003120 01  WS-MONTH-DAYS-TABLE         PIC X(24)     VALUE
003130         "312831303130313130313031".
003140 01  WS-MONTH-DAYS-VIEW REDEFINES WS-MONTH-DAYS-TABLE.
003150     05  WS-MONTH-DAYS           PIC 9(2)
003160         OCCURS 12 TIMES.
003170 01  WS-MONTH-LAST-DAY           PIC 9(2)      VALUE 0.
003180 01  WS-LEAP-QUOTIENT            PIC 9(4) COMP.
003190 01  WS-LEAP-REMAINDER           PIC 9(4) COMP.
003200*
003210* RUN LEDGER GATE. THIS STEP'S PLACE IN THE NIGHTLY CHAIN AND
003220* THE STEP THAT MUST HAVE COMPLETED CLEAN AHEAD OF IT. THE
003230* LEDGER FEED DATE AND THE OPERATOR OVERRIDE COME OFF THE
003240* CONTROL FILE'S LEDGDATE AND LEDGOVR ENTRIES.
003250 01  WS-LDG-STEP-SEQ             PIC 9(2)      VALUE 8.
003260 01  WS-LDG-STEP-ID              PIC X(14)     VALUE
003270         "AOC-06-BAL".
003280 01  WS-LDG-PRIOR-SEQ            PIC 9(2)      VALUE 7.
003290 01  WS-LDG-PRIOR-ID             PIC X(14)     VALUE
003300         "AOC-06-STAT".
003310 01  WS-LDG-ALT-PRIOR-ID         PIC X(14)     VALUE SPACES.
003320 01  WS-LDG-FEED-DATE            PIC 9(8)      VALUE 0.
003330 01  WS-LDG-RECS-IN              PIC 9(7)      VALUE 0.
003340 01  WS-LDG-RECS-OUT             PIC 9(7)      VALUE 0.
003350 01  WS-LDG-RC                   PIC 9(4)      VALUE 0.
003360 01  WS-LDG-DATE                 PIC 9(8).
003370 01  WS-LDG-TIME                 PIC 9(8).
003380 01  WS-LDG-TIMESTAMP            PIC 9(14).
003390 01  WS-LDG-TS-VIEW REDEFINES WS-LDG-TIMESTAMP.
003400     05  WS-LDG-TS-DATE          PIC 9(8).
003410     05  WS-LDG-TS-TIME          PIC 9(6).
003420 01  WS-LDG-EOF-SWITCH           PIC X(1)      VALUE 'N'.
003430     88  WS-LDG-EOF                            VALUE 'Y'.
003440 01  WS-LDG-REFUSED-SWITCH       PIC X(1)      VALUE 'N'.
003450     88  WS-LDG-REFUSED                        VALUE 'Y'.
003460 01  WS-LDG-OVERRIDE-SWITCH      PIC X(1)      VALUE 'N'.
003470     88  WS-LDG-OVERRIDDEN                     VALUE 'Y'.
003480 01  WS-LDG-PRIOR-OK-SWITCH      PIC X(1)      VALUE 'N'.
003490     88  WS-LDG-PRIOR-OK                       VALUE 'Y'.
003500 01  WS-LDG-POSTED-SWITCH        PIC X(1)      VALUE 'N'.
003510     88  WS-LDG-POSTED                         VALUE 'Y'.
003520*
003530* ONE SLOT PER FEED FOR THE DATE BEING BALANCED; SLOT 11
003540* CARRIES THE DATE TOTAL ACROSS ALL FEEDS AND IS THE ONLY SLOT
003550* WITH AN ACKNOWLEDGMENT COUNT, SINCE ACKIN CARRIES NO FEED ID.
003560* A FEED IS PRESENT WHEN ANY SOURCE FILE MENTIONS IT FOR THE
003570* DATE; A FEED NO SOURCE MENTIONS IS NOT BALANCED OR PRINTED.
003580 01  WS-FEED-TABLE.
003590     05  WS-FD-ENTRY OCCURS 11 TIMES.
003600         10  WS-FD-PRESENT       PIC X(1).
003610         10  WS-FD-STAT-SEEN     PIC X(1).
003620         10  WS-FD-STREAMS       PIC 9(5).
003630         10  WS-FD-RESOLVED      PIC 9(5).
003640         10  WS-FD-EMPTY         PIC 9(5).
003650         10  WS-FD-SUSP          PIC 9(5).
003660         10  WS-FD-REJECTS       PIC 9(5).
003670         10  WS-FD-DIVERTED      PIC 9(5).
003680         10  WS-FD-DISPOSED      PIC 9(5).
003690         10  WS-FD-RECON         PIC 9(6).
003700         10  WS-FD-MASTER        PIC 9(6).
003710         10  WS-FD-TRANSLOG      PIC 9(6).
003720         10  WS-FD-ACKS          PIC 9(6).
003730         10  WS-FD-BREAKS        PIC 9(2).
003740 01  WS-FEED-SUB                 PIC 9(2) COMP VALUE 0.
003750 01  WS-TOTAL-SLOT               PIC 9(2) COMP VALUE 11.
003760 01  WS-FEED-NO-OUT              PIC 9(2)      VALUE 0.
003770*
003780* WHERE EACH STREAM OF EACH FEED ENDED UP. STREAM NUMBERS
003790* RESTART AT 1 FOR EVERY FEED, SO THE MAP IS KEPT PER FEED.
003800* R - MARKERS ON THE RECON FILE AND NO SUSPENSE RECORD
003810*     (RESOLVED); S - SUSPENSE RECORD ONLY; B - BOTH, A STREAM
003820*     WITH SOME MARKER TYPES MISSING, WHICH IS STILL OPEN WORK
003830*     AND BALANCES AS SUSPENSE.
003840 01  WS-STREAM-MAP.
003850     05  WS-MAP-FEED OCCURS 10 TIMES.
003860         10  WS-MAP-FLAG         PIC X(1)
003870             OCCURS 9999 TIMES.
003880 01  WS-MAP-SUB                  PIC 9(4) COMP VALUE 0.
003890*
003900* MONTH-TO-DATE TOTALS OFF THE BALANCING LEDGER, SAME SLOTS AS
003910* THE FEED TABLE (FEED ID 00 ON THE LEDGER IS SLOT 11).
003920 01  WS-MTD-TABLE.
003930     05  WS-MTD-ENTRY OCCURS 11 TIMES.
003940         10  WS-MTD-DATES        PIC 9(3).
003950         10  WS-MTD-VAR-DATES    PIC 9(3).
003960         10  WS-MTD-STREAMS      PIC 9(7).
003970         10  WS-MTD-RESOLVED     PIC 9(7).
003980         10  WS-MTD-EMPTY        PIC 9(7).
003990         10  WS-MTD-SUSP         PIC 9(7).
004000         10  WS-MTD-REJECTS      PIC 9(7).
004010         10  WS-MTD-DIVERTED     PIC 9(7).
004020         10  WS-MTD-DISPOSED     PIC 9(7).
004030         10  WS-MTD-RECON        PIC 9(7).
004040         10  WS-MTD-MASTER       PIC 9(7).
004050         10  WS-MTD-TRANSLOG     PIC 9(7).
004060         10  WS-MTD-ACKS         PIC 9(7).
004070         10  WS-MTD-BREAKS       PIC 9(4).
004080 01  WS-MONTH-FIRST-DATE         PIC 9(8)      VALUE 0.
004090 01  WS-MONTH-FIRST-VIEW REDEFINES WS-MONTH-FIRST-DATE.
004100     05  WS-MONTH-FIRST-YM       PIC 9(6).
004110     05  WS-MONTH-FIRST-DD       PIC 9(2).
004120 01  WS-MONTH-LAST-DATE          PIC 9(8)      VALUE 0.
004130*
004140 01  WS-TOTAL-BREAKS             PIC 9(4)      VALUE 0.
004150 01  WS-POST-FAILED-SWITCH       PIC X(1)      VALUE 'N'.
004160     88  WS-POST-FAILED                        VALUE 'Y'.
004170 01  WS-FEEDS-BALANCED           PIC 9(2)      VALUE 0.
004180 01  WS-SIGNOFF-DATES            PIC 9(3)      VALUE 0.
004190 01  WS-SIGNOFF-VAR-DATES        PIC 9(3)      VALUE 0.
004200 01  WS-SIGNOFF-TOTALS.
004210     05  WS-SGT-STREAMS          PIC 9(7)      VALUE 0.
004220     05  WS-SGT-DISPOSED         PIC 9(7)      VALUE 0.
004230     05  WS-SGT-RECON            PIC 9(7)      VALUE 0.
004240     05  WS-SGT-MASTER           PIC 9(7)      VALUE 0.
004250     05  WS-SGT-TRANSLOG         PIC 9(7)      VALUE 0.
004260     05  WS-SGT-ACKS             PIC 9(7)      VALUE 0.
004270     05  WS-SGT-BREAKS           PIC 9(3)      VALUE 0.
004280*
004290* THE REJECT FILE'S LINES, VIEWED THROUGH THE SAME COLUMNS
004300* AOC-06-2 WRITES THEM WITH - ONE LINE PER REJECTED STREAM.
004310 01  WS-REJ-LINE.
004320     05  FILLER                  PIC X(7).
004330     05  WS-REJ-STREAM-NO        PIC X(4).
004340     05  FILLER                  PIC X(8).
004350     05  WS-REJ-REASON-CODE      PIC X(3).
004360     05  FILLER                  PIC X(1).
004370     05  WS-REJ-REASON-TEXT      PIC X(14).
004380     05  FILLER                  PIC X(5).
004390     05  WS-REJ-POSITION         PIC X(5).
004400     05  FILLER                  PIC X(6).
004410     05  WS-REJ-FEED-NO          PIC X(2).
004420     05  FILLER                  PIC X(25).
004430*
004440* AOC-06-2'S SUSPECTED-DUPLICATE EXCEPTION LINE, VIEWED
004450* THROUGH ITS OWN COLUMNS. OTHER EXCEPTION LINES FAIL THE
004460* TAG TEST AND ARE PASSED OVER.
004470 01  WS-EXC-DUP-VIEW.
004480     05  FILLER                  PIC X(7).
004490     05  WS-EXD-STREAM           PIC X(4).
004500     05  WS-EXD-TAG              PIC X(16).
004510     05  FILLER                  PIC X(35).
004520     05  WS-EXD-FEED             PIC X(2).
004530     05  FILLER                  PIC X(16).
004540*
004550* TRANSMISSION LOG LINE AS AOC-06-XTRACT WRITES IT: THE RUN
004560* SEQUENCE, THEN THE OBD DETAIL AS SENT.
004570 01  WS-LOG-VIEW.
004580     05  WS-LOG-SEQ              PIC X(6).
004590     05  FILLER                  PIC X(1).
004600     05  WS-LOG-TAG              PIC X(4).
004610     05  FILLER                  PIC X(14).
004620     05  WS-LOG-FEED-DATE        PIC X(8).
004630     05  FILLER                  PIC X(1).
004640     05  WS-LOG-FEED-ID          PIC X(2).
004650     05  FILLER                  PIC X(44).
004660*
004670 01  WS-RPT-HEADER-LINE.
004680     05  FILLER                  PIC X(37)     VALUE
004690             "CONTROL-TOTAL BALANCING - FEED DATE: ".
004700     05  WS-RPT-FEED-DATE        PIC 9(8).
004710     05  FILLER                  PIC X(6)      VALUE
004720             " RUN: ".
004730     05  WS-RPT-RUN-DATE         PIC 9(8).
004740     05  FILLER                  PIC X(21)     VALUE SPACES.
004750*
004760* STREAM LINE: STREAMS RECEIVED = RESOLVED + EMPTY + SUSPENSE
004770* + REJECTS + DIVERTED DUPLICATES.
004780 01  WS-RPT-STREAM-LINE.
004790     05  FILLER                  PIC X(5)      VALUE
004800             "FEED ".
004810     05  WS-RPT-FEED             PIC X(3).
004820     05  FILLER                  PIC X(8)      VALUE
004830             "STREAMS ".
004840     05  WS-RPT-STREAMS          PIC 9(5).
004850     05  FILLER                  PIC X(7)      VALUE
004860             " = RES ".
004870     05  WS-RPT-RESOLVED         PIC 9(5).
004880     05  FILLER                  PIC X(5)      VALUE
004890             " EMP ".
004900     05  WS-RPT-EMPTY            PIC 9(5).
004910     05  FILLER                  PIC X(5)      VALUE
004920             " SUS ".
004930     05  WS-RPT-SUSP             PIC 9(5).
004940     05  FILLER                  PIC X(5)      VALUE
004950             " REJ ".
004960     05  WS-RPT-REJECTS          PIC 9(5).
004970     05  FILLER                  PIC X(5)      VALUE
004980             " DIV ".
004990     05  WS-RPT-DIVERTED         PIC 9(5).
005000     05  FILLER                  PIC X(1)      VALUE SPACE.
005010     05  WS-RPT-STREAM-VERDICT   PIC X(4).
005020     05  FILLER                  PIC X(2)      VALUE SPACES.
005030*
005040* RECORD LINE: RECON = MARKER MASTER = TRANSLOG OBD, AND ON
005050* THE DATE TOTAL LINE = ACKIN AS WELL.
005060 01  WS-RPT-RECORD-LINE.
005070     05  FILLER                  PIC X(8)      VALUE SPACES.
005080     05  FILLER                  PIC X(6)      VALUE
005090             "RECON ".
005100     05  WS-RPT-RECON            PIC 9(6).
005110     05  FILLER                  PIC X(8)      VALUE
005120             " MASTER ".
005130     05  WS-RPT-MASTER           PIC 9(6).
005140     05  FILLER                  PIC X(10)     VALUE
005150             " TRANSLOG ".
005160     05  WS-RPT-TRANSLOG         PIC 9(6).
005170     05  FILLER                  PIC X(7)      VALUE
005180             " ACKIN ".
005190     05  WS-RPT-ACKS             PIC X(6).
005200     05  FILLER                  PIC X(1)      VALUE SPACE.
005210     05  WS-RPT-RECORD-VERDICT   PIC X(4).
005220     05  FILLER                  PIC X(12)     VALUE SPACES.
005230*
005240 01  WS-RPT-VARIANCE-LINE.
005250     05  FILLER                  PIC X(16)     VALUE
005260             "   *** VARIANCE ".
005270     05  FILLER                  PIC X(5)      VALUE
005280             "FEED ".
005290     05  WS-VAR-FEED             PIC X(3).
005300     05  WS-VAR-TEXT             PIC X(22).
005310     05  FILLER                  PIC X(10)     VALUE
005320             " EXPECTED ".
005330     05  WS-VAR-EXPECTED         PIC 9(6).
005340     05  FILLER                  PIC X(7)      VALUE
005350             " FOUND ".
005360     05  WS-VAR-FOUND            PIC 9(6).
005370     05  FILLER                  PIC X(5)      VALUE SPACES.
005380*
005390 01  WS-RPT-MTD-LINE-1.
005400     05  FILLER                  PIC X(4)      VALUE
005410             "MTD ".
005420     05  WS-MTL-FEED             PIC X(3).
005430     05  FILLER                  PIC X(6)      VALUE
005440             "DATES ".
005450     05  WS-MTL-DATES            PIC 9(3).
005460     05  FILLER                  PIC X(5)      VALUE
005470             " VAR ".
005480     05  WS-MTL-VAR-DATES        PIC 9(3).
005490     05  FILLER                  PIC X(9)      VALUE
005500             " STREAMS ".
005510     05  WS-MTL-STREAMS          PIC 9(7).
005520     05  FILLER                  PIC X(10)     VALUE
005530             " DISPOSED ".
005540     05  WS-MTL-DISPOSED         PIC 9(7).
005550     05  FILLER                  PIC X(8)      VALUE
005560             " BREAKS ".
005570     05  WS-MTL-BREAKS           PIC 9(4).
005580     05  FILLER                  PIC X(11)     VALUE SPACES.
005590*
005600 01  WS-RPT-MTD-LINE-2.
005610     05  FILLER                  PIC X(7)      VALUE SPACES.
005620     05  FILLER                  PIC X(4)      VALUE
005630             "RES ".
005640     05  WS-MTL-RESOLVED         PIC 9(7).
005650     05  FILLER                  PIC X(5)      VALUE
005660             " EMP ".
005670     05  WS-MTL-EMPTY            PIC 9(7).
005680     05  FILLER                  PIC X(5)      VALUE
005690             " SUS ".
005700     05  WS-MTL-SUSP             PIC 9(7).
005710     05  FILLER                  PIC X(5)      VALUE
005720             " REJ ".
005730     05  WS-MTL-REJECTS          PIC 9(7).
005740     05  FILLER                  PIC X(5)      VALUE
005750             " DIV ".
005760     05  WS-MTL-DIVERTED         PIC 9(7).
005770     05  FILLER                  PIC X(14)     VALUE SPACES.
005780*
005790 01  WS-RPT-MTD-LINE-3.
005800     05  FILLER                  PIC X(7)      VALUE SPACES.
005810     05  FILLER                  PIC X(6)      VALUE
005820             "RECON ".
005830     05  WS-MTL-RECON            PIC 9(7).
005840     05  FILLER                  PIC X(8)      VALUE
005850             " MASTER ".
005860     05  WS-MTL-MASTER           PIC 9(7).
005870     05  FILLER                  PIC X(10)     VALUE
005880             " TRANSLOG ".
005890     05  WS-MTL-TRANSLOG         PIC 9(7).
005900     05  FILLER                  PIC X(7)      VALUE
005910             " ACKIN ".
005920     05  WS-MTL-ACKS             PIC X(7).
005930     05  FILLER                  PIC X(14)     VALUE SPACES.
005940*
005950 01  WS-RPT-TEXT-LINE.
005960     05  WS-TXT-BODY             PIC X(60).
005970     05  WS-TXT-VALUE            PIC 9(8).
005980     05  FILLER                  PIC X(12)     VALUE SPACES.
005990*
006000* MONTH-END SIGN-OFF PAGE: ONE LINE PER FEED DATE OFF THE DATE
006010* TOTAL ENTRIES, THE FEEDS THAT BROKE UNDER IT, THE MONTH
006020* TOTALS AND THE SIGNATURE BLOCK AUDIT INITIALS.
006030 01  WS-SGN-TITLE-LINE.
006040     05  FILLER                  PIC X(38)     VALUE
006050             "MONTH-END BALANCING SIGN-OFF - MONTH: ".
006060     05  WS-SGN-MONTH            PIC 9(6).
006070     05  FILLER                  PIC X(6)      VALUE
006080             " RUN: ".
006090     05  WS-SGN-RUN-DATE         PIC 9(8).
006100     05  FILLER                  PIC X(22)     VALUE SPACES.
006110*
006120 01  WS-SGN-COLUMN-LINE.
006130     05  FILLER                  PIC X(40)     VALUE
006140             "DATE     STREAMS DISPOSD   RECON  MASTER".
006150     05  FILLER                  PIC X(40)     VALUE
006160             " TRANSLG   ACKIN BRK STATUS".
006170*
006180 01  WS-SGN-DATE-LINE.
006190     05  WS-SGN-DATE             PIC X(8).
006200     05  FILLER                  PIC X(1)      VALUE SPACE.
006210     05  WS-SGN-STREAMS          PIC 9(7).
006220     05  FILLER                  PIC X(1)      VALUE SPACE.
006230     05  WS-SGN-DISPOSED         PIC 9(7).
006240     05  FILLER                  PIC X(1)      VALUE SPACE.
006250     05  WS-SGN-RECON            PIC 9(7).
006260     05  FILLER                  PIC X(1)      VALUE SPACE.
006270     05  WS-SGN-MASTER           PIC 9(7).
006280     05  FILLER                  PIC X(1)      VALUE SPACE.
006290     05  WS-SGN-TRANSLOG         PIC 9(7).
006300     05  FILLER                  PIC X(1)      VALUE SPACE.
006310     05  WS-SGN-ACKS             PIC 9(7).
006320     05  FILLER                  PIC X(1)      VALUE SPACE.
006330     05  WS-SGN-BREAKS           PIC 9(3).
006340     05  FILLER                  PIC X(1)      VALUE SPACE.
006350     05  WS-SGN-STATUS           PIC X(8).
006360     05  FILLER                  PIC X(11)     VALUE SPACES.
006370*
006380 01  WS-SGN-FEED-LINE.
006390     05  FILLER                  PIC X(11)     VALUE
006400             "    BROKEN ".
006410     05  FILLER                  PIC X(5)      VALUE
006420             "FEED ".
006430     05  WS-SGN-FEED             PIC 9(2).
006440     05  FILLER                  PIC X(8)      VALUE
006450             " BREAKS ".
006460     05  WS-SGN-FEED-BREAKS      PIC 9(2).
006470     05  FILLER                  PIC X(52)     VALUE SPACES.
006480*
006481*----------------------------------------------------------*
006482* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
006483* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
006484* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
006485* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
006486* OVERRIDES THE DEFAULT.                                   *
006487*----------------------------------------------------------*
006488 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
006489 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
006490 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
006491     COPY EVTLOG.
006492 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
006493         "AOC-06-BAL".
006494 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
006495 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
006496 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
006497 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
006498 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
006499 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
006500 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
006501 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
006502 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
006503 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
006504 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
006505     05  WS-EVT-TS-DATE          PIC 9(8).
006506     05  WS-EVT-TS-TIME          PIC 9(6).
006507 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
006508     88  WS-MCT-LOADED                         VALUE 'Y'.
006509 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
006510     88  WS-MCT-EOF                            VALUE 'Y'.
006511 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
006512 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
006513 01  WS-MCT-TABLE.
006514     05  WS-MCT-ENTRY OCCURS 200 TIMES.
006515         10  WS-MCT-CODE         PIC 9(4).
006516         10  WS-MCT-SEVERITY     PIC X(1).
006517*
006518 PROCEDURE DIVISION.
006519*----------------------------------------------------------*
006520* 0000-MAINLINE                                            *
006521*    GATHERS THE FEED DATE'S FIGURES FROM EVERY STAGE OF   *
006530*    THE SUITE, BALANCES EACH FEED AND THE DATE TOTAL,     *
006540*    POSTS THE RESULT TO THE BALANCING LEDGER AND PRINTS   *
006550*    THE MONTH-TO-DATE TOTALS, WITH THE SIGN-OFF PAGE ON   *
006560*    THE LAST DAY OF A MONTH. RETURN CODE 0 IN BALANCE, 4  *
006570*    ON ANY VARIANCE, 8 WHEN THERE IS NOTHING TO BALANCE   *
006580*    OR THE LEDGER CANNOT BE POSTED, 12 WHEN THE RUN       *
006590*    LEDGER REFUSES THE STEP.                              *
006600*----------------------------------------------------------*
006610 0000-MAINLINE.
006611     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
006620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006630     IF WS-LDG-REFUSED
006640         MOVE 12 TO RETURN-CODE
006641         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
006650         STOP RUN
006660     END-IF.
006670     IF WS-SIGNOFF-ONLY
006680         PERFORM 8500-PRINT-SIGNOFF THRU 8500-EXIT
006690         PERFORM 9000-TERMINATE THRU 9000-EXIT
006691         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
006700         STOP RUN
006710     END-IF.
006720     PERFORM 2000-FIND-BALANCE-DATE THRU 2000-EXIT.
006730     IF WS-BAL-DATE = 0
006740         MOVE "NO RUN STATISTICS ON FILE - NOTHING TO BALANCE"
006750             TO RPT-RECORD
006760         WRITE RPT-RECORD
006770         PERFORM 9000-TERMINATE THRU 9000-EXIT
006780         MOVE 8 TO RETURN-CODE
006790         PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT
006791         PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT
006800         STOP RUN
006810     END-IF.
006820     PERFORM 3000-GATHER-RECON THRU 3000-EXIT.
006830     PERFORM 3500-GATHER-SUSPENSE THRU 3500-EXIT.
006840     PERFORM 3800-TALLY-STREAM-MAP THRU 3800-EXIT.
006850     PERFORM 4000-GATHER-REJECTS THRU 4000-EXIT.
006860     PERFORM 4500-GATHER-DIVERTED THRU 4500-EXIT.
006870     PERFORM 5000-GATHER-MASTER THRU 5000-EXIT.
006880     PERFORM 5500-GATHER-TRANSLOG THRU 5500-EXIT.
006890     PERFORM 6000-GATHER-ACKS THRU 6000-EXIT.
006900     PERFORM 7000-BALANCE-FEEDS THRU 7000-EXIT.
006910     PERFORM 7500-POST-BALANCE-LEDGER THRU 7500-EXIT.
006920     PERFORM 8000-PRINT-MONTH-TO-DATE THRU 8000-EXIT.
006930     PERFORM 8900-CHECK-MONTH-END THRU 8900-EXIT.
006940     IF WS-MONTH-END
006950         PERFORM 8500-PRINT-SIGNOFF THRU 8500-EXIT
006960     END-IF.
006970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006980     IF WS-TOTAL-BREAKS > 0
006990         MOVE 4 TO RETURN-CODE
007000     END-IF.
007010     IF WS-POST-FAILED
007020         MOVE 8 TO RETURN-CODE
007030     END-IF.
007040     PERFORM 1780-POST-LEDGER-END THRU 1780-EXIT.
007041     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
007050     STOP RUN.
007060*
007070 1000-INITIALIZE.
007080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007090     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
007100     IF NOT WS-SIGNOFF-ONLY
007110         PERFORM 1700-CHECK-RUN-LEDGER THRU 1700-EXIT
007120         IF WS-LDG-REFUSED
007130             GO TO 1000-EXIT
007140         END-IF
007150         PERFORM 1060-READ-CONTROL-FILE THRU 1060-EXIT
007160     END-IF.
007170     MOVE SPACES TO WS-FEED-TABLE.
007180     PERFORM 1200-CLEAR-ONE-SLOT THRU 1200-EXIT
007190         VARYING WS-FEED-SUB FROM 1 BY 1
007200         UNTIL WS-FEED-SUB > 11.
007210     MOVE SPACES TO WS-STREAM-MAP.
007220     OPEN OUTPUT BALREPORT.
007230 1000-EXIT.
007240     EXIT.
007250*
007260*----------------------------------------------------------*
007270* 1050-READ-PARM-FILE                                      *
007280*    OPTIONAL TAG/VALUE PARAMETERS IN THE SAME SHAPE AS    *
007290*    THE CONTROL FILE: BALDATE PINS THE FEED DATE TO       *
007300*    BALANCE; SIGNOFF YYYYMM REPRINTS THAT MONTH'S SIGN-   *
007310*    OFF PAGE ONLY. NO FILE IS THE NORMAL NIGHTLY RUN.     *
007320*----------------------------------------------------------*
007330 1050-READ-PARM-FILE.
007340     OPEN INPUT PARMFILE.
007350     IF WS-PRM-STATUS NOT = "00"
007360         GO TO 1050-EXIT
007370     END-IF.
007380     MOVE 'N' TO WS-PRM-EOF-SWITCH.
007390     PERFORM 1055-READ-ONE-PARM THRU 1055-EXIT
007400         UNTIL WS-PRM-EOF.
007410     CLOSE PARMFILE.
007420 1050-EXIT.
007430     EXIT.
007440*
007450 1055-READ-ONE-PARM.
007460     READ PARMFILE INTO WS-PRM-LINE
007470         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
007480         NOT AT END
007490         EVALUATE WS-PRM-TAG
007500             WHEN "BALDATE"
007510                 IF WS-PRM-VALUE (1:8) IS NUMERIC
007520                     MOVE WS-PRM-VALUE (1:8) TO WS-BAL-DATE
007530                 END-IF
007540             WHEN "SIGNOFF"
007550                 IF WS-PRM-VALUE (1:6) IS NUMERIC
007560                     MOVE WS-PRM-VALUE (1:6) TO WS-SIGNOFF-MONTH
007570                     MOVE 'Y' TO WS-SIGNOFF-SWITCH
007580                 END-IF
007590             WHEN OTHER
007600                 CONTINUE
007610         END-EVALUATE
007620     END-READ.
007630 1055-EXIT.
007640     EXIT.
007650*
007660*----------------------------------------------------------*
007670* 1060-READ-CONTROL-FILE                                   *
007680*    ONLY DUPMODE MATTERS HERE: IT DECIDES WHETHER A       *
007690*    SUSPECTED DUPLICATE WAS DIVERTED OR SCANNED AS USUAL. *
007700*----------------------------------------------------------*
007710 1060-READ-CONTROL-FILE.
007720     OPEN INPUT CTLFILE.
007730     IF WS-CTL-STATUS NOT = "00"
007740         GO TO 1060-EXIT
007750     END-IF.
007760     MOVE 'N' TO WS-CTL-EOF-SWITCH.
007770     PERFORM 1065-READ-ONE-CONTROL THRU 1065-EXIT
007780         UNTIL WS-CTL-EOF.
007790     CLOSE CTLFILE.
007800 1060-EXIT.
007810     EXIT.
007820*
007830 1065-READ-ONE-CONTROL.
007840     READ CTLFILE INTO WS-CTL-LINE
007850         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
007860         NOT AT END
007870         IF WS-CTL-TAG = "DUPMODE" AND
007880                 WS-CTL-VALUE (1:6) = "DIVERT"
007890             MOVE 'Y' TO WS-DIVERT-SWITCH
007900         END-IF
007910     END-READ.
007920 1065-EXIT.
007930     EXIT.
007940*
007950 1200-CLEAR-ONE-SLOT.
007960     MOVE 'N' TO WS-FD-PRESENT (WS-FEED-SUB).
007970     MOVE 'N' TO WS-FD-STAT-SEEN (WS-FEED-SUB).
007980     MOVE 0 TO WS-FD-STREAMS (WS-FEED-SUB).
007990     MOVE 0 TO WS-FD-RESOLVED (WS-FEED-SUB).
008000     MOVE 0 TO WS-FD-EMPTY (WS-FEED-SUB).
008010     MOVE 0 TO WS-FD-SUSP (WS-FEED-SUB).
008020     MOVE 0 TO WS-FD-REJECTS (WS-FEED-SUB).
008030     MOVE 0 TO WS-FD-DIVERTED (WS-FEED-SUB).
008040     MOVE 0 TO WS-FD-DISPOSED (WS-FEED-SUB).
008050     MOVE 0 TO WS-FD-RECON (WS-FEED-SUB).
008060     MOVE 0 TO WS-FD-MASTER (WS-FEED-SUB).
008070     MOVE 0 TO WS-FD-TRANSLOG (WS-FEED-SUB).
008080     MOVE 0 TO WS-FD-ACKS (WS-FEED-SUB).
008090     MOVE 0 TO WS-FD-BREAKS (WS-FEED-SUB).
008100     MOVE 0 TO WS-MTD-DATES (WS-FEED-SUB).
008110     MOVE 0 TO WS-MTD-VAR-DATES (WS-FEED-SUB).
008120     MOVE 0 TO WS-MTD-STREAMS (WS-FEED-SUB).
008130     MOVE 0 TO WS-MTD-RESOLVED (WS-FEED-SUB).
008140     MOVE 0 TO WS-MTD-EMPTY (WS-FEED-SUB).
008150     MOVE 0 TO WS-MTD-SUSP (WS-FEED-SUB).
008160     MOVE 0 TO WS-MTD-REJECTS (WS-FEED-SUB).
008170     MOVE 0 TO WS-MTD-DIVERTED (WS-FEED-SUB).
008180     MOVE 0 TO WS-MTD-DISPOSED (WS-FEED-SUB).
008190     MOVE 0 TO WS-MTD-RECON (WS-FEED-SUB).
008200     MOVE 0 TO WS-MTD-MASTER (WS-FEED-SUB).
008210     MOVE 0 TO WS-MTD-TRANSLOG (WS-FEED-SUB).
008220     MOVE 0 TO WS-MTD-ACKS (WS-FEED-SUB).
008230     MOVE 0 TO WS-MTD-BREAKS (WS-FEED-SUB).
008240 1200-EXIT.
008250     EXIT.
008260*
008270*----------------------------------------------------------*
008280* 2000-FIND-BALANCE-DATE                                   *
008290*    WITH NO BALDATE PARAMETER THE LATEST FEED DATE ON THE *
008300*    STATISTICS FILE IS BALANCED. A SECOND PASS BANKS THE  *
008310*    STREAMS RECEIVED OFF THE LAST STAT RECORD FOR EACH    *
008320*    FEED UNDER THAT DATE (A RERUN APPENDS, SO THE LAST    *
008330*    RECORD IS THE ONE THAT COUNTS).                       *
008340*----------------------------------------------------------*
008350 2000-FIND-BALANCE-DATE.
008360     IF WS-BAL-DATE = 0
008370         OPEN INPUT STATFILE
008380         IF WS-STA-STATUS NOT = "00"
008390             GO TO 2000-EXIT
008400         END-IF
008410         MOVE 'N' TO WS-STA-EOF-SWITCH
008420         PERFORM 2100-FIND-LATEST-DATE THRU 2100-EXIT
008430             UNTIL WS-STA-EOF
008440         CLOSE STATFILE
008450     END-IF.
008460     IF WS-BAL-DATE = 0
008470         GO TO 2000-EXIT
008480     END-IF.
008490     MOVE WS-BAL-DATE TO WS-BAL-DATE-X.
008500     MOVE WS-BAL-DATE TO WS-RPT-FEED-DATE.
008510     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
008520     WRITE RPT-RECORD FROM WS-RPT-HEADER-LINE.
008530     OPEN INPUT STATFILE.
008540     IF WS-STA-STATUS NOT = "00"
008550         GO TO 2000-EXIT
008560     END-IF.
008570     MOVE 'N' TO WS-STA-EOF-SWITCH.
008580     PERFORM 2200-BANK-ONE-STAT THRU 2200-EXIT
008590         UNTIL WS-STA-EOF.
008600     CLOSE STATFILE.
008610 2000-EXIT.
008620     EXIT.
008630*
008640 2100-FIND-LATEST-DATE.
008650     READ STATFILE
008660         AT END MOVE 'Y' TO WS-STA-EOF-SWITCH
008670         NOT AT END
008680         IF STAT-FEED-DATE IS NUMERIC AND
008690                 STAT-FEED-DATE > WS-BAL-DATE
008700             MOVE STAT-FEED-DATE TO WS-BAL-DATE
008710         END-IF
008720     END-READ.
008730 2100-EXIT.
008740     EXIT.
008750*
008760 2200-BANK-ONE-STAT.
008770     READ STATFILE
008780         AT END MOVE 'Y' TO WS-STA-EOF-SWITCH
008790         NOT AT END
008800         IF STAT-FEED-DATE IS NUMERIC AND
008810                 STAT-FEED-DATE = WS-BAL-DATE AND
008820                 STAT-FEED-ID IS NUMERIC AND
008830                 STAT-FEED-ID >= 1 AND STAT-FEED-ID <= 10
008840             MOVE STAT-FEED-ID TO WS-FEED-SUB
008850             MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
008860             MOVE 'Y' TO WS-FD-STAT-SEEN (WS-FEED-SUB)
008870             MOVE STAT-STREAM-COUNT
008880                 TO WS-FD-STREAMS (WS-FEED-SUB)
008890             ADD 1 TO WS-LDG-RECS-IN
008900         END-IF
008910     END-READ.
008920 2200-EXIT.
008930     EXIT.
008940*
008950*----------------------------------------------------------*
008960* 3000-GATHER-RECON                                        *
008970*    COUNTS THE RECON RECORDS EMITTED FOR THE DATE BY FEED *
008980*    AND MARKS EVERY STREAM THAT RESOLVED A MARKER.        *
008990*----------------------------------------------------------*
009000 3000-GATHER-RECON.
009010     OPEN INPUT RECONFILE.
009020     IF WS-REC-STATUS NOT = "00"
009030         DISPLAY "AOC-06-BAL: RECONFILE NOT AVAILABLE, STATUS "
009040             WS-REC-STATUS
009050         GO TO 3000-EXIT
009060     END-IF.
009070     MOVE 'N' TO WS-REC-EOF-SWITCH.
009080     PERFORM 3100-COUNT-ONE-RECON THRU 3100-EXIT
009090         UNTIL WS-REC-EOF.
009100     CLOSE RECONFILE.
009110 3000-EXIT.
009120     EXIT.
009130*
009140 3100-COUNT-ONE-RECON.
009150     READ RECONFILE
009160         AT END MOVE 'Y' TO WS-REC-EOF-SWITCH
009170         NOT AT END
009180         IF RECON-FEED-DATE IS NUMERIC AND
009190                 RECON-FEED-DATE = WS-BAL-DATE AND
009200                 RECON-FEED-ID IS NUMERIC AND
009210                 RECON-FEED-ID >= 1 AND RECON-FEED-ID <= 10
009220             MOVE RECON-FEED-ID TO WS-FEED-SUB
009230             MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
009240             ADD 1 TO WS-FD-RECON (WS-FEED-SUB)
009250             ADD 1 TO WS-LDG-RECS-IN
009260             IF RECON-STREAM-NO IS NUMERIC AND
009270                     RECON-STREAM-NO > 0
009280                 MOVE 'R' TO WS-MAP-FLAG (WS-FEED-SUB,
009290                     RECON-STREAM-NO)
009300             END-IF
009310         END-IF
009320     END-READ.
009330 3100-EXIT.
009340     EXIT.
009350*
009360*----------------------------------------------------------*
009370* 3500-GATHER-SUSPENSE                                     *
009380*    AN EMPTY STREAM IS QUEUED UNDER ITS OWN REASON AND    *
009390*    COUNTS AS EMPTY; ANY OTHER SUSPENSE RECORD FOR THE    *
009400*    DATE MARKS ITS STREAM AS OPEN WORK IN THE STREAM MAP. *
009410*----------------------------------------------------------*
009420 3500-GATHER-SUSPENSE.
009430     OPEN INPUT SUSPFILE.
009440     IF WS-SUS-STATUS NOT = "00"
009450         GO TO 3500-EXIT
009460     END-IF.
009470     MOVE 'N' TO WS-SUS-EOF-SWITCH.
009480     PERFORM 3600-NOTE-ONE-SUSPENSE THRU 3600-EXIT
009490         UNTIL WS-SUS-EOF.
009500     CLOSE SUSPFILE.
009510 3500-EXIT.
009520     EXIT.
009530*
009540 3600-NOTE-ONE-SUSPENSE.
009550     READ SUSPFILE
009560         AT END MOVE 'Y' TO WS-SUS-EOF-SWITCH
009570         NOT AT END
009580         IF SUS-FEED-DATE IS NUMERIC AND
009590                 SUS-FEED-DATE = WS-BAL-DATE AND
009600                 SUS-FEED-NO IS NUMERIC AND
009610                 SUS-FEED-NO >= 1 AND SUS-FEED-NO <= 10 AND
009620                 SUS-STREAM-NO IS NUMERIC AND
009630                 SUS-STREAM-NO > 0
009640             MOVE SUS-FEED-NO TO WS-FEED-SUB
009650             MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
009660             PERFORM 3650-MARK-SUSPENSE THRU 3650-EXIT
009670         END-IF
009680     END-READ.
009690 3600-EXIT.
009700     EXIT.
009710*
009720 3650-MARK-SUSPENSE.
009730     IF SUS-REASON = "EMPTY STREAM"
009740         ADD 1 TO WS-FD-EMPTY (WS-FEED-SUB)
009750         GO TO 3650-EXIT
009760     END-IF.
009770     EVALUATE WS-MAP-FLAG (WS-FEED-SUB, SUS-STREAM-NO)
009780         WHEN 'R'
009790             MOVE 'B' TO WS-MAP-FLAG (WS-FEED-SUB, SUS-STREAM-NO)
009800         WHEN SPACE
009810             MOVE 'S' TO WS-MAP-FLAG (WS-FEED-SUB, SUS-STREAM-NO)
009820         WHEN OTHER
009830             CONTINUE
009840     END-EVALUATE.
009850 3650-EXIT.
009860     EXIT.
009870*
009880 3800-TALLY-STREAM-MAP.
009890     PERFORM 3850-TALLY-ONE-STREAM THRU 3850-EXIT
009900         VARYING WS-FEED-SUB FROM 1 BY 1
009910             UNTIL WS-FEED-SUB > 10
009920         AFTER WS-MAP-SUB FROM 1 BY 1
009930             UNTIL WS-MAP-SUB > 9999.
009940 3800-EXIT.
009950     EXIT.
009960*
009970 3850-TALLY-ONE-STREAM.
009980     EVALUATE WS-MAP-FLAG (WS-FEED-SUB, WS-MAP-SUB)
009990         WHEN 'R'
010000             ADD 1 TO WS-FD-RESOLVED (WS-FEED-SUB)
010010         WHEN 'S'
010020         WHEN 'B'
010030             ADD 1 TO WS-FD-SUSP (WS-FEED-SUB)
010040         WHEN OTHER
010050             CONTINUE
010060     END-EVALUATE.
010070 3850-EXIT.
010080     EXIT.
010090*
010100*----------------------------------------------------------*
010110* 4000-GATHER-REJECTS                                      *
010120*    ONE REJECT LINE PER REJECTED STREAM. THE REJECT FILE  *
010130*    IS A PER-RUN FILE CARRYING THE FEED NUMBER BUT NOT    *
010140*    THE FEED DATE, SO IT IS TAKEN AS THE BALANCED DATE'S  *
010150*    RUN - A DATE IS BALANCED ON ITS OWN NIGHT.            *
010160*----------------------------------------------------------*
010170 4000-GATHER-REJECTS.
010180     OPEN INPUT REJFILE.
010190     IF WS-REJ-STATUS NOT = "00"
010200         GO TO 4000-EXIT
010210     END-IF.
010220     MOVE 'N' TO WS-REJ-EOF-SWITCH.
010230     PERFORM 4100-COUNT-ONE-REJECT THRU 4100-EXIT
010240         UNTIL WS-REJ-EOF.
010250     CLOSE REJFILE.
010260 4000-EXIT.
010270     EXIT.
010280*
010290 4100-COUNT-ONE-REJECT.
010300     READ REJFILE INTO WS-REJ-LINE
010310         AT END MOVE 'Y' TO WS-REJ-EOF-SWITCH
010320         NOT AT END
010330         IF WS-REJ-FEED-NO IS NUMERIC
010340             MOVE WS-REJ-FEED-NO TO WS-FEED-NO-OUT
010350             IF WS-FEED-NO-OUT >= 1 AND WS-FEED-NO-OUT <= 10
010360                 MOVE WS-FEED-NO-OUT TO WS-FEED-SUB
010370                 MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
010380                 ADD 1 TO WS-FD-REJECTS (WS-FEED-SUB)
010390             END-IF
010400         END-IF
010410     END-READ.
010420 4100-EXIT.
010430     EXIT.
010440*
010450*----------------------------------------------------------*
010460* 4500-GATHER-DIVERTED                                     *
010470*    UNDER DUPMODE DIVERT EACH SUSPECTED-DUPLICATE LINE ON *
010480*    THE RUN'S EXCEPTION FILE IS A STREAM KEPT OUT OF THE  *
010490*    RECON FILE AND SUSPENSE. UNDER REPORT MODE THERE IS   *
010500*    NOTHING TO GATHER.                                    *
010510*----------------------------------------------------------*
010520 4500-GATHER-DIVERTED.
010530     IF NOT WS-DUPS-DIVERTED
010540         GO TO 4500-EXIT
010550     END-IF.
010560     OPEN INPUT EXCFILE.
010570     IF WS-EXC-STATUS NOT = "00"
010580         GO TO 4500-EXIT
010590     END-IF.
010600     MOVE 'N' TO WS-EXC-EOF-SWITCH.
010610     PERFORM 4600-COUNT-ONE-DIVERTED THRU 4600-EXIT
010620         UNTIL WS-EXC-EOF.
010630     CLOSE EXCFILE.
010640 4500-EXIT.
010650     EXIT.
010660*
010670 4600-COUNT-ONE-DIVERTED.
010680     READ EXCFILE INTO WS-EXC-DUP-VIEW
010690         AT END MOVE 'Y' TO WS-EXC-EOF-SWITCH
010700         NOT AT END
010710         IF WS-EXD-TAG = " SUSPECT DUP OF " AND
010720                 WS-EXD-FEED IS NUMERIC
010730             MOVE WS-EXD-FEED TO WS-FEED-NO-OUT
010740             IF WS-FEED-NO-OUT >= 1 AND WS-FEED-NO-OUT <= 10
010750                 MOVE WS-FEED-NO-OUT TO WS-FEED-SUB
010760                 MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
010770                 ADD 1 TO WS-FD-DIVERTED (WS-FEED-SUB)
010780             END-IF
010790         END-IF
010800     END-READ.
010810 4600-EXIT.
010820     EXIT.
010830*
010840*----------------------------------------------------------*
010850* 5000-GATHER-MASTER                                       *
010860*    POSITIONS THE MARKER MASTER AT THE FEED DATE AND      *
010870*    COUNTS ITS RECORDS BY FEED UNTIL THE DATE CHANGES.    *
010880*----------------------------------------------------------*
010890 5000-GATHER-MASTER.
010900     OPEN INPUT MASTFILE.
010910     IF WS-MST-STATUS NOT = "00"
010920         DISPLAY "AOC-06-BAL: MARKER MASTER NOT AVAILABLE, "
010930             "STATUS " WS-MST-STATUS
010940         GO TO 5000-EXIT
010950     END-IF.
010960     MOVE 'N' TO WS-MST-EOF-SWITCH.
010970     MOVE WS-BAL-DATE TO MAST-FEED-DATE.
010980     MOVE 0 TO MAST-STREAM-NO.
010990     MOVE SPACES TO MAST-MARKER-TYPE.
011000     START MASTFILE KEY NOT LESS THAN MAST-KEY
011010         INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
011020     END-START.
011030     PERFORM 5100-COUNT-ONE-MASTER THRU 5100-EXIT
011040         UNTIL WS-MST-EOF.
011050     CLOSE MASTFILE.
011060 5000-EXIT.
011070     EXIT.
011080*
011090 5100-COUNT-ONE-MASTER.
011100     READ MASTFILE NEXT RECORD
011110         AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
011120     END-READ.
011130     IF WS-MST-EOF
011140         GO TO 5100-EXIT
011150     END-IF.
011160     IF MAST-FEED-DATE NOT = WS-BAL-DATE
011170         MOVE 'Y' TO WS-MST-EOF-SWITCH
011180         GO TO 5100-EXIT
011190     END-IF.
011200     IF MAST-FEED-ID IS NUMERIC AND
011210             MAST-FEED-ID >= 1 AND MAST-FEED-ID <= 10
011220         MOVE MAST-FEED-ID TO WS-FEED-SUB
011230         MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
011240         ADD 1 TO WS-FD-MASTER (WS-FEED-SUB)
011250     END-IF.
011260 5100-EXIT.
011270     EXIT.
011280*
011290*----------------------------------------------------------*
011300* 5500-GATHER-TRANSLOG                                     *
011310*    COUNTS THE OBD DETAILS LOGGED FOR THE DATE BY FEED.   *
011320*    THE LOG APPENDS ACROSS RUNS, SO AN EXTRACT RUN TWICE  *
011330*    FOR ONE DATE SHOWS HERE AS MORE DETAILS THAN RECON.   *
011340*----------------------------------------------------------*
011350 5500-GATHER-TRANSLOG.
011360     OPEN INPUT LOGFILE.
011370     IF WS-LOG-STATUS NOT = "00"
011380         DISPLAY "AOC-06-BAL: TRANSMISSION LOG NOT AVAILABLE, "
011390             "STATUS " WS-LOG-STATUS
011400         GO TO 5500-EXIT
011410     END-IF.
011420     MOVE 'N' TO WS-LOG-EOF-SWITCH.
011430     PERFORM 5600-COUNT-ONE-LOG-LINE THRU 5600-EXIT
011440         UNTIL WS-LOG-EOF.
011450     CLOSE LOGFILE.
011460 5500-EXIT.
011470     EXIT.
011480*
011490 5600-COUNT-ONE-LOG-LINE.
011500     READ LOGFILE INTO WS-LOG-VIEW
011510         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
011520         NOT AT END
011530         IF WS-LOG-TAG = "OBD " AND
011540                 WS-LOG-FEED-DATE = WS-BAL-DATE-X AND
011550                 WS-LOG-FEED-ID IS NUMERIC
011560             MOVE WS-LOG-FEED-ID TO WS-FEED-NO-OUT
011570             IF WS-FEED-NO-OUT >= 1 AND WS-FEED-NO-OUT <= 10
011580                 MOVE WS-FEED-NO-OUT TO WS-FEED-SUB
011590                 MOVE 'Y' TO WS-FD-PRESENT (WS-FEED-SUB)
011600                 ADD 1 TO WS-FD-TRANSLOG (WS-FEED-SUB)
011610             END-IF
011620         END-IF
011630     END-READ.
011640 5600-EXIT.
011650     EXIT.
011660*
011670*----------------------------------------------------------*
011680* 6000-GATHER-ACKS                                         *
011690*    ACKNOWLEDGMENTS CARRY THE FEED DATE BUT NO FEED ID,   *
011700*    SO THEY ARE COUNTED FOR THE DATE TOTAL ONLY.          *
011710*----------------------------------------------------------*
011720 6000-GATHER-ACKS.
011730     OPEN INPUT ACKFILE.
011740     IF WS-ACK-STATUS NOT = "00"
011750         GO TO 6000-EXIT
011760     END-IF.
011770     MOVE 'N' TO WS-ACK-EOF-SWITCH.
011780     PERFORM 6100-COUNT-ONE-ACK THRU 6100-EXIT
011790         UNTIL WS-ACK-EOF.
011800     CLOSE ACKFILE.
011810 6000-EXIT.
011820     EXIT.
011830*
011840 6100-COUNT-ONE-ACK.
011850     READ ACKFILE
011860         AT END MOVE 'Y' TO WS-ACK-EOF-SWITCH
011870         NOT AT END
011880         IF ACK-FEED-DATE IS NUMERIC AND
011890                 ACK-FEED-DATE = WS-BAL-DATE
011900             MOVE 'Y' TO WS-FD-PRESENT (WS-TOTAL-SLOT)
011910             ADD 1 TO WS-FD-ACKS (WS-TOTAL-SLOT)
011920         END-IF
011930     END-READ.
011940 6100-EXIT.
011950     EXIT.
011960*
011970*----------------------------------------------------------*
011980* 7000-BALANCE-FEEDS                                       *
011990*    EACH FEED PRINTS ITS STREAM LINE AND RECORD LINE WITH *
012000*    A VARIANCE LINE UNDER THEM FOR EVERY BREAK, THEN THE  *
012010*    DATE TOTAL ACROSS ALL FEEDS DOES THE SAME WITH THE    *
012020*    ACKNOWLEDGMENTS ADDED.                                *
012030*----------------------------------------------------------*
012040 7000-BALANCE-FEEDS.
012050     PERFORM 7100-BALANCE-ONE-FEED THRU 7100-EXIT
012060         VARYING WS-FEED-SUB FROM 1 BY 1
012070         UNTIL WS-FEED-SUB > 10.
012080     PERFORM 7300-BALANCE-DATE-TOTAL THRU 7300-EXIT.
012090 7000-EXIT.
012100     EXIT.
012110*
012120 7100-BALANCE-ONE-FEED.
012130     IF WS-FD-PRESENT (WS-FEED-SUB) NOT = 'Y'
012140         GO TO 7100-EXIT
012150     END-IF.
012160     ADD 1 TO WS-FEEDS-BALANCED.
012170     COMPUTE WS-FD-DISPOSED (WS-FEED-SUB) =
012180         WS-FD-RESOLVED (WS-FEED-SUB) + WS-FD-EMPTY (WS-FEED-SUB)
012190         + WS-FD-SUSP (WS-FEED-SUB) + WS-FD-REJECTS (WS-FEED-SUB)
012200         + WS-FD-DIVERTED (WS-FEED-SUB).
012210     PERFORM 7150-ADD-TO-DATE-TOTAL THRU 7150-EXIT.
012220     MOVE WS-FEED-SUB TO WS-FEED-NO-OUT.
012230     MOVE WS-FEED-NO-OUT TO WS-RPT-FEED.
012240     MOVE WS-FEED-NO-OUT TO WS-VAR-FEED.
012250     PERFORM 7400-PRINT-SLOT THRU 7400-EXIT.
012260     MOVE SPACES TO WS-RPT-ACKS.
012270     IF WS-FD-RECON (WS-FEED-SUB) NOT = WS-FD-MASTER (WS-FEED-SUB)
012280             OR WS-FD-RECON (WS-FEED-SUB) NOT =
012290             WS-FD-TRANSLOG (WS-FEED-SUB)
012300         MOVE "VAR " TO WS-RPT-RECORD-VERDICT
012310     ELSE
012320         MOVE "OK  " TO WS-RPT-RECORD-VERDICT
012330     END-IF.
012340     WRITE RPT-RECORD FROM WS-RPT-RECORD-LINE.
012350     IF WS-FD-STAT-SEEN (WS-FEED-SUB) NOT = 'Y'
012360         MOVE "STAT RECORD MISSING" TO WS-VAR-TEXT
012370         MOVE 1 TO WS-VAR-EXPECTED
012380         MOVE 0 TO WS-VAR-FOUND
012390         PERFORM 7200-WRITE-VARIANCE THRU 7200-EXIT
012400     ELSE
012410         IF WS-FD-STREAMS (WS-FEED-SUB) NOT =
012420                 WS-FD-DISPOSED (WS-FEED-SUB)
012430             MOVE "STREAMS NOT ACCOUNTED" TO WS-VAR-TEXT
012440             MOVE WS-FD-STREAMS (WS-FEED-SUB) TO WS-VAR-EXPECTED
012450             MOVE WS-FD-DISPOSED (WS-FEED-SUB) TO WS-VAR-FOUND
012460             PERFORM 7200-WRITE-VARIANCE THRU 7200-EXIT
012470         END-IF
012480     END-IF.
012490     PERFORM 7250-CHECK-RECORD-CHAIN THRU 7250-EXIT.
012500 7100-EXIT.
012510     EXIT.
012520*
012530 7150-ADD-TO-DATE-TOTAL.
012540     MOVE 'Y' TO WS-FD-PRESENT (WS-TOTAL-SLOT).
012550     MOVE 'Y' TO WS-FD-STAT-SEEN (WS-TOTAL-SLOT).
012560     ADD WS-FD-STREAMS (WS-FEED-SUB)
012570         TO WS-FD-STREAMS (WS-TOTAL-SLOT).
012580     ADD WS-FD-RESOLVED (WS-FEED-SUB)
012590         TO WS-FD-RESOLVED (WS-TOTAL-SLOT).
012600     ADD WS-FD-EMPTY (WS-FEED-SUB)
012610         TO WS-FD-EMPTY (WS-TOTAL-SLOT).
012620     ADD WS-FD-SUSP (WS-FEED-SUB)
012630         TO WS-FD-SUSP (WS-TOTAL-SLOT).
012640     ADD WS-FD-REJECTS (WS-FEED-SUB)
012650         TO WS-FD-REJECTS (WS-TOTAL-SLOT).
012660     ADD WS-FD-DIVERTED (WS-FEED-SUB)
012670         TO WS-FD-DIVERTED (WS-TOTAL-SLOT).
012680     ADD WS-FD-DISPOSED (WS-FEED-SUB)
012690         TO WS-FD-DISPOSED (WS-TOTAL-SLOT).
012700     ADD WS-FD-RECON (WS-FEED-SUB)
012710         TO WS-FD-RECON (WS-TOTAL-SLOT).
012720     ADD WS-FD-MASTER (WS-FEED-SUB)
012730         TO WS-FD-MASTER (WS-TOTAL-SLOT).
012740     ADD WS-FD-TRANSLOG (WS-FEED-SUB)
012750         TO WS-FD-TRANSLOG (WS-TOTAL-SLOT).
012760 7150-EXIT.
012770     EXIT.
012780*
012790 7200-WRITE-VARIANCE.
012800     ADD 1 TO WS-FD-BREAKS (WS-FEED-SUB).
012810     ADD 1 TO WS-TOTAL-BREAKS.
012820     WRITE RPT-RECORD FROM WS-RPT-VARIANCE-LINE.
012821     MOVE 0401 TO WS-EVT-CODE.
012822     MOVE 'W' TO WS-EVT-SEVERITY.
012823     STRING "FEED " DELIMITED BY SIZE
012824         WS-VAR-FEED DELIMITED BY SIZE
012825         " " DELIMITED BY SIZE
012826         WS-VAR-TEXT DELIMITED BY SIZE
012827         INTO WS-EVT-TEXT.
012828     MOVE WS-BAL-DATE TO WS-EVT-FEED-DATE.
012829     IF WS-FEED-SUB NOT = WS-TOTAL-SLOT
012830         MOVE WS-FEED-SUB TO WS-EVT-FEED-ID
012831     END-IF.
012832     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
012833 7200-EXIT.
012840     EXIT.
012850*
012860 7250-CHECK-RECORD-CHAIN.
012870     IF WS-FD-RECON (WS-FEED-SUB) NOT = WS-FD-MASTER (WS-FEED-SUB)
012880         MOVE "RECON VS MARKER MASTER" TO WS-VAR-TEXT
012890         MOVE WS-FD-RECON (WS-FEED-SUB) TO WS-VAR-EXPECTED
012900         MOVE WS-FD-MASTER (WS-FEED-SUB) TO WS-VAR-FOUND
012910         PERFORM 7200-WRITE-VARIANCE THRU 7200-EXIT
012920     END-IF.
012930     IF WS-FD-RECON (WS-FEED-SUB) NOT =
012940             WS-FD-TRANSLOG (WS-FEED-SUB)
012950         MOVE "RECON VS TRANSLOG OBD" TO WS-VAR-TEXT
012960         MOVE WS-FD-RECON (WS-FEED-SUB) TO WS-VAR-EXPECTED
012970         MOVE WS-FD-TRANSLOG (WS-FEED-SUB) TO WS-VAR-FOUND
012980         PERFORM 7200-WRITE-VARIANCE THRU 7200-EXIT
012990     END-IF.
013000 7250-EXIT.
013010     EXIT.
013020*
013030*----------------------------------------------------------*
013040* 7300-BALANCE-DATE-TOTAL                                  *
013050*    THE FEED BREAKS ARE ALREADY PRINTED; THE DATE TOTAL   *
013060*    ADDS THE ONE TIE NO SINGLE FEED CAN MAKE - THE RECON  *
013070*    RECORDS EMITTED AGAINST THE ACKNOWLEDGMENTS RETURNED. *
013080*    THE TOTAL CARRIES EVERY BREAK OF THE DATE.            *
013090*----------------------------------------------------------*
013100 7300-BALANCE-DATE-TOTAL.
013110     MOVE WS-TOTAL-SLOT TO WS-FEED-SUB.
013120     IF WS-FD-PRESENT (WS-FEED-SUB) NOT = 'Y'
013130         MOVE "NOTHING ON FILE FOR THIS FEED DATE" TO RPT-RECORD
013140         WRITE RPT-RECORD
013150         GO TO 7300-EXIT
013160     END-IF.
013170     MOVE SPACES TO RPT-RECORD.
013180     WRITE RPT-RECORD.
013190     MOVE "ALL" TO WS-RPT-FEED.
013200     MOVE "ALL" TO WS-VAR-FEED.
013210     PERFORM 7400-PRINT-SLOT THRU 7400-EXIT.
013220     MOVE WS-FD-ACKS (WS-FEED-SUB) TO WS-RPT-ACKS.
013230     IF WS-FD-RECON (WS-FEED-SUB) NOT = WS-FD-MASTER (WS-FEED-SUB)
013240             OR WS-FD-RECON (WS-FEED-SUB) NOT =
013250             WS-FD-TRANSLOG (WS-FEED-SUB)
013260             OR WS-FD-RECON (WS-FEED-SUB) NOT =
013270             WS-FD-ACKS (WS-FEED-SUB)
013280         MOVE "VAR " TO WS-RPT-RECORD-VERDICT
013290     ELSE
013300         MOVE "OK  " TO WS-RPT-RECORD-VERDICT
013310     END-IF.
013320     WRITE RPT-RECORD FROM WS-RPT-RECORD-LINE.
013330     IF WS-FD-RECON (WS-FEED-SUB) NOT = WS-FD-ACKS (WS-FEED-SUB)
013340         MOVE "RECON VS ACKIN" TO WS-VAR-TEXT
013350         MOVE WS-FD-RECON (WS-FEED-SUB) TO WS-VAR-EXPECTED
013360         MOVE WS-FD-ACKS (WS-FEED-SUB) TO WS-VAR-FOUND
013370         PERFORM 7200-WRITE-VARIANCE THRU 7200-EXIT
013380     END-IF.
013390     MOVE WS-TOTAL-BREAKS TO WS-FD-BREAKS (WS-FEED-SUB).
013400     MOVE SPACES TO WS-RPT-TEXT-LINE.
013410     MOVE "FEEDS BALANCED" TO WS-TXT-BODY.
013420     MOVE WS-FEEDS-BALANCED TO WS-TXT-VALUE.
013430     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
013440     MOVE "VARIANCE LINES" TO WS-TXT-BODY.
013450     MOVE WS-TOTAL-BREAKS TO WS-TXT-VALUE.
013460     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
013470 7300-EXIT.
013480     EXIT.
013490*
013500 7400-PRINT-SLOT.
013510     MOVE WS-FD-STREAMS (WS-FEED-SUB) TO WS-RPT-STREAMS.
013520     MOVE WS-FD-RESOLVED (WS-FEED-SUB) TO WS-RPT-RESOLVED.
013530     MOVE WS-FD-EMPTY (WS-FEED-SUB) TO WS-RPT-EMPTY.
013540     MOVE WS-FD-SUSP (WS-FEED-SUB) TO WS-RPT-SUSP.
013550     MOVE WS-FD-REJECTS (WS-FEED-SUB) TO WS-RPT-REJECTS.
013560     MOVE WS-FD-DIVERTED (WS-FEED-SUB) TO WS-RPT-DIVERTED.
013570     IF WS-FD-STREAMS (WS-FEED-SUB) NOT =
013580             WS-FD-DISPOSED (WS-FEED-SUB)
013590             OR WS-FD-STAT-SEEN (WS-FEED-SUB) NOT = 'Y'
013600         MOVE "VAR " TO WS-RPT-STREAM-VERDICT
013610     ELSE
013620         MOVE "OK  " TO WS-RPT-STREAM-VERDICT
013630     END-IF.
013640     WRITE RPT-RECORD FROM WS-RPT-STREAM-LINE.
013650     MOVE WS-FD-RECON (WS-FEED-SUB) TO WS-RPT-RECON.
013660     MOVE WS-FD-MASTER (WS-FEED-SUB) TO WS-RPT-MASTER.
013670     MOVE WS-FD-TRANSLOG (WS-FEED-SUB) TO WS-RPT-TRANSLOG.
013680 7400-EXIT.
013690     EXIT.
013700*
013710*----------------------------------------------------------*
013720* 7500-POST-BALANCE-LEDGER                                 *
013730*    ONE LEDGER RECORD PER FEED BALANCED PLUS THE DATE     *
013740*    TOTAL UNDER FEED ID 00. A RERUN FOR THE SAME DATE     *
013750*    REPLACES THE EARLIER RESULT.                          *
013760*----------------------------------------------------------*
013770 7500-POST-BALANCE-LEDGER.
013780     OPEN I-O BALFILE.
013790     IF WS-BAL-STATUS = "35"
013800         OPEN OUTPUT BALFILE
013810         CLOSE BALFILE
013820         OPEN I-O BALFILE
013830     END-IF.
013840     IF WS-BAL-STATUS NOT = "00"
013850         DISPLAY "AOC-06-BAL: BALANCING LEDGER NOT AVAILABLE, "
013860             "STATUS " WS-BAL-STATUS
013870         MOVE 'Y' TO WS-POST-FAILED-SWITCH
013880         GO TO 7500-EXIT
013890     END-IF.
013900     PERFORM 7550-POST-ONE-SLOT THRU 7550-EXIT
013910         VARYING WS-FEED-SUB FROM 1 BY 1
013920         UNTIL WS-FEED-SUB > 11.
013930     CLOSE BALFILE.
013940 7500-EXIT.
013950     EXIT.
013960*
013970 7550-POST-ONE-SLOT.
013980     IF WS-FD-PRESENT (WS-FEED-SUB) NOT = 'Y'
013990         GO TO 7550-EXIT
014000     END-IF.
014010     MOVE SPACES TO BAL-RECORD.
014020     MOVE WS-BAL-DATE TO BAL-FEED-DATE.
014030     IF WS-FEED-SUB = WS-TOTAL-SLOT
014040         MOVE 0 TO BAL-FEED-ID
014050     ELSE
014060         MOVE WS-FEED-SUB TO BAL-FEED-ID
014070     END-IF.
014080     MOVE WS-FD-STREAMS (WS-FEED-SUB) TO BAL-STREAMS.
014090     MOVE WS-FD-RESOLVED (WS-FEED-SUB) TO BAL-RESOLVED.
014100     MOVE WS-FD-EMPTY (WS-FEED-SUB) TO BAL-EMPTY.
014110     MOVE WS-FD-SUSP (WS-FEED-SUB) TO BAL-SUSPENSE.
014120     MOVE WS-FD-REJECTS (WS-FEED-SUB) TO BAL-REJECTS.
014130     MOVE WS-FD-DIVERTED (WS-FEED-SUB) TO BAL-DIVERTED.
014140     MOVE WS-FD-RECON (WS-FEED-SUB) TO BAL-RECON.
014150     MOVE WS-FD-MASTER (WS-FEED-SUB) TO BAL-MASTER.
014160     MOVE WS-FD-TRANSLOG (WS-FEED-SUB) TO BAL-TRANSLOG.
014170     MOVE WS-FD-ACKS (WS-FEED-SUB) TO BAL-ACKS.
014180     MOVE WS-FD-BREAKS (WS-FEED-SUB) TO BAL-BREAKS.
014190     IF WS-FD-BREAKS (WS-FEED-SUB) = 0
014200         MOVE 'B' TO BAL-STATUS
014210     ELSE
014220         MOVE 'V' TO BAL-STATUS
014230     END-IF.
014240     MOVE WS-RUN-DATE TO BAL-RUN-DATE.
014250     WRITE BAL-RECORD.
014260     IF WS-BAL-STATUS = "22"
014270         REWRITE BAL-RECORD
014280     END-IF.
014290     IF WS-BAL-STATUS NOT = "00"
014300         DISPLAY "AOC-06-BAL: LEDGER POST FAILED, STATUS "
014310             WS-BAL-STATUS " KEY " BAL-KEY
014320         MOVE 'Y' TO WS-POST-FAILED-SWITCH
014330         GO TO 7550-EXIT
014340     END-IF.
014350     ADD 1 TO WS-LDG-RECS-OUT.
014360 7550-EXIT.
014370     EXIT.
014380*
014390*----------------------------------------------------------*
014400* 8000-PRINT-MONTH-TO-DATE                                 *
014410*    RUNNING TOTALS FOR THE MONTH THROUGH THE BALANCED     *
014420*    DATE, OFF THE LEDGER SO EARLIER NIGHTS COUNT AS THEY  *
014430*    WERE BALANCED: DATES BALANCED, DATES WITH A VARIANCE, *
014440*    THE STREAM AND RECORD TOTALS AND THE BREAKS, BY FEED  *
014450*    AND FOR ALL FEEDS.                                    *
014460*----------------------------------------------------------*
014470 8000-PRINT-MONTH-TO-DATE.
014480     MOVE WS-BAL-DATE TO WS-MONTH-FIRST-DATE.
014490     MOVE 1 TO WS-MONTH-FIRST-DD.
014500     OPEN INPUT BALFILE.
014510     IF WS-BAL-STATUS NOT = "00"
014520         GO TO 8000-EXIT
014530     END-IF.
014540     MOVE 'N' TO WS-BAL-EOF-SWITCH.
014550     MOVE WS-MONTH-FIRST-DATE TO BAL-FEED-DATE.
014560     MOVE 0 TO BAL-FEED-ID.
014570     START BALFILE KEY NOT LESS THAN BAL-KEY
014580         INVALID KEY MOVE 'Y' TO WS-BAL-EOF-SWITCH
014590     END-START.
014600     PERFORM 8100-ADD-ONE-MTD THRU 8100-EXIT
014610         UNTIL WS-BAL-EOF.
014620     CLOSE BALFILE.
014630     MOVE SPACES TO RPT-RECORD.
014640     WRITE RPT-RECORD.
014650     MOVE SPACES TO WS-RPT-TEXT-LINE.
014660     MOVE "MONTH-TO-DATE THROUGH FEED DATE" TO WS-TXT-BODY.
014670     MOVE WS-BAL-DATE TO WS-TXT-VALUE.
014680     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
014690     PERFORM 8200-PRINT-ONE-MTD THRU 8200-EXIT
014700         VARYING WS-FEED-SUB FROM 1 BY 1
014710         UNTIL WS-FEED-SUB > 11.
014720 8000-EXIT.
014730     EXIT.
014740*
014750 8100-ADD-ONE-MTD.
014760     READ BALFILE NEXT RECORD
014770         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
014780     END-READ.
014790     IF WS-BAL-EOF
014800         GO TO 8100-EXIT
014810     END-IF.
014820     IF BAL-FEED-DATE > WS-BAL-DATE
014830         MOVE 'Y' TO WS-BAL-EOF-SWITCH
014840         GO TO 8100-EXIT
014850     END-IF.
014860     IF BAL-FEED-ID > 10
014870         GO TO 8100-EXIT
014880     END-IF.
014890     IF BAL-FEED-ID = 0
014900         MOVE WS-TOTAL-SLOT TO WS-FEED-SUB
014910     ELSE
014920         MOVE BAL-FEED-ID TO WS-FEED-SUB
014930     END-IF.
014940     ADD 1 TO WS-MTD-DATES (WS-FEED-SUB).
014950     IF BAL-OUT-OF-BALANCE
014960         ADD 1 TO WS-MTD-VAR-DATES (WS-FEED-SUB)
014970     END-IF.
014980     ADD BAL-STREAMS TO WS-MTD-STREAMS (WS-FEED-SUB).
014990     ADD BAL-RESOLVED TO WS-MTD-RESOLVED (WS-FEED-SUB).
015000     ADD BAL-EMPTY TO WS-MTD-EMPTY (WS-FEED-SUB).
015010     ADD BAL-SUSPENSE TO WS-MTD-SUSP (WS-FEED-SUB).
015020     ADD BAL-REJECTS TO WS-MTD-REJECTS (WS-FEED-SUB).
015030     ADD BAL-DIVERTED TO WS-MTD-DIVERTED (WS-FEED-SUB).
015040     COMPUTE WS-MTD-DISPOSED (WS-FEED-SUB) =
015050         WS-MTD-DISPOSED (WS-FEED-SUB) + BAL-RESOLVED
015060         + BAL-EMPTY + BAL-SUSPENSE + BAL-REJECTS
015070         + BAL-DIVERTED.
015080     ADD BAL-RECON TO WS-MTD-RECON (WS-FEED-SUB).
015090     ADD BAL-MASTER TO WS-MTD-MASTER (WS-FEED-SUB).
015100     ADD BAL-TRANSLOG TO WS-MTD-TRANSLOG (WS-FEED-SUB).
015110     ADD BAL-ACKS TO WS-MTD-ACKS (WS-FEED-SUB).
015120     ADD BAL-BREAKS TO WS-MTD-BREAKS (WS-FEED-SUB).
015130 8100-EXIT.
015140     EXIT.
015150*
015160 8200-PRINT-ONE-MTD.
015170     IF WS-MTD-DATES (WS-FEED-SUB) = 0
015180         GO TO 8200-EXIT
015190     END-IF.
015200     IF WS-FEED-SUB = WS-TOTAL-SLOT
015210         MOVE "ALL" TO WS-MTL-FEED
015220         MOVE WS-MTD-ACKS (WS-FEED-SUB) TO WS-MTL-ACKS
015230     ELSE
015240         MOVE WS-FEED-SUB TO WS-FEED-NO-OUT
015250         MOVE WS-FEED-NO-OUT TO WS-MTL-FEED
015260         MOVE SPACES TO WS-MTL-ACKS
015270     END-IF.
015280     MOVE WS-MTD-DATES (WS-FEED-SUB) TO WS-MTL-DATES.
015290     MOVE WS-MTD-VAR-DATES (WS-FEED-SUB) TO WS-MTL-VAR-DATES.
015300     MOVE WS-MTD-STREAMS (WS-FEED-SUB) TO WS-MTL-STREAMS.
015310     MOVE WS-MTD-DISPOSED (WS-FEED-SUB) TO WS-MTL-DISPOSED.
015320     MOVE WS-MTD-BREAKS (WS-FEED-SUB) TO WS-MTL-BREAKS.
015330     WRITE RPT-RECORD FROM WS-RPT-MTD-LINE-1.
015340     MOVE WS-MTD-RESOLVED (WS-FEED-SUB) TO WS-MTL-RESOLVED.
015350     MOVE WS-MTD-EMPTY (WS-FEED-SUB) TO WS-MTL-EMPTY.
015360     MOVE WS-MTD-SUSP (WS-FEED-SUB) TO WS-MTL-SUSP.
015370     MOVE WS-MTD-REJECTS (WS-FEED-SUB) TO WS-MTL-REJECTS.
015380     MOVE WS-MTD-DIVERTED (WS-FEED-SUB) TO WS-MTL-DIVERTED.
015390     WRITE RPT-RECORD FROM WS-RPT-MTD-LINE-2.
015400     MOVE WS-MTD-RECON (WS-FEED-SUB) TO WS-MTL-RECON.
015410     MOVE WS-MTD-MASTER (WS-FEED-SUB) TO WS-MTL-MASTER.
015420     MOVE WS-MTD-TRANSLOG (WS-FEED-SUB) TO WS-MTL-TRANSLOG.
015430     WRITE RPT-RECORD FROM WS-RPT-MTD-LINE-3.
015440 8200-EXIT.
015450     EXIT.
015460*
015470*----------------------------------------------------------*
015480* 8500-PRINT-SIGNOFF                                       *
015490*    THE MONTH-END PAGE AUDIT INITIALS: EVERY FEED DATE OF *
015500*    THE MONTH ON THE LEDGER WITH ITS TOTALS AND BREAKS,   *
015510*    THE FEEDS THAT BROKE UNDER IT, THE MONTH TOTALS AND   *
015520*    THE SIGNATURE BLOCK.                                  *
015530*----------------------------------------------------------*
015540 8500-PRINT-SIGNOFF.
015550     MOVE WS-SIGNOFF-MONTH TO WS-MONTH-FIRST-YM.
015560     MOVE 1 TO WS-MONTH-FIRST-DD.
015570     COMPUTE WS-MONTH-LAST-DATE = WS-MONTH-FIRST-DATE + 98.
015580     MOVE SPACES TO RPT-RECORD.
015590     WRITE RPT-RECORD.
015600     MOVE WS-SIGNOFF-MONTH TO WS-SGN-MONTH.
015610     MOVE WS-RUN-DATE TO WS-SGN-RUN-DATE.
015620     WRITE RPT-RECORD FROM WS-SGN-TITLE-LINE.
015630     WRITE RPT-RECORD FROM WS-SGN-COLUMN-LINE.
015640     OPEN INPUT BALFILE.
015650     IF WS-BAL-STATUS NOT = "00"
015660         MOVE "NO BALANCING LEDGER ON HAND" TO RPT-RECORD
015670         WRITE RPT-RECORD
015680         GO TO 8500-EXIT
015690     END-IF.
015700     MOVE 'N' TO WS-BAL-EOF-SWITCH.
015710     MOVE WS-MONTH-FIRST-DATE TO BAL-FEED-DATE.
015720     MOVE 0 TO BAL-FEED-ID.
015730     START BALFILE KEY NOT LESS THAN BAL-KEY
015740         INVALID KEY MOVE 'Y' TO WS-BAL-EOF-SWITCH
015750     END-START.
015760     PERFORM 8600-PRINT-ONE-SIGNOFF THRU 8600-EXIT
015770         UNTIL WS-BAL-EOF.
015780     CLOSE BALFILE.
015790     PERFORM 8700-PRINT-SIGNOFF-TOTALS THRU 8700-EXIT.
015800 8500-EXIT.
015810     EXIT.
015820*
015830 8600-PRINT-ONE-SIGNOFF.
015840     READ BALFILE NEXT RECORD
015850         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
015860     END-READ.
015870     IF WS-BAL-EOF
015880         GO TO 8600-EXIT
015890     END-IF.
015900     IF BAL-FEED-DATE > WS-MONTH-LAST-DATE
015910         MOVE 'Y' TO WS-BAL-EOF-SWITCH
015920         GO TO 8600-EXIT
015930     END-IF.
015940     IF BAL-FEED-ID NOT = 0
015950         IF BAL-OUT-OF-BALANCE
015960             MOVE BAL-FEED-ID TO WS-SGN-FEED
015970             MOVE BAL-BREAKS TO WS-SGN-FEED-BREAKS
015980             WRITE RPT-RECORD FROM WS-SGN-FEED-LINE
015990         END-IF
016000         GO TO 8600-EXIT
016010     END-IF.
016020     ADD 1 TO WS-SIGNOFF-DATES.
016030     MOVE BAL-FEED-DATE TO WS-SGN-DATE.
016040     MOVE BAL-STREAMS TO WS-SGN-STREAMS.
016050     COMPUTE WS-SGN-DISPOSED = BAL-RESOLVED + BAL-EMPTY
016060         + BAL-SUSPENSE + BAL-REJECTS + BAL-DIVERTED.
016070     MOVE BAL-RECON TO WS-SGN-RECON.
016080     MOVE BAL-MASTER TO WS-SGN-MASTER.
016090     MOVE BAL-TRANSLOG TO WS-SGN-TRANSLOG.
016100     MOVE BAL-ACKS TO WS-SGN-ACKS.
016110     MOVE BAL-BREAKS TO WS-SGN-BREAKS.
016120     IF BAL-OUT-OF-BALANCE
016130         MOVE "VARIANCE" TO WS-SGN-STATUS
016140         ADD 1 TO WS-SIGNOFF-VAR-DATES
016150     ELSE
016160         MOVE "BALANCED" TO WS-SGN-STATUS
016170     END-IF.
016180     WRITE RPT-RECORD FROM WS-SGN-DATE-LINE.
016190     ADD BAL-STREAMS TO WS-SGT-STREAMS.
016200     ADD WS-SGN-DISPOSED TO WS-SGT-DISPOSED.
016210     ADD BAL-RECON TO WS-SGT-RECON.
016220     ADD BAL-MASTER TO WS-SGT-MASTER.
016230     ADD BAL-TRANSLOG TO WS-SGT-TRANSLOG.
016240     ADD BAL-ACKS TO WS-SGT-ACKS.
016250     ADD BAL-BREAKS TO WS-SGT-BREAKS.
016260 8600-EXIT.
016270     EXIT.
016280*
016290 8700-PRINT-SIGNOFF-TOTALS.
016300     IF WS-SIGNOFF-DATES = 0
016310         MOVE "NO FEED DATES ON THE LEDGER FOR THIS MONTH"
016320             TO RPT-RECORD
016330         WRITE RPT-RECORD
016340     END-IF.
016350     MOVE "TOTAL" TO WS-SGN-DATE.
016360     MOVE WS-SGT-STREAMS TO WS-SGN-STREAMS.
016370     MOVE WS-SGT-DISPOSED TO WS-SGN-DISPOSED.
016380     MOVE WS-SGT-RECON TO WS-SGN-RECON.
016390     MOVE WS-SGT-MASTER TO WS-SGN-MASTER.
016400     MOVE WS-SGT-TRANSLOG TO WS-SGN-TRANSLOG.
016410     MOVE WS-SGT-ACKS TO WS-SGN-ACKS.
016420     MOVE WS-SGT-BREAKS TO WS-SGN-BREAKS.
016430     IF WS-SIGNOFF-VAR-DATES = 0
016440         MOVE "BALANCED" TO WS-SGN-STATUS
016450     ELSE
016460         MOVE "VARIANCE" TO WS-SGN-STATUS
016470     END-IF.
016480     WRITE RPT-RECORD FROM WS-SGN-DATE-LINE.
016490     MOVE SPACES TO RPT-RECORD.
016500     WRITE RPT-RECORD.
016510     MOVE SPACES TO WS-RPT-TEXT-LINE.
016520     MOVE "FEED DATES ON THE BALANCING LEDGER" TO WS-TXT-BODY.
016530     MOVE WS-SIGNOFF-DATES TO WS-TXT-VALUE.
016540     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
016550     MOVE "FEED DATES WITH A VARIANCE" TO WS-TXT-BODY.
016560     MOVE WS-SIGNOFF-VAR-DATES TO WS-TXT-VALUE.
016570     WRITE RPT-RECORD FROM WS-RPT-TEXT-LINE.
016580     MOVE SPACES TO RPT-RECORD.
016590     WRITE RPT-RECORD.
016600     MOVE "EVERY VARIANCE ABOVE HAS BEEN REVIEWED AND EXPLAINED."
016610         TO RPT-RECORD.
016620     WRITE RPT-RECORD.
016630     MOVE SPACES TO RPT-RECORD.
016640     WRITE RPT-RECORD.
016650     MOVE "PREPARED BY (OPERATIONS) ____________________  DATE"
016660         TO RPT-RECORD.
016670     MOVE "__________" TO RPT-RECORD (53:10).
016680     WRITE RPT-RECORD.
016690     MOVE SPACES TO RPT-RECORD.
016700     WRITE RPT-RECORD.
016710     MOVE "REVIEWED BY (AUDIT)      ____________________  DATE"
016720         TO RPT-RECORD.
016730     MOVE "__________" TO RPT-RECORD (53:10).
016740     WRITE RPT-RECORD.
016750     MOVE SPACES TO RPT-RECORD.
016760     WRITE RPT-RECORD.
016770     MOVE "AUDIT INITIALS           ______" TO RPT-RECORD.
016780     WRITE RPT-RECORD.
016790 8700-EXIT.
016800     EXIT.
016810*
016820*----------------------------------------------------------*
016830* 8900-CHECK-MONTH-END                                     *
016840*    THE SIGN-OFF PAGE PRINTS WHEN THE BALANCED FEED DATE  *
016850*    IS THE LAST DAY OF ITS MONTH, WITH THE MONTH-LENGTH   *
016860*    TABLE AND THE CENTURY LEAP-YEAR RULE FOR FEBRUARY.    *
016870*----------------------------------------------------------*
016880 8900-CHECK-MONTH-END.
016890     IF WS-BAL-MONTH < 1 OR WS-BAL-MONTH > 12
016900         GO TO 8900-EXIT
016910     END-IF.
016920     MOVE WS-MONTH-DAYS (WS-BAL-MONTH) TO WS-MONTH-LAST-DAY.
016930     IF WS-BAL-MONTH = 2
016940         PERFORM 8950-CHECK-LEAP-YEAR THRU 8950-EXIT
016950     END-IF.
016960     IF WS-BAL-DAY = WS-MONTH-LAST-DAY
016970         MOVE 'Y' TO WS-MONTH-END-SWITCH
016980         COMPUTE WS-SIGNOFF-MONTH =
016990             WS-BAL-YEAR * 100 + WS-BAL-MONTH
017000     END-IF.
017010 8900-EXIT.
017020     EXIT.
017030*
017040 8950-CHECK-LEAP-YEAR.
017050     DIVIDE WS-BAL-YEAR BY 4
017060         GIVING WS-LEAP-QUOTIENT
017070         REMAINDER WS-LEAP-REMAINDER.
017080     IF WS-LEAP-REMAINDER NOT = 0
017090         GO TO 8950-EXIT
017100     END-IF.
017110     DIVIDE WS-BAL-YEAR BY 100
017120         GIVING WS-LEAP-QUOTIENT
017130         REMAINDER WS-LEAP-REMAINDER.
017140     IF WS-LEAP-REMAINDER NOT = 0
017150         MOVE 29 TO WS-MONTH-LAST-DAY
017160         GO TO 8950-EXIT
017170     END-IF.
017180     DIVIDE WS-BAL-YEAR BY 400
017190         GIVING WS-LEAP-QUOTIENT
017200         REMAINDER WS-LEAP-REMAINDER.
017210     IF WS-LEAP-REMAINDER = 0
017220         MOVE 29 TO WS-MONTH-LAST-DAY
017230     END-IF.
017240 8950-EXIT.
017250     EXIT.
017260*
017270 9000-TERMINATE.
017280     MOVE SPACES TO RPT-RECORD.
017290     WRITE RPT-RECORD.
017300     MOVE "END OF BALANCING REPORT" TO RPT-RECORD.
017310     WRITE RPT-RECORD.
017320     CLOSE BALREPORT.
017330     IF NOT WS-SIGNOFF-ONLY
017340         DISPLAY "AOC-06-BAL: FEED DATE " WS-BAL-DATE
017350             " FEEDS " WS-FEEDS-BALANCED
017360             " VARIANCES " WS-TOTAL-BREAKS
017370     END-IF.
017380 9000-EXIT.
017390     EXIT.
017400*
017410*----------------------------------------------------------*
017420* 1700-CHECK-RUN-LEDGER                                    *
017430*    THE CHAIN GATE, RUN BEFORE THIS STEP OPENS ANY OF ITS *
017440*    OWN FILES. THE STEP IS REFUSED WHEN IT HAS ALREADY    *
017450*    COMPLETED FOR THE LEDGER FEED DATE, OR WHEN THE STEP  *
017460*    AHEAD OF IT HAS NOT COMPLETED CLEAN, UNLESS A LEDGOVR *
017470*    CONTROL ENTRY NAMES THIS STEP (OR ALL). A STEP LET    *
017480*    THROUGH POSTS ITS START AT ONCE, SO A RUN THAT DIES   *
017490*    PART WAY IS LEFT STARTED ON THE LEDGER.               *
017500*----------------------------------------------------------*
017510 1700-CHECK-RUN-LEDGER.
017520     PERFORM 1710-READ-LEDGER-CONTROL THRU 1710-EXIT.
017530     OPEN I-O LEDGFILE.
017540     IF WS-LDG-STATUS = "35"
017550         OPEN OUTPUT LEDGFILE
017560         CLOSE LEDGFILE
017570         OPEN I-O LEDGFILE
017580     END-IF.
017590     IF WS-LDG-STATUS NOT = "00"
017600         DISPLAY "AOC-06-BAL: RUN LEDGER NOT AVAILABLE, "
017610             "STATUS " WS-LDG-STATUS
017620         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
017630         GO TO 1700-EXIT
017640     END-IF.
017650     IF WS-LDG-FEED-DATE = 0
017660         PERFORM 1730-FIND-LEDGER-DATE THRU 1730-EXIT
017670     END-IF.
017680     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
017690     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
017700     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
017710     READ LEDGFILE
017720         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
017730     END-READ.
017740     IF LEDG-STEP-COMPLETE AND NOT WS-LDG-OVERRIDDEN
017750         DISPLAY "AOC-06-BAL: ALREADY COMPLETED FOR "
017760             "FEED DATE " WS-LDG-FEED-DATE
017770             " - LEDGOVR NEEDED TO RERUN"
017780         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
017790         CLOSE LEDGFILE
017800         GO TO 1700-EXIT
017810     END-IF.
017820     PERFORM 1720-CHECK-PRIOR-STEP THRU 1720-EXIT.
017830     IF NOT WS-LDG-PRIOR-OK AND NOT WS-LDG-OVERRIDDEN
017840         DISPLAY "AOC-06-BAL: PRIOR STEP NOT COMPLETE "
017850             "FOR FEED DATE " WS-LDG-FEED-DATE
017860             " - RESTART THE CHAIN THERE"
017870         MOVE 'Y' TO WS-LDG-REFUSED-SWITCH
017880         CLOSE LEDGFILE
017890         GO TO 1700-EXIT
017900     END-IF.
017910     PERFORM 1740-POST-LEDGER-START THRU 1740-EXIT.
017920 1700-EXIT.
017930     EXIT.
017940*
017950*----------------------------------------------------------*
017960* 1710-READ-LEDGER-CONTROL                                 *
017970*    LEDGDATE PINS THE FEED DATE THE CHAIN RUNS UNDER;     *
017980*    LEDGOVR NAMES A STEP (OR ALL) THE OPERATOR LETS PAST  *
017990*    THE GATE, AND MAY BE REPEATED FOR SEVERAL STEPS.      *
018000*----------------------------------------------------------*
018010 1710-READ-LEDGER-CONTROL.
018020     OPEN INPUT CTLFILE.
018030     IF WS-CTL-STATUS NOT = "00"
018040         GO TO 1710-EXIT
018050     END-IF.
018060     MOVE 'N' TO WS-CTL-EOF-SWITCH.
018070     PERFORM 1715-READ-ONE-LEDGER-ENTRY THRU 1715-EXIT
018080         UNTIL WS-CTL-EOF.
018090     CLOSE CTLFILE.
018100 1710-EXIT.
018110     EXIT.
018120*
018130 1715-READ-ONE-LEDGER-ENTRY.
018140     READ CTLFILE INTO WS-CTL-LINE
018150         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
018160         NOT AT END
018170         IF WS-CTL-TAG = "LEDGDATE" AND
018180                 WS-CTL-VALUE (1:8) IS NUMERIC
018190             MOVE WS-CTL-VALUE (1:8) TO WS-LDG-FEED-DATE
018200         END-IF
018210         IF WS-CTL-TAG = "LEDGOVR" AND
018220                 (WS-CTL-VALUE (1:14) = WS-LDG-STEP-ID OR
018230                  WS-CTL-VALUE (1:3) = "ALL")
018240             MOVE 'Y' TO WS-LDG-OVERRIDE-SWITCH
018250         END-IF
018260     END-READ.
018270 1715-EXIT.
018280     EXIT.
018290*
018300*----------------------------------------------------------*
018310* 1720-CHECK-PRIOR-STEP                                    *
018320*    THE STEP AHEAD MUST BE ON THE LEDGER COMPLETE (ENDED  *
018330*    WITH A RETURN CODE UNDER 8) FOR THE SAME FEED DATE.   *
018340*    THE CHAIN'S FIRST STEP IS AOC-06-MERGE AFTER A SPLIT  *
018350*    RUN AND AOC-06-2 OTHERWISE, SO EITHER SATISFIES THE   *
018360*    STEP THAT FOLLOWS IT.                                 *
018370*----------------------------------------------------------*
018380 1720-CHECK-PRIOR-STEP.
018390     MOVE 'N' TO WS-LDG-PRIOR-OK-SWITCH.
018400     IF WS-LDG-PRIOR-SEQ = 0
018410         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
018420         GO TO 1720-EXIT
018430     END-IF.
018440     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
018450     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
018460     MOVE WS-LDG-PRIOR-ID TO LEDG-STEP-ID.
018470     READ LEDGFILE
018480         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
018490     END-READ.
018500     IF LEDG-STEP-COMPLETE
018510         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
018520         GO TO 1720-EXIT
018530     END-IF.
018540     IF WS-LDG-ALT-PRIOR-ID = SPACES
018550         GO TO 1720-EXIT
018560     END-IF.
018570     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
018580     MOVE WS-LDG-PRIOR-SEQ TO LEDG-STEP-SEQ.
018590     MOVE WS-LDG-ALT-PRIOR-ID TO LEDG-STEP-ID.
018600     READ LEDGFILE
018610         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
018620     END-READ.
018630     IF LEDG-STEP-COMPLETE
018640         MOVE 'Y' TO WS-LDG-PRIOR-OK-SWITCH
018650     END-IF.
018660 1720-EXIT.
018670     EXIT.
018680*
018690*----------------------------------------------------------*
018700* 1730-FIND-LEDGER-DATE                                    *
018710*    WITH NO LEDGDATE ENTRY THE CHAIN'S FIRST STEP RUNS    *
018720*    UNDER THE RUN DATE, AND EVERY LATER STEP PICKS UP THE *
018730*    LATEST FEED DATE ON THE LEDGER - THE NIGHT THE FIRST  *
018740*    STEP OPENED - SO A CHAIN THAT CROSSES MIDNIGHT STAYS  *
018750*    UNDER ONE FEED DATE.                                  *
018760*----------------------------------------------------------*
018770 1730-FIND-LEDGER-DATE.
018780     IF WS-LDG-PRIOR-SEQ = 0
018790         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
018800         GO TO 1730-EXIT
018810     END-IF.
018820     MOVE LOW-VALUES TO LEDG-KEY.
018830     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
018840         INVALID KEY MOVE 'Y' TO WS-LDG-EOF-SWITCH
018850     END-START.
018860     PERFORM 1735-NOTE-ONE-LEDGER-DATE THRU 1735-EXIT
018870         UNTIL WS-LDG-EOF.
018880     IF WS-LDG-FEED-DATE = 0
018890         ACCEPT WS-LDG-FEED-DATE FROM DATE YYYYMMDD
018900     END-IF.
018910 1730-EXIT.
018920     EXIT.
018930*
018940 1735-NOTE-ONE-LEDGER-DATE.
018950     READ LEDGFILE NEXT RECORD
018960         AT END MOVE 'Y' TO WS-LDG-EOF-SWITCH
018970         NOT AT END
018980         IF LEDG-FEED-DATE > WS-LDG-FEED-DATE
018990             MOVE LEDG-FEED-DATE TO WS-LDG-FEED-DATE
019000         END-IF
019010     END-READ.
019020 1735-EXIT.
019030     EXIT.
019040*
019050 1740-POST-LEDGER-START.
019060     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
019070     ACCEPT WS-LDG-TIME FROM TIME.
019080     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
019090     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
019100     MOVE SPACES TO LEDG-RECORD.
019110     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
019120     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
019130     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
019140     MOVE 'S' TO LEDG-STEP-STATUS.
019150     IF WS-LDG-OVERRIDDEN
019160         MOVE 'Y' TO LEDG-OVERRIDE-FLAG
019170     ELSE
019180         MOVE 'N' TO LEDG-OVERRIDE-FLAG
019190     END-IF.
019200     MOVE WS-LDG-TIMESTAMP TO LEDG-START-TIMESTAMP.
019210     MOVE 0 TO LEDG-END-TIMESTAMP.
019220     MOVE 0 TO LEDG-RETURN-CODE.
019230     MOVE 0 TO LEDG-RECS-IN.
019240     MOVE 0 TO LEDG-RECS-OUT.
019250     WRITE LEDG-RECORD.
019260     IF WS-LDG-STATUS = "22"
019270         REWRITE LEDG-RECORD
019280     END-IF.
019290     CLOSE LEDGFILE.
019300     MOVE 'Y' TO WS-LDG-POSTED-SWITCH.
019310 1740-EXIT.
019320     EXIT.
019330*
019340*----------------------------------------------------------*
019350* 1780-POST-LEDGER-END                                     *
019360*    POSTS THE END TIMESTAMP, RETURN CODE AND RECORD       *
019370*    COUNTS OVER THE STEP'S STARTED ENTRY. A RETURN CODE   *
019380*    OF 8 OR WORSE POSTS THE STEP FAILED, SO THE NEXT STEP *
019390*    REFUSES TO RUN UNTIL THIS ONE IS RERUN CLEAN.         *
019400*----------------------------------------------------------*
019410 1780-POST-LEDGER-END.
019420     IF NOT WS-LDG-POSTED
019430         GO TO 1780-EXIT
019440     END-IF.
019450     MOVE RETURN-CODE TO WS-LDG-RC.
019460     ACCEPT WS-LDG-DATE FROM DATE YYYYMMDD.
019470     ACCEPT WS-LDG-TIME FROM TIME.
019480     MOVE WS-LDG-DATE TO WS-LDG-TS-DATE.
019490     MOVE WS-LDG-TIME (1:6) TO WS-LDG-TS-TIME.
019500     OPEN I-O LEDGFILE.
019510     IF WS-LDG-STATUS NOT = "00"
019520         DISPLAY "AOC-06-BAL: RUN LEDGER NOT AVAILABLE, "
019530             "STATUS " WS-LDG-STATUS " - STEP END NOT POSTED"
019540         GO TO 1780-EXIT
019550     END-IF.
019560     MOVE WS-LDG-FEED-DATE TO LEDG-FEED-DATE.
019570     MOVE WS-LDG-STEP-SEQ TO LEDG-STEP-SEQ.
019580     MOVE WS-LDG-STEP-ID TO LEDG-STEP-ID.
019590     READ LEDGFILE
019600         INVALID KEY MOVE SPACE TO LEDG-STEP-STATUS
019610     END-READ.
019620     IF LEDG-STEP-STATUS = SPACE
019630         DISPLAY "AOC-06-BAL: LEDGER START ENTRY GONE"
019640             " - STEP END NOT POSTED"
019650         CLOSE LEDGFILE
019660         GO TO 1780-EXIT
019670     END-IF.
019680     IF WS-LDG-RC < 8
019690         MOVE 'C' TO LEDG-STEP-STATUS
019700     ELSE
019710         MOVE 'F' TO LEDG-STEP-STATUS
019720     END-IF.
019730     MOVE WS-LDG-TIMESTAMP TO LEDG-END-TIMESTAMP.
019740     MOVE WS-LDG-RC TO LEDG-RETURN-CODE.
019750     MOVE WS-LDG-RECS-IN TO LEDG-RECS-IN.
019760     MOVE WS-LDG-RECS-OUT TO LEDG-RECS-OUT.
019770     REWRITE LEDG-RECORD.
019780     CLOSE LEDGFILE.
019790 1780-EXIT.
019800     EXIT.
019810*
019820*----------------------------------------------------------*
019830* 1800-WRITE-EVENT                                         *
019840*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
019850*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
019860*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
019870*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
019880*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
019890*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
019900*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
019910*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
019920*----------------------------------------------------------*
019930 1800-WRITE-EVENT.
019940     IF NOT WS-MCT-LOADED
019950         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
019960     END-IF.
019970     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
019980         VARYING WS-MCT-SUB FROM 1 BY 1
019990         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
020000     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
020010     ACCEPT WS-EVT-TIME FROM TIME.
020020     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
020030     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
020040     MOVE SPACES TO EVT-RECORD.
020050     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
020060     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
020070     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
020080     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
020090     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
020100     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
020110     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
020120     MOVE WS-EVT-TEXT TO EVT-TEXT.
020130     OPEN EXTEND EVTFILE.
020140     IF WS-EVT-STATUS = "35"
020150         OPEN OUTPUT EVTFILE
020160     END-IF.
020170     IF WS-EVT-STATUS = "00"
020180         WRITE EVL-RECORD FROM EVT-RECORD
020190         CLOSE EVTFILE
020200     ELSE
020210         DISPLAY "AOC-06-BAL: EVENT LOG NOT AVAILABLE,"
020220             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
020230             " NOT LOGGED"
020240     END-IF.
020250     IF EVT-CRITICAL
020260         OPEN EXTEND ALRFILE
020270         IF WS-ALR-STATUS = "35"
020280             OPEN OUTPUT ALRFILE
020290         END-IF
020300         IF WS-ALR-STATUS = "00"
020310             WRITE ALR-RECORD FROM EVT-RECORD
020320             CLOSE ALRFILE
020330         ELSE
020340             DISPLAY "AOC-06-BAL: ALERT FILE NOT AVAILABLE,"
020350                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
020360                 " NOT RAISED"
020370         END-IF
020380     END-IF.
020390     MOVE 0 TO WS-EVT-FEED-ID.
020400     MOVE 0 TO WS-EVT-FEED-DATE.
020410     MOVE 0 TO WS-EVT-STREAM-NO.
020420     MOVE SPACES TO WS-EVT-TEXT.
020430 1800-EXIT.
020440     EXIT.
020450*
020460*----------------------------------------------------------*
020470* 1810-LOAD-MSG-CATALOG                                    *
020480*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
020490*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
020500*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
020510*----------------------------------------------------------*
020520 1810-LOAD-MSG-CATALOG.
020530     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
020540     OPEN INPUT MCTFILE.
020550     IF WS-MCT-STATUS NOT = "00"
020560         GO TO 1810-EXIT
020570     END-IF.
020580     MOVE 'N' TO WS-MCT-EOF-SWITCH.
020590     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
020600         UNTIL WS-MCT-EOF.
020610     CLOSE MCTFILE.
020620 1810-EXIT.
020630     EXIT.
020640*
020650 1815-LOAD-ONE-MSG.
020660     READ MCTFILE
020670         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
020680         GO TO 1815-EXIT
020690     END-READ.
020700     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
020710         GO TO 1815-EXIT
020720     END-IF.
020730     IF WS-MCT-COUNT NOT < 200
020740         MOVE 'Y' TO WS-MCT-EOF-SWITCH
020750         GO TO 1815-EXIT
020760     END-IF.
020770     ADD 1 TO WS-MCT-COUNT.
020780     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
020790     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
020800 1815-EXIT.
020810     EXIT.
020820*
020830 1820-FIND-ONE-MSG.
020840     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
020850         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
020860     END-IF.
020870 1820-EXIT.
020880     EXIT.
020890*
020900*----------------------------------------------------------*
020910* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
020920*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
020930*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
020940*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
020950*    OTHER FAILURE.                                        *
020960*----------------------------------------------------------*
020970 1880-LOG-PROGRAM-START.
020980     MOVE 0001 TO WS-EVT-CODE.
020990     MOVE 'I' TO WS-EVT-SEVERITY.
021000     MOVE "JOB STARTED" TO WS-EVT-TEXT.
021010     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
021020 1880-EXIT.
021030     EXIT.
021040*
021050 1890-LOG-PROGRAM-END.
021060     MOVE RETURN-CODE TO WS-EVT-RC.
021070     EVALUATE WS-EVT-RC
021080         WHEN 0
021090             MOVE 0002 TO WS-EVT-CODE
021100             MOVE 'I' TO WS-EVT-SEVERITY
021110         WHEN 4
021120             MOVE 0003 TO WS-EVT-CODE
021130             MOVE 'W' TO WS-EVT-SEVERITY
021140         WHEN 12
021150             MOVE 0005 TO WS-EVT-CODE
021160             MOVE 'E' TO WS-EVT-SEVERITY
021170         WHEN OTHER
021180             MOVE 0004 TO WS-EVT-CODE
021190             MOVE 'E' TO WS-EVT-SEVERITY
021200     END-EVALUATE.
021210     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
021220         WS-EVT-RC DELIMITED BY SIZE
021230         INTO WS-EVT-TEXT.
021240     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
021250 1890-EXIT.
021260     EXIT.
