001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AOC-06-CHARGE.
001020 AUTHOR. INIAS PEETERS.
001030*
001040* MODIFICATION HISTORY
001050*   2026-10-15  IP  NEW PROGRAM. MONTHLY PER-STATION CHARGEBACK.
001060*                   READS THE STATISTICS FILE FOR ONE CALENDAR
001070*                   MONTH (MONTH IN THE PARAMETER FILE, ELSE THE
001080*                   MONTH BEFORE THE RUN DATE) AND PRICES EACH
001090*                   FEED'S STREAMS, THOUSANDS OF BYTES SCANNED
001100*                   AND THOUSANDS OF WINDOWS EVALUATED, PLUS
001110*                   SURCHARGES FOR EMPTY AND NO-MARKER STREAMS,
001120*                   REJECTS, SUSPECTED DUPLICATES AND
001130*                   RETRANSMISSION REQUESTS, OFF THE OPERATOR'S
001140*                   RATE TABLE. PRINTS AN ITEMIZED INVOICE PAGE
001150*                   PER FEED WITH THE MONTH TOTALS AND A SUMMARY
001160*                   PAGE ACROSS ALL FEEDS, AND WRITES ONE CHARGE
001170*                   RECORD PER FEED FOR THE FINANCE LEDGER
001180*                   INTERFACE. A FEED DATE THE STATION SHOULD
001190*                   HAVE SENT WITH NO STATISTICS RECORD, OR ONE
001200*                   NOT RECONCILED, FLAGS THE INVOICE PAGE AND
001210*                   THE CHARGE RECORD.
001211*   2026-10-15  IP  EVERY RUN NOW WRITES ITS START, AND ITS END
001212*                   WITH THE RETURN CODE, TO THE SHARED SUITE
001213*                   EVENT LOG UNDER THE MESSAGE CATALOG'S CODES; A
001214*                   CRITICAL EVENT ALSO GOES TO THE CONSOLE ALERT
001215*                   FILE. EVERY FLAGGED INVOICE IS LOGGED.
001216*   2026-10-15  IP  THE NO-MARKER SURCHARGE IS NOW BILLED AND
001217*                   SHOWN AS MISSING MARKERS, ONE PER TYPE A
001218*                   STREAM LACKS, AS THE STATISTICS RECORD
001219*                   COUNTS THEM.
001220*
001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PARMFILE ASSIGN TO "chgparm"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-PRM-STATUS.
001290     SELECT RATEFILE ASSIGN TO "chgrates"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-RTE-STATUS.
001320     SELECT STNFILE ASSIGN TO "stnmast"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS STN-KEY
001360         FILE STATUS IS WS-STN-STATUS.
001370     SELECT STATFILE ASSIGN TO "runstats"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-STA-STATUS.
001400     SELECT CHGREPORT ASSIGN TO "chgrpt"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WS-RPT-STATUS.
001430     SELECT CHGFILE ASSIGN TO "chgledger"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WS-CHG-STATUS.
001451     SELECT EVTFILE ASSIGN TO "eventlog"
001452         ORGANIZATION IS LINE SEQUENTIAL
001453         FILE STATUS IS WS-EVT-STATUS.
001454     SELECT ALRFILE ASSIGN TO "alertlog"
001455         ORGANIZATION IS LINE SEQUENTIAL
001456         FILE STATUS IS WS-ALR-STATUS.
001457     SELECT MCTFILE ASSIGN TO "msgcat"
001458         ORGANIZATION IS LINE SEQUENTIAL
001459         FILE STATUS IS WS-MCT-STATUS.
001460*
001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  PARMFILE
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  PRM-RECORD                  PIC X(80).
001520*
001530 FD  RATEFILE
001540     RECORD CONTAINS 80 CHARACTERS.
001550     COPY CHGRATE.
001560*
001570 FD  STNFILE
001580     RECORD CONTAINS 80 CHARACTERS.
001590     COPY STNMAST.
001600*
001610 FD  STATFILE
001620     RECORD CONTAINS 80 CHARACTERS.
001630     COPY STATOUT.
001640*
001650 FD  CHGREPORT
001660     RECORD CONTAINS 80 CHARACTERS.
001670 01  RPT-RECORD                  PIC X(80).
001680*
001690 FD  CHGFILE
001700     RECORD CONTAINS 80 CHARACTERS.
001710     COPY CHGREC.
001711*
001712 FD  EVTFILE
001713     RECORD CONTAINS 80 CHARACTERS.
001714 01  EVL-RECORD                  PIC X(80).
001715*
001716 FD  ALRFILE
001717     RECORD CONTAINS 80 CHARACTERS.
001718 01  ALR-RECORD                  PIC X(80).
001719*
001720 FD  MCTFILE
001721     RECORD CONTAINS 80 CHARACTERS.
001722     COPY MSGCAT.
001723*
001730 WORKING-STORAGE SECTION.
001740 01  WS-PRM-STATUS               PIC X(2)      VALUE "00".
001750 01  WS-RTE-STATUS               PIC X(2)      VALUE "00".
001760 01  WS-STN-STATUS               PIC X(2)      VALUE "00".
001770 01  WS-STA-STATUS               PIC X(2)      VALUE "00".
001780 01  WS-RPT-STATUS               PIC X(2)      VALUE "00".
001790 01  WS-CHG-STATUS               PIC X(2)      VALUE "00".
001800*
001810 01  WS-PRM-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001820     88  WS-PRM-EOF                            VALUE 'Y'.
001830 01  WS-RTE-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001840     88  WS-RTE-EOF                            VALUE 'Y'.
001850 01  WS-STN-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001860     88  WS-STN-EOF                            VALUE 'Y'.
001870 01  WS-STA-EOF-SWITCH           PIC X(1)      VALUE 'N'.
001880     88  WS-STA-EOF                            VALUE 'Y'.
001890 01  WS-ABORT-SWITCH             PIC X(1)      VALUE 'N'.
001900     88  WS-ABORTED                            VALUE 'Y'.
001910 01  WS-WARN-SWITCH              PIC X(1)      VALUE 'N'.
001920     88  WS-WARNED                             VALUE 'Y'.
001930*
001940 01  WS-PRM-LINE.
001950     05  WS-PRM-TAG              PIC X(8).
001960     05  WS-PRM-VALUE            PIC X(40).
001970     05  FILLER                  PIC X(32)     VALUE SPACES.
001980*
001990 01  WS-RUN-DATE                 PIC 9(8).
002000 01  WS-RUN-DATE-VIEW REDEFINES WS-RUN-DATE.
002010     05  WS-RUN-YEAR             PIC 9(4).
002020     05  WS-RUN-MM               PIC 9(2).
002030     05  WS-RUN-DD               PIC 9(2).
002040*
002050*----------------------------------------------------------*
002060* THE MONTH BEING BILLED AND ITS FIRST AND LAST DATES.     *
002070*----------------------------------------------------------*
002080 01  WS-BILL-MONTH               PIC 9(6)      VALUE 0.
002090 01  WS-BILL-VIEW REDEFINES WS-BILL-MONTH.
002100     05  WS-BILL-YEAR            PIC 9(4).
002110     05  WS-BILL-MM              PIC 9(2).
002120 01  WS-MONTH-FIRST-DATE         PIC 9(8)      VALUE 0.
002130 01  WS-MONTH-LAST-DATE          PIC 9(8)      VALUE 0.
002140 01  WS-MONTH-DAYS-TABLE         PIC X(24)     VALUE
002150         "312831303130313130313031".
002160 01  WS-MONTH-DAYS-VIEW REDEFINES WS-MONTH-DAYS-TABLE.
002170     05  WS-MONTH-DAYS           PIC 9(2)
002180         OCCURS 12 TIMES.
002190 01  WS-MONTH-LAST-DAY           PIC 9(2)      VALUE 0.
002200 01  WS-LEAP-QUOTIENT            PIC 9(4) COMP.
002210 01  WS-LEAP-REMAINDER           PIC 9(4) COMP.
002220*
002230*----------------------------------------------------------*
002240* A FEED DATE BROKEN INTO ITS PARTS, FOR SLOTTING A        *
002250* STATISTICS RECORD AND FOR THE DAY-OF-WEEK CHECK.         *
002260*----------------------------------------------------------*
002270 01  WS-WORK-DATE                PIC 9(8)      VALUE 0.
002280 01  WS-WORK-DATE-VIEW REDEFINES WS-WORK-DATE.
002290     05  WS-WORK-YM              PIC 9(6).
002300     05  WS-WORK-DD              PIC 9(2).
002310 01  WS-DOW-DATE                 PIC 9(8)      VALUE 0.
002320 01  WS-DOW-VIEW REDEFINES WS-DOW-DATE.
002330     05  WS-DOW-YEAR             PIC 9(4).
002340     05  WS-DOW-MONTH            PIC 9(2).
002350     05  WS-DOW-DAY              PIC 9(2).
002360 01  WS-Z-YEAR                   PIC 9(4) COMP.
002370 01  WS-Z-MONTH                  PIC 9(2) COMP.
002380 01  WS-Z-CENT                   PIC 9(2) COMP.
002390 01  WS-Z-YOC                    PIC 9(2) COMP.
002400 01  WS-Z-YOC4                   PIC 9(2) COMP.
002410 01  WS-Z-CENT4                  PIC 9(2) COMP.
002420 01  WS-Z-TERM                   PIC 9(3) COMP.
002430 01  WS-Z-SUM                    PIC 9(4) COMP.
002440 01  WS-Z-QUOT                   PIC 9(4) COMP.
002450 01  WS-Z-DOW                    PIC 9(1) COMP.
002460*
002470*----------------------------------------------------------*
002480* THE EIGHT CHARGE ITEMS, IN RATE TABLE ORDER: 1 STREAMS,  *
002490* 2 THOUSAND BYTES, 3 THOUSAND WINDOWS, 4 EMPTY STREAMS,   *
002500* 5 MISSING MARKERS, 6 REJECTS, 7 SUSPECTED DUPLICATES,    *
002510* 8 RETRANSMISSION REQUESTS. 1-3 ARE VOLUME CHARGES, 4-8   *
002520* SURCHARGES. ITEM 5 IS PRICED PER MARKER TYPE MISSING     *
002521* FROM A STREAM, AS THE STATISTICS RECORD COUNTS IT.       *
002530*----------------------------------------------------------*
002540 01  WS-ITEM-NAMES.
002550     05  FILLER                  PIC X(20)     VALUE
002560             "STREAMS PROCESSED".
002570     05  FILLER                  PIC X(20)     VALUE
002580             "KBYTES SCANNED".
002590     05  FILLER                  PIC X(20)     VALUE
002600             "KWINDOWS EVALUATED".
002610     05  FILLER                  PIC X(20)     VALUE
002620             "EMPTY STREAMS".
002630     05  FILLER                  PIC X(20)     VALUE
002640             "MISSING MARKERS".
002650     05  FILLER                  PIC X(20)     VALUE
002660             "REJECTED STREAMS".
002670     05  FILLER                  PIC X(20)     VALUE
002680             "SUSPECTED DUPLICATES".
002690     05  FILLER                  PIC X(20)     VALUE
002700             "RETRANSMIT REQUESTS".
002710 01  WS-ITEM-NAME-VIEW REDEFINES WS-ITEM-NAMES.
002720     05  WS-ITEM-NAME            PIC X(20)
002730         OCCURS 8 TIMES.
002740 01  WS-ITEM-SUB                 PIC 9(1) COMP VALUE 0.
002750*
002760*----------------------------------------------------------*
002770* RATE TABLE, SLOT 1 FOR THE STANDARD CARD (FEED 00) AND   *
002780* SLOT FEED + 1 FOR A FEED'S OWN RATES.                    *
002790*----------------------------------------------------------*
002800 01  WS-RATE-TABLE.
002810     05  WS-RT-ENTRY OCCURS 11 TIMES.
002820         10  WS-RT-LOADED        PIC X(1).
002830         10  WS-RT-VALUE         PIC 9(3)V9(4)
002840             OCCURS 8 TIMES.
002850 01  WS-RT-SUB                   PIC 9(2) COMP VALUE 0.
002860 01  WS-RATE-OK-SWITCH           PIC X(1)      VALUE 'Y'.
002870     88  WS-RATE-OK                            VALUE 'Y'.
002880 01  WS-RATE-LINES               PIC 9(3)      VALUE 0.
002890*
002900*----------------------------------------------------------*
002910* STATION MASTER FIGURES PER FEED, FOR THE INVOICE NAME    *
002920* AND THE DATES THE STATION WAS DUE TO SEND.               *
002930*----------------------------------------------------------*
002940 01  WS-STN-TABLE.
002950     05  WS-ST-ENTRY OCCURS 10 TIMES.
002960         10  WS-ST-ON-FILE       PIC X(1).
002970         10  WS-ST-NAME          PIC X(20).
002980         10  WS-ST-STATUS        PIC X(1).
002990         10  WS-ST-PATTERN       PIC X(1).
003000         10  WS-ST-ADDED         PIC 9(8).
003010         10  WS-ST-RETIRED       PIC 9(8).
003020*
003030*----------------------------------------------------------*
003040* ONE SLOT PER FEED PER DAY OF THE MONTH. THE STATISTICS   *
003050* FILE ONLY APPENDS, SO A RERUN OF A FEED DATE LANDS LATER *
003060* AND ITS RECORD REPLACES THE EARLIER ONE - THE SAME RULE  *
003070* AOC-06-BAL FOLLOWS. THE COUNTS ARE IN CHARGE ITEM ORDER, *
003080* WITH RAW BYTES AND WINDOWS IN ITEMS 2 AND 3.             *
003090*----------------------------------------------------------*
003100 01  WS-DAY-TABLE.
003110     05  WS-DT-FEED OCCURS 10 TIMES.
003120         10  WS-DT-ANY-STAT      PIC X(1).
003130         10  WS-DT-DAY OCCURS 31 TIMES.
003140             15  WS-DT-SEEN      PIC X(1).
003150             15  WS-DT-RECON     PIC X(1).
003160             15  WS-DT-COUNT     PIC 9(9)
003170                 OCCURS 8 TIMES.
003180 01  WS-FEED-SUB                 PIC 9(2) COMP VALUE 0.
003190 01  WS-DAY-SUB                  PIC 9(2) COMP VALUE 0.
003200 01  WS-STA-READ-COUNT           PIC 9(7)      VALUE 0.
003210 01  WS-STA-USED-COUNT           PIC 9(7)      VALUE 0.
003220*
003230*----------------------------------------------------------*
003240* ONE FEED'S MONTH: RAW TOTALS PER ITEM, BILLED QUANTITY   *
003250* (RAW BYTES AND WINDOWS IN THOUSANDS), AMOUNT PER ITEM.   *
003260*----------------------------------------------------------*
003270 01  WS-MONTH-ITEMS.
003280     05  WS-MI-ENTRY OCCURS 8 TIMES.
003290         10  WS-MI-RAW           PIC 9(12).
003300         10  WS-MI-QTY           PIC 9(9)V999.
003310         10  WS-MI-RATE          PIC 9(3)V9(4).
003320         10  WS-MI-AMOUNT        PIC 9(7)V99.
003330 01  WS-VOLUME-AMOUNT            PIC 9(7)V99   VALUE 0.
003340 01  WS-SURCH-AMOUNT             PIC 9(7)V99   VALUE 0.
003350 01  WS-TOTAL-AMOUNT             PIC 9(7)V99   VALUE 0.
003360 01  WS-DAYS-BILLED              PIC 9(2)      VALUE 0.
003370 01  WS-DAYS-EXPECTED            PIC 9(2)      VALUE 0.
003380 01  WS-DAYS-MISSING             PIC 9(2)      VALUE 0.
003390 01  WS-DAYS-UNRECON             PIC 9(2)      VALUE 0.
003400 01  WS-RATE-SOURCE              PIC X(1)      VALUE SPACE.
003410 01  WS-EXPECTED-SWITCH          PIC X(1)      VALUE 'N'.
003420     88  WS-DAY-EXPECTED                       VALUE 'Y'.
003430*
003440*----------------------------------------------------------*
003450* SUMMARY PAGE FIGURES PER FEED AND ACROSS ALL FEEDS.      *
003460*----------------------------------------------------------*
003470 01  WS-SUM-TABLE.
003480     05  WS-SM-ENTRY OCCURS 10 TIMES.
003490         10  WS-SM-INVOICED      PIC X(1).
003500         10  WS-SM-STREAMS       PIC 9(7).
003510         10  WS-SM-VOLUME        PIC 9(7)V99.
003520         10  WS-SM-SURCH         PIC 9(7)V99.
003530         10  WS-SM-TOTAL         PIC 9(7)V99.
003540         10  WS-SM-FLAG          PIC X(1).
003550 01  WS-GRAND-STREAMS            PIC 9(7)      VALUE 0.
003560 01  WS-GRAND-VOLUME             PIC 9(8)V99   VALUE 0.
003570 01  WS-GRAND-SURCH              PIC 9(8)V99   VALUE 0.
003580 01  WS-GRAND-TOTAL              PIC 9(8)V99   VALUE 0.
003590 01  WS-FEEDS-INVOICED           PIC 9(2)      VALUE 0.
003600 01  WS-FEEDS-FLAGGED            PIC 9(2)      VALUE 0.
003610*
003620 01  WS-INV-TITLE-LINE.
003630     05  FILLER                  PIC X(36)     VALUE
003640             "STATION CHARGEBACK INVOICE - MONTH: ".
003650     05  WS-INV-MONTH            PIC 9(6).
003660     05  FILLER                  PIC X(6)      VALUE
003670             " RUN: ".
003680     05  WS-INV-RUN-DATE         PIC 9(8).
003690     05  FILLER                  PIC X(24)     VALUE SPACES.
003700*
003710 01  WS-INV-STATION-LINE.
003720     05  FILLER                  PIC X(5)      VALUE
003730             "FEED ".
003740     05  WS-INV-FEED             PIC 9(2).
003750     05  FILLER                  PIC X(11)     VALUE
003760             "  STATION: ".
003770     05  WS-INV-STATION          PIC X(20).
003780     05  FILLER                  PIC X(9)      VALUE
003790             "  RATES: ".
003800     05  WS-INV-RATES            PIC X(20).
003810     05  FILLER                  PIC X(13)     VALUE SPACES.
003820*
003830 01  WS-INV-COLUMN-LINE.
003840     05  FILLER                  PIC X(40)     VALUE
003850             "CHARGE                    QUANTITY     ".
003860     05  FILLER                  PIC X(40)     VALUE
003870             " RATE      AMOUNT".
003880*
003890 01  WS-INV-ITEM-LINE.
003900     05  WS-INV-ITEM-NAME        PIC X(20).
003910     05  FILLER                  PIC X(1)      VALUE SPACE.
003920     05  WS-INV-ITEM-QTY         PIC ZZZZZZZZ9.999.
003930     05  FILLER                  PIC X(2)      VALUE SPACES.
003940     05  WS-INV-ITEM-RATE        PIC ZZ9.9999.
003950     05  FILLER                  PIC X(2)      VALUE SPACES.
003960     05  WS-INV-ITEM-AMOUNT      PIC ZZZZZZ9.99.
003970     05  FILLER                  PIC X(24)     VALUE SPACES.
003980*
003990 01  WS-INV-TOTAL-LINE.
004000     05  WS-INV-TOTAL-LABEL      PIC X(46).
004010     05  WS-INV-TOTAL-AMOUNT     PIC ZZZZZZ9.99.
004020     05  FILLER                  PIC X(24)     VALUE SPACES.
004030*
004040 01  WS-INV-DAYS-LINE.
004050     05  FILLER                  PIC X(12)     VALUE
004060             "DAYS BILLED ".
004070     05  WS-INV-DAYS-BILLED      PIC 9(2).
004080     05  FILLER                  PIC X(6)      VALUE
004090             "  DUE ".
004100     05  WS-INV-DAYS-DUE         PIC 9(2).
004110     05  FILLER                  PIC X(10)     VALUE
004120             "  MISSING ".
004130     05  WS-INV-DAYS-MISSING     PIC 9(2).
004140     05  FILLER                  PIC X(15)     VALUE
004150             "  UNRECONCILED ".
004160     05  WS-INV-DAYS-UNRECON     PIC 9(2).
004170     05  FILLER                  PIC X(29)     VALUE SPACES.
004180*
004190 01  WS-INV-FLAG-LINE.
004200     05  FILLER                  PIC X(10)     VALUE
004210             "*** FLAG: ".
004220     05  WS-INV-FLAG-TEXT        PIC X(40).
004230     05  WS-INV-FLAG-DATE        PIC 9(8).
004240     05  FILLER                  PIC X(22)     VALUE SPACES.
004250*
004260 01  WS-SUM-TITLE-LINE.
004270     05  FILLER                  PIC X(36)     VALUE
004280             "STATION CHARGEBACK SUMMARY - MONTH: ".
004290     05  WS-SUM-MONTH            PIC 9(6).
004300     05  FILLER                  PIC X(6)      VALUE
004310             " RUN: ".
004320     05  WS-SUM-RUN-DATE         PIC 9(8).
004330     05  FILLER                  PIC X(24)     VALUE SPACES.
004340*
004350 01  WS-SUM-COLUMN-LINE.
004360     05  FILLER                  PIC X(40)     VALUE
004370             "FD STATION              STREAMS      VOL".
004380     05  FILLER                  PIC X(40)     VALUE
004390             "UME   SURCHARGE       TOTAL FLAG".
004400*
004410 01  WS-SUM-FEED-LINE.
004420     05  WS-SUM-FEED             PIC X(2).
004430     05  FILLER                  PIC X(1)      VALUE SPACE.
004440     05  WS-SUM-STATION          PIC X(20).
004450     05  FILLER                  PIC X(1)      VALUE SPACE.
004460     05  WS-SUM-STREAMS          PIC ZZZZZZ9.
004470     05  FILLER                  PIC X(1)      VALUE SPACE.
004480     05  WS-SUM-VOLUME           PIC ZZZZZZZ9.99.
004490     05  FILLER                  PIC X(1)      VALUE SPACE.
004500     05  WS-SUM-SURCH            PIC ZZZZZZZ9.99.
004510     05  FILLER                  PIC X(1)      VALUE SPACE.
004520     05  WS-SUM-TOTAL            PIC ZZZZZZZ9.99.
004530     05  FILLER                  PIC X(1)      VALUE SPACE.
004540     05  WS-SUM-FLAG             PIC X(4).
004550     05  FILLER                  PIC X(8)      VALUE SPACES.
004560*
004570 01  WS-SUM-COUNT-LINE.
004580     05  FILLER                  PIC X(15)     VALUE
004590             "FEEDS INVOICED ".
004600     05  WS-SUM-INVOICED         PIC 9(2).
004610     05  FILLER                  PIC X(10)     VALUE
004620             "  FLAGGED ".
004630     05  WS-SUM-FLAGGED          PIC 9(2).
004640     05  FILLER                  PIC X(51)     VALUE SPACES.
004650*
004651*----------------------------------------------------------*
004652* SUITE EVENT LOG. THE CALLER OF 1800-WRITE-EVENT SETS THE *
004653* MESSAGE CODE, DEFAULT SEVERITY AND WHICHEVER OF FEED,    *
004654* FEED DATE, STREAM AND TEXT APPLY. THE MESSAGE CATALOG IS *
004655* TABLED ON THE FIRST EVENT; ITS SEVERITY FOR A CODE       *
004656* OVERRIDES THE DEFAULT.                                   *
004657*----------------------------------------------------------*
004658 01  WS-EVT-STATUS               PIC X(2)      VALUE "00".
004659 01  WS-ALR-STATUS               PIC X(2)      VALUE "00".
004660 01  WS-MCT-STATUS               PIC X(2)      VALUE "00".
004661     COPY EVTLOG.
004662 01  WS-EVT-PROGRAM-ID           PIC X(14)     VALUE
004663         "AOC-06-CHARGE".
004664 01  WS-EVT-CODE                 PIC 9(4)      VALUE 0.
004665 01  WS-EVT-SEVERITY             PIC X(1)      VALUE 'I'.
004666 01  WS-EVT-FEED-ID              PIC 9(2)      VALUE 0.
004667 01  WS-EVT-FEED-DATE            PIC 9(8)      VALUE 0.
004668 01  WS-EVT-STREAM-NO            PIC 9(4)      VALUE 0.
004669 01  WS-EVT-TEXT                 PIC X(33)     VALUE SPACES.
004670 01  WS-EVT-RC                   PIC 9(4)      VALUE 0.
004671 01  WS-EVT-DATE                 PIC 9(8)      VALUE 0.
004672 01  WS-EVT-TIME                 PIC 9(8)      VALUE 0.
004673 01  WS-EVT-TIMESTAMP            PIC 9(14)     VALUE 0.
004674 01  WS-EVT-TS-VIEW REDEFINES WS-EVT-TIMESTAMP.
004675     05  WS-EVT-TS-DATE          PIC 9(8).
004676     05  WS-EVT-TS-TIME          PIC 9(6).
004677 01  WS-MCT-LOADED-SWITCH        PIC X(1)      VALUE 'N'.
004678     88  WS-MCT-LOADED                         VALUE 'Y'.
004679 01  WS-MCT-EOF-SWITCH           PIC X(1)      VALUE 'N'.
004680     88  WS-MCT-EOF                            VALUE 'Y'.
004681 01  WS-MCT-COUNT                PIC 9(3) COMP VALUE 0.
004682 01  WS-MCT-SUB                  PIC 9(3) COMP VALUE 0.
004683 01  WS-MCT-TABLE.
004684     05  WS-MCT-ENTRY OCCURS 200 TIMES.
004685         10  WS-MCT-CODE         PIC 9(4).
004686         10  WS-MCT-SEVERITY     PIC X(1).
004687*
004688 PROCEDURE DIVISION.
004689*----------------------------------------------------------*
004690* 0000-MAINLINE                                            *
004691*    SETTLES THE MONTH, LOADS THE RATE TABLE, THE STATION  *
004700*    MASTER AND THE MONTH'S STATISTICS, THEN INVOICES EACH *
004710*    FEED AND CLOSES WITH THE SUMMARY PAGE. NO RATE TABLE  *
004720*    OR NO STATISTICS FILE ENDS THE RUN AT RETURN CODE 8   *
004730*    WITH NOTHING CHARGED; A FLAGGED INVOICE OR A FEED     *
004740*    CHARGED WITHOUT RATES ENDS IT AT 4.                   *
004750*----------------------------------------------------------*
004760 0000-MAINLINE.
004761     PERFORM 1880-LOG-PROGRAM-START THRU 1880-EXIT.
004770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004780     IF NOT WS-ABORTED
004790         PERFORM 2000-LOAD-MONTH-STATS THRU 2000-EXIT
004800     END-IF.
004810     IF NOT WS-ABORTED
004820         PERFORM 3100-INVOICE-ONE-FEED THRU 3100-EXIT
004830             VARYING WS-FEED-SUB FROM 1 BY 1
004840             UNTIL WS-FEED-SUB > 10
004850         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
004860     END-IF.
004870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004871     PERFORM 1890-LOG-PROGRAM-END THRU 1890-EXIT.
004880     STOP RUN.
004890*
004900 1000-INITIALIZE.
004910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004920     PERFORM 1050-READ-PARM-FILE THRU 1050-EXIT.
004930     PERFORM 1080-SET-MONTH-BOUNDS THRU 1080-EXIT.
004940     OPEN OUTPUT CHGREPORT.
004950     PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
004960     IF WS-ABORTED
004970         GO TO 1000-EXIT
004980     END-IF.
004990     PERFORM 1200-LOAD-STATIONS THRU 1200-EXIT.
005000     OPEN OUTPUT CHGFILE.
005010 1000-EXIT.
005020     EXIT.
005030*
005040*----------------------------------------------------------*
005050* 1050-READ-PARM-FILE                                      *
005060*    MONTH YYYYMM BILLS THAT MONTH. WITHOUT IT THE RUN     *
005070*    BILLS THE MONTH BEFORE THE RUN DATE, THE USUAL RUN    *
005080*    EARLY IN THE FOLLOWING MONTH.                         *
005090*----------------------------------------------------------*
005100 1050-READ-PARM-FILE.
005110     OPEN INPUT PARMFILE.
005120     IF WS-PRM-STATUS = "00"
005130         MOVE 'N' TO WS-PRM-EOF-SWITCH
005140         PERFORM 1060-READ-ONE-PARM THRU 1060-EXIT
005150             UNTIL WS-PRM-EOF
005160         CLOSE PARMFILE
005170     END-IF.
005180     IF WS-BILL-MONTH = 0
005190         MOVE WS-RUN-YEAR TO WS-BILL-YEAR
005200         MOVE WS-RUN-MM TO WS-BILL-MM
005210         IF WS-BILL-MM = 1
005220             MOVE 12 TO WS-BILL-MM
005230             SUBTRACT 1 FROM WS-BILL-YEAR
005240         ELSE
005250             SUBTRACT 1 FROM WS-BILL-MM
005260         END-IF
005270     END-IF.
005280 1050-EXIT.
005290     EXIT.
005300*
005310 1060-READ-ONE-PARM.
005320     READ PARMFILE INTO WS-PRM-LINE
005330         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
005340         GO TO 1060-EXIT
005350     END-READ.
005360     IF WS-PRM-TAG = "MONTH" AND
005370             WS-PRM-VALUE (1:6) IS NUMERIC AND
005380             WS-PRM-VALUE (5:2) >= "01" AND
005390             WS-PRM-VALUE (5:2) <= "12"
005400         MOVE WS-PRM-VALUE (1:6) TO WS-BILL-MONTH
005410     END-IF.
005420 1060-EXIT.
005430     EXIT.
005440*
005450*----------------------------------------------------------*
005460* 1080-SET-MONTH-BOUNDS                                    *
005470*    FIRST AND LAST DATE OF THE BILLED MONTH, WITH THE     *
005480*    MONTH-LENGTH TABLE AND THE CENTURY LEAP-YEAR RULE.    *
005490*----------------------------------------------------------*
005500 1080-SET-MONTH-BOUNDS.
005510     MOVE WS-MONTH-DAYS (WS-BILL-MM) TO WS-MONTH-LAST-DAY.
005520     IF WS-BILL-MM = 2
005530         PERFORM 1090-CHECK-LEAP-YEAR THRU 1090-EXIT
005540     END-IF.
005550     COMPUTE WS-MONTH-FIRST-DATE = WS-BILL-MONTH * 100 + 1.
005560     COMPUTE WS-MONTH-LAST-DATE =
005570         WS-BILL-MONTH * 100 + WS-MONTH-LAST-DAY.
005580 1080-EXIT.
005590     EXIT.
005600*
005610 1090-CHECK-LEAP-YEAR.
005620     DIVIDE WS-BILL-YEAR BY 4
005630         GIVING WS-LEAP-QUOTIENT
005640         REMAINDER WS-LEAP-REMAINDER.
005650     IF WS-LEAP-REMAINDER NOT = 0
005660         GO TO 1090-EXIT
005670     END-IF.
005680     DIVIDE WS-BILL-YEAR BY 100
005690         GIVING WS-LEAP-QUOTIENT
005700         REMAINDER WS-LEAP-REMAINDER.
005710     IF WS-LEAP-REMAINDER NOT = 0
005720         MOVE 29 TO WS-MONTH-LAST-DAY
005730         GO TO 1090-EXIT
005740     END-IF.
005750     DIVIDE WS-BILL-YEAR BY 400
005760         GIVING WS-LEAP-QUOTIENT
005770         REMAINDER WS-LEAP-REMAINDER.
005780     IF WS-LEAP-REMAINDER = 0
005790         MOVE 29 TO WS-MONTH-LAST-DAY
005800     END-IF.
005810 1090-EXIT.
005820     EXIT.
005830*
005840*----------------------------------------------------------*
005850* 1100-LOAD-RATE-TABLE                                     *
005860*    A LINE WITH A NON-NUMERIC RATE IS LEFT OUT AND WARNED *
005870*    ABOUT RATHER THAN BILLED AT A GUESS. A FEED ID ABOVE  *
005880*    10 IS NOT A SUITE FEED AND IS IGNORED.                *
005890*----------------------------------------------------------*
005900 1100-LOAD-RATE-TABLE.
005910     MOVE SPACES TO WS-RATE-TABLE.
005920     OPEN INPUT RATEFILE.
005930     IF WS-RTE-STATUS NOT = "00"
005940         DISPLAY "AOC-06-CHARGE: NO RATE TABLE, STATUS "
005950             WS-RTE-STATUS " - NOTHING CHARGED"
005960         MOVE "NO CHARGEBACK RATE TABLE ON HAND - NOTHING CHARGED"
005970             TO RPT-RECORD
005980         WRITE RPT-RECORD
005990         MOVE 'Y' TO WS-ABORT-SWITCH
006000         GO TO 1100-EXIT
006010     END-IF.
006020     MOVE 'N' TO WS-RTE-EOF-SWITCH.
006030     PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
006040         UNTIL WS-RTE-EOF.
006050     CLOSE RATEFILE.
006060 1100-EXIT.
006070     EXIT.
006080*
006090 1150-LOAD-ONE-RATE.
006100     READ RATEFILE
006110         AT END MOVE 'Y' TO WS-RTE-EOF-SWITCH
006120         GO TO 1150-EXIT
006130     END-READ.
006140     IF RATE-FEED-ID IS NOT NUMERIC
006150         GO TO 1150-EXIT
006160     END-IF.
006170     IF RATE-FEED-ID > 10
006180         GO TO 1150-EXIT
006190     END-IF.
006200     MOVE 'Y' TO WS-RATE-OK-SWITCH.
006210     PERFORM 1160-CHECK-ONE-RATE THRU 1160-EXIT
006220         VARYING WS-ITEM-SUB FROM 1 BY 1
006230         UNTIL WS-ITEM-SUB > 8.
006240     IF NOT WS-RATE-OK
006250         DISPLAY "AOC-06-CHARGE: RATE LINE FOR FEED "
006260             RATE-FEED-ID " NOT NUMERIC - IGNORED"
006270         MOVE 'Y' TO WS-WARN-SWITCH
006280         GO TO 1150-EXIT
006290     END-IF.
006300     COMPUTE WS-RT-SUB = RATE-FEED-ID + 1.
006310     MOVE 'Y' TO WS-RT-LOADED (WS-RT-SUB).
006320     PERFORM 1170-STORE-ONE-RATE THRU 1170-EXIT
006330         VARYING WS-ITEM-SUB FROM 1 BY 1
006340         UNTIL WS-ITEM-SUB > 8.
006350     ADD 1 TO WS-RATE-LINES.
006360 1150-EXIT.
006370     EXIT.
006380*
006390 1160-CHECK-ONE-RATE.
006400     IF RATE-VALUE (WS-ITEM-SUB) IS NOT NUMERIC
006410         MOVE 'N' TO WS-RATE-OK-SWITCH
006420     END-IF.
006430 1160-EXIT.
006440     EXIT.
006450*
006460 1170-STORE-ONE-RATE.
006470     MOVE RATE-VALUE (WS-ITEM-SUB)
006480         TO WS-RT-VALUE (WS-RT-SUB, WS-ITEM-SUB).
006490 1170-EXIT.
006500     EXIT.
006510*
006520*----------------------------------------------------------*
006530* 1200-LOAD-STATIONS                                       *
006540*    NAME, STATUS, DATE PATTERN AND ACTIVE DATES PER FEED. *
006550*    WITHOUT A STATION MASTER THE INVOICES STILL PRINT,    *
006560*    WITH EVERY DAY OF THE MONTH TAKEN AS DUE.             *
006570*----------------------------------------------------------*
006580 1200-LOAD-STATIONS.
006590     MOVE SPACES TO WS-STN-TABLE.
006600     OPEN INPUT STNFILE.
006610     IF WS-STN-STATUS NOT = "00"
006620         DISPLAY "AOC-06-CHARGE: NO STATION MASTER, STATUS "
006630             WS-STN-STATUS " - EVERY DAY TAKEN AS DUE"
006640         GO TO 1200-EXIT
006650     END-IF.
006660     MOVE 'N' TO WS-STN-EOF-SWITCH.
006670     PERFORM 1250-LOAD-ONE-STATION THRU 1250-EXIT
006680         UNTIL WS-STN-EOF.
006690     CLOSE STNFILE.
006700 1200-EXIT.
006710     EXIT.
006720*
006730 1250-LOAD-ONE-STATION.
006740     READ STNFILE NEXT RECORD
006750         AT END MOVE 'Y' TO WS-STN-EOF-SWITCH
006760         GO TO 1250-EXIT
006770     END-READ.
006780     IF STN-FEED-ID IS NOT NUMERIC
006790         GO TO 1250-EXIT
006800     END-IF.
006810     IF STN-FEED-ID < 1 OR STN-FEED-ID > 10
006820         GO TO 1250-EXIT
006830     END-IF.
006840     MOVE STN-FEED-ID TO WS-FEED-SUB.
006850     MOVE 'Y' TO WS-ST-ON-FILE (WS-FEED-SUB).
006860     MOVE STN-NAME TO WS-ST-NAME (WS-FEED-SUB).
006870     MOVE STN-STATUS TO WS-ST-STATUS (WS-FEED-SUB).
006880     MOVE STN-DATE-PATTERN TO WS-ST-PATTERN (WS-FEED-SUB).
006890     MOVE 0 TO WS-ST-ADDED (WS-FEED-SUB).
006900     MOVE 0 TO WS-ST-RETIRED (WS-FEED-SUB).
006910     IF STN-ADDED-DATE IS NUMERIC
006920         MOVE STN-ADDED-DATE TO WS-ST-ADDED (WS-FEED-SUB)
006930     END-IF.
006940     IF STN-RETIRED-DATE IS NUMERIC
006950         MOVE STN-RETIRED-DATE TO WS-ST-RETIRED (WS-FEED-SUB)
006960     END-IF.
006970 1250-EXIT.
006980     EXIT.
006990*
007000*----------------------------------------------------------*
007010* 2000-LOAD-MONTH-STATS                                    *
007020*    SLOTS EVERY STATISTICS RECORD DATED IN THE MONTH BY   *
007030*    FEED AND DAY. RECORDS WRITTEN BEFORE THE REJECT,      *
007040*    DUPLICATE AND RETRANSMISSION COUNTS EXISTED CARRY     *
007050*    SPACES THERE AND COUNT AS ZERO.                       *
007060*----------------------------------------------------------*
007070 2000-LOAD-MONTH-STATS.
007080     MOVE SPACES TO WS-DAY-TABLE.
007090     OPEN INPUT STATFILE.
007100     IF WS-STA-STATUS NOT = "00"
007110         DISPLAY "AOC-06-CHARGE: NO STATISTICS FILE, STATUS "
007120             WS-STA-STATUS " - NOTHING CHARGED"
007130         MOVE "NO STATISTICS FILE ON HAND - NOTHING CHARGED"
007140             TO RPT-RECORD
007150         WRITE RPT-RECORD
007160         MOVE 'Y' TO WS-ABORT-SWITCH
007170         GO TO 2000-EXIT
007180     END-IF.
007190     MOVE 'N' TO WS-STA-EOF-SWITCH.
007200     PERFORM 2100-SLOT-ONE-STAT THRU 2100-EXIT
007210         UNTIL WS-STA-EOF.
007220     CLOSE STATFILE.
007230 2000-EXIT.
007240     EXIT.
007250*
007260 2100-SLOT-ONE-STAT.
007270     READ STATFILE
007280         AT END MOVE 'Y' TO WS-STA-EOF-SWITCH
007290         GO TO 2100-EXIT
007300     END-READ.
007310     ADD 1 TO WS-STA-READ-COUNT.
007320     IF STAT-FEED-DATE IS NOT NUMERIC OR
007330             STAT-FEED-ID IS NOT NUMERIC
007340         GO TO 2100-EXIT
007350     END-IF.
007360     IF STAT-FEED-DATE < WS-MONTH-FIRST-DATE OR
007370             STAT-FEED-DATE > WS-MONTH-LAST-DATE
007380         GO TO 2100-EXIT
007390     END-IF.
007400     IF STAT-FEED-ID < 1 OR STAT-FEED-ID > 10
007410         GO TO 2100-EXIT
007420     END-IF.
007430     ADD 1 TO WS-STA-USED-COUNT.
007440     MOVE STAT-FEED-DATE TO WS-WORK-DATE.
007450     MOVE WS-WORK-DD TO WS-DAY-SUB.
007460     MOVE STAT-FEED-ID TO WS-FEED-SUB.
007470     MOVE 'Y' TO WS-DT-ANY-STAT (WS-FEED-SUB).
007480     MOVE 'Y' TO WS-DT-SEEN (WS-FEED-SUB, WS-DAY-SUB).
007490     MOVE STAT-RECON-FLAG
007500         TO WS-DT-RECON (WS-FEED-SUB, WS-DAY-SUB).
007510     MOVE ZEROS TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 1)
007520                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 2)
007530                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 3)
007540                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 4)
007550                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 5)
007560                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 6)
007570                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 7)
007580                   WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 8).
007590     IF STAT-STREAM-COUNT IS NUMERIC
007600         MOVE STAT-STREAM-COUNT
007610             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 1)
007620     END-IF.
007630     IF STAT-BYTES-SCANNED IS NUMERIC
007640         MOVE STAT-BYTES-SCANNED
007650             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 2)
007660     END-IF.
007670     IF STAT-WINDOWS-EVALUATED IS NUMERIC
007680         MOVE STAT-WINDOWS-EVALUATED
007690             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 3)
007700     END-IF.
007710     IF STAT-EMPTY-COUNT IS NUMERIC
007720         MOVE STAT-EMPTY-COUNT
007730             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 4)
007740     END-IF.
007750     IF STAT-NOMARKER-COUNT IS NUMERIC
007760         MOVE STAT-NOMARKER-COUNT
007770             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 5)
007780     END-IF.
007790     IF STAT-REJECT-COUNT IS NUMERIC
007800         MOVE STAT-REJECT-COUNT
007810             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 6)
007820     END-IF.
007830     IF STAT-DUP-COUNT IS NUMERIC
007840         MOVE STAT-DUP-COUNT
007850             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 7)
007860     END-IF.
007870     IF STAT-RETRANS-COUNT IS NUMERIC
007880         MOVE STAT-RETRANS-COUNT
007890             TO WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, 8)
007900     END-IF.
007910 2100-EXIT.
007920     EXIT.
007930*
007940*----------------------------------------------------------*
007950* 3100-INVOICE-ONE-FEED                                    *
007960*    A FEED IS INVOICED WHEN IT HAS STATISTICS IN THE      *
007970*    MONTH OR ITS STATION WAS DUE TO SEND IN IT - A DUE    *
007980*    STATION THAT SENT NOTHING GETS A ZERO INVOICE WITH    *
007990*    EVERY MISSING DATE FLAGGED.                           *
008000*----------------------------------------------------------*
008010 3100-INVOICE-ONE-FEED.
008020     IF WS-DT-ANY-STAT (WS-FEED-SUB) NOT = 'Y' AND
008030             WS-ST-ON-FILE (WS-FEED-SUB) NOT = 'Y'
008040         GO TO 3100-EXIT
008050     END-IF.
008060     MOVE ZEROS TO WS-MONTH-ITEMS.
008070     MOVE 0 TO WS-DAYS-BILLED.
008080     MOVE 0 TO WS-DAYS-EXPECTED.
008090     MOVE 0 TO WS-DAYS-MISSING.
008100     MOVE 0 TO WS-DAYS-UNRECON.
008110     MOVE 0 TO WS-VOLUME-AMOUNT.
008120     MOVE 0 TO WS-SURCH-AMOUNT.
008130     PERFORM 3200-TALLY-ONE-DAY THRU 3200-EXIT
008140         VARYING WS-DAY-SUB FROM 1 BY 1
008150         UNTIL WS-DAY-SUB > WS-MONTH-LAST-DAY.
008160     IF WS-DT-ANY-STAT (WS-FEED-SUB) NOT = 'Y' AND
008170             WS-DAYS-EXPECTED = 0
008180         GO TO 3100-EXIT
008190     END-IF.
008200     COMPUTE WS-RT-SUB = WS-FEED-SUB + 1.
008210     IF WS-RT-LOADED (WS-RT-SUB) = 'Y'
008220         MOVE 'F' TO WS-RATE-SOURCE
008230     ELSE
008240         IF WS-RT-LOADED (1) = 'Y'
008250             MOVE 'S' TO WS-RATE-SOURCE
008260             MOVE 1 TO WS-RT-SUB
008270         ELSE
008280             MOVE 'N' TO WS-RATE-SOURCE
008290             MOVE 'Y' TO WS-WARN-SWITCH
008300         END-IF
008310     END-IF.
008320     PERFORM 3310-PRICE-ONE-ITEM THRU 3310-EXIT
008330         VARYING WS-ITEM-SUB FROM 1 BY 1
008340         UNTIL WS-ITEM-SUB > 8.
008350     COMPUTE WS-TOTAL-AMOUNT = WS-VOLUME-AMOUNT + WS-SURCH-AMOUNT.
008360     PERFORM 3400-PRINT-INVOICE THRU 3400-EXIT.
008370     PERFORM 3600-WRITE-CHARGE-RECORD THRU 3600-EXIT.
008380     MOVE 'Y' TO WS-SM-INVOICED (WS-FEED-SUB).
008390     MOVE WS-MI-RAW (1) TO WS-SM-STREAMS (WS-FEED-SUB).
008400     MOVE WS-VOLUME-AMOUNT TO WS-SM-VOLUME (WS-FEED-SUB).
008410     MOVE WS-SURCH-AMOUNT TO WS-SM-SURCH (WS-FEED-SUB).
008420     MOVE WS-TOTAL-AMOUNT TO WS-SM-TOTAL (WS-FEED-SUB).
008430     MOVE 'N' TO WS-SM-FLAG (WS-FEED-SUB).
008440     IF WS-DAYS-MISSING > 0 OR WS-DAYS-UNRECON > 0
008450         MOVE 'Y' TO WS-SM-FLAG (WS-FEED-SUB)
008460         ADD 1 TO WS-FEEDS-FLAGGED
008470         MOVE 'Y' TO WS-WARN-SWITCH
008471         MOVE 0701 TO WS-EVT-CODE
008472         MOVE 'W' TO WS-EVT-SEVERITY
008473         MOVE WS-FEED-SUB TO WS-EVT-FEED-ID
008474         MOVE WS-MONTH-FIRST-DATE TO WS-EVT-FEED-DATE
008475         STRING "MISSING DAYS " DELIMITED BY SIZE
008476             WS-DAYS-MISSING DELIMITED BY SIZE
008477             " UNRECONCILED " DELIMITED BY SIZE
008478             WS-DAYS-UNRECON DELIMITED BY SIZE
008479             INTO WS-EVT-TEXT
008480         PERFORM 1800-WRITE-EVENT THRU 1800-EXIT
008481     END-IF.
008490     ADD 1 TO WS-FEEDS-INVOICED.
008500     ADD WS-MI-RAW (1) TO WS-GRAND-STREAMS.
008510     ADD WS-VOLUME-AMOUNT TO WS-GRAND-VOLUME.
008520     ADD WS-SURCH-AMOUNT TO WS-GRAND-SURCH.
008530     ADD WS-TOTAL-AMOUNT TO WS-GRAND-TOTAL.
008540 3100-EXIT.
008550     EXIT.
008560*
008570 3200-TALLY-ONE-DAY.
008580     COMPUTE WS-WORK-DATE = WS-MONTH-FIRST-DATE + WS-DAY-SUB - 1.
008590     PERFORM 3250-CHECK-DAY-DUE THRU 3250-EXIT.
008600     IF WS-DAY-EXPECTED
008610         ADD 1 TO WS-DAYS-EXPECTED
008620     END-IF.
008630     IF WS-DT-SEEN (WS-FEED-SUB, WS-DAY-SUB) NOT = 'Y'
008640         IF WS-DAY-EXPECTED
008650             ADD 1 TO WS-DAYS-MISSING
008660         END-IF
008670         GO TO 3200-EXIT
008680     END-IF.
008690     ADD 1 TO WS-DAYS-BILLED.
008700     IF WS-DT-RECON (WS-FEED-SUB, WS-DAY-SUB) = 'N'
008710         ADD 1 TO WS-DAYS-UNRECON
008720     END-IF.
008730     PERFORM 3210-ADD-ONE-COUNT THRU 3210-EXIT
008740         VARYING WS-ITEM-SUB FROM 1 BY 1
008750         UNTIL WS-ITEM-SUB > 8.
008760 3200-EXIT.
008770     EXIT.
008780*
008790 3210-ADD-ONE-COUNT.
008800     ADD WS-DT-COUNT (WS-FEED-SUB, WS-DAY-SUB, WS-ITEM-SUB)
008810         TO WS-MI-RAW (WS-ITEM-SUB).
008820 3210-EXIT.
008830     EXIT.
008840*
008850*----------------------------------------------------------*
008860* 3250-CHECK-DAY-DUE                                       *
008870*    WAS THE STATION DUE TO SEND FOR WS-WORK-DATE? ONLY    *
008880*    DATES BEFORE THE RUN DATE ARE DUE, AND ONLY INSIDE    *
008890*    THE STATION'S ADDED/RETIRED DATES. AN EVERY-DAY       *
008900*    STATION IS DUE DAILY, A WEEKDAY STATION MONDAY TO     *
008910*    FRIDAY, AN ANY-DATE STATION NEVER. A FEED NOT ON THE  *
008920*    STATION MASTER IS TAKEN AS EVERY-DAY.                 *
008930*----------------------------------------------------------*
008940 3250-CHECK-DAY-DUE.
008950     MOVE 'N' TO WS-EXPECTED-SWITCH.
008960     IF WS-WORK-DATE NOT < WS-RUN-DATE
008970         GO TO 3250-EXIT
008980     END-IF.
008990     IF WS-ST-ON-FILE (WS-FEED-SUB) NOT = 'Y'
009000         MOVE 'Y' TO WS-EXPECTED-SWITCH
009010         GO TO 3250-EXIT
009020     END-IF.
009030     IF WS-ST-ADDED (WS-FEED-SUB) > 0 AND
009040             WS-WORK-DATE < WS-ST-ADDED (WS-FEED-SUB)
009050         GO TO 3250-EXIT
009060     END-IF.
009070     IF WS-ST-STATUS (WS-FEED-SUB) = 'I' AND
009080             WS-ST-RETIRED (WS-FEED-SUB) > 0 AND
009090             WS-WORK-DATE > WS-ST-RETIRED (WS-FEED-SUB)
009100         GO TO 3250-EXIT
009110     END-IF.
009120     EVALUATE WS-ST-PATTERN (WS-FEED-SUB)
009130         WHEN 'D'
009140             MOVE 'Y' TO WS-EXPECTED-SWITCH
009150         WHEN 'W'
009160             MOVE WS-WORK-DATE TO WS-DOW-DATE
009170             PERFORM 8100-COMPUTE-DAY-OF-WEEK THRU 8100-EXIT
009180             IF WS-Z-DOW NOT < 2
009190                 MOVE 'Y' TO WS-EXPECTED-SWITCH
009200             END-IF
009210         WHEN OTHER
009220             CONTINUE
009230     END-EVALUATE.
009240 3250-EXIT.
009250     EXIT.
009260*
009270*----------------------------------------------------------*
009280* 3310-PRICE-ONE-ITEM                                      *
009290*    BYTES AND WINDOWS BILL PER THOUSAND, TO THREE         *
009300*    DECIMALS; EVERY OTHER ITEM BILLS PER UNIT. EACH ITEM  *
009310*    AMOUNT IS ROUNDED TO THE CENT ON ITS OWN, SO THE      *
009320*    INVOICE LINES ADD UP TO ITS TOTAL.                    *
009330*----------------------------------------------------------*
009340 3310-PRICE-ONE-ITEM.
009350     IF WS-RATE-SOURCE = 'N'
009360         MOVE 0 TO WS-MI-RATE (WS-ITEM-SUB)
009370     ELSE
009380         MOVE WS-RT-VALUE (WS-RT-SUB, WS-ITEM-SUB)
009390             TO WS-MI-RATE (WS-ITEM-SUB)
009400     END-IF.
009410     IF WS-ITEM-SUB = 2 OR WS-ITEM-SUB = 3
009420         COMPUTE WS-MI-QTY (WS-ITEM-SUB) =
009430             WS-MI-RAW (WS-ITEM-SUB) / 1000
009440     ELSE
009450         MOVE WS-MI-RAW (WS-ITEM-SUB) TO WS-MI-QTY (WS-ITEM-SUB)
009460     END-IF.
009470     COMPUTE WS-MI-AMOUNT (WS-ITEM-SUB) ROUNDED =
009480         WS-MI-QTY (WS-ITEM-SUB) * WS-MI-RATE (WS-ITEM-SUB).
009490     IF WS-ITEM-SUB < 4
009500         ADD WS-MI-AMOUNT (WS-ITEM-SUB) TO WS-VOLUME-AMOUNT
009510     ELSE
009520         ADD WS-MI-AMOUNT (WS-ITEM-SUB) TO WS-SURCH-AMOUNT
009530     END-IF.
009540 3310-EXIT.
009550     EXIT.
009560*
009570*----------------------------------------------------------*
009580* 3400-PRINT-INVOICE                                       *
009590*    ONE PAGE PER FEED: STATION AND RATE SOURCE, A LINE    *
009600*    PER CHARGE ITEM, THE VOLUME, SURCHARGE AND MONTH      *
009610*    TOTALS, THE DAY COUNTS, AND A FLAG LINE FOR EVERY     *
009620*    DUE DATE WITH NO STATISTICS RECORD AND EVERY DATE     *
009630*    WHOSE RECORD DID NOT RECONCILE.                       *
009640*----------------------------------------------------------*
009650 3400-PRINT-INVOICE.
009660     MOVE SPACES TO RPT-RECORD.
009670     WRITE RPT-RECORD.
009680     MOVE WS-BILL-MONTH TO WS-INV-MONTH.
009690     MOVE WS-RUN-DATE TO WS-INV-RUN-DATE.
009700     WRITE RPT-RECORD FROM WS-INV-TITLE-LINE.
009710     MOVE WS-FEED-SUB TO WS-INV-FEED.
009720     IF WS-ST-ON-FILE (WS-FEED-SUB) = 'Y'
009730         MOVE WS-ST-NAME (WS-FEED-SUB) TO WS-INV-STATION
009740     ELSE
009750         MOVE "NOT ON STATION MAST" TO WS-INV-STATION
009760     END-IF.
009770     EVALUATE WS-RATE-SOURCE
009780         WHEN 'F'
009790             MOVE "FEED'S OWN RATES" TO WS-INV-RATES
009800         WHEN 'S'
009810             MOVE "STANDARD RATE CARD" TO WS-INV-RATES
009820         WHEN OTHER
009830             MOVE "NONE ON FILE" TO WS-INV-RATES
009840     END-EVALUATE.
009850     WRITE RPT-RECORD FROM WS-INV-STATION-LINE.
009860     MOVE SPACES TO RPT-RECORD.
009870     WRITE RPT-RECORD.
009880     WRITE RPT-RECORD FROM WS-INV-COLUMN-LINE.
009890     PERFORM 3450-PRINT-ONE-ITEM THRU 3450-EXIT
009900         VARYING WS-ITEM-SUB FROM 1 BY 1
009910         UNTIL WS-ITEM-SUB > 8.
009920     MOVE SPACES TO RPT-RECORD.
009930     WRITE RPT-RECORD.
009940     MOVE "VOLUME CHARGES" TO WS-INV-TOTAL-LABEL.
009950     MOVE WS-VOLUME-AMOUNT TO WS-INV-TOTAL-AMOUNT.
009960     WRITE RPT-RECORD FROM WS-INV-TOTAL-LINE.
009970     MOVE "SURCHARGES" TO WS-INV-TOTAL-LABEL.
009980     MOVE WS-SURCH-AMOUNT TO WS-INV-TOTAL-AMOUNT.
009990     WRITE RPT-RECORD FROM WS-INV-TOTAL-LINE.
010000     MOVE "MONTH TOTAL" TO WS-INV-TOTAL-LABEL.
010010     MOVE WS-TOTAL-AMOUNT TO WS-INV-TOTAL-AMOUNT.
010020     WRITE RPT-RECORD FROM WS-INV-TOTAL-LINE.
010030     IF WS-RATE-SOURCE = 'N'
010040         MOVE "NO RATES ON FILE - CHARGED AT ZERO"
010050             TO RPT-RECORD
010060         WRITE RPT-RECORD
010070     END-IF.
010080     MOVE SPACES TO RPT-RECORD.
010090     WRITE RPT-RECORD.
010100     MOVE WS-DAYS-BILLED TO WS-INV-DAYS-BILLED.
010110     MOVE WS-DAYS-EXPECTED TO WS-INV-DAYS-DUE.
010120     MOVE WS-DAYS-MISSING TO WS-INV-DAYS-MISSING.
010130     MOVE WS-DAYS-UNRECON TO WS-INV-DAYS-UNRECON.
010140     WRITE RPT-RECORD FROM WS-INV-DAYS-LINE.
010150     IF WS-DAYS-MISSING = 0 AND WS-DAYS-UNRECON = 0
010160         MOVE "STATISTICS COMPLETE AND RECONCILED FOR THE MONTH"
010170             TO RPT-RECORD
010180         WRITE RPT-RECORD
010190         GO TO 3400-EXIT
010200     END-IF.
010210     PERFORM 3500-PRINT-DAY-FLAG THRU 3500-EXIT
010220         VARYING WS-DAY-SUB FROM 1 BY 1
010230         UNTIL WS-DAY-SUB > WS-MONTH-LAST-DAY.
010240 3400-EXIT.
010250     EXIT.
010260*
010270 3450-PRINT-ONE-ITEM.
010280     MOVE WS-ITEM-NAME (WS-ITEM-SUB) TO WS-INV-ITEM-NAME.
010290     MOVE WS-MI-QTY (WS-ITEM-SUB) TO WS-INV-ITEM-QTY.
010300     MOVE WS-MI-RATE (WS-ITEM-SUB) TO WS-INV-ITEM-RATE.
010310     MOVE WS-MI-AMOUNT (WS-ITEM-SUB) TO WS-INV-ITEM-AMOUNT.
010320     WRITE RPT-RECORD FROM WS-INV-ITEM-LINE.
010330 3450-EXIT.
010340     EXIT.
010350*
010360 3500-PRINT-DAY-FLAG.
010370     COMPUTE WS-WORK-DATE = WS-MONTH-FIRST-DATE + WS-DAY-SUB - 1.
010380     MOVE WS-WORK-DATE TO WS-INV-FLAG-DATE.
010390     IF WS-DT-SEEN (WS-FEED-SUB, WS-DAY-SUB) = 'Y'
010400         IF WS-DT-RECON (WS-FEED-SUB, WS-DAY-SUB) = 'N'
010410             MOVE "STATISTICS NOT RECONCILED FOR FEED DATE"
010420                 TO WS-INV-FLAG-TEXT
010430             WRITE RPT-RECORD FROM WS-INV-FLAG-LINE
010440         END-IF
010450         GO TO 3500-EXIT
010460     END-IF.
010470     PERFORM 3250-CHECK-DAY-DUE THRU 3250-EXIT.
010480     IF WS-DAY-EXPECTED
010490         MOVE "NO STATISTICS RECORD FOR FEED DATE"
010500             TO WS-INV-FLAG-TEXT
010510         WRITE RPT-RECORD FROM WS-INV-FLAG-LINE
010520     END-IF.
010530 3500-EXIT.
010540     EXIT.
010550*
010560*----------------------------------------------------------*
010570* 3600-WRITE-CHARGE-RECORD                                 *
010580*    THE FINANCE LEDGER INTERFACE RECORD FOR THE FEED.     *
010590*----------------------------------------------------------*
010600 3600-WRITE-CHARGE-RECORD.
010610     MOVE SPACES TO CHG-RECORD.
010620     MOVE WS-BILL-MONTH TO CHG-MONTH.
010630     MOVE WS-FEED-SUB TO CHG-FEED-ID.
010640     MOVE WS-INV-STATION TO CHG-STATION-NAME.
010650     MOVE WS-MI-RAW (1) TO CHG-STREAMS.
010660     MOVE WS-VOLUME-AMOUNT TO CHG-VOLUME-AMOUNT.
010670     MOVE WS-SURCH-AMOUNT TO CHG-SURCHARGE-AMOUNT.
010680     MOVE WS-TOTAL-AMOUNT TO CHG-TOTAL-AMOUNT.
010690     MOVE WS-DAYS-BILLED TO CHG-DAYS-BILLED.
010700     MOVE WS-DAYS-MISSING TO CHG-DAYS-MISSING.
010710     MOVE WS-DAYS-UNRECON TO CHG-DAYS-UNRECON.
010720     IF WS-DAYS-MISSING > 0 OR WS-DAYS-UNRECON > 0
010730         MOVE 'Y' TO CHG-FLAG
010740     ELSE
010750         MOVE 'N' TO CHG-FLAG
010760     END-IF.
010770     MOVE WS-RATE-SOURCE TO CHG-RATE-SOURCE.
010780     MOVE WS-RUN-DATE TO CHG-RUN-DATE.
010790     WRITE CHG-RECORD.
010800 3600-EXIT.
010810     EXIT.
010820*
010830*----------------------------------------------------------*
010840* 4000-PRINT-SUMMARY                                       *
010850*    ONE LINE PER FEED INVOICED AND THE ALL-FEEDS TOTAL.   *
010860*----------------------------------------------------------*
010870 4000-PRINT-SUMMARY.
010880     MOVE SPACES TO RPT-RECORD.
010890     WRITE RPT-RECORD.
010900     MOVE WS-BILL-MONTH TO WS-SUM-MONTH.
010910     MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE.
010920     WRITE RPT-RECORD FROM WS-SUM-TITLE-LINE.
010930     IF WS-FEEDS-INVOICED = 0
010940         MOVE "NO FEED HAD STATISTICS OR WAS DUE IN THE MONTH"
010950             TO RPT-RECORD
010960         WRITE RPT-RECORD
010970         GO TO 4000-EXIT
010980     END-IF.
010990     WRITE RPT-RECORD FROM WS-SUM-COLUMN-LINE.
011000     PERFORM 4100-PRINT-ONE-FEED THRU 4100-EXIT
011010         VARYING WS-FEED-SUB FROM 1 BY 1
011020         UNTIL WS-FEED-SUB > 10.
011030     MOVE SPACES TO WS-SUM-FEED.
011040     MOVE "ALL FEEDS" TO WS-SUM-STATION.
011050     MOVE WS-GRAND-STREAMS TO WS-SUM-STREAMS.
011060     MOVE WS-GRAND-VOLUME TO WS-SUM-VOLUME.
011070     MOVE WS-GRAND-SURCH TO WS-SUM-SURCH.
011080     MOVE WS-GRAND-TOTAL TO WS-SUM-TOTAL.
011090     MOVE SPACES TO WS-SUM-FLAG.
011100     WRITE RPT-RECORD FROM WS-SUM-FEED-LINE.
011110     MOVE WS-FEEDS-INVOICED TO WS-SUM-INVOICED.
011120     MOVE WS-FEEDS-FLAGGED TO WS-SUM-FLAGGED.
011130     WRITE RPT-RECORD FROM WS-SUM-COUNT-LINE.
011140 4000-EXIT.
011150     EXIT.
011160*
011170 4100-PRINT-ONE-FEED.
011180     IF WS-SM-INVOICED (WS-FEED-SUB) NOT = 'Y'
011190         GO TO 4100-EXIT
011200     END-IF.
011210     MOVE WS-FEED-SUB TO WS-INV-FEED.
011220     MOVE WS-INV-FEED TO WS-SUM-FEED.
011230     IF WS-ST-ON-FILE (WS-FEED-SUB) = 'Y'
011240         MOVE WS-ST-NAME (WS-FEED-SUB) TO WS-SUM-STATION
011250     ELSE
011260         MOVE "NOT ON STATION MAST" TO WS-SUM-STATION
011270     END-IF.
011280     MOVE WS-SM-STREAMS (WS-FEED-SUB) TO WS-SUM-STREAMS.
011290     MOVE WS-SM-VOLUME (WS-FEED-SUB) TO WS-SUM-VOLUME.
011300     MOVE WS-SM-SURCH (WS-FEED-SUB) TO WS-SUM-SURCH.
011310     MOVE WS-SM-TOTAL (WS-FEED-SUB) TO WS-SUM-TOTAL.
011320     IF WS-SM-FLAG (WS-FEED-SUB) = 'Y'
011330         MOVE "FLAG" TO WS-SUM-FLAG
011340     ELSE
011350         MOVE SPACES TO WS-SUM-FLAG
011360     END-IF.
011370     WRITE RPT-RECORD FROM WS-SUM-FEED-LINE.
011380 4100-EXIT.
011390     EXIT.
011400*
011410*----------------------------------------------------------*
011420* 8100-COMPUTE-DAY-OF-WEEK                                 *
011430*    ZELLER'S CONGRUENCE ON WS-DOW-DATE, AS AOC-06-2 USES  *
011440*    FOR ITS STATION DATE CHECK. 0 SATURDAY, 1 SUNDAY,     *
011450*    2 MONDAY ... 6 FRIDAY.                                *
011460*----------------------------------------------------------*
011470 8100-COMPUTE-DAY-OF-WEEK.
011480     MOVE WS-DOW-YEAR TO WS-Z-YEAR.
011490     MOVE WS-DOW-MONTH TO WS-Z-MONTH.
011500     IF WS-Z-MONTH < 3
011510         ADD 12 TO WS-Z-MONTH
011520         SUBTRACT 1 FROM WS-Z-YEAR
011530     END-IF.
011540     DIVIDE WS-Z-YEAR BY 100
011550         GIVING WS-Z-CENT
011560         REMAINDER WS-Z-YOC.
011570     DIVIDE WS-Z-YOC BY 4 GIVING WS-Z-YOC4.
011580     DIVIDE WS-Z-CENT BY 4 GIVING WS-Z-CENT4.
011590     COMPUTE WS-Z-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
011600     COMPUTE WS-Z-SUM = WS-DOW-DAY + WS-Z-TERM
011610         + WS-Z-YOC + WS-Z-YOC4 + WS-Z-CENT4
011620         + (5 * WS-Z-CENT).
011630     DIVIDE WS-Z-SUM BY 7
011640         GIVING WS-Z-QUOT
011650         REMAINDER WS-Z-DOW.
011660 8100-EXIT.
011670     EXIT.
011680*
011690 9000-TERMINATE.
011700     MOVE SPACES TO RPT-RECORD.
011710     WRITE RPT-RECORD.
011720     MOVE "END OF CHARGEBACK REPORT" TO RPT-RECORD.
011730     WRITE RPT-RECORD.
011740     CLOSE CHGREPORT.
011750     IF WS-ABORTED
011760         MOVE 8 TO RETURN-CODE
011770         GO TO 9000-EXIT
011780     END-IF.
011790     CLOSE CHGFILE.
011800     IF WS-WARNED
011810         MOVE 4 TO RETURN-CODE
011820     END-IF.
011830     DISPLAY "AOC-06-CHARGE: MONTH " WS-BILL-MONTH
011840         " RATE LINES " WS-RATE-LINES
011850         " STAT RECORDS " WS-STA-USED-COUNT.
011860     DISPLAY "AOC-06-CHARGE: FEEDS INVOICED " WS-FEEDS-INVOICED
011870         " FLAGGED " WS-FEEDS-FLAGGED.
011880 9000-EXIT.
011890     EXIT.
011900*
011910*----------------------------------------------------------*
011920* 1800-WRITE-EVENT                                         *
011930*    APPENDS ONE EVENT TO THE SHARED SUITE EVENT LOG AND A *
011940*    CRITICAL ONE TO THE ALERT FILE THE CONSOLE AUTOMATION *
011950*    POLLS AS WELL. EACH IS OPENED AND CLOSED AROUND THE   *
011960*    WRITE SO THAT EVERY JOB IN THE SUITE, SPLIT-RUN       *
011970*    INSTANCES INCLUDED, APPENDS TO THE SAME FILE. A LOG   *
011980*    NOT YET CREATED IS CREATED; ONE THAT WILL NOT OPEN IS *
011990*    REPORTED ON THE JOB LOG AND NEVER STOPS THE JOB. THE  *
012000*    CALLER'S FEED, DATE, STREAM AND TEXT ARE CLEARED.     *
012010*----------------------------------------------------------*
012020 1800-WRITE-EVENT.
012030     IF NOT WS-MCT-LOADED
012040         PERFORM 1810-LOAD-MSG-CATALOG THRU 1810-EXIT
012050     END-IF.
012060     PERFORM 1820-FIND-ONE-MSG THRU 1820-EXIT
012070         VARYING WS-MCT-SUB FROM 1 BY 1
012080         UNTIL WS-MCT-SUB > WS-MCT-COUNT.
012090     ACCEPT WS-EVT-DATE FROM DATE YYYYMMDD.
012100     ACCEPT WS-EVT-TIME FROM TIME.
012110     MOVE WS-EVT-DATE TO WS-EVT-TS-DATE.
012120     MOVE WS-EVT-TIME (1:6) TO WS-EVT-TS-TIME.
012130     MOVE SPACES TO EVT-RECORD.
012140     MOVE WS-EVT-PROGRAM-ID TO EVT-PROGRAM-ID.
012150     MOVE WS-EVT-TIMESTAMP TO EVT-TIMESTAMP.
012160     MOVE WS-EVT-SEVERITY TO EVT-SEVERITY.
012170     MOVE WS-EVT-CODE TO EVT-MSG-CODE.
012180     MOVE WS-EVT-FEED-ID TO EVT-FEED-ID.
012190     MOVE WS-EVT-FEED-DATE TO EVT-FEED-DATE.
012200     MOVE WS-EVT-STREAM-NO TO EVT-STREAM-NO.
012210     MOVE WS-EVT-TEXT TO EVT-TEXT.
012220     OPEN EXTEND EVTFILE.
012230     IF WS-EVT-STATUS = "35"
012240         OPEN OUTPUT EVTFILE
012250     END-IF.
012260     IF WS-EVT-STATUS = "00"
012270         WRITE EVL-RECORD FROM EVT-RECORD
012280         CLOSE EVTFILE
012290     ELSE
012300         DISPLAY "AOC-06-CHARGE: EVENT LOG NOT AVAILABLE,"
012310             " STATUS " WS-EVT-STATUS " - EVENT " WS-EVT-CODE
012320             " NOT LOGGED"
012330     END-IF.
012340     IF EVT-CRITICAL
012350         OPEN EXTEND ALRFILE
012360         IF WS-ALR-STATUS = "35"
012370             OPEN OUTPUT ALRFILE
012380         END-IF
012390         IF WS-ALR-STATUS = "00"
012400             WRITE ALR-RECORD FROM EVT-RECORD
012410             CLOSE ALRFILE
012420         ELSE
012430             DISPLAY "AOC-06-CHARGE: ALERT FILE NOT AVAILABLE,"
012440                 " STATUS " WS-ALR-STATUS " - EVENT " WS-EVT-CODE
012450                 " NOT RAISED"
012460         END-IF
012470     END-IF.
012480     MOVE 0 TO WS-EVT-FEED-ID.
012490     MOVE 0 TO WS-EVT-FEED-DATE.
012500     MOVE 0 TO WS-EVT-STREAM-NO.
012510     MOVE SPACES TO WS-EVT-TEXT.
012520 1800-EXIT.
012530     EXIT.
012540*
012550*----------------------------------------------------------*
012560* 1810-LOAD-MSG-CATALOG                                    *
012570*    TABLES EACH CATALOG CODE WITH ITS SEVERITY. A LINE    *
012580*    WITHOUT A NUMERIC CODE IS A COMMENT. WITH NO CATALOG  *
012590*    EVERY EVENT KEEPS THE SEVERITY THE PROGRAM GAVE IT.   *
012600*----------------------------------------------------------*
012610 1810-LOAD-MSG-CATALOG.
012620     MOVE 'Y' TO WS-MCT-LOADED-SWITCH.
012630     OPEN INPUT MCTFILE.
012640     IF WS-MCT-STATUS NOT = "00"
012650         GO TO 1810-EXIT
012660     END-IF.
012670     MOVE 'N' TO WS-MCT-EOF-SWITCH.
012680     PERFORM 1815-LOAD-ONE-MSG THRU 1815-EXIT
012690         UNTIL WS-MCT-EOF.
012700     CLOSE MCTFILE.
012710 1810-EXIT.
012720     EXIT.
012730*
012740 1815-LOAD-ONE-MSG.
012750     READ MCTFILE
012760         AT END MOVE 'Y' TO WS-MCT-EOF-SWITCH
012770         GO TO 1815-EXIT
012780     END-READ.
012790     IF MSG-CODE IS NOT NUMERIC OR NOT MSG-SEVERITY-VALID
012800         GO TO 1815-EXIT
012810     END-IF.
012820     IF WS-MCT-COUNT NOT < 200
012830         MOVE 'Y' TO WS-MCT-EOF-SWITCH
012840         GO TO 1815-EXIT
012850     END-IF.
012860     ADD 1 TO WS-MCT-COUNT.
012870     MOVE MSG-CODE TO WS-MCT-CODE (WS-MCT-COUNT).
012880     MOVE MSG-SEVERITY TO WS-MCT-SEVERITY (WS-MCT-COUNT).
012890 1815-EXIT.
012900     EXIT.
012910*
012920 1820-FIND-ONE-MSG.
012930     IF WS-MCT-CODE (WS-MCT-SUB) = WS-EVT-CODE
012940         MOVE WS-MCT-SEVERITY (WS-MCT-SUB) TO WS-EVT-SEVERITY
012950     END-IF.
012960 1820-EXIT.
012970     EXIT.
012980*
012990*----------------------------------------------------------*
013000* 1880-LOG-PROGRAM-START / 1890-LOG-PROGRAM-END            *
013010*    START AND END EVENTS OF EVERY RUN. THE END EVENT'S    *
013020*    CODE FOLLOWS THE RETURN CODE: 0002 CLEAN, 0003        *
013030*    WARNINGS, 0005 REFUSED BY THE RUN LEDGER, 0004 ANY    *
013040*    OTHER FAILURE.                                        *
013050*----------------------------------------------------------*
013060 1880-LOG-PROGRAM-START.
013070     MOVE 0001 TO WS-EVT-CODE.
013080     MOVE 'I' TO WS-EVT-SEVERITY.
013090     MOVE "JOB STARTED" TO WS-EVT-TEXT.
013100     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
013110 1880-EXIT.
013120     EXIT.
013130*
013140 1890-LOG-PROGRAM-END.
013150     MOVE RETURN-CODE TO WS-EVT-RC.
013160     EVALUATE WS-EVT-RC
013170         WHEN 0
013180             MOVE 0002 TO WS-EVT-CODE
013190             MOVE 'I' TO WS-EVT-SEVERITY
013200         WHEN 4
013210             MOVE 0003 TO WS-EVT-CODE
013220             MOVE 'W' TO WS-EVT-SEVERITY
013230         WHEN 12
013240             MOVE 0005 TO WS-EVT-CODE
013250             MOVE 'E' TO WS-EVT-SEVERITY
013260         WHEN OTHER
013270             MOVE 0004 TO WS-EVT-CODE
013280             MOVE 'E' TO WS-EVT-SEVERITY
013290     END-EVALUATE.
013300     STRING "JOB ENDED RETURN CODE " DELIMITED BY SIZE
013310         WS-EVT-RC DELIMITED BY SIZE
013320         INTO WS-EVT-TEXT.
013330     PERFORM 1800-WRITE-EVENT THRU 1800-EXIT.
013340 1890-EXIT.
013350     EXIT.
