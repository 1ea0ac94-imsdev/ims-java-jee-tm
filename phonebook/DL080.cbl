000010* ----------------------------------------------------------------
000020*  DL080 - MONTHLY TELECOM CHARGEBACK (MONTH-END BATCH)
000030*
000040*  REPLACES THE HAND COUNT OF DL015 PRINTOUTS FINANCE USED TO
000050*  CHARGE EACH DEPARTMENT FOR ITS TELEPHONES.  FOR THE BILLING
000060*  MONTH, EVERY ENTRY'S EXTENSION (ITEM 'EXTN') AND EACH OF ITS
000070*  PHONE-SEG CHILDREN (ITEM = PH-TYPE: DESK, MOBL, ...) IS
000080*  COUNTED AGAINST THE DEPT AND LOCATION THAT HELD IT, PRICED
000090*  FROM THE STEWARDS' RATE TABLE, AND WRITTEN TWO WAYS:
000100*      GLFEED  - ONE FIXED 80-BYTE RECORD PER DEPT/LOC/ITEM FOR
000110*                THE GENERAL LEDGER FEED, WITH A TRAILER
000120*      CHGRPT  - A PRINTED STATEMENT PER DEPARTMENT UNDER ITS
000130*                PHBKDB3 DESCRIPTIVE NAME, WITH DEPT AND GRAND
000140*                TOTALS
000150*
000160*  EVERY COUNT IS KEPT IN DAYS HELD, SO A UNIT IS ONE ITEM HELD
000170*  FOR THE WHOLE MONTH.  THE DEPT, LOC AND EXTENSION HELD ON EACH
000180*  DAY ARE REBUILT FROM THE PHBKHST CHILDREN AS DL012 DOES: A
000190*  CHILD STAMPED IN THE MONTH CARRIES THE VALUES HELD UP TO THE
000200*  DAY BEFORE ITS STAMP, AND THE FIRST CHILD STAMPED AFTER THE
000210*  CUTOFF (THE LAST DAY OF THE MONTH) CARRIES THE VALUES HELD ON
000220*  THE CUTOFF - OR THE ENTRY'S CURRENT VALUES IF NOTHING HAS
000230*  CHANGED SINCE.  A CHILD WITH ALL PRIOR VALUES BLANK RECORDS
000240*  THE ADD, AND THE DAYS BEFORE IT ARE NOT CHARGED.  RETIREES ON
000250*  PHBKDB2 ARE CHARGED UP TO THE DAY BEFORE THEIR RETIRE DATE, SO
000260*  SOMEONE RETIRED MID-MONTH OR SINCE THE CUTOFF STILL PAYS FOR
000270*  THE DAYS THEY HELD.  ENTRIES DELETED SINCE THE CUTOFF ARE GONE
000280*  FROM BOTH DIRECTORIES AND CANNOT BE CHARGED, AND PHONE-SEG
000290*  CHILDREN KEEP NO HISTORY, SO AN ENTRY'S CURRENT PHONES ARE
000300*  CHARGED WITH IT FOR EVERY DAY IT IS CHARGED.
000310*
000320*  PARAMETER CARD ON SYSIN:
000330*      COLS  1- 6   BILLING MONTH YYYYMM.  BLANK = THE MONTH
000340*                   BEFORE THE RUN DATE.  THE RUN STOPS IF IT IS
000350*                   NOT A VALID MONTH OR THE MONTH HAS NOT ENDED.
000360*      COL   8      METHOD - 'P' OR BLANK PRORATES BY DAYS HELD;
000370*                   'C' CHARGES THE WHOLE MONTH TO WHOEVER HELD
000380*                   THE ITEM ON THE CUTOFF DATE.  ANYTHING ELSE
000390*                   STOPS THE RUN.
000400*
000410*  RATE TABLE RECORD LAYOUT (RATETBL, 80 BYTES, '*' IN COL 1 IS
000420*  A COMMENT):
000430*      COLS  1- 4   ITEM - 'EXTN' FOR THE EXTENSION, OR A PH-TYPE
000440*      COLS  5- 9   LOCATION CODE, OR BLANK FOR EVERY LOCATION.  A
000450*                   LOCATION'S OWN RATE BEATS THE BLANK ONE.
000460*      COLS 10-16   MONTHLY RATE PER UNIT, 9(5)V99
000470*      COLS 17-26   GL ACCOUNT THE CHARGE POSTS TO
000480*      COLS 27-56   DESCRIPTION FOR THE STATEMENT
000490*  AN ITEM WITH NO RATE IS PRINTED AS 'NO RATE - NOT BILLED' AND
000500*  LEFT OFF THE GL FEED.  A BAD RATE RECORD STOPS THE RUN BEFORE
000510*  ANY OUTPUT IS WRITTEN.
000520*
000530*  THE RUN TOTALS ARE APPENDED TO THE SHARED RUNSTAT FILE FOR THE
000540*  DL090 TREND REPORT.
000550* ----------------------------------------------------------------
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID.  DL080.
000580 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000590 INSTALLATION. DATA CENTER SYSTEMS.
000600 DATE-WRITTEN. 10/15/2026.
000610 DATE-COMPILED.
000620*
000630* ----------------------------------------------------------------
000640*  MODIFICATION HISTORY
000650* ----------------------------------------------------------------
000660*  DATE       BY    DESCRIPTION
000670*  ---------- ----  -------------------------------------------
000680*  10/15/2026 PAG   ORIGINAL TELECOM CHARGEBACK PROGRAM.
000690* ----------------------------------------------------------------
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  IBM-370.
000730 OBJECT-COMPUTER.  IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RATE-FILE ASSIGN TO RATETBL
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT GL-FEED-FILE ASSIGN TO GLFEED
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT CHARGE-REPORT-FILE ASSIGN TO CHGRPT
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000830         ORGANIZATION IS SEQUENTIAL.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880* ----------------------------------------------------------------
000890*  RATE-FILE - CHARGEBACK RATES KEPT BY THE CODE STEWARDS.  SEE
000900*  THE LAYOUT IN THE PROGRAM HEADER.
000910* ----------------------------------------------------------------
000920 FD  RATE-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  RATE-RECORD.
000960     05  RATE-ITEM               PIC X(04).
000970     05  RATE-LOC-CODE           PIC X(05).
000980     05  RATE-AMOUNT             PIC 9(05)V99.
000990     05  RATE-GL-ACCOUNT         PIC X(10).
001000     05  RATE-DESC               PIC X(30).
001010     05  FILLER                  PIC X(24).
001020*
001030* ----------------------------------------------------------------
001040*  GL-FEED-FILE - GENERAL LEDGER FEED.  ONE 'D' RECORD PER PRICED
001050*  DEPT/LOC/ITEM IN DEPT ORDER, THEN ONE 'T' TRAILER WITH THE
001060*  RECORD COUNT AND TOTAL FOR THE LEDGER TO BALANCE AGAINST.
001070* ----------------------------------------------------------------
001080 FD  GL-FEED-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  GL-FEED-RECORD.
001120     05  GL-REC-TYPE             PIC X(01).
001130         88  GL-REC-DETAIL               VALUE 'D'.
001140         88  GL-REC-TRAILER              VALUE 'T'.
001150     05  GL-PERIOD               PIC X(06).
001160     05  GL-DETAIL-DATA.
001170         10  GL-DEPT-CODE        PIC X(05).
001180         10  GL-LOC-CODE         PIC X(05).
001190         10  GL-ITEM             PIC X(04).
001200         10  GL-ACCOUNT          PIC X(10).
001210         10  GL-UNITS            PIC 9(05)V99.
001220         10  GL-AMOUNT           PIC 9(09)V99.
001230         10  GL-SOURCE           PIC X(08).
001240         10  FILLER              PIC X(23).
001250     05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
001260         10  GL-TRL-RECORD-COUNT PIC 9(07).
001270         10  GL-TRL-TOTAL-AMOUNT PIC 9(11)V99.
001280         10  GL-TRL-SOURCE       PIC X(08).
001290         10  FILLER              PIC X(45).
001300*
001310* ----------------------------------------------------------------
001320*  CHARGE-REPORT-FILE - DEPARTMENT STATEMENTS.
001330* ----------------------------------------------------------------
001340 FD  CHARGE-REPORT-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 01  CHARGE-REPORT-LINE          PIC X(132).
001380*
001390* ----------------------------------------------------------------
001400*  RUN-STAT-FILE - SHARED RUN STATISTICS FILE, APPENDED AT END
001410*  OF RUN FOR THE DL090 TREND REPORT.
001420* ----------------------------------------------------------------
001430 FD  RUN-STAT-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 COPY PHBKSTA.
001470*
001480 WORKING-STORAGE SECTION.
001490*
001500* ----------------------------------------------------------------
001510*  DL/I CALL FUNCTION CODES
001520* ----------------------------------------------------------------
001530 01  WS-DLI-FUNCTIONS.
001540     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
001550     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
001560*
001570* ----------------------------------------------------------------
001580*  SWITCHES
001590* ----------------------------------------------------------------
001600 01  WS-SWITCHES.
001610     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
001620         88  WS-END-OF-DB                VALUE 'Y'.
001630         88  WS-NOT-END-OF-DB            VALUE 'N'.
001640     05  WS-SW-END-OF-CHILD      PIC X(01) VALUE 'N'.
001650         88  WS-END-OF-CHILD             VALUE 'Y'.
001660         88  WS-NOT-END-OF-CHILD         VALUE 'N'.
001670     05  WS-SW-END-OF-RATES      PIC X(01) VALUE 'N'.
001680         88  WS-END-OF-RATES             VALUE 'Y'.
001690         88  WS-NOT-END-OF-RATES         VALUE 'N'.
001700     05  WS-SW-DIR               PIC X(01) VALUE 'A'.
001710         88  WS-DIR-ACTIVE               VALUE 'A'.
001720         88  WS-DIR-RETIREE              VALUE 'R'.
001730     05  WS-SW-TAIL              PIC X(01) VALUE 'N'.
001740         88  WS-TAIL-KNOWN               VALUE 'Y'.
001750         88  WS-TAIL-NOT-KNOWN           VALUE 'N'.
001760     05  WS-SW-TAIL-LIVE         PIC X(01) VALUE 'Y'.
001770         88  WS-TAIL-LIVE                VALUE 'Y'.
001780         88  WS-TAIL-NOT-LIVE            VALUE 'N'.
001790     05  WS-SW-CHARGED           PIC X(01) VALUE 'N'.
001800         88  WS-ENTRY-CHARGED            VALUE 'Y'.
001810         88  WS-ENTRY-NOT-CHARGED        VALUE 'N'.
001820     05  WS-SW-BUCKET-FULL       PIC X(01) VALUE 'N'.
001830         88  WS-BUCKET-FULL              VALUE 'Y'.
001840         88  WS-BUCKET-NOT-FULL          VALUE 'N'.
001850     05  WS-SW-RATE-FOUND        PIC X(01) VALUE 'N'.
001860         88  WS-RATE-FOUND               VALUE 'Y'.
001870         88  WS-RATE-NOT-FOUND           VALUE 'N'.
001880     05  WS-SW-REF-FOUND         PIC X(01) VALUE 'N'.
001890         88  WS-REF-FOUND                VALUE 'Y'.
001900         88  WS-REF-NOT-FOUND            VALUE 'N'.
001910*
001920* ----------------------------------------------------------------
001930*  COUNTERS AND SUBSCRIPTS
001940* ----------------------------------------------------------------
001950 01  WS-COUNTERS.
001960     05  WS-ACT-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001970     05  WS-RET-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001980     05  WS-CHARGED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001990     05  WS-PHONE-CHARGED-COUNT  PIC S9(07) COMP-3 VALUE ZERO.
002000     05  WS-DEPT-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
002010     05  WS-LINE-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
002020     05  WS-GL-COUNT             PIC S9(07) COMP-3 VALUE ZERO.
002030     05  WS-NO-RATE-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
002040     05  WS-BAD-STAMP-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
002050     05  WS-NO-RETDATE-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
002060     05  WS-PHONE-OVER-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
002070     05  WS-RATE-COUNT           PIC S9(05) COMP VALUE ZERO.
002080     05  WS-RATE-IX              PIC S9(05) COMP VALUE ZERO.
002090     05  WS-RATE-SUB             PIC S9(05) COMP VALUE ZERO.
002100     05  WS-BKT-COUNT            PIC S9(05) COMP VALUE ZERO.
002110     05  WS-BKT-IX               PIC S9(05) COMP VALUE ZERO.
002120     05  WS-BKT-SUB              PIC S9(05) COMP VALUE ZERO.
002130     05  WS-SHIFT-IX             PIC S9(05) COMP VALUE ZERO.
002140     05  WS-PHN-COUNT            PIC S9(05) COMP VALUE ZERO.
002150     05  WS-PHN-IX               PIC S9(05) COMP VALUE ZERO.
002160*
002170 01  WS-SSA-AREAS.
002180     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
002190     05  WS-SSA-PHONE-UNQUAL     PIC X(09) VALUE 'PHBKPHN '.
002200     05  WS-SSA-HIST-UNQUAL      PIC X(09) VALUE 'PHBKHST '.
002210     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
002220     05  WS-SSA-REF-EXACT        PIC X(40) VALUE SPACES.
002230*
002240 01  WS-CHILD-FUNC               PIC X(04) VALUE SPACES.
002250*
002260* ----------------------------------------------------------------
002270*  WS-PARM-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
002280* ----------------------------------------------------------------
002290 01  WS-PARM-CARD.
002300     05  WS-PARM-MONTH           PIC X(06) VALUE SPACES.
002310     05  WS-PARM-MONTH-PARTS REDEFINES WS-PARM-MONTH.
002320         10  WS-PARM-YYYY        PIC 9(04).
002330         10  WS-PARM-MM          PIC 9(02).
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  WS-PARM-METHOD          PIC X(01) VALUE SPACES.
002360         88  WS-METHOD-PRORATE           VALUE 'P' ' '.
002370         88  WS-METHOD-CUTOFF            VALUE 'C'.
002380     05  FILLER                  PIC X(72) VALUE SPACES.
002390*
002400* ----------------------------------------------------------------
002410*  WS-PERIOD - THE BILLING MONTH'S FIRST AND LAST (CUTOFF) DATES
002420*  AND ITS LENGTH IN DAYS.
002430* ----------------------------------------------------------------
002440 01  WS-PERIOD.
002450     05  WS-MONTH-START          PIC X(08) VALUE SPACES.
002460     05  WS-CUTOFF-DATE          PIC X(08) VALUE SPACES.
002470     05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
002480         10  WS-CUTOFF-YYYYMM    PIC X(06).
002490         10  WS-CUTOFF-DD        PIC 9(02).
002500     05  WS-NEXT-YYYY            PIC 9(04) VALUE ZERO.
002510     05  WS-NEXT-MM              PIC 9(02) VALUE ZERO.
002520     05  WS-START-DAYNUM         PIC S9(09) COMP-3 VALUE ZERO.
002530     05  WS-MONTH-DAYS           PIC S9(03) COMP-3 VALUE ZERO.
002540*
002550 01  WS-CURRENT-DATE.
002560     05  WS-CD-DATE              PIC X(08).
002570*
002580* ----------------------------------------------------------------
002590*  WS-DATE-WORK - INPUT AND WORK FIELDS FOR 7000-CALC-DAY-NUMBER,
002600*  USED HERE TO FIND THE LENGTH OF THE BILLING MONTH.
002610* ----------------------------------------------------------------
002620 01  WS-DATE-WORK.
002630     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
002640     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
002650         10  WS-DW-YYYY          PIC 9(04).
002660         10  WS-DW-MM            PIC 9(02).
002670         10  WS-DW-DD            PIC 9(02).
002680     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
002690     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
002700     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
002710     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
002720*
002730* ----------------------------------------------------------------
002740*  WS-CUR-ENTRY - THE ROOT BEING CHARGED, SAVED BEFORE THE CHILD
002750*  READS OVERWRITE THE I-O AREA.
002760* ----------------------------------------------------------------
002770 01  WS-CUR-ENTRY.
002780     05  WS-CUR-NAME2            PIC X(10) VALUE SPACES.
002790     05  WS-CUR-NAME1            PIC X(10) VALUE SPACES.
002800     05  WS-CUR-EXTN             PIC X(10) VALUE SPACES.
002810     05  WS-CUR-DEPT             PIC X(05) VALUE SPACES.
002820     05  WS-CUR-LOC              PIC X(05) VALUE SPACES.
002830     05  WS-CUR-RETIRE-DATE      PIC X(08) VALUE SPACES.
002840     05  WS-CUR-RETIRE-PARTS REDEFINES WS-CUR-RETIRE-DATE.
002850         10  WS-CUR-RETIRE-YYYYMM PIC X(06).
002860         10  WS-CUR-RETIRE-DD    PIC 9(02).
002870*
002880* ----------------------------------------------------------------
002890*  WS-PHONE-TABLE - THE CURRENT ENTRY'S PHONE-SEG TYPES.  NO
002900*  ENTRY COMES NEAR 20; ANY BEYOND ARE COUNTED AND REPORTED.
002910* ----------------------------------------------------------------
002920 01  WS-PHONE-TABLE.
002930     05  WS-PHN-TYPE OCCURS 20 TIMES PIC X(04).
002940*
002950* ----------------------------------------------------------------
002960*  WS-SEGMENT - ONE STRETCH OF DAYS IN THE MONTH OVER WHICH THE
002970*  ENTRY'S EXTENSION, DEPT AND LOC DID NOT CHANGE.  THE TAIL IS
002980*  THE STRETCH THAT RUNS TO THE CUTOFF.
002990* ----------------------------------------------------------------
003000 01  WS-SEGMENT.
003010     05  WS-SEG-FROM-DAY         PIC S9(03) COMP-3 VALUE ZERO.
003020     05  WS-SEG-TO-DAY           PIC S9(03) COMP-3 VALUE ZERO.
003030     05  WS-SEG-DAYS             PIC S9(03) COMP-3 VALUE ZERO.
003040     05  WS-LAST-DAY             PIC S9(03) COMP-3 VALUE ZERO.
003050     05  WS-SEG-EXTN             PIC X(10) VALUE SPACES.
003060     05  WS-SEG-DEPT             PIC X(05) VALUE SPACES.
003070     05  WS-SEG-LOC              PIC X(05) VALUE SPACES.
003080     05  WS-TAIL-EXTN            PIC X(10) VALUE SPACES.
003090     05  WS-TAIL-DEPT            PIC X(05) VALUE SPACES.
003100     05  WS-TAIL-LOC             PIC X(05) VALUE SPACES.
003110     05  WS-HST-WORK-DATE        PIC X(08) VALUE SPACES.
003120     05  WS-HST-WORK-PARTS REDEFINES WS-HST-WORK-DATE.
003130         10  WS-HST-WORK-YYYYMM  PIC X(06).
003140         10  WS-HST-WORK-DD      PIC 9(02).
003150*
003160* ----------------------------------------------------------------
003170*  WS-RATE-TABLE - THE RATE FILE, LOADED AT START.
003180* ----------------------------------------------------------------
003190 01  WS-RATE-TABLE.
003200     05  WS-RATE-ENTRY OCCURS 200 TIMES.
003210         10  WS-RATE-KEY.
003220             15  WS-RATE-ITEM    PIC X(04).
003230             15  WS-RATE-LOC     PIC X(05).
003240         10  WS-RATE-AMOUNT      PIC S9(05)V99 COMP-3.
003250         10  WS-RATE-GL-ACCOUNT  PIC X(10).
003260         10  WS-RATE-DESC        PIC X(30).
003270*
003280 01  WS-RATE-LOOKUP-KEY.
003290     05  WS-RLK-ITEM             PIC X(04) VALUE SPACES.
003300     05  WS-RLK-LOC              PIC X(05) VALUE SPACES.
003310*
003320* ----------------------------------------------------------------
003330*  WS-BUCKET-TABLE - DAYS HELD PER DEPT/LOC/ITEM, KEPT IN KEY
003340*  ORDER BY INSERTION AS DL015 KEEPS ITS PAIRS, SO THE STATEMENTS
003350*  AND THE GL FEED COME OUT IN DEPARTMENT ORDER.  OVERFLOW IS
003360*  REPORTED.
003370* ----------------------------------------------------------------
003380 01  WS-BUCKET-TABLE.
003390     05  WS-BKT-ENTRY OCCURS 3000 TIMES.
003400         10  WS-BKT-KEY.
003410             15  WS-BKT-DEPT     PIC X(05).
003420             15  WS-BKT-LOC      PIC X(05).
003430             15  WS-BKT-ITEM     PIC X(04).
003440         10  WS-BKT-DAYS         PIC S9(09) COMP-3.
003450*
003460 01  WS-NEW-BKT-KEY.
003470     05  WS-NEW-BKT-DEPT         PIC X(05) VALUE SPACES.
003480     05  WS-NEW-BKT-LOC          PIC X(05) VALUE SPACES.
003490     05  WS-NEW-BKT-ITEM         PIC X(04) VALUE SPACES.
003500*
003510* ----------------------------------------------------------------
003520*  PRICING AND TOTALS
003530* ----------------------------------------------------------------
003540 01  WS-PRICING.
003550     05  WS-PREV-DEPT            PIC X(05) VALUE LOW-VALUES.
003560     05  WS-UNITS                PIC S9(07)V99 COMP-3 VALUE ZERO.
003570     05  WS-AMOUNT               PIC S9(09)V99 COMP-3 VALUE ZERO.
003580     05  WS-DEPT-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
003590     05  WS-GRAND-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
003600*
003610 01  WS-REF-LOOKUP.
003620     05  WS-REF-LOOKUP-TYPE      PIC X(01) VALUE SPACES.
003630     05  WS-REF-LOOKUP-CODE      PIC X(08) VALUE SPACES.
003640     05  WS-REF-FOUND-NAME       PIC X(30) VALUE SPACES.
003650*
003660* ----------------------------------------------------------------
003670*  PRINT LINES
003680* ----------------------------------------------------------------
003690 01  WS-HEADING-1.
003700     05  FILLER                  PIC X(29)
003710         VALUE 'TELECOM CHARGEBACK STATEMENTS'.
003720     05  FILLER                  PIC X(08) VALUE '   DL080'.
003730     05  FILLER                  PIC X(06) VALUE ' DATE '.
003740     05  HD1-DATE                PIC X(08) VALUE SPACES.
003750     05  FILLER                  PIC X(81) VALUE SPACES.
003760*
003770 01  WS-PERIOD-LINE.
003780     05  FILLER                  PIC X(14) VALUE 'BILLING MONTH '.
003790     05  PER-MONTH               PIC X(06) VALUE SPACES.
003800     05  FILLER                  PIC X(10) VALUE '   CUTOFF '.
003810     05  PER-CUTOFF              PIC X(08) VALUE SPACES.
003820     05  FILLER                  PIC X(10) VALUE '   METHOD '.
003830     05  PER-METHOD              PIC X(30) VALUE SPACES.
003840     05  FILLER                  PIC X(54) VALUE SPACES.
003850*
003860 01  WS-DEPT-HEADING.
003870     05  FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
003880     05  DEPH-CODE               PIC X(05) VALUE SPACES.
003890     05  FILLER                  PIC X(03) VALUE ' - '.
003900     05  DEPH-NAME               PIC X(30) VALUE SPACES.
003910     05  FILLER                  PIC X(83) VALUE SPACES.
003920*
003930 01  WS-COLUMN-HEADING.
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  FILLER                  PIC X(07) VALUE 'LOC    '.
003960     05  FILLER                  PIC X(06) VALUE 'ITEM  '.
003970     05  FILLER                  PIC X(32)
003980         VALUE 'DESCRIPTION                     '.
003990     05  FILLER                  PIC X(11) VALUE '    UNITS  '.
004000     05  FILLER                  PIC X(11) VALUE '     RATE  '.
004010     05  FILLER                  PIC X(16)
004020         VALUE '        AMOUNT  '.
004030     05  FILLER                  PIC X(12) VALUE 'GL ACCOUNT  '.
004040     05  FILLER                  PIC X(04) VALUE 'NOTE'.
004050     05  FILLER                  PIC X(31) VALUE SPACES.
004060*
004070 01  WS-DETAIL-LINE.
004080     05  FILLER                  PIC X(02) VALUE SPACES.
004090     05  DET-LOC                 PIC X(05) VALUE SPACES.
004100     05  FILLER                  PIC X(02) VALUE SPACES.
004110     05  DET-ITEM                PIC X(04) VALUE SPACES.
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  DET-DESC                PIC X(30) VALUE SPACES.
004140     05  FILLER                  PIC X(02) VALUE SPACES.
004150     05  DET-UNITS               PIC ZZ,ZZ9.99 VALUE ZERO.
004160     05  FILLER                  PIC X(02) VALUE SPACES.
004170     05  DET-RATE                PIC ZZ,ZZ9.99 VALUE ZERO.
004180     05  FILLER                  PIC X(02) VALUE SPACES.
004190     05  DET-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
004200     05  FILLER                  PIC X(02) VALUE SPACES.
004210     05  DET-ACCOUNT             PIC X(10) VALUE SPACES.
004220     05  FILLER                  PIC X(02) VALUE SPACES.
004230     05  DET-NOTE                PIC X(20) VALUE SPACES.
004240     05  FILLER                  PIC X(15) VALUE SPACES.
004250*
004260 01  WS-TOTAL-LINE.
004270     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  TOT-LABEL               PIC X(34) VALUE SPACES.
004290     05  FILLER                  PIC X(33) VALUE SPACES.
004300     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
004310     05  FILLER                  PIC X(49) VALUE SPACES.
004320*
004330 01  WS-SUMMARY-LINE.
004340     05  FILLER                  PIC X(02) VALUE SPACES.
004350     05  SUM-LABEL               PIC X(34) VALUE SPACES.
004360     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
004370     05  FILLER                  PIC X(89) VALUE SPACES.
004380*
004390* ----------------------------------------------------------------
004400*  DL/I I-O AREAS
004410* ----------------------------------------------------------------
004420 COPY PHBKSEG.
004430 COPY PHBKPHN.
004440 COPY PHBKHST.
004450 COPY PHBKREF.
004460*
004470 LINKAGE SECTION.
004480*
004490* ----------------------------------------------------------------
004500*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
004510*  CONTROL REGION.
004520* ----------------------------------------------------------------
004530 01  IO-PCB-MASK.
004540     05  IO-PCB-LTERM            PIC X(08).
004550     05  IO-PCB-RESERVED-1       PIC X(02).
004560     05  IO-PCB-STATUS-CODE      PIC X(02).
004570     05  IO-PCB-DATE             PIC S9(07) COMP-3.
004580     05  IO-PCB-TIME             PIC S9(07) COMP-3.
004590     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
004600     05  IO-PCB-MODNAME          PIC X(08).
004610     05  IO-PCB-USERID           PIC X(08).
004620     05  IO-PCB-GRPNAME          PIC X(08).
004630*
004640 COPY PHBKPCB.
004650 COPY PHBKPC2.
004660 COPY PHBKPC3.
004670*
004680 PROCEDURE DIVISION USING IO-PCB-MASK
004690         PHBK-PCB-MASK
004700         RETIREE-PCB-MASK
004710         REFCD-PCB-MASK.
004720*
004730* ================================================================
004740*  0000-MAINLINE
004750* ================================================================
004760 0000-MAINLINE.
004770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004780     PERFORM 2000-CHARGE-ACTIVE THRU 2000-EXIT
004790     PERFORM 2500-CHARGE-RETIREE THRU 2500-EXIT
004800     PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT
004810     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004820     PERFORM 8000-TERMINATE THRU 8000-EXIT
004830     GOBACK.
004840*
004850* ----------------------------------------------------------------
004860*  1000-INITIALIZE - CHECK THE PARAMETER CARD, WORK OUT THE
004870*  BILLING MONTH, LOAD THE RATES, THEN OPEN THE OUTPUTS AND PRINT
004880*  THE HEADINGS.  NOTHING IS WRITTEN IF THE CARD OR A RATE IS BAD.
004890* ----------------------------------------------------------------
004900 1000-INITIALIZE.
004910     ACCEPT WS-PARM-CARD FROM SYSIN
004920     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
004930     IF WS-PARM-MONTH = SPACES
004940        MOVE WS-CD-DATE TO WS-DW-DATE
004950        IF WS-DW-MM = 1
004960           COMPUTE WS-PARM-YYYY = WS-DW-YYYY - 1
004970           MOVE 12 TO WS-PARM-MM
004980        ELSE
004990           MOVE WS-DW-YYYY TO WS-PARM-YYYY
005000           COMPUTE WS-PARM-MM = WS-DW-MM - 1
005010        END-IF
005020     END-IF
005030     IF WS-PARM-MONTH NOT NUMERIC
005040        OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
005050        DISPLAY 'DL080 BAD BILLING MONTH - ' WS-PARM-MONTH
005060        MOVE 16 TO RETURN-CODE
005070        GOBACK
005080     END-IF
005090     IF WS-PARM-MONTH NOT < WS-CD-DATE (1:6)
005100        DISPLAY 'DL080 BILLING MONTH HAS NOT ENDED - '
005110                WS-PARM-MONTH
005120        MOVE 16 TO RETURN-CODE
005130        GOBACK
005140     END-IF
005150     IF NOT WS-METHOD-PRORATE AND NOT WS-METHOD-CUTOFF
005160        DISPLAY 'DL080 BAD METHOD CODE - ' WS-PARM-METHOD
005170        MOVE 16 TO RETURN-CODE
005180        GOBACK
005190     END-IF
005200     PERFORM 1100-SET-PERIOD THRU 1100-EXIT
005210     OPEN INPUT RATE-FILE
005220     PERFORM 1200-LOAD-ONE-RATE THRU 1200-EXIT
005230        UNTIL WS-END-OF-RATES
005240     CLOSE RATE-FILE
005250     IF RETURN-CODE = 16
005260        GOBACK
005270     END-IF
005280     OPEN OUTPUT GL-FEED-FILE
005290     OPEN OUTPUT CHARGE-REPORT-FILE
005300     MOVE WS-CD-DATE TO HD1-DATE
005310     MOVE WS-HEADING-1 TO CHARGE-REPORT-LINE
005320     WRITE CHARGE-REPORT-LINE
005330     MOVE WS-PARM-MONTH TO PER-MONTH
005340     MOVE WS-CUTOFF-DATE TO PER-CUTOFF
005350     IF WS-METHOD-CUTOFF
005360        MOVE 'WHOLE MONTH TO CUTOFF HOLDER' TO PER-METHOD
005370     ELSE
005380        MOVE 'PRORATED BY DAYS HELD' TO PER-METHOD
005390     END-IF
005400     MOVE WS-PERIOD-LINE TO CHARGE-REPORT-LINE
005410     WRITE CHARGE-REPORT-LINE
005420     MOVE SPACES TO CHARGE-REPORT-LINE
005430     WRITE CHARGE-REPORT-LINE.
005440 1000-EXIT.
005450     EXIT.
005460*
005470* ----------------------------------------------------------------
005480*  1100-SET-PERIOD - FIRST DAY OF THE MONTH, AND ITS LENGTH AS THE
005490*  DAY-NUMBER GAP TO THE FIRST OF THE NEXT MONTH; THE CUTOFF IS
005500*  THE LAST DAY.
005510* ----------------------------------------------------------------
005520 1100-SET-PERIOD.
005530     MOVE WS-PARM-MONTH TO WS-DW-DATE (1:6)
005540     MOVE '01' TO WS-DW-DATE (7:2)
005550     MOVE WS-DW-DATE TO WS-MONTH-START
005560     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
005570     MOVE WS-DW-DAYNUM TO WS-START-DAYNUM
005580     IF WS-PARM-MM = 12
005590        COMPUTE WS-NEXT-YYYY = WS-PARM-YYYY + 1
005600        MOVE 1 TO WS-NEXT-MM
005610     ELSE
005620        MOVE WS-PARM-YYYY TO WS-NEXT-YYYY
005630        COMPUTE WS-NEXT-MM = WS-PARM-MM + 1
005640     END-IF
005650     MOVE WS-NEXT-YYYY TO WS-DW-YYYY
005660     MOVE WS-NEXT-MM TO WS-DW-MM
005670     MOVE 1 TO WS-DW-DD
005680     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
005690     COMPUTE WS-MONTH-DAYS = WS-DW-DAYNUM - WS-START-DAYNUM
005700     MOVE WS-PARM-MONTH TO WS-CUTOFF-YYYYMM
005710     MOVE WS-MONTH-DAYS TO WS-CUTOFF-DD.
005720 1100-EXIT.
005730     EXIT.
005740*
005750* ----------------------------------------------------------------
005760*  1200-LOAD-ONE-RATE - TABLE THE NEXT RATE RECORD, SKIPPING
005770*  COMMENTS AND BLANK LINES.  A NON-NUMERIC RATE OR A FULL TABLE
005780*  SETS RETURN CODE 16 AND ENDS THE LOAD.
005790* ----------------------------------------------------------------
005800 1200-LOAD-ONE-RATE.
005810     READ RATE-FILE
005820        AT END
005830           SET WS-END-OF-RATES TO TRUE
005840     END-READ
005850     IF WS-END-OF-RATES
005860        OR RATE-RECORD (1:1) = '*'
005870        OR RATE-ITEM = SPACES
005880        GO TO 1200-EXIT
005890     END-IF
005900     IF RATE-AMOUNT NOT NUMERIC
005910        DISPLAY 'DL080 BAD RATE RECORD - ' RATE-RECORD
005920        MOVE 16 TO RETURN-CODE
005930        SET WS-END-OF-RATES TO TRUE
005940        GO TO 1200-EXIT
005950     END-IF
005960     IF WS-RATE-COUNT >= 200
005970        DISPLAY 'DL080 RATE TABLE FULL AT ' RATE-ITEM
005980                ' ' RATE-LOC-CODE
005990        MOVE 16 TO RETURN-CODE
006000        SET WS-END-OF-RATES TO TRUE
006010        GO TO 1200-EXIT
006020     END-IF
006030     ADD 1 TO WS-RATE-COUNT
006040     MOVE RATE-ITEM TO WS-RATE-ITEM (WS-RATE-COUNT)
006050     MOVE RATE-LOC-CODE TO WS-RATE-LOC (WS-RATE-COUNT)
006060     MOVE RATE-AMOUNT TO WS-RATE-AMOUNT (WS-RATE-COUNT)
006070     MOVE RATE-GL-ACCOUNT TO WS-RATE-GL-ACCOUNT (WS-RATE-COUNT)
006080     MOVE RATE-DESC TO WS-RATE-DESC (WS-RATE-COUNT).
006090 1200-EXIT.
006100     EXIT.
006110*
006120* ----------------------------------------------------------------
006130*  2000-CHARGE-ACTIVE - WALK PHBKDB1.  THE CHILD READS LEAVE THE
006140*  PCB UNDER THE CURRENT ROOT, SO THE UNQUALIFIED GN ON THE ROOT
006150*  STILL CONTINUES THE WALK, AS IN DL060.
006160* ----------------------------------------------------------------
006170 2000-CHARGE-ACTIVE.
006180     SET WS-DIR-ACTIVE TO TRUE
006190     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
006200              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
006210     IF PHBK-PCB-STATUS-OK
006220        SET WS-NOT-END-OF-DB TO TRUE
006230     ELSE
006240        SET WS-END-OF-DB TO TRUE
006250     END-IF
006260     PERFORM 2100-CHARGE-ONE-ACTIVE THRU 2100-EXIT
006270        UNTIL WS-END-OF-DB.
006280 2000-EXIT.
006290     EXIT.
006300*
006310 2100-CHARGE-ONE-ACTIVE.
006320     ADD 1 TO WS-ACT-READ-COUNT
006330     PERFORM 3000-CHARGE-ENTRY THRU 3000-EXIT
006340     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
006350              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
006360     IF NOT PHBK-PCB-STATUS-OK
006370        SET WS-END-OF-DB TO TRUE
006380     END-IF.
006390 2100-EXIT.
006400     EXIT.
006410*
006420* ----------------------------------------------------------------
006430*  2500-CHARGE-RETIREE - WALK PHBKDB2 THE SAME WAY.  ONLY THOSE
006440*  WHO RETIRED AFTER THE FIRST OF THE MONTH HELD ANYTHING IN IT.
006450* ----------------------------------------------------------------
006460 2500-CHARGE-RETIREE.
006470     SET WS-DIR-RETIREE TO TRUE
006480     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
006490              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
006500     IF RETIREE-PCB-STATUS-OK
006510        SET WS-NOT-END-OF-DB TO TRUE
006520     ELSE
006530        SET WS-END-OF-DB TO TRUE
006540     END-IF
006550     PERFORM 2600-CHARGE-ONE-RETIREE THRU 2600-EXIT
006560        UNTIL WS-END-OF-DB.
006570 2500-EXIT.
006580     EXIT.
006590*
006600 2600-CHARGE-ONE-RETIREE.
006610     ADD 1 TO WS-RET-READ-COUNT
006620     PERFORM 3000-CHARGE-ENTRY THRU 3000-EXIT
006630     CALL 'CBLTDLI' USING WS-FUNC-GN RETIREE-PCB-MASK
006640              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
006650     IF NOT RETIREE-PCB-STATUS-OK
006660        SET WS-END-OF-DB TO TRUE
006670     END-IF.
006680 2600-EXIT.
006690     EXIT.
006700*
006710* ----------------------------------------------------------------
006720*  3000-CHARGE-ENTRY - SAVE THE ROOT, SET THE LAST DAY IT CAN BE
006730*  CHARGED FOR, TABLE ITS PHONES, THEN CHARGE EACH STRETCH OF THE
006740*  MONTH THE HISTORY SHOWS AND FINALLY THE TAIL TO THE CUTOFF.
006750* ----------------------------------------------------------------
006760 3000-CHARGE-ENTRY.
006770     MOVE PHBK-NAME2 TO WS-CUR-NAME2
006780     MOVE PHBK-NAME1 TO WS-CUR-NAME1
006790     MOVE PHBK-EXTN TO WS-CUR-EXTN
006800     MOVE PHBK-DEPT-CODE TO WS-CUR-DEPT
006810     MOVE PHBK-LOC-CODE TO WS-CUR-LOC
006820     MOVE PHBK-RETIRE-DATE TO WS-CUR-RETIRE-DATE
006830     MOVE WS-MONTH-DAYS TO WS-LAST-DAY
006840     IF WS-DIR-RETIREE
006850        IF WS-CUR-RETIRE-DATE NOT NUMERIC
006860           ADD 1 TO WS-NO-RETDATE-COUNT
006870           GO TO 3000-EXIT
006880        END-IF
006890        IF WS-CUR-RETIRE-DATE NOT > WS-MONTH-START
006900           GO TO 3000-EXIT
006910        END-IF
006920        IF WS-CUR-RETIRE-DATE NOT > WS-CUTOFF-DATE
006930           IF WS-METHOD-CUTOFF
006940              GO TO 3000-EXIT
006950           END-IF
006960           COMPUTE WS-LAST-DAY = WS-CUR-RETIRE-DD - 1
006970        END-IF
006980     END-IF
006990     MOVE SPACES TO WS-SSA-EXACT
007000     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
007010             WS-CUR-NAME2           DELIMITED BY SIZE
007020             ')(NAME1   EQ'         DELIMITED BY SIZE
007030             WS-CUR-NAME1           DELIMITED BY SIZE
007040             ')'                    DELIMITED BY SIZE
007050        INTO WS-SSA-EXACT
007060     SET WS-ENTRY-NOT-CHARGED TO TRUE
007070     PERFORM 3100-LOAD-PHONES THRU 3100-EXIT
007080     MOVE 1 TO WS-SEG-FROM-DAY
007090     SET WS-TAIL-NOT-KNOWN TO TRUE
007100     SET WS-TAIL-LIVE TO TRUE
007110     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
007120     PERFORM 4950-GET-HIST THRU 4950-EXIT
007130     PERFORM 3200-APPLY-ONE-HIST THRU 3200-EXIT
007140        UNTIL WS-END-OF-CHILD
007150     IF WS-TAIL-NOT-KNOWN
007160        MOVE WS-CUR-EXTN TO WS-TAIL-EXTN
007170        MOVE WS-CUR-DEPT TO WS-TAIL-DEPT
007180        MOVE WS-CUR-LOC TO WS-TAIL-LOC
007190     END-IF
007200     IF WS-TAIL-LIVE
007210        MOVE WS-TAIL-EXTN TO WS-SEG-EXTN
007220        MOVE WS-TAIL-DEPT TO WS-SEG-DEPT
007230        MOVE WS-TAIL-LOC TO WS-SEG-LOC
007240        MOVE WS-LAST-DAY TO WS-SEG-TO-DAY
007250        PERFORM 3500-CHARGE-SEGMENT THRU 3500-EXIT
007260     END-IF
007270     IF WS-ENTRY-CHARGED
007280        ADD 1 TO WS-CHARGED-COUNT
007290        ADD WS-PHN-COUNT TO WS-PHONE-CHARGED-COUNT
007300     END-IF.
007310 3000-EXIT.
007320     EXIT.
007330*
007340* ----------------------------------------------------------------
007350*  3100-LOAD-PHONES - TABLE THE ENTRY'S PHONE-SEG TYPES.
007360* ----------------------------------------------------------------
007370 3100-LOAD-PHONES.
007380     MOVE ZERO TO WS-PHN-COUNT
007390     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
007400     PERFORM 4900-GET-PHONE THRU 4900-EXIT
007410     PERFORM 3110-LOAD-ONE-PHONE THRU 3110-EXIT
007420        UNTIL WS-END-OF-CHILD.
007430 3100-EXIT.
007440     EXIT.
007450*
007460 3110-LOAD-ONE-PHONE.
007470     IF WS-PHN-COUNT < 20
007480        ADD 1 TO WS-PHN-COUNT
007490        MOVE PHBK-PH-TYPE TO WS-PHN-TYPE (WS-PHN-COUNT)
007500     ELSE
007510        ADD 1 TO WS-PHONE-OVER-COUNT
007520     END-IF
007530     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
007540     PERFORM 4900-GET-PHONE THRU 4900-EXIT.
007550 3110-EXIT.
007560     EXIT.
007570*
007580* ----------------------------------------------------------------
007590*  3200-APPLY-ONE-HIST - CHILDREN BEFORE THE MONTH ARE PASSED
007600*  OVER.  ONE STAMPED IN THE MONTH CLOSES THE STRETCH BEFORE ITS
007610*  STAMP DAY WITH ITS PRIOR VALUES (UNLESS IT IS THE ADD, WHEN THE
007620*  ENTRY DID NOT EXIST YET) AND STARTS THE NEXT ONE; UNDER THE
007630*  CUTOFF METHOD THE MONTH IS NOT SPLIT AND THESE ARE PASSED OVER
007640*  TOO.  THE FIRST ONE STAMPED AFTER THE CUTOFF GIVES THE TAIL.
007650* ----------------------------------------------------------------
007660 3200-APPLY-ONE-HIST.
007670     IF PHBK-HST-DATE NOT NUMERIC
007680        ADD 1 TO WS-BAD-STAMP-COUNT
007690     ELSE
007700        IF PHBK-HST-DATE > WS-CUTOFF-DATE
007710           IF WS-TAIL-NOT-KNOWN
007720              SET WS-TAIL-KNOWN TO TRUE
007730              PERFORM 3300-SET-TAIL THRU 3300-EXIT
007740           END-IF
007750        ELSE
007760           IF PHBK-HST-DATE NOT < WS-MONTH-START
007770              AND WS-METHOD-PRORATE
007780              MOVE PHBK-HST-DATE TO WS-HST-WORK-DATE
007790              IF PHBK-HST-PRIOR-EXTN NOT = SPACES
007800                 OR PHBK-HST-PRIOR-ZIP NOT = SPACES
007810                 OR PHBK-HST-PRIOR-DEPT NOT = SPACES
007820                 OR PHBK-HST-PRIOR-LOC NOT = SPACES
007830                 MOVE PHBK-HST-PRIOR-EXTN TO WS-SEG-EXTN
007840                 MOVE PHBK-HST-PRIOR-DEPT TO WS-SEG-DEPT
007850                 MOVE PHBK-HST-PRIOR-LOC TO WS-SEG-LOC
007860                 COMPUTE WS-SEG-TO-DAY = WS-HST-WORK-DD - 1
007870                 PERFORM 3500-CHARGE-SEGMENT THRU 3500-EXIT
007880              END-IF
007890              MOVE WS-HST-WORK-DD TO WS-SEG-FROM-DAY
007900           END-IF
007910        END-IF
007920     END-IF
007930     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
007940     PERFORM 4950-GET-HIST THRU 4950-EXIT.
007950 3200-EXIT.
007960     EXIT.
007970*
007980* ----------------------------------------------------------------
007990*  3300-SET-TAIL - THE VALUES HELD ON THE CUTOFF ARE THE PRIOR
008000*  VALUES OF THE FIRST CHILD AFTER IT.  IF THAT CHILD IS THE ADD,
008010*  THE ENTRY DID NOT EXIST ON THE CUTOFF AND THE TAIL IS FREE.
008020* ----------------------------------------------------------------
008030 3300-SET-TAIL.
008040     IF PHBK-HST-PRIOR-EXTN = SPACES
008050        AND PHBK-HST-PRIOR-ZIP = SPACES
008060        AND PHBK-HST-PRIOR-DEPT = SPACES
008070        AND PHBK-HST-PRIOR-LOC = SPACES
008080        SET WS-TAIL-NOT-LIVE TO TRUE
008090     ELSE
008100        MOVE PHBK-HST-PRIOR-EXTN TO WS-TAIL-EXTN
008110        MOVE PHBK-HST-PRIOR-DEPT TO WS-TAIL-DEPT
008120        MOVE PHBK-HST-PRIOR-LOC TO WS-TAIL-LOC
008130     END-IF.
008140 3300-EXIT.
008150     EXIT.
008160*
008170* ----------------------------------------------------------------
008180*  3500-CHARGE-SEGMENT - ADD THE DAYS FROM WS-SEG-FROM-DAY TO
008190*  WS-SEG-TO-DAY (NO LATER THAN WS-LAST-DAY) TO THE SEGMENT'S
008200*  DEPT/LOC: ONCE FOR THE EXTENSION IF IT HELD ONE, AND ONCE FOR
008210*  EACH PHONE.
008220* ----------------------------------------------------------------
008230 3500-CHARGE-SEGMENT.
008240     IF WS-SEG-TO-DAY > WS-LAST-DAY
008250        MOVE WS-LAST-DAY TO WS-SEG-TO-DAY
008260     END-IF
008270     COMPUTE WS-SEG-DAYS = WS-SEG-TO-DAY - WS-SEG-FROM-DAY + 1
008280     IF WS-SEG-DAYS > ZERO
008290        SET WS-ENTRY-CHARGED TO TRUE
008300        MOVE WS-SEG-DEPT TO WS-NEW-BKT-DEPT
008310        MOVE WS-SEG-LOC TO WS-NEW-BKT-LOC
008320        IF WS-SEG-EXTN NOT = SPACES
008330           MOVE 'EXTN' TO WS-NEW-BKT-ITEM
008340           PERFORM 3600-ADD-TO-BUCKET THRU 3600-EXIT
008350        END-IF
008360        MOVE ZERO TO WS-PHN-IX
008370        PERFORM 3550-CHARGE-ONE-PHONE THRU 3550-EXIT
008380           UNTIL WS-PHN-IX >= WS-PHN-COUNT
008390     END-IF.
008400 3500-EXIT.
008410     EXIT.
008420*
008430 3550-CHARGE-ONE-PHONE.
008440     ADD 1 TO WS-PHN-IX
008450     MOVE WS-PHN-TYPE (WS-PHN-IX) TO WS-NEW-BKT-ITEM
008460     PERFORM 3600-ADD-TO-BUCKET THRU 3600-EXIT.
008470 3550-EXIT.
008480     EXIT.
008490*
008500* ----------------------------------------------------------------
008510*  3600-ADD-TO-BUCKET - ADD WS-SEG-DAYS TO THE BUCKET FOR
008520*  WS-NEW-BKT-KEY, INSERTING IT IN KEY ORDER THE FIRST TIME.
008530* ----------------------------------------------------------------
008540 3600-ADD-TO-BUCKET.
008550     MOVE ZERO TO WS-BKT-SUB
008560     MOVE ZERO TO WS-BKT-IX
008570     PERFORM 3610-SCAN-BUCKET THRU 3610-EXIT
008580        UNTIL WS-BKT-IX >= WS-BKT-COUNT OR WS-BKT-SUB > ZERO
008590     IF WS-BKT-SUB = ZERO
008600        IF WS-BKT-COUNT < 3000
008610           ADD 1 TO WS-BKT-COUNT
008620           MOVE WS-BKT-COUNT TO WS-SHIFT-IX
008630           PERFORM 3650-SHIFT-BUCKET THRU 3650-EXIT
008640              UNTIL WS-SHIFT-IX = 1
008650                 OR WS-BKT-KEY (WS-SHIFT-IX - 1)
008660                    NOT > WS-NEW-BKT-KEY
008670           MOVE WS-NEW-BKT-KEY TO WS-BKT-KEY (WS-SHIFT-IX)
008680           MOVE ZERO TO WS-BKT-DAYS (WS-SHIFT-IX)
008690           MOVE WS-SHIFT-IX TO WS-BKT-SUB
008700        ELSE
008710           SET WS-BUCKET-FULL TO TRUE
008720        END-IF
008730     END-IF
008740     IF WS-BKT-SUB > ZERO
008750        ADD WS-SEG-DAYS TO WS-BKT-DAYS (WS-BKT-SUB)
008760     END-IF.
008770 3600-EXIT.
008780     EXIT.
008790*
008800 3610-SCAN-BUCKET.
008810     ADD 1 TO WS-BKT-IX
008820     IF WS-BKT-KEY (WS-BKT-IX) = WS-NEW-BKT-KEY
008830        MOVE WS-BKT-IX TO WS-BKT-SUB
008840     END-IF.
008850 3610-EXIT.
008860     EXIT.
008870*
008880 3650-SHIFT-BUCKET.
008890     MOVE WS-BKT-ENTRY (WS-SHIFT-IX - 1)
008900       TO WS-BKT-ENTRY (WS-SHIFT-IX)
008910     SUBTRACT 1 FROM WS-SHIFT-IX.
008920 3650-EXIT.
008930     EXIT.
008940*
008950* ----------------------------------------------------------------
008960*  4000-PRINT-STATEMENTS - ONE PASS OVER THE BUCKETS IN KEY
008970*  ORDER: A STATEMENT HEADING WHENEVER THE DEPT CHANGES, A PRICED
008980*  LINE (AND GL RECORD) PER BUCKET, A TOTAL PER DEPT, THEN THE
008990*  GRAND TOTAL AND THE GL TRAILER.
009000* ----------------------------------------------------------------
009010 4000-PRINT-STATEMENTS.
009020     MOVE LOW-VALUES TO WS-PREV-DEPT
009030     MOVE ZERO TO WS-BKT-IX
009040     PERFORM 4100-PRINT-ONE-BUCKET THRU 4100-EXIT
009050        UNTIL WS-BKT-IX >= WS-BKT-COUNT
009060     IF WS-PREV-DEPT NOT = LOW-VALUES
009070        PERFORM 4500-PRINT-DEPT-TOTAL THRU 4500-EXIT
009080     END-IF
009090     MOVE 'GRAND TOTAL - ALL DEPARTMENTS' TO TOT-LABEL
009100     MOVE WS-GRAND-TOTAL TO TOT-AMOUNT
009110     MOVE WS-TOTAL-LINE TO CHARGE-REPORT-LINE
009120     WRITE CHARGE-REPORT-LINE
009130     MOVE SPACES TO GL-FEED-RECORD
009140     SET GL-REC-TRAILER TO TRUE
009150     MOVE WS-PARM-MONTH TO GL-PERIOD
009160     MOVE WS-GL-COUNT TO GL-TRL-RECORD-COUNT
009170     MOVE WS-GRAND-TOTAL TO GL-TRL-TOTAL-AMOUNT
009180     MOVE 'DL080   ' TO GL-TRL-SOURCE
009190     WRITE GL-FEED-RECORD.
009200 4000-EXIT.
009210     EXIT.
009220*
009230 4100-PRINT-ONE-BUCKET.
009240     ADD 1 TO WS-BKT-IX
009250     IF WS-BKT-DEPT (WS-BKT-IX) NOT = WS-PREV-DEPT
009260        IF WS-PREV-DEPT NOT = LOW-VALUES
009270           PERFORM 4500-PRINT-DEPT-TOTAL THRU 4500-EXIT
009280        END-IF
009290        PERFORM 4200-PRINT-DEPT-HEADING THRU 4200-EXIT
009300        MOVE WS-BKT-DEPT (WS-BKT-IX) TO WS-PREV-DEPT
009310        MOVE ZERO TO WS-DEPT-TOTAL
009320     END-IF
009330     PERFORM 4300-PRICE-BUCKET THRU 4300-EXIT.
009340 4100-EXIT.
009350     EXIT.
009360*
009370 4200-PRINT-DEPT-HEADING.
009380     ADD 1 TO WS-DEPT-COUNT
009390     MOVE 'D' TO WS-REF-LOOKUP-TYPE
009400     MOVE WS-BKT-DEPT (WS-BKT-IX) TO WS-REF-LOOKUP-CODE
009410     PERFORM 7100-LOOKUP-REF-NAME THRU 7100-EXIT
009420     MOVE WS-BKT-DEPT (WS-BKT-IX) TO DEPH-CODE
009430     IF WS-REF-FOUND
009440        MOVE WS-REF-FOUND-NAME TO DEPH-NAME
009450     ELSE
009460        MOVE '** NOT ON PHBKDB3 **' TO DEPH-NAME
009470     END-IF
009480     MOVE WS-DEPT-HEADING TO CHARGE-REPORT-LINE
009490     WRITE CHARGE-REPORT-LINE
009500     MOVE WS-COLUMN-HEADING TO CHARGE-REPORT-LINE
009510     WRITE CHARGE-REPORT-LINE.
009520 4200-EXIT.
009530     EXIT.
009540*
009550* ----------------------------------------------------------------
009560*  4300-PRICE-BUCKET - UNITS ARE DAYS HELD OVER DAYS IN THE MONTH.
009570*  THE AMOUNT IS PRICED FROM THE DAYS, NOT THE ROUNDED UNITS, SO
009580*  SPLIT MONTHS ADD BACK TO THE FULL RATE.
009590* ----------------------------------------------------------------
009600 4300-PRICE-BUCKET.
009610     ADD 1 TO WS-LINE-COUNT
009620     MOVE SPACES TO WS-DETAIL-LINE
009630     MOVE WS-BKT-LOC (WS-BKT-IX) TO DET-LOC
009640     MOVE WS-BKT-ITEM (WS-BKT-IX) TO DET-ITEM
009650     COMPUTE WS-UNITS ROUNDED =
009660             WS-BKT-DAYS (WS-BKT-IX) / WS-MONTH-DAYS
009670     MOVE WS-UNITS TO DET-UNITS
009680     MOVE WS-BKT-ITEM (WS-BKT-IX) TO WS-RLK-ITEM
009690     MOVE WS-BKT-LOC (WS-BKT-IX) TO WS-RLK-LOC
009700     PERFORM 7200-LOOKUP-RATE THRU 7200-EXIT
009710     IF WS-RATE-NOT-FOUND
009720        MOVE SPACES TO WS-RLK-LOC
009730        PERFORM 7200-LOOKUP-RATE THRU 7200-EXIT
009740     END-IF
009750     IF WS-RATE-FOUND
009760        COMPUTE WS-AMOUNT ROUNDED =
009770                WS-RATE-AMOUNT (WS-RATE-SUB)
009780                * WS-BKT-DAYS (WS-BKT-IX) / WS-MONTH-DAYS
009790        MOVE WS-RATE-DESC (WS-RATE-SUB) TO DET-DESC
009800        MOVE WS-RATE-AMOUNT (WS-RATE-SUB) TO DET-RATE
009810        MOVE WS-AMOUNT TO DET-AMOUNT
009820        MOVE WS-RATE-GL-ACCOUNT (WS-RATE-SUB) TO DET-ACCOUNT
009830        ADD WS-AMOUNT TO WS-DEPT-TOTAL
009840        ADD WS-AMOUNT TO WS-GRAND-TOTAL
009850        PERFORM 4400-WRITE-GL-DETAIL THRU 4400-EXIT
009860     ELSE
009870        ADD 1 TO WS-NO-RATE-COUNT
009880        MOVE ZERO TO DET-RATE
009890        MOVE ZERO TO DET-AMOUNT
009900        MOVE 'NO RATE - NOT BILLED' TO DET-NOTE
009910     END-IF
009920     MOVE WS-DETAIL-LINE TO CHARGE-REPORT-LINE
009930     WRITE CHARGE-REPORT-LINE.
009940 4300-EXIT.
009950     EXIT.
009960*
009970 4400-WRITE-GL-DETAIL.
009980     MOVE SPACES TO GL-FEED-RECORD
009990     SET GL-REC-DETAIL TO TRUE
010000     MOVE WS-PARM-MONTH TO GL-PERIOD
010010     MOVE WS-BKT-DEPT (WS-BKT-IX) TO GL-DEPT-CODE
010020     MOVE WS-BKT-LOC (WS-BKT-IX) TO GL-LOC-CODE
010030     MOVE WS-BKT-ITEM (WS-BKT-IX) TO GL-ITEM
010040     MOVE WS-RATE-GL-ACCOUNT (WS-RATE-SUB) TO GL-ACCOUNT
010050     MOVE WS-UNITS TO GL-UNITS
010060     MOVE WS-AMOUNT TO GL-AMOUNT
010070     MOVE 'DL080   ' TO GL-SOURCE
010080     WRITE GL-FEED-RECORD
010090     ADD 1 TO WS-GL-COUNT.
010100 4400-EXIT.
010110     EXIT.
010120*
010130 4500-PRINT-DEPT-TOTAL.
010140     MOVE SPACES TO TOT-LABEL
010150     STRING 'TOTAL FOR DEPARTMENT ' DELIMITED BY SIZE
010160             WS-PREV-DEPT           DELIMITED BY SIZE
010170        INTO TOT-LABEL
010180     MOVE WS-DEPT-TOTAL TO TOT-AMOUNT
010190     MOVE WS-TOTAL-LINE TO CHARGE-REPORT-LINE
010200     WRITE CHARGE-REPORT-LINE
010210     MOVE SPACES TO CHARGE-REPORT-LINE
010220     WRITE CHARGE-REPORT-LINE.
010230 4500-EXIT.
010240     EXIT.
010250*
010260* ----------------------------------------------------------------
010270*  4900-GET-PHONE / 4950-GET-HIST - GU (FIRST) OR GN (NEXT) CHILD
010280*  OF THE CURRENT ENTRY ON WHICHEVER DIRECTORY IS BEING WALKED,
010290*  QUALIFIED ON THE ROOT KEY IN WS-SSA-EXACT.
010300* ----------------------------------------------------------------
010310 4900-GET-PHONE.
010320     IF WS-DIR-ACTIVE
010330        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
010340                 PHBK-PHONE-SEG WS-SSA-EXACT
010350                 WS-SSA-PHONE-UNQUAL
010360        IF PHBK-PCB-STATUS-OK
010370           SET WS-NOT-END-OF-CHILD TO TRUE
010380        ELSE
010390           SET WS-END-OF-CHILD TO TRUE
010400        END-IF
010410     ELSE
010420        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
010430                 PHBK-PHONE-SEG WS-SSA-EXACT
010440                 WS-SSA-PHONE-UNQUAL
010450        IF RETIREE-PCB-STATUS-OK
010460           SET WS-NOT-END-OF-CHILD TO TRUE
010470        ELSE
010480           SET WS-END-OF-CHILD TO TRUE
010490        END-IF
010500     END-IF.
010510 4900-EXIT.
010520     EXIT.
010530*
010540 4950-GET-HIST.
010550     IF WS-DIR-ACTIVE
010560        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
010570                 PHBK-HIST-SEG WS-SSA-EXACT
010580                 WS-SSA-HIST-UNQUAL
010590        IF PHBK-PCB-STATUS-OK
010600           SET WS-NOT-END-OF-CHILD TO TRUE
010610        ELSE
010620           SET WS-END-OF-CHILD TO TRUE
010630        END-IF
010640     ELSE
010650        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
010660                 PHBK-HIST-SEG WS-SSA-EXACT
010670                 WS-SSA-HIST-UNQUAL
010680        IF RETIREE-PCB-STATUS-OK
010690           SET WS-NOT-END-OF-CHILD TO TRUE
010700        ELSE
010710           SET WS-END-OF-CHILD TO TRUE
010720        END-IF
010730     END-IF.
010740 4950-EXIT.
010750     EXIT.
010760*
010770* ----------------------------------------------------------------
010780*  6000-PRINT-SUMMARY - END-OF-RUN CONTROL TOTALS, THEN THE
010790*  RUNSTAT RECORD.
010800* ----------------------------------------------------------------
010810 6000-PRINT-SUMMARY.
010820     MOVE SPACES TO CHARGE-REPORT-LINE
010830     WRITE CHARGE-REPORT-LINE
010840     MOVE 'ACTIVE ENTRIES READ' TO SUM-LABEL
010850     MOVE WS-ACT-READ-COUNT TO SUM-VALUE
010860     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010870     MOVE 'RETIREE ENTRIES READ' TO SUM-LABEL
010880     MOVE WS-RET-READ-COUNT TO SUM-VALUE
010890     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010900     MOVE 'ENTRIES CHARGED' TO SUM-LABEL
010910     MOVE WS-CHARGED-COUNT TO SUM-VALUE
010920     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010930     MOVE 'PHONE CHILDREN CHARGED' TO SUM-LABEL
010940     MOVE WS-PHONE-CHARGED-COUNT TO SUM-VALUE
010950     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010960     MOVE 'DEPARTMENTS BILLED' TO SUM-LABEL
010970     MOVE WS-DEPT-COUNT TO SUM-VALUE
010980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010990     MOVE 'CHARGE LINES PRINTED' TO SUM-LABEL
011000     MOVE WS-LINE-COUNT TO SUM-VALUE
011010     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011020     MOVE 'GL RECORDS WRITTEN' TO SUM-LABEL
011030     MOVE WS-GL-COUNT TO SUM-VALUE
011040     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011050     MOVE 'LINES WITH NO RATE' TO SUM-LABEL
011060     MOVE WS-NO-RATE-COUNT TO SUM-VALUE
011070     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011080     MOVE 'HISTORY STAMPS NOT A DATE' TO SUM-LABEL
011090     MOVE WS-BAD-STAMP-COUNT TO SUM-VALUE
011100     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011110     MOVE 'RETIREES WITH NO RETIRE DATE' TO SUM-LABEL
011120     MOVE WS-NO-RETDATE-COUNT TO SUM-VALUE
011130     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011140     IF WS-PHONE-OVER-COUNT > ZERO
011150        MOVE 'PHONES OVER 20 - NOT CHARGED' TO SUM-LABEL
011160        MOVE WS-PHONE-OVER-COUNT TO SUM-VALUE
011170        PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011180     END-IF
011190     IF WS-BUCKET-FULL
011200        MOVE SPACES TO CHARGE-REPORT-LINE
011210        MOVE '  ** CHARGE TABLE FULL - CHARGES MISSING **'
011220          TO CHARGE-REPORT-LINE
011230        WRITE CHARGE-REPORT-LINE
011240     END-IF
011250     PERFORM 6500-WRITE-RUN-STATS THRU 6500-EXIT.
011260 6000-EXIT.
011270     EXIT.
011280*
011290 6100-WRITE-SUMMARY-LINE.
011300     MOVE WS-SUMMARY-LINE TO CHARGE-REPORT-LINE
011310     WRITE CHARGE-REPORT-LINE.
011320 6100-EXIT.
011330     EXIT.
011340*
011350* ----------------------------------------------------------------
011360*  6500-WRITE-RUN-STATS - APPEND THE RUN TOTALS TO THE SHARED
011370*  STATISTICS FILE FOR THE DL090 TREND REPORT.  COUNT 5 IS THE
011380*  MONTH'S TOTAL CHARGE IN WHOLE CURRENCY UNITS.
011390* ----------------------------------------------------------------
011400 6500-WRITE-RUN-STATS.
011410     OPEN EXTEND RUN-STAT-FILE
011420     MOVE SPACES TO PHBK-STAT-RECORD
011430     MOVE 'DL080   ' TO STA-JOB
011440     MOVE WS-CD-DATE TO STA-RUN-DATE
011450     MOVE WS-CHARGED-COUNT TO STA-COUNT-1
011460     MOVE WS-PHONE-CHARGED-COUNT TO STA-COUNT-2
011470     MOVE WS-DEPT-COUNT TO STA-COUNT-3
011480     MOVE WS-GL-COUNT TO STA-COUNT-4
011490     MOVE WS-GRAND-TOTAL TO STA-COUNT-5
011500     MOVE WS-NO-RATE-COUNT TO STA-COUNT-6
011510     WRITE PHBK-STAT-RECORD
011520     CLOSE RUN-STAT-FILE.
011530 6500-EXIT.
011540     EXIT.
011550*
011560* ----------------------------------------------------------------
011570*  7000-CALC-DAY-NUMBER - DAY NUMBER OF WS-DW-DATE, AS IN DL025.
011580* ----------------------------------------------------------------
011590 7000-CALC-DAY-NUMBER.
011600     MOVE WS-DW-YYYY TO WS-DW-YEAR
011610     MOVE WS-DW-MM TO WS-DW-MONTH
011620     IF WS-DW-MONTH < 3
011630        SUBTRACT 1 FROM WS-DW-YEAR
011640        ADD 12 TO WS-DW-MONTH
011650     END-IF
011660     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
011670     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
011680     ADD WS-DW-TEMP TO WS-DW-DAYNUM
011690     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
011700     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
011710     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
011720     ADD WS-DW-TEMP TO WS-DW-DAYNUM
011730     SUBTRACT 3 FROM WS-DW-MONTH
011740     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
011750     ADD 2 TO WS-DW-TEMP
011760     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
011770     ADD WS-DW-TEMP TO WS-DW-DAYNUM
011780     ADD WS-DW-DD TO WS-DW-DAYNUM.
011790 7000-EXIT.
011800     EXIT.
011810*
011820* ----------------------------------------------------------------
011830*  7100-LOOKUP-REF-NAME - GU THE CODE REFERENCE DATABASE FOR THE
011840*  TYPE+CODE IN WS-REF-LOOKUP, AS DL015 DOES.  AN INACTIVE CODE
011850*  STILL SHOWS ITS NAME.
011860* ----------------------------------------------------------------
011870 7100-LOOKUP-REF-NAME.
011880     SET WS-REF-NOT-FOUND TO TRUE
011890     MOVE SPACES TO WS-REF-FOUND-NAME
011900     MOVE SPACES TO WS-SSA-REF-EXACT
011910     STRING 'PHBKREF (REFKEY  EQ' DELIMITED BY SIZE
011920             WS-REF-LOOKUP-TYPE    DELIMITED BY SIZE
011930             WS-REF-LOOKUP-CODE    DELIMITED BY SIZE
011940             ')'                   DELIMITED BY SIZE
011950        INTO WS-SSA-REF-EXACT
011960     CALL 'CBLTDLI' USING WS-FUNC-GU REFCD-PCB-MASK
011970              PHBK-REF-SEGMENT WS-SSA-REF-EXACT
011980     IF REFCD-PCB-STATUS-OK
011990        SET WS-REF-FOUND TO TRUE
012000        MOVE PHBK-REF-NAME TO WS-REF-FOUND-NAME
012010     END-IF.
012020 7100-EXIT.
012030     EXIT.
012040*
012050* ----------------------------------------------------------------
012060*  7200-LOOKUP-RATE - FIND WS-RATE-LOOKUP-KEY IN THE RATE TABLE;
012070*  WS-RATE-SUB POINTS AT IT WHEN FOUND.
012080* ----------------------------------------------------------------
012090 7200-LOOKUP-RATE.
012100     SET WS-RATE-NOT-FOUND TO TRUE
012110     MOVE ZERO TO WS-RATE-SUB
012120     MOVE ZERO TO WS-RATE-IX
012130     PERFORM 7210-SCAN-RATE THRU 7210-EXIT
012140        UNTIL WS-RATE-IX >= WS-RATE-COUNT OR WS-RATE-FOUND.
012150 7200-EXIT.
012160     EXIT.
012170*
012180 7210-SCAN-RATE.
012190     ADD 1 TO WS-RATE-IX
012200     IF WS-RATE-KEY (WS-RATE-IX) = WS-RATE-LOOKUP-KEY
012210        SET WS-RATE-FOUND TO TRUE
012220        MOVE WS-RATE-IX TO WS-RATE-SUB
012230     END-IF.
012240 7210-EXIT.
012250     EXIT.
012260*
012270* ----------------------------------------------------------------
012280*  8000-TERMINATE
012290* ----------------------------------------------------------------
012300 8000-TERMINATE.
012310     CLOSE GL-FEED-FILE
012320     CLOSE CHARGE-REPORT-FILE.
012330 8000-EXIT.
012340     EXIT.
