000010* ----------------------------------------------------------------
000020*  DL075 - EXTENSION BLOCK UTILIZATION REPORT (WEEKLY BATCH)
000030*
000040*  EVERY LOCATION ON THE PHBKDB3 REFERENCE DATABASE MAY CARRY A
000050*  BLOCK OF EXTENSION NUMBERS (PHBK-REF-EXTN-LOW/HIGH).  THIS
000060*  JOB SHOWS THE TELECOM PLANNERS HOW FULL EACH BLOCK IS BEFORE
000070*  IT RUNS OUT, COUNTING FOR EVERY LOCATION:
000080*      SIZE        - THE NUMBERS IN THE BLOCK (HIGH - LOW + 1)
000090*      ASSIGNED    - BLOCK NUMBERS HELD BY AN ACTIVE DIRECTORY
000100*                    (PHBKDB1) ENTRY
000110*      QUARANTINED - BLOCK NUMBERS NOBODY HOLDS THAT ARE STILL IN
000120*                    THE PHBKDB6 REUSE QUARANTINE
000130*      FREE        - WHAT IS LEFT, THE NUMBERS NEXTEXTN CAN GIVE
000140*  AN ENTRY WHOSE EXTENSION IS NOT IN ITS OWN LOCATION'S BLOCK,
000150*  OR WHOSE LOCATION IS NOT ON PHBKDB3, IS LISTED AS AN
000160*  EXCEPTION.  AN EXTENSION OUTSIDE ITS OWN BLOCK THAT FALLS IN
000170*  ANOTHER LOCATION'S BLOCK STILL USES UP A NUMBER THERE, SO IT
000180*  IS COUNTED AS ASSIGNED IN THAT BLOCK AND THE LINE NAMES IT.
000190*  RETIREES HOLD NO EXTENSION AND ARE NOT READ.
000200*
000210*  AN EXTENSION IS IN A BLOCK WHEN IT HAS THE SAME NUMBER OF
000220*  DIGITS AS THE BLOCK ENDS AND LIES BETWEEN THEM; BEING
000230*  LEFT-JUSTIFIED AND OF EQUAL LENGTH, THEY COMPARE AS TEXT.
000240*  NO PARAMETER CARD.
000250* ----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.  DL075.
000280 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000290 INSTALLATION. DATA CENTER SYSTEMS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*
000330* ----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350* ----------------------------------------------------------------
000360*  DATE       BY    DESCRIPTION
000370*  ---------- ----  -------------------------------------------
000380*  10/15/2026 PAG   ORIGINAL EXTENSION BLOCK UTILIZATION REPORT.
000390* ----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT UTIL-REPORT-FILE ASSIGN TO UTLRPT
000470         ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520* ----------------------------------------------------------------
000530*  UTIL-REPORT-FILE - FORMATTED PRINT FILE.
000540* ----------------------------------------------------------------
000550 FD  UTIL-REPORT-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  UTIL-REPORT-LINE            PIC X(132).
000590*
000600 WORKING-STORAGE SECTION.
000610*
000620* ----------------------------------------------------------------
000630*  DL/I CALL FUNCTION CODES
000640* ----------------------------------------------------------------
000650 01  WS-DLI-FUNCTIONS.
000660     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
000670     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
000680*
000690* ----------------------------------------------------------------
000700*  SWITCHES
000710* ----------------------------------------------------------------
000720 01  WS-SWITCHES.
000730     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
000740         88  WS-END-OF-DB                VALUE 'Y'.
000750         88  WS-NOT-END-OF-DB            VALUE 'N'.
000760     05  WS-SW-END-OF-REF        PIC X(01) VALUE 'N'.
000770         88  WS-END-OF-REF               VALUE 'Y'.
000780         88  WS-NOT-END-OF-REF           VALUE 'N'.
000790     05  WS-SW-TABLE-FULL        PIC X(01) VALUE 'N'.
000800         88  WS-TABLE-FULL               VALUE 'Y'.
000810         88  WS-TABLE-NOT-FULL           VALUE 'N'.
000820     05  WS-SW-IN-BLOCK          PIC X(01) VALUE 'N'.
000830         88  WS-IN-BLOCK                 VALUE 'Y'.
000840         88  WS-NOT-IN-BLOCK             VALUE 'N'.
000850*
000860* ----------------------------------------------------------------
000870*  COUNTERS
000880* ----------------------------------------------------------------
000890 01  WS-COUNTERS.
000900     05  WS-REF-READ-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
000910     05  WS-BLOCK-COUNT          PIC S9(05) COMP-3 VALUE ZERO.
000920     05  WS-BAD-BLOCK-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
000930     05  WS-ACT-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
000940     05  WS-NO-EXTN-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
000950     05  WS-IN-OWN-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
000960     05  WS-OUTSIDE-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
000970     05  WS-NO-BLOCK-ENT-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
000980     05  WS-NOREF-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
000990     05  WS-QUAR-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001000     05  WS-QUAR-ACTIVE-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
001010     05  WS-QUAR-EXPIRED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001020     05  WS-LOC-COUNT            PIC S9(05) COMP VALUE ZERO.
001030     05  WS-LOC-IX               PIC S9(05) COMP VALUE ZERO.
001040     05  WS-LOC-SUB              PIC S9(05) COMP VALUE ZERO.
001050     05  WS-OWN-SUB              PIC S9(05) COMP VALUE ZERO.
001060*
001070 01  WS-SSA-AREAS.
001080     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
001090     05  WS-SSA-REF-UNQUAL       PIC X(09) VALUE 'PHBKREF '.
001100     05  WS-SSA-QUAR-UNQUAL      PIC X(09) VALUE 'PHBKQTN '.
001110*
001120* ----------------------------------------------------------------
001130*  WS-LOC-TABLE - ONE ROW PER LOCATION CODE ON PHBKDB3, WITH ITS
001140*  BLOCK AND THE COUNTS THE TWO WALKS BUILD.  WS-LOC-BLK-STAT IS
001150*  'Y' FOR A USABLE BLOCK, 'N' FOR NO BLOCK AND 'B' FOR A BLOCK
001160*  WHOSE ENDS DO NOT EDIT (NOT NUMERIC, UNEQUAL LENGTHS, OR LOW
001170*  ABOVE HIGH) - EX02 STOPS THOSE NOW, BUT A CODE LOADED BEFORE
001180*  ITS EDITS MAY STILL CARRY ONE.  500 IS FAR ABOVE THE CODE
001190*  POPULATION; OVERFLOW IS REPORTED.
001200* ----------------------------------------------------------------
001210 01  WS-LOC-TABLE.
001220     05  WS-LOC-ENTRY OCCURS 500 TIMES.
001230         10  WS-LOC-CODE         PIC X(08).
001240         10  WS-LOC-NAME         PIC X(30).
001250         10  WS-LOC-FLAG         PIC X(01).
001260         10  WS-LOC-LOW          PIC X(10).
001270         10  WS-LOC-HIGH         PIC X(10).
001280         10  WS-LOC-LEN          PIC 9(02) COMP.
001290         10  WS-LOC-BLK-STAT     PIC X(01).
001300         10  WS-LOC-SIZE         PIC S9(11) COMP-3.
001310         10  WS-LOC-ASSIGNED     PIC S9(07) COMP-3.
001320         10  WS-LOC-QUAR         PIC S9(07) COMP-3.
001330*
001340* ----------------------------------------------------------------
001350*  WS-BLOCK-WORK - WS-TEST-EXTN/WS-TEST-LEN ARE THE EXTENSION
001360*  BEING PLACED AND ITS SIGNIFICANT LENGTH.  WS-NUM-WORK TURNS A
001370*  BLOCK END INTO A NUMBER: ITS DIGITS GO RIGHT-JUSTIFIED INTO
001380*  WS-NUM-WORK-X AT WS-NUM-OFFSET, AS EX01 DOES FOR NEXTEXTN.
001390* ----------------------------------------------------------------
001400 01  WS-BLOCK-WORK.
001410     05  WS-TEST-EXTN            PIC X(10) VALUE SPACES.
001420     05  WS-TEST-LEN             PIC 9(02) COMP VALUE ZERO.
001430     05  WS-HIGH-LEN             PIC 9(02) COMP VALUE ZERO.
001440     05  WS-NUM-OFFSET           PIC 9(02) COMP VALUE ZERO.
001450     05  WS-NUM-WORK             PIC 9(10) VALUE ZERO.
001460     05  WS-NUM-WORK-X REDEFINES WS-NUM-WORK
001470                                 PIC X(10).
001480     05  WS-LOW-NUM              PIC 9(10) VALUE ZERO.
001490     05  WS-FREE-NUM             PIC S9(11) COMP-3 VALUE ZERO.
001500     05  WS-LOOKUP-LOC           PIC X(08) VALUE SPACES.
001510*
001520 01  WS-CURRENT-DATE.
001530     05  WS-CD-DATE              PIC X(08).
001540*
001550* ----------------------------------------------------------------
001560*  WS-DATE-WORK - INPUT AND WORK FIELDS FOR 7000-CALC-DAY-NUMBER.
001570*  WS-TODAY-DAYNUM HOLDS ITS RESULT FOR THE RUN DATE.
001580* ----------------------------------------------------------------
001590 01  WS-DATE-WORK.
001600     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
001610     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
001620         10  WS-DW-YYYY          PIC 9(04).
001630         10  WS-DW-MM            PIC 9(02).
001640         10  WS-DW-DD            PIC 9(02).
001650     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
001660     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
001670     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
001680     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
001690     05  WS-TODAY-DAYNUM         PIC S9(09) COMP-3 VALUE ZERO.
001700*
001710* ----------------------------------------------------------------
001720*  PRINT LINES
001730* ----------------------------------------------------------------
001740 01  WS-HEADING-1.
001750     05  FILLER                  PIC X(30)
001760         VALUE 'EXTENSION BLOCK UTILIZATION   '.
001770     05  FILLER                  PIC X(12) VALUE '      DL075 '.
001780     05  FILLER                  PIC X(05) VALUE 'DATE '.
001790     05  HD1-DATE                PIC X(08) VALUE SPACES.
001800     05  FILLER                  PIC X(77) VALUE SPACES.
001810*
001820 01  WS-SECTION-HEADING.
001830     05  SEC-TITLE               PIC X(50) VALUE SPACES.
001840     05  FILLER                  PIC X(82) VALUE SPACES.
001850*
001860 01  WS-EXCEPTION-HEAD.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  FILLER                  PIC X(12) VALUE 'NAME2       '.
001890     05  FILLER                  PIC X(12) VALUE 'NAME1       '.
001900     05  FILLER                  PIC X(12) VALUE 'EXTENSION   '.
001910     05  FILLER                  PIC X(07) VALUE 'LOC    '.
001920     05  FILLER                  PIC X(28)
001930         VALUE 'REASON                      '.
001940     05  FILLER                  PIC X(11) VALUE 'IN BLOCK OF'.
001950     05  FILLER                  PIC X(48) VALUE SPACES.
001960*
001970 01  WS-EXCEPTION-LINE.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  EXC-NAME2               PIC X(10) VALUE SPACES.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  EXC-NAME1               PIC X(10) VALUE SPACES.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  EXC-EXTN                PIC X(10) VALUE SPACES.
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  EXC-LOC                 PIC X(05) VALUE SPACES.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  EXC-REASON              PIC X(26) VALUE SPACES.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  EXC-OTHER-LOC           PIC X(08) VALUE SPACES.
002100     05  FILLER                  PIC X(51) VALUE SPACES.
002110*
002120 01  WS-UTIL-HEAD.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  FILLER                  PIC X(10) VALUE 'LOC       '.
002150     05  FILLER                  PIC X(32)
002160         VALUE 'NAME                            '.
002170     05  FILLER                  PIC X(11) VALUE 'BLOCK LOW  '.
002180     05  FILLER                  PIC X(11) VALUE 'BLOCK HIGH '.
002190     05  FILLER                  PIC X(13) VALUE '         SIZE'.
002200     05  FILLER                  PIC X(09) VALUE ' ASSIGNED'.
002210     05  FILLER                  PIC X(09) VALUE '  QUARNTD'.
002220     05  FILLER                  PIC X(11) VALUE SPACES.
002221     05  FILLER                  PIC X(04) VALUE 'FREE'.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  FILLER                  PIC X(10) VALUE 'STATUS    '.
002250     05  FILLER                  PIC X(08) VALUE SPACES.
002260*
002270 01  WS-UTIL-LINE.
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  UTL-CODE                PIC X(08) VALUE SPACES.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  UTL-NAME                PIC X(30) VALUE SPACES.
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  UTL-LOW                 PIC X(10) VALUE SPACES.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  UTL-HIGH                PIC X(10) VALUE SPACES.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  UTL-SIZE                PIC Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  UTL-ASSIGNED            PIC ZZZ,ZZ9 VALUE ZERO.
002400     05  FILLER                  PIC X(02) VALUE SPACES.
002410     05  UTL-QUAR                PIC ZZZ,ZZ9 VALUE ZERO.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  UTL-FREE                PIC Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  UTL-STATUS              PIC X(10) VALUE SPACES.
002460     05  FILLER                  PIC X(08) VALUE SPACES.
002470*
002480 01  WS-SUMMARY-LINE.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  SUM-LABEL               PIC X(34) VALUE SPACES.
002510     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
002520     05  FILLER                  PIC X(89) VALUE SPACES.
002530*
002540* ----------------------------------------------------------------
002550*  DL/I I-O AREAS
002560* ----------------------------------------------------------------
002570 COPY PHBKSEG.
002580 COPY PHBKREF.
002590 COPY PHBKQTN.
002600*
002610 LINKAGE SECTION.
002620*
002630* ----------------------------------------------------------------
002640*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
002650*  CONTROL REGION.
002660* ----------------------------------------------------------------
002670 01  IO-PCB-MASK.
002680     05  IO-PCB-LTERM            PIC X(08).
002690     05  IO-PCB-RESERVED-1       PIC X(02).
002700     05  IO-PCB-STATUS-CODE      PIC X(02).
002710     05  IO-PCB-DATE             PIC S9(07) COMP-3.
002720     05  IO-PCB-TIME             PIC S9(07) COMP-3.
002730     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
002740     05  IO-PCB-MODNAME          PIC X(08).
002750     05  IO-PCB-USERID           PIC X(08).
002760     05  IO-PCB-GRPNAME          PIC X(08).
002770*
002780 COPY PHBKPCB.
002790 COPY PHBKPC3.
002800 COPY PHBKPC6.
002810*
002820 PROCEDURE DIVISION USING IO-PCB-MASK
002830         PHBK-PCB-MASK
002840         REFCD-PCB-MASK
002850         QUAR-PCB-MASK.
002860*
002870* ================================================================
002880*  0000-MAINLINE
002890* ================================================================
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     PERFORM 1500-LOAD-LOCATIONS THRU 1500-EXIT
002930     PERFORM 2000-SCAN-ACTIVE THRU 2000-EXIT
002940     PERFORM 3000-SCAN-QUARANTINE THRU 3000-EXIT
002950     PERFORM 5000-PRINT-UTILIZATION THRU 5000-EXIT
002960     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002970     PERFORM 8000-TERMINATE THRU 8000-EXIT
002980     GOBACK.
002990*
003000* ----------------------------------------------------------------
003010*  1000-INITIALIZE - WORK OUT TODAY'S DAY NUMBER, OPEN THE REPORT
003020*  AND PRINT THE HEADING AND THE EXCEPTION-SECTION TITLE; THE
003030*  EXCEPTION LINES FOLLOW AS THE DIRECTORY WALK FINDS THEM.
003040* ----------------------------------------------------------------
003050 1000-INITIALIZE.
003060     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
003070     MOVE WS-CD-DATE TO WS-DW-DATE
003080     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
003090     MOVE WS-DW-DAYNUM TO WS-TODAY-DAYNUM
003100     OPEN OUTPUT UTIL-REPORT-FILE
003110     MOVE WS-CD-DATE TO HD1-DATE
003120     MOVE WS-HEADING-1 TO UTIL-REPORT-LINE
003130     WRITE UTIL-REPORT-LINE
003140     MOVE SPACES TO UTIL-REPORT-LINE
003150     WRITE UTIL-REPORT-LINE
003160     MOVE 'ENTRIES WITH EXTENSION OUTSIDE THEIR LOCATION BLOCK'
003170       TO SEC-TITLE
003180     MOVE WS-SECTION-HEADING TO UTIL-REPORT-LINE
003190     WRITE UTIL-REPORT-LINE
003200     MOVE WS-EXCEPTION-HEAD TO UTIL-REPORT-LINE
003210     WRITE UTIL-REPORT-LINE.
003220 1000-EXIT.
003230     EXIT.
003240*
003250* ----------------------------------------------------------------
003260*  1500-LOAD-LOCATIONS - TABLE EVERY LOCATION CODE ON THE
003270*  REFERENCE DATABASE WITH ITS BLOCK.  DEPT CODES AND TYPE 'U'
003280*  PROFILES ARE SKIPPED.
003290* ----------------------------------------------------------------
003300 1500-LOAD-LOCATIONS.
003310     CALL 'CBLTDLI' USING WS-FUNC-GU REFCD-PCB-MASK
003320              PHBK-REF-SEGMENT WS-SSA-REF-UNQUAL
003330     IF REFCD-PCB-STATUS-OK
003340        SET WS-NOT-END-OF-REF TO TRUE
003350     ELSE
003360        SET WS-END-OF-REF TO TRUE
003370     END-IF
003380     PERFORM 1600-LOAD-ONE-REF THRU 1600-EXIT
003390        UNTIL WS-END-OF-REF OR WS-TABLE-FULL.
003400 1500-EXIT.
003410     EXIT.
003420*
003430 1600-LOAD-ONE-REF.
003440     ADD 1 TO WS-REF-READ-COUNT
003450     IF PHBK-REF-TYPE-LOC
003460        IF WS-LOC-COUNT >= 500
003470           SET WS-TABLE-FULL TO TRUE
003480        ELSE
003490           ADD 1 TO WS-LOC-COUNT
003500           MOVE PHBK-REF-CODE TO WS-LOC-CODE (WS-LOC-COUNT)
003510           MOVE PHBK-REF-NAME TO WS-LOC-NAME (WS-LOC-COUNT)
003520           MOVE PHBK-REF-ACTIVE-FLAG
003530             TO WS-LOC-FLAG (WS-LOC-COUNT)
003540           MOVE PHBK-REF-EXTN-LOW TO WS-LOC-LOW (WS-LOC-COUNT)
003550           MOVE PHBK-REF-EXTN-HIGH TO WS-LOC-HIGH (WS-LOC-COUNT)
003560           MOVE ZERO TO WS-LOC-ASSIGNED (WS-LOC-COUNT)
003570           MOVE ZERO TO WS-LOC-QUAR (WS-LOC-COUNT)
003580           PERFORM 1700-EDIT-BLOCK THRU 1700-EXIT
003590        END-IF
003600     END-IF
003610     IF WS-TABLE-NOT-FULL
003620        CALL 'CBLTDLI' USING WS-FUNC-GN REFCD-PCB-MASK
003630                 PHBK-REF-SEGMENT WS-SSA-REF-UNQUAL
003640        IF NOT REFCD-PCB-STATUS-OK
003650           SET WS-END-OF-REF TO TRUE
003660        END-IF
003670     END-IF.
003680 1600-EXIT.
003690     EXIT.
003700*
003710* ----------------------------------------------------------------
003720*  1700-EDIT-BLOCK - SET THE NEW ROW'S BLOCK LENGTH, STATUS AND
003730*  SIZE.  THE SIZE IS ONLY WORKED OUT FOR A USABLE BLOCK.
003740* ----------------------------------------------------------------
003750 1700-EDIT-BLOCK.
003760     MOVE ZERO TO WS-LOC-SIZE (WS-LOC-COUNT)
003770     MOVE ZERO TO WS-LOC-LEN (WS-LOC-COUNT)
003780     IF PHBK-REF-EXTN-BLOCK = SPACES
003790        MOVE 'N' TO WS-LOC-BLK-STAT (WS-LOC-COUNT)
003800        GO TO 1700-EXIT
003810     END-IF
003820     MOVE 'B' TO WS-LOC-BLK-STAT (WS-LOC-COUNT)
003830     MOVE PHBK-REF-EXTN-LOW TO WS-TEST-EXTN
003840     PERFORM 7100-CALC-TEST-LEN THRU 7100-EXIT
003850     MOVE WS-TEST-LEN TO WS-HIGH-LEN
003860     MOVE PHBK-REF-EXTN-HIGH TO WS-TEST-EXTN
003870     PERFORM 7100-CALC-TEST-LEN THRU 7100-EXIT
003880     IF WS-TEST-LEN = ZERO
003890        OR WS-TEST-LEN NOT = WS-HIGH-LEN
003900        ADD 1 TO WS-BAD-BLOCK-COUNT
003910        GO TO 1700-EXIT
003920     END-IF
003930     IF PHBK-REF-EXTN-LOW (1:WS-TEST-LEN) NOT NUMERIC
003940        OR PHBK-REF-EXTN-HIGH (1:WS-TEST-LEN) NOT NUMERIC
003950        OR PHBK-REF-EXTN-LOW > PHBK-REF-EXTN-HIGH
003960        ADD 1 TO WS-BAD-BLOCK-COUNT
003970        GO TO 1700-EXIT
003980     END-IF
003990     MOVE 'Y' TO WS-LOC-BLK-STAT (WS-LOC-COUNT)
004000     MOVE WS-TEST-LEN TO WS-LOC-LEN (WS-LOC-COUNT)
004010     ADD 1 TO WS-BLOCK-COUNT
004020     MOVE 11 TO WS-NUM-OFFSET
004030     SUBTRACT WS-TEST-LEN FROM WS-NUM-OFFSET
004040     MOVE ZERO TO WS-NUM-WORK
004050     MOVE PHBK-REF-EXTN-LOW (1:WS-TEST-LEN)
004060       TO WS-NUM-WORK-X (WS-NUM-OFFSET:WS-TEST-LEN)
004070     MOVE WS-NUM-WORK TO WS-LOW-NUM
004080     MOVE ZERO TO WS-NUM-WORK
004090     MOVE PHBK-REF-EXTN-HIGH (1:WS-TEST-LEN)
004100       TO WS-NUM-WORK-X (WS-NUM-OFFSET:WS-TEST-LEN)
004110     SUBTRACT WS-LOW-NUM FROM WS-NUM-WORK
004120       GIVING WS-LOC-SIZE (WS-LOC-COUNT)
004130     ADD 1 TO WS-LOC-SIZE (WS-LOC-COUNT).
004140 1700-EXIT.
004150     EXIT.
004160*
004170* ----------------------------------------------------------------
004180*  2000-SCAN-ACTIVE - WALK THE ACTIVE DIRECTORY PLACING EACH
004190*  ENTRY'S EXTENSION.
004200* ----------------------------------------------------------------
004210 2000-SCAN-ACTIVE.
004220     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
004230              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
004240     IF PHBK-PCB-STATUS-OK
004250        SET WS-NOT-END-OF-DB TO TRUE
004260     ELSE
004270        SET WS-END-OF-DB TO TRUE
004280     END-IF
004290     PERFORM 2100-SCAN-ONE-ACTIVE THRU 2100-EXIT
004300        UNTIL WS-END-OF-DB.
004310 2000-EXIT.
004320     EXIT.
004330*
004340 2100-SCAN-ONE-ACTIVE.
004350     ADD 1 TO WS-ACT-READ-COUNT
004360     IF PHBK-EXTN = SPACES
004370        ADD 1 TO WS-NO-EXTN-COUNT
004380     ELSE
004390        PERFORM 4000-PLACE-ENTRY THRU 4000-EXIT
004400     END-IF
004410     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
004420              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
004430     IF NOT PHBK-PCB-STATUS-OK
004440        SET WS-END-OF-DB TO TRUE
004450     END-IF.
004460 2100-EXIT.
004470     EXIT.
004480*
004490* ----------------------------------------------------------------
004500*  3000-SCAN-QUARANTINE - WALK PHBKDB6 COUNTING EACH UNEXPIRED
004510*  QUARANTINE AGAINST THE BLOCK ITS EXTENSION FALLS IN.  AN
004520*  OCCURRENCE WHOSE DATE OR DAYS ARE NOT NUMERIC CANNOT BE AGED
004530*  AND IS TAKEN AS STILL HELD, THE SAFER READING.
004540* ----------------------------------------------------------------
004550 3000-SCAN-QUARANTINE.
004560     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
004570              PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
004580     IF QUAR-PCB-STATUS-OK
004590        SET WS-NOT-END-OF-DB TO TRUE
004600     ELSE
004610        SET WS-END-OF-DB TO TRUE
004620     END-IF
004630     PERFORM 3100-SCAN-ONE-QUAR THRU 3100-EXIT
004640        UNTIL WS-END-OF-DB.
004650 3000-EXIT.
004660     EXIT.
004670*
004680 3100-SCAN-ONE-QUAR.
004690     ADD 1 TO WS-QUAR-READ-COUNT
004700     MOVE PHBK-QTN-FREED-DATE TO WS-DW-DATE
004710     IF WS-DW-DATE NUMERIC AND PHBK-QTN-DAYS NUMERIC
004720        PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
004730        ADD PHBK-QTN-DAYS TO WS-DW-DAYNUM
004740     ELSE
004750        MOVE WS-TODAY-DAYNUM TO WS-DW-DAYNUM
004760        ADD 1 TO WS-DW-DAYNUM
004770     END-IF
004780     IF WS-DW-DAYNUM > WS-TODAY-DAYNUM
004790        ADD 1 TO WS-QUAR-ACTIVE-COUNT
004800        MOVE PHBK-QTN-EXTN TO WS-TEST-EXTN
004810        PERFORM 7100-CALC-TEST-LEN THRU 7100-EXIT
004820        PERFORM 4500-FIND-CONTAINING-BLOCK THRU 4500-EXIT
004830        IF WS-LOC-SUB > ZERO
004840           ADD 1 TO WS-LOC-QUAR (WS-LOC-SUB)
004850        END-IF
004860     ELSE
004870        ADD 1 TO WS-QUAR-EXPIRED-COUNT
004880     END-IF
004890     CALL 'CBLTDLI' USING WS-FUNC-GN QUAR-PCB-MASK
004900              PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
004910     IF NOT QUAR-PCB-STATUS-OK
004920        SET WS-END-OF-DB TO TRUE
004930     END-IF.
004940 3100-EXIT.
004950     EXIT.
004960*
004970* ----------------------------------------------------------------
004980*  4000-PLACE-ENTRY - FIND THE ENTRY'S LOCATION ROW AND COUNT THE
004990*  EXTENSION IN ITS BLOCK, OR LIST THE ENTRY AS AN EXCEPTION.  A
005000*  LOCATION WITHOUT A USABLE BLOCK HAS NOTHING TO BE OUTSIDE OF;
005010*  THOSE ENTRIES ARE ONLY COUNTED.
005020* ----------------------------------------------------------------
005030 4000-PLACE-ENTRY.
005040     MOVE PHBK-EXTN TO WS-TEST-EXTN
005050     PERFORM 7100-CALC-TEST-LEN THRU 7100-EXIT
005060     MOVE SPACES TO WS-LOOKUP-LOC
005070     MOVE PHBK-LOC-CODE TO WS-LOOKUP-LOC
005080     MOVE ZERO TO WS-OWN-SUB
005090     MOVE ZERO TO WS-LOC-IX
005100     PERFORM 4100-SCAN-LOC THRU 4100-EXIT
005110        UNTIL WS-LOC-IX >= WS-LOC-COUNT OR WS-OWN-SUB > ZERO
005120     IF WS-OWN-SUB = ZERO
005130        ADD 1 TO WS-NOREF-COUNT
005140        MOVE 'LOCATION NOT IN REFERENCE' TO EXC-REASON
005150        PERFORM 4500-FIND-CONTAINING-BLOCK THRU 4500-EXIT
005160        PERFORM 4300-WRITE-EXCEPTION THRU 4300-EXIT
005170        GO TO 4000-EXIT
005180     END-IF
005190     IF WS-LOC-BLK-STAT (WS-OWN-SUB) NOT = 'Y'
005200        ADD 1 TO WS-NO-BLOCK-ENT-COUNT
005210        GO TO 4000-EXIT
005220     END-IF
005230     MOVE WS-OWN-SUB TO WS-LOC-IX
005240     PERFORM 4200-TEST-IN-BLOCK THRU 4200-EXIT
005250     IF WS-IN-BLOCK
005260        ADD 1 TO WS-IN-OWN-COUNT
005270        ADD 1 TO WS-LOC-ASSIGNED (WS-OWN-SUB)
005280     ELSE
005290        ADD 1 TO WS-OUTSIDE-COUNT
005300        MOVE 'OUTSIDE LOCATION BLOCK' TO EXC-REASON
005310        PERFORM 4500-FIND-CONTAINING-BLOCK THRU 4500-EXIT
005320        PERFORM 4300-WRITE-EXCEPTION THRU 4300-EXIT
005330     END-IF.
005340 4000-EXIT.
005350     EXIT.
005360*
005370 4100-SCAN-LOC.
005380     ADD 1 TO WS-LOC-IX
005390     IF WS-LOC-CODE (WS-LOC-IX) = WS-LOOKUP-LOC
005400        MOVE WS-LOC-IX TO WS-OWN-SUB
005410     END-IF.
005420 4100-EXIT.
005430     EXIT.
005440*
005450* ----------------------------------------------------------------
005460*  4200-TEST-IN-BLOCK - IS WS-TEST-EXTN IN THE BLOCK OF ROW
005470*  WS-LOC-IX?  ONLY A USABLE BLOCK CAN HOLD IT.
005480* ----------------------------------------------------------------
005490 4200-TEST-IN-BLOCK.
005500     SET WS-NOT-IN-BLOCK TO TRUE
005510     IF WS-LOC-BLK-STAT (WS-LOC-IX) = 'Y'
005520        AND WS-TEST-LEN = WS-LOC-LEN (WS-LOC-IX)
005530        AND WS-TEST-EXTN NOT < WS-LOC-LOW (WS-LOC-IX)
005540        AND WS-TEST-EXTN NOT > WS-LOC-HIGH (WS-LOC-IX)
005550        SET WS-IN-BLOCK TO TRUE
005560     END-IF.
005570 4200-EXIT.
005580     EXIT.
005590*
005600* ----------------------------------------------------------------
005610*  4300-WRITE-EXCEPTION - ONE EXCEPTION LINE.  WHEN 4500 FOUND
005620*  ANOTHER LOCATION'S BLOCK HOLDING THE EXTENSION, THE NUMBER IS
005630*  COUNTED AS ASSIGNED THERE AND THAT LOCATION IS NAMED.
005640* ----------------------------------------------------------------
005650 4300-WRITE-EXCEPTION.
005660     MOVE PHBK-NAME2 TO EXC-NAME2
005670     MOVE PHBK-NAME1 TO EXC-NAME1
005680     MOVE PHBK-EXTN TO EXC-EXTN
005690     MOVE PHBK-LOC-CODE TO EXC-LOC
005700     IF WS-LOC-SUB > ZERO
005710        ADD 1 TO WS-LOC-ASSIGNED (WS-LOC-SUB)
005720        MOVE WS-LOC-CODE (WS-LOC-SUB) TO EXC-OTHER-LOC
005730     ELSE
005740        MOVE '(NONE)' TO EXC-OTHER-LOC
005750     END-IF
005760     MOVE WS-EXCEPTION-LINE TO UTIL-REPORT-LINE
005770     WRITE UTIL-REPORT-LINE.
005780 4300-EXIT.
005790     EXIT.
005800*
005810* ----------------------------------------------------------------
005820*  4500-FIND-CONTAINING-BLOCK - SET WS-LOC-SUB TO THE ROW WHOSE
005830*  BLOCK HOLDS WS-TEST-EXTN, OR ZERO IF NONE DOES.
005840* ----------------------------------------------------------------
005850 4500-FIND-CONTAINING-BLOCK.
005860     MOVE ZERO TO WS-LOC-SUB
005870     MOVE ZERO TO WS-LOC-IX
005880     PERFORM 4600-TEST-ONE-BLOCK THRU 4600-EXIT
005890        UNTIL WS-LOC-IX >= WS-LOC-COUNT OR WS-LOC-SUB > ZERO.
005900 4500-EXIT.
005910     EXIT.
005920*
005930 4600-TEST-ONE-BLOCK.
005940     ADD 1 TO WS-LOC-IX
005950     PERFORM 4200-TEST-IN-BLOCK THRU 4200-EXIT
005960     IF WS-IN-BLOCK
005970        MOVE WS-LOC-IX TO WS-LOC-SUB
005980     END-IF.
005990 4600-EXIT.
006000     EXIT.
006010*
006020* ----------------------------------------------------------------
006030*  5000-PRINT-UTILIZATION - ONE LINE PER LOCATION.  A BLOCK WITH
006040*  NO FREE NUMBERS LEFT IS FLAGGED FULL.
006050* ----------------------------------------------------------------
006060 5000-PRINT-UTILIZATION.
006070     MOVE SPACES TO UTIL-REPORT-LINE
006080     WRITE UTIL-REPORT-LINE
006090     MOVE 'EXTENSION BLOCK UTILIZATION BY LOCATION' TO SEC-TITLE
006100     MOVE WS-SECTION-HEADING TO UTIL-REPORT-LINE
006110     WRITE UTIL-REPORT-LINE
006120     MOVE WS-UTIL-HEAD TO UTIL-REPORT-LINE
006130     WRITE UTIL-REPORT-LINE
006140     MOVE ZERO TO WS-LOC-IX
006150     PERFORM 5100-PRINT-ONE-LOC THRU 5100-EXIT
006160        UNTIL WS-LOC-IX >= WS-LOC-COUNT.
006170 5000-EXIT.
006180     EXIT.
006190*
006200 5100-PRINT-ONE-LOC.
006210     ADD 1 TO WS-LOC-IX
006220     MOVE WS-LOC-CODE (WS-LOC-IX) TO UTL-CODE
006230     MOVE WS-LOC-NAME (WS-LOC-IX) TO UTL-NAME
006240     MOVE WS-LOC-LOW (WS-LOC-IX) TO UTL-LOW
006250     MOVE WS-LOC-HIGH (WS-LOC-IX) TO UTL-HIGH
006260     MOVE WS-LOC-SIZE (WS-LOC-IX) TO UTL-SIZE
006270     MOVE WS-LOC-ASSIGNED (WS-LOC-IX) TO UTL-ASSIGNED
006280     MOVE WS-LOC-QUAR (WS-LOC-IX) TO UTL-QUAR
006290     SUBTRACT WS-LOC-ASSIGNED (WS-LOC-IX)
006300              WS-LOC-QUAR (WS-LOC-IX)
006310         FROM WS-LOC-SIZE (WS-LOC-IX)
006320       GIVING WS-FREE-NUM
006330     IF WS-FREE-NUM < ZERO
006340        MOVE ZERO TO WS-FREE-NUM
006350     END-IF
006360     MOVE WS-FREE-NUM TO UTL-FREE
006370     EVALUATE TRUE
006380        WHEN WS-LOC-BLK-STAT (WS-LOC-IX) = 'N'
006390           MOVE 'NO BLOCK' TO UTL-STATUS
006400        WHEN WS-LOC-BLK-STAT (WS-LOC-IX) = 'B'
006410           MOVE 'BAD BLOCK' TO UTL-STATUS
006420        WHEN WS-FREE-NUM = ZERO
006430           MOVE 'FULL' TO UTL-STATUS
006440        WHEN WS-LOC-FLAG (WS-LOC-IX) = 'I'
006450           MOVE 'INACTIVE' TO UTL-STATUS
006460        WHEN OTHER
006470           MOVE SPACES TO UTL-STATUS
006480     END-EVALUATE
006490     MOVE WS-UTIL-LINE TO UTIL-REPORT-LINE
006500     WRITE UTIL-REPORT-LINE.
006510 5100-EXIT.
006520     EXIT.
006530*
006540* ----------------------------------------------------------------
006550*  6000-PRINT-SUMMARY - END-OF-RUN CONTROL TOTALS.
006560* ----------------------------------------------------------------
006570 6000-PRINT-SUMMARY.
006580     MOVE SPACES TO UTIL-REPORT-LINE
006590     WRITE UTIL-REPORT-LINE
006600     MOVE 'REFERENCE SEGMENTS READ' TO SUM-LABEL
006610     MOVE WS-REF-READ-COUNT TO SUM-VALUE
006620     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006630     MOVE 'LOCATIONS' TO SUM-LABEL
006640     MOVE WS-LOC-COUNT TO SUM-VALUE
006650     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006660     MOVE '  WITH AN EXTENSION BLOCK' TO SUM-LABEL
006670     MOVE WS-BLOCK-COUNT TO SUM-VALUE
006680     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006690     MOVE '  WITH A BAD EXTENSION BLOCK' TO SUM-LABEL
006700     MOVE WS-BAD-BLOCK-COUNT TO SUM-VALUE
006710     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006720     MOVE 'ACTIVE ENTRIES READ' TO SUM-LABEL
006730     MOVE WS-ACT-READ-COUNT TO SUM-VALUE
006740     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006750     MOVE '  WITH NO EXTENSION' TO SUM-LABEL
006760     MOVE WS-NO-EXTN-COUNT TO SUM-VALUE
006770     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006780     MOVE '  IN THEIR LOCATION BLOCK' TO SUM-LABEL
006790     MOVE WS-IN-OWN-COUNT TO SUM-VALUE
006800     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006810     MOVE '  OUTSIDE THEIR LOCATION BLOCK' TO SUM-LABEL
006820     MOVE WS-OUTSIDE-COUNT TO SUM-VALUE
006830     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006840     MOVE '  AT A LOCATION WITH NO BLOCK' TO SUM-LABEL
006850     MOVE WS-NO-BLOCK-ENT-COUNT TO SUM-VALUE
006860     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006870     MOVE '  AT A LOCATION NOT IN REFERENCE' TO SUM-LABEL
006880     MOVE WS-NOREF-COUNT TO SUM-VALUE
006890     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006900     MOVE 'QUARANTINE SEGMENTS READ' TO SUM-LABEL
006910     MOVE WS-QUAR-READ-COUNT TO SUM-VALUE
006920     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006930     MOVE '  STILL IN QUARANTINE' TO SUM-LABEL
006940     MOVE WS-QUAR-ACTIVE-COUNT TO SUM-VALUE
006950     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006960     MOVE '  EXPIRED' TO SUM-LABEL
006970     MOVE WS-QUAR-EXPIRED-COUNT TO SUM-VALUE
006980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006990     IF WS-TABLE-FULL
007000        MOVE SPACES TO UTIL-REPORT-LINE
007010        MOVE '  ** LOCATION TABLE FULL - REPORT INCOMPLETE **'
007020          TO UTIL-REPORT-LINE
007030        WRITE UTIL-REPORT-LINE
007040     END-IF.
007050 6000-EXIT.
007060     EXIT.
007070*
007080 6100-WRITE-SUMMARY-LINE.
007090     MOVE WS-SUMMARY-LINE TO UTIL-REPORT-LINE
007100     WRITE UTIL-REPORT-LINE.
007110 6100-EXIT.
007120     EXIT.
007130*
007140* ----------------------------------------------------------------
007150*  7000-CALC-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DW-DATE
007160*  INTO A DAY COUNT IN WS-DW-DAYNUM, SO THAT SUBTRACTING TWO OF
007170*  THEM GIVES THE DAYS BETWEEN.  THE YEAR IS TAKEN TO START IN
007180*  MARCH (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
007190*  YEAR BEFORE), WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR
007200*  AND LETS (153 * MONTH + 2) / 5 GIVE THE DAYS BEFORE EACH
007210*  MONTH.  EVERY DIVIDE TRUNCATES, AS THE FORMULA REQUIRES.
007220* ----------------------------------------------------------------
007230 7000-CALC-DAY-NUMBER.
007240     MOVE WS-DW-YYYY TO WS-DW-YEAR
007250     MOVE WS-DW-MM TO WS-DW-MONTH
007260     IF WS-DW-MONTH < 3
007270        SUBTRACT 1 FROM WS-DW-YEAR
007280        ADD 12 TO WS-DW-MONTH
007290     END-IF
007300     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
007310     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
007320     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007330     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
007340     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
007350     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
007360     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007370     SUBTRACT 3 FROM WS-DW-MONTH
007380     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
007390     ADD 2 TO WS-DW-TEMP
007400     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
007410     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007420     ADD WS-DW-DD TO WS-DW-DAYNUM.
007430 7000-EXIT.
007440     EXIT.
007450*
007460* ----------------------------------------------------------------
007470*  7100-CALC-TEST-LEN - TRIM WS-TEST-EXTN TO ITS SIGNIFICANT
007480*  LENGTH IN WS-TEST-LEN (ZERO WHEN IT IS ALL SPACES).
007490* ----------------------------------------------------------------
007500 7100-CALC-TEST-LEN.
007510     MOVE 10 TO WS-TEST-LEN
007520     PERFORM 7110-STRIP-TEST-LEN THRU 7110-EXIT
007530        UNTIL WS-TEST-LEN = ZERO
007540           OR WS-TEST-EXTN (WS-TEST-LEN:1) NOT = SPACE.
007550 7100-EXIT.
007560     EXIT.
007570*
007580 7110-STRIP-TEST-LEN.
007590     SUBTRACT 1 FROM WS-TEST-LEN.
007600 7110-EXIT.
007610     EXIT.
007620*
007630* ----------------------------------------------------------------
007640*  8000-TERMINATE
007650* ----------------------------------------------------------------
007660 8000-TERMINATE.
007670     CLOSE UTIL-REPORT-FILE.
007680 8000-EXIT.
007690     EXIT.
