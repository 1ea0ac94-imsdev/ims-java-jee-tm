000010* ----------------------------------------------------------------
000020*  DL072 - DEPT/LOC CODE REMAP ACROSS BOTH DIRECTORIES (BATCH)
000030*
000040*  MOVES EVERY ENTRY ON AN OLD DEPT OR LOC CODE TO ITS NEW CODE
000050*  AFTER A REORGANIZATION, IN THE ACTIVE (PHBKDB1) AND RETIREE
000060*  (PHBKDB2) DIRECTORIES ALIKE - DL040 ONLY REACHES THE ACTIVE
000070*  ONE, AND THE RETIREE DIRECTORY WOULD OTHERWISE KEEP THE DEAD
000080*  CODE FOREVER.  RUN DL070 FIRST TO SEE WHO A CODE CHANGE HITS.
000090*  EACH REMAPPED ENTRY GETS THE SAME PHBKHST HISTORY CHILD AND
000100*  GSAM AUDIT RECORD (COMMAND 'CHANGE') A DL040 CHANGE WRITES,
000110*  SO DL055 SENDS IT DOWNSTREAM ON ITS NEXT RUN AND DL012 CAN
000120*  STILL RECONSTRUCT THE ENTRY AS OF ANY EARLIER DATE.  AN ENTRY
000130*  ON BOTH A MAPPED DEPT AND A MAPPED LOC IS REMAPPED ONCE, WITH
000140*  ONE HISTORY CHILD AND ONE AUDIT RECORD FOR THE PAIR.  THE
000150*  EXTENSION IS NOT TOUCHED - DL075 LISTS ENTRIES LEFT OUTSIDE
000160*  THEIR NEW LOCATION'S EXTENSION BLOCK.
000170*
000180*  MAPPING FILE (CODEMAP) - 80-BYTE FIXED RECORDS:
000190*      COL   1      CODE TYPE - 'D' DEPT, 'L' LOC
000200*      COLS  2- 6   OLD CODE
000210*      COLS  7-11   NEW CODE
000220*      COLS 12-19   EFFECTIVE DATE YYYYMMDD; BLANK MEANS NOW
000230*      COLS 20-80   UNUSED - FREE FOR THE STEWARD'S COMMENT
000240*  A MAPPING IS REJECTED - AND LISTED WITH THE REASON - WHEN ITS
000250*  TYPE OR CODES ARE MISSING OR BAD, ITS OLD CODE IS MAPPED
000260*  TWICE, ITS NEW CODE IS NOT AN ACTIVE CODE OF THE SAME TYPE ON
000270*  PHBKDB3, OR ITS NEW CODE IS ITSELF BEING REMAPPED (A CHAIN
000280*  WOULD LEAVE THE RESULT HANGING ON WALK ORDER - RUN THE SECOND
000290*  STEP AS A SECOND RUN).  ONE DATED AFTER THE RUN DATE IS HELD
000300*  AND APPLIES TO NOTHING UNTIL A RUN ON OR AFTER THAT DATE.
000310*  THE HISTORY AND AUDIT STAMPS ARE THE TIME OF THE UPDATE, NOT
000320*  THE EFFECTIVE DATE - HISTORY IS NEVER BACKDATED.
000330*
000340*  SYSIN CARD:
000350*      COLS  1- 8   RUN MODE:
000360*                   'UPDATE  ' - REMAP THE ENTRIES.
000370*                   'TRIAL   ' OR BLANK - REPORT ONLY: THE SAME
000380*                   MAPPING EDITS AND THE SAME ENTRY LIST, WITH
000390*                   ZERO DATABASE UPDATES.
000400*      COLS  9-16   RESTART CHECKPOINT ID FROM THE PRIOR RUN'S
000410*                   JOB LOG; BLANK MEANS A FRESH START.
000420*      COL  17      'Y' - ONCE THE WALK HAS LEFT NO ENTRY ON A
000430*                   MAPPING'S OLD CODE (NO UPDATE FAILED FOR IT),
000440*                   MARK THE OLD CODE INACTIVE ON PHBKDB3, AS EX02
000450*                   WOULD.  A TRIAL RUN SAYS WHICH IT WOULD MARK.
000460*
000470*  CHECKPOINT/RESTART FOLLOWS DL060 - CHKP EVERY WS-CHKP-INTERVAL
000480*  ENTRIES REMAPPED, XRST ON THE RESTART ID, AND THE REPORT
000490*  OPENED EXTEND ON A RESTART.  A REMAPPED ENTRY NO LONGER
000500*  CARRIES ITS OLD CODE, SO A RESTART SIMPLY WALKS BOTH
000510*  DIRECTORIES AGAIN AND PICKS UP WHAT IS LEFT; ITS COUNTS COVER
000520*  THE RESTARTED RUN ONLY.
000530*
000540*  ON-DEMAND - NOT PART OF THE NIGHTLY CYCLE.  AN UPDATE RUN
000550*  APPENDS ITS TOTALS TO RUNSTAT; A TRIAL RUN WRITES NONE.
000560* ----------------------------------------------------------------
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.  DL072.
000590 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000600 INSTALLATION. DATA CENTER SYSTEMS.
000610 DATE-WRITTEN. 10/15/2026.
000620 DATE-COMPILED.
000630*
000640* ----------------------------------------------------------------
000650*  MODIFICATION HISTORY
000660* ----------------------------------------------------------------
000670*  DATE       BY    DESCRIPTION
000680*  ---------- ----  -------------------------------------------
000690*  10/15/2026 PAG   ORIGINAL DEPT/LOC CODE REMAP PROGRAM.
000700* ----------------------------------------------------------------
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER.  IBM-370.
000740 OBJECT-COMPUTER.  IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT MAPPING-FILE ASSIGN TO CODEMAP
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT REMAP-REPORT-FILE ASSIGN TO REMRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000820         ORGANIZATION IS SEQUENTIAL.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
000870* ----------------------------------------------------------------
000880*  MAPPING-FILE - OLD-TO-NEW CODE MAPPINGS (SEE HEADER).
000890* ----------------------------------------------------------------
000900 FD  MAPPING-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  MAPPING-RECORD.
000940     05  MAP-TYPE                PIC X(01).
000950         88  MAP-TYPE-DEPT               VALUE 'D'.
000960         88  MAP-TYPE-LOC                VALUE 'L'.
000970     05  MAP-OLD-CODE            PIC X(05).
000980     05  MAP-NEW-CODE            PIC X(05).
000990     05  MAP-EFF-DATE            PIC X(08).
001000     05  FILLER                  PIC X(61).
001010*
001020* ----------------------------------------------------------------
001030*  REMAP-REPORT-FILE - MAPPINGS, ENTRIES REMAPPED, AND TOTALS.
001040* ----------------------------------------------------------------
001050 FD  REMAP-REPORT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  REMAP-REPORT-LINE           PIC X(132).
001090*
001100* ----------------------------------------------------------------
001110*  RUN-STAT-FILE - SHARED RUN STATISTICS FILE, APPENDED AT END
001120*  OF AN UPDATE RUN AND READ BY THE DL090 TREND REPORT.
001130* ----------------------------------------------------------------
001140 FD  RUN-STAT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY PHBKSTA.
001180*
001190 WORKING-STORAGE SECTION.
001200*
001210 01  WS-DLI-FUNCTIONS.
001220     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
001230     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
001240     05  WS-FUNC-REPL            PIC X(04) VALUE 'REPL'.
001250     05  WS-FUNC-ISRT            PIC X(04) VALUE 'ISRT'.
001260     05  WS-FUNC-CHKP            PIC X(04) VALUE 'CHKP'.
001270     05  WS-FUNC-XRST            PIC X(04) VALUE 'XRST'.
001280*
001290 01  WS-SWITCHES.
001300     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
001310         88  WS-END-OF-DB                VALUE 'Y'.
001320         88  WS-NOT-END-OF-DB            VALUE 'N'.
001330     05  WS-SW-END-OF-MAP        PIC X(01) VALUE 'N'.
001340         88  WS-END-OF-MAP               VALUE 'Y'.
001350         88  WS-NOT-END-OF-MAP           VALUE 'N'.
001360     05  WS-SW-RESTART           PIC X(01) VALUE 'N'.
001370         88  WS-IS-RESTART               VALUE 'Y'.
001380         88  WS-IS-FRESH-START           VALUE 'N'.
001390     05  WS-SW-SCANNING          PIC X(01) VALUE 'A'.
001400         88  WS-SCANNING-ACTIVE          VALUE 'A'.
001410         88  WS-SCANNING-RETIREE         VALUE 'R'.
001420     05  WS-SW-UPDATE-FAIL       PIC X(01) VALUE 'N'.
001430         88  WS-UPDATE-FAILED            VALUE 'Y'.
001440         88  WS-UPDATE-OK                VALUE 'N'.
001450     05  WS-SW-REF-CODE          PIC X(01) VALUE 'N'.
001460         88  WS-REF-CODE-GOOD            VALUE 'Y'.
001470         88  WS-REF-CODE-BAD             VALUE 'N'.
001480*
001490* ----------------------------------------------------------------
001500*  COUNTERS - WS-CHKP-INTERVAL IS IN ENTRIES REMAPPED, NOT READ,
001510*  AS IN DL060.
001520* ----------------------------------------------------------------
001530 01  WS-COUNTERS.
001540     05  WS-MAP-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001550     05  WS-MAP-REJECT-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001560     05  WS-MAP-HELD-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001570     05  WS-MAP-ACCEPT-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001580     05  WS-ACT-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001590     05  WS-RET-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001600     05  WS-ACT-REMAP-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001610     05  WS-RET-REMAP-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001620     05  WS-FAIL-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
001630     05  WS-INACT-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001640     05  WS-CHKP-INTERVAL        PIC S9(07) COMP-3 VALUE +50.
001650     05  WS-CHKP-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
001660*
001670* ----------------------------------------------------------------
001680*  WS-MAP-TABLE - EVERY MAPPING READ, WITH ITS EDIT RESULT AND
001690*  WHAT THE WALK DID WITH IT.  WS-MP-STATE: 'A' ACCEPTED, 'R'
001700*  REJECTED, 'H' HELD FOR A LATER EFFECTIVE DATE.
001710* ----------------------------------------------------------------
001720 01  WS-MAP-TABLE.
001730     05  WS-MP-ENTRY OCCURS 100 TIMES.
001740         10  WS-MP-TYPE          PIC X(01).
001750         10  WS-MP-OLD-CODE      PIC X(05).
001760         10  WS-MP-NEW-CODE      PIC X(05).
001770         10  WS-MP-EFF-DATE      PIC X(08).
001780         10  WS-MP-STATE         PIC X(01).
001790             88  WS-MP-ACCEPTED          VALUE 'A'.
001800             88  WS-MP-REJECTED          VALUE 'R'.
001810             88  WS-MP-HELD              VALUE 'H'.
001820         10  WS-MP-REASON        PIC X(30).
001830         10  WS-MP-ACT-COUNT     PIC S9(07) COMP-3.
001840         10  WS-MP-RET-COUNT     PIC S9(07) COMP-3.
001850         10  WS-MP-FAIL-COUNT    PIC S9(07) COMP-3.
001860*
001870 01  WS-MAP-WORK.
001880     05  WS-MAP-COUNT            PIC S9(05) COMP VALUE ZERO.
001890     05  WS-MAP-MAX              PIC S9(05) COMP VALUE +100.
001900     05  WS-MAP-OVERFLOW         PIC S9(07) COMP-3 VALUE ZERO.
001910     05  WS-MP-IX                PIC S9(05) COMP VALUE ZERO.
001920     05  WS-MP-JX                PIC S9(05) COMP VALUE ZERO.
001930     05  WS-DEPT-HIT-IX          PIC S9(05) COMP VALUE ZERO.
001940     05  WS-LOC-HIT-IX           PIC S9(05) COMP VALUE ZERO.
001950     05  WS-FIND-TYPE            PIC X(01) VALUE SPACES.
001960     05  WS-FIND-CODE            PIC X(05) VALUE SPACES.
001970     05  WS-FIND-IX              PIC S9(05) COMP VALUE ZERO.
001980*
001990 01  WS-SSA-AREAS.
002000     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
002010     05  WS-SSA-HIST-UNQUAL      PIC X(09) VALUE 'PHBKHST '.
002020     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
002030     05  WS-SSA-REF-EXACT        PIC X(40) VALUE SPACES.
002040*
002050 01  WS-REF-LOOKUP.
002060     05  WS-REF-LOOKUP-TYPE      PIC X(01) VALUE SPACES.
002070     05  WS-REF-LOOKUP-CODE      PIC X(08) VALUE SPACES.
002080*
002090* ----------------------------------------------------------------
002100*  WS-BEFORE-IMAGE - THE ENTRY'S FIELDS BEFORE THE REMAP, FOR THE
002110*  HISTORY CHILD AND THE AUDIT RECORD, AS IN DL040.
002120* ----------------------------------------------------------------
002130 01  WS-BEFORE-IMAGE.
002140     05  WS-BEFORE-EXTN          PIC X(10) VALUE SPACES.
002150     05  WS-BEFORE-ZIP           PIC X(09) VALUE SPACES.
002160     05  WS-BEFORE-DEPT-CODE     PIC X(05) VALUE SPACES.
002170     05  WS-BEFORE-LOC-CODE      PIC X(05) VALUE SPACES.
002180*
002190 01  WS-NEW-DEPT-CODE            PIC X(05) VALUE SPACES.
002200 01  WS-NEW-LOC-CODE             PIC X(05) VALUE SPACES.
002210 01  WS-TYPE-TEXT                PIC X(04) VALUE SPACES.
002220 01  WS-DB-STATUS                PIC X(02) VALUE SPACES.
002230     88  WS-DB-STATUS-OK                 VALUE SPACES.
002240*
002250* ----------------------------------------------------------------
002260*  WS-CONTROL-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
002270* ----------------------------------------------------------------
002280 01  WS-CONTROL-CARD.
002290     05  WS-RUN-MODE             PIC X(08) VALUE SPACES.
002300         88  WS-MODE-UPDATE              VALUE 'UPDATE  '.
002310         88  WS-MODE-TRIAL               VALUE 'TRIAL   '
002320                                               SPACES.
002330     05  WS-RESTART-ID           PIC X(08) VALUE SPACES.
002340     05  WS-INACTIVATE-OPT       PIC X(01) VALUE SPACES.
002350         88  WS-INACTIVATE-OLD           VALUE 'Y'.
002360     05  FILLER                  PIC X(63) VALUE SPACES.
002370*
002380 01  WS-CHECKPOINT-ID.
002390     05  WS-CHKP-ID-LIT          PIC X(04) VALUE 'CKR-'.
002400     05  WS-CHKP-ID-SEQ          PIC 9(04) VALUE ZERO.
002410*
002420 01  WS-XRST-AREA                PIC X(80) VALUE SPACES.
002430*
002440 01  WS-CURRENT-DATE-TIME.
002450     05  WS-CDT-DATE             PIC X(08).
002460     05  WS-CDT-TIME             PIC X(08).
002470*
002480 01  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
002490*
002500* ----------------------------------------------------------------
002510*  WS-RUN-RC - THE RETURN CODE THE RUN ENDS WITH.  KEPT APART
002520*  FROM RETURN-CODE, WHICH EVERY CALL TO CBLTDLI OVERWRITES.
002530* ----------------------------------------------------------------
002540 01  WS-RUN-RC                   PIC S9(04) COMP VALUE ZERO.
002550*
002560* ----------------------------------------------------------------
002570*  PRINT LINES
002580* ----------------------------------------------------------------
002590 01  WS-HEADING-1.
002600     05  FILLER                  PIC X(33)
002610         VALUE 'DEPT/LOC CODE REMAP              '.
002620     05  FILLER                  PIC X(08) VALUE '   DL072'.
002630     05  FILLER                  PIC X(06) VALUE ' DATE '.
002640     05  HD1-DATE                PIC X(08) VALUE SPACES.
002650     05  FILLER                  PIC X(07) VALUE '  MODE '.
002660     05  HD1-MODE                PIC X(06) VALUE SPACES.
002670     05  FILLER                  PIC X(64) VALUE SPACES.
002680*
002690 01  WS-SECTION-HEADING.
002700     05  SEC-TITLE               PIC X(60) VALUE SPACES.
002710     05  FILLER                  PIC X(72) VALUE SPACES.
002720*
002730 01  WS-MAPPING-HEAD.
002740     05  FILLER                  PIC X(38)
002750         VALUE '  TYPE OLD    NEW    EFFECTIVE STATE  '.
002760     05  FILLER                  PIC X(06) VALUE 'REASON'.
002770     05  FILLER                  PIC X(88) VALUE SPACES.
002780*
002790 01  WS-MAPPING-LINE.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  MPL-TYPE                PIC X(04) VALUE SPACES.
002820     05  FILLER                  PIC X(01) VALUE SPACES.
002830     05  MPL-OLD-CODE            PIC X(05) VALUE SPACES.
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  MPL-NEW-CODE            PIC X(05) VALUE SPACES.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  MPL-EFF-DATE            PIC X(08) VALUE SPACES.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  MPL-STATE               PIC X(08) VALUE SPACES.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  MPL-REASON              PIC X(30) VALUE SPACES.
002920     05  FILLER                  PIC X(62) VALUE SPACES.
002930*
002940 01  WS-ENTRY-HEAD.
002950     05  FILLER                  PIC X(38)
002960         VALUE '  DIRECTORY NAME2       NAME1       DE'.
002970     05  FILLER                  PIC X(38)
002980         VALUE 'PT OLD>NEW  LOC OLD>NEW  RESULT       '.
002990     05  FILLER                  PIC X(56) VALUE SPACES.
003000*
003010 01  WS-ENTRY-LINE.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  ENL-DIRECTORY           PIC X(08) VALUE SPACES.
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  ENL-NAME2               PIC X(10) VALUE SPACES.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  ENL-NAME1               PIC X(10) VALUE SPACES.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  ENL-OLD-DEPT            PIC X(05) VALUE SPACES.
003100     05  ENL-DEPT-ARROW          PIC X(01) VALUE SPACES.
003110     05  ENL-NEW-DEPT            PIC X(05) VALUE SPACES.
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  ENL-OLD-LOC             PIC X(05) VALUE SPACES.
003140     05  ENL-LOC-ARROW           PIC X(01) VALUE SPACES.
003150     05  ENL-NEW-LOC             PIC X(05) VALUE SPACES.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  ENL-RESULT              PIC X(30) VALUE SPACES.
003180     05  FILLER                  PIC X(40) VALUE SPACES.
003190*
003200 01  WS-TOTAL-HEAD.
003210     05  FILLER                  PIC X(38)
003220         VALUE '  TYPE OLD    NEW     ACTIVE  RETIREE '.
003230     05  FILLER                  PIC X(38)
003240         VALUE ' FAILED  OLD CODE ON PHBKDB3          '.
003250     05  FILLER                  PIC X(56) VALUE SPACES.
003260*
003270 01  WS-TOTAL-LINE.
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  TTL-TYPE                PIC X(04) VALUE SPACES.
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  TTL-OLD-CODE            PIC X(05) VALUE SPACES.
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  TTL-NEW-CODE            PIC X(05) VALUE SPACES.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  TTL-ACT-COUNT           PIC ZZZ,ZZ9 VALUE ZERO.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  TTL-RET-COUNT           PIC ZZZ,ZZ9 VALUE ZERO.
003380     05  FILLER                  PIC X(01) VALUE SPACES.
003390     05  TTL-FAIL-COUNT          PIC ZZZ,ZZ9 VALUE ZERO.
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  TTL-INACT-RESULT        PIC X(30) VALUE SPACES.
003420     05  FILLER                  PIC X(55) VALUE SPACES.
003430*
003440 01  WS-SUMMARY-LINE.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  SUM-LABEL               PIC X(34) VALUE SPACES.
003470     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
003480     05  FILLER                  PIC X(89) VALUE SPACES.
003490*
003500* ----------------------------------------------------------------
003510*  DL/I I-O AREAS AND THE SHARED AUDIT RECORD LAYOUT
003520* ----------------------------------------------------------------
003530 COPY PHBKSEG.
003540 COPY PHBKHST.
003550 COPY PHBKREF.
003560 COPY PHBKAUD.
003570*
003580 LINKAGE SECTION.
003590*
003600* ----------------------------------------------------------------
003610*  I-O PCB - XRST AND CHKP ARE ISSUED AGAINST THIS PCB, AND
003620*  IO-PCB-USERID GOES ON THE HISTORY AND AUDIT RECORDS AS IN
003630*  DL040.
003640* ----------------------------------------------------------------
003650 01  IO-PCB-MASK.
003660     05  IO-PCB-LTERM            PIC X(08).
003670     05  IO-PCB-RESERVED-1       PIC X(02).
003680     05  IO-PCB-STATUS-CODE      PIC X(02).
003690         88  IO-PCB-STATUS-OK            VALUE SPACES.
003700     05  IO-PCB-DATE             PIC S9(07) COMP-3.
003710     05  IO-PCB-TIME             PIC S9(07) COMP-3.
003720     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
003730     05  IO-PCB-MODNAME          PIC X(08).
003740     05  IO-PCB-USERID           PIC X(08).
003750     05  IO-PCB-GRPNAME          PIC X(08).
003760*
003770 COPY PHBKPCB.
003780 COPY PHBKPC2.
003790 COPY PHBKPC3.
003800*
003810* ----------------------------------------------------------------
003820*  GSAM PCB - PHONEBOOK CHANGE AUDIT LOG
003830* ----------------------------------------------------------------
003840 01  AUDIT-PCB-MASK.
003850     05  AUDIT-PCB-DBDNAME       PIC X(08).
003860     05  AUDIT-PCB-RESERVED-1    PIC X(02).
003870     05  AUDIT-PCB-STATUS-CODE   PIC X(02).
003880         88  AUDIT-PCB-STATUS-OK         VALUE SPACES.
003890     05  AUDIT-PCB-RESERVED-2    PIC X(24).
003900*
003910 PROCEDURE DIVISION USING IO-PCB-MASK
003920         PHBK-PCB-MASK
003930         RETIREE-PCB-MASK
003940         REFCD-PCB-MASK
003950         AUDIT-PCB-MASK.
003960*
003970* ================================================================
003980*  0000-MAINLINE
003990* ================================================================
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004020     PERFORM 1200-LOAD-MAPPINGS THRU 1200-EXIT
004030     PERFORM 1400-CHECK-CHAINS THRU 1400-EXIT
004040     PERFORM 1500-PRINT-MAPPINGS THRU 1500-EXIT
004050     IF WS-MAP-ACCEPT-COUNT > ZERO
004060        PERFORM 2000-WALK-ACTIVE THRU 2000-EXIT
004070        PERFORM 3000-WALK-RETIREE THRU 3000-EXIT
004080        PERFORM 5000-PRINT-MAPPING-TOTALS THRU 5000-EXIT
004090     END-IF
004100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004110     PERFORM 8000-TERMINATE THRU 8000-EXIT
004120     GOBACK.
004130*
004140* ----------------------------------------------------------------
004150*  1000-INITIALIZE - READ THE CONTROL CARD (A BAD RUN MODE STOPS
004160*  THE RUN BEFORE ANYTHING IS TOUCHED), ISSUE XRST, AND OPEN THE
004170*  FILES - THE REPORT EXTEND ON A RESTART, AS IN DL060.
004180* ----------------------------------------------------------------
004190 1000-INITIALIZE.
004200     ACCEPT WS-CONTROL-CARD FROM SYSIN
004210     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
004220     MOVE WS-CDT-DATE TO WS-RUN-DATE
004230     IF NOT WS-MODE-UPDATE AND NOT WS-MODE-TRIAL
004240        DISPLAY 'DL072 BAD RUN MODE - ' WS-RUN-MODE
004250        MOVE 16 TO RETURN-CODE
004260        GOBACK
004270     END-IF
004280     IF WS-RESTART-ID = SPACES
004290        SET WS-IS-FRESH-START TO TRUE
004300     ELSE
004310        SET WS-IS-RESTART TO TRUE
004320     END-IF
004330     CALL 'CBLTDLI' USING WS-FUNC-XRST WS-XRST-AREA
004340              WS-RESTART-ID
004350     IF WS-IS-RESTART AND NOT IO-PCB-STATUS-OK
004360        DISPLAY 'DL072 XRST FAILED - CHECKPOINT ID '
004370                WS-RESTART-ID
004380        DISPLAY 'DL072 IO-PCB STATUS CODE ' IO-PCB-STATUS-CODE
004390        MOVE 16 TO RETURN-CODE
004400        GOBACK
004410     END-IF
004420     OPEN INPUT MAPPING-FILE
004430     IF WS-IS-RESTART
004440        OPEN EXTEND REMAP-REPORT-FILE
004450        MOVE SPACES TO SEC-TITLE
004460        STRING 'RESTARTED FROM CHECKPOINT ' DELIMITED BY SIZE
004470                WS-RESTART-ID               DELIMITED BY SIZE
004480           INTO SEC-TITLE
004490        MOVE WS-SECTION-HEADING TO REMAP-REPORT-LINE
004500        WRITE REMAP-REPORT-LINE
004510     ELSE
004520        OPEN OUTPUT REMAP-REPORT-FILE
004530        MOVE WS-RUN-DATE TO HD1-DATE
004540        IF WS-MODE-UPDATE
004550           MOVE 'UPDATE' TO HD1-MODE
004560        ELSE
004570           MOVE 'TRIAL' TO HD1-MODE
004580        END-IF
004590        MOVE WS-HEADING-1 TO REMAP-REPORT-LINE
004600        WRITE REMAP-REPORT-LINE
004610     END-IF
004620     MOVE SPACES TO REMAP-REPORT-LINE
004630     WRITE REMAP-REPORT-LINE.
004640 1000-EXIT.
004650     EXIT.
004660*
004670* ----------------------------------------------------------------
004680*  1200-LOAD-MAPPINGS - READ AND EDIT EVERY MAPPING INTO
004690*  WS-MAP-TABLE.  RECORDS PAST THE TABLE'S SIZE ARE COUNTED AND
004700*  IGNORED; THE RUN ENDS RETURN CODE 8 SO THEY ARE NOT MISSED.
004710* ----------------------------------------------------------------
004720 1200-LOAD-MAPPINGS.
004730     SET WS-NOT-END-OF-MAP TO TRUE
004740     PERFORM 1210-READ-MAPPING THRU 1210-EXIT
004750     PERFORM 1250-EDIT-ONE-MAPPING THRU 1250-EXIT
004760        UNTIL WS-END-OF-MAP
004770     CLOSE MAPPING-FILE
004780     IF WS-MAP-OVERFLOW > ZERO
004790        DISPLAY 'DL072 MAPPING TABLE FULL - RECORDS IGNORED '
004800                WS-MAP-OVERFLOW
004810        MOVE 8 TO WS-RUN-RC
004820     END-IF.
004830 1200-EXIT.
004840     EXIT.
004850*
004860 1210-READ-MAPPING.
004870     READ MAPPING-FILE
004880        AT END
004890           SET WS-END-OF-MAP TO TRUE
004900     END-READ.
004910 1210-EXIT.
004920     EXIT.
004930*
004940* ----------------------------------------------------------------
004950*  1250-EDIT-ONE-MAPPING - THE FIRST FAILING EDIT IS THE REASON.
004960*  THE NEW CODE IS LOOKED UP ONLY ONCE THE REST HAS PASSED, AND
004970*  NOT AT ALL FOR A HELD MAPPING - THE STEWARDS MAY NOT HAVE
004980*  ADDED IT YET.
004990* ----------------------------------------------------------------
005000 1250-EDIT-ONE-MAPPING.
005010     ADD 1 TO WS-MAP-READ-COUNT
005020     IF WS-MAP-COUNT >= WS-MAP-MAX
005030        ADD 1 TO WS-MAP-OVERFLOW
005040        PERFORM 1210-READ-MAPPING THRU 1210-EXIT
005050        GO TO 1250-EXIT
005060     END-IF
005070     ADD 1 TO WS-MAP-COUNT
005080     MOVE WS-MAP-COUNT TO WS-MP-IX
005090     MOVE MAP-TYPE TO WS-MP-TYPE (WS-MP-IX)
005100     MOVE MAP-OLD-CODE TO WS-MP-OLD-CODE (WS-MP-IX)
005110     MOVE MAP-NEW-CODE TO WS-MP-NEW-CODE (WS-MP-IX)
005120     MOVE MAP-EFF-DATE TO WS-MP-EFF-DATE (WS-MP-IX)
005130     MOVE 'A' TO WS-MP-STATE (WS-MP-IX)
005140     MOVE SPACES TO WS-MP-REASON (WS-MP-IX)
005150     MOVE ZERO TO WS-MP-ACT-COUNT (WS-MP-IX)
005160     MOVE ZERO TO WS-MP-RET-COUNT (WS-MP-IX)
005170     MOVE ZERO TO WS-MP-FAIL-COUNT (WS-MP-IX)
005180     EVALUATE TRUE
005190        WHEN NOT MAP-TYPE-DEPT AND NOT MAP-TYPE-LOC
005200           MOVE 'TYPE NOT D OR L'
005210             TO WS-MP-REASON (WS-MP-IX)
005220        WHEN MAP-OLD-CODE = SPACES OR MAP-NEW-CODE = SPACES
005230           MOVE 'OLD OR NEW CODE BLANK'
005240             TO WS-MP-REASON (WS-MP-IX)
005250        WHEN MAP-OLD-CODE = MAP-NEW-CODE
005260           MOVE 'OLD AND NEW CODE THE SAME'
005270             TO WS-MP-REASON (WS-MP-IX)
005280        WHEN MAP-EFF-DATE NOT = SPACES
005290             AND MAP-EFF-DATE NOT NUMERIC
005300           MOVE 'EFFECTIVE DATE NOT NUMERIC'
005310             TO WS-MP-REASON (WS-MP-IX)
005320        WHEN OTHER
005330           PERFORM 1260-CHECK-DUP-OLD THRU 1260-EXIT
005340     END-EVALUATE
005350     IF WS-MP-REASON (WS-MP-IX) NOT = SPACES
005360        MOVE 'R' TO WS-MP-STATE (WS-MP-IX)
005370        ADD 1 TO WS-MAP-REJECT-COUNT
005380     ELSE
005390        IF MAP-EFF-DATE NOT = SPACES
005400           AND MAP-EFF-DATE > WS-RUN-DATE
005410           MOVE 'H' TO WS-MP-STATE (WS-MP-IX)
005420           MOVE 'NOT YET EFFECTIVE'
005430             TO WS-MP-REASON (WS-MP-IX)
005440           ADD 1 TO WS-MAP-HELD-COUNT
005450        ELSE
005460           PERFORM 1300-CHECK-NEW-CODE THRU 1300-EXIT
005470        END-IF
005480     END-IF
005490     PERFORM 1210-READ-MAPPING THRU 1210-EXIT.
005500 1250-EXIT.
005510     EXIT.
005520*
005530* ----------------------------------------------------------------
005540*  1260-CHECK-DUP-OLD - AN OLD CODE ALREADY MAPPED BY AN EARLIER
005550*  ACCEPTED OR HELD RECORD OF THE SAME TYPE REJECTS THIS ONE.
005560* ----------------------------------------------------------------
005570 1260-CHECK-DUP-OLD.
005580     MOVE MAP-TYPE TO WS-FIND-TYPE
005590     MOVE MAP-OLD-CODE TO WS-FIND-CODE
005600     MOVE ZERO TO WS-FIND-IX
005610     MOVE ZERO TO WS-MP-JX
005620     PERFORM 1265-SCAN-ONE-OLD THRU 1265-EXIT
005630        UNTIL WS-FIND-IX > ZERO OR WS-MP-JX >= WS-MP-IX - 1
005640     IF WS-FIND-IX > ZERO
005650        MOVE 'OLD CODE MAPPED TWICE'
005660          TO WS-MP-REASON (WS-MP-IX)
005670     END-IF.
005680 1260-EXIT.
005690     EXIT.
005700*
005710 1265-SCAN-ONE-OLD.
005720     ADD 1 TO WS-MP-JX
005730     IF WS-MP-TYPE (WS-MP-JX) = WS-FIND-TYPE
005740        AND WS-MP-OLD-CODE (WS-MP-JX) = WS-FIND-CODE
005750        AND NOT WS-MP-REJECTED (WS-MP-JX)
005760        MOVE WS-MP-JX TO WS-FIND-IX
005770     END-IF.
005780 1265-EXIT.
005790     EXIT.
005800*
005810* ----------------------------------------------------------------
005820*  1300-CHECK-NEW-CODE - THE NEW CODE MUST BE AN ACTIVE CODE OF
005830*  THE SAME TYPE ON THE REFERENCE DATABASE, THE SAME TEST EX01
005840*  AND DL040 APPLY TO ANY CODE THEY ACCEPT.
005850* ----------------------------------------------------------------
005860 1300-CHECK-NEW-CODE.
005870     MOVE MAP-TYPE TO WS-REF-LOOKUP-TYPE
005880     MOVE MAP-NEW-CODE TO WS-REF-LOOKUP-CODE
005890     PERFORM 7300-LOOKUP-REF-CODE THRU 7300-EXIT
005900     IF WS-REF-CODE-GOOD
005910        ADD 1 TO WS-MAP-ACCEPT-COUNT
005920     ELSE
005930        MOVE 'R' TO WS-MP-STATE (WS-MP-IX)
005940        ADD 1 TO WS-MAP-REJECT-COUNT
005950        IF REFCD-PCB-STATUS-OK
005960           MOVE 'NEW CODE INACTIVE ON PHBKDB3'
005970             TO WS-MP-REASON (WS-MP-IX)
005980        ELSE
005990           MOVE 'NEW CODE NOT ON PHBKDB3'
006000             TO WS-MP-REASON (WS-MP-IX)
006010        END-IF
006020     END-IF.
006030 1300-EXIT.
006040     EXIT.
006050*
006060* ----------------------------------------------------------------
006070*  1400-CHECK-CHAINS - AN ACCEPTED MAPPING WHOSE NEW CODE IS THE
006080*  OLD CODE OF ANOTHER ACCEPTED MAPPING OF THE SAME TYPE IS
006090*  REJECTED: WHERE ITS ENTRIES ENDED UP WOULD DEPEND ON WALK
006100*  ORDER, AND THE OTHER MAPPING'S OLD CODE COULD NEVER BE FREED.
006110* ----------------------------------------------------------------
006120 1400-CHECK-CHAINS.
006130     MOVE ZERO TO WS-MP-IX
006140     PERFORM 1410-CHECK-ONE-CHAIN THRU 1410-EXIT
006150        UNTIL WS-MP-IX >= WS-MAP-COUNT.
006160 1400-EXIT.
006170     EXIT.
006180*
006190 1410-CHECK-ONE-CHAIN.
006200     ADD 1 TO WS-MP-IX
006210     IF NOT WS-MP-ACCEPTED (WS-MP-IX)
006220        GO TO 1410-EXIT
006230     END-IF
006240     MOVE WS-MP-TYPE (WS-MP-IX) TO WS-FIND-TYPE
006250     MOVE WS-MP-NEW-CODE (WS-MP-IX) TO WS-FIND-CODE
006260     PERFORM 4900-FIND-MAPPING THRU 4900-EXIT
006270     IF WS-FIND-IX > ZERO
006280        MOVE 'R' TO WS-MP-STATE (WS-MP-IX)
006290        MOVE 'NEW CODE ALSO BEING REMAPPED'
006300          TO WS-MP-REASON (WS-MP-IX)
006310        SUBTRACT 1 FROM WS-MAP-ACCEPT-COUNT
006320        ADD 1 TO WS-MAP-REJECT-COUNT
006330     END-IF.
006340 1410-EXIT.
006350     EXIT.
006360*
006370* ----------------------------------------------------------------
006380*  1500-PRINT-MAPPINGS - ONE LINE PER MAPPING READ.  ANY REJECT
006390*  MAKES THE RUN END WITH RETURN CODE 4 AT LEAST.
006400* ----------------------------------------------------------------
006410 1500-PRINT-MAPPINGS.
006420     MOVE 'CODE MAPPINGS' TO SEC-TITLE
006430     MOVE WS-SECTION-HEADING TO REMAP-REPORT-LINE
006440     WRITE REMAP-REPORT-LINE
006450     MOVE WS-MAPPING-HEAD TO REMAP-REPORT-LINE
006460     WRITE REMAP-REPORT-LINE
006470     MOVE ZERO TO WS-MP-IX
006480     PERFORM 1510-PRINT-ONE-MAPPING THRU 1510-EXIT
006490        UNTIL WS-MP-IX >= WS-MAP-COUNT
006500     IF WS-MAP-ACCEPT-COUNT = ZERO
006510        MOVE '  ** NO MAPPING TO APPLY - NOTHING WALKED **'
006520          TO REMAP-REPORT-LINE
006530        WRITE REMAP-REPORT-LINE
006540     END-IF
006550     MOVE SPACES TO REMAP-REPORT-LINE
006560     WRITE REMAP-REPORT-LINE
006570     IF WS-MAP-REJECT-COUNT > ZERO AND WS-RUN-RC < 4
006580        MOVE 4 TO WS-RUN-RC
006590     END-IF.
006600 1500-EXIT.
006610     EXIT.
006620*
006630 1510-PRINT-ONE-MAPPING.
006640     ADD 1 TO WS-MP-IX
006650     MOVE SPACES TO WS-MAPPING-LINE
006660     PERFORM 7400-SET-TYPE-TEXT THRU 7400-EXIT
006670     MOVE WS-TYPE-TEXT TO MPL-TYPE
006680     MOVE WS-MP-OLD-CODE (WS-MP-IX) TO MPL-OLD-CODE
006690     MOVE WS-MP-NEW-CODE (WS-MP-IX) TO MPL-NEW-CODE
006700     IF WS-MP-EFF-DATE (WS-MP-IX) = SPACES
006710        MOVE 'NOW' TO MPL-EFF-DATE
006720     ELSE
006730        MOVE WS-MP-EFF-DATE (WS-MP-IX) TO MPL-EFF-DATE
006740     END-IF
006750     EVALUATE TRUE
006760        WHEN WS-MP-ACCEPTED (WS-MP-IX)
006770           MOVE 'ACCEPTED' TO MPL-STATE
006780        WHEN WS-MP-HELD (WS-MP-IX)
006790           MOVE 'HELD' TO MPL-STATE
006800        WHEN OTHER
006810           MOVE 'REJECTED' TO MPL-STATE
006820     END-EVALUATE
006830     MOVE WS-MP-REASON (WS-MP-IX) TO MPL-REASON
006840     MOVE WS-MAPPING-LINE TO REMAP-REPORT-LINE
006850     WRITE REMAP-REPORT-LINE.
006860 1510-EXIT.
006870     EXIT.
006880*
006890* ----------------------------------------------------------------
006900*  2000-WALK-ACTIVE - WALK THE ACTIVE DIRECTORY, REMAPPING EACH
006910*  ENTRY ON AN ACCEPTED OLD CODE.
006920* ----------------------------------------------------------------
006930 2000-WALK-ACTIVE.
006940     MOVE 'ENTRIES REMAPPED' TO SEC-TITLE
006950     IF WS-MODE-TRIAL
006960        MOVE 'ENTRIES THAT WOULD BE REMAPPED' TO SEC-TITLE
006970     END-IF
006980     MOVE WS-SECTION-HEADING TO REMAP-REPORT-LINE
006990     WRITE REMAP-REPORT-LINE
007000     MOVE WS-ENTRY-HEAD TO REMAP-REPORT-LINE
007010     WRITE REMAP-REPORT-LINE
007020     SET WS-SCANNING-ACTIVE TO TRUE
007030     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
007040              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
007050     IF PHBK-PCB-STATUS-OK
007060        SET WS-NOT-END-OF-DB TO TRUE
007070     ELSE
007080        SET WS-END-OF-DB TO TRUE
007090     END-IF
007100     PERFORM 2100-WALK-ONE-ACTIVE THRU 2100-EXIT
007110        UNTIL WS-END-OF-DB.
007120 2000-EXIT.
007130     EXIT.
007140*
007150 2100-WALK-ONE-ACTIVE.
007160     ADD 1 TO WS-ACT-READ-COUNT
007170     PERFORM 4000-REMAP-ENTRY THRU 4000-EXIT
007180     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
007190              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
007200     IF NOT PHBK-PCB-STATUS-OK
007210        SET WS-END-OF-DB TO TRUE
007220     END-IF.
007230 2100-EXIT.
007240     EXIT.
007250*
007260* ----------------------------------------------------------------
007270*  3000-WALK-RETIREE - THE SAME WALK OVER THE RETIREE DIRECTORY.
007280* ----------------------------------------------------------------
007290 3000-WALK-RETIREE.
007300     SET WS-SCANNING-RETIREE TO TRUE
007310     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
007320              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
007330     IF RETIREE-PCB-STATUS-OK
007340        SET WS-NOT-END-OF-DB TO TRUE
007350     ELSE
007360        SET WS-END-OF-DB TO TRUE
007370     END-IF
007380     PERFORM 3100-WALK-ONE-RETIREE THRU 3100-EXIT
007390        UNTIL WS-END-OF-DB
007400     MOVE SPACES TO REMAP-REPORT-LINE
007410     WRITE REMAP-REPORT-LINE.
007420 3000-EXIT.
007430     EXIT.
007440*
007450 3100-WALK-ONE-RETIREE.
007460     ADD 1 TO WS-RET-READ-COUNT
007470     PERFORM 4000-REMAP-ENTRY THRU 4000-EXIT
007480     CALL 'CBLTDLI' USING WS-FUNC-GN RETIREE-PCB-MASK
007490              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
007500     IF NOT RETIREE-PCB-STATUS-OK
007510        SET WS-END-OF-DB TO TRUE
007520     END-IF.
007530 3100-EXIT.
007540     EXIT.
007550*
007560* ----------------------------------------------------------------
007570*  4000-REMAP-ENTRY - LOOK UP THE ENTRY'S DEPT AND LOC CODES
007580*  AMONG THE ACCEPTED MAPPINGS.  A TRIAL RUN ONLY LISTS A HIT;
007590*  AN UPDATE RUN REPLACES THE ROOT, THEN WRITES THE HISTORY
007600*  CHILD AND THE AUDIT RECORD.  THE GN THAT FOLLOWS CONTINUES
007610*  FROM THE ROOT'S POSITION.
007620* ----------------------------------------------------------------
007630 4000-REMAP-ENTRY.
007640     MOVE 'D' TO WS-FIND-TYPE
007650     MOVE PHBK-DEPT-CODE TO WS-FIND-CODE
007660     PERFORM 4900-FIND-MAPPING THRU 4900-EXIT
007670     MOVE WS-FIND-IX TO WS-DEPT-HIT-IX
007680     MOVE 'L' TO WS-FIND-TYPE
007690     MOVE PHBK-LOC-CODE TO WS-FIND-CODE
007700     PERFORM 4900-FIND-MAPPING THRU 4900-EXIT
007710     MOVE WS-FIND-IX TO WS-LOC-HIT-IX
007720     IF WS-DEPT-HIT-IX = ZERO AND WS-LOC-HIT-IX = ZERO
007730        GO TO 4000-EXIT
007740     END-IF
007750     MOVE PHBK-EXTN TO WS-BEFORE-EXTN
007760     MOVE PHBK-ZIP TO WS-BEFORE-ZIP
007770     MOVE PHBK-DEPT-CODE TO WS-BEFORE-DEPT-CODE
007780     MOVE PHBK-LOC-CODE TO WS-BEFORE-LOC-CODE
007790     MOVE PHBK-DEPT-CODE TO WS-NEW-DEPT-CODE
007800     MOVE PHBK-LOC-CODE TO WS-NEW-LOC-CODE
007810     IF WS-DEPT-HIT-IX > ZERO
007820        MOVE WS-MP-NEW-CODE (WS-DEPT-HIT-IX) TO WS-NEW-DEPT-CODE
007830     END-IF
007840     IF WS-LOC-HIT-IX > ZERO
007850        MOVE WS-MP-NEW-CODE (WS-LOC-HIT-IX) TO WS-NEW-LOC-CODE
007860     END-IF
007870     SET WS-UPDATE-OK TO TRUE
007880     IF WS-MODE-UPDATE
007890        PERFORM 4100-UPDATE-ENTRY THRU 4100-EXIT
007900     END-IF
007910     PERFORM 4500-WRITE-ENTRY-LINE THRU 4500-EXIT
007920     IF WS-UPDATE-FAILED
007930        ADD 1 TO WS-FAIL-COUNT
007940        IF WS-DEPT-HIT-IX > ZERO
007950           ADD 1 TO WS-MP-FAIL-COUNT (WS-DEPT-HIT-IX)
007960        END-IF
007970        IF WS-LOC-HIT-IX > ZERO
007980           ADD 1 TO WS-MP-FAIL-COUNT (WS-LOC-HIT-IX)
007990        END-IF
008000        GO TO 4000-EXIT
008010     END-IF
008020     IF WS-SCANNING-ACTIVE
008030        ADD 1 TO WS-ACT-REMAP-COUNT
008040     ELSE
008050        ADD 1 TO WS-RET-REMAP-COUNT
008060     END-IF
008070     IF WS-DEPT-HIT-IX > ZERO
008080        MOVE WS-DEPT-HIT-IX TO WS-MP-IX
008090        PERFORM 4600-COUNT-MAPPING-HIT THRU 4600-EXIT
008100     END-IF
008110     IF WS-LOC-HIT-IX > ZERO
008120        MOVE WS-LOC-HIT-IX TO WS-MP-IX
008130        PERFORM 4600-COUNT-MAPPING-HIT THRU 4600-EXIT
008140     END-IF
008150     IF WS-MODE-UPDATE
008160        ADD 1 TO WS-CHKP-COUNT
008170        IF WS-CHKP-COUNT >= WS-CHKP-INTERVAL
008180           PERFORM 2800-TAKE-CHECKPOINT THRU 2800-EXIT
008190        END-IF
008200     END-IF.
008210 4000-EXIT.
008220     EXIT.
008230*
008240* ----------------------------------------------------------------
008250*  4100-UPDATE-ENTRY - RE-FETCH THE ROOT ON ITS KEY AND REPLACE
008260*  IT, AS DL040 DOES FOR A CHANGE.  A FAILED REPL LEAVES THE
008270*  ENTRY ON ITS OLD CODE AND IS REPORTED; A FAILED HISTORY OR
008280*  AUDIT WRITE IS A WARNING ONLY, AS IN DL040 - THE REMAP STOOD.
008290* ----------------------------------------------------------------
008300 4100-UPDATE-ENTRY.
008310     MOVE SPACES TO WS-SSA-EXACT
008320     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
008330             PHBK-NAME2             DELIMITED BY SIZE
008340             ')(NAME1   EQ'         DELIMITED BY SIZE
008350             PHBK-NAME1             DELIMITED BY SIZE
008360             ')'                    DELIMITED BY SIZE
008370        INTO WS-SSA-EXACT
008380     IF WS-SCANNING-ACTIVE
008390        CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
008400                 PHBK-SEGMENT WS-SSA-EXACT
008410        MOVE PHBK-PCB-STATUS-CODE TO WS-DB-STATUS
008420     ELSE
008430        CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
008440                 PHBK-SEGMENT WS-SSA-EXACT
008450        MOVE RETIREE-PCB-STATUS-CODE TO WS-DB-STATUS
008460     END-IF
008470     IF WS-DB-STATUS-OK
008480        MOVE WS-NEW-DEPT-CODE TO PHBK-DEPT-CODE
008490        MOVE WS-NEW-LOC-CODE TO PHBK-LOC-CODE
008500        IF WS-SCANNING-ACTIVE
008510           CALL 'CBLTDLI' USING WS-FUNC-REPL PHBK-PCB-MASK
008520                    PHBK-SEGMENT
008530           MOVE PHBK-PCB-STATUS-CODE TO WS-DB-STATUS
008540        ELSE
008550           CALL 'CBLTDLI' USING WS-FUNC-REPL RETIREE-PCB-MASK
008560                    PHBK-SEGMENT
008570           MOVE RETIREE-PCB-STATUS-CODE TO WS-DB-STATUS
008580        END-IF
008590     END-IF
008600     IF NOT WS-DB-STATUS-OK
008610        SET WS-UPDATE-FAILED TO TRUE
008620        DISPLAY 'DL072 REMAP FAILED - STATUS ' WS-DB-STATUS
008630                ' ENTRY ' PHBK-NAME2 ' ' PHBK-NAME1
008640        GO TO 4100-EXIT
008650     END-IF
008660     PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
008670     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
008680 4100-EXIT.
008690     EXIT.
008700*
008710 4500-WRITE-ENTRY-LINE.
008720     MOVE SPACES TO WS-ENTRY-LINE
008730     IF WS-SCANNING-ACTIVE
008740        MOVE 'ACTIVE' TO ENL-DIRECTORY
008750     ELSE
008760        MOVE 'RETIREE' TO ENL-DIRECTORY
008770     END-IF
008780     MOVE PHBK-NAME2 TO ENL-NAME2
008790     MOVE PHBK-NAME1 TO ENL-NAME1
008800     IF WS-DEPT-HIT-IX > ZERO
008810        MOVE WS-BEFORE-DEPT-CODE TO ENL-OLD-DEPT
008820        MOVE '>' TO ENL-DEPT-ARROW
008830        MOVE WS-NEW-DEPT-CODE TO ENL-NEW-DEPT
008840     END-IF
008850     IF WS-LOC-HIT-IX > ZERO
008860        MOVE WS-BEFORE-LOC-CODE TO ENL-OLD-LOC
008870        MOVE '>' TO ENL-LOC-ARROW
008880        MOVE WS-NEW-LOC-CODE TO ENL-NEW-LOC
008890     END-IF
008900     EVALUATE TRUE
008910        WHEN WS-MODE-TRIAL
008920           MOVE 'WOULD BE REMAPPED' TO ENL-RESULT
008930        WHEN WS-UPDATE-FAILED
008940           STRING 'NOT REMAPPED - STATUS ' DELIMITED BY SIZE
008950                   WS-DB-STATUS            DELIMITED BY SIZE
008960              INTO ENL-RESULT
008970        WHEN OTHER
008980           MOVE 'REMAPPED' TO ENL-RESULT
008990     END-EVALUATE
009000     MOVE WS-ENTRY-LINE TO REMAP-REPORT-LINE
009010     WRITE REMAP-REPORT-LINE.
009020 4500-EXIT.
009030     EXIT.
009040*
009050 4600-COUNT-MAPPING-HIT.
009060     IF WS-SCANNING-ACTIVE
009070        ADD 1 TO WS-MP-ACT-COUNT (WS-MP-IX)
009080     ELSE
009090        ADD 1 TO WS-MP-RET-COUNT (WS-MP-IX)
009100     END-IF.
009110 4600-EXIT.
009120     EXIT.
009130*
009140* ----------------------------------------------------------------
009150*  4900-FIND-MAPPING - WS-FIND-IX TO THE ACCEPTED MAPPING WHOSE
009160*  TYPE AND OLD CODE ARE WS-FIND-TYPE/WS-FIND-CODE, ZERO IF NONE.
009170* ----------------------------------------------------------------
009180 4900-FIND-MAPPING.
009190     MOVE ZERO TO WS-FIND-IX
009200     MOVE ZERO TO WS-MP-JX
009210     PERFORM 4910-SCAN-ONE-MAPPING THRU 4910-EXIT
009220        UNTIL WS-FIND-IX > ZERO OR WS-MP-JX >= WS-MAP-COUNT.
009230 4900-EXIT.
009240     EXIT.
009250*
009260 4910-SCAN-ONE-MAPPING.
009270     ADD 1 TO WS-MP-JX
009280     IF WS-MP-ACCEPTED (WS-MP-JX)
009290        AND WS-MP-TYPE (WS-MP-JX) = WS-FIND-TYPE
009300        AND WS-MP-OLD-CODE (WS-MP-JX) = WS-FIND-CODE
009310        MOVE WS-MP-JX TO WS-FIND-IX
009320     END-IF.
009330 4910-EXIT.
009340     EXIT.
009350*
009360* ----------------------------------------------------------------
009370*  2800-TAKE-CHECKPOINT - BASIC CHECKPOINT AS IN DL060; COMMITS
009380*  THE REMAPS SO FAR.  CHKP DROPS DATABASE POSITION, SO THE ROOT
009390*  JUST REMAPPED IS FETCHED AGAIN ON ITS KEY FOR THE NEXT GN TO
009400*  CONTINUE FROM.
009410* ----------------------------------------------------------------
009420 2800-TAKE-CHECKPOINT.
009430     ADD 1 TO WS-CHKP-ID-SEQ
009440     MOVE ZERO TO WS-CHKP-COUNT
009450     CALL 'CBLTDLI' USING WS-FUNC-CHKP
009460              WS-CHECKPOINT-ID
009470     DISPLAY 'DL072 CHECKPOINT TAKEN - ID ' WS-CHECKPOINT-ID
009480             ' AT ENTRIES REMAPPED ' WS-ACT-REMAP-COUNT
009490             ' ACTIVE ' WS-RET-REMAP-COUNT ' RETIREE'
009500     IF WS-SCANNING-ACTIVE
009510        CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
009520                 PHBK-SEGMENT WS-SSA-EXACT
009530     ELSE
009540        CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
009550                 PHBK-SEGMENT WS-SSA-EXACT
009560     END-IF.
009570 2800-EXIT.
009580     EXIT.
009590*
009600* ----------------------------------------------------------------
009610*  5000-PRINT-MAPPING-TOTALS - PER ACCEPTED MAPPING, THE ENTRIES
009620*  REMAPPED IN EACH DIRECTORY, THE FAILURES, AND - WHEN ASKED
009630*  FOR - WHAT BECAME OF THE OLD CODE ON PHBKDB3.
009640* ----------------------------------------------------------------
009650 5000-PRINT-MAPPING-TOTALS.
009660     MOVE 'TOTALS BY MAPPING' TO SEC-TITLE
009670     MOVE WS-SECTION-HEADING TO REMAP-REPORT-LINE
009680     WRITE REMAP-REPORT-LINE
009690     MOVE WS-TOTAL-HEAD TO REMAP-REPORT-LINE
009700     WRITE REMAP-REPORT-LINE
009710     MOVE ZERO TO WS-MP-IX
009720     PERFORM 5100-PRINT-ONE-TOTAL THRU 5100-EXIT
009730        UNTIL WS-MP-IX >= WS-MAP-COUNT
009740     MOVE SPACES TO REMAP-REPORT-LINE
009750     WRITE REMAP-REPORT-LINE.
009760 5000-EXIT.
009770     EXIT.
009780*
009790 5100-PRINT-ONE-TOTAL.
009800     ADD 1 TO WS-MP-IX
009810     IF NOT WS-MP-ACCEPTED (WS-MP-IX)
009820        GO TO 5100-EXIT
009830     END-IF
009840     MOVE SPACES TO WS-TOTAL-LINE
009850     PERFORM 7400-SET-TYPE-TEXT THRU 7400-EXIT
009860     MOVE WS-TYPE-TEXT TO TTL-TYPE
009870     MOVE WS-MP-OLD-CODE (WS-MP-IX) TO TTL-OLD-CODE
009880     MOVE WS-MP-NEW-CODE (WS-MP-IX) TO TTL-NEW-CODE
009890     MOVE WS-MP-ACT-COUNT (WS-MP-IX) TO TTL-ACT-COUNT
009900     MOVE WS-MP-RET-COUNT (WS-MP-IX) TO TTL-RET-COUNT
009910     MOVE WS-MP-FAIL-COUNT (WS-MP-IX) TO TTL-FAIL-COUNT
009920     IF WS-INACTIVATE-OLD
009930        PERFORM 5200-INACTIVATE-OLD-CODE THRU 5200-EXIT
009940     ELSE
009950        MOVE 'LEFT AS IS' TO TTL-INACT-RESULT
009960     END-IF
009970     MOVE WS-TOTAL-LINE TO REMAP-REPORT-LINE
009980     WRITE REMAP-REPORT-LINE.
009990 5100-EXIT.
010000     EXIT.
010010*
010020* ----------------------------------------------------------------
010030*  5200-INACTIVATE-OLD-CODE - BOTH DIRECTORIES HAVE BEEN WALKED
010040*  END TO END, SO A MAPPING WITH NO FAILED UPDATE HAS LEFT NO
010050*  ENTRY ON ITS OLD CODE.  THE CODE IS MARKED 'I', NOT DELETED,
010060*  SO ITS NAME STAYS FOR THE HISTORY THAT STILL SHOWS IT - THE
010070*  SAME RULE EX02 FOLLOWS.
010080* ----------------------------------------------------------------
010090 5200-INACTIVATE-OLD-CODE.
010100     IF WS-MP-FAIL-COUNT (WS-MP-IX) > ZERO
010110        MOVE 'KEPT - ENTRIES STILL CARRY IT' TO TTL-INACT-RESULT
010120        GO TO 5200-EXIT
010130     END-IF
010140     MOVE WS-MP-TYPE (WS-MP-IX) TO WS-REF-LOOKUP-TYPE
010150     MOVE WS-MP-OLD-CODE (WS-MP-IX) TO WS-REF-LOOKUP-CODE
010160     PERFORM 7300-LOOKUP-REF-CODE THRU 7300-EXIT
010170     IF NOT REFCD-PCB-STATUS-OK
010180        MOVE 'NOT ON PHBKDB3' TO TTL-INACT-RESULT
010190        GO TO 5200-EXIT
010200     END-IF
010210     IF PHBK-REF-CODE-INACTIVE
010220        MOVE 'ALREADY INACTIVE' TO TTL-INACT-RESULT
010230        GO TO 5200-EXIT
010240     END-IF
010250     IF WS-MODE-TRIAL
010260        MOVE 'WOULD BE MARKED INACTIVE' TO TTL-INACT-RESULT
010270        GO TO 5200-EXIT
010280     END-IF
010290     MOVE 'I' TO PHBK-REF-ACTIVE-FLAG
010300     CALL 'CBLTDLI' USING WS-FUNC-REPL REFCD-PCB-MASK
010310              PHBK-REF-SEGMENT
010320     IF REFCD-PCB-STATUS-OK
010330        MOVE 'MARKED INACTIVE' TO TTL-INACT-RESULT
010340        ADD 1 TO WS-INACT-COUNT
010350     ELSE
010360        STRING 'INACTIVATE FAILED - STATUS ' DELIMITED BY SIZE
010370                REFCD-PCB-STATUS-CODE         DELIMITED BY SIZE
010380           INTO TTL-INACT-RESULT
010390        DISPLAY 'DL072 INACTIVATE FAILED - STATUS '
010400                REFCD-PCB-STATUS-CODE ' CODE '
010410                WS-REF-LOOKUP-TYPE WS-REF-LOOKUP-CODE
010420        ADD 1 TO WS-FAIL-COUNT
010430     END-IF.
010440 5200-EXIT.
010450     EXIT.
010460*
010470* ----------------------------------------------------------------
010480*  6000-PRINT-SUMMARY - RUN COUNTS.  ANY FAILED UPDATE ENDS THE
010490*  RUN WITH RETURN CODE 8.
010500* ----------------------------------------------------------------
010510 6000-PRINT-SUMMARY.
010520     MOVE 'MAPPINGS READ' TO SUM-LABEL
010530     MOVE WS-MAP-READ-COUNT TO SUM-VALUE
010540     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010550     MOVE 'MAPPINGS ACCEPTED' TO SUM-LABEL
010560     MOVE WS-MAP-ACCEPT-COUNT TO SUM-VALUE
010570     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010580     MOVE 'MAPPINGS HELD - NOT YET EFFECTIVE' TO SUM-LABEL
010590     MOVE WS-MAP-HELD-COUNT TO SUM-VALUE
010600     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010610     MOVE 'MAPPINGS REJECTED' TO SUM-LABEL
010620     MOVE WS-MAP-REJECT-COUNT TO SUM-VALUE
010630     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010640     MOVE 'ACTIVE ENTRIES READ' TO SUM-LABEL
010650     MOVE WS-ACT-READ-COUNT TO SUM-VALUE
010660     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010670     MOVE 'RETIREE ENTRIES READ' TO SUM-LABEL
010680     MOVE WS-RET-READ-COUNT TO SUM-VALUE
010690     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010700     MOVE 'ACTIVE ENTRIES REMAPPED' TO SUM-LABEL
010710     IF WS-MODE-TRIAL
010720        MOVE 'ACTIVE ENTRIES TO REMAP' TO SUM-LABEL
010730     END-IF
010740     MOVE WS-ACT-REMAP-COUNT TO SUM-VALUE
010750     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010760     MOVE 'RETIREE ENTRIES REMAPPED' TO SUM-LABEL
010770     IF WS-MODE-TRIAL
010780        MOVE 'RETIREE ENTRIES TO REMAP' TO SUM-LABEL
010790     END-IF
010800     MOVE WS-RET-REMAP-COUNT TO SUM-VALUE
010810     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010820     MOVE 'OLD CODES MARKED INACTIVE' TO SUM-LABEL
010830     MOVE WS-INACT-COUNT TO SUM-VALUE
010840     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010850     MOVE 'UPDATES FAILED' TO SUM-LABEL
010860     MOVE WS-FAIL-COUNT TO SUM-VALUE
010870     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
010880     IF WS-FAIL-COUNT > ZERO AND WS-RUN-RC < 8
010890        MOVE 8 TO WS-RUN-RC
010900     END-IF.
010910 6000-EXIT.
010920     EXIT.
010930*
010940 6100-WRITE-SUMMARY-LINE.
010950     MOVE WS-SUMMARY-LINE TO REMAP-REPORT-LINE
010960     WRITE REMAP-REPORT-LINE.
010970 6100-EXIT.
010980     EXIT.
010990*
011000* ----------------------------------------------------------------
011010*  7300-LOOKUP-REF-CODE - AS DL040 2350-LOOKUP-REF-CODE.  THE
011020*  SEGMENT STAYS IN PHBK-REF-SEGMENT FOR A FOLLOWING REPL.
011030* ----------------------------------------------------------------
011040 7300-LOOKUP-REF-CODE.
011050     SET WS-REF-CODE-BAD TO TRUE
011060     MOVE SPACES TO WS-SSA-REF-EXACT
011070     STRING 'PHBKREF (REFKEY  EQ' DELIMITED BY SIZE
011080             WS-REF-LOOKUP-TYPE    DELIMITED BY SIZE
011090             WS-REF-LOOKUP-CODE    DELIMITED BY SIZE
011100             ')'                   DELIMITED BY SIZE
011110        INTO WS-SSA-REF-EXACT
011120     CALL 'CBLTDLI' USING WS-FUNC-GU REFCD-PCB-MASK
011130              PHBK-REF-SEGMENT WS-SSA-REF-EXACT
011140     IF REFCD-PCB-STATUS-OK AND PHBK-REF-CODE-ACTIVE
011150        SET WS-REF-CODE-GOOD TO TRUE
011160     END-IF.
011170 7300-EXIT.
011180     EXIT.
011190*
011200* ----------------------------------------------------------------
011210*  7400-SET-TYPE-TEXT - 'DEPT' OR 'LOC' FOR WS-MP-TYPE (WS-MP-IX)
011220*  INTO WS-TYPE-TEXT FOR PRINTING.
011230* ----------------------------------------------------------------
011240 7400-SET-TYPE-TEXT.
011250     MOVE SPACES TO WS-TYPE-TEXT
011260     EVALUATE WS-MP-TYPE (WS-MP-IX)
011270        WHEN 'D'
011280           MOVE 'DEPT' TO WS-TYPE-TEXT
011290        WHEN 'L'
011300           MOVE 'LOC' TO WS-TYPE-TEXT
011310        WHEN OTHER
011320           MOVE WS-MP-TYPE (WS-MP-IX) TO WS-TYPE-TEXT
011330     END-EVALUATE.
011340 7400-EXIT.
011350     EXIT.
011360*
011370* ----------------------------------------------------------------
011380*  7900-WRITE-HISTORY - ONE PHBKHST CHILD UNDER THE ENTRY JUST
011390*  REMAPPED, CARRYING ITS PRIOR FIELD VALUES, AS IN DL040.
011400* ----------------------------------------------------------------
011410 7900-WRITE-HISTORY.
011420     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
011430     ACCEPT WS-CDT-TIME FROM TIME
011440     MOVE SPACES TO PHBK-HIST-SEG
011450     STRING WS-CDT-DATE DELIMITED BY SIZE
011460             '-'         DELIMITED BY SIZE
011470             WS-CDT-TIME DELIMITED BY SIZE
011480        INTO PHBK-HST-STAMP
011490     MOVE IO-PCB-USERID TO PHBK-HST-USERID
011500     MOVE WS-BEFORE-EXTN TO PHBK-HST-PRIOR-EXTN
011510     MOVE WS-BEFORE-ZIP TO PHBK-HST-PRIOR-ZIP
011520     MOVE WS-BEFORE-DEPT-CODE TO PHBK-HST-PRIOR-DEPT
011530     MOVE WS-BEFORE-LOC-CODE TO PHBK-HST-PRIOR-LOC
011540     IF WS-SCANNING-ACTIVE
011550        CALL 'CBLTDLI' USING WS-FUNC-ISRT PHBK-PCB-MASK
011560                 PHBK-HIST-SEG WS-SSA-EXACT
011570                 WS-SSA-HIST-UNQUAL
011580        MOVE PHBK-PCB-STATUS-CODE TO WS-DB-STATUS
011590     ELSE
011600        CALL 'CBLTDLI' USING WS-FUNC-ISRT RETIREE-PCB-MASK
011610                 PHBK-HIST-SEG WS-SSA-EXACT
011620                 WS-SSA-HIST-UNQUAL
011630        MOVE RETIREE-PCB-STATUS-CODE TO WS-DB-STATUS
011640     END-IF
011650     IF NOT WS-DB-STATUS-OK
011660        DISPLAY 'DL072 WARNING - HISTORY ISRT FAILED - STATUS '
011670                WS-DB-STATUS ' ENTRY ' PHBK-NAME2 ' ' PHBK-NAME1
011680     END-IF.
011690 7900-EXIT.
011700     EXIT.
011710*
011720* ----------------------------------------------------------------
011730*  8200-WRITE-AUDIT - THE SAME GSAM AUDIT RECORD A DL040 CHANGE
011740*  WRITES, SO DL055 CARRIES THE REMAP DOWNSTREAM.  THE PHONE
011750*  FIELDS ARE SPACES - NO PHONE CHILD WAS TOUCHED.
011760* ----------------------------------------------------------------
011770 8200-WRITE-AUDIT.
011780     MOVE SPACES TO AUDIT-LOG-RECORD
011790     MOVE IO-PCB-USERID TO AUD-USERID
011800     MOVE PHBK-HST-STAMP TO AUD-TIMESTAMP
011810     MOVE 'CHANGE  ' TO AUD-COMMAND
011820     MOVE PHBK-NAME2 TO AUD-NAME2
011830     MOVE PHBK-NAME1 TO AUD-NAME1
011840     MOVE WS-BEFORE-EXTN TO AUD-BEFORE-EXTN
011850     MOVE WS-BEFORE-ZIP TO AUD-BEFORE-ZIP
011860     MOVE WS-BEFORE-DEPT-CODE TO AUD-BEFORE-DEPT-CODE
011870     MOVE WS-BEFORE-LOC-CODE TO AUD-BEFORE-LOC-CODE
011880     MOVE PHBK-EXTN TO AUD-AFTER-EXTN
011890     MOVE PHBK-ZIP TO AUD-AFTER-ZIP
011900     MOVE PHBK-DEPT-CODE TO AUD-AFTER-DEPT-CODE
011910     MOVE PHBK-LOC-CODE TO AUD-AFTER-LOC-CODE
011920     CALL 'CBLTDLI' USING WS-FUNC-ISRT AUDIT-PCB-MASK
011930              AUDIT-LOG-RECORD
011940     IF NOT AUDIT-PCB-STATUS-OK
011950        DISPLAY 'DL072 WARNING - AUDIT LOG WRITE FAILED - ENTRY '
011960                PHBK-NAME2 ' ' PHBK-NAME1
011970     END-IF.
011980 8200-EXIT.
011990     EXIT.
012000*
012010* ----------------------------------------------------------------
012020*  8000-TERMINATE
012030* ----------------------------------------------------------------
012040 8000-TERMINATE.
012050     CLOSE REMAP-REPORT-FILE
012060     IF WS-MODE-UPDATE
012070        PERFORM 8500-WRITE-RUN-STATS THRU 8500-EXIT
012080     END-IF
012090     MOVE WS-RUN-RC TO RETURN-CODE.
012100 8000-EXIT.
012110     EXIT.
012120*
012130* ----------------------------------------------------------------
012140*  8500-WRITE-RUN-STATS - APPEND THE UPDATE-RUN TOTALS TO THE
012150*  SHARED STATISTICS FILE FOR THE DL090 TREND REPORT.  A TRIAL
012160*  RUN CHANGES NOTHING AND WRITES NO RECORD.
012170* ----------------------------------------------------------------
012180 8500-WRITE-RUN-STATS.
012190     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
012200     OPEN EXTEND RUN-STAT-FILE
012210     MOVE SPACES TO PHBK-STAT-RECORD
012220     MOVE 'DL072   ' TO STA-JOB
012230     MOVE WS-CDT-DATE TO STA-RUN-DATE
012240     MOVE WS-MAP-READ-COUNT TO STA-COUNT-1
012250     MOVE WS-MAP-REJECT-COUNT TO STA-COUNT-2
012260     MOVE WS-ACT-REMAP-COUNT TO STA-COUNT-3
012270     MOVE WS-RET-REMAP-COUNT TO STA-COUNT-4
012280     MOVE WS-INACT-COUNT TO STA-COUNT-5
012290     MOVE WS-FAIL-COUNT TO STA-COUNT-6
012300     WRITE PHBK-STAT-RECORD
012310     CLOSE RUN-STAT-FILE.
012320 8500-EXIT.
012330     EXIT.
