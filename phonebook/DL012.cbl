000010* ----------------------------------------------------------------
000020*  DL012 - DIRECTORY AS OF A PAST DATE (ON-DEMAND BATCH)
000030*
000040*  ANSWERS "WHO HELD THIS EXTENSION" AND "WHAT DEPARTMENT WAS
000050*  THIS PERSON IN" ON A PAST DATE FOR LEGAL AND INTERNAL AUDIT,
000060*  WITHOUT PIECING IT TOGETHER FROM BRHIST SCREENS.  BOTH THE
000070*  ACTIVE (PHBKDB1) AND RETIREE (PHBKDB2) DIRECTORIES ARE WALKED
000080*  TOGETHER, MERGED ON NAME2/NAME1, SO THE REPORT COMES OUT IN
000090*  THE SAME NAME ORDER AS THE DL010 EXTRACT.
000100*
000110*  EACH ENTRY'S EXTN, ZIP, DEPT AND LOC ARE REBUILT AS OF THE
000120*  CLOSE OF THE AS-OF DATE FROM ITS PHBKHST CHILDREN.  EVERY
000130*  CHILD CARRIES THE VALUES AS THEY WERE BEFORE THE CHANGE IT
000140*  RECORDS, AND THE CHILDREN READ BACK OLDEST FIRST, SO THE
000150*  VALUES ON THE DATE ARE THE PRIOR VALUES OF THE FIRST CHILD
000160*  STAMPED AFTER IT - OR THE ENTRY'S CURRENT VALUES IF NOTHING
000170*  HAS CHANGED SINCE.  A CHILD WHOSE PRIOR VALUES ARE ALL SPACES
000180*  RECORDS THE ADD ITSELF (DL040 WRITES ONE); WHEN THE FIRST
000190*  CHILD AFTER THE DATE IS AN ADD, THE ENTRY DID NOT YET EXIST
000200*  AND IS LEFT OUT.
000210*
000220*  A RETIREE WHOSE PHBK-RETIRE-DATE IS ON OR BEFORE THE AS-OF
000230*  DATE IS SHOWN AS RETIRED; ONE RETIRED LATER WAS STILL ACTIVE
000240*  ON THE DATE AND IS SHOWN AS ACTIVE.
000250*
000260*  THE NOTE COLUMN SAYS WHERE THE HISTORY CANNOT PROVE THE LINE:
000270*      ADD DATE NOT ON HISTORY - NO CHILD IS DATED ON OR BEFORE
000280*                    THE AS-OF DATE AND NONE RECORDS THE ADD, SO
000290*                    NOTHING SHOWS THE ENTRY EXISTED THEN (EX01
000300*                    ADDS AND DL065 RESTORES WRITE NO CHILD)
000310*      BAD HISTORY STAMP - A CHILD'S DATE IS NOT NUMERIC AND WAS
000320*                    SKIPPED, SO A CHANGE MAY BE MISSING
000330*      NO RETIRE DATE - A RETIREE WITH NO USABLE RETIRE DATE;
000340*                    WHETHER IT WAS STILL ACTIVE IS UNKNOWN AND
000350*                    IT IS SHOWN AS RETIRED
000360*  A RENAME CARRIES THE HISTORY ACROSS BUT RECORDS NO OLD NAME,
000370*  SO EVERY ENTRY IS LISTED UNDER ITS CURRENT NAME.
000380*
000390*  PARAMETER CARD ON SYSIN:
000400*      COLS  1- 8   AS-OF DATE YYYYMMDD.  THE RUN STOPS IF IT IS
000410*                   NOT NUMERIC OR IS AFTER TODAY.
000420*      COL  10      SELECTION - SPACE FOR THE WHOLE DIRECTORY,
000430*                   'N' ONE NAME, 'E' ONE EXTENSION, OR 'D' ONE
000440*                   DEPARTMENT.  ANYTHING ELSE STOPS THE RUN.
000450*      COLS 11-20   NAME2, EXTENSION OR DEPT CODE TO SELECT.  THE
000460*                   EXTENSION AND DEPT ARE MATCHED AGAINST THE
000470*                   VALUES AS OF THE DATE, NOT TODAY'S.
000480*      COLS 21-30   NAME1 FOR 'N'; SPACES SELECT EVERY ENTRY
000490*                   WITH THE NAME2.
000500* ----------------------------------------------------------------
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.  DL012.
000530 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000540 INSTALLATION. DATA CENTER SYSTEMS.
000550 DATE-WRITTEN. 10/15/2026.
000560 DATE-COMPILED.
000570*
000580* ----------------------------------------------------------------
000590*  MODIFICATION HISTORY
000600* ----------------------------------------------------------------
000610*  DATE       BY    DESCRIPTION
000620*  ---------- ----  -------------------------------------------
000630*  10/15/2026 PAG   ORIGINAL DIRECTORY AS-OF-DATE REPORT.
000640* ----------------------------------------------------------------
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.  IBM-370.
000680 OBJECT-COMPUTER.  IBM-370.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ASOF-REPORT-FILE ASSIGN TO ASOFRPT
000720         ORGANIZATION IS SEQUENTIAL.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*
000770* ----------------------------------------------------------------
000780*  ASOF-REPORT-FILE - FORMATTED PRINT FILE.
000790* ----------------------------------------------------------------
000800 FD  ASOF-REPORT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  ASOF-REPORT-LINE            PIC X(132).
000840*
000850 WORKING-STORAGE SECTION.
000860*
000870* ----------------------------------------------------------------
000880*  DL/I CALL FUNCTION CODES
000890* ----------------------------------------------------------------
000900 01  WS-DLI-FUNCTIONS.
000910     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
000920     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
000930*
000940* ----------------------------------------------------------------
000950*  SWITCHES
000960* ----------------------------------------------------------------
000970 01  WS-SWITCHES.
000980     05  WS-SW-WHICH-DB          PIC X(01) VALUE 'A'.
000990         88  WS-ENTRY-ACTIVE             VALUE 'A'.
001000         88  WS-ENTRY-RETIREE            VALUE 'R'.
001010     05  WS-SW-LATER-CHILD       PIC X(01) VALUE 'N'.
001020         88  WS-LATER-CHILD-FOUND        VALUE 'Y'.
001030         88  WS-LATER-CHILD-NOT-FND      VALUE 'N'.
001040     05  WS-SW-EXISTED           PIC X(01) VALUE 'N'.
001050         88  WS-EXISTED-PROVEN           VALUE 'Y'.
001060         88  WS-EXISTED-NOT-PROVEN       VALUE 'N'.
001070     05  WS-SW-ADDED-AFTER       PIC X(01) VALUE 'N'.
001080         88  WS-ADDED-AFTER-DATE         VALUE 'Y'.
001090         88  WS-NOT-ADDED-AFTER          VALUE 'N'.
001100     05  WS-SW-BAD-STAMP         PIC X(01) VALUE 'N'.
001110         88  WS-BAD-STAMP-FOUND          VALUE 'Y'.
001120         88  WS-NO-BAD-STAMP             VALUE 'N'.
001130     05  WS-SW-SELECTED          PIC X(01) VALUE 'N'.
001140         88  WS-ENTRY-SELECTED           VALUE 'Y'.
001150         88  WS-ENTRY-NOT-SELECTED       VALUE 'N'.
001160*
001170* ----------------------------------------------------------------
001180*  COUNTERS
001190* ----------------------------------------------------------------
001200 01  WS-COUNTERS.
001210     05  WS-ACT-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001220     05  WS-RET-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001230     05  WS-HIST-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001240     05  WS-ADDED-AFTER-COUNT    PIC S9(07) COMP-3 VALUE ZERO.
001250     05  WS-NOT-SELECTED-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
001260     05  WS-LIST-ACT-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001270     05  WS-LIST-RET-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001280     05  WS-FROM-HIST-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001290     05  WS-GAP-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
001300*
001310 01  WS-SSA-AREAS.
001320     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
001330     05  WS-SSA-HIST-UNQUAL      PIC X(09) VALUE 'PHBKHST '.
001340     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
001350*
001360* ----------------------------------------------------------------
001370*  WS-PARM-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
001380* ----------------------------------------------------------------
001390 01  WS-PARM-CARD.
001400     05  WS-PARM-ASOF-DATE       PIC X(08) VALUE SPACES.
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  WS-PARM-SELECT          PIC X(01) VALUE SPACES.
001430         88  WS-SELECT-ALL               VALUE SPACE.
001440         88  WS-SELECT-NAME              VALUE 'N'.
001450         88  WS-SELECT-EXTN              VALUE 'E'.
001460         88  WS-SELECT-DEPT              VALUE 'D'.
001470     05  WS-PARM-VALUE           PIC X(10) VALUE SPACES.
001480     05  WS-PARM-NAME1           PIC X(10) VALUE SPACES.
001490     05  FILLER                  PIC X(50) VALUE SPACES.
001500*
001510* ----------------------------------------------------------------
001520*  WS-MERGE-AREAS - THE ROOT EACH WALK IS STANDING ON, HELD
001530*  WHILE THE OTHER WALK CATCHES UP.  A KEY OF HIGH-VALUES MEANS
001540*  THAT DIRECTORY IS FINISHED.
001550* ----------------------------------------------------------------
001560 01  WS-ACT-HOLD.
001570     05  WS-ACT-KEY              PIC X(20).
001580     05  FILLER                  PIC X(37).
001590*
001600 01  WS-RET-HOLD.
001610     05  WS-RET-KEY              PIC X(20).
001620     05  FILLER                  PIC X(37).
001630*
001640* ----------------------------------------------------------------
001650*  WS-ASOF-VALUES - THE ENTRY AS REBUILT FOR THE AS-OF DATE.
001660* ----------------------------------------------------------------
001670 01  WS-ASOF-VALUES.
001680     05  WS-ASOF-EXTN            PIC X(10) VALUE SPACES.
001690     05  WS-ASOF-ZIP             PIC X(09) VALUE SPACES.
001700     05  WS-ASOF-DEPT            PIC X(05) VALUE SPACES.
001710     05  WS-ASOF-LOC             PIC X(05) VALUE SPACES.
001720*
001730 01  WS-CURRENT-DATE.
001740     05  WS-CD-DATE              PIC X(08).
001750*
001760* ----------------------------------------------------------------
001770*  PRINT LINES
001780* ----------------------------------------------------------------
001790 01  WS-HEADING-1.
001800     05  FILLER                  PIC X(30)
001810         VALUE 'DIRECTORY AS OF DATE          '.
001820     05  FILLER                  PIC X(12) VALUE '      DL012 '.
001830     05  FILLER                  PIC X(05) VALUE 'DATE '.
001840     05  HD1-DATE                PIC X(08) VALUE SPACES.
001850     05  FILLER                  PIC X(77) VALUE SPACES.
001860*
001870 01  WS-PARM-ECHO.
001880     05  FILLER                  PIC X(11) VALUE 'AS OF DATE '.
001890     05  ECH-ASOF-DATE           PIC X(08) VALUE SPACES.
001900     05  FILLER                  PIC X(13) VALUE '   SELECTION '.
001910     05  ECH-SELECT-TEXT         PIC X(11) VALUE SPACES.
001920     05  ECH-VALUE               PIC X(10) VALUE SPACES.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  ECH-NAME1               PIC X(10) VALUE SPACES.
001950     05  FILLER                  PIC X(68) VALUE SPACES.
001960*
001970 01  WS-COLUMN-HEADING.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  FILLER                  PIC X(12) VALUE 'NAME2       '.
002000     05  FILLER                  PIC X(12) VALUE 'NAME1       '.
002010     05  FILLER                  PIC X(12) VALUE 'EXTENSION   '.
002020     05  FILLER                  PIC X(11) VALUE 'ZIP        '.
002030     05  FILLER                  PIC X(07) VALUE 'DEPT   '.
002040     05  FILLER                  PIC X(07) VALUE 'LOC    '.
002050     05  FILLER                  PIC X(09) VALUE 'STATUS   '.
002060     05  FILLER                  PIC X(10) VALUE 'RETIRED   '.
002070     05  FILLER                  PIC X(09) VALUE 'SOURCE   '.
002080     05  FILLER                  PIC X(26)
002090         VALUE 'NOTE                      '.
002100     05  FILLER                  PIC X(15) VALUE SPACES.
002110*
002120 01  WS-DETAIL-LINE.
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  DET-NAME2               PIC X(10) VALUE SPACES.
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  DET-NAME1               PIC X(10) VALUE SPACES.
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  DET-EXTN                PIC X(10) VALUE SPACES.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  DET-ZIP                 PIC X(09) VALUE SPACES.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  DET-DEPT                PIC X(05) VALUE SPACES.
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  DET-LOC                 PIC X(05) VALUE SPACES.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DET-STATUS              PIC X(07) VALUE SPACES.
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DET-RETIRE-DATE         PIC X(08) VALUE SPACES.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  DET-SOURCE              PIC X(07) VALUE SPACES.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  DET-NOTE                PIC X(26) VALUE SPACES.
002330     05  FILLER                  PIC X(15) VALUE SPACES.
002340*
002350 01  WS-SUMMARY-LINE.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  SUM-LABEL               PIC X(34) VALUE SPACES.
002380     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
002390     05  FILLER                  PIC X(89) VALUE SPACES.
002400*
002410* ----------------------------------------------------------------
002420*  DL/I I-O AREAS
002430* ----------------------------------------------------------------
002440 COPY PHBKSEG.
002450 COPY PHBKHST.
002460*
002470 LINKAGE SECTION.
002480*
002490* ----------------------------------------------------------------
002500*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
002510*  CONTROL REGION.
002520* ----------------------------------------------------------------
002530 01  IO-PCB-MASK.
002540     05  IO-PCB-LTERM            PIC X(08).
002550     05  IO-PCB-RESERVED-1       PIC X(02).
002560     05  IO-PCB-STATUS-CODE      PIC X(02).
002570     05  IO-PCB-DATE             PIC S9(07) COMP-3.
002580     05  IO-PCB-TIME             PIC S9(07) COMP-3.
002590     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
002600     05  IO-PCB-MODNAME          PIC X(08).
002610     05  IO-PCB-USERID           PIC X(08).
002620     05  IO-PCB-GRPNAME          PIC X(08).
002630*
002640 COPY PHBKPCB.
002650 COPY PHBKPC2.
002660*
002670 PROCEDURE DIVISION USING IO-PCB-MASK
002680         PHBK-PCB-MASK
002690         RETIREE-PCB-MASK.
002700*
002710* ================================================================
002720*  0000-MAINLINE
002730* ================================================================
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002760     PERFORM 1500-PRIME-MERGE THRU 1500-EXIT
002770     PERFORM 2000-MERGE-ONE-ENTRY THRU 2000-EXIT
002780        UNTIL WS-ACT-KEY = HIGH-VALUES
002790          AND WS-RET-KEY = HIGH-VALUES
002800     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002810     PERFORM 8000-TERMINATE THRU 8000-EXIT
002820     GOBACK.
002830*
002840* ----------------------------------------------------------------
002850*  1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD (A BAD CARD
002860*  STOPS THE RUN BEFORE ANYTHING IS PRINTED), OPEN THE REPORT AND
002870*  PRINT THE HEADINGS.
002880* ----------------------------------------------------------------
002890 1000-INITIALIZE.
002900     ACCEPT WS-PARM-CARD FROM SYSIN
002910     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
002920     IF WS-PARM-ASOF-DATE NOT NUMERIC
002930        DISPLAY 'DL012 BAD AS-OF DATE - ' WS-PARM-ASOF-DATE
002940        MOVE 16 TO RETURN-CODE
002950        GOBACK
002960     END-IF
002970     IF WS-PARM-ASOF-DATE > WS-CD-DATE
002980        DISPLAY 'DL012 AS-OF DATE IS AFTER TODAY - '
002990                WS-PARM-ASOF-DATE
003000        MOVE 16 TO RETURN-CODE
003010        GOBACK
003020     END-IF
003030     IF NOT WS-SELECT-ALL AND NOT WS-SELECT-NAME
003040        AND NOT WS-SELECT-EXTN AND NOT WS-SELECT-DEPT
003050        DISPLAY 'DL012 BAD SELECTION CODE - ' WS-PARM-SELECT
003060        MOVE 16 TO RETURN-CODE
003070        GOBACK
003080     END-IF
003090     IF NOT WS-SELECT-ALL AND WS-PARM-VALUE = SPACES
003100        DISPLAY 'DL012 SELECTION VALUE MISSING'
003110        MOVE 16 TO RETURN-CODE
003120        GOBACK
003130     END-IF
003140     OPEN OUTPUT ASOF-REPORT-FILE
003150     MOVE WS-CD-DATE TO HD1-DATE
003160     MOVE WS-HEADING-1 TO ASOF-REPORT-LINE
003170     WRITE ASOF-REPORT-LINE
003180     MOVE WS-PARM-ASOF-DATE TO ECH-ASOF-DATE
003190     EVALUATE TRUE
003200        WHEN WS-SELECT-NAME
003210           MOVE 'NAME' TO ECH-SELECT-TEXT
003220           MOVE WS-PARM-NAME1 TO ECH-NAME1
003230        WHEN WS-SELECT-EXTN
003240           MOVE 'EXTENSION' TO ECH-SELECT-TEXT
003250        WHEN WS-SELECT-DEPT
003260           MOVE 'DEPARTMENT' TO ECH-SELECT-TEXT
003270        WHEN OTHER
003280           MOVE 'ALL ENTRIES' TO ECH-SELECT-TEXT
003290     END-EVALUATE
003300     MOVE WS-PARM-VALUE TO ECH-VALUE
003310     MOVE WS-PARM-ECHO TO ASOF-REPORT-LINE
003320     WRITE ASOF-REPORT-LINE
003330     MOVE SPACES TO ASOF-REPORT-LINE
003340     WRITE ASOF-REPORT-LINE
003350     MOVE WS-COLUMN-HEADING TO ASOF-REPORT-LINE
003360     WRITE ASOF-REPORT-LINE.
003370 1000-EXIT.
003380     EXIT.
003390*
003400* ----------------------------------------------------------------
003410*  1500-PRIME-MERGE - POSITION BOTH WALKS ON THEIR FIRST ROOT.
003420* ----------------------------------------------------------------
003430 1500-PRIME-MERGE.
003440     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
003450              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003460     IF PHBK-PCB-STATUS-OK
003470        MOVE PHBK-SEGMENT TO WS-ACT-HOLD
003480     ELSE
003490        MOVE HIGH-VALUES TO WS-ACT-HOLD
003500     END-IF
003510     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
003520              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003530     IF RETIREE-PCB-STATUS-OK
003540        MOVE PHBK-SEGMENT TO WS-RET-HOLD
003550     ELSE
003560        MOVE HIGH-VALUES TO WS-RET-HOLD
003570     END-IF.
003580 1500-EXIT.
003590     EXIT.
003600*
003610* ----------------------------------------------------------------
003620*  2000-MERGE-ONE-ENTRY - TAKE THE LOWER OF THE TWO HELD ROOTS,
003630*  REBUILD AND REPORT IT, AND ADVANCE THAT WALK.  ON EQUAL KEYS
003640*  (A NAME IN BOTH DIRECTORIES) THE ACTIVE ENTRY GOES FIRST AND
003650*  BOTH ARE LISTED.
003660* ----------------------------------------------------------------
003670 2000-MERGE-ONE-ENTRY.
003680     IF WS-ACT-KEY NOT > WS-RET-KEY
003690        SET WS-ENTRY-ACTIVE TO TRUE
003700        ADD 1 TO WS-ACT-READ-COUNT
003710        MOVE WS-ACT-HOLD TO PHBK-SEGMENT
003720        PERFORM 3000-REBUILD-ENTRY THRU 3000-EXIT
003730        PERFORM 2100-NEXT-ACTIVE THRU 2100-EXIT
003740     ELSE
003750        SET WS-ENTRY-RETIREE TO TRUE
003760        ADD 1 TO WS-RET-READ-COUNT
003770        MOVE WS-RET-HOLD TO PHBK-SEGMENT
003780        PERFORM 3000-REBUILD-ENTRY THRU 3000-EXIT
003790        PERFORM 2200-NEXT-RETIREE THRU 2200-EXIT
003800     END-IF.
003810 2000-EXIT.
003820     EXIT.
003830*
003840 2100-NEXT-ACTIVE.
003850     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
003860              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003870     IF PHBK-PCB-STATUS-OK
003880        MOVE PHBK-SEGMENT TO WS-ACT-HOLD
003890     ELSE
003900        MOVE HIGH-VALUES TO WS-ACT-HOLD
003910     END-IF.
003920 2100-EXIT.
003930     EXIT.
003940*
003950 2200-NEXT-RETIREE.
003960     CALL 'CBLTDLI' USING WS-FUNC-GN RETIREE-PCB-MASK
003970              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003980     IF RETIREE-PCB-STATUS-OK
003990        MOVE PHBK-SEGMENT TO WS-RET-HOLD
004000     ELSE
004010        MOVE HIGH-VALUES TO WS-RET-HOLD
004020     END-IF.
004030 2200-EXIT.
004040     EXIT.
004050*
004060* ----------------------------------------------------------------
004070*  3000-REBUILD-ENTRY - START FROM THE CURRENT VALUES, LET THE
004080*  HISTORY CHILDREN WIND THEM BACK TO THE AS-OF DATE, THEN
004090*  REPORT THE ENTRY UNLESS IT WAS ADDED AFTER THE DATE.
004100* ----------------------------------------------------------------
004110 3000-REBUILD-ENTRY.
004120     MOVE PHBK-EXTN TO WS-ASOF-EXTN
004130     MOVE PHBK-ZIP TO WS-ASOF-ZIP
004140     MOVE PHBK-DEPT-CODE TO WS-ASOF-DEPT
004150     MOVE PHBK-LOC-CODE TO WS-ASOF-LOC
004160     SET WS-LATER-CHILD-NOT-FND TO TRUE
004170     SET WS-EXISTED-NOT-PROVEN TO TRUE
004180     SET WS-NOT-ADDED-AFTER TO TRUE
004190     SET WS-NO-BAD-STAMP TO TRUE
004200     PERFORM 7100-BUILD-EXACT-SSA THRU 7100-EXIT
004210     IF WS-ENTRY-ACTIVE
004220        PERFORM 3100-READ-ACTIVE-HIST THRU 3100-EXIT
004230     ELSE
004240        PERFORM 3200-READ-RETIREE-HIST THRU 3200-EXIT
004250     END-IF
004260     IF WS-ADDED-AFTER-DATE
004270        ADD 1 TO WS-ADDED-AFTER-COUNT
004280     ELSE
004290        PERFORM 4000-SELECT-AND-PRINT THRU 4000-EXIT
004300     END-IF.
004310 3000-EXIT.
004320     EXIT.
004330*
004340* ----------------------------------------------------------------
004350*  3100-READ-ACTIVE-HIST / 3200-READ-RETIREE-HIST - EVERY PHBKHST
004360*  CHILD OF THE ENTRY, OLDEST FIRST, THROUGH THE ENTRY'S OWN PCB.
004370*  THE ROOT STAYS IN PHBK-SEGMENT; THE NEXT GN ON THE ROOT
004380*  CONTINUES FROM HERE, AS IT DOES IN DL060.
004390* ----------------------------------------------------------------
004400 3100-READ-ACTIVE-HIST.
004410     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
004420              PHBK-HIST-SEG WS-SSA-EXACT
004430              WS-SSA-HIST-UNQUAL
004440     PERFORM 3150-ONE-ACTIVE-HIST THRU 3150-EXIT
004450        UNTIL NOT PHBK-PCB-STATUS-OK.
004460 3100-EXIT.
004470     EXIT.
004480*
004490 3150-ONE-ACTIVE-HIST.
004500     PERFORM 3500-APPLY-HIST-CHILD THRU 3500-EXIT
004510     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
004520              PHBK-HIST-SEG WS-SSA-EXACT
004530              WS-SSA-HIST-UNQUAL.
004540 3150-EXIT.
004550     EXIT.
004560*
004570 3200-READ-RETIREE-HIST.
004580     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
004590              PHBK-HIST-SEG WS-SSA-EXACT
004600              WS-SSA-HIST-UNQUAL
004610     PERFORM 3250-ONE-RETIREE-HIST THRU 3250-EXIT
004620        UNTIL NOT RETIREE-PCB-STATUS-OK.
004630 3200-EXIT.
004640     EXIT.
004650*
004660 3250-ONE-RETIREE-HIST.
004670     PERFORM 3500-APPLY-HIST-CHILD THRU 3500-EXIT
004680     CALL 'CBLTDLI' USING WS-FUNC-GN RETIREE-PCB-MASK
004690              PHBK-HIST-SEG WS-SSA-EXACT
004700              WS-SSA-HIST-UNQUAL.
004710 3250-EXIT.
004720     EXIT.
004730*
004740* ----------------------------------------------------------------
004750*  3500-APPLY-HIST-CHILD - ONE CHILD.  A CHILD DATED ON OR BEFORE
004760*  THE AS-OF DATE PROVES THE ENTRY EXISTED THEN.  THE FIRST ONE
004770*  DATED AFTER IT SUPPLIES THE VALUES, OR - WHEN IT RECORDS THE
004780*  ADD - SHOWS THE ENTRY DID NOT YET EXIST.  LATER CHILDREN ARE
004790*  ONLY CHECKED FOR A READABLE STAMP.
004800* ----------------------------------------------------------------
004810 3500-APPLY-HIST-CHILD.
004820     ADD 1 TO WS-HIST-READ-COUNT
004830     IF PHBK-HST-DATE NOT NUMERIC
004840        SET WS-BAD-STAMP-FOUND TO TRUE
004850        GO TO 3500-EXIT
004860     END-IF
004870     IF PHBK-HST-DATE NOT > WS-PARM-ASOF-DATE
004880        SET WS-EXISTED-PROVEN TO TRUE
004890        GO TO 3500-EXIT
004900     END-IF
004910     IF WS-LATER-CHILD-FOUND
004920        GO TO 3500-EXIT
004930     END-IF
004940     SET WS-LATER-CHILD-FOUND TO TRUE
004950     IF PHBK-HST-PRIOR-EXTN = SPACES
004960        AND PHBK-HST-PRIOR-ZIP = SPACES
004970        AND PHBK-HST-PRIOR-DEPT = SPACES
004980        AND PHBK-HST-PRIOR-LOC = SPACES
004990        SET WS-ADDED-AFTER-DATE TO TRUE
005000     ELSE
005010        MOVE PHBK-HST-PRIOR-EXTN TO WS-ASOF-EXTN
005020        MOVE PHBK-HST-PRIOR-ZIP TO WS-ASOF-ZIP
005030        MOVE PHBK-HST-PRIOR-DEPT TO WS-ASOF-DEPT
005040        MOVE PHBK-HST-PRIOR-LOC TO WS-ASOF-LOC
005050     END-IF.
005060 3500-EXIT.
005070     EXIT.
005080*
005090* ----------------------------------------------------------------
005100*  4000-SELECT-AND-PRINT - APPLY THE SELECTION TO THE REBUILT
005110*  ENTRY AND PRINT IT WITH ITS STATUS ON THE DATE AND ANY NOTE.
005120* ----------------------------------------------------------------
005130 4000-SELECT-AND-PRINT.
005140     SET WS-ENTRY-SELECTED TO TRUE
005150     EVALUATE TRUE
005160        WHEN WS-SELECT-NAME
005170           IF PHBK-NAME2 NOT = WS-PARM-VALUE
005180              OR (WS-PARM-NAME1 NOT = SPACES
005190                  AND PHBK-NAME1 NOT = WS-PARM-NAME1)
005200              SET WS-ENTRY-NOT-SELECTED TO TRUE
005210           END-IF
005220        WHEN WS-SELECT-EXTN
005230           IF WS-ASOF-EXTN NOT = WS-PARM-VALUE
005240              SET WS-ENTRY-NOT-SELECTED TO TRUE
005250           END-IF
005260        WHEN WS-SELECT-DEPT
005270           IF WS-ASOF-DEPT NOT = WS-PARM-VALUE (1:5)
005280              SET WS-ENTRY-NOT-SELECTED TO TRUE
005290           END-IF
005300        WHEN OTHER
005310           CONTINUE
005320     END-EVALUATE
005330     IF WS-ENTRY-NOT-SELECTED
005340        ADD 1 TO WS-NOT-SELECTED-COUNT
005350        GO TO 4000-EXIT
005360     END-IF
005370     MOVE SPACES TO WS-DETAIL-LINE
005380     MOVE PHBK-NAME2 TO DET-NAME2
005390     MOVE PHBK-NAME1 TO DET-NAME1
005400     MOVE WS-ASOF-EXTN TO DET-EXTN
005410     MOVE WS-ASOF-ZIP TO DET-ZIP
005420     MOVE WS-ASOF-DEPT TO DET-DEPT
005430     MOVE WS-ASOF-LOC TO DET-LOC
005440     IF WS-LATER-CHILD-FOUND
005450        MOVE 'HISTORY' TO DET-SOURCE
005460        ADD 1 TO WS-FROM-HIST-COUNT
005470     ELSE
005480        MOVE 'CURRENT' TO DET-SOURCE
005490     END-IF
005500     PERFORM 4100-SET-STATUS THRU 4100-EXIT
005510     IF WS-EXISTED-NOT-PROVEN
005520        MOVE 'ADD DATE NOT ON HISTORY' TO DET-NOTE
005530     END-IF
005540     IF WS-BAD-STAMP-FOUND
005550        MOVE 'BAD HISTORY STAMP' TO DET-NOTE
005560     END-IF
005570     IF WS-ENTRY-RETIREE
005580        AND PHBK-RETIRE-DATE NOT NUMERIC
005590        MOVE 'NO RETIRE DATE' TO DET-NOTE
005600     END-IF
005610     IF DET-NOTE NOT = SPACES
005620        ADD 1 TO WS-GAP-COUNT
005630     END-IF
005640     MOVE WS-DETAIL-LINE TO ASOF-REPORT-LINE
005650     WRITE ASOF-REPORT-LINE.
005660 4000-EXIT.
005670     EXIT.
005680*
005690* ----------------------------------------------------------------
005700*  4100-SET-STATUS - ACTIVE OR RETIRED ON THE AS-OF DATE.  A
005710*  RETIREE WITH NO USABLE RETIRE DATE IS SHOWN AS RETIRED, WITH
005720*  THE NOTE 4000 ADDS.
005730* ----------------------------------------------------------------
005740 4100-SET-STATUS.
005750     IF WS-ENTRY-ACTIVE
005760        MOVE 'ACTIVE' TO DET-STATUS
005770        ADD 1 TO WS-LIST-ACT-COUNT
005780     ELSE
005790        IF PHBK-RETIRE-DATE NUMERIC
005800           AND PHBK-RETIRE-DATE > WS-PARM-ASOF-DATE
005810           MOVE 'ACTIVE' TO DET-STATUS
005820           ADD 1 TO WS-LIST-ACT-COUNT
005830        ELSE
005840           MOVE 'RETIRED' TO DET-STATUS
005850           MOVE PHBK-RETIRE-DATE TO DET-RETIRE-DATE
005860           ADD 1 TO WS-LIST-RET-COUNT
005870        END-IF
005880     END-IF.
005890 4100-EXIT.
005900     EXIT.
005910*
005920* ----------------------------------------------------------------
005930*  6000-PRINT-SUMMARY - END-OF-RUN CONTROL TOTALS.
005940* ----------------------------------------------------------------
005950 6000-PRINT-SUMMARY.
005960     MOVE SPACES TO ASOF-REPORT-LINE
005970     WRITE ASOF-REPORT-LINE
005980     MOVE 'ACTIVE ENTRIES READ' TO SUM-LABEL
005990     MOVE WS-ACT-READ-COUNT TO SUM-VALUE
006000     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006010     MOVE 'RETIREE ENTRIES READ' TO SUM-LABEL
006020     MOVE WS-RET-READ-COUNT TO SUM-VALUE
006030     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006040     MOVE 'HISTORY SEGMENTS READ' TO SUM-LABEL
006050     MOVE WS-HIST-READ-COUNT TO SUM-VALUE
006060     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006070     MOVE 'ADDED AFTER THE DATE (OMITTED)' TO SUM-LABEL
006080     MOVE WS-ADDED-AFTER-COUNT TO SUM-VALUE
006090     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006100     MOVE 'NOT SELECTED' TO SUM-LABEL
006110     MOVE WS-NOT-SELECTED-COUNT TO SUM-VALUE
006120     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006130     MOVE 'LISTED AS ACTIVE ON THE DATE' TO SUM-LABEL
006140     MOVE WS-LIST-ACT-COUNT TO SUM-VALUE
006150     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006160     MOVE 'LISTED AS RETIRED ON THE DATE' TO SUM-LABEL
006170     MOVE WS-LIST-RET-COUNT TO SUM-VALUE
006180     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006190     MOVE 'VALUES TAKEN FROM HISTORY' TO SUM-LABEL
006200     MOVE WS-FROM-HIST-COUNT TO SUM-VALUE
006210     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006220     MOVE 'LINES WITH A HISTORY GAP NOTE' TO SUM-LABEL
006230     MOVE WS-GAP-COUNT TO SUM-VALUE
006240     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT.
006250 6000-EXIT.
006260     EXIT.
006270*
006280 6100-WRITE-SUMMARY-LINE.
006290     MOVE WS-SUMMARY-LINE TO ASOF-REPORT-LINE
006300     WRITE ASOF-REPORT-LINE.
006310 6100-EXIT.
006320     EXIT.
006330*
006340* ----------------------------------------------------------------
006350*  7100-BUILD-EXACT-SSA - QUALIFIED SSA ON THE CURRENT ROOT'S
006360*  FULL KEY, FOR READING ITS CHILDREN.
006370* ----------------------------------------------------------------
006380 7100-BUILD-EXACT-SSA.
006390     MOVE SPACES TO WS-SSA-EXACT
006400     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
006410             PHBK-NAME2             DELIMITED BY SIZE
006420             ')(NAME1   EQ'         DELIMITED BY SIZE
006430             PHBK-NAME1             DELIMITED BY SIZE
006440             ')'                    DELIMITED BY SIZE
006450        INTO WS-SSA-EXACT.
006460 7100-EXIT.
006470     EXIT.
006480*
006490* ----------------------------------------------------------------
006500*  8000-TERMINATE
006510* ----------------------------------------------------------------
006520 8000-TERMINATE.
006530     CLOSE ASOF-REPORT-FILE.
006540 8000-EXIT.
006550     EXIT.
