000010* ----------------------------------------------------------------
000020*  DL047 - DIRECTORY STRUCTURAL INTEGRITY CHECK (ON DEMAND)
000030*
000040*  DL046 CHECKS ONLY THE EXTENSION CROSS-REFERENCE.  THIS JOB
000050*  WALKS BOTH DIRECTORIES - PHBKDB1 (ACTIVE) THEN PHBKDB2
000060*  (RETIREE) - WITH THEIR PHONE-SEG AND PHBKHST CHILDREN, AND
000070*  REPORTS EVERY ENTRY THAT BREAKS THE RULES EX01 IS MEANT TO
000080*  ENFORCE.  IT IS REPORT-ONLY: NOTHING IS EVER REPAIRED, SINCE
000090*  EACH CLASS NEEDS A PERSON TO DECIDE WHICH SIDE IS RIGHT.
000100*
000110*  PROBLEM CLASSES:
000120*      BOTHDIR  - THE SAME NAME2/NAME1 IS IN BOTH DIRECTORIES (A
000130*                 HALF-FINISHED RETIRE OR A DL065 RESTORE OVER A
000140*                 LIVE ENTRY).  REPORTED ONCE, FROM THE ACTIVE
000145*                 SIDE
000150*      RETDATE  - AN ACTIVE ENTRY CARRYING A RETIRE DATE, OR A
000160*                 RETIREE WITHOUT A VALID ONE
000170*      PHTYPE   - TWO PHONE-SEG CHILDREN WITH THE SAME PH-TYPE
000180*      FORMAT   - EXTENSION OR ZIP FAILING THE EX01 FORMAT EDITS
000190*                 (NUMERIC EXTENSION; 5 OR 9 DIGIT ZIP)
000200*      REFCODE  - DEPT OR LOC CODE NOT ON PHBKDB3 AT ALL.  CODES
000210*                 THAT ARE ON IT BUT INACTIVE ARE DL070'S BUSINESS
000220*      HISTORY  - A PHBKHST CHILD STAMPED AFTER TODAY OR WITH A
000230*                 STAMP THAT IS NOT A DATE, OR CHILDREN STAMPED
000240*                 BEFORE THE ENTRY'S ADD RECORD (THE DL040 CHILD
000250*                 WITH ALL PRIOR VALUES BLANK, WHICH SHOULD BE THE
000260*                 EARLIEST HISTORY AN ENTRY HAS)
000270*
000280*  THE SUMMARY GIVES A COUNT PER CLASS, AND THE SAME SIX COUNTS
000290*  ARE APPENDED TO THE SHARED RUNSTAT FILE FOR THE DL090 TREND
000300*  REPORT.  NO PARAMETER CARD.
000310* ----------------------------------------------------------------
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  DL047.
000340 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000350 INSTALLATION. DATA CENTER SYSTEMS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380*
000390* ----------------------------------------------------------------
000400*  MODIFICATION HISTORY
000410* ----------------------------------------------------------------
000420*  DATE       BY    DESCRIPTION
000430*  ---------- ----  -------------------------------------------
000440*  10/15/2026 PAG   ORIGINAL INTEGRITY CHECK PROGRAM.
000450* ----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTRPT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000550         ORGANIZATION IS SEQUENTIAL.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600* ----------------------------------------------------------------
000610*  INTEGRITY-REPORT-FILE - PROBLEM AND COUNT REPORT.
000620* ----------------------------------------------------------------
000630 FD  INTEGRITY-REPORT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  INTEGRITY-REPORT-LINE       PIC X(132).
000670*
000680* ----------------------------------------------------------------
000690*  RUN-STAT-FILE - SHARED RUN STATISTICS FILE, APPENDED AT END
000700*  OF RUN FOR THE DL090 TREND REPORT.
000710* ----------------------------------------------------------------
000720 FD  RUN-STAT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY PHBKSTA.
000760*
000770 WORKING-STORAGE SECTION.
000780*
000790* ----------------------------------------------------------------
000800*  DL/I CALL FUNCTION CODES
000810* ----------------------------------------------------------------
000820 01  WS-DLI-FUNCTIONS.
000830     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
000840     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
000850*
000860* ----------------------------------------------------------------
000870*  SWITCHES
000880* ----------------------------------------------------------------
000890 01  WS-SWITCHES.
000900     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
000910         88  WS-END-OF-DB                VALUE 'Y'.
000920         88  WS-NOT-END-OF-DB            VALUE 'N'.
000930     05  WS-SW-END-OF-CHILD      PIC X(01) VALUE 'N'.
000940         88  WS-END-OF-CHILD             VALUE 'Y'.
000950         88  WS-NOT-END-OF-CHILD         VALUE 'N'.
000960     05  WS-SW-DIR               PIC X(01) VALUE 'A'.
000970         88  WS-DIR-ACTIVE               VALUE 'A'.
000980         88  WS-DIR-RETIREE              VALUE 'R'.
000990     05  WS-SW-ADD-SEEN          PIC X(01) VALUE 'N'.
001000         88  WS-ADD-SEEN                 VALUE 'Y'.
001010         88  WS-ADD-NOT-SEEN             VALUE 'N'.
001020*
001030* ----------------------------------------------------------------
001040*  COUNTERS - ONE PER PROBLEM CLASS, PLUS THE READ COUNTS.
001050* ----------------------------------------------------------------
001060 01  WS-COUNTERS.
001070     05  WS-ACT-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001080     05  WS-RET-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001090     05  WS-PHONE-READ-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001100     05  WS-HIST-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001110     05  WS-BOTHDIR-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001120     05  WS-RETDATE-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001130     05  WS-PHTYPE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
001140     05  WS-FORMAT-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
001150     05  WS-REFCODE-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001160     05  WS-HISTORY-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
001170     05  WS-CLEAN-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
001180     05  WS-ENTRY-PROBLEMS       PIC S9(05) COMP-3 VALUE ZERO.
001190     05  WS-HST-SEQ              PIC S9(05) COMP-3 VALUE ZERO.
001200     05  WS-EXTN-LEN             PIC S9(04) COMP VALUE ZERO.
001210*
001220 01  WS-SSA-AREAS.
001230     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
001240     05  WS-SSA-PHONE-UNQUAL     PIC X(09) VALUE 'PHBKPHN '.
001250     05  WS-SSA-HIST-UNQUAL      PIC X(09) VALUE 'PHBKHST '.
001260     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
001270     05  WS-SSA-REF-EXACT        PIC X(40) VALUE SPACES.
001280*
001290* ----------------------------------------------------------------
001300*  WS-CUR-ENTRY - THE ROOT BEING CHECKED, SAVED BEFORE THE CHILD
001310*  READS AND CODE LOOKUPS OVERWRITE THE I-O AREAS.
001320* ----------------------------------------------------------------
001330 01  WS-CUR-ENTRY.
001340     05  WS-CUR-NAME2            PIC X(10) VALUE SPACES.
001350     05  WS-CUR-NAME1            PIC X(10) VALUE SPACES.
001360     05  WS-CUR-EXTN             PIC X(10) VALUE SPACES.
001370     05  WS-CUR-ZIP              PIC X(09) VALUE SPACES.
001380     05  WS-CUR-DEPT             PIC X(05) VALUE SPACES.
001390     05  WS-CUR-LOC              PIC X(05) VALUE SPACES.
001400     05  WS-CUR-RETIRE-DATE      PIC X(08) VALUE SPACES.
001410*
001420 01  WS-REF-LOOKUP.
001430     05  WS-REF-LOOKUP-TYPE      PIC X(01) VALUE SPACES.
001440     05  WS-REF-LOOKUP-CODE      PIC X(08) VALUE SPACES.
001450*
001460 01  WS-PREV-PH-TYPE             PIC X(04) VALUE SPACES.
001470 01  WS-CHILD-FUNC               PIC X(04) VALUE SPACES.
001480 01  WS-EDIT-COUNT               PIC ZZZZ9.
001490*
001500 01  WS-CURRENT-DATE.
001510     05  WS-CD-DATE              PIC X(08).
001520*
001530* ----------------------------------------------------------------
001540*  PRINT LINES
001550* ----------------------------------------------------------------
001560 01  WS-HEADING-1.
001570     05  FILLER                  PIC X(38)
001580         VALUE 'DIRECTORY STRUCTURAL INTEGRITY CHECK  '.
001590     05  FILLER                  PIC X(08) VALUE '   DL047'.
001600     05  FILLER                  PIC X(06) VALUE ' DATE '.
001610     05  HD1-DATE                PIC X(08) VALUE SPACES.
001620     05  FILLER                  PIC X(72) VALUE SPACES.
001630*
001640 01  WS-COLUMN-HEADING.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  FILLER                  PIC X(09) VALUE 'DIRECTORY'.
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  FILLER                  PIC X(10) VALUE 'CLASS     '.
001690     05  FILLER                  PIC X(12) VALUE 'NAME2       '.
001700     05  FILLER                  PIC X(12) VALUE 'NAME1       '.
001710     05  FILLER                  PIC X(12) VALUE 'EXTENSION   '.
001720     05  FILLER                  PIC X(06) VALUE 'DETAIL'.
001730     05  FILLER                  PIC X(68) VALUE SPACES.
001740*
001750 01  WS-PROBLEM-LINE.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  PRB-DIR                 PIC X(09) VALUE SPACES.
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  PRB-CLASS               PIC X(08) VALUE SPACES.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  PRB-NAME2               PIC X(10) VALUE SPACES.
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  PRB-NAME1               PIC X(10) VALUE SPACES.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  PRB-EXTN                PIC X(10) VALUE SPACES.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  PRB-DETAIL              PIC X(60) VALUE SPACES.
001880     05  FILLER                  PIC X(14) VALUE SPACES.
001890*
001900 01  WS-SUMMARY-LINE.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  SUM-LABEL               PIC X(34) VALUE SPACES.
001930     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
001940     05  FILLER                  PIC X(89) VALUE SPACES.
001950*
001960* ----------------------------------------------------------------
001970*  DL/I I-O AREAS
001980* ----------------------------------------------------------------
001990 COPY PHBKSEG.
002000 COPY PHBKPHN.
002010 COPY PHBKHST.
002020 COPY PHBKREF.
002030*
002040 LINKAGE SECTION.
002050*
002060* ----------------------------------------------------------------
002070*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
002080*  CONTROL REGION.
002090* ----------------------------------------------------------------
002100 01  IO-PCB-MASK.
002110     05  IO-PCB-LTERM            PIC X(08).
002120     05  IO-PCB-RESERVED-1       PIC X(02).
002130     05  IO-PCB-STATUS-CODE      PIC X(02).
002140     05  IO-PCB-DATE             PIC S9(07) COMP-3.
002150     05  IO-PCB-TIME             PIC S9(07) COMP-3.
002160     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
002170     05  IO-PCB-MODNAME          PIC X(08).
002180     05  IO-PCB-USERID           PIC X(08).
002190     05  IO-PCB-GRPNAME          PIC X(08).
002200*
002210 COPY PHBKPCB.
002220 COPY PHBKPC2.
002230 COPY PHBKPC3.
002240*
002250 PROCEDURE DIVISION USING IO-PCB-MASK
002260         PHBK-PCB-MASK
002270         RETIREE-PCB-MASK
002280         REFCD-PCB-MASK.
002290*
002300* ================================================================
002310*  0000-MAINLINE
002320* ================================================================
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-CHECK-ACTIVE THRU 2000-EXIT
002360     PERFORM 2500-CHECK-RETIREE THRU 2500-EXIT
002370     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002380     PERFORM 8000-TERMINATE THRU 8000-EXIT
002390     GOBACK.
002400*
002410* ----------------------------------------------------------------
002420*  1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADINGS.
002430* ----------------------------------------------------------------
002440 1000-INITIALIZE.
002450     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
002460     OPEN OUTPUT INTEGRITY-REPORT-FILE
002470     MOVE WS-CD-DATE TO HD1-DATE
002480     MOVE WS-HEADING-1 TO INTEGRITY-REPORT-LINE
002490     WRITE INTEGRITY-REPORT-LINE
002500     MOVE SPACES TO INTEGRITY-REPORT-LINE
002510     WRITE INTEGRITY-REPORT-LINE
002520     MOVE WS-COLUMN-HEADING TO INTEGRITY-REPORT-LINE
002530     WRITE INTEGRITY-REPORT-LINE.
002540 1000-EXIT.
002550     EXIT.
002560*
002570* ----------------------------------------------------------------
002580*  2000-CHECK-ACTIVE - WALK PHBKDB1.  THE CHILD READS LEAVE THE
002590*  PCB UNDER THE CURRENT ROOT, SO THE UNQUALIFIED GN ON THE ROOT
002600*  STILL CONTINUES THE WALK, AS IN DL060.
002610* ----------------------------------------------------------------
002620 2000-CHECK-ACTIVE.
002630     SET WS-DIR-ACTIVE TO TRUE
002640     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
002650              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
002660     IF PHBK-PCB-STATUS-OK
002670        SET WS-NOT-END-OF-DB TO TRUE
002680     ELSE
002690        SET WS-END-OF-DB TO TRUE
002700     END-IF
002710     PERFORM 2100-CHECK-ONE-ACTIVE THRU 2100-EXIT
002720        UNTIL WS-END-OF-DB.
002730 2000-EXIT.
002740     EXIT.
002750*
002760 2100-CHECK-ONE-ACTIVE.
002770     ADD 1 TO WS-ACT-READ-COUNT
002780     PERFORM 3000-CHECK-ENTRY THRU 3000-EXIT
002790     PERFORM 3100-CHECK-BOTH-DIRS THRU 3100-EXIT
002800     IF WS-ENTRY-PROBLEMS = ZERO
002810        ADD 1 TO WS-CLEAN-COUNT
002820     END-IF
002830     CALL 'CBLTDLI' USING WS-FUNC-GN PHBK-PCB-MASK
002840              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
002850     IF NOT PHBK-PCB-STATUS-OK
002860        SET WS-END-OF-DB TO TRUE
002870     END-IF.
002880 2100-EXIT.
002890     EXIT.
002900*
002910* ----------------------------------------------------------------
002920*  2500-CHECK-RETIREE - WALK PHBKDB2 THE SAME WAY.  THE BOTHDIR
002930*  CHECK WAS MADE FROM THE ACTIVE SIDE, SO IT IS NOT REPEATED.
002940* ----------------------------------------------------------------
002950 2500-CHECK-RETIREE.
002960     SET WS-DIR-RETIREE TO TRUE
002970     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
002980              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
002990     IF RETIREE-PCB-STATUS-OK
003000        SET WS-NOT-END-OF-DB TO TRUE
003010     ELSE
003020        SET WS-END-OF-DB TO TRUE
003030     END-IF
003040     PERFORM 2600-CHECK-ONE-RETIREE THRU 2600-EXIT
003050        UNTIL WS-END-OF-DB.
003060 2500-EXIT.
003070     EXIT.
003080*
003090 2600-CHECK-ONE-RETIREE.
003100     ADD 1 TO WS-RET-READ-COUNT
003110     PERFORM 3000-CHECK-ENTRY THRU 3000-EXIT
003120     IF WS-ENTRY-PROBLEMS = ZERO
003130        ADD 1 TO WS-CLEAN-COUNT
003140     END-IF
003150     CALL 'CBLTDLI' USING WS-FUNC-GN RETIREE-PCB-MASK
003160              PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003170     IF NOT RETIREE-PCB-STATUS-OK
003180        SET WS-END-OF-DB TO TRUE
003190     END-IF.
003200 2600-EXIT.
003210     EXIT.
003220*
003230* ----------------------------------------------------------------
003240*  3000-CHECK-ENTRY - EVERY CHECK BUT BOTHDIR, FOR THE ROOT IN
003250*  PHBK-SEGMENT ON THE DIRECTORY WS-SW-DIR NAMES.
003260* ----------------------------------------------------------------
003270 3000-CHECK-ENTRY.
003280     MOVE ZERO TO WS-ENTRY-PROBLEMS
003290     MOVE PHBK-NAME2 TO WS-CUR-NAME2
003300     MOVE PHBK-NAME1 TO WS-CUR-NAME1
003310     MOVE PHBK-EXTN TO WS-CUR-EXTN
003320     MOVE PHBK-ZIP TO WS-CUR-ZIP
003330     MOVE PHBK-DEPT-CODE TO WS-CUR-DEPT
003340     MOVE PHBK-LOC-CODE TO WS-CUR-LOC
003350     MOVE PHBK-RETIRE-DATE TO WS-CUR-RETIRE-DATE
003360     MOVE SPACES TO WS-SSA-EXACT
003370     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
003380             WS-CUR-NAME2           DELIMITED BY SIZE
003390             ')(NAME1   EQ'         DELIMITED BY SIZE
003400             WS-CUR-NAME1           DELIMITED BY SIZE
003410             ')'                    DELIMITED BY SIZE
003420        INTO WS-SSA-EXACT
003430     PERFORM 3200-CHECK-RETIRE-DATE THRU 3200-EXIT
003440     PERFORM 3300-CHECK-FORMAT THRU 3300-EXIT
003450     PERFORM 3400-CHECK-REF-CODES THRU 3400-EXIT
003460     PERFORM 4000-CHECK-PHONES THRU 4000-EXIT
003470     PERFORM 4500-CHECK-HISTORY THRU 4500-EXIT.
003480 3000-EXIT.
003490     EXIT.
003500*
003510* ----------------------------------------------------------------
003520*  3100-CHECK-BOTH-DIRS - KEYED GU ON THE RETIREE DIRECTORY FOR
003530*  THE ACTIVE ENTRY'S NAME.  THE RETIREE PCB IS NOT WALKED UNTIL
003540*  THE ACTIVE PASS IS OVER, SO MOVING IT HERE IS HARMLESS.
003550* ----------------------------------------------------------------
003560 3100-CHECK-BOTH-DIRS.
003570     CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
003580              PHBK-SEGMENT WS-SSA-EXACT
003590     IF RETIREE-PCB-STATUS-OK
003600        MOVE 'BOTHDIR ' TO PRB-CLASS
003610        STRING 'ALSO A RETIREE, RETIRED ' DELIMITED BY SIZE
003620                PHBK-RETIRE-DATE         DELIMITED BY SIZE
003630           INTO PRB-DETAIL
003640        ADD 1 TO WS-BOTHDIR-COUNT
003650        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
003660     END-IF.
003670 3100-EXIT.
003680     EXIT.
003690*
003700* ----------------------------------------------------------------
003710*  3200-CHECK-RETIRE-DATE - SPACES ON AN ACTIVE ENTRY, A NUMERIC
003720*  DATE ON A RETIREE.
003730* ----------------------------------------------------------------
003740 3200-CHECK-RETIRE-DATE.
003750     MOVE 'RETDATE ' TO PRB-CLASS
003760     IF WS-DIR-ACTIVE
003770        IF WS-CUR-RETIRE-DATE NOT = SPACES
003780           STRING 'ACTIVE ENTRY CARRIES RETIRE DATE '
003790                                      DELIMITED BY SIZE
003800                   WS-CUR-RETIRE-DATE DELIMITED BY SIZE
003810              INTO PRB-DETAIL
003820        END-IF
003830     ELSE
003840        IF WS-CUR-RETIRE-DATE = SPACES
003850           MOVE 'RETIREE HAS NO RETIRE DATE' TO PRB-DETAIL
003860        ELSE
003870           IF WS-CUR-RETIRE-DATE NOT NUMERIC
003880              STRING 'RETIRE DATE IS NOT A DATE '
003890                                         DELIMITED BY SIZE
003900                      WS-CUR-RETIRE-DATE DELIMITED BY SIZE
003910                 INTO PRB-DETAIL
003920           END-IF
003930        END-IF
003940     END-IF
003950     IF PRB-DETAIL NOT = SPACES
003960        ADD 1 TO WS-RETDATE-COUNT
003970        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
003980     END-IF
003990     MOVE SPACES TO PRB-CLASS.
004000 3200-EXIT.
004010     EXIT.
004020*
004030* ----------------------------------------------------------------
004040*  3300-CHECK-FORMAT - THE EX01 2000-VALIDATE-INPUT EDITS: THE
004050*  EXTENSION, TRIMMED TO ITS SIGNIFICANT LENGTH, MUST BE NUMERIC;
004060*  THE ZIP MUST BE 5 DIGITS AND BLANKS OR 9 DIGITS.
004070* ----------------------------------------------------------------
004080 3300-CHECK-FORMAT.
004090     MOVE 10 TO WS-EXTN-LEN
004100     PERFORM 3310-STRIP-EXTN-LEN THRU 3310-EXIT
004110        UNTIL WS-EXTN-LEN = ZERO
004120           OR WS-CUR-EXTN (WS-EXTN-LEN:1) NOT = SPACE
004130     IF WS-EXTN-LEN = ZERO
004140        MOVE 'FORMAT  ' TO PRB-CLASS
004150        MOVE 'EXTENSION IS BLANK' TO PRB-DETAIL
004160        ADD 1 TO WS-FORMAT-COUNT
004170        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
004180     ELSE
004190        IF WS-CUR-EXTN (1:WS-EXTN-LEN) NOT NUMERIC
004200           MOVE 'FORMAT  ' TO PRB-CLASS
004210           MOVE 'EXTENSION IS NOT NUMERIC' TO PRB-DETAIL
004220           ADD 1 TO WS-FORMAT-COUNT
004230           PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
004240        END-IF
004250     END-IF
004260     IF (WS-CUR-ZIP (6:4) = SPACES AND WS-CUR-ZIP (1:5) NUMERIC)
004270        OR WS-CUR-ZIP NUMERIC
004280        CONTINUE
004290     ELSE
004300        MOVE 'FORMAT  ' TO PRB-CLASS
004310        STRING 'ZIP IS NOT 5 OR 9 DIGITS - ' DELIMITED BY SIZE
004320                WS-CUR-ZIP                   DELIMITED BY SIZE
004330           INTO PRB-DETAIL
004340        ADD 1 TO WS-FORMAT-COUNT
004350        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
004360     END-IF.
004370 3300-EXIT.
004380     EXIT.
004390*
004400 3310-STRIP-EXTN-LEN.
004410     SUBTRACT 1 FROM WS-EXTN-LEN.
004420 3310-EXIT.
004430     EXIT.
004440*
004450* ----------------------------------------------------------------
004460*  3400-CHECK-REF-CODES - KEYED GU ON PHBKDB3 FOR THE DEPT THEN
004470*  THE LOC CODE.  ONLY A CODE THAT IS NOT THERE AT ALL IS A
004480*  PROBLEM HERE.
004490* ----------------------------------------------------------------
004500 3400-CHECK-REF-CODES.
004510     MOVE 'D' TO WS-REF-LOOKUP-TYPE
004520     MOVE WS-CUR-DEPT TO WS-REF-LOOKUP-CODE
004530     PERFORM 3450-LOOKUP-REF-CODE THRU 3450-EXIT
004540     IF NOT REFCD-PCB-STATUS-OK
004550        MOVE 'REFCODE ' TO PRB-CLASS
004560        STRING 'DEPT CODE NOT ON PHBKDB3 - ' DELIMITED BY SIZE
004570                WS-CUR-DEPT                  DELIMITED BY SIZE
004580           INTO PRB-DETAIL
004590        ADD 1 TO WS-REFCODE-COUNT
004600        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
004610     END-IF
004620     MOVE 'L' TO WS-REF-LOOKUP-TYPE
004630     MOVE WS-CUR-LOC TO WS-REF-LOOKUP-CODE
004640     PERFORM 3450-LOOKUP-REF-CODE THRU 3450-EXIT
004650     IF NOT REFCD-PCB-STATUS-OK
004660        MOVE 'REFCODE ' TO PRB-CLASS
004670        STRING 'LOC CODE NOT ON PHBKDB3 - ' DELIMITED BY SIZE
004680                WS-CUR-LOC                  DELIMITED BY SIZE
004690           INTO PRB-DETAIL
004700        ADD 1 TO WS-REFCODE-COUNT
004710        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
004720     END-IF.
004730 3400-EXIT.
004740     EXIT.
004750*
004760 3450-LOOKUP-REF-CODE.
004770     MOVE SPACES TO WS-SSA-REF-EXACT
004780     STRING 'PHBKREF (REFKEY  EQ' DELIMITED BY SIZE
004790             WS-REF-LOOKUP-TYPE    DELIMITED BY SIZE
004800             WS-REF-LOOKUP-CODE    DELIMITED BY SIZE
004810             ')'                   DELIMITED BY SIZE
004820        INTO WS-SSA-REF-EXACT
004830     CALL 'CBLTDLI' USING WS-FUNC-GU REFCD-PCB-MASK
004840              PHBK-REF-SEGMENT WS-SSA-REF-EXACT.
004850 3450-EXIT.
004860     EXIT.
004870*
004880* ----------------------------------------------------------------
004890*  4000-CHECK-PHONES - PHBK-PH-TYPE IS THE PHONE-SEG SEQUENCE
004900*  FIELD, SO CHILDREN SHARING A TYPE READ BACK NEXT TO EACH
004910*  OTHER; EACH ONE AFTER THE FIRST IS REPORTED.
004920* ----------------------------------------------------------------
004930 4000-CHECK-PHONES.
004940     MOVE LOW-VALUES TO WS-PREV-PH-TYPE
004950     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
004960     PERFORM 4900-GET-PHONE THRU 4900-EXIT
004970     PERFORM 4100-CHECK-ONE-PHONE THRU 4100-EXIT
004980        UNTIL WS-END-OF-CHILD.
004990 4000-EXIT.
005000     EXIT.
005010*
005020 4100-CHECK-ONE-PHONE.
005030     ADD 1 TO WS-PHONE-READ-COUNT
005040     IF PHBK-PH-TYPE = WS-PREV-PH-TYPE
005050        MOVE 'PHTYPE  ' TO PRB-CLASS
005060        STRING 'PHONE TYPE ' DELIMITED BY SIZE
005070                PHBK-PH-TYPE DELIMITED BY SIZE
005080                ' ON MORE THAN ONE CHILD - ' DELIMITED BY SIZE
005090                PHBK-PH-NUMBER DELIMITED BY SIZE
005100           INTO PRB-DETAIL
005110        ADD 1 TO WS-PHTYPE-COUNT
005120        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
005130     END-IF
005140     MOVE PHBK-PH-TYPE TO WS-PREV-PH-TYPE
005150     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
005160     PERFORM 4900-GET-PHONE THRU 4900-EXIT.
005170 4100-EXIT.
005180     EXIT.
005190*
005200* ----------------------------------------------------------------
005210*  4500-CHECK-HISTORY - THE PHBKHST CHILDREN READ BACK OLDEST
005220*  FIRST.  EACH IS CHECKED FOR A FUTURE OR NON-DATE STAMP; THE
005230*  FIRST ONE WITH ALL PRIOR VALUES BLANK IS THE ADD RECORD, AND
005240*  ANY CHILDREN READ BEFORE IT ARE REPORTED AS ONE PROBLEM.
005250* ----------------------------------------------------------------
005260 4500-CHECK-HISTORY.
005270     MOVE ZERO TO WS-HST-SEQ
005280     SET WS-ADD-NOT-SEEN TO TRUE
005290     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
005300     PERFORM 4950-GET-HIST THRU 4950-EXIT
005310     PERFORM 4600-CHECK-ONE-HIST THRU 4600-EXIT
005320        UNTIL WS-END-OF-CHILD.
005330 4500-EXIT.
005340     EXIT.
005350*
005360 4600-CHECK-ONE-HIST.
005370     ADD 1 TO WS-HIST-READ-COUNT
005380     ADD 1 TO WS-HST-SEQ
005390     IF PHBK-HST-DATE NOT NUMERIC
005400        MOVE 'HISTORY ' TO PRB-CLASS
005410        STRING 'HISTORY STAMP IS NOT A DATE - ' DELIMITED BY SIZE
005420                PHBK-HST-STAMP                  DELIMITED BY SIZE
005430           INTO PRB-DETAIL
005440        ADD 1 TO WS-HISTORY-COUNT
005450        PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
005460     ELSE
005470        IF PHBK-HST-DATE > WS-CD-DATE
005480           MOVE 'HISTORY ' TO PRB-CLASS
005490           STRING 'HISTORY STAMPED IN THE FUTURE - '
005500                                  DELIMITED BY SIZE
005510                   PHBK-HST-STAMP DELIMITED BY SIZE
005520              INTO PRB-DETAIL
005530           ADD 1 TO WS-HISTORY-COUNT
005540           PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
005550        END-IF
005560     END-IF
005570     IF WS-ADD-NOT-SEEN
005580        AND PHBK-HST-PRIOR-EXTN = SPACES
005590        AND PHBK-HST-PRIOR-ZIP = SPACES
005600        AND PHBK-HST-PRIOR-DEPT = SPACES
005610        AND PHBK-HST-PRIOR-LOC = SPACES
005620        SET WS-ADD-SEEN TO TRUE
005630        IF WS-HST-SEQ > 1
005640           SUBTRACT 1 FROM WS-HST-SEQ GIVING WS-EDIT-COUNT
005650           MOVE 'HISTORY ' TO PRB-CLASS
005660           STRING WS-EDIT-COUNT  DELIMITED BY SIZE
005670                   ' CHILDREN STAMPED BEFORE ADD RECORD '
005680                                  DELIMITED BY SIZE
005690                   PHBK-HST-DATE  DELIMITED BY SIZE
005700              INTO PRB-DETAIL
005710           ADD 1 TO WS-HISTORY-COUNT
005720           PERFORM 7500-WRITE-PROBLEM THRU 7500-EXIT
005730        END-IF
005740     END-IF
005750     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
005760     PERFORM 4950-GET-HIST THRU 4950-EXIT.
005770 4600-EXIT.
005780     EXIT.
005790*
005800* ----------------------------------------------------------------
005810*  4900-GET-PHONE / 4950-GET-HIST - GU (FIRST) OR GN (NEXT) CHILD
005820*  OF THE CURRENT ENTRY ON WHICHEVER DIRECTORY IS BEING WALKED,
005830*  QUALIFIED ON THE ROOT KEY IN WS-SSA-EXACT.
005840* ----------------------------------------------------------------
005850 4900-GET-PHONE.
005860     IF WS-DIR-ACTIVE
005870        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
005880                 PHBK-PHONE-SEG WS-SSA-EXACT
005890                 WS-SSA-PHONE-UNQUAL
005900        IF PHBK-PCB-STATUS-OK
005910           SET WS-NOT-END-OF-CHILD TO TRUE
005920        ELSE
005930           SET WS-END-OF-CHILD TO TRUE
005940        END-IF
005950     ELSE
005960        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
005970                 PHBK-PHONE-SEG WS-SSA-EXACT
005980                 WS-SSA-PHONE-UNQUAL
005990        IF RETIREE-PCB-STATUS-OK
006000           SET WS-NOT-END-OF-CHILD TO TRUE
006010        ELSE
006020           SET WS-END-OF-CHILD TO TRUE
006030        END-IF
006040     END-IF.
006050 4900-EXIT.
006060     EXIT.
006070*
006080 4950-GET-HIST.
006090     IF WS-DIR-ACTIVE
006100        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
006110                 PHBK-HIST-SEG WS-SSA-EXACT
006120                 WS-SSA-HIST-UNQUAL
006130        IF PHBK-PCB-STATUS-OK
006140           SET WS-NOT-END-OF-CHILD TO TRUE
006150        ELSE
006160           SET WS-END-OF-CHILD TO TRUE
006170        END-IF
006180     ELSE
006190        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
006200                 PHBK-HIST-SEG WS-SSA-EXACT
006210                 WS-SSA-HIST-UNQUAL
006220        IF RETIREE-PCB-STATUS-OK
006230           SET WS-NOT-END-OF-CHILD TO TRUE
006240        ELSE
006250           SET WS-END-OF-CHILD TO TRUE
006260        END-IF
006270     END-IF.
006280 4950-EXIT.
006290     EXIT.
006300*
006310* ----------------------------------------------------------------
006320*  6000-PRINT-SUMMARY - READ COUNTS AND ONE COUNT PER CLASS, THEN
006330*  THE RUNSTAT RECORD.
006340* ----------------------------------------------------------------
006350 6000-PRINT-SUMMARY.
006360     MOVE SPACES TO INTEGRITY-REPORT-LINE
006370     WRITE INTEGRITY-REPORT-LINE
006380     MOVE 'ACTIVE ENTRIES READ' TO SUM-LABEL
006390     MOVE WS-ACT-READ-COUNT TO SUM-VALUE
006400     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006410     MOVE 'RETIREE ENTRIES READ' TO SUM-LABEL
006420     MOVE WS-RET-READ-COUNT TO SUM-VALUE
006430     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006440     MOVE 'PHONE CHILDREN READ' TO SUM-LABEL
006450     MOVE WS-PHONE-READ-COUNT TO SUM-VALUE
006460     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006470     MOVE 'HISTORY CHILDREN READ' TO SUM-LABEL
006480     MOVE WS-HIST-READ-COUNT TO SUM-VALUE
006490     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006500     MOVE 'ENTRIES WITH NO PROBLEMS' TO SUM-LABEL
006510     MOVE WS-CLEAN-COUNT TO SUM-VALUE
006520     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006530     MOVE SPACES TO INTEGRITY-REPORT-LINE
006540     WRITE INTEGRITY-REPORT-LINE
006550     MOVE 'BOTHDIR  - IN BOTH DIRECTORIES' TO SUM-LABEL
006560     MOVE WS-BOTHDIR-COUNT TO SUM-VALUE
006570     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006580     MOVE 'RETDATE  - RETIRE DATE WRONG' TO SUM-LABEL
006590     MOVE WS-RETDATE-COUNT TO SUM-VALUE
006600     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006610     MOVE 'PHTYPE   - DUPLICATE PHONE TYPE' TO SUM-LABEL
006620     MOVE WS-PHTYPE-COUNT TO SUM-VALUE
006630     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006640     MOVE 'FORMAT   - BAD EXTENSION OR ZIP' TO SUM-LABEL
006650     MOVE WS-FORMAT-COUNT TO SUM-VALUE
006660     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006670     MOVE 'REFCODE  - DEPT/LOC NOT ON PHBKDB3' TO SUM-LABEL
006680     MOVE WS-REFCODE-COUNT TO SUM-VALUE
006690     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006700     MOVE 'HISTORY  - BAD HISTORY STAMP' TO SUM-LABEL
006710     MOVE WS-HISTORY-COUNT TO SUM-VALUE
006720     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006730     PERFORM 6500-WRITE-RUN-STATS THRU 6500-EXIT.
006740 6000-EXIT.
006750     EXIT.
006760*
006770 6100-WRITE-SUMMARY-LINE.
006780     MOVE WS-SUMMARY-LINE TO INTEGRITY-REPORT-LINE
006790     WRITE INTEGRITY-REPORT-LINE.
006800 6100-EXIT.
006810     EXIT.
006820*
006830* ----------------------------------------------------------------
006840*  6500-WRITE-RUN-STATS - APPEND THE SIX CLASS COUNTS TO THE
006850*  SHARED STATISTICS FILE FOR THE DL090 TREND REPORT.
006860* ----------------------------------------------------------------
006870 6500-WRITE-RUN-STATS.
006880     OPEN EXTEND RUN-STAT-FILE
006890     MOVE SPACES TO PHBK-STAT-RECORD
006900     MOVE 'DL047   ' TO STA-JOB
006910     MOVE WS-CD-DATE TO STA-RUN-DATE
006920     MOVE WS-BOTHDIR-COUNT TO STA-COUNT-1
006930     MOVE WS-RETDATE-COUNT TO STA-COUNT-2
006940     MOVE WS-PHTYPE-COUNT TO STA-COUNT-3
006950     MOVE WS-FORMAT-COUNT TO STA-COUNT-4
006960     MOVE WS-REFCODE-COUNT TO STA-COUNT-5
006970     MOVE WS-HISTORY-COUNT TO STA-COUNT-6
006980     WRITE PHBK-STAT-RECORD
006990     CLOSE RUN-STAT-FILE.
007000 6500-EXIT.
007010     EXIT.
007020*
007030* ----------------------------------------------------------------
007040*  7500-WRITE-PROBLEM - THE CALLER SETS PRB-CLASS AND PRB-DETAIL;
007050*  THE DIRECTORY AND ENTRY FIELDS COME FROM THE SAVED ROOT.
007060* ----------------------------------------------------------------
007070 7500-WRITE-PROBLEM.
007080     ADD 1 TO WS-ENTRY-PROBLEMS
007090     IF WS-DIR-ACTIVE
007100        MOVE 'ACTIVE   ' TO PRB-DIR
007110     ELSE
007120        MOVE 'RETIREE  ' TO PRB-DIR
007130     END-IF
007140     MOVE WS-CUR-NAME2 TO PRB-NAME2
007150     MOVE WS-CUR-NAME1 TO PRB-NAME1
007160     MOVE WS-CUR-EXTN TO PRB-EXTN
007170     MOVE WS-PROBLEM-LINE TO INTEGRITY-REPORT-LINE
007180     WRITE INTEGRITY-REPORT-LINE
007190     MOVE SPACES TO PRB-CLASS PRB-DETAIL.
007200 7500-EXIT.
007210     EXIT.
007220*
007230* ----------------------------------------------------------------
007240*  8000-TERMINATE
007250* ----------------------------------------------------------------
007260 8000-TERMINATE.
007270     CLOSE INTEGRITY-REPORT-FILE.
007280 8000-EXIT.
007290     EXIT.
