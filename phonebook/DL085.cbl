000010* ----------------------------------------------------------------
000020*  DL085 - PERSONAL DATA REPORT FOR ONE PERSON (ON-DEMAND BATCH)
000030*
000040*  ANSWERS AN EMPLOYEE'S OR EX-EMPLOYEE'S REQUEST FOR WHAT WE
000050*  HOLD ABOUT THEM, OR HR LEGAL'S REQUEST FOR EVERYTHING ON A
000060*  CASE, IN ONE REPORT INSTEAD OF EX01 INQUIRE/BRPHONE/BRHIST
000070*  SCREENS, A DL020 RUN AND A HAND SEARCH OF THE ARCHIVE TAPE.
000080*
000090*  THE AUDIT LOG IS READ FIRST.  EVERY APPLIED RENAME ON IT LINKS
000100*  AN OLD NAME TO A NEW ONE, AND THE NAMES LINKED TO THE ONE ON
000110*  THE CARD (THROUGH ANY NUMBER OF RENAMES, EITHER WAY) ARE ALL
000120*  SEARCHED, SO RECORDS KEPT UNDER A FORMER OR LATER NAME ARE
000130*  FOUND TOO.  SINCE GSAM CANNOT BE READ TWICE IN ONE RUN, THE
000140*  LOG IS COPIED TO THE AUDWORK WORK FILE ON THE FIRST PASS AND
000150*  THE AUDIT SECTION IS PRINTED FROM THE COPY.
000160*
000170*  SECTIONS, EACH NAMING ITS DATA STORE AND THE DATES IT COVERS:
000180*      ACTIVE DIRECTORY    PHBKDB1 ROOT, PHONE-SEG AND PHBKHST
000190*                          CHILDREN
000200*      RETIREE DIRECTORY   PHBKDB2, THE SAME
000210*      EXTENSION XREF      PHBKDB4 EXTENSIONS RECORDED AGAINST
000220*                          THE NAME
000230*      PENDING APPROVALS   PHBKDB5 REQUESTS FOR OR BY THE NAME
000240*      EXTN QUARANTINE     PHBKDB6 EXTENSIONS LAST HELD BY IT
000250*      CHANGE AUDIT LOG    PHBKAUD RECORDS NAMING ANY OF THE NAMES
000260*                          AS THE OLD OR THE NEW NAME
000270*      RETIREE ARCHIVE     DL060 ARCHIVE 'R' AND 'P' RECORDS
000280*  A SECTION WITH NOTHING SAYS SO, AND IF NO SECTION HOLDS
000290*  ANYTHING THE REPORT ENDS WITH A NOT-FOUND STATEMENT.  NOTHING
000300*  IS UPDATED.
000310*
000320*  PARAMETER CARD ON SYSIN:
000330*      COLS  1-10   NAME2 (LAST NAME).  THE RUN STOPS IF BLANK.
000340*      COLS 11-20   NAME1 (FIRST NAME)
000350* ----------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.  DL085.
000380 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000390 INSTALLATION. DATA CENTER SYSTEMS.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420*
000430* ----------------------------------------------------------------
000440*  MODIFICATION HISTORY
000450* ----------------------------------------------------------------
000460*  DATE       BY    DESCRIPTION
000470*  ---------- ----  -------------------------------------------
000480*  10/15/2026 PAG   ORIGINAL PERSONAL DATA REPORT PROGRAM.
000481*  10/15/2026 PAG   PRINT AN AUDIT RECORD'S DENIED/APPROVAL FLAGS
000482*  10/15/2026 PAG   AND REQUESTER ON THEIR OWN LINE - THE
000483*  10/15/2026 PAG   REQUESTER WAS BEING CUT OFF THE ITEM LINE.
000490* ----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-WORK-FILE ASSIGN TO AUDWORK
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT PERSONAL-REPORT-FILE ASSIGN TO PDRRPT
000610         ORGANIZATION IS SEQUENTIAL.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660* ----------------------------------------------------------------
000670*  AUDIT-WORK-FILE - THIS RUN'S COPY OF THE GSAM AUDIT LOG.
000680* ----------------------------------------------------------------
000690 FD  AUDIT-WORK-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  AUDIT-WORK-RECORD           PIC X(191).
000730*
000740* ----------------------------------------------------------------
000750*  ARCHIVE-FILE - TYPED 80-BYTE RECORDS WRITTEN BY DL060.
000760* ----------------------------------------------------------------
000770 FD  ARCHIVE-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  ARCHIVE-RECORD.
000810     05  ARC-TYPE                PIC X(01).
000820         88  ARC-TYPE-ROOT               VALUE 'R'.
000830         88  ARC-TYPE-PHONE              VALUE 'P'.
000840     05  ARC-DATA                PIC X(79).
000850*
000860 01  ARCHIVE-ROOT-RECORD REDEFINES ARCHIVE-RECORD.
000870     05  FILLER                  PIC X(01).
000880     05  ARC-NAME2               PIC X(10).
000890     05  ARC-NAME1               PIC X(10).
000900     05  ARC-EXTN                PIC X(10).
000910     05  ARC-ZIP                 PIC X(09).
000920     05  ARC-DEPT-CODE           PIC X(05).
000930     05  ARC-LOC-CODE            PIC X(05).
000940     05  ARC-RETIRE-DATE         PIC X(08).
000950     05  FILLER                  PIC X(22).
000960*
000970 01  ARCHIVE-PHONE-RECORD REDEFINES ARCHIVE-RECORD.
000980     05  FILLER                  PIC X(01).
000990     05  ARC-PH-NAME2            PIC X(10).
001000     05  ARC-PH-NAME1            PIC X(10).
001010     05  ARC-PH-TYPE             PIC X(04).
001020     05  ARC-PH-NUMBER           PIC X(15).
001030     05  FILLER                  PIC X(40).
001040*
001050* ----------------------------------------------------------------
001060*  PERSONAL-REPORT-FILE - FORMATTED PRINT FILE.
001070* ----------------------------------------------------------------
001080 FD  PERSONAL-REPORT-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  PERSONAL-REPORT-LINE        PIC X(132).
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150* ----------------------------------------------------------------
001160*  DL/I CALL FUNCTION CODES
001170* ----------------------------------------------------------------
001180 01  WS-DLI-FUNCTIONS.
001190     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
001200     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
001210*
001220* ----------------------------------------------------------------
001230*  SWITCHES
001240* ----------------------------------------------------------------
001250 01  WS-SWITCHES.
001260     05  WS-SW-END-OF-LOG        PIC X(01) VALUE 'N'.
001270         88  WS-END-OF-LOG               VALUE 'Y'.
001280         88  WS-NOT-END-OF-LOG           VALUE 'N'.
001290     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
001300         88  WS-END-OF-DB                VALUE 'Y'.
001310         88  WS-NOT-END-OF-DB            VALUE 'N'.
001320     05  WS-SW-END-OF-CHILD      PIC X(01) VALUE 'N'.
001330         88  WS-END-OF-CHILD             VALUE 'Y'.
001340         88  WS-NOT-END-OF-CHILD         VALUE 'N'.
001350     05  WS-SW-END-OF-FILE       PIC X(01) VALUE 'N'.
001360         88  WS-END-OF-FILE              VALUE 'Y'.
001370         88  WS-NOT-END-OF-FILE          VALUE 'N'.
001380     05  WS-SW-DIR               PIC X(01) VALUE 'A'.
001390         88  WS-DIR-ACTIVE               VALUE 'A'.
001400         88  WS-DIR-RETIREE              VALUE 'R'.
001410     05  WS-SW-MATCHED           PIC X(01) VALUE 'N'.
001420         88  WS-NAME-MATCHED             VALUE 'Y'.
001430         88  WS-NAME-NOT-MATCHED         VALUE 'N'.
001440     05  WS-SW-OLD-IN            PIC X(01) VALUE 'N'.
001450         88  WS-OLD-NAME-IN              VALUE 'Y'.
001460         88  WS-OLD-NAME-NOT-IN          VALUE 'N'.
001470     05  WS-SW-NEW-IN            PIC X(01) VALUE 'N'.
001480         88  WS-NEW-NAME-IN              VALUE 'Y'.
001490         88  WS-NEW-NAME-NOT-IN          VALUE 'N'.
001500     05  WS-SW-LINKED            PIC X(01) VALUE 'N'.
001510         88  WS-NAME-LINKED              VALUE 'Y'.
001520         88  WS-NO-NAME-LINKED           VALUE 'N'.
001530     05  WS-SW-PAIR-FULL         PIC X(01) VALUE 'N'.
001540         88  WS-PAIR-FULL                VALUE 'Y'.
001550         88  WS-PAIR-NOT-FULL            VALUE 'N'.
001560     05  WS-SW-ALIAS-FULL        PIC X(01) VALUE 'N'.
001570         88  WS-ALIAS-FULL               VALUE 'Y'.
001580         88  WS-ALIAS-NOT-FULL           VALUE 'N'.
001590     05  WS-SW-ARC-HELD-FULL     PIC X(01) VALUE 'N'.
001600         88  WS-ARC-HELD-FULL            VALUE 'Y'.
001610         88  WS-ARC-HELD-NOT-FULL        VALUE 'N'.
001620*
001630* ----------------------------------------------------------------
001640*  COUNTERS AND SUBSCRIPTS
001650* ----------------------------------------------------------------
001660 01  WS-COUNTERS.
001670     05  WS-LOG-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001680     05  WS-ARC-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001690     05  WS-XREF-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001700     05  WS-PEND-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001710     05  WS-QUAR-READ-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
001720     05  WS-SECTION-FOUND        PIC S9(07) COMP-3 VALUE ZERO.
001730     05  WS-TOTAL-FOUND          PIC S9(07) COMP-3 VALUE ZERO.
001740     05  WS-PAIR-COUNT           PIC S9(05) COMP VALUE ZERO.
001750     05  WS-PAIR-IX              PIC S9(05) COMP VALUE ZERO.
001760     05  WS-ALI-COUNT            PIC S9(05) COMP VALUE ZERO.
001770     05  WS-ALI-IX               PIC S9(05) COMP VALUE ZERO.
001780     05  WS-ALI-SCAN-IX          PIC S9(05) COMP VALUE ZERO.
001790     05  WS-ARC-HELD-COUNT       PIC S9(05) COMP VALUE ZERO.
001800     05  WS-ARC-HELD-IX          PIC S9(05) COMP VALUE ZERO.
001810*
001820 01  WS-SSA-AREAS.
001830     05  WS-SSA-ROOT-UNQUAL      PIC X(09) VALUE 'PHBKSEG '.
001840     05  WS-SSA-PHONE-UNQUAL     PIC X(09) VALUE 'PHBKPHN '.
001850     05  WS-SSA-HIST-UNQUAL      PIC X(09) VALUE 'PHBKHST '.
001860     05  WS-SSA-XREF-UNQUAL      PIC X(09) VALUE 'PHBKXRF '.
001870     05  WS-SSA-PEND-UNQUAL      PIC X(09) VALUE 'PHBKPND '.
001880     05  WS-SSA-QUAR-UNQUAL      PIC X(09) VALUE 'PHBKQTN '.
001890     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
001900*
001910 01  WS-CHILD-FUNC               PIC X(04) VALUE SPACES.
001920 01  WS-ROOT-STATUS              PIC X(02) VALUE SPACES.
001930 01  WS-ADD-HOW                  PIC X(12) VALUE SPACES.
001940*
001950* ----------------------------------------------------------------
001960*  WS-PARM-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
001970* ----------------------------------------------------------------
001980 01  WS-PARM-CARD.
001990     05  WS-PARM-NAME.
002000         10  WS-PARM-NAME2       PIC X(10) VALUE SPACES.
002010         10  WS-PARM-NAME1       PIC X(10) VALUE SPACES.
002020     05  FILLER                  PIC X(60) VALUE SPACES.
002030*
002040 01  WS-CURRENT-DATE.
002050     05  WS-CD-DATE              PIC X(08).
002060*
002070* ----------------------------------------------------------------
002080*  DATE RANGES FOUND ON THE AUDIT LOG, THE ARCHIVE AND EACH
002090*  ENTRY'S HISTORY.
002100* ----------------------------------------------------------------
002110 01  WS-RANGES.
002120     05  WS-LOG-FIRST-DATE       PIC X(08) VALUE HIGH-VALUES.
002130     05  WS-LOG-LAST-DATE        PIC X(08) VALUE LOW-VALUES.
002140     05  WS-ARC-FIRST-DATE       PIC X(08) VALUE HIGH-VALUES.
002150     05  WS-ARC-LAST-DATE        PIC X(08) VALUE LOW-VALUES.
002160     05  WS-HST-FIRST-DATE       PIC X(08) VALUE HIGH-VALUES.
002170     05  WS-HST-LAST-DATE        PIC X(08) VALUE LOW-VALUES.
002180*
002190* ----------------------------------------------------------------
002200*  WS-PAIR-TABLE - EVERY APPLIED RENAME ON THE AUDIT LOG.  RENAMES
002210*  ARE RARE; 1000 IS FAR ABOVE A LOG CYCLE'S WORTH, AND OVERFLOW
002220*  IS REPORTED.
002230* ----------------------------------------------------------------
002240 01  WS-PAIR-TABLE.
002250     05  WS-PAIR-ENTRY OCCURS 1000 TIMES.
002260         10  WS-PAIR-OLD-NAME    PIC X(20).
002270         10  WS-PAIR-NEW-NAME    PIC X(20).
002280         10  WS-PAIR-DATE        PIC X(08).
002290*
002300* ----------------------------------------------------------------
002310*  WS-ALIAS-TABLE - THE NAMES SEARCHED: THE CARD'S NAME FIRST,
002320*  THEN EACH NAME LINKED TO IT BY A RENAME, WITH THE LINK.
002330* ----------------------------------------------------------------
002340 01  WS-ALIAS-TABLE.
002350     05  WS-ALI-ENTRY OCCURS 20 TIMES.
002360         10  WS-ALI-NAME.
002370             15  WS-ALI-NAME2    PIC X(10).
002380             15  WS-ALI-NAME1    PIC X(10).
002390         10  WS-ALI-HOW          PIC X(12).
002400         10  WS-ALI-LINK-NAME    PIC X(20).
002410         10  WS-ALI-LINK-DATE    PIC X(08).
002420*
002430* ----------------------------------------------------------------
002440*  WS-ARC-HELD-TABLE - ARCHIVE RECORDS FOR THE NAMES, HELD UNTIL
002450*  THE WHOLE FILE HAS BEEN READ.
002460* ----------------------------------------------------------------
002470 01  WS-ARC-HELD-TABLE.
002480     05  WS-ARC-HELD-RECORD OCCURS 200 TIMES PIC X(80).
002490*
002500 01  WS-MATCH-NAME.
002510     05  WS-MATCH-NAME2          PIC X(10) VALUE SPACES.
002520     05  WS-MATCH-NAME1          PIC X(10) VALUE SPACES.
002530*
002540 01  WS-CUR-NAME.
002550     05  WS-CUR-NAME2            PIC X(10) VALUE SPACES.
002560     05  WS-CUR-NAME1            PIC X(10) VALUE SPACES.
002570*
002580* ----------------------------------------------------------------
002590*  PRINT LINES
002600* ----------------------------------------------------------------
002610 01  WS-HEADING-1.
002620     05  FILLER                  PIC X(37)
002630         VALUE 'PERSONAL DATA REPORT - CONFIDENTIAL  '.
002640     05  FILLER                  PIC X(08) VALUE '   DL085'.
002650     05  FILLER                  PIC X(06) VALUE ' DATE '.
002660     05  HD1-DATE                PIC X(08) VALUE SPACES.
002670     05  FILLER                  PIC X(73) VALUE SPACES.
002680*
002690 01  WS-REQUEST-LINE.
002700     05  FILLER                  PIC X(16)
002710         VALUE 'REQUESTED NAME  '.
002720     05  REQ-NAME2               PIC X(10) VALUE SPACES.
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  REQ-NAME1               PIC X(10) VALUE SPACES.
002750     05  FILLER                  PIC X(95) VALUE SPACES.
002760*
002770 01  WS-ALIAS-LINE.
002780     05  FILLER                  PIC X(16)
002790         VALUE 'ALSO SEARCHED   '.
002800     05  ALI-NAME2               PIC X(10) VALUE SPACES.
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  ALI-NAME1               PIC X(10) VALUE SPACES.
002830     05  FILLER                  PIC X(03) VALUE ' - '.
002840     05  ALI-HOW                 PIC X(12) VALUE SPACES.
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  ALI-LINK-NAME2          PIC X(10) VALUE SPACES.
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  ALI-LINK-NAME1          PIC X(10) VALUE SPACES.
002890     05  FILLER                  PIC X(04) VALUE ' ON '.
002900     05  ALI-LINK-DATE           PIC X(08) VALUE SPACES.
002910     05  FILLER                  PIC X(46) VALUE SPACES.
002920*
002930 01  WS-SECTION-HEADING.
002940     05  FILLER                  PIC X(10) VALUE 'SECTION - '.
002950     05  SEC-TITLE               PIC X(40) VALUE SPACES.
002960     05  FILLER                  PIC X(82) VALUE SPACES.
002970*
002980 01  WS-STORE-LINE.
002990     05  FILLER                  PIC X(04) VALUE SPACES.
003000     05  FILLER                  PIC X(16)
003010         VALUE 'DATA STORE    - '.
003020     05  STO-STORE               PIC X(60) VALUE SPACES.
003030     05  FILLER                  PIC X(52) VALUE SPACES.
003040*
003050 01  WS-RANGE-LINE.
003060     05  FILLER                  PIC X(04) VALUE SPACES.
003070     05  FILLER                  PIC X(16)
003080         VALUE 'DATES COVERED - '.
003090     05  RNG-TEXT                PIC X(80) VALUE SPACES.
003100     05  FILLER                  PIC X(32) VALUE SPACES.
003110*
003120 01  WS-ITEM-LINE.
003130     05  FILLER                  PIC X(04) VALUE SPACES.
003140     05  ITM-KIND                PIC X(10) VALUE SPACES.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  ITM-TEXT                PIC X(110) VALUE SPACES.
003170     05  FILLER                  PIC X(06) VALUE SPACES.
003180*
003190 01  WS-COUNT-LINE.
003200     05  FILLER                  PIC X(04) VALUE SPACES.
003210     05  CNT-LABEL               PIC X(32) VALUE SPACES.
003220     05  CNT-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
003230     05  FILLER                  PIC X(89) VALUE SPACES.
003240*
003250 01  WS-SUMMARY-LINE.
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  SUM-LABEL               PIC X(34) VALUE SPACES.
003280     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
003290     05  FILLER                  PIC X(89) VALUE SPACES.
003300*
003310* ----------------------------------------------------------------
003320*  DL/I AND GSAM I-O AREAS
003330* ----------------------------------------------------------------
003340 COPY PHBKSEG.
003350 COPY PHBKPHN.
003360 COPY PHBKHST.
003370 COPY PHBKXRF.
003380 COPY PHBKPND.
003390 COPY PHBKQTN.
003400 COPY PHBKAUD.
003410*
003420 LINKAGE SECTION.
003430*
003440* ----------------------------------------------------------------
003450*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
003460*  CONTROL REGION.
003470* ----------------------------------------------------------------
003480 01  IO-PCB-MASK.
003490     05  IO-PCB-LTERM            PIC X(08).
003500     05  IO-PCB-RESERVED-1       PIC X(02).
003510     05  IO-PCB-STATUS-CODE      PIC X(02).
003520     05  IO-PCB-DATE             PIC S9(07) COMP-3.
003530     05  IO-PCB-TIME             PIC S9(07) COMP-3.
003540     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
003550     05  IO-PCB-MODNAME          PIC X(08).
003560     05  IO-PCB-USERID           PIC X(08).
003570     05  IO-PCB-GRPNAME          PIC X(08).
003580*
003590 COPY PHBKPCB.
003600 COPY PHBKPC2.
003610 COPY PHBKPC4.
003620 COPY PHBKPC5.
003630 COPY PHBKPC6.
003640*
003650* ----------------------------------------------------------------
003660*  GSAM PCB - PHONEBOOK CHANGE AUDIT LOG (READ HERE, WRITTEN BY
003670*  EX01 AND DL040).  'GB' IS GSAM END-OF-FILE.
003680* ----------------------------------------------------------------
003690 01  AUDIT-PCB-MASK.
003700     05  AUDIT-PCB-DBDNAME       PIC X(08).
003710     05  AUDIT-PCB-RESERVED-1    PIC X(02).
003720     05  AUDIT-PCB-STATUS-CODE   PIC X(02).
003730         88  AUDIT-PCB-STATUS-OK         VALUE SPACES.
003740         88  AUDIT-PCB-STATUS-EOF        VALUE 'GB'.
003750     05  AUDIT-PCB-RESERVED-2    PIC X(24).
003760*
003770 PROCEDURE DIVISION USING IO-PCB-MASK
003780         PHBK-PCB-MASK
003790         RETIREE-PCB-MASK
003800         XREF-PCB-MASK
003810         PEND-PCB-MASK
003820         QUAR-PCB-MASK
003830         AUDIT-PCB-MASK.
003840*
003850* ================================================================
003860*  0000-MAINLINE
003870* ================================================================
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003900     PERFORM 2000-COPY-AUDIT-LOG THRU 2000-EXIT
003910     PERFORM 2500-RESOLVE-NAMES THRU 2500-EXIT
003920     PERFORM 2800-PRINT-NAMES THRU 2800-EXIT
003930     SET WS-DIR-ACTIVE TO TRUE
003940     PERFORM 3000-DIRECTORY-SECTION THRU 3000-EXIT
003950     SET WS-DIR-RETIREE TO TRUE
003960     PERFORM 3000-DIRECTORY-SECTION THRU 3000-EXIT
003970     PERFORM 4000-XREF-SECTION THRU 4000-EXIT
003980     PERFORM 4200-PENDING-SECTION THRU 4200-EXIT
003990     PERFORM 4400-QUARANTINE-SECTION THRU 4400-EXIT
004000     PERFORM 5000-AUDIT-SECTION THRU 5000-EXIT
004010     PERFORM 5500-ARCHIVE-SECTION THRU 5500-EXIT
004020     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004030     PERFORM 8000-TERMINATE THRU 8000-EXIT
004040     GOBACK.
004050*
004060* ----------------------------------------------------------------
004070*  1000-INITIALIZE - READ THE CARD, OPEN THE REPORT AND PRINT THE
004080*  HEADING.  THE CARD'S NAME IS THE FIRST NAME SEARCHED.
004090* ----------------------------------------------------------------
004100 1000-INITIALIZE.
004110     ACCEPT WS-PARM-CARD FROM SYSIN
004120     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
004130     IF WS-PARM-NAME2 = SPACES
004140        DISPLAY 'DL085 NAME2 MISSING FROM PARAMETER CARD'
004150        MOVE 16 TO RETURN-CODE
004160        GOBACK
004170     END-IF
004180     MOVE 1 TO WS-ALI-COUNT
004190     MOVE WS-PARM-NAME TO WS-ALI-NAME (1)
004200     MOVE 'REQUESTED' TO WS-ALI-HOW (1)
004210     MOVE SPACES TO WS-ALI-LINK-NAME (1)
004220     MOVE SPACES TO WS-ALI-LINK-DATE (1)
004230     OPEN OUTPUT PERSONAL-REPORT-FILE
004240     MOVE WS-CD-DATE TO HD1-DATE
004250     MOVE WS-HEADING-1 TO PERSONAL-REPORT-LINE
004260     WRITE PERSONAL-REPORT-LINE
004270     MOVE SPACES TO PERSONAL-REPORT-LINE
004280     WRITE PERSONAL-REPORT-LINE
004290     MOVE WS-PARM-NAME2 TO REQ-NAME2
004300     MOVE WS-PARM-NAME1 TO REQ-NAME1
004310     MOVE WS-REQUEST-LINE TO PERSONAL-REPORT-LINE
004320     WRITE PERSONAL-REPORT-LINE.
004330 1000-EXIT.
004340     EXIT.
004350*
004360* ----------------------------------------------------------------
004370*  2000-COPY-AUDIT-LOG - ONE GN PASS OVER THE GSAM LOG: COPY EACH
004380*  RECORD TO THE WORK FILE, NOTE THE DATES IT SPANS, AND TABLE
004390*  EVERY RENAME THAT WAS APPLIED.  GSAM HAS NO GU - THE FIRST GN
004400*  DELIVERS THE FIRST RECORD.
004410* ----------------------------------------------------------------
004420 2000-COPY-AUDIT-LOG.
004430     OPEN OUTPUT AUDIT-WORK-FILE
004440     CALL 'CBLTDLI' USING WS-FUNC-GN AUDIT-PCB-MASK
004450              AUDIT-LOG-RECORD
004460     IF AUDIT-PCB-STATUS-OK
004470        SET WS-NOT-END-OF-LOG TO TRUE
004480     ELSE
004490        SET WS-END-OF-LOG TO TRUE
004500     END-IF
004510     PERFORM 2100-COPY-ONE-AUDIT THRU 2100-EXIT
004520        UNTIL WS-END-OF-LOG
004530     CLOSE AUDIT-WORK-FILE.
004540 2000-EXIT.
004550     EXIT.
004560*
004570 2100-COPY-ONE-AUDIT.
004580     ADD 1 TO WS-LOG-READ-COUNT
004590     WRITE AUDIT-WORK-RECORD FROM AUDIT-LOG-RECORD
004600     IF AUD-TS-DATE < WS-LOG-FIRST-DATE
004610        MOVE AUD-TS-DATE TO WS-LOG-FIRST-DATE
004620     END-IF
004630     IF AUD-TS-DATE > WS-LOG-LAST-DATE
004640        MOVE AUD-TS-DATE TO WS-LOG-LAST-DATE
004650     END-IF
004660     IF AUD-COMMAND = 'RENAME  '
004670        AND NOT AUD-DENIED
004680        AND NOT AUD-QUEUED
004690        AND NOT AUD-REJECTED
004700        AND AUD-NEW-NAME2 NOT = SPACES
004710        IF WS-PAIR-COUNT < 1000
004720           ADD 1 TO WS-PAIR-COUNT
004730           MOVE AUD-NAME2
004740             TO WS-PAIR-OLD-NAME (WS-PAIR-COUNT) (1:10)
004750           MOVE AUD-NAME1
004760             TO WS-PAIR-OLD-NAME (WS-PAIR-COUNT) (11:10)
004770           MOVE AUD-NEW-NAME2
004780             TO WS-PAIR-NEW-NAME (WS-PAIR-COUNT) (1:10)
004790           MOVE AUD-NEW-NAME1
004800             TO WS-PAIR-NEW-NAME (WS-PAIR-COUNT) (11:10)
004810           MOVE AUD-TS-DATE TO WS-PAIR-DATE (WS-PAIR-COUNT)
004820        ELSE
004830           SET WS-PAIR-FULL TO TRUE
004840        END-IF
004850     END-IF
004860     CALL 'CBLTDLI' USING WS-FUNC-GN AUDIT-PCB-MASK
004870              AUDIT-LOG-RECORD
004880     IF NOT AUDIT-PCB-STATUS-OK
004890        SET WS-END-OF-LOG TO TRUE
004900     END-IF.
004910 2100-EXIT.
004920     EXIT.
004930*
004940* ----------------------------------------------------------------
004950*  2500-RESOLVE-NAMES - PASS OVER THE RENAMES UNTIL NO PASS LINKS
004960*  A NEW NAME, SO A CHAIN OF RENAMES IS FOLLOWED BOTH WAYS
004970*  WHATEVER ORDER THEY WERE LOGGED IN.
004980* ----------------------------------------------------------------
004990 2500-RESOLVE-NAMES.
005000     SET WS-NAME-LINKED TO TRUE
005010     PERFORM 2600-LINK-PASS THRU 2600-EXIT
005020        UNTIL WS-NO-NAME-LINKED.
005030 2500-EXIT.
005040     EXIT.
005050*
005060 2600-LINK-PASS.
005070     SET WS-NO-NAME-LINKED TO TRUE
005080     MOVE ZERO TO WS-PAIR-IX
005090     PERFORM 2610-LINK-ONE-PAIR THRU 2610-EXIT
005100        UNTIL WS-PAIR-IX >= WS-PAIR-COUNT.
005110 2600-EXIT.
005120     EXIT.
005130*
005140 2610-LINK-ONE-PAIR.
005150     ADD 1 TO WS-PAIR-IX
005160     MOVE WS-PAIR-OLD-NAME (WS-PAIR-IX) TO WS-MATCH-NAME
005170     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
005180     MOVE WS-SW-MATCHED TO WS-SW-OLD-IN
005190     MOVE WS-PAIR-NEW-NAME (WS-PAIR-IX) TO WS-MATCH-NAME
005200     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
005210     MOVE WS-SW-MATCHED TO WS-SW-NEW-IN
005220     IF WS-OLD-NAME-IN AND WS-NEW-NAME-NOT-IN
005230        MOVE WS-PAIR-NEW-NAME (WS-PAIR-IX) TO WS-MATCH-NAME
005240        MOVE WS-PAIR-OLD-NAME (WS-PAIR-IX) TO WS-CUR-NAME
005250        MOVE 'RENAMED FROM' TO WS-ADD-HOW
005260        PERFORM 2650-ADD-ALIAS THRU 2650-EXIT
005270     END-IF
005280     IF WS-NEW-NAME-IN AND WS-OLD-NAME-NOT-IN
005290        MOVE WS-PAIR-OLD-NAME (WS-PAIR-IX) TO WS-MATCH-NAME
005300        MOVE WS-PAIR-NEW-NAME (WS-PAIR-IX) TO WS-CUR-NAME
005310        MOVE 'RENAMED TO' TO WS-ADD-HOW
005320        PERFORM 2650-ADD-ALIAS THRU 2650-EXIT
005330     END-IF.
005340 2610-EXIT.
005350     EXIT.
005360*
005370* ----------------------------------------------------------------
005380*  2650-ADD-ALIAS - ADD WS-MATCH-NAME, LINKED TO WS-CUR-NAME BY
005390*  THE CURRENT RENAME IN THE DIRECTION IN WS-ADD-HOW.
005400* ----------------------------------------------------------------
005410 2650-ADD-ALIAS.
005420     IF WS-ALI-COUNT >= 20
005430        SET WS-ALIAS-FULL TO TRUE
005440     ELSE
005450        SET WS-NAME-LINKED TO TRUE
005460        ADD 1 TO WS-ALI-COUNT
005470        MOVE WS-MATCH-NAME TO WS-ALI-NAME (WS-ALI-COUNT)
005480        MOVE WS-ADD-HOW TO WS-ALI-HOW (WS-ALI-COUNT)
005490        MOVE WS-CUR-NAME TO WS-ALI-LINK-NAME (WS-ALI-COUNT)
005500        MOVE WS-PAIR-DATE (WS-PAIR-IX)
005510          TO WS-ALI-LINK-DATE (WS-ALI-COUNT)
005520     END-IF.
005530 2650-EXIT.
005540     EXIT.
005550*
005560* ----------------------------------------------------------------
005570*  2800-PRINT-NAMES - LIST EVERY OTHER NAME SEARCHED AND THE
005580*  RENAME THAT LINKS IT.
005590* ----------------------------------------------------------------
005600 2800-PRINT-NAMES.
005610     MOVE 1 TO WS-ALI-IX
005620     PERFORM 2810-PRINT-ONE-NAME THRU 2810-EXIT
005630        UNTIL WS-ALI-IX >= WS-ALI-COUNT
005640     MOVE SPACES TO PERSONAL-REPORT-LINE
005650     WRITE PERSONAL-REPORT-LINE.
005660 2800-EXIT.
005670     EXIT.
005680*
005690 2810-PRINT-ONE-NAME.
005700     ADD 1 TO WS-ALI-IX
005710     MOVE WS-ALI-NAME2 (WS-ALI-IX) TO ALI-NAME2
005720     MOVE WS-ALI-NAME1 (WS-ALI-IX) TO ALI-NAME1
005730     MOVE WS-ALI-HOW (WS-ALI-IX) TO ALI-HOW
005740     MOVE WS-ALI-LINK-NAME (WS-ALI-IX) (1:10) TO ALI-LINK-NAME2
005750     MOVE WS-ALI-LINK-NAME (WS-ALI-IX) (11:10) TO ALI-LINK-NAME1
005760     MOVE WS-ALI-LINK-DATE (WS-ALI-IX) TO ALI-LINK-DATE
005770     MOVE WS-ALIAS-LINE TO PERSONAL-REPORT-LINE
005780     WRITE PERSONAL-REPORT-LINE.
005790 2810-EXIT.
005800     EXIT.
005810*
005820* ----------------------------------------------------------------
005830*  3000-DIRECTORY-SECTION - GU EACH NAME ON THE DIRECTORY
005840*  WS-SW-DIR NAMES AND PRINT THE ROOT WITH ALL ITS CHILDREN.
005850* ----------------------------------------------------------------
005860 3000-DIRECTORY-SECTION.
005870     IF WS-DIR-ACTIVE
005880        MOVE 'ACTIVE DIRECTORY' TO SEC-TITLE
005890        MOVE 'PHBKDB1 - ACTIVE EMPLOYEE DATABASE' TO STO-STORE
005900     ELSE
005910        MOVE 'RETIREE DIRECTORY' TO SEC-TITLE
005920        MOVE 'PHBKDB2 - RETIREE/ALUMNI DATABASE' TO STO-STORE
005930     END-IF
005940     MOVE SPACES TO RNG-TEXT
005950     STRING 'CURRENT CONTENTS ON ' DELIMITED BY SIZE
005960             WS-CD-DATE             DELIMITED BY SIZE
005970             '; CHANGE HISTORY AS DATED BELOW EACH ENTRY'
005980                                    DELIMITED BY SIZE
005990        INTO RNG-TEXT
006000     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
006010     MOVE ZERO TO WS-ALI-IX
006020     PERFORM 3100-SEARCH-ONE-NAME THRU 3100-EXIT
006030        UNTIL WS-ALI-IX >= WS-ALI-COUNT
006040     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
006050 3000-EXIT.
006060     EXIT.
006070*
006080 3100-SEARCH-ONE-NAME.
006090     ADD 1 TO WS-ALI-IX
006100     MOVE WS-ALI-NAME (WS-ALI-IX) TO WS-CUR-NAME
006110     MOVE SPACES TO WS-SSA-EXACT
006120     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
006130             WS-CUR-NAME2           DELIMITED BY SIZE
006140             ')(NAME1   EQ'         DELIMITED BY SIZE
006150             WS-CUR-NAME1           DELIMITED BY SIZE
006160             ')'                    DELIMITED BY SIZE
006170        INTO WS-SSA-EXACT
006180     IF WS-DIR-ACTIVE
006190        CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
006200                 PHBK-SEGMENT WS-SSA-EXACT
006210        MOVE PHBK-PCB-STATUS-CODE TO WS-ROOT-STATUS
006220     ELSE
006230        CALL 'CBLTDLI' USING WS-FUNC-GU RETIREE-PCB-MASK
006240                 PHBK-SEGMENT WS-SSA-EXACT
006250        MOVE RETIREE-PCB-STATUS-CODE TO WS-ROOT-STATUS
006260     END-IF
006270     IF WS-ROOT-STATUS NOT = SPACES
006280        GO TO 3100-EXIT
006290     END-IF
006300     ADD 1 TO WS-SECTION-FOUND
006310     MOVE SPACES TO WS-ITEM-LINE
006320     MOVE 'ENTRY' TO ITM-KIND
006330     STRING PHBK-NAME2          DELIMITED BY SIZE
006340             ' '                 DELIMITED BY SIZE
006350             PHBK-NAME1          DELIMITED BY SIZE
006360             '  EXTN '           DELIMITED BY SIZE
006370             PHBK-EXTN           DELIMITED BY SIZE
006380             '  ZIP '            DELIMITED BY SIZE
006390             PHBK-ZIP            DELIMITED BY SIZE
006400             '  DEPT '           DELIMITED BY SIZE
006410             PHBK-DEPT-CODE      DELIMITED BY SIZE
006420             '  LOC '            DELIMITED BY SIZE
006430             PHBK-LOC-CODE       DELIMITED BY SIZE
006440             '  RETIRE DATE '    DELIMITED BY SIZE
006450             PHBK-RETIRE-DATE    DELIMITED BY SIZE
006460        INTO ITM-TEXT
006470     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
006480     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
006490     PERFORM 4900-GET-PHONE THRU 4900-EXIT
006500     PERFORM 3200-PRINT-ONE-PHONE THRU 3200-EXIT
006510        UNTIL WS-END-OF-CHILD
006520     MOVE HIGH-VALUES TO WS-HST-FIRST-DATE
006530     MOVE LOW-VALUES TO WS-HST-LAST-DATE
006540     MOVE WS-FUNC-GU TO WS-CHILD-FUNC
006550     PERFORM 4950-GET-HIST THRU 4950-EXIT
006560     PERFORM 3300-PRINT-ONE-HIST THRU 3300-EXIT
006570        UNTIL WS-END-OF-CHILD
006580     MOVE SPACES TO WS-ITEM-LINE
006590     IF WS-HST-FIRST-DATE = HIGH-VALUES
006600        MOVE 'NO CHANGE HISTORY HELD FOR THIS ENTRY' TO ITM-TEXT
006610     ELSE
006620        STRING 'CHANGE HISTORY COVERS ' DELIMITED BY SIZE
006630                WS-HST-FIRST-DATE        DELIMITED BY SIZE
006640                ' TO '                   DELIMITED BY SIZE
006650                WS-HST-LAST-DATE         DELIMITED BY SIZE
006660           INTO ITM-TEXT
006670     END-IF
006680     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT.
006690 3100-EXIT.
006700     EXIT.
006710*
006720 3200-PRINT-ONE-PHONE.
006730     ADD 1 TO WS-SECTION-FOUND
006740     MOVE SPACES TO WS-ITEM-LINE
006750     MOVE 'PHONE' TO ITM-KIND
006760     STRING PHBK-PH-TYPE        DELIMITED BY SIZE
006770             '  '                DELIMITED BY SIZE
006780             PHBK-PH-NUMBER      DELIMITED BY SIZE
006790        INTO ITM-TEXT
006800     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
006810     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
006820     PERFORM 4900-GET-PHONE THRU 4900-EXIT.
006830 3200-EXIT.
006840     EXIT.
006850*
006860 3300-PRINT-ONE-HIST.
006870     ADD 1 TO WS-SECTION-FOUND
006880     IF PHBK-HST-DATE < WS-HST-FIRST-DATE
006890        MOVE PHBK-HST-DATE TO WS-HST-FIRST-DATE
006900     END-IF
006910     IF PHBK-HST-DATE > WS-HST-LAST-DATE
006920        MOVE PHBK-HST-DATE TO WS-HST-LAST-DATE
006930     END-IF
006940     MOVE SPACES TO WS-ITEM-LINE
006950     MOVE 'HISTORY' TO ITM-KIND
006960     STRING PHBK-HST-STAMP          DELIMITED BY SIZE
006970             '  BY '                 DELIMITED BY SIZE
006980             PHBK-HST-USERID         DELIMITED BY SIZE
006990             '  PRIOR EXTN '         DELIMITED BY SIZE
007000             PHBK-HST-PRIOR-EXTN     DELIMITED BY SIZE
007010             '  ZIP '                DELIMITED BY SIZE
007020             PHBK-HST-PRIOR-ZIP      DELIMITED BY SIZE
007030             '  DEPT '               DELIMITED BY SIZE
007040             PHBK-HST-PRIOR-DEPT     DELIMITED BY SIZE
007050             '  LOC '                DELIMITED BY SIZE
007060             PHBK-HST-PRIOR-LOC      DELIMITED BY SIZE
007070        INTO ITM-TEXT
007080     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
007090     MOVE WS-FUNC-GN TO WS-CHILD-FUNC
007100     PERFORM 4950-GET-HIST THRU 4950-EXIT.
007110 3300-EXIT.
007120     EXIT.
007130*
007140* ----------------------------------------------------------------
007150*  4000-XREF-SECTION - WALK PHBKDB4 FOR EXTENSIONS RECORDED
007160*  AGAINST ANY OF THE NAMES (INCLUDING A STALE ONE LEFT BEHIND).
007170* ----------------------------------------------------------------
007180 4000-XREF-SECTION.
007190     MOVE 'EXTENSION CROSS-REFERENCE' TO SEC-TITLE
007200     MOVE 'PHBKDB4 - EXTENSION CROSS-REFERENCE DATABASE'
007210       TO STO-STORE
007220     MOVE SPACES TO RNG-TEXT
007230     STRING 'CURRENT CONTENTS ON ' DELIMITED BY SIZE
007240             WS-CD-DATE             DELIMITED BY SIZE
007250        INTO RNG-TEXT
007260     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
007270     CALL 'CBLTDLI' USING WS-FUNC-GU XREF-PCB-MASK
007280              PHBK-XREF-SEGMENT WS-SSA-XREF-UNQUAL
007290     IF XREF-PCB-STATUS-OK
007300        SET WS-NOT-END-OF-DB TO TRUE
007310     ELSE
007320        SET WS-END-OF-DB TO TRUE
007330     END-IF
007340     PERFORM 4100-CHECK-ONE-XREF THRU 4100-EXIT
007350        UNTIL WS-END-OF-DB
007360     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
007370 4000-EXIT.
007380     EXIT.
007390*
007400 4100-CHECK-ONE-XREF.
007410     ADD 1 TO WS-XREF-READ-COUNT
007420     MOVE PHBK-XRF-NAME2 TO WS-MATCH-NAME2
007430     MOVE PHBK-XRF-NAME1 TO WS-MATCH-NAME1
007440     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
007450     IF WS-NAME-MATCHED
007460        ADD 1 TO WS-SECTION-FOUND
007470        MOVE SPACES TO WS-ITEM-LINE
007480        MOVE 'XREF' TO ITM-KIND
007490        STRING 'EXTENSION '        DELIMITED BY SIZE
007500                PHBK-XRF-EXTN       DELIMITED BY SIZE
007510                '  OWNER '          DELIMITED BY SIZE
007520                PHBK-XRF-NAME2      DELIMITED BY SIZE
007530                ' '                 DELIMITED BY SIZE
007540                PHBK-XRF-NAME1      DELIMITED BY SIZE
007550           INTO ITM-TEXT
007560        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
007570     END-IF
007580     CALL 'CBLTDLI' USING WS-FUNC-GN XREF-PCB-MASK
007590              PHBK-XREF-SEGMENT WS-SSA-XREF-UNQUAL
007600     IF NOT XREF-PCB-STATUS-OK
007610        SET WS-END-OF-DB TO TRUE
007620     END-IF.
007630 4100-EXIT.
007640     EXIT.
007650*
007660* ----------------------------------------------------------------
007670*  4200-PENDING-SECTION - WALK PHBKDB5 FOR REQUESTS AGAINST ANY
007680*  OF THE NAMES, OR A RENAME REQUESTED TO ONE OF THEM.
007690* ----------------------------------------------------------------
007700 4200-PENDING-SECTION.
007710     MOVE 'PENDING APPROVAL REQUESTS' TO SEC-TITLE
007720     MOVE 'PHBKDB5 - PENDING APPROVAL DATABASE' TO STO-STORE
007730     MOVE SPACES TO RNG-TEXT
007740     STRING 'REQUESTS STILL AWAITING A SECOND USER ON '
007750                                    DELIMITED BY SIZE
007760             WS-CD-DATE             DELIMITED BY SIZE
007770        INTO RNG-TEXT
007780     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
007790     CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
007800              PHBK-PEND-SEGMENT WS-SSA-PEND-UNQUAL
007810     IF PEND-PCB-STATUS-OK
007820        SET WS-NOT-END-OF-DB TO TRUE
007830     ELSE
007840        SET WS-END-OF-DB TO TRUE
007850     END-IF
007860     PERFORM 4300-CHECK-ONE-PENDING THRU 4300-EXIT
007870        UNTIL WS-END-OF-DB
007880     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
007890 4200-EXIT.
007900     EXIT.
007910*
007920 4300-CHECK-ONE-PENDING.
007930     ADD 1 TO WS-PEND-READ-COUNT
007940     MOVE PHBK-PND-NAME2 TO WS-MATCH-NAME2
007950     MOVE PHBK-PND-NAME1 TO WS-MATCH-NAME1
007960     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
007970     IF WS-NAME-NOT-MATCHED
007980        AND PHBK-PND-NEW-NAME2 NOT = SPACES
007990        MOVE PHBK-PND-NEW-NAME2 TO WS-MATCH-NAME2
008000        MOVE PHBK-PND-NEW-NAME1 TO WS-MATCH-NAME1
008010        PERFORM 7500-MATCH-NAME THRU 7500-EXIT
008020     END-IF
008030     IF WS-NAME-MATCHED
008040        ADD 1 TO WS-SECTION-FOUND
008050        MOVE SPACES TO WS-ITEM-LINE
008060        MOVE 'REQUEST' TO ITM-KIND
008070        STRING PHBK-PND-COMMAND      DELIMITED BY SIZE
008080                ' DIR '               DELIMITED BY SIZE
008090                PHBK-PND-DIR          DELIMITED BY SIZE
008100                '  '                  DELIMITED BY SIZE
008110                PHBK-PND-NAME2        DELIMITED BY SIZE
008120                ' '                   DELIMITED BY SIZE
008130                PHBK-PND-NAME1        DELIMITED BY SIZE
008140                '  NEW NAME '         DELIMITED BY SIZE
008150                PHBK-PND-NEW-NAME2    DELIMITED BY SIZE
008160                ' '                   DELIMITED BY SIZE
008170                PHBK-PND-NEW-NAME1    DELIMITED BY SIZE
008180                '  REQUESTED BY '     DELIMITED BY SIZE
008190                PHBK-PND-REQ-USERID   DELIMITED BY SIZE
008200                ' '                   DELIMITED BY SIZE
008210                PHBK-PND-REQ-STAMP    DELIMITED BY SIZE
008220           INTO ITM-TEXT
008230        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
008240     END-IF
008250     CALL 'CBLTDLI' USING WS-FUNC-GN PEND-PCB-MASK
008260              PHBK-PEND-SEGMENT WS-SSA-PEND-UNQUAL
008270     IF NOT PEND-PCB-STATUS-OK
008280        SET WS-END-OF-DB TO TRUE
008290     END-IF.
008300 4300-EXIT.
008310     EXIT.
008320*
008330* ----------------------------------------------------------------
008340*  4400-QUARANTINE-SECTION - WALK PHBKDB6 FOR EXTENSIONS WHOSE
008350*  LAST HOLDER WAS ONE OF THE NAMES.
008360* ----------------------------------------------------------------
008370 4400-QUARANTINE-SECTION.
008380     MOVE 'EXTENSION QUARANTINE' TO SEC-TITLE
008390     MOVE 'PHBKDB6 - EXTENSION QUARANTINE DATABASE' TO STO-STORE
008400     MOVE SPACES TO RNG-TEXT
008410     STRING 'CURRENT CONTENTS ON ' DELIMITED BY SIZE
008420             WS-CD-DATE             DELIMITED BY SIZE
008430             '; FREED DATES SHOWN PER EXTENSION'
008440                                    DELIMITED BY SIZE
008450        INTO RNG-TEXT
008460     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
008470     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
008480              PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
008490     IF QUAR-PCB-STATUS-OK
008500        SET WS-NOT-END-OF-DB TO TRUE
008510     ELSE
008520        SET WS-END-OF-DB TO TRUE
008530     END-IF
008540     PERFORM 4500-CHECK-ONE-QUARANTINE THRU 4500-EXIT
008550        UNTIL WS-END-OF-DB
008560     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
008570 4400-EXIT.
008580     EXIT.
008590*
008600 4500-CHECK-ONE-QUARANTINE.
008610     ADD 1 TO WS-QUAR-READ-COUNT
008620     MOVE PHBK-QTN-NAME2 TO WS-MATCH-NAME2
008630     MOVE PHBK-QTN-NAME1 TO WS-MATCH-NAME1
008640     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
008650     IF WS-NAME-MATCHED
008660        ADD 1 TO WS-SECTION-FOUND
008670        MOVE SPACES TO WS-ITEM-LINE
008680        MOVE 'QUARANTINE' TO ITM-KIND
008690        STRING 'EXTENSION '        DELIMITED BY SIZE
008700                PHBK-QTN-EXTN       DELIMITED BY SIZE
008710                '  FREED '          DELIMITED BY SIZE
008720                PHBK-QTN-FREED-DATE DELIMITED BY SIZE
008730                ' BY '              DELIMITED BY SIZE
008740                PHBK-QTN-FREED-BY   DELIMITED BY SIZE
008750                '  LAST HOLDER '    DELIMITED BY SIZE
008760                PHBK-QTN-NAME2      DELIMITED BY SIZE
008770                ' '                 DELIMITED BY SIZE
008780                PHBK-QTN-NAME1      DELIMITED BY SIZE
008790                '  LOC '            DELIMITED BY SIZE
008800                PHBK-QTN-LOC-CODE   DELIMITED BY SIZE
008810           INTO ITM-TEXT
008820        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
008830     END-IF
008840     CALL 'CBLTDLI' USING WS-FUNC-GN QUAR-PCB-MASK
008850              PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
008860     IF NOT QUAR-PCB-STATUS-OK
008870        SET WS-END-OF-DB TO TRUE
008880     END-IF.
008890 4500-EXIT.
008900     EXIT.
008910*
008920* ----------------------------------------------------------------
008930*  4900-GET-PHONE / 4950-GET-HIST - GU (FIRST) OR GN (NEXT) CHILD
008940*  OF THE CURRENT ENTRY ON WHICHEVER DIRECTORY IS BEING SEARCHED,
008950*  QUALIFIED ON THE ROOT KEY IN WS-SSA-EXACT.
008960* ----------------------------------------------------------------
008970 4900-GET-PHONE.
008980     IF WS-DIR-ACTIVE
008990        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
009000                 PHBK-PHONE-SEG WS-SSA-EXACT
009010                 WS-SSA-PHONE-UNQUAL
009020        IF PHBK-PCB-STATUS-OK
009030           SET WS-NOT-END-OF-CHILD TO TRUE
009040        ELSE
009050           SET WS-END-OF-CHILD TO TRUE
009060        END-IF
009070     ELSE
009080        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
009090                 PHBK-PHONE-SEG WS-SSA-EXACT
009100                 WS-SSA-PHONE-UNQUAL
009110        IF RETIREE-PCB-STATUS-OK
009120           SET WS-NOT-END-OF-CHILD TO TRUE
009130        ELSE
009140           SET WS-END-OF-CHILD TO TRUE
009150        END-IF
009160     END-IF.
009170 4900-EXIT.
009180     EXIT.
009190*
009200 4950-GET-HIST.
009210     IF WS-DIR-ACTIVE
009220        CALL 'CBLTDLI' USING WS-CHILD-FUNC PHBK-PCB-MASK
009230                 PHBK-HIST-SEG WS-SSA-EXACT
009240                 WS-SSA-HIST-UNQUAL
009250        IF PHBK-PCB-STATUS-OK
009260           SET WS-NOT-END-OF-CHILD TO TRUE
009270        ELSE
009280           SET WS-END-OF-CHILD TO TRUE
009290        END-IF
009300     ELSE
009310        CALL 'CBLTDLI' USING WS-CHILD-FUNC RETIREE-PCB-MASK
009320                 PHBK-HIST-SEG WS-SSA-EXACT
009330                 WS-SSA-HIST-UNQUAL
009340        IF RETIREE-PCB-STATUS-OK
009350           SET WS-NOT-END-OF-CHILD TO TRUE
009360        ELSE
009370           SET WS-END-OF-CHILD TO TRUE
009380        END-IF
009390     END-IF.
009400 4950-EXIT.
009410     EXIT.
009420*
009430* ----------------------------------------------------------------
009440*  5000-AUDIT-SECTION - READ BACK THE WORK COPY OF THE LOG AND
009450*  PRINT EVERY RECORD WHOSE OLD OR NEW NAME IS ONE OF THE NAMES,
009460*  DENIED, QUEUED AND REJECTED ATTEMPTS INCLUDED.
009470* ----------------------------------------------------------------
009480 5000-AUDIT-SECTION.
009490     MOVE 'CHANGE AUDIT LOG' TO SEC-TITLE
009500     MOVE 'PHBKAUD - GSAM CHANGE AUDIT LOG (EX01 AND DL040)'
009510       TO STO-STORE
009520     MOVE SPACES TO RNG-TEXT
009530     IF WS-LOG-READ-COUNT = ZERO
009540        MOVE 'THE AUDIT LOG IS EMPTY' TO RNG-TEXT
009550     ELSE
009560        STRING 'LOG AS HELD SINCE LAST CYCLED - '
009570                                       DELIMITED BY SIZE
009580                WS-LOG-FIRST-DATE      DELIMITED BY SIZE
009590                ' TO '                 DELIMITED BY SIZE
009600                WS-LOG-LAST-DATE       DELIMITED BY SIZE
009610           INTO RNG-TEXT
009620     END-IF
009630     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
009640     OPEN INPUT AUDIT-WORK-FILE
009650     SET WS-NOT-END-OF-FILE TO TRUE
009660     PERFORM 5100-CHECK-ONE-AUDIT THRU 5100-EXIT
009670        UNTIL WS-END-OF-FILE
009680     CLOSE AUDIT-WORK-FILE
009690     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
009700 5000-EXIT.
009710     EXIT.
009720*
009730 5100-CHECK-ONE-AUDIT.
009740     READ AUDIT-WORK-FILE INTO AUDIT-LOG-RECORD
009750        AT END
009760           SET WS-END-OF-FILE TO TRUE
009770     END-READ
009780     IF WS-END-OF-FILE
009790        GO TO 5100-EXIT
009800     END-IF
009810     MOVE AUD-NAME2 TO WS-MATCH-NAME2
009820     MOVE AUD-NAME1 TO WS-MATCH-NAME1
009830     PERFORM 7500-MATCH-NAME THRU 7500-EXIT
009840     IF WS-NAME-NOT-MATCHED
009850        AND AUD-NEW-NAME2 NOT = SPACES
009860        MOVE AUD-NEW-NAME2 TO WS-MATCH-NAME2
009870        MOVE AUD-NEW-NAME1 TO WS-MATCH-NAME1
009880        PERFORM 7500-MATCH-NAME THRU 7500-EXIT
009890     END-IF
009900     IF WS-NAME-NOT-MATCHED
009910        GO TO 5100-EXIT
009920     END-IF
009930     ADD 1 TO WS-SECTION-FOUND
009940     MOVE SPACES TO WS-ITEM-LINE
009950     MOVE 'AUDIT' TO ITM-KIND
009960     STRING AUD-TIMESTAMP        DELIMITED BY SIZE
009970             '  '                 DELIMITED BY SIZE
009980             AUD-COMMAND          DELIMITED BY SIZE
009990             ' BY '               DELIMITED BY SIZE
010000             AUD-USERID           DELIMITED BY SIZE
010010             '  '                 DELIMITED BY SIZE
010020             AUD-NAME2            DELIMITED BY SIZE
010030             ' '                  DELIMITED BY SIZE
010040             AUD-NAME1            DELIMITED BY SIZE
010050             '  NEW NAME '        DELIMITED BY SIZE
010060             AUD-NEW-NAME2        DELIMITED BY SIZE
010070             ' '                  DELIMITED BY SIZE
010080             AUD-NEW-NAME1        DELIMITED BY SIZE
010150        INTO ITM-TEXT
010160     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
010161     IF AUD-DENIED-FLAG NOT = SPACES
010162        OR AUD-APPROVAL-FLAG NOT = SPACES
010163        OR AUD-REQ-USERID NOT = SPACES
010164        MOVE SPACES TO WS-ITEM-LINE
010165        MOVE '  STATUS' TO ITM-KIND
010166        STRING 'DENIED '             DELIMITED BY SIZE
010167                AUD-DENIED-FLAG       DELIMITED BY SIZE
010168                '  APPROVAL '         DELIMITED BY SIZE
010169                AUD-APPROVAL-FLAG     DELIMITED BY SIZE
010170                '  REQUESTED BY '     DELIMITED BY SIZE
010171                AUD-REQ-USERID        DELIMITED BY SIZE
010172           INTO ITM-TEXT
010173        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
010174     END-IF
010177     IF AUD-BEFORE-IMAGE NOT = SPACES
010180        MOVE SPACES TO WS-ITEM-LINE
010190        MOVE '  BEFORE' TO ITM-KIND
010200        STRING 'EXTN '               DELIMITED BY SIZE
010210                AUD-BEFORE-EXTN       DELIMITED BY SIZE
010220                '  ZIP '              DELIMITED BY SIZE
010230                AUD-BEFORE-ZIP        DELIMITED BY SIZE
010240                '  DEPT '             DELIMITED BY SIZE
010250                AUD-BEFORE-DEPT-CODE  DELIMITED BY SIZE
010260                '  LOC '              DELIMITED BY SIZE
010270                AUD-BEFORE-LOC-CODE   DELIMITED BY SIZE
010280                '  PHONE '            DELIMITED BY SIZE
010290                AUD-BEFORE-PH-TYPE    DELIMITED BY SIZE
010300                ' '                   DELIMITED BY SIZE
010310                AUD-BEFORE-PH-NUMBER  DELIMITED BY SIZE
010320           INTO ITM-TEXT
010330        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
010340     END-IF
010350     IF AUD-AFTER-IMAGE NOT = SPACES
010360        MOVE SPACES TO WS-ITEM-LINE
010370        MOVE '  AFTER' TO ITM-KIND
010380        STRING 'EXTN '               DELIMITED BY SIZE
010390                AUD-AFTER-EXTN        DELIMITED BY SIZE
010400                '  ZIP '              DELIMITED BY SIZE
010410                AUD-AFTER-ZIP         DELIMITED BY SIZE
010420                '  DEPT '             DELIMITED BY SIZE
010430                AUD-AFTER-DEPT-CODE   DELIMITED BY SIZE
010440                '  LOC '              DELIMITED BY SIZE
010450                AUD-AFTER-LOC-CODE    DELIMITED BY SIZE
010460                '  PHONE '            DELIMITED BY SIZE
010470                AUD-AFTER-PH-TYPE     DELIMITED BY SIZE
010480                ' '                   DELIMITED BY SIZE
010490                AUD-AFTER-PH-NUMBER   DELIMITED BY SIZE
010500           INTO ITM-TEXT
010510        PERFORM 7200-WRITE-ITEM THRU 7200-EXIT
010520     END-IF.
010530 5100-EXIT.
010540     EXIT.
010550*
010560* ----------------------------------------------------------------
010570*  5500-ARCHIVE-SECTION - READ THE WHOLE DL060 ARCHIVE FILE.  THE
010580*  DATES COVERED ARE THE RETIRE DATES ON ITS ROOT RECORDS, SO THE
010590*  MATCHES ARE HELD AND PRINTED AFTER THE RANGE IS KNOWN - AT MOST
010600*  A HANDFUL OF RECORDS FOR ONE PERSON.
010610* ----------------------------------------------------------------
010620 5500-ARCHIVE-SECTION.
010630     MOVE 'RETIREE ARCHIVE' TO SEC-TITLE
010640     MOVE 'DL060 ARCHIVE FILE - PURGED RETIREES (R AND P RECORDS)'
010650       TO STO-STORE
010660     MOVE ZERO TO WS-ARC-HELD-COUNT
010670     OPEN INPUT ARCHIVE-FILE
010680     SET WS-NOT-END-OF-FILE TO TRUE
010690     PERFORM 5600-CHECK-ONE-ARCHIVE THRU 5600-EXIT
010700        UNTIL WS-END-OF-FILE
010710     CLOSE ARCHIVE-FILE
010720     MOVE SPACES TO RNG-TEXT
010730     IF WS-ARC-FIRST-DATE = HIGH-VALUES
010740        MOVE 'NO ARCHIVED ROOTS WITH A RETIRE DATE ON THE FILE'
010750          TO RNG-TEXT
010760     ELSE
010770        STRING 'RETIREES ARCHIVED WITH RETIRE DATES '
010780                                       DELIMITED BY SIZE
010790                WS-ARC-FIRST-DATE      DELIMITED BY SIZE
010800                ' TO '                 DELIMITED BY SIZE
010810                WS-ARC-LAST-DATE       DELIMITED BY SIZE
010820           INTO RNG-TEXT
010830     END-IF
010840     PERFORM 7000-PRINT-SECTION-HEAD THRU 7000-EXIT
010850     MOVE ZERO TO WS-ARC-HELD-IX
010860     PERFORM 5700-PRINT-ONE-ARCHIVE THRU 5700-EXIT
010870        UNTIL WS-ARC-HELD-IX >= WS-ARC-HELD-COUNT
010880     PERFORM 7100-PRINT-SECTION-FOOT THRU 7100-EXIT.
010890 5500-EXIT.
010900     EXIT.
010910*
010920 5600-CHECK-ONE-ARCHIVE.
010930     READ ARCHIVE-FILE
010940        AT END
010950           SET WS-END-OF-FILE TO TRUE
010960     END-READ
010970     IF WS-END-OF-FILE
010980        GO TO 5600-EXIT
010990     END-IF
011000     ADD 1 TO WS-ARC-READ-COUNT
011010     IF ARC-TYPE-ROOT
011020        AND ARC-RETIRE-DATE NUMERIC
011030        IF ARC-RETIRE-DATE < WS-ARC-FIRST-DATE
011040           MOVE ARC-RETIRE-DATE TO WS-ARC-FIRST-DATE
011050        END-IF
011060        IF ARC-RETIRE-DATE > WS-ARC-LAST-DATE
011070           MOVE ARC-RETIRE-DATE TO WS-ARC-LAST-DATE
011080        END-IF
011090     END-IF
011100     IF ARC-TYPE-ROOT OR ARC-TYPE-PHONE
011110        IF ARC-TYPE-ROOT
011120           MOVE ARC-NAME2 TO WS-MATCH-NAME2
011130           MOVE ARC-NAME1 TO WS-MATCH-NAME1
011140        ELSE
011150           MOVE ARC-PH-NAME2 TO WS-MATCH-NAME2
011160           MOVE ARC-PH-NAME1 TO WS-MATCH-NAME1
011170        END-IF
011180        PERFORM 7500-MATCH-NAME THRU 7500-EXIT
011190        IF WS-NAME-MATCHED
011200           IF WS-ARC-HELD-COUNT < 200
011210              ADD 1 TO WS-ARC-HELD-COUNT
011220              MOVE ARCHIVE-RECORD
011230                TO WS-ARC-HELD-RECORD (WS-ARC-HELD-COUNT)
011240           ELSE
011250              SET WS-ARC-HELD-FULL TO TRUE
011260           END-IF
011270        END-IF
011280     END-IF.
011290 5600-EXIT.
011300     EXIT.
011310*
011320 5700-PRINT-ONE-ARCHIVE.
011330     ADD 1 TO WS-ARC-HELD-IX
011340     MOVE WS-ARC-HELD-RECORD (WS-ARC-HELD-IX) TO ARCHIVE-RECORD
011350     ADD 1 TO WS-SECTION-FOUND
011360     MOVE SPACES TO WS-ITEM-LINE
011370     IF ARC-TYPE-ROOT
011380        MOVE 'ARCH ROOT' TO ITM-KIND
011390        STRING ARC-NAME2            DELIMITED BY SIZE
011400                ' '                  DELIMITED BY SIZE
011410                ARC-NAME1            DELIMITED BY SIZE
011420                '  EXTN '            DELIMITED BY SIZE
011430                ARC-EXTN             DELIMITED BY SIZE
011440                '  ZIP '             DELIMITED BY SIZE
011450                ARC-ZIP              DELIMITED BY SIZE
011460                '  DEPT '            DELIMITED BY SIZE
011470                ARC-DEPT-CODE        DELIMITED BY SIZE
011480                '  LOC '             DELIMITED BY SIZE
011490                ARC-LOC-CODE         DELIMITED BY SIZE
011500                '  RETIRE DATE '     DELIMITED BY SIZE
011510                ARC-RETIRE-DATE      DELIMITED BY SIZE
011520           INTO ITM-TEXT
011530     ELSE
011540        MOVE 'ARCH PHONE' TO ITM-KIND
011550        STRING ARC-PH-NAME2         DELIMITED BY SIZE
011560                ' '                  DELIMITED BY SIZE
011570                ARC-PH-NAME1         DELIMITED BY SIZE
011580                '  '                 DELIMITED BY SIZE
011590                ARC-PH-TYPE          DELIMITED BY SIZE
011600                '  '                 DELIMITED BY SIZE
011610                ARC-PH-NUMBER        DELIMITED BY SIZE
011620           INTO ITM-TEXT
011630     END-IF
011640     PERFORM 7200-WRITE-ITEM THRU 7200-EXIT.
011650 5700-EXIT.
011660     EXIT.
011670*
011680* ----------------------------------------------------------------
011690*  6000-PRINT-SUMMARY - THE NOT-FOUND STATEMENT WHEN NO SECTION
011700*  HELD ANYTHING, THEN THE CONTROL TOTALS.
011710* ----------------------------------------------------------------
011720 6000-PRINT-SUMMARY.
011730     IF WS-TOTAL-FOUND = ZERO
011740        MOVE SPACES TO PERSONAL-REPORT-LINE
011750        STRING '*** NO DATA IS HELD FOR ' DELIMITED BY SIZE
011760                WS-PARM-NAME2              DELIMITED BY SIZE
011770                ' '                        DELIMITED BY SIZE
011780                WS-PARM-NAME1              DELIMITED BY SIZE
011790                ' OR ANY LINKED NAME IN THE DATA STORES'
011800                                           DELIMITED BY SIZE
011810                ' SEARCHED ***'            DELIMITED BY SIZE
011820           INTO PERSONAL-REPORT-LINE
011830        WRITE PERSONAL-REPORT-LINE
011840        MOVE SPACES TO PERSONAL-REPORT-LINE
011850        WRITE PERSONAL-REPORT-LINE
011860     END-IF
011870     MOVE 'NAMES SEARCHED' TO SUM-LABEL
011880     MOVE WS-ALI-COUNT TO SUM-VALUE
011890     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011900     MOVE 'AUDIT LOG RECORDS READ' TO SUM-LABEL
011910     MOVE WS-LOG-READ-COUNT TO SUM-VALUE
011920     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011930     MOVE 'RENAMES ON THE AUDIT LOG' TO SUM-LABEL
011940     MOVE WS-PAIR-COUNT TO SUM-VALUE
011950     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011960     MOVE 'XREF SEGMENTS READ' TO SUM-LABEL
011970     MOVE WS-XREF-READ-COUNT TO SUM-VALUE
011980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
011990     MOVE 'PENDING REQUESTS READ' TO SUM-LABEL
012000     MOVE WS-PEND-READ-COUNT TO SUM-VALUE
012010     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
012020     MOVE 'QUARANTINE SEGMENTS READ' TO SUM-LABEL
012030     MOVE WS-QUAR-READ-COUNT TO SUM-VALUE
012040     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
012050     MOVE 'ARCHIVE RECORDS READ' TO SUM-LABEL
012060     MOVE WS-ARC-READ-COUNT TO SUM-VALUE
012070     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
012080     MOVE 'RECORDS REPORTED' TO SUM-LABEL
012090     MOVE WS-TOTAL-FOUND TO SUM-VALUE
012100     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
012110     IF WS-PAIR-FULL
012120        MOVE SPACES TO PERSONAL-REPORT-LINE
012130        MOVE '  ** RENAME TABLE FULL - NAMES MAY BE MISSED **'
012140          TO PERSONAL-REPORT-LINE
012150        WRITE PERSONAL-REPORT-LINE
012160     END-IF
012170     IF WS-ALIAS-FULL
012180        MOVE SPACES TO PERSONAL-REPORT-LINE
012190        MOVE '  ** NAME TABLE FULL - LINKED NAMES NOT SEARCHED **'
012200          TO PERSONAL-REPORT-LINE
012210        WRITE PERSONAL-REPORT-LINE
012220     END-IF
012230     IF WS-ARC-HELD-FULL
012240        MOVE SPACES TO PERSONAL-REPORT-LINE
012250        MOVE '  ** ARCHIVE MATCH TABLE FULL - RECORDS MISSING **'
012260          TO PERSONAL-REPORT-LINE
012270        WRITE PERSONAL-REPORT-LINE
012280     END-IF.
012290 6000-EXIT.
012300     EXIT.
012310*
012320 6100-WRITE-SUMMARY-LINE.
012330     MOVE WS-SUMMARY-LINE TO PERSONAL-REPORT-LINE
012340     WRITE PERSONAL-REPORT-LINE.
012350 6100-EXIT.
012360     EXIT.
012370*
012380* ----------------------------------------------------------------
012390*  7000-PRINT-SECTION-HEAD - THE CALLER SETS SEC-TITLE, STO-STORE
012400*  AND RNG-TEXT.
012410* ----------------------------------------------------------------
012420 7000-PRINT-SECTION-HEAD.
012430     MOVE ZERO TO WS-SECTION-FOUND
012440     MOVE WS-SECTION-HEADING TO PERSONAL-REPORT-LINE
012450     WRITE PERSONAL-REPORT-LINE
012460     MOVE WS-STORE-LINE TO PERSONAL-REPORT-LINE
012470     WRITE PERSONAL-REPORT-LINE
012480     MOVE WS-RANGE-LINE TO PERSONAL-REPORT-LINE
012490     WRITE PERSONAL-REPORT-LINE.
012500 7000-EXIT.
012510     EXIT.
012520*
012530* ----------------------------------------------------------------
012540*  7100-PRINT-SECTION-FOOT - SAY SO WHEN THE SECTION HELD NOTHING,
012550*  ELSE GIVE ITS RECORD COUNT.
012560* ----------------------------------------------------------------
012570 7100-PRINT-SECTION-FOOT.
012580     IF WS-SECTION-FOUND = ZERO
012590        MOVE SPACES TO WS-ITEM-LINE
012600        MOVE 'NOTHING HELD FOR THIS PERSON IN THIS DATA STORE'
012610          TO ITM-TEXT
012620        MOVE WS-ITEM-LINE TO PERSONAL-REPORT-LINE
012630        WRITE PERSONAL-REPORT-LINE
012640     ELSE
012650        MOVE 'RECORDS IN THIS SECTION' TO CNT-LABEL
012660        MOVE WS-SECTION-FOUND TO CNT-VALUE
012670        MOVE WS-COUNT-LINE TO PERSONAL-REPORT-LINE
012680        WRITE PERSONAL-REPORT-LINE
012690     END-IF
012700     ADD WS-SECTION-FOUND TO WS-TOTAL-FOUND
012710     MOVE SPACES TO PERSONAL-REPORT-LINE
012720     WRITE PERSONAL-REPORT-LINE.
012730 7100-EXIT.
012740     EXIT.
012750*
012760 7200-WRITE-ITEM.
012770     MOVE WS-ITEM-LINE TO PERSONAL-REPORT-LINE
012780     WRITE PERSONAL-REPORT-LINE.
012790 7200-EXIT.
012800     EXIT.
012810*
012820* ----------------------------------------------------------------
012830*  7500-MATCH-NAME - IS WS-MATCH-NAME ONE OF THE NAMES SEARCHED?
012840* ----------------------------------------------------------------
012850 7500-MATCH-NAME.
012860     SET WS-NAME-NOT-MATCHED TO TRUE
012870     MOVE ZERO TO WS-ALI-SCAN-IX
012880     PERFORM 7510-SCAN-ALIAS THRU 7510-EXIT
012890        UNTIL WS-ALI-SCAN-IX >= WS-ALI-COUNT OR WS-NAME-MATCHED.
012900 7500-EXIT.
012910     EXIT.
012920*
012930 7510-SCAN-ALIAS.
012940     ADD 1 TO WS-ALI-SCAN-IX
012950     IF WS-ALI-NAME (WS-ALI-SCAN-IX) = WS-MATCH-NAME
012960        SET WS-NAME-MATCHED TO TRUE
012970     END-IF.
012980 7510-EXIT.
012990     EXIT.
013000*
013010* ----------------------------------------------------------------
013020*  8000-TERMINATE
013030* ----------------------------------------------------------------
013040 8000-TERMINATE.
013050     CLOSE PERSONAL-REPORT-FILE.
013060 8000-EXIT.
013070     EXIT.
