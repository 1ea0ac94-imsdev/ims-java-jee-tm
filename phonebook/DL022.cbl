000010* ----------------------------------------------------------------
000020*  DL022 - UPDATE AUTHORITY RECERTIFICATION REPORT (QUARTERLY)
000030*
000040*  THE AUDITORS' QUARTERLY REVIEW OF WHO CAN CHANGE THE
000050*  PHONEBOOK.  EVERY TYPE 'U' SECURITY PROFILE ON PHBKDB3 IS
000060*  LISTED WITH ITS AUTHORITY LEVEL AND ACTIVE FLAG, MATCHED
000070*  AGAINST THE PHBKAUD GSAM AUDIT LOG:
000080*      LAST UPD  - DATE OF THE USER'S LATEST LOGGED UPDATE ON OR
000090*                  BEFORE THE END OF THE PERIOD (ANY RECORD BUT A
000100*                  DENIED ATTEMPT), FROM THE WHOLE LOG
000110*      IDLE      - DAYS FROM LAST UPD TO THE END OF THE PERIOD
000120*      ADD ... RENAME - CHANGES THE USER APPLIED IN THE PERIOD; A
000130*                  QUEUED DELETE, RETIRE OR RENAME COUNTS FOR THE
000140*                  USER WHO APPROVED IT, NOT THE REQUESTER
000150*      QUEUED    - DELETE/RETIRE/RENAME REQUESTS THE USER PUT ON
000160*                  THE EX01 APPROVAL QUEUE IN THE PERIOD
000170*      DENIED    - REFUSED UPDATE ATTEMPTS IN THE PERIOD
000180*  AND FLAGS:
000190*      NO UPDATE IN N DAYS     - AN ACTIVE UPDATE-AUTHORIZED USER
000200*                                IDLE LONGER THAN THE CARD ALLOWS
000210*                                (OR NEVER SEEN) - A CANDIDATE FOR
000220*                                REVOCATION
000230*      INACTIVE PROFILE IN LOG - LOGGED IN THE PERIOD ON A PROFILE
000240*                                MARKED INACTIVE
000250*      NO PROFILE - IN LOG     - LOGGED IN THE PERIOD WITH NO 'U'
000260*                                PROFILE AT ALL (BATCH JOB USERIDS
000270*                                SUCH AS DL040'S SHOW HERE TOO)
000280*      REPEATED DENIALS        - DENIED AT LEAST THE CARD'S COUNT
000290*                                OF TIMES IN THE PERIOD
000300*  EACH USER'S BLOCK ENDS WITH A SIGN-OFF LINE FOR THE MANAGER,
000310*  SO THE PRINTED REPORT IS RETURNED AS THE ATTESTATION.
000320*
000330*  PARAMETER CARD ON SYSIN:
000340*      COLS  1- 8   PERIOD FROM DATE YYYYMMDD (BLANK - START OF
000350*                   THE LOG)
000360*      COLS  9-16   PERIOD TO DATE YYYYMMDD (BLANK - TODAY)
000370*      COLS 17-19   IDLE DAYS BEFORE A USER IS FLAGGED, ZERO-
000380*                   FILLED (BLANK - 090)
000390*      COLS 20-21   DENIALS IN THE PERIOD THAT ARE FLAGGED AS
000400*                   REPEATED, ZERO-FILLED (BLANK - 03)
000410*  A FIELD THAT IS NOT BLANK AND NOT NUMERIC STOPS THE RUN.
000420* ----------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.  DL022.
000450 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000460 INSTALLATION. DATA CENTER SYSTEMS.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490*
000500* ----------------------------------------------------------------
000510*  MODIFICATION HISTORY
000520* ----------------------------------------------------------------
000530*  DATE       BY    DESCRIPTION
000540*  ---------- ----  -------------------------------------------
000550*  10/15/2026 PAG   ORIGINAL RECERTIFICATION REPORT.
000551*  10/15/2026 PAG   READ EACH AUDIT RECORD IN ITS OWN PARAGRAPH AT
000552*  10/15/2026 PAG   THE TOP OF THE TALLY LOOP.
000560* ----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM-370.
000600 OBJECT-COMPUTER.  IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RECERT-REPORT-FILE ASSIGN TO RCTRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680*
000690* ----------------------------------------------------------------
000700*  RECERT-REPORT-FILE - FORMATTED PRINT FILE.
000710* ----------------------------------------------------------------
000720 FD  RECERT-REPORT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  RECERT-REPORT-LINE          PIC X(132).
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
000900     05  WS-SW-END-OF-LOG        PIC X(01) VALUE 'N'.
000910         88  WS-END-OF-LOG               VALUE 'Y'.
000920         88  WS-NOT-END-OF-LOG           VALUE 'N'.
000930     05  WS-SW-END-OF-REF        PIC X(01) VALUE 'N'.
000940         88  WS-END-OF-REF               VALUE 'Y'.
000950         88  WS-NOT-END-OF-REF           VALUE 'N'.
000960     05  WS-SW-TABLE-FULL        PIC X(01) VALUE 'N'.
000970         88  WS-TABLE-FULL               VALUE 'Y'.
000980         88  WS-TABLE-NOT-FULL           VALUE 'N'.
000990     05  WS-SW-IN-PERIOD         PIC X(01) VALUE 'N'.
001000         88  WS-IN-PERIOD                VALUE 'Y'.
001010         88  WS-NOT-IN-PERIOD            VALUE 'N'.
001020     05  WS-SW-USER-FLAGGED      PIC X(01) VALUE 'N'.
001030         88  WS-USER-FLAGGED             VALUE 'Y'.
001040         88  WS-USER-NOT-FLAGGED         VALUE 'N'.
001050*
001060* ----------------------------------------------------------------
001070*  COUNTERS
001080* ----------------------------------------------------------------
001090 01  WS-COUNTERS.
001100     05  WS-REF-READ-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001110     05  WS-PROFILE-COUNT        PIC S9(05) COMP-3 VALUE ZERO.
001120     05  WS-UPD-AUTH-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
001130     05  WS-LOG-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
001140     05  WS-LOG-PERIOD-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
001150     05  WS-IDLE-FLAG-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001160     05  WS-INACT-FLAG-COUNT     PIC S9(05) COMP-3 VALUE ZERO.
001170     05  WS-NOPROF-FLAG-COUNT    PIC S9(05) COMP-3 VALUE ZERO.
001180     05  WS-DENY-FLAG-COUNT      PIC S9(05) COMP-3 VALUE ZERO.
001190     05  WS-FLAGGED-USER-COUNT   PIC S9(05) COMP-3 VALUE ZERO.
001200     05  WS-USER-COUNT           PIC S9(05) COMP VALUE ZERO.
001210     05  WS-USER-IX              PIC S9(05) COMP VALUE ZERO.
001220     05  WS-USER-SUB             PIC S9(05) COMP VALUE ZERO.
001230*
001240 01  WS-SSA-AREAS.
001250     05  WS-SSA-REF-UNQUAL       PIC X(09) VALUE 'PHBKREF '.
001260*
001270* ----------------------------------------------------------------
001280*  WS-PARM-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
001290* ----------------------------------------------------------------
001300 01  WS-PARM-CARD.
001310     05  WS-PARM-FROM-DATE       PIC X(08) VALUE SPACES.
001320     05  WS-PARM-TO-DATE         PIC X(08) VALUE SPACES.
001330     05  WS-PARM-IDLE-DAYS-X     PIC X(03) VALUE SPACES.
001340     05  WS-PARM-IDLE-DAYS REDEFINES WS-PARM-IDLE-DAYS-X
001350                                 PIC 9(03).
001360     05  WS-PARM-DENY-LIMIT-X    PIC X(02) VALUE SPACES.
001370     05  WS-PARM-DENY-LIMIT REDEFINES WS-PARM-DENY-LIMIT-X
001380                                 PIC 9(02).
001390     05  FILLER                  PIC X(59) VALUE SPACES.
001400*
001410 01  WS-PERIOD.
001420     05  WS-FROM-DATE            PIC X(08) VALUE '00000000'.
001430     05  WS-TO-DATE              PIC X(08) VALUE SPACES.
001440     05  WS-IDLE-LIMIT           PIC S9(05) COMP-3 VALUE 90.
001450     05  WS-DENY-LIMIT           PIC S9(05) COMP-3 VALUE 3.
001460     05  WS-IDLE-DAYS            PIC S9(07) COMP-3 VALUE ZERO.
001470*
001480* ----------------------------------------------------------------
001490*  WS-USER-TABLE - ONE ROW PER 'U' PROFILE, LOADED IN USERID
001500*  ORDER, THEN ONE PER USERID THE LOG SHOWS THAT HAS NO PROFILE
001510*  (WS-UT-HAS-PROFILE 'N').  500 IS FAR ABOVE THE USER
001520*  POPULATION; OVERFLOW IS REPORTED.
001530* ----------------------------------------------------------------
001540 01  WS-USER-TABLE.
001550     05  WS-UT-ENTRY OCCURS 500 TIMES.
001560         10  WS-UT-USERID        PIC X(08).
001570         10  WS-UT-NAME          PIC X(30).
001580         10  WS-UT-AUTH          PIC X(01).
001590         10  WS-UT-ACTIVE        PIC X(01).
001600         10  WS-UT-HAS-PROFILE   PIC X(01).
001610         10  WS-UT-LAST-DATE     PIC X(08).
001620         10  WS-UT-IN-PERIOD     PIC S9(05) COMP-3.
001630         10  WS-UT-ADD           PIC S9(05) COMP-3.
001640         10  WS-UT-CHANGE        PIC S9(05) COMP-3.
001650         10  WS-UT-DELETE        PIC S9(05) COMP-3.
001660         10  WS-UT-RETIRE        PIC S9(05) COMP-3.
001670         10  WS-UT-RENAME        PIC S9(05) COMP-3.
001680         10  WS-UT-QUEUED        PIC S9(05) COMP-3.
001690         10  WS-UT-DENIED        PIC S9(05) COMP-3.
001700*
001710 01  WS-LOOKUP-USERID            PIC X(08) VALUE SPACES.
001720*
001730 01  WS-CURRENT-DATE.
001740     05  WS-CD-DATE              PIC X(08).
001750*
001760* ----------------------------------------------------------------
001770*  WS-DATE-WORK - INPUT AND WORK FIELDS FOR 7000-CALC-DAY-NUMBER.
001780*  WS-TO-DAYNUM HOLDS ITS RESULT FOR THE END OF THE PERIOD.
001790* ----------------------------------------------------------------
001800 01  WS-DATE-WORK.
001810     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
001820     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
001830         10  WS-DW-YYYY          PIC 9(04).
001840         10  WS-DW-MM            PIC 9(02).
001850         10  WS-DW-DD            PIC 9(02).
001860     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
001870     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
001880     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
001890     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
001900     05  WS-TO-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
001910*
001920* ----------------------------------------------------------------
001930*  PRINT LINES
001940* ----------------------------------------------------------------
001950 01  WS-HEADING-1.
001960     05  FILLER                  PIC X(30)
001970         VALUE 'UPDATE AUTHORITY RECERTIFICATI'.
001980     05  FILLER                  PIC X(12) VALUE 'ON    DL022 '.
001990     05  FILLER                  PIC X(05) VALUE 'DATE '.
002000     05  HD1-DATE                PIC X(08) VALUE SPACES.
002010     05  FILLER                  PIC X(77) VALUE SPACES.
002020*
002030 01  WS-PARM-ECHO.
002040     05  FILLER                  PIC X(13) VALUE 'PERIOD FROM  '.
002050     05  ECH-FROM-DATE           PIC X(08) VALUE SPACES.
002060     05  FILLER                  PIC X(05) VALUE '  TO '.
002070     05  ECH-TO-DATE             PIC X(08) VALUE SPACES.
002080     05  FILLER                  PIC X(14) VALUE '   IDLE DAYS  '.
002090     05  ECH-IDLE-DAYS           PIC ZZ9 VALUE ZERO.
002100     05  FILLER                  PIC X(18)
002110         VALUE '   DENIAL LIMIT   '.
002120     05  ECH-DENY-LIMIT          PIC Z9 VALUE ZERO.
002130     05  FILLER                  PIC X(61) VALUE SPACES.
002140*
002150 01  WS-COLUMN-HEADING.
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  FILLER                  PIC X(10) VALUE 'USERID    '.
002180     05  FILLER                  PIC X(32)
002190         VALUE 'PROFILE NAME                    '.
002200     05  FILLER                  PIC X(04) VALUE 'AUTH'.
002210     05  FILLER                  PIC X(04) VALUE ' ACT'.
002220     05  FILLER                  PIC X(10) VALUE ' LAST UPD '.
002230     05  FILLER                  PIC X(08) VALUE '    IDLE'.
002240     05  FILLER                  PIC X(07) VALUE '    ADD'.
002250     05  FILLER                  PIC X(07) VALUE ' CHANGE'.
002260     05  FILLER                  PIC X(07) VALUE ' DELETE'.
002270     05  FILLER                  PIC X(07) VALUE ' RETIRE'.
002280     05  FILLER                  PIC X(07) VALUE ' RENAME'.
002290     05  FILLER                  PIC X(07) VALUE ' QUEUED'.
002300     05  FILLER                  PIC X(07) VALUE ' DENIED'.
002310     05  FILLER                  PIC X(13) VALUE SPACES.
002320*
002330 01  WS-DETAIL-LINE.
002340     05  FILLER                  PIC X(02) VALUE SPACES.
002350     05  DET-USERID              PIC X(08) VALUE SPACES.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  DET-NAME                PIC X(30) VALUE SPACES.
002380     05  FILLER                  PIC X(04) VALUE SPACES.
002390     05  DET-AUTH                PIC X(01) VALUE SPACES.
002400     05  FILLER                  PIC X(03) VALUE SPACES.
002410     05  DET-ACTIVE              PIC X(01) VALUE SPACES.
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  DET-LAST-DATE           PIC X(08) VALUE SPACES.
002440     05  FILLER                  PIC X(03) VALUE SPACES.
002450     05  DET-IDLE                PIC X(07) VALUE SPACES.
002460     05  DET-IDLE-NUM REDEFINES DET-IDLE
002470                                 PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  DET-ADD                 PIC ZZ,ZZ9 VALUE ZERO.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  DET-CHANGE              PIC ZZ,ZZ9 VALUE ZERO.
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  DET-DELETE              PIC ZZ,ZZ9 VALUE ZERO.
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  DET-RETIRE              PIC ZZ,ZZ9 VALUE ZERO.
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  DET-RENAME              PIC ZZ,ZZ9 VALUE ZERO.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  DET-QUEUED              PIC ZZ,ZZ9 VALUE ZERO.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  DET-DENIED              PIC ZZ,ZZ9 VALUE ZERO.
002620     05  FILLER                  PIC X(13) VALUE SPACES.
002630*
002640 01  WS-FLAG-LINE.
002650     05  FILLER                  PIC X(12) VALUE SPACES.
002660     05  FILLER                  PIC X(03) VALUE '** '.
002670     05  FLG-TEXT                PIC X(40) VALUE SPACES.
002680     05  FILLER                  PIC X(77) VALUE SPACES.
002690*
002700 01  WS-SIGNOFF-LINE.
002710     05  FILLER                  PIC X(12) VALUE SPACES.
002720     05  FILLER                  PIC X(30)
002730         VALUE 'REVIEWED BY __________________'.
002740     05  FILLER                  PIC X(30)
002750         VALUE '   RETAIN ___   REVOKE ___    '.
002760     05  FILLER                  PIC X(30)
002770         VALUE 'CHANGE TO ___   DATE _________'.
002780     05  FILLER                  PIC X(30) VALUE SPACES.
002790*
002800 01  WS-SUMMARY-LINE.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  SUM-LABEL               PIC X(34) VALUE SPACES.
002830     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
002840     05  FILLER                  PIC X(89) VALUE SPACES.
002850*
002860* ----------------------------------------------------------------
002870*  DL/I I-O AREAS
002880* ----------------------------------------------------------------
002890 COPY PHBKREF.
002900 COPY PHBKAUD.
002910*
002920 LINKAGE SECTION.
002930*
002940* ----------------------------------------------------------------
002950*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
002960*  CONTROL REGION.
002970* ----------------------------------------------------------------
002980 01  IO-PCB-MASK.
002990     05  IO-PCB-LTERM            PIC X(08).
003000     05  IO-PCB-RESERVED-1       PIC X(02).
003010     05  IO-PCB-STATUS-CODE      PIC X(02).
003020     05  IO-PCB-DATE             PIC S9(07) COMP-3.
003030     05  IO-PCB-TIME             PIC S9(07) COMP-3.
003040     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
003050     05  IO-PCB-MODNAME          PIC X(08).
003060     05  IO-PCB-USERID           PIC X(08).
003070     05  IO-PCB-GRPNAME          PIC X(08).
003080*
003090 COPY PHBKPC3.
003100*
003110* ----------------------------------------------------------------
003120*  GSAM PCB - PHONEBOOK CHANGE AUDIT LOG (READ HERE, WRITTEN BY
003130*  EX01 AND DL040).  'GB' IS GSAM END-OF-FILE.
003140* ----------------------------------------------------------------
003150 01  AUDIT-PCB-MASK.
003160     05  AUDIT-PCB-DBDNAME       PIC X(08).
003170     05  AUDIT-PCB-RESERVED-1    PIC X(02).
003180     05  AUDIT-PCB-STATUS-CODE   PIC X(02).
003190         88  AUDIT-PCB-STATUS-OK         VALUE SPACES.
003200         88  AUDIT-PCB-STATUS-EOF        VALUE 'GB'.
003210     05  AUDIT-PCB-RESERVED-2    PIC X(24).
003220*
003230 PROCEDURE DIVISION USING IO-PCB-MASK
003240         REFCD-PCB-MASK
003250         AUDIT-PCB-MASK.
003260*
003270* ================================================================
003280*  0000-MAINLINE
003290* ================================================================
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003320     PERFORM 1500-LOAD-PROFILES THRU 1500-EXIT
003330     PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT
003340     PERFORM 3000-PRINT-USERS THRU 3000-EXIT
003350     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003360     PERFORM 8000-TERMINATE THRU 8000-EXIT
003370     GOBACK.
003380*
003390* ----------------------------------------------------------------
003400*  1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD (A BAD CARD
003410*  STOPS THE RUN BEFORE ANYTHING IS PRINTED), WORK OUT THE DAY
003420*  NUMBER OF THE END OF THE PERIOD, OPEN THE REPORT AND PRINT THE
003430*  HEADINGS.
003440* ----------------------------------------------------------------
003450 1000-INITIALIZE.
003460     ACCEPT WS-PARM-CARD FROM SYSIN
003470     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
003480     MOVE WS-CD-DATE TO WS-TO-DATE
003490     IF WS-PARM-FROM-DATE NOT = SPACES
003500        IF WS-PARM-FROM-DATE NOT NUMERIC
003510           DISPLAY 'DL022 BAD FROM DATE - ' WS-PARM-FROM-DATE
003520           MOVE 16 TO RETURN-CODE
003530           GOBACK
003540        END-IF
003550        MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
003560     END-IF
003570     IF WS-PARM-TO-DATE NOT = SPACES
003580        IF WS-PARM-TO-DATE NOT NUMERIC
003590           DISPLAY 'DL022 BAD TO DATE - ' WS-PARM-TO-DATE
003600           MOVE 16 TO RETURN-CODE
003610           GOBACK
003620        END-IF
003630        MOVE WS-PARM-TO-DATE TO WS-TO-DATE
003640     END-IF
003650     IF WS-FROM-DATE > WS-TO-DATE
003660        DISPLAY 'DL022 FROM DATE IS AFTER TO DATE'
003670        MOVE 16 TO RETURN-CODE
003680        GOBACK
003690     END-IF
003700     IF WS-PARM-IDLE-DAYS-X NOT = SPACES
003710        IF WS-PARM-IDLE-DAYS NOT NUMERIC
003720           DISPLAY 'DL022 BAD IDLE DAYS - ' WS-PARM-IDLE-DAYS-X
003730           MOVE 16 TO RETURN-CODE
003740           GOBACK
003750        END-IF
003760        MOVE WS-PARM-IDLE-DAYS TO WS-IDLE-LIMIT
003770     END-IF
003780     IF WS-PARM-DENY-LIMIT-X NOT = SPACES
003790        IF WS-PARM-DENY-LIMIT NOT NUMERIC
003800           DISPLAY 'DL022 BAD DENIAL LIMIT - '
003810                   WS-PARM-DENY-LIMIT-X
003820           MOVE 16 TO RETURN-CODE
003830           GOBACK
003840        END-IF
003850        MOVE WS-PARM-DENY-LIMIT TO WS-DENY-LIMIT
003860     END-IF
003870     MOVE WS-TO-DATE TO WS-DW-DATE
003880     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
003890     MOVE WS-DW-DAYNUM TO WS-TO-DAYNUM
003900     OPEN OUTPUT RECERT-REPORT-FILE
003910     MOVE WS-CD-DATE TO HD1-DATE
003920     MOVE WS-HEADING-1 TO RECERT-REPORT-LINE
003930     WRITE RECERT-REPORT-LINE
003940     MOVE WS-PARM-FROM-DATE TO ECH-FROM-DATE
003950     MOVE WS-TO-DATE TO ECH-TO-DATE
003960     MOVE WS-IDLE-LIMIT TO ECH-IDLE-DAYS
003970     MOVE WS-DENY-LIMIT TO ECH-DENY-LIMIT
003980     MOVE WS-PARM-ECHO TO RECERT-REPORT-LINE
003990     WRITE RECERT-REPORT-LINE
004000     MOVE SPACES TO RECERT-REPORT-LINE
004010     WRITE RECERT-REPORT-LINE
004020     MOVE WS-COLUMN-HEADING TO RECERT-REPORT-LINE
004030     WRITE RECERT-REPORT-LINE.
004040 1000-EXIT.
004050     EXIT.
004060*
004070* ----------------------------------------------------------------
004080*  1500-LOAD-PROFILES - TABLE EVERY TYPE 'U' PROFILE ON THE
004090*  REFERENCE DATABASE.  DEPT AND LOC CODES ARE SKIPPED.
004100* ----------------------------------------------------------------
004110 1500-LOAD-PROFILES.
004120     CALL 'CBLTDLI' USING WS-FUNC-GU REFCD-PCB-MASK
004130              PHBK-REF-SEGMENT WS-SSA-REF-UNQUAL
004140     IF REFCD-PCB-STATUS-OK
004150        SET WS-NOT-END-OF-REF TO TRUE
004160     ELSE
004170        SET WS-END-OF-REF TO TRUE
004180     END-IF
004190     PERFORM 1600-LOAD-ONE-REF THRU 1600-EXIT
004200        UNTIL WS-END-OF-REF OR WS-TABLE-FULL.
004210 1500-EXIT.
004220     EXIT.
004230*
004240 1600-LOAD-ONE-REF.
004250     ADD 1 TO WS-REF-READ-COUNT
004260     IF PHBK-REF-TYPE-USER
004270        IF WS-USER-COUNT >= 500
004280           SET WS-TABLE-FULL TO TRUE
004290        ELSE
004300           ADD 1 TO WS-PROFILE-COUNT
004310           IF PHBK-REF-AUTH-UPDATE AND PHBK-REF-CODE-ACTIVE
004320              ADD 1 TO WS-UPD-AUTH-COUNT
004330           END-IF
004340           ADD 1 TO WS-USER-COUNT
004350           MOVE PHBK-REF-CODE TO WS-LOOKUP-USERID
004360           MOVE PHBK-REF-NAME TO WS-UT-NAME (WS-USER-COUNT)
004370           MOVE PHBK-REF-AUTH-LEVEL TO WS-UT-AUTH (WS-USER-COUNT)
004380           MOVE PHBK-REF-ACTIVE-FLAG
004390             TO WS-UT-ACTIVE (WS-USER-COUNT)
004400           MOVE 'Y' TO WS-UT-HAS-PROFILE (WS-USER-COUNT)
004410           PERFORM 2300-CLEAR-USER-ROW THRU 2300-EXIT
004420        END-IF
004430     END-IF
004440     IF WS-TABLE-NOT-FULL
004450        CALL 'CBLTDLI' USING WS-FUNC-GN REFCD-PCB-MASK
004460                 PHBK-REF-SEGMENT WS-SSA-REF-UNQUAL
004470        IF NOT REFCD-PCB-STATUS-OK
004480           SET WS-END-OF-REF TO TRUE
004490        END-IF
004500     END-IF.
004510 1600-EXIT.
004520     EXIT.
004530*
004540* ----------------------------------------------------------------
004550*  2000-READ-AUDIT-LOG - ONE PASS OVER THE WHOLE GSAM LOG.  GSAM
004560*  HAS NO GU - THE FIRST GN DELIVERS THE FIRST RECORD.
004570* ----------------------------------------------------------------
004580 2000-READ-AUDIT-LOG.
004650     SET WS-NOT-END-OF-LOG TO TRUE
004660     PERFORM 2100-TALLY-ONE-RECORD THRU 2100-EXIT
004670        UNTIL WS-END-OF-LOG.
004680 2000-EXIT.
004690     EXIT.
004700*
004710* ----------------------------------------------------------------
004720*  2100-TALLY-ONE-RECORD - CREDIT THE RECORD TO THE USER WHO
004730*  ACTED.  RECORDS AFTER THE PERIOD ARE IGNORED; RECORDS BEFORE
004740*  IT ONLY MOVE THE LAST UPDATE DATE.  A USERID THE LOG SHOWS IN
004750*  THE PERIOD WITHOUT A PROFILE GETS A ROW OF ITS OWN.
004760* ----------------------------------------------------------------
004770 2100-TALLY-ONE-RECORD.
004771     PERFORM 2110-READ-AUDIT THRU 2110-EXIT
004772     IF WS-END-OF-LOG
004773        GO TO 2100-EXIT
004774     END-IF
004780     ADD 1 TO WS-LOG-READ-COUNT
004790     IF AUD-TS-DATE > WS-TO-DATE
004800        GO TO 2100-EXIT
004810     END-IF
004820     IF AUD-TS-DATE < WS-FROM-DATE
004830        SET WS-NOT-IN-PERIOD TO TRUE
004840     ELSE
004850        SET WS-IN-PERIOD TO TRUE
004860        ADD 1 TO WS-LOG-PERIOD-COUNT
004870     END-IF
004880     MOVE AUD-USERID TO WS-LOOKUP-USERID
004890     PERFORM 2200-FIND-USER THRU 2200-EXIT
004900     IF WS-USER-SUB = ZERO
004910        IF WS-NOT-IN-PERIOD OR WS-TABLE-FULL
004920           GO TO 2100-EXIT
004930        END-IF
004940        IF WS-USER-COUNT >= 500
004950           SET WS-TABLE-FULL TO TRUE
004960           GO TO 2100-EXIT
004970        END-IF
004980        ADD 1 TO WS-USER-COUNT
004990        MOVE SPACES TO WS-UT-NAME (WS-USER-COUNT)
005000        MOVE SPACES TO WS-UT-AUTH (WS-USER-COUNT)
005010        MOVE SPACES TO WS-UT-ACTIVE (WS-USER-COUNT)
005020        MOVE 'N' TO WS-UT-HAS-PROFILE (WS-USER-COUNT)
005030        PERFORM 2300-CLEAR-USER-ROW THRU 2300-EXIT
005040        MOVE WS-USER-COUNT TO WS-USER-SUB
005050     END-IF
005060     IF AUD-DENIED
005070        IF WS-IN-PERIOD
005080           ADD 1 TO WS-UT-DENIED (WS-USER-SUB)
005090           ADD 1 TO WS-UT-IN-PERIOD (WS-USER-SUB)
005100        END-IF
005110        GO TO 2100-EXIT
005120     END-IF
005130     IF AUD-TS-DATE > WS-UT-LAST-DATE (WS-USER-SUB)
005140        MOVE AUD-TS-DATE TO WS-UT-LAST-DATE (WS-USER-SUB)
005150     END-IF
005160     IF WS-NOT-IN-PERIOD
005170        GO TO 2100-EXIT
005180     END-IF
005190     ADD 1 TO WS-UT-IN-PERIOD (WS-USER-SUB)
005200     IF AUD-QUEUED
005210        ADD 1 TO WS-UT-QUEUED (WS-USER-SUB)
005220        GO TO 2100-EXIT
005230     END-IF
005240     IF AUD-REJECTED
005250        GO TO 2100-EXIT
005260     END-IF
005270     EVALUATE AUD-COMMAND
005280        WHEN 'ADD     '
005290           ADD 1 TO WS-UT-ADD (WS-USER-SUB)
005300        WHEN 'CHANGE  '
005310           ADD 1 TO WS-UT-CHANGE (WS-USER-SUB)
005320        WHEN 'DELETE  '
005330           ADD 1 TO WS-UT-DELETE (WS-USER-SUB)
005340        WHEN 'RETIRE  '
005350           ADD 1 TO WS-UT-RETIRE (WS-USER-SUB)
005360        WHEN 'RENAME  '
005370           ADD 1 TO WS-UT-RENAME (WS-USER-SUB)
005380        WHEN OTHER
005390           CONTINUE
005400     END-EVALUATE.
005470 2100-EXIT.
005480     EXIT.
005481*
005482 2110-READ-AUDIT.
005483     CALL 'CBLTDLI' USING WS-FUNC-GN AUDIT-PCB-MASK
005484              AUDIT-LOG-RECORD
005485     IF NOT AUDIT-PCB-STATUS-OK
005486        SET WS-END-OF-LOG TO TRUE
005487     END-IF.
005488 2110-EXIT.
005489     EXIT.
005490*
005500* ----------------------------------------------------------------
005510*  2200-FIND-USER - SET WS-USER-SUB TO WS-LOOKUP-USERID'S ROW, OR
005520*  ZERO IF IT HAS NONE YET.
005530* ----------------------------------------------------------------
005540 2200-FIND-USER.
005550     MOVE ZERO TO WS-USER-SUB
005560     MOVE ZERO TO WS-USER-IX
005570     PERFORM 2210-SCAN-USER THRU 2210-EXIT
005580        UNTIL WS-USER-IX >= WS-USER-COUNT OR WS-USER-SUB > ZERO.
005590 2200-EXIT.
005600     EXIT.
005610*
005620 2210-SCAN-USER.
005630     ADD 1 TO WS-USER-IX
005640     IF WS-UT-USERID (WS-USER-IX) = WS-LOOKUP-USERID
005650        MOVE WS-USER-IX TO WS-USER-SUB
005660     END-IF.
005670 2210-EXIT.
005680     EXIT.
005690*
005700* ----------------------------------------------------------------
005710*  2300-CLEAR-USER-ROW - THE USERID AND ZERO COUNTS FOR THE ROW
005720*  JUST ADDED AT WS-USER-COUNT.
005730* ----------------------------------------------------------------
005740 2300-CLEAR-USER-ROW.
005750     MOVE WS-LOOKUP-USERID TO WS-UT-USERID (WS-USER-COUNT)
005760     MOVE SPACES TO WS-UT-LAST-DATE (WS-USER-COUNT)
005770     MOVE ZERO TO WS-UT-IN-PERIOD (WS-USER-COUNT)
005780     MOVE ZERO TO WS-UT-ADD (WS-USER-COUNT)
005790     MOVE ZERO TO WS-UT-CHANGE (WS-USER-COUNT)
005800     MOVE ZERO TO WS-UT-DELETE (WS-USER-COUNT)
005810     MOVE ZERO TO WS-UT-RETIRE (WS-USER-COUNT)
005820     MOVE ZERO TO WS-UT-RENAME (WS-USER-COUNT)
005830     MOVE ZERO TO WS-UT-QUEUED (WS-USER-COUNT)
005840     MOVE ZERO TO WS-UT-DENIED (WS-USER-COUNT).
005850 2300-EXIT.
005860     EXIT.
005870*
005880* ----------------------------------------------------------------
005890*  3000-PRINT-USERS - ONE BLOCK PER USER: THE DETAIL LINE, ANY
005900*  FLAGS, AND THE SIGN-OFF LINE.
005910* ----------------------------------------------------------------
005920 3000-PRINT-USERS.
005930     MOVE ZERO TO WS-USER-IX
005940     PERFORM 3100-PRINT-ONE-USER THRU 3100-EXIT
005950        UNTIL WS-USER-IX >= WS-USER-COUNT.
005960 3000-EXIT.
005970     EXIT.
005980*
005990 3100-PRINT-ONE-USER.
006000     ADD 1 TO WS-USER-IX
006010     SET WS-USER-NOT-FLAGGED TO TRUE
006020     MOVE SPACES TO RECERT-REPORT-LINE
006030     WRITE RECERT-REPORT-LINE
006040     MOVE WS-UT-USERID (WS-USER-IX) TO DET-USERID
006050     MOVE WS-UT-NAME (WS-USER-IX) TO DET-NAME
006060     MOVE WS-UT-AUTH (WS-USER-IX) TO DET-AUTH
006070     MOVE WS-UT-ACTIVE (WS-USER-IX) TO DET-ACTIVE
006080     MOVE WS-UT-LAST-DATE (WS-USER-IX) TO DET-LAST-DATE
006090     IF WS-UT-LAST-DATE (WS-USER-IX) NUMERIC
006100        MOVE WS-UT-LAST-DATE (WS-USER-IX) TO WS-DW-DATE
006110        PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
006120        SUBTRACT WS-DW-DAYNUM FROM WS-TO-DAYNUM
006130          GIVING WS-IDLE-DAYS
006140        MOVE WS-IDLE-DAYS TO DET-IDLE-NUM
006150     ELSE
006160        MOVE 99999 TO WS-IDLE-DAYS
006170        MOVE '  NEVER' TO DET-IDLE
006180     END-IF
006190     MOVE WS-UT-ADD (WS-USER-IX) TO DET-ADD
006200     MOVE WS-UT-CHANGE (WS-USER-IX) TO DET-CHANGE
006210     MOVE WS-UT-DELETE (WS-USER-IX) TO DET-DELETE
006220     MOVE WS-UT-RETIRE (WS-USER-IX) TO DET-RETIRE
006230     MOVE WS-UT-RENAME (WS-USER-IX) TO DET-RENAME
006240     MOVE WS-UT-QUEUED (WS-USER-IX) TO DET-QUEUED
006250     MOVE WS-UT-DENIED (WS-USER-IX) TO DET-DENIED
006260     MOVE WS-DETAIL-LINE TO RECERT-REPORT-LINE
006270     WRITE RECERT-REPORT-LINE
006280     IF WS-UT-HAS-PROFILE (WS-USER-IX) = 'N'
006290        MOVE 'NO PROFILE - IN LOG' TO FLG-TEXT
006300        ADD 1 TO WS-NOPROF-FLAG-COUNT
006310        PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
006320     END-IF
006330     IF WS-UT-HAS-PROFILE (WS-USER-IX) = 'Y'
006340        AND WS-UT-AUTH (WS-USER-IX) = 'U'
006350        AND WS-UT-ACTIVE (WS-USER-IX) = 'A'
006360        AND WS-IDLE-DAYS > WS-IDLE-LIMIT
006370        MOVE 'NO UPDATE IN IDLE-DAYS LIMIT' TO FLG-TEXT
006380        ADD 1 TO WS-IDLE-FLAG-COUNT
006390        PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
006400     END-IF
006410     IF WS-UT-HAS-PROFILE (WS-USER-IX) = 'Y'
006420        AND WS-UT-ACTIVE (WS-USER-IX) NOT = 'A'
006430        AND WS-UT-IN-PERIOD (WS-USER-IX) > ZERO
006440        MOVE 'INACTIVE PROFILE IN LOG' TO FLG-TEXT
006450        ADD 1 TO WS-INACT-FLAG-COUNT
006460        PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
006470     END-IF
006480     IF WS-UT-DENIED (WS-USER-IX) > ZERO
006490        AND WS-UT-DENIED (WS-USER-IX) NOT < WS-DENY-LIMIT
006500        MOVE 'REPEATED DENIALS' TO FLG-TEXT
006510        ADD 1 TO WS-DENY-FLAG-COUNT
006520        PERFORM 3200-WRITE-FLAG THRU 3200-EXIT
006530     END-IF
006540     IF WS-USER-FLAGGED
006550        ADD 1 TO WS-FLAGGED-USER-COUNT
006560     END-IF
006570     MOVE WS-SIGNOFF-LINE TO RECERT-REPORT-LINE
006580     WRITE RECERT-REPORT-LINE.
006590 3100-EXIT.
006600     EXIT.
006610*
006620 3200-WRITE-FLAG.
006630     SET WS-USER-FLAGGED TO TRUE
006640     MOVE WS-FLAG-LINE TO RECERT-REPORT-LINE
006650     WRITE RECERT-REPORT-LINE.
006660 3200-EXIT.
006670     EXIT.
006680*
006690* ----------------------------------------------------------------
006700*  6000-PRINT-SUMMARY - END-OF-RUN CONTROL TOTALS.
006710* ----------------------------------------------------------------
006720 6000-PRINT-SUMMARY.
006730     MOVE SPACES TO RECERT-REPORT-LINE
006740     WRITE RECERT-REPORT-LINE
006750     MOVE 'REFERENCE SEGMENTS READ' TO SUM-LABEL
006760     MOVE WS-REF-READ-COUNT TO SUM-VALUE
006770     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006780     MOVE 'USER PROFILES' TO SUM-LABEL
006790     MOVE WS-PROFILE-COUNT TO SUM-VALUE
006800     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006810     MOVE '  ACTIVE WITH UPDATE AUTHORITY' TO SUM-LABEL
006820     MOVE WS-UPD-AUTH-COUNT TO SUM-VALUE
006830     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006840     MOVE 'AUDIT RECORDS READ' TO SUM-LABEL
006850     MOVE WS-LOG-READ-COUNT TO SUM-VALUE
006860     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006870     MOVE '  IN THE PERIOD' TO SUM-LABEL
006880     MOVE WS-LOG-PERIOD-COUNT TO SUM-VALUE
006890     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006900     MOVE 'USERS FLAGGED' TO SUM-LABEL
006910     MOVE WS-FLAGGED-USER-COUNT TO SUM-VALUE
006920     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006930     MOVE '  NO UPDATE IN IDLE-DAYS LIMIT' TO SUM-LABEL
006940     MOVE WS-IDLE-FLAG-COUNT TO SUM-VALUE
006950     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006960     MOVE '  INACTIVE PROFILE IN LOG' TO SUM-LABEL
006970     MOVE WS-INACT-FLAG-COUNT TO SUM-VALUE
006980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006990     MOVE '  NO PROFILE - IN LOG' TO SUM-LABEL
007000     MOVE WS-NOPROF-FLAG-COUNT TO SUM-VALUE
007010     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
007020     MOVE '  REPEATED DENIALS' TO SUM-LABEL
007030     MOVE WS-DENY-FLAG-COUNT TO SUM-VALUE
007040     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
007050     IF WS-TABLE-FULL
007060        MOVE SPACES TO RECERT-REPORT-LINE
007070        MOVE '  ** USER TABLE FULL - REPORT INCOMPLETE **'
007080          TO RECERT-REPORT-LINE
007090        WRITE RECERT-REPORT-LINE
007100     END-IF.
007110 6000-EXIT.
007120     EXIT.
007130*
007140 6100-WRITE-SUMMARY-LINE.
007150     MOVE WS-SUMMARY-LINE TO RECERT-REPORT-LINE
007160     WRITE RECERT-REPORT-LINE.
007170 6100-EXIT.
007180     EXIT.
007190*
007200* ----------------------------------------------------------------
007210*  7000-CALC-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DW-DATE
007220*  INTO A DAY COUNT IN WS-DW-DAYNUM, SO THAT SUBTRACTING TWO OF
007230*  THEM GIVES THE DAYS BETWEEN.  THE YEAR IS TAKEN TO START IN
007240*  MARCH (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
007250*  YEAR BEFORE), WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR
007260*  AND LETS (153 * MONTH + 2) / 5 GIVE THE DAYS BEFORE EACH
007270*  MONTH.  EVERY DIVIDE TRUNCATES, AS THE FORMULA REQUIRES.
007280* ----------------------------------------------------------------
007290 7000-CALC-DAY-NUMBER.
007300     MOVE WS-DW-YYYY TO WS-DW-YEAR
007310     MOVE WS-DW-MM TO WS-DW-MONTH
007320     IF WS-DW-MONTH < 3
007330        SUBTRACT 1 FROM WS-DW-YEAR
007340        ADD 12 TO WS-DW-MONTH
007350     END-IF
007360     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
007370     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
007380     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007390     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
007400     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
007410     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
007420     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007430     SUBTRACT 3 FROM WS-DW-MONTH
007440     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
007450     ADD 2 TO WS-DW-TEMP
007460     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
007470     ADD WS-DW-TEMP TO WS-DW-DAYNUM
007480     ADD WS-DW-DD TO WS-DW-DAYNUM.
007490 7000-EXIT.
007500     EXIT.
007510*
007520* ----------------------------------------------------------------
007530*  8000-TERMINATE
007540* ----------------------------------------------------------------
007550 8000-TERMINATE.
007560     CLOSE RECERT-REPORT-FILE.
007570 8000-EXIT.
007580     EXIT.
