000010* ----------------------------------------------------------------
000020*  DL035 - SWITCH STATION INVENTORY RECONCILIATION (NIGHTLY)
000030*
000040*  THE PBX DECIDES WHICH EXTENSIONS ACTUALLY RING.  THIS JOB
000050*  MATCHES THE SWITCH'S NIGHTLY STATION-INVENTORY EXTRACT
000060*  AGAINST THE PHBKDB4 EXTENSION CROSS-REFERENCE AND THE PHBKDB1
000070*  OWNERS, THE WAY DL030 MATCHES THE HR MASTER, AND REPORTS FOUR
000080*  EXCEPTION CLASSES:
000090*      NOOWNER  - A LIVE STATION WHOSE EXTENSION NOBODY IN THE
000100*                 DIRECTORY HOLDS
000110*      FORMER   - A LIVE STATION WHOSE EXTENSION LAST BELONGED TO
000120*                 SOMEONE RETIRED OR DELETED: THE XREF STILL NAMES
000130*                 AN OWNER WHO IS NOT IN PHBKDB1, OR THE PHBKDB6
000140*                 QUARANTINE RECORD NAMES A LAST HOLDER WHO IS NOT
000150*                 IN PHBKDB1 ANY MORE
000160*      NOTBUILT - A DIRECTORY EXTENSION WITH NO STATION ON THE
000170*                 SWITCH, OR ONE THE SWITCH HAS DISABLED OR HAS
000180*                 NOT YET BUILT
000190*      LOCATION - BOTH LIVE, BUT THE STATION'S LOCATION DISAGREES
000200*                 WITH THE OWNER'S PHBK-LOC-CODE
000210*  A LIVE STATION LAST HELD BY SOMEONE STILL IN THE DIRECTORY
000220*  (THEY MOVED TO ANOTHER EXTENSION) IS A NOOWNER, WITH THE LAST
000230*  HOLDER SHOWN.  STATIONS THAT ARE NOT LIVE AND NOT IN THE
000240*  DIRECTORY ARE COUNTED, NOT REPORTED.
000250*
000260*  THE CROSS-REFERENCE IS WALKED GU/GN, WHICH DELIVERS EXTENSION
000270*  ORDER; THE SWITCH EXTRACT MUST BE SORTED ON THE SAME KEY, WITH
000280*  ONE RECORD PER EXTENSION.
000290*
000300*  SWITCH EXTRACT RECORD LAYOUT (80 BYTES):
000310*      COLS  1-10   EXTENSION, LEFT-JUSTIFIED AS IN PHBK-EXTN
000320*      COLS 11-14   STATION TYPE (SWITCH'S OWN CODE, E.G. DIGL,
000330*                   ANLG, IPST)
000340*      COL  15      STATUS - 'A' ACTIVE (LIVE), 'D' DISABLED,
000350*                   'N' NOT BUILT; ANYTHING ELSE IS NOT LIVE
000360*      COLS 16-20   LOCATION CODE (PHBKDB3 'L' CODE)
000370*      COLS 21-80   UNUSED
000380*
000390*  A CONTROL CARD ON SYSIN CAN SELECT THE FIXES TO BE WRITTEN,
000400*  AS DL030'S DOES (BLANK CARD = REPORT ONLY):
000410*      COL  1       LOCATION MISMATCHES - 'D' EMIT A DL040 CHANGE
000420*                   ON TRANOUT MOVING THE DIRECTORY ENTRY TO THE
000430*                   SWITCH'S LOCATION; 'S' EMIT A MOVE WORK ORDER
000440*                   ON WORKORD MOVING THE STATION TO THE DIRECTORY
000450*                   LOCATION; BLANK EMITS NOTHING
000460*      COL  2       'Y' - EMIT A DISABLE WORK ORDER FOR EACH
000470*                   NOOWNER AND FORMER STATION
000480*      COL  3       'Y' - EMIT A BUILD WORK ORDER (NO STATION) OR
000490*                   ENABLE WORK ORDER (DISABLED OR NOT BUILT) FOR
000500*                   EACH NOTBUILT EXTENSION
000510*  DL040 TRANSACTIONS STILL GO THROUGH THE FULL DL040 EDIT SET
000511*  AND AUDIT TRAIL; THE WORK ORDERS GO TO THE TELECOM TEAM.
000512*
000513*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): DL035 RUNS BETWEEN DL030
000514*  AND DL040.  IT REQUIRES DL030 TO HAVE ENDED OK FOR THE NIGHT'S
000515*  BUSINESS DATE AND POSTS ITS OWN START AND END ON THE CYCLE
000516*  CONTROL FILE.  ITS TRANOUT IS CONCATENATED BEHIND DL030'S ON
000517*  TRANIN FOR THE NIGHT'S ONE DL040 APPLY RUN, AND DL040 IN TURN
000518*  REQUIRES DL035 TO HAVE ENDED OK - SO CORRECTIONS FROM THE
000519*  SWITCH ARE APPLIED UNDER THE SAME BUSINESS DATE AS THE HR
000521*  FEED, NEVER BY A SECOND DL040 RUN.  A REPORT-ONLY RUN POSTS
000522*  TOO, SO THE CHAIN HOLDS ON NIGHTS WITH NOTHING TO FIX.  ON THE
000523*  CONTROL CARD:
000524*      COLS 73-80   'OVERRIDE' - RUN EVEN THOUGH DL030 HAS NOT
000525*                   ENDED OK FOR THE BUSINESS DATE
000526*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE - AS
000527*  WHEN DL030 HAS NOT OPENED A NEW NIGHT - IS NOT RUN AGAIN: IT
000528*  POSTS NOT-RUN AND STOPS WITH RETURN CODE 8 UNLESS OVERRIDDEN.
000530* ----------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.  DL035.
000560 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000570 INSTALLATION. DATA CENTER SYSTEMS.
000580 DATE-WRITTEN. 10/15/2026.
000590 DATE-COMPILED.
000600*
000610* ----------------------------------------------------------------
000620*  MODIFICATION HISTORY
000630* ----------------------------------------------------------------
000640*  DATE       BY    DESCRIPTION
000650*  ---------- ----  -------------------------------------------
000652*  10/15/2026 PAG   ORIGINAL SWITCH RECONCILIATION PROGRAM.
000655*  10/15/2026 PAG   RUN AS A NIGHTLY CYCLE STEP BETWEEN DL030 AND
000659*  10/15/2026 PAG   DL040: CHECK THAT DL030 ENDED OK FOR THE
000663*  10/15/2026 PAG   BUSINESS DATE (OVERRIDE IN CARD COLUMNS 73-80)
000667*  10/15/2026 PAG   AND POST THIS STEP'S START AND END STATUS.
000670* ----------------------------------------------------------------
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  IBM-370.
000710 OBJECT-COMPUTER.  IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT STATION-FILE ASSIGN TO STATNS
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT EXCEPTION-REPORT-FILE ASSIGN TO SWXRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT TRAN-OUT-FILE ASSIGN TO TRANOUT
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000824         ORGANIZATION IS SEQUENTIAL.
000830     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000836         ORGANIZATION IS SEQUENTIAL.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870*
000880* ----------------------------------------------------------------
000890*  STATION-FILE - NIGHTLY SWITCH EXTRACT, SORTED ON EXTENSION.
000900* ----------------------------------------------------------------
000910 FD  STATION-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  STATION-RECORD.
000950     05  STN-EXTN                PIC X(10).
000960     05  STN-TYPE                PIC X(04).
000970     05  STN-STATUS              PIC X(01).
000980         88  STN-STATUS-LIVE             VALUE 'A'.
000990         88  STN-STATUS-DISABLED         VALUE 'D'.
001000         88  STN-STATUS-NOT-BUILT        VALUE 'N'.
001010     05  STN-LOC-CODE            PIC X(05).
001020     05  FILLER                  PIC X(60).
001030*
001040* ----------------------------------------------------------------
001050*  EXCEPTION-REPORT-FILE - FORMATTED EXCEPTION PRINT FILE.
001060* ----------------------------------------------------------------
001070 FD  EXCEPTION-REPORT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  EXCEPTION-REPORT-LINE       PIC X(132).
001110*
001120* ----------------------------------------------------------------
001130*  TRAN-OUT-FILE - CORRECTION TRANSACTIONS IN THE DL040 80-BYTE
001140*  LAYOUT, WRITTEN ONLY WHEN THE CONTROL CARD ASKS FOR THEM.
001150* ----------------------------------------------------------------
001160 FD  TRAN-OUT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  TRAN-OUT-RECORD.
001200     05  TRO-CMD                 PIC X(08).
001210     05  TRO-NAME1               PIC X(10).
001220     05  TRO-NAME2               PIC X(10).
001230     05  TRO-EXTN                PIC X(10).
001240     05  TRO-ZIP                 PIC X(09).
001250     05  TRO-DEPT-CODE           PIC X(05).
001260     05  TRO-LOC-CODE            PIC X(05).
001270     05  TRO-PH-TYPE             PIC X(04).
001280     05  TRO-PH-NUMBER           PIC X(15).
001290     05  FILLER                  PIC X(04).
001300*
001310* ----------------------------------------------------------------
001320*  WORK-ORDER-FILE - SWITCH WORK ORDERS FOR THE TELECOM TEAM, ONE
001330*  80-BYTE RECORD PER STATION TO BE BUILT, ENABLED, DISABLED OR
001340*  MOVED.  WO-NAME2/WO-NAME1 ARE THE DIRECTORY OWNER (OR LAST
001350*  HOLDER) WHERE THERE IS ONE; WO-REASON IS THE EXCEPTION CLASS.
001360* ----------------------------------------------------------------
001370 FD  WORK-ORDER-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  WORK-ORDER-RECORD.
001410     05  WO-ACTION               PIC X(08).
001420     05  WO-EXTN                 PIC X(10).
001430     05  WO-STATION-TYPE         PIC X(04).
001440     05  WO-LOC-CODE             PIC X(05).
001450     05  WO-NAME2                PIC X(10).
001460     05  WO-NAME1                PIC X(10).
001470     05  WO-DATE                 PIC X(08).
001480     05  WO-REASON               PIC X(08).
001490     05  FILLER                  PIC X(17).
001500*
001510* ----------------------------------------------------------------
001520*  RUN-STAT-FILE - SHARED RUN STATISTICS FILE, APPENDED AT END
001530*  OF RUN AND READ BY THE DL090 TREND REPORT.
001540* ----------------------------------------------------------------
001550 FD  RUN-STAT-FILE
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001571 COPY PHBKSTA.
001572*
001574* ----------------------------------------------------------------
001576*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
001578*  READ FOR THE PREDECESSOR CHECK; THIS STEP'S STATUS APPENDED.
001580* ----------------------------------------------------------------
001582 FD  CYCLE-FILE
001584     RECORDING MODE IS F
001586     LABEL RECORDS ARE STANDARD.
001588 COPY PHBKCYC.
001590*
001600 WORKING-STORAGE SECTION.
001610*
001620* ----------------------------------------------------------------
001630*  DL/I CALL FUNCTION CODES
001640* ----------------------------------------------------------------
001650 01  WS-DLI-FUNCTIONS.
001660     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
001670     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
001680*
001690* ----------------------------------------------------------------
001700*  SWITCHES
001710* ----------------------------------------------------------------
001720 01  WS-SWITCHES.
001730     05  WS-SW-END-OF-XRF        PIC X(01) VALUE 'N'.
001740         88  WS-END-OF-XRF               VALUE 'Y'.
001750         88  WS-NOT-END-OF-XRF           VALUE 'N'.
001760     05  WS-SW-END-OF-STN        PIC X(01) VALUE 'N'.
001770         88  WS-END-OF-STN               VALUE 'Y'.
001780         88  WS-NOT-END-OF-STN           VALUE 'N'.
001790     05  WS-SW-TRAN-OUT          PIC X(01) VALUE 'N'.
001800         88  WS-TRAN-OUT-OPEN            VALUE 'Y'.
001810         88  WS-TRAN-OUT-CLOSED          VALUE 'N'.
001820     05  WS-SW-WORK-ORDER        PIC X(01) VALUE 'N'.
001830         88  WS-WORK-ORDER-OPEN          VALUE 'Y'.
001840         88  WS-WORK-ORDER-CLOSED        VALUE 'N'.
001850*
001860* ----------------------------------------------------------------
001870*  WS-CONTROL-CARD - FIXES TO EMIT (SEE THE LAYOUT IN THE
001880*  PROGRAM HEADER).
001890* ----------------------------------------------------------------
001900 01  WS-CONTROL-CARD.
001910     05  WS-CTL-LOCATION         PIC X(01) VALUE SPACES.
001920         88  WS-EMIT-LOC-TRAN            VALUE 'D'.
001930         88  WS-EMIT-LOC-MOVE            VALUE 'S'.
001940     05  WS-CTL-DISABLE          PIC X(01) VALUE SPACES.
001950         88  WS-EMIT-DISABLE             VALUE 'Y'.
001960     05  WS-CTL-BUILD            PIC X(01) VALUE SPACES.
001961         88  WS-EMIT-BUILD               VALUE 'Y'.
001962     05  FILLER                  PIC X(69) VALUE SPACES.
001963     05  WS-CYCLE-OVERRIDE       PIC X(08) VALUE SPACES.
001964         88  WS-CYCLE-OVERRIDDEN         VALUE 'OVERRIDE'.
001966*
001967* ----------------------------------------------------------------
001968*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS
001969*  STEP, THE STEP THAT MUST HAVE ENDED OK BEFORE IT, AND THE
001971*  BUSINESS DATE THE NIGHT RUNS UNDER - PLUS THIS STEP'S OWN LAST
001972*  STATUS UNDER IT.
001973* ----------------------------------------------------------------
001974 01  WS-CYCLE-WORK.
001976     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL035   '.
001977     05  WS-CYC-PRED-STEP        PIC X(08) VALUE 'DL030   '.
001978     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
001979     05  WS-CYC-PRED-STATUS      PIC X(01) VALUE SPACES.
001981         88  WS-CYC-PRED-OK              VALUE 'E'.
001982     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
001983     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
001984     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
001986     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
001987     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
001988         88  WS-END-OF-CYCLE             VALUE 'Y'.
001989         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
001991     05  WS-SW-CYC-OVERRIDE      PIC X(01) VALUE 'N'.
001992         88  WS-CYC-OVERRIDE-USED        VALUE 'Y'.
001993         88  WS-CYC-OVERRIDE-NOT-USED    VALUE 'N'.
001994     05  WS-CYC-THIS-STATUS      PIC X(01) VALUE SPACES.
001996         88  WS-CYC-THIS-ENDED           VALUE 'E'.
001997*
001998* ----------------------------------------------------------------
002000*  COUNTERS AND CONTROL TOTALS
002010* ----------------------------------------------------------------
002020 01  WS-COUNTERS.
002030     05  WS-STN-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002040     05  WS-STN-IDLE-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002050     05  WS-XRF-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002060     05  WS-NOOWNER-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
002070     05  WS-FORMER-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
002080     05  WS-NOTBUILT-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002090     05  WS-LOCATION-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002100     05  WS-MATCHED-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
002110     05  WS-TRAN-OUT-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
002120     05  WS-WORK-ORDER-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
002130*
002140 01  WS-WO-ACTION                PIC X(08) VALUE SPACES.
002150*
002160 01  WS-SSA-AREAS.
002170     05  WS-SSA-XREF-UNQUAL      PIC X(09) VALUE 'PHBKXRF '.
002180     05  WS-SSA-EXACT            PIC X(60) VALUE SPACES.
002190     05  WS-SSA-QUAR-EXACT       PIC X(40) VALUE SPACES.
002200*
002210* ----------------------------------------------------------------
002220*  MATCH KEYS - HIGH-VALUES MARKS AN EXHAUSTED SIDE SO THE
002230*  BALANCED-LINE COMPARE DRAINS THE OTHER SIDE NATURALLY.
002240* ----------------------------------------------------------------
002250 01  WS-MATCH-KEYS.
002260     05  WS-XRF-KEY              PIC X(10).
002270     05  WS-STN-KEY              PIC X(10).
002280*
002290* ----------------------------------------------------------------
002300*  WS-OWNER - THE NAME TO LOOK UP ON PHBKDB1 (XREF OWNER OR
002310*  QUARANTINE LAST HOLDER).
002320* ----------------------------------------------------------------
002330 01  WS-OWNER.
002340     05  WS-OWNER-NAME2          PIC X(10) VALUE SPACES.
002350     05  WS-OWNER-NAME1          PIC X(10) VALUE SPACES.
002360*
002370* ----------------------------------------------------------------
002380*  PRINT LINES
002390* ----------------------------------------------------------------
002400 01  WS-HEADING-1.
002410     05  FILLER                  PIC X(36)
002420         VALUE 'SWITCH STATION / DIRECTORY RECONCIL'.
002430     05  FILLER                  PIC X(08) VALUE '   DL035'.
002440     05  FILLER                  PIC X(06) VALUE ' DATE '.
002450     05  HD1-DATE                PIC X(08) VALUE SPACES.
002460     05  FILLER                  PIC X(74) VALUE SPACES.
002470*
002480 01  WS-EXCEPTION-LINE.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  EXC-CLASS               PIC X(08) VALUE SPACES.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  EXC-EXTN                PIC X(10) VALUE SPACES.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  EXC-NAME2               PIC X(10) VALUE SPACES.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  EXC-NAME1               PIC X(10) VALUE SPACES.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  EXC-DETAIL              PIC X(60) VALUE SPACES.
002590     05  FILLER                  PIC X(24) VALUE SPACES.
002600*
002610 01  WS-SUMMARY-LINE.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  SUM-LABEL               PIC X(34) VALUE SPACES.
002640     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
002650     05  FILLER                  PIC X(89) VALUE SPACES.
002660*
002670 01  WS-CURRENT-DATE.
002680     05  WS-CD-DATE              PIC X(08).
002690*
002700* ----------------------------------------------------------------
002710*  DL/I I-O AREAS
002720* ----------------------------------------------------------------
002730 COPY PHBKSEG.
002740 COPY PHBKXRF.
002750 COPY PHBKQTN.
002760*
002770 LINKAGE SECTION.
002780*
002790* ----------------------------------------------------------------
002800*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
002810*  CONTROL REGION.
002820* ----------------------------------------------------------------
002830 01  IO-PCB-MASK.
002840     05  IO-PCB-LTERM            PIC X(08).
002850     05  IO-PCB-RESERVED-1       PIC X(02).
002860     05  IO-PCB-STATUS-CODE      PIC X(02).
002870     05  IO-PCB-DATE             PIC S9(07) COMP-3.
002880     05  IO-PCB-TIME             PIC S9(07) COMP-3.
002890     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
002900     05  IO-PCB-MODNAME          PIC X(08).
002910     05  IO-PCB-USERID           PIC X(08).
002920     05  IO-PCB-GRPNAME          PIC X(08).
002930*
002940 COPY PHBKPCB.
002950 COPY PHBKPC4.
002960 COPY PHBKPC6.
002970*
002980 PROCEDURE DIVISION USING IO-PCB-MASK
002990         PHBK-PCB-MASK
003000         XREF-PCB-MASK
003010         QUAR-PCB-MASK.
003020*
003030* ================================================================
003040*  0000-MAINLINE
003050* ================================================================
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003080     PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
003090        UNTIL WS-END-OF-XRF AND WS-END-OF-STN
003100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003110     PERFORM 8000-TERMINATE THRU 8000-EXIT
003111     GOBACK.
003112*
003113* ----------------------------------------------------------------
003114*  0100-CHECK-CYCLE - FIND THE NIGHT'S BUSINESS DATE (THE LATEST
003115*  DL030 START ON THE CYCLE CONTROL FILE) AND THE LAST STATUS
003116*  WS-CYC-PRED-STEP POSTED UNDER IT.  UNLESS THAT STEP ENDED OK,
003117*  POST NOT-RUN AND STOP WITH RETURN CODE 16 - OR, WITH THE
003118*  OVERRIDE CARD, CARRY ON WITH THE RUN FLAGGED AS OVERRIDDEN.
003119*  LIKEWISE, IF THIS STEP HAS ALREADY ENDED OK UNDER THAT DATE
003120*  (NO NEW NIGHT OPENED BY DL030), POST NOT-RUN AND STOP WITH
003121*  RETURN CODE 8 UNLESS OVERRIDDEN.  A NOT-RUN POSTED AFTER AN
003122*  END OK LEAVES THE STEP ENDED OK.
003123*  WITH NO DL030 START ON FILE THE BUSINESS DATE IS TODAY.
003124* ----------------------------------------------------------------
003125 0100-CHECK-CYCLE.
003126     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
003127     MOVE SPACES TO WS-CYC-BUS-DATE
003128     MOVE SPACES TO WS-CYC-PRED-STATUS
003129     MOVE SPACES TO WS-CYC-THIS-STATUS
003130     OPEN INPUT CYCLE-FILE
003131     SET WS-NOT-END-OF-CYCLE TO TRUE
003132     PERFORM 0110-READ-ONE-CYCLE THRU 0110-EXIT
003133        UNTIL WS-END-OF-CYCLE
003134     CLOSE CYCLE-FILE
003135     IF WS-CYC-BUS-DATE = SPACES
003136        MOVE WS-CYC-DATE TO WS-CYC-BUS-DATE
003137     END-IF
003138     MOVE SPACES TO WS-CYC-NOTE
003139     IF NOT WS-CYC-PRED-OK
003140        IF WS-CYC-PRED-STATUS = SPACES
003141           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
003142                   ' HAS NOT RUN'       DELIMITED BY SIZE
003143              INTO WS-CYC-NOTE
003144        ELSE
003145           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
003146                   ' NOT ENDED OK - STATUS '
003147                                        DELIMITED BY SIZE
003148                   WS-CYC-PRED-STATUS   DELIMITED BY SIZE
003149              INTO WS-CYC-NOTE
003150        END-IF
003151        IF WS-CYCLE-OVERRIDDEN
003152           SET WS-CYC-OVERRIDE-USED TO TRUE
003153           DISPLAY 'DL035 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
003154        ELSE
003155           DISPLAY 'DL035 NOT RUN - ' WS-CYC-NOTE
003156           DISPLAY 'DL035 BUSINESS DATE ' WS-CYC-BUS-DATE
003157           MOVE 16 TO RETURN-CODE
003158           MOVE 'N' TO WS-CYC-POST-STATUS
003159           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
003160           GOBACK
003161        END-IF
003162     END-IF
003164     IF WS-CYC-THIS-ENDED
003165        MOVE SPACES TO WS-CYC-NOTE
003166        STRING WS-CYC-THIS-STEP     DELIMITED BY SPACE
003167                ' ALREADY ENDED OK'  DELIMITED BY SIZE
003168           INTO WS-CYC-NOTE
003169        IF WS-CYCLE-OVERRIDDEN
003170           SET WS-CYC-OVERRIDE-USED TO TRUE
003171           DISPLAY 'DL035 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
003172        ELSE
003173           DISPLAY 'DL035 NOT RUN - ' WS-CYC-NOTE
003174           DISPLAY 'DL035 BUSINESS DATE ' WS-CYC-BUS-DATE
003175           MOVE 8 TO RETURN-CODE
003176           MOVE 'N' TO WS-CYC-POST-STATUS
003177           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
003178           GOBACK
003179        END-IF
003180     END-IF
003181     MOVE 'S' TO WS-CYC-POST-STATUS
003182     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
003183 0100-EXIT.
003184     EXIT.
003185*
003186 0110-READ-ONE-CYCLE.
003187     READ CYCLE-FILE
003188        AT END
003189           SET WS-END-OF-CYCLE TO TRUE
003190     END-READ
003191     IF WS-END-OF-CYCLE
003192        GO TO 0110-EXIT
003193     END-IF
003194     IF CYC-STEP = 'DL030   '
003195        AND (CYC-STARTED OR CYC-RESTARTED)
003196        AND CYC-BUS-DATE NOT = WS-CYC-BUS-DATE
003197        MOVE CYC-BUS-DATE TO WS-CYC-BUS-DATE
003198        MOVE SPACES TO WS-CYC-PRED-STATUS
003199        MOVE SPACES TO WS-CYC-THIS-STATUS
003200     END-IF
003201     IF CYC-STEP = WS-CYC-PRED-STEP
003202        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
003203        AND NOT (CYC-NOT-RUN AND WS-CYC-PRED-OK)
003204        MOVE CYC-STATUS TO WS-CYC-PRED-STATUS
003205     END-IF
003206     IF CYC-STEP = WS-CYC-THIS-STEP
003207        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
003208        AND NOT (CYC-NOT-RUN AND WS-CYC-THIS-ENDED)
003209        MOVE CYC-STATUS TO WS-CYC-THIS-STATUS
003210     END-IF.
003211 0110-EXIT.
003212     EXIT.
003213*
003214* ----------------------------------------------------------------
003215*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
003217*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
003218* ----------------------------------------------------------------
003219 0150-POST-CYCLE.
003220     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
003221     ACCEPT WS-CYC-TIME FROM TIME
003222     OPEN EXTEND CYCLE-FILE
003223     MOVE SPACES TO PHBK-CYCLE-RECORD
003224     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
003225     MOVE WS-CYC-THIS-STEP TO CYC-STEP
003226     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
003227     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
003228     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
003229     MOVE RETURN-CODE TO CYC-RETURN-CODE
003230     IF WS-CYC-OVERRIDE-USED
003231        MOVE 'Y' TO CYC-OVERRIDE-FLAG
003232     END-IF
003233     MOVE WS-CYC-NOTE TO CYC-NOTE
003234     WRITE PHBK-CYCLE-RECORD
003235     CLOSE CYCLE-FILE.
003236 0150-EXIT.
003237     EXIT.
003238*
003239* ----------------------------------------------------------------
003240*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
003241*  ENDING WITH A RETURN CODE OF 8 OR MORE.
003242* ----------------------------------------------------------------
003243 0190-POST-CYCLE-END.
003244     IF RETURN-CODE < 8
003245        MOVE 'E' TO WS-CYC-POST-STATUS
003246     ELSE
003247        MOVE 'F' TO WS-CYC-POST-STATUS
003248     END-IF
003249     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
003250 0190-EXIT.
003251     EXIT.
003252*
003253* ----------------------------------------------------------------
003254*  1000-INITIALIZE - OPEN THE FILES THE CONTROL CARD CALLS FOR,
003255*  POSITION ON THE FIRST XREF SEGMENT AND THE FIRST STATION, AND
003256*  PRINT THE HEADING.
003257*  THE NIGHTLY CYCLE IS CHECKED FIRST, SO A REFUSED RUN LEAVES
003258*  TRANOUT AND WORKORD UNTOUCHED.
003259* ----------------------------------------------------------------
003260 1000-INITIALIZE.
003261     ACCEPT WS-CONTROL-CARD FROM SYSIN
003262     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
003263     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
003264     OPEN INPUT STATION-FILE
003265     OPEN OUTPUT EXCEPTION-REPORT-FILE
003266     IF WS-EMIT-LOC-TRAN
003267        SET WS-TRAN-OUT-OPEN TO TRUE
003268        OPEN OUTPUT TRAN-OUT-FILE
003270     END-IF
003280     IF WS-EMIT-LOC-MOVE OR WS-EMIT-DISABLE OR WS-EMIT-BUILD
003290        SET WS-WORK-ORDER-OPEN TO TRUE
003300        OPEN OUTPUT WORK-ORDER-FILE
003310     END-IF
003320     MOVE WS-CD-DATE TO HD1-DATE
003330     MOVE WS-HEADING-1 TO EXCEPTION-REPORT-LINE
003340     WRITE EXCEPTION-REPORT-LINE
003350     MOVE SPACES TO EXCEPTION-REPORT-LINE
003360     WRITE EXCEPTION-REPORT-LINE
003370     CALL 'CBLTDLI' USING WS-FUNC-GU XREF-PCB-MASK
003380              PHBK-XREF-SEGMENT WS-SSA-XREF-UNQUAL
003390     PERFORM 2600-SET-XRF-KEY THRU 2600-EXIT
003400     PERFORM 2700-READ-STATION THRU 2700-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430*
003440* ----------------------------------------------------------------
003450*  2000-MATCH-ONE-KEY - BALANCED-LINE COMPARE OF THE CURRENT
003460*  XREF AND STATION EXTENSIONS.  EACH PASS DISPOSES OF AT LEAST
003470*  ONE RECORD ON ONE SIDE.
003480* ----------------------------------------------------------------
003490 2000-MATCH-ONE-KEY.
003500     IF WS-STN-KEY < WS-XRF-KEY
003510        PERFORM 3000-STATION-ONLY THRU 3000-EXIT
003520        PERFORM 2700-READ-STATION THRU 2700-EXIT
003530     ELSE
003540        IF WS-STN-KEY > WS-XRF-KEY
003550           PERFORM 4000-DIRECTORY-ONLY THRU 4000-EXIT
003560           PERFORM 2500-READ-XREF THRU 2500-EXIT
003570        ELSE
003580           PERFORM 5000-COMPARE-STATION THRU 5000-EXIT
003590           PERFORM 2500-READ-XREF THRU 2500-EXIT
003600           PERFORM 2700-READ-STATION THRU 2700-EXIT
003610        END-IF
003620     END-IF.
003630 2000-EXIT.
003640     EXIT.
003650*
003660* ----------------------------------------------------------------
003670*  2500-READ-XREF - NEXT XREF SEGMENT; HIGH-VALUES KEY AT END.
003680* ----------------------------------------------------------------
003690 2500-READ-XREF.
003700     CALL 'CBLTDLI' USING WS-FUNC-GN XREF-PCB-MASK
003710              PHBK-XREF-SEGMENT WS-SSA-XREF-UNQUAL
003720     PERFORM 2600-SET-XRF-KEY THRU 2600-EXIT.
003730 2500-EXIT.
003740     EXIT.
003750*
003760 2600-SET-XRF-KEY.
003770     IF XREF-PCB-STATUS-OK
003780        ADD 1 TO WS-XRF-READ-COUNT
003790        SET WS-NOT-END-OF-XRF TO TRUE
003800        MOVE PHBK-XRF-EXTN TO WS-XRF-KEY
003810     ELSE
003820        SET WS-END-OF-XRF TO TRUE
003830        MOVE HIGH-VALUES TO WS-XRF-KEY
003840     END-IF.
003850 2600-EXIT.
003860     EXIT.
003870*
003880* ----------------------------------------------------------------
003890*  2700-READ-STATION - NEXT SWITCH STATION; HIGH-VALUES AT END.
003900* ----------------------------------------------------------------
003910 2700-READ-STATION.
003920     READ STATION-FILE
003930        AT END
003940           SET WS-END-OF-STN TO TRUE
003950           MOVE HIGH-VALUES TO WS-STN-KEY
003960        NOT AT END
003970           ADD 1 TO WS-STN-READ-COUNT
003980           MOVE STN-EXTN TO WS-STN-KEY
003990     END-READ.
004000 2700-EXIT.
004010     EXIT.
004020*
004030* ----------------------------------------------------------------
004040*  3000-STATION-ONLY - ON THE SWITCH, NOT IN THE XREF.  A STATION
004050*  THAT IS NOT LIVE IS ONLY COUNTED.  A LIVE ONE IS A FORMER IF
004060*  THE QUARANTINE RECORD NAMES A LAST HOLDER WHO HAS LEFT THE
004070*  DIRECTORY, OTHERWISE A NOOWNER.
004080* ----------------------------------------------------------------
004090 3000-STATION-ONLY.
004100     IF NOT STN-STATUS-LIVE
004110        ADD 1 TO WS-STN-IDLE-COUNT
004120        GO TO 3000-EXIT
004130     END-IF
004140     MOVE SPACES TO WS-EXCEPTION-LINE
004150     MOVE STN-EXTN TO EXC-EXTN
004160     MOVE SPACES TO WS-SSA-QUAR-EXACT
004170     STRING 'PHBKQTN (QTNEXTN EQ' DELIMITED BY SIZE
004180             STN-EXTN              DELIMITED BY SIZE
004190             ')'                   DELIMITED BY SIZE
004200        INTO WS-SSA-QUAR-EXACT
004210     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
004220              PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
004230     IF QUAR-PCB-STATUS-OK
004240        MOVE PHBK-QTN-NAME2 TO WS-OWNER-NAME2 EXC-NAME2
004250        MOVE PHBK-QTN-NAME1 TO WS-OWNER-NAME1 EXC-NAME1
004260        PERFORM 7100-GET-OWNER THRU 7100-EXIT
004270        IF PHBK-PCB-STATUS-OK
004280           MOVE 'NOOWNER ' TO EXC-CLASS
004290           STRING 'LIVE STATION, LAST HOLDER MOVED - FREED '
004300                                       DELIMITED BY SIZE
004310                   PHBK-QTN-FREED-DATE DELIMITED BY SIZE
004320              INTO EXC-DETAIL
004330           ADD 1 TO WS-NOOWNER-COUNT
004340        ELSE
004350           MOVE 'FORMER  ' TO EXC-CLASS
004360           STRING 'LIVE STATION, LAST HOLDER GONE - '
004370                                       DELIMITED BY SIZE
004380                   PHBK-QTN-FREED-BY   DELIMITED BY SIZE
004390                   ' '                 DELIMITED BY SIZE
004400                   PHBK-QTN-FREED-DATE DELIMITED BY SIZE
004410              INTO EXC-DETAIL
004420           ADD 1 TO WS-FORMER-COUNT
004430        END-IF
004440     ELSE
004450        MOVE 'NOOWNER ' TO EXC-CLASS
004460        STRING 'LIVE STATION, NO DIRECTORY OWNER - LOC '
004470                                    DELIMITED BY SIZE
004480                STN-LOC-CODE        DELIMITED BY SIZE
004490           INTO EXC-DETAIL
004500        ADD 1 TO WS-NOOWNER-COUNT
004510     END-IF
004520     MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
004530     WRITE EXCEPTION-REPORT-LINE
004540     IF WS-EMIT-DISABLE
004550        MOVE 'DISABLE ' TO WS-WO-ACTION
004560        PERFORM 7500-BUILD-STATION-ORDER THRU 7500-EXIT
004570        PERFORM 7600-WRITE-WORK-ORDER THRU 7600-EXIT
004580     END-IF.
004590 3000-EXIT.
004600     EXIT.
004610*
004620* ----------------------------------------------------------------
004630*  4000-DIRECTORY-ONLY - IN THE XREF, NO STATION ON THE SWITCH.
004640* ----------------------------------------------------------------
004650 4000-DIRECTORY-ONLY.
004660     ADD 1 TO WS-NOTBUILT-COUNT
004670     MOVE SPACES TO WS-EXCEPTION-LINE
004680     MOVE 'NOTBUILT' TO EXC-CLASS
004690     MOVE PHBK-XRF-EXTN TO EXC-EXTN
004700     MOVE PHBK-XRF-NAME2 TO EXC-NAME2
004710     MOVE PHBK-XRF-NAME1 TO EXC-NAME1
004720     MOVE 'IN DIRECTORY, NO STATION ON THE SWITCH' TO EXC-DETAIL
004730     MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
004740     WRITE EXCEPTION-REPORT-LINE
004750     IF WS-EMIT-BUILD
004760        MOVE PHBK-XRF-NAME2 TO WS-OWNER-NAME2
004770        MOVE PHBK-XRF-NAME1 TO WS-OWNER-NAME1
004780        PERFORM 7100-GET-OWNER THRU 7100-EXIT
004790        MOVE SPACES TO WORK-ORDER-RECORD
004800        MOVE 'BUILD   ' TO WO-ACTION
004810        MOVE PHBK-XRF-EXTN TO WO-EXTN
004820        IF PHBK-PCB-STATUS-OK
004830           MOVE PHBK-LOC-CODE TO WO-LOC-CODE
004840        END-IF
004850        MOVE PHBK-XRF-NAME2 TO WO-NAME2
004860        MOVE PHBK-XRF-NAME1 TO WO-NAME1
004870        MOVE 'NOTBUILT' TO WO-REASON
004880        PERFORM 7600-WRITE-WORK-ORDER THRU 7600-EXIT
004890     END-IF.
004900 4000-EXIT.
004910     EXIT.
004920*
004930* ----------------------------------------------------------------
004940*  5000-COMPARE-STATION - ON BOTH SIDES.  A STATION THAT IS NOT
004950*  LIVE IS A NOTBUILT; OTHERWISE THE XREF OWNER MUST STILL BE IN
004960*  THE DIRECTORY (OR THE EXTENSION IS A FORMER'S) AND AT THE
004970*  STATION'S LOCATION.
004980* ----------------------------------------------------------------
004990 5000-COMPARE-STATION.
005000     MOVE SPACES TO WS-EXCEPTION-LINE
005010     MOVE STN-EXTN TO EXC-EXTN
005020     MOVE PHBK-XRF-NAME2 TO WS-OWNER-NAME2 EXC-NAME2
005030     MOVE PHBK-XRF-NAME1 TO WS-OWNER-NAME1 EXC-NAME1
005040     IF NOT STN-STATUS-LIVE
005050        ADD 1 TO WS-NOTBUILT-COUNT
005060        MOVE 'NOTBUILT' TO EXC-CLASS
005070        STRING 'IN DIRECTORY, SWITCH STATUS ' DELIMITED BY SIZE
005080                STN-STATUS                    DELIMITED BY SIZE
005090                ' TYPE '                      DELIMITED BY SIZE
005100                STN-TYPE                      DELIMITED BY SIZE
005110           INTO EXC-DETAIL
005120        MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
005130        WRITE EXCEPTION-REPORT-LINE
005140        IF WS-EMIT-BUILD
005150           MOVE 'ENABLE  ' TO WS-WO-ACTION
005160           PERFORM 7500-BUILD-STATION-ORDER THRU 7500-EXIT
005170           PERFORM 7600-WRITE-WORK-ORDER THRU 7600-EXIT
005180        END-IF
005190        GO TO 5000-EXIT
005200     END-IF
005210     PERFORM 7100-GET-OWNER THRU 7100-EXIT
005220     IF NOT PHBK-PCB-STATUS-OK
005230        ADD 1 TO WS-FORMER-COUNT
005240        MOVE 'FORMER  ' TO EXC-CLASS
005250        MOVE 'LIVE STATION, XREF OWNER NOT IN DIRECTORY'
005260          TO EXC-DETAIL
005270        MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
005280        WRITE EXCEPTION-REPORT-LINE
005290        IF WS-EMIT-DISABLE
005300           MOVE 'DISABLE ' TO WS-WO-ACTION
005310           PERFORM 7500-BUILD-STATION-ORDER THRU 7500-EXIT
005320           PERFORM 7600-WRITE-WORK-ORDER THRU 7600-EXIT
005330        END-IF
005340        GO TO 5000-EXIT
005350     END-IF
005360     IF PHBK-LOC-CODE = STN-LOC-CODE
005370        ADD 1 TO WS-MATCHED-COUNT
005380        GO TO 5000-EXIT
005390     END-IF
005400     ADD 1 TO WS-LOCATION-COUNT
005410     MOVE 'LOCATION' TO EXC-CLASS
005420     STRING 'DIRECTORY LOC ' DELIMITED BY SIZE
005430             PHBK-LOC-CODE   DELIMITED BY SIZE
005440             ' / SWITCH LOC ' DELIMITED BY SIZE
005450             STN-LOC-CODE    DELIMITED BY SIZE
005460        INTO EXC-DETAIL
005470     MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-LINE
005480     WRITE EXCEPTION-REPORT-LINE
005490     IF WS-EMIT-LOC-TRAN
005500        PERFORM 5500-WRITE-LOCATION-TRAN THRU 5500-EXIT
005510     END-IF
005520     IF WS-EMIT-LOC-MOVE
005530        MOVE 'MOVE    ' TO WS-WO-ACTION
005540        PERFORM 7500-BUILD-STATION-ORDER THRU 7500-EXIT
005550        MOVE PHBK-LOC-CODE TO WO-LOC-CODE
005560        PERFORM 7600-WRITE-WORK-ORDER THRU 7600-EXIT
005570     END-IF.
005580 5000-EXIT.
005590     EXIT.
005600*
005610* ----------------------------------------------------------------
005620*  5500-WRITE-LOCATION-TRAN - CHANGE CARRYING THE SWITCH'S
005630*  LOCATION.  A DL040 CHANGE REPLACES ALL FOUR DATA FIELDS, SO
005640*  THE EXTENSION, ZIP AND DEPT RIDE ALONG UNCHANGED FROM THE
005650*  ROOT SEGMENT IN HAND, AS IN DL030.
005660* ----------------------------------------------------------------
005670 5500-WRITE-LOCATION-TRAN.
005680     MOVE SPACES TO TRAN-OUT-RECORD
005690     MOVE 'CHANGE  ' TO TRO-CMD
005700     MOVE PHBK-NAME1 TO TRO-NAME1
005710     MOVE PHBK-NAME2 TO TRO-NAME2
005720     MOVE PHBK-EXTN TO TRO-EXTN
005730     MOVE PHBK-ZIP TO TRO-ZIP
005740     MOVE PHBK-DEPT-CODE TO TRO-DEPT-CODE
005750     MOVE STN-LOC-CODE TO TRO-LOC-CODE
005760     ADD 1 TO WS-TRAN-OUT-COUNT
005770     WRITE TRAN-OUT-RECORD.
005780 5500-EXIT.
005790     EXIT.
005800*
005810* ----------------------------------------------------------------
005820*  6000-PRINT-SUMMARY - END-OF-RUN DRIFT MEASURES.
005830* ----------------------------------------------------------------
005840 6000-PRINT-SUMMARY.
005850     MOVE SPACES TO EXCEPTION-REPORT-LINE
005860     WRITE EXCEPTION-REPORT-LINE
005870     MOVE 'SWITCH STATIONS READ' TO SUM-LABEL
005880     MOVE WS-STN-READ-COUNT TO SUM-VALUE
005890     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
005900     MOVE 'IDLE STATIONS, NO OWNER' TO SUM-LABEL
005910     MOVE WS-STN-IDLE-COUNT TO SUM-VALUE
005920     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
005930     MOVE 'DIRECTORY EXTENSIONS READ' TO SUM-LABEL
005940     MOVE WS-XRF-READ-COUNT TO SUM-VALUE
005950     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
005960     MOVE 'NOOWNER - LIVE, NO OWNER' TO SUM-LABEL
005970     MOVE WS-NOOWNER-COUNT TO SUM-VALUE
005980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
005990     MOVE 'FORMER - LIVE, OWNER GONE' TO SUM-LABEL
006000     MOVE WS-FORMER-COUNT TO SUM-VALUE
006010     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006020     MOVE 'NOTBUILT - NOT LIVE ON SWITCH' TO SUM-LABEL
006030     MOVE WS-NOTBUILT-COUNT TO SUM-VALUE
006040     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006050     MOVE 'LOCATION MISMATCHES' TO SUM-LABEL
006060     MOVE WS-LOCATION-COUNT TO SUM-VALUE
006070     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006080     MOVE 'MATCHED CLEAN' TO SUM-LABEL
006090     MOVE WS-MATCHED-COUNT TO SUM-VALUE
006100     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006110     IF WS-TRAN-OUT-OPEN
006120        MOVE 'CORRECTION TRANSACTIONS WRITTEN' TO SUM-LABEL
006130        MOVE WS-TRAN-OUT-COUNT TO SUM-VALUE
006140        PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006150     END-IF
006160     IF WS-WORK-ORDER-OPEN
006170        MOVE 'SWITCH WORK ORDERS WRITTEN' TO SUM-LABEL
006180        MOVE WS-WORK-ORDER-COUNT TO SUM-VALUE
006190        PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006200     END-IF.
006210 6000-EXIT.
006220     EXIT.
006230*
006240 6100-WRITE-SUMMARY-LINE.
006250     MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-LINE
006260     WRITE EXCEPTION-REPORT-LINE.
006270 6100-EXIT.
006280     EXIT.
006290*
006300* ----------------------------------------------------------------
006310*  7100-GET-OWNER - KEYED GU ON PHBKDB1 FOR WS-OWNER.  THE CALLER
006320*  TESTS PHBK-PCB-STATUS-OK; THE ROOT IS LEFT IN PHBK-SEGMENT.
006330* ----------------------------------------------------------------
006340 7100-GET-OWNER.
006350     MOVE SPACES TO WS-SSA-EXACT
006360     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
006370             WS-OWNER-NAME2         DELIMITED BY SIZE
006380             ')(NAME1   EQ'         DELIMITED BY SIZE
006390             WS-OWNER-NAME1         DELIMITED BY SIZE
006400             ')'                    DELIMITED BY SIZE
006410        INTO WS-SSA-EXACT
006420     CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
006430              PHBK-SEGMENT WS-SSA-EXACT.
006440 7100-EXIT.
006450     EXIT.
006460*
006470* ----------------------------------------------------------------
006480*  7500-BUILD-STATION-ORDER - WORK ORDER FOR THE STATION IN HAND
006490*  WITH THE ACTION IN WS-WO-ACTION AND THE NAMES FROM THE
006500*  EXCEPTION LINE.  THE CALLER WRITES IT WITH 7600 (A MOVE FIRST
006510*  REPLACES WO-LOC-CODE WITH THE DIRECTORY LOCATION).
006520* ----------------------------------------------------------------
006530 7500-BUILD-STATION-ORDER.
006540     MOVE SPACES TO WORK-ORDER-RECORD
006550     MOVE WS-WO-ACTION TO WO-ACTION
006560     MOVE STN-EXTN TO WO-EXTN
006570     MOVE STN-TYPE TO WO-STATION-TYPE
006580     MOVE STN-LOC-CODE TO WO-LOC-CODE
006590     MOVE EXC-NAME2 TO WO-NAME2
006600     MOVE EXC-NAME1 TO WO-NAME1
006610     MOVE EXC-CLASS TO WO-REASON.
006620 7500-EXIT.
006630     EXIT.
006640*
006650 7600-WRITE-WORK-ORDER.
006660     MOVE WS-CD-DATE TO WO-DATE
006670     ADD 1 TO WS-WORK-ORDER-COUNT
006680     WRITE WORK-ORDER-RECORD.
006690 7600-EXIT.
006700     EXIT.
006710*
006720* ----------------------------------------------------------------
006730*  8000-TERMINATE
006740* ----------------------------------------------------------------
006750 8000-TERMINATE.
006760     CLOSE STATION-FILE
006770     CLOSE EXCEPTION-REPORT-FILE
006780     IF WS-TRAN-OUT-OPEN
006790        CLOSE TRAN-OUT-FILE
006800     END-IF
006810     IF WS-WORK-ORDER-OPEN
006820        CLOSE WORK-ORDER-FILE
006830     END-IF
006835     PERFORM 8500-WRITE-RUN-STATS THRU 8500-EXIT
006844     PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT.
006850 8000-EXIT.
006860     EXIT.
006870*
006880* ----------------------------------------------------------------
006890*  8500-WRITE-RUN-STATS - APPEND THE END-OF-RUN DRIFT COUNTS TO
006900*  THE SHARED STATISTICS FILE FOR THE DL090 TREND REPORT.
006910* ----------------------------------------------------------------
006920 8500-WRITE-RUN-STATS.
006930     OPEN EXTEND RUN-STAT-FILE
006940     MOVE SPACES TO PHBK-STAT-RECORD
006950     MOVE 'DL035   ' TO STA-JOB
006960     MOVE WS-CD-DATE TO STA-RUN-DATE
006970     MOVE WS-STN-READ-COUNT TO STA-COUNT-1
006980     MOVE WS-NOOWNER-COUNT TO STA-COUNT-2
006990     MOVE WS-FORMER-COUNT TO STA-COUNT-3
007000     MOVE WS-NOTBUILT-COUNT TO STA-COUNT-4
007010     MOVE WS-LOCATION-COUNT TO STA-COUNT-5
007020     MOVE WS-MATCHED-COUNT TO STA-COUNT-6
007030     WRITE PHBK-STAT-RECORD
007040     CLOSE RUN-STAT-FILE.
007050 8500-EXIT.
007060     EXIT.
