000070*  PHBK-NAME2/PHBK-NAME1 IS THE DATABASE'S SEQUENCE FIELD, A
000080*  STRAIGHT GN WALK ALREADY DELIVERS THE ENTRIES IN NAME2/NAME1
000090*  ORDER - NO SEPARATE SORT STEP IS NEEDED.
003000*
003010*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THE RUN REQUIRES DL055 TO
003020*  HAVE ENDED OK FOR THE NIGHT'S BUSINESS DATE, AND POSTS ITS OWN
003030*  START (RESTARTED ON A RESTART) AND END ON THE CYCLE CONTROL
003040*  FILE.  SYSIN CARD:
003050*      COLS  1- 8   CHECKPOINT ID FOR A RESTART, ELSE BLANK
003060*      COLS 73-80   'OVERRIDE' - RUN EVEN THOUGH DL055 HAS NOT
003070*                   ENDED OK FOR THE BUSINESS DATE
003080*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE - AS
003090*  WHEN DL030 HAS NOT OPENED A NEW NIGHT - IS NOT RUN AGAIN: IT
003100*  POSTS NOT-RUN AND STOPS WITH RETURN CODE 8 UNLESS OVERRIDDEN.
000100* ----------------------------------------------------------------
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.  DL010.
000252*  09/02/2026 PAG   APPEND THE END-OF-RUN SEGMENT COUNT TO THE
000254*  09/02/2026 PAG   SHARED RUNSTAT STATISTICS FILE (PHBKSTA
000256*  09/02/2026 PAG   LAYOUT) FOR THE DL090 TREND REPORT.
004000*  10/15/2026 PAG   CHECK THAT DL055 ENDED OK FOR THE BUSINESS
004010*  10/15/2026 PAG   DATE ON THE CYCLE CONTROL FILE (OVERRIDE IN
004020*  10/15/2026 PAG   CARD COLUMNS 73-80) AND POST THIS STEP'S
004030*  10/15/2026 PAG   START AND END STATUS THERE.
004040*  10/15/2026 PAG   REFUSE A RUN (RC 8) WHEN THIS STEP HAS
004050*  10/15/2026 PAG   ALREADY ENDED OK FOR THE BUSINESS DATE, AS
004060*  10/15/2026 PAG   WHEN DL030 DID NOT OPEN A NEW NIGHT.
004070*  10/15/2026 PAG   READ THE WHOLE SYSIN CARD SO THE CYCLE
004080*  10/15/2026 PAG   OVERRIDE IN COLUMNS 73-80 IS SEEN.
000260* ----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000340         ORGANIZATION IS SEQUENTIAL.
000342     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000344         ORGANIZATION IS SEQUENTIAL.
000346     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000348         ORGANIZATION IS SEQUENTIAL.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000558     LABEL RECORDS ARE STANDARD.
000562 COPY PHBKSTA.
000550*
005000* ----------------------------------------------------------------
005010*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
005020*  READ FOR THE PREDECESSOR CHECK; THIS STEP'S STATUS APPENDED.
005030* ----------------------------------------------------------------
005040 FD  CYCLE-FILE
005050     RECORDING MODE IS F
005060     LABEL RECORDS ARE STANDARD.
005070 COPY PHBKCYC.
005080*
000560 WORKING-STORAGE SECTION.
000570*
000580* ----------------------------------------------------------------
001000*  WS-RESTART-CARD - RESTART CHECKPOINT ID READ FROM SYSIN.
001010*  SPACES MEANS A FRESH START; OPERATOR SUPPLIES THE LAST
001020*  CHECKPOINT ID FROM THE PRIOR RUN'S JOB LOG TO RESTART.
001025*  COLUMNS 73-80 MAY CARRY THE NIGHTLY CYCLE OVERRIDE.
001030* ----------------------------------------------------------------
001040 01  WS-RESTART-CARD.
001050     05  WS-RESTART-ID           PIC X(08) VALUE SPACES.
001053     05  FILLER                  PIC X(64) VALUE SPACES.
001055     05  WS-CYCLE-OVERRIDE       PIC X(08) VALUE SPACES.
001057         88  WS-CYCLE-OVERRIDDEN         VALUE 'OVERRIDE'.
001060*
001061* ----------------------------------------------------------------
001062*  WS-XRST-AREA - PROGRAM WORK AREA DL/I RETURNS RESTART DATA
001067* ----------------------------------------------------------------
001068 01  WS-XRST-AREA                PIC X(80) VALUE SPACES.
001069*
006000* ----------------------------------------------------------------
006010*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS
006020*  STEP, THE STEP THAT MUST HAVE ENDED OK BEFORE IT, AND THE
006030*  BUSINESS DATE THE NIGHT RUNS UNDER - PLUS THIS STEP'S OWN LAST
006040*  STATUS UNDER IT.
006050* ----------------------------------------------------------------
006060 01  WS-CYCLE-WORK.
006070     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL010   '.
006080     05  WS-CYC-PRED-STEP        PIC X(08) VALUE 'DL055   '.
006090     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
006100     05  WS-CYC-PRED-STATUS      PIC X(01) VALUE SPACES.
006110         88  WS-CYC-PRED-OK              VALUE 'E'.
006120     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
006130     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
006140     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
006150     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
006160     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
006170         88  WS-END-OF-CYCLE             VALUE 'Y'.
006180         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
006190     05  WS-SW-CYC-OVERRIDE      PIC X(01) VALUE 'N'.
006200         88  WS-CYC-OVERRIDE-USED        VALUE 'Y'.
006210         88  WS-CYC-OVERRIDE-NOT-USED    VALUE 'N'.
006220     05  WS-CYC-THIS-STATUS      PIC X(01) VALUE SPACES.
006230         88  WS-CYC-THIS-ENDED           VALUE 'E'.
006240*
001071 01  WS-CURRENT-DATE.
001072     05  WS-CD-DATE              PIC X(08).
001073*
001390        UNTIL WS-END-OF-DB
001400     PERFORM 3000-TERMINATE THRU 3000-EXIT
001410     GOBACK.
007000*
007010* ----------------------------------------------------------------
007020*  0100-CHECK-CYCLE - FIND THE NIGHT'S BUSINESS DATE (THE LATEST
007030*  DL030 START ON THE CYCLE CONTROL FILE) AND THE LAST STATUS
007040*  WS-CYC-PRED-STEP POSTED UNDER IT.  UNLESS THAT STEP ENDED OK,
007050*  POST NOT-RUN AND STOP WITH RETURN CODE 16 - OR, WITH THE
007060*  OVERRIDE CARD, CARRY ON WITH THE RUN FLAGGED AS OVERRIDDEN.
007070*  LIKEWISE, IF THIS STEP HAS ALREADY ENDED OK UNDER THAT DATE
007080*  (NO NEW NIGHT OPENED BY DL030), POST NOT-RUN AND STOP WITH
007090*  RETURN CODE 8 UNLESS OVERRIDDEN.  A NOT-RUN POSTED AFTER AN
007100*  END OK LEAVES THE STEP ENDED OK.
007110*  WITH NO DL030 START ON FILE THE BUSINESS DATE IS TODAY.
007120* ----------------------------------------------------------------
007130 0100-CHECK-CYCLE.
007140     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
007150     MOVE SPACES TO WS-CYC-BUS-DATE
007160     MOVE SPACES TO WS-CYC-PRED-STATUS
007170     MOVE SPACES TO WS-CYC-THIS-STATUS
007180     OPEN INPUT CYCLE-FILE
007190     SET WS-NOT-END-OF-CYCLE TO TRUE
007200     PERFORM 0110-READ-ONE-CYCLE THRU 0110-EXIT
007210        UNTIL WS-END-OF-CYCLE
007220     CLOSE CYCLE-FILE
007230     IF WS-CYC-BUS-DATE = SPACES
007240        MOVE WS-CYC-DATE TO WS-CYC-BUS-DATE
007250     END-IF
007260     MOVE SPACES TO WS-CYC-NOTE
007270     IF NOT WS-CYC-PRED-OK
007280        IF WS-CYC-PRED-STATUS = SPACES
007290           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
007300                   ' HAS NOT RUN'       DELIMITED BY SIZE
007310              INTO WS-CYC-NOTE
007320        ELSE
007330           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
007340                   ' NOT ENDED OK - STATUS '
007350                                        DELIMITED BY SIZE
007360                   WS-CYC-PRED-STATUS   DELIMITED BY SIZE
007370              INTO WS-CYC-NOTE
007380        END-IF
007390        IF WS-CYCLE-OVERRIDDEN
007400           SET WS-CYC-OVERRIDE-USED TO TRUE
007410           DISPLAY 'DL010 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
007420        ELSE
007430           DISPLAY 'DL010 NOT RUN - ' WS-CYC-NOTE
007440           DISPLAY 'DL010 BUSINESS DATE ' WS-CYC-BUS-DATE
007450           MOVE 16 TO RETURN-CODE
007460           MOVE 'N' TO WS-CYC-POST-STATUS
007470           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
007480           GOBACK
007490        END-IF
007500     END-IF
007510     IF WS-CYC-THIS-ENDED
007520        MOVE SPACES TO WS-CYC-NOTE
007530        STRING WS-CYC-THIS-STEP     DELIMITED BY SPACE
007540                ' ALREADY ENDED OK'  DELIMITED BY SIZE
007550           INTO WS-CYC-NOTE
007560        IF WS-CYCLE-OVERRIDDEN
007570           SET WS-CYC-OVERRIDE-USED TO TRUE
007580           DISPLAY 'DL010 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
007590        ELSE
007600           DISPLAY 'DL010 NOT RUN - ' WS-CYC-NOTE
007610           DISPLAY 'DL010 BUSINESS DATE ' WS-CYC-BUS-DATE
007620           MOVE 8 TO RETURN-CODE
007630           MOVE 'N' TO WS-CYC-POST-STATUS
007640           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
007650           GOBACK
007660        END-IF
007670     END-IF
007680     IF WS-IS-RESTART
007690        MOVE 'R' TO WS-CYC-POST-STATUS
007700     ELSE
007710        MOVE 'S' TO WS-CYC-POST-STATUS
007720     END-IF
007730     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
007740 0100-EXIT.
007750     EXIT.
007760*
007770 0110-READ-ONE-CYCLE.
007780     READ CYCLE-FILE
007790        AT END
007800           SET WS-END-OF-CYCLE TO TRUE
007810     END-READ
007820     IF WS-END-OF-CYCLE
007830        GO TO 0110-EXIT
007840     END-IF
007850     IF CYC-STEP = 'DL030   '
007860        AND (CYC-STARTED OR CYC-RESTARTED)
007870        AND CYC-BUS-DATE NOT = WS-CYC-BUS-DATE
007880        MOVE CYC-BUS-DATE TO WS-CYC-BUS-DATE
007890        MOVE SPACES TO WS-CYC-PRED-STATUS
007900        MOVE SPACES TO WS-CYC-THIS-STATUS
007910     END-IF
007920     IF CYC-STEP = WS-CYC-PRED-STEP
007930        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
007940        AND NOT (CYC-NOT-RUN AND WS-CYC-PRED-OK)
007950        MOVE CYC-STATUS TO WS-CYC-PRED-STATUS
007960     END-IF
007970     IF CYC-STEP = WS-CYC-THIS-STEP
007980        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
007990        AND NOT (CYC-NOT-RUN AND WS-CYC-THIS-ENDED)
008000        MOVE CYC-STATUS TO WS-CYC-THIS-STATUS
008010     END-IF.
008020 0110-EXIT.
008030     EXIT.
008040*
008050* ----------------------------------------------------------------
008060*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
008070*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
008080* ----------------------------------------------------------------
008090 0150-POST-CYCLE.
008100     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
008110     ACCEPT WS-CYC-TIME FROM TIME
008120     OPEN EXTEND CYCLE-FILE
008130     MOVE SPACES TO PHBK-CYCLE-RECORD
008140     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
008150     MOVE WS-CYC-THIS-STEP TO CYC-STEP
008160     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
008170     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
008180     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
008190     MOVE RETURN-CODE TO CYC-RETURN-CODE
008200     IF WS-CYC-OVERRIDE-USED
008210        MOVE 'Y' TO CYC-OVERRIDE-FLAG
008220     END-IF
008230     MOVE WS-RESTART-ID TO CYC-RESTART-ID
008240     MOVE WS-CYC-NOTE TO CYC-NOTE
008250     WRITE PHBK-CYCLE-RECORD
008260     CLOSE CYCLE-FILE.
008270 0150-EXIT.
008280     EXIT.
008290*
008300* ----------------------------------------------------------------
008310*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
008320*  ENDING WITH A RETURN CODE OF 8 OR MORE.
008330* ----------------------------------------------------------------
008340 0190-POST-CYCLE-END.
008350     IF RETURN-CODE < 8
008360        MOVE 'E' TO WS-CYC-POST-STATUS
008370     ELSE
008380        MOVE 'F' TO WS-CYC-POST-STATUS
008390     END-IF
008400     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
008410 0190-EXIT.
008420     EXIT.
001420*
001430* ----------------------------------------------------------------
001440*  1000-INITIALIZE - ISSUE XRST FIRST SO DL/I REESTABLISHES EACH
001478*  ON A RESTART, THE IO-PCB STATUS FROM XRST IS ALSO CHECKED - AN
001479*  UNKNOWN OR STALE CHECKPOINT ID MUST STOP THE RUN, NOT FALL
001479*  THROUGH TO A GN THAT THEN LOOKS LIKE END-OF-DATABASE.
001481*  THE NIGHTLY CYCLE IS CHECKED AND POSTED BEFORE XRST, SO A
001482*  RUN REFUSED FOR ITS PREDECESSOR TOUCHES NOTHING.
001479* ----------------------------------------------------------------
001480 1000-INITIALIZE.
001490     ACCEPT WS-RESTART-CARD FROM SYSIN
001500     IF WS-RESTART-ID = SPACES
001510        SET WS-IS-FRESH-START TO TRUE
001520     ELSE
001530        SET WS-IS-RESTART TO TRUE
001540     END-IF
001545     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
001550     CALL 'CBLTDLI' USING WS-FUNC-XRST WS-XRST-AREA
001560              WS-RESTART-ID
001562     IF WS-IS-RESTART AND NOT IO-PCB-STATUS-OK
001564                WS-RESTART-ID
001565        DISPLAY 'DL010 IO-PCB STATUS CODE ' IO-PCB-STATUS-CODE
001566        MOVE 16 TO RETURN-CODE
001569        PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT
001567        GOBACK
001568     END-IF
001561     IF WS-IS-RESTART
002210* ----------------------------------------------------------------
002220 3000-TERMINATE.
002230     CLOSE PHBK-DIRECTORY-FILE
002232     PERFORM 3500-WRITE-RUN-STATS THRU 3500-EXIT
002236     PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT.
002240 3000-EXIT.
002250     EXIT.
002260*
