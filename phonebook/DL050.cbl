000204*  THIS WEEKLY FULL FILE IS THE PERIODIC TRUE-UP; THE DL055
000206*  DAILY DELTA FEED CARRIES THE DAY-TO-DAY ADDS, CHANGES,
000208*  DELETES AND RETIRES TO THE SAME RECEIVERS.
003000*
003010*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THE RUN REQUIRES DL055 TO
003020*  HAVE ENDED OK FOR THE NIGHT'S BUSINESS DATE, AND POSTS ITS OWN
003030*  START AND END ON THE CYCLE CONTROL FILE.  SYSIN CARD (BLANK
003040*  FOR A NORMAL RUN):
003050*      COLS 73-80   'OVERRIDE' - RUN EVEN THOUGH DL055 HAS NOT
003060*                   ENDED OK FOR THE BUSINESS DATE
003070*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE - AS
003080*  WHEN DL030 HAS NOT OPENED A NEW NIGHT - IS NOT RUN AGAIN: IT
003090*  POSTS NOT-RUN AND STOPS WITH RETURN CODE 8 UNLESS OVERRIDDEN.
000210* ----------------------------------------------------------------
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.  DL050.
000320*  DATE       BY    DESCRIPTION
000330*  ---------- ----  -------------------------------------------
000340*  08/22/2026 PAG   ORIGINAL DIRECTORY INTERFACE EXTRACT.
000342*  10/15/2026 PAG   CHECK THAT DL055 ENDED OK FOR THE BUSINESS
000343*  10/15/2026 PAG   DATE ON THE CYCLE CONTROL FILE (OVERRIDE ON A
000344*  10/15/2026 PAG   NEW SYSIN CARD) AND POST THIS STEP'S START
000345*  10/15/2026 PAG   AND END STATUS THERE.
000346*  10/15/2026 PAG   REFUSE A RUN (RC 8) WHEN THIS STEP HAS
000347*  10/15/2026 PAG   ALREADY ENDED OK FOR THE BUSINESS DATE, AS
000348*  10/15/2026 PAG   WHEN DL030 DID NOT OPEN A NEW NIGHT.
000350* ----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000410 FILE-CONTROL.
000420     SELECT INTERFACE-FILE ASSIGN TO INTFILE
000430         ORGANIZATION IS SEQUENTIAL.
000434     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000437         ORGANIZATION IS SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000530     LABEL RECORDS ARE STANDARD.
000540 01  INTERFACE-RECORD            PIC X(80).
000550*
000551* ----------------------------------------------------------------
000552*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
000553*  READ FOR THE PREDECESSOR CHECK; THIS STEP'S STATUS APPENDED.
000554* ----------------------------------------------------------------
000555 FD  CYCLE-FILE
000556     RECORDING MODE IS F
000557     LABEL RECORDS ARE STANDARD.
000558 COPY PHBKCYC.
000559*
000560 WORKING-STORAGE SECTION.
000570*
000580 01  WS-DLI-FUNCTIONS.
000820     05  WS-CD-DATE              PIC X(08).
000830*
000840* ----------------------------------------------------------------
004000*  WS-CYCLE-CARD - SYSIN CARD (SEE THE PROGRAM HEADER).
004010* ----------------------------------------------------------------
004020 01  WS-CYCLE-CARD.
004030     05  FILLER                  PIC X(72) VALUE SPACES.
004040     05  WS-CYCLE-OVERRIDE       PIC X(08) VALUE SPACES.
004050         88  WS-CYCLE-OVERRIDDEN         VALUE 'OVERRIDE'.
004060*
004070* ----------------------------------------------------------------
004080*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS
004090*  STEP, THE STEP THAT MUST HAVE ENDED OK BEFORE IT, AND THE
004100*  BUSINESS DATE THE NIGHT RUNS UNDER - PLUS THIS STEP'S OWN LAST
004110*  STATUS UNDER IT.
004120* ----------------------------------------------------------------
004130 01  WS-CYCLE-WORK.
004140     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL050   '.
004150     05  WS-CYC-PRED-STEP        PIC X(08) VALUE 'DL055   '.
004160     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
004170     05  WS-CYC-PRED-STATUS      PIC X(01) VALUE SPACES.
004180         88  WS-CYC-PRED-OK              VALUE 'E'.
004190     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
004200     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
004210     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
004220     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
004230     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
004240         88  WS-END-OF-CYCLE             VALUE 'Y'.
004250         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
004260     05  WS-SW-CYC-OVERRIDE      PIC X(01) VALUE 'N'.
004270         88  WS-CYC-OVERRIDE-USED        VALUE 'Y'.
004280         88  WS-CYC-OVERRIDE-NOT-USED    VALUE 'N'.
004290     05  WS-CYC-THIS-STATUS      PIC X(01) VALUE SPACES.
004300         88  WS-CYC-THIS-ENDED           VALUE 'E'.
004310*
004320* ----------------------------------------------------------------
000850*  DL/I I-O AREAS
000860* ----------------------------------------------------------------
000870 COPY PHBKSEG.
001190     GOBACK.
001200*
001210* ----------------------------------------------------------------
005000*  0100-CHECK-CYCLE - FIND THE NIGHT'S BUSINESS DATE (THE LATEST
005010*  DL030 START ON THE CYCLE CONTROL FILE) AND THE LAST STATUS
005020*  WS-CYC-PRED-STEP POSTED UNDER IT.  UNLESS THAT STEP ENDED OK,
005030*  POST NOT-RUN AND STOP WITH RETURN CODE 16 - OR, WITH THE
005040*  OVERRIDE CARD, CARRY ON WITH THE RUN FLAGGED AS OVERRIDDEN.
005050*  LIKEWISE, IF THIS STEP HAS ALREADY ENDED OK UNDER THAT DATE
005060*  (NO NEW NIGHT OPENED BY DL030), POST NOT-RUN AND STOP WITH
005070*  RETURN CODE 8 UNLESS OVERRIDDEN.  A NOT-RUN POSTED AFTER AN
005080*  END OK LEAVES THE STEP ENDED OK.
005090*  WITH NO DL030 START ON FILE THE BUSINESS DATE IS TODAY.
005100* ----------------------------------------------------------------
005110 0100-CHECK-CYCLE.
005120     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
005130     MOVE SPACES TO WS-CYC-BUS-DATE
005140     MOVE SPACES TO WS-CYC-PRED-STATUS
005150     MOVE SPACES TO WS-CYC-THIS-STATUS
005160     OPEN INPUT CYCLE-FILE
005170     SET WS-NOT-END-OF-CYCLE TO TRUE
005180     PERFORM 0110-READ-ONE-CYCLE THRU 0110-EXIT
005190        UNTIL WS-END-OF-CYCLE
005200     CLOSE CYCLE-FILE
005210     IF WS-CYC-BUS-DATE = SPACES
005220        MOVE WS-CYC-DATE TO WS-CYC-BUS-DATE
005230     END-IF
005240     MOVE SPACES TO WS-CYC-NOTE
005250     IF NOT WS-CYC-PRED-OK
005260        IF WS-CYC-PRED-STATUS = SPACES
005270           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
005280                   ' HAS NOT RUN'       DELIMITED BY SIZE
005290              INTO WS-CYC-NOTE
005300        ELSE
005310           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
005320                   ' NOT ENDED OK - STATUS '
005330                                        DELIMITED BY SIZE
005340                   WS-CYC-PRED-STATUS   DELIMITED BY SIZE
005350              INTO WS-CYC-NOTE
005360        END-IF
005370        IF WS-CYCLE-OVERRIDDEN
005380           SET WS-CYC-OVERRIDE-USED TO TRUE
005390           DISPLAY 'DL050 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
005400        ELSE
005410           DISPLAY 'DL050 NOT RUN - ' WS-CYC-NOTE
005420           DISPLAY 'DL050 BUSINESS DATE ' WS-CYC-BUS-DATE
005430           MOVE 16 TO RETURN-CODE
005440           MOVE 'N' TO WS-CYC-POST-STATUS
005450           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
005460           GOBACK
005470        END-IF
005480     END-IF
005490     IF WS-CYC-THIS-ENDED
005500        MOVE SPACES TO WS-CYC-NOTE
005510        STRING WS-CYC-THIS-STEP     DELIMITED BY SPACE
005520                ' ALREADY ENDED OK'  DELIMITED BY SIZE
005530           INTO WS-CYC-NOTE
005540        IF WS-CYCLE-OVERRIDDEN
005550           SET WS-CYC-OVERRIDE-USED TO TRUE
005560           DISPLAY 'DL050 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
005570        ELSE
005580           DISPLAY 'DL050 NOT RUN - ' WS-CYC-NOTE
005590           DISPLAY 'DL050 BUSINESS DATE ' WS-CYC-BUS-DATE
005600           MOVE 8 TO RETURN-CODE
005610           MOVE 'N' TO WS-CYC-POST-STATUS
005620           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
005630           GOBACK
005640        END-IF
005650     END-IF
005660     MOVE 'S' TO WS-CYC-POST-STATUS
005670     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
005680 0100-EXIT.
005690     EXIT.
005700*
005710 0110-READ-ONE-CYCLE.
005720     READ CYCLE-FILE
005730        AT END
005740           SET WS-END-OF-CYCLE TO TRUE
005750     END-READ
005760     IF WS-END-OF-CYCLE
005770        GO TO 0110-EXIT
005780     END-IF
005790     IF CYC-STEP = 'DL030   '
005800        AND (CYC-STARTED OR CYC-RESTARTED)
005810        AND CYC-BUS-DATE NOT = WS-CYC-BUS-DATE
005820        MOVE CYC-BUS-DATE TO WS-CYC-BUS-DATE
005830        MOVE SPACES TO WS-CYC-PRED-STATUS
005840        MOVE SPACES TO WS-CYC-THIS-STATUS
005850     END-IF
005860     IF CYC-STEP = WS-CYC-PRED-STEP
005870        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
005880        AND NOT (CYC-NOT-RUN AND WS-CYC-PRED-OK)
005890        MOVE CYC-STATUS TO WS-CYC-PRED-STATUS
005900     END-IF
005910     IF CYC-STEP = WS-CYC-THIS-STEP
005920        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
005930        AND NOT (CYC-NOT-RUN AND WS-CYC-THIS-ENDED)
005940        MOVE CYC-STATUS TO WS-CYC-THIS-STATUS
005950     END-IF.
005960 0110-EXIT.
005970     EXIT.
005980*
005990* ----------------------------------------------------------------
006000*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
006010*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
006020* ----------------------------------------------------------------
006030 0150-POST-CYCLE.
006040     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
006050     ACCEPT WS-CYC-TIME FROM TIME
006060     OPEN EXTEND CYCLE-FILE
006070     MOVE SPACES TO PHBK-CYCLE-RECORD
006080     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
006090     MOVE WS-CYC-THIS-STEP TO CYC-STEP
006100     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
006110     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
006120     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
006130     MOVE RETURN-CODE TO CYC-RETURN-CODE
006140     IF WS-CYC-OVERRIDE-USED
006150        MOVE 'Y' TO CYC-OVERRIDE-FLAG
006160     END-IF
006170     MOVE WS-CYC-NOTE TO CYC-NOTE
006180     WRITE PHBK-CYCLE-RECORD
006190     CLOSE CYCLE-FILE.
006200 0150-EXIT.
006210     EXIT.
006220*
006230* ----------------------------------------------------------------
006240*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
006250*  ENDING WITH A RETURN CODE OF 8 OR MORE.
006260* ----------------------------------------------------------------
006270 0190-POST-CYCLE-END.
006280     IF RETURN-CODE < 8
006290        MOVE 'E' TO WS-CYC-POST-STATUS
006300     ELSE
006310        MOVE 'F' TO WS-CYC-POST-STATUS
006320     END-IF
006330     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
006340 0190-EXIT.
006350     EXIT.
006360*
006370* ----------------------------------------------------------------
006380*  1000-INITIALIZE - CHECK AND POST THE NIGHTLY CYCLE, THEN OPEN
001220*  THE EXTRACT AND WRITE THE FILE HEADER.
001230* ----------------------------------------------------------------
001240 1000-INITIALIZE.
001244     ACCEPT WS-CYCLE-CARD FROM SYSIN
001247     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
001250     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
001260     OPEN OUTPUT INTERFACE-FILE
001270     MOVE SPACES TO INTERFACE-RECORD
002840*  8000-TERMINATE
002850* ----------------------------------------------------------------
002860 8000-TERMINATE.
002870     CLOSE INTERFACE-FILE
002875     PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT.
002880 8000-EXIT.
002890     EXIT.
