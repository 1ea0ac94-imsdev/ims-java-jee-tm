000310*        'N' RECORD CARRIES THE OLD NAME IN THE NAME FIELDS AND
000320*        APPENDS |NEWNAME2(10)|NEWNAME1(10).
000330*      T|EMPCOUNT(7)|RUNSEQ(7)
004000*
004010*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THE RUN REQUIRES DL040 TO
004020*  HAVE ENDED OK FOR THE NIGHT'S BUSINESS DATE, SO A PARTIAL
004030*  DELTA IS NEVER SENT AFTER A FAILED OR UNFINISHED DL040, AND
004040*  POSTS ITS OWN START AND END ON THE CYCLE CONTROL FILE.  SYSIN
004050*  CARD (BLANK FOR A NORMAL RUN):
004060*      COLS 73-80   'OVERRIDE' - RUN EVEN THOUGH DL040 HAS NOT
004070*                   ENDED OK FOR THE BUSINESS DATE
004080*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE - AS
004090*  WHEN DL030 HAS NOT OPENED A NEW NIGHT - IS NOT RUN AGAIN: IT
004100*  POSTS NOT-RUN AND STOPS WITH RETURN CODE 8 UNLESS OVERRIDDEN.
000340* ----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.  DL055.
000450*  DATE       BY    DESCRIPTION
000460*  ---------- ----  -------------------------------------------
000470*  09/02/2026 PAG   ORIGINAL DAILY DELTA EXTRACT PROGRAM.
000471*  10/15/2026 PAG   SKIP QUEUED AND REJECTED APPROVAL RECORDS -
000472*  10/15/2026 PAG   ONLY THE APPROVED RECORD CHANGED THE ENTRY.
000473*  10/15/2026 PAG   CHECK THAT DL040 ENDED OK FOR THE BUSINESS
000474*  10/15/2026 PAG   DATE ON THE CYCLE CONTROL FILE (OVERRIDE ON A
000475*  10/15/2026 PAG   NEW SYSIN CARD) AND POST THIS STEP'S START
000476*  10/15/2026 PAG   AND END STATUS THERE.
000477*  10/15/2026 PAG   REFUSE A RUN (RC 8) WHEN THIS STEP HAS
000478*  10/15/2026 PAG   ALREADY ENDED OK FOR THE BUSINESS DATE, AS
000479*  10/15/2026 PAG   WHEN DL030 DID NOT OPEN A NEW NIGHT.
000480* ----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT CONTROL-FILE ASSIGN TO DELCTL
000580         ORGANIZATION IS SEQUENTIAL.
000584     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000587         ORGANIZATION IS SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000810     05  CTL-LAST-TIMESTAMP      PIC X(17).
000820     05  FILLER                  PIC X(56).
000830*
000831* ----------------------------------------------------------------
000832*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
000833*  READ FOR THE PREDECESSOR CHECK; THIS STEP'S STATUS APPENDED.
000834* ----------------------------------------------------------------
000835 FD  CYCLE-FILE
000836     RECORDING MODE IS F
000837     LABEL RECORDS ARE STANDARD.
000838 COPY PHBKCYC.
000839*
000840 WORKING-STORAGE SECTION.
000850*
000860 01  WS-DLI-FUNCTIONS.
001100     05  WS-CD-DATE              PIC X(08).
001110*
001120* ----------------------------------------------------------------
005000*  WS-CYCLE-CARD - SYSIN CARD (SEE THE PROGRAM HEADER).
005010* ----------------------------------------------------------------
005020 01  WS-CYCLE-CARD.
005030     05  FILLER                  PIC X(72) VALUE SPACES.
005040     05  WS-CYCLE-OVERRIDE       PIC X(08) VALUE SPACES.
005050         88  WS-CYCLE-OVERRIDDEN         VALUE 'OVERRIDE'.
005060*
005070* ----------------------------------------------------------------
005080*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS
005090*  STEP, THE STEP THAT MUST HAVE ENDED OK BEFORE IT, AND THE
005100*  BUSINESS DATE THE NIGHT RUNS UNDER - PLUS THIS STEP'S OWN LAST
005110*  STATUS UNDER IT.
005120* ----------------------------------------------------------------
005130 01  WS-CYCLE-WORK.
005140     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL055   '.
005150     05  WS-CYC-PRED-STEP        PIC X(08) VALUE 'DL040   '.
005160     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
005170     05  WS-CYC-PRED-STATUS      PIC X(01) VALUE SPACES.
005180         88  WS-CYC-PRED-OK              VALUE 'E'.
005190     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
005200     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
005210     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
005220     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
005230     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
005240         88  WS-END-OF-CYCLE             VALUE 'Y'.
005250         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
005260     05  WS-SW-CYC-OVERRIDE      PIC X(01) VALUE 'N'.
005270         88  WS-CYC-OVERRIDE-USED        VALUE 'Y'.
005280         88  WS-CYC-OVERRIDE-NOT-USED    VALUE 'N'.
005290     05  WS-CYC-THIS-STATUS      PIC X(01) VALUE SPACES.
005300         88  WS-CYC-THIS-ENDED           VALUE 'E'.
005310*
005320* ----------------------------------------------------------------
001130*  GSAM AUDIT RECORD I-O AREA
001140* ----------------------------------------------------------------
001150 COPY PHBKAUD.
001560     PERFORM 7000-REWRITE-CONTROL THRU 7000-EXIT
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT
001580     GOBACK.
006000*
006010* ----------------------------------------------------------------
006020*  0100-CHECK-CYCLE - FIND THE NIGHT'S BUSINESS DATE (THE LATEST
006030*  DL030 START ON THE CYCLE CONTROL FILE) AND THE LAST STATUS
006040*  WS-CYC-PRED-STEP POSTED UNDER IT.  UNLESS THAT STEP ENDED OK,
006050*  POST NOT-RUN AND STOP WITH RETURN CODE 16 - OR, WITH THE
006060*  OVERRIDE CARD, CARRY ON WITH THE RUN FLAGGED AS OVERRIDDEN.
006070*  LIKEWISE, IF THIS STEP HAS ALREADY ENDED OK UNDER THAT DATE
006080*  (NO NEW NIGHT OPENED BY DL030), POST NOT-RUN AND STOP WITH
006090*  RETURN CODE 8 UNLESS OVERRIDDEN.  A NOT-RUN POSTED AFTER AN
006100*  END OK LEAVES THE STEP ENDED OK.
006110*  WITH NO DL030 START ON FILE THE BUSINESS DATE IS TODAY.
006120* ----------------------------------------------------------------
006130 0100-CHECK-CYCLE.
006140     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
006150     MOVE SPACES TO WS-CYC-BUS-DATE
006160     MOVE SPACES TO WS-CYC-PRED-STATUS
006170     MOVE SPACES TO WS-CYC-THIS-STATUS
006180     OPEN INPUT CYCLE-FILE
006190     SET WS-NOT-END-OF-CYCLE TO TRUE
006200     PERFORM 0110-READ-ONE-CYCLE THRU 0110-EXIT
006210        UNTIL WS-END-OF-CYCLE
006220     CLOSE CYCLE-FILE
006230     IF WS-CYC-BUS-DATE = SPACES
006240        MOVE WS-CYC-DATE TO WS-CYC-BUS-DATE
006250     END-IF
006260     MOVE SPACES TO WS-CYC-NOTE
006270     IF NOT WS-CYC-PRED-OK
006280        IF WS-CYC-PRED-STATUS = SPACES
006290           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
006300                   ' HAS NOT RUN'       DELIMITED BY SIZE
006310              INTO WS-CYC-NOTE
006320        ELSE
006330           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
006340                   ' NOT ENDED OK - STATUS '
006350                                        DELIMITED BY SIZE
006360                   WS-CYC-PRED-STATUS   DELIMITED BY SIZE
006370              INTO WS-CYC-NOTE
006380        END-IF
006390        IF WS-CYCLE-OVERRIDDEN
006400           SET WS-CYC-OVERRIDE-USED TO TRUE
006410           DISPLAY 'DL055 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
006420        ELSE
006430           DISPLAY 'DL055 NOT RUN - ' WS-CYC-NOTE
006440           DISPLAY 'DL055 BUSINESS DATE ' WS-CYC-BUS-DATE
006450           MOVE 16 TO RETURN-CODE
006460           MOVE 'N' TO WS-CYC-POST-STATUS
006470           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
006480           GOBACK
006490        END-IF
006500     END-IF
006510     IF WS-CYC-THIS-ENDED
006520        MOVE SPACES TO WS-CYC-NOTE
006530        STRING WS-CYC-THIS-STEP     DELIMITED BY SPACE
006540                ' ALREADY ENDED OK'  DELIMITED BY SIZE
006550           INTO WS-CYC-NOTE
006560        IF WS-CYCLE-OVERRIDDEN
006570           SET WS-CYC-OVERRIDE-USED TO TRUE
006580           DISPLAY 'DL055 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
006590        ELSE
006600           DISPLAY 'DL055 NOT RUN - ' WS-CYC-NOTE
006610           DISPLAY 'DL055 BUSINESS DATE ' WS-CYC-BUS-DATE
006620           MOVE 8 TO RETURN-CODE
006630           MOVE 'N' TO WS-CYC-POST-STATUS
006640           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
006650           GOBACK
006660        END-IF
006670     END-IF
006680     MOVE 'S' TO WS-CYC-POST-STATUS
006690     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
006700 0100-EXIT.
006710     EXIT.
006720*
006730 0110-READ-ONE-CYCLE.
006740     READ CYCLE-FILE
006750        AT END
006760           SET WS-END-OF-CYCLE TO TRUE
006770     END-READ
006780     IF WS-END-OF-CYCLE
006790        GO TO 0110-EXIT
006800     END-IF
006810     IF CYC-STEP = 'DL030   '
006820        AND (CYC-STARTED OR CYC-RESTARTED)
006830        AND CYC-BUS-DATE NOT = WS-CYC-BUS-DATE
006840        MOVE CYC-BUS-DATE TO WS-CYC-BUS-DATE
006850        MOVE SPACES TO WS-CYC-PRED-STATUS
006860        MOVE SPACES TO WS-CYC-THIS-STATUS
006870     END-IF
006880     IF CYC-STEP = WS-CYC-PRED-STEP
006890        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
006900        AND NOT (CYC-NOT-RUN AND WS-CYC-PRED-OK)
006910        MOVE CYC-STATUS TO WS-CYC-PRED-STATUS
006920     END-IF
006930     IF CYC-STEP = WS-CYC-THIS-STEP
006940        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
006950        AND NOT (CYC-NOT-RUN AND WS-CYC-THIS-ENDED)
006960        MOVE CYC-STATUS TO WS-CYC-THIS-STATUS
006970     END-IF.
006980 0110-EXIT.
006990     EXIT.
007000*
007010* ----------------------------------------------------------------
007020*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
007030*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
007040* ----------------------------------------------------------------
007050 0150-POST-CYCLE.
007060     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
007070     ACCEPT WS-CYC-TIME FROM TIME
007080     OPEN EXTEND CYCLE-FILE
007090     MOVE SPACES TO PHBK-CYCLE-RECORD
007100     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
007110     MOVE WS-CYC-THIS-STEP TO CYC-STEP
007120     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
007130     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
007140     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
007150     MOVE RETURN-CODE TO CYC-RETURN-CODE
007160     IF WS-CYC-OVERRIDE-USED
007170        MOVE 'Y' TO CYC-OVERRIDE-FLAG
007180     END-IF
007190     MOVE WS-CYC-NOTE TO CYC-NOTE
007200     WRITE PHBK-CYCLE-RECORD
007210     CLOSE CYCLE-FILE.
007220 0150-EXIT.
007230     EXIT.
007240*
007250* ----------------------------------------------------------------
007260*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
007270*  ENDING WITH A RETURN CODE OF 8 OR MORE.
007280* ----------------------------------------------------------------
007290 0190-POST-CYCLE-END.
007300     IF RETURN-CODE < 8
007310        MOVE 'E' TO WS-CYC-POST-STATUS
007320     ELSE
007330        MOVE 'F' TO WS-CYC-POST-STATUS
007340     END-IF
007350     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
007360 0190-EXIT.
007370     EXIT.
001590*
001600* ----------------------------------------------------------------
001610*  1000-INITIALIZE - READ THE PRIOR RUN'S CONTROL RECORD (EMPTY
001620*  FILE = FIRST RUN), BUMP THE SEQUENCE, OPEN THE DELTA FILE,
001630*  WRITE THE HEADER, AND READ THE FIRST AUDIT RECORD - GSAM HAS
001640*  NO GU, THE FIRST GN DELIVERS THE FIRST RECORD.
001644*  THE NIGHTLY CYCLE IS CHECKED FIRST, SO A REFUSED RUN LEAVES
001647*  THE CONTROL FILE AND THE DELTA FILE UNTOUCHED.
001650* ----------------------------------------------------------------
001660 1000-INITIALIZE.
001664     ACCEPT WS-CYCLE-CARD FROM SYSIN
001667     PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
001670     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
001680     OPEN INPUT CONTROL-FILE
001690     READ CONTROL-FILE
001980* ----------------------------------------------------------------
001990*  2000-PROCESS-AUDIT-RECORD - EMIT AN 'E' RECORD FOR EVERY
002000*  APPLIED UPDATE STAMPED AFTER THE PRIOR RUN'S HIGH-WATER
002010*  TIMESTAMP.  DENIED ATTEMPTS CHANGED NOTHING AND ARE SKIPPED,
002014*  AS ARE REQUESTS QUEUED FOR APPROVAL OR REJECTED - THE CHANGE
002017*  GOES OUT ONLY WITH THE APPROVED RECORD, WHEN IT WAS APPLIED.
002020* ----------------------------------------------------------------
002030 2000-PROCESS-AUDIT-RECORD.
002040     ADD 1 TO WS-READ-COUNT
002050     IF AUD-TIMESTAMP > WS-LAST-TIMESTAMP
002060        AND NOT AUD-DENIED
002064        AND NOT AUD-QUEUED
002067        AND NOT AUD-REJECTED
002070        PERFORM 2100-CLASSIFY-ACTION THRU 2100-EXIT
002080        IF WS-ACTION-CODE NOT = SPACES
002090           PERFORM 3000-WRITE-DELTA-RECORD THRU 3000-EXIT
003460 8000-TERMINATE.
003470     CLOSE DELTA-FILE
003480     DISPLAY 'DL055 RUN SEQUENCE ' WS-RUN-SEQ
003490             ' - DELTA RECORDS WRITTEN ' WS-EMP-COUNT
003495     PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT.
003500 8000-EXIT.
003510     EXIT.
