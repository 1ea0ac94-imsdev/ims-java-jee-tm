000266*      COL  3       'Y' - EMIT AN ADD SKELETON (NAMES AND HR
000268*                   DEPT/LOC; EXTENSION AND ZIP LEFT FOR THE
000272*                   STEWARD TO FILL IN) FOR EACH MISSING
005000*      COLS  4-11   BUSINESS DATE YYYYMMDD FOR THE NIGHTLY CYCLE;
005010*                   BLANK MEANS TODAY
005020*
005030*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): DL030 IS THE FIRST STEP
005040*  OF THE NIGHT.  ITS START RECORD ON THE CYCLE CONTROL FILE SETS
005050*  THE BUSINESS DATE THE LATER STEPS CHECK AGAINST, AND IT POSTS
005060*  ITS END THERE SO DL040 KNOWS TRANOUT IS COMPLETE.
000274* ----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.  DL030.
000392*  09/02/2026 PAG   SHARED RUNSTAT STATISTICS FILE (PHBKSTA
000393*  09/02/2026 PAG   LAYOUT) FOR THE DL090 TREND REPORT - THE
000394*  09/02/2026 PAG   TRACKING OVER TIME THE HEADER PROMISED.
000396*  10/15/2026 PAG   OPEN THE NIGHTLY CYCLE ON THE CYCLE CONTROL
000397*  10/15/2026 PAG   FILE UNDER THE BUSINESS DATE FROM CARD
000398*  10/15/2026 PAG   COLUMNS 4-11 (BLANK = TODAY) AND POST THIS
000399*  10/15/2026 PAG   STEP'S START AND END STATUS THERE.
000390* ----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000494         ORGANIZATION IS SEQUENTIAL.
000496     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000498         ORGANIZATION IS SEQUENTIAL.
000499     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000501         ORGANIZATION IS SEQUENTIAL.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000788     RECORDING MODE IS F
000789     LABEL RECORDS ARE STANDARD.
000791 COPY PHBKSTA.
006000*
006010* ----------------------------------------------------------------
006020*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
006030*  THIS STEP'S STATUS IS APPENDED.
006040* ----------------------------------------------------------------
006050 FD  CYCLE-FILE
006060     RECORDING MODE IS F
006070     LABEL RECORDS ARE STANDARD.
006080 COPY PHBKCYC.
000792*
000780 WORKING-STORAGE SECTION.
000790*
000981         88  WS-EMIT-GHOST-RETIRE        VALUE 'R'.
000982     05  WS-CTL-MISSING          PIC X(01) VALUE SPACES.
000983         88  WS-EMIT-MISSING             VALUE 'Y'.
000985     05  WS-CTL-BUS-DATE         PIC X(08) VALUE SPACES.
000984*
000980* ----------------------------------------------------------------
000990*  COUNTERS AND CONTROL TOTALS
001520*
001530 01  WS-CURRENT-DATE.
001540     05  WS-CD-DATE              PIC X(08).
007000*
007010* ----------------------------------------------------------------
007020*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS STEP
007030*  AND THE BUSINESS DATE IT OPENS THE NIGHT UNDER.
007040* ----------------------------------------------------------------
007050 01  WS-CYCLE-WORK.
007060     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL030   '.
007070     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
007080     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
007090     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
007100     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
007110     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
001550*
001560* ----------------------------------------------------------------
001570*  DL/I I-O AREA - PHONEBOOK ROOT SEGMENT
001890     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
001900     PERFORM 8000-TERMINATE THRU 8000-EXIT
001910     GOBACK.
008000*
008010* ----------------------------------------------------------------
008020*  0100-OPEN-CYCLE - POST THIS STEP'S START UNDER THE BUSINESS
008030*  DATE FROM THE CONTROL CARD, OR TODAY WHEN IT IS BLANK.  EVERY
008040*  LATER STEP OF THE NIGHT RUNS UNDER THIS BUSINESS DATE.
008050* ----------------------------------------------------------------
008060 0100-OPEN-CYCLE.
008070     IF WS-CTL-BUS-DATE = SPACES
008080        MOVE WS-CD-DATE TO WS-CYC-BUS-DATE
008090     ELSE
008100        IF WS-CTL-BUS-DATE NUMERIC
008110           MOVE WS-CTL-BUS-DATE TO WS-CYC-BUS-DATE
008120        ELSE
008130           DISPLAY 'DL030 BUSINESS DATE NOT NUMERIC - '
008140                   WS-CTL-BUS-DATE
008150           MOVE 16 TO RETURN-CODE
008160           GOBACK
008170        END-IF
008180     END-IF
008190     MOVE 'S' TO WS-CYC-POST-STATUS
008200     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
008210 0100-EXIT.
008220     EXIT.
008230*
008240* ----------------------------------------------------------------
008250*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
008260*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
008270* ----------------------------------------------------------------
008280 0150-POST-CYCLE.
008290     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
008300     ACCEPT WS-CYC-TIME FROM TIME
008310     OPEN EXTEND CYCLE-FILE
008320     MOVE SPACES TO PHBK-CYCLE-RECORD
008330     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
008340     MOVE WS-CYC-THIS-STEP TO CYC-STEP
008350     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
008360     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
008370     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
008380     MOVE RETURN-CODE TO CYC-RETURN-CODE
008390     MOVE WS-CYC-NOTE TO CYC-NOTE
008400     WRITE PHBK-CYCLE-RECORD
008410     CLOSE CYCLE-FILE.
008420 0150-EXIT.
008430     EXIT.
008440*
008450* ----------------------------------------------------------------
008460*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
008470*  ENDING WITH A RETURN CODE OF 8 OR MORE.
008480* ----------------------------------------------------------------
008490 0190-POST-CYCLE-END.
008500     IF RETURN-CODE < 8
008510        MOVE 'E' TO WS-CYC-POST-STATUS
008520     ELSE
008530        MOVE 'F' TO WS-CYC-POST-STATUS
008540     END-IF
008550     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
008560 0190-EXIT.
008570     EXIT.
001920*
001930* ----------------------------------------------------------------
001940*  1000-INITIALIZE - OPEN THE FILES, POSITION ON THE FIRST ROOT
001950*  SEGMENT AND THE FIRST ACTIVE HR RECORD, AND PRINT THE
001960*  HEADING.
001965*  THE NIGHTLY CYCLE IS OPENED FIRST.
001970* ----------------------------------------------------------------
001980 1000-INITIALIZE.
001982     ACCEPT WS-CONTROL-CARD FROM SYSIN
001990     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
001995     PERFORM 0100-OPEN-CYCLE THRU 0100-EXIT
002000     OPEN INPUT HR-MASTER-FILE
002010     OPEN OUTPUT EXCEPTION-REPORT-FILE
002012     IF WS-EMIT-MISMATCH OR WS-EMIT-GHOST-DELETE
004052     IF WS-TRAN-OUT-OPEN
004054        CLOSE TRAN-OUT-FILE
004056     END-IF
004058     PERFORM 8500-WRITE-RUN-STATS THRU 8500-EXIT
004059     PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT.
004060 8000-EXIT.
004070     EXIT.
004080*
