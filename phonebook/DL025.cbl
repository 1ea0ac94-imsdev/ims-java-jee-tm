000010* ----------------------------------------------------------------
000020*  DL025 - PENDING APPROVAL AGING REPORT (DAILY BATCH)
000030*
000040*  EX01 NO LONGER APPLIES A DELETE, RETIRE OR RENAME WHEN IT IS
000050*  KEYED - IT QUEUES THE REQUEST ON THE PHBKDB5 PENDING-APPROVAL
000060*  DATABASE UNTIL A SECOND UPDATE-AUTHORIZED USER APPROVES OR
000070*  REJECTS IT.  A REQUEST NOBODY ACTS ON JUST SITS THERE, SO THIS
000080*  JOB WALKS PHBKDB5 EVERY MORNING AND LISTS EVERY REQUEST THAT
000090*  HAS BEEN WAITING MORE THAN THE NUMBER OF DAYS ON THE CARD,
000100*  WITH WHO ASKED FOR IT AND WHEN, FOR THE DIRECTORY STEWARD TO
000110*  CHASE.  APPROVED AND REJECTED REQUESTS ARE DELETED FROM
000120*  PHBKDB5 BY EX01, SO EVERYTHING THE WALK FINDS IS STILL OPEN.
000130*
000140*  THE AGE IS WHOLE CALENDAR DAYS FROM THE DATE IN THE REQUEST
000150*  STAMP TO TODAY, WORKED OUT WITH A DAY-NUMBER CALCULATION SO
000160*  MONTH AND YEAR ENDS COME OUT RIGHT.
000170*
000180*  PARAMETER CARD ON SYSIN:
000190*      COLS  1- 3   DAYS - LIST REQUESTS WAITING MORE THAN THIS
000200*                   MANY DAYS, ZERO-FILLED (E.G. 002).  A BLANK
000210*                   CARD TAKES THE DEFAULT OF 2 DAYS; ANYTHING
000220*                   ELSE NOT NUMERIC STOPS THE RUN.
000230* ----------------------------------------------------------------
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.  DL025.
000260 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000270 INSTALLATION. DATA CENTER SYSTEMS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*
000310* ----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330* ----------------------------------------------------------------
000340*  DATE       BY    DESCRIPTION
000350*  ---------- ----  -------------------------------------------
000360*  10/15/2026 PAG   ORIGINAL PENDING APPROVAL AGING REPORT.
000370* ----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-370.
000410 OBJECT-COMPUTER.  IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PEND-REPORT-FILE ASSIGN TO PNDRPT
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500* ----------------------------------------------------------------
000510*  PEND-REPORT-FILE - FORMATTED PRINT FILE.
000520* ----------------------------------------------------------------
000530 FD  PEND-REPORT-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  PEND-REPORT-LINE            PIC X(132).
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600* ----------------------------------------------------------------
000610*  DL/I CALL FUNCTION CODES
000620* ----------------------------------------------------------------
000630 01  WS-DLI-FUNCTIONS.
000640     05  WS-FUNC-GU              PIC X(04) VALUE 'GU  '.
000650     05  WS-FUNC-GN              PIC X(04) VALUE 'GN  '.
000660*
000670* ----------------------------------------------------------------
000680*  SWITCHES
000690* ----------------------------------------------------------------
000700 01  WS-SWITCHES.
000710     05  WS-SW-END-OF-DB         PIC X(01) VALUE 'N'.
000720         88  WS-END-OF-DB                VALUE 'Y'.
000730         88  WS-NOT-END-OF-DB            VALUE 'N'.
000740*
000750* ----------------------------------------------------------------
000760*  COUNTERS
000770* ----------------------------------------------------------------
000780 01  WS-COUNTERS.
000790     05  WS-READ-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
000800     05  WS-LISTED-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
000810     05  WS-DELETE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
000820     05  WS-RETIRE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
000830     05  WS-RENAME-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
000840     05  WS-OLDEST-AGE           PIC S9(07) COMP-3 VALUE ZERO.
000850*
000860 01  WS-SSA-AREAS.
000870     05  WS-SSA-PEND-UNQUAL      PIC X(09) VALUE 'PHBKPND '.
000880*
000890* ----------------------------------------------------------------
000900*  WS-PARM-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
000910* ----------------------------------------------------------------
000920 01  WS-PARM-CARD.
000930     05  WS-PARM-DAYS-X          PIC X(03) VALUE SPACES.
000940     05  WS-PARM-DAYS REDEFINES WS-PARM-DAYS-X
000950                                 PIC 9(03).
000960*
000970 01  WS-AGE-LIMIT                PIC S9(05) COMP-3 VALUE 2.
000980*
000990 01  WS-CURRENT-DATE.
001000     05  WS-CD-DATE              PIC X(08).
001010*
001020* ----------------------------------------------------------------
001030*  WS-DATE-WORK - INPUT AND WORK FIELDS FOR 7000-CALC-DAY-NUMBER.
001040*  WS-TODAY-DAYNUM AND WS-REQ-DAYNUM HOLD ITS RESULTS FOR THE RUN
001050*  DATE AND FOR THE REQUEST IN HAND; THE DIFFERENCE IS THE AGE.
001060* ----------------------------------------------------------------
001070 01  WS-DATE-WORK.
001080     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
001090     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
001100         10  WS-DW-YYYY          PIC 9(04).
001110         10  WS-DW-MM            PIC 9(02).
001120         10  WS-DW-DD            PIC 9(02).
001130     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
001140     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
001150     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
001160     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
001170     05  WS-TODAY-DAYNUM         PIC S9(09) COMP-3 VALUE ZERO.
001180     05  WS-REQ-DAYNUM           PIC S9(09) COMP-3 VALUE ZERO.
001190     05  WS-REQ-AGE              PIC S9(07) COMP-3 VALUE ZERO.
001200*
001210* ----------------------------------------------------------------
001220*  PRINT LINES
001230* ----------------------------------------------------------------
001240 01  WS-HEADING-1.
001250     05  FILLER                  PIC X(30)
001260         VALUE 'PENDING APPROVAL AGING REPORT '.
001270     05  FILLER                  PIC X(12) VALUE '      DL025 '.
001280     05  FILLER                  PIC X(05) VALUE 'DATE '.
001290     05  HD1-DATE                PIC X(08) VALUE SPACES.
001300     05  FILLER                  PIC X(77) VALUE SPACES.
001310*
001320 01  WS-LIMIT-ECHO.
001330     05  FILLER                  PIC X(34)
001340         VALUE 'REQUESTS WAITING MORE THAN (DAYS) '.
001350     05  ECH-DAYS                PIC ZZ9 VALUE ZERO.
001360     05  FILLER                  PIC X(95) VALUE SPACES.
001370*
001380 01  WS-COLUMN-HEADING.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(05) VALUE 'DIR  '.
001410     05  FILLER                  PIC X(12) VALUE 'NAME2       '.
001420     05  FILLER                  PIC X(12) VALUE 'NAME1       '.
001430     05  FILLER                  PIC X(10) VALUE 'COMMAND   '.
001440     05  FILLER                  PIC X(23)
001450         VALUE 'NEW NAME (RENAME)      '.
001460     05  FILLER                  PIC X(10) VALUE 'REQUESTER '.
001470     05  FILLER                  PIC X(19)
001480         VALUE 'QUEUED             '.
001490     05  FILLER                  PIC X(06) VALUE '  DAYS'.
001500     05  FILLER                  PIC X(33) VALUE SPACES.
001510*
001520 01  WS-DETAIL-LINE.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DET-DIR                 PIC X(01) VALUE SPACES.
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  DET-NAME2               PIC X(10) VALUE SPACES.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DET-NAME1               PIC X(10) VALUE SPACES.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DET-COMMAND             PIC X(08) VALUE SPACES.
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  DET-NEW-NAME2           PIC X(10) VALUE SPACES.
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  DET-NEW-NAME1           PIC X(10) VALUE SPACES.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  DET-REQ-USERID          PIC X(08) VALUE SPACES.
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  DET-REQ-STAMP           PIC X(17) VALUE SPACES.
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  DET-AGE                 PIC ZZ,ZZ9 VALUE ZERO.
001710     05  FILLER                  PIC X(33) VALUE SPACES.
001720*
001730 01  WS-SUMMARY-LINE.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  SUM-LABEL               PIC X(34) VALUE SPACES.
001760     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
001770     05  FILLER                  PIC X(89) VALUE SPACES.
001780*
001790* ----------------------------------------------------------------
001800*  DL/I I-O AREAS
001810* ----------------------------------------------------------------
001820 COPY PHBKPND.
001830*
001840 LINKAGE SECTION.
001850*
001860* ----------------------------------------------------------------
001870*  I-O PCB - PASSED FIRST TO EVERY DL/I BATCH PROGRAM BY THE
001880*  CONTROL REGION.
001890* ----------------------------------------------------------------
001900 01  IO-PCB-MASK.
001910     05  IO-PCB-LTERM            PIC X(08).
001920     05  IO-PCB-RESERVED-1       PIC X(02).
001930     05  IO-PCB-STATUS-CODE      PIC X(02).
001940     05  IO-PCB-DATE             PIC S9(07) COMP-3.
001950     05  IO-PCB-TIME             PIC S9(07) COMP-3.
001960     05  IO-PCB-INPUT-SEQ        PIC S9(05) COMP.
001970     05  IO-PCB-MODNAME          PIC X(08).
001980     05  IO-PCB-USERID           PIC X(08).
001990     05  IO-PCB-GRPNAME          PIC X(08).
002000*
002010 COPY PHBKPC5.
002020*
002030 PROCEDURE DIVISION USING IO-PCB-MASK
002040         PEND-PCB-MASK.
002050*
002060* ================================================================
002070*  0000-MAINLINE
002080* ================================================================
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
002120        UNTIL WS-END-OF-DB
002130     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002140     PERFORM 8000-TERMINATE THRU 8000-EXIT
002150     GOBACK.
002160*
002170* ----------------------------------------------------------------
002180*  1000-INITIALIZE - READ AND EDIT THE PARAMETER CARD (A BAD DAY
002190*  COUNT STOPS THE RUN BEFORE ANYTHING IS PRINTED), WORK OUT
002200*  TODAY'S DAY NUMBER, OPEN THE REPORT, PRINT THE HEADINGS, AND
002210*  POSITION ON THE FIRST PENDING REQUEST.
002220* ----------------------------------------------------------------
002230 1000-INITIALIZE.
002240     ACCEPT WS-PARM-CARD FROM SYSIN
002250     IF WS-PARM-DAYS-X NOT = SPACES
002260        IF WS-PARM-DAYS NOT NUMERIC
002270           DISPLAY 'DL025 BAD DAY COUNT - ' WS-PARM-DAYS-X
002280           MOVE 16 TO RETURN-CODE
002290           GOBACK
002300        END-IF
002310        MOVE WS-PARM-DAYS TO WS-AGE-LIMIT
002320     END-IF
002330     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
002340     MOVE WS-CD-DATE TO WS-DW-DATE
002350     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
002360     MOVE WS-DW-DAYNUM TO WS-TODAY-DAYNUM
002370     OPEN OUTPUT PEND-REPORT-FILE
002380     MOVE WS-CD-DATE TO HD1-DATE
002390     MOVE WS-HEADING-1 TO PEND-REPORT-LINE
002400     WRITE PEND-REPORT-LINE
002410     MOVE WS-AGE-LIMIT TO ECH-DAYS
002420     MOVE WS-LIMIT-ECHO TO PEND-REPORT-LINE
002430     WRITE PEND-REPORT-LINE
002440     MOVE SPACES TO PEND-REPORT-LINE
002450     WRITE PEND-REPORT-LINE
002460     MOVE WS-COLUMN-HEADING TO PEND-REPORT-LINE
002470     WRITE PEND-REPORT-LINE
002480     CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
002490              PHBK-PEND-SEGMENT WS-SSA-PEND-UNQUAL
002500     IF PEND-PCB-STATUS-OK
002510        SET WS-NOT-END-OF-DB TO TRUE
002520     ELSE
002530        SET WS-END-OF-DB TO TRUE
002540     END-IF.
002550 1000-EXIT.
002560     EXIT.
002570*
002580* ----------------------------------------------------------------
002590*  2000-PROCESS-ONE-REQUEST - AGE THE CURRENT REQUEST, LIST IT IF
002600*  IT HAS WAITED TOO LONG, AND ADVANCE.  A STAMP WHOSE DATE IS
002610*  NOT NUMERIC CANNOT BE AGED AND IS ALWAYS LISTED, WITH ZERO
002620*  DAYS, SO SOMEONE LOOKS AT IT.
002630* ----------------------------------------------------------------
002640 2000-PROCESS-ONE-REQUEST.
002650     ADD 1 TO WS-READ-COUNT
002660     MOVE PHBK-PND-REQ-DATE TO WS-DW-DATE
002670     IF WS-DW-DATE NOT NUMERIC
002680        MOVE ZERO TO WS-REQ-AGE
002690        PERFORM 3000-LIST-REQUEST THRU 3000-EXIT
002700     ELSE
002710        PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
002720        MOVE WS-DW-DAYNUM TO WS-REQ-DAYNUM
002730        SUBTRACT WS-REQ-DAYNUM FROM WS-TODAY-DAYNUM
002740          GIVING WS-REQ-AGE
002750        IF WS-REQ-AGE > WS-AGE-LIMIT
002760           PERFORM 3000-LIST-REQUEST THRU 3000-EXIT
002770        END-IF
002780     END-IF
002790     CALL 'CBLTDLI' USING WS-FUNC-GN PEND-PCB-MASK
002800              PHBK-PEND-SEGMENT WS-SSA-PEND-UNQUAL
002810     IF NOT PEND-PCB-STATUS-OK
002820        SET WS-END-OF-DB TO TRUE
002830     END-IF.
002840 2000-EXIT.
002850     EXIT.
002860*
002870* ----------------------------------------------------------------
002880*  3000-LIST-REQUEST - ONE DETAIL LINE AND THE COUNTS.
002890* ----------------------------------------------------------------
002900 3000-LIST-REQUEST.
002910     ADD 1 TO WS-LISTED-COUNT
002920     EVALUATE PHBK-PND-COMMAND
002930        WHEN 'DELETE  '
002940           ADD 1 TO WS-DELETE-COUNT
002950        WHEN 'RETIRE  '
002960           ADD 1 TO WS-RETIRE-COUNT
002970        WHEN 'RENAME  '
002980           ADD 1 TO WS-RENAME-COUNT
002990     END-EVALUATE
003000     IF WS-REQ-AGE > WS-OLDEST-AGE
003010        MOVE WS-REQ-AGE TO WS-OLDEST-AGE
003020     END-IF
003030     MOVE PHBK-PND-DIR TO DET-DIR
003040     MOVE PHBK-PND-NAME2 TO DET-NAME2
003050     MOVE PHBK-PND-NAME1 TO DET-NAME1
003060     MOVE PHBK-PND-COMMAND TO DET-COMMAND
003070     MOVE PHBK-PND-NEW-NAME2 TO DET-NEW-NAME2
003080     MOVE PHBK-PND-NEW-NAME1 TO DET-NEW-NAME1
003090     MOVE PHBK-PND-REQ-USERID TO DET-REQ-USERID
003100     MOVE PHBK-PND-REQ-STAMP TO DET-REQ-STAMP
003110     MOVE WS-REQ-AGE TO DET-AGE
003120     MOVE WS-DETAIL-LINE TO PEND-REPORT-LINE
003130     WRITE PEND-REPORT-LINE.
003140 3000-EXIT.
003150     EXIT.
003160*
003170* ----------------------------------------------------------------
003180*  6000-PRINT-SUMMARY - END-OF-RUN CONTROL TOTALS.
003190* ----------------------------------------------------------------
003200 6000-PRINT-SUMMARY.
003210     MOVE SPACES TO PEND-REPORT-LINE
003220     WRITE PEND-REPORT-LINE
003230     MOVE 'REQUESTS PENDING' TO SUM-LABEL
003240     MOVE WS-READ-COUNT TO SUM-VALUE
003250     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
003260     MOVE 'REQUESTS LISTED AS OVERDUE' TO SUM-LABEL
003270     MOVE WS-LISTED-COUNT TO SUM-VALUE
003280     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
003290     MOVE '  OVERDUE DELETE' TO SUM-LABEL
003300     MOVE WS-DELETE-COUNT TO SUM-VALUE
003310     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
003320     MOVE '  OVERDUE RETIRE' TO SUM-LABEL
003330     MOVE WS-RETIRE-COUNT TO SUM-VALUE
003340     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
003350     MOVE '  OVERDUE RENAME' TO SUM-LABEL
003360     MOVE WS-RENAME-COUNT TO SUM-VALUE
003370     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
003380     MOVE 'OLDEST OVERDUE REQUEST (DAYS)' TO SUM-LABEL
003390     MOVE WS-OLDEST-AGE TO SUM-VALUE
003400     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT.
003410 6000-EXIT.
003420     EXIT.
003430*
003440 6100-WRITE-SUMMARY-LINE.
003450     MOVE WS-SUMMARY-LINE TO PEND-REPORT-LINE
003460     WRITE PEND-REPORT-LINE.
003470 6100-EXIT.
003480     EXIT.
003490*
003500* ----------------------------------------------------------------
003510*  7000-CALC-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DW-DATE
003520*  INTO A DAY COUNT IN WS-DW-DAYNUM, SO THAT SUBTRACTING TWO OF
003530*  THEM GIVES THE DAYS BETWEEN.  THE YEAR IS TAKEN TO START IN
003540*  MARCH (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
003550*  YEAR BEFORE), WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR
003560*  AND LETS (153 * MONTH + 2) / 5 GIVE THE DAYS BEFORE EACH
003570*  MONTH.  EVERY DIVIDE TRUNCATES, AS THE FORMULA REQUIRES.
003580* ----------------------------------------------------------------
003590 7000-CALC-DAY-NUMBER.
003600     MOVE WS-DW-YYYY TO WS-DW-YEAR
003610     MOVE WS-DW-MM TO WS-DW-MONTH
003620     IF WS-DW-MONTH < 3
003630        SUBTRACT 1 FROM WS-DW-YEAR
003640        ADD 12 TO WS-DW-MONTH
003650     END-IF
003660     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
003670     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
003680     ADD WS-DW-TEMP TO WS-DW-DAYNUM
003690     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
003700     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
003710     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
003720     ADD WS-DW-TEMP TO WS-DW-DAYNUM
003730     SUBTRACT 3 FROM WS-DW-MONTH
003740     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
003750     ADD 2 TO WS-DW-TEMP
003760     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
003770     ADD WS-DW-TEMP TO WS-DW-DAYNUM
003780     ADD WS-DW-DD TO WS-DW-DAYNUM.
003790 7000-EXIT.
003800     EXIT.
003810*
003820* ----------------------------------------------------------------
003830*  8000-TERMINATE
003840* ----------------------------------------------------------------
003850 8000-TERMINATE.
003860     CLOSE PEND-REPORT-FILE.
003870 8000-EXIT.
003880     EXIT.
