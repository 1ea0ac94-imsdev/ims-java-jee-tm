000010* ----------------------------------------------------------------
000020*  DL095 - NIGHTLY CYCLE STATUS REPORT (MORNING BATCH)
000030*
000040*  READS THE SHARED CYCLE CONTROL FILE (PHBKCYC LAYOUT) THAT THE
000050*  NIGHTLY STEPS POST TO AND PRINTS ONE NIGHT'S CYCLE FOR THE
000060*  MORNING SHIFT:
000070*      STEP SUMMARY - ONE LINE PER STEP IN RUN ORDER (DL030,
000080*          DL035, DL040, DL055, THEN THE WEEKLY DL010 AND DL050)
000085*          WITH ITS FINAL STATUS, FIRST START, LAST END,
000090*          ELAPSED TIME FROM ONE TO THE OTHER (RESTARTS
000100*          INCLUDED), RESTART COUNT, RETURN CODE AND WHETHER IT
000110*          RAN UNDER OVERRIDE.
000120*          A STEP WITH NOTHING POSTED SHOWS AS DID NOT RUN; ONE
000130*          LEFT AT STARTED OR RESTARTED ABENDED OR IS STILL UP.
000140*      CYCLE EVENTS - EVERY RECORD POSTED FOR THE NIGHT, IN THE
000150*          ORDER POSTED.
000160*  A NIGHTLY STEP THAT DID NOT END OK, OR A WEEKLY STEP THAT RAN
000170*  BUT DID NOT END OK, IS AN EXCEPTION; THE RUN ENDS WITH RETURN
000180*  CODE 4 WHEN THERE ARE ANY, SO THE SCHEDULER CAN PAGE.
000181*  A NOT-RUN (REFUSED) RECORD POSTED AFTER A STEP ENDED OK IS
000182*  LISTED AS AN EVENT BUT LEAVES THE STEP ENDED OK.
000190*
000200*  SELECTION CARD ON SYSIN:
000210*      COLS  1- 8   BUSINESS DATE YYYYMMDD.  BLANK REPORTS THE
000220*                   LATEST NIGHT - THE LAST DL030 START ON FILE.
000221*  ON A BLANK CARD, A LAST DL030 START EARLIER THAN YESTERDAY
000222*  MEANS LAST NIGHT'S CYCLE NEVER STARTED: THE REPORT SAYS SO
000223*  (NO CYCLE STARTED FOR YESTERDAY'S DATE), ENDS WITH RETURN
000224*  CODE 4, AND STILL PRINTS THE LATEST NIGHT ON FILE BELOW IT.
000230*
000240*  NO DATABASES ARE TOUCHED - THIS IS A PLAIN SEQUENTIAL REPORT
000250*  STEP, RUN AFTER THE NIGHTLY CYCLE.
000260* ----------------------------------------------------------------
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.  DL095.
000290 AUTHOR.      PHONEBOOK APPLICATIONS GROUP.
000300 INSTALLATION. DATA CENTER SYSTEMS.
000310 DATE-WRITTEN. 10/15/2026.
000320 DATE-COMPILED.
000330*
000340* ----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360* ----------------------------------------------------------------
000370*  DATE       BY    DESCRIPTION
000380*  ---------- ----  -------------------------------------------
000390*  10/15/2026 PAG   ORIGINAL NIGHTLY CYCLE STATUS REPORT.
000391*  10/15/2026 PAG   DL035 JOINS THE NIGHTLY STEPS.  FLAG A NIGHT
000392*  10/15/2026 PAG   WITH NO DL030 START AS AN EXCEPTION, AND LET
000393*  10/15/2026 PAG   A REFUSED RERUN LEAVE A STEP ENDED OK.
000400* ----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT CYCLE-REPORT-FILE ASSIGN TO CYCRPT
000500         ORGANIZATION IS SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*
000550* ----------------------------------------------------------------
000560*  CYCLE-FILE - THE SHARED NIGHTLY CYCLE CONTROL FILE.
000570* ----------------------------------------------------------------
000580 FD  CYCLE-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY PHBKCYC.
000620*
000630* ----------------------------------------------------------------
000640*  CYCLE-REPORT-FILE - FORMATTED PRINT FILE.
000650* ----------------------------------------------------------------
000660 FD  CYCLE-REPORT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  CYCLE-REPORT-LINE           PIC X(132).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730* ----------------------------------------------------------------
000740*  SWITCHES
000750* ----------------------------------------------------------------
000760 01  WS-SWITCHES.
000770     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
000780         88  WS-END-OF-CYCLE             VALUE 'Y'.
000790         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
000800     05  WS-SW-STEP-FOUND        PIC X(01) VALUE 'N'.
000810         88  WS-STEP-FOUND               VALUE 'Y'.
000820         88  WS-STEP-NOT-FOUND           VALUE 'N'.
000821     05  WS-SW-CYCLE-MISSING     PIC X(01) VALUE 'N'.
000822         88  WS-CYCLE-MISSING            VALUE 'Y'.
000823         88  WS-CYCLE-NOT-MISSING        VALUE 'N'.
000830*
000840* ----------------------------------------------------------------
000850*  COUNTERS AND SUBSCRIPTS
000860* ----------------------------------------------------------------
000870 01  WS-COUNTERS.
000880     05  WS-CYC-READ-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
000890     05  WS-EVENT-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
000900     05  WS-OTHER-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
000910     05  WS-EXCEPTION-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
000920     05  WS-NOT-RUN-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
000930     05  WS-STEP-IX              PIC S9(05) COMP VALUE ZERO.
000940*
000950* ----------------------------------------------------------------
000960*  WS-STEP-LIST - THE CYCLE'S STEPS IN RUN ORDER AND HOW OFTEN
000970*  EACH IS SCHEDULED.  ADD A STEP HERE AND RAISE THE OCCURS.
000980* ----------------------------------------------------------------
000990 01  WS-STEP-LIST-VALUES.
001000     05  FILLER      PIC X(15) VALUE 'DL030   NIGHTLY'.
001005     05  FILLER      PIC X(15) VALUE 'DL035   NIGHTLY'.
001010     05  FILLER      PIC X(15) VALUE 'DL040   NIGHTLY'.
001020     05  FILLER      PIC X(15) VALUE 'DL055   NIGHTLY'.
001030     05  FILLER      PIC X(15) VALUE 'DL010   WEEKLY '.
001040     05  FILLER      PIC X(15) VALUE 'DL050   WEEKLY '.
001050 01  WS-STEP-LIST REDEFINES WS-STEP-LIST-VALUES.
001060     05  WS-SL-ENTRY OCCURS 6 TIMES.
001070         10  WS-SL-STEP          PIC X(08).
001080         10  WS-SL-SCHEDULE      PIC X(07).
001090             88  WS-SL-NIGHTLY           VALUE 'NIGHTLY'.
001100*
001110 01  WS-STEP-COUNT               PIC S9(05) COMP VALUE +6.
001120*
001130* ----------------------------------------------------------------
001140*  WS-STEP-TABLE - WHAT EACH STEP POSTED FOR THE BUSINESS DATE,
001150*  PARALLEL TO WS-STEP-LIST.
001160* ----------------------------------------------------------------
001170 01  WS-STEP-TABLE.
001180     05  WS-ST-ENTRY OCCURS 6 TIMES.
001190         10  WS-ST-FIRST-STAMP.
001200             15  WS-ST-FIRST-DATE    PIC X(08).
001210             15  FILLER              PIC X(01).
001220             15  WS-ST-FIRST-TIME    PIC X(08).
001230         10  WS-ST-END-STAMP.
001240             15  WS-ST-END-DATE      PIC X(08).
001250             15  FILLER              PIC X(01).
001260             15  WS-ST-END-TIME      PIC X(08).
001270         10  WS-ST-LAST-STATUS   PIC X(01).
001280         10  WS-ST-RC            PIC 9(04).
001290         10  WS-ST-OVERRIDE      PIC X(01).
001300         10  WS-ST-NOTE          PIC X(30).
001310         10  WS-ST-EVENTS        PIC S9(05) COMP.
001320         10  WS-ST-RESTARTS      PIC S9(05) COMP.
001330*
001340* ----------------------------------------------------------------
001350*  WS-SELECT-CARD - SEE THE LAYOUT IN THE PROGRAM HEADER.
001360* ----------------------------------------------------------------
001370 01  WS-SELECT-CARD.
001380     05  SEL-BUS-DATE            PIC X(08) VALUE SPACES.
001390     05  FILLER                  PIC X(72) VALUE SPACES.
001400*
001410 01  WS-BUS-DATE                 PIC X(08) VALUE SPACES.
001420 01  WS-LAST-ANY-DATE            PIC X(08) VALUE SPACES.
001421 01  WS-LAST-START-DATE          PIC X(08) VALUE SPACES.
001422 01  WS-EXPECTED-DATE            PIC X(08) VALUE SPACES.
001430*
001440 01  WS-CURRENT-DATE.
001450     05  WS-CD-DATE              PIC X(08).
001460*
001470* ----------------------------------------------------------------
001480*  WS-CYCLE-SPAN - FIRST START AND LAST END OVER THE WHOLE NIGHT.
001490* ----------------------------------------------------------------
001500 01  WS-CYCLE-SPAN.
001510     05  WS-CS-FIRST-STAMP       PIC X(17) VALUE HIGH-VALUES.
001520     05  WS-CS-LAST-STAMP        PIC X(17) VALUE LOW-VALUES.
001530*
001540* ----------------------------------------------------------------
001550*  WS-DATE-WORK - DAY NUMBER OF A YYYYMMDD DATE, AS IN DL025.
001560* ----------------------------------------------------------------
001570 01  WS-DATE-WORK.
001580     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
001590     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
001600         10  WS-DW-YYYY          PIC 9(04).
001610         10  WS-DW-MM            PIC 9(02).
001620         10  WS-DW-DD            PIC 9(02).
001630     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
001640     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
001650     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
001660     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
001665     05  WS-DW-MONTH-START       PIC S9(09) COMP-3 VALUE ZERO.
001670*
001680* ----------------------------------------------------------------
001690*  WS-ELAPSED-WORK - SECONDS BETWEEN TWO YYYYMMDD-HHMMSSHH STAMPS
001700*  AND THE SAME AS HHH:MM:SS FOR PRINTING.
001710* ----------------------------------------------------------------
001720 01  WS-ELAPSED-WORK.
001730     05  WS-EL-FROM-STAMP.
001740         10  WS-EL-FROM-DATE     PIC X(08).
001750         10  FILLER              PIC X(01).
001760         10  WS-EL-FROM-HH       PIC 9(02).
001770         10  WS-EL-FROM-MI       PIC 9(02).
001780         10  WS-EL-FROM-SS       PIC 9(02).
001790         10  FILLER              PIC X(02).
001800     05  WS-EL-TO-STAMP.
001810         10  WS-EL-TO-DATE       PIC X(08).
001820         10  FILLER              PIC X(01).
001830         10  WS-EL-TO-HH         PIC 9(02).
001840         10  WS-EL-TO-MI         PIC 9(02).
001850         10  WS-EL-TO-SS         PIC 9(02).
001860         10  FILLER              PIC X(02).
001870     05  WS-EL-SECONDS           PIC S9(09) COMP-3 VALUE ZERO.
001880     05  WS-EL-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
001890     05  WS-EL-HOURS             PIC S9(05) COMP-3 VALUE ZERO.
001900     05  WS-EL-MINUTES           PIC S9(03) COMP-3 VALUE ZERO.
001910     05  WS-EL-DISPLAY.
001920         10  WS-EL-DSP-HH        PIC ZZ9.
001930         10  FILLER              PIC X(01) VALUE ':'.
001940         10  WS-EL-DSP-MI        PIC 9(02).
001950         10  FILLER              PIC X(01) VALUE ':'.
001960         10  WS-EL-DSP-SS        PIC 9(02).
001970*
001980 01  WS-STATUS-TEXT              PIC X(18) VALUE SPACES.
001990 01  WS-STATUS-CODE              PIC X(01) VALUE SPACES.
002000*
002010* ----------------------------------------------------------------
002020*  PRINT LINES
002030* ----------------------------------------------------------------
002040 01  WS-HEADING-1.
002050     05  FILLER                  PIC X(36)
002060         VALUE 'NIGHTLY BATCH CYCLE STATUS REPORT   '.
002070     05  FILLER                  PIC X(08) VALUE '   DL095'.
002080     05  FILLER                  PIC X(06) VALUE ' DATE '.
002090     05  HD1-DATE                PIC X(08) VALUE SPACES.
002100     05  FILLER                  PIC X(74) VALUE SPACES.
002110*
002120 01  WS-HEADING-2.
002130     05  FILLER                  PIC X(16)
002140         VALUE 'BUSINESS DATE   '.
002150     05  HD2-BUS-DATE            PIC X(08) VALUE SPACES.
002160     05  FILLER                  PIC X(108) VALUE SPACES.
002170*
002180 01  WS-SUMMARY-HEAD.
002190     05  FILLER                  PIC X(38)
002200         VALUE 'STEP      SCHED    FINAL STATUS       '.
002210     05  FILLER                  PIC X(36)
002220         VALUE 'FIRST START       LAST END          '.
002230     05  FILLER                  PIC X(29)
002240         VALUE 'ELAPSED   RST   RC OVR NOTE  '.
002250     05  FILLER                  PIC X(29) VALUE SPACES.
002260*
002270 01  WS-STEP-LINE.
002280     05  STL-STEP                PIC X(08) VALUE SPACES.
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  STL-SCHEDULE            PIC X(07) VALUE SPACES.
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  STL-STATUS              PIC X(18) VALUE SPACES.
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  STL-FIRST-STAMP         PIC X(17) VALUE SPACES.
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  STL-END-STAMP           PIC X(17) VALUE SPACES.
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  STL-ELAPSED             PIC X(09) VALUE SPACES.
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  STL-RESTARTS            PIC ZZ9 VALUE ZERO.
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  STL-RC                  PIC ZZZ9 VALUE ZERO.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  STL-OVERRIDE            PIC X(03) VALUE SPACES.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  STL-NOTE                PIC X(30) VALUE SPACES.
002470     05  FILLER                  PIC X(05) VALUE SPACES.
002480*
002490 01  WS-EVENT-HEAD.
002500     05  FILLER                  PIC X(37)
002510         VALUE '  POSTED             STEP      STATUS'.
002520     05  FILLER                  PIC X(36)
002530         VALUE '               RC OVR RESTART  NOTE '.
002540     05  FILLER                  PIC X(59) VALUE SPACES.
002550*
002560 01  WS-EVENT-LINE.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  EVL-STAMP               PIC X(17) VALUE SPACES.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  EVL-STEP                PIC X(08) VALUE SPACES.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  EVL-STATUS              PIC X(18) VALUE SPACES.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  EVL-RC                  PIC ZZZ9 VALUE ZERO.
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  EVL-OVERRIDE            PIC X(03) VALUE SPACES.
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  EVL-RESTART-ID          PIC X(08) VALUE SPACES.
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  EVL-NOTE                PIC X(30) VALUE SPACES.
002710     05  FILLER                  PIC X(34) VALUE SPACES.
002720*
002730 01  WS-SUMMARY-LINE.
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  SUM-LABEL               PIC X(34) VALUE SPACES.
002760     05  SUM-VALUE               PIC ZZZ,ZZ9 VALUE ZERO.
002770     05  FILLER                  PIC X(89) VALUE SPACES.
002780*
002790 01  WS-SPAN-LINE.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  FILLER                  PIC X(34)
002820         VALUE 'CYCLE FIRST START TO LAST END'.
002830     05  SPN-FIRST-STAMP         PIC X(17) VALUE SPACES.
002840     05  FILLER                  PIC X(04) VALUE ' TO '.
002850     05  SPN-LAST-STAMP          PIC X(17) VALUE SPACES.
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  SPN-ELAPSED             PIC X(09) VALUE SPACES.
002880     05  FILLER                  PIC X(47) VALUE SPACES.
002890*
002900 PROCEDURE DIVISION.
002910*
002920* ================================================================
002930*  0000-MAINLINE
002940* ================================================================
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     IF WS-BUS-DATE = SPACES
002980        MOVE '*** THE CYCLE CONTROL FILE HOLDS NO CYCLE ***'
002990          TO CYCLE-REPORT-LINE
003000        WRITE CYCLE-REPORT-LINE
003010        MOVE 4 TO RETURN-CODE
003020     ELSE
003030        PERFORM 2000-COLLECT-STEPS THRU 2000-EXIT
003040        PERFORM 3000-PRINT-STEP-SUMMARY THRU 3000-EXIT
003050        PERFORM 4000-PRINT-EVENTS THRU 4000-EXIT
003060        PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
003070     END-IF
003080     PERFORM 8000-TERMINATE THRU 8000-EXIT
003090     GOBACK.
003100*
003110* ----------------------------------------------------------------
003120*  1000-INITIALIZE - READ THE CARD, OPEN THE REPORT, AND SETTLE
003130*  THE BUSINESS DATE: THE CARD'S, ELSE THE LAST DL030 START ON
003140*  FILE, ELSE THE LAST DATE POSTED BY ANY STEP.  ON A BLANK CARD,
003141*  CHECK THAT LAST NIGHT'S CYCLE STARTED AT ALL.
003150* ----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     ACCEPT WS-SELECT-CARD FROM SYSIN
003180     ACCEPT WS-CD-DATE FROM DATE YYYYMMDD
003190     IF SEL-BUS-DATE NOT = SPACES
003200        AND SEL-BUS-DATE NOT NUMERIC
003210        DISPLAY 'DL095 BUSINESS DATE NOT NUMERIC - ' SEL-BUS-DATE
003220        MOVE 16 TO RETURN-CODE
003230        GOBACK
003240     END-IF
003250     OPEN OUTPUT CYCLE-REPORT-FILE
003260     MOVE WS-CD-DATE TO HD1-DATE
003270     MOVE WS-HEADING-1 TO CYCLE-REPORT-LINE
003280     WRITE CYCLE-REPORT-LINE
003290     MOVE SPACES TO CYCLE-REPORT-LINE
003300     WRITE CYCLE-REPORT-LINE
003310     IF SEL-BUS-DATE NOT = SPACES
003320        MOVE SEL-BUS-DATE TO WS-BUS-DATE
003330     ELSE
003340        OPEN INPUT CYCLE-FILE
003350        SET WS-NOT-END-OF-CYCLE TO TRUE
003360        PERFORM 1100-SCAN-FOR-DATE THRU 1100-EXIT
003370           UNTIL WS-END-OF-CYCLE
003380        CLOSE CYCLE-FILE
003385        MOVE WS-BUS-DATE TO WS-LAST-START-DATE
003386        PERFORM 1200-CHECK-CYCLE-STARTED THRU 1200-EXIT
003390        IF WS-BUS-DATE = SPACES
003400           MOVE WS-LAST-ANY-DATE TO WS-BUS-DATE
003410        END-IF
003420     END-IF
003430     IF WS-BUS-DATE NOT = SPACES
003440        MOVE WS-BUS-DATE TO HD2-BUS-DATE
003450        MOVE WS-HEADING-2 TO CYCLE-REPORT-LINE
003460        WRITE CYCLE-REPORT-LINE
003470        MOVE SPACES TO CYCLE-REPORT-LINE
003480        WRITE CYCLE-REPORT-LINE
003490     END-IF
003491     IF WS-CYCLE-MISSING
003492        MOVE SPACES TO CYCLE-REPORT-LINE
003493        STRING '*** NO CYCLE STARTED FOR ' DELIMITED BY SIZE
003494                WS-EXPECTED-DATE            DELIMITED BY SIZE
003495                ' - LAST DL030 START '      DELIMITED BY SIZE
003496                WS-LAST-START-DATE          DELIMITED BY SIZE
003497                ' ***'                      DELIMITED BY SIZE
003498           INTO CYCLE-REPORT-LINE
003499        WRITE CYCLE-REPORT-LINE
003501        MOVE SPACES TO CYCLE-REPORT-LINE
003502        WRITE CYCLE-REPORT-LINE
003503        MOVE 4 TO RETURN-CODE
003504     END-IF.
003505 1000-EXIT.
003510     EXIT.
003520*
003530 1100-SCAN-FOR-DATE.
003540     READ CYCLE-FILE
003550        AT END
003560           SET WS-END-OF-CYCLE TO TRUE
003570     END-READ
003580     IF WS-END-OF-CYCLE
003590        GO TO 1100-EXIT
003600     END-IF
003610     MOVE CYC-BUS-DATE TO WS-LAST-ANY-DATE
003620     IF CYC-STEP = 'DL030   '
003630        AND (CYC-STARTED OR CYC-RESTARTED)
003640        MOVE CYC-BUS-DATE TO WS-BUS-DATE
003650     END-IF.
003660 1100-EXIT.
003670     EXIT.
003671*
003672* ----------------------------------------------------------------
003673*  1200-CHECK-CYCLE-STARTED - THE NIGHT BEFORE THE RUN DATE MUST
003674*  HAVE A DL030 START: A BUSINESS DATE OF YESTERDAY (DL030 RAN
003675*  BEFORE MIDNIGHT) OR TODAY (AFTER).  ANYTHING EARLIER, OR NO
003676*  DL030 START ON FILE AT ALL, MEANS THE CYCLE NEVER STARTED.
003677* ----------------------------------------------------------------
003678 1200-CHECK-CYCLE-STARTED.
003679     PERFORM 7050-CALC-PRIOR-DATE THRU 7050-EXIT
003680     IF WS-LAST-START-DATE = SPACES
003681        MOVE 'NONE' TO WS-LAST-START-DATE
003682        SET WS-CYCLE-MISSING TO TRUE
003683        GO TO 1200-EXIT
003684     END-IF
003685     IF WS-LAST-START-DATE < WS-EXPECTED-DATE
003686        SET WS-CYCLE-MISSING TO TRUE
003687     END-IF.
003688 1200-EXIT.
003689     EXIT.
003692*
003697* ----------------------------------------------------------------
003700*  2000-COLLECT-STEPS - SECOND PASS: FOLD EVERY RECORD POSTED FOR
003710*  THE BUSINESS DATE INTO ITS STEP'S TABLE ENTRY.
003720* ----------------------------------------------------------------
003730 2000-COLLECT-STEPS.
003740     MOVE ZERO TO WS-STEP-IX
003750     PERFORM 2050-CLEAR-ONE-STEP THRU 2050-EXIT
003760        UNTIL WS-STEP-IX >= WS-STEP-COUNT
003770     OPEN INPUT CYCLE-FILE
003780     SET WS-NOT-END-OF-CYCLE TO TRUE
003790     PERFORM 2100-COLLECT-ONE-RECORD THRU 2100-EXIT
003800        UNTIL WS-END-OF-CYCLE
003810     CLOSE CYCLE-FILE.
003820 2000-EXIT.
003830     EXIT.
003840*
003850 2050-CLEAR-ONE-STEP.
003860     ADD 1 TO WS-STEP-IX
003870     MOVE SPACES TO WS-ST-FIRST-STAMP (WS-STEP-IX)
003880     MOVE SPACES TO WS-ST-END-STAMP (WS-STEP-IX)
003890     MOVE SPACES TO WS-ST-LAST-STATUS (WS-STEP-IX)
003900     MOVE ZERO TO WS-ST-RC (WS-STEP-IX)
003910     MOVE SPACES TO WS-ST-OVERRIDE (WS-STEP-IX)
003920     MOVE SPACES TO WS-ST-NOTE (WS-STEP-IX)
003930     MOVE ZERO TO WS-ST-EVENTS (WS-STEP-IX)
003940     MOVE ZERO TO WS-ST-RESTARTS (WS-STEP-IX).
003950 2050-EXIT.
003960     EXIT.
003970*
003980 2100-COLLECT-ONE-RECORD.
003990     READ CYCLE-FILE
004000        AT END
004010           SET WS-END-OF-CYCLE TO TRUE
004020     END-READ
004030     IF WS-END-OF-CYCLE
004040        GO TO 2100-EXIT
004050     END-IF
004060     ADD 1 TO WS-CYC-READ-COUNT
004070     IF CYC-BUS-DATE NOT = WS-BUS-DATE
004080        GO TO 2100-EXIT
004090     END-IF
004100     ADD 1 TO WS-EVENT-COUNT
004110     PERFORM 2200-FIND-STEP THRU 2200-EXIT
004120     IF WS-STEP-NOT-FOUND
004130        ADD 1 TO WS-OTHER-COUNT
004140        GO TO 2100-EXIT
004150     END-IF
004160     ADD 1 TO WS-ST-EVENTS (WS-STEP-IX)
004161     IF CYC-NOT-RUN
004162        AND WS-ST-LAST-STATUS (WS-STEP-IX) = 'E'
004163        GO TO 2100-EXIT
004164     END-IF
004170     MOVE CYC-STATUS TO WS-ST-LAST-STATUS (WS-STEP-IX)
004180     MOVE CYC-RETURN-CODE TO WS-ST-RC (WS-STEP-IX)
004190     IF CYC-NOTE NOT = SPACES
004200        MOVE CYC-NOTE TO WS-ST-NOTE (WS-STEP-IX)
004210     END-IF
004220     IF CYC-OVERRIDDEN
004230        MOVE 'YES' TO WS-ST-OVERRIDE (WS-STEP-IX)
004240     END-IF
004250     IF CYC-STARTED OR CYC-RESTARTED
004260        IF WS-ST-FIRST-STAMP (WS-STEP-IX) = SPACES
004270           MOVE CYC-STAMP TO WS-ST-FIRST-STAMP (WS-STEP-IX)
004280        END-IF
004290        IF CYC-STAMP < WS-CS-FIRST-STAMP
004300           MOVE CYC-STAMP TO WS-CS-FIRST-STAMP
004310        END-IF
004320     END-IF
004330     IF CYC-RESTARTED
004340        ADD 1 TO WS-ST-RESTARTS (WS-STEP-IX)
004350     END-IF
004360     IF CYC-ENDED-OK OR CYC-FAILED
004370        MOVE CYC-STAMP TO WS-ST-END-STAMP (WS-STEP-IX)
004380        IF CYC-STAMP > WS-CS-LAST-STAMP
004390           MOVE CYC-STAMP TO WS-CS-LAST-STAMP
004400        END-IF
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004440*
004450* ----------------------------------------------------------------
004460*  2200-FIND-STEP - WS-STEP-IX TO CYC-STEP'S ENTRY IN THE LIST.
004470* ----------------------------------------------------------------
004480 2200-FIND-STEP.
004490     SET WS-STEP-NOT-FOUND TO TRUE
004500     MOVE ZERO TO WS-STEP-IX
004510     PERFORM 2210-SCAN-ONE-STEP THRU 2210-EXIT
004520        UNTIL WS-STEP-FOUND OR WS-STEP-IX >= WS-STEP-COUNT.
004530 2200-EXIT.
004540     EXIT.
004550*
004560 2210-SCAN-ONE-STEP.
004570     ADD 1 TO WS-STEP-IX
004580     IF WS-SL-STEP (WS-STEP-IX) = CYC-STEP
004590        SET WS-STEP-FOUND TO TRUE
004600     END-IF.
004610 2210-EXIT.
004620     EXIT.
004630*
004640* ----------------------------------------------------------------
004650*  3000-PRINT-STEP-SUMMARY - ONE LINE PER STEP IN RUN ORDER.
004660* ----------------------------------------------------------------
004670 3000-PRINT-STEP-SUMMARY.
004680     MOVE 'STEP SUMMARY' TO CYCLE-REPORT-LINE
004690     WRITE CYCLE-REPORT-LINE
004700     MOVE WS-SUMMARY-HEAD TO CYCLE-REPORT-LINE
004710     WRITE CYCLE-REPORT-LINE
004720     MOVE ZERO TO WS-STEP-IX
004730     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
004740        UNTIL WS-STEP-IX >= WS-STEP-COUNT
004750     MOVE SPACES TO CYCLE-REPORT-LINE
004760     WRITE CYCLE-REPORT-LINE.
004770 3000-EXIT.
004780     EXIT.
004790*
004800* ----------------------------------------------------------------
004810*  3100-PRINT-ONE-STEP - A NIGHTLY STEP NOT ENDED OK, OR A WEEKLY
004820*  STEP THAT POSTED ANYTHING BUT DID NOT END OK, IS AN EXCEPTION.
004830*  A WEEKLY STEP WITH NOTHING POSTED WAS SIMPLY NOT ITS NIGHT.
004840* ----------------------------------------------------------------
004850 3100-PRINT-ONE-STEP.
004860     ADD 1 TO WS-STEP-IX
004870     MOVE SPACES TO WS-STEP-LINE
004880     MOVE WS-SL-STEP (WS-STEP-IX) TO STL-STEP
004890     MOVE WS-SL-SCHEDULE (WS-STEP-IX) TO STL-SCHEDULE
004900     IF WS-ST-EVENTS (WS-STEP-IX) = ZERO
004910        MOVE 'DID NOT RUN' TO STL-STATUS
004920        ADD 1 TO WS-NOT-RUN-COUNT
004930        IF WS-SL-NIGHTLY (WS-STEP-IX)
004940           ADD 1 TO WS-EXCEPTION-COUNT
004950        END-IF
004960        MOVE WS-STEP-LINE TO CYCLE-REPORT-LINE
004970        WRITE CYCLE-REPORT-LINE
004980        GO TO 3100-EXIT
004990     END-IF
005000     EVALUATE WS-ST-LAST-STATUS (WS-STEP-IX)
005010        WHEN 'S'
005020           MOVE 'STARTED - NO END' TO STL-STATUS
005030        WHEN 'R'
005040           MOVE 'RESTARTED - NO END' TO STL-STATUS
005050        WHEN OTHER
005060           MOVE WS-ST-LAST-STATUS (WS-STEP-IX) TO WS-STATUS-CODE
005070           PERFORM 7200-SET-STATUS-TEXT THRU 7200-EXIT
005080           MOVE WS-STATUS-TEXT TO STL-STATUS
005090     END-EVALUATE
005100     IF WS-ST-LAST-STATUS (WS-STEP-IX) NOT = 'E'
005110        ADD 1 TO WS-EXCEPTION-COUNT
005120     END-IF
005130     MOVE WS-ST-FIRST-STAMP (WS-STEP-IX) TO STL-FIRST-STAMP
005140     MOVE WS-ST-END-STAMP (WS-STEP-IX) TO STL-END-STAMP
005150     IF WS-ST-FIRST-STAMP (WS-STEP-IX) NOT = SPACES
005160        AND WS-ST-END-STAMP (WS-STEP-IX) NOT = SPACES
005170        AND WS-ST-END-STAMP (WS-STEP-IX)
005180            NOT < WS-ST-FIRST-STAMP (WS-STEP-IX)
005190        MOVE WS-ST-FIRST-STAMP (WS-STEP-IX) TO WS-EL-FROM-STAMP
005200        MOVE WS-ST-END-STAMP (WS-STEP-IX) TO WS-EL-TO-STAMP
005210        PERFORM 7100-CALC-ELAPSED THRU 7100-EXIT
005220        MOVE WS-EL-DISPLAY TO STL-ELAPSED
005230     END-IF
005240     MOVE WS-ST-RESTARTS (WS-STEP-IX) TO STL-RESTARTS
005250     MOVE WS-ST-RC (WS-STEP-IX) TO STL-RC
005260     MOVE WS-ST-OVERRIDE (WS-STEP-IX) TO STL-OVERRIDE
005270     MOVE WS-ST-NOTE (WS-STEP-IX) TO STL-NOTE
005280     MOVE WS-STEP-LINE TO CYCLE-REPORT-LINE
005290     WRITE CYCLE-REPORT-LINE.
005300 3100-EXIT.
005310     EXIT.
005320*
005330* ----------------------------------------------------------------
005340*  4000-PRINT-EVENTS - THIRD PASS: EVERY RECORD POSTED FOR THE
005350*  BUSINESS DATE, IN POSTING ORDER.
005360* ----------------------------------------------------------------
005370 4000-PRINT-EVENTS.
005380     MOVE 'CYCLE EVENTS' TO CYCLE-REPORT-LINE
005390     WRITE CYCLE-REPORT-LINE
005400     MOVE WS-EVENT-HEAD TO CYCLE-REPORT-LINE
005410     WRITE CYCLE-REPORT-LINE
005420     OPEN INPUT CYCLE-FILE
005430     SET WS-NOT-END-OF-CYCLE TO TRUE
005440     PERFORM 4100-PRINT-ONE-EVENT THRU 4100-EXIT
005450        UNTIL WS-END-OF-CYCLE
005460     CLOSE CYCLE-FILE
005470     MOVE SPACES TO CYCLE-REPORT-LINE
005480     WRITE CYCLE-REPORT-LINE.
005490 4000-EXIT.
005500     EXIT.
005510*
005520 4100-PRINT-ONE-EVENT.
005530     READ CYCLE-FILE
005540        AT END
005550           SET WS-END-OF-CYCLE TO TRUE
005560     END-READ
005570     IF WS-END-OF-CYCLE
005580        GO TO 4100-EXIT
005590     END-IF
005600     IF CYC-BUS-DATE NOT = WS-BUS-DATE
005610        GO TO 4100-EXIT
005620     END-IF
005630     MOVE SPACES TO WS-EVENT-LINE
005640     MOVE CYC-STAMP TO EVL-STAMP
005650     MOVE CYC-STEP TO EVL-STEP
005660     MOVE CYC-STATUS TO WS-STATUS-CODE
005670     PERFORM 7200-SET-STATUS-TEXT THRU 7200-EXIT
005680     MOVE WS-STATUS-TEXT TO EVL-STATUS
005690     MOVE CYC-RETURN-CODE TO EVL-RC
005700     IF CYC-OVERRIDDEN
005710        MOVE 'YES' TO EVL-OVERRIDE
005720     END-IF
005730     MOVE CYC-RESTART-ID TO EVL-RESTART-ID
005740     MOVE CYC-NOTE TO EVL-NOTE
005750     MOVE WS-EVENT-LINE TO CYCLE-REPORT-LINE
005760     WRITE CYCLE-REPORT-LINE.
005770 4100-EXIT.
005780     EXIT.
005790*
005800* ----------------------------------------------------------------
005810*  6000-PRINT-TOTALS - THE NIGHT'S SPAN AND CONTROL TOTALS.
005820* ----------------------------------------------------------------
005830 6000-PRINT-TOTALS.
005840     IF WS-CS-LAST-STAMP NOT = LOW-VALUES
005850        AND WS-CS-FIRST-STAMP NOT = HIGH-VALUES
005860        AND WS-CS-LAST-STAMP NOT < WS-CS-FIRST-STAMP
005870        MOVE WS-CS-FIRST-STAMP TO SPN-FIRST-STAMP
005880        MOVE WS-CS-LAST-STAMP TO SPN-LAST-STAMP
005890        MOVE WS-CS-FIRST-STAMP TO WS-EL-FROM-STAMP
005900        MOVE WS-CS-LAST-STAMP TO WS-EL-TO-STAMP
005910        PERFORM 7100-CALC-ELAPSED THRU 7100-EXIT
005920        MOVE WS-EL-DISPLAY TO SPN-ELAPSED
005930        MOVE WS-SPAN-LINE TO CYCLE-REPORT-LINE
005940        WRITE CYCLE-REPORT-LINE
005950     END-IF
005960     MOVE 'CYCLE RECORDS READ' TO SUM-LABEL
005970     MOVE WS-CYC-READ-COUNT TO SUM-VALUE
005980     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
005990     MOVE 'EVENTS FOR THE BUSINESS DATE' TO SUM-LABEL
006000     MOVE WS-EVENT-COUNT TO SUM-VALUE
006010     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006020     IF WS-OTHER-COUNT > ZERO
006030        MOVE 'EVENTS FOR STEPS NOT LISTED' TO SUM-LABEL
006040        MOVE WS-OTHER-COUNT TO SUM-VALUE
006050        PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006060     END-IF
006070     MOVE 'STEPS THAT DID NOT RUN' TO SUM-LABEL
006080     MOVE WS-NOT-RUN-COUNT TO SUM-VALUE
006090     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006100     MOVE 'STEP EXCEPTIONS' TO SUM-LABEL
006110     MOVE WS-EXCEPTION-COUNT TO SUM-VALUE
006120     PERFORM 6100-WRITE-SUMMARY-LINE THRU 6100-EXIT
006130     IF WS-EXCEPTION-COUNT > ZERO
006140        MOVE SPACES TO CYCLE-REPORT-LINE
006150        WRITE CYCLE-REPORT-LINE
006160        MOVE '*** NIGHTLY CYCLE DID NOT COMPLETE - SEE ABOVE ***'
006170          TO CYCLE-REPORT-LINE
006180        WRITE CYCLE-REPORT-LINE
006190        MOVE 4 TO RETURN-CODE
006200     END-IF.
006210 6000-EXIT.
006220     EXIT.
006230*
006240 6100-WRITE-SUMMARY-LINE.
006250     MOVE WS-SUMMARY-LINE TO CYCLE-REPORT-LINE
006260     WRITE CYCLE-REPORT-LINE.
006270 6100-EXIT.
006280     EXIT.
006290*
006300* ----------------------------------------------------------------
006310*  7000-CALC-DAY-NUMBER - DAY NUMBER OF WS-DW-DATE (YYYYMMDD) INTO
006320*  WS-DW-DAYNUM, AS IN DL025.
006330* ----------------------------------------------------------------
006340 7000-CALC-DAY-NUMBER.
006350     MOVE WS-DW-YYYY TO WS-DW-YEAR
006360     MOVE WS-DW-MM TO WS-DW-MONTH
006370     IF WS-DW-MONTH < 3
006380        SUBTRACT 1 FROM WS-DW-YEAR
006390        ADD 12 TO WS-DW-MONTH
006400     END-IF
006410     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
006420     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
006430     ADD WS-DW-TEMP TO WS-DW-DAYNUM
006440     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
006450     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
006460     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
006470     ADD WS-DW-TEMP TO WS-DW-DAYNUM
006480     SUBTRACT 3 FROM WS-DW-MONTH
006490     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
006500     ADD 2 TO WS-DW-TEMP
006510     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
006520     ADD WS-DW-TEMP TO WS-DW-DAYNUM
006530     ADD WS-DW-DD TO WS-DW-DAYNUM.
006540 7000-EXIT.
006550     EXIT.
006551*
006552* ----------------------------------------------------------------
006553*  7050-CALC-PRIOR-DATE - THE DAY BEFORE THE RUN DATE INTO
006554*  WS-EXPECTED-DATE.  ON THE FIRST OF A MONTH THE LENGTH OF THE
006555*  PRIOR MONTH IS THE GAP BETWEEN THE TWO MONTHS' DAY NUMBERS.
006556* ----------------------------------------------------------------
006557 7050-CALC-PRIOR-DATE.
006558     MOVE WS-CD-DATE TO WS-DW-DATE
006559     IF WS-DW-DD > 1
006560        SUBTRACT 1 FROM WS-DW-DD
006561        MOVE WS-DW-DATE TO WS-EXPECTED-DATE
006562        GO TO 7050-EXIT
006563     END-IF
006564     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
006565     MOVE WS-DW-DAYNUM TO WS-DW-MONTH-START
006566     IF WS-DW-MM = 1
006567        MOVE 12 TO WS-DW-MM
006568        SUBTRACT 1 FROM WS-DW-YYYY
006569     ELSE
006570        SUBTRACT 1 FROM WS-DW-MM
006571     END-IF
006572     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
006573     COMPUTE WS-DW-DD = WS-DW-MONTH-START - WS-DW-DAYNUM
006574     MOVE WS-DW-DATE TO WS-EXPECTED-DATE.
006575 7050-EXIT.
006576     EXIT.
006577*
006579* ----------------------------------------------------------------
006580*  7100-CALC-ELAPSED - WS-EL-FROM-STAMP TO WS-EL-TO-STAMP AS
006590*  HHH:MM:SS IN WS-EL-DISPLAY.  THE DAY NUMBERS CARRY A STEP
006600*  THAT RUNS PAST MIDNIGHT.
006610* ----------------------------------------------------------------
006620 7100-CALC-ELAPSED.
006630     MOVE WS-EL-TO-DATE TO WS-DW-DATE
006640     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
006650     MOVE WS-DW-DAYNUM TO WS-EL-SECONDS
006660     MOVE WS-EL-FROM-DATE TO WS-DW-DATE
006670     PERFORM 7000-CALC-DAY-NUMBER THRU 7000-EXIT
006680     SUBTRACT WS-DW-DAYNUM FROM WS-EL-SECONDS
006690     MULTIPLY 86400 BY WS-EL-SECONDS
006700     COMPUTE WS-EL-TEMP = WS-EL-TO-HH * 3600
006710                        + WS-EL-TO-MI * 60
006720                        + WS-EL-TO-SS
006730     ADD WS-EL-TEMP TO WS-EL-SECONDS
006740     COMPUTE WS-EL-TEMP = WS-EL-FROM-HH * 3600
006750                        + WS-EL-FROM-MI * 60
006760                        + WS-EL-FROM-SS
006770     SUBTRACT WS-EL-TEMP FROM WS-EL-SECONDS
006780     DIVIDE WS-EL-SECONDS BY 3600 GIVING WS-EL-HOURS
006790        REMAINDER WS-EL-TEMP
006800     DIVIDE WS-EL-TEMP BY 60 GIVING WS-EL-MINUTES
006810        REMAINDER WS-EL-TEMP
006820     MOVE WS-EL-HOURS TO WS-EL-DSP-HH
006830     MOVE WS-EL-MINUTES TO WS-EL-DSP-MI
006840     MOVE WS-EL-TEMP TO WS-EL-DSP-SS.
006850 7100-EXIT.
006860     EXIT.
006870*
006880* ----------------------------------------------------------------
006890*  7200-SET-STATUS-TEXT - PRINTABLE TEXT FOR WS-STATUS-CODE.
006900* ----------------------------------------------------------------
006910 7200-SET-STATUS-TEXT.
006920     EVALUATE WS-STATUS-CODE
006930        WHEN 'S'
006940           MOVE 'STARTED' TO WS-STATUS-TEXT
006950        WHEN 'R'
006960           MOVE 'RESTARTED' TO WS-STATUS-TEXT
006970        WHEN 'E'
006980           MOVE 'ENDED OK' TO WS-STATUS-TEXT
006990        WHEN 'F'
007000           MOVE 'FAILED' TO WS-STATUS-TEXT
007010        WHEN 'N'
007020           MOVE 'NOT RUN - REFUSED' TO WS-STATUS-TEXT
007030        WHEN OTHER
007040           MOVE 'UNKNOWN STATUS' TO WS-STATUS-TEXT
007050     END-EVALUATE.
007060 7200-EXIT.
007070     EXIT.
007080*
007090* ----------------------------------------------------------------
007100*  8000-TERMINATE
007110* ----------------------------------------------------------------
007120 8000-TERMINATE.
007130     CLOSE CYCLE-REPORT-FILE.
007140 8000-EXIT.
007150     EXIT.
