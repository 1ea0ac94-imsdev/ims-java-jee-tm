000368*  AN EXTENSION A PENDING TRANSACTION WOULD FREE STILL COUNTS AS
000372*  IN USE, SO A FILE THAT SHUFFLES EXTENSIONS CAN DRAW A
000374*  PRE-FLIGHT REJECT THAT A SEQUENTIAL APPLY WOULD NOT.
017000*
017010*  NIGHTLY CYCLE CONTROL (SEE PHBKCYC): AN APPLY RUN REQUIRES
017020*  DL035 TO HAVE ENDED OK FOR THE NIGHT'S BUSINESS DATE, AND
017030*  POSTS ITS OWN START AND END ON THE CYCLE CONTROL FILE - FAILED
017040*  WHEN IT ENDS WITH RETURN CODE 8 OR MORE.  THE NIGHTLY APPLY
017050*  TAKES DL030'S AND DL035'S TRANOUT FILES CONCATENATED ON TRANIN,
017060*  SO EACH NIGHT HAS ONE DL040 APPLY RUN.  SYSIN CARD:
017070*      COLS 73-80   'OVERRIDE' - APPLY EVEN THOUGH DL035 HAS NOT
017080*                   ENDED OK FOR THE BUSINESS DATE
017090*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE - AS
017100*  WHEN DL030 HAS NOT OPENED A NEW NIGHT - IS NOT RUN AGAIN: IT
017110*  POSTS NOT-RUN AND STOPS WITH RETURN CODE 8 UNLESS OVERRIDDEN.
017120*  A VALIDATE RUN CHANGES NOTHING AND STAYS OUT OF THE CYCLE.
000376* ----------------------------------------------------------------
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.  DL040.
000497*  09/02/2026 PAG   APPEND THE APPLIED/REJECTED COUNTS OF EVERY
000498*  09/02/2026 PAG   APPLY RUN TO THE SHARED RUNSTAT STATISTICS
000499*  09/02/2026 PAG   FILE (PHBKSTA LAYOUT) FOR THE DL090 REPORT.
018000*  10/15/2026 PAG   AN EXTENSION FREED BY DELETE, RETIRE OR A
018010*  10/15/2026 PAG   CHANGE OF EXTENSION GOES INTO THE PHBKDB6
018020*  10/15/2026 PAG   REUSE QUARANTINE, AND ADD/CHANGE REFUSE A
018030*  10/15/2026 PAG   QUARANTINED EXTENSION TO ANYONE BUT ITS LAST
018040*  10/15/2026 PAG   HOLDER, AS EX01 DOES ONLINE.
018050*  10/15/2026 PAG   AN APPLY RUN CHECKS THAT DL030 ENDED OK FOR
018060*  10/15/2026 PAG   THE BUSINESS DATE ON THE CYCLE CONTROL FILE
018070*  10/15/2026 PAG   (OVERRIDE IN CARD COLUMNS 73-80) AND POSTS
018080*  10/15/2026 PAG   ITS OWN START AND END STATUS THERE.
018090*  10/15/2026 PAG   THE APPLY RUN NOW FOLLOWS DL035, WHOSE
018100*  10/15/2026 PAG   TRANOUT IT TAKES ALONG WITH DL030'S.
018110*  10/15/2026 PAG   REFUSE A RUN (RC 8) WHEN THIS STEP HAS
018120*  10/15/2026 PAG   ALREADY ENDED OK FOR THE BUSINESS DATE, AS
018130*  10/15/2026 PAG   WHEN DL030 DID NOT OPEN A NEW NIGHT.
000480* ----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000580         ORGANIZATION IS SEQUENTIAL.
000582     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000584         ORGANIZATION IS SEQUENTIAL.
000586     SELECT CYCLE-FILE ASSIGN TO CYCLCTL
000588         ORGANIZATION IS SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000909     LABEL RECORDS ARE STANDARD.
000911 COPY PHBKSTA.
000910*
019000* ----------------------------------------------------------------
019010*  CYCLE-FILE - SHARED NIGHTLY CYCLE CONTROL FILE (PHBKCYC).
019020*  READ FOR THE PREDECESSOR CHECK; THIS STEP'S STATUS APPENDED.
019030* ----------------------------------------------------------------
019040 FD  CYCLE-FILE
019050     RECORDING MODE IS F
019060     LABEL RECORDS ARE STANDARD.
019070 COPY PHBKCYC.
019080*
000920 WORKING-STORAGE SECTION.
000930*
000940* ----------------------------------------------------------------
001277     05  WS-SW-RETIRE-FAIL       PIC X(01) VALUE 'N'.
001278         88  WS-RETIRE-FAILED            VALUE 'Y'.
001279         88  WS-RETIRE-OK                VALUE 'N'.
001281     05  WS-SW-QUARANTINE        PIC X(01) VALUE 'N'.
001282         88  WS-EXTN-QUARANTINED         VALUE 'Y'.
001283         88  WS-EXTN-NOT-QUARANTINED     VALUE 'N'.
001280*
001290* ----------------------------------------------------------------
001300*  COUNTERS - WS-CHKP-INTERVAL CONTROLS HOW OFTEN A CHECKPOINT
001528     05  WS-XREF-DEL-EXTN        PIC X(10) VALUE SPACES.
001530*
001531* ----------------------------------------------------------------
020000*  WS-QUARANTINE-WORK AND WS-DATE-WORK - PHBKDB6 REUSE
020010*  QUARANTINE LOOKUPS, AS IN EX01.  WS-TODAY-DAYNUM IS THE RUN
020020*  DATE'S DAY NUMBER, SET ONCE AT INITIALIZATION.
020030* ----------------------------------------------------------------
020040 01  WS-QUARANTINE-WORK.
020050     05  WS-SSA-QUAR-UNQUAL      PIC X(09) VALUE 'PHBKQTN '.
020060     05  WS-SSA-QUAR-EXACT       PIC X(40) VALUE SPACES.
020070     05  WS-QUAR-LOOKUP-EXTN     PIC X(10) VALUE SPACES.
020080     05  WS-QUAR-DEFAULT-DAYS    PIC 9(03) VALUE 090.
020090     05  WS-QUAR-DAYS            PIC 9(03) VALUE ZERO.
020100*
020110 01  WS-DATE-WORK.
020120     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
020130     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
020140         10  WS-DW-YYYY          PIC 9(04).
020150         10  WS-DW-MM            PIC 9(02).
020160         10  WS-DW-DD            PIC 9(02).
020170     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
020180     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
020190     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
020200     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
020210     05  WS-TODAY-DAYNUM         PIC S9(09) COMP-3 VALUE ZERO.
020220*
020230* ----------------------------------------------------------------
001532*  WS-RENAME-WORK AND WS-PHONE-SAVE-TABLE - THE ROOT IMAGE AND
001533*  PHONE-SEG CHILDREN CARRIED FROM THE OLD KEY TO THE NEW ONE ON
001534*  A RENAME, AS IN EX01.  THE NEW-NAME FIELDS ARE SPACES ON EVERY
001844         88  WS-MODE-VALIDATE            VALUE 'VALIDATE '.
001846         88  WS-MODE-APPLY-ALL           VALUE 'APPLY-ALL'.
001848         88  WS-MODE-DEFAULT             VALUE SPACES.
001849     05  FILLER                  PIC X(48) VALUE SPACES.
001851     05  WS-CYCLE-OVERRIDE       PIC X(08) VALUE SPACES.
001852         88  WS-CYCLE-OVERRIDDEN         VALUE 'OVERRIDE'.
001850*
001860 01  WS-XRST-AREA                PIC X(80) VALUE SPACES.
001870*
001880* ----------------------------------------------------------------
021000*  WS-CYCLE-WORK - NIGHTLY CYCLE CONTROL (SEE PHBKCYC): THIS
021010*  STEP, THE STEP THAT MUST HAVE ENDED OK BEFORE IT, AND THE
021020*  BUSINESS DATE THE NIGHT RUNS UNDER - PLUS THIS STEP'S OWN LAST
021030*  STATUS UNDER IT.
021040* ----------------------------------------------------------------
021050 01  WS-CYCLE-WORK.
021060     05  WS-CYC-THIS-STEP        PIC X(08) VALUE 'DL040   '.
021070     05  WS-CYC-PRED-STEP        PIC X(08) VALUE 'DL035   '.
021080     05  WS-CYC-BUS-DATE         PIC X(08) VALUE SPACES.
021090     05  WS-CYC-PRED-STATUS      PIC X(01) VALUE SPACES.
021100         88  WS-CYC-PRED-OK              VALUE 'E'.
021110     05  WS-CYC-POST-STATUS      PIC X(01) VALUE SPACES.
021120     05  WS-CYC-NOTE             PIC X(30) VALUE SPACES.
021130     05  WS-CYC-DATE             PIC X(08) VALUE SPACES.
021140     05  WS-CYC-TIME             PIC X(08) VALUE SPACES.
021150     05  WS-SW-END-OF-CYCLE      PIC X(01) VALUE 'N'.
021160         88  WS-END-OF-CYCLE             VALUE 'Y'.
021170         88  WS-NOT-END-OF-CYCLE         VALUE 'N'.
021180     05  WS-SW-CYC-OVERRIDE      PIC X(01) VALUE 'N'.
021190         88  WS-CYC-OVERRIDE-USED        VALUE 'Y'.
021200         88  WS-CYC-OVERRIDE-NOT-USED    VALUE 'N'.
021210     05  WS-CYC-THIS-STATUS      PIC X(01) VALUE SPACES.
021220         88  WS-CYC-THIS-ENDED           VALUE 'E'.
021230*
021240* ----------------------------------------------------------------
001890*  PRINT LINES
001900* ----------------------------------------------------------------
001910 01  WS-HEADING-1.
002245 COPY PHBKHST.
002250 COPY PHBKREF.
002255 COPY PHBKXRF.
002258 COPY PHBKQTN.
002260 COPY PHBKAUD.
002270*
002280 LINKAGE SECTION.
002465 COPY PHBKPC2.
002470 COPY PHBKPC3.
002475 COPY PHBKPC4.
002478 COPY PHBKPC6.
002480*
002490* ----------------------------------------------------------------
002500*  GSAM PCB - PHONEBOOK CHANGE AUDIT LOG
002605         RETIREE-PCB-MASK
002610         REFCD-PCB-MASK
002615         XREF-PCB-MASK
002618         QUAR-PCB-MASK
002620         AUDIT-PCB-MASK.
002630*
002640* ================================================================
002712     END-EVALUATE
002720     PERFORM 9000-TERMINATE THRU 9000-EXIT
002730     GOBACK.
022000*
022010* ----------------------------------------------------------------
022020*  0100-CHECK-CYCLE - FIND THE NIGHT'S BUSINESS DATE (THE LATEST
022030*  DL030 START ON THE CYCLE CONTROL FILE) AND THE LAST STATUS
022040*  WS-CYC-PRED-STEP POSTED UNDER IT.  UNLESS THAT STEP ENDED OK,
022050*  POST NOT-RUN AND STOP WITH RETURN CODE 16 - OR, WITH THE
022060*  OVERRIDE CARD, CARRY ON WITH THE RUN FLAGGED AS OVERRIDDEN.
022070*  LIKEWISE, IF THIS STEP HAS ALREADY ENDED OK UNDER THAT DATE
022080*  (NO NEW NIGHT OPENED BY DL030), POST NOT-RUN AND STOP WITH
022090*  RETURN CODE 8 UNLESS OVERRIDDEN.  A NOT-RUN POSTED AFTER AN
022100*  END OK LEAVES THE STEP ENDED OK.
022110*  WITH NO DL030 START ON FILE THE BUSINESS DATE IS TODAY.
022120* ----------------------------------------------------------------
022130 0100-CHECK-CYCLE.
022140     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
022150     MOVE SPACES TO WS-CYC-BUS-DATE
022160     MOVE SPACES TO WS-CYC-PRED-STATUS
022170     MOVE SPACES TO WS-CYC-THIS-STATUS
022180     OPEN INPUT CYCLE-FILE
022190     SET WS-NOT-END-OF-CYCLE TO TRUE
022200     PERFORM 0110-READ-ONE-CYCLE THRU 0110-EXIT
022210        UNTIL WS-END-OF-CYCLE
022220     CLOSE CYCLE-FILE
022230     IF WS-CYC-BUS-DATE = SPACES
022240        MOVE WS-CYC-DATE TO WS-CYC-BUS-DATE
022250     END-IF
022260     MOVE SPACES TO WS-CYC-NOTE
022270     IF NOT WS-CYC-PRED-OK
022280        IF WS-CYC-PRED-STATUS = SPACES
022290           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
022300                   ' HAS NOT RUN'       DELIMITED BY SIZE
022310              INTO WS-CYC-NOTE
022320        ELSE
022330           STRING WS-CYC-PRED-STEP     DELIMITED BY SPACE
022340                   ' NOT ENDED OK - STATUS '
022350                                        DELIMITED BY SIZE
022360                   WS-CYC-PRED-STATUS   DELIMITED BY SIZE
022370              INTO WS-CYC-NOTE
022380        END-IF
022390        IF WS-CYCLE-OVERRIDDEN
022400           SET WS-CYC-OVERRIDE-USED TO TRUE
022410           DISPLAY 'DL040 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
022420        ELSE
022430           DISPLAY 'DL040 NOT RUN - ' WS-CYC-NOTE
022440           DISPLAY 'DL040 BUSINESS DATE ' WS-CYC-BUS-DATE
022450           MOVE 16 TO RETURN-CODE
022460           MOVE 'N' TO WS-CYC-POST-STATUS
022470           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
022480           GOBACK
022490        END-IF
022500     END-IF
022510     IF WS-CYC-THIS-ENDED
022520        MOVE SPACES TO WS-CYC-NOTE
022530        STRING WS-CYC-THIS-STEP     DELIMITED BY SPACE
022540                ' ALREADY ENDED OK'  DELIMITED BY SIZE
022550           INTO WS-CYC-NOTE
022560        IF WS-CYCLE-OVERRIDDEN
022570           SET WS-CYC-OVERRIDE-USED TO TRUE
022580           DISPLAY 'DL040 CYCLE CHECK OVERRIDDEN - ' WS-CYC-NOTE
022590        ELSE
022600           DISPLAY 'DL040 NOT RUN - ' WS-CYC-NOTE
022610           DISPLAY 'DL040 BUSINESS DATE ' WS-CYC-BUS-DATE
022620           MOVE 8 TO RETURN-CODE
022630           MOVE 'N' TO WS-CYC-POST-STATUS
022640           PERFORM 0150-POST-CYCLE THRU 0150-EXIT
022650           GOBACK
022660        END-IF
022670     END-IF
022680     IF WS-IS-RESTART
022690        MOVE 'R' TO WS-CYC-POST-STATUS
022700     ELSE
022710        MOVE 'S' TO WS-CYC-POST-STATUS
022720     END-IF
022730     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
022740 0100-EXIT.
022750     EXIT.
022760*
022770 0110-READ-ONE-CYCLE.
022780     READ CYCLE-FILE
022790        AT END
022800           SET WS-END-OF-CYCLE TO TRUE
022810     END-READ
022820     IF WS-END-OF-CYCLE
022830        GO TO 0110-EXIT
022840     END-IF
022850     IF CYC-STEP = 'DL030   '
022860        AND (CYC-STARTED OR CYC-RESTARTED)
022870        AND CYC-BUS-DATE NOT = WS-CYC-BUS-DATE
022880        MOVE CYC-BUS-DATE TO WS-CYC-BUS-DATE
022890        MOVE SPACES TO WS-CYC-PRED-STATUS
022900        MOVE SPACES TO WS-CYC-THIS-STATUS
022910     END-IF
022920     IF CYC-STEP = WS-CYC-PRED-STEP
022930        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
022940        AND NOT (CYC-NOT-RUN AND WS-CYC-PRED-OK)
022950        MOVE CYC-STATUS TO WS-CYC-PRED-STATUS
022960     END-IF
022970     IF CYC-STEP = WS-CYC-THIS-STEP
022980        AND CYC-BUS-DATE = WS-CYC-BUS-DATE
022990        AND NOT (CYC-NOT-RUN AND WS-CYC-THIS-ENDED)
023000        MOVE CYC-STATUS TO WS-CYC-THIS-STATUS
023010     END-IF.
023020 0110-EXIT.
023030     EXIT.
023040*
023050* ----------------------------------------------------------------
023060*  0150-POST-CYCLE - APPEND THIS STEP'S WS-CYC-POST-STATUS TO
023070*  THE CYCLE CONTROL FILE UNDER THE NIGHT'S BUSINESS DATE.
023080* ----------------------------------------------------------------
023090 0150-POST-CYCLE.
023100     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
023110     ACCEPT WS-CYC-TIME FROM TIME
023120     OPEN EXTEND CYCLE-FILE
023130     MOVE SPACES TO PHBK-CYCLE-RECORD
023140     MOVE WS-CYC-BUS-DATE TO CYC-BUS-DATE
023150     MOVE WS-CYC-THIS-STEP TO CYC-STEP
023160     MOVE WS-CYC-POST-STATUS TO CYC-STATUS
023170     MOVE WS-CYC-DATE TO CYC-STAMP-DATE
023180     MOVE WS-CYC-TIME TO CYC-STAMP-TIME
023190     MOVE RETURN-CODE TO CYC-RETURN-CODE
023200     IF WS-CYC-OVERRIDE-USED
023210        MOVE 'Y' TO CYC-OVERRIDE-FLAG
023220     END-IF
023230     MOVE WS-RESTART-ID TO CYC-RESTART-ID
023240     MOVE WS-CYC-NOTE TO CYC-NOTE
023250     WRITE PHBK-CYCLE-RECORD
023260     CLOSE CYCLE-FILE.
023270 0150-EXIT.
023280     EXIT.
023290*
023300* ----------------------------------------------------------------
023310*  0190-POST-CYCLE-END - ENDED OK, OR FAILED WHEN THE RUN IS
023320*  ENDING WITH A RETURN CODE OF 8 OR MORE.
023330* ----------------------------------------------------------------
023340 0190-POST-CYCLE-END.
023350     IF RETURN-CODE < 8
023360        MOVE 'E' TO WS-CYC-POST-STATUS
023370     ELSE
023380        MOVE 'F' TO WS-CYC-POST-STATUS
023390     END-IF
023400     PERFORM 0150-POST-CYCLE THRU 0150-EXIT.
023410 0190-EXIT.
023420     EXIT.
002740*
002750* ----------------------------------------------------------------
002760*  1000-INITIALIZE - XRST FIRST, AS IN DL010, SO DL/I
002770*  REESTABLISHES DATABASE POSITION ON A RESTART.  ON A RESTART
002780*  THE TRANSACTIONS ALREADY PROCESSED (COUNT FROM THE RESTART
002790*  CARD) ARE SKIPPED AND THE RESULTS REPORT IS EXTENDED.
002794*  AN APPLY RUN CHECKS AND POSTS THE NIGHTLY CYCLE BEFORE XRST,
002797*  SO A RUN REFUSED FOR ITS PREDECESSOR TOUCHES NOTHING.
002800* ----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     ACCEPT WS-RESTART-CARD FROM SYSIN
002830     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
002833     MOVE WS-CDT-DATE TO WS-DW-DATE
002835     PERFORM 7400-CALC-DAY-NUMBER THRU 7400-EXIT
002837     MOVE WS-DW-DAYNUM TO WS-TODAY-DAYNUM
002840     IF WS-RESTART-ID = SPACES
002850        SET WS-IS-FRESH-START TO TRUE
002860     ELSE
002870        SET WS-IS-RESTART TO TRUE
002880     END-IF
002883     IF NOT WS-MODE-VALIDATE
002885        PERFORM 0100-CHECK-CYCLE THRU 0100-EXIT
002887     END-IF
002890     CALL 'CBLTDLI' USING WS-FUNC-XRST WS-XRST-AREA
002900              WS-RESTART-ID
002910     IF WS-IS-RESTART AND NOT IO-PCB-STATUS-OK
002930                WS-RESTART-ID
002940        DISPLAY 'DL040 IO-PCB STATUS CODE ' IO-PCB-STATUS-CODE
002950        MOVE 16 TO RETURN-CODE
002953        IF NOT WS-MODE-VALIDATE
002955           PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT
002957        END-IF
002960        GOBACK
002970     END-IF
002980     OPEN INPUT TRAN-FILE
015070*
015080* ----------------------------------------------------------------
015090*  2410-CHECK-EXTN-FREE - THE DUPLICATE-EXTENSION RULE: ONE GU
015100*  ON THE CROSS-REFERENCE, THEN THE PENDING TABLE; AND THE REUSE
015105*  QUARANTINE RULE (7000 TESTS BOTH).
015110* ----------------------------------------------------------------
015120 2410-CHECK-EXTN-FREE.
015130     PERFORM 7000-CHECK-DUP-EXTN THRU 7000-EXIT
015170     IF WS-DUP-EXTN-FOUND
015180        MOVE 'EXTENSION IN USE' TO WS-RESULT-MSG
015190        SET WS-INPUT-INVALID TO TRUE
015192     ELSE
015194        IF WS-EXTN-QUARANTINED
015195           MOVE 'EXTENSION IN REUSE QUARANTINE' TO WS-RESULT-MSG
015197           SET WS-INPUT-INVALID TO TRUE
015198        END-IF
015200     END-IF.
015210 2410-EXIT.
015220     EXIT.
004870     IF WS-DUP-EXTN-FOUND
004880        MOVE 'EXTENSION IN USE' TO WS-RESULT-MSG
004890     ELSE
004893        IF WS-EXTN-QUARANTINED
004895           MOVE 'EXTENSION IN REUSE QUARANTINE' TO WS-RESULT-MSG
004897        ELSE
004900           MOVE SPACES TO PHBK-SEGMENT
004910           MOVE TRN-NAME2 TO PHBK-NAME2
004920           MOVE TRN-NAME1 TO PHBK-NAME1
004930           MOVE TRN-EXTN TO PHBK-EXTN
004940           MOVE TRN-ZIP TO PHBK-ZIP
004950           MOVE TRN-DEPT-CODE TO PHBK-DEPT-CODE
004960           MOVE TRN-LOC-CODE TO PHBK-LOC-CODE
004970           CALL 'CBLTDLI' USING WS-FUNC-ISRT PHBK-PCB-MASK
004980                    PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
004990           IF PHBK-PCB-STATUS-OK
005000              MOVE 'ADDED' TO WS-RESULT-MSG
005010              SET WS-TRAN-APPLIED TO TRUE
005020              MOVE SPACES TO WS-BEFORE-IMAGE
005030              PERFORM 7100-BUILD-EXACT-SSA THRU 7100-EXIT
005040              PERFORM 7500-MAINTAIN-PHONE-CHILD THRU 7500-EXIT
005045              PERFORM 7600-ADD-XREF THRU 7600-EXIT
005047              PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
005050              PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
005060           ELSE
005070              IF PHBK-PCB-STATUS-CODE = 'II'
005080                 MOVE 'ADD FAILED - ENTRY ALREADY EXISTS'
005090                   TO WS-RESULT-MSG
005100              ELSE
005110                 MOVE 'ADD FAILED - DATABASE ERROR'
005120                   TO WS-RESULT-MSG
005125              END-IF
005130           END-IF
005140        END-IF
005150     END-IF.
005340        IF WS-DUP-EXTN-FOUND
005350           MOVE 'EXTENSION IN USE' TO WS-RESULT-MSG
005360        ELSE
005362           IF WS-EXTN-QUARANTINED
005364              MOVE 'EXTENSION IN REUSE QUARANTINE'
005366                TO WS-RESULT-MSG
005368           ELSE
005370              CALL 'CBLTDLI' USING WS-FUNC-GU PHBK-PCB-MASK
005380                       PHBK-SEGMENT WS-SSA-EXACT
005390              MOVE TRN-EXTN TO PHBK-EXTN
005400              MOVE TRN-ZIP TO PHBK-ZIP
005410              MOVE TRN-DEPT-CODE TO PHBK-DEPT-CODE
005420              MOVE TRN-LOC-CODE TO PHBK-LOC-CODE
005430              CALL 'CBLTDLI' USING WS-FUNC-REPL PHBK-PCB-MASK
005440                       PHBK-SEGMENT
005450              IF PHBK-PCB-STATUS-OK
005460                 MOVE 'CHANGED' TO WS-RESULT-MSG
005470                 SET WS-TRAN-APPLIED TO TRUE
005480                 PERFORM 7500-MAINTAIN-PHONE-CHILD THRU 7500-EXIT
005482                 IF WS-BEFORE-EXTN NOT = TRN-EXTN
005484                    MOVE WS-BEFORE-EXTN TO WS-XREF-DEL-EXTN
005486                    PERFORM 7700-DELETE-XREF THRU 7700-EXIT
005488                    PERFORM 7600-ADD-XREF THRU 7600-EXIT
005489                 END-IF
005491                 PERFORM 7900-WRITE-HISTORY THRU 7900-EXIT
005490                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
005500              ELSE
005510                 MOVE 'CHANGE FAILED - DATABASE ERROR'
005520                   TO WS-RESULT-MSG
005525              END-IF
005530           END-IF
005540        END-IF
005550     END-IF.
005994* ----------------------------------------------------------------
006000 7000-CHECK-DUP-EXTN.
006010     SET WS-DUP-EXTN-NOT-FND TO TRUE
006015     SET WS-EXTN-NOT-QUARANTINED TO TRUE
006020     MOVE TRN-EXTN TO WS-XREF-LOOKUP-EXTN
006030     PERFORM 7060-BUILD-XREF-SSA THRU 7060-EXIT
006040     CALL 'CBLTDLI' USING WS-FUNC-GU XREF-PCB-MASK
006070        AND (PHBK-XRF-NAME2 NOT = TRN-NAME2
006080         OR  PHBK-XRF-NAME1 NOT = TRN-NAME1)
006090        SET WS-DUP-EXTN-FOUND TO TRUE
006093     END-IF
006095     IF NOT XREF-PCB-STATUS-OK
006097        PERFORM 7080-TEST-QUARANTINE THRU 7080-EXIT
006100     END-IF.
006110 7000-EXIT.
006120     EXIT.
006130*
006140* ----------------------------------------------------------------
024000*  7080-TEST-QUARANTINE - AN EXTENSION NOBODY HOLDS MAY STILL BE
024010*  IN THE PHBKDB6 REUSE QUARANTINE.  WS-EXTN-QUARANTINED MEANS
024020*  IT IS, THE QUARANTINE HAS NOT EXPIRED, AND THE TRANSACTION IS
024030*  NOT FOR ITS LAST HOLDER (WHO MAY TAKE IT BACK), AS IN EX01.
024040* ----------------------------------------------------------------
024050 7080-TEST-QUARANTINE.
024060     MOVE TRN-EXTN TO WS-QUAR-LOOKUP-EXTN
024070     PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
024080     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
024090              PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
024100     IF QUAR-PCB-STATUS-OK
024110        AND (PHBK-QTN-NAME2 NOT = TRN-NAME2
024120         OR  PHBK-QTN-NAME1 NOT = TRN-NAME1)
024130        MOVE PHBK-QTN-FREED-DATE TO WS-DW-DATE
024140        PERFORM 7400-CALC-DAY-NUMBER THRU 7400-EXIT
024150        ADD PHBK-QTN-DAYS TO WS-DW-DAYNUM
024160        IF WS-DW-DAYNUM > WS-TODAY-DAYNUM
024170           SET WS-EXTN-QUARANTINED TO TRUE
024180        END-IF
024190     END-IF.
024200 7080-EXIT.
024210     EXIT.
024220*
024230 7090-BUILD-QUAR-SSA.
024240     MOVE SPACES TO WS-SSA-QUAR-EXACT
024250     STRING 'PHBKQTN (QTNEXTN EQ' DELIMITED BY SIZE
024260             WS-QUAR-LOOKUP-EXTN   DELIMITED BY SIZE
024270             ')'                   DELIMITED BY SIZE
024280        INTO WS-SSA-QUAR-EXACT.
024290 7090-EXIT.
024300     EXIT.
024310*
024320* ----------------------------------------------------------------
006150*  7060-BUILD-XREF-SSA - QUALIFIED SSA MATCHING ONE EXTENSION ON
006160*  THE CROSS-REFERENCE KEY.
006170* ----------------------------------------------------------------
006260*
006270* ----------------------------------------------------------------
006280*  7600-ADD-XREF - INSERT THE CROSS-REFERENCE FOR AN ENTRY JUST
006290*  ADDED OR RE-KEYED TO A NEW EXTENSION, AND DROP ANY QUARANTINE
006295*  OCCURRENCE FOR THE EXTENSION NOW THAT IT IS IN USE AGAIN.
006300* ----------------------------------------------------------------
006310 7600-ADD-XREF.
006320     MOVE TRN-EXTN TO PHBK-XRF-EXTN
006370     IF NOT XREF-PCB-STATUS-OK
006380        DISPLAY 'DL040 WARNING - XREF ISRT FAILED AT '
006390                'TRANSACTION ' WS-TRAN-COUNT
006394     ELSE
006397        PERFORM 7770-RELEASE-QUARANTINE THRU 7770-EXIT
006400     END-IF.
006410 7600-EXIT.
006420     EXIT.
006430*
006440* ----------------------------------------------------------------
006450*  7700-DELETE-XREF - REMOVE THE CROSS-REFERENCE FOR
006460*  WS-XREF-DEL-EXTN.  NOT-FOUND IS TOLERATED.  THE FREED
006465*  EXTENSION THEN GOES INTO THE REUSE QUARANTINE.
006470* ----------------------------------------------------------------
006480 7700-DELETE-XREF.
006490     MOVE WS-XREF-DEL-EXTN TO WS-XREF-LOOKUP-EXTN
006560        IF NOT XREF-PCB-STATUS-OK
006570           DISPLAY 'DL040 WARNING - XREF DLET FAILED AT '
006580                   'TRANSACTION ' WS-TRAN-COUNT
006584        ELSE
006587           PERFORM 7750-QUARANTINE-EXTN THRU 7750-EXIT
006590        END-IF
006600     END-IF.
006610 7700-EXIT.
006620     EXIT.
006630*
006210* ----------------------------------------------------------------
025000*  7750-QUARANTINE-EXTN - AS EX01 7750-QUARANTINE-EXTN: HOLD THE
025010*  FREED EXTENSION FOR THE QUARANTINE DAYS OF THE LOCATION IT
025020*  WAS FREED FROM, REPLACING ANY OLD OCCURRENCE.  A FAILURE IS A
025030*  WARNING ON THE JOB LOG - THE TRANSACTION ITSELF STOOD.
025040* ----------------------------------------------------------------
025050 7750-QUARANTINE-EXTN.
025060     MOVE 'L' TO WS-REF-LOOKUP-TYPE
025070     MOVE WS-BEFORE-LOC-CODE TO WS-REF-LOOKUP-CODE
025080     PERFORM 2350-LOOKUP-REF-CODE THRU 2350-EXIT
025090     MOVE WS-QUAR-DEFAULT-DAYS TO WS-QUAR-DAYS
025100     IF REFCD-PCB-STATUS-OK AND PHBK-REF-QUAR-DAYS-X NUMERIC
025110        MOVE PHBK-REF-QUAR-DAYS TO WS-QUAR-DAYS
025120     END-IF
025130     IF WS-QUAR-DAYS > ZERO
025140        PERFORM 7760-BUILD-QUAR-SEG THRU 7760-EXIT
025150        CALL 'CBLTDLI' USING WS-FUNC-ISRT QUAR-PCB-MASK
025160                 PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
025170        IF QUAR-PCB-STATUS-DUP
025180           MOVE WS-XREF-DEL-EXTN TO WS-QUAR-LOOKUP-EXTN
025190           PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
025200           CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
025210                    PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
025220           IF QUAR-PCB-STATUS-OK
025230              PERFORM 7760-BUILD-QUAR-SEG THRU 7760-EXIT
025240              CALL 'CBLTDLI' USING WS-FUNC-REPL QUAR-PCB-MASK
025250                       PHBK-QUAR-SEGMENT
025260           END-IF
025270        END-IF
025280        IF NOT QUAR-PCB-STATUS-OK
025290           DISPLAY 'DL040 WARNING - QUARANTINE ISRT FAILED AT '
025300                   'TRANSACTION ' WS-TRAN-COUNT
025310        END-IF
025320     END-IF.
025330 7750-EXIT.
025340     EXIT.
025350*
025360 7760-BUILD-QUAR-SEG.
025370     MOVE SPACES TO PHBK-QUAR-SEGMENT
025380     MOVE WS-XREF-DEL-EXTN TO PHBK-QTN-EXTN
025390     MOVE WS-CDT-DATE TO PHBK-QTN-FREED-DATE
025400     MOVE WS-QUAR-DAYS TO PHBK-QTN-DAYS
025410     MOVE TRN-NAME2 TO PHBK-QTN-NAME2
025420     MOVE TRN-NAME1 TO PHBK-QTN-NAME1
025430     MOVE WS-BEFORE-LOC-CODE TO PHBK-QTN-LOC-CODE
025440     MOVE 'DL040' TO PHBK-QTN-FREED-BY.
025450 7760-EXIT.
025460     EXIT.
025470*
025480 7770-RELEASE-QUARANTINE.
025490     MOVE TRN-EXTN TO WS-QUAR-LOOKUP-EXTN
025500     PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
025510     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
025520              PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
025530     IF QUAR-PCB-STATUS-OK
025540        CALL 'CBLTDLI' USING WS-FUNC-DLET QUAR-PCB-MASK
025550                 PHBK-QUAR-SEGMENT
025560     END-IF.
025570 7770-EXIT.
025580     EXIT.
025590*
025600* ----------------------------------------------------------------
025610*  7400-CALC-DAY-NUMBER - AS EX01 7400-CALC-DAY-NUMBER: THE
025620*  YYYYMMDD DATE IN WS-DW-DATE AS A DAY COUNT IN WS-DW-DAYNUM.
025630* ----------------------------------------------------------------
025640 7400-CALC-DAY-NUMBER.
025650     MOVE WS-DW-YYYY TO WS-DW-YEAR
025660     MOVE WS-DW-MM TO WS-DW-MONTH
025670     IF WS-DW-MONTH < 3
025680        SUBTRACT 1 FROM WS-DW-YEAR
025690        ADD 12 TO WS-DW-MONTH
025700     END-IF
025710     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
025720     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
025730     ADD WS-DW-TEMP TO WS-DW-DAYNUM
025740     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
025750     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
025760     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
025770     ADD WS-DW-TEMP TO WS-DW-DAYNUM
025780     SUBTRACT 3 FROM WS-DW-MONTH
025790     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
025800     ADD 2 TO WS-DW-TEMP
025810     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
025820     ADD WS-DW-TEMP TO WS-DW-DAYNUM
025830     ADD WS-DW-DD TO WS-DW-DAYNUM.
025840 7400-EXIT.
025850     EXIT.
025860*
025870* ----------------------------------------------------------------
006220*  7100-BUILD-EXACT-SSA - AS EX01 7100-BUILD-EXACT-SSA.
006230* ----------------------------------------------------------------
006240 7100-BUILD-EXACT-SSA.
007850* ----------------------------------------------------------------
007860 9000-TERMINATE.
007870     CLOSE TRAN-FILE
007880     CLOSE RESULT-REPORT-FILE
007883     IF NOT WS-MODE-VALIDATE
007885        PERFORM 0190-POST-CYCLE-END THRU 0190-EXIT
007887     END-IF.
007890 9000-EXIT.
007900     EXIT.
