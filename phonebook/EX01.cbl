000537*  09/02/2026 PAG   AND RENAME LIKE THE PHONE CHILDREN, AND
000538*  09/02/2026 PAG   WALKED ONE PER CALL BY THE NEW BRHIST
000539*  09/02/2026 PAG   COMMAND USING THE IN-SEGNO/OUT-SEGNO CURSOR.
027000*  10/15/2026 PAG   DELETE, RETIRE AND RENAME NOW QUEUE A PENDING
027010*  10/15/2026 PAG   REQUEST ON THE PHBKDB5 APPROVAL DATABASE
027020*  10/15/2026 PAG   INSTEAD OF APPLYING AT ONCE.  A SECOND
027030*  10/15/2026 PAG   UPDATE-AUTHORIZED USER, NOT THE REQUESTER,
027040*  10/15/2026 PAG   APPLIES IT WITH THE NEW APPROVE COMMAND
027050*  10/15/2026 PAG   (THROUGH THE EXISTING DELETE/RETIRE/RENAME
027060*  10/15/2026 PAG   LOGIC) OR DISCARDS IT WITH REJECT; INQPEND
027070*  10/15/2026 PAG   SHOWS WHAT IS WAITING ON AN ENTRY.  QUEUED,
027080*  10/15/2026 PAG   APPROVED AND REJECTED ARE ALL AUDITED WITH
027090*  10/15/2026 PAG   BOTH THE REQUESTER AND THE SECOND USER.
027100*  10/15/2026 PAG   AN EXTENSION FREED BY DELETE, RETIRE OR A
027110*  10/15/2026 PAG   CHANGE OF EXTENSION IS HELD ON THE NEW
027120*  10/15/2026 PAG   PHBKDB6 REUSE QUARANTINE FOR THE LOCATION'S
027130*  10/15/2026 PAG   QUARANTINE DAYS; ADD/CHANGE REFUSE IT TO
027140*  10/15/2026 PAG   ANYONE BUT THE LAST HOLDER UNTIL IT EXPIRES.
027150*  10/15/2026 PAG   ADDED NEXTEXTN INQUIRY - NEXT FREE EXTENSION
027160*  10/15/2026 PAG   IN THE PHBKDB3 BLOCK OF IN-LOC-CODE.
027170*  10/15/2026 PAG   AN APPROVED REQUEST IS APPLIED FROM WORKING
027180*  10/15/2026 PAG   STORAGE; THE APPROVE MESSAGE IS NOT
027190*  10/15/2026 PAG   OVERLAID WITH THE QUEUED COMMAND AND NAME.
000510* ----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000848     05  WS-SW-AUTHORIZED        PIC X(01) VALUE 'Y'.
000852         88  WS-USER-AUTHORIZED          VALUE 'Y'.
000854         88  WS-USER-DENIED              VALUE 'N'.
028000     05  WS-SW-APPLIED           PIC X(01) VALUE 'N'.
028010         88  WS-CMD-APPLIED              VALUE 'Y'.
028020         88  WS-CMD-NOT-APPLIED          VALUE 'N'.
028030     05  WS-SW-QUARANTINE        PIC X(01) VALUE 'N'.
028040         88  WS-EXTN-QUARANTINED         VALUE 'Y'.
028050         88  WS-EXTN-NOT-QUARANTINED     VALUE 'N'.
028060     05  WS-SW-FREE-EXTN         PIC X(01) VALUE 'N'.
028070         88  WS-FREE-EXTN-FOUND          VALUE 'Y'.
028080         88  WS-FREE-EXTN-NOT-FND        VALUE 'N'.
000850*
000860* ----------------------------------------------------------------
000870*  COUNTERS AND WORK FIELDS
001012     05  WS-ROOT-SAVE            PIC X(57) VALUE SPACES.
001013     05  WS-NEW-NAME2            PIC X(10) VALUE SPACES.
001014     05  WS-NEW-NAME1            PIC X(10) VALUE SPACES.
029000*
029010* ----------------------------------------------------------------
029020*  WS-APPROVAL-WORK - THE PENDING-REQUEST KEY AND THE APPROVAL
029030*  FIELDS CARRIED ONTO THE AUDIT RECORD.  WS-APPROVAL-FLAG AND
029040*  WS-REQ-USERID ARE SPACES EXCEPT WHILE A QUEUED REQUEST IS
029050*  BEING QUEUED, APPROVED OR REJECTED.
029060*  WS-APPLY-CMD IS THE COMMAND BEING APPLIED - IN-CMD, OR THE
029070*  QUEUED COMMAND ON AN APPROVE - AND WS-APPLY-NEW-NAME2/1 THE
029080*  NEW KEY OF AN APPROVED RENAME.
029090* ----------------------------------------------------------------
029100 01  WS-APPROVAL-WORK.
029110     05  WS-SSA-PEND-UNQUAL      PIC X(09) VALUE 'PHBKPND '.
029120     05  WS-SSA-PEND-EXACT       PIC X(60) VALUE SPACES.
029130     05  WS-PEND-DIR             PIC X(01) VALUE SPACES.
029140     05  WS-APPROVAL-FLAG        PIC X(08) VALUE SPACES.
029150     05  WS-REQ-USERID           PIC X(08) VALUE SPACES.
029160     05  WS-APPLY-CMD            PIC X(08) VALUE SPACES.
029170         88  WS-APPLY-DELETE             VALUE 'DELETE  '.
029180         88  WS-APPLY-RETIRE             VALUE 'RETIRE  '.
029190         88  WS-APPLY-RENAME             VALUE 'RENAME  '.
029200     05  WS-APPLY-NEW-NAME2      PIC X(10) VALUE SPACES.
029210     05  WS-APPLY-NEW-NAME1      PIC X(10) VALUE SPACES.
029220*
029230* ----------------------------------------------------------------
029240*  WS-QUARANTINE-WORK - PHBKDB6 REUSE QUARANTINE LOOKUPS AND THE
029250*  NEXTEXTN SCAN OF A LOCATION'S EXTENSION BLOCK.  WS-CAND-NUM
029260*  STEPS THROUGH THE BLOCK AS A NUMBER; ITS RIGHTMOST
029270*  WS-BLK-LEN DIGITS, LEFT-JUSTIFIED INTO WS-CAND-EXTN, ARE THE
029280*  EXTENSION AS THE DIRECTORY KEYS IT.  WS-QUAR-DEFAULT-DAYS
029290*  APPLIES WHEN THE LOCATION CODE CARRIES NO QUARANTINE DAYS.
029300* ----------------------------------------------------------------
029310 01  WS-QUARANTINE-WORK.
029320     05  WS-SSA-QUAR-UNQUAL      PIC X(09) VALUE 'PHBKQTN '.
029330     05  WS-SSA-QUAR-EXACT       PIC X(40) VALUE SPACES.
029340     05  WS-QUAR-LOOKUP-EXTN     PIC X(10) VALUE SPACES.
029350     05  WS-QUAR-DEFAULT-DAYS    PIC 9(03) VALUE 090.
029360     05  WS-QUAR-DAYS            PIC 9(03) VALUE ZERO.
029370     05  WS-BLK-LEN              PIC 9(02) COMP VALUE ZERO.
029380     05  WS-BLK-OFFSET           PIC 9(02) COMP VALUE ZERO.
029390     05  WS-BLK-HIGH-NUM         PIC 9(10) VALUE ZERO.
029400     05  WS-CAND-NUM             PIC 9(10) VALUE ZERO.
029410     05  WS-CAND-NUM-X REDEFINES WS-CAND-NUM
029420                                 PIC X(10).
029430     05  WS-CAND-EXTN            PIC X(10) VALUE SPACES.
029440*
029450* ----------------------------------------------------------------
029460*  WS-DATE-WORK - INPUT AND WORK FIELDS FOR 7400-CALC-DAY-NUMBER.
029470*  A QUARANTINE HAS EXPIRED ONCE THE DAY NUMBER OF ITS FREED
029480*  DATE PLUS ITS DAYS IS NO LATER THAN TODAY'S.
029490* ----------------------------------------------------------------
029500 01  WS-DATE-WORK.
029510     05  WS-DW-DATE              PIC X(08) VALUE SPACES.
029520     05  WS-DW-DATE-PARTS REDEFINES WS-DW-DATE.
029530         10  WS-DW-YYYY          PIC 9(04).
029540         10  WS-DW-MM            PIC 9(02).
029550         10  WS-DW-DD            PIC 9(02).
029560     05  WS-DW-YEAR              PIC S9(05) COMP-3 VALUE ZERO.
029570     05  WS-DW-MONTH             PIC S9(03) COMP-3 VALUE ZERO.
029580     05  WS-DW-TEMP              PIC S9(09) COMP-3 VALUE ZERO.
029590     05  WS-DW-DAYNUM            PIC S9(09) COMP-3 VALUE ZERO.
029600     05  WS-TODAY-DAYNUM         PIC S9(09) COMP-3 VALUE ZERO.
001015*
001010 01  WS-BEFORE-IMAGE.
001020     05  WS-BEFORE-EXTN          PIC X(10) VALUE SPACES.
001321 COPY PHBKHST.
001322 COPY PHBKREF.
001324 COPY PHBKXRF.
001326 COPY PHBKPND.
001328 COPY PHBKQTN.
001330*
001340 LINKAGE SECTION.
001350*
001530 COPY PHBKPC2.
001532 COPY PHBKPC3.
001534 COPY PHBKPC4.
001536 COPY PHBKPC5.
001538 COPY PHBKPC6.
001540*
001550* ----------------------------------------------------------------
001560*  GENERIC OVERLAY - REDIRECTED BY 1500-SELECT-PCB TO WHICHEVER
001950         88  IN-CMD-BROWSE           VALUE 'BROWS   '.
001960         88  IN-CMD-BROWSE-PHONE     VALUE 'BRPHONE '.
001965         88  IN-CMD-BROWSE-HIST      VALUE 'BRHIST  '.
001966         88  IN-CMD-APPROVE          VALUE 'APPROVE '.
001967         88  IN-CMD-REJECT           VALUE 'REJECT  '.
001968         88  IN-CMD-INQ-PEND         VALUE 'INQPEND '.
001969         88  IN-CMD-NEXT-EXTN        VALUE 'NEXTEXTN'.
001970     02  IN-NAME1       PICTURE X(10).
001980     02  IN-NAME2       PICTURE X(10).
001990     02  IN-EXTN        PICTURE X(10).
002202     02  OUT-DEPT-NAME PICTURE X(30) VALUE SPACES.
002204     02  OUT-LOC-NAME  PICTURE X(30) VALUE SPACES.
002205*    OUT-HST-STAMP/OUT-HST-USERID - WHEN AND BY WHOM, ON A
002209*    BRHIST REPLY; WHEN AND BY WHOM A PENDING REQUEST WAS QUEUED,
002211*    ON A QUEUED DELETE/RETIRE/RENAME AND ON AN INQPEND, APPROVE
002206*    OR REJECT REPLY; SPACES ON EVERY OTHER COMMAND.
002207     02  OUT-HST-STAMP PICTURE X(17) VALUE SPACES.
002208     02  OUT-HST-USERID PICTURE X(8) VALUE SPACES.
002210*
002240         RETIREE-PCB-MASK
002245         REFCD-PCB-MASK
002247         XREF-PCB-MASK
002248         PEND-PCB-MASK
002249         QUAR-PCB-MASK
002250         AUDIT-PCB-MASK
002260         INPUT-MSG
002270         OUTPUT-MSG.
002490     SET WS-INPUT-VALID TO TRUE
002495     SET WS-USER-AUTHORIZED TO TRUE
002497     MOVE SPACES TO WS-NEW-NAME2 WS-NEW-NAME1
002498     MOVE SPACES TO WS-APPROVAL-FLAG WS-REQ-USERID
002499     SET WS-CMD-NOT-APPLIED TO TRUE
002500     SET WS-DUP-EXTN-NOT-FND TO TRUE
002503     MOVE IN-CMD TO WS-APPLY-CMD
002506     MOVE SPACES TO WS-APPLY-NEW-NAME2 WS-APPLY-NEW-NAME1.
002510 1000-EXIT.
002520     EXIT.
002530*
016460*
020000* ----------------------------------------------------------------
020010*  2500-CHECK-AUTHORITY - UPDATE COMMANDS (ADD, CHANGE, DELETE,
020020*  RETIRE, RENAME, APPROVE, REJECT) REQUIRE AN ACTIVE TYPE 'U'
020030*  PROFILE ON THE CODE REFERENCE DATABASE FOR THE SIGNED-ON
020040*  USER, CARRYING UPDATE AUTHORITY.  EVERYONE KEEPS INQUIRE/
020047*  INQEXTN/NEXTEXTN/BROWS/BRPHONE/INQPEND.  A DENIED ATTEMPT IS
020053*  REFUSED POLITELY AND LOGGED TO THE AUDIT GSAM WITH THE DENIED
020060*  MARKER FOR SECURITY REVIEW.
020070* ----------------------------------------------------------------
020080 2500-CHECK-AUTHORITY.
020090     IF IN-CMD-ADD OR IN-CMD-CHANGE OR IN-CMD-DELETE
020100        OR IN-CMD-RETIRE OR IN-CMD-RENAME
020105        OR IN-CMD-APPROVE OR IN-CMD-REJECT
020110        MOVE 'U' TO WS-REF-LOOKUP-TYPE
020120        MOVE IO-PCB-USERID TO WS-REF-LOOKUP-CODE
020130        PERFORM 2350-LOOKUP-REF-CODE THRU 2350-EXIT
020240     EXIT.
020250*
002990* ----------------------------------------------------------------
002995*  3000-DISPATCH-CMD - DELETE, RETIRE AND RENAME ARE NOT APPLIED
003000*  HERE: THEY ARE QUEUED FOR A SECOND USER, AND 5000/5200/5300
003005*  RUN ONLY WHEN THAT USER APPROVES (5910-APPLY-PENDING).
003010* ----------------------------------------------------------------
003020 3000-DISPATCH-CMD.
003030     EVALUATE TRUE
003050           PERFORM 4000-ADD-ENTRY THRU 4000-EXIT
003060        WHEN IN-CMD-CHANGE
003070           PERFORM 4500-CHANGE-ENTRY THRU 4500-EXIT
003074        WHEN IN-CMD-DELETE OR IN-CMD-RETIRE OR IN-CMD-RENAME
003077           PERFORM 5800-QUEUE-REQUEST THRU 5800-EXIT
003080        WHEN IN-CMD-APPROVE
003090           PERFORM 5900-APPROVE-REQUEST THRU 5900-EXIT
003092        WHEN IN-CMD-REJECT
003094           PERFORM 5950-REJECT-REQUEST THRU 5950-EXIT
003096        WHEN IN-CMD-INQ-PEND
003098           PERFORM 5850-INQUIRE-PENDING THRU 5850-EXIT
003100        WHEN IN-CMD-INQUIRE
003110           PERFORM 5500-INQUIRE-ENTRY THRU 5500-EXIT
003112        WHEN IN-CMD-INQ-EXTN
003114           PERFORM 5700-INQUIRE-EXTN THRU 5700-EXIT
003116        WHEN IN-CMD-NEXT-EXTN
003118           PERFORM 5750-NEXT-FREE-EXTN THRU 5750-EXIT
003120        WHEN IN-CMD-BROWSE
003130           PERFORM 6000-BROWSE-NAME THRU 6000-EXIT
003140        WHEN IN-CMD-BROWSE-PHONE
003270     IF WS-DUP-EXTN-FOUND
003280        MOVE 'EXTENSION IN USE' TO OUT-MSG
003290     ELSE
003293        IF WS-EXTN-QUARANTINED
003295           MOVE 'EXTENSION IN REUSE QUARANTINE' TO OUT-MSG
003297        ELSE
003300           MOVE SPACES TO PHBK-SEGMENT
003310           MOVE IN-NAME2 TO PHBK-NAME2
003320           MOVE IN-NAME1 TO PHBK-NAME1
003330           MOVE IN-EXTN TO PHBK-EXTN
003340           MOVE IN-ZIP TO PHBK-ZIP
003350           MOVE IN-DEPT-CODE TO PHBK-DEPT-CODE
003360           MOVE IN-LOC-CODE TO PHBK-LOC-CODE
003370           CALL 'CBLTDLI' USING WS-FUNC-ISRT WORK-PCB-MASK
003380                    PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
003390           IF WORK-PCB-STATUS-OK
003400              MOVE 'ENTRY ADDED' TO OUT-MSG
003410              PERFORM 9000-MOVE-OUTPUT THRU 9000-EXIT
003420              MOVE SPACES TO WS-BEFORE-IMAGE
003425              PERFORM 7100-BUILD-EXACT-SSA THRU 7100-EXIT
003430              PERFORM 7500-MAINTAIN-PHONE-CHILD THRU 7500-EXIT
003432              IF WS-USE-ACTIVE-DB
003434                 PERFORM 7600-ADD-XREF THRU 7600-EXIT
003436              END-IF
003440              PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
003442              PERFORM 8500-SEND-NOTIFY THRU 8500-EXIT
003450           ELSE
003455              IF WORK-PCB-STATUS-DUP
003456                 MOVE 'ADD FAILED - ENTRY ALREADY EXISTS'
003460                   TO OUT-MSG
003457              ELSE
003458                 MOVE 'ADD FAILED - DATABASE ERROR' TO OUT-MSG
003459              END-IF
003465           END-IF
003470        END-IF
003480     END-IF.
003490 4000-EXIT.
003670        IF WS-DUP-EXTN-FOUND
003680           MOVE 'EXTENSION IN USE' TO OUT-MSG
003690        ELSE
003693           IF WS-EXTN-QUARANTINED
003695              MOVE 'EXTENSION IN REUSE QUARANTINE' TO OUT-MSG
003697           ELSE
003700              CALL 'CBLTDLI' USING WS-FUNC-GU WORK-PCB-MASK
003710                       PHBK-SEGMENT WS-SSA-EXACT
003720              MOVE IN-EXTN TO PHBK-EXTN
003730              MOVE IN-ZIP TO PHBK-ZIP
003740              MOVE IN-DEPT-CODE TO PHBK-DEPT-CODE
003750              MOVE IN-LOC-CODE TO PHBK-LOC-CODE
003760              CALL 'CBLTDLI' USING WS-FUNC-REPL WORK-PCB-MASK
003770                       PHBK-SEGMENT
003780              IF WORK-PCB-STATUS-OK
003790                 MOVE 'ENTRY CHANGED' TO OUT-MSG
003800                 PERFORM 9000-MOVE-OUTPUT THRU 9000-EXIT
003810                 PERFORM 7500-MAINTAIN-PHONE-CHILD THRU 7500-EXIT
003812                 IF WS-USE-ACTIVE-DB
003813                    AND WS-BEFORE-EXTN NOT = IN-EXTN
003814                    MOVE WS-BEFORE-EXTN TO WS-XREF-DEL-EXTN
003815                    PERFORM 7700-DELETE-XREF THRU 7700-EXIT
003816                    PERFORM 7600-ADD-XREF THRU 7600-EXIT
003817                 END-IF
003818                 PERFORM 7800-WRITE-CHANGE-HISTORY THRU 7800-EXIT
003820                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
003822                 PERFORM 8500-SEND-NOTIFY THRU 8500-EXIT
003830              ELSE
003840                 MOVE 'CHANGE FAILED - DATABASE ERROR' TO OUT-MSG
003845              END-IF
003850           END-IF
003860        END-IF
003870     END-IF.
004060                 PHBK-SEGMENT
004070        IF WORK-PCB-STATUS-OK
004080           MOVE 'ENTRY DELETED' TO OUT-MSG
004085           SET WS-CMD-APPLIED TO TRUE
004090           MOVE SPACES TO OUT-EXTN OUT-ZIP OUT-DEPT-CODE
004100           MOVE SPACES TO OUT-LOC-CODE
004102           IF WS-USE-ACTIVE-DB
014460                 PERFORM 5260-BACKOUT-RETIRE THRU 5260-EXIT
014470              ELSE
014480                 MOVE 'ENTRY RETIRED' TO OUT-MSG
014481                 SET WS-CMD-APPLIED TO TRUE
014482                 PERFORM 7850-WRITE-RETIRE-HISTORY THRU 7850-EXIT
014484                 MOVE WS-BEFORE-EXTN TO WS-XREF-DEL-EXTN
014486                 PERFORM 7700-DELETE-XREF THRU 7700-EXIT
015500*
021000* ----------------------------------------------------------------
021010*  5300-RENAME-ENTRY - MOVE AN ENTRY AND ALL PHONE-SEG CHILDREN
021020*  TO THE NEW NAME2/NAME1 KEY IN WS-APPLY-NEW-NAME2/1 AS ONE
021030*  UNIT OF WORK, FOR MARRIAGES AND LEGAL NAME CHANGES.  THE SHAPE
021040*  FOLLOWS 5210-MOVE-TO-RETIREE: SAVE THE CHILDREN, INSERT THE
021050*  ROOT UNDER THE NEW KEY, RE-INSERT THE CHILDREN, DELETE THE OLD
021090*  AND ONE AUDIT RECORD SHOWS THE OLD AND NEW NAMES.
021100* ----------------------------------------------------------------
021110 5300-RENAME-ENTRY.
021120     IF WS-APPLY-NEW-NAME2 = SPACES
021130        MOVE 'NEW NAME2 IS REQUIRED' TO OUT-MSG
021140     ELSE
021147        IF WS-APPLY-NEW-NAME2 = IN-NAME2
021153           AND WS-APPLY-NEW-NAME1 = IN-NAME1
021160           MOVE 'NEW NAME SAME AS OLD NAME' TO OUT-MSG
021170        ELSE
021180           PERFORM 5310-MOVE-TO-NEW-NAME THRU 5310-EXIT
021474                TO OUT-MSG
021476           ELSE
021480              MOVE WS-ROOT-SAVE TO PHBK-SEGMENT
021490              MOVE WS-APPLY-NEW-NAME2 TO PHBK-NAME2
021500              MOVE WS-APPLY-NEW-NAME1 TO PHBK-NAME1
021510              CALL 'CBLTDLI' USING WS-FUNC-ISRT WORK-PCB-MASK
021520                       PHBK-SEGMENT WS-SSA-ROOT-UNQUAL
021530              IF NOT WORK-PCB-STATUS-OK
021610                    PERFORM 5360-BACKOUT-RENAME THRU 5360-EXIT
021620                 ELSE
021630                    MOVE 'ENTRY RENAMED' TO OUT-MSG
021635                    SET WS-CMD-APPLIED TO TRUE
021640                    MOVE WS-APPLY-NEW-NAME2 TO WS-NEW-NAME2
021650                    MOVE WS-APPLY-NEW-NAME1 TO WS-NEW-NAME1
021660                    IF WS-USE-ACTIVE-DB
021670                       PERFORM 5350-RENAME-XREF THRU 5350-EXIT
021680                    END-IF
021690                    MOVE WS-ROOT-SAVE TO PHBK-SEGMENT
021700                    MOVE WS-APPLY-NEW-NAME2 TO PHBK-NAME2
021710                    MOVE WS-APPLY-NEW-NAME1 TO PHBK-NAME1
021720                    PERFORM 9000-MOVE-OUTPUT THRU 9000-EXIT
021730                    PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
021740                    PERFORM 8500-SEND-NOTIFY THRU 8500-EXIT
022750     CALL 'CBLTDLI' USING WS-FUNC-GU XREF-PCB-MASK
022760              PHBK-XREF-SEGMENT WS-SSA-XREF-EXACT
022770     IF XREF-PCB-STATUS-OK
022780        MOVE WS-APPLY-NEW-NAME2 TO PHBK-XRF-NAME2
022790        MOVE WS-APPLY-NEW-NAME1 TO PHBK-XRF-NAME1
022800        CALL 'CBLTDLI' USING WS-FUNC-REPL XREF-PCB-MASK
022810                 PHBK-XREF-SEGMENT
022820        IF NOT XREF-PCB-STATUS-OK
023040 5370-BUILD-NEW-EXACT-SSA.
023050     MOVE SPACES TO WS-SSA-NEW-EXACT
023060     STRING 'PHBKSEG (NAME2   EQ' DELIMITED BY SIZE
023070             WS-APPLY-NEW-NAME2     DELIMITED BY SIZE
023080             ')(NAME1   EQ'         DELIMITED BY SIZE
023090             WS-APPLY-NEW-NAME1     DELIMITED BY SIZE
023100             ')'                    DELIMITED BY SIZE
023110        INTO WS-SSA-NEW-EXACT.
023120 5370-EXIT.
018320     EXIT.
018330*
004350* ----------------------------------------------------------------
031000*  5750-NEXT-FREE-EXTN - NEXTEXTN INQUIRY: THE LOWEST EXTENSION
031010*  IN THE BLOCK PHBKDB3 GIVES THE LOCATION IN IN-LOC-CODE THAT IS
031020*  NEITHER ON THE PHBKDB4 CROSS-REFERENCE NOR STILL IN THE
031030*  PHBKDB6 REUSE QUARANTINE.  NOTHING IS RESERVED - THE CALLER
031040*  KEYS THE ADD, AND THE USUAL EDITS THERE DECIDE.  THE BLOCK ENDS
031050*  ARE THE SAME LENGTH (EX02 INSISTS), SO EVERY CANDIDATE IS
031060*  THAT MANY DIGITS.  ACTIVE DIRECTORY ONLY, LIKE INQEXTN.
031070* ----------------------------------------------------------------
031080 5750-NEXT-FREE-EXTN.
031090     IF IN-TRCD-RETIREE
031100        MOVE 'NEXTEXTN VALID ONLY ON PHONEBOOK' TO OUT-MSG
031110     ELSE
031120        MOVE 'L' TO WS-REF-LOOKUP-TYPE
031130        MOVE IN-LOC-CODE TO WS-REF-LOOKUP-CODE
031140        PERFORM 2350-LOOKUP-REF-CODE THRU 2350-EXIT
031150        IF WS-REF-CODE-BAD
031160           MOVE 'UNKNOWN OR INACTIVE LOC CODE' TO OUT-MSG
031170        ELSE
031180           MOVE IN-LOC-CODE TO OUT-LOC-CODE
031190           MOVE PHBK-REF-NAME TO OUT-LOC-NAME
031200           PERFORM 7300-CALC-BLOCK-LEN THRU 7300-EXIT
031210           IF WS-BLK-LEN = ZERO
031220              OR PHBK-REF-EXTN-LOW (1:WS-BLK-LEN) NOT NUMERIC
031230              OR PHBK-REF-EXTN-HIGH (1:WS-BLK-LEN) NOT NUMERIC
031240              MOVE 'NO EXTENSION BLOCK FOR LOCATION' TO OUT-MSG
031250           ELSE
031260              PERFORM 5760-SCAN-BLOCK THRU 5760-EXIT
031270           END-IF
031280        END-IF
031290     END-IF.
031300 5750-EXIT.
031310     EXIT.
031320*
031330 5760-SCAN-BLOCK.
031340     MOVE 11 TO WS-BLK-OFFSET
031350     SUBTRACT WS-BLK-LEN FROM WS-BLK-OFFSET
031360     MOVE ZERO TO WS-CAND-NUM
031370     MOVE PHBK-REF-EXTN-HIGH (1:WS-BLK-LEN)
031380       TO WS-CAND-NUM-X (WS-BLK-OFFSET:WS-BLK-LEN)
031390     MOVE WS-CAND-NUM TO WS-BLK-HIGH-NUM
031400     MOVE PHBK-REF-EXTN-LOW (1:WS-BLK-LEN)
031410       TO WS-CAND-NUM-X (WS-BLK-OFFSET:WS-BLK-LEN)
031420     SET WS-FREE-EXTN-NOT-FND TO TRUE
031430     PERFORM 5770-TEST-CANDIDATE THRU 5770-EXIT
031440        UNTIL WS-FREE-EXTN-FOUND
031450           OR WS-CAND-NUM > WS-BLK-HIGH-NUM
031460     IF WS-FREE-EXTN-FOUND
031470        MOVE WS-CAND-EXTN TO OUT-EXTN
031480        MOVE 'NEXT FREE EXTENSION FOR LOCATION' TO OUT-MSG
031490     ELSE
031500        MOVE 'NO FREE EXTENSION IN LOCATION BLOCK' TO OUT-MSG
031510     END-IF.
031520 5760-EXIT.
031530     EXIT.
031540*
031550* ----------------------------------------------------------------
031560*  5770-TEST-CANDIDATE - ONE EXTENSION OF THE BLOCK.  ANY XREF
031570*  STATUS BUT NOT-FOUND (ASSIGNED, OR AN ERROR) PASSES IT OVER.
031580* ----------------------------------------------------------------
031590 5770-TEST-CANDIDATE.
031600     MOVE SPACES TO WS-CAND-EXTN
031610     MOVE WS-CAND-NUM-X (WS-BLK-OFFSET:WS-BLK-LEN)
031620       TO WS-CAND-EXTN (1:WS-BLK-LEN)
031630     MOVE WS-CAND-EXTN TO WS-XREF-LOOKUP-EXTN
031640     PERFORM 7060-BUILD-XREF-SSA THRU 7060-EXIT
031650     CALL 'CBLTDLI' USING WS-FUNC-GU XREF-PCB-MASK
031660              PHBK-XREF-SEGMENT WS-SSA-XREF-EXACT
031670     IF XREF-PCB-STATUS-NOTFND
031680        MOVE WS-CAND-EXTN TO WS-QUAR-LOOKUP-EXTN
031690        PERFORM 7080-TEST-QUARANTINE THRU 7080-EXIT
031700        IF WS-EXTN-NOT-QUARANTINED
031710           SET WS-FREE-EXTN-FOUND TO TRUE
031720        END-IF
031730     END-IF
031740     IF WS-FREE-EXTN-NOT-FND
031750        ADD 1 TO WS-CAND-NUM
031760     END-IF.
031770 5770-EXIT.
031780     EXIT.
031790*
031800* ----------------------------------------------------------------
031810*  5800-QUEUE-REQUEST - A DELETE, RETIRE OR RENAME IS NOT APPLIED
031820*  BY THE USER WHO KEYS IT.  THE SAME UP-FRONT EDITS 5200/5300
031830*  MAKE ARE DONE HERE SO A BAD REQUEST IS REFUSED AT ONCE, THE
031840*  ENTRY MUST EXIST, AND THE REQUEST IS THEN INSERTED ON THE
031850*  PHBKDB5 PENDING-APPROVAL DATABASE KEYED BY DIRECTORY AND NAME.
031860*  ONLY ONE REQUEST MAY WAIT ON AN ENTRY AT A TIME (STATUS II).
031870*  THE QUEUED AUDIT RECORD CARRIES THE REQUESTER IN BOTH USER
031880*  FIELDS; THE DIRECTORY ITSELF IS UNCHANGED UNTIL APPROVAL.
031890* ----------------------------------------------------------------
031900 5800-QUEUE-REQUEST.
031910     IF IN-CMD-RETIRE AND IN-TRCD-RETIREE
031920        MOVE 'RETIRE VALID ONLY ON PHONEBOOK' TO OUT-MSG
031930     ELSE
031940        IF IN-CMD-RENAME AND IN-NEW-NAME2 = SPACES
031950           MOVE 'NEW NAME2 IS REQUIRED' TO OUT-MSG
031960        ELSE
031970           IF IN-CMD-RENAME AND IN-NEW-NAME2 = IN-NAME2
031980                            AND IN-NEW-NAME1 = IN-NAME1
031990              MOVE 'NEW NAME SAME AS OLD NAME' TO OUT-MSG
032000           ELSE
032010              PERFORM 5810-INSERT-PENDING THRU 5810-EXIT
032020           END-IF
032030        END-IF
032040     END-IF.
032050 5800-EXIT.
032060     EXIT.
032070*
032080 5810-INSERT-PENDING.
032090     PERFORM 7100-BUILD-EXACT-SSA THRU 7100-EXIT
032100     CALL 'CBLTDLI' USING WS-FUNC-GU WORK-PCB-MASK
032110              PHBK-SEGMENT WS-SSA-EXACT
032120     IF NOT WORK-PCB-STATUS-OK
032130        MOVE 'ENTRY NOT FOUND' TO OUT-MSG
032140     ELSE
032150        PERFORM 9000-MOVE-OUTPUT THRU 9000-EXIT
032160        PERFORM 7950-BUILD-PEND-SSA THRU 7950-EXIT
032170        ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
032180        ACCEPT WS-CDT-TIME FROM TIME
032190        MOVE SPACES TO PHBK-PEND-SEGMENT
032200        MOVE WS-PEND-DIR TO PHBK-PND-DIR
032210        MOVE IN-NAME2 TO PHBK-PND-NAME2
032220        MOVE IN-NAME1 TO PHBK-PND-NAME1
032230        MOVE IN-CMD TO PHBK-PND-COMMAND
032240        IF IN-CMD-RENAME
032250           MOVE IN-NEW-NAME2 TO PHBK-PND-NEW-NAME2
032260           MOVE IN-NEW-NAME1 TO PHBK-PND-NEW-NAME1
032270        END-IF
032280        MOVE IO-PCB-USERID TO PHBK-PND-REQ-USERID
032290        STRING WS-CDT-DATE DELIMITED BY SIZE
032300                '-'         DELIMITED BY SIZE
032310                WS-CDT-TIME DELIMITED BY SIZE
032320           INTO PHBK-PND-REQ-STAMP
032330        CALL 'CBLTDLI' USING WS-FUNC-ISRT PEND-PCB-MASK
032340                 PHBK-PEND-SEGMENT WS-SSA-PEND-UNQUAL
032350        IF PEND-PCB-STATUS-OK
032360           MOVE 'REQUEST QUEUED FOR APPROVAL' TO OUT-MSG
032370           MOVE PHBK-PND-REQ-STAMP TO OUT-HST-STAMP
032380           MOVE PHBK-PND-REQ-USERID TO OUT-HST-USERID
032390           MOVE 'QUEUED  ' TO WS-APPROVAL-FLAG
032400           PERFORM 8200-WRITE-APPROVAL-AUDIT THRU 8200-EXIT
032410        ELSE
032420           IF PEND-PCB-STATUS-DUP
032430              MOVE 'REQUEST ALREADY PENDING FOR ENTRY' TO OUT-MSG
032440           ELSE
032450              MOVE 'QUEUE FAILED - DATABASE ERROR' TO OUT-MSG
032460           END-IF
032470        END-IF
032480     END-IF.
032490 5810-EXIT.
032500     EXIT.
032510*
032520* ----------------------------------------------------------------
032530*  5850-INQUIRE-PENDING - SHOW THE REQUEST WAITING ON AN ENTRY,
032540*  IF ANY: THE COMMAND (AND NEW NAME ON A RENAME) IN OUT-MSG,
032550*  WHEN AND BY WHOM IT WAS QUEUED IN OUT-HST-STAMP/USERID.
032560* ----------------------------------------------------------------
032570 5850-INQUIRE-PENDING.
032580     PERFORM 7950-BUILD-PEND-SSA THRU 7950-EXIT
032590     CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
032600              PHBK-PEND-SEGMENT WS-SSA-PEND-EXACT
032610     IF NOT PEND-PCB-STATUS-OK
032620        MOVE 'NO REQUEST PENDING FOR ENTRY' TO OUT-MSG
032630     ELSE
032640        PERFORM 5860-SHOW-PENDING THRU 5860-EXIT
032650     END-IF.
032660 5850-EXIT.
032670     EXIT.
032680*
032690 5860-SHOW-PENDING.
032700     MOVE SPACES TO OUT-MSG
032710     IF PHBK-PND-COMMAND = 'RENAME  '
032720        STRING 'PENDING RENAME TO ' DELIMITED BY SIZE
032730                PHBK-PND-NEW-NAME2   DELIMITED BY SIZE
032740                ' '                  DELIMITED BY SIZE
032750                PHBK-PND-NEW-NAME1   DELIMITED BY SIZE
032760           INTO OUT-MSG
032770     ELSE
032780        STRING 'PENDING '           DELIMITED BY SIZE
032790                PHBK-PND-COMMAND     DELIMITED BY SIZE
032800           INTO OUT-MSG
032810     END-IF
032820     MOVE PHBK-PND-REQ-STAMP TO OUT-HST-STAMP
032830     MOVE PHBK-PND-REQ-USERID TO OUT-HST-USERID.
032840 5860-EXIT.
032850     EXIT.
032860*
032870* ----------------------------------------------------------------
032880*  5900-APPROVE-REQUEST - A SECOND UPDATE-AUTHORIZED USER APPLIES
032890*  THE REQUEST WAITING ON THE ENTRY.  THE REQUESTER MAY NOT
032900*  APPROVE THEIR OWN REQUEST - THAT ATTEMPT IS REFUSED AND LOGGED
032910*  AS DENIED.  OTHERWISE THE QUEUED COMMAND AND NEW NAME ARE
032920*  COPIED TO WS-APPLY-CMD/NEW-NAME (THE APPROVE MESSAGE ITSELF IS
032930*  LEFT ALONE) AND THE USUAL 5000/5200/5300 LOGIC RUNS, SO AUDIT,
032940*  HISTORY, XREF AND NOTIFY ARE EXACTLY AS THEY ALWAYS WERE;
032950*  8000-WRITE-AUDIT PICKS UP THE APPROVED FLAG AND THE REQUESTER.
032960*  THE PENDING SEGMENT IS DELETED ONLY WHEN THE CHANGE WENT IN - A
032970*  FAILED APPLY LEAVES IT QUEUED.
032980* ----------------------------------------------------------------
032990 5900-APPROVE-REQUEST.
033000     PERFORM 7950-BUILD-PEND-SSA THRU 7950-EXIT
033010     CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
033020              PHBK-PEND-SEGMENT WS-SSA-PEND-EXACT
033030     IF NOT PEND-PCB-STATUS-OK
033040        MOVE 'NO REQUEST PENDING FOR ENTRY' TO OUT-MSG
033050     ELSE
033060        IF PHBK-PND-REQ-USERID = IO-PCB-USERID
033070           MOVE 'REQUESTER MAY NOT APPROVE OWN REQUEST'
033080             TO OUT-MSG
033090           PERFORM 8100-WRITE-DENIED-AUDIT THRU 8100-EXIT
033100        ELSE
033110           PERFORM 5910-APPLY-PENDING THRU 5910-EXIT
033120        END-IF
033130     END-IF.
033140 5900-EXIT.
033150     EXIT.
033160*
033170 5910-APPLY-PENDING.
033180     MOVE PHBK-PND-COMMAND TO WS-APPLY-CMD
033190     MOVE PHBK-PND-NEW-NAME2 TO WS-APPLY-NEW-NAME2
033200     MOVE PHBK-PND-NEW-NAME1 TO WS-APPLY-NEW-NAME1
033210     MOVE 'APPROVED' TO WS-APPROVAL-FLAG
033220     MOVE PHBK-PND-REQ-USERID TO WS-REQ-USERID
033230     MOVE PHBK-PND-REQ-STAMP TO OUT-HST-STAMP
033240     MOVE PHBK-PND-REQ-USERID TO OUT-HST-USERID
033250     EVALUATE TRUE
033260        WHEN WS-APPLY-DELETE
033270           PERFORM 5000-DELETE-ENTRY THRU 5000-EXIT
033280        WHEN WS-APPLY-RETIRE
033290           PERFORM 5200-RETIRE-ENTRY THRU 5200-EXIT
033300        WHEN WS-APPLY-RENAME
033310           PERFORM 5300-RENAME-ENTRY THRU 5300-EXIT
033320        WHEN OTHER
033330           MOVE 'PENDING REQUEST HAS INVALID COMMAND' TO OUT-MSG
033340     END-EVALUATE
033350     IF WS-CMD-APPLIED
033360        CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
033370                 PHBK-PEND-SEGMENT WS-SSA-PEND-EXACT
033380        IF PEND-PCB-STATUS-OK
033390           CALL 'CBLTDLI' USING WS-FUNC-DLET PEND-PCB-MASK
033400                    PHBK-PEND-SEGMENT
033410        END-IF
033420        IF NOT PEND-PCB-STATUS-OK
033430           MOVE 'WARNING - PENDING REQUEST NOT CLEARED' TO OUT-MSG
033440        ELSE
033450           IF OUT-MSG (1:7) NOT = 'WARNING'
033460              MOVE 'REQUEST APPROVED AND APPLIED' TO OUT-MSG
033470           END-IF
033480        END-IF
033490     END-IF.
033500 5910-EXIT.
033510     EXIT.
033520*
033530* ----------------------------------------------------------------
033540*  5950-REJECT-REQUEST - A SECOND UPDATE-AUTHORIZED USER DISCARDS
033550*  THE REQUEST WAITING ON THE ENTRY.  THE SAME NOT-THE-REQUESTER
033560*  RULE AS APPROVE APPLIES.  THE DIRECTORY IS NOT TOUCHED; THE
033570*  PENDING SEGMENT IS DELETED AND A REJECTED AUDIT RECORD SHOWS
033580*  BOTH USERS.
033590* ----------------------------------------------------------------
033600 5950-REJECT-REQUEST.
033610     PERFORM 7950-BUILD-PEND-SSA THRU 7950-EXIT
033620     CALL 'CBLTDLI' USING WS-FUNC-GU PEND-PCB-MASK
033630              PHBK-PEND-SEGMENT WS-SSA-PEND-EXACT
033640     IF NOT PEND-PCB-STATUS-OK
033650        MOVE 'NO REQUEST PENDING FOR ENTRY' TO OUT-MSG
033660     ELSE
033670        IF PHBK-PND-REQ-USERID = IO-PCB-USERID
033680           MOVE 'REQUESTER MAY NOT REJECT OWN REQUEST' TO OUT-MSG
033690           PERFORM 8100-WRITE-DENIED-AUDIT THRU 8100-EXIT
033700        ELSE
033710           CALL 'CBLTDLI' USING WS-FUNC-DLET PEND-PCB-MASK
033720                    PHBK-PEND-SEGMENT
033730           IF PEND-PCB-STATUS-OK
033740              MOVE 'REQUEST REJECTED' TO OUT-MSG
033750              MOVE PHBK-PND-REQ-STAMP TO OUT-HST-STAMP
033760              MOVE PHBK-PND-REQ-USERID TO OUT-HST-USERID
033770              MOVE 'REJECTED' TO WS-APPROVAL-FLAG
033780              PERFORM 8200-WRITE-APPROVAL-AUDIT THRU 8200-EXIT
033790           ELSE
033800              MOVE 'REJECT FAILED - DATABASE ERROR' TO OUT-MSG
033810           END-IF
033820        END-IF
033830     END-IF.
033840 5950-EXIT.
033850     EXIT.
033860*
033870* ----------------------------------------------------------------
004360*  6000-BROWSE-NAME - PARTIAL/WILDCARD LOOKUP ON IN-NAME2.  A GU
004370*  WITH A GENERIC KEY ESTABLISHES POSITIONING ON THE FIRST NAME2
004380*  THAT STARTS WITH THE SUPPLIED CHARACTERS; IN-SEGNO TELLS HOW
005254* ----------------------------------------------------------------
005260 7000-CHECK-DUP-EXTN.
005262     SET WS-DUP-EXTN-NOT-FND TO TRUE
005263     SET WS-EXTN-NOT-QUARANTINED TO TRUE
005264     IF WS-USE-ACTIVE-DB
005266        PERFORM 7050-CHECK-DUP-KEYED THRU 7050-EXIT
005268     ELSE
017000* ----------------------------------------------------------------
017010*  7050-CHECK-DUP-KEYED - ONE GU ON THE EXTENSION CROSS-
017020*  REFERENCE.  A HIT OWNED BY A DIFFERENT NAME IS A DUPLICATE.
017023*  AN EXTENSION THE ENTRY DOES NOT ALREADY HAVE IS THEN TESTED
017025*  AGAINST THE PHBKDB6 REUSE QUARANTINE; ITS LAST HOLDER MAY
017027*  TAKE IT BACK, ANYONE ELSE WAITS FOR THE QUARANTINE TO END.
017030* ----------------------------------------------------------------
017040 7050-CHECK-DUP-KEYED.
017050     MOVE IN-EXTN TO WS-XREF-LOOKUP-EXTN
017100        AND (PHBK-XRF-NAME2 NOT = IN-NAME2
017110         OR  PHBK-XRF-NAME1 NOT = IN-NAME1)
017120        SET WS-DUP-EXTN-FOUND TO TRUE
017121     END-IF
017122     IF WS-DUP-EXTN-NOT-FND AND IN-EXTN NOT = WS-BEFORE-EXTN
017123        MOVE IN-EXTN TO WS-QUAR-LOOKUP-EXTN
017124        PERFORM 7080-TEST-QUARANTINE THRU 7080-EXIT
017125        IF WS-EXTN-QUARANTINED
017126           AND PHBK-QTN-NAME2 = IN-NAME2
017127           AND PHBK-QTN-NAME1 = IN-NAME1
017128           SET WS-EXTN-NOT-QUARANTINED TO TRUE
017129        END-IF
017130     END-IF.
017140 7050-EXIT.
017150     EXIT.
017250             ')'                   DELIMITED BY SIZE
017260        INTO WS-SSA-XREF-EXACT.
017270 7060-EXIT.
034000     EXIT.
034010*
034020* ----------------------------------------------------------------
034030*  7080-TEST-QUARANTINE - GU THE PHBKDB6 REUSE QUARANTINE FOR
034040*  WS-QUAR-LOOKUP-EXTN.  WS-EXTN-QUARANTINED MEANS AN OCCURRENCE
034050*  EXISTS AND HAS NOT YET EXPIRED; IT IS LEFT IN
034060*  PHBK-QUAR-SEGMENT SO THE CALLER CAN SEE WHO LAST HELD IT.
034070* ----------------------------------------------------------------
034080 7080-TEST-QUARANTINE.
034090     SET WS-EXTN-NOT-QUARANTINED TO TRUE
034100     PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
034110     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
034120              PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
034130     IF QUAR-PCB-STATUS-OK
034140        ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
034150        MOVE WS-CDT-DATE TO WS-DW-DATE
034160        PERFORM 7400-CALC-DAY-NUMBER THRU 7400-EXIT
034170        MOVE WS-DW-DAYNUM TO WS-TODAY-DAYNUM
034180        MOVE PHBK-QTN-FREED-DATE TO WS-DW-DATE
034190        PERFORM 7400-CALC-DAY-NUMBER THRU 7400-EXIT
034200        ADD PHBK-QTN-DAYS TO WS-DW-DAYNUM
034210        IF WS-DW-DAYNUM > WS-TODAY-DAYNUM
034220           SET WS-EXTN-QUARANTINED TO TRUE
034230        END-IF
034240     END-IF.
034250 7080-EXIT.
034260     EXIT.
034270*
034280* ----------------------------------------------------------------
034290*  7090-BUILD-QUAR-SSA - QUALIFIED SSA MATCHING ONE EXTENSION ON
034300*  THE QUARANTINE KEY.
034310* ----------------------------------------------------------------
034320 7090-BUILD-QUAR-SSA.
034330     MOVE SPACES TO WS-SSA-QUAR-EXACT
034340     STRING 'PHBKQTN (QTNEXTN EQ' DELIMITED BY SIZE
034350             WS-QUAR-LOOKUP-EXTN   DELIMITED BY SIZE
034360             ')'                   DELIMITED BY SIZE
034370        INTO WS-SSA-QUAR-EXACT.
034380 7090-EXIT.
017280     EXIT.
017290*
017300* ----------------------------------------------------------------
017320*  ADDED (OR RE-KEYED TO A NEW EXTENSION) IN THE ACTIVE
017330*  DIRECTORY.  THE DUPLICATE EDIT RAN FIRST, SO II HERE MEANS
017340*  THE XREF DRIFTED FROM THE DIRECTORY - RUN DL046 IN REPAIR
017347*  MODE TO PUT IT RIGHT.  THE EXTENSION IS IN USE AGAIN, SO ANY
017353*  (EXPIRED, OR LAST HOLDER'S OWN) QUARANTINE ON IT IS DROPPED.
017360* ----------------------------------------------------------------
017370 7600-ADD-XREF.
017380     MOVE IN-EXTN TO PHBK-XRF-EXTN
017420              PHBK-XREF-SEGMENT WS-SSA-XREF-UNQUAL
017430     IF NOT XREF-PCB-STATUS-OK
017440        MOVE 'WARNING - EXTN XREF UPDATE FAILED' TO OUT-MSG
017444     ELSE
017447        PERFORM 7770-RELEASE-QUARANTINE THRU 7770-EXIT
017450     END-IF.
017460 7600-EXIT.
017470     EXIT.
017510*  WS-XREF-DEL-EXTN WHEN ITS OWNER IS DELETED, RETIRED, OR
017520*  RE-KEYED TO A NEW EXTENSION.  NOT-FOUND IS TOLERATED - THE
017530*  XREF WAS ALREADY MISSING AND THE DELETE LEAVES IT CONSISTENT.
017535*  THE FREED EXTENSION THEN GOES INTO THE REUSE QUARANTINE.
017540* ----------------------------------------------------------------
017550 7700-DELETE-XREF.
017560     MOVE WS-XREF-DEL-EXTN TO WS-XREF-LOOKUP-EXTN
017620                 PHBK-XREF-SEGMENT
017630        IF NOT XREF-PCB-STATUS-OK
017640           MOVE 'WARNING - EXTN XREF UPDATE FAILED' TO OUT-MSG
017644        ELSE
017647           PERFORM 7750-QUARANTINE-EXTN THRU 7750-EXIT
017650        END-IF
017660     END-IF.
017670 7700-EXIT.
017680     EXIT.
017690*
017801* ----------------------------------------------------------------
017911*  7750-QUARANTINE-EXTN - HOLD WS-XREF-DEL-EXTN OUT OF REUSE FOR
018024*  THE QUARANTINE DAYS OF THE LOCATION IT WAS FREED FROM
018146*  (WS-QUAR-DEFAULT-DAYS IF THE CODE CARRIES NONE; ZERO DAYS
018268*  MEANS NO QUARANTINE AT THAT LOCATION).  AN OLD OCCURRENCE FOR
018385*  THE SAME EXTENSION IS REPLACED, RESTARTING THE CLOCK.  A
018495*  FAILURE IS A WARNING - THE UPDATE ITSELF STOOD.
018605* ----------------------------------------------------------------
018715 7750-QUARANTINE-EXTN.
018826     MOVE 'L' TO WS-REF-LOOKUP-TYPE
018936     MOVE WS-BEFORE-LOC-CODE TO WS-REF-LOOKUP-CODE
019052     PERFORM 2350-LOOKUP-REF-CODE THRU 2350-EXIT
019178     MOVE WS-QUAR-DEFAULT-DAYS TO WS-QUAR-DAYS
019301     IF REFCD-PCB-STATUS-OK AND PHBK-REF-QUAR-DAYS-X NUMERIC
019412        MOVE PHBK-REF-QUAR-DAYS TO WS-QUAR-DAYS
019522     END-IF
019632     IF WS-QUAR-DAYS > ZERO
019742        PERFORM 7760-BUILD-QUAR-SEG THRU 7760-EXIT
019852        CALL 'CBLTDLI' USING WS-FUNC-ISRT QUAR-PCB-MASK
019963                 PHBK-QUAR-SEGMENT WS-SSA-QUAR-UNQUAL
020083        IF QUAR-PCB-STATUS-DUP
020206           MOVE WS-XREF-DEL-EXTN TO WS-QUAR-LOOKUP-EXTN
020328           PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
020451           CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
020568                    PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
020678           IF QUAR-PCB-STATUS-OK
020788              PERFORM 7760-BUILD-QUAR-SEG THRU 7760-EXIT
020898              CALL 'CBLTDLI' USING WS-FUNC-REPL QUAR-PCB-MASK
021009                       PHBK-QUAR-SEGMENT
021133           END-IF
021256        END-IF
021378        IF NOT QUAR-PCB-STATUS-OK
021506           MOVE 'WARNING - EXTN QUARANTINE NOT RECORDED'
021633             TO OUT-MSG
021756        END-IF
021879     END-IF.
022002 7750-EXIT.
022124     EXIT.
022246*
022369 7760-BUILD-QUAR-SEG.
022492     MOVE SPACES TO PHBK-QUAR-SEGMENT
022614     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
022736     MOVE WS-XREF-DEL-EXTN TO PHBK-QTN-EXTN
022858     MOVE WS-CDT-DATE TO PHBK-QTN-FREED-DATE
022981     MOVE WS-QUAR-DAYS TO PHBK-QTN-DAYS
023103     MOVE IN-NAME2 TO PHBK-QTN-NAME2
023217     MOVE IN-NAME1 TO PHBK-QTN-NAME1
023327     MOVE WS-BEFORE-LOC-CODE TO PHBK-QTN-LOC-CODE
023437     MOVE WS-APPLY-CMD TO PHBK-QTN-FREED-BY.
023548 7760-EXIT.
023658     EXIT.
023768*
023878* ----------------------------------------------------------------
023988*  7770-RELEASE-QUARANTINE - DROP ANY QUARANTINE OCCURRENCE FOR
024109*  IN-EXTN NOW THAT IT IS ASSIGNED.  NOT-FOUND IS THE USUAL CASE.
024232* ----------------------------------------------------------------
024354 7770-RELEASE-QUARANTINE.
024476     MOVE IN-EXTN TO WS-QUAR-LOOKUP-EXTN
024591     PERFORM 7090-BUILD-QUAR-SSA THRU 7090-EXIT
024714     CALL 'CBLTDLI' USING WS-FUNC-GU QUAR-PCB-MASK
024836              PHBK-QUAR-SEGMENT WS-SSA-QUAR-EXACT
024958     IF QUAR-PCB-STATUS-OK
025081        CALL 'CBLTDLI' USING WS-FUNC-DLET QUAR-PCB-MASK
025195                 PHBK-QUAR-SEGMENT
025317     END-IF.
025439 7770-EXIT.
025562     EXIT.
025684*
025800* ----------------------------------------------------------------
025810*  7800-WRITE-CHANGE-HISTORY - ONE PHBKHST CHILD UNDER THE ENTRY
025820*  JUST CHANGED, CARRYING THE PRIOR FIELD VALUES FROM THE BEFORE
005620             ')'                    DELIMITED BY SIZE
005630        INTO WS-SSA-EXACT.
005640 7100-EXIT.
035000     EXIT.
035010*
035020* ----------------------------------------------------------------
035030*  7950-BUILD-PEND-SSA - QUALIFIED SSA FOR THE PENDING REQUEST ON
035040*  THIS ENTRY: 'A' OR 'R' FOR THE DIRECTORY IN-TRCD SELECTED,
035050*  THEN NAME2 AND NAME1, THE SHAPE OF PHBK-PND-KEY.
035060* ----------------------------------------------------------------
035070 7950-BUILD-PEND-SSA.
035080     IF WS-USE-RETIREE-DB
035090        MOVE 'R' TO WS-PEND-DIR
035100     ELSE
035110        MOVE 'A' TO WS-PEND-DIR
035120     END-IF
035130     MOVE SPACES TO WS-SSA-PEND-EXACT
035140     STRING 'PHBKPND (PNDKEY  EQ' DELIMITED BY SIZE
035150             WS-PEND-DIR            DELIMITED BY SIZE
035160             IN-NAME2               DELIMITED BY SIZE
035170             IN-NAME1               DELIMITED BY SIZE
035180             ')'                    DELIMITED BY SIZE
035190        INTO WS-SSA-PEND-EXACT.
035200 7950-EXIT.
005650     EXIT.
005660*
005670* ----------------------------------------------------------------
005900     EXIT.
005910*
005920* ----------------------------------------------------------------
036000*  7300-CALC-BLOCK-LEN - TRIM PHBK-REF-EXTN-LOW TO ITS
036010*  SIGNIFICANT LENGTH, AS 2100-CALC-EXTN-LEN DOES FOR IN-EXTN.
036020* ----------------------------------------------------------------
036030 7300-CALC-BLOCK-LEN.
036040     MOVE 10 TO WS-BLK-LEN
036050     PERFORM 7310-STRIP-BLOCK-LEN THRU 7310-EXIT
036060        UNTIL WS-BLK-LEN = ZERO
036070           OR PHBK-REF-EXTN-LOW (WS-BLK-LEN:1) NOT = SPACE.
036080 7300-EXIT.
036090     EXIT.
036100*
036110 7310-STRIP-BLOCK-LEN.
036120     SUBTRACT 1 FROM WS-BLK-LEN.
036130 7310-EXIT.
036140     EXIT.
036150*
036160* ----------------------------------------------------------------
036170*  7400-CALC-DAY-NUMBER - TURN THE YYYYMMDD DATE IN WS-DW-DATE
036180*  INTO A DAY COUNT IN WS-DW-DAYNUM, SO THAT SUBTRACTING TWO OF
036190*  THEM GIVES THE DAYS BETWEEN.  THE YEAR IS TAKEN TO START IN
036200*  MARCH (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE
036210*  YEAR BEFORE), WHICH PUTS THE LEAP DAY AT THE END OF THE YEAR
036220*  AND LETS (153 * MONTH + 2) / 5 GIVE THE DAYS BEFORE EACH
036230*  MONTH.  EVERY DIVIDE TRUNCATES, AS THE FORMULA REQUIRES.
036240* ----------------------------------------------------------------
036250 7400-CALC-DAY-NUMBER.
036260     MOVE WS-DW-YYYY TO WS-DW-YEAR
036270     MOVE WS-DW-MM TO WS-DW-MONTH
036280     IF WS-DW-MONTH < 3
036290        SUBTRACT 1 FROM WS-DW-YEAR
036300        ADD 12 TO WS-DW-MONTH
036310     END-IF
036320     MULTIPLY WS-DW-YEAR BY 365 GIVING WS-DW-DAYNUM
036330     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-TEMP
036340     ADD WS-DW-TEMP TO WS-DW-DAYNUM
036350     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-TEMP
036360     SUBTRACT WS-DW-TEMP FROM WS-DW-DAYNUM
036370     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-TEMP
036380     ADD WS-DW-TEMP TO WS-DW-DAYNUM
036390     SUBTRACT 3 FROM WS-DW-MONTH
036400     MULTIPLY WS-DW-MONTH BY 153 GIVING WS-DW-TEMP
036410     ADD 2 TO WS-DW-TEMP
036420     DIVIDE WS-DW-TEMP BY 5 GIVING WS-DW-TEMP
036430     ADD WS-DW-TEMP TO WS-DW-DAYNUM
036440     ADD WS-DW-DD TO WS-DW-DAYNUM.
036450 7400-EXIT.
036460     EXIT.
036470*
036480* ----------------------------------------------------------------
005930*  7500-MAINTAIN-PHONE-CHILD - CALLED AFTER A SUCCESSFUL ADD OR
005940*  CHANGE WHILE THE PARENT IS STILL POSITIONED.  WHEN THE CALLER
005950*  SUPPLIED A PHONE TYPE, THE MATCHING PHONE-SEG CHILD IS
006220*
006230* ----------------------------------------------------------------
006240*  8000-WRITE-AUDIT - LOG THE COMMAND, THE SIGNED-ON USER ID, AND
006250*  THE BEFORE/AFTER IMAGE TO THE GSAM AUDIT FILE.  ON A CHANGE
006254*  APPLIED BY APPROVE THE SIGNED-ON USER IS THE APPROVER, AND THE
006257*  APPROVAL FLAG AND THE ORIGINAL REQUESTER RIDE ALONG.
006260* ----------------------------------------------------------------
006270 8000-WRITE-AUDIT.
006280     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
006330             '-'         DELIMITED BY SIZE
006340             WS-CDT-TIME DELIMITED BY SIZE
006350        INTO AUD-TIMESTAMP
006360     MOVE WS-APPLY-CMD TO AUD-COMMAND
006370     MOVE IN-NAME2 TO AUD-NAME2
006380     MOVE IN-NAME1 TO AUD-NAME1
006382     MOVE WS-NEW-NAME2 TO AUD-NEW-NAME2
006384     MOVE WS-NEW-NAME1 TO AUD-NEW-NAME1
006386     MOVE WS-APPROVAL-FLAG TO AUD-APPROVAL-FLAG
006388     MOVE WS-REQ-USERID TO AUD-REQ-USERID
006390     MOVE WS-BEFORE-EXTN TO AUD-BEFORE-EXTN
006400     MOVE WS-BEFORE-ZIP TO AUD-BEFORE-ZIP
006410     MOVE WS-BEFORE-DEPT-CODE TO AUD-BEFORE-DEPT-CODE
006420     MOVE WS-BEFORE-LOC-CODE TO AUD-BEFORE-LOC-CODE
006421     MOVE WS-BEFORE-PH-TYPE TO AUD-BEFORE-PH-TYPE
006422     MOVE WS-BEFORE-PH-NUMBER TO AUD-BEFORE-PH-NUMBER
006430     IF WS-APPLY-DELETE
006440        MOVE SPACES TO AUD-AFTER-IMAGE
006450     ELSE
006460        MOVE PHBK-EXTN TO AUD-AFTER-EXTN
020480        MOVE 'WARNING - AUDIT LOG WRITE FAILED' TO OUT-MSG
020490     END-IF.
020500 8100-EXIT.
037000     EXIT.
037010*
037020* ----------------------------------------------------------------
037030*  8200-WRITE-APPROVAL-AUDIT - LOG A REQUEST BEING QUEUED OR
037040*  REJECTED.  NOTHING IN THE DIRECTORY CHANGED, SO BOTH IMAGES
037050*  ARE SPACES; AUD-COMMAND IS THE QUEUED COMMAND, AUD-USERID THE
037060*  SIGNED-ON USER AND AUD-REQ-USERID THE ORIGINAL REQUESTER.
037070* ----------------------------------------------------------------
037080 8200-WRITE-APPROVAL-AUDIT.
037090     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
037100     ACCEPT WS-CDT-TIME FROM TIME
037110     MOVE SPACES TO AUDIT-LOG-RECORD
037120     MOVE IO-PCB-USERID TO AUD-USERID
037130     STRING WS-CDT-DATE DELIMITED BY SIZE
037140             '-'         DELIMITED BY SIZE
037150             WS-CDT-TIME DELIMITED BY SIZE
037160        INTO AUD-TIMESTAMP
037170     MOVE PHBK-PND-COMMAND TO AUD-COMMAND
037180     MOVE PHBK-PND-NAME2 TO AUD-NAME2
037190     MOVE PHBK-PND-NAME1 TO AUD-NAME1
037200     MOVE PHBK-PND-NEW-NAME2 TO AUD-NEW-NAME2
037210     MOVE PHBK-PND-NEW-NAME1 TO AUD-NEW-NAME1
037220     MOVE WS-APPROVAL-FLAG TO AUD-APPROVAL-FLAG
037230     MOVE PHBK-PND-REQ-USERID TO AUD-REQ-USERID
037240     CALL 'CBLTDLI' USING WS-FUNC-ISRT AUDIT-PCB-MASK
037250              AUDIT-LOG-RECORD
037260     IF NOT AUDIT-PCB-STATUS-OK
037270        MOVE 'WARNING - AUDIT LOG WRITE FAILED' TO OUT-MSG
037280     END-IF.
037290 8200-EXIT.
020510     EXIT.
020520*
019000* ----------------------------------------------------------------
019060*  THE SAME ONES 8000-WRITE-AUDIT USES.
019070* ----------------------------------------------------------------
019080 8500-SEND-NOTIFY.
019090     MOVE WS-APPLY-CMD TO NFY-CMD
019100     MOVE IN-NAME2 TO NFY-NAME2
019110     MOVE IN-NAME1 TO NFY-NAME1
019112     IF WS-APPLY-RENAME
019114        MOVE WS-APPLY-NEW-NAME2 TO NFY-NAME2
019116        MOVE WS-APPLY-NEW-NAME1 TO NFY-NAME1
019118     END-IF
019120     IF WS-APPLY-DELETE
019130        MOVE SPACES TO NFY-EXTN NFY-ZIP
019140        MOVE SPACES TO NFY-DEPT-CODE NFY-LOC-CODE
019150        MOVE SPACES TO NFY-PH-TYPE NFY-PH-NUMBER
