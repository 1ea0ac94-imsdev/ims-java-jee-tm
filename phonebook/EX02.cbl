000070*  PLUS CODE, CARRYING THE FULL DESCRIPTIVE NAME AND AN
000080*  ACTIVE/INACTIVE FLAG.  A CODE IS NEVER DELETED WHILE ENTRIES
000090*  MAY STILL CARRY IT - MARK IT INACTIVE INSTEAD; DELETE IS FOR
000097*  CODES KEYED IN ERROR.  A LOCATION CODE ALSO CARRIES ITS BLOCK
000103*  OF EXTENSION NUMBERS AND ITS EXTENSION REUSE QUARANTINE DAYS.
000110* ----------------------------------------------------------------
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID.  EX02.
000242*  08/22/2026 PAG   ADDED TYPE 'U' USER SECURITY PROFILES WITH
000244*  08/22/2026 PAG   THE UPDATE/INQUIRE AUTHORITY LEVEL EX01
000246*  08/22/2026 PAG   CHECKS BEFORE ALLOWING UPDATE COMMANDS.
000248*  10/15/2026 PAG   ADDED THE EXTENSION BLOCK (LOW/HIGH) AND THE
000249*  10/15/2026 PAG   REUSE QUARANTINE DAYS TO TYPE 'L' CODES.
000250* ----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000470         88  WS-INPUT-VALID              VALUE 'Y'.
000480         88  WS-INPUT-INVALID            VALUE 'N'.
000490*
000492 01  WS-COUNTERS.
000494     05  WS-LOW-LEN              PIC 9(02) COMP VALUE ZERO.
000496     05  WS-HIGH-LEN             PIC 9(02) COMP VALUE ZERO.
000498*
000500 01  WS-SSA-AREAS.
000510     05  WS-SSA-REF-UNQUAL       PIC X(09) VALUE 'PHBKREF '.
000520     05  WS-SSA-REF-EXACT        PIC X(40) VALUE SPACES.
000954         88  IN-AUTH-UPDATE          VALUE 'U'.
000956         88  IN-AUTH-INQUIRE         VALUE 'I'.
000958         88  IN-AUTH-OMITTED         VALUE ' '.
004000*    IN-EXTN-LOW/IN-EXTN-HIGH/IN-QUAR-DAYS - TYPE 'L' ONLY: THE
004010*    LOCATION'S EXTENSION BLOCK AND REUSE QUARANTINE DAYS (3
004020*    DIGITS).  BLANK LEAVES THE EXISTING VALUE ON CHANGE.
004030     02  IN-EXTN-LOW    PICTURE X(10).
004040     02  IN-EXTN-HIGH   PICTURE X(10).
004050     02  IN-QUAR-DAYS   PICTURE X(3).
000960*
000970 01  OUTPUT-MSG.
000980     02  OUT-LL         PICTURE S9(3) COMP VALUE +0.
001040     02  OUT-REF-NAME   PICTURE X(30) VALUE SPACES.
001050     02  OUT-ACTIVE-FLAG PICTURE X(1) VALUE SPACES.
001055     02  OUT-AUTH-LEVEL PICTURE X(1) VALUE SPACES.
001057     02  OUT-EXTN-LOW   PICTURE X(10) VALUE SPACES.
001058     02  OUT-EXTN-HIGH  PICTURE X(10) VALUE SPACES.
001059     02  OUT-QUAR-DAYS  PICTURE X(3) VALUE SPACES.
001060*
001070 PROCEDURE DIVISION USING IO-PCB-MASK
001080         REFCD-PCB-MASK
001370*  NON-BLANK CODE; ADD ALSO NEEDS A DESCRIPTIVE NAME.  AN OMITTED
001380*  ACTIVE FLAG DEFAULTS TO 'A' ON ADD AND LEAVES THE EXISTING
001390*  FLAG ALONE ON CHANGE; THE TYPE 'U' AUTHORITY LEVEL WORKS THE
001392*  SAME WAY, DEFAULTING TO INQUIRE-ONLY ON ADD.  THE TYPE 'L'
001396*  EXTENSION BLOCK IS EDITED BY 2100-EDIT-EXTN-BLOCK.
001400* ----------------------------------------------------------------
001410 2000-VALIDATE-INPUT.
001420     IF NOT IN-REF-TYPE-DEPT AND NOT IN-REF-TYPE-LOC
001612                 AND NOT IN-AUTH-OMITTED
001614                 MOVE 'AUTH LEVEL MUST BE U OR I' TO OUT-MSG
001616                 SET WS-INPUT-INVALID TO TRUE
001617              END-IF
001619              IF (IN-CMD-ADD OR IN-CMD-CHANGE) AND WS-INPUT-VALID
001621                 PERFORM 2100-EDIT-EXTN-BLOCK THRU 2100-EXIT
001618              END-IF
001610           END-IF
001620        END-IF
001650     EXIT.
001660*
001670* ----------------------------------------------------------------
005000*  2100-EDIT-EXTN-BLOCK - THE BLOCK AND QUARANTINE DAYS BELONG
005010*  TO LOCATION CODES ONLY.  A BLOCK IS KEYED AS BOTH ENDS, EACH
005020*  NUMERIC, LEFT-JUSTIFIED AND THE SAME NUMBER OF DIGITS, LOW NOT
005030*  ABOVE HIGH - SO EX01 AND DL075 CAN TELL WHETHER AN EXTENSION
005040*  FALLS IN IT BY PLAIN COMPARISON.  QUARANTINE DAYS ARE THREE
005050*  DIGITS; 000 TURNS THE QUARANTINE OFF FOR THE LOCATION.
005060* ----------------------------------------------------------------
005070 2100-EDIT-EXTN-BLOCK.
005080     IF NOT IN-REF-TYPE-LOC
005090        IF IN-EXTN-LOW NOT = SPACES OR IN-EXTN-HIGH NOT = SPACES
005100           OR IN-QUAR-DAYS NOT = SPACES
005110           MOVE 'EXTN BLOCK VALID ONLY ON TYPE L' TO OUT-MSG
005120           SET WS-INPUT-INVALID TO TRUE
005130        END-IF
005140     ELSE
005150        IF IN-QUAR-DAYS NOT = SPACES AND IN-QUAR-DAYS NOT NUMERIC
005160           MOVE 'QUARANTINE DAYS MUST BE 3 DIGITS' TO OUT-MSG
005170           SET WS-INPUT-INVALID TO TRUE
005180        END-IF
005190        IF IN-EXTN-LOW NOT = SPACES OR IN-EXTN-HIGH NOT = SPACES
005200           PERFORM 2110-CALC-BLOCK-LENS THRU 2110-EXIT
005210           IF WS-LOW-LEN = ZERO OR WS-HIGH-LEN = ZERO
005220              OR WS-LOW-LEN NOT = WS-HIGH-LEN
005230              MOVE 'BLOCK ENDS MUST BE SAME LENGTH' TO OUT-MSG
005240              SET WS-INPUT-INVALID TO TRUE
005250           ELSE
005260              IF IN-EXTN-LOW (1:WS-LOW-LEN) NOT NUMERIC
005270                 OR IN-EXTN-HIGH (1:WS-HIGH-LEN) NOT NUMERIC
005280                 MOVE 'BLOCK ENDS MUST BE NUMERIC' TO OUT-MSG
005290                 SET WS-INPUT-INVALID TO TRUE
005300              ELSE
005310                 IF IN-EXTN-LOW > IN-EXTN-HIGH
005320                    MOVE 'BLOCK LOW IS ABOVE BLOCK HIGH'
005330                      TO OUT-MSG
005340                    SET WS-INPUT-INVALID TO TRUE
005350                 END-IF
005360              END-IF
005370           END-IF
005380        END-IF
005390     END-IF.
005400 2100-EXIT.
005410     EXIT.
005420*
005430 2110-CALC-BLOCK-LENS.
005440     MOVE 10 TO WS-LOW-LEN
005450     PERFORM 2120-STRIP-LOW-LEN THRU 2120-EXIT
005460        UNTIL WS-LOW-LEN = ZERO
005470           OR IN-EXTN-LOW (WS-LOW-LEN:1) NOT = SPACE
005480     MOVE 10 TO WS-HIGH-LEN
005490     PERFORM 2130-STRIP-HIGH-LEN THRU 2130-EXIT
005500        UNTIL WS-HIGH-LEN = ZERO
005510           OR IN-EXTN-HIGH (WS-HIGH-LEN:1) NOT = SPACE.
005520 2110-EXIT.
005530     EXIT.
005540*
005550 2120-STRIP-LOW-LEN.
005560     SUBTRACT 1 FROM WS-LOW-LEN.
005570 2120-EXIT.
005580     EXIT.
005590*
005600 2130-STRIP-HIGH-LEN.
005610     SUBTRACT 1 FROM WS-HIGH-LEN.
005620 2130-EXIT.
005630     EXIT.
005640*
005650* ----------------------------------------------------------------
001680*  3000-DISPATCH-CMD
001690* ----------------------------------------------------------------
001700 3000-DISPATCH-CMD.
001988        ELSE
001992           MOVE IN-AUTH-LEVEL TO PHBK-REF-AUTH-LEVEL
001994        END-IF
006000     END-IF
006010     IF IN-REF-TYPE-LOC
006020        MOVE IN-EXTN-LOW TO PHBK-REF-EXTN-LOW
006030        MOVE IN-EXTN-HIGH TO PHBK-REF-EXTN-HIGH
006040        MOVE IN-QUAR-DAYS TO PHBK-REF-QUAR-DAYS-X
001996     END-IF
001990     CALL 'CBLTDLI' USING WS-FUNC-ISRT REFCD-PCB-MASK
002000              PHBK-REF-SEGMENT WS-SSA-REF-UNQUAL
002140* ----------------------------------------------------------------
002150*  4500-CHANGE-CODE - BLANK NAME OR FLAG ON THE INPUT LEAVES THE
002160*  EXISTING VALUE IN PLACE, SO A CODE CAN BE FLIPPED INACTIVE
002170*  WITHOUT RE-KEYING ITS NAME.  THE BLOCK ENDS TRAVEL AS A PAIR
002175*  (2100 INSISTS ON BOTH); QUARANTINE DAYS ON THEIR OWN.
002180* ----------------------------------------------------------------
002190 4500-CHANGE-CODE.
002200     PERFORM 7100-BUILD-REF-SSA THRU 7100-EXIT
002312        IF IN-REF-TYPE-USER AND NOT IN-AUTH-OMITTED
002314           MOVE IN-AUTH-LEVEL TO PHBK-REF-AUTH-LEVEL
002316        END-IF
007000        IF IN-EXTN-LOW NOT = SPACES
007010           MOVE IN-EXTN-LOW TO PHBK-REF-EXTN-LOW
007020           MOVE IN-EXTN-HIGH TO PHBK-REF-EXTN-HIGH
007030        END-IF
007040        IF IN-QUAR-DAYS NOT = SPACES
007050           MOVE IN-QUAR-DAYS TO PHBK-REF-QUAR-DAYS-X
007060        END-IF
002320        CALL 'CBLTDLI' USING WS-FUNC-REPL REFCD-PCB-MASK
002330                 PHBK-REF-SEGMENT
002340        IF REFCD-PCB-STATUS-OK
003010     MOVE PHBK-REF-CODE TO OUT-REF-CODE
003020     MOVE PHBK-REF-NAME TO OUT-REF-NAME
003030     MOVE PHBK-REF-ACTIVE-FLAG TO OUT-ACTIVE-FLAG
003035     MOVE PHBK-REF-AUTH-LEVEL TO OUT-AUTH-LEVEL
003037     MOVE PHBK-REF-EXTN-LOW TO OUT-EXTN-LOW
003038     MOVE PHBK-REF-EXTN-HIGH TO OUT-EXTN-HIGH
003039     MOVE PHBK-REF-QUAR-DAYS-X TO OUT-QUAR-DAYS.
003040 9000-EXIT.
003050     EXIT.
