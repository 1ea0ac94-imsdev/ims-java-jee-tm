000316*  09/02/2026 PAG   AUDIT RECORD GREW THE RENAME OLD/NEW NAME
000317*  09/02/2026 PAG   FIELDS - WIDENED THE SELECTION TABLE AND
000318*  09/02/2026 PAG   SHOW THE NEW NAME ON THE DETAIL LINE.
005000*  10/15/2026 PAG   AUDIT RECORD GREW THE APPROVAL FLAG AND THE
005010*  10/15/2026 PAG   REQUESTER - WIDENED THE SELECTION TABLE, SHOW
005020*  10/15/2026 PAG   BOTH ON THE DETAIL LINE, AND LET THE USER ID
005030*  10/15/2026 PAG   SELECTION MATCH EITHER THE ACTOR OR THE
005040*  10/15/2026 PAG   REQUESTER.
000320* ----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001070* ----------------------------------------------------------------
001080 01  WS-AUDIT-TABLE.
001090     05  WS-AUD-ENTRY OCCURS 5000 TIMES
001100                                 PIC X(191).
001110*
001120* ----------------------------------------------------------------
001130*  WS-CMD-TABLE - THE DISTINCT COMMAND TYPES SEEN, IN FIRST-SEEN
001527     05  DET1-NEW-NAME2          PIC X(10) VALUE SPACES.
001528     05  FILLER                  PIC X(02) VALUE SPACES.
001529     05  DET1-NEW-NAME1          PIC X(10) VALUE SPACES.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001532     05  DET1-APPROVAL           PIC X(08) VALUE SPACES.
001534     05  FILLER                  PIC X(02) VALUE SPACES.
001536     05  DET1-REQ-USERID         PIC X(08) VALUE SPACES.
001538     05  FILLER                  PIC X(27) VALUE SPACES.
001540*
001550 01  WS-DETAIL-2.
001560     05  FILLER                  PIC X(04) VALUE SPACES.
002830* ----------------------------------------------------------------
002840*  2100-TEST-SELECTION - A BLANK SELECTION FIELD MATCHES
002850*  EVERYTHING; NAME2/NAME1 PULL ONE EMPLOYEE'S HISTORY FOR AN
002857*  INVESTIGATION.  THE USER ID MATCHES EITHER THE USER WHO ACTED
002863*  OR THE ORIGINAL REQUESTER OF AN APPROVED/REJECTED CHANGE.
002870* ----------------------------------------------------------------
002880 2100-TEST-SELECTION.
002890     SET WS-RECORD-WANTED TO TRUE
002970     END-IF
002980     IF SEL-USERID NOT = SPACES
002990        AND AUD-USERID NOT = SEL-USERID
002995        AND AUD-REQ-USERID NOT = SEL-USERID
003000        SET WS-RECORD-NOT-WANTED TO TRUE
003010     END-IF
003020     IF SEL-NAME2 NOT = SPACES
004105        MOVE AUD-DENIED-FLAG TO DET1-DENIED
004106        MOVE AUD-NEW-NAME2 TO DET1-NEW-NAME2
004107        MOVE AUD-NEW-NAME1 TO DET1-NEW-NAME1
004108        MOVE AUD-APPROVAL-FLAG TO DET1-APPROVAL
004109        MOVE AUD-REQ-USERID TO DET1-REQ-USERID
004110        MOVE WS-DETAIL-1 TO AUDIT-REPORT-LINE
004120        WRITE AUDIT-REPORT-LINE
004130        MOVE 'BEFORE  ' TO DET2-LABEL
