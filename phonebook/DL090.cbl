000020*  DL090 - BATCH RUN STATISTICS TREND REPORT (MONTHLY)
000030*
000040*  READS THE SHARED RUN STATISTICS FILE (PHBKSTA LAYOUT) THAT
000049*  DL010, DL030, DL035, DL040, DL047, DL060, DL072 AND DL080
000058*  APPEND TO AT THE END OF EVERY RUN, AND PRINTS A SECTION PER
000067*  JOB: ONE LINE PER RUN IN DATE ORDER (THE ORDER THE RUNS
000076*  APPENDED THEM) WITH THE SIX COUNT FIELDS, A LEGEND SAYING
000084*  WHAT EACH COUNT IS FOR THAT JOB, AND SECTION TOTALS.  A
000093*  MONTH OF DL030 LINES SHOWS WHETHER DIRECTORY DRIFT IS
000102*  SHRINKING; A DL040 REJECTION SPIKE SHOWS UP BEFORE THE USERS
000111*  CALL.
000120*
000130*  SELECTION CARD ON SYSIN:
000140*      COLS  1- 6   MONTH YYYYMM - LIMIT THE REPORT TO RUNS IN
000300*  DATE       BY    DESCRIPTION
000310*  ---------- ----  -------------------------------------------
000320*  09/02/2026 PAG   ORIGINAL STATISTICS TREND REPORT PROGRAM.
000322*  10/15/2026 PAG   LEGEND FOR THE DL047 INTEGRITY CHECK COUNTS.
000324*  10/15/2026 PAG   LEGEND FOR THE DL035 SWITCH RECONCILE COUNTS.
000326*  10/15/2026 PAG   LEGEND FOR THE DL080 CHARGEBACK COUNTS.
000328*  10/15/2026 PAG   LEGEND FOR THE DL072 CODE REMAP COUNTS.
000330* ----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001550     05  FILLER                  PIC X(34)
001560         VALUE '4-MISSING  5-MISMATCH  6-MATCHED  '.
001570     05  FILLER                  PIC X(64) VALUE SPACES.
001572*
001573 01  WS-LEGEND-DL035.
001574     05  FILLER                  PIC X(36)
001575         VALUE '  1-STATIONS READ  2-NOOWNER  3-FORM'.
001576     05  FILLER                  PIC X(36)
001577         VALUE 'ER  4-NOTBUILT  5-LOCATION  6-MATCHE'.
001578     05  FILLER                  PIC X(02) VALUE 'D '.
001579     05  FILLER                  PIC X(58) VALUE SPACES.
001580*
001590 01  WS-LEGEND-DL040.
001600     05  FILLER                  PIC X(38)
001610         VALUE '  1-TRANS READ  2-APPLIED  3-REJECTED '.
001620     05  FILLER                  PIC X(94) VALUE SPACES.
001630*
001632 01  WS-LEGEND-DL047.
001633     05  FILLER                  PIC X(36)
001634         VALUE '  1-BOTHDIR  2-RETDATE  3-PHTYPE  4-'.
001635     05  FILLER                  PIC X(34)
001636         VALUE 'FORMAT  5-REFCODE  6-HISTORY      '.
001637     05  FILLER                  PIC X(62) VALUE SPACES.
001638*
001640 01  WS-LEGEND-DL060.
001650     05  FILLER                  PIC X(36)
001660         VALUE '  1-RETIREES READ  2-PURGED  3-PHONE'.
001680         VALUE 'S ARCHIVED  4-KEPT-RET  5-KEPT-NODATE '.
001690     05  FILLER                  PIC X(58) VALUE SPACES.
001700*
005000 01  WS-LEGEND-DL072.
005010     05  FILLER                  PIC X(36)
005020         VALUE '  1-MAPPINGS  2-REJECTED  3-ACTIVE  '.
005030     05  FILLER                  PIC X(36)
005040         VALUE '4-RETIREE  5-INACTIVATED  6-FAILED  '.
005050     05  FILLER                  PIC X(60) VALUE SPACES.
005060*
005070 01  WS-LEGEND-DL080.
005080     05  FILLER                  PIC X(36)
005090         VALUE '  1-ENTRIES  2-PHONES  3-DEPTS  4-GL'.
005100     05  FILLER                  PIC X(36)
005110         VALUE ' RECS  5-AMOUNT  6-NO RATE         '.
005120     05  FILLER                  PIC X(60) VALUE SPACES.
005130*
001710 01  WS-TREND-DETAIL.
001720     05  TRD-DATE                PIC X(08) VALUE SPACES.
001730     05  FILLER                  PIC X(04) VALUE SPACES.
003590           WRITE TREND-REPORT-LINE
003600        WHEN 'DL030   '
003610           MOVE WS-LEGEND-DL030 TO TREND-REPORT-LINE
003613           WRITE TREND-REPORT-LINE
003615        WHEN 'DL035   '
003617           MOVE WS-LEGEND-DL035 TO TREND-REPORT-LINE
003620           WRITE TREND-REPORT-LINE
003630        WHEN 'DL040   '
003640           MOVE WS-LEGEND-DL040 TO TREND-REPORT-LINE
003643           WRITE TREND-REPORT-LINE
003645        WHEN 'DL047   '
003647           MOVE WS-LEGEND-DL047 TO TREND-REPORT-LINE
003650           WRITE TREND-REPORT-LINE
003660        WHEN 'DL060   '
003670           MOVE WS-LEGEND-DL060 TO TREND-REPORT-LINE
003680           WRITE TREND-REPORT-LINE
003682        WHEN 'DL072   '
003683           MOVE WS-LEGEND-DL072 TO TREND-REPORT-LINE
003684           WRITE TREND-REPORT-LINE
003686        WHEN 'DL080   '
003687           MOVE WS-LEGEND-DL080 TO TREND-REPORT-LINE
003688           WRITE TREND-REPORT-LINE
003690        WHEN OTHER
003700           CONTINUE
003710     END-EVALUATE.
