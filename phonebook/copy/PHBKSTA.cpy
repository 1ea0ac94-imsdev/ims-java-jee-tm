000110*      DL010: 1 SEGMENTS EXTRACTED
000120*      DL030: 1 PHONEBOOK READ   2 HR READ      3 GHOSTS
000130*             4 MISSING          5 MISMATCHES   6 MATCHED CLEAN
000134*      DL035: 1 STATIONS READ    2 NO OWNER     3 FORMER OWNER
000137*             4 NOT BUILT        5 LOCATION     6 MATCHED CLEAN
000140*      DL040: 1 TRANSACTIONS READ  2 APPLIED    3 REJECTED
000144*      DL047: 1 IN BOTH DIRS     2 RETIRE DATE  3 PHONE TYPE
000147*             4 EXTN/ZIP FORMAT  5 REF CODE     6 HISTORY
000150*      DL060: 1 RETIREES READ    2 PURGED       3 PHONES ARCHIVED
000160*             4 KEPT-RETENTION   5 KEPT-NO-DATE
000162*      DL072: 1 MAPPINGS READ    2 MAPPINGS REJECTED
000163*             3 ACTIVE REMAPPED  4 RETIREE REMAPPED
000164*             5 CODES INACTIVATED  6 UPDATES FAILED
000166*      DL080: 1 ENTRIES CHARGED  2 PHONES       3 DEPARTMENTS
000167*             4 GL RECORDS       5 TOTAL CHARGE (WHOLE UNITS)
000168*             6 LINES WITH NO RATE
000170*  UNUSED COUNTS ARE ZERO.
000180* ----------------------------------------------------------------
000190 01  PHBK-STAT-RECORD.
