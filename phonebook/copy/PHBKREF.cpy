000140*  'U' PROFILE, PHBK-REF-AUTH-LEVEL GRANTS UPDATE COMMANDS ('U')
000150*  OR INQUIRY ONLY ('I'); THE FLAG AND THE ACTIVE FLAG MUST BOTH
000160*  PASS BEFORE EX01 ALLOWS AN UPDATE.
001000*
001010*  ON A TYPE 'L' CODE, PHBK-REF-EXTN-LOW/HIGH HOLD THE BLOCK OF
001020*  EXTENSION NUMBERS BELONGING TO THE LOCATION - BOTH THE SAME
001030*  NUMBER OF DIGITS, LEFT-JUSTIFIED, SPACE-PADDED, SO THEY
001040*  COMPARE CORRECTLY AS TEXT - OR SPACES WHEN THE LOCATION HAS
001050*  NO BLOCK.  PHBK-REF-QUAR-DAYS IS HOW MANY DAYS AN EXTENSION
001060*  FREED AT THE LOCATION IS HELD IN THE PHBKDB6 REUSE QUARANTINE
001070*  BEFORE IT MAY BE GIVEN OUT AGAIN; SPACES (NEVER SET) MEANS
001080*  THE INSTALLATION DEFAULT EX01 AND DL040 CARRY.  ALL THREE ARE
001090*  SPACES ON TYPE 'D' AND 'U' CODES.
000170* ----------------------------------------------------------------
000180 01  PHBK-REF-SEGMENT.
000190     05  PHBK-REF-KEY.
000300         88  PHBK-REF-AUTH-UPDATE        VALUE 'U'.
000310         88  PHBK-REF-AUTH-INQUIRE       VALUE 'I'.
000320     05  FILLER                  PIC X(09).
000330     05  PHBK-REF-EXTN-BLOCK.
000340         10  PHBK-REF-EXTN-LOW   PIC X(10).
000350         10  PHBK-REF-EXTN-HIGH  PIC X(10).
000360     05  PHBK-REF-QUAR-DAYS-X    PIC X(03).
000370     05  PHBK-REF-QUAR-DAYS REDEFINES PHBK-REF-QUAR-DAYS-X
000380                                 PIC 9(03).
