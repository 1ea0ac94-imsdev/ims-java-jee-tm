000010* ----------------------------------------------------------------
000020*  PHBKQTN - EXTENSION REUSE QUARANTINE ROOT SEGMENT I-O AREA
000030*
000040*  I-O AREA FOR THE ROOT SEGMENT OF THE PHBKDB6 (EXTENSION
000050*  QUARANTINE) DATABASE.  WHEN AN EXTENSION IS FREED - ITS
000060*  OWNER DELETED, RETIRED, OR MOVED TO ANOTHER EXTENSION, BY
000070*  EX01 OR DL040 - THE PHBKDB4 CROSS-REFERENCE IS DROPPED AND AN
000080*  OCCURRENCE IS INSERTED HERE, KEYED ON THE EXTENSION (DBD
000090*  FIELD NAME QTNEXTN), SO THE NUMBER IS NOT GIVEN TO SOMEONE
000100*  NEW WHILE CALLERS MAY STILL BE DIALLING THE OLD OWNER.  THE
000110*  EXTENSION IS QUARANTINED UNTIL PHBK-QTN-DAYS DAYS AFTER
000120*  PHBK-QTN-FREED-DATE (THE DAYS ARE COPIED FROM THE LOCATION'S
000130*  PHBKDB3 CODE WHEN IT IS FREED).  AN EXPIRED OCCURRENCE IS
000140*  HARMLESS AND IS DELETED WHEN THE EXTENSION IS NEXT ASSIGNED;
000150*  THE LAST HOLDER MAY HAVE THEIR OWN EXTENSION BACK AT ANY TIME.
000160*  PHBK-QTN-FREED-BY IS THE EX01 COMMAND OR 'DL040'.
000170* ----------------------------------------------------------------
000180 01  PHBK-QUAR-SEGMENT.
000190     05  PHBK-QTN-EXTN           PIC X(10).
000200     05  PHBK-QTN-FREED-DATE     PIC X(08).
000210     05  PHBK-QTN-DAYS           PIC 9(03).
000220     05  PHBK-QTN-NAME2          PIC X(10).
000230     05  PHBK-QTN-NAME1          PIC X(10).
000240     05  PHBK-QTN-LOC-CODE       PIC X(05).
000250     05  PHBK-QTN-FREED-BY       PIC X(08).
000260     05  FILLER                  PIC X(10).
