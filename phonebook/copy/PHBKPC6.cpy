000010* ----------------------------------------------------------------
000020*  PHBKPC6 - STANDARD DL/I DATABASE PCB MASK (EXTN QUARANTINE DB)
000030*
000040*  SAME LAYOUT AS PHBKPCB, COPIED SEPARATELY SO THE EXTENSION
000050*  QUARANTINE PCB HAS ITS OWN DATA-NAMES - SEE THE NOTE IN
000060*  PHBKPC2 ON WHY A SECOND MEMBER BEATS COPY ... REPLACING FOR
000070*  HYPHENATED DATA-NAMES.
000080* ----------------------------------------------------------------
000090 01  QUAR-PCB-MASK.
000100     05  QUAR-PCB-DBDNAME        PIC X(08).
000110     05  QUAR-PCB-SEGLEVEL       PIC X(02).
000120     05  QUAR-PCB-STATUS-CODE    PIC X(02).
000121         88  QUAR-PCB-STATUS-OK          VALUE SPACES.
000122         88  QUAR-PCB-STATUS-NOTFND      VALUE 'GE'.
000123         88  QUAR-PCB-STATUS-DUP         VALUE 'II'.
000130     05  QUAR-PCB-PROC-OPTIONS   PIC X(04).
000140     05  QUAR-PCB-RESERVED-DLI   PIC S9(05) COMP.
000150     05  QUAR-PCB-SEG-NAME-FB    PIC X(08).
000160     05  QUAR-PCB-LENGTH-FB      PIC S9(05) COMP.
000170     05  QUAR-PCB-NUMSEGS-FB     PIC S9(05) COMP.
000180     05  QUAR-PCB-KEY-FB-AREA    PIC X(10).
