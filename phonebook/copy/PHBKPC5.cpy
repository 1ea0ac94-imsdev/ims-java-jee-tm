000010* ----------------------------------------------------------------
000020*  PHBKPC5 - STANDARD DL/I DATABASE PCB MASK (PENDING APPROVAL DB)
000030*
000040*  SAME LAYOUT AS PHBKPCB, COPIED SEPARATELY SO THE PENDING
000050*  APPROVAL PCB HAS ITS OWN DATA-NAMES - SEE THE NOTE IN
000060*  PHBKPC2 ON WHY A SECOND MEMBER BEATS COPY ... REPLACING FOR
000070*  HYPHENATED DATA-NAMES.
000080* ----------------------------------------------------------------
000090 01  PEND-PCB-MASK.
000100     05  PEND-PCB-DBDNAME        PIC X(08).
000110     05  PEND-PCB-SEGLEVEL       PIC X(02).
000120     05  PEND-PCB-STATUS-CODE    PIC X(02).
000121         88  PEND-PCB-STATUS-OK          VALUE SPACES.
000122         88  PEND-PCB-STATUS-NOTFND      VALUE 'GE'.
000123         88  PEND-PCB-STATUS-DUP         VALUE 'II'.
000130     05  PEND-PCB-PROC-OPTIONS   PIC X(04).
000140     05  PEND-PCB-RESERVED-DLI   PIC S9(05) COMP.
000150     05  PEND-PCB-SEG-NAME-FB    PIC X(08).
000160     05  PEND-PCB-LENGTH-FB      PIC S9(05) COMP.
000170     05  PEND-PCB-NUMSEGS-FB     PIC S9(05) COMP.
000180     05  PEND-PCB-KEY-FB-AREA    PIC X(21).
