000010* ----------------------------------------------------------------
000020*  PHBKPND - PENDING-APPROVAL REQUEST ROOT SEGMENT I-O AREA
000030*
000040*  I-O AREA FOR THE ROOT SEGMENT OF THE PHBKDB5 (PENDING
000050*  APPROVAL) DATABASE.  EX01 QUEUES A DELETE, RETIRE OR RENAME
000060*  HERE INSTEAD OF APPLYING IT; A SECOND USER WITH UPDATE
000070*  AUTHORITY, WHO IS NOT THE REQUESTER, APPROVES IT (EX01 THEN
000080*  APPLIES IT THROUGH THE NORMAL COMMAND LOGIC) OR REJECTS IT.
000090*  EITHER WAY THE OCCURRENCE IS DELETED, SO THE DATABASE ONLY
000100*  EVER HOLDS WHAT IS STILL WAITING; THE GSAM AUDIT FILE KEEPS
000110*  THE QUEUED, APPROVED AND REJECTED RECORDS.  DL025 LISTS
000120*  REQUESTS LEFT WAITING TOO LONG.
000130*
000140*  PHBK-PND-KEY (DIRECTORY + NAME2 + NAME1, DBD FIELD NAME
000150*  PNDKEY) IS THE DL/I SEQUENCE FIELD, SO AN ENTRY CAN HAVE ONLY
000160*  ONE REQUEST WAITING AT A TIME - A SECOND ONE GETS STATUS II.
000170*  PHBK-PND-DIR IS 'A' FOR THE ACTIVE DIRECTORY (PHBKDB1) AND
000180*  'R' FOR THE RETIREE DIRECTORY (PHBKDB2).  PHBK-PND-NEW-NAME2
000190*  AND PHBK-PND-NEW-NAME1 CARRY THE NEW KEY ON A RENAME AND ARE
000200*  SPACES OTHERWISE.  PHBK-PND-REQ-STAMP IS YYYYMMDD-HHMMSSHH.
000210* ----------------------------------------------------------------
000220 01  PHBK-PEND-SEGMENT.
000230     05  PHBK-PND-KEY.
000240         10  PHBK-PND-DIR        PIC X(01).
000250             88  PHBK-PND-DIR-ACTIVE     VALUE 'A'.
000260             88  PHBK-PND-DIR-RETIREE    VALUE 'R'.
000270         10  PHBK-PND-NAME2      PIC X(10).
000280         10  PHBK-PND-NAME1      PIC X(10).
000290     05  PHBK-PND-COMMAND        PIC X(08).
000300     05  PHBK-PND-NEW-NAME2      PIC X(10).
000310     05  PHBK-PND-NEW-NAME1      PIC X(10).
000320     05  PHBK-PND-REQ-USERID     PIC X(08).
000330     05  PHBK-PND-REQ-STAMP.
000340         10  PHBK-PND-REQ-DATE   PIC X(08).
000350         10  FILLER              PIC X(01).
000360         10  PHBK-PND-REQ-TIME   PIC X(08).
000370     05  FILLER                  PIC X(10).
