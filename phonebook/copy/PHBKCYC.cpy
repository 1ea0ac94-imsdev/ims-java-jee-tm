000010* ----------------------------------------------------------------
000020*  PHBKCYC - NIGHTLY CYCLE CONTROL RECORD
000030*
000040*  LAYOUT OF ONE 80-BYTE RECORD ON THE SHARED SEQUENTIAL CYCLE
000050*  CONTROL FILE (CYCLCTL).  THE NIGHTLY STEPS RUN IN ORDER
000060*      DL030 - DL035 - DL040 - DL055
000061*  (DL040 APPLYING DL030'S AND DL035'S TRANOUT FILES TOGETHER)
000070*  WITH DL010 AND DL050 AFTER DL055 ON THE WEEKLY NIGHT.  EACH
000080*  STEP APPENDS A RECORD WHEN IT STARTS AND ANOTHER WHEN IT ENDS,
000090*  SO THE LAST RECORD FOR A STEP AND BUSINESS DATE IS ITS
000100*  CURRENT STATUS.  A STEP LEFT AT STARTED OR RESTARTED ABENDED
000110*  (OR IS STILL RUNNING).
000120*
000130*  DL030 OPENS THE NIGHT: THE BUSINESS DATE ON ITS START RECORD
000140*  IS THE BUSINESS DATE EVERY LATER STEP RUNS UNDER.  BEFORE IT
000150*  DOES ANY WORK, EACH LATER STEP REQUIRES ITS PREDECESSOR TO
000160*  HAVE ENDED OK FOR THAT BUSINESS DATE:
000170*      DL035 NEEDS DL030      DL040 NEEDS DL035
000175*      DL055 NEEDS DL040
000180*      DL010 NEEDS DL055      DL050 NEEDS DL055
000190*  IF IT HAS NOT, THE STEP POSTS NOT-RUN AND STOPS WITH RETURN
000200*  CODE 16, UNLESS 'OVERRIDE' IS IN COLUMNS 73-80 OF ITS SYSIN
000210*  CARD - THEN IT RUNS AND ITS RECORDS ARE FLAGGED AS OVERRIDDEN.
000211*  A STEP THAT HAS ALREADY ENDED OK FOR THE BUSINESS DATE (AS
000212*  WHEN DL030 HAS NOT OPENED A NEW NIGHT) IS REFUSED THE SAME WAY
000213*  BUT WITH RETURN CODE 8.  A NOT-RUN POSTED AFTER AN END OK DOES
000214*  NOT UNDO IT - THE STEP STAYS ENDED OK.
000220*  DL095 PRINTS THE NIGHT'S CYCLE FROM THIS FILE EACH MORNING.
000230* ----------------------------------------------------------------
000240 01  PHBK-CYCLE-RECORD.
000250     05  CYC-BUS-DATE            PIC X(08).
000260     05  CYC-STEP                PIC X(08).
000270     05  CYC-STATUS              PIC X(01).
000280         88  CYC-STARTED                 VALUE 'S'.
000290         88  CYC-RESTARTED               VALUE 'R'.
000300         88  CYC-ENDED-OK                VALUE 'E'.
000310         88  CYC-FAILED                  VALUE 'F'.
000320         88  CYC-NOT-RUN                 VALUE 'N'.
000330     05  CYC-STAMP.
000340         10  CYC-STAMP-DATE      PIC X(08).
000350         10  FILLER              PIC X(01).
000360         10  CYC-STAMP-TIME      PIC X(08).
000370     05  CYC-RETURN-CODE         PIC 9(04).
000380     05  CYC-OVERRIDE-FLAG       PIC X(01).
000390         88  CYC-OVERRIDDEN              VALUE 'Y'.
000400     05  CYC-RESTART-ID          PIC X(08).
000410     05  CYC-NOTE                PIC X(30).
000420     05  FILLER                  PIC X(03).
