000086*  AUD-NEW-NAME1 CARRY THE NEW KEY ON A RENAME - AUD-NAME2 AND
000088*  AUD-NAME1 STILL CARRY THE OLD ONE, SO THE ONE RECORD SHOWS
000089*  BOTH NAMES.  SPACES ON EVERY OTHER COMMAND.
001000*  AUD-APPROVAL-FLAG AND AUD-REQ-USERID FOLLOW A DELETE, RETIRE
001010*  OR RENAME THROUGH THE EX01 SECOND-USER APPROVAL QUEUE: ONE
001020*  'QUEUED' RECORD WHEN THE REQUESTER ASKS (BOTH IMAGES SPACES,
001030*  NOTHING CHANGED YET), THEN EITHER AN 'APPROVED' RECORD FOR
001040*  THE APPLIED CHANGE OR A 'REJECTED' RECORD (BOTH IMAGES
001050*  SPACES).  AUD-USERID IS THE USER WHO ACTED - THE APPROVER OR
001060*  REJECTER - AND AUD-REQ-USERID THE ORIGINAL REQUESTER, SO THE
001070*  ONE RECORD SHOWS BOTH USERS.  BOTH FIELDS ARE SPACES ON A
001080*  CHANGE THAT DID NOT GO THROUGH THE QUEUE.
000090* ----------------------------------------------------------------
000100 01  AUDIT-LOG-RECORD.
000110     05  AUD-USERID              PIC X(08).
000340         88  AUD-DENIED                  VALUE 'DENIED'.
000350     05  AUD-NEW-NAME2           PIC X(10).
000360     05  AUD-NEW-NAME1           PIC X(10).
000370     05  AUD-APPROVAL-FLAG       PIC X(08).
000380         88  AUD-QUEUED                  VALUE 'QUEUED  '.
000390         88  AUD-APPROVED                VALUE 'APPROVED'.
000400         88  AUD-REJECTED                VALUE 'REJECTED'.
000410     05  AUD-REQ-USERID          PIC X(08).
