000159*                 MAINTENANCE. RECORD LENGTH GROWS FROM 167 TO
000160*                 169; EXISTING SINGLE-SEGMENT FILES RELOAD
000161*                 WITH SEGMENT 00 ON EVERY KEY.
000162* 2026-10-15 SLM  DROPPED THE CS/OP/WH ROUTE CODE CONDITION
000163*                 NAMES. THE VALID ROUTE CODES NOW LIVE ON THE
000164*                 DSTFILE DESTINATION MASTER (SEE DSTREC); A
000165*                 BLANK ROUTE STILL ROUTES AS CS.
000166******************************************************************
000167* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000168* PREFIX FOR :PFX:. MAIN AND MSGMAINT COPY THIS UNDER THEIR
000170* CTLFILE FDS WITH THE CTL- PREFIX; MSGMAINT TAKES A SECOND
000180* COPY INTO WORKING-STORAGE UNDER THE SAV- PREFIX TO HOLD THE
000190* BEFORE IMAGE OF A CHANGED RECORD.
000300         88  :PFX:-STATUS-ACTIVE       VALUE 'A'.
000310         88  :PFX:-STATUS-HOLD         VALUE 'H'.
000320     05  :PFX:-ROUTE-CODE         PIC X(02).
000360     05  :PFX:-RECUR-CODE         PIC X(01).
000370         88  :PFX:-RECUR-NONE          VALUE ' '.
000380         88  :PFX:-RECUR-DAILY         VALUE 'D'.
