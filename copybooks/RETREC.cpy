000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared retired-message archive record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  NEW. MSGRETR APPENDS ONE RECORD PER CTLFILE
000110*                 SEGMENT IT RETIRES - THE DATE IT CAME OFF THE
000120*                 LIVE FILE, WHY (EXPIRED, OR HELD TOO LONG), THE
000130*                 DATE THE HOLD BEGAN FOR A LONG-HOLD RETIREMENT,
000140*                 AND THE FULL CONTROL RECORD AS IT STOOD. MSGINQ
000150*                 READS THE ARCHIVE SO A RETIRED DEFINITION STILL
000160*                 TURNS UP ON A DOSSIER. THE IMAGE MUST GROW IN
000170*                 STEP WITH THE CTLREC COPYBOOK.
000180******************************************************************
000190* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000200* PREFIX FOR :PFX:.
000210*
000220*     COPY RETREC REPLACING ==:PFX:== BY ==RET==.
000230******************************************************************
000240 01  :PFX:-RECORD.
000250     05  :PFX:-RETIRE-DATE        PIC 9(08).
000260     05  :PFX:-REASON             PIC X(01).
000270         88  :PFX:-REASON-EXPIRED      VALUE 'E'.
000280         88  :PFX:-REASON-LONG-HOLD    VALUE 'H'.
000290     05  :PFX:-HELD-SINCE         PIC 9(08).
000300     05  :PFX:-IMAGE              PIC X(169).
000310     05  FILLER                   PIC X(14).
