000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared re-issue request record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  NEW. MSGRECON WRITES ONE RECORD PER OPEN ITEM
000110*                 DUE A RE-SEND OR AN ESCALATION THE MORNING IT
000120*                 COMES DUE, AND MAIN PICKS THE FILE UP ON THAT
000130*                 DAY'S FULL BROADCAST - THE NAMED MESSAGE GOES
000140*                 OUT AGAIN UNDER ITS ORIGINAL MESSAGE ID, TO THE
000150*                 SEND DESK'S REPORT INSTEAD OF ITS CONTROL
000160*                 RECORD'S ROUTE. THE WRITTEN DATE LETS MAIN
000170*                 REFUSE A FILE LEFT OVER FROM AN EARLIER DAY.
000180******************************************************************
000190* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000200* PREFIX FOR :PFX:.
000210*
000220*     COPY RISREC REPLACING ==:PFX:== BY ==RIS==.
000230******************************************************************
000240 01  :PFX:-RECORD.
000250     05  :PFX:-MESSAGE-ID         PIC X(08).
000260     05  :PFX:-SEND-DESK          PIC X(02).
000270     05  :PFX:-ORIG-DESK          PIC X(02).
000280     05  :PFX:-ACTION             PIC X(01).
000290         88  :PFX:-ACTION-RESEND       VALUE 'R'.
000300         88  :PFX:-ACTION-ESCALATE     VALUE 'E'.
000310     05  :PFX:-FIRST-DATE         PIC 9(08).
000320     05  :PFX:-WRITTEN-DATE       PIC 9(08).
000330     05  FILLER                   PIC X(51).
