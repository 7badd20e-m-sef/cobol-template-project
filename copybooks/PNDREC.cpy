000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared PNDFILE pending-change record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  PULLED OUT OF MSGMAINT'S FD SO MSGMAINT, WHICH
000110*                 STAGES AND RELEASES DUAL-CONTROL CHANGES, AND
000120*                 THE NEW MSGRETR RETIREMENT PROGRAM, WHICH MUST
000130*                 LEAVE ALONE ANY MESSAGE WITH A CHANGE STILL
000140*                 WAITING FOR ITS SECOND SIGNATURE, DESCRIBE THE
000150*                 PENDING RECORD IN ONE PLACE INSTEAD OF TWO. THE
000160*                 KEY IS (MESSAGE ID, SEGMENT) WITH A BLANK
000170*                 SEGMENT NORMALIZED TO 00; THE TRANSACTION IMAGE
000180*                 IS A FULL MSGMAINT TRN-RECORD.
000190******************************************************************
000200* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000210* PREFIX FOR :PFX:. MSGMAINT AND MSGRETR COPY THIS UNDER THEIR
000220* PNDFILE FDS WITH THE PND- PREFIX.
000230*
000240*     COPY PNDREC REPLACING ==:PFX:== BY ==PND==.
000250******************************************************************
000260 01  :PFX:-RECORD.
000270     05  :PFX:-KEY.
000280         10  :PFX:-MESSAGE-ID     PIC X(08).
000290         10  :PFX:-SEG-X          PIC X(02).
000300     05  :PFX:-ACTION             PIC X(01).
000310         88  :PFX:-ACTION-ADD          VALUE 'A'.
000320         88  :PFX:-ACTION-UPDATE       VALUE 'U'.
000330         88  :PFX:-ACTION-DELETE       VALUE 'D'.
000340     05  :PFX:-MAKER-ID           PIC X(08).
000350     05  :PFX:-STAGE-DATE         PIC X(10).
000360     05  :PFX:-STAGE-TIME         PIC X(08).
000370     05  :PFX:-TRAN-IMAGE         PIC X(200).
000380     05  FILLER                   PIC X(05).
