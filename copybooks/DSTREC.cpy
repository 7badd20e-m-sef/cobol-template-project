000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared DSTFILE destination master record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  NEW. ONE ROW PER BROADCAST DESK, KEYED BY THE
000110*                 TWO-CHARACTER ROUTE CODE CARRIED ON CTLFILE.
000120*                 REPLACES THE CS/OP/WH LITERALS THAT USED TO BE
000130*                 HARDCODED IN CTLREC, SUB-PROGRAM, MSGMAINT, AND
000140*                 MSGEDIT, SO OPENING OR RETIRING A DESK IS A
000150*                 DSTFILE CHANGE AND A JCL DD, NOT A RECOMPILE.
000160*                 THE REPORT DD NAMES WHICH OF SUB-PROGRAM'S
000170*                 REPORT SLOTS (RPTCSD, RPTOPS, RPTWHS, RPTDS4,
000180*                 RPTDS5, RPTDS6) THE DESK PRINTS TO. A ZERO
000190*                 DAILY CEILING MEANS THE DESK HAS NO CEILING.
000200******************************************************************
000210* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000220* PREFIX FOR :PFX:. SUB-PROGRAM, MSGMAINT, AND MSGEDIT COPY
000230* THIS UNDER THEIR DSTFILE FDS WITH THE DST- PREFIX.
000240*
000250*     COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000260******************************************************************
000270 01  :PFX:-RECORD.
000280     05  :PFX:-ROUTE-CODE         PIC X(02).
000290     05  :PFX:-NAME               PIC X(16).
000300     05  :PFX:-REPORT-DD          PIC X(08).
000310     05  :PFX:-ACTIVE-FLAG        PIC X(01).
000320         88  :PFX:-ACTIVE              VALUE 'Y'.
000330         88  :PFX:-INACTIVE            VALUE 'N'.
000340     05  :PFX:-DAILY-CEILING      PIC 9(10).
000350     05  FILLER                   PIC X(43).
