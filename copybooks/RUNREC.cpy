000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared RUNFILE run registry record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  PULLED OUT OF MAIN'S FD SO MAIN, WHICH WRITES
000110*                 THE REGISTRY, AND MSGREG, WHICH NOW REPORTS
000120*                 IT FOR THE MONTHLY BATCH SLA REVIEW, DESCRIBE
000130*                 THE RUN RECORD IN ONE PLACE. ONE RECORD PER
000140*                 EXECUTION OF MAIN, KEYED BY THE RUN ID - MSG +
000150*                 RUN DATE + START TIME - SO THE KSDS READS IN
000160*                 THE ORDER THE RUNS STARTED. STATUS S IS
000170*                 WRITTEN AT START AND REWRITTEN C AT
000180*                 COMPLETION; A REFUSED DUPLICATE IS WRITTEN R
000190*                 AND NEVER REWRITTEN. A RUN LEFT AT S DID NOT
000200*                 REACH 9000-TERMINATE.
000210******************************************************************
000220* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000230* PREFIX FOR :PFX:.
000240*
000242*     COPY RUNREC REPLACING ==:PFX:== BY ==RUN==.
000244******************************************************************
000250 01  :PFX:-RECORD.
000260     05  :PFX:-ID                 PIC X(17).
000270     05  :PFX:-MODE               PIC X(04).
000280         88  :PFX:-MODE-FULL           VALUE 'FULL'.
000290         88  :PFX:-MODE-KEYED          VALUE 'KEYD'.
000300         88  :PFX:-MODE-SIM            VALUE 'SIM '.
000310     05  :PFX:-PARM               PIC X(21).
000320     05  :PFX:-STATUS             PIC X(01).
000330         88  :PFX:-STATUS-STARTED      VALUE 'S'.
000340         88  :PFX:-STATUS-COMPLETED    VALUE 'C'.
000350         88  :PFX:-STATUS-REFUSED      VALUE 'R'.
000360     05  :PFX:-RC                 PIC 9(02).
000370     05  :PFX:-PROCESSED          PIC 9(05).
000380     05  :PFX:-SKIPPED            PIC 9(05).
000390     05  :PFX:-START-DATE         PIC 9(08).
000400     05  :PFX:-START-TIME         PIC 9(06).
000410     05  :PFX:-END-DATE           PIC 9(08).
000420     05  :PFX:-END-TIME           PIC 9(06).
000430     05  FILLER                   PIC X(07).
