000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared open-items record layout for broadcasts no
000050*              desk has acknowledged.
000060******************************************************************
000070******************************************************************
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* 2026-10-15 SLM  NEW. ONE RECORD PER (MESSAGE ID, DESK) ISSUANCE
000120*                 MSGRECON FOUND UNACKNOWLEDGED AND HAS NOT YET
000130*                 SEEN CLOSED, CARRIED FROM ONE DAY'S
000140*                 RECONCILIATION TO THE NEXT IN THE ORDER THE
000150*                 ITEMS OPENED, OLDEST FIRST. STAGE O IS AN ITEM
000160*                 STILL WAITING ON THE ORIGINAL ISSUANCE, R ONE
000170*                 RE-SENT TO ITS OWN DESK, E ONE ESCALATED TO THE
000180*                 OPS BRIDGE AFTER THE RE-SEND WAS MISSED TOO. THE
000190*                 ACTION DATE IS THE RUN DATE THE ITEM LAST
000200*                 CHANGED STAGE, AND THE NEXT STAGE IS JUDGED FROM
000210*                 IT; THE AGE IS BUSINESS DAYS SINCE THE FIRST
000220*                 MISSED ISSUANCE, AS OF THE LAST RECONCILIATION.
000230*                 A CLOSED ITEM IS REPORTED ONCE AND DROPS OFF THE
000240*                 FILE.
000250******************************************************************
000260* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000270* PREFIX FOR :PFX:.
000280*
000290*     COPY OPNREC REPLACING ==:PFX:== BY ==OPN==.
000300******************************************************************
000310 01  :PFX:-RECORD.
000320     05  :PFX:-MESSAGE-ID         PIC X(08).
000330     05  :PFX:-DESK-CODE          PIC X(02).
000340     05  :PFX:-FIRST-DATE         PIC 9(08).
000350     05  :PFX:-ACTION-DATE        PIC 9(08).
000360     05  :PFX:-STAGE              PIC X(01).
000370         88  :PFX:-STAGE-OPEN          VALUE 'O'.
000380         88  :PFX:-STAGE-RESENT        VALUE 'R'.
000390         88  :PFX:-STAGE-ESCALATED     VALUE 'E'.
000400     05  :PFX:-SEND-DESK          PIC X(02).
000410     05  :PFX:-AGE                PIC 9(03).
000420     05  :PFX:-ISSUE-TIME         PIC X(08).
000430     05  :PFX:-RECON-DATE         PIC 9(08).
000440     05  FILLER                   PIC X(32).
