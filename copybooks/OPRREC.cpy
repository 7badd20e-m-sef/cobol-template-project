000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared AUTHFILE operator authority record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  NEW. ONE ROW PER OPERATOR, KEYED BY THE USER ID
000110*                 THAT OPERATOR KEYS ON A MSGMAINT TRANSACTION OR
000120*                 NAMES ON THE MSGBACK PARM. THE THREE FLAGS SAY
000130*                 WHETHER THE OPERATOR MAY MAKE (STAGE ADD/UPDATE/
000140*                 DELETE, RECALL), APPROVE (APPROVE OR REJECT
000150*                 SOMEONE ELSE'S STAGED CHANGE), OR BACK OUT
000160*                 (RUN MSGBACK). ONLY 'Y' GRANTS. THE ROUTE
000170*                 TABLE NAMES THE DESKS WHOSE MESSAGES THE
000180*                 OPERATOR MAY TOUCH - UNUSED SLOTS ARE BLANK,
000190*                 AND '**' IN ANY SLOT MEANS EVERY ROUTE. WHO
000200*                 GRANTED THE ACCESS, WHEN, AND WHEN IT WAS LAST
000210*                 RECERTIFIED ARE CARRIED FOR THE QUARTERLY
000220*                 ACCESS REVIEW THAT MSGAUTH LISTS.
000230******************************************************************
000240* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000250* PREFIX FOR :PFX:. MSGMAINT, MSGBACK, AND MSGAUTH COPY THIS
000260* UNDER THEIR AUTHFILE FDS WITH THE OPR- PREFIX.
000270*
000280*     COPY OPRREC REPLACING ==:PFX:== BY ==OPR==.
000290******************************************************************
000300 01  :PFX:-RECORD.
000310     05  :PFX:-USER-ID            PIC X(08).
000320     05  :PFX:-NAME               PIC X(20).
000330     05  :PFX:-MAKE-FLAG          PIC X(01).
000340         88  :PFX:-CAN-MAKE            VALUE 'Y'.
000350     05  :PFX:-APPROVE-FLAG       PIC X(01).
000360         88  :PFX:-CAN-APPROVE         VALUE 'Y'.
000370     05  :PFX:-BACKOUT-FLAG       PIC X(01).
000380         88  :PFX:-CAN-BACKOUT         VALUE 'Y'.
000390     05  :PFX:-ROUTE-TABLE.
000400         10  :PFX:-ROUTE-CODE     PIC X(02) OCCURS 10 TIMES.
000410             88  :PFX:-ALL-ROUTES      VALUE '**'.
000420     05  :PFX:-GRANTED-BY         PIC X(08).
000430     05  :PFX:-GRANTED-DATE       PIC 9(08).
000440     05  :PFX:-LAST-CERT-DATE     PIC 9(08).
000450     05  FILLER                   PIC X(05).
