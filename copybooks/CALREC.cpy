000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared CALFILE shop calendar record layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  PULLED OUT OF MAIN'S FD SO MAIN AND MSGEDIT,
000110*                 WHICH NOW PROJECTS THE DAY'S SCHEDULE PER DESK
000120*                 AGAINST THE DESTINATION MASTER'S CEILINGS,
000130*                 DESCRIBE THE SHOP CALENDAR IN ONE PLACE
000140*                 INSTEAD OF TWO HAND-MAINTAINED COPIES. ONE
000150*                 RECORD PER CALENDAR DATE, IN DATE SEQUENCE:
000160*                 DAY OF WEEK 1=MON..7=SUN, TYPE B (BUSINESS
000170*                 DAY) OR H (HOLIDAY/WEEKEND), AND Y ON THE
000180*                 MONTH'S FIRST BUSINESS DAY.
000182* 2026-10-15 SLM  ADDED THE DESCRIPTION (THE HOLIDAY'S NAME) OUT
000184*                 OF THE FILLER FOR MSGCAL, WHICH NOW BUILDS AND
000186*                 MAINTAINS THE CALENDAR AND PRINTS IT FOR
000188*                 SIGN-OFF. RECORD LENGTH IS UNCHANGED.
000190******************************************************************
000200* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000210* PREFIX FOR :PFX:.
000220*
000230*     COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000240******************************************************************
000250 01  :PFX:-RECORD.
000260     05  :PFX:-DATE-X             PIC X(08).
000270     05  :PFX:-DATE-N REDEFINES :PFX:-DATE-X
000280                                  PIC 9(08).
000290     05  :PFX:-DAY-OF-WEEK        PIC X(01).
000300     05  :PFX:-TYPE               PIC X(01).
000310         88  :PFX:-BUSINESS-DAY        VALUE 'B'.
000320         88  :PFX:-HOLIDAY             VALUE 'H'.
000330     05  :PFX:-FIRST-BUS-DAY      PIC X(01).
000335     05  :PFX:-DESCRIPTION        PIC X(30).
000340     05  FILLER                   PIC X(39).
