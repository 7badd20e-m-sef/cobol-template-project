000010******************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Shared TRANFILE maintenance transaction layout.
000050******************************************************************
000060******************************************************************
000070* MODIFICATION HISTORY
000080*-----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* 2026-10-15 SLM  PULLED OUT OF MSGMAINT'S FD SO MSGMAINT, WHICH
000110*                 EDITS AND STAGES THE TRANSACTIONS, AND THE NEW
000120*                 MSGLOAD BULK INTAKE PROGRAM, WHICH BUILDS THEM
000130*                 FROM THE BUSINESS'S DELIMITED EXTRACT, DESCRIBE
000140*                 THE 200-BYTE TRANSACTION IN ONE PLACE INSTEAD
000150*                 OF TWO.
000160******************************************************************
000170* COPY WITH REPLACING, SUBSTITUTING THE CALLER'S DATA-NAME
000180* PREFIX FOR :PFX:. MSGMAINT COPIES THIS UNDER ITS TRANFILE FD
000190* WITH THE TRN- PREFIX; MSGLOAD UNDER ITS TRANOUT FD WITH TRO-,
000195* AND IN WORKING-STORAGE WITH WTR- TO BUILD EACH BASE ADD.
000200*
000210*     COPY TRNREC REPLACING ==:PFX:== BY ==TRN==.
000220******************************************************************
000230 01  :PFX:-RECORD.
000240     05  :PFX:-ACTION              PIC X(01).
000250         88  :PFX:-ACTION-ADD            VALUE 'A'.
000260         88  :PFX:-ACTION-UPDATE         VALUE 'U'.
000270         88  :PFX:-ACTION-DELETE         VALUE 'D'.
000280         88  :PFX:-ACTION-APPROVE        VALUE 'P'.
000290         88  :PFX:-ACTION-REJECT         VALUE 'R'.
000300         88  :PFX:-ACTION-RECALL         VALUE 'C'.
000310         88  :PFX:-ACTION-MAINT          VALUE 'A' 'U' 'D'.
000320     05  :PFX:-MESSAGE-ID          PIC X(08).
000330     05  :PFX:-MESSAGE             PIC X(128).
000340     05  :PFX:-REPEAT-X            PIC X(10).
000350     05  :PFX:-REPEAT-N REDEFINES :PFX:-REPEAT-X
000360                                   PIC 9(10).
000370     05  :PFX:-EFF-DATE-X          PIC X(08).
000380     05  :PFX:-EFF-DATE-N REDEFINES :PFX:-EFF-DATE-X
000390                                   PIC 9(08).
000400     05  :PFX:-EXP-DATE-X          PIC X(08).
000410     05  :PFX:-EXP-DATE-N REDEFINES :PFX:-EXP-DATE-X
000420                                   PIC 9(08).
000430     05  :PFX:-STATUS              PIC X(01).
000440     05  :PFX:-ROUTE-CODE          PIC X(02).
000450     05  :PFX:-USER-ID             PIC X(08).
000460     05  :PFX:-RECUR-CODE          PIC X(01).
000470     05  :PFX:-RECUR-DAY           PIC X(01).
000480     05  :PFX:-SEG-X               PIC X(02).
000490     05  :PFX:-SEG-N REDEFINES :PFX:-SEG-X
000500                                   PIC 9(02).
000510     05  FILLER                    PIC X(22).
