000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: End-of-day control-total balancing - ties the
000050*              counts every output of one broadcast run keeps
000060*              on its own (the RUNFILE processed count, the
000070*              XTRFILE gateway extract and its trailer, the
000080*              HISTFILE records SUB-PROGRAM appended, and each
000090*              desk report's requested/issued footer) to one
000100*              another for the run ID, and prints what agrees
000110*              and what does not. Out of balance ends the step
000120*              RC 8 so MSGRUN holds the handoff and the gateway
000130*              pickup.
000140/*****************************************************************
000150******************************************************************
000160* MODIFICATION HISTORY
000170*-----------------------------------------------------------------
000180* DATE       INIT DESCRIPTION
000190* 2026-10-15 SLM  NEW PROGRAM. EACH OUTPUT OF A BROADCAST RUN
000200*                 KEPT ITS OWN COUNT AND NOTHING CHECKED THEM
000210*                 AGAINST EACH OTHER - A SHORT GATEWAY EXTRACT
000220*                 LAST QUARTER WAS ONLY FOUND WHEN A DESK
000230*                 COMPLAINED. MSGBAL RUNS AS MSGRUN STEP015,
000240*                 FINDS THE RUN ON RUNFILE (TODAY'S LATEST, OR
000250*                 THE RUN ID ON THE PARM), TAKES THE HISTFILE
000260*                 RECORDS WRITTEN INSIDE THAT RUN'S START/END
000270*                 WINDOW, AND BALANCES THEM, THE EXTRACT, AND
000280*                 THE DESK REPORT FOOTERS DESK BY DESK.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. MSGBAL.
000320 AUTHOR. SETH MOORE.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED. 2026-10-15.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RUN-FILE ASSIGN TO RUNFILE
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS RUN-ID
000430         FILE STATUS IS WS-RUN-FILE-STATUS.
000440
000450     SELECT DST-FILE ASSIGN TO DSTFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS DST-ROUTE-CODE
000490         FILE STATUS IS WS-DST-FILE-STATUS.
000500
000510     SELECT HIST-FILE ASSIGN TO HISTFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-HIST-FILE-STATUS.
000550
000560     SELECT XTR-FILE ASSIGN TO XTRFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-XTR-FILE-STATUS.
000600
000610     SELECT RPT-CSD-FILE ASSIGN TO RPTCSD
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-SLOT-FILE-STATUS.
000650
000660     SELECT RPT-OPS-FILE ASSIGN TO RPTOPS
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-SLOT-FILE-STATUS.
000700
000710     SELECT RPT-WHS-FILE ASSIGN TO RPTWHS
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-SLOT-FILE-STATUS.
000750
000760     SELECT RPT-DS4-FILE ASSIGN TO RPTDS4
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-SLOT-FILE-STATUS.
000800
000810     SELECT RPT-DS5-FILE ASSIGN TO RPTDS5
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-SLOT-FILE-STATUS.
000850
000860     SELECT RPT-DS6-FILE ASSIGN TO RPTDS6
000870         ORGANIZATION IS SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS WS-SLOT-FILE-STATUS.
000900
000910     SELECT BAL-FILE ASSIGN TO BALRPT
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS WS-BAL-FILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  RUN-FILE
000990     RECORD CONTAINS 90 CHARACTERS.
001000 COPY RUNREC REPLACING ==:PFX:== BY ==RUN==.
001010
001020 FD  DST-FILE
001030     RECORD CONTAINS 80 CHARACTERS.
001040 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
001050
001060 FD  HIST-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 172 CHARACTERS.
001090 COPY HISTREC REPLACING ==:PFX:== BY ==HIST==.
001100
001110*    THE GATEWAY EXTRACT AS SUB-PROGRAM WRITES IT: ONE DETAIL
001120*    PER ISSUED SEGMENT, THEN ONE COUNT TRAILER.
001130 FD  XTR-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 184 CHARACTERS.
001160 01  XTR-DETAIL-RECORD.
001170     05  XTR-DET-TYPE            PIC X(01).
001180         88  XTR-IS-DETAIL             VALUE 'D'.
001190         88  XTR-IS-TRAILER            VALUE 'T'.
001200     05  XTR-DET-MESSAGE-ID      PIC X(08).
001210     05  XTR-DET-ROUTE           PIC X(02).
001220     05  XTR-DET-ISSUED-N        PIC 9(10).
001230     05  XTR-DET-RUN-ID          PIC X(17).
001240     05  XTR-DET-DATE            PIC 9(08).
001250     05  XTR-DET-TIME            PIC 9(06).
001260     05  XTR-DET-TEXT            PIC X(128).
001270     05  XTR-DET-SEG-N           PIC 9(02).
001280     05  FILLER                  PIC X(02).
001290 01  XTR-TRAILER-RECORD.
001300     05  XTR-TRL-TYPE            PIC X(01).
001310     05  XTR-TRL-COUNT           PIC 9(07).
001320     05  FILLER                  PIC X(176).
001330
001340 FD  RPT-CSD-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 133 CHARACTERS.
001370 01  RPT-CSD-RECORD              PIC X(133).
001380
001390 FD  RPT-OPS-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 133 CHARACTERS.
001420 01  RPT-OPS-RECORD              PIC X(133).
001430
001440 FD  RPT-WHS-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 133 CHARACTERS.
001470 01  RPT-WHS-RECORD              PIC X(133).
001480
001490 FD  RPT-DS4-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 133 CHARACTERS.
001520 01  RPT-DS4-RECORD              PIC X(133).
001530
001540 FD  RPT-DS5-FILE
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 133 CHARACTERS.
001570 01  RPT-DS5-RECORD              PIC X(133).
001580
001590 FD  RPT-DS6-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 133 CHARACTERS.
001620 01  RPT-DS6-RECORD              PIC X(133).
001630
001640 FD  BAL-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 133 CHARACTERS.
001670 01  BAL-RECORD.
001680     05  BAL-CARRIAGE-CONTROL    PIC X(01).
001690     05  BAL-DATA                PIC X(132).
001700
001710 WORKING-STORAGE SECTION.
001720 01  WS-SWITCHES.
001730     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001740         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001750         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001760     05  WS-RUN-EOF-SWITCH       PIC X(01) VALUE 'N'.
001770         88  WS-RUN-END-OF-FILE        VALUE 'Y'.
001780         88  WS-RUN-NOT-END-OF-FILE    VALUE 'N'.
001790     05  WS-DST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001800         88  WS-DST-END-OF-FILE        VALUE 'Y'.
001810         88  WS-DST-NOT-END-OF-FILE    VALUE 'N'.
001820     05  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001830         88  WS-HIST-END-OF-FILE       VALUE 'Y'.
001840         88  WS-HIST-NOT-END-OF-FILE   VALUE 'N'.
001850     05  WS-XTR-EOF-SWITCH       PIC X(01) VALUE 'N'.
001860         88  WS-XTR-END-OF-FILE        VALUE 'Y'.
001870         88  WS-XTR-NOT-END-OF-FILE    VALUE 'N'.
001880     05  WS-SLOT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001890         88  WS-SLOT-END-OF-FILE       VALUE 'Y'.
001900         88  WS-SLOT-NOT-END-OF-FILE   VALUE 'N'.
001910     05  WS-RUN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001920         88  WS-RUN-WAS-FOUND          VALUE 'Y'.
001930         88  WS-RUN-NOT-FOUND          VALUE 'N'.
001940     05  WS-BALANCE-SWITCH       PIC X(01) VALUE 'Y'.
001950         88  WS-IN-BALANCE             VALUE 'Y'.
001960         88  WS-OUT-OF-BALANCE         VALUE 'N'.
001970     05  WS-BALANCE-WANTED       PIC X(01) VALUE 'Y'.
001980         88  WS-BALANCE-THE-RUN        VALUE 'Y'.
001990         88  WS-NOTHING-TO-BALANCE     VALUE 'N'.
002000
002010 01  WS-FILE-STATUSES.
002020     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE '00'.
002030         88  WS-RUN-FILE-OK            VALUE '00'.
002040         88  WS-RUN-KEY-NOT-FOUND      VALUE '23'.
002050         88  WS-RUN-NO-MORE            VALUE '10'.
002060     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
002070         88  WS-DST-FILE-OK            VALUE '00'.
002080     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
002090         88  WS-HIST-FILE-OK           VALUE '00'.
002100     05  WS-XTR-FILE-STATUS      PIC X(02) VALUE '00'.
002110         88  WS-XTR-FILE-OK            VALUE '00'.
002120     05  WS-SLOT-FILE-STATUS     PIC X(02) VALUE '00'.
002130         88  WS-SLOT-FILE-OK           VALUE '00'.
002140     05  WS-BAL-FILE-STATUS      PIC X(02) VALUE '00'.
002150         88  WS-BAL-FILE-OK            VALUE '00'.
002160
002170 01  WS-REPORT-CONTROL.
002180     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
002190     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
002200     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
002210
002220 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
002230 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
002240     05  WS-CD-YYYY              PIC 9(04).
002250     05  WS-CD-MM                PIC 9(02).
002260     05  WS-CD-DD                PIC 9(02).
002270
002280 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
002290 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
002300     05  WS-CT-HH                PIC 9(02).
002310     05  WS-CT-MM                PIC 9(02).
002320     05  WS-CT-SS                PIC 9(02).
002330     05  WS-CT-HH2               PIC 9(02).
002340
002350*    THE RUN BEING BALANCED, AS RUNFILE HOLDS IT. WITH NO PARM
002360*    IT IS THE LAST RUN STARTED TODAY - IN MSGRUN, THE ONE
002370*    STEP010 JUST MADE.
002380 COPY RUNREC REPLACING ==:PFX:== BY ==WS-BAL-RUN==.
002390
002400 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
002410
002420 01  WS-START-KEY.
002430     05  FILLER                  PIC X(03) VALUE 'MSG'.
002440     05  WS-SK-DATE              PIC 9(08) VALUE ZERO.
002450     05  FILLER                  PIC X(06) VALUE '000000'.
002460
002470*    HISTFILE CARRIES NO RUN ID, SO A HISTORY RECORD BELONGS
002480*    TO THE RUN WHEN ITS DATE AND TIME FALL INSIDE THE RUN'S
002490*    START/END STAMPS ON RUNFILE. MSGRUN RUNS ONE BROADCAST AT
002500*    A TIME, SO THE WINDOWS OF TWO RUNS NEVER OVERLAP. A RUN
002510*    THAT NEVER REACHED ITS END STAMP IS LEFT OPEN-ENDED.
002520 01  WS-WINDOW-FROM.
002530     05  WS-WF-DATE              PIC 9(08) VALUE ZERO.
002540     05  WS-WF-TIME              PIC 9(06) VALUE ZERO.
002550 01  WS-WINDOW-FROM-N REDEFINES WS-WINDOW-FROM
002560                                 PIC 9(14).
002570
002580 01  WS-WINDOW-THRU.
002590     05  WS-WT-DATE              PIC 9(08) VALUE ZERO.
002600     05  WS-WT-TIME              PIC 9(06) VALUE ZERO.
002610 01  WS-WINDOW-THRU-N REDEFINES WS-WINDOW-THRU
002620                                 PIC 9(14).
002630
002640*    ONE HISTORY RECORD'S MM/DD/YYYY HH:MM:SS, TAKEN APART AND
002650*    PUT BACK TOGETHER AS A YYYYMMDDHHMMSS STAMP.
002660 01  WS-HIST-DATE-WORK.
002670     05  WS-HDW-MM               PIC X(02).
002680     05  FILLER                  PIC X(01).
002690     05  WS-HDW-DD               PIC X(02).
002700     05  FILLER                  PIC X(01).
002710     05  WS-HDW-YYYY             PIC X(04).
002720
002730 01  WS-HIST-TIME-WORK.
002740     05  WS-HTW-HH               PIC X(02).
002750     05  FILLER                  PIC X(01).
002760     05  WS-HTW-MM               PIC X(02).
002770     05  FILLER                  PIC X(01).
002780     05  WS-HTW-SS               PIC X(02).
002790
002800 01  WS-HIST-STAMP.
002810     05  WS-HS-YYYY              PIC X(04).
002820     05  WS-HS-MM                PIC X(02).
002830     05  WS-HS-DD                PIC X(02).
002840     05  WS-HS-HH                PIC X(02).
002850     05  WS-HS-MI                PIC X(02).
002860     05  WS-HS-SS                PIC X(02).
002870 01  WS-HIST-STAMP-N REDEFINES WS-HIST-STAMP
002880                                 PIC 9(14).
002890
002900*    THE REPORT SLOTS A DESK MAY PRINT TO, IN SUB-PROGRAM'S
002910*    ORDER. A DESK'S DSTFILE REPORT DD NAMES ITS SLOT.
002920 01  WS-SLOT-DD-VALUES.
002930     05  FILLER                  PIC X(08) VALUE 'RPTCSD'.
002940     05  FILLER                  PIC X(08) VALUE 'RPTOPS'.
002950     05  FILLER                  PIC X(08) VALUE 'RPTWHS'.
002960     05  FILLER                  PIC X(08) VALUE 'RPTDS4'.
002970     05  FILLER                  PIC X(08) VALUE 'RPTDS5'.
002980     05  FILLER                  PIC X(08) VALUE 'RPTDS6'.
002990 01  WS-SLOT-DD-TABLE REDEFINES WS-SLOT-DD-VALUES.
003000     05  WS-SLOT-DD              PIC X(08) OCCURS 6 TIMES.
003010
003020 01  WS-DESK-CONTROL.
003030     05  WS-DESK-IX              PIC 9(04) COMP VALUE ZERO.
003040     05  WS-DESK-COUNT           PIC 9(04) COMP VALUE ZERO.
003050     05  WS-MAX-DESKS            PIC 9(04) COMP VALUE 20.
003060     05  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
003070     05  WS-LOOKUP-ROUTE         PIC X(02) VALUE SPACES.
003080
003090*    ONE ENTRY PER ACTIVE DSTFILE DESK: ITS REPORT SLOT, WHAT
003100*    ITS REPORT FOOTER SAYS, AND WHAT THE EXTRACT AND THE
003110*    HISTORY SAY WAS ISSUED TO IT IN THIS RUN.
003120 01  WS-DESK-TABLE.
003130     05  WS-DESK-ENTRY           OCCURS 20 TIMES.
003140         10  WS-DESK-ROUTE       PIC X(02).
003150         10  WS-DESK-NAME        PIC X(16).
003160         10  WS-DESK-REPORT-DD   PIC X(08).
003170         10  WS-DESK-SLOT        PIC 9(04) COMP.
003180         10  WS-DESK-FOOTER-SW   PIC X(01).
003190             88  WS-DESK-HAS-FOOTER    VALUE 'Y'.
003200             88  WS-DESK-NO-FOOTER     VALUE 'N'.
003210         10  WS-DESK-RPT-REQUESTED
003220                                 PIC 9(12) COMP.
003230         10  WS-DESK-RPT-ISSUED  PIC 9(12) COMP.
003240         10  WS-DESK-XTR-MSGS    PIC 9(07) COMP.
003250         10  WS-DESK-XTR-ISSUED  PIC 9(12) COMP.
003260         10  WS-DESK-HIST-MSGS   PIC 9(07) COMP.
003270         10  WS-DESK-HIST-ISSUED PIC 9(12) COMP.
003280
003290*    ONE PRINT LINE OFF A DESK REPORT, WITH THE TWO FOOTER
003300*    LINES SUB-PROGRAM CLOSES EVERY DESK REPORT WITH LAID OVER
003310*    IT. THE LAST PAIR ON THE REPORT IS THE ONE THAT COUNTS.
003320 01  WS-RPT-LINE                 PIC X(133).
003330 01  WS-RPT-REQUESTED-VIEW REDEFINES WS-RPT-LINE.
003340     05  FILLER                  PIC X(01).
003350     05  WS-RRV-LABEL            PIC X(24).
003360     05  WS-RRV-SEPARATOR        PIC X(02).
003370     05  WS-RRV-COUNT            PIC X(10).
003380     05  WS-RRV-COUNT-N REDEFINES WS-RRV-COUNT
003390                                 PIC 9(10).
003400     05  FILLER                  PIC X(96).
003410 01  WS-RPT-ISSUED-VIEW REDEFINES WS-RPT-LINE.
003420     05  FILLER                  PIC X(01).
003430     05  WS-RIV-LABEL            PIC X(21).
003440     05  WS-RIV-SEPARATOR        PIC X(02).
003450     05  WS-RIV-COUNT            PIC X(10).
003460     05  WS-RIV-COUNT-N REDEFINES WS-RIV-COUNT
003470                                 PIC 9(10).
003480     05  FILLER                  PIC X(99).
003490
003500 77  WS-HIST-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
003510 77  WS-HIST-RUN-COUNT           PIC 9(07) COMP VALUE ZERO.
003520 77  WS-HIST-ACCEPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
003530 77  WS-HIST-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
003540 77  WS-HIST-REQUESTED           PIC 9(12) COMP VALUE ZERO.
003550 77  WS-HIST-ISSUED              PIC 9(12) COMP VALUE ZERO.
003560 77  WS-HIST-OTHER-ROUTE         PIC 9(07) COMP VALUE ZERO.
003570 77  WS-XTR-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
003580 77  WS-XTR-TRAILER-COUNT        PIC 9(07) COMP VALUE ZERO.
003590 77  WS-XTR-TRAILER-TOTAL        PIC 9(07) COMP VALUE ZERO.
003600 77  WS-XTR-AFTER-TRAILER        PIC 9(07) COMP VALUE ZERO.
003610 77  WS-XTR-BAD-TYPE             PIC 9(07) COMP VALUE ZERO.
003620 77  WS-XTR-OTHER-RUN            PIC 9(07) COMP VALUE ZERO.
003630 77  WS-XTR-OTHER-ROUTE          PIC 9(07) COMP VALUE ZERO.
003640 77  WS-XTR-MESSAGE-COUNT        PIC 9(07) COMP VALUE ZERO.
003650 77  WS-XTR-ISSUED               PIC 9(12) COMP VALUE ZERO.
003660 77  WS-RPT-REQUESTED            PIC 9(12) COMP VALUE ZERO.
003670 77  WS-RPT-ISSUED               PIC 9(12) COMP VALUE ZERO.
003680 77  WS-UNRESOLVED-REQUESTED     PIC 9(12) COMP VALUE ZERO.
003690 77  WS-EXPECTED-TRAILERS        PIC 9(01) VALUE ZERO.
003700 77  WS-CONTROL-FAIL-COUNT       PIC 9(05) COMP VALUE ZERO.
003710 77  WS-DESK-FAIL-COUNT          PIC 9(05) COMP VALUE ZERO.
003720 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
003730
003740 01  WS-HEADER-LINE.
003750     05  FILLER                  PIC X(33)
003760             VALUE 'MSGBAL RUN CONTROL-TOTAL BALANCE'.
003770     05  FILLER                  PIC X(02) VALUE SPACES.
003780     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
003790     05  WS-HDR-PAGE             PIC ZZZZ9.
003800     05  FILLER                  PIC X(03) VALUE SPACES.
003810     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003820     05  WS-HDR-DATE             PIC X(10).
003830     05  FILLER                  PIC X(03) VALUE SPACES.
003840     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
003850     05  WS-HDR-TIME             PIC X(08).
003860
003870 01  WS-RUN-ID-LINE.
003880     05  FILLER                  PIC X(18)
003890             VALUE 'BALANCING RUN ID  '.
003900     05  WS-RIL-RUN-ID           PIC X(17).
003910
003920 01  WS-SECTION-LINE             PIC X(60) VALUE SPACES.
003930
003940 01  WS-RUN-FACT-LINE.
003950     05  WS-RFL-LABEL            PIC X(24).
003960     05  FILLER                  PIC X(02) VALUE ': '.
003970     05  WS-RFL-VALUE            PIC X(40).
003980
003990 01  WS-HHMMSS.
004000     05  WS-HMS-HH               PIC 9(02).
004010     05  FILLER                  PIC X(01) VALUE ':'.
004020     05  WS-HMS-MM               PIC 9(02).
004030     05  FILLER                  PIC X(01) VALUE ':'.
004040     05  WS-HMS-SS               PIC 9(02).
004050
004060 01  WS-STAMP-EDIT.
004070     05  WS-STE-DATE             PIC 9(08).
004080     05  FILLER                  PIC X(01) VALUE SPACE.
004090     05  WS-STE-TIME             PIC X(08).
004100
004110 01  WS-TM-TIME                  PIC 9(06) VALUE ZERO.
004120 01  WS-TM-TIME-R REDEFINES WS-TM-TIME.
004130     05  WS-TM-HH                PIC 9(02).
004140     05  WS-TM-MM                PIC 9(02).
004150     05  WS-TM-SS                PIC 9(02).
004160
004170 01  WS-EDIT-COUNT               PIC Z(11)9.
004180
004190 01  WS-CONTROL-COLUMN-LINE.
004200     05  FILLER                  PIC X(46) VALUE 'CONTROL'.
004210     05  FILLER                  PIC X(12) VALUE '    EXPECTED'.
004220     05  FILLER                  PIC X(02) VALUE SPACES.
004230     05  FILLER                  PIC X(12) VALUE '      ACTUAL'.
004240     05  FILLER                  PIC X(04) VALUE SPACES.
004250     05  FILLER                  PIC X(06) VALUE 'RESULT'.
004260
004270 01  WS-CONTROL-DETAIL-LINE.
004280     05  WS-CDL-LABEL            PIC X(44).
004290     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  WS-CDL-EXPECTED         PIC Z(11)9.
004310     05  FILLER                  PIC X(02) VALUE SPACES.
004320     05  WS-CDL-ACTUAL           PIC Z(11)9.
004330     05  FILLER                  PIC X(04) VALUE SPACES.
004340     05  WS-CDL-RESULT           PIC X(24).
004350
004360 01  WS-DESK-COLUMN-LINE-1.
004370     05  FILLER                  PIC X(24) VALUE SPACES.
004380     05  FILLER                  PIC X(28)
004390             VALUE '    DESK REPORT FOOTER'.
004400     05  FILLER                  PIC X(12) VALUE '     XTRFILE'.
004410     05  FILLER                  PIC X(02) VALUE SPACES.
004420     05  FILLER                  PIC X(12) VALUE '    HISTFILE'.
004430
004440 01  WS-DESK-COLUMN-LINE-2.
004450     05  FILLER                  PIC X(04) VALUE 'RT'.
004460     05  FILLER                  PIC X(20) VALUE 'DESK'.
004470     05  FILLER                  PIC X(12) VALUE '   REQUESTED'.
004480     05  FILLER                  PIC X(02) VALUE SPACES.
004490     05  FILLER                  PIC X(12) VALUE '      ISSUED'.
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004510     05  FILLER                  PIC X(12) VALUE '      ISSUED'.
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  FILLER                  PIC X(12) VALUE '      ISSUED'.
004540     05  FILLER                  PIC X(02) VALUE SPACES.
004550     05  FILLER                  PIC X(12) VALUE '   SHORTFALL'.
004560     05  FILLER                  PIC X(02) VALUE SPACES.
004570     05  FILLER                  PIC X(06) VALUE 'RESULT'.
004580
004590 01  WS-DESK-DETAIL-LINE.
004600     05  WS-DDL-ROUTE            PIC X(02).
004610     05  FILLER                  PIC X(02) VALUE SPACES.
004620     05  WS-DDL-NAME             PIC X(16).
004630     05  FILLER                  PIC X(04) VALUE SPACES.
004640     05  WS-DDL-RPT-REQUESTED    PIC Z(11)9.
004650     05  FILLER                  PIC X(02) VALUE SPACES.
004660     05  WS-DDL-RPT-ISSUED       PIC Z(11)9.
004670     05  FILLER                  PIC X(02) VALUE SPACES.
004680     05  WS-DDL-XTR-ISSUED       PIC Z(11)9.
004690     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  WS-DDL-HIST-ISSUED      PIC Z(11)9.
004710     05  FILLER                  PIC X(02) VALUE SPACES.
004720     05  WS-DDL-SHORTFALL        PIC Z(11)9.
004730     05  FILLER                  PIC X(02) VALUE SPACES.
004740     05  WS-DDL-RESULT           PIC X(24).
004750
004760*    A LINE HELD ACROSS A PAGE BREAK.
004770 01  WS-HOLD-LINE                PIC X(133) VALUE SPACES.
004780
004790 LINKAGE SECTION.
004800 01  PARM-DATA.
004810     05  PARM-LENGTH             PIC S9(04) COMP.
004820     05  PARM-TEXT.
004830         10  PARM-RUN-PREFIX     PIC X(03).
004840         10  PARM-RUN-STAMP      PIC X(14).
004850
004860 PROCEDURE DIVISION USING PARM-DATA.
004870/*****************************************************************
004880 0000-MAINLINE.
004890* Program entry point
004900/*****************************************************************
004910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004920     IF WS-FILES-ARE-OPEN
004930             AND WS-BALANCE-THE-RUN
004940         PERFORM 2000-LOAD-DESKS THRU 2000-EXIT
004950     END-IF.
004960     IF WS-FILES-ARE-OPEN
004970             AND WS-BALANCE-THE-RUN
004980             AND WS-WORST-RC < 16
004990         PERFORM 3000-TALLY-HISTORY THRU 3000-EXIT
005000     END-IF.
005010     IF WS-FILES-ARE-OPEN
005020             AND WS-BALANCE-THE-RUN
005030             AND WS-WORST-RC < 16
005040         PERFORM 4000-TALLY-EXTRACT THRU 4000-EXIT
005050     END-IF.
005060     IF WS-FILES-ARE-OPEN
005070             AND WS-BALANCE-THE-RUN
005080             AND WS-WORST-RC < 16
005090         PERFORM 4500-READ-DESK-FOOTERS THRU 4500-EXIT
005100     END-IF.
005110     IF WS-FILES-ARE-OPEN
005120             AND WS-BALANCE-THE-RUN
005130             AND WS-WORST-RC < 16
005140         PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT
005150         PERFORM 6200-WRITE-DESK-BALANCE THRU 6200-EXIT
005160     END-IF.
005170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005180
005190     STOP RUN.
005200
005210/*****************************************************************
005220 1000-INITIALIZE.
005230* Take the run ID off the PARM, find the run on RUNFILE, open
005240* the balancing report and describe the run on it. A run that
005250* issued nothing - a simulation or a refused duplicate - has
005260* nothing to balance and is reported as such; a run that is
005270* not on RUNFILE at all cannot be vouched for and is out of
005280* balance.
005290/*****************************************************************
005300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
005310     MOVE SPACES TO WS-BAL-RUN-RECORD.
005320     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
005330     IF WS-WORST-RC NOT = ZERO
005340         GO TO 1000-EXIT
005350     END-IF.
005360     OPEN INPUT RUN-FILE.
005370     IF NOT WS-RUN-FILE-OK
005380         DISPLAY 'MSGBAL: UNABLE TO OPEN RUNFILE, STATUS = '
005390             WS-RUN-FILE-STATUS
005400         MOVE 16 TO WS-WORST-RC
005410         GO TO 1000-EXIT
005420     END-IF.
005430     PERFORM 1200-FIND-RUN THRU 1200-EXIT.
005440     CLOSE RUN-FILE.
005450     IF WS-WORST-RC >= 16
005460         GO TO 1000-EXIT
005470     END-IF.
005480     OPEN OUTPUT BAL-FILE.
005490     IF NOT WS-BAL-FILE-OK
005500         DISPLAY 'MSGBAL: UNABLE TO OPEN BALRPT, STATUS = '
005510             WS-BAL-FILE-STATUS
005520         MOVE 16 TO WS-WORST-RC
005530         GO TO 1000-EXIT
005540     END-IF.
005550     SET WS-FILES-ARE-OPEN TO TRUE.
005560     PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT.
005570
005580     IF WS-RUN-NOT-FOUND
005590         SET WS-NOTHING-TO-BALANCE TO TRUE
005600         SET WS-OUT-OF-BALANCE TO TRUE
005610         MOVE '*** RUN NOT ON RUNFILE - NOTHING CAN BE VOUCHED'
005620             TO WS-SECTION-LINE
005630         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
005640         GO TO 1000-EXIT
005650     END-IF.
005660     PERFORM 1400-WRITE-RUN-FACTS THRU 1400-EXIT.
005670     IF WS-BAL-RUN-MODE-SIM
005680         SET WS-NOTHING-TO-BALANCE TO TRUE
005690         MOVE 'SIMULATION RUN - NOTHING ISSUED OR TO BALANCE'
005700             TO WS-SECTION-LINE
005710         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
005720         GO TO 1000-EXIT
005730     END-IF.
005740     IF WS-BAL-RUN-STATUS-REFUSED
005750         SET WS-NOTHING-TO-BALANCE TO TRUE
005760         MOVE 'REFUSED RUN - NOTHING ISSUED, NOTHING TO BALANCE'
005770             TO WS-SECTION-LINE
005780         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
005790         GO TO 1000-EXIT
005800     END-IF.
005810     PERFORM 1300-SET-WINDOW THRU 1300-EXIT.
005820 1000-EXIT.
005830     EXIT.
005840
005850/*****************************************************************
005860 1100-PARSE-PARM.
005870* The PARM, when there is one, is a full run ID - MSG followed
005880* by the run's start date and time, as MSGREG lists it - for
005890* balancing an earlier run again. Anything else is rejected
005900* before the files open.
005910/*****************************************************************
005920     IF PARM-LENGTH = ZERO
005930         GO TO 1100-EXIT
005940     END-IF.
005950     IF PARM-LENGTH NOT = 17
005960         DISPLAY 'MSGBAL: PARM MUST BE A 17-BYTE RUN ID - '
005970             'RUN REJECTED'
005980         MOVE 12 TO WS-WORST-RC
005990         GO TO 1100-EXIT
006000     END-IF.
006010     IF PARM-RUN-PREFIX NOT = 'MSG'
006020             OR PARM-RUN-STAMP NOT NUMERIC
006030         DISPLAY 'MSGBAL: PARM ' PARM-TEXT ' IS NOT A RUN ID - '
006040             'RUN REJECTED'
006050         MOVE 12 TO WS-WORST-RC
006060         GO TO 1100-EXIT
006070     END-IF.
006080 1100-EXIT.
006090     EXIT.
006100
006110/*****************************************************************
006120 1200-FIND-RUN.
006130* A run ID off the PARM is read directly. Otherwise today's
006140* slice of the registry is read forward from its first key and
006150* the last run in it is kept - the registry key is the start
006160* stamp, so that is the run that started most recently.
006170/*****************************************************************
006180     SET WS-RUN-NOT-FOUND TO TRUE.
006190     IF PARM-LENGTH = 17
006200         MOVE PARM-TEXT TO RUN-ID
006210         READ RUN-FILE KEY IS RUN-ID
006220         IF WS-RUN-KEY-NOT-FOUND
006230             DISPLAY 'MSGBAL: RUN ' PARM-TEXT
006240                 ' IS NOT ON RUNFILE'
006250             MOVE PARM-TEXT TO WS-BAL-RUN-ID
006260             GO TO 1200-EXIT
006270         END-IF
006280         IF NOT WS-RUN-FILE-OK
006290             DISPLAY 'MSGBAL: RUNFILE READ FAILED, STATUS = '
006300                 WS-RUN-FILE-STATUS
006310             MOVE 16 TO WS-WORST-RC
006320             GO TO 1200-EXIT
006330         END-IF
006340         MOVE RUN-RECORD TO WS-BAL-RUN-RECORD
006350         SET WS-RUN-WAS-FOUND TO TRUE
006360         GO TO 1200-EXIT
006370     END-IF.
006380     MOVE WS-TODAY TO WS-SK-DATE.
006390     MOVE WS-START-KEY TO RUN-ID.
006400     MOVE WS-START-KEY TO WS-BAL-RUN-ID.
006410     START RUN-FILE KEY NOT < RUN-ID.
006420     IF WS-RUN-KEY-NOT-FOUND
006430         DISPLAY 'MSGBAL: NO RUN ON RUNFILE FOR ' WS-TODAY
006440         GO TO 1200-EXIT
006450     END-IF.
006460     IF NOT WS-RUN-FILE-OK
006470         DISPLAY 'MSGBAL: START ON RUNFILE FAILED, STATUS = '
006480             WS-RUN-FILE-STATUS
006490         MOVE 16 TO WS-WORST-RC
006500         GO TO 1200-EXIT
006510     END-IF.
006520     SET WS-RUN-NOT-END-OF-FILE TO TRUE.
006530     PERFORM 1250-READ-TODAYS-RUN THRU 1250-EXIT
006540         UNTIL WS-RUN-END-OF-FILE.
006550     IF WS-RUN-NOT-FOUND
006560         DISPLAY 'MSGBAL: NO RUN ON RUNFILE FOR ' WS-TODAY
006570     END-IF.
006580 1200-EXIT.
006590     EXIT.
006600
006610/*****************************************************************
006620 1250-READ-TODAYS-RUN.
006630* Read the next registry record; while it is still today's,
006640* it replaces the run kept so far.
006650/*****************************************************************
006660     READ RUN-FILE NEXT RECORD.
006670     IF WS-RUN-NO-MORE
006680         SET WS-RUN-END-OF-FILE TO TRUE
006690         GO TO 1250-EXIT
006700     END-IF.
006710     IF NOT WS-RUN-FILE-OK
006720         DISPLAY 'MSGBAL: RUNFILE READ FAILED, STATUS = '
006730             WS-RUN-FILE-STATUS
006740         MOVE 16 TO WS-WORST-RC
006750         SET WS-RUN-END-OF-FILE TO TRUE
006760         GO TO 1250-EXIT
006770     END-IF.
006780     IF RUN-ID (1:11) NOT = WS-START-KEY (1:11)
006790         SET WS-RUN-END-OF-FILE TO TRUE
006800         GO TO 1250-EXIT
006810     END-IF.
006820     MOVE RUN-RECORD TO WS-BAL-RUN-RECORD.
006830     SET WS-RUN-WAS-FOUND TO TRUE.
006840 1250-EXIT.
006850     EXIT.
006860
006870/*****************************************************************
006880 1300-SET-WINDOW.
006890* The span of time the run's history records were written in:
006900* from its start stamp through its end stamp. A run still at
006910* status S never wrote its end stamp - it did not reach
006920* termination, which is out of balance on its own - and its
006930* window is left open so whatever it did write is still
006940* counted.
006950/*****************************************************************
006960     MOVE WS-BAL-RUN-START-DATE TO WS-WF-DATE.
006970     MOVE WS-BAL-RUN-START-TIME TO WS-WF-TIME.
006980     IF WS-BAL-RUN-STATUS-COMPLETED
006990             AND WS-BAL-RUN-END-DATE NOT = ZERO
007000         MOVE WS-BAL-RUN-END-DATE TO WS-WT-DATE
007010         MOVE WS-BAL-RUN-END-TIME TO WS-WT-TIME
007020     ELSE
007030         MOVE 99999999 TO WS-WT-DATE
007040         MOVE 999999 TO WS-WT-TIME
007050         SET WS-OUT-OF-BALANCE TO TRUE
007060         MOVE '*** RUN NEVER COMPLETED - STILL AT STATUS S'
007070             TO WS-SECTION-LINE
007080         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
007090     END-IF.
007100 1300-EXIT.
007110     EXIT.
007120
007130/*****************************************************************
007140 1400-WRITE-RUN-FACTS.
007150* The registry's own account of the run, ahead of the totals
007160* it is balanced against.
007170/*****************************************************************
007180     MOVE 'THE RUN, AS RUNFILE RECORDS IT' TO WS-SECTION-LINE.
007190     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
007200
007210     MOVE SPACES TO WS-RUN-FACT-LINE.
007220     MOVE 'MODE / PARM' TO WS-RFL-LABEL.
007230     STRING WS-BAL-RUN-MODE  DELIMITED BY SIZE
007240            ' '              DELIMITED BY SIZE
007250            WS-BAL-RUN-PARM  DELIMITED BY SIZE
007260            INTO WS-RFL-VALUE
007270     END-STRING.
007280     PERFORM 1450-WRITE-RUN-FACT THRU 1450-EXIT.
007290
007300     MOVE SPACES TO WS-RUN-FACT-LINE.
007310     MOVE 'STATUS / RC' TO WS-RFL-LABEL.
007320     STRING WS-BAL-RUN-STATUS DELIMITED BY SIZE
007330            ' '               DELIMITED BY SIZE
007340            WS-BAL-RUN-RC     DELIMITED BY SIZE
007350            INTO WS-RFL-VALUE
007360     END-STRING.
007370     PERFORM 1450-WRITE-RUN-FACT THRU 1450-EXIT.
007380
007390     MOVE SPACES TO WS-RUN-FACT-LINE.
007400     MOVE 'STARTED' TO WS-RFL-LABEL.
007410     MOVE WS-BAL-RUN-START-DATE TO WS-STE-DATE.
007420     MOVE WS-BAL-RUN-START-TIME TO WS-TM-TIME.
007430     PERFORM 1480-FORMAT-TIME THRU 1480-EXIT.
007440     MOVE WS-HHMMSS TO WS-STE-TIME.
007450     MOVE WS-STAMP-EDIT TO WS-RFL-VALUE.
007460     PERFORM 1450-WRITE-RUN-FACT THRU 1450-EXIT.
007470
007480     MOVE SPACES TO WS-RUN-FACT-LINE.
007490     MOVE 'ENDED' TO WS-RFL-LABEL.
007500     IF WS-BAL-RUN-END-DATE = ZERO
007510         MOVE 'NOT RECORDED' TO WS-RFL-VALUE
007520     ELSE
007530         MOVE WS-BAL-RUN-END-DATE TO WS-STE-DATE
007540         MOVE WS-BAL-RUN-END-TIME TO WS-TM-TIME
007550         PERFORM 1480-FORMAT-TIME THRU 1480-EXIT
007560         MOVE WS-HHMMSS TO WS-STE-TIME
007570         MOVE WS-STAMP-EDIT TO WS-RFL-VALUE
007580     END-IF.
007590     PERFORM 1450-WRITE-RUN-FACT THRU 1450-EXIT.
007600
007610     MOVE SPACES TO WS-RUN-FACT-LINE.
007620     MOVE 'RECORDS PROCESSED' TO WS-RFL-LABEL.
007630     MOVE WS-BAL-RUN-PROCESSED TO WS-EDIT-COUNT.
007640     MOVE WS-EDIT-COUNT TO WS-RFL-VALUE.
007650     PERFORM 1450-WRITE-RUN-FACT THRU 1450-EXIT.
007660 1400-EXIT.
007670     EXIT.
007680
007690/*****************************************************************
007700 1450-WRITE-RUN-FACT.
007710* One line of the run description.
007720/*****************************************************************
007730     MOVE SPACES TO BAL-RECORD.
007740     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
007750     MOVE WS-RUN-FACT-LINE TO BAL-DATA.
007760     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
007770 1450-EXIT.
007780     EXIT.
007790
007800/*****************************************************************
007810 1480-FORMAT-TIME.
007820* WS-TM-TIME (HHMMSS) as HH:MM:SS in WS-HHMMSS.
007830/*****************************************************************
007840     MOVE WS-TM-HH TO WS-HMS-HH.
007850     MOVE WS-TM-MM TO WS-HMS-MM.
007860     MOVE WS-TM-SS TO WS-HMS-SS.
007870 1480-EXIT.
007880     EXIT.
007890
007900/*****************************************************************
007910 2000-LOAD-DESKS.
007920* Load every active desk on the destination master with the
007930* report slot its REPORT DD names, the same way SUB-PROGRAM
007940* does. Inactive desks print nothing and issue nothing, so
007950* they take no part in the balance.
007960/*****************************************************************
007970     OPEN INPUT DST-FILE.
007980     IF NOT WS-DST-FILE-OK
007990         DISPLAY 'MSGBAL: UNABLE TO OPEN DSTFILE, STATUS = '
008000             WS-DST-FILE-STATUS
008010         MOVE 16 TO WS-WORST-RC
008020         GO TO 2000-EXIT
008030     END-IF.
008040     MOVE ZERO TO WS-DESK-COUNT.
008050     SET WS-DST-NOT-END-OF-FILE TO TRUE.
008060     PERFORM 2050-LOAD-ONE-DESK THRU 2050-EXIT
008070         UNTIL WS-DST-END-OF-FILE.
008080     CLOSE DST-FILE.
008090 2000-EXIT.
008100     EXIT.
008110
008120/*****************************************************************
008130 2050-LOAD-ONE-DESK.
008140* Read one destination master row into the next desk entry.
008150* A DD that is no report slot has no footer to read; the desk
008160* is still loaded so its extract and history counts show.
008170/*****************************************************************
008180     READ DST-FILE
008190         AT END
008200             SET WS-DST-END-OF-FILE TO TRUE
008210             GO TO 2050-EXIT
008220     END-READ.
008230     IF NOT WS-DST-FILE-OK
008240         DISPLAY 'MSGBAL: DSTFILE READ ERROR, STATUS = '
008250             WS-DST-FILE-STATUS
008260         MOVE 16 TO WS-WORST-RC
008270         SET WS-DST-END-OF-FILE TO TRUE
008280         GO TO 2050-EXIT
008290     END-IF.
008300     IF NOT DST-ACTIVE
008310         GO TO 2050-EXIT
008320     END-IF.
008330     IF WS-DESK-COUNT >= WS-MAX-DESKS
008340         DISPLAY 'MSGBAL: DSTFILE HOLDS MORE THAN '
008350             WS-MAX-DESKS ' ACTIVE DESTINATIONS'
008360         MOVE 16 TO WS-WORST-RC
008370         SET WS-DST-END-OF-FILE TO TRUE
008380         GO TO 2050-EXIT
008390     END-IF.
008400     ADD 1 TO WS-DESK-COUNT.
008410     MOVE DST-ROUTE-CODE TO WS-DESK-ROUTE (WS-DESK-COUNT).
008420     MOVE DST-NAME       TO WS-DESK-NAME (WS-DESK-COUNT).
008430     MOVE DST-REPORT-DD  TO WS-DESK-REPORT-DD (WS-DESK-COUNT).
008440     SET WS-DESK-NO-FOOTER (WS-DESK-COUNT) TO TRUE.
008450     MOVE ZERO TO WS-DESK-RPT-REQUESTED (WS-DESK-COUNT).
008460     MOVE ZERO TO WS-DESK-RPT-ISSUED (WS-DESK-COUNT).
008470     MOVE ZERO TO WS-DESK-XTR-MSGS (WS-DESK-COUNT).
008480     MOVE ZERO TO WS-DESK-XTR-ISSUED (WS-DESK-COUNT).
008490     MOVE ZERO TO WS-DESK-HIST-MSGS (WS-DESK-COUNT).
008500     MOVE ZERO TO WS-DESK-HIST-ISSUED (WS-DESK-COUNT).
008510     MOVE 1 TO WS-SLOT-IX.
008520     PERFORM 2070-PROBE-SLOT-TABLE THRU 2070-EXIT
008530         UNTIL WS-SLOT-IX > 6
008540         OR WS-SLOT-DD (WS-SLOT-IX) = DST-REPORT-DD.
008550     IF WS-SLOT-IX > 6
008560         MOVE ZERO TO WS-DESK-SLOT (WS-DESK-COUNT)
008570     ELSE
008580         MOVE WS-SLOT-IX TO WS-DESK-SLOT (WS-DESK-COUNT)
008590     END-IF.
008600 2050-EXIT.
008610     EXIT.
008620
008630/*****************************************************************
008640 2070-PROBE-SLOT-TABLE.
008650* One probe of the report slot table.
008660/*****************************************************************
008670     ADD 1 TO WS-SLOT-IX.
008680 2070-EXIT.
008690     EXIT.
008700
008710/*****************************************************************
008720 2100-FIND-DESK.
008730* Point WS-DESK-IX at the desk for WS-LOOKUP-ROUTE; zero when
008740* no active desk carries the route.
008750/*****************************************************************
008760     MOVE 1 TO WS-DESK-IX.
008770     PERFORM 2150-PROBE-DESK-TABLE THRU 2150-EXIT
008780         UNTIL WS-DESK-IX > WS-DESK-COUNT
008790         OR WS-DESK-ROUTE (WS-DESK-IX) = WS-LOOKUP-ROUTE.
008800     IF WS-DESK-IX > WS-DESK-COUNT
008810         MOVE ZERO TO WS-DESK-IX
008820     END-IF.
008830 2100-EXIT.
008840     EXIT.
008850
008860/*****************************************************************
008870 2150-PROBE-DESK-TABLE.
008880* One probe of the desk table.
008890/*****************************************************************
008900     ADD 1 TO WS-DESK-IX.
008910 2150-EXIT.
008920     EXIT.
008930
008940/*****************************************************************
008950 3000-TALLY-HISTORY.
008960* Pass the whole audit log and count the records written
008970* inside the run's window: all of them (one per record MAIN
008980* handed SUB-PROGRAM), the accepted ones (they carry the
008990* message ID and the resolved desk route), and what each desk
009000* was issued.
009010/*****************************************************************
009020     OPEN INPUT HIST-FILE.
009030     IF NOT WS-HIST-FILE-OK
009040         DISPLAY 'MSGBAL: UNABLE TO OPEN HISTFILE, STATUS = '
009050             WS-HIST-FILE-STATUS
009060         MOVE 16 TO WS-WORST-RC
009070         GO TO 3000-EXIT
009080     END-IF.
009090     SET WS-HIST-NOT-END-OF-FILE TO TRUE.
009100     PERFORM 3050-TALLY-ONE-HISTORY THRU 3050-EXIT
009110         UNTIL WS-HIST-END-OF-FILE.
009120     CLOSE HIST-FILE.
009130 3000-EXIT.
009140     EXIT.
009150
009160/*****************************************************************
009170 3050-TALLY-ONE-HISTORY.
009180* Read one history record and, when it falls inside the run's
009190* window, count it. A record whose date or time will not parse
009200* cannot belong to any run and is passed over.
009210/*****************************************************************
009220     READ HIST-FILE
009230         AT END
009240             SET WS-HIST-END-OF-FILE TO TRUE
009250             GO TO 3050-EXIT
009260     END-READ.
009270     IF NOT WS-HIST-FILE-OK
009280         DISPLAY 'MSGBAL: HISTFILE READ ERROR, STATUS = '
009290             WS-HIST-FILE-STATUS
009300         MOVE 16 TO WS-WORST-RC
009310         SET WS-HIST-END-OF-FILE TO TRUE
009320         GO TO 3050-EXIT
009330     END-IF.
009340     ADD 1 TO WS-HIST-READ-COUNT.
009350     MOVE HIST-DATE TO WS-HIST-DATE-WORK.
009360     MOVE HIST-TIME TO WS-HIST-TIME-WORK.
009370     MOVE WS-HDW-YYYY TO WS-HS-YYYY.
009380     MOVE WS-HDW-MM   TO WS-HS-MM.
009390     MOVE WS-HDW-DD   TO WS-HS-DD.
009400     MOVE WS-HTW-HH   TO WS-HS-HH.
009410     MOVE WS-HTW-MM   TO WS-HS-MI.
009420     MOVE WS-HTW-SS   TO WS-HS-SS.
009430     IF WS-HIST-STAMP NOT NUMERIC
009440         GO TO 3050-EXIT
009450     END-IF.
009460     IF WS-HIST-STAMP-N < WS-WINDOW-FROM-N
009470             OR WS-HIST-STAMP-N > WS-WINDOW-THRU-N
009480         GO TO 3050-EXIT
009490     END-IF.
009500     ADD 1 TO WS-HIST-RUN-COUNT.
009510     ADD HIST-REPEAT-N TO WS-HIST-REQUESTED.
009520     IF HIST-MESSAGE-ID = SPACES
009530         ADD 1 TO WS-HIST-REJECTED-COUNT
009540         GO TO 3050-EXIT
009550     END-IF.
009560     ADD 1 TO WS-HIST-ACCEPTED-COUNT.
009570     ADD HIST-REPEAT-N TO WS-HIST-ISSUED.
009580     MOVE HIST-ROUTE-CODE TO WS-LOOKUP-ROUTE.
009590     PERFORM 2100-FIND-DESK THRU 2100-EXIT.
009600     IF WS-DESK-IX = ZERO
009610         ADD 1 TO WS-HIST-OTHER-ROUTE
009620         GO TO 3050-EXIT
009630     END-IF.
009640     ADD 1 TO WS-DESK-HIST-MSGS (WS-DESK-IX).
009650     ADD HIST-REPEAT-N TO WS-DESK-HIST-ISSUED (WS-DESK-IX).
009660 3050-EXIT.
009670     EXIT.
009680
009690/*****************************************************************
009700 4000-TALLY-EXTRACT.
009710* Pass the gateway extract: count its details, check each one
009720* belongs to this run, total what was issued by desk off the
009730* first segment of each message (every segment carries the
009740* same span), and take the trailer's count.
009750/*****************************************************************
009760     OPEN INPUT XTR-FILE.
009770     IF NOT WS-XTR-FILE-OK
009780         DISPLAY 'MSGBAL: UNABLE TO OPEN XTRFILE, STATUS = '
009790             WS-XTR-FILE-STATUS
009800         MOVE 16 TO WS-WORST-RC
009810         GO TO 4000-EXIT
009820     END-IF.
009830     SET WS-XTR-NOT-END-OF-FILE TO TRUE.
009840     PERFORM 4050-TALLY-ONE-EXTRACT THRU 4050-EXIT
009850         UNTIL WS-XTR-END-OF-FILE.
009860     CLOSE XTR-FILE.
009870 4000-EXIT.
009880     EXIT.
009890
009900/*****************************************************************
009910 4050-TALLY-ONE-EXTRACT.
009920* Read and count one extract record. Anything after the
009930* trailer, or of neither type, means the extract is not the
009940* one SUB-PROGRAM closed.
009950/*****************************************************************
009960     READ XTR-FILE
009970         AT END
009980             SET WS-XTR-END-OF-FILE TO TRUE
009990             GO TO 4050-EXIT
010000     END-READ.
010010     IF NOT WS-XTR-FILE-OK
010020         DISPLAY 'MSGBAL: XTRFILE READ ERROR, STATUS = '
010030             WS-XTR-FILE-STATUS
010040         MOVE 16 TO WS-WORST-RC
010050         SET WS-XTR-END-OF-FILE TO TRUE
010060         GO TO 4050-EXIT
010070     END-IF.
010080     IF WS-XTR-TRAILER-COUNT > ZERO
010090         ADD 1 TO WS-XTR-AFTER-TRAILER
010100     END-IF.
010110     IF XTR-IS-TRAILER
010120         ADD 1 TO WS-XTR-TRAILER-COUNT
010130         IF XTR-TRL-COUNT NUMERIC
010140             MOVE XTR-TRL-COUNT TO WS-XTR-TRAILER-TOTAL
010150         END-IF
010160         GO TO 4050-EXIT
010170     END-IF.
010180     IF NOT XTR-IS-DETAIL
010190         ADD 1 TO WS-XTR-BAD-TYPE
010200         GO TO 4050-EXIT
010210     END-IF.
010220     ADD 1 TO WS-XTR-DETAIL-COUNT.
010230     IF XTR-DET-RUN-ID NOT = WS-BAL-RUN-ID
010240         ADD 1 TO WS-XTR-OTHER-RUN
010250         GO TO 4050-EXIT
010260     END-IF.
010270     IF XTR-DET-SEG-N NOT = ZERO
010280         GO TO 4050-EXIT
010290     END-IF.
010300     ADD 1 TO WS-XTR-MESSAGE-COUNT.
010310     IF XTR-DET-ISSUED-N NUMERIC
010320         ADD XTR-DET-ISSUED-N TO WS-XTR-ISSUED
010330     END-IF.
010340     MOVE XTR-DET-ROUTE TO WS-LOOKUP-ROUTE.
010350     PERFORM 2100-FIND-DESK THRU 2100-EXIT.
010360     IF WS-DESK-IX = ZERO
010370         ADD 1 TO WS-XTR-OTHER-ROUTE
010380         GO TO 4050-EXIT
010390     END-IF.
010400     ADD 1 TO WS-DESK-XTR-MSGS (WS-DESK-IX).
010410     IF XTR-DET-ISSUED-N NUMERIC
010420         ADD XTR-DET-ISSUED-N TO WS-DESK-XTR-ISSUED (WS-DESK-IX)
010430     END-IF.
010440 4050-EXIT.
010450     EXIT.
010460
010470/*****************************************************************
010480 4500-READ-DESK-FOOTERS.
010490* Read each desk's report through to its requested/issued
010500* footer.
010510/*****************************************************************
010520     PERFORM 4550-READ-ONE-DESK-REPORT THRU 4550-EXIT
010530         VARYING WS-DESK-IX FROM 1 BY 1
010540             UNTIL WS-DESK-IX > WS-DESK-COUNT
010550             OR WS-WORST-RC >= 16.
010560 4500-EXIT.
010570     EXIT.
010580
010590/*****************************************************************
010600 4550-READ-ONE-DESK-REPORT.
010610* Open the desk's report slot, keep the last requested and
010620* issued footer lines on it, and close it again. A report that
010630* will not open fails the step like any other input.
010640/*****************************************************************
010650     MOVE WS-DESK-SLOT (WS-DESK-IX) TO WS-SLOT-IX.
010660     IF WS-SLOT-IX = ZERO
010670         GO TO 4550-EXIT
010680     END-IF.
010690     EVALUATE WS-SLOT-IX
010700         WHEN 1
010710             OPEN INPUT RPT-CSD-FILE
010720         WHEN 2
010730             OPEN INPUT RPT-OPS-FILE
010740         WHEN 3
010750             OPEN INPUT RPT-WHS-FILE
010760         WHEN 4
010770             OPEN INPUT RPT-DS4-FILE
010780         WHEN 5
010790             OPEN INPUT RPT-DS5-FILE
010800         WHEN 6
010810             OPEN INPUT RPT-DS6-FILE
010820     END-EVALUATE.
010830     IF NOT WS-SLOT-FILE-OK
010840         DISPLAY 'MSGBAL: UNABLE TO OPEN '
010850             WS-SLOT-DD (WS-SLOT-IX) ', STATUS = '
010860             WS-SLOT-FILE-STATUS
010870         MOVE 16 TO WS-WORST-RC
010880         GO TO 4550-EXIT
010890     END-IF.
010900     SET WS-SLOT-NOT-END-OF-FILE TO TRUE.
010910     PERFORM 4600-READ-REPORT-LINE THRU 4600-EXIT
010920         UNTIL WS-SLOT-END-OF-FILE.
010930     EVALUATE WS-SLOT-IX
010940         WHEN 1
010950             CLOSE RPT-CSD-FILE
010960         WHEN 2
010970             CLOSE RPT-OPS-FILE
010980         WHEN 3
010990             CLOSE RPT-WHS-FILE
011000         WHEN 4
011010             CLOSE RPT-DS4-FILE
011020         WHEN 5
011030             CLOSE RPT-DS5-FILE
011040         WHEN 6
011050             CLOSE RPT-DS6-FILE
011060     END-EVALUATE.
011070 4550-EXIT.
011080     EXIT.
011090
011100/*****************************************************************
011110 4600-READ-REPORT-LINE.
011120* Read one print line off the open report slot and, when it is
011130* a footer line, take its count. The requested line always
011140* comes first, so finding it clears any issued line seen
011150* before - only a complete pair counts as the footer.
011160/*****************************************************************
011170     EVALUATE WS-SLOT-IX
011180         WHEN 1
011190             READ RPT-CSD-FILE INTO WS-RPT-LINE
011200                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011210             END-READ
011220         WHEN 2
011230             READ RPT-OPS-FILE INTO WS-RPT-LINE
011240                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011250             END-READ
011260         WHEN 3
011270             READ RPT-WHS-FILE INTO WS-RPT-LINE
011280                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011290             END-READ
011300         WHEN 4
011310             READ RPT-DS4-FILE INTO WS-RPT-LINE
011320                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011330             END-READ
011340         WHEN 5
011350             READ RPT-DS5-FILE INTO WS-RPT-LINE
011360                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011370             END-READ
011380         WHEN 6
011390             READ RPT-DS6-FILE INTO WS-RPT-LINE
011400                 AT END SET WS-SLOT-END-OF-FILE TO TRUE
011410             END-READ
011420     END-EVALUATE.
011430     IF WS-SLOT-END-OF-FILE
011440         GO TO 4600-EXIT
011450     END-IF.
011460     IF NOT WS-SLOT-FILE-OK
011470         DISPLAY 'MSGBAL: ' WS-SLOT-DD (WS-SLOT-IX)
011480             ' READ ERROR, STATUS = ' WS-SLOT-FILE-STATUS
011490         MOVE 16 TO WS-WORST-RC
011500         SET WS-SLOT-END-OF-FILE TO TRUE
011510         GO TO 4600-EXIT
011520     END-IF.
011530     IF WS-RRV-LABEL = 'TOTAL MESSAGES REQUESTED'
011540             AND WS-RRV-SEPARATOR = ': '
011550             AND WS-RRV-COUNT NUMERIC
011560         MOVE WS-RRV-COUNT-N
011570             TO WS-DESK-RPT-REQUESTED (WS-DESK-IX)
011580         MOVE ZERO TO WS-DESK-RPT-ISSUED (WS-DESK-IX)
011590         SET WS-DESK-NO-FOOTER (WS-DESK-IX) TO TRUE
011600         GO TO 4600-EXIT
011610     END-IF.
011620     IF WS-RIV-LABEL = 'TOTAL MESSAGES ISSUED'
011630             AND WS-RIV-SEPARATOR = ': '
011640             AND WS-RIV-COUNT NUMERIC
011650         MOVE WS-RIV-COUNT-N TO WS-DESK-RPT-ISSUED (WS-DESK-IX)
011660         SET WS-DESK-HAS-FOOTER (WS-DESK-IX) TO TRUE
011670     END-IF.
011680 4600-EXIT.
011690     EXIT.
011700
011710/*****************************************************************
011720 5000-WRITE-REPORT-HEADER.
011730* Format and write a new page header and the run ID line,
011740* resetting the line count for the page that follows.
011750/*****************************************************************
011760     ADD 1 TO WS-PAGE-COUNT.
011770     MOVE ZERO TO WS-LINE-COUNT.
011780
011790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011800     ACCEPT WS-CURRENT-TIME FROM TIME.
011810
011820     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
011830     STRING WS-CD-MM   DELIMITED BY SIZE
011840            '/'        DELIMITED BY SIZE
011850            WS-CD-DD   DELIMITED BY SIZE
011860            '/'        DELIMITED BY SIZE
011870            WS-CD-YYYY DELIMITED BY SIZE
011880            INTO WS-HDR-DATE
011890     END-STRING.
011900     STRING WS-CT-HH   DELIMITED BY SIZE
011910            ':'        DELIMITED BY SIZE
011920            WS-CT-MM   DELIMITED BY SIZE
011930            ':'        DELIMITED BY SIZE
011940            WS-CT-SS   DELIMITED BY SIZE
011950            INTO WS-HDR-TIME
011960     END-STRING.
011970     MOVE SPACES TO BAL-RECORD.
011980     MOVE '1' TO BAL-CARRIAGE-CONTROL.
011990     MOVE WS-HEADER-LINE TO BAL-DATA.
012000     WRITE BAL-RECORD.
012010
012020     MOVE WS-BAL-RUN-ID TO WS-RIL-RUN-ID.
012030     MOVE SPACES TO BAL-RECORD.
012040     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
012050     MOVE WS-RUN-ID-LINE TO BAL-DATA.
012060     WRITE BAL-RECORD.
012070     MOVE 2 TO WS-LINE-COUNT.
012080 5000-EXIT.
012090     EXIT.
012100
012110/*****************************************************************
012120 5100-WRITE-SECTION-HEADING.
012130* WS-SECTION-LINE after a blank line.
012140/*****************************************************************
012150     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012160         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
012170     END-IF.
012180     MOVE SPACES TO BAL-RECORD.
012190     MOVE '0' TO BAL-CARRIAGE-CONTROL.
012200     MOVE WS-SECTION-LINE TO BAL-DATA.
012210     WRITE BAL-RECORD.
012220     ADD 2 TO WS-LINE-COUNT.
012230 5100-EXIT.
012240     EXIT.
012250
012260/*****************************************************************
012270 5200-WRITE-LINE.
012280* Write the line built in BAL-RECORD, breaking to a new page
012290* first when the current one is full.
012300/*****************************************************************
012310     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012320         MOVE BAL-RECORD TO WS-HOLD-LINE
012330         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
012340         MOVE WS-HOLD-LINE TO BAL-RECORD
012350     END-IF.
012360     WRITE BAL-RECORD.
012370     ADD 1 TO WS-LINE-COUNT.
012380 5200-EXIT.
012390     EXIT.
012400
012410/*****************************************************************
012420 6000-WRITE-CONTROL-TOTALS.
012430* The run-wide controls, each an expected figure against the
012440* actual one it must agree with:
012450*   - every record MAIN processed left one history record;
012460*   - the extract trailer counts the details ahead of it, and
012470*     a run that handed SUB-PROGRAM anything has one trailer;
012480*   - every extract detail carries this run's ID;
012490*   - every accepted history record reached the extract, with
012500*     the same repetitions;
012510*   - the desk footers' requested total lies between what the
012520*     history shows accepted and everything it shows asked
012530*     for (a record whose route named no desk counts toward
012540*     no footer).
012550/*****************************************************************
012560     MOVE 'RUN CONTROL TOTALS' TO WS-SECTION-LINE.
012570     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
012580     MOVE SPACES TO BAL-RECORD.
012590     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
012600     MOVE WS-CONTROL-COLUMN-LINE TO BAL-DATA.
012610     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
012620
012630     MOVE 'RUNFILE PROCESSED / HISTFILE RECORDS'
012640         TO WS-CDL-LABEL.
012650     MOVE WS-BAL-RUN-PROCESSED TO WS-CDL-EXPECTED.
012660     MOVE WS-HIST-RUN-COUNT TO WS-CDL-ACTUAL.
012670     IF WS-BAL-RUN-PROCESSED = WS-HIST-RUN-COUNT
012680         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
012690     ELSE
012700         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
012710     END-IF.
012720
012730     IF WS-BAL-RUN-PROCESSED > ZERO
012740         MOVE 1 TO WS-EXPECTED-TRAILERS
012750     ELSE
012760         MOVE ZERO TO WS-EXPECTED-TRAILERS
012770     END-IF.
012780     MOVE 'XTRFILE TRAILER RECORDS' TO WS-CDL-LABEL.
012790     MOVE WS-EXPECTED-TRAILERS TO WS-CDL-EXPECTED.
012800     MOVE WS-XTR-TRAILER-COUNT TO WS-CDL-ACTUAL.
012810     IF WS-XTR-TRAILER-COUNT = WS-EXPECTED-TRAILERS
012820         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
012830     ELSE
012840         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
012850     END-IF.
012860
012870     MOVE 'XTRFILE TRAILER COUNT / DETAIL RECORDS'
012880         TO WS-CDL-LABEL.
012890     MOVE WS-XTR-TRAILER-TOTAL TO WS-CDL-EXPECTED.
012900     MOVE WS-XTR-DETAIL-COUNT TO WS-CDL-ACTUAL.
012910     IF WS-XTR-TRAILER-TOTAL = WS-XTR-DETAIL-COUNT
012920         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
012930     ELSE
012940         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
012950     END-IF.
012960
012970     MOVE 'XTRFILE RECORDS AFTER TRAILER OR BAD TYPE'
012980         TO WS-CDL-LABEL.
012990     MOVE ZERO TO WS-CDL-EXPECTED.
013000     ADD WS-XTR-AFTER-TRAILER WS-XTR-BAD-TYPE
013010         GIVING WS-CDL-ACTUAL.
013020     IF WS-XTR-AFTER-TRAILER = ZERO
013030             AND WS-XTR-BAD-TYPE = ZERO
013040         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013050     ELSE
013060         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013070     END-IF.
013080
013090     MOVE 'XTRFILE DETAILS FOR ANOTHER RUN ID' TO WS-CDL-LABEL.
013100     MOVE ZERO TO WS-CDL-EXPECTED.
013110     MOVE WS-XTR-OTHER-RUN TO WS-CDL-ACTUAL.
013120     IF WS-XTR-OTHER-RUN = ZERO
013130         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013140     ELSE
013150         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013160     END-IF.
013170
013180     MOVE 'HISTFILE ACCEPTED / XTRFILE MESSAGES'
013190         TO WS-CDL-LABEL.
013200     MOVE WS-HIST-ACCEPTED-COUNT TO WS-CDL-EXPECTED.
013210     MOVE WS-XTR-MESSAGE-COUNT TO WS-CDL-ACTUAL.
013220     IF WS-HIST-ACCEPTED-COUNT = WS-XTR-MESSAGE-COUNT
013230         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013240     ELSE
013250         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013260     END-IF.
013270
013280     MOVE 'HISTFILE ISSUED / XTRFILE ISSUED' TO WS-CDL-LABEL.
013290     MOVE WS-HIST-ISSUED TO WS-CDL-EXPECTED.
013300     MOVE WS-XTR-ISSUED TO WS-CDL-ACTUAL.
013310     IF WS-HIST-ISSUED = WS-XTR-ISSUED
013320         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013330     ELSE
013340         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013350     END-IF.
013360
013370     MOVE 'ISSUED TO A ROUTE WITH NO ACTIVE DESK'
013380         TO WS-CDL-LABEL.
013390     MOVE ZERO TO WS-CDL-EXPECTED.
013400     ADD WS-HIST-OTHER-ROUTE WS-XTR-OTHER-ROUTE
013410         GIVING WS-CDL-ACTUAL.
013420     IF WS-HIST-OTHER-ROUTE = ZERO
013430             AND WS-XTR-OTHER-ROUTE = ZERO
013440         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013450     ELSE
013460         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013470     END-IF.
013480
013490     PERFORM 6050-ADD-DESK-FOOTERS THRU 6050-EXIT
013500         VARYING WS-DESK-IX FROM 1 BY 1
013510             UNTIL WS-DESK-IX > WS-DESK-COUNT.
013520     MOVE 'HISTFILE REQUESTED / DESK FOOTERS REQUESTED'
013530         TO WS-CDL-LABEL.
013540     MOVE WS-HIST-REQUESTED TO WS-CDL-EXPECTED.
013550     MOVE WS-RPT-REQUESTED TO WS-CDL-ACTUAL.
013560     IF WS-RPT-REQUESTED > WS-HIST-REQUESTED
013570             OR WS-RPT-REQUESTED < WS-HIST-ISSUED
013580         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013590     ELSE
013600         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013610         SUBTRACT WS-RPT-REQUESTED FROM WS-HIST-REQUESTED
013620             GIVING WS-UNRESOLVED-REQUESTED
013630     END-IF.
013640
013650     MOVE 'HISTFILE ISSUED / DESK FOOTERS ISSUED'
013660         TO WS-CDL-LABEL.
013670     MOVE WS-HIST-ISSUED TO WS-CDL-EXPECTED.
013680     MOVE WS-RPT-ISSUED TO WS-CDL-ACTUAL.
013690     IF WS-HIST-ISSUED = WS-RPT-ISSUED
013700         PERFORM 6110-CONTROL-AGREES THRU 6110-EXIT
013710     ELSE
013720         PERFORM 6120-CONTROL-DIFFERS THRU 6120-EXIT
013730     END-IF.
013740 6000-EXIT.
013750     EXIT.
013760
013770/*****************************************************************
013780 6050-ADD-DESK-FOOTERS.
013790* Add one desk's footer into the run-wide footer totals.
013800/*****************************************************************
013810     ADD WS-DESK-RPT-REQUESTED (WS-DESK-IX) TO WS-RPT-REQUESTED.
013820     ADD WS-DESK-RPT-ISSUED (WS-DESK-IX) TO WS-RPT-ISSUED.
013830 6050-EXIT.
013840     EXIT.
013850
013860/*****************************************************************
013870 6110-CONTROL-AGREES.
013880* Print the control line built in WS-CONTROL-DETAIL-LINE as in
013890* balance.
013900/*****************************************************************
013910     MOVE 'OK' TO WS-CDL-RESULT.
013920     PERFORM 6150-WRITE-CONTROL-LINE THRU 6150-EXIT.
013930 6110-EXIT.
013940     EXIT.
013950
013960/*****************************************************************
013970 6120-CONTROL-DIFFERS.
013980* Print the control line built in WS-CONTROL-DETAIL-LINE as out
013990* of balance, and count it.
014000/*****************************************************************
014010     MOVE '*** OUT OF BALANCE' TO WS-CDL-RESULT.
014020     ADD 1 TO WS-CONTROL-FAIL-COUNT.
014030     SET WS-OUT-OF-BALANCE TO TRUE.
014040     PERFORM 6150-WRITE-CONTROL-LINE THRU 6150-EXIT.
014050 6120-EXIT.
014060     EXIT.
014070
014080/*****************************************************************
014090 6150-WRITE-CONTROL-LINE.
014100* One control line on the report.
014110/*****************************************************************
014120     MOVE SPACES TO BAL-RECORD.
014130     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
014140     MOVE WS-CONTROL-DETAIL-LINE TO BAL-DATA.
014150     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
014160 6150-EXIT.
014170     EXIT.
014180
014190/*****************************************************************
014200 6200-WRITE-DESK-BALANCE.
014210* Desk by desk: the report footer against the extract and the
014220* history. The footer's shortfall (requested less issued) is
014230* the repetitions SUB-PROGRAM rejected after resolving them to
014240* the desk, shown for the exception report to account for.
014250/*****************************************************************
014260     MOVE 'DESK BALANCE' TO WS-SECTION-LINE.
014270     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
014280     MOVE SPACES TO BAL-RECORD.
014290     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
014300     MOVE WS-DESK-COLUMN-LINE-1 TO BAL-DATA.
014310     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
014320     MOVE SPACES TO BAL-RECORD.
014330     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
014340     MOVE WS-DESK-COLUMN-LINE-2 TO BAL-DATA.
014350     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
014360     PERFORM 6250-WRITE-ONE-DESK THRU 6250-EXIT
014370         VARYING WS-DESK-IX FROM 1 BY 1
014380             UNTIL WS-DESK-IX > WS-DESK-COUNT.
014390     IF WS-UNRESOLVED-REQUESTED > ZERO
014400         MOVE SPACES TO WS-DESK-DETAIL-LINE
014410         MOVE 'NO DESK RESOLVED' TO WS-DDL-NAME
014420         MOVE WS-UNRESOLVED-REQUESTED TO WS-DDL-RPT-REQUESTED
014430         MOVE 'ROUTE REJECTS' TO WS-DDL-RESULT
014440         MOVE SPACES TO BAL-RECORD
014450         MOVE ' ' TO BAL-CARRIAGE-CONTROL
014460         MOVE WS-DESK-DETAIL-LINE TO BAL-DATA
014470         PERFORM 5200-WRITE-LINE THRU 5200-EXIT
014480     END-IF.
014490     PERFORM 6300-WRITE-VERDICT THRU 6300-EXIT.
014500 6200-EXIT.
014510     EXIT.
014520
014530/*****************************************************************
014540 6250-WRITE-ONE-DESK.
014550* One desk's balance line. Its footer issued figure must equal
014560* what the extract and the history both say the desk was
014570* issued, and can never exceed its own requested figure.
014580/*****************************************************************
014590     MOVE SPACES TO WS-DESK-DETAIL-LINE.
014600     MOVE WS-DESK-ROUTE (WS-DESK-IX) TO WS-DDL-ROUTE.
014610     MOVE WS-DESK-NAME (WS-DESK-IX) TO WS-DDL-NAME.
014620     MOVE WS-DESK-RPT-REQUESTED (WS-DESK-IX)
014630         TO WS-DDL-RPT-REQUESTED.
014640     MOVE WS-DESK-RPT-ISSUED (WS-DESK-IX) TO WS-DDL-RPT-ISSUED.
014650     MOVE WS-DESK-XTR-ISSUED (WS-DESK-IX) TO WS-DDL-XTR-ISSUED.
014660     MOVE WS-DESK-HIST-ISSUED (WS-DESK-IX)
014670         TO WS-DDL-HIST-ISSUED.
014680     IF WS-DESK-RPT-REQUESTED (WS-DESK-IX)
014690             > WS-DESK-RPT-ISSUED (WS-DESK-IX)
014700         SUBTRACT WS-DESK-RPT-ISSUED (WS-DESK-IX)
014710             FROM WS-DESK-RPT-REQUESTED (WS-DESK-IX)
014720             GIVING WS-DDL-SHORTFALL
014730     ELSE
014740         MOVE ZERO TO WS-DDL-SHORTFALL
014750     END-IF.
014760     EVALUATE TRUE
014770         WHEN WS-DESK-SLOT (WS-DESK-IX) = ZERO
014780             MOVE '*** NO REPORT SLOT' TO WS-DDL-RESULT
014790         WHEN WS-DESK-NO-FOOTER (WS-DESK-IX)
014800             MOVE '*** NO REPORT FOOTER' TO WS-DDL-RESULT
014810         WHEN WS-DESK-RPT-ISSUED (WS-DESK-IX)
014820                 NOT = WS-DESK-XTR-ISSUED (WS-DESK-IX)
014830             MOVE '*** REPORT / XTRFILE' TO WS-DDL-RESULT
014840         WHEN WS-DESK-RPT-ISSUED (WS-DESK-IX)
014850                 NOT = WS-DESK-HIST-ISSUED (WS-DESK-IX)
014860             MOVE '*** REPORT / HISTFILE' TO WS-DDL-RESULT
014870         WHEN WS-DESK-XTR-MSGS (WS-DESK-IX)
014880                 NOT = WS-DESK-HIST-MSGS (WS-DESK-IX)
014890             MOVE '*** MESSAGE COUNTS' TO WS-DDL-RESULT
014900         WHEN WS-DESK-RPT-ISSUED (WS-DESK-IX)
014910                 > WS-DESK-RPT-REQUESTED (WS-DESK-IX)
014920             MOVE '*** ISSUED > REQUESTED' TO WS-DDL-RESULT
014930         WHEN OTHER
014940             MOVE 'OK' TO WS-DDL-RESULT
014950     END-EVALUATE.
014960     IF WS-DDL-RESULT NOT = 'OK'
014970         ADD 1 TO WS-DESK-FAIL-COUNT
014980         SET WS-OUT-OF-BALANCE TO TRUE
014990     END-IF.
015000     MOVE SPACES TO BAL-RECORD.
015010     MOVE ' ' TO BAL-CARRIAGE-CONTROL.
015020     MOVE WS-DESK-DETAIL-LINE TO BAL-DATA.
015030     PERFORM 5200-WRITE-LINE THRU 5200-EXIT.
015040 6250-EXIT.
015050     EXIT.
015060
015070/*****************************************************************
015080 6300-WRITE-VERDICT.
015090* The last word on the run, for the operator reading the
015100* report and for whoever is asking why the handoff was held.
015110/*****************************************************************
015120     IF WS-IN-BALANCE
015130         MOVE 'RUN IS IN BALANCE - HANDOFF AND GATEWAY RELEASED'
015140             TO WS-SECTION-LINE
015150     ELSE
015160         MOVE '*** RUN IS OUT OF BALANCE - HANDOFF HELD'
015170             TO WS-SECTION-LINE
015180     END-IF.
015190     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
015200 6300-EXIT.
015210     EXIT.
015220
015230/*****************************************************************
015240 9000-TERMINATE.
015250* Close the report and post the return code: RC 8 when the run
015260* is out of balance, so MSGRUN holds the handoff and the
015270* gateway pickup; RC 16 when an input would not open or read,
015280* which also leaves the run unbalanced.
015290/*****************************************************************
015300     IF WS-OUT-OF-BALANCE
015310             AND WS-WORST-RC < 8
015320         MOVE 8 TO WS-WORST-RC
015330     END-IF.
015340     IF NOT WS-FILES-ARE-OPEN
015350         GO TO 9000-WRAP-UP
015360     END-IF.
015370     IF WS-WORST-RC >= 16
015380         MOVE '*** AN INPUT FAILED - RUN NOT BALANCED, HELD'
015390             TO WS-SECTION-LINE
015400         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
015410     END-IF.
015420     IF WS-NOTHING-TO-BALANCE
015430             AND WS-OUT-OF-BALANCE
015440         MOVE '*** RUN IS OUT OF BALANCE - HANDOFF HELD'
015450             TO WS-SECTION-LINE
015460         PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT
015470     END-IF.
015480     CLOSE BAL-FILE.
015490 9000-WRAP-UP.
015500     IF WS-WORST-RC > RETURN-CODE
015510         MOVE WS-WORST-RC TO RETURN-CODE
015520     END-IF.
015530     DISPLAY 'MSGBAL: RUN ' WS-BAL-RUN-ID ' - '
015540         WS-CONTROL-FAIL-COUNT ' CONTROL(S) AND '
015550         WS-DESK-FAIL-COUNT ' DESK(S) OUT OF BALANCE.'.
015560 9000-EXIT.
015570     EXIT.
015580 END PROGRAM MSGBAL.
