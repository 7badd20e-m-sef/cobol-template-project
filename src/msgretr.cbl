000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: CTLFILE retirement - takes every segment of an
000050*              expired or long-held message off the live control
000060*              file into the retired-message archive, logs each
000070*              removal to the maintenance audit trail, and proves
000080*              the file counts on a retirement listing.
000090/*****************************************************************
000100******************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 SLM  NEW PROGRAM. NOTHING HAS EVER COME OFF CTLFILE
000150*                 EXCEPT BY A MSGMAINT DELETE, SO MESSAGES THAT
000160*                 EXPIRED YEARS AGO AND MESSAGES PARKED ON HOLD
000170*                 AND FORGOTTEN STILL RIDE EVERY BROADCAST PASS,
000180*                 EVERY MSGEDIT RUN, AND EVERY MSGSCHD PROJECTION.
000190*                 MSGRETR RETIRES A MESSAGE - BASE AND EVERY
000200*                 CONTINUATION - WHEN ITS EXPIRY DATE IS MORE THAN
000210*                 THE GRACE PERIOD BEHIND THE RUN DATE, OR WHEN IT
000220*                 HAS SAT AT STATUS H FOR THE HOLD LIMIT OR LONGER
000230*                 (THE HOLD IS DATED FROM THE AUDFILE TRAIL). A
000240*                 MESSAGE WITH A CHANGE WAITING ON PNDFILE IS LEFT
000250*                 ALONE. EACH RETIRED SEGMENT GOES TO THE RETFILE
000260*                 ARCHIVE AND WRITES A DELETE BEFORE/AFTER PAIR
000270*                 (USER MSGRETR) TO AUDOUT, SO MSGBACK CAN PUT IT
000280*                 BACK. THE RETLST LISTING SHOWS WHAT WENT AND
000290*                 WHY, AND PROVES CTLFILE BEFORE LESS RETIRED
000300*                 EQUALS CTLFILE AFTER - RC 8 IF IT EVER DOES NOT.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. MSGRETR.
000340 AUTHOR. SETH MOORE.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED. 2026-10-15.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CTL-FILE ASSIGN TO CTLFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CTL-KEY
000450         FILE STATUS IS WS-CTL-FILE-STATUS.
000460
000470     SELECT AUD-FILE ASSIGN TO AUDFILE
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-AUD-FILE-STATUS.
000510
000520     SELECT PND-FILE ASSIGN TO PNDFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PND-KEY
000560         FILE STATUS IS WS-PND-FILE-STATUS.
000570
000580     SELECT ADO-FILE ASSIGN TO AUDOUT
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-ADO-FILE-STATUS.
000620
000630     SELECT RET-FILE ASSIGN TO RETFILE
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-RET-FILE-STATUS.
000670
000680     SELECT LST-FILE ASSIGN TO RETLST
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS WS-LST-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CTL-FILE
000760     RECORD CONTAINS 169 CHARACTERS.
000770 COPY CTLREC REPLACING ==:PFX:== BY ==CTL==.
000780
000790 FD  AUD-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 214 CHARACTERS.
000820 COPY AUDREC REPLACING ==:PFX:== BY ==AUD==.
000830
000840 FD  PND-FILE
000850     RECORD CONTAINS 242 CHARACTERS.
000860 COPY PNDREC REPLACING ==:PFX:== BY ==PND==.
000870
000880 FD  ADO-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 214 CHARACTERS.
000910 COPY AUDREC REPLACING ==:PFX:== BY ==ADO==.
000920
000930 FD  RET-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 200 CHARACTERS.
000960 COPY RETREC REPLACING ==:PFX:== BY ==RET==.
000970
000980 FD  LST-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 133 CHARACTERS.
001010 01  LST-RECORD.
001020     05  LST-CARRIAGE-CONTROL    PIC X(01).
001030     05  LST-DATA                PIC X(132).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001080         88  WS-END-OF-FILE            VALUE 'Y'.
001090         88  WS-NOT-END-OF-FILE        VALUE 'N'.
001100     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001110         88  WS-AUD-END-OF-FILE        VALUE 'Y'.
001120         88  WS-AUD-NOT-END            VALUE 'N'.
001130     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001140         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001150         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001160     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
001170         88  WS-DATE-IS-VALID          VALUE 'Y'.
001180         88  WS-DATE-IS-INVALID        VALUE 'N'.
001190     05  WS-HELD-FULL-SWITCH     PIC X(01) VALUE 'N'.
001200         88  WS-HELD-TABLE-FULL        VALUE 'Y'.
001210         88  WS-HELD-TABLE-NOT-FULL    VALUE 'N'.
001220     05  WS-DECISION-SWITCH      PIC X(01) VALUE 'K'.
001230         88  WS-MSG-RETIRE             VALUE 'R'.
001240         88  WS-MSG-KEEP               VALUE 'K'.
001250     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
001260         88  WS-CHANGE-PENDING         VALUE 'Y'.
001270         88  WS-NO-CHANGE-PENDING      VALUE 'N'.
001280     05  WS-RECOUNT-SWITCH       PIC X(01) VALUE 'N'.
001290         88  WS-RECOUNTED              VALUE 'Y'.
001300         88  WS-NOT-RECOUNTED          VALUE 'N'.
001310     05  WS-HALT-SWITCH          PIC X(01) VALUE 'N'.
001320         88  WS-RUN-HALTED             VALUE 'Y'.
001330         88  WS-RUN-NOT-HALTED         VALUE 'N'.
001340
001350 01  WS-FILE-STATUSES.
001360     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
001370         88  WS-CTL-FILE-OK            VALUE '00'.
001380     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
001390         88  WS-AUD-FILE-OK            VALUE '00'.
001400     05  WS-PND-FILE-STATUS      PIC X(02) VALUE '00'.
001410         88  WS-PND-FILE-OK            VALUE '00'.
001420         88  WS-PND-REC-NOT-FOUND      VALUE '23'.
001430         88  WS-PND-NO-MORE            VALUE '10'.
001440     05  WS-ADO-FILE-STATUS      PIC X(02) VALUE '00'.
001450         88  WS-ADO-FILE-OK            VALUE '00'.
001460     05  WS-RET-FILE-STATUS      PIC X(02) VALUE '00'.
001470         88  WS-RET-FILE-OK            VALUE '00'.
001480     05  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.
001490         88  WS-LST-FILE-OK            VALUE '00'.
001500
001510 01  WS-REPORT-CONTROL.
001520     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001530     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001540     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001550
001560 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001570 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001580     05  WS-CD-YYYY              PIC 9(04).
001590     05  WS-CD-MM                PIC 9(02).
001600     05  WS-CD-DD                PIC 9(02).
001610
001620 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001630 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001640     05  WS-CT-HH                PIC 9(02).
001650     05  WS-CT-MM                PIC 9(02).
001660     05  WS-CT-SS                PIC 9(02).
001670     05  WS-CT-HH2               PIC 9(02).
001680
001690*    THE RETIREMENT RULES. AN EXPIRED MESSAGE GOES WHEN ITS
001700*    EXPIRY DATE IS MORE THAN THE GRACE DAYS BEHIND THE RUN
001710*    DATE; A HELD ONE WHEN IT HAS BEEN AT STATUS H FOR THE HOLD
001720*    LIMIT OR LONGER. BOTH CAN COME IN ON THE PARM. THE HOLD
001730*    LIMIT MAY NOT GO UNDER A MONTH - A HOLD IS HOW A DESK PARKS
001740*    A MESSAGE OVER A SEASON, AND A SHORT LIMIT WOULD RETIRE
001750*    WHAT IT MEANT TO KEEP.
001760 01  WS-RETIRE-RULES.
001770     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001780     05  WS-RUN-DAY-NUMBER       PIC 9(07) COMP VALUE ZERO.
001790     05  WS-EXPIRED-GRACE        PIC 9(03) VALUE 030.
001800     05  WS-HOLD-LIMIT           PIC 9(03) VALUE 090.
001810     05  WS-MIN-HOLD-LIMIT       PIC 9(03) VALUE 030.
001820
001830*    THE DATE BEING WORKED ON BY THE DATE ARITHMETIC PARAGRAPHS
001840*    (7100-7400), WITH ITS MONTH LENGTH AND DAY NUMBER.
001850 01  WS-DATE-WORK.
001860     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
001870     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001880         10  WS-DT-YYYY          PIC 9(04).
001890         10  WS-DT-MM            PIC 9(02).
001900         10  WS-DT-DD            PIC 9(02).
001910     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001920     05  WS-DT-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001930     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
001940         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
001950         88  WS-DT-COMMON-YEAR         VALUE 'N'.
001960
001970 01  WS-DOW-WORK.
001980     05  WS-DW-YEAR              PIC 9(05) COMP VALUE ZERO.
001990     05  WS-DW-MONTH             PIC 9(02) COMP VALUE ZERO.
002000     05  WS-DW-TERM              PIC 9(07) COMP VALUE ZERO.
002010     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
002020     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
002030     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
002040     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
002050
002060 01  WS-MONTH-LENGTH-VALUES.
002070     05  FILLER                  PIC X(24)
002080             VALUE '312831303130313130313031'.
002090 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002100     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002110
002120 01  WS-REC-DATE-IN              PIC X(10) VALUE SPACES.
002130 01  WS-REC-DATE-IN-R REDEFINES WS-REC-DATE-IN.
002140     05  WS-RDI-MM               PIC X(02).
002150     05  FILLER                  PIC X(01).
002160     05  WS-RDI-DD               PIC X(02).
002170     05  FILLER                  PIC X(01).
002180     05  WS-RDI-YYYY             PIC X(04).
002190
002200 01  WS-REC-DATE-N               PIC 9(08) VALUE ZERO.
002210 01  WS-REC-DATE-N-R REDEFINES WS-REC-DATE-N.
002220     05  WS-RDN-YYYY             PIC 9(04).
002230     05  WS-RDN-MM               PIC 9(02).
002240     05  WS-RDN-DD               PIC 9(02).
002250
002260*    AN AUDFILE BEFORE/AFTER IMAGE, REDESCRIBED AS THE CONTROL
002270*    RECORD IT IS, SO THE HOLD DATING CAN SEE ITS STATUS.
002280 COPY CTLREC REPLACING ==:PFX:== BY ==AIM==.
002290
002300*    EVERY SEGMENT-00 BASE AT STATUS H ON THE FIRST PASS, WITH
002310*    THE DATE ITS HOLD BEGAN AS THE AUDIT TRAIL TELLS IT: THE
002320*    FIRST AFTER IMAGE AT H SINCE THE LAST ONE THAT WAS NOT,
002330*    OR FAILING THAT THE LAST DATE THE TRAIL TOUCHED THE BASE
002340*    AT ALL, OR FAILING THAT THE DATE THE TRAIL BEGINS - A
002350*    MESSAGE UNTOUCHED SINCE THEN HAS BEEN HELD AT LEAST THAT
002360*    LONG. SIZED AT 2000 HELD MESSAGES; OVERFLOW WARNS (RC 4)
002370*    AND THE MESSAGES PAST IT ARE KEPT, NEVER GUESSED AT.
002380 01  WS-HELD-TABLE-CONTROL.
002390     05  WS-HELD-MAX             PIC 9(04) COMP VALUE 2000.
002400     05  WS-HELD-COUNT           PIC 9(04) COMP VALUE ZERO.
002410     05  WS-HELD-SUB             PIC 9(04) COMP VALUE ZERO.
002420     05  WS-HELD-FOUND-SUB       PIC 9(04) COMP VALUE ZERO.
002430
002440 01  WS-HELD-TABLE.
002450     05  WS-HELD-ENTRY           OCCURS 2000 TIMES.
002460         10  WS-HELD-ID          PIC X(08).
002470         10  WS-HELD-SINCE       PIC 9(08).
002480         10  WS-HELD-LAST-SEEN   PIC 9(08).
002490
002500 01  WS-HELD-LOOKUP-ID           PIC X(08) VALUE SPACES.
002510 01  WS-TRAIL-START-DATE         PIC 9(08) VALUE ZERO.
002520
002530*    THE MESSAGE IN HAND ON THE RETIREMENT PASS - SET AT ITS
002540*    SEGMENT-00 BASE, CARRIED ACROSS ITS CONTINUATIONS, AND
002550*    LISTED WHEN THE NEXT MESSAGE ID COMES UP.
002560 01  WS-MESSAGE-WORK.
002570     05  WS-CUR-ID               PIC X(08) VALUE SPACES.
002580     05  WS-CUR-REASON           PIC X(01) VALUE SPACE.
002590         88  WS-CUR-EXPIRED            VALUE 'E'.
002600         88  WS-CUR-LONG-HOLD          VALUE 'H'.
002610     05  WS-CUR-EXP-DATE         PIC 9(08) VALUE ZERO.
002620     05  WS-CUR-HELD-SINCE       PIC 9(08) VALUE ZERO.
002630     05  WS-CUR-DAYS             PIC 9(07) COMP VALUE ZERO.
002640     05  WS-CUR-ROUTE            PIC X(02) VALUE SPACES.
002650     05  WS-CUR-TEXT             PIC X(60) VALUE SPACES.
002660     05  WS-CUR-SEGS             PIC 9(02) COMP VALUE ZERO.
002670     05  WS-CUR-NOTE             PIC X(60) VALUE SPACES.
002680
002690 01  WS-SAVE-IMAGE               PIC X(169) VALUE SPACES.
002700 01  WS-PND-PROBE-ID             PIC X(08) VALUE SPACES.
002710
002720 01  WS-RETIRE-AUDIT-WORK.
002730     05  WS-RA-TYPE              PIC X(06) VALUE SPACES.
002740     05  WS-RA-IMAGE             PIC X(169) VALUE SPACES.
002750
002760 77  WS-CTL-BEFORE-COUNT         PIC 9(07) COMP VALUE ZERO.
002770 77  WS-CTL-PASS-COUNT           PIC 9(07) COMP VALUE ZERO.
002780 77  WS-CTL-AFTER-COUNT          PIC 9(07) COMP VALUE ZERO.
002790 77  WS-AUD-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
002800 77  WS-MSGS-RETIRED             PIC 9(05) COMP VALUE ZERO.
002810 77  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
002820 77  WS-LONG-HOLD-COUNT          PIC 9(05) COMP VALUE ZERO.
002830 77  WS-SEGS-RETIRED             PIC 9(07) COMP VALUE ZERO.
002840 77  WS-PENDING-KEPT-COUNT       PIC 9(05) COMP VALUE ZERO.
002850 77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
002860 77  WS-RECON-TOTAL              PIC 9(07) COMP VALUE ZERO.
002870 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002880
002890 01  WS-HEADER-LINE.
002900     05  FILLER                  PIC X(33)
002910             VALUE 'MSGRETR RETIRED MESSAGES'.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002940     05  WS-HDR-PAGE             PIC ZZZZ9.
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002970     05  WS-HDR-DATE             PIC X(10).
002980     05  FILLER                  PIC X(03) VALUE SPACES.
002990     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
003000     05  WS-HDR-TIME             PIC X(08).
003010
003020 01  WS-SUBJECT-LINE.
003030     05  FILLER                  PIC X(15)
003040             VALUE 'RETIRING AS OF '.
003050     05  WS-SUBJ-DATE            PIC 9(08).
003060     05  FILLER                  PIC X(17)
003070             VALUE '   EXPIRED GRACE '.
003080     05  WS-SUBJ-GRACE           PIC ZZ9.
003090     05  FILLER                  PIC X(17)
003100             VALUE ' DAYS, HOLD LIMIT'.
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  WS-SUBJ-HOLD            PIC ZZ9.
003130     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003140
003150 01  WS-COLUMN-LINE.
003160     05  FILLER                  PIC X(10) VALUE 'MESSAGE ID'.
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  FILLER                  PIC X(04) VALUE 'SEGS'.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  FILLER                  PIC X(10) VALUE 'REASON'.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  FILLER                  PIC X(08) VALUE 'EXPIRES'.
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  FILLER                  PIC X(10) VALUE 'HELD SINCE'.
003250     05  FILLER                  PIC X(02) VALUE SPACES.
003260     05  FILLER                  PIC X(05) VALUE ' DAYS'.
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(02) VALUE 'RT'.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  FILLER                  PIC X(16)
003310             VALUE 'TEXT / NOTE'.
003320
003330 01  WS-DETAIL-LINE.
003340     05  WS-DTL-MESSAGE-ID       PIC X(08).
003350     05  FILLER                  PIC X(04) VALUE SPACES.
003360     05  WS-DTL-SEGS             PIC ZZZZ.
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  WS-DTL-REASON           PIC X(10).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  WS-DTL-EXPIRES          PIC X(08).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  WS-DTL-HELD-SINCE       PIC X(10).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  WS-DTL-DAYS             PIC ZZZZZ.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-DTL-ROUTE            PIC X(02).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  WS-DTL-TEXT             PIC X(60).
003490
003500 01  WS-TRAILER-LINE.
003510     05  WS-TRL-LABEL            PIC X(24).
003520     05  FILLER                  PIC X(02) VALUE ': '.
003530     05  WS-TRL-COUNT            PIC 9(07).
003540
003550 01  WS-RECON-LINE.
003560     05  FILLER                  PIC X(26)
003570             VALUE 'BEFORE LESS RETIRED     : '.
003580     05  WS-REC-TOTAL-OUT        PIC 9(07).
003590     05  FILLER                  PIC X(03) VALUE ' - '.
003600     05  WS-REC-VERDICT          PIC X(14).
003610
003620 LINKAGE SECTION.
003630 01  PARM-DATA.
003640     05  PARM-LENGTH             PIC S9(04) COMP.
003650     05  PARM-TEXT.
003660         10  PARM-GRACE          PIC X(03).
003670         10  PARM-SEPARATOR      PIC X(01).
003680         10  PARM-HOLD           PIC X(03).
003690
003700 PROCEDURE DIVISION USING PARM-DATA.
003710/*****************************************************************
003720 0000-MAINLINE.
003730* Program entry point
003740/*****************************************************************
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003760     IF WS-FILES-ARE-OPEN
003770         PERFORM 2000-COLLECT-HELD THRU 2000-EXIT
003780         PERFORM 2500-DATE-HOLDS THRU 2500-EXIT
003790         PERFORM 3000-RETIRE-MESSAGES THRU 3000-EXIT
003800         PERFORM 4000-RECOUNT-CONTROL THRU 4000-EXIT
003810     END-IF.
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830
003840     STOP RUN.
003850
003860/*****************************************************************
003870 1000-INITIALIZE.
003880* Take the rules off the PARM, fix the run date, open the
003890* audit, pending, archive, and listing files, and print the
003900* listing header. CTLFILE opens and closes in each pass - it
003910* is browsed to count, updated to retire, and browsed again
003920* to prove the count.
003930/*****************************************************************
003940     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003950     IF WS-WORST-RC NOT = ZERO
003960         GO TO 1000-EXIT
003970     END-IF.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003990     MOVE WS-RUN-DATE TO WS-DT-DATE.
004000     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
004010     MOVE WS-DT-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004020     OPEN INPUT AUD-FILE.
004030     IF NOT WS-AUD-FILE-OK
004040         DISPLAY 'MSGRETR: UNABLE TO OPEN AUDFILE, STATUS = '
004050             WS-AUD-FILE-STATUS
004060         MOVE 16 TO WS-WORST-RC
004070         GO TO 1000-EXIT
004080     END-IF.
004090     OPEN INPUT PND-FILE.
004100     IF NOT WS-PND-FILE-OK
004110         DISPLAY 'MSGRETR: UNABLE TO OPEN PNDFILE, STATUS = '
004120             WS-PND-FILE-STATUS
004130         MOVE 16 TO WS-WORST-RC
004140         GO TO 1000-EXIT
004150     END-IF.
004160     OPEN OUTPUT ADO-FILE.
004170     IF NOT WS-ADO-FILE-OK
004180         DISPLAY 'MSGRETR: UNABLE TO OPEN AUDOUT, STATUS = '
004190             WS-ADO-FILE-STATUS
004200         MOVE 16 TO WS-WORST-RC
004210         GO TO 1000-EXIT
004220     END-IF.
004230     OPEN OUTPUT RET-FILE.
004240     IF NOT WS-RET-FILE-OK
004250         DISPLAY 'MSGRETR: UNABLE TO OPEN RETFILE, STATUS = '
004260             WS-RET-FILE-STATUS
004270         MOVE 16 TO WS-WORST-RC
004280         GO TO 1000-EXIT
004290     END-IF.
004300     OPEN OUTPUT LST-FILE.
004310     IF NOT WS-LST-FILE-OK
004320         DISPLAY 'MSGRETR: UNABLE TO OPEN RETLST, STATUS = '
004330             WS-LST-FILE-STATUS
004340         MOVE 16 TO WS-WORST-RC
004350         GO TO 1000-EXIT
004360     END-IF.
004370     SET WS-FILES-ARE-OPEN TO TRUE.
004380     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
004390 1000-EXIT.
004400     EXIT.
004410
004420/*****************************************************************
004430 1100-PARSE-PARM.
004440* The PARM is optional: EEE sets the expired grace in days,
004450* EEE:HHH sets the hold limit as well, and no PARM runs on the
004460* standing 30 and 90. Anything else - or a hold limit under
004470* the 30-day floor - stops the run before any file opens.
004480/*****************************************************************
004490     IF PARM-LENGTH = ZERO
004500         GO TO 1100-EXIT
004510     END-IF.
004520     IF PARM-LENGTH NOT = 3 AND PARM-LENGTH NOT = 7
004530         DISPLAY 'MSGRETR: PARM MUST BE EEE OR EEE:HHH - '
004540             'RUN REJECTED'
004550         MOVE 12 TO WS-WORST-RC
004560         GO TO 1100-EXIT
004570     END-IF.
004580     IF PARM-GRACE NOT NUMERIC
004590         DISPLAY 'MSGRETR: PARM EXPIRED GRACE NOT NUMERIC - '
004600             'RUN REJECTED'
004610         MOVE 12 TO WS-WORST-RC
004620         GO TO 1100-EXIT
004630     END-IF.
004640     MOVE PARM-GRACE TO WS-EXPIRED-GRACE.
004650     IF PARM-LENGTH = 3
004660         GO TO 1100-EXIT
004670     END-IF.
004680     IF PARM-SEPARATOR NOT = ':'
004690             OR PARM-HOLD NOT NUMERIC
004700         DISPLAY 'MSGRETR: PARM MUST BE EEE OR EEE:HHH - '
004710             'RUN REJECTED'
004720         MOVE 12 TO WS-WORST-RC
004730         GO TO 1100-EXIT
004740     END-IF.
004750     MOVE PARM-HOLD TO WS-HOLD-LIMIT.
004760     IF WS-HOLD-LIMIT < WS-MIN-HOLD-LIMIT
004770         DISPLAY 'MSGRETR: PARM HOLD LIMIT UNDER '
004780             WS-MIN-HOLD-LIMIT ' DAYS - RUN REJECTED'
004790         MOVE 12 TO WS-WORST-RC
004800     END-IF.
004810 1100-EXIT.
004820     EXIT.
004830
004840/*****************************************************************
004850 2000-COLLECT-HELD.
004860* First pass over CTLFILE, read-only: count every record for
004870* the before side of the proof and note every segment-00 base
004880* at status H for the hold dating.
004890/*****************************************************************
004900     OPEN INPUT CTL-FILE.
004910     IF NOT WS-CTL-FILE-OK
004920         DISPLAY 'MSGRETR: UNABLE TO OPEN CTLFILE, STATUS = '
004930             WS-CTL-FILE-STATUS
004940         MOVE 16 TO WS-WORST-RC
004950         SET WS-RUN-HALTED TO TRUE
004960         GO TO 2000-EXIT
004970     END-IF.
004980     SET WS-NOT-END-OF-FILE TO TRUE.
004990     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
005000     PERFORM 2100-COLLECT-ONE THRU 2100-EXIT
005010         UNTIL WS-END-OF-FILE.
005020     CLOSE CTL-FILE.
005030 2000-EXIT.
005040     EXIT.
005050
005060/*****************************************************************
005070 2100-COLLECT-ONE.
005080* Count one control record, and table it when it is a held
005090* base.
005100/*****************************************************************
005110     ADD 1 TO WS-CTL-BEFORE-COUNT.
005120     IF CTL-SEG-N NOT = ZERO
005130             OR NOT CTL-STATUS-HOLD
005140         GO TO 2100-NEXT
005150     END-IF.
005160     IF WS-HELD-COUNT >= WS-HELD-MAX
005170         IF WS-HELD-TABLE-NOT-FULL
005180             DISPLAY 'MSGRETR: HELD-MESSAGE TABLE FULL AT '
005190                 CTL-MESSAGE-ID ' - LATER HOLDS ARE KEPT'
005200         END-IF
005210         SET WS-HELD-TABLE-FULL TO TRUE
005220         GO TO 2100-NEXT
005230     END-IF.
005240     ADD 1 TO WS-HELD-COUNT.
005250     MOVE CTL-MESSAGE-ID TO WS-HELD-ID (WS-HELD-COUNT).
005260     MOVE ZERO TO WS-HELD-SINCE (WS-HELD-COUNT).
005270     MOVE ZERO TO WS-HELD-LAST-SEEN (WS-HELD-COUNT).
005280 2100-NEXT.
005290     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
005300 2100-EXIT.
005310     EXIT.
005320
005330/*****************************************************************
005340 2500-DATE-HOLDS.
005350* Read the maintenance audit trail front to back and date the
005360* start of each tabled hold, then settle the holds the trail
005370* never saw begin.
005380/*****************************************************************
005390     IF WS-RUN-HALTED
005400         GO TO 2500-EXIT
005410     END-IF.
005420     SET WS-AUD-NOT-END TO TRUE.
005430     PERFORM 8100-READ-AUDIT-RECORD THRU 8100-EXIT.
005440     PERFORM 2600-DATE-ONE-AUDIT THRU 2600-EXIT
005450         UNTIL WS-AUD-END-OF-FILE.
005460     PERFORM 2700-SETTLE-ONE-HOLD THRU 2700-EXIT
005470         VARYING WS-HELD-SUB FROM 1 BY 1
005480             UNTIL WS-HELD-SUB > WS-HELD-COUNT.
005490 2500-EXIT.
005500     EXIT.
005510
005520/*****************************************************************
005530 2600-DATE-ONE-AUDIT.
005540* One audit row. Only an applied change to a tabled base
005550* counts - ADD/UPDATE/DELETE rows whose image key is the
005560* base's (id, 00). An AFTER image at H starts the hold unless
005570* one is already running; an AFTER image at any other status,
005580* or a DELETE, ends it. The first dated row is where the trail
005590* begins.
005600/*****************************************************************
005610     MOVE AUD-DATE TO WS-REC-DATE-IN.
005620     IF WS-RDI-YYYY NOT NUMERIC
005630             OR WS-RDI-MM NOT NUMERIC
005640             OR WS-RDI-DD NOT NUMERIC
005650         GO TO 2600-NEXT
005660     END-IF.
005670     MOVE WS-RDI-YYYY TO WS-RDN-YYYY.
005680     MOVE WS-RDI-MM   TO WS-RDN-MM.
005690     MOVE WS-RDI-DD   TO WS-RDN-DD.
005700     IF WS-TRAIL-START-DATE = ZERO
005710         MOVE WS-REC-DATE-N TO WS-TRAIL-START-DATE
005720     END-IF.
005730     IF AUD-ACTION NOT = 'ADD'
005740             AND AUD-ACTION NOT = 'UPDATE'
005750             AND AUD-ACTION NOT = 'DELETE'
005760         GO TO 2600-NEXT
005770     END-IF.
005780     IF AUD-IMAGE (9:2) NOT = '00'
005790         GO TO 2600-NEXT
005800     END-IF.
005810     MOVE AUD-IMAGE (1:8) TO WS-HELD-LOOKUP-ID.
005820     PERFORM 2650-FIND-HELD THRU 2650-EXIT.
005830     IF WS-HELD-FOUND-SUB = ZERO
005840         GO TO 2600-NEXT
005850     END-IF.
005860     MOVE WS-REC-DATE-N TO WS-HELD-LAST-SEEN (WS-HELD-FOUND-SUB).
005870     IF AUD-ACTION = 'DELETE'
005880         MOVE ZERO TO WS-HELD-SINCE (WS-HELD-FOUND-SUB)
005890         GO TO 2600-NEXT
005900     END-IF.
005910     IF AUD-IMAGE-TYPE NOT = 'AFTER'
005920         GO TO 2600-NEXT
005930     END-IF.
005940     MOVE AUD-IMAGE TO AIM-RECORD.
005950     IF NOT AIM-STATUS-HOLD
005960         MOVE ZERO TO WS-HELD-SINCE (WS-HELD-FOUND-SUB)
005970         GO TO 2600-NEXT
005980     END-IF.
005990     IF WS-HELD-SINCE (WS-HELD-FOUND-SUB) = ZERO
006000         MOVE WS-REC-DATE-N
006010             TO WS-HELD-SINCE (WS-HELD-FOUND-SUB)
006020     END-IF.
006030 2600-NEXT.
006040     PERFORM 8100-READ-AUDIT-RECORD THRU 8100-EXIT.
006050 2600-EXIT.
006060     EXIT.
006070
006080/*****************************************************************
006090 2650-FIND-HELD.
006100* Look WS-HELD-LOOKUP-ID up in the held-message table; zero in
006110* WS-HELD-FOUND-SUB means it is not there.
006120/*****************************************************************
006130     MOVE ZERO TO WS-HELD-FOUND-SUB.
006140     PERFORM 2660-PROBE-ONE-HELD THRU 2660-EXIT
006150         VARYING WS-HELD-SUB FROM 1 BY 1
006160             UNTIL WS-HELD-SUB > WS-HELD-COUNT
006170             OR WS-HELD-FOUND-SUB NOT = ZERO.
006180 2650-EXIT.
006190     EXIT.
006200
006210/*****************************************************************
006220 2660-PROBE-ONE-HELD.
006230* One probe of the held-message table.
006240/*****************************************************************
006250     IF WS-HELD-ID (WS-HELD-SUB) = WS-HELD-LOOKUP-ID
006260         MOVE WS-HELD-SUB TO WS-HELD-FOUND-SUB
006270     END-IF.
006280 2660-EXIT.
006290     EXIT.
006300
006310/*****************************************************************
006320 2700-SETTLE-ONE-HOLD.
006330* A hold the trail never saw begin - the base went to H before
006340* the trail starts, or by a reload outside maintenance - is
006350* dated from the last time the trail touched the base, or
006360* from the start of the trail. An empty trail dates nothing,
006370* and an undated hold is never retired.
006380/*****************************************************************
006390     IF WS-HELD-SINCE (WS-HELD-SUB) NOT = ZERO
006400         GO TO 2700-EXIT
006410     END-IF.
006420     IF WS-HELD-LAST-SEEN (WS-HELD-SUB) NOT = ZERO
006430         MOVE WS-HELD-LAST-SEEN (WS-HELD-SUB)
006440             TO WS-HELD-SINCE (WS-HELD-SUB)
006450     ELSE
006460         MOVE WS-TRAIL-START-DATE
006470             TO WS-HELD-SINCE (WS-HELD-SUB)
006480     END-IF.
006490 2700-EXIT.
006500     EXIT.
006510
006520/*****************************************************************
006530 3000-RETIRE-MESSAGES.
006540* Second pass over CTLFILE, opened I-O: decide each message at
006550* its segment-00 base and carry the decision across the
006560* continuations that follow it in key order, removing every
006570* segment of a message being retired. The last message is
006580* listed when the file runs out.
006590/*****************************************************************
006600     IF WS-RUN-HALTED
006610         GO TO 3000-EXIT
006620     END-IF.
006630     OPEN I-O CTL-FILE.
006640     IF NOT WS-CTL-FILE-OK
006650         DISPLAY 'MSGRETR: UNABLE TO OPEN CTLFILE I-O, '
006660             'STATUS = ' WS-CTL-FILE-STATUS
006670         MOVE 16 TO WS-WORST-RC
006680         SET WS-RUN-HALTED TO TRUE
006690         GO TO 3000-EXIT
006700     END-IF.
006710     MOVE SPACES TO WS-CUR-ID.
006720     SET WS-MSG-KEEP TO TRUE.
006730     SET WS-NOT-END-OF-FILE TO TRUE.
006740     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
006750     PERFORM 3050-PROCESS-ONE-CONTROL THRU 3050-EXIT
006760         UNTIL WS-END-OF-FILE.
006770     PERFORM 3300-END-MESSAGE THRU 3300-EXIT.
006780     CLOSE CTL-FILE.
006790 3000-EXIT.
006800     EXIT.
006810
006820/*****************************************************************
006830 3050-PROCESS-ONE-CONTROL.
006840* One control record on the retirement pass. A new message id
006850* closes out the one before it; a base opens the decision for
006860* its message; a continuation whose id has no base in front of
006870* it is an orphan MSGEDIT already flags, and it is kept and
006880* warned, never retired on a guess.
006890/*****************************************************************
006900     ADD 1 TO WS-CTL-PASS-COUNT.
006910     IF CTL-MESSAGE-ID NOT = WS-CUR-ID
006920         PERFORM 3300-END-MESSAGE THRU 3300-EXIT
006930         PERFORM 3100-DECIDE-MESSAGE THRU 3100-EXIT
006940     END-IF.
006950     IF WS-MSG-RETIRE
006960         PERFORM 3200-RETIRE-SEGMENT THRU 3200-EXIT
006970     END-IF.
006980     IF WS-RUN-HALTED
006990         SET WS-END-OF-FILE TO TRUE
007000         GO TO 3050-EXIT
007010     END-IF.
007020     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
007030 3050-EXIT.
007040     EXIT.
007050
007060/*****************************************************************
007070 3100-DECIDE-MESSAGE.
007080* Judge a message at the first record of its id. Expiry is
007090* tested first, so a message both expired and held retires as
007100* expired. A message that qualifies but has a change waiting
007110* on PNDFILE is kept and listed - the approver is about to act
007120* on it, and retiring it out from under them would make that
007130* approval fail or resurrect it.
007140/*****************************************************************
007150     MOVE CTL-MESSAGE-ID TO WS-CUR-ID.
007160     MOVE SPACE TO WS-CUR-REASON.
007170     MOVE ZERO TO WS-CUR-EXP-DATE.
007180     MOVE ZERO TO WS-CUR-HELD-SINCE.
007190     MOVE ZERO TO WS-CUR-DAYS.
007200     MOVE ZERO TO WS-CUR-SEGS.
007210     MOVE SPACES TO WS-CUR-NOTE.
007220     MOVE CTL-ROUTE-CODE TO WS-CUR-ROUTE.
007230     MOVE CTL-MESSAGE (1:60) TO WS-CUR-TEXT.
007240     SET WS-MSG-KEEP TO TRUE.
007250     IF CTL-SEG-N NOT = ZERO
007260         MOVE SPACES TO WS-CUR-ROUTE
007270         MOVE 'CONTINUATION HAS NO BASE RECORD - KEPT'
007280             TO WS-CUR-NOTE
007290         PERFORM 3400-LIST-KEPT THRU 3400-EXIT
007300         GO TO 3100-EXIT
007310     END-IF.
007320     IF CTL-EXP-DATE NOT = ZERO
007330         MOVE CTL-EXP-DATE TO WS-CUR-EXP-DATE
007340         MOVE CTL-EXP-DATE TO WS-DT-DATE
007350         PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT
007360         IF WS-DATE-IS-INVALID
007370             MOVE 'EXPIRY DATE IS NOT A CALENDAR DATE - KEPT'
007380                 TO WS-CUR-NOTE
007390             PERFORM 3400-LIST-KEPT THRU 3400-EXIT
007400             GO TO 3100-EXIT
007410         END-IF
007420         PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT
007430         IF WS-DT-DAY-NUMBER < WS-RUN-DAY-NUMBER
007440             COMPUTE WS-CUR-DAYS
007450                 = WS-RUN-DAY-NUMBER - WS-DT-DAY-NUMBER
007460             IF WS-CUR-DAYS > WS-EXPIRED-GRACE
007470                 SET WS-CUR-EXPIRED TO TRUE
007480             END-IF
007490         END-IF
007500     END-IF.
007510     IF WS-CUR-REASON = SPACE
007520             AND CTL-STATUS-HOLD
007530         PERFORM 3150-TEST-LONG-HOLD THRU 3150-EXIT
007540     END-IF.
007550     IF WS-CUR-REASON = SPACE
007560         GO TO 3100-EXIT
007570     END-IF.
007580     PERFORM 3170-CHECK-PENDING THRU 3170-EXIT.
007590     IF WS-CHANGE-PENDING
007600         ADD 1 TO WS-PENDING-KEPT-COUNT
007610         IF WS-WORST-RC < 4
007620             MOVE 4 TO WS-WORST-RC
007630         END-IF
007640         MOVE 'CHANGE PENDING ON PNDFILE - KEPT'
007650             TO WS-CUR-NOTE
007660         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
007670         GO TO 3100-EXIT
007680     END-IF.
007690     SET WS-MSG-RETIRE TO TRUE.
007760 3100-EXIT.
007770     EXIT.
007780
007790/*****************************************************************
007800 3150-TEST-LONG-HOLD.
007810* A held base retires once its hold has run the limit. A base
007820* the table overflowed on, or whose hold the trail could not
007830* date, stays.
007840/*****************************************************************
007850     MOVE CTL-MESSAGE-ID TO WS-HELD-LOOKUP-ID.
007860     PERFORM 2650-FIND-HELD THRU 2650-EXIT.
007870     IF WS-HELD-FOUND-SUB = ZERO
007880         MOVE 'HELD-MESSAGE TABLE FULL - KEPT' TO WS-CUR-NOTE
007890         PERFORM 3400-LIST-KEPT THRU 3400-EXIT
007900         GO TO 3150-EXIT
007910     END-IF.
007920     IF WS-HELD-SINCE (WS-HELD-FOUND-SUB) = ZERO
007930         GO TO 3150-EXIT
007940     END-IF.
007950     MOVE WS-HELD-SINCE (WS-HELD-FOUND-SUB) TO WS-DT-DATE.
007960     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
007970     IF WS-DATE-IS-INVALID
007980         GO TO 3150-EXIT
007990     END-IF.
008000     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
008010     IF WS-DT-DAY-NUMBER > WS-RUN-DAY-NUMBER
008020         GO TO 3150-EXIT
008030     END-IF.
008040     COMPUTE WS-CUR-DAYS = WS-RUN-DAY-NUMBER - WS-DT-DAY-NUMBER.
008050     IF WS-CUR-DAYS NOT < WS-HOLD-LIMIT
008060         MOVE WS-HELD-SINCE (WS-HELD-FOUND-SUB)
008070             TO WS-CUR-HELD-SINCE
008080         SET WS-CUR-LONG-HOLD TO TRUE
008090     END-IF.
008100 3150-EXIT.
008110     EXIT.
008120
008130/*****************************************************************
008140 3170-CHECK-PENDING.
008150* Whether any segment of the message has a change queued on
008160* PNDFILE: position at (id, 00) and see whether the first
008170* pending record at or past it carries the same id.
008180/*****************************************************************
008190     SET WS-NO-CHANGE-PENDING TO TRUE.
008200     MOVE WS-CUR-ID TO PND-MESSAGE-ID.
008210     MOVE '00' TO PND-SEG-X.
008220     START PND-FILE KEY NOT < PND-KEY.
008230     IF WS-PND-REC-NOT-FOUND
008240         GO TO 3170-EXIT
008250     END-IF.
008260     IF NOT WS-PND-FILE-OK
008270         PERFORM 3180-PND-ERROR THRU 3180-EXIT
008280         GO TO 3170-EXIT
008290     END-IF.
008300     READ PND-FILE NEXT RECORD.
008310     IF WS-PND-NO-MORE
008320         GO TO 3170-EXIT
008330     END-IF.
008340     IF NOT WS-PND-FILE-OK
008350         PERFORM 3180-PND-ERROR THRU 3180-EXIT
008360         GO TO 3170-EXIT
008370     END-IF.
008380     IF PND-MESSAGE-ID = WS-CUR-ID
008390         SET WS-CHANGE-PENDING TO TRUE
008400     END-IF.
008410 3170-EXIT.
008420     EXIT.
008430
008440/*****************************************************************
008450 3180-PND-ERROR.
008460* PNDFILE could not be read for this message. Without the
008470* queue's word the message cannot be shown clear, so it is
008480* treated as pending - kept - and the run carries RC 12.
008490/*****************************************************************
008500     DISPLAY 'MSGRETR: PNDFILE I-O FAILED FOR ' WS-CUR-ID
008510         ', STATUS = ' WS-PND-FILE-STATUS.
008520     SET WS-CHANGE-PENDING TO TRUE.
008530     IF WS-WORST-RC < 12
008540         MOVE 12 TO WS-WORST-RC
008550     END-IF.
008560 3180-EXIT.
008570     EXIT.
008580
008590/*****************************************************************
008600 3200-RETIRE-SEGMENT.
008610* Take the record just read off CTLFILE, then write its
008620* DELETE before/after pair to AUDOUT and its archive record to
008630* RETFILE. A failed delete leaves the segment - and the rest
008640* of the message - on file with RC 12; a failed write halts
008650* the run, because a removal the trail or the archive did not
008660* catch cannot be put back.
008670/*****************************************************************
008680     MOVE CTL-RECORD TO WS-SAVE-IMAGE.
008690     DELETE CTL-FILE.
008700     IF NOT WS-CTL-FILE-OK
008710         DISPLAY 'MSGRETR: CTLFILE DELETE FAILED FOR KEY '
008720             CTL-KEY ', STATUS = ' WS-CTL-FILE-STATUS
008730         IF WS-WORST-RC < 12
008740             MOVE 12 TO WS-WORST-RC
008750         END-IF
008760         SET WS-MSG-KEEP TO TRUE
008770         MOVE 'CTLFILE DELETE FAILED - REST OF MESSAGE KEPT'
008780             TO WS-CUR-NOTE
008790         GO TO 3200-EXIT
008800     END-IF.
008810     ADD 1 TO WS-SEGS-RETIRED.
008820     ADD 1 TO WS-CUR-SEGS.
008830     MOVE 'BEFORE' TO WS-RA-TYPE.
008840     MOVE WS-SAVE-IMAGE TO WS-RA-IMAGE.
008850     PERFORM 6000-WRITE-RETIRE-AUDIT THRU 6000-EXIT.
008860     MOVE 'AFTER'  TO WS-RA-TYPE.
008870     MOVE '(NONE)' TO WS-RA-IMAGE.
008880     PERFORM 6000-WRITE-RETIRE-AUDIT THRU 6000-EXIT.
008890     PERFORM 6100-WRITE-ARCHIVE-RECORD THRU 6100-EXIT.
008900 3200-EXIT.
008910     EXIT.
008920
008930/*****************************************************************
008940 3300-END-MESSAGE.
008950* The message just finished goes on the listing when any of
008960* it was retired. It counts as retired only when every segment
008965* came off - a failed delete keeps the rest of it, and a halted
008968* run may have stopped short of its last continuation.
008970/*****************************************************************
008980     IF WS-CUR-SEGS = ZERO
008990         GO TO 3300-EXIT
009000     END-IF.
009001     IF WS-MSG-RETIRE
009002             AND WS-RUN-NOT-HALTED
009003         ADD 1 TO WS-MSGS-RETIRED
009004         IF WS-CUR-EXPIRED
009005             ADD 1 TO WS-EXPIRED-COUNT
009006         ELSE
009007             ADD 1 TO WS-LONG-HOLD-COUNT
009008         END-IF
009009     END-IF.
009010     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
009020     MOVE ZERO TO WS-CUR-SEGS.
009030 3300-EXIT.
009040     EXIT.
009050
009060/*****************************************************************
009070 3400-LIST-KEPT.
009080* A message kept for a reason the desk or the file owner
009090* should look at - listed, counted as a warning, RC 4.
009100/*****************************************************************
009110     ADD 1 TO WS-WARNING-COUNT.
009120     IF WS-WORST-RC < 4
009130         MOVE 4 TO WS-WORST-RC
009140     END-IF.
009150     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
009160 3400-EXIT.
009170     EXIT.
009180
009190/*****************************************************************
009200 4000-RECOUNT-CONTROL.
009210* Third pass over CTLFILE, read-only: count what is left for
009220* the after side of the proof.
009230/*****************************************************************
009240     IF WS-RUN-HALTED
009250         GO TO 4000-EXIT
009260     END-IF.
009270     OPEN INPUT CTL-FILE.
009280     IF NOT WS-CTL-FILE-OK
009290         DISPLAY 'MSGRETR: UNABLE TO REOPEN CTLFILE, STATUS = '
009300             WS-CTL-FILE-STATUS
009310         MOVE 12 TO WS-WORST-RC
009320         GO TO 4000-EXIT
009330     END-IF.
009340     SET WS-NOT-END-OF-FILE TO TRUE.
009350     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
009360     PERFORM 4100-COUNT-ONE-AFTER THRU 4100-EXIT
009370         UNTIL WS-END-OF-FILE.
009380     CLOSE CTL-FILE.
009390     SET WS-RECOUNTED TO TRUE.
009400 4000-EXIT.
009410     EXIT.
009420
009430/*****************************************************************
009440 4100-COUNT-ONE-AFTER.
009450* Count one surviving control record.
009460/*****************************************************************
009470     ADD 1 TO WS-CTL-AFTER-COUNT.
009480     PERFORM 8000-READ-CONTROL-RECORD THRU 8000-EXIT.
009490 4100-EXIT.
009500     EXIT.
009510
009520/*****************************************************************
009530 5000-WRITE-DETAIL.
009540* One message's line on the retirement listing, breaking to a
009550* new page first when the current page is full. A retired
009560* message shows why and the head of its text; a kept one
009570* shows the note that kept it.
009580/*****************************************************************
009590     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009600         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
009610     END-IF.
009620     MOVE WS-CUR-ID TO WS-DTL-MESSAGE-ID.
009630     MOVE WS-CUR-SEGS TO WS-DTL-SEGS.
009640     EVALUATE TRUE
009650         WHEN WS-CUR-NOTE NOT = SPACES
009660             MOVE 'KEPT'      TO WS-DTL-REASON
009670         WHEN WS-CUR-EXPIRED
009680             MOVE 'EXPIRED'   TO WS-DTL-REASON
009690         WHEN OTHER
009700             MOVE 'LONG HOLD' TO WS-DTL-REASON
009710     END-EVALUATE.
009720     IF WS-CUR-EXP-DATE = ZERO
009730         MOVE SPACES TO WS-DTL-EXPIRES
009740     ELSE
009750         MOVE WS-CUR-EXP-DATE TO WS-DTL-EXPIRES
009760     END-IF.
009770     IF WS-CUR-HELD-SINCE = ZERO
009780         MOVE SPACES TO WS-DTL-HELD-SINCE
009790     ELSE
009800         MOVE WS-CUR-HELD-SINCE TO WS-DTL-HELD-SINCE
009810     END-IF.
009820     MOVE WS-CUR-DAYS TO WS-DTL-DAYS.
009830     MOVE WS-CUR-ROUTE TO WS-DTL-ROUTE.
009840     IF WS-CUR-NOTE = SPACES
009850         MOVE WS-CUR-TEXT TO WS-DTL-TEXT
009860     ELSE
009870         MOVE WS-CUR-NOTE TO WS-DTL-TEXT
009880     END-IF.
009890     MOVE SPACES TO LST-RECORD.
009900     MOVE ' ' TO LST-CARRIAGE-CONTROL.
009910     MOVE WS-DETAIL-LINE TO LST-DATA.
009920     WRITE LST-RECORD.
009930     ADD 1 TO WS-LINE-COUNT.
009940 5000-EXIT.
009950     EXIT.
009960
009970/*****************************************************************
009980 5100-WRITE-REPORT-HEADER.
009990* Format and write a new page header, the rules line, and the
010000* column headings, resetting the line count for the page that
010010* follows them.
010020/*****************************************************************
010030     ADD 1 TO WS-PAGE-COUNT.
010040     MOVE ZERO TO WS-LINE-COUNT.
010050
010060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010070     ACCEPT WS-CURRENT-TIME FROM TIME.
010080
010090     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
010100     STRING WS-CD-MM   DELIMITED BY SIZE
010110            '/'        DELIMITED BY SIZE
010120            WS-CD-DD   DELIMITED BY SIZE
010130            '/'        DELIMITED BY SIZE
010140            WS-CD-YYYY DELIMITED BY SIZE
010150            INTO WS-HDR-DATE
010160     END-STRING.
010170     STRING WS-CT-HH   DELIMITED BY SIZE
010180            ':'        DELIMITED BY SIZE
010190            WS-CT-MM   DELIMITED BY SIZE
010200            ':'        DELIMITED BY SIZE
010210            WS-CT-SS   DELIMITED BY SIZE
010220            INTO WS-HDR-TIME
010230     END-STRING.
010240     MOVE SPACES TO LST-RECORD.
010250     MOVE '1' TO LST-CARRIAGE-CONTROL.
010260     MOVE WS-HEADER-LINE TO LST-DATA.
010270     WRITE LST-RECORD.
010280
010290     MOVE WS-RUN-DATE TO WS-SUBJ-DATE.
010300     MOVE WS-EXPIRED-GRACE TO WS-SUBJ-GRACE.
010310     MOVE WS-HOLD-LIMIT TO WS-SUBJ-HOLD.
010320     MOVE SPACES TO LST-RECORD.
010330     MOVE ' ' TO LST-CARRIAGE-CONTROL.
010340     MOVE WS-SUBJECT-LINE TO LST-DATA.
010350     WRITE LST-RECORD.
010360
010370     MOVE SPACES TO LST-RECORD.
010380     MOVE '0' TO LST-CARRIAGE-CONTROL.
010390     MOVE WS-COLUMN-LINE TO LST-DATA.
010400     WRITE LST-RECORD.
010410     MOVE 4 TO WS-LINE-COUNT.
010420 5100-EXIT.
010430     EXIT.
010440
010450/*****************************************************************
010460 5200-WRITE-TRAILER.
010470* The counts and the proof: CTLFILE before, less the segments
010480* retired, must equal CTLFILE after. OUT OF BALANCE can only
010490* mean a record went missing or appeared from somewhere else
010500* during the run, and the step return code says so.
010510/*****************************************************************
010520     MOVE 'CTLFILE RECORDS BEFORE' TO WS-TRL-LABEL.
010530     MOVE WS-CTL-BEFORE-COUNT TO WS-TRL-COUNT.
010540     MOVE '0' TO LST-CARRIAGE-CONTROL.
010550     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010560     MOVE 'MESSAGES RETIRED' TO WS-TRL-LABEL.
010570     MOVE WS-MSGS-RETIRED TO WS-TRL-COUNT.
010580     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010590     MOVE '  EXPIRED' TO WS-TRL-LABEL.
010600     MOVE WS-EXPIRED-COUNT TO WS-TRL-COUNT.
010610     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010620     MOVE '  LONG HOLD' TO WS-TRL-LABEL.
010630     MOVE WS-LONG-HOLD-COUNT TO WS-TRL-COUNT.
010640     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010650     MOVE 'SEGMENTS RETIRED' TO WS-TRL-LABEL.
010660     MOVE WS-SEGS-RETIRED TO WS-TRL-COUNT.
010670     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010680     MOVE 'KEPT - CHANGE PENDING' TO WS-TRL-LABEL.
010690     MOVE WS-PENDING-KEPT-COUNT TO WS-TRL-COUNT.
010700     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010710     MOVE 'WARNINGS' TO WS-TRL-LABEL.
010720     MOVE WS-WARNING-COUNT TO WS-TRL-COUNT.
010730     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010740     MOVE 'CTLFILE RECORDS AFTER' TO WS-TRL-LABEL.
010750     MOVE WS-CTL-AFTER-COUNT TO WS-TRL-COUNT.
010760     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010770
010780     IF WS-CTL-BEFORE-COUNT < WS-SEGS-RETIRED
010790         MOVE ZERO TO WS-RECON-TOTAL
010800     ELSE
010810         COMPUTE WS-RECON-TOTAL
010820             = WS-CTL-BEFORE-COUNT - WS-SEGS-RETIRED
010830     END-IF.
010840     MOVE WS-RECON-TOTAL TO WS-REC-TOTAL-OUT.
010850     EVALUATE TRUE
010860         WHEN WS-NOT-RECOUNTED
010870             MOVE 'NOT RECOUNTED' TO WS-REC-VERDICT
010880         WHEN WS-RECON-TOTAL = WS-CTL-AFTER-COUNT
010890                 AND WS-CTL-PASS-COUNT = WS-CTL-BEFORE-COUNT
010900             MOVE 'BALANCED' TO WS-REC-VERDICT
010910         WHEN OTHER
010920             MOVE 'OUT OF BALANCE' TO WS-REC-VERDICT
010930             IF WS-WORST-RC < 8
010940                 MOVE 8 TO WS-WORST-RC
010950             END-IF
010960     END-EVALUATE.
010970     MOVE SPACES TO LST-RECORD.
010980     MOVE '0' TO LST-CARRIAGE-CONTROL.
010990     MOVE WS-RECON-LINE TO LST-DATA.
011000     WRITE LST-RECORD.
011010 5200-EXIT.
011020     EXIT.
011030
011040/*****************************************************************
011050 5250-WRITE-TRAILER-LINE.
011060* One label and count on the trailer. The caller sets the
011070* carriage control for the first line; the rest single-space.
011080/*****************************************************************
011090     MOVE WS-TRAILER-LINE TO LST-DATA.
011100     WRITE LST-RECORD.
011110     MOVE SPACES TO LST-RECORD.
011120     MOVE ' ' TO LST-CARRIAGE-CONTROL.
011130 5250-EXIT.
011140     EXIT.
011150
011160/*****************************************************************
011170 6000-WRITE-RETIRE-AUDIT.
011180* Append one row of the retirement's audit trail - timestamp,
011190* user MSGRETR, action DELETE, and the image the caller staged
011200* - so a retirement reads in AUDFILE exactly the way a
011210* maintenance delete does, and MSGBACK restores it the same
011220* way.
011230/*****************************************************************
011240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011250     ACCEPT WS-CURRENT-TIME FROM TIME.
011260
011270     MOVE SPACES TO ADO-RECORD.
011280     STRING WS-CD-MM   DELIMITED BY SIZE
011290            '/'        DELIMITED BY SIZE
011300            WS-CD-DD   DELIMITED BY SIZE
011310            '/'        DELIMITED BY SIZE
011320            WS-CD-YYYY DELIMITED BY SIZE
011330            INTO ADO-DATE
011340     END-STRING.
011350     STRING WS-CT-HH   DELIMITED BY SIZE
011360            ':'        DELIMITED BY SIZE
011370            WS-CT-MM   DELIMITED BY SIZE
011380            ':'        DELIMITED BY SIZE
011390            WS-CT-SS   DELIMITED BY SIZE
011400            INTO ADO-TIME
011410     END-STRING.
011420     MOVE 'MSGRETR'   TO ADO-USER-ID.
011430     MOVE 'DELETE'    TO ADO-ACTION.
011440     MOVE WS-RA-TYPE  TO ADO-IMAGE-TYPE.
011450     MOVE WS-RA-IMAGE TO ADO-IMAGE.
011460     WRITE ADO-RECORD.
011470     IF NOT WS-ADO-FILE-OK
011480         DISPLAY 'MSGRETR: AUDOUT WRITE FAILED FOR '
011490             WS-CUR-ID ', STATUS = ' WS-ADO-FILE-STATUS
011500         PERFORM 8900-HALT-RUN THRU 8900-EXIT
011510     END-IF.
011520 6000-EXIT.
011530     EXIT.
011540
011550/*****************************************************************
011560 6100-WRITE-ARCHIVE-RECORD.
011570* One retired segment into the archive, with the date, the
011580* reason, and - for a long hold - the date the hold began.
011590/*****************************************************************
011600     MOVE SPACES TO RET-RECORD.
011610     MOVE WS-RUN-DATE TO RET-RETIRE-DATE.
011620     MOVE WS-CUR-REASON TO RET-REASON.
011630     MOVE WS-CUR-HELD-SINCE TO RET-HELD-SINCE.
011640     MOVE WS-SAVE-IMAGE TO RET-IMAGE.
011650     WRITE RET-RECORD.
011660     IF NOT WS-RET-FILE-OK
011670         DISPLAY 'MSGRETR: RETFILE WRITE FAILED FOR '
011680             WS-CUR-ID ', STATUS = ' WS-RET-FILE-STATUS
011690         PERFORM 8900-HALT-RUN THRU 8900-EXIT
011700     END-IF.
011710 6100-EXIT.
011720     EXIT.
011730
011740/*****************************************************************
011750 7100-SET-MONTH-LENGTH.
011760* The number of days in WS-DT-DATE's month, February by the
011770* leap-year rule.
011780/*****************************************************************
011790     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
011800     IF WS-DT-MM = 2
011810         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
011820         IF WS-DT-LEAP-YEAR
011830             MOVE 29 TO WS-DT-MONTH-DAYS
011840         END-IF
011850     END-IF.
011860 7100-EXIT.
011870     EXIT.
011880
011890/*****************************************************************
011900 7150-TEST-LEAP-YEAR.
011910* Gregorian leap year: divisible by 4, except centuries that
011920* are not divisible by 400.
011930/*****************************************************************
011940     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
011950         REMAINDER WS-DW-REM.
011960     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
011970         REMAINDER WS-DW-REM-100.
011980     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
011990         REMAINDER WS-DW-REM-400.
012000     IF WS-DW-REM = ZERO
012010             AND (WS-DW-REM-100 NOT = ZERO
012020             OR WS-DW-REM-400 = ZERO)
012030         SET WS-DT-LEAP-YEAR TO TRUE
012040     ELSE
012050         SET WS-DT-COMMON-YEAR TO TRUE
012060     END-IF.
012070 7150-EXIT.
012080     EXIT.
012090
012100/*****************************************************************
012110 7300-VALIDATE-DATE.
012120* Whether WS-DT-DATE is a real calendar date.
012130/*****************************************************************
012140     SET WS-DATE-IS-VALID TO TRUE.
012150     IF WS-DT-YYYY < 1601
012160             OR WS-DT-MM < 1
012170             OR WS-DT-MM > 12
012180             OR WS-DT-DD < 1
012190         SET WS-DATE-IS-INVALID TO TRUE
012200         GO TO 7300-EXIT
012210     END-IF.
012220     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
012230     IF WS-DT-DD > WS-DT-MONTH-DAYS
012240         SET WS-DATE-IS-INVALID TO TRUE
012250     END-IF.
012260 7300-EXIT.
012270     EXIT.
012280
012290/*****************************************************************
012300 7400-COMPUTE-DAY-NUMBER.
012310* A running day count for WS-DT-DATE, so two dates subtract to
012320* the days between them: the year is taken to start in March
012330* (January and February count as months 13 and 14 of the year
012340* before) so the leap day falls at the year's end.
012350/*****************************************************************
012360     MOVE WS-DT-YYYY TO WS-DW-YEAR.
012370     MOVE WS-DT-MM   TO WS-DW-MONTH.
012380     IF WS-DW-MONTH < 3
012390         ADD 12 TO WS-DW-MONTH
012400         SUBTRACT 1 FROM WS-DW-YEAR
012410     END-IF.
012420     COMPUTE WS-DW-TERM = 153 * (WS-DW-MONTH - 3) + 2.
012430     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
012440     COMPUTE WS-DT-DAY-NUMBER
012450         = WS-DW-YEAR * 365 + WS-DW-QUOT + WS-DT-DD.
012460     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
012470     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
012480     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
012490     SUBTRACT WS-DW-QUOT FROM WS-DT-DAY-NUMBER.
012500     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
012510     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
012520 7400-EXIT.
012530     EXIT.
012540
012550/*****************************************************************
012560 8000-READ-CONTROL-RECORD.
012570* Read the next control record in key order. Any status but a
012580* clean read or end of file halts the run - a count taken over
012590* a file that would not read proves nothing.
012600/*****************************************************************
012610     READ CTL-FILE NEXT RECORD
012620         AT END
012630             SET WS-END-OF-FILE TO TRUE
012640     END-READ.
012650     IF WS-NOT-END-OF-FILE
012660             AND NOT WS-CTL-FILE-OK
012670         DISPLAY 'MSGRETR: CTLFILE READ FAILED, STATUS = '
012680             WS-CTL-FILE-STATUS
012690         PERFORM 8900-HALT-RUN THRU 8900-EXIT
012700         SET WS-END-OF-FILE TO TRUE
012710     END-IF.
012720 8000-EXIT.
012730     EXIT.
012740
012750/*****************************************************************
012760 8100-READ-AUDIT-RECORD.
012770* Read the next row from the maintenance audit trail.
012780/*****************************************************************
012790     READ AUD-FILE
012800         AT END
012810             SET WS-AUD-END-OF-FILE TO TRUE
012820     END-READ.
012830     IF WS-AUD-NOT-END
012840         ADD 1 TO WS-AUD-ROWS-READ
012850     END-IF.
012860 8100-EXIT.
012870     EXIT.
012880
012890/*****************************************************************
012900 8900-HALT-RUN.
012910* Stop retiring after a read or write failure. The run ends
012920* RC 12, not 16, so the job still folds the AUDOUT rows of
012930* whatever was retired before the failure into AUDFILE.
012940/*****************************************************************
012950     IF WS-WORST-RC < 12
012960         MOVE 12 TO WS-WORST-RC
012970     END-IF.
012980     SET WS-RUN-HALTED TO TRUE.
012990 8900-EXIT.
013000     EXIT.
013010
013020/*****************************************************************
013030 9000-TERMINATE.
013040* Write the trailer and its proof, close down against files
013050* that actually opened, post the worst return code seen, and
013060* display the run summary.
013070/*****************************************************************
013080     IF WS-FILES-ARE-OPEN
013090         PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT
013100         CLOSE AUD-FILE
013110         CLOSE PND-FILE
013120         CLOSE ADO-FILE
013130         CLOSE RET-FILE
013140         CLOSE LST-FILE
013150     END-IF.
013160     IF WS-WORST-RC > RETURN-CODE
013170         MOVE WS-WORST-RC TO RETURN-CODE
013180     END-IF.
013190     DISPLAY 'MSGRETR: RETIRED ' WS-MSGS-RETIRED
013200         ' MESSAGE(S), ' WS-SEGS-RETIRED ' SEGMENT(S); '
013210         WS-PENDING-KEPT-COUNT ' KEPT FOR A PENDING CHANGE.'.
013220 9000-EXIT.
013230     EXIT.
013240 END PROGRAM MSGRETR.
