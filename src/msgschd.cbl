000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Forward broadcast schedule - projects what the
000050*              daily broadcast will issue over the next N
000060*              business days, date by date and desk by desk,
000070*              from one pass of CTLFILE against the CALFILE shop
000080*              calendar, and lists the messages that start or
000090*              stop inside the horizon.
000100/*****************************************************************
000110******************************************************************
000120* MODIFICATION HISTORY
000130*-----------------------------------------------------------------
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 SLM  NEW PROGRAM. SIM MODE ONLY SAYS WHAT WOULD GO
000160*                 OUT TODAY; THE DESK MANAGERS WANT NEXT WEEK
000170*                 AND MONTH-END. MSGSCHD BUILDS THE HORIZON FROM
000180*                 CALFILE - N BUSINESS DAYS FROM THE START DATE
000190*                 ON THE PARM (DEFAULT TOMORROW) - AND READS
000200*                 CTLFILE ONCE, JUDGING EVERY BASE RECORD
000210*                 AGAINST EVERY HORIZON DAY WITH THE SAME STATUS,
000220*                 DATE-WINDOW, AND RECURRENCE RULES MAIN SCREENS
000230*                 WITH, AND ROUTING IT THROUGH THE DSTFILE
000240*                 DESTINATION MASTER THE WAY SUB-PROGRAM DOES.
000250*                 THE REPORT GIVES EACH DAY'S MESSAGES AND
000260*                 REPETITIONS BY DESK AGAINST THE DESK'S DAILY
000270*                 CEILING, THE HORIZON TOTALS BY DESK, AND THE
000280*                 MESSAGES WHOSE EFFECTIVE OR EXPIRY DATE FALLS
000290*                 INSIDE THE HORIZON. A DATE CALFILE DOES NOT
000300*                 COVER IS FLAGGED ON THE REPORT AND PROJECTED
000310*                 AS MAIN WOULD RUN IT - RECURRENCE-CODED
000320*                 MESSAGES SKIPPED - AND ENDS THE STEP RC 4.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. MSGSCHD.
000360 AUTHOR. SETH MOORE.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED. 2026-10-15.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CTL-FILE ASSIGN TO CTLFILE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CTL-KEY
000470         FILE STATUS IS WS-CTL-FILE-STATUS.
000480
000490     SELECT CAL-FILE ASSIGN TO CALFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-CAL-FILE-STATUS.
000530
000540     SELECT DST-FILE ASSIGN TO DSTFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS DST-ROUTE-CODE
000580         FILE STATUS IS WS-DST-FILE-STATUS.
000590
000600     SELECT SCH-FILE ASSIGN TO SCHRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-SCH-FILE-STATUS.
000640
000650     SELECT SORT-FILE ASSIGN TO SORTWK.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CTL-FILE
000700     RECORD CONTAINS 169 CHARACTERS.
000710 COPY CTLREC REPLACING ==:PFX:== BY ==CTL==.
000720
000730 FD  CAL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000770
000780 FD  DST-FILE
000790     RECORD CONTAINS 80 CHARACTERS.
000800 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000810
000820 FD  SCH-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 133 CHARACTERS.
000850 01  SCH-RECORD.
000860     05  SCH-CARRIAGE-CONTROL    PIC X(01).
000870     05  SCH-DATA                PIC X(132).
000880
000890*    ONE START OR STOP INSIDE THE HORIZON, SORTED BY DATE FOR
000900*    THE EVENTS SECTION.
000910 SD  SORT-FILE.
000920 01  SRT-RECORD.
000930     05  SRT-DATE                PIC 9(08).
000940     05  SRT-EVENT               PIC X(01).
000950         88  SRT-EVENT-STARTS          VALUE 'S'.
000960         88  SRT-EVENT-LAST-DAY        VALUE 'X'.
000970     05  SRT-MESSAGE-ID          PIC X(08).
000980     05  SRT-ROUTE-CODE          PIC X(02).
000990     05  SRT-REPEAT-N            PIC 9(10).
001000     05  SRT-RECUR-CODE          PIC X(01).
001010     05  SRT-RECUR-DAY           PIC X(01).
001020     05  SRT-MESSAGE             PIC X(60).
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001070         88  WS-END-OF-FILE            VALUE 'Y'.
001080         88  WS-NOT-END-OF-FILE        VALUE 'N'.
001090     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001100         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001110         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001120     05  WS-DST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001130         88  WS-DST-END-OF-FILE        VALUE 'Y'.
001140         88  WS-DST-NOT-END-OF-FILE    VALUE 'N'.
001150     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001160         88  WS-CAL-END-OF-FILE        VALUE 'Y'.
001170         88  WS-CAL-NOT-END-OF-FILE    VALUE 'N'.
001180     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001190         88  WS-SORT-END               VALUE 'Y'.
001200         88  WS-SORT-NOT-END           VALUE 'N'.
001210     05  WS-SCHEDULED-SWITCH     PIC X(01) VALUE 'N'.
001220         88  WS-RECORD-SCHEDULED       VALUE 'Y'.
001230         88  WS-RECORD-NOT-SCHEDULED   VALUE 'N'.
001240     05  WS-PROJECTED-SWITCH     PIC X(01) VALUE 'N'.
001250         88  WS-RECORD-PROJECTED       VALUE 'Y'.
001260         88  WS-RECORD-NOT-PROJECTED   VALUE 'N'.
001270     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
001280         88  WS-DATE-IS-VALID          VALUE 'Y'.
001290         88  WS-DATE-IS-INVALID        VALUE 'N'.
001300
001310 01  WS-FILE-STATUSES.
001320     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
001330         88  WS-CTL-FILE-OK            VALUE '00'.
001340     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.
001350         88  WS-CAL-FILE-OK            VALUE '00'.
001360     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
001370         88  WS-DST-FILE-OK            VALUE '00'.
001380     05  WS-SCH-FILE-STATUS      PIC X(02) VALUE '00'.
001390         88  WS-SCH-FILE-OK            VALUE '00'.
001400
001410 01  WS-REPORT-CONTROL.
001420     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001430     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001440     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001450
001460 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001470 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001480     05  WS-CD-YYYY              PIC 9(04).
001490     05  WS-CD-MM                PIC 9(02).
001500     05  WS-CD-DD                PIC 9(02).
001510
001520 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001530 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001540     05  WS-CT-HH                PIC 9(02).
001550     05  WS-CT-MM                PIC 9(02).
001560     05  WS-CT-SS                PIC 9(02).
001570     05  WS-CT-HH2               PIC 9(02).
001580
001590 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001600
001610*    THE HORIZON REQUESTED ON THE PARM AND THE DATES IT SPANS.
001620 01  WS-HORIZON-CONTROL.
001630     05  WS-HZN-BUSINESS-DAYS    PIC 9(02) VALUE 10.
001640     05  WS-MAX-HORIZON          PIC 9(02) VALUE 60.
001650     05  WS-HZN-START            PIC 9(08) VALUE ZERO.
001660     05  WS-HZN-FIRST            PIC 9(08) VALUE ZERO.
001670     05  WS-HZN-LAST             PIC 9(08) VALUE ZERO.
001680     05  WS-HZN-FOUND            PIC 9(02) VALUE ZERO.
001690     05  WS-WALK-DATE            PIC 9(08) VALUE ZERO.
001700
001710*    THE DATE BEING WORKED ON BY THE DATE ARITHMETIC PARAGRAPHS
001720*    (7000-7300), WITH ITS MONTH LENGTH AND DAY OF THE WEEK.
001730 01  WS-DATE-WORK.
001740     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
001750     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001760         10  WS-DT-YYYY          PIC 9(04).
001770         10  WS-DT-MM            PIC 9(02).
001780         10  WS-DT-DD            PIC 9(02).
001790     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001800     05  WS-DT-DOW               PIC 9(01) VALUE ZERO.
001810     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
001820         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
001830         88  WS-DT-COMMON-YEAR         VALUE 'N'.
001840
001850 01  WS-DOW-WORK.
001860     05  WS-DW-YEAR              PIC 9(05) COMP VALUE ZERO.
001870     05  WS-DW-MONTH             PIC 9(02) COMP VALUE ZERO.
001880     05  WS-DW-TERM              PIC 9(07) COMP VALUE ZERO.
001890     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
001900     05  WS-DW-SUM               PIC 9(07) COMP VALUE ZERO.
001910     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
001920     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
001930     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
001940
001950 01  WS-MONTH-LENGTH-VALUES.
001960     05  FILLER                  PIC X(24)
001970             VALUE '312831303130313130313031'.
001980 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001990     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002000
002010 01  WS-DAY-NAME-VALUES.
002020     05  FILLER                  PIC X(21)
002030             VALUE 'MONTUEWEDTHUFRISATSUN'.
002040 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002050     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
002060
002070*    THE HORIZON, ONE ENTRY PER DATE THE REPORT SHOWS: EVERY
002080*    BUSINESS DAY, EVERY WEEKDAY HOLIDAY (NO BROADCAST), AND
002090*    EVERY DATE CALFILE DOES NOT COVER. ONLY BUSINESS DAYS AND
002100*    UNCOVERED WEEKDAYS COUNT TOWARD THE REQUESTED N AND CARRY
002110*    A PROJECTION.
002120 01  WS-DAY-CONTROL.
002130     05  WS-DAY-IX               PIC 9(04) COMP VALUE ZERO.
002140     05  WS-DAY-COUNT            PIC 9(04) COMP VALUE ZERO.
002150     05  WS-MAX-DAYS             PIC 9(04) COMP VALUE 120.
002160
002170 01  WS-DAY-TABLE.
002180     05  WS-DAY-ENTRY            OCCURS 120 TIMES.
002190         10  WS-DAY-DATE         PIC 9(08).
002200         10  WS-DAY-DOW          PIC 9(01).
002210         10  WS-DAY-KIND         PIC X(01).
002220             88  WS-DAY-BUSINESS       VALUE 'B'.
002230             88  WS-DAY-HOLIDAY        VALUE 'H'.
002240             88  WS-DAY-UNCOVERED      VALUE 'U'.
002250             88  WS-DAY-UNCOVERED-WKND VALUE 'W'.
002260             88  WS-DAY-BROADCASTS     VALUE 'B' 'U'.
002270         10  WS-DAY-FIRST-BUS    PIC X(01).
002280             88  WS-DAY-IS-FIRST-BUS   VALUE 'Y'.
002290         10  WS-DAY-DESCRIPTION  PIC X(30).
002300         10  WS-DAY-MESSAGES     PIC 9(07) COMP.
002310         10  WS-DAY-REPEATS      PIC 9(11) COMP.
002320
002330*    THE DESKS OFF DSTFILE, EACH WITH ITS COUNTS FOR EVERY
002340*    HORIZON DAY AND FOR THE HORIZON AS A WHOLE.
002350 01  WS-DESK-CONTROL.
002360     05  WS-DESK-IX              PIC 9(04) COMP VALUE ZERO.
002370     05  WS-DESK-COUNT           PIC 9(04) COMP VALUE ZERO.
002380     05  WS-MAX-DESKS            PIC 9(04) COMP VALUE 20.
002390     05  WS-LOOKUP-ROUTE         PIC X(02) VALUE SPACES.
002400
002410 01  WS-DESK-TABLE.
002420     05  WS-DESK-ENTRY           OCCURS 20 TIMES.
002430         10  WS-DESK-ROUTE       PIC X(02).
002440         10  WS-DESK-NAME        PIC X(16).
002450         10  WS-DESK-ACTIVE-FLAG PIC X(01).
002460             88  WS-DESK-IS-ACTIVE     VALUE 'Y'.
002470         10  WS-DESK-CEILING     PIC 9(10).
002480         10  WS-DESK-HZN-MESSAGES
002490                                 PIC 9(07) COMP.
002500         10  WS-DESK-HZN-REPEATS PIC 9(11) COMP.
002510         10  WS-DESK-OVER-DAYS   PIC 9(04) COMP.
002520         10  WS-DESK-DAY         OCCURS 120 TIMES.
002530             15  WS-DD-MESSAGES  PIC 9(07) COMP.
002540             15  WS-DD-REPEATS   PIC 9(11) COMP.
002550
002560 77  WS-DEFAULT-ROUTE            PIC X(02) VALUE 'CS'.
002570 77  WS-BASE-COUNT               PIC 9(07) COMP VALUE ZERO.
002580 77  WS-PROJECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
002590 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
002600 77  WS-UNROUTABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
002610 77  WS-BAD-DATA-COUNT           PIC 9(07) COMP VALUE ZERO.
002620 77  WS-EVENT-COUNT              PIC 9(07) COMP VALUE ZERO.
002630 77  WS-UNCOVERED-COUNT          PIC 9(05) COMP VALUE ZERO.
002640 77  WS-OVER-CEILING-COUNT       PIC 9(05) COMP VALUE ZERO.
002650 77  WS-DAY-DESK-LINES           PIC 9(04) COMP VALUE ZERO.
002660 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002670 77  WS-EDIT-DAYS                PIC ZZ9.
002680
002690 01  WS-HEADER-LINE.
002700     05  FILLER                  PIC X(33)
002710             VALUE 'MSGSCHD FORWARD BROADCAST SCHED'.
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002740     05  WS-HDR-PAGE             PIC ZZZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002770     05  WS-HDR-DATE             PIC X(10).
002780     05  FILLER                  PIC X(03) VALUE SPACES.
002790     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002800     05  WS-HDR-TIME             PIC X(08).
002810
002820 01  WS-RANGE-LINE.
002830     05  FILLER                  PIC X(09) VALUE 'HORIZON: '.
002840     05  WS-RNG-DAYS             PIC Z9.
002850     05  FILLER                  PIC X(21)
002860             VALUE ' BUSINESS DAYS, FROM '.
002870     05  WS-RNG-FIRST            PIC 9(08).
002880     05  FILLER                  PIC X(06) VALUE ' THRU '.
002890     05  WS-RNG-LAST             PIC 9(08).
002900
002910 01  WS-DAY-HEADING-LINE.
002920     05  WS-DHL-DATE             PIC 9(08).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  WS-DHL-DAY              PIC X(03).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  WS-DHL-TEXT             PIC X(70).
002970
002980 01  WS-DESK-COLUMN-LINE.
002990     05  FILLER                  PIC X(05) VALUE SPACES.
003000     05  FILLER                  PIC X(04) VALUE 'RT'.
003010     05  FILLER                  PIC X(18) VALUE 'DESK'.
003020     05  FILLER                  PIC X(10) VALUE '  MESSAGES'.
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  FILLER                  PIC X(11) VALUE 'REPETITIONS'.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  FILLER                  PIC X(10) VALUE '   CEILING'.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  FILLER                  PIC X(06) VALUE 'STATUS'.
003090
003100 01  WS-DESK-DETAIL-LINE.
003110     05  FILLER                  PIC X(05) VALUE SPACES.
003120     05  WS-DDL-ROUTE            PIC X(02).
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  WS-DDL-NAME             PIC X(16).
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  WS-DDL-MESSAGES         PIC ZZZZZZZZZ9.
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  WS-DDL-REPEATS          PIC ZZZZZZZZZZ9.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  WS-DDL-CEILING          PIC ZZZZZZZZZ9.
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  WS-DDL-STATUS           PIC X(24).
003230
003240 01  WS-DAY-TOTAL-LINE.
003250     05  FILLER                  PIC X(05) VALUE SPACES.
003260     05  FILLER                  PIC X(22)
003270             VALUE 'DAY TOTAL'.
003280     05  WS-DTL-MESSAGES         PIC ZZZZZZZZZ9.
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  WS-DTL-REPEATS          PIC ZZZZZZZZZZ9.
003310
003320 01  WS-SECTION-LINE             PIC X(60) VALUE SPACES.
003330
003340 01  WS-EVENT-COLUMN-LINE.
003350     05  FILLER                  PIC X(10) VALUE 'DATE'.
003360     05  FILLER                  PIC X(10) VALUE 'EVENT'.
003370     05  FILLER                  PIC X(10) VALUE 'MSG ID'.
003380     05  FILLER                  PIC X(04) VALUE 'RT'.
003390     05  FILLER                  PIC X(12) VALUE '   REPEATS'.
003400     05  FILLER                  PIC X(07) VALUE 'RECUR'.
003410     05  FILLER                  PIC X(07) VALUE 'MESSAGE'.
003420
003430 01  WS-EVENT-DETAIL-LINE.
003440     05  WS-EVL-DATE             PIC 9(08).
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  WS-EVL-EVENT            PIC X(08).
003470     05  FILLER                  PIC X(02) VALUE SPACES.
003480     05  WS-EVL-MESSAGE-ID       PIC X(08).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  WS-EVL-ROUTE            PIC X(02).
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  WS-EVL-REPEATS          PIC ZZZZZZZZZ9.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  WS-EVL-RECUR-CODE       PIC X(01).
003550     05  WS-EVL-RECUR-DAY        PIC X(01).
003560     05  FILLER                  PIC X(05) VALUE SPACES.
003570     05  WS-EVL-MESSAGE          PIC X(60).
003580
003590 01  WS-TRAILER-LINE.
003600     05  WS-TRL-LABEL            PIC X(24).
003610     05  FILLER                  PIC X(02) VALUE ': '.
003620     05  WS-TRL-COUNT            PIC 9(07).
003630
003640 LINKAGE SECTION.
003650 01  PARM-DATA.
003660     05  PARM-LENGTH             PIC S9(04) COMP.
003670     05  PARM-TEXT.
003680         10  PARM-DAYS           PIC X(02).
003690         10  PARM-COLON          PIC X(01).
003700         10  PARM-START-DATE     PIC X(08).
003710
003720 PROCEDURE DIVISION USING PARM-DATA.
003730/*****************************************************************
003740 0000-MAINLINE.
003750* Program entry point
003760/*****************************************************************
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     IF WS-FILES-ARE-OPEN
003790         PERFORM 4000-PROJECT-SCHEDULE THRU 4000-EXIT
003800     END-IF.
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820
003830     STOP RUN.
003840
003850/*****************************************************************
003860 1000-INITIALIZE.
003870* Parse the horizon off the PARM, load the destination master,
003880* build the horizon's dates from the shop calendar, and open
003890* the control file and the report. A bad PARM stops the run
003900* before anything opens.
003910/*****************************************************************
003920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003930     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003940     IF WS-WORST-RC NOT = ZERO
003950         GO TO 1000-EXIT
003960     END-IF.
003970     PERFORM 1200-LOAD-DESTINATIONS THRU 1200-EXIT.
003980     IF WS-WORST-RC >= 16
003990         GO TO 1000-EXIT
004000     END-IF.
004010     PERFORM 1300-BUILD-HORIZON THRU 1300-EXIT.
004020     IF WS-WORST-RC >= 16
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN INPUT CTL-FILE.
004060     IF NOT WS-CTL-FILE-OK
004070         DISPLAY 'MSGSCHD: UNABLE TO OPEN CTLFILE, STATUS = '
004080             WS-CTL-FILE-STATUS
004090         MOVE 16 TO WS-WORST-RC
004100         GO TO 1000-EXIT
004110     END-IF.
004120     OPEN OUTPUT SCH-FILE.
004130     IF NOT WS-SCH-FILE-OK
004140         DISPLAY 'MSGSCHD: UNABLE TO OPEN SCHRPT, STATUS = '
004150             WS-SCH-FILE-STATUS
004160         MOVE 16 TO WS-WORST-RC
004170         GO TO 1000-EXIT
004180     END-IF.
004190     SET WS-FILES-ARE-OPEN TO TRUE.
004200 1000-EXIT.
004210     EXIT.
004220
004230/*****************************************************************
004240 1100-PARSE-PARM.
004250* The PARM is NN for the next NN business days from tomorrow,
004260* NN:YYYYMMDD to start from a given date instead, or nothing
004270* for the next ten business days from tomorrow. NN runs 01-60.
004280/*****************************************************************
004290     MOVE WS-RUN-DATE TO WS-DT-DATE.
004300     PERFORM 7000-NEXT-DATE THRU 7000-EXIT.
004310     MOVE WS-DT-DATE TO WS-HZN-START.
004320     IF PARM-LENGTH = ZERO
004330         GO TO 1100-EXIT
004340     END-IF.
004350     IF PARM-LENGTH NOT = 2 AND PARM-LENGTH NOT = 11
004360         DISPLAY 'MSGSCHD: PARM MUST BE NN OR NN:YYYYMMDD - '
004370             'RUN REJECTED'
004380         MOVE 12 TO WS-WORST-RC
004390         GO TO 1100-EXIT
004400     END-IF.
004410     IF PARM-DAYS NOT NUMERIC
004420             OR PARM-DAYS = '00'
004430             OR PARM-DAYS > WS-MAX-HORIZON
004440         DISPLAY 'MSGSCHD: PARM BUSINESS DAYS MUST BE 01-'
004450             WS-MAX-HORIZON ' - RUN REJECTED'
004460         MOVE 12 TO WS-WORST-RC
004470         GO TO 1100-EXIT
004480     END-IF.
004490     MOVE PARM-DAYS TO WS-HZN-BUSINESS-DAYS.
004500     IF PARM-LENGTH = 2
004510         GO TO 1100-EXIT
004520     END-IF.
004530     IF PARM-COLON NOT = ':'
004540             OR PARM-START-DATE NOT NUMERIC
004550         DISPLAY 'MSGSCHD: PARM START DATE NOT YYYYMMDD - '
004560             'RUN REJECTED'
004570         MOVE 12 TO WS-WORST-RC
004580         GO TO 1100-EXIT
004590     END-IF.
004600     MOVE PARM-START-DATE TO WS-DT-DATE.
004610     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
004620     IF WS-DATE-IS-INVALID
004630         DISPLAY 'MSGSCHD: PARM START DATE ' PARM-START-DATE
004640             ' IS NOT A VALID DATE - RUN REJECTED'
004650         MOVE 12 TO WS-WORST-RC
004660         GO TO 1100-EXIT
004670     END-IF.
004680     MOVE PARM-START-DATE TO WS-HZN-START.
004690 1100-EXIT.
004700     EXIT.
004710
004720/*****************************************************************
004730 1200-LOAD-DESTINATIONS.
004740* Load every DSTFILE destination - route, name, active flag,
004750* and daily ceiling - into WS-DESK-TABLE for the routing and
004760* the ceiling checks. More desks than the table holds fails the
004770* step; the broadcast could not load them either.
004780/*****************************************************************
004790     OPEN INPUT DST-FILE.
004800     IF NOT WS-DST-FILE-OK
004810         DISPLAY 'MSGSCHD: UNABLE TO OPEN DSTFILE, STATUS = '
004820             WS-DST-FILE-STATUS
004830         MOVE 16 TO WS-WORST-RC
004840         GO TO 1200-EXIT
004850     END-IF.
004860     PERFORM 1220-LOAD-ONE-DESTINATION THRU 1220-EXIT
004870         UNTIL WS-DST-END-OF-FILE.
004880     CLOSE DST-FILE.
004890 1200-EXIT.
004900     EXIT.
004910
004920/*****************************************************************
004930 1220-LOAD-ONE-DESTINATION.
004940* Read one destination master row into the next table entry.
004950/*****************************************************************
004960     READ DST-FILE
004970         AT END
004980             SET WS-DST-END-OF-FILE TO TRUE
004990             GO TO 1220-EXIT
005000     END-READ.
005010     IF NOT WS-DST-FILE-OK
005020         DISPLAY 'MSGSCHD: DSTFILE READ ERROR, STATUS = '
005030             WS-DST-FILE-STATUS
005040         MOVE 16 TO WS-WORST-RC
005050         SET WS-DST-END-OF-FILE TO TRUE
005060         GO TO 1220-EXIT
005070     END-IF.
005080     IF WS-DESK-COUNT >= WS-MAX-DESKS
005090         DISPLAY 'MSGSCHD: DSTFILE HOLDS MORE THAN '
005100             WS-MAX-DESKS ' DESTINATIONS'
005110         MOVE 16 TO WS-WORST-RC
005120         SET WS-DST-END-OF-FILE TO TRUE
005130         GO TO 1220-EXIT
005140     END-IF.
005150     ADD 1 TO WS-DESK-COUNT.
005160     MOVE DST-ROUTE-CODE    TO WS-DESK-ROUTE (WS-DESK-COUNT).
005170     MOVE DST-NAME          TO WS-DESK-NAME (WS-DESK-COUNT).
005180     MOVE DST-ACTIVE-FLAG
005190         TO WS-DESK-ACTIVE-FLAG (WS-DESK-COUNT).
005200     IF DST-DAILY-CEILING NUMERIC
005210         MOVE DST-DAILY-CEILING TO WS-DESK-CEILING (WS-DESK-COUNT)
005220     ELSE
005230         MOVE ZERO TO WS-DESK-CEILING (WS-DESK-COUNT)
005240     END-IF.
005250     MOVE ZERO TO WS-DESK-HZN-MESSAGES (WS-DESK-COUNT).
005260     MOVE ZERO TO WS-DESK-HZN-REPEATS (WS-DESK-COUNT).
005270     MOVE ZERO TO WS-DESK-OVER-DAYS (WS-DESK-COUNT).
005280     PERFORM 1240-CLEAR-DESK-DAY THRU 1240-EXIT
005290         VARYING WS-DAY-IX FROM 1 BY 1
005300             UNTIL WS-DAY-IX > WS-MAX-DAYS.
005310 1220-EXIT.
005320     EXIT.
005330
005340/*****************************************************************
005350 1240-CLEAR-DESK-DAY.
005360* Zero one day's counts for the desk just loaded.
005370/*****************************************************************
005380     MOVE ZERO TO WS-DD-MESSAGES (WS-DESK-COUNT, WS-DAY-IX).
005390     MOVE ZERO TO WS-DD-REPEATS (WS-DESK-COUNT, WS-DAY-IX).
005400 1240-EXIT.
005410     EXIT.
005420
005430/*****************************************************************
005440 1300-BUILD-HORIZON.
005450* Walk forward a day at a time from the start date, matching
005460* each date against CALFILE (in date sequence), until the
005470* requested number of business days is in the table. A date
005480* CALFILE does not cover is flagged: a weekday counts toward
005490* the horizon, since the broadcast will still run that day, and
005500* a weekend does not.
005510/*****************************************************************
005520     OPEN INPUT CAL-FILE.
005530     IF NOT WS-CAL-FILE-OK
005540         DISPLAY 'MSGSCHD: UNABLE TO OPEN CALFILE, STATUS = '
005550             WS-CAL-FILE-STATUS
005560         MOVE 16 TO WS-WORST-RC
005570         GO TO 1300-EXIT
005580     END-IF.
005590     PERFORM 1380-READ-CALENDAR THRU 1380-EXIT.
005600     MOVE WS-HZN-START TO WS-WALK-DATE.
005610     PERFORM 1320-PLACE-ONE-DATE THRU 1320-EXIT
005620         UNTIL WS-HZN-FOUND >= WS-HZN-BUSINESS-DAYS
005630         OR WS-WORST-RC >= 16.
005640     CLOSE CAL-FILE.
005650     IF WS-WORST-RC >= 16
005660         GO TO 1300-EXIT
005670     END-IF.
005680     MOVE WS-DAY-DATE (1) TO WS-HZN-FIRST.
005690     MOVE WS-DAY-DATE (WS-DAY-COUNT) TO WS-HZN-LAST.
005700     IF WS-UNCOVERED-COUNT NOT = ZERO
005710         DISPLAY 'MSGSCHD: ' WS-UNCOVERED-COUNT ' DATE(S) IN '
005720             'THE HORIZON ARE NOT ON THE SHOP CALENDAR.'
005730         IF WS-WORST-RC < 4
005740             MOVE 4 TO WS-WORST-RC
005750         END-IF
005760     END-IF.
005770 1300-EXIT.
005780     EXIT.
005790
005800/*****************************************************************
005810 1320-PLACE-ONE-DATE.
005820* Judge WS-WALK-DATE against the calendar, add it to the
005830* horizon when the report shows it, and step to the next date.
005840/*****************************************************************
005850     PERFORM 1380-READ-CALENDAR THRU 1380-EXIT
005860         UNTIL WS-CAL-END-OF-FILE
005870         OR CAL-DATE-N >= WS-WALK-DATE.
005880     MOVE WS-WALK-DATE TO WS-DT-DATE.
005890     PERFORM 7200-COMPUTE-DAY-OF-WEEK THRU 7200-EXIT.
005900     IF WS-CAL-NOT-END-OF-FILE
005910             AND CAL-DATE-N = WS-WALK-DATE
005920         IF NOT CAL-BUSINESS-DAY
005930                 AND WS-DT-DOW > 5
005940             GO TO 1320-NEXT
005950         END-IF
005960         PERFORM 1340-ADD-HORIZON-DAY THRU 1340-EXIT
005970         IF CAL-BUSINESS-DAY
005980             SET WS-DAY-BUSINESS (WS-DAY-COUNT) TO TRUE
005990             ADD 1 TO WS-HZN-FOUND
006000         ELSE
006010             SET WS-DAY-HOLIDAY (WS-DAY-COUNT) TO TRUE
006020         END-IF
006030         MOVE CAL-FIRST-BUS-DAY TO WS-DAY-FIRST-BUS (WS-DAY-COUNT)
006040         MOVE CAL-DESCRIPTION
006050             TO WS-DAY-DESCRIPTION (WS-DAY-COUNT)
006060         GO TO 1320-NEXT
006070     END-IF.
006080     PERFORM 1340-ADD-HORIZON-DAY THRU 1340-EXIT.
006090     ADD 1 TO WS-UNCOVERED-COUNT.
006100     IF WS-DT-DOW > 5
006110         SET WS-DAY-UNCOVERED-WKND (WS-DAY-COUNT) TO TRUE
006120     ELSE
006130         SET WS-DAY-UNCOVERED (WS-DAY-COUNT) TO TRUE
006140         ADD 1 TO WS-HZN-FOUND
006150     END-IF.
006160 1320-NEXT.
006170     MOVE WS-WALK-DATE TO WS-DT-DATE.
006180     PERFORM 7000-NEXT-DATE THRU 7000-EXIT.
006190     MOVE WS-DT-DATE TO WS-WALK-DATE.
006200 1320-EXIT.
006210     EXIT.
006220
006230/*****************************************************************
006240 1340-ADD-HORIZON-DAY.
006250* Open the next horizon table entry for WS-WALK-DATE.
006260/*****************************************************************
006270     IF WS-DAY-COUNT >= WS-MAX-DAYS
006280         DISPLAY 'MSGSCHD: HORIZON PASSED ' WS-MAX-DAYS
006290             ' CALENDAR ENTRIES - SHORTEN THE PARM'
006300         MOVE 16 TO WS-WORST-RC
006310         GO TO 1340-EXIT
006320     END-IF.
006330     ADD 1 TO WS-DAY-COUNT.
006340     MOVE WS-WALK-DATE TO WS-DAY-DATE (WS-DAY-COUNT).
006350     MOVE WS-DT-DOW    TO WS-DAY-DOW (WS-DAY-COUNT).
006360     MOVE 'N'          TO WS-DAY-FIRST-BUS (WS-DAY-COUNT).
006370     MOVE SPACES       TO WS-DAY-DESCRIPTION (WS-DAY-COUNT).
006380     MOVE ZERO         TO WS-DAY-MESSAGES (WS-DAY-COUNT).
006390     MOVE ZERO         TO WS-DAY-REPEATS (WS-DAY-COUNT).
006400 1340-EXIT.
006410     EXIT.
006420
006430/*****************************************************************
006440 1380-READ-CALENDAR.
006450* Read the next shop calendar row. A row whose date will not
006460* parse cannot cover anything and is passed over.
006470/*****************************************************************
006480     READ CAL-FILE
006490         AT END
006500             SET WS-CAL-END-OF-FILE TO TRUE
006510     END-READ.
006520     IF WS-CAL-END-OF-FILE
006530         GO TO 1380-EXIT
006540     END-IF.
006550     IF CAL-DATE-X NOT NUMERIC
006560         GO TO 1380-READ-CALENDAR
006570     END-IF.
006580 1380-EXIT.
006590     EXIT.
006600
006610/*****************************************************************
006620 2000-PROJECT-ONE-RECORD.
006630* Project one control record across the horizon. Only segment-
006640* 00 bases carry scheduling; continuations go out with their
006650* base and are passed over. A status-'A' base whose route the
006660* destination master can deliver is judged against every
006670* broadcast day in the horizon, and its start or stop inside
006680* the horizon goes to the events section.
006690/*****************************************************************
006700     IF CTL-SEG-N NOT NUMERIC
006710             OR CTL-SEG-N NOT = ZERO
006720         GO TO 2000-NEXT
006730     END-IF.
006740     ADD 1 TO WS-BASE-COUNT.
006750     IF NOT CTL-STATUS-ACTIVE
006760         ADD 1 TO WS-HELD-COUNT
006770         GO TO 2000-NEXT
006780     END-IF.
006790     IF CTL-REPEAT-N NOT NUMERIC
006800             OR CTL-EFF-DATE NOT NUMERIC
006810             OR CTL-EXP-DATE NOT NUMERIC
006820         ADD 1 TO WS-BAD-DATA-COUNT
006830         GO TO 2000-NEXT
006840     END-IF.
006850     MOVE CTL-ROUTE-CODE TO WS-LOOKUP-ROUTE.
006860     IF WS-LOOKUP-ROUTE = SPACES
006870         MOVE WS-DEFAULT-ROUTE TO WS-LOOKUP-ROUTE
006880     END-IF.
006890     MOVE 1 TO WS-DESK-IX.
006900     PERFORM 2100-PROBE-DESK-TABLE THRU 2100-EXIT
006910         UNTIL WS-DESK-IX > WS-DESK-COUNT
006920         OR WS-DESK-ROUTE (WS-DESK-IX) = WS-LOOKUP-ROUTE.
006930     IF WS-DESK-IX > WS-DESK-COUNT
006940         ADD 1 TO WS-UNROUTABLE-COUNT
006950         GO TO 2000-NEXT
006960     END-IF.
006970     IF NOT WS-DESK-IS-ACTIVE (WS-DESK-IX)
006980         ADD 1 TO WS-UNROUTABLE-COUNT
006990         GO TO 2000-NEXT
007000     END-IF.
007010
007020     SET WS-RECORD-NOT-PROJECTED TO TRUE.
007030     PERFORM 2200-PROJECT-ONE-DAY THRU 2200-EXIT
007040         VARYING WS-DAY-IX FROM 1 BY 1
007050             UNTIL WS-DAY-IX > WS-DAY-COUNT.
007060     IF WS-RECORD-PROJECTED
007070         ADD 1 TO WS-PROJECTED-COUNT
007080     END-IF.
007090
007100     IF CTL-EFF-DATE NOT = ZERO
007110             AND CTL-EFF-DATE >= WS-HZN-FIRST
007120             AND CTL-EFF-DATE <= WS-HZN-LAST
007130         MOVE CTL-EFF-DATE TO SRT-DATE
007140         SET SRT-EVENT-STARTS TO TRUE
007150         PERFORM 2400-RELEASE-EVENT THRU 2400-EXIT
007160     END-IF.
007170     IF CTL-EXP-DATE NOT = ZERO
007180             AND CTL-EXP-DATE >= WS-HZN-FIRST
007190             AND CTL-EXP-DATE <= WS-HZN-LAST
007200         MOVE CTL-EXP-DATE TO SRT-DATE
007210         SET SRT-EVENT-LAST-DAY TO TRUE
007220         PERFORM 2400-RELEASE-EVENT THRU 2400-EXIT
007230     END-IF.
007240 2000-NEXT.
007250     PERFORM 3000-READ-CONTROL-RECORD THRU 3000-EXIT.
007260 2000-EXIT.
007270     EXIT.
007280
007290/*****************************************************************
007300 2100-PROBE-DESK-TABLE.
007310* One probe of the desk table for the record's route.
007320/*****************************************************************
007330     ADD 1 TO WS-DESK-IX.
007340 2100-EXIT.
007350     EXIT.
007360
007370/*****************************************************************
007380 2200-PROJECT-ONE-DAY.
007390* Judge the record against one horizon day with MAIN's screen:
007400* inside the effective/expiry window, then the recurrence
007410* pattern against that day's calendar entry. A day CALFILE
007420* does not cover issues only records with no recurrence code,
007430* exactly as MAIN skips recurrence-coded records that day.
007440/*****************************************************************
007450     IF NOT WS-DAY-BROADCASTS (WS-DAY-IX)
007460         GO TO 2200-EXIT
007470     END-IF.
007480     IF CTL-EFF-DATE NOT = ZERO
007490             AND CTL-EFF-DATE > WS-DAY-DATE (WS-DAY-IX)
007500         GO TO 2200-EXIT
007510     END-IF.
007520     IF CTL-EXP-DATE NOT = ZERO
007530             AND CTL-EXP-DATE < WS-DAY-DATE (WS-DAY-IX)
007540         GO TO 2200-EXIT
007550     END-IF.
007560     SET WS-RECORD-NOT-SCHEDULED TO TRUE.
007570     EVALUATE TRUE
007580         WHEN CTL-RECUR-NONE
007590             SET WS-RECORD-SCHEDULED TO TRUE
007600         WHEN WS-DAY-UNCOVERED (WS-DAY-IX)
007610             CONTINUE
007620         WHEN CTL-RECUR-DAILY
007630             SET WS-RECORD-SCHEDULED TO TRUE
007640         WHEN CTL-RECUR-WEEKLY
007650             IF CTL-RECUR-DAY NUMERIC
007660                 AND CTL-RECUR-DAY = WS-DAY-DOW (WS-DAY-IX)
007670                 SET WS-RECORD-SCHEDULED TO TRUE
007680             END-IF
007690         WHEN CTL-RECUR-MONTHLY
007700             IF WS-DAY-IS-FIRST-BUS (WS-DAY-IX)
007710                 SET WS-RECORD-SCHEDULED TO TRUE
007720             END-IF
007730     END-EVALUATE.
007740     IF WS-RECORD-NOT-SCHEDULED
007750         GO TO 2200-EXIT
007760     END-IF.
007770     SET WS-RECORD-PROJECTED TO TRUE.
007780     ADD 1 TO WS-DD-MESSAGES (WS-DESK-IX, WS-DAY-IX).
007790     ADD CTL-REPEAT-N TO WS-DD-REPEATS (WS-DESK-IX, WS-DAY-IX).
007800     ADD 1 TO WS-DAY-MESSAGES (WS-DAY-IX).
007810     ADD CTL-REPEAT-N TO WS-DAY-REPEATS (WS-DAY-IX).
007820     ADD 1 TO WS-DESK-HZN-MESSAGES (WS-DESK-IX).
007830     ADD CTL-REPEAT-N TO WS-DESK-HZN-REPEATS (WS-DESK-IX).
007840 2200-EXIT.
007850     EXIT.
007860
007870/*****************************************************************
007880 2400-RELEASE-EVENT.
007890* Hand one start or stop to the sort for the events section.
007900* SRT-DATE and SRT-EVENT are already set by the caller.
007910/*****************************************************************
007920     MOVE CTL-MESSAGE-ID TO SRT-MESSAGE-ID.
007930     MOVE WS-LOOKUP-ROUTE TO SRT-ROUTE-CODE.
007940     MOVE CTL-REPEAT-N   TO SRT-REPEAT-N.
007950     MOVE CTL-RECUR-CODE TO SRT-RECUR-CODE.
007960     IF CTL-RECUR-WEEKLY
007970         MOVE CTL-RECUR-DAY TO SRT-RECUR-DAY
007980     ELSE
007990         MOVE SPACE TO SRT-RECUR-DAY
008000     END-IF.
008010     MOVE CTL-MESSAGE    TO SRT-MESSAGE.
008020     RELEASE SRT-RECORD.
008030     ADD 1 TO WS-EVENT-COUNT.
008040 2400-EXIT.
008050     EXIT.
008060
008070/*****************************************************************
008080 3000-READ-CONTROL-RECORD.
008090* Read the next control record from CTLFILE in key sequence.
008100/*****************************************************************
008110     READ CTL-FILE
008120         AT END
008130             SET WS-END-OF-FILE TO TRUE
008140     END-READ.
008150     IF WS-END-OF-FILE
008160         GO TO 3000-EXIT
008170     END-IF.
008180     IF NOT WS-CTL-FILE-OK
008190         DISPLAY 'MSGSCHD: CTLFILE READ ERROR, STATUS = '
008200             WS-CTL-FILE-STATUS
008210         MOVE 12 TO WS-WORST-RC
008220         SET WS-END-OF-FILE TO TRUE
008230     END-IF.
008240 3000-EXIT.
008250     EXIT.
008260
008270/*****************************************************************
008280 4000-PROJECT-SCHEDULE.
008290* The one pass of CTLFILE runs as the sort's input procedure,
008300* releasing the start and stop events as it goes; by the time
008310* the output procedure runs every projection is complete, so it
008320* prints the day-by-day schedule and the desk totals first and
008330* the date-ordered events after them.
008340/*****************************************************************
008350     SORT SORT-FILE
008360         ON ASCENDING KEY SRT-DATE SRT-EVENT SRT-MESSAGE-ID
008370         INPUT PROCEDURE IS 6000-PROJECT-CONTROL-FILE
008380             THRU 6000-EXIT
008390         OUTPUT PROCEDURE IS 7500-WRITE-SCHEDULE-REPORT
008400             THRU 7500-EXIT.
008410     IF SORT-RETURN NOT = ZERO
008420         DISPLAY 'MSGSCHD: SORT FAILED, SORT-RETURN = '
008430             SORT-RETURN
008440         MOVE 16 TO WS-WORST-RC
008450     END-IF.
008460 4000-EXIT.
008470     EXIT.
008480
008490/*****************************************************************
008500 5100-WRITE-REPORT-HEADER.
008510* Format and write a new page header and the horizon line,
008520* resetting the line count for the page that follows.
008530/*****************************************************************
008540     ADD 1 TO WS-PAGE-COUNT.
008550     MOVE ZERO TO WS-LINE-COUNT.
008560
008570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008580     ACCEPT WS-CURRENT-TIME FROM TIME.
008590
008600     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
008610     STRING WS-CD-MM   DELIMITED BY SIZE
008620            '/'        DELIMITED BY SIZE
008630            WS-CD-DD   DELIMITED BY SIZE
008640            '/'        DELIMITED BY SIZE
008650            WS-CD-YYYY DELIMITED BY SIZE
008660            INTO WS-HDR-DATE
008670     END-STRING.
008680     STRING WS-CT-HH   DELIMITED BY SIZE
008690            ':'        DELIMITED BY SIZE
008700            WS-CT-MM   DELIMITED BY SIZE
008710            ':'        DELIMITED BY SIZE
008720            WS-CT-SS   DELIMITED BY SIZE
008730            INTO WS-HDR-TIME
008740     END-STRING.
008750     MOVE SPACES TO SCH-RECORD.
008760     MOVE '1' TO SCH-CARRIAGE-CONTROL.
008770     MOVE WS-HEADER-LINE TO SCH-DATA.
008780     WRITE SCH-RECORD.
008790
008800     MOVE WS-HZN-BUSINESS-DAYS TO WS-RNG-DAYS.
008810     MOVE WS-HZN-FIRST TO WS-RNG-FIRST.
008820     MOVE WS-HZN-LAST  TO WS-RNG-LAST.
008830     MOVE SPACES TO SCH-RECORD.
008840     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
008850     MOVE WS-RANGE-LINE TO SCH-DATA.
008860     WRITE SCH-RECORD.
008870     MOVE 2 TO WS-LINE-COUNT.
008880 5100-EXIT.
008890     EXIT.
008900
008910/*****************************************************************
008920 5200-WRITE-TRAILER.
008930* The run totals: what the pass read and why records that
008940* could not be projected were left out.
008950/*****************************************************************
008960     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
008970     MOVE SPACES TO SCH-RECORD.
008980     MOVE '0' TO SCH-CARRIAGE-CONTROL.
008990     MOVE 'RUN TOTALS' TO SCH-DATA.
009000     WRITE SCH-RECORD.
009010     MOVE 'BASE RECORDS READ' TO WS-TRL-LABEL.
009020     MOVE WS-BASE-COUNT TO WS-TRL-COUNT.
009030     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009040     MOVE 'SCHEDULED IN HORIZON' TO WS-TRL-LABEL.
009050     MOVE WS-PROJECTED-COUNT TO WS-TRL-COUNT.
009060     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009070     MOVE 'HELD (NOT STATUS A)' TO WS-TRL-LABEL.
009080     MOVE WS-HELD-COUNT TO WS-TRL-COUNT.
009090     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009100     MOVE 'ROUTE NOT DELIVERABLE' TO WS-TRL-LABEL.
009110     MOVE WS-UNROUTABLE-COUNT TO WS-TRL-COUNT.
009120     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009130     MOVE 'BAD NUMERIC FIELDS' TO WS-TRL-LABEL.
009140     MOVE WS-BAD-DATA-COUNT TO WS-TRL-COUNT.
009150     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009160     MOVE 'STARTS AND STOPS' TO WS-TRL-LABEL.
009170     MOVE WS-EVENT-COUNT TO WS-TRL-COUNT.
009180     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009190     MOVE 'DATES NOT ON CALFILE' TO WS-TRL-LABEL.
009200     MOVE WS-UNCOVERED-COUNT TO WS-TRL-COUNT.
009210     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009220     MOVE 'DESK-DAYS OVER CEILING' TO WS-TRL-LABEL.
009230     MOVE WS-OVER-CEILING-COUNT TO WS-TRL-COUNT.
009240     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009250 5200-EXIT.
009260     EXIT.
009270
009280/*****************************************************************
009290 5250-WRITE-TRAILER-LINE.
009300* One label and count on the run totals.
009310/*****************************************************************
009320     MOVE SPACES TO SCH-RECORD.
009330     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
009340     MOVE WS-TRAILER-LINE TO SCH-DATA.
009350     WRITE SCH-RECORD.
009360 5250-EXIT.
009370     EXIT.
009380
009390/*****************************************************************
009400 5300-WRITE-ONE-DAY.
009410* One horizon date: its heading, then a line for every desk
009420* with something scheduled that day, checked against the
009430* desk's daily ceiling, and the day's total. Dates with no
009440* broadcast say why.
009450/*****************************************************************
009460     IF WS-LINE-COUNT + 4 >= WS-MAX-LINES-PER-PAGE
009470         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
009480     END-IF.
009490     MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DHL-DATE.
009500     MOVE WS-DAY-NAME (WS-DAY-DOW (WS-DAY-IX)) TO WS-DHL-DAY.
009510     EVALUATE TRUE
009520         WHEN WS-DAY-UNCOVERED (WS-DAY-IX)
009530             MOVE '*** NOT ON CALFILE - RECURRING NOT ISSUED'
009540                 TO WS-DHL-TEXT
009550         WHEN WS-DAY-UNCOVERED-WKND (WS-DAY-IX)
009560             MOVE '*** NOT ON CALFILE - NO BROADCAST'
009570                 TO WS-DHL-TEXT
009580         WHEN WS-DAY-HOLIDAY (WS-DAY-IX)
009590             STRING 'HOLIDAY - NO BROADCAST  '
009600                    DELIMITED BY SIZE
009610                    WS-DAY-DESCRIPTION (WS-DAY-IX)
009620                    DELIMITED BY SIZE
009630                    INTO WS-DHL-TEXT
009640             END-STRING
009650         WHEN WS-DAY-IS-FIRST-BUS (WS-DAY-IX)
009660             MOVE 'BUSINESS DAY - FIRST OF THE MONTH'
009670                 TO WS-DHL-TEXT
009680         WHEN OTHER
009690             MOVE 'BUSINESS DAY' TO WS-DHL-TEXT
009700     END-EVALUATE.
009710     MOVE SPACES TO SCH-RECORD.
009720     MOVE '0' TO SCH-CARRIAGE-CONTROL.
009730     MOVE WS-DAY-HEADING-LINE TO SCH-DATA.
009740     WRITE SCH-RECORD.
009750     ADD 2 TO WS-LINE-COUNT.
009760     IF NOT WS-DAY-BROADCASTS (WS-DAY-IX)
009770         GO TO 5300-EXIT
009780     END-IF.
009790     IF WS-DAY-MESSAGES (WS-DAY-IX) = ZERO
009800         MOVE SPACES TO SCH-RECORD
009810         MOVE ' ' TO SCH-CARRIAGE-CONTROL
009820         MOVE '     NOTHING SCHEDULED' TO SCH-DATA
009830         WRITE SCH-RECORD
009840         ADD 1 TO WS-LINE-COUNT
009850         GO TO 5300-EXIT
009860     END-IF.
009870     MOVE SPACES TO SCH-RECORD.
009880     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
009890     MOVE WS-DESK-COLUMN-LINE TO SCH-DATA.
009900     WRITE SCH-RECORD.
009910     ADD 1 TO WS-LINE-COUNT.
009920     PERFORM 5350-WRITE-DESK-DAY THRU 5350-EXIT
009930         VARYING WS-DESK-IX FROM 1 BY 1
009940             UNTIL WS-DESK-IX > WS-DESK-COUNT.
009950     MOVE WS-DAY-MESSAGES (WS-DAY-IX) TO WS-DTL-MESSAGES.
009960     MOVE WS-DAY-REPEATS (WS-DAY-IX)  TO WS-DTL-REPEATS.
009970     MOVE SPACES TO SCH-RECORD.
009980     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
009990     MOVE WS-DAY-TOTAL-LINE TO SCH-DATA.
010000     WRITE SCH-RECORD.
010010     ADD 1 TO WS-LINE-COUNT.
010020 5300-EXIT.
010030     EXIT.
010040
010050/*****************************************************************
010060 5350-WRITE-DESK-DAY.
010070* One desk's line for the horizon day at WS-DAY-IX, when it
010080* has anything scheduled. A desk over its daily ceiling makes
010090* the step a warning, as it does in the morning edit.
010100/*****************************************************************
010110     IF WS-DD-MESSAGES (WS-DESK-IX, WS-DAY-IX) = ZERO
010120         GO TO 5350-EXIT
010130     END-IF.
010140     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010150         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
010160     END-IF.
010170     MOVE WS-DESK-ROUTE (WS-DESK-IX)   TO WS-DDL-ROUTE.
010180     MOVE WS-DESK-NAME (WS-DESK-IX)    TO WS-DDL-NAME.
010190     MOVE WS-DD-MESSAGES (WS-DESK-IX, WS-DAY-IX)
010200         TO WS-DDL-MESSAGES.
010210     MOVE WS-DD-REPEATS (WS-DESK-IX, WS-DAY-IX)
010220         TO WS-DDL-REPEATS.
010230     MOVE WS-DESK-CEILING (WS-DESK-IX) TO WS-DDL-CEILING.
010240     EVALUATE TRUE
010250         WHEN WS-DESK-CEILING (WS-DESK-IX) = ZERO
010260             MOVE 'NO CEILING' TO WS-DDL-STATUS
010270         WHEN WS-DD-REPEATS (WS-DESK-IX, WS-DAY-IX)
010280                 > WS-DESK-CEILING (WS-DESK-IX)
010290             MOVE 'WARNING - OVER CEILING' TO WS-DDL-STATUS
010300             ADD 1 TO WS-OVER-CEILING-COUNT
010310             ADD 1 TO WS-DESK-OVER-DAYS (WS-DESK-IX)
010320             IF WS-WORST-RC < 4
010330                 MOVE 4 TO WS-WORST-RC
010340             END-IF
010350         WHEN OTHER
010360             MOVE 'WITHIN CEILING' TO WS-DDL-STATUS
010370     END-EVALUATE.
010380     MOVE SPACES TO SCH-RECORD.
010390     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
010400     MOVE WS-DESK-DETAIL-LINE TO SCH-DATA.
010410     WRITE SCH-RECORD.
010420     ADD 1 TO WS-LINE-COUNT.
010430 5350-EXIT.
010440     EXIT.
010450
010460/*****************************************************************
010470 5400-WRITE-DESK-TOTALS.
010480* The horizon as a whole, desk by desk: message-days and
010490* repetitions projected, and how many days the desk goes over
010500* its daily ceiling.
010510/*****************************************************************
010520     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
010530     MOVE SPACES TO SCH-RECORD.
010540     MOVE '0' TO SCH-CARRIAGE-CONTROL.
010550     MOVE 'HORIZON TOTALS BY DESK' TO SCH-DATA.
010560     WRITE SCH-RECORD.
010570     MOVE SPACES TO SCH-RECORD.
010580     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
010590     MOVE WS-DESK-COLUMN-LINE TO SCH-DATA.
010600     WRITE SCH-RECORD.
010610     ADD 3 TO WS-LINE-COUNT.
010620     PERFORM 5450-WRITE-ONE-DESK-TOTAL THRU 5450-EXIT
010630         VARYING WS-DESK-IX FROM 1 BY 1
010640             UNTIL WS-DESK-IX > WS-DESK-COUNT.
010650 5400-EXIT.
010660     EXIT.
010670
010680/*****************************************************************
010690 5450-WRITE-ONE-DESK-TOTAL.
010700* One desk's horizon totals.
010710/*****************************************************************
010720     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010730         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
010740     END-IF.
010750     MOVE WS-DESK-ROUTE (WS-DESK-IX)        TO WS-DDL-ROUTE.
010760     MOVE WS-DESK-NAME (WS-DESK-IX)         TO WS-DDL-NAME.
010770     MOVE WS-DESK-HZN-MESSAGES (WS-DESK-IX) TO WS-DDL-MESSAGES.
010780     MOVE WS-DESK-HZN-REPEATS (WS-DESK-IX)  TO WS-DDL-REPEATS.
010790     MOVE WS-DESK-CEILING (WS-DESK-IX)      TO WS-DDL-CEILING.
010800     EVALUATE TRUE
010810         WHEN NOT WS-DESK-IS-ACTIVE (WS-DESK-IX)
010820             MOVE 'INACTIVE' TO WS-DDL-STATUS
010830         WHEN WS-DESK-OVER-DAYS (WS-DESK-IX) NOT = ZERO
010840             MOVE SPACES TO WS-DDL-STATUS
010850             MOVE WS-DESK-OVER-DAYS (WS-DESK-IX) TO WS-EDIT-DAYS
010860             STRING 'OVER CEILING ' DELIMITED BY SIZE
010870                    WS-EDIT-DAYS DELIMITED BY SIZE
010880                    ' DAY(S)' DELIMITED BY SIZE
010890                    INTO WS-DDL-STATUS
010900             END-STRING
010910         WHEN OTHER
010920             MOVE SPACES TO WS-DDL-STATUS
010930     END-EVALUATE.
010940     MOVE SPACES TO SCH-RECORD.
010950     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
010960     MOVE WS-DESK-DETAIL-LINE TO SCH-DATA.
010970     WRITE SCH-RECORD.
010980     ADD 1 TO WS-LINE-COUNT.
010990 5450-EXIT.
011000     EXIT.
011010
011020/*****************************************************************
011030 6000-PROJECT-CONTROL-FILE.
011040* Sort input - the one pass of CTLFILE.
011050/*****************************************************************
011060     PERFORM 3000-READ-CONTROL-RECORD THRU 3000-EXIT.
011070     PERFORM 2000-PROJECT-ONE-RECORD THRU 2000-EXIT
011080         UNTIL WS-END-OF-FILE.
011090 6000-EXIT.
011100     EXIT.
011110
011120/*****************************************************************
011130 7000-NEXT-DATE.
011140* Advance WS-DT-DATE by one day, across month and year ends.
011150/*****************************************************************
011160     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
011170     IF WS-DT-DD < WS-DT-MONTH-DAYS
011180         ADD 1 TO WS-DT-DD
011190         GO TO 7000-EXIT
011200     END-IF.
011210     MOVE 1 TO WS-DT-DD.
011220     IF WS-DT-MM < 12
011230         ADD 1 TO WS-DT-MM
011240     ELSE
011250         MOVE 1 TO WS-DT-MM
011260         ADD 1 TO WS-DT-YYYY
011270     END-IF.
011280 7000-EXIT.
011290     EXIT.
011300
011310/*****************************************************************
011320 7100-SET-MONTH-LENGTH.
011330* The number of days in WS-DT-DATE's month, February by the
011340* leap-year rule.
011350/*****************************************************************
011360     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
011370     IF WS-DT-MM = 2
011380         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
011390         IF WS-DT-LEAP-YEAR
011400             MOVE 29 TO WS-DT-MONTH-DAYS
011410         END-IF
011420     END-IF.
011430 7100-EXIT.
011440     EXIT.
011450
011460/*****************************************************************
011470 7150-TEST-LEAP-YEAR.
011480* Gregorian leap year: divisible by 4, except centuries that
011490* are not divisible by 400.
011500/*****************************************************************
011510     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
011520         REMAINDER WS-DW-REM.
011530     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
011540         REMAINDER WS-DW-REM-100.
011550     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
011560         REMAINDER WS-DW-REM-400.
011570     IF WS-DW-REM = ZERO
011580             AND (WS-DW-REM-100 NOT = ZERO
011590             OR WS-DW-REM-400 = ZERO)
011600         SET WS-DT-LEAP-YEAR TO TRUE
011610     ELSE
011620         SET WS-DT-COMMON-YEAR TO TRUE
011630     END-IF.
011640 7150-EXIT.
011650     EXIT.
011660
011670/*****************************************************************
011680 7200-COMPUTE-DAY-OF-WEEK.
011690* Day of the week of WS-DT-DATE, 1 = Monday .. 7 = Sunday, by
011700* Zeller's congruence (see MSGCAL).
011710/*****************************************************************
011720     MOVE WS-DT-YYYY TO WS-DW-YEAR.
011730     MOVE WS-DT-MM   TO WS-DW-MONTH.
011740     IF WS-DW-MONTH < 3
011750         ADD 12 TO WS-DW-MONTH
011760         SUBTRACT 1 FROM WS-DW-YEAR
011770     END-IF.
011780     COMPUTE WS-DW-TERM = 13 * (WS-DW-MONTH + 1).
011790     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
011800     COMPUTE WS-DW-SUM = WS-DT-DD + WS-DW-QUOT + WS-DW-YEAR.
011810     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
011820     ADD WS-DW-QUOT TO WS-DW-SUM.
011830     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
011840     SUBTRACT WS-DW-QUOT FROM WS-DW-SUM.
011850     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
011860     ADD WS-DW-QUOT TO WS-DW-SUM.
011870     DIVIDE WS-DW-SUM BY 7 GIVING WS-DW-QUOT
011880         REMAINDER WS-DW-REM.
011890     ADD 5 TO WS-DW-REM.
011900     DIVIDE WS-DW-REM BY 7 GIVING WS-DW-QUOT
011910         REMAINDER WS-DW-REM.
011920     ADD 1 TO WS-DW-REM GIVING WS-DT-DOW.
011930 7200-EXIT.
011940     EXIT.
011950
011960/*****************************************************************
011970 7300-VALIDATE-DATE.
011980* Whether WS-DT-DATE is a real calendar date.
011990/*****************************************************************
012000     SET WS-DATE-IS-VALID TO TRUE.
012010     IF WS-DT-YYYY < 1601
012020             OR WS-DT-MM < 1
012030             OR WS-DT-MM > 12
012040             OR WS-DT-DD < 1
012050         SET WS-DATE-IS-INVALID TO TRUE
012060         GO TO 7300-EXIT
012070     END-IF.
012080     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
012090     IF WS-DT-DD > WS-DT-MONTH-DAYS
012100         SET WS-DATE-IS-INVALID TO TRUE
012110     END-IF.
012120 7300-EXIT.
012130     EXIT.
012140
012150/*****************************************************************
012160 7500-WRITE-SCHEDULE-REPORT.
012170* Sort output - the day-by-day schedule, the horizon totals by
012180* desk, then the starts and stops in date order off the sorted
012190* stream.
012200/*****************************************************************
012210     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
012220     PERFORM 5300-WRITE-ONE-DAY THRU 5300-EXIT
012230         VARYING WS-DAY-IX FROM 1 BY 1
012240             UNTIL WS-DAY-IX > WS-DAY-COUNT.
012250     PERFORM 5400-WRITE-DESK-TOTALS THRU 5400-EXIT.
012260
012270     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
012280     MOVE SPACES TO SCH-RECORD.
012290     MOVE '0' TO SCH-CARRIAGE-CONTROL.
012300     MOVE 'MESSAGES STARTING OR STOPPING IN THE HORIZON'
012310         TO SCH-DATA.
012320     WRITE SCH-RECORD.
012330     MOVE SPACES TO SCH-RECORD.
012340     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
012350     MOVE WS-EVENT-COLUMN-LINE TO SCH-DATA.
012360     WRITE SCH-RECORD.
012370     ADD 3 TO WS-LINE-COUNT.
012380     SET WS-SORT-NOT-END TO TRUE.
012390     PERFORM 7600-RETURN-SORT-RECORD THRU 7600-EXIT.
012400     IF WS-SORT-END
012410         MOVE SPACES TO SCH-RECORD
012420         MOVE ' ' TO SCH-CARRIAGE-CONTROL
012430         MOVE 'NONE' TO SCH-DATA
012440         WRITE SCH-RECORD
012450         GO TO 7500-EXIT
012460     END-IF.
012470     PERFORM 7700-WRITE-ONE-EVENT THRU 7700-EXIT
012480         UNTIL WS-SORT-END.
012490 7500-EXIT.
012500     EXIT.
012510
012520/*****************************************************************
012530 7600-RETURN-SORT-RECORD.
012540* Take the next event off the sorted stream.
012550/*****************************************************************
012560     RETURN SORT-FILE
012570         AT END
012580             SET WS-SORT-END TO TRUE
012590     END-RETURN.
012600 7600-EXIT.
012610     EXIT.
012620
012630/*****************************************************************
012640 7700-WRITE-ONE-EVENT.
012650* One start or stop. STARTS is the first day the message can
012660* go out; LAST DAY is its expiry date, the last day it can.
012670/*****************************************************************
012680     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012690         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
012700         MOVE SPACES TO SCH-RECORD
012710         MOVE '0' TO SCH-CARRIAGE-CONTROL
012720         MOVE WS-EVENT-COLUMN-LINE TO SCH-DATA
012730         WRITE SCH-RECORD
012740         ADD 2 TO WS-LINE-COUNT
012750     END-IF.
012760     MOVE SRT-DATE       TO WS-EVL-DATE.
012770     IF SRT-EVENT-STARTS
012780         MOVE 'STARTS'   TO WS-EVL-EVENT
012790     ELSE
012800         MOVE 'LAST DAY' TO WS-EVL-EVENT
012810     END-IF.
012820     MOVE SRT-MESSAGE-ID TO WS-EVL-MESSAGE-ID.
012830     MOVE SRT-ROUTE-CODE TO WS-EVL-ROUTE.
012840     MOVE SRT-REPEAT-N   TO WS-EVL-REPEATS.
012850     MOVE SRT-RECUR-CODE TO WS-EVL-RECUR-CODE.
012860     MOVE SRT-RECUR-DAY  TO WS-EVL-RECUR-DAY.
012870     MOVE SRT-MESSAGE    TO WS-EVL-MESSAGE.
012880     MOVE SPACES TO SCH-RECORD.
012890     MOVE ' ' TO SCH-CARRIAGE-CONTROL.
012900     MOVE WS-EVENT-DETAIL-LINE TO SCH-DATA.
012910     WRITE SCH-RECORD.
012920     ADD 1 TO WS-LINE-COUNT.
012930     PERFORM 7600-RETURN-SORT-RECORD THRU 7600-EXIT.
012940 7700-EXIT.
012950     EXIT.
012960
012970/*****************************************************************
012980 9000-TERMINATE.
012990* Print the run totals, close down against files that actually
013000* opened, and post the worst return code seen - RC 4 when a
013010* horizon date is missing from the calendar or a desk goes
013020* over its ceiling.
013030/*****************************************************************
013040     IF NOT WS-FILES-ARE-OPEN
013050         GO TO 9000-WRAP-UP
013060     END-IF.
013070     PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT.
013080     CLOSE CTL-FILE.
013090     CLOSE SCH-FILE.
013100 9000-WRAP-UP.
013110     IF WS-WORST-RC > RETURN-CODE
013120         MOVE WS-WORST-RC TO RETURN-CODE
013130     END-IF.
013140     DISPLAY 'MSGSCHD: READ ' WS-BASE-COUNT
013150         ' BASE RECORD(S), ' WS-PROJECTED-COUNT
013160         ' SCHEDULED IN THE HORIZON.'.
013170 9000-EXIT.
013180     EXIT.
013190 END PROGRAM MSGSCHD.
