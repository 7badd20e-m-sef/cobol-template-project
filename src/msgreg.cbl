000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Run registry report - reads the RUNFILE KSDS MAIN
000050*              registers every execution in and reports a date
000060*              range of runs for the monthly batch SLA review:
000070*              each run's mode, PARM, return code, counts and
000080*              elapsed time; FORCE overrides, refused duplicates
000090*              and abandoned runs on their own; and each day's
000100*              full broadcasts against the one per business day
000110*              the CALFILE shop calendar expects.
000120/*****************************************************************
000130******************************************************************
000140* MODIFICATION HISTORY
000150*-----------------------------------------------------------------
000160* DATE       INIT DESCRIPTION
000170* 2026-10-15 SLM  NEW PROGRAM. MAIN HAS WRITTEN THE REGISTRY
000180*                 SINCE SEPTEMBER BUT ONLY ITS OWN DUPLICATE-RUN
000190*                 CHECK EVER READ IT BACK, AND THE SLA REVIEW WAS
000200*                 BUILT FROM OLD JOB LOGS. MSGREG LISTS EVERY RUN
000210*                 IN THE PARM'S DATE RANGE (DEFAULT: THE MONTH TO
000220*                 DATE) WITH ITS ELAPSED TIME, SHOWS THE FORCE
000230*                 OVERRIDES, REFUSED RUNS, AND RUNS STILL AT
000240*                 STATUS S PAST THE BATCH WINDOW (ABANDONED - AN
000250*                 ABEND NEVER REACHES 9000-TERMINATE) IN THEIR
000260*                 OWN SECTIONS, AND CHECKS EACH DAY'S COMPLETED
000270*                 FULL BROADCASTS AGAINST CALFILE - NONE ON A
000280*                 BUSINESS DAY IS MISSED, MORE THAN ONE IS
000290*                 DOUBLED. ANY SUCH FINDING ENDS THE STEP RC 4.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. MSGREG.
000330 AUTHOR. SETH MOORE.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED. 2026-10-15.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-FILE ASSIGN TO RUNFILE
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RUN-ID
000440         FILE STATUS IS WS-RUN-FILE-STATUS.
000450
000460     SELECT CAL-FILE ASSIGN TO CALFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-CAL-FILE-STATUS.
000500
000510     SELECT REG-FILE ASSIGN TO REGRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-REG-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RUN-FILE
000590     RECORD CONTAINS 90 CHARACTERS.
000600 COPY RUNREC REPLACING ==:PFX:== BY ==RUN==.
000610
000620 FD  CAL-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000660
000670 FD  REG-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 133 CHARACTERS.
000700 01  REG-RECORD.
000710     05  REG-CARRIAGE-CONTROL    PIC X(01).
000720     05  REG-DATA                PIC X(132).
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000770         88  WS-END-OF-FILE            VALUE 'Y'.
000780         88  WS-NOT-END-OF-FILE        VALUE 'N'.
000790     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000800         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
000810         88  WS-FILES-NOT-OPEN         VALUE 'N'.
000820     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000830         88  WS-CAL-END-OF-FILE        VALUE 'Y'.
000840         88  WS-CAL-NOT-END-OF-FILE    VALUE 'N'.
000850     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
000860         88  WS-DATE-IS-VALID          VALUE 'Y'.
000870         88  WS-DATE-IS-INVALID        VALUE 'N'.
000880     05  WS-RUN-CLASS            PIC X(01) VALUE SPACE.
000890         88  WS-CLASS-ORDINARY         VALUE SPACE.
000900         88  WS-CLASS-FORCED           VALUE 'F'.
000910         88  WS-CLASS-REFUSED          VALUE 'R'.
000920         88  WS-CLASS-ABANDONED        VALUE 'A'.
000930
000940 01  WS-FILE-STATUSES.
000950     05  WS-RUN-FILE-STATUS      PIC X(02) VALUE '00'.
000960         88  WS-RUN-FILE-OK            VALUE '00'.
000970         88  WS-RUN-KEY-NOT-FOUND      VALUE '23'.
000980         88  WS-RUN-NO-MORE            VALUE '10'.
000990     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.
001000         88  WS-CAL-FILE-OK            VALUE '00'.
001010     05  WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.
001020         88  WS-REG-FILE-OK            VALUE '00'.
001030
001040 01  WS-REPORT-CONTROL.
001050     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001060     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001070     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001080
001090 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001100 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001110     05  WS-CD-YYYY              PIC 9(04).
001120     05  WS-CD-MM                PIC 9(02).
001130     05  WS-CD-DD                PIC 9(02).
001140
001150 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001160 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001170     05  WS-CT-HH                PIC 9(02).
001180     05  WS-CT-MM                PIC 9(02).
001190     05  WS-CT-SS                PIC 9(02).
001200     05  WS-CT-HH2               PIC 9(02).
001210
001220*    THE REPORTING RANGE OFF THE PARM, AND THE MOMENT THE REPORT
001230*    RUNS - A RUN STILL AT STATUS S MORE THAN THE BATCH WINDOW
001240*    AFTER IT STARTED IS ABANDONED, NOT STILL RUNNING.
001250 01  WS-RANGE-CONTROL.
001260     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001270     05  WS-THRU-DATE            PIC 9(08) VALUE ZERO.
001280     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001290     05  WS-NOW-MINUTE           PIC 9(09) COMP VALUE ZERO.
001300     05  WS-BATCH-WINDOW-MINUTES PIC 9(05) COMP VALUE 240.
001310
001320 01  WS-START-KEY.
001330     05  FILLER                  PIC X(03) VALUE 'MSG'.
001340     05  WS-SK-DATE              PIC 9(08) VALUE ZERO.
001350     05  FILLER                  PIC X(06) VALUE '000000'.
001360
001370*    THE DATE BEING WORKED ON BY THE DATE ARITHMETIC PARAGRAPHS
001380*    (7000-7400), WITH ITS MONTH LENGTH AND DAY OF THE WEEK.
001390 01  WS-DATE-WORK.
001400     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
001410     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001420         10  WS-DT-YYYY          PIC 9(04).
001430         10  WS-DT-MM            PIC 9(02).
001440         10  WS-DT-DD            PIC 9(02).
001450     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001460     05  WS-DT-DOW               PIC 9(01) VALUE ZERO.
001470     05  WS-DT-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001480     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
001490         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
001500         88  WS-DT-COMMON-YEAR         VALUE 'N'.
001510
001520 01  WS-DOW-WORK.
001530     05  WS-DW-YEAR              PIC 9(05) COMP VALUE ZERO.
001540     05  WS-DW-MONTH             PIC 9(02) COMP VALUE ZERO.
001550     05  WS-DW-TERM              PIC 9(07) COMP VALUE ZERO.
001560     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
001570     05  WS-DW-SUM               PIC 9(07) COMP VALUE ZERO.
001580     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
001590     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
001600     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
001610
001620 01  WS-MONTH-LENGTH-VALUES.
001630     05  FILLER                  PIC X(24)
001640             VALUE '312831303130313130313031'.
001650 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001660     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001670
001680 01  WS-DAY-NAME-VALUES.
001690     05  FILLER                  PIC X(21)
001700             VALUE 'MONTUEWEDTHUFRISATSUN'.
001710 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001720     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
001730
001740*    ELAPSED TIME OF ONE RUN, START TO END.
001750 01  WS-ELAPSED-WORK.
001760     05  WS-EL-START-SECONDS     PIC 9(11) COMP VALUE ZERO.
001770     05  WS-EL-END-SECONDS       PIC 9(11) COMP VALUE ZERO.
001780     05  WS-EL-SECONDS           PIC 9(11) COMP VALUE ZERO.
001790     05  WS-EL-HOURS             PIC 9(05) COMP VALUE ZERO.
001800     05  WS-EL-MINUTES           PIC 9(02) COMP VALUE ZERO.
001810     05  WS-EL-REM-SECONDS       PIC 9(02) COMP VALUE ZERO.
001820     05  WS-EL-START-MINUTE      PIC 9(09) COMP VALUE ZERO.
001830     05  WS-TM-TIME              PIC 9(06) VALUE ZERO.
001840     05  WS-TM-TIME-R REDEFINES WS-TM-TIME.
001850         10  WS-TM-HH            PIC 9(02).
001860         10  WS-TM-MM            PIC 9(02).
001870         10  WS-TM-SS            PIC 9(02).
001880
001890*    ONE ENTRY PER DATE IN THE REPORTING RANGE: WHAT CALFILE
001900*    SAYS ABOUT IT, AND THE RUNS THAT STARTED ON IT BY KIND.
001910 01  WS-DAY-CONTROL.
001920     05  WS-DAY-IX               PIC 9(04) COMP VALUE ZERO.
001930     05  WS-DAY-COUNT            PIC 9(04) COMP VALUE ZERO.
001940     05  WS-MAX-DAYS             PIC 9(04) COMP VALUE 366.
001950
001960 01  WS-DAY-TABLE.
001970     05  WS-DAY-ENTRY            OCCURS 366 TIMES.
001980         10  WS-DAY-DATE         PIC 9(08).
001990         10  WS-DAY-DOW          PIC 9(01).
002000         10  WS-DAY-KIND         PIC X(01).
002010             88  WS-DAY-BUSINESS       VALUE 'B'.
002020             88  WS-DAY-NON-BUSINESS   VALUE 'H'.
002030             88  WS-DAY-UNCOVERED      VALUE 'U'.
002040         10  WS-DAY-DESCRIPTION  PIC X(30).
002050         10  WS-DAY-FULL-RUNS    PIC 9(03) COMP.
002060         10  WS-DAY-ABANDONED    PIC 9(03) COMP.
002070         10  WS-DAY-REFUSED      PIC 9(03) COMP.
002080         10  WS-DAY-OTHER-RUNS   PIC 9(03) COMP.
002090
002100*    FORCE OVERRIDES, REFUSED RUNS AND ABANDONED RUNS ARE HELD
002110*    AS PRINTED SO THEY CAN BE LISTED AGAIN IN THEIR OWN
002120*    SECTIONS AFTER THE FULL RUN DETAIL.
002130 01  WS-EXCEPTION-CONTROL.
002140     05  WS-EXC-IX               PIC 9(04) COMP VALUE ZERO.
002150     05  WS-EXC-COUNT            PIC 9(04) COMP VALUE ZERO.
002160     05  WS-MAX-EXCEPTIONS       PIC 9(04) COMP VALUE 300.
002170     05  WS-EXC-WANTED           PIC X(01) VALUE SPACE.
002180     05  WS-EXC-LISTED           PIC 9(04) COMP VALUE ZERO.
002190
002200 01  WS-EXCEPTION-TABLE.
002210     05  WS-EXC-ENTRY            OCCURS 300 TIMES.
002220         10  WS-EXC-CLASS        PIC X(01).
002230         10  WS-EXC-LINE         PIC X(122).
002240
002250 77  WS-RUN-COUNT                PIC 9(07) COMP VALUE ZERO.
002260 77  WS-FULL-COUNT               PIC 9(07) COMP VALUE ZERO.
002270 77  WS-KEYED-COUNT              PIC 9(07) COMP VALUE ZERO.
002280 77  WS-SIM-COUNT                PIC 9(07) COMP VALUE ZERO.
002290 77  WS-FORCED-COUNT             PIC 9(07) COMP VALUE ZERO.
002300 77  WS-REFUSED-COUNT            PIC 9(07) COMP VALUE ZERO.
002310 77  WS-ABANDONED-COUNT          PIC 9(07) COMP VALUE ZERO.
002320 77  WS-RUNNING-COUNT            PIC 9(07) COMP VALUE ZERO.
002330 77  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
002340 77  WS-MISSED-COUNT             PIC 9(05) COMP VALUE ZERO.
002350 77  WS-DOUBLED-COUNT            PIC 9(05) COMP VALUE ZERO.
002360 77  WS-UNEXPECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002370 77  WS-UNCOVERED-COUNT          PIC 9(05) COMP VALUE ZERO.
002380 77  WS-EXC-DROPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
002390 77  WS-EXPECTED-RUNS            PIC 9(01) VALUE ZERO.
002400 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002410
002420 01  WS-HEADER-LINE.
002430     05  FILLER                  PIC X(33)
002440             VALUE 'MSGREG RUN REGISTRY REPORT'.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002470     05  WS-HDR-PAGE             PIC ZZZZ9.
002480     05  FILLER                  PIC X(03) VALUE SPACES.
002490     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002500     05  WS-HDR-DATE             PIC X(10).
002510     05  FILLER                  PIC X(03) VALUE SPACES.
002520     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002530     05  WS-HDR-TIME             PIC X(08).
002540
002550 01  WS-RANGE-LINE.
002560     05  FILLER                  PIC X(18)
002570             VALUE 'RUNS STARTED FROM '.
002580     05  WS-RNG-FROM             PIC 9(08).
002590     05  FILLER                  PIC X(06) VALUE ' THRU '.
002600     05  WS-RNG-THRU             PIC 9(08).
002610
002620 01  WS-SECTION-LINE             PIC X(60) VALUE SPACES.
002630
002640 01  WS-RUN-COLUMN-LINE.
002650     05  FILLER                  PIC X(19) VALUE 'RUN ID'.
002660     05  FILLER                  PIC X(06) VALUE 'MODE'.
002670     05  FILLER                  PIC X(23) VALUE 'PARM'.
002680     05  FILLER                  PIC X(03) VALUE 'ST'.
002690     05  FILLER                  PIC X(04) VALUE 'RC'.
002700     05  FILLER                  PIC X(07) VALUE ' PROCD'.
002710     05  FILLER                  PIC X(07) VALUE ' SKIPD'.
002720     05  FILLER                  PIC X(10) VALUE 'START'.
002730     05  FILLER                  PIC X(10) VALUE 'END'.
002740     05  FILLER                  PIC X(11) VALUE 'ELAPSED'.
002750     05  FILLER                  PIC X(04) VALUE 'NOTE'.
002760
002770 01  WS-RUN-DETAIL-LINE.
002780     05  WS-RDL-RUN-ID           PIC X(17).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WS-RDL-MODE             PIC X(04).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-RDL-PARM             PIC X(21).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  WS-RDL-STATUS           PIC X(01).
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  WS-RDL-RC               PIC Z9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  WS-RDL-PROCESSED        PIC ZZZZ9.
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  WS-RDL-SKIPPED          PIC ZZZZ9.
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  WS-RDL-START            PIC X(08).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  WS-RDL-END              PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  WS-RDL-ELAPSED          PIC X(09).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  WS-RDL-NOTE             PIC X(20).
002990
003000 01  WS-HHMMSS.
003010     05  WS-HMS-HH               PIC 9(02).
003020     05  FILLER                  PIC X(01) VALUE ':'.
003030     05  WS-HMS-MM               PIC 9(02).
003040     05  FILLER                  PIC X(01) VALUE ':'.
003050     05  WS-HMS-SS               PIC 9(02).
003060
003070 01  WS-ELAPSED-EDIT.
003080     05  WS-ELE-HOURS            PIC ZZ9.
003090     05  FILLER                  PIC X(01) VALUE ':'.
003100     05  WS-ELE-MINUTES          PIC 9(02).
003110     05  FILLER                  PIC X(01) VALUE ':'.
003120     05  WS-ELE-SECONDS          PIC 9(02).
003130
003140 01  WS-DAILY-COLUMN-LINE.
003150     05  FILLER                  PIC X(10) VALUE 'DATE'.
003160     05  FILLER                  PIC X(05) VALUE 'DAY'.
003170     05  FILLER                  PIC X(16) VALUE 'CALENDAR'.
003180     05  FILLER                  PIC X(06) VALUE 'EXPCT'.
003190     05  FILLER                  PIC X(06) VALUE ' FULL'.
003200     05  FILLER                  PIC X(06) VALUE ' ABND'.
003210     05  FILLER                  PIC X(06) VALUE ' REFD'.
003220     05  FILLER                  PIC X(06) VALUE 'OTHER'.
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  FILLER                  PIC X(06) VALUE 'RESULT'.
003250
003260 01  WS-DAILY-DETAIL-LINE.
003270     05  WS-DYL-DATE             PIC 9(08).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-DYL-DAY              PIC X(03).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  WS-DYL-CALENDAR         PIC X(14).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  WS-DYL-EXPECTED         PIC ZZZ9.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  WS-DYL-FULL             PIC ZZZ9.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  WS-DYL-ABANDONED        PIC ZZZ9.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  WS-DYL-REFUSED          PIC ZZZ9.
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-DYL-OTHER            PIC ZZZ9.
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-DYL-RESULT           PIC X(24).
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  WS-DYL-DESCRIPTION      PIC X(30).
003460
003470 01  WS-TRAILER-LINE.
003480     05  WS-TRL-LABEL            PIC X(24).
003490     05  FILLER                  PIC X(02) VALUE ': '.
003500     05  WS-TRL-COUNT            PIC 9(07).
003510
003520 LINKAGE SECTION.
003530 01  PARM-DATA.
003540     05  PARM-LENGTH             PIC S9(04) COMP.
003550     05  PARM-TEXT.
003560         10  PARM-FROM-DATE      PIC X(08).
003570         10  FILLER              PIC X(01).
003580         10  PARM-THRU-DATE      PIC X(08).
003590
003600 PROCEDURE DIVISION USING PARM-DATA.
003610/*****************************************************************
003620 0000-MAINLINE.
003630* Program entry point
003640/*****************************************************************
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     IF WS-FILES-ARE-OPEN
003670         PERFORM 2000-PROCESS-REGISTRY THRU 2000-EXIT
003680             UNTIL WS-END-OF-FILE
003690         PERFORM 4000-WRITE-EXCEPTIONS THRU 4000-EXIT
003700         PERFORM 4500-WRITE-DAILY-CHECK THRU 4500-EXIT
003710     END-IF.
003720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003730
003740     STOP RUN.
003750
003760/*****************************************************************
003770 1000-INITIALIZE.
003780* Take the date range off the PARM, lay out one day-table entry
003790* per date and mark each from the shop calendar, open the
003800* registry and the report, and position the registry on the
003810* first run of the range. A bad PARM stops the run before
003820* anything opens.
003830/*****************************************************************
003840     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003850     ACCEPT WS-CURRENT-TIME FROM TIME.
003860     MOVE WS-TODAY TO WS-DT-DATE.
003870     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
003880     COMPUTE WS-NOW-MINUTE
003890         = WS-DT-DAY-NUMBER * 1440 + WS-CT-HH * 60 + WS-CT-MM.
003900     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003910     IF WS-WORST-RC NOT = ZERO
003920         GO TO 1000-EXIT
003930     END-IF.
003940     PERFORM 1200-BUILD-DAY-TABLE THRU 1200-EXIT.
003950     IF WS-WORST-RC >= 16
003960         GO TO 1000-EXIT
003970     END-IF.
003980     OPEN INPUT RUN-FILE.
003990     IF NOT WS-RUN-FILE-OK
004000         DISPLAY 'MSGREG: UNABLE TO OPEN RUNFILE, STATUS = '
004010             WS-RUN-FILE-STATUS
004020         MOVE 16 TO WS-WORST-RC
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN OUTPUT REG-FILE.
004060     IF NOT WS-REG-FILE-OK
004070         DISPLAY 'MSGREG: UNABLE TO OPEN REGRPT, STATUS = '
004080             WS-REG-FILE-STATUS
004090         CLOSE RUN-FILE
004100         MOVE 16 TO WS-WORST-RC
004110         GO TO 1000-EXIT
004120     END-IF.
004130     SET WS-FILES-ARE-OPEN TO TRUE.
004140
004150     PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT.
004160     MOVE 'RUN DETAIL, IN THE ORDER THE RUNS STARTED'
004170         TO WS-SECTION-LINE.
004180     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
004190     MOVE SPACES TO REG-RECORD.
004200     MOVE ' ' TO REG-CARRIAGE-CONTROL.
004210     MOVE WS-RUN-COLUMN-LINE TO REG-DATA.
004220     WRITE REG-RECORD.
004230     ADD 1 TO WS-LINE-COUNT.
004240
004250     MOVE WS-FROM-DATE TO WS-SK-DATE.
004260     MOVE WS-START-KEY TO RUN-ID.
004270     START RUN-FILE KEY NOT < RUN-ID.
004280     IF WS-RUN-KEY-NOT-FOUND
004290         SET WS-END-OF-FILE TO TRUE
004300         GO TO 1000-EXIT
004310     END-IF.
004320     IF NOT WS-RUN-FILE-OK
004330         DISPLAY 'MSGREG: START ON RUNFILE FAILED, STATUS = '
004340             WS-RUN-FILE-STATUS
004350         MOVE 16 TO WS-WORST-RC
004360         SET WS-END-OF-FILE TO TRUE
004370         GO TO 1000-EXIT
004380     END-IF.
004390     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT.
004400 1000-EXIT.
004410     EXIT.
004420
004430/*****************************************************************
004440 1100-PARSE-PARM.
004450* The PARM names the range of run dates to report: YYYYMMDD for
004460* a single day, YYYYMMDD:YYYYMMDD for a span, or nothing for
004470* the month to date. A span is held to a year, the size of the
004480* daily check. Anything else is rejected before the files open.
004490/*****************************************************************
004500     IF PARM-LENGTH = ZERO
004510         MOVE WS-TODAY TO WS-DT-DATE
004520         MOVE 1 TO WS-DT-DD
004530         MOVE WS-DT-DATE TO WS-FROM-DATE
004540         MOVE WS-TODAY TO WS-THRU-DATE
004550         GO TO 1100-EXIT
004560     END-IF.
004570     IF PARM-LENGTH NOT = 8 AND PARM-LENGTH NOT = 17
004580         DISPLAY 'MSGREG: PARM MUST BE YYYYMMDD OR '
004590             'YYYYMMDD:YYYYMMDD - RUN REJECTED'
004600         MOVE 12 TO WS-WORST-RC
004610         GO TO 1100-EXIT
004620     END-IF.
004630     IF PARM-FROM-DATE NOT NUMERIC
004640         DISPLAY 'MSGREG: PARM FROM-DATE NOT NUMERIC - '
004650             'RUN REJECTED'
004660         MOVE 12 TO WS-WORST-RC
004670         GO TO 1100-EXIT
004680     END-IF.
004690     MOVE PARM-FROM-DATE TO WS-DT-DATE.
004700     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
004710     IF WS-DATE-IS-INVALID
004720         DISPLAY 'MSGREG: PARM FROM-DATE NOT A VALID DATE - '
004730             'RUN REJECTED'
004740         MOVE 12 TO WS-WORST-RC
004750         GO TO 1100-EXIT
004760     END-IF.
004770     MOVE PARM-FROM-DATE TO WS-FROM-DATE.
004780     IF PARM-LENGTH = 8
004790         MOVE PARM-FROM-DATE TO WS-THRU-DATE
004800         GO TO 1100-EXIT
004810     END-IF.
004820     IF PARM-THRU-DATE NOT NUMERIC
004830         DISPLAY 'MSGREG: PARM THRU-DATE NOT NUMERIC - '
004840             'RUN REJECTED'
004850         MOVE 12 TO WS-WORST-RC
004860         GO TO 1100-EXIT
004870     END-IF.
004880     MOVE PARM-THRU-DATE TO WS-DT-DATE.
004890     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
004900     IF WS-DATE-IS-INVALID
004910         DISPLAY 'MSGREG: PARM THRU-DATE NOT A VALID DATE - '
004920             'RUN REJECTED'
004930         MOVE 12 TO WS-WORST-RC
004940         GO TO 1100-EXIT
004950     END-IF.
004960     MOVE PARM-THRU-DATE TO WS-THRU-DATE.
004970     IF WS-FROM-DATE > WS-THRU-DATE
004980         DISPLAY 'MSGREG: PARM FROM-DATE PAST THRU-DATE - '
004990             'RUN REJECTED'
005000         MOVE 12 TO WS-WORST-RC
005010         GO TO 1100-EXIT
005020     END-IF.
005030 1100-EXIT.
005040     EXIT.
005050
005060/*****************************************************************
005070 1200-BUILD-DAY-TABLE.
005080* One entry per date from the FROM date through the THRU date,
005090* then a pass of CALFILE (in date sequence) to mark each date
005100* a business day, a non-business day, or - where the calendar
005110* has no row - uncovered.
005120/*****************************************************************
005130     MOVE WS-FROM-DATE TO WS-DT-DATE.
005140     PERFORM 1220-ADD-ONE-DAY THRU 1220-EXIT
005150         UNTIL WS-DT-DATE > WS-THRU-DATE
005160         OR WS-WORST-RC NOT = ZERO.
005170     IF WS-WORST-RC NOT = ZERO
005180         GO TO 1200-EXIT
005190     END-IF.
005200     OPEN INPUT CAL-FILE.
005210     IF NOT WS-CAL-FILE-OK
005220         DISPLAY 'MSGREG: UNABLE TO OPEN CALFILE, STATUS = '
005230             WS-CAL-FILE-STATUS
005240         MOVE 16 TO WS-WORST-RC
005250         GO TO 1200-EXIT
005260     END-IF.
005270     MOVE 1 TO WS-DAY-IX.
005280     PERFORM 1250-MARK-FROM-CALENDAR THRU 1250-EXIT
005290         UNTIL WS-CAL-END-OF-FILE
005300         OR WS-DAY-IX > WS-DAY-COUNT.
005310     CLOSE CAL-FILE.
005320 1200-EXIT.
005330     EXIT.
005340
005350/*****************************************************************
005360 1220-ADD-ONE-DAY.
005370* Open the day-table entry for WS-DT-DATE and step to the next
005380* date. A range longer than the table is rejected like any
005390* other bad PARM.
005400/*****************************************************************
005410     IF WS-DAY-COUNT >= WS-MAX-DAYS
005420         DISPLAY 'MSGREG: PARM RANGE LONGER THAN ' WS-MAX-DAYS
005430             ' DAYS - RUN REJECTED'
005440         MOVE 12 TO WS-WORST-RC
005450         GO TO 1220-EXIT
005460     END-IF.
005470     PERFORM 7200-COMPUTE-DAY-OF-WEEK THRU 7200-EXIT.
005480     ADD 1 TO WS-DAY-COUNT.
005490     MOVE WS-DT-DATE TO WS-DAY-DATE (WS-DAY-COUNT).
005500     MOVE WS-DT-DOW  TO WS-DAY-DOW (WS-DAY-COUNT).
005510     SET WS-DAY-UNCOVERED (WS-DAY-COUNT) TO TRUE.
005520     MOVE SPACES TO WS-DAY-DESCRIPTION (WS-DAY-COUNT).
005530     MOVE ZERO TO WS-DAY-FULL-RUNS (WS-DAY-COUNT).
005540     MOVE ZERO TO WS-DAY-ABANDONED (WS-DAY-COUNT).
005550     MOVE ZERO TO WS-DAY-REFUSED (WS-DAY-COUNT).
005560     MOVE ZERO TO WS-DAY-OTHER-RUNS (WS-DAY-COUNT).
005570     PERFORM 7000-NEXT-DATE THRU 7000-EXIT.
005580 1220-EXIT.
005590     EXIT.
005600
005610/*****************************************************************
005620 1250-MARK-FROM-CALENDAR.
005630* Read one calendar row and mark the matching day-table entry.
005640* Rows before the range, and rows whose date will not parse,
005650* are passed over; the table index only moves forward.
005660/*****************************************************************
005670     READ CAL-FILE
005680         AT END
005690             SET WS-CAL-END-OF-FILE TO TRUE
005700             GO TO 1250-EXIT
005710     END-READ.
005720     IF CAL-DATE-X NOT NUMERIC
005730         GO TO 1250-EXIT
005740     END-IF.
005750     PERFORM 1270-PROBE-DAY-TABLE THRU 1270-EXIT
005760         UNTIL WS-DAY-IX > WS-DAY-COUNT
005770         OR WS-DAY-DATE (WS-DAY-IX) >= CAL-DATE-N.
005780     IF WS-DAY-IX > WS-DAY-COUNT
005790         GO TO 1250-EXIT
005800     END-IF.
005810     IF WS-DAY-DATE (WS-DAY-IX) NOT = CAL-DATE-N
005820         GO TO 1250-EXIT
005830     END-IF.
005840     IF CAL-BUSINESS-DAY
005850         SET WS-DAY-BUSINESS (WS-DAY-IX) TO TRUE
005860     ELSE
005870         SET WS-DAY-NON-BUSINESS (WS-DAY-IX) TO TRUE
005880     END-IF.
005890     MOVE CAL-DESCRIPTION TO WS-DAY-DESCRIPTION (WS-DAY-IX).
005900 1250-EXIT.
005910     EXIT.
005920
005930/*****************************************************************
005940 1270-PROBE-DAY-TABLE.
005950* One step forward through the day table.
005960/*****************************************************************
005970     ADD 1 TO WS-DAY-IX.
005980 1270-EXIT.
005990     EXIT.
006000
006010/*****************************************************************
006020 2000-PROCESS-REGISTRY.
006030* Report one registry record and count it against its start
006040* date. A record still at status S is running if it started
006050* inside the batch window and abandoned if it did not.
006060/*****************************************************************
006070     ADD 1 TO WS-RUN-COUNT.
006080     SET WS-CLASS-ORDINARY TO TRUE.
006090     EVALUATE TRUE
006100         WHEN RUN-MODE-FULL
006110             ADD 1 TO WS-FULL-COUNT
006120         WHEN RUN-MODE-KEYED
006130             ADD 1 TO WS-KEYED-COUNT
006140         WHEN OTHER
006150             ADD 1 TO WS-SIM-COUNT
006160     END-EVALUATE.
006170
006180     MOVE SPACES TO WS-RUN-DETAIL-LINE.
006190     MOVE RUN-ID         TO WS-RDL-RUN-ID.
006200     MOVE RUN-MODE       TO WS-RDL-MODE.
006210     MOVE RUN-PARM       TO WS-RDL-PARM.
006220     MOVE RUN-STATUS     TO WS-RDL-STATUS.
006230     MOVE RUN-RC         TO WS-RDL-RC.
006240     MOVE RUN-PROCESSED  TO WS-RDL-PROCESSED.
006250     MOVE RUN-SKIPPED    TO WS-RDL-SKIPPED.
006260     MOVE RUN-START-TIME TO WS-TM-TIME.
006270     PERFORM 2600-FORMAT-TIME THRU 2600-EXIT.
006280     MOVE WS-HHMMSS      TO WS-RDL-START.
006290
006300     PERFORM 2200-FIND-RUN-DAY THRU 2200-EXIT.
006310
006320     EVALUATE TRUE
006330         WHEN RUN-STATUS-REFUSED
006340             SET WS-CLASS-REFUSED TO TRUE
006350             ADD 1 TO WS-REFUSED-COUNT
006360             MOVE 'REFUSED - DUPLICATE' TO WS-RDL-NOTE
006370             IF WS-DAY-IX <= WS-DAY-COUNT
006380                 ADD 1 TO WS-DAY-REFUSED (WS-DAY-IX)
006390             END-IF
006400         WHEN RUN-STATUS-STARTED
006410             PERFORM 2400-JUDGE-OPEN-RUN THRU 2400-EXIT
006420         WHEN OTHER
006430             PERFORM 2300-COMPLETED-RUN THRU 2300-EXIT
006440     END-EVALUATE.
006450
006460     IF RUN-PARM = 'FORCE'
006470         ADD 1 TO WS-FORCED-COUNT
006480         IF WS-RDL-NOTE = SPACES
006490             MOVE 'FORCE OVERRIDE' TO WS-RDL-NOTE
006500         END-IF
006510     END-IF.
006520
006530     PERFORM 5200-WRITE-RUN-LINE THRU 5200-EXIT.
006540*    A FORCE RUN THAT WAS ITSELF ABANDONED IS LISTED UNDER BOTH.
006550     IF NOT WS-CLASS-ORDINARY
006560         PERFORM 2800-HOLD-EXCEPTION THRU 2800-EXIT
006570     END-IF.
006580     IF RUN-PARM = 'FORCE'
006590         SET WS-CLASS-FORCED TO TRUE
006600         PERFORM 2800-HOLD-EXCEPTION THRU 2800-EXIT
006610     END-IF.
006620     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT.
006630 2000-EXIT.
006640     EXIT.
006650
006660/*****************************************************************
006670 2200-FIND-RUN-DAY.
006680* Point WS-DAY-IX at the run's start date. Runs arrive in start
006690* order, so the search carries on from the last run's day.
006700/*****************************************************************
006710     IF WS-DAY-IX = ZERO
006720             OR WS-DAY-IX > WS-DAY-COUNT
006730         MOVE 1 TO WS-DAY-IX
006740     END-IF.
006750     PERFORM 1270-PROBE-DAY-TABLE THRU 1270-EXIT
006760         UNTIL WS-DAY-IX > WS-DAY-COUNT
006770         OR WS-DAY-DATE (WS-DAY-IX) >= RUN-START-DATE.
006780     IF WS-DAY-IX <= WS-DAY-COUNT
006790         IF WS-DAY-DATE (WS-DAY-IX) NOT = RUN-START-DATE
006800             COMPUTE WS-DAY-IX = WS-DAY-COUNT + 1
006810         END-IF
006820     END-IF.
006830 2200-EXIT.
006840     EXIT.
006850
006860/*****************************************************************
006870 2300-COMPLETED-RUN.
006880* A run that reached 9000-TERMINATE: its end time and elapsed
006890* time, and - for a full broadcast that had its files open, the
006900* same test MAIN's duplicate-run check applies - one broadcast
006910* for its day.
006920/*****************************************************************
006930     MOVE RUN-END-TIME TO WS-TM-TIME.
006940     PERFORM 2600-FORMAT-TIME THRU 2600-EXIT.
006950     MOVE WS-HHMMSS TO WS-RDL-END.
006960     PERFORM 2500-COMPUTE-ELAPSED THRU 2500-EXIT.
006970     IF RUN-RC >= 16
006980         ADD 1 TO WS-FAILED-COUNT
006990         MOVE 'FAILED - NO FILES' TO WS-RDL-NOTE
007000     END-IF.
007010     IF WS-DAY-IX > WS-DAY-COUNT
007020         GO TO 2300-EXIT
007030     END-IF.
007040     IF RUN-MODE-FULL
007050             AND RUN-RC < 16
007060         ADD 1 TO WS-DAY-FULL-RUNS (WS-DAY-IX)
007070     ELSE
007080         ADD 1 TO WS-DAY-OTHER-RUNS (WS-DAY-IX)
007090     END-IF.
007100 2300-EXIT.
007110     EXIT.
007120
007130/*****************************************************************
007140 2400-JUDGE-OPEN-RUN.
007150* A run still at status S never wrote its completion. Past the
007160* batch window that is an abend; inside it the run may simply
007170* still be going.
007180/*****************************************************************
007190     MOVE RUN-START-DATE TO WS-DT-DATE.
007200     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
007210     MOVE RUN-START-TIME TO WS-TM-TIME.
007220     COMPUTE WS-EL-START-MINUTE
007230         = WS-DT-DAY-NUMBER * 1440 + WS-TM-HH * 60 + WS-TM-MM.
007240     IF WS-NOW-MINUTE - WS-EL-START-MINUTE
007250             > WS-BATCH-WINDOW-MINUTES
007260         SET WS-CLASS-ABANDONED TO TRUE
007270         ADD 1 TO WS-ABANDONED-COUNT
007280         MOVE '*** ABANDONED' TO WS-RDL-NOTE
007290         IF WS-DAY-IX <= WS-DAY-COUNT
007300             ADD 1 TO WS-DAY-ABANDONED (WS-DAY-IX)
007310         END-IF
007320         IF WS-WORST-RC < 4
007330             MOVE 4 TO WS-WORST-RC
007340         END-IF
007350     ELSE
007360         ADD 1 TO WS-RUNNING-COUNT
007370         MOVE 'STILL RUNNING' TO WS-RDL-NOTE
007380         IF WS-DAY-IX <= WS-DAY-COUNT
007390             ADD 1 TO WS-DAY-OTHER-RUNS (WS-DAY-IX)
007400         END-IF
007410     END-IF.
007420 2400-EXIT.
007430     EXIT.
007440
007450/*****************************************************************
007460 2500-COMPUTE-ELAPSED.
007470* Elapsed time from RUN-START to RUN-END as HHH:MM:SS, counted
007480* across midnight and month ends through the day numbers. An
007490* end stamped before its start cannot be timed.
007500/*****************************************************************
007510     MOVE RUN-START-DATE TO WS-DT-DATE.
007520     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
007530     MOVE RUN-START-TIME TO WS-TM-TIME.
007540     COMPUTE WS-EL-START-SECONDS
007550         = WS-DT-DAY-NUMBER * 86400 + WS-TM-HH * 3600
007560         + WS-TM-MM * 60 + WS-TM-SS.
007570     MOVE RUN-END-DATE TO WS-DT-DATE.
007580     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
007590     MOVE RUN-END-TIME TO WS-TM-TIME.
007600     COMPUTE WS-EL-END-SECONDS
007610         = WS-DT-DAY-NUMBER * 86400 + WS-TM-HH * 3600
007620         + WS-TM-MM * 60 + WS-TM-SS.
007630     IF WS-EL-END-SECONDS < WS-EL-START-SECONDS
007640         MOVE 'UNKNOWN' TO WS-RDL-ELAPSED
007650         GO TO 2500-EXIT
007660     END-IF.
007670     COMPUTE WS-EL-SECONDS
007680         = WS-EL-END-SECONDS - WS-EL-START-SECONDS.
007690     DIVIDE WS-EL-SECONDS BY 3600 GIVING WS-EL-HOURS
007700         REMAINDER WS-EL-SECONDS.
007710     DIVIDE WS-EL-SECONDS BY 60 GIVING WS-EL-MINUTES
007720         REMAINDER WS-EL-REM-SECONDS.
007730     IF WS-EL-HOURS > 999
007740         MOVE 999 TO WS-EL-HOURS
007750     END-IF.
007760     MOVE WS-EL-HOURS       TO WS-ELE-HOURS.
007770     MOVE WS-EL-MINUTES     TO WS-ELE-MINUTES.
007780     MOVE WS-EL-REM-SECONDS TO WS-ELE-SECONDS.
007790     MOVE WS-ELAPSED-EDIT   TO WS-RDL-ELAPSED.
007800 2500-EXIT.
007810     EXIT.
007820
007830/*****************************************************************
007840 2600-FORMAT-TIME.
007850* WS-TM-TIME (HHMMSS) as HH:MM:SS in WS-HHMMSS.
007860/*****************************************************************
007870     MOVE WS-TM-HH TO WS-HMS-HH.
007880     MOVE WS-TM-MM TO WS-HMS-MM.
007890     MOVE WS-TM-SS TO WS-HMS-SS.
007900 2600-EXIT.
007910     EXIT.
007920
007930/*****************************************************************
007940 2800-HOLD-EXCEPTION.
007950* Keep the run's printed line for its exceptions section. Past
007960* the table's capacity the line is still on the detail and the
007970* shortfall is counted on the trailer.
007980/*****************************************************************
007990     IF WS-EXC-COUNT >= WS-MAX-EXCEPTIONS
008000         ADD 1 TO WS-EXC-DROPPED-COUNT
008010         GO TO 2800-EXIT
008020     END-IF.
008030     ADD 1 TO WS-EXC-COUNT.
008040     MOVE WS-RUN-CLASS TO WS-EXC-CLASS (WS-EXC-COUNT).
008050     MOVE WS-RUN-DETAIL-LINE TO WS-EXC-LINE (WS-EXC-COUNT).
008060 2800-EXIT.
008070     EXIT.
008080
008090/*****************************************************************
008100 3000-READ-RUN-RECORD.
008110* Read the next registry record, ending the pass at end of file
008120* or at the first run that started after the THRU date.
008130/*****************************************************************
008140     READ RUN-FILE NEXT RECORD.
008150     IF WS-RUN-NO-MORE
008160         SET WS-END-OF-FILE TO TRUE
008170         GO TO 3000-EXIT
008180     END-IF.
008190     IF NOT WS-RUN-FILE-OK
008200         DISPLAY 'MSGREG: READ ON RUNFILE FAILED, STATUS = '
008210             WS-RUN-FILE-STATUS
008220         MOVE 16 TO WS-WORST-RC
008230         SET WS-END-OF-FILE TO TRUE
008240         GO TO 3000-EXIT
008250     END-IF.
008260     IF RUN-ID (1:3) NOT = 'MSG'
008270             OR RUN-ID (4:8) > WS-THRU-DATE
008280         SET WS-END-OF-FILE TO TRUE
008290     END-IF.
008300 3000-EXIT.
008310     EXIT.
008320
008330/*****************************************************************
008340 4000-WRITE-EXCEPTIONS.
008350* The FORCE overrides, the refused duplicates, and the abandoned
008360* runs, each in its own section.
008370/*****************************************************************
008380     PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT.
008390     MOVE 'FORCE OVERRIDES' TO WS-SECTION-LINE.
008400     MOVE 'F' TO WS-EXC-WANTED.
008410     PERFORM 4100-WRITE-EXCEPTION-CLASS THRU 4100-EXIT.
008420     MOVE 'REFUSED RUNS - DUPLICATE FULL BROADCAST'
008430         TO WS-SECTION-LINE.
008440     MOVE 'R' TO WS-EXC-WANTED.
008450     PERFORM 4100-WRITE-EXCEPTION-CLASS THRU 4100-EXIT.
008460     MOVE 'ABANDONED RUNS - STILL STATUS S PAST THE BATCH WINDOW'
008470         TO WS-SECTION-LINE.
008480     MOVE 'A' TO WS-EXC-WANTED.
008490     PERFORM 4100-WRITE-EXCEPTION-CLASS THRU 4100-EXIT.
008500 4000-EXIT.
008510     EXIT.
008520
008530/*****************************************************************
008540 4100-WRITE-EXCEPTION-CLASS.
008550* One exceptions section: its heading and every held line of
008560* the class in WS-EXC-WANTED, or NONE.
008570/*****************************************************************
008580     IF WS-LINE-COUNT + 5 >= WS-MAX-LINES-PER-PAGE
008590         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
008600     END-IF.
008610     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
008620     MOVE SPACES TO REG-RECORD.
008630     MOVE ' ' TO REG-CARRIAGE-CONTROL.
008640     MOVE WS-RUN-COLUMN-LINE TO REG-DATA.
008650     WRITE REG-RECORD.
008660     ADD 1 TO WS-LINE-COUNT.
008670     MOVE ZERO TO WS-EXC-LISTED.
008680     PERFORM 4150-WRITE-ONE-EXCEPTION THRU 4150-EXIT
008690         VARYING WS-EXC-IX FROM 1 BY 1
008700             UNTIL WS-EXC-IX > WS-EXC-COUNT.
008710     IF WS-EXC-LISTED = ZERO
008720         MOVE SPACES TO REG-RECORD
008730         MOVE ' ' TO REG-CARRIAGE-CONTROL
008740         MOVE 'NONE' TO REG-DATA
008750         WRITE REG-RECORD
008760         ADD 1 TO WS-LINE-COUNT
008770     END-IF.
008780 4100-EXIT.
008790     EXIT.
008800
008810/*****************************************************************
008820 4150-WRITE-ONE-EXCEPTION.
008830* One held line, when it belongs to the section being written.
008840/*****************************************************************
008850     IF WS-EXC-CLASS (WS-EXC-IX) NOT = WS-EXC-WANTED
008860         GO TO 4150-EXIT
008870     END-IF.
008880     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008890         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
008900     END-IF.
008910     MOVE SPACES TO REG-RECORD.
008920     MOVE ' ' TO REG-CARRIAGE-CONTROL.
008930     MOVE WS-EXC-LINE (WS-EXC-IX) TO REG-DATA.
008940     WRITE REG-RECORD.
008950     ADD 1 TO WS-LINE-COUNT.
008960     ADD 1 TO WS-EXC-LISTED.
008970 4150-EXIT.
008980     EXIT.
008990
009000/*****************************************************************
009010 4500-WRITE-DAILY-CHECK.
009020* Each date of the range: completed full broadcasts against the
009030* one a business day expects and the none any other day does.
009040/*****************************************************************
009050     PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT.
009060     MOVE 'DAILY FULL BROADCASTS AGAINST THE SHOP CALENDAR'
009070         TO WS-SECTION-LINE.
009080     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
009090     MOVE SPACES TO REG-RECORD.
009100     MOVE ' ' TO REG-CARRIAGE-CONTROL.
009110     MOVE WS-DAILY-COLUMN-LINE TO REG-DATA.
009120     WRITE REG-RECORD.
009130     ADD 1 TO WS-LINE-COUNT.
009140     PERFORM 4550-WRITE-ONE-DAY THRU 4550-EXIT
009150         VARYING WS-DAY-IX FROM 1 BY 1
009160             UNTIL WS-DAY-IX > WS-DAY-COUNT.
009170 4500-EXIT.
009180     EXIT.
009190
009200/*****************************************************************
009210 4550-WRITE-ONE-DAY.
009220* One date's line. Missed, doubled, or unexpected broadcasts,
009230* and dates the calendar cannot vouch for, make the step a
009240* warning. Today and later dates are shown but not judged
009250* until their broadcast is due.
009260/*****************************************************************
009270     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009280         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
009290         MOVE SPACES TO REG-RECORD
009300         MOVE '0' TO REG-CARRIAGE-CONTROL
009310         MOVE WS-DAILY-COLUMN-LINE TO REG-DATA
009320         WRITE REG-RECORD
009330         ADD 2 TO WS-LINE-COUNT
009340     END-IF.
009350     MOVE SPACES TO WS-DAILY-DETAIL-LINE.
009360     MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DYL-DATE.
009370     MOVE WS-DAY-NAME (WS-DAY-DOW (WS-DAY-IX)) TO WS-DYL-DAY.
009380     MOVE WS-DAY-DESCRIPTION (WS-DAY-IX) TO WS-DYL-DESCRIPTION.
009390     EVALUATE TRUE
009400         WHEN WS-DAY-BUSINESS (WS-DAY-IX)
009410             MOVE 'BUSINESS DAY' TO WS-DYL-CALENDAR
009420             MOVE 1 TO WS-EXPECTED-RUNS
009430         WHEN WS-DAY-NON-BUSINESS (WS-DAY-IX)
009440             MOVE 'NON-BUSINESS' TO WS-DYL-CALENDAR
009450             MOVE 0 TO WS-EXPECTED-RUNS
009460         WHEN OTHER
009470             MOVE 'NOT ON CALFILE' TO WS-DYL-CALENDAR
009480             MOVE 0 TO WS-EXPECTED-RUNS
009490     END-EVALUATE.
009500     MOVE WS-EXPECTED-RUNS TO WS-DYL-EXPECTED.
009510     MOVE WS-DAY-FULL-RUNS (WS-DAY-IX)  TO WS-DYL-FULL.
009520     MOVE WS-DAY-ABANDONED (WS-DAY-IX)  TO WS-DYL-ABANDONED.
009530     MOVE WS-DAY-REFUSED (WS-DAY-IX)    TO WS-DYL-REFUSED.
009540     MOVE WS-DAY-OTHER-RUNS (WS-DAY-IX) TO WS-DYL-OTHER.
009550     EVALUATE TRUE
009560         WHEN WS-DAY-DATE (WS-DAY-IX) > WS-TODAY
009570             MOVE 'NOT YET DUE' TO WS-DYL-RESULT
009580         WHEN WS-DAY-UNCOVERED (WS-DAY-IX)
009590             MOVE 'WARNING - NOT ON CALFILE' TO WS-DYL-RESULT
009600             ADD 1 TO WS-UNCOVERED-COUNT
009610         WHEN WS-DAY-FULL-RUNS (WS-DAY-IX) = WS-EXPECTED-RUNS
009620             MOVE 'OK' TO WS-DYL-RESULT
009630         WHEN WS-DAY-DATE (WS-DAY-IX) = WS-TODAY
009640                 AND WS-DAY-FULL-RUNS (WS-DAY-IX) = ZERO
009650             MOVE 'NOT YET RUN' TO WS-DYL-RESULT
009660         WHEN WS-DAY-FULL-RUNS (WS-DAY-IX) = ZERO
009670             MOVE '*** MISSED' TO WS-DYL-RESULT
009680             ADD 1 TO WS-MISSED-COUNT
009690         WHEN WS-EXPECTED-RUNS = ZERO
009700             MOVE '*** RUN ON NON-BUS DAY' TO WS-DYL-RESULT
009710             ADD 1 TO WS-UNEXPECTED-COUNT
009720         WHEN OTHER
009730             MOVE '*** DOUBLED' TO WS-DYL-RESULT
009740             ADD 1 TO WS-DOUBLED-COUNT
009750     END-EVALUATE.
009760     IF WS-DYL-RESULT (1:3) = '***'
009770             OR WS-DYL-RESULT (1:7) = 'WARNING'
009780         IF WS-WORST-RC < 4
009790             MOVE 4 TO WS-WORST-RC
009800         END-IF
009810     END-IF.
009820     MOVE SPACES TO REG-RECORD.
009830     MOVE ' ' TO REG-CARRIAGE-CONTROL.
009840     MOVE WS-DAILY-DETAIL-LINE TO REG-DATA.
009850     WRITE REG-RECORD.
009860     ADD 1 TO WS-LINE-COUNT.
009870 4550-EXIT.
009880     EXIT.
009890
009900/*****************************************************************
009910 5000-WRITE-REPORT-HEADER.
009920* Format and write a new page header and the range line,
009930* resetting the line count for the page that follows.
009940/*****************************************************************
009950     ADD 1 TO WS-PAGE-COUNT.
009960     MOVE ZERO TO WS-LINE-COUNT.
009970
009980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009990     ACCEPT WS-CURRENT-TIME FROM TIME.
010000
010010     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
010020     STRING WS-CD-MM   DELIMITED BY SIZE
010030            '/'        DELIMITED BY SIZE
010040            WS-CD-DD   DELIMITED BY SIZE
010050            '/'        DELIMITED BY SIZE
010060            WS-CD-YYYY DELIMITED BY SIZE
010070            INTO WS-HDR-DATE
010080     END-STRING.
010090     STRING WS-CT-HH   DELIMITED BY SIZE
010100            ':'        DELIMITED BY SIZE
010110            WS-CT-MM   DELIMITED BY SIZE
010120            ':'        DELIMITED BY SIZE
010130            WS-CT-SS   DELIMITED BY SIZE
010140            INTO WS-HDR-TIME
010150     END-STRING.
010160     MOVE SPACES TO REG-RECORD.
010170     MOVE '1' TO REG-CARRIAGE-CONTROL.
010180     MOVE WS-HEADER-LINE TO REG-DATA.
010190     WRITE REG-RECORD.
010200
010210     MOVE WS-FROM-DATE TO WS-RNG-FROM.
010220     MOVE WS-THRU-DATE TO WS-RNG-THRU.
010230     MOVE SPACES TO REG-RECORD.
010240     MOVE ' ' TO REG-CARRIAGE-CONTROL.
010250     MOVE WS-RANGE-LINE TO REG-DATA.
010260     WRITE REG-RECORD.
010270     MOVE 2 TO WS-LINE-COUNT.
010280 5000-EXIT.
010290     EXIT.
010300
010310/*****************************************************************
010320 5100-WRITE-SECTION-HEADING.
010330* WS-SECTION-LINE after a blank line.
010340/*****************************************************************
010350     MOVE SPACES TO REG-RECORD.
010360     MOVE '0' TO REG-CARRIAGE-CONTROL.
010370     MOVE WS-SECTION-LINE TO REG-DATA.
010380     WRITE REG-RECORD.
010390     ADD 2 TO WS-LINE-COUNT.
010400 5100-EXIT.
010410     EXIT.
010420
010430/*****************************************************************
010440 5200-WRITE-RUN-LINE.
010450* One run on the detail, with the column heading repeated on a
010460* new page.
010470/*****************************************************************
010480     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010490         PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT
010500         MOVE SPACES TO REG-RECORD
010510         MOVE '0' TO REG-CARRIAGE-CONTROL
010520         MOVE WS-RUN-COLUMN-LINE TO REG-DATA
010530         WRITE REG-RECORD
010540         ADD 2 TO WS-LINE-COUNT
010550     END-IF.
010560     MOVE SPACES TO REG-RECORD.
010570     MOVE ' ' TO REG-CARRIAGE-CONTROL.
010580     MOVE WS-RUN-DETAIL-LINE TO REG-DATA.
010590     WRITE REG-RECORD.
010600     ADD 1 TO WS-LINE-COUNT.
010610 5200-EXIT.
010620     EXIT.
010630
010640/*****************************************************************
010650 5300-WRITE-TRAILER.
010660* The range totals for the SLA review.
010670/*****************************************************************
010680     PERFORM 5000-WRITE-REPORT-HEADER THRU 5000-EXIT.
010690     MOVE 'RANGE TOTALS' TO WS-SECTION-LINE.
010700     PERFORM 5100-WRITE-SECTION-HEADING THRU 5100-EXIT.
010710     MOVE 'RUNS IN RANGE' TO WS-TRL-LABEL.
010720     MOVE WS-RUN-COUNT TO WS-TRL-COUNT.
010730     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010740     MOVE '  FULL BROADCAST' TO WS-TRL-LABEL.
010750     MOVE WS-FULL-COUNT TO WS-TRL-COUNT.
010760     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010770     MOVE '  KEYED RE-ISSUE' TO WS-TRL-LABEL.
010780     MOVE WS-KEYED-COUNT TO WS-TRL-COUNT.
010790     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010800     MOVE '  SIMULATION' TO WS-TRL-LABEL.
010810     MOVE WS-SIM-COUNT TO WS-TRL-COUNT.
010820     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010830     MOVE 'FORCE OVERRIDES' TO WS-TRL-LABEL.
010840     MOVE WS-FORCED-COUNT TO WS-TRL-COUNT.
010850     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010860     MOVE 'REFUSED RUNS' TO WS-TRL-LABEL.
010870     MOVE WS-REFUSED-COUNT TO WS-TRL-COUNT.
010880     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010890     MOVE 'ABANDONED RUNS' TO WS-TRL-LABEL.
010900     MOVE WS-ABANDONED-COUNT TO WS-TRL-COUNT.
010910     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010920     MOVE 'STILL RUNNING' TO WS-TRL-LABEL.
010930     MOVE WS-RUNNING-COUNT TO WS-TRL-COUNT.
010940     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010950     MOVE 'FAILED RC 16' TO WS-TRL-LABEL.
010960     MOVE WS-FAILED-COUNT TO WS-TRL-COUNT.
010970     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
010980     MOVE 'BUSINESS DAYS MISSED' TO WS-TRL-LABEL.
010990     MOVE WS-MISSED-COUNT TO WS-TRL-COUNT.
011000     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
011010     MOVE 'DAYS DOUBLED' TO WS-TRL-LABEL.
011020     MOVE WS-DOUBLED-COUNT TO WS-TRL-COUNT.
011030     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
011040     MOVE 'RUNS ON NON-BUS DAYS' TO WS-TRL-LABEL.
011050     MOVE WS-UNEXPECTED-COUNT TO WS-TRL-COUNT.
011060     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
011070     MOVE 'DATES NOT ON CALFILE' TO WS-TRL-LABEL.
011080     MOVE WS-UNCOVERED-COUNT TO WS-TRL-COUNT.
011090     PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT.
011100     IF WS-EXC-DROPPED-COUNT NOT = ZERO
011110         MOVE 'EXCEPTIONS NOT RELISTED' TO WS-TRL-LABEL
011120         MOVE WS-EXC-DROPPED-COUNT TO WS-TRL-COUNT
011130         PERFORM 5350-WRITE-TRAILER-LINE THRU 5350-EXIT
011140     END-IF.
011150 5300-EXIT.
011160     EXIT.
011170
011180/*****************************************************************
011190 5350-WRITE-TRAILER-LINE.
011200* One label and count on the range totals.
011210/*****************************************************************
011220     MOVE SPACES TO REG-RECORD.
011230     MOVE ' ' TO REG-CARRIAGE-CONTROL.
011240     MOVE WS-TRAILER-LINE TO REG-DATA.
011250     WRITE REG-RECORD.
011260 5350-EXIT.
011270     EXIT.
011280
011290/*****************************************************************
011300 7000-NEXT-DATE.
011310* Advance WS-DT-DATE by one day, across month and year ends.
011320/*****************************************************************
011330     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
011340     IF WS-DT-DD < WS-DT-MONTH-DAYS
011350         ADD 1 TO WS-DT-DD
011360         GO TO 7000-EXIT
011370     END-IF.
011380     MOVE 1 TO WS-DT-DD.
011390     IF WS-DT-MM < 12
011400         ADD 1 TO WS-DT-MM
011410     ELSE
011420         MOVE 1 TO WS-DT-MM
011430         ADD 1 TO WS-DT-YYYY
011440     END-IF.
011450 7000-EXIT.
011460     EXIT.
011470
011480/*****************************************************************
011490 7100-SET-MONTH-LENGTH.
011500* The number of days in WS-DT-DATE's month, February by the
011510* leap-year rule.
011520/*****************************************************************
011530     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
011540     IF WS-DT-MM = 2
011550         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
011560         IF WS-DT-LEAP-YEAR
011570             MOVE 29 TO WS-DT-MONTH-DAYS
011580         END-IF
011590     END-IF.
011600 7100-EXIT.
011610     EXIT.
011620
011630/*****************************************************************
011640 7150-TEST-LEAP-YEAR.
011650* Gregorian leap year: divisible by 4, except centuries that
011660* are not divisible by 400.
011670/*****************************************************************
011680     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
011690         REMAINDER WS-DW-REM.
011700     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
011710         REMAINDER WS-DW-REM-100.
011720     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
011730         REMAINDER WS-DW-REM-400.
011740     IF WS-DW-REM = ZERO
011750             AND (WS-DW-REM-100 NOT = ZERO
011760             OR WS-DW-REM-400 = ZERO)
011770         SET WS-DT-LEAP-YEAR TO TRUE
011780     ELSE
011790         SET WS-DT-COMMON-YEAR TO TRUE
011800     END-IF.
011810 7150-EXIT.
011820     EXIT.
011830
011840/*****************************************************************
011850 7200-COMPUTE-DAY-OF-WEEK.
011860* Day of the week of WS-DT-DATE, 1 = Monday .. 7 = Sunday, by
011870* Zeller's congruence (see MSGCAL).
011880/*****************************************************************
011890     MOVE WS-DT-YYYY TO WS-DW-YEAR.
011900     MOVE WS-DT-MM   TO WS-DW-MONTH.
011910     IF WS-DW-MONTH < 3
011920         ADD 12 TO WS-DW-MONTH
011930         SUBTRACT 1 FROM WS-DW-YEAR
011940     END-IF.
011950     COMPUTE WS-DW-TERM = 13 * (WS-DW-MONTH + 1).
011960     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
011970     COMPUTE WS-DW-SUM = WS-DT-DD + WS-DW-QUOT + WS-DW-YEAR.
011980     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
011990     ADD WS-DW-QUOT TO WS-DW-SUM.
012000     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
012010     SUBTRACT WS-DW-QUOT FROM WS-DW-SUM.
012020     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
012030     ADD WS-DW-QUOT TO WS-DW-SUM.
012040     DIVIDE WS-DW-SUM BY 7 GIVING WS-DW-QUOT
012050         REMAINDER WS-DW-REM.
012060     ADD 5 TO WS-DW-REM.
012070     DIVIDE WS-DW-REM BY 7 GIVING WS-DW-QUOT
012080         REMAINDER WS-DW-REM.
012090     ADD 1 TO WS-DW-REM GIVING WS-DT-DOW.
012100 7200-EXIT.
012110     EXIT.
012120
012130/*****************************************************************
012140 7300-VALIDATE-DATE.
012150* Whether WS-DT-DATE is a real calendar date.
012160/*****************************************************************
012170     SET WS-DATE-IS-VALID TO TRUE.
012180     IF WS-DT-YYYY < 1601
012190             OR WS-DT-MM < 1
012200             OR WS-DT-MM > 12
012210             OR WS-DT-DD < 1
012220         SET WS-DATE-IS-INVALID TO TRUE
012230         GO TO 7300-EXIT
012240     END-IF.
012250     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
012260     IF WS-DT-DD > WS-DT-MONTH-DAYS
012270         SET WS-DATE-IS-INVALID TO TRUE
012280     END-IF.
012290 7300-EXIT.
012300     EXIT.
012310
012320/*****************************************************************
012330 7400-COMPUTE-DAY-NUMBER.
012340* A running day count for WS-DT-DATE, so two dates subtract to
012350* the days between them: the year is taken to start in March
012360* (January and February count as months 13 and 14 of the year
012370* before, as in 7200) so the leap day falls at the year's end.
012380/*****************************************************************
012390     MOVE WS-DT-YYYY TO WS-DW-YEAR.
012400     MOVE WS-DT-MM   TO WS-DW-MONTH.
012410     IF WS-DW-MONTH < 3
012420         ADD 12 TO WS-DW-MONTH
012430         SUBTRACT 1 FROM WS-DW-YEAR
012440     END-IF.
012450     COMPUTE WS-DW-TERM = 153 * (WS-DW-MONTH - 3) + 2.
012460     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
012470     COMPUTE WS-DT-DAY-NUMBER
012480         = WS-DW-YEAR * 365 + WS-DW-QUOT + WS-DT-DD.
012490     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
012500     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
012510     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
012520     SUBTRACT WS-DW-QUOT FROM WS-DT-DAY-NUMBER.
012530     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
012540     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
012550 7400-EXIT.
012560     EXIT.
012570
012580/*****************************************************************
012590 9000-TERMINATE.
012600* Print the range totals, close down against files that
012610* actually opened, and post the worst return code seen - RC 4
012620* when the review has something to look at.
012630/*****************************************************************
012640     IF NOT WS-FILES-ARE-OPEN
012650         GO TO 9000-WRAP-UP
012660     END-IF.
012670     PERFORM 5300-WRITE-TRAILER THRU 5300-EXIT.
012680     CLOSE RUN-FILE.
012690     CLOSE REG-FILE.
012700 9000-WRAP-UP.
012710     IF WS-WORST-RC > RETURN-CODE
012720         MOVE WS-WORST-RC TO RETURN-CODE
012730     END-IF.
012740     DISPLAY 'MSGREG: REPORTED ' WS-RUN-COUNT ' RUN(S); '
012750         WS-ABANDONED-COUNT ' ABANDONED, ' WS-MISSED-COUNT
012760         ' BUSINESS DAY(S) MISSED, ' WS-DOUBLED-COUNT
012770         ' DOUBLED.'.
012780 9000-EXIT.
012790     EXIT.
012800 END PROGRAM MSGREG.
