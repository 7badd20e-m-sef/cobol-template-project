000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: CALFILE shop calendar maintenance - generates a
000050*              full year of calendar rows from a holiday list or
000060*              applies holiday add/remove transactions to a year
000070*              already on file, recomputes the first-business-
000080*              day flags, refuses any gap in the date sequence,
000090*              and prints the year for sign-off.
000100/*****************************************************************
000110******************************************************************
000120* MODIFICATION HISTORY
000130*-----------------------------------------------------------------
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 SLM  NEW PROGRAM. MAIN'S RECURRENCE SCREENING AND
000160*                 MSGEDIT'S DESK TALLY BOTH TRUST CALFILE TO HAVE
000170*                 A CORRECT ROW FOR EVERY DATE, BUT NOTHING BUILT
000180*                 IT - NEXT YEAR WAS HAND-KEYED EVERY DECEMBER,
000190*                 AND A MISSING DATE QUIETLY SKIPPED EVERY
000200*                 RECURRENCE-CODED MESSAGE THAT DAY. MSGCAL READS
000210*                 THE LIVE CALFILE AND WRITES A COMPLETE NEW COPY
000220*                 TO NEWCAL, WHICH THE NEXT JOB STEP COPIES BACK
000230*                 ONLY WHEN THIS STEP ENDS BELOW RC 8. PARM
000240*                 'GEN:YYYY' REPLACES YEAR YYYY WITH ONE BUILT
000250*                 FROM THE HOLFILE HOLIDAY LIST (WEEKENDS ARE
000260*                 NON-BUSINESS DAYS); 'UPD:YYYY' APPLIES THE
000270*                 CALTRAN ADD/REMOVE-HOLIDAY TRANSACTIONS FOR
000280*                 THAT YEAR. EITHER WAY THE DAY OF WEEK AND THE
000290*                 FIRST-BUSINESS-DAY FLAG ARE RECOMPUTED ON EVERY
000300*                 ROW WRITTEN, A BREAK IN THE DATE SEQUENCE
000310*                 ANYWHERE IN THE FILE REFUSES THE NEW CALENDAR
000320*                 (RC 12), AND THE LISTING PRINTS THE YEAR DAY BY
000330*                 DAY WITH MONTHLY BUSINESS-DAY COUNTS, EVERY
000340*                 HOLIDAY OR TRANSACTION'S DISPOSITION, AND A
000350*                 ROW COUNT THAT MUST BALANCE.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. MSGCAL.
000390 AUTHOR. SETH MOORE.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED. 2026-10-15.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CAL-FILE ASSIGN TO CALFILE
000470         ORGANIZATION IS SEQUENTIAL
000480         ACCESS MODE IS SEQUENTIAL
000490         FILE STATUS IS WS-CAL-FILE-STATUS.
000500
000510     SELECT NEW-FILE ASSIGN TO NEWCAL
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-NEW-FILE-STATUS.
000550
000560     SELECT HOL-FILE ASSIGN TO HOLFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-HOL-FILE-STATUS.
000600
000610     SELECT TRN-FILE ASSIGN TO CALTRAN
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-TRN-FILE-STATUS.
000650
000660     SELECT LST-FILE ASSIGN TO CALLST
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-LST-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CAL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000770
000780 FD  NEW-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 COPY CALREC REPLACING ==:PFX:== BY ==NEW==.
000820
000830*    THE HOLIDAY LIST FOR A GENERATED YEAR - ONE OBSERVED
000840*    HOLIDAY PER RECORD, DATE AND NAME.
000850 FD  HOL-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  HOL-RECORD.
000890     05  HOL-DATE                PIC X(08).
000900     05  FILLER                  PIC X(01).
000910     05  HOL-DESCRIPTION         PIC X(30).
000920     05  FILLER                  PIC X(41).
000930
000940*    ONE HOLIDAY CHANGE TO A YEAR ALREADY ON FILE: A MAKES A
000950*    WEEKDAY A HOLIDAY, R MAKES A HOLIDAY A BUSINESS DAY AGAIN.
000960 FD  TRN-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  TRN-RECORD.
001000     05  TRN-ACTION              PIC X(01).
001010     05  FILLER                  PIC X(01).
001020     05  TRN-DATE                PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  TRN-DESCRIPTION         PIC X(30).
001050     05  FILLER                  PIC X(39).
001060
001070 FD  LST-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 133 CHARACTERS.
001100 01  LST-RECORD.
001110     05  LST-CARRIAGE-CONTROL    PIC X(01).
001120     05  LST-DATA                PIC X(132).
001130
001140 WORKING-STORAGE SECTION.
001150 01  WS-SWITCHES.
001160     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001170         88  WS-CAL-END-OF-FILE        VALUE 'Y'.
001180         88  WS-CAL-NOT-END-OF-FILE    VALUE 'N'.
001190     05  WS-CHG-EOF-SWITCH       PIC X(01) VALUE 'N'.
001200         88  WS-CHG-END-OF-FILE        VALUE 'Y'.
001210         88  WS-CHG-NOT-END-OF-FILE    VALUE 'N'.
001220     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001230         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001240         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001250     05  WS-MODE-SWITCH          PIC X(03) VALUE SPACES.
001260         88  WS-MODE-GENERATE          VALUE 'GEN'.
001270         88  WS-MODE-UPDATE            VALUE 'UPD'.
001280     05  WS-GENERATED-SWITCH     PIC X(01) VALUE 'N'.
001290         88  WS-YEAR-GENERATED         VALUE 'Y'.
001300         88  WS-YEAR-NOT-GENERATED     VALUE 'N'.
001310     05  WS-REFUSED-SWITCH       PIC X(01) VALUE 'N'.
001320         88  WS-CALENDAR-REFUSED       VALUE 'Y'.
001330         88  WS-CALENDAR-ACCEPTED      VALUE 'N'.
001340     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
001350         88  WS-DATE-IS-VALID          VALUE 'Y'.
001360         88  WS-DATE-IS-INVALID        VALUE 'N'.
001370     05  WS-ROW-ORIGIN-SWITCH    PIC X(01) VALUE 'C'.
001380         88  WS-ROW-FROM-CALFILE       VALUE 'C'.
001390         88  WS-ROW-GENERATED          VALUE 'G'.
001400
001410 01  WS-FILE-STATUSES.
001420     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.
001430         88  WS-CAL-FILE-OK            VALUE '00'.
001440     05  WS-NEW-FILE-STATUS      PIC X(02) VALUE '00'.
001450         88  WS-NEW-FILE-OK            VALUE '00'.
001460     05  WS-HOL-FILE-STATUS      PIC X(02) VALUE '00'.
001470         88  WS-HOL-FILE-OK            VALUE '00'.
001480     05  WS-TRN-FILE-STATUS      PIC X(02) VALUE '00'.
001490         88  WS-TRN-FILE-OK            VALUE '00'.
001500     05  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.
001510         88  WS-LST-FILE-OK            VALUE '00'.
001520
001530 01  WS-REPORT-CONTROL.
001540     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001550     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001560     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001570
001580 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001590 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001600     05  WS-CD-YYYY              PIC 9(04).
001610     05  WS-CD-MM                PIC 9(02).
001620     05  WS-CD-DD                PIC 9(02).
001630
001640 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001650 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001660     05  WS-CT-HH                PIC 9(02).
001670     05  WS-CT-MM                PIC 9(02).
001680     05  WS-CT-SS                PIC 9(02).
001690     05  WS-CT-HH2               PIC 9(02).
001700
001710*    THE CALENDAR YEAR THE RUN BUILDS OR CHANGES, OFF THE PARM.
001720 01  WS-YEAR-CONTROL.
001730     05  WS-YEAR                 PIC 9(04) VALUE ZERO.
001740     05  WS-YEAR-START           PIC 9(08) VALUE ZERO.
001750     05  WS-YEAR-END             PIC 9(08) VALUE ZERO.
001760     05  WS-DAYS-IN-YEAR         PIC 9(03) VALUE ZERO.
001770
001780*    THE DATE BEING WORKED ON BY THE DATE ARITHMETIC PARAGRAPHS
001790*    (7000-7300), WITH ITS MONTH LENGTH AND DAY OF THE WEEK.
001800 01  WS-DATE-WORK.
001810     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
001820     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001830         10  WS-DT-YYYY          PIC 9(04).
001840         10  WS-DT-MM            PIC 9(02).
001850         10  WS-DT-DD            PIC 9(02).
001860     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001870     05  WS-DT-DOW               PIC 9(01) VALUE ZERO.
001880     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
001890         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
001900         88  WS-DT-COMMON-YEAR         VALUE 'N'.
001910
001920 01  WS-DOW-WORK.
001930     05  WS-DW-YEAR              PIC 9(05) COMP VALUE ZERO.
001940     05  WS-DW-MONTH             PIC 9(02) COMP VALUE ZERO.
001950     05  WS-DW-TERM              PIC 9(07) COMP VALUE ZERO.
001960     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
001970     05  WS-DW-SUM               PIC 9(07) COMP VALUE ZERO.
001980     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
001990     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
002000     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
002010
002020 01  WS-MONTH-LENGTH-VALUES.
002030     05  FILLER                  PIC X(24)
002040             VALUE '312831303130313130313031'.
002050 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002060     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002070
002080*    DAY NAMES FOR THE LISTING, 1 = MONDAY .. 7 = SUNDAY, THE
002090*    SAME NUMBERING CAL-DAY-OF-WEEK AND CTL-RECUR-DAY USE.
002100 01  WS-DAY-NAME-VALUES.
002110     05  FILLER                  PIC X(21)
002120             VALUE 'MONTUEWEDTHUFRISATSUN'.
002130 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002140     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
002150
002160*    SEQUENCE AND FLAG STATE CARRIED FROM ONE ROW WRITTEN TO
002170*    THE NEXT.
002180 01  WS-ROW-CONTROL.
002190     05  WS-LAST-DATE            PIC 9(08) VALUE ZERO.
002200     05  WS-GEN-DATE             PIC 9(08) VALUE ZERO.
002210     05  WS-ROW-MONTH            PIC 9(06) VALUE ZERO.
002220     05  WS-FLAG-MONTH           PIC 9(06) VALUE ZERO.
002230     05  WS-LIST-MONTH           PIC 9(06) VALUE ZERO.
002240     05  WS-NEW-FLAG             PIC X(01) VALUE 'N'.
002250     05  WS-DOW-X                PIC X(01) VALUE SPACE.
002260
002270*    THE HOLIDAY LIST OR TRANSACTIONS, HELD FOR THE PASS OVER
002280*    THE CALENDAR AND PRINTED WITH THEIR DISPOSITIONS AT THE END.
002290 01  WS-CHANGE-CONTROL.
002300     05  WS-CHG-IX               PIC 9(04) COMP VALUE ZERO.
002310     05  WS-DUP-IX               PIC 9(04) COMP VALUE ZERO.
002320     05  WS-CHG-COUNT            PIC 9(04) COMP VALUE ZERO.
002330     05  WS-MAX-CHANGES          PIC 9(04) COMP VALUE 200.
002340
002350 01  WS-CHANGE-IN.
002360     05  WS-IN-ACTION            PIC X(01).
002370     05  WS-IN-DATE              PIC X(08).
002380     05  WS-IN-DESCRIPTION       PIC X(30).
002390
002400 01  WS-CHANGE-TABLE.
002410     05  WS-CHANGE-ENTRY         OCCURS 200 TIMES.
002420         10  WS-CHG-ROW          PIC 9(05) COMP.
002430         10  WS-CHG-ACTION       PIC X(01).
002440             88  WS-CHG-ADD-HOLIDAY    VALUE 'A'.
002450             88  WS-CHG-REMOVE-HOLIDAY VALUE 'R'.
002460         10  WS-CHG-DATE-X       PIC X(08).
002470         10  WS-CHG-DATE         PIC 9(08).
002480         10  WS-CHG-DESCRIPTION  PIC X(30).
002490         10  WS-CHG-STATE        PIC X(01).
002500             88  WS-CHG-PENDING        VALUE 'P'.
002510             88  WS-CHG-APPLIED        VALUE 'A'.
002520             88  WS-CHG-REJECTED       VALUE 'R'.
002530         10  WS-CHG-REASON       PIC X(32).
002540
002550 77  WS-CAL-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
002560 77  WS-ROWS-REPLACED            PIC 9(07) COMP VALUE ZERO.
002570 77  WS-ROWS-GENERATED           PIC 9(07) COMP VALUE ZERO.
002580 77  WS-ROWS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
002590 77  WS-CHG-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002600 77  WS-CHG-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
002610 77  WS-CHG-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
002620 77  WS-YEAR-ROW-COUNT           PIC 9(05) COMP VALUE ZERO.
002630 77  WS-YEAR-BUSINESS-COUNT      PIC 9(05) COMP VALUE ZERO.
002640 77  WS-YEAR-OFF-COUNT           PIC 9(05) COMP VALUE ZERO.
002650 77  WS-MONTH-BUSINESS-COUNT     PIC 9(05) COMP VALUE ZERO.
002660 77  WS-MONTH-OFF-COUNT          PIC 9(05) COMP VALUE ZERO.
002670 77  WS-DOW-FIXED-COUNT          PIC 9(05) COMP VALUE ZERO.
002680 77  WS-FLAG-RESET-COUNT         PIC 9(05) COMP VALUE ZERO.
002690 77  WS-BALANCE-COUNT            PIC 9(07) COMP VALUE ZERO.
002700 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002710 01  WS-REJECT-REASON            PIC X(32) VALUE SPACES.
002720
002730 01  WS-HEADER-LINE.
002740     05  FILLER                  PIC X(33)
002750             VALUE 'MSGCAL SHOP CALENDAR LISTING'.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002780     05  WS-HDR-PAGE             PIC ZZZZ9.
002790     05  FILLER                  PIC X(03) VALUE SPACES.
002800     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002810     05  WS-HDR-DATE             PIC X(10).
002820     05  FILLER                  PIC X(03) VALUE SPACES.
002830     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002840     05  WS-HDR-TIME             PIC X(08).
002850
002860 01  WS-YEAR-LINE.
002870     05  FILLER                  PIC X(15)
002880             VALUE 'CALENDAR YEAR: '.
002890     05  WS-YRL-YEAR             PIC 9(04).
002900     05  FILLER                  PIC X(09) VALUE '   MODE: '.
002910     05  WS-YRL-MODE             PIC X(40).
002920
002930 01  WS-DAY-COLUMN-LINE.
002940     05  FILLER                  PIC X(10) VALUE 'DATE'.
002950     05  FILLER                  PIC X(05) VALUE 'DAY'.
002960     05  FILLER                  PIC X(10) VALUE 'TYPE'.
002970     05  FILLER                  PIC X(11) VALUE 'FIRST BUS'.
002980     05  FILLER                  PIC X(11) VALUE 'DESCRIPTION'.
002990
003000 01  WS-DAY-DETAIL-LINE.
003010     05  WS-DAY-DATE             PIC 9(08).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  WS-DAY-NAME-OUT         PIC X(03).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  WS-DAY-TYPE             PIC X(08).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  WS-DAY-FIRST            PIC X(09).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  WS-DAY-DESCRIPTION      PIC X(30).
003100
003110 01  WS-MONTH-TOTAL-LINE.
003120     05  FILLER                  PIC X(06) VALUE 'MONTH '.
003130     05  WS-MTL-MONTH            PIC 9(06).
003140     05  FILLER                  PIC X(03) VALUE ' : '.
003150     05  WS-MTL-BUSINESS         PIC ZZ9.
003160     05  FILLER                  PIC X(16)
003170             VALUE ' BUSINESS DAYS, '.
003180     05  WS-MTL-OFF              PIC ZZ9.
003190     05  FILLER                  PIC X(18)
003200             VALUE ' NON-BUSINESS DAYS'.
003210
003220 01  WS-CHANGE-HEADING-LINE.
003230     05  FILLER                  PIC X(40).
003240
003250 01  WS-CHANGE-COLUMN-LINE.
003260     05  FILLER                  PIC X(07) VALUE '  ROW'.
003270     05  FILLER                  PIC X(04) VALUE 'ACT'.
003280     05  FILLER                  PIC X(10) VALUE 'DATE'.
003290     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
003300     05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
003310     05  FILLER                  PIC X(06) VALUE 'REASON'.
003320
003330 01  WS-CHANGE-DETAIL-LINE.
003340     05  WS-CDL-ROW              PIC ZZZZ9.
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  WS-CDL-ACTION           PIC X(01).
003370     05  FILLER                  PIC X(03) VALUE SPACES.
003380     05  WS-CDL-DATE             PIC X(08).
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  WS-CDL-DESCRIPTION      PIC X(30).
003410     05  FILLER                  PIC X(02) VALUE SPACES.
003420     05  WS-CDL-STATE            PIC X(11).
003430     05  FILLER                  PIC X(01) VALUE SPACES.
003440     05  WS-CDL-REASON           PIC X(32).
003450
003460 01  WS-TRAILER-LINE.
003470     05  WS-TRL-LABEL            PIC X(24).
003480     05  FILLER                  PIC X(02) VALUE ': '.
003490     05  WS-TRL-COUNT            PIC 9(07).
003500
003510 01  WS-OUTCOME-LINE             PIC X(60) VALUE SPACES.
003520
003530 01  WS-SIGNOFF-LINE.
003540     05  FILLER                  PIC X(13) VALUE 'REVIEWED BY: '.
003550     05  FILLER                  PIC X(30) VALUE ALL '_'.
003560     05  FILLER                  PIC X(09) VALUE '  DATE: '.
003570     05  FILLER                  PIC X(12) VALUE ALL '_'.
003580
003590 LINKAGE SECTION.
003600 01  PARM-DATA.
003610     05  PARM-LENGTH             PIC S9(04) COMP.
003620     05  PARM-TEXT.
003630         10  PARM-MODE           PIC X(03).
003640         10  PARM-COLON          PIC X(01).
003650         10  PARM-YEAR           PIC X(04).
003660
003670 PROCEDURE DIVISION USING PARM-DATA.
003680/*****************************************************************
003690 0000-MAINLINE.
003700* Program entry point
003710/*****************************************************************
003720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003730     IF WS-FILES-ARE-OPEN
003740         PERFORM 2000-PROCESS-CALENDAR THRU 2000-EXIT
003750             UNTIL WS-CAL-END-OF-FILE
003760             OR WS-CALENDAR-REFUSED
003770         PERFORM 2900-FINISH-CALENDAR THRU 2900-EXIT
003780     END-IF.
003790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003800
003810     STOP RUN.
003820
003830/*****************************************************************
003840 1000-INITIALIZE.
003850* Parse the mode and year off the PARM, load and edit the
003860* holiday list or transactions for that year, open the live
003870* calendar, the new copy, and the listing, and prime the read
003880* loop. A bad PARM stops the run before anything opens.
003890/*****************************************************************
003900     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003910     IF WS-WORST-RC NOT = ZERO
003920         GO TO 1000-EXIT
003930     END-IF.
003940     PERFORM 1300-LOAD-CHANGES THRU 1300-EXIT.
003950     IF WS-WORST-RC >= 16
003960         GO TO 1000-EXIT
003970     END-IF.
003980     OPEN INPUT CAL-FILE.
003990     IF NOT WS-CAL-FILE-OK
004000         DISPLAY 'MSGCAL: UNABLE TO OPEN CALFILE, STATUS = '
004010             WS-CAL-FILE-STATUS
004020         MOVE 16 TO WS-WORST-RC
004030         GO TO 1000-EXIT
004040     END-IF.
004050     OPEN OUTPUT NEW-FILE.
004060     IF NOT WS-NEW-FILE-OK
004070         DISPLAY 'MSGCAL: UNABLE TO OPEN NEWCAL, STATUS = '
004080             WS-NEW-FILE-STATUS
004085         CLOSE CAL-FILE
004090         MOVE 16 TO WS-WORST-RC
004100         GO TO 1000-EXIT
004110     END-IF.
004120     OPEN OUTPUT LST-FILE.
004130     IF NOT WS-LST-FILE-OK
004140         DISPLAY 'MSGCAL: UNABLE TO OPEN CALLST, STATUS = '
004150             WS-LST-FILE-STATUS
004153         CLOSE CAL-FILE
004156         CLOSE NEW-FILE
004160         MOVE 16 TO WS-WORST-RC
004170         GO TO 1000-EXIT
004180     END-IF.
004190     SET WS-FILES-ARE-OPEN TO TRUE.
004200     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
004210     PERFORM 5150-WRITE-DAY-COLUMNS THRU 5150-EXIT.
004220
004230     PERFORM 3100-READ-CALENDAR THRU 3100-EXIT.
004240 1000-EXIT.
004250     EXIT.
004260
004270/*****************************************************************
004280 1100-PARSE-PARM.
004290* The PARM is GEN:YYYY to build year YYYY from the holiday list
004300* or UPD:YYYY to apply holiday transactions to it. The year's
004310* bounds and length are set here for the rest of the run.
004320/*****************************************************************
004330     IF PARM-LENGTH NOT = 8
004340             OR PARM-COLON NOT = ':'
004350         DISPLAY 'MSGCAL: PARM MUST BE GEN:YYYY OR UPD:YYYY - '
004360             'RUN REJECTED'
004370         MOVE 12 TO WS-WORST-RC
004380         GO TO 1100-EXIT
004390     END-IF.
004400     MOVE PARM-MODE TO WS-MODE-SWITCH.
004410     IF NOT WS-MODE-GENERATE AND NOT WS-MODE-UPDATE
004420         DISPLAY 'MSGCAL: PARM MODE MUST BE GEN OR UPD - '
004430             'RUN REJECTED'
004440         MOVE 12 TO WS-WORST-RC
004450         GO TO 1100-EXIT
004460     END-IF.
004470     IF PARM-YEAR NOT NUMERIC
004480             OR PARM-YEAR < '1901'
004490         DISPLAY 'MSGCAL: PARM YEAR NOT A FOUR-DIGIT YEAR - '
004500             'RUN REJECTED'
004510         MOVE 12 TO WS-WORST-RC
004520         GO TO 1100-EXIT
004530     END-IF.
004540     MOVE PARM-YEAR TO WS-YEAR.
004550     COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101.
004560     COMPUTE WS-YEAR-END   = WS-YEAR * 10000 + 1231.
004570     MOVE WS-YEAR-START TO WS-DT-DATE.
004580     PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT.
004590     IF WS-DT-LEAP-YEAR
004600         MOVE 366 TO WS-DAYS-IN-YEAR
004610     ELSE
004620         MOVE 365 TO WS-DAYS-IN-YEAR
004630     END-IF.
004640 1100-EXIT.
004650     EXIT.
004660
004670/*****************************************************************
004680 1300-LOAD-CHANGES.
004690* Load the holiday list (GEN) or the holiday transactions (UPD)
004700* into WS-CHANGE-TABLE, editing each row as it loads. A row that
004710* fails an edit stays in the table, rejected, so the listing can
004720* show it in input order with its reason; it never touches the
004730* calendar. More rows than the table holds fails the step.
004740/*****************************************************************
004750     IF WS-MODE-GENERATE
004760         OPEN INPUT HOL-FILE
004770         IF NOT WS-HOL-FILE-OK
004780             DISPLAY 'MSGCAL: UNABLE TO OPEN HOLFILE, STATUS = '
004790                 WS-HOL-FILE-STATUS
004800             MOVE 16 TO WS-WORST-RC
004810             GO TO 1300-EXIT
004820         END-IF
004830     ELSE
004840         OPEN INPUT TRN-FILE
004850         IF NOT WS-TRN-FILE-OK
004860             DISPLAY 'MSGCAL: UNABLE TO OPEN CALTRAN, STATUS = '
004870                 WS-TRN-FILE-STATUS
004880             MOVE 16 TO WS-WORST-RC
004890             GO TO 1300-EXIT
004900         END-IF
004910     END-IF.
004920     PERFORM 1320-LOAD-ONE-CHANGE THRU 1320-EXIT
004930         UNTIL WS-CHG-END-OF-FILE.
004940     IF WS-MODE-GENERATE
004950         CLOSE HOL-FILE
004960     ELSE
004970         CLOSE TRN-FILE
004980     END-IF.
004990 1300-EXIT.
005000     EXIT.
005010
005020/*****************************************************************
005030 1320-LOAD-ONE-CHANGE.
005040* Read one holiday or transaction row into the next table entry
005050* and edit it. A holiday-list row is always an add.
005060/*****************************************************************
005070     IF WS-MODE-GENERATE
005080         READ HOL-FILE
005090             AT END
005100                 SET WS-CHG-END-OF-FILE TO TRUE
005110                 GO TO 1320-EXIT
005120         END-READ
005130         IF NOT WS-HOL-FILE-OK
005140             DISPLAY 'MSGCAL: HOLFILE READ ERROR, STATUS = '
005150                 WS-HOL-FILE-STATUS
005160             GO TO 1320-FAIL
005170         END-IF
005180         MOVE 'A'             TO WS-IN-ACTION
005190         MOVE HOL-DATE        TO WS-IN-DATE
005200         MOVE HOL-DESCRIPTION TO WS-IN-DESCRIPTION
005210     ELSE
005220         READ TRN-FILE
005230             AT END
005240                 SET WS-CHG-END-OF-FILE TO TRUE
005250                 GO TO 1320-EXIT
005260         END-READ
005270         IF NOT WS-TRN-FILE-OK
005280             DISPLAY 'MSGCAL: CALTRAN READ ERROR, STATUS = '
005290                 WS-TRN-FILE-STATUS
005300             GO TO 1320-FAIL
005310         END-IF
005320         MOVE TRN-ACTION      TO WS-IN-ACTION
005330         MOVE TRN-DATE        TO WS-IN-DATE
005340         MOVE TRN-DESCRIPTION TO WS-IN-DESCRIPTION
005350     END-IF.
005360     ADD 1 TO WS-CHG-READ-COUNT.
005370     IF WS-CHG-COUNT >= WS-MAX-CHANGES
005380         DISPLAY 'MSGCAL: MORE THAN ' WS-MAX-CHANGES
005390             ' HOLIDAY ROWS - SPLIT THE INPUT'
005400         GO TO 1320-FAIL
005410     END-IF.
005420     ADD 1 TO WS-CHG-COUNT.
005430     MOVE WS-CHG-COUNT      TO WS-CHG-IX.
005440     MOVE WS-CHG-READ-COUNT TO WS-CHG-ROW (WS-CHG-IX).
005450     MOVE WS-IN-ACTION      TO WS-CHG-ACTION (WS-CHG-IX).
005460     MOVE WS-IN-DATE        TO WS-CHG-DATE-X (WS-CHG-IX).
005470     MOVE WS-IN-DESCRIPTION TO WS-CHG-DESCRIPTION (WS-CHG-IX).
005480     MOVE ZERO              TO WS-CHG-DATE (WS-CHG-IX).
005490     MOVE SPACES            TO WS-CHG-REASON (WS-CHG-IX).
005500     SET WS-CHG-PENDING (WS-CHG-IX) TO TRUE.
005510     PERFORM 1350-EDIT-CHANGE THRU 1350-EXIT.
005520     GO TO 1320-EXIT.
005530 1320-FAIL.
005540     MOVE 16 TO WS-WORST-RC.
005550     SET WS-CHG-END-OF-FILE TO TRUE.
005560 1320-EXIT.
005570     EXIT.
005580
005590/*****************************************************************
005600 1350-EDIT-CHANGE.
005610* Edit the table entry at WS-CHG-IX: a known action, a real
005620* date inside the year being worked, a name on every new
005630* holiday, not a weekend (weekends are never business days and
005640* are already non-business), and not a date an earlier row has
005650* already claimed. Whether the change fits the day as it stands
005660* on the calendar is judged when the day comes by.
005670/*****************************************************************
005680     IF NOT WS-CHG-ADD-HOLIDAY (WS-CHG-IX)
005690             AND NOT WS-CHG-REMOVE-HOLIDAY (WS-CHG-IX)
005700         MOVE 'ACTION NOT A OR R' TO WS-REJECT-REASON
005710         GO TO 1350-REJECT
005720     END-IF.
005730     IF WS-IN-DATE NOT NUMERIC
005740         MOVE 'DATE NOT NUMERIC' TO WS-REJECT-REASON
005750         GO TO 1350-REJECT
005760     END-IF.
005770     MOVE WS-IN-DATE TO WS-DT-DATE.
005780     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
005790     IF WS-DATE-IS-INVALID
005800         MOVE 'NOT A VALID CALENDAR DATE' TO WS-REJECT-REASON
005810         GO TO 1350-REJECT
005820     END-IF.
005830     IF WS-DT-DATE < WS-YEAR-START
005840             OR WS-DT-DATE > WS-YEAR-END
005850         MOVE 'DATE OUTSIDE THE CALENDAR YEAR'
005860             TO WS-REJECT-REASON
005870         GO TO 1350-REJECT
005880     END-IF.
005890     IF WS-CHG-ADD-HOLIDAY (WS-CHG-IX)
005900             AND WS-IN-DESCRIPTION = SPACES
005910         MOVE 'HOLIDAY NAME IS BLANK' TO WS-REJECT-REASON
005920         GO TO 1350-REJECT
005930     END-IF.
005940     PERFORM 7200-COMPUTE-DAY-OF-WEEK THRU 7200-EXIT.
005950     IF WS-DT-DOW > 5
005960         MOVE 'DATE FALLS ON A WEEKEND' TO WS-REJECT-REASON
005970         GO TO 1350-REJECT
005980     END-IF.
005990     MOVE 1 TO WS-DUP-IX.
006000     PERFORM 1360-PROBE-DUPLICATE THRU 1360-EXIT
006010         UNTIL WS-DUP-IX >= WS-CHG-IX
006020         OR (WS-CHG-PENDING (WS-DUP-IX)
006030         AND WS-CHG-DATE (WS-DUP-IX) = WS-DT-DATE).
006040     IF WS-DUP-IX < WS-CHG-IX
006050         MOVE 'DATE ALREADY ON AN EARLIER ROW'
006060             TO WS-REJECT-REASON
006070         GO TO 1350-REJECT
006080     END-IF.
006090     MOVE WS-DT-DATE TO WS-CHG-DATE (WS-CHG-IX).
006100     GO TO 1350-EXIT.
006110 1350-REJECT.
006120     PERFORM 3900-REJECT-CHANGE THRU 3900-EXIT.
006130 1350-EXIT.
006140     EXIT.
006150
006160/*****************************************************************
006170 1360-PROBE-DUPLICATE.
006180* One probe of the earlier table entries for the same date.
006190/*****************************************************************
006200     ADD 1 TO WS-DUP-IX.
006210 1360-EXIT.
006220     EXIT.
006230
006240/*****************************************************************
006250 2000-PROCESS-CALENDAR.
006260* Carry one live calendar row into the new copy. Rows outside
006270* the year pass through unchanged apart from the recomputed
006280* day of week and first-business-day flag. On a GEN run the
006290* year's rows are dropped and the generated year is written in
006300* their place when the pass reaches it; on an UPD run each of
006310* the year's rows takes any transaction for its date.
006320/*****************************************************************
006330     IF CAL-DATE-X NOT NUMERIC
006340         DISPLAY 'MSGCAL: CALFILE ROW ' WS-CAL-ROWS-READ
006350             ' HAS A NON-NUMERIC DATE - NEW CALENDAR REFUSED'
006360         PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
006370         GO TO 2000-EXIT
006380     END-IF.
006390     IF CAL-DATE-N < WS-YEAR-START
006400         MOVE CAL-RECORD TO NEW-RECORD
006410         SET WS-ROW-FROM-CALFILE TO TRUE
006420         PERFORM 6000-PUT-ROW THRU 6000-EXIT
006430         GO TO 2000-NEXT
006440     END-IF.
006450     IF WS-MODE-GENERATE
006460             AND WS-YEAR-NOT-GENERATED
006470         PERFORM 2500-GENERATE-YEAR THRU 2500-EXIT
006480         IF WS-CALENDAR-REFUSED
006490             GO TO 2000-EXIT
006500         END-IF
006510     END-IF.
006520     IF CAL-DATE-N > WS-YEAR-END
006530         MOVE CAL-RECORD TO NEW-RECORD
006540         SET WS-ROW-FROM-CALFILE TO TRUE
006550         PERFORM 6000-PUT-ROW THRU 6000-EXIT
006560         GO TO 2000-NEXT
006570     END-IF.
006580     IF WS-MODE-GENERATE
006590         ADD 1 TO WS-ROWS-REPLACED
006600         GO TO 2000-NEXT
006610     END-IF.
006620     MOVE CAL-RECORD TO NEW-RECORD.
006630     SET WS-ROW-FROM-CALFILE TO TRUE.
006640     PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT.
006650     PERFORM 6000-PUT-ROW THRU 6000-EXIT.
006660 2000-NEXT.
006670     IF WS-CALENDAR-ACCEPTED
006680         PERFORM 3100-READ-CALENDAR THRU 3100-EXIT
006690     END-IF.
006700 2000-EXIT.
006710     EXIT.
006720
006730/*****************************************************************
006740 2500-GENERATE-YEAR.
006750* Write a row for every day of the year, January 1 through
006760* December 31: weekdays are business days, Saturdays and
006770* Sundays are not, and the holiday list turns its weekdays
006780* into holidays.
006790/*****************************************************************
006800     SET WS-YEAR-GENERATED TO TRUE.
006810     MOVE WS-YEAR-START TO WS-GEN-DATE.
006820     PERFORM 2550-GENERATE-ONE-DAY THRU 2550-EXIT
006830         UNTIL WS-GEN-DATE > WS-YEAR-END
006840         OR WS-CALENDAR-REFUSED.
006850 2500-EXIT.
006860     EXIT.
006870
006880/*****************************************************************
006890 2550-GENERATE-ONE-DAY.
006900* Build and write the row for WS-GEN-DATE, then step to the
006910* next day.
006920/*****************************************************************
006930     MOVE SPACES TO NEW-RECORD.
006940     MOVE WS-GEN-DATE TO NEW-DATE-N.
006950     MOVE WS-GEN-DATE TO WS-DT-DATE.
006960     PERFORM 7200-COMPUTE-DAY-OF-WEEK THRU 7200-EXIT.
006970     MOVE WS-DT-DOW TO NEW-DAY-OF-WEEK.
006980     IF WS-DT-DOW > 5
006990         SET NEW-HOLIDAY TO TRUE
007000     ELSE
007010         SET NEW-BUSINESS-DAY TO TRUE
007020     END-IF.
007030     MOVE 'N' TO NEW-FIRST-BUS-DAY.
007040     SET WS-ROW-GENERATED TO TRUE.
007050     PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT.
007060     PERFORM 6000-PUT-ROW THRU 6000-EXIT.
007070     ADD 1 TO WS-ROWS-GENERATED.
007080     MOVE WS-GEN-DATE TO WS-DT-DATE.
007090     PERFORM 7000-NEXT-DATE THRU 7000-EXIT.
007100     MOVE WS-DT-DATE TO WS-GEN-DATE.
007110 2550-EXIT.
007120     EXIT.
007130
007140/*****************************************************************
007150 2900-FINISH-CALENDAR.
007160* After the last live row: a GEN run whose year lies past the
007170* end of the file writes it now; any holiday row still pending
007180* never found its date on the calendar; and an UPD run must
007190* have found every day of its year, or the year has a hole no
007200* transaction can fill and the new calendar is refused.
007210/*****************************************************************
007220     IF WS-CALENDAR-REFUSED
007230         GO TO 2900-EXIT
007240     END-IF.
007250     IF WS-MODE-GENERATE
007260             AND WS-YEAR-NOT-GENERATED
007270         PERFORM 2500-GENERATE-YEAR THRU 2500-EXIT
007280         IF WS-CALENDAR-REFUSED
007290             GO TO 2900-EXIT
007300         END-IF
007310     END-IF.
007320     IF WS-LIST-MONTH NOT = ZERO
007330         PERFORM 5350-WRITE-MONTH-TOTAL THRU 5350-EXIT
007340     END-IF.
007350     MOVE 'DATE NOT ON THE CALENDAR' TO WS-REJECT-REASON.
007360     PERFORM 2950-CLOSE-PENDING-CHANGE THRU 2950-EXIT
007370         VARYING WS-CHG-IX FROM 1 BY 1
007380             UNTIL WS-CHG-IX > WS-CHG-COUNT.
007390     IF WS-YEAR-ROW-COUNT NOT = WS-DAYS-IN-YEAR
007400         DISPLAY 'MSGCAL: YEAR ' WS-YEAR ' HAS '
007410             WS-YEAR-ROW-COUNT ' OF ' WS-DAYS-IN-YEAR
007420             ' DAYS ON CALFILE - NEW CALENDAR REFUSED'
007430         PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
007440     END-IF.
007450 2900-EXIT.
007460     EXIT.
007470
007480/*****************************************************************
007490 2950-CLOSE-PENDING-CHANGE.
007500* Reject one table entry the pass never reached.
007510/*****************************************************************
007520     IF WS-CHG-PENDING (WS-CHG-IX)
007530         PERFORM 3900-REJECT-CHANGE THRU 3900-EXIT
007540     END-IF.
007550 2950-EXIT.
007560     EXIT.
007570
007580/*****************************************************************
007590 3000-APPLY-CHANGE.
007600* Apply the pending holiday row, if any, for the date in
007610* NEW-RECORD. An add must land on a business day and a remove
007620* on a holiday; either one that finds the day already the way
007630* it asks for is rejected rather than silently counted.
007640/*****************************************************************
007650     MOVE 1 TO WS-CHG-IX.
007660     PERFORM 3050-PROBE-CHANGE-TABLE THRU 3050-EXIT
007670         UNTIL WS-CHG-IX > WS-CHG-COUNT
007680         OR (WS-CHG-PENDING (WS-CHG-IX)
007690         AND WS-CHG-DATE (WS-CHG-IX) = NEW-DATE-N).
007700     IF WS-CHG-IX > WS-CHG-COUNT
007710         GO TO 3000-EXIT
007720     END-IF.
007730     IF WS-CHG-ADD-HOLIDAY (WS-CHG-IX)
007740         IF NEW-HOLIDAY
007750             MOVE 'DATE IS ALREADY A HOLIDAY'
007760                 TO WS-REJECT-REASON
007770             PERFORM 3900-REJECT-CHANGE THRU 3900-EXIT
007780             GO TO 3000-EXIT
007790         END-IF
007800         SET NEW-HOLIDAY TO TRUE
007810         MOVE WS-CHG-DESCRIPTION (WS-CHG-IX) TO NEW-DESCRIPTION
007820     ELSE
007830         IF NEW-BUSINESS-DAY
007840             MOVE 'DATE IS ALREADY A BUSINESS DAY'
007850                 TO WS-REJECT-REASON
007860             PERFORM 3900-REJECT-CHANGE THRU 3900-EXIT
007870             GO TO 3000-EXIT
007880         END-IF
007890         SET NEW-BUSINESS-DAY TO TRUE
007900         MOVE SPACES TO NEW-DESCRIPTION
007910     END-IF.
007920     SET WS-CHG-APPLIED (WS-CHG-IX) TO TRUE.
007930     ADD 1 TO WS-CHG-APPLIED-COUNT.
007940 3000-EXIT.
007950     EXIT.
007960
007970/*****************************************************************
007980 3050-PROBE-CHANGE-TABLE.
007990* One probe of the holiday table for the row being written.
008000/*****************************************************************
008010     ADD 1 TO WS-CHG-IX.
008020 3050-EXIT.
008030     EXIT.
008040
008050/*****************************************************************
008060 3100-READ-CALENDAR.
008070* Read the next row of the live calendar.
008080/*****************************************************************
008090     READ CAL-FILE
008100         AT END
008110             SET WS-CAL-END-OF-FILE TO TRUE
008120     END-READ.
008130     IF WS-CAL-END-OF-FILE
008140         GO TO 3100-EXIT
008150     END-IF.
008160     IF NOT WS-CAL-FILE-OK
008170         DISPLAY 'MSGCAL: CALFILE READ ERROR, STATUS = '
008180             WS-CAL-FILE-STATUS ' - NEW CALENDAR REFUSED'
008190         PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
008200         GO TO 3100-EXIT
008210     END-IF.
008220     ADD 1 TO WS-CAL-ROWS-READ.
008230 3100-EXIT.
008240     EXIT.
008250
008260/*****************************************************************
008270 3900-REJECT-CHANGE.
008280* Mark the table entry at WS-CHG-IX rejected with the reason in
008290* WS-REJECT-REASON. A rejected holiday row is a warning (RC 4):
008300* the rest of the calendar is still good to sign off.
008310/*****************************************************************
008320     SET WS-CHG-REJECTED (WS-CHG-IX) TO TRUE.
008330     MOVE WS-REJECT-REASON TO WS-CHG-REASON (WS-CHG-IX).
008340     ADD 1 TO WS-CHG-REJECTED-COUNT.
008350     IF WS-WORST-RC < 4
008360         MOVE 4 TO WS-WORST-RC
008370     END-IF.
008380 3900-EXIT.
008390     EXIT.
008400
008410/*****************************************************************
008420 5100-WRITE-REPORT-HEADER.
008430* Format and write a new page header and the year and mode
008440* line, resetting the line count for the page that follows.
008450/*****************************************************************
008460     ADD 1 TO WS-PAGE-COUNT.
008470     MOVE ZERO TO WS-LINE-COUNT.
008480
008490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008500     ACCEPT WS-CURRENT-TIME FROM TIME.
008510
008520     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
008530     STRING WS-CD-MM   DELIMITED BY SIZE
008540            '/'        DELIMITED BY SIZE
008550            WS-CD-DD   DELIMITED BY SIZE
008560            '/'        DELIMITED BY SIZE
008570            WS-CD-YYYY DELIMITED BY SIZE
008580            INTO WS-HDR-DATE
008590     END-STRING.
008600     STRING WS-CT-HH   DELIMITED BY SIZE
008610            ':'        DELIMITED BY SIZE
008620            WS-CT-MM   DELIMITED BY SIZE
008630            ':'        DELIMITED BY SIZE
008640            WS-CT-SS   DELIMITED BY SIZE
008650            INTO WS-HDR-TIME
008660     END-STRING.
008670     MOVE SPACES TO LST-RECORD.
008680     MOVE '1' TO LST-CARRIAGE-CONTROL.
008690     MOVE WS-HEADER-LINE TO LST-DATA.
008700     WRITE LST-RECORD.
008710
008720     MOVE WS-YEAR TO WS-YRL-YEAR.
008730     IF WS-MODE-GENERATE
008740         MOVE 'GENERATE FROM HOLIDAY LIST' TO WS-YRL-MODE
008750     ELSE
008760         MOVE 'APPLY HOLIDAY TRANSACTIONS' TO WS-YRL-MODE
008770     END-IF.
008780     MOVE SPACES TO LST-RECORD.
008790     MOVE ' ' TO LST-CARRIAGE-CONTROL.
008800     MOVE WS-YEAR-LINE TO LST-DATA.
008810     WRITE LST-RECORD.
008820     MOVE 2 TO WS-LINE-COUNT.
008830 5100-EXIT.
008840     EXIT.
008850
008860/*****************************************************************
008870 5150-WRITE-DAY-COLUMNS.
008880* Column headings for the day-by-day year listing.
008890/*****************************************************************
008900     MOVE SPACES TO LST-RECORD.
008910     MOVE '0' TO LST-CARRIAGE-CONTROL.
008920     MOVE WS-DAY-COLUMN-LINE TO LST-DATA.
008930     WRITE LST-RECORD.
008940     ADD 2 TO WS-LINE-COUNT.
008950 5150-EXIT.
008960     EXIT.
008970
008980/*****************************************************************
008990 5200-WRITE-TRAILER.
009000* The run totals, the balance of rows in against rows out, the
009010* outcome, and the sign-off line. Rows read less rows replaced
009020* plus rows generated must equal rows written on an accepted
009030* calendar; if it ever does not, the calendar is refused.
009040/*****************************************************************
009050     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
009060     MOVE SPACES TO LST-RECORD.
009070     MOVE '0' TO LST-CARRIAGE-CONTROL.
009080     MOVE 'RUN TOTALS' TO LST-DATA.
009090     WRITE LST-RECORD.
009100     MOVE 'CALFILE ROWS READ' TO WS-TRL-LABEL.
009110     MOVE WS-CAL-ROWS-READ TO WS-TRL-COUNT.
009120     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009130     MOVE 'CALFILE ROWS REPLACED' TO WS-TRL-LABEL.
009140     MOVE WS-ROWS-REPLACED TO WS-TRL-COUNT.
009150     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009160     MOVE 'ROWS GENERATED' TO WS-TRL-LABEL.
009170     MOVE WS-ROWS-GENERATED TO WS-TRL-COUNT.
009180     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009190     MOVE 'NEWCAL ROWS WRITTEN' TO WS-TRL-LABEL.
009200     MOVE WS-ROWS-WRITTEN TO WS-TRL-COUNT.
009210     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009220     MOVE 'BUSINESS DAYS IN YEAR' TO WS-TRL-LABEL.
009230     MOVE WS-YEAR-BUSINESS-COUNT TO WS-TRL-COUNT.
009240     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009250     MOVE 'NON-BUSINESS DAYS' TO WS-TRL-LABEL.
009260     MOVE WS-YEAR-OFF-COUNT TO WS-TRL-COUNT.
009270     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009280     MOVE 'HOLIDAY ROWS READ' TO WS-TRL-LABEL.
009290     MOVE WS-CHG-READ-COUNT TO WS-TRL-COUNT.
009300     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009310     MOVE 'HOLIDAY ROWS APPLIED' TO WS-TRL-LABEL.
009320     MOVE WS-CHG-APPLIED-COUNT TO WS-TRL-COUNT.
009330     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009340     MOVE 'HOLIDAY ROWS REJECTED' TO WS-TRL-LABEL.
009350     MOVE WS-CHG-REJECTED-COUNT TO WS-TRL-COUNT.
009360     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009370     MOVE 'DAY OF WEEK CORRECTED' TO WS-TRL-LABEL.
009380     MOVE WS-DOW-FIXED-COUNT TO WS-TRL-COUNT.
009390     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009400     MOVE 'FIRST-BUS FLAGS RESET' TO WS-TRL-LABEL.
009410     MOVE WS-FLAG-RESET-COUNT TO WS-TRL-COUNT.
009420     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
009430
009440     IF WS-CALENDAR-ACCEPTED
009450         COMPUTE WS-BALANCE-COUNT = WS-CAL-ROWS-READ
009460             - WS-ROWS-REPLACED + WS-ROWS-GENERATED
009470         IF WS-BALANCE-COUNT NOT = WS-ROWS-WRITTEN
009480             DISPLAY 'MSGCAL: ROWS OUT OF BALANCE - EXPECTED '
009490                 WS-BALANCE-COUNT ', WROTE ' WS-ROWS-WRITTEN
009500                 ' - NEW CALENDAR REFUSED'
009510             PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
009520         END-IF
009530     END-IF.
009540     IF WS-CALENDAR-ACCEPTED
009550         MOVE 'NEW CALENDAR ACCEPTED - SIGN OFF BELOW'
009560             TO WS-OUTCOME-LINE
009570     ELSE
009580         MOVE 'NEW CALENDAR REFUSED - LIVE CALFILE NOT REPLACED'
009590             TO WS-OUTCOME-LINE
009600     END-IF.
009610     MOVE SPACES TO LST-RECORD.
009620     MOVE '0' TO LST-CARRIAGE-CONTROL.
009630     MOVE WS-OUTCOME-LINE TO LST-DATA.
009640     WRITE LST-RECORD.
009650     IF WS-CALENDAR-ACCEPTED
009660         MOVE SPACES TO LST-RECORD
009670         MOVE '-' TO LST-CARRIAGE-CONTROL
009680         MOVE WS-SIGNOFF-LINE TO LST-DATA
009690         WRITE LST-RECORD
009700     END-IF.
009710 5200-EXIT.
009720     EXIT.
009730
009740/*****************************************************************
009750 5250-WRITE-TRAILER-LINE.
009760* One label and count on the run totals.
009770/*****************************************************************
009780     MOVE SPACES TO LST-RECORD.
009790     MOVE ' ' TO LST-CARRIAGE-CONTROL.
009800     MOVE WS-TRAILER-LINE TO LST-DATA.
009810     WRITE LST-RECORD.
009820 5250-EXIT.
009830     EXIT.
009840
009850/*****************************************************************
009860 5300-LIST-DAY.
009870* One day of the year on the sign-off listing, with the month's
009880* business-day count written as each month closes.
009890/*****************************************************************
009900     IF WS-ROW-MONTH NOT = WS-LIST-MONTH
009910         IF WS-LIST-MONTH NOT = ZERO
009920             PERFORM 5350-WRITE-MONTH-TOTAL THRU 5350-EXIT
009930         END-IF
009940         MOVE WS-ROW-MONTH TO WS-LIST-MONTH
009950     END-IF.
009960     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009970         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
009980         PERFORM 5150-WRITE-DAY-COLUMNS THRU 5150-EXIT
009990     END-IF.
010000     MOVE NEW-DATE-N TO WS-DAY-DATE.
010010     MOVE WS-DAY-NAME (WS-DT-DOW) TO WS-DAY-NAME-OUT.
010020     EVALUATE TRUE
010030         WHEN NEW-BUSINESS-DAY
010040             MOVE 'BUSINESS' TO WS-DAY-TYPE
010050             ADD 1 TO WS-MONTH-BUSINESS-COUNT
010060         WHEN WS-DT-DOW > 5
010070                 AND NEW-DESCRIPTION = SPACES
010080             MOVE 'WEEKEND' TO WS-DAY-TYPE
010090             ADD 1 TO WS-MONTH-OFF-COUNT
010100         WHEN OTHER
010110             MOVE 'HOLIDAY' TO WS-DAY-TYPE
010120             ADD 1 TO WS-MONTH-OFF-COUNT
010130     END-EVALUATE.
010140     IF NEW-FIRST-BUS-DAY = 'Y'
010150         MOVE 'FIRST BUS' TO WS-DAY-FIRST
010160     ELSE
010170         MOVE SPACES TO WS-DAY-FIRST
010180     END-IF.
010190     MOVE NEW-DESCRIPTION TO WS-DAY-DESCRIPTION.
010200     MOVE SPACES TO LST-RECORD.
010210     MOVE ' ' TO LST-CARRIAGE-CONTROL.
010220     MOVE WS-DAY-DETAIL-LINE TO LST-DATA.
010230     WRITE LST-RECORD.
010240     ADD 1 TO WS-LINE-COUNT.
010250 5300-EXIT.
010260     EXIT.
010270
010280/*****************************************************************
010290 5350-WRITE-MONTH-TOTAL.
010300* Close out one month of the listing with its day counts.
010310/*****************************************************************
010320     MOVE WS-LIST-MONTH           TO WS-MTL-MONTH.
010330     MOVE WS-MONTH-BUSINESS-COUNT TO WS-MTL-BUSINESS.
010340     MOVE WS-MONTH-OFF-COUNT      TO WS-MTL-OFF.
010350     MOVE SPACES TO LST-RECORD.
010360     MOVE ' ' TO LST-CARRIAGE-CONTROL.
010370     MOVE WS-MONTH-TOTAL-LINE TO LST-DATA.
010380     WRITE LST-RECORD.
010390     MOVE SPACES TO LST-RECORD.
010400     MOVE ' ' TO LST-CARRIAGE-CONTROL.
010410     WRITE LST-RECORD.
010420     ADD 2 TO WS-LINE-COUNT.
010430     MOVE ZERO TO WS-MONTH-BUSINESS-COUNT.
010440     MOVE ZERO TO WS-MONTH-OFF-COUNT.
010450 5350-EXIT.
010460     EXIT.
010470
010480/*****************************************************************
010490 6000-PUT-ROW.
010500* Write the row in NEW-RECORD to the new calendar. The row must
010510* be the day after the last one written - anything else is a
010520* gap, a repeat, or a row out of order, and the new calendar is
010530* refused. The day of week is recomputed from the date and the
010540* first-business-day flag from the rows before it in the month;
010550* a carried-over row whose values change is counted. Rows in
010560* the year being worked are also listed for sign-off.
010570/*****************************************************************
010580     MOVE NEW-DATE-N TO WS-DT-DATE.
010590     IF WS-LAST-DATE = ZERO
010600         PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT
010610         IF WS-DATE-IS-INVALID
010620             DISPLAY 'MSGCAL: FIRST CALFILE DATE ' NEW-DATE-N
010630                 ' IS NOT A VALID DATE - NEW CALENDAR REFUSED'
010640             PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
010650             GO TO 6000-EXIT
010660         END-IF
010670     ELSE
010680         MOVE WS-LAST-DATE TO WS-DT-DATE
010690         PERFORM 7000-NEXT-DATE THRU 7000-EXIT
010700         IF NEW-DATE-N NOT = WS-DT-DATE
010710             DISPLAY 'MSGCAL: DATE SEQUENCE BROKEN - EXPECTED '
010720                 WS-DT-DATE ' AFTER ' WS-LAST-DATE ', FOUND '
010730                 NEW-DATE-N ' - NEW CALENDAR REFUSED'
010740             PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
010750             GO TO 6000-EXIT
010760         END-IF
010770     END-IF.
010780     IF NOT NEW-BUSINESS-DAY AND NOT NEW-HOLIDAY
010790         DISPLAY 'MSGCAL: CALENDAR DATE ' NEW-DATE-N
010800             ' HAS TYPE ' NEW-TYPE ', NOT B OR H - NEW '
010810             'CALENDAR REFUSED'
010820         PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
010830         GO TO 6000-EXIT
010840     END-IF.
010850
010860     PERFORM 7200-COMPUTE-DAY-OF-WEEK THRU 7200-EXIT.
010870     MOVE WS-DT-DOW TO WS-DOW-X.
010880     IF NEW-DAY-OF-WEEK NOT = WS-DOW-X
010890         IF WS-ROW-FROM-CALFILE
010900             ADD 1 TO WS-DOW-FIXED-COUNT
010910         END-IF
010920         MOVE WS-DOW-X TO NEW-DAY-OF-WEEK
010930     END-IF.
010940     DIVIDE NEW-DATE-N BY 100 GIVING WS-ROW-MONTH.
010950     MOVE 'N' TO WS-NEW-FLAG.
010960     IF NEW-BUSINESS-DAY
010970             AND WS-ROW-MONTH NOT = WS-FLAG-MONTH
010980         MOVE 'Y' TO WS-NEW-FLAG
010990         MOVE WS-ROW-MONTH TO WS-FLAG-MONTH
011000     END-IF.
011010     IF NEW-FIRST-BUS-DAY NOT = WS-NEW-FLAG
011020         IF WS-ROW-FROM-CALFILE
011030             ADD 1 TO WS-FLAG-RESET-COUNT
011040         END-IF
011050         MOVE WS-NEW-FLAG TO NEW-FIRST-BUS-DAY
011060     END-IF.
011070
011080     WRITE NEW-RECORD.
011090     IF NOT WS-NEW-FILE-OK
011100         DISPLAY 'MSGCAL: NEWCAL WRITE ERROR, STATUS = '
011110             WS-NEW-FILE-STATUS ' - NEW CALENDAR REFUSED'
011120         MOVE 16 TO WS-WORST-RC
011130         PERFORM 6900-REFUSE-CALENDAR THRU 6900-EXIT
011140         GO TO 6000-EXIT
011150     END-IF.
011160     ADD 1 TO WS-ROWS-WRITTEN.
011170     MOVE NEW-DATE-N TO WS-LAST-DATE.
011180     IF NEW-DATE-N < WS-YEAR-START
011190             OR NEW-DATE-N > WS-YEAR-END
011200         GO TO 6000-EXIT
011210     END-IF.
011220     ADD 1 TO WS-YEAR-ROW-COUNT.
011230     IF NEW-BUSINESS-DAY
011240         ADD 1 TO WS-YEAR-BUSINESS-COUNT
011250     ELSE
011260         ADD 1 TO WS-YEAR-OFF-COUNT
011270     END-IF.
011280     PERFORM 5300-LIST-DAY THRU 5300-EXIT.
011290 6000-EXIT.
011300     EXIT.
011310
011320/*****************************************************************
011330 6900-REFUSE-CALENDAR.
011340* Stop building the new calendar. RC 12 holds the copy-back
011350* step, so the live CALFILE stays exactly as it was.
011360/*****************************************************************
011370     SET WS-CALENDAR-REFUSED TO TRUE.
011380     IF WS-WORST-RC < 12
011390         MOVE 12 TO WS-WORST-RC
011400     END-IF.
011410 6900-EXIT.
011420     EXIT.
011430
011440/*****************************************************************
011450 7000-NEXT-DATE.
011460* Advance WS-DT-DATE by one day, across month and year ends.
011470/*****************************************************************
011480     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
011490     IF WS-DT-DD < WS-DT-MONTH-DAYS
011500         ADD 1 TO WS-DT-DD
011510         GO TO 7000-EXIT
011520     END-IF.
011530     MOVE 1 TO WS-DT-DD.
011540     IF WS-DT-MM < 12
011550         ADD 1 TO WS-DT-MM
011560     ELSE
011570         MOVE 1 TO WS-DT-MM
011580         ADD 1 TO WS-DT-YYYY
011590     END-IF.
011600 7000-EXIT.
011610     EXIT.
011620
011630/*****************************************************************
011640 7100-SET-MONTH-LENGTH.
011650* The number of days in WS-DT-DATE's month, February by the
011660* leap-year rule.
011670/*****************************************************************
011680     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
011690     IF WS-DT-MM = 2
011700         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
011710         IF WS-DT-LEAP-YEAR
011720             MOVE 29 TO WS-DT-MONTH-DAYS
011730         END-IF
011740     END-IF.
011750 7100-EXIT.
011760     EXIT.
011770
011780/*****************************************************************
011790 7150-TEST-LEAP-YEAR.
011800* Gregorian leap year: divisible by 4, except centuries that
011810* are not divisible by 400.
011820/*****************************************************************
011830     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
011840         REMAINDER WS-DW-REM.
011850     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
011860         REMAINDER WS-DW-REM-100.
011870     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
011880         REMAINDER WS-DW-REM-400.
011890     IF WS-DW-REM = ZERO
011900             AND (WS-DW-REM-100 NOT = ZERO
011910             OR WS-DW-REM-400 = ZERO)
011920         SET WS-DT-LEAP-YEAR TO TRUE
011930     ELSE
011940         SET WS-DT-COMMON-YEAR TO TRUE
011950     END-IF.
011960 7150-EXIT.
011970     EXIT.
011980
011990/*****************************************************************
012000 7200-COMPUTE-DAY-OF-WEEK.
012010* Day of the week of WS-DT-DATE, 1 = Monday .. 7 = Sunday, by
012020* Zeller's congruence: January and February count as months 13
012030* and 14 of the year before, and the congruence's 0 = Saturday
012040* result is shifted onto the shop's Monday-first numbering.
012050/*****************************************************************
012060     MOVE WS-DT-YYYY TO WS-DW-YEAR.
012070     MOVE WS-DT-MM   TO WS-DW-MONTH.
012080     IF WS-DW-MONTH < 3
012090         ADD 12 TO WS-DW-MONTH
012100         SUBTRACT 1 FROM WS-DW-YEAR
012110     END-IF.
012120     COMPUTE WS-DW-TERM = 13 * (WS-DW-MONTH + 1).
012130     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
012140     COMPUTE WS-DW-SUM = WS-DT-DD + WS-DW-QUOT + WS-DW-YEAR.
012150     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
012160     ADD WS-DW-QUOT TO WS-DW-SUM.
012170     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
012180     SUBTRACT WS-DW-QUOT FROM WS-DW-SUM.
012190     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
012200     ADD WS-DW-QUOT TO WS-DW-SUM.
012210     DIVIDE WS-DW-SUM BY 7 GIVING WS-DW-QUOT
012220         REMAINDER WS-DW-REM.
012230     ADD 5 TO WS-DW-REM.
012240     DIVIDE WS-DW-REM BY 7 GIVING WS-DW-QUOT
012250         REMAINDER WS-DW-REM.
012260     ADD 1 TO WS-DW-REM GIVING WS-DT-DOW.
012270 7200-EXIT.
012280     EXIT.
012290
012300/*****************************************************************
012310 7300-VALIDATE-DATE.
012320* Whether WS-DT-DATE is a real calendar date.
012330/*****************************************************************
012340     SET WS-DATE-IS-VALID TO TRUE.
012350     IF WS-DT-YYYY < 1601
012360             OR WS-DT-MM < 1
012370             OR WS-DT-MM > 12
012380             OR WS-DT-DD < 1
012390         SET WS-DATE-IS-INVALID TO TRUE
012400         GO TO 7300-EXIT
012410     END-IF.
012420     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
012430     IF WS-DT-DD > WS-DT-MONTH-DAYS
012440         SET WS-DATE-IS-INVALID TO TRUE
012450     END-IF.
012460 7300-EXIT.
012470     EXIT.
012480
012490/*****************************************************************
012500 8000-WRITE-CHANGE-LIST.
012510* Every holiday-list or transaction row in input order with what
012520* became of it, on its own page after the year listing.
012530/*****************************************************************
012540     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
012550     MOVE SPACES TO WS-CHANGE-HEADING-LINE.
012560     IF WS-MODE-GENERATE
012570         MOVE 'HOLIDAY LIST' TO WS-CHANGE-HEADING-LINE
012580     ELSE
012590         MOVE 'HOLIDAY TRANSACTIONS' TO WS-CHANGE-HEADING-LINE
012600     END-IF.
012610     MOVE SPACES TO LST-RECORD.
012620     MOVE '0' TO LST-CARRIAGE-CONTROL.
012630     MOVE WS-CHANGE-HEADING-LINE TO LST-DATA.
012640     WRITE LST-RECORD.
012650     MOVE SPACES TO LST-RECORD.
012660     MOVE ' ' TO LST-CARRIAGE-CONTROL.
012670     MOVE WS-CHANGE-COLUMN-LINE TO LST-DATA.
012680     WRITE LST-RECORD.
012690     ADD 3 TO WS-LINE-COUNT.
012700     PERFORM 8100-WRITE-ONE-CHANGE THRU 8100-EXIT
012710         VARYING WS-CHG-IX FROM 1 BY 1
012720             UNTIL WS-CHG-IX > WS-CHG-COUNT.
012730 8000-EXIT.
012740     EXIT.
012750
012760/*****************************************************************
012770 8100-WRITE-ONE-CHANGE.
012780* One holiday row and its disposition. A row still pending here
012790* belongs to a refused run and was never applied.
012800/*****************************************************************
012810     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
012820         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
012830         MOVE SPACES TO LST-RECORD
012840         MOVE '0' TO LST-CARRIAGE-CONTROL
012850         MOVE WS-CHANGE-COLUMN-LINE TO LST-DATA
012860         WRITE LST-RECORD
012870         ADD 2 TO WS-LINE-COUNT
012880     END-IF.
012890     MOVE WS-CHG-ROW (WS-CHG-IX)         TO WS-CDL-ROW.
012900     MOVE WS-CHG-ACTION (WS-CHG-IX)      TO WS-CDL-ACTION.
012910     MOVE WS-CHG-DATE-X (WS-CHG-IX)      TO WS-CDL-DATE.
012920     MOVE WS-CHG-DESCRIPTION (WS-CHG-IX) TO WS-CDL-DESCRIPTION.
012930     MOVE WS-CHG-REASON (WS-CHG-IX)      TO WS-CDL-REASON.
012940     EVALUATE TRUE
012950         WHEN WS-CHG-APPLIED (WS-CHG-IX)
012960             MOVE 'APPLIED' TO WS-CDL-STATE
012970         WHEN WS-CHG-REJECTED (WS-CHG-IX)
012980             MOVE 'REJECTED' TO WS-CDL-STATE
012990         WHEN OTHER
013000             MOVE 'NOT APPLIED' TO WS-CDL-STATE
013010             MOVE 'NEW CALENDAR REFUSED' TO WS-CDL-REASON
013020     END-EVALUATE.
013030     MOVE SPACES TO LST-RECORD.
013040     MOVE ' ' TO LST-CARRIAGE-CONTROL.
013050     MOVE WS-CHANGE-DETAIL-LINE TO LST-DATA.
013060     WRITE LST-RECORD.
013070     ADD 1 TO WS-LINE-COUNT.
013080 8100-EXIT.
013090     EXIT.
013100
013110/*****************************************************************
013120 9000-TERMINATE.
013130* Print the holiday dispositions and the run totals, close down
013140* against files that actually opened, and post the worst return
013150* code seen - after the trailer, because the balance check
013160* there can still refuse the calendar.
013170/*****************************************************************
013180     IF NOT WS-FILES-ARE-OPEN
013190         GO TO 9000-WRAP-UP
013200     END-IF.
013210     PERFORM 8000-WRITE-CHANGE-LIST THRU 8000-EXIT.
013220     PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT.
013230     CLOSE CAL-FILE.
013240     CLOSE NEW-FILE.
013250     CLOSE LST-FILE.
013260 9000-WRAP-UP.
013270     IF WS-WORST-RC > RETURN-CODE
013280         MOVE WS-WORST-RC TO RETURN-CODE
013290     END-IF.
013300     IF WS-CALENDAR-REFUSED
013310         DISPLAY 'MSGCAL: NEW CALENDAR REFUSED - CALFILE '
013320             'MUST NOT BE REPLACED.'
013330     END-IF.
013340     DISPLAY 'MSGCAL: READ ' WS-CAL-ROWS-READ
013350         ' CALFILE ROW(S), WROTE ' WS-ROWS-WRITTEN '.'.
013360 9000-EXIT.
013370     EXIT.
013380 END PROGRAM MSGCAL.
