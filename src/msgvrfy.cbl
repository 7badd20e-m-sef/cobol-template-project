000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: CTLFILE audit replay verification - rebuilds
000050*              the control file from a dated backup and every
000060*              AUDFILE change since, checks that each change's
000070*              before image links to the one before it, and
000080*              matches the result against the live cluster key
000090*              by key.
000100/*****************************************************************
000110******************************************************************
000120* MODIFICATION HISTORY
000130*-----------------------------------------------------------------
000140* DATE       INIT DESCRIPTION
000150* 2026-10-15 SLM  NEW PROGRAM. AUDFILE'S BEFORE/AFTER IMAGES
000160*                 ARE THE PROOF OF EVERY CHANGE TO CTLFILE, BUT
000170*                 NOTHING SHOWED THE CLUSTER STILL MATCHES THEM
000180*                 - AN IDCAMS REPRO OR A FIX KEYED STRAIGHT
000190*                 INTO THE CLUSTER WENT UNSEEN. MSGVRFY TAKES A
000200*                 CTLBKUP UNLOAD OF CTLFILE AND THE DATE AND
000210*                 TIME IT WAS TAKEN (PARM), SORTS EVERY ADD/
000220*                 UPDATE/DELETE PAIR AUDFILE HAS LOGGED SINCE BY
000230*                 (MESSAGE ID, SEGMENT) AND TRAIL ORDER, AND
000240*                 REPLAYS THEM KEY BY KEY OVER THE BACKUP. A
000250*                 CHANGE WHOSE BEFORE IMAGE IS NOT THE PREVIOUS
000260*                 AFTER IMAGE (OR THE BACKUP RECORD), AN ADD OF
000270*                 A KEY ALREADY THERE, A CHANGE TO ONE THAT IS
000280*                 NOT, OR A HALF PAIR IS A CHAIN BREAK. THE
000290*                 REPLAYED FILE IS THEN MATCHED TO THE LIVE
000300*                 CLUSTER: A RECORD THAT DIFFERS (FIELD BY FIELD,
000310*                 AS MSGCOMP LISTS THEM), OR IS ONLY ON ONE
000320*                 SIDE, IS REPORTED. ANY FINDING ENDS THE STEP
000330*                 RC 8 FOR THE MONTHLY AUDIT EVIDENCE PACK.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. MSGVRFY.
000370 AUTHOR. SETH MOORE.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED. 2026-10-15.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BKP-FILE ASSIGN TO CTLBKUP
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-BKP-FILE-STATUS.
000480
000490     SELECT AUD-FILE ASSIGN TO AUDFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-AUD-FILE-STATUS.
000530
000540     SELECT LIV-FILE ASSIGN TO CTLFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS LIV-KEY
000580         FILE STATUS IS WS-LIV-FILE-STATUS.
000590
000600     SELECT VFY-FILE ASSIGN TO VFYLST
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS WS-VFY-FILE-STATUS.
000640
000650     SELECT SORT-FILE ASSIGN TO SORTWK.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690*    THE BACKUP - AN IDCAMS REPRO UNLOAD OF THE CLUSTER, SO IN
000700*    KEY SEQUENCE, ONE CONTROL RECORD PER 169-BYTE RECORD.
000710 FD  BKP-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 169 CHARACTERS.
000740 COPY CTLREC REPLACING ==:PFX:== BY ==BKP==.
000750
000760 FD  AUD-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 214 CHARACTERS.
000790 COPY AUDREC REPLACING ==:PFX:== BY ==AUD==.
000800
000810 FD  LIV-FILE
000820     RECORD CONTAINS 169 CHARACTERS.
000830 COPY CTLREC REPLACING ==:PFX:== BY ==LIV==.
000840
000850 FD  VFY-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 133 CHARACTERS.
000880 01  VFY-RECORD.
000890     05  VFY-CARRIAGE-CONTROL    PIC X(01).
000900     05  VFY-DATA                PIC X(132).
000910
000920*    ONE AUDITED CHANGE - OR HALF OF ONE - IN (KEY, TRAIL
000930*    ORDER) SEQUENCE. SRT-SEQ IS THE AUDFILE ROW NUMBER OF THE
000940*    CHANGE'S LAST ROW, SO A KEY'S CHANGES REPLAY IN THE ORDER
000950*    THEY WERE LOGGED.
000960 SD  SORT-FILE.
000970 01  SRT-RECORD.
000980     05  SRT-KEY                 PIC X(10).
000990     05  SRT-SEQ                 PIC 9(09).
001000     05  SRT-KIND                PIC X(01).
001010         88  SRT-FULL-PAIR             VALUE 'P'.
001020         88  SRT-LONE-BEFORE           VALUE 'B'.
001030         88  SRT-LONE-AFTER            VALUE 'A'.
001040     05  SRT-ACTION              PIC X(06).
001050     05  SRT-DATE                PIC X(10).
001060     05  SRT-TIME                PIC X(08).
001070     05  SRT-USER-ID             PIC X(08).
001080     05  SRT-BEFORE-IMAGE        PIC X(169).
001090     05  SRT-AFTER-IMAGE         PIC X(169).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-SWITCHES.
001130     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001140         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001150         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001160     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001170         88  WS-AUD-END-OF-FILE        VALUE 'Y'.
001180         88  WS-AUD-NOT-END            VALUE 'N'.
001190     05  WS-BKP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001200         88  WS-BKP-END-OF-FILE        VALUE 'Y'.
001210         88  WS-BKP-NOT-END            VALUE 'N'.
001220     05  WS-LIV-EOF-SWITCH       PIC X(01) VALUE 'N'.
001230         88  WS-LIV-END-OF-FILE        VALUE 'Y'.
001240         88  WS-LIV-NOT-END            VALUE 'N'.
001250     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001260         88  WS-SORT-END               VALUE 'Y'.
001270         88  WS-SORT-NOT-END           VALUE 'N'.
001280     05  WS-WINDOW-SWITCH        PIC X(01) VALUE 'N'.
001290         88  WS-IN-WINDOW              VALUE 'Y'.
001300         88  WS-BEFORE-WINDOW          VALUE 'N'.
001310     05  WS-PAIR-SWITCH          PIC X(01) VALUE 'N'.
001320         88  WS-PAIR-PENDING           VALUE 'Y'.
001330         88  WS-PAIR-IDLE              VALUE 'N'.
001340     05  WS-RPL-SWITCH           PIC X(01) VALUE 'N'.
001350         88  WS-RPL-PRESENT            VALUE 'Y'.
001360         88  WS-RPL-ABSENT             VALUE 'N'.
001370     05  WS-KEY-LISTED-SWITCH    PIC X(01) VALUE 'N'.
001380         88  WS-KEY-LISTED             VALUE 'Y'.
001390         88  WS-KEY-NOT-LISTED         VALUE 'N'.
001400     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
001410         88  WS-DATE-IS-VALID          VALUE 'Y'.
001420         88  WS-DATE-IS-INVALID        VALUE 'N'.
001430
001440 01  WS-FILE-STATUSES.
001450     05  WS-BKP-FILE-STATUS      PIC X(02) VALUE '00'.
001460         88  WS-BKP-FILE-OK            VALUE '00'.
001470         88  WS-BKP-NO-MORE            VALUE '10'.
001480     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
001490         88  WS-AUD-FILE-OK            VALUE '00'.
001500         88  WS-AUD-NO-MORE            VALUE '10'.
001510     05  WS-LIV-FILE-STATUS      PIC X(02) VALUE '00'.
001520         88  WS-LIV-FILE-OK            VALUE '00'.
001530         88  WS-LIV-NO-MORE            VALUE '10'.
001540     05  WS-VFY-FILE-STATUS      PIC X(02) VALUE '00'.
001550         88  WS-VFY-FILE-OK            VALUE '00'.
001560
001570 01  WS-REPORT-CONTROL.
001580     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001590     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001600     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001610
001620 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001630 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001640     05  WS-CD-YYYY              PIC 9(04).
001650     05  WS-CD-MM                PIC 9(02).
001660     05  WS-CD-DD                PIC 9(02).
001670
001680 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001690 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001700     05  WS-CT-HH                PIC 9(02).
001710     05  WS-CT-MM                PIC 9(02).
001720     05  WS-CT-SS                PIC 9(02).
001730     05  WS-CT-HH2               PIC 9(02).
001740
001750*    WHEN THE BACKUP WAS TAKEN, OFF THE PARM. THE REPLAY STARTS
001760*    AT THE FIRST AUDFILE ROW STAMPED AT OR AFTER IT.
001770 01  WS-BACKUP-STAMP.
001780     05  WS-BS-DATE              PIC 9(08) VALUE ZERO.
001790     05  WS-BS-TIME              PIC 9(06) VALUE ZERO.
001800 01  WS-BACKUP-STAMP-N REDEFINES WS-BACKUP-STAMP
001810                                 PIC 9(14).
001820 01  WS-BACKUP-TIME-R REDEFINES WS-BACKUP-STAMP.
001830     05  FILLER                  PIC X(08).
001840     05  WS-BS-HH                PIC 9(02).
001850     05  WS-BS-MI                PIC 9(02).
001860     05  WS-BS-SS                PIC 9(02).
001870
001880*    ONE AUDFILE ROW'S MM/DD/YYYY DATE AND HH:MM:SS TIME
001890*    TURNED ROUND SO IT COMPARES WITH THE BACKUP STAMP.
001900 01  WS-ROW-STAMP.
001910     05  WS-RS-YYYY              PIC X(04).
001920     05  WS-RS-MM                PIC X(02).
001930     05  WS-RS-DD                PIC X(02).
001940     05  WS-RS-HH                PIC X(02).
001950     05  WS-RS-MI                PIC X(02).
001960     05  WS-RS-SS                PIC X(02).
001970 01  WS-ROW-STAMP-N REDEFINES WS-ROW-STAMP
001980                                 PIC 9(14).
001990
002000*    THE BEFORE ROW OF THE CHANGE BEING PAIRED UP.
002010 01  WS-PENDING-PAIR.
002020     05  WS-PEND-ACTION          PIC X(06) VALUE SPACES.
002030     05  WS-PEND-DATE            PIC X(10) VALUE SPACES.
002040     05  WS-PEND-TIME            PIC X(08) VALUE SPACES.
002050     05  WS-PEND-USER            PIC X(08) VALUE SPACES.
002060     05  WS-PEND-SEQ             PIC 9(09) VALUE ZERO.
002070     05  WS-PEND-IMAGE           PIC X(169) VALUE SPACES.
002080
002090*    THE MATCH KEYS - HIGH-VALUES ONCE A SIDE RUNS OUT, SO THE
002100*    OTHER SIDES DRAIN THROUGH THE SAME COMPARE.
002110 01  WS-BKP-KEY                  PIC X(10) VALUE LOW-VALUES.
002120 01  WS-CHG-KEY                  PIC X(10) VALUE LOW-VALUES.
002130 01  WS-LIV-KEY                  PIC X(10) VALUE LOW-VALUES.
002140 01  WS-CUR-KEY                  PIC X(10) VALUE LOW-VALUES.
002150 01  WS-CUR-KEY-R REDEFINES WS-CUR-KEY.
002160     05  WS-CUR-MESSAGE-ID       PIC X(08).
002170     05  WS-CUR-SEG-N            PIC 9(02).
002180 01  WS-PREV-BKP-KEY             PIC X(10) VALUE LOW-VALUES.
002190
002200*    THE REPLAYED STATE OF THE CURRENT KEY: THE BACKUP RECORD,
002210*    THEN EACH AUDITED CHANGE'S AFTER IMAGE IN TURN.
002220 01  WS-RPL-IMAGE                PIC X(169) VALUE SPACES.
002230
002240*    THE TWO RECORDS A FIELD-BY-FIELD DIFFERENCE IS LISTED
002250*    BETWEEN, AND WHAT TO CALL EACH ON THE LISTING.
002260 COPY CTLREC REPLACING ==:PFX:== BY ==LFT==.
002270 COPY CTLREC REPLACING ==:PFX:== BY ==RGT==.
002280
002290 77  WS-AUD-ROW-COUNT            PIC 9(09) COMP VALUE ZERO.
002300 77  WS-AUD-EARLY-COUNT          PIC 9(07) COMP VALUE ZERO.
002310 77  WS-AUD-OTHER-COUNT          PIC 9(07) COMP VALUE ZERO.
002320 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
002330 77  WS-BKP-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002340 77  WS-LIV-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002350 77  WS-AGREE-COUNT              PIC 9(07) COMP VALUE ZERO.
002360 77  WS-GONE-COUNT               PIC 9(07) COMP VALUE ZERO.
002370 77  WS-DIFFER-COUNT             PIC 9(07) COMP VALUE ZERO.
002380 77  WS-LIVE-ONLY-COUNT          PIC 9(07) COMP VALUE ZERO.
002390 77  WS-REPLAY-ONLY-COUNT        PIC 9(07) COMP VALUE ZERO.
002400 77  WS-CHAIN-BREAK-COUNT        PIC 9(07) COMP VALUE ZERO.
002410 77  WS-DIFF-FIELD-COUNT         PIC 9(02) COMP VALUE ZERO.
002420 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002430
002440*    THE DATE BEING WORKED ON BY THE DATE PARAGRAPHS (7100-7300).
002450 01  WS-DATE-WORK.
002460     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
002470     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
002480         10  WS-DT-YYYY          PIC 9(04).
002490         10  WS-DT-MM            PIC 9(02).
002500         10  WS-DT-DD            PIC 9(02).
002510     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
002520     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
002530         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
002540         88  WS-DT-COMMON-YEAR         VALUE 'N'.
002550
002560 01  WS-DOW-WORK.
002570     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
002580     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
002590     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
002600     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
002610
002620 01  WS-MONTH-LENGTH-VALUES.
002630     05  FILLER                  PIC X(24)
002640             VALUE '312831303130313130313031'.
002650 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002660     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
002670
002680 01  WS-HEADER-LINE.
002690     05  FILLER                  PIC X(33)
002700             VALUE 'MSGVRFY AUDIT REPLAY VERIFICATION'.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002730     05  WS-HDR-PAGE             PIC ZZZZ9.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002760     05  WS-HDR-DATE             PIC X(10).
002770     05  FILLER                  PIC X(03) VALUE SPACES.
002780     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002790     05  WS-HDR-TIME             PIC X(08).
002800
002810 01  WS-SUBJECT-LINE.
002820     05  FILLER                  PIC X(22)
002830             VALUE 'CTLBKUP BACKUP TAKEN: '.
002840     05  WS-SUBJ-DATE            PIC X(10).
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  WS-SUBJ-TIME            PIC X(08).
002870     05  FILLER                  PIC X(23)
002880             VALUE ' - AUDFILE REPLAYED AND'.
002890     05  FILLER                  PIC X(25)
002900             VALUE ' MATCHED TO LIVE CTLFILE'.
002910
002920 01  WS-COLUMN-LINE.
002930     05  FILLER                  PIC X(10) VALUE 'MESSAGE ID'.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  FILLER                  PIC X(02) VALUE 'SG'.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  FILLER                  PIC X(12) VALUE 'FINDING'.
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  FILLER                  PIC X(06) VALUE 'DETAIL'.
003000
003010 01  WS-DETAIL-LINE.
003020     05  WS-DTL-MESSAGE-ID       PIC X(08).
003030     05  FILLER                  PIC X(04) VALUE SPACES.
003040     05  WS-DTL-SEG              PIC X(02).
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  WS-DTL-FINDING          PIC X(12).
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  WS-DTL-DETAIL           PIC X(80).
003090
003100*    ONE AUDITED CHANGE NAMED ON A CHAIN BREAK'S DETAIL.
003110 01  WS-CHANGE-DETAIL.
003120     05  WS-CD-ACTION            PIC X(06).
003130     05  FILLER                  PIC X(01) VALUE SPACE.
003140     05  WS-CD-DATE              PIC X(10).
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  WS-CD-TIME              PIC X(08).
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  WS-CD-USER-ID           PIC X(08).
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  WS-CD-REASON            PIC X(43).
003210
003220 01  WS-DIFF-LINE.
003230     05  FILLER                  PIC X(04) VALUE SPACES.
003240     05  WS-DIF-FIELD            PIC X(12).
003250     05  WS-DIF-LEFT-LABEL       PIC X(09).
003260     05  WS-DIF-LEFT             PIC X(40).
003270     05  WS-DIF-RIGHT-LABEL      PIC X(09).
003280     05  WS-DIF-RIGHT            PIC X(40).
003290
003300 01  WS-TRAILER-LINE.
003310     05  WS-TRL-LABEL            PIC X(24).
003320     05  FILLER                  PIC X(02) VALUE ': '.
003330     05  WS-TRL-COUNT            PIC 9(07).
003340
003350 01  WS-VERDICT-LINE.
003360     05  FILLER                  PIC X(09) VALUE 'VERDICT: '.
003370     05  WS-VRD-TEXT             PIC X(60).
003380
003390 LINKAGE SECTION.
003400 01  PARM-DATA.
003410     05  PARM-LENGTH             PIC S9(04) COMP.
003420     05  PARM-TEXT.
003430         10  PARM-BACKUP-DATE    PIC X(08).
003440         10  PARM-SEPARATOR      PIC X(01).
003450         10  PARM-BACKUP-TIME    PIC X(06).
003460
003470 PROCEDURE DIVISION USING PARM-DATA.
003480/*****************************************************************
003490 0000-MAINLINE.
003500* Program entry point
003510/*****************************************************************
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF WS-FILES-ARE-OPEN
003540         PERFORM 2000-VERIFY THRU 2000-EXIT
003550     END-IF.
003560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003570
003580     STOP RUN.
003590
003600/*****************************************************************
003610 1000-INITIALIZE.
003620* Take the backup stamp off the PARM, then open the backup, the
003630* audit trail, the live cluster, and the listing, and print the
003640* first page header. A bad PARM stops the run before anything
003650* opens.
003660/*****************************************************************
003670     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003680     IF WS-WORST-RC NOT = ZERO
003690         GO TO 1000-EXIT
003700     END-IF.
003710     OPEN INPUT BKP-FILE.
003720     IF NOT WS-BKP-FILE-OK
003730         DISPLAY 'MSGVRFY: UNABLE TO OPEN CTLBKUP, STATUS = '
003740             WS-BKP-FILE-STATUS
003750         MOVE 16 TO WS-WORST-RC
003760         GO TO 1000-EXIT
003770     END-IF.
003780     OPEN INPUT AUD-FILE.
003790     IF NOT WS-AUD-FILE-OK
003800         DISPLAY 'MSGVRFY: UNABLE TO OPEN AUDFILE, STATUS = '
003810             WS-AUD-FILE-STATUS
003820         CLOSE BKP-FILE
003830         MOVE 16 TO WS-WORST-RC
003840         GO TO 1000-EXIT
003850     END-IF.
003860     OPEN INPUT LIV-FILE.
003870     IF NOT WS-LIV-FILE-OK
003880         DISPLAY 'MSGVRFY: UNABLE TO OPEN CTLFILE, STATUS = '
003890             WS-LIV-FILE-STATUS
003900         CLOSE BKP-FILE
003910         CLOSE AUD-FILE
003920         MOVE 16 TO WS-WORST-RC
003930         GO TO 1000-EXIT
003940     END-IF.
003950     OPEN OUTPUT VFY-FILE.
003960     IF NOT WS-VFY-FILE-OK
003970         DISPLAY 'MSGVRFY: UNABLE TO OPEN VFYLST, STATUS = '
003980             WS-VFY-FILE-STATUS
003990         CLOSE BKP-FILE
004000         CLOSE AUD-FILE
004010         CLOSE LIV-FILE
004020         MOVE 16 TO WS-WORST-RC
004030         GO TO 1000-EXIT
004040     END-IF.
004050     SET WS-FILES-ARE-OPEN TO TRUE.
004060     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
004070 1000-EXIT.
004080     EXIT.
004090
004100/*****************************************************************
004110 1100-PARSE-PARM.
004120* The PARM is when the backup was taken: YYYYMMDD, taken to
004130* mean the start of that day, or YYYYMMDD:HHMMSS. It must be a
004140* real date and time, and not later than today.
004150/*****************************************************************
004160     IF PARM-LENGTH NOT = 8 AND PARM-LENGTH NOT = 15
004170         GO TO 1100-REJECT
004180     END-IF.
004190     IF PARM-BACKUP-DATE NOT NUMERIC
004200         GO TO 1100-REJECT
004210     END-IF.
004220     MOVE PARM-BACKUP-DATE TO WS-BS-DATE.
004230     IF PARM-LENGTH = 15
004240         IF PARM-SEPARATOR NOT = ':'
004250                 OR PARM-BACKUP-TIME NOT NUMERIC
004260             GO TO 1100-REJECT
004270         END-IF
004280         MOVE PARM-BACKUP-TIME TO WS-BS-TIME
004290     END-IF.
004300     IF WS-BS-HH > 23 OR WS-BS-MI > 59 OR WS-BS-SS > 59
004310         GO TO 1100-REJECT
004320     END-IF.
004330     MOVE WS-BS-DATE TO WS-DT-DATE.
004340     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
004350     IF WS-DATE-IS-INVALID
004360         GO TO 1100-REJECT
004370     END-IF.
004380     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004390     IF WS-BS-DATE > WS-CURRENT-DATE
004400         DISPLAY 'MSGVRFY: BACKUP DATE ' WS-BS-DATE
004410             ' IS IN THE FUTURE - RUN REJECTED'
004420         MOVE 12 TO WS-WORST-RC
004430     END-IF.
004440     GO TO 1100-EXIT.
004450 1100-REJECT.
004460     DISPLAY 'MSGVRFY: PARM MUST BE THE BACKUP DATE YYYYMMDD '
004470         'OR YYYYMMDD:HHMMSS - RUN REJECTED'.
004480     MOVE 12 TO WS-WORST-RC.
004490 1100-EXIT.
004500     EXIT.
004510
004520/*****************************************************************
004530 2000-VERIFY.
004540* Sort the audited changes since the backup into key order and
004550* replay them over the backup in the sort's output procedure,
004560* matching the result to the live cluster as it goes.
004570/*****************************************************************
004580     SORT SORT-FILE
004590         ON ASCENDING KEY SRT-KEY SRT-SEQ
004600         INPUT PROCEDURE IS 3000-RELEASE-CHANGES
004610             THRU 3000-EXIT
004620         OUTPUT PROCEDURE IS 4000-MATCH-KEYS
004630             THRU 4000-EXIT.
004640     IF SORT-RETURN NOT = ZERO
004650         DISPLAY 'MSGVRFY: SORT FAILED, SORT-RETURN = '
004660             SORT-RETURN
004670         MOVE 16 TO WS-WORST-RC
004680     END-IF.
004690 2000-EXIT.
004700     EXIT.
004710
004720/*****************************************************************
004730 3000-RELEASE-CHANGES.
004740* Sort input - read the whole trail, pair up the before and
004750* after rows of each ADD/UPDATE/DELETE from the backup on, and
004760* release each change keyed on the record it touched. A before
004770* row still waiting at end of file is released as a half pair.
004780/*****************************************************************
004790     SET WS-BEFORE-WINDOW TO TRUE.
004800     SET WS-PAIR-IDLE TO TRUE.
004810     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
004820     PERFORM 3200-SCREEN-ROW THRU 3200-EXIT
004830         UNTIL WS-AUD-END-OF-FILE.
004840     IF WS-PAIR-PENDING
004850         PERFORM 3400-RELEASE-LONE-BEFORE THRU 3400-EXIT
004860     END-IF.
004870 3000-EXIT.
004880     EXIT.
004890
004900/*****************************************************************
004910 3100-READ-AUDIT.
004920* Read the next audit row. A read failure ends the trail RC 12
004930* - a replay that stops short must not pass for the whole one.
004940/*****************************************************************
004950     READ AUD-FILE.
004960     IF WS-AUD-NO-MORE
004970         SET WS-AUD-END-OF-FILE TO TRUE
004980         GO TO 3100-EXIT
004990     END-IF.
005000     IF NOT WS-AUD-FILE-OK
005010         DISPLAY 'MSGVRFY: AUDFILE READ FAILED, STATUS = '
005020             WS-AUD-FILE-STATUS
005030         IF WS-WORST-RC < 12
005040             MOVE 12 TO WS-WORST-RC
005050         END-IF
005060         SET WS-AUD-END-OF-FILE TO TRUE
005070         GO TO 3100-EXIT
005080     END-IF.
005090     ADD 1 TO WS-AUD-ROW-COUNT.
005100 3100-EXIT.
005110     EXIT.
005120
005130/*****************************************************************
005140 3200-SCREEN-ROW.
005150* AUDFILE is only ever appended to, so the replay window opens
005160* at the first row stamped at or after the backup and every
005170* row from there on is in it, whatever its own stamp says.
005180* Only ADD/UPDATE/DELETE rows carry control-record images; the
005190* staging, approval, and refusal rows are counted and passed
005200* over. The two images of an update must carry the same key;
005202* halves that do not are each released alone, and the replay
005204* reports both as chain breaks. A delete's after image is
005206* always '(NONE)', so it has no key to compare.
005210/*****************************************************************
005220     IF WS-BEFORE-WINDOW
005230         MOVE AUD-DATE (7:4) TO WS-RS-YYYY
005240         MOVE AUD-DATE (1:2) TO WS-RS-MM
005250         MOVE AUD-DATE (4:2) TO WS-RS-DD
005260         MOVE AUD-TIME (1:2) TO WS-RS-HH
005270         MOVE AUD-TIME (4:2) TO WS-RS-MI
005280         MOVE AUD-TIME (7:2) TO WS-RS-SS
005290         IF WS-ROW-STAMP NOT NUMERIC
005300                 OR WS-ROW-STAMP-N < WS-BACKUP-STAMP-N
005310             ADD 1 TO WS-AUD-EARLY-COUNT
005320             GO TO 3200-NEXT
005330         END-IF
005340         SET WS-IN-WINDOW TO TRUE
005350     END-IF.
005360     IF AUD-ACTION NOT = 'ADD'
005370             AND AUD-ACTION NOT = 'UPDATE'
005380             AND AUD-ACTION NOT = 'DELETE'
005390         ADD 1 TO WS-AUD-OTHER-COUNT
005400         GO TO 3200-NEXT
005410     END-IF.
005420     IF AUD-IMAGE-TYPE = 'BEFORE'
005430         IF WS-PAIR-PENDING
005440             PERFORM 3400-RELEASE-LONE-BEFORE THRU 3400-EXIT
005450         END-IF
005460         MOVE AUD-ACTION  TO WS-PEND-ACTION
005470         MOVE AUD-DATE    TO WS-PEND-DATE
005480         MOVE AUD-TIME    TO WS-PEND-TIME
005490         MOVE AUD-USER-ID TO WS-PEND-USER
005500         MOVE AUD-IMAGE   TO WS-PEND-IMAGE
005510         MOVE WS-AUD-ROW-COUNT TO WS-PEND-SEQ
005520         SET WS-PAIR-PENDING TO TRUE
005530         GO TO 3200-NEXT
005540     END-IF.
005550     IF AUD-IMAGE-TYPE NOT = 'AFTER'
005560         ADD 1 TO WS-AUD-OTHER-COUNT
005570         GO TO 3200-NEXT
005580     END-IF.
005590     IF WS-PAIR-IDLE
005600             OR AUD-ACTION NOT = WS-PEND-ACTION
005610         IF WS-PAIR-PENDING
005620             PERFORM 3400-RELEASE-LONE-BEFORE THRU 3400-EXIT
005630         END-IF
005640         PERFORM 3500-RELEASE-LONE-AFTER THRU 3500-EXIT
005650         GO TO 3200-NEXT
005660     END-IF.
005661     IF AUD-ACTION = 'UPDATE'
005662             AND AUD-IMAGE (1:10) NOT = WS-PEND-IMAGE (1:10)
005663         PERFORM 3400-RELEASE-LONE-BEFORE THRU 3400-EXIT
005664         PERFORM 3500-RELEASE-LONE-AFTER THRU 3500-EXIT
005665         GO TO 3200-NEXT
005666     END-IF.
005670     PERFORM 3300-RELEASE-PAIR THRU 3300-EXIT.
005680 3200-NEXT.
005690     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
005700 3200-EXIT.
005710     EXIT.
005720
005730/*****************************************************************
005740 3300-RELEASE-PAIR.
005750* One whole change. Its key is the after image's for an add
005760* (the before image is '(NONE)') and the before image's
005770* otherwise.
005780/*****************************************************************
005790     MOVE SPACES TO SRT-RECORD.
005800     IF WS-PEND-ACTION = 'ADD'
005810         MOVE AUD-IMAGE (1:10) TO SRT-KEY
005820     ELSE
005830         MOVE WS-PEND-IMAGE (1:10) TO SRT-KEY
005840     END-IF.
005850     MOVE WS-AUD-ROW-COUNT TO SRT-SEQ.
005860     SET SRT-FULL-PAIR TO TRUE.
005870     MOVE WS-PEND-ACTION TO SRT-ACTION.
005880     MOVE WS-PEND-DATE   TO SRT-DATE.
005890     MOVE WS-PEND-TIME   TO SRT-TIME.
005900     MOVE WS-PEND-USER   TO SRT-USER-ID.
005910     MOVE WS-PEND-IMAGE  TO SRT-BEFORE-IMAGE.
005920     MOVE AUD-IMAGE      TO SRT-AFTER-IMAGE.
005930     RELEASE SRT-RECORD.
005940     ADD 1 TO WS-CHANGE-COUNT.
005950     SET WS-PAIR-IDLE TO TRUE.
005960 3300-EXIT.
005970     EXIT.
005980
005990/*****************************************************************
006000 3400-RELEASE-LONE-BEFORE.
006010* A before row whose after row never came - released on its
006020* own so it is listed as a chain break under its key.
006030/*****************************************************************
006040     MOVE SPACES TO SRT-RECORD.
006050     MOVE WS-PEND-IMAGE (1:10) TO SRT-KEY.
006060     MOVE WS-PEND-SEQ TO SRT-SEQ.
006070     SET SRT-LONE-BEFORE TO TRUE.
006080     MOVE WS-PEND-ACTION TO SRT-ACTION.
006090     MOVE WS-PEND-DATE   TO SRT-DATE.
006100     MOVE WS-PEND-TIME   TO SRT-TIME.
006110     MOVE WS-PEND-USER   TO SRT-USER-ID.
006120     MOVE WS-PEND-IMAGE  TO SRT-BEFORE-IMAGE.
006130     RELEASE SRT-RECORD.
006140     SET WS-PAIR-IDLE TO TRUE.
006150 3400-EXIT.
006160     EXIT.
006170
006180/*****************************************************************
006190 3500-RELEASE-LONE-AFTER.
006200* An after row with no before row of the same action ahead of
006210* it - released on its own so it is listed as a chain break.
006220/*****************************************************************
006230     MOVE SPACES TO SRT-RECORD.
006240     MOVE AUD-IMAGE (1:10) TO SRT-KEY.
006250     MOVE WS-AUD-ROW-COUNT TO SRT-SEQ.
006260     SET SRT-LONE-AFTER TO TRUE.
006270     MOVE AUD-ACTION  TO SRT-ACTION.
006280     MOVE AUD-DATE    TO SRT-DATE.
006290     MOVE AUD-TIME    TO SRT-TIME.
006300     MOVE AUD-USER-ID TO SRT-USER-ID.
006310     MOVE AUD-IMAGE   TO SRT-AFTER-IMAGE.
006320     RELEASE SRT-RECORD.
006330 3500-EXIT.
006340     EXIT.
006350
006360/*****************************************************************
006370 4000-MATCH-KEYS.
006380* Sort output - a balanced match of three streams in key order:
006390* the backup, the sorted changes, and the live cluster. Each
006400* key is taken once, at the lowest of the three.
006410/*****************************************************************
006420     SET WS-SORT-NOT-END TO TRUE.
006430     PERFORM 4200-READ-BACKUP THRU 4200-EXIT.
006440     PERFORM 4300-RETURN-CHANGE THRU 4300-EXIT.
006450     PERFORM 4400-READ-LIVE THRU 4400-EXIT.
006460     PERFORM 4100-MATCH-ONE-KEY THRU 4100-EXIT
006470         UNTIL WS-BKP-END-OF-FILE
006480         AND WS-SORT-END
006490         AND WS-LIV-END-OF-FILE.
006500 4000-EXIT.
006510     EXIT.
006520
006530/*****************************************************************
006540 4100-MATCH-ONE-KEY.
006550* Start the key from the backup record - or from nothing -
006560* replay its changes in trail order, then judge the result
006570* against the live record.
006580/*****************************************************************
006590     MOVE WS-BKP-KEY TO WS-CUR-KEY.
006600     IF WS-CHG-KEY < WS-CUR-KEY
006610         MOVE WS-CHG-KEY TO WS-CUR-KEY
006620     END-IF.
006630     IF WS-LIV-KEY < WS-CUR-KEY
006640         MOVE WS-LIV-KEY TO WS-CUR-KEY
006650     END-IF.
006660     SET WS-KEY-NOT-LISTED TO TRUE.
006670     SET WS-RPL-ABSENT TO TRUE.
006680     MOVE SPACES TO WS-RPL-IMAGE.
006690     IF WS-BKP-KEY = WS-CUR-KEY
006700         SET WS-RPL-PRESENT TO TRUE
006710         MOVE BKP-RECORD TO WS-RPL-IMAGE
006720         PERFORM 4200-READ-BACKUP THRU 4200-EXIT
006730     END-IF.
006740     PERFORM 4500-REPLAY-CHANGE THRU 4500-EXIT
006750         UNTIL WS-CHG-KEY NOT = WS-CUR-KEY.
006760     IF WS-LIV-KEY = WS-CUR-KEY
006770         PERFORM 4700-COMPARE-LIVE THRU 4700-EXIT
006780         PERFORM 4400-READ-LIVE THRU 4400-EXIT
006790         GO TO 4100-EXIT
006800     END-IF.
006810     IF WS-RPL-ABSENT
006820         ADD 1 TO WS-GONE-COUNT
006830         GO TO 4100-EXIT
006840     END-IF.
006850     ADD 1 TO WS-REPLAY-ONLY-COUNT.
006860     MOVE 'REPLAY ONLY' TO WS-DTL-FINDING.
006870     MOVE 'AUDIT TRAIL LEAVES THIS RECORD ON FILE - NOT ON LIVE'
006880         TO WS-DTL-DETAIL.
006890     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
006900 4100-EXIT.
006910     EXIT.
006920
006930/*****************************************************************
006940 4200-READ-BACKUP.
006950* Read the next backup record, parking the key at HIGH-VALUES
006960* at end of file. A record not in ascending key order means
006970* the backup is not a clean unload of the cluster - it is
006980* reported, skipped, and the run ends RC 12.
006990/*****************************************************************
007000     READ BKP-FILE.
007010     IF WS-BKP-NO-MORE
007020         SET WS-BKP-END-OF-FILE TO TRUE
007030         MOVE HIGH-VALUES TO WS-BKP-KEY
007040         GO TO 4200-EXIT
007050     END-IF.
007060     IF NOT WS-BKP-FILE-OK
007070         DISPLAY 'MSGVRFY: CTLBKUP READ FAILED, STATUS = '
007080             WS-BKP-FILE-STATUS
007090         IF WS-WORST-RC < 12
007100             MOVE 12 TO WS-WORST-RC
007110         END-IF
007120         SET WS-BKP-END-OF-FILE TO TRUE
007130         MOVE HIGH-VALUES TO WS-BKP-KEY
007140         GO TO 4200-EXIT
007150     END-IF.
007160     ADD 1 TO WS-BKP-READ-COUNT.
007170     IF BKP-KEY NOT > WS-PREV-BKP-KEY
007180         DISPLAY 'MSGVRFY: CTLBKUP OUT OF KEY SEQUENCE AT '
007190             BKP-KEY ' - RECORD SKIPPED'
007200         IF WS-WORST-RC < 12
007210             MOVE 12 TO WS-WORST-RC
007220         END-IF
007230         GO TO 4200-READ-BACKUP
007240     END-IF.
007250     MOVE BKP-KEY TO WS-PREV-BKP-KEY.
007260     MOVE BKP-KEY TO WS-BKP-KEY.
007270 4200-EXIT.
007280     EXIT.
007290
007300/*****************************************************************
007310 4300-RETURN-CHANGE.
007320* Take the next change off the sorted stream, parking the key
007330* at HIGH-VALUES at the end.
007340/*****************************************************************
007350     RETURN SORT-FILE
007360         AT END
007370             SET WS-SORT-END TO TRUE
007380             MOVE HIGH-VALUES TO WS-CHG-KEY
007390     END-RETURN.
007400     IF WS-SORT-NOT-END
007410         MOVE SRT-KEY TO WS-CHG-KEY
007420     END-IF.
007430 4300-EXIT.
007440     EXIT.
007450
007460/*****************************************************************
007470 4400-READ-LIVE.
007480* Read the next live record in key sequence, parking the key
007490* at HIGH-VALUES at end of file. A read failure ends the live
007500* side RC 12.
007510/*****************************************************************
007520     READ LIV-FILE NEXT RECORD.
007530     IF WS-LIV-NO-MORE
007540         SET WS-LIV-END-OF-FILE TO TRUE
007550         MOVE HIGH-VALUES TO WS-LIV-KEY
007560         GO TO 4400-EXIT
007570     END-IF.
007580     IF NOT WS-LIV-FILE-OK
007590         DISPLAY 'MSGVRFY: CTLFILE READ FAILED, STATUS = '
007600             WS-LIV-FILE-STATUS
007610         IF WS-WORST-RC < 12
007620             MOVE 12 TO WS-WORST-RC
007630         END-IF
007640         SET WS-LIV-END-OF-FILE TO TRUE
007650         MOVE HIGH-VALUES TO WS-LIV-KEY
007660         GO TO 4400-EXIT
007670     END-IF.
007680     ADD 1 TO WS-LIV-READ-COUNT.
007690     MOVE LIV-KEY TO WS-LIV-KEY.
007700 4400-EXIT.
007710     EXIT.
007720
007730/*****************************************************************
007740 4500-REPLAY-CHANGE.
007750* Link one audited change to the key's replayed state, then
007760* apply it. An add must find the key absent; an update or
007770* delete must find it present with exactly its before image.
007780* A link that fails is a chain break - listed, and the replay
007790* carries on from the change's own after image, so each break
007800* is reported once and the links after it are judged on their
007810* own. A half pair is listed and changes nothing.
007820/*****************************************************************
007830     MOVE SRT-ACTION  TO WS-CD-ACTION.
007840     MOVE SRT-DATE    TO WS-CD-DATE.
007850     MOVE SRT-TIME    TO WS-CD-TIME.
007860     MOVE SRT-USER-ID TO WS-CD-USER-ID.
007870     IF SRT-LONE-BEFORE
007880         MOVE 'BEFORE IMAGE WITH NO AFTER IMAGE'
007890             TO WS-CD-REASON
007900         PERFORM 4600-REPORT-CHAIN-BREAK THRU 4600-EXIT
007910         GO TO 4500-NEXT
007920     END-IF.
007930     IF SRT-LONE-AFTER
007940         MOVE 'AFTER IMAGE WITH NO BEFORE IMAGE'
007950             TO WS-CD-REASON
007960         PERFORM 4600-REPORT-CHAIN-BREAK THRU 4600-EXIT
007970         GO TO 4500-NEXT
007980     END-IF.
007990     IF SRT-ACTION = 'ADD'
008000         IF WS-RPL-PRESENT
008010             MOVE 'ADD OF A RECORD ALREADY ON FILE'
008020                 TO WS-CD-REASON
008030             PERFORM 4600-REPORT-CHAIN-BREAK THRU 4600-EXIT
008040         END-IF
008050         GO TO 4500-APPLY
008060     END-IF.
008070     IF WS-RPL-ABSENT
008080         MOVE 'CHANGE TO A RECORD NOT ON FILE' TO WS-CD-REASON
008090         PERFORM 4600-REPORT-CHAIN-BREAK THRU 4600-EXIT
008100         GO TO 4500-APPLY
008110     END-IF.
008120     IF SRT-BEFORE-IMAGE NOT = WS-RPL-IMAGE
008130         MOVE 'BEFORE IMAGE NOT THE PRIOR AFTER IMAGE'
008140             TO WS-CD-REASON
008150         PERFORM 4600-REPORT-CHAIN-BREAK THRU 4600-EXIT
008160         MOVE WS-RPL-IMAGE TO LFT-RECORD
008170         MOVE SRT-BEFORE-IMAGE TO RGT-RECORD
008180         MOVE '  PRIOR: ' TO WS-DIF-LEFT-LABEL
008190         MOVE ' BEFORE: ' TO WS-DIF-RIGHT-LABEL
008200         PERFORM 4800-REPORT-FIELD-DIFFS THRU 4800-EXIT
008210     END-IF.
008220 4500-APPLY.
008230     IF SRT-ACTION = 'DELETE'
008240         SET WS-RPL-ABSENT TO TRUE
008250         MOVE SPACES TO WS-RPL-IMAGE
008260     ELSE
008270         SET WS-RPL-PRESENT TO TRUE
008280         MOVE SRT-AFTER-IMAGE TO WS-RPL-IMAGE
008290     END-IF.
008300 4500-NEXT.
008310     PERFORM 4300-RETURN-CHANGE THRU 4300-EXIT.
008320 4500-EXIT.
008330     EXIT.
008340
008350/*****************************************************************
008360 4600-REPORT-CHAIN-BREAK.
008370* One link of the key's audit chain that does not hold, named
008380* by the change's action, stamp, and user.
008390/*****************************************************************
008400     ADD 1 TO WS-CHAIN-BREAK-COUNT.
008410     MOVE 'CHAIN BREAK' TO WS-DTL-FINDING.
008420     MOVE WS-CHANGE-DETAIL TO WS-DTL-DETAIL.
008430     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
008440 4600-EXIT.
008450     EXIT.
008460
008470/*****************************************************************
008480 4700-COMPARE-LIVE.
008490* The live cluster carries this key. With nothing left on the
008500* replay it is a record the trail never added, or one deleted
008510* without it; otherwise it must match the replay exactly.
008520/*****************************************************************
008530     IF WS-RPL-ABSENT
008540         ADD 1 TO WS-LIVE-ONLY-COUNT
008550         MOVE 'LIVE ONLY' TO WS-DTL-FINDING
008560         MOVE 'ON LIVE CTLFILE - NO AUDITED ADD LEAVES IT THERE'
008570             TO WS-DTL-DETAIL
008580         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
008590         GO TO 4700-EXIT
008600     END-IF.
008610     IF LIV-RECORD = WS-RPL-IMAGE
008620         ADD 1 TO WS-AGREE-COUNT
008630         GO TO 4700-EXIT
008640     END-IF.
008650     ADD 1 TO WS-DIFFER-COUNT.
008660     MOVE 'DIFFERS' TO WS-DTL-FINDING.
008670     MOVE 'LIVE CTLFILE DOES NOT MATCH THE AUDIT TRAIL'
008680         TO WS-DTL-DETAIL.
008690     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
008700     MOVE WS-RPL-IMAGE TO LFT-RECORD.
008710     MOVE LIV-RECORD TO RGT-RECORD.
008720     MOVE ' REPLAY: ' TO WS-DIF-LEFT-LABEL.
008730     MOVE '   LIVE: ' TO WS-DIF-RIGHT-LABEL.
008740     PERFORM 4800-REPORT-FIELD-DIFFS THRU 4800-EXIT.
008750 4700-EXIT.
008760     EXIT.
008770
008780/*****************************************************************
008790 4800-REPORT-FIELD-DIFFS.
008800* One check per control-record field, as MSGCOMP lists them,
008810* printing both values of each field that differs. Records
008820* that differ only where no field check looks get one line of
008830* the raw images, so a difference is never listed bare.
008840/*****************************************************************
008850     MOVE ZERO TO WS-DIFF-FIELD-COUNT.
008860     IF LFT-MESSAGE NOT = RGT-MESSAGE
008870         MOVE 'MESSAGE' TO WS-DIF-FIELD
008880         MOVE LFT-MESSAGE (1:40) TO WS-DIF-LEFT
008890         MOVE RGT-MESSAGE (1:40) TO WS-DIF-RIGHT
008900         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
008910     END-IF.
008920     IF LFT-REPEAT-N NOT = RGT-REPEAT-N
008930         MOVE 'REPEAT COUNT' TO WS-DIF-FIELD
008940         MOVE LFT-REPEAT-N TO WS-DIF-LEFT
008950         MOVE RGT-REPEAT-N TO WS-DIF-RIGHT
008960         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
008970     END-IF.
008980     IF LFT-EFF-DATE NOT = RGT-EFF-DATE
008990         MOVE 'EFF DATE' TO WS-DIF-FIELD
009000         MOVE LFT-EFF-DATE TO WS-DIF-LEFT
009010         MOVE RGT-EFF-DATE TO WS-DIF-RIGHT
009020         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009030     END-IF.
009040     IF LFT-EXP-DATE NOT = RGT-EXP-DATE
009050         MOVE 'EXP DATE' TO WS-DIF-FIELD
009060         MOVE LFT-EXP-DATE TO WS-DIF-LEFT
009070         MOVE RGT-EXP-DATE TO WS-DIF-RIGHT
009080         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009090     END-IF.
009100     IF LFT-STATUS NOT = RGT-STATUS
009110         MOVE 'STATUS' TO WS-DIF-FIELD
009120         MOVE LFT-STATUS TO WS-DIF-LEFT
009130         MOVE RGT-STATUS TO WS-DIF-RIGHT
009140         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009150     END-IF.
009160     IF LFT-ROUTE-CODE NOT = RGT-ROUTE-CODE
009170         MOVE 'ROUTE CODE' TO WS-DIF-FIELD
009180         MOVE LFT-ROUTE-CODE TO WS-DIF-LEFT
009190         MOVE RGT-ROUTE-CODE TO WS-DIF-RIGHT
009200         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009210     END-IF.
009220     IF LFT-RECUR-CODE NOT = RGT-RECUR-CODE
009230         MOVE 'RECUR CODE' TO WS-DIF-FIELD
009240         MOVE LFT-RECUR-CODE TO WS-DIF-LEFT
009250         MOVE RGT-RECUR-CODE TO WS-DIF-RIGHT
009260         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009270     END-IF.
009280     IF LFT-RECUR-DAY NOT = RGT-RECUR-DAY
009290         MOVE 'RECUR DAY' TO WS-DIF-FIELD
009300         MOVE LFT-RECUR-DAY TO WS-DIF-LEFT
009310         MOVE RGT-RECUR-DAY TO WS-DIF-RIGHT
009320         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009330     END-IF.
009340     IF WS-DIFF-FIELD-COUNT = ZERO
009350         MOVE 'RECORD' TO WS-DIF-FIELD
009360         MOVE LFT-RECORD (1:40) TO WS-DIF-LEFT
009370         MOVE RGT-RECORD (1:40) TO WS-DIF-RIGHT
009380         PERFORM 5050-WRITE-DIFF-LINE THRU 5050-EXIT
009390     END-IF.
009400 4800-EXIT.
009410     EXIT.
009420
009430/*****************************************************************
009440 5000-WRITE-DETAIL.
009450* One finding's line on the listing, breaking to a new page
009460* first when the current page is full. The key prints on the
009470* first of its findings only.
009480/*****************************************************************
009490     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009500         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
009510         SET WS-KEY-NOT-LISTED TO TRUE
009520     END-IF.
009530     IF WS-KEY-LISTED
009540         MOVE SPACES TO WS-DTL-MESSAGE-ID
009550         MOVE SPACES TO WS-DTL-SEG
009560     ELSE
009570         MOVE WS-CUR-MESSAGE-ID TO WS-DTL-MESSAGE-ID
009580         MOVE WS-CUR-KEY (9:2) TO WS-DTL-SEG
009590         SET WS-KEY-LISTED TO TRUE
009600     END-IF.
009610     MOVE SPACES TO VFY-RECORD.
009620     MOVE ' ' TO VFY-CARRIAGE-CONTROL.
009630     MOVE WS-DETAIL-LINE TO VFY-DATA.
009640     WRITE VFY-RECORD.
009650     ADD 1 TO WS-LINE-COUNT.
009660 5000-EXIT.
009670     EXIT.
009680
009690/*****************************************************************
009700 5050-WRITE-DIFF-LINE.
009710* One differing field's two values side by side, under the
009720* finding it belongs to.
009730/*****************************************************************
009740     ADD 1 TO WS-DIFF-FIELD-COUNT.
009750     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
009760         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
009770     END-IF.
009780     MOVE SPACES TO VFY-RECORD.
009790     MOVE ' ' TO VFY-CARRIAGE-CONTROL.
009800     MOVE WS-DIFF-LINE TO VFY-DATA.
009810     WRITE VFY-RECORD.
009820     ADD 1 TO WS-LINE-COUNT.
009830     MOVE SPACES TO WS-DIF-LEFT.
009840     MOVE SPACES TO WS-DIF-RIGHT.
009850 5050-EXIT.
009860     EXIT.
009870
009880/*****************************************************************
009890 5100-WRITE-REPORT-HEADER.
009900* Format and write a new page header, the backup line, and the
009910* column headings, resetting the line count for the page that
009920* follows them.
009930/*****************************************************************
009940     ADD 1 TO WS-PAGE-COUNT.
009950     MOVE ZERO TO WS-LINE-COUNT.
009960
009970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009980     ACCEPT WS-CURRENT-TIME FROM TIME.
009990
010000     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
010010     STRING WS-CD-MM   DELIMITED BY SIZE
010020            '/'        DELIMITED BY SIZE
010030            WS-CD-DD   DELIMITED BY SIZE
010040            '/'        DELIMITED BY SIZE
010050            WS-CD-YYYY DELIMITED BY SIZE
010060            INTO WS-HDR-DATE
010070     END-STRING.
010080     STRING WS-CT-HH   DELIMITED BY SIZE
010090            ':'        DELIMITED BY SIZE
010100            WS-CT-MM   DELIMITED BY SIZE
010110            ':'        DELIMITED BY SIZE
010120            WS-CT-SS   DELIMITED BY SIZE
010130            INTO WS-HDR-TIME
010140     END-STRING.
010150     MOVE SPACES TO VFY-RECORD.
010160     MOVE '1' TO VFY-CARRIAGE-CONTROL.
010170     MOVE WS-HEADER-LINE TO VFY-DATA.
010180     WRITE VFY-RECORD.
010190
010200     STRING WS-BS-DATE (5:2) DELIMITED BY SIZE
010210            '/'              DELIMITED BY SIZE
010220            WS-BS-DATE (7:2) DELIMITED BY SIZE
010230            '/'              DELIMITED BY SIZE
010240            WS-BS-DATE (1:4) DELIMITED BY SIZE
010250            INTO WS-SUBJ-DATE
010260     END-STRING.
010270     STRING WS-BS-HH   DELIMITED BY SIZE
010280            ':'        DELIMITED BY SIZE
010290            WS-BS-MI   DELIMITED BY SIZE
010300            ':'        DELIMITED BY SIZE
010310            WS-BS-SS   DELIMITED BY SIZE
010320            INTO WS-SUBJ-TIME
010330     END-STRING.
010340     MOVE SPACES TO VFY-RECORD.
010350     MOVE ' ' TO VFY-CARRIAGE-CONTROL.
010360     MOVE WS-SUBJECT-LINE TO VFY-DATA.
010370     WRITE VFY-RECORD.
010380
010390     MOVE SPACES TO VFY-RECORD.
010400     MOVE '0' TO VFY-CARRIAGE-CONTROL.
010410     MOVE WS-COLUMN-LINE TO VFY-DATA.
010420     WRITE VFY-RECORD.
010430     MOVE 4 TO WS-LINE-COUNT.
010440 5100-EXIT.
010450     EXIT.
010460
010470/*****************************************************************
010480 5200-WRITE-TRAILER.
010490* The counts that reconcile the run on its face - every key
010500* seen agreed, was gone from both sides, or is a finding - and
010510* the verdict the evidence pack is filed under.
010520/*****************************************************************
010530     MOVE SPACES TO VFY-RECORD.
010540     MOVE '0' TO VFY-CARRIAGE-CONTROL.
010550     WRITE VFY-RECORD.
010560     MOVE 'BACKUP RECORDS READ' TO WS-TRL-LABEL.
010570     MOVE WS-BKP-READ-COUNT TO WS-TRL-COUNT.
010580     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010590     MOVE 'AUDIT ROWS READ' TO WS-TRL-LABEL.
010600     MOVE WS-AUD-ROW-COUNT TO WS-TRL-COUNT.
010610     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010620     MOVE '  BEFORE THE BACKUP' TO WS-TRL-LABEL.
010630     MOVE WS-AUD-EARLY-COUNT TO WS-TRL-COUNT.
010640     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010650     MOVE '  NO CONTROL IMAGE' TO WS-TRL-LABEL.
010660     MOVE WS-AUD-OTHER-COUNT TO WS-TRL-COUNT.
010670     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010680     MOVE 'CHANGES REPLAYED' TO WS-TRL-LABEL.
010690     MOVE WS-CHANGE-COUNT TO WS-TRL-COUNT.
010700     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010710     MOVE 'LIVE RECORDS READ' TO WS-TRL-LABEL.
010720     MOVE WS-LIV-READ-COUNT TO WS-TRL-COUNT.
010730     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010740     MOVE 'RECORDS AGREED' TO WS-TRL-LABEL.
010750     MOVE WS-AGREE-COUNT TO WS-TRL-COUNT.
010760     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010770     MOVE 'DELETED, ON NEITHER SIDE' TO WS-TRL-LABEL.
010780     MOVE WS-GONE-COUNT TO WS-TRL-COUNT.
010790     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010800     MOVE 'RECORDS DIFFERING' TO WS-TRL-LABEL.
010810     MOVE WS-DIFFER-COUNT TO WS-TRL-COUNT.
010820     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010830     MOVE 'ON LIVE ONLY' TO WS-TRL-LABEL.
010840     MOVE WS-LIVE-ONLY-COUNT TO WS-TRL-COUNT.
010850     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010860     MOVE 'ON REPLAY ONLY' TO WS-TRL-LABEL.
010870     MOVE WS-REPLAY-ONLY-COUNT TO WS-TRL-COUNT.
010880     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010890     MOVE 'AUDIT CHAIN BREAKS' TO WS-TRL-LABEL.
010900     MOVE WS-CHAIN-BREAK-COUNT TO WS-TRL-COUNT.
010910     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
010920
010930     EVALUATE TRUE
010940         WHEN WS-WORST-RC >= 12
010950             MOVE 'NOT VERIFIED - RUN INCOMPLETE, SEE JOB LOG'
010960                 TO WS-VRD-TEXT
010970         WHEN WS-WORST-RC = 8
010980             MOVE 'CTLFILE DOES NOT MATCH ITS AUDIT TRAIL'
010990                 TO WS-VRD-TEXT
011000         WHEN OTHER
011010             MOVE 'CTLFILE MATCHES BACKUP PLUS AUDIT TRAIL'
011020                 TO WS-VRD-TEXT
011030     END-EVALUATE.
011040     MOVE SPACES TO VFY-RECORD.
011050     MOVE '-' TO VFY-CARRIAGE-CONTROL.
011060     MOVE WS-VERDICT-LINE TO VFY-DATA.
011070     WRITE VFY-RECORD.
011080 5200-EXIT.
011090     EXIT.
011100
011110/*****************************************************************
011120 5250-WRITE-TRAILER-LINE.
011130* One label and count on the trailer.
011140/*****************************************************************
011150     MOVE SPACES TO VFY-RECORD.
011160     MOVE ' ' TO VFY-CARRIAGE-CONTROL.
011170     MOVE WS-TRAILER-LINE TO VFY-DATA.
011180     WRITE VFY-RECORD.
011190 5250-EXIT.
011200     EXIT.
011210
011220/*****************************************************************
011230 7100-SET-MONTH-LENGTH.
011240* The number of days in WS-DT-DATE's month, February by the
011250* leap-year rule.
011260/*****************************************************************
011270     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
011280     IF WS-DT-MM = 2
011290         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
011300         IF WS-DT-LEAP-YEAR
011310             MOVE 29 TO WS-DT-MONTH-DAYS
011320         END-IF
011330     END-IF.
011340 7100-EXIT.
011350     EXIT.
011360
011370/*****************************************************************
011380 7150-TEST-LEAP-YEAR.
011390* Gregorian leap year: divisible by 4, except centuries that
011400* are not divisible by 400.
011410/*****************************************************************
011420     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
011430         REMAINDER WS-DW-REM.
011440     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
011450         REMAINDER WS-DW-REM-100.
011460     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
011470         REMAINDER WS-DW-REM-400.
011480     IF WS-DW-REM = ZERO
011490             AND (WS-DW-REM-100 NOT = ZERO
011500             OR WS-DW-REM-400 = ZERO)
011510         SET WS-DT-LEAP-YEAR TO TRUE
011520     ELSE
011530         SET WS-DT-COMMON-YEAR TO TRUE
011540     END-IF.
011550 7150-EXIT.
011560     EXIT.
011570
011580/*****************************************************************
011590 7300-VALIDATE-DATE.
011600* Whether WS-DT-DATE is a real calendar date.
011610/*****************************************************************
011620     SET WS-DATE-IS-VALID TO TRUE.
011630     IF WS-DT-YYYY < 1601
011640             OR WS-DT-MM < 1
011650             OR WS-DT-MM > 12
011660             OR WS-DT-DD < 1
011670         SET WS-DATE-IS-INVALID TO TRUE
011680         GO TO 7300-EXIT
011690     END-IF.
011700     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
011710     IF WS-DT-DD > WS-DT-MONTH-DAYS
011720         SET WS-DATE-IS-INVALID TO TRUE
011730     END-IF.
011740 7300-EXIT.
011750     EXIT.
011760
011770/*****************************************************************
011780 9000-TERMINATE.
011790* Any finding ends the run RC 8 - then write the trailer and
011800* verdict, close down against files that actually opened, post
011810* the worst return code seen, and display the run summary.
011820/*****************************************************************
011830     IF WS-DIFFER-COUNT + WS-LIVE-ONLY-COUNT
011840             + WS-REPLAY-ONLY-COUNT + WS-CHAIN-BREAK-COUNT
011850             > ZERO
011860             AND WS-WORST-RC < 8
011870         MOVE 8 TO WS-WORST-RC
011880     END-IF.
011890     IF NOT WS-FILES-ARE-OPEN
011900         GO TO 9000-WRAP-UP
011910     END-IF.
011920     PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT.
011930     CLOSE BKP-FILE.
011940     CLOSE AUD-FILE.
011950     CLOSE LIV-FILE.
011960     CLOSE VFY-FILE.
011970 9000-WRAP-UP.
011980     IF WS-WORST-RC > RETURN-CODE
011990         MOVE WS-WORST-RC TO RETURN-CODE
012000     END-IF.
012010     DISPLAY 'MSGVRFY: REPLAYED ' WS-CHANGE-COUNT
012020         ' CHANGE(S); ' WS-DIFFER-COUNT ' DIFFER, '
012030         WS-LIVE-ONLY-COUNT ' LIVE ONLY, '
012040         WS-REPLAY-ONLY-COUNT ' REPLAY ONLY, '
012050         WS-CHAIN-BREAK-COUNT ' CHAIN BREAK(S).'.
012060 9000-EXIT.
012070     EXIT.
012080 END PROGRAM MSGVRFY.
