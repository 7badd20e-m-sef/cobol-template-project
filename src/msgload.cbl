000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Bulk message intake - reads the business's
000050*              comma- or pipe-delimited message extract, edits
000060*              every row the way MSGMAINT edits a transaction,
000070*              splits long text into continuation segments, and
000080*              writes the clean rows as a MSGMAINT transaction
000090*              file ready to stage for approval. Bad rows go
000100*              back in an error file the business can correct
000110*              and resend.
000120/*****************************************************************
000130******************************************************************
000140* MODIFICATION HISTORY
000150*-----------------------------------------------------------------
000160* DATE       INIT DESCRIPTION
000170* 2026-10-15 SLM  NEW PROGRAM. A CAMPAIGN OF NEW MESSAGES USED TO
000180*                 ARRIVE AS A SPREADSHEET THAT SOMEONE RE-KEYED
000190*                 INTO 200-BYTE TRANSACTIONS, ONE SEGMENT AT A
000200*                 TIME, AND THE TYPOS SURFACED ON THE EDIT
000210*                 LISTING A DAY LATER. MSGLOAD TAKES THE
000220*                 SPREADSHEET'S OWN EXPORT - MESSAGE ID, TEXT,
000230*                 REPEAT COUNT, EFFECTIVE AND EXPIRY DATES,
000240*                 STATUS, ROUTE, AND RECURRENCE, COMMA OR PIPE
000250*                 DELIMITED - AND PUTS EACH ROW THROUGH THE SAME
000260*                 EDITS MSGMAINT APPLIES TO AN ADD, PLUS THE
000270*                 DESTINATION MASTER, A KEY ALREADY ON CTLFILE,
000280*                 AND A MESSAGE ID REPEATED IN THE FILE. TEXT
000290*                 OVER 128 CHARACTERS IS CUT ON WORD BOUNDARIES
000300*                 INTO SEGMENTS 00-09. CLEAN ROWS BECOME ADD
000310*                 TRANSACTIONS ON TRANOUT, CHARGED TO THE MAKER
000320*                 ON THE PARM, FOR MSGMAINT TO STAGE; BAD ROWS
000330*                 GO BACK ON INTKERR AS THEY CAME IN, WITH THE
000340*                 ROW NUMBER AND THE REASON ADDED AS TWO MORE
000350*                 COLUMNS, AND THE CORRECTED FILE CAN BE SENT
000360*                 STRAIGHT BACK IN.
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. MSGLOAD.
000400 AUTHOR. SETH MOORE.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED. 2026-10-15.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT INT-FILE ASSIGN TO INTAKE
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-INT-FILE-STATUS.
000510
000520     SELECT CTL-FILE ASSIGN TO CTLFILE
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS CTL-KEY
000560         FILE STATUS IS WS-CTL-FILE-STATUS.
000570
000580     SELECT DST-FILE ASSIGN TO DSTFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS DST-ROUTE-CODE
000620         FILE STATUS IS WS-DST-FILE-STATUS.
000630
000640     SELECT TRO-FILE ASSIGN TO TRANOUT
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE IS SEQUENTIAL
000670         FILE STATUS IS WS-TRO-FILE-STATUS.
000680
000690     SELECT ERR-FILE ASSIGN TO INTKERR
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-ERR-FILE-STATUS.
000730
000740     SELECT LST-FILE ASSIGN TO INTKLST
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-LST-FILE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 1400 CHARACTERS.
000840 01  INT-RECORD                  PIC X(1400).
000850
000860 FD  CTL-FILE
000870     RECORD CONTAINS 169 CHARACTERS.
000880 COPY CTLREC REPLACING ==:PFX:== BY ==CTL==.
000890
000900 FD  DST-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000930
000940 FD  TRO-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 200 CHARACTERS.
000970 COPY TRNREC REPLACING ==:PFX:== BY ==TRO==.
000980
000990 FD  ERR-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 1500 CHARACTERS.
001020 01  ERR-RECORD                  PIC X(1500).
001030
001040 FD  LST-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 133 CHARACTERS.
001070 01  LST-RECORD.
001080     05  LST-CARRIAGE-CONTROL    PIC X(01).
001090     05  LST-DATA                PIC X(132).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001140         88  WS-END-OF-FILE            VALUE 'Y'.
001150         88  WS-NOT-END-OF-FILE        VALUE 'N'.
001160     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001170         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
001180         88  WS-FILES-NOT-OPEN         VALUE 'N'.
001190     05  WS-HALT-SWITCH          PIC X(01) VALUE 'N'.
001200         88  WS-RUN-HALTED             VALUE 'Y'.
001210         88  WS-RUN-NOT-HALTED         VALUE 'N'.
001220     05  WS-DELIM-SWITCH         PIC X(01) VALUE ' '.
001230         88  WS-DELIM-COMMA            VALUE 'C'.
001240         88  WS-DELIM-PIPE             VALUE 'P'.
001250         88  WS-DELIM-NOT-SET          VALUE ' '.
001260     05  WS-ROW-VALID-SWITCH     PIC X(01) VALUE 'Y'.
001270         88  WS-ROW-VALID              VALUE 'Y'.
001280         88  WS-ROW-INVALID            VALUE 'N'.
001290     05  WS-QUOTE-SWITCH         PIC X(01) VALUE 'N'.
001300         88  WS-IN-QUOTES              VALUE 'Y'.
001310         88  WS-NOT-IN-QUOTES          VALUE 'N'.
001320     05  WS-ROW-DATA-SWITCH      PIC X(01) VALUE 'N'.
001330         88  WS-ROW-HAS-DATA           VALUE 'Y'.
001340         88  WS-ROW-IS-EMPTY           VALUE 'N'.
001350     05  WS-DATE-FORM-SWITCH     PIC X(01) VALUE 'Y'.
001360         88  WS-DATE-FORM-OK           VALUE 'Y'.
001370         88  WS-DATE-FORM-BAD          VALUE 'N'.
001380     05  WS-SEEN-FULL-SWITCH     PIC X(01) VALUE 'N'.
001390         88  WS-SEEN-TABLE-FULL        VALUE 'Y'.
001400         88  WS-SEEN-TABLE-NOT-FULL    VALUE 'N'.
001410     05  WS-ERR-HEAD-SWITCH      PIC X(01) VALUE 'N'.
001420         88  WS-ERR-HEADING-WRITTEN    VALUE 'Y'.
001430         88  WS-ERR-HEADING-NOT-DONE   VALUE 'N'.
001440
001450 01  WS-FILE-STATUSES.
001460     05  WS-INT-FILE-STATUS      PIC X(02) VALUE '00'.
001470         88  WS-INT-FILE-OK            VALUE '00'.
001480     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
001490         88  WS-CTL-FILE-OK            VALUE '00'.
001500         88  WS-CTL-REC-NOT-FOUND      VALUE '23'.
001510     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
001520         88  WS-DST-FILE-OK            VALUE '00'.
001530         88  WS-DST-REC-NOT-FOUND      VALUE '23'.
001540     05  WS-TRO-FILE-STATUS      PIC X(02) VALUE '00'.
001550         88  WS-TRO-FILE-OK            VALUE '00'.
001560     05  WS-ERR-FILE-STATUS      PIC X(02) VALUE '00'.
001570         88  WS-ERR-FILE-OK            VALUE '00'.
001580     05  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.
001590         88  WS-LST-FILE-OK            VALUE '00'.
001600
001610 01  WS-REPORT-CONTROL.
001620     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001630     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001640     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001650
001660 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001670 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001680     05  WS-CD-YYYY              PIC 9(04).
001690     05  WS-CD-MM                PIC 9(02).
001700     05  WS-CD-DD                PIC 9(02).
001710
001720 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001730 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001740     05  WS-CT-HH                PIC 9(02).
001750     05  WS-CT-MM                PIC 9(02).
001760     05  WS-CT-SS                PIC 9(02).
001770     05  WS-CT-HH2               PIC 9(02).
001780
001790*    THE MAKER EVERY TRANSACTION IS CHARGED TO, AND THE COLUMN
001800*    DELIMITER WHEN THE PARM NAMES ONE. A BLANK ROUTE LOADS AS
001810*    CS, THE SAME DEFAULT MSGMAINT APPLIES.
001820 01  WS-RUN-CONTROL.
001830     05  WS-MAKER-ID             PIC X(08) VALUE SPACES.
001840     05  WS-PARM-LEN             PIC 9(04) COMP VALUE ZERO.
001850     05  WS-PARM-COLONS          PIC 9(04) COMP VALUE ZERO.
001860     05  WS-DEFAULT-ROUTE        PIC X(02) VALUE 'CS'.
001870     05  WS-DELIM-CHAR           PIC X(01) VALUE ','.
001880     05  WS-PIPE-COUNT           PIC 9(04) COMP VALUE ZERO.
001890
001900*    ONE INPUT ROW TAKEN APART. A ROW HAS EIGHT DATA COLUMNS;
001910*    A ROW SENT BACK FROM INTKERR ALSO CARRIES THE ROW NUMBER
001920*    AND REASON COLUMNS, WHICH ARE DROPPED. THE ELEVENTH SLOT
001930*    CATCHES ANYTHING PAST THAT. EACH COLUMN KEEPS ITS LENGTH
001940*    THROUGH ITS LAST SIGNIFICANT CHARACTER - LEADING AND
001950*    TRAILING BLANKS OUTSIDE QUOTES ARE NOT DATA.
001960 01  WS-ROW-WORK.
001970     05  WS-ROW-NUMBER           PIC 9(06) VALUE ZERO.
001980     05  WS-ROW-LEN              PIC 9(04) COMP VALUE ZERO.
001990     05  WS-DATA-END             PIC 9(04) COMP VALUE ZERO.
002000     05  WS-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
002010     05  WS-SCAN-CHAR            PIC X(01) VALUE SPACE.
002020     05  WS-FLD-COUNT            PIC 9(02) COMP VALUE ZERO.
002030     05  WS-FLD-SUB              PIC 9(02) COMP VALUE ZERO.
002040     05  WS-FLD-MAX              PIC 9(02) COMP VALUE 11.
002050     05  WS-FLD-WIDTH            PIC 9(04) COMP VALUE 1300.
002060
002070 01  WS-FIELD-TABLE.
002080     05  WS-FIELD                OCCURS 11 TIMES.
002090         10  WS-FLD-LEN          PIC 9(04) COMP.
002100         10  WS-FLD-USED         PIC 9(04) COMP.
002110         10  WS-FLD-TEXT         PIC X(1300).
002120
002130*    THE COLUMN NUMBERS OF THE INTAKE LAYOUT.
002140 01  WS-COLUMN-NUMBERS.
002150     05  WS-COL-ID               PIC 9(02) COMP VALUE 1.
002160     05  WS-COL-TEXT             PIC 9(02) COMP VALUE 2.
002170     05  WS-COL-REPEAT           PIC 9(02) COMP VALUE 3.
002180     05  WS-COL-EFF              PIC 9(02) COMP VALUE 4.
002190     05  WS-COL-EXP              PIC 9(02) COMP VALUE 5.
002200     05  WS-COL-STATUS           PIC 9(02) COMP VALUE 6.
002210     05  WS-COL-ROUTE            PIC 9(02) COMP VALUE 7.
002220     05  WS-COL-RECUR            PIC 9(02) COMP VALUE 8.
002230     05  WS-COL-DATA-MAX         PIC 9(02) COMP VALUE 8.
002240     05  WS-COL-ERROR-ROW        PIC 9(02) COMP VALUE 9.
002250     05  WS-COL-ERROR            PIC 9(02) COMP VALUE 10.
002260
002270 01  WS-HEADING-CHECK            PIC X(10) VALUE SPACES.
002280 01  WS-LOWER-CASE               PIC X(26)
002290         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002300 01  WS-UPPER-CASE               PIC X(26)
002310         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002320
002330*    A DATE COLUMN IN TRANSACTION FORM: YYYYMMDD AS SENT, OR
002340*    YYYY-MM-DD WITH THE DASHES TAKEN OUT.
002350 01  WS-DATE-FIELD-SUB           PIC 9(02) COMP VALUE ZERO.
002360 01  WS-DATE-OUT                 PIC X(08) VALUE SPACES.
002370
002380*    THE SEGMENT-00 BASE TRANSACTION BEING BUILT FROM THE ROW,
002390*    EDITED FIELD FOR FIELD AS MSGMAINT EDITS TRN-RECORD.
002400 COPY TRNREC REPLACING ==:PFX:== BY ==WTR==.
002410
002420 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
002430
002440*    THE ROW'S TEXT CUT INTO 128-BYTE SEGMENTS. AN ELEVENTH
002450*    SEGMENT IS COUNTED BUT NOT KEPT - THE ROW IS REJECTED.
002460 01  WS-SEGMENT-CONTROL.
002470     05  WS-SEG-COUNT            PIC 9(02) COMP VALUE ZERO.
002480     05  WS-SEG-MAX              PIC 9(02) COMP VALUE 10.
002490     05  WS-SEG-SUB              PIC 9(02) COMP VALUE ZERO.
002500     05  WS-SEG-START            PIC 9(04) COMP VALUE ZERO.
002510     05  WS-SEG-REMAIN           PIC 9(04) COMP VALUE ZERO.
002520     05  WS-SEG-CUT-LEN          PIC 9(04) COMP VALUE ZERO.
002530     05  WS-TEXT-LEN             PIC 9(04) COMP VALUE ZERO.
002540     05  WS-TEXT-MAX             PIC 9(04) COMP VALUE 1280.
002550
002560 01  WS-SEGMENT-TABLE.
002570     05  WS-SEG-TEXT             PIC X(128) OCCURS 10 TIMES.
002580
002590*    EVERY MESSAGE ID ACCEPTED SO FAR, SO A SECOND ROW FOR THE
002600*    SAME ID IS CAUGHT HERE RATHER THAN AS A PENDING-CHANGE
002610*    CLASH IN MSGMAINT. SIZED AT 2000; PAST THAT THE RUN WARNS
002620*    (RC 4) AND LEAVES THE CHECK TO MSGMAINT.
002630 01  WS-SEEN-TABLE-CONTROL.
002640     05  WS-SEEN-MAX             PIC 9(04) COMP VALUE 2000.
002650     05  WS-SEEN-COUNT           PIC 9(04) COMP VALUE ZERO.
002660     05  WS-SEEN-SUB             PIC 9(04) COMP VALUE ZERO.
002670     05  WS-SEEN-FOUND-SUB       PIC 9(04) COMP VALUE ZERO.
002680
002690 01  WS-SEEN-TABLE.
002700     05  WS-SEEN-ID              PIC X(08) OCCURS 2000 TIMES.
002710
002720 01  WS-ERROR-WORK.
002730     05  WS-ERR-PTR              PIC 9(04) COMP VALUE ZERO.
002740     05  WS-ERR-PAD-COUNT        PIC 9(02) COMP VALUE ZERO.
002750
002760 77  WS-ROWS-READ                PIC 9(07) COMP VALUE ZERO.
002770 77  WS-HEADING-ROWS             PIC 9(07) COMP VALUE ZERO.
002780 77  WS-BLANK-ROWS               PIC 9(07) COMP VALUE ZERO.
002790 77  WS-ROWS-ACCEPTED            PIC 9(07) COMP VALUE ZERO.
002800 77  WS-ROWS-REJECTED            PIC 9(07) COMP VALUE ZERO.
002810 77  WS-TRANS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
002820 77  WS-RECON-TOTAL              PIC 9(07) COMP VALUE ZERO.
002830 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
002840
002850 01  WS-HEADER-LINE.
002860     05  FILLER                  PIC X(33)
002870             VALUE 'MSGLOAD BULK MESSAGE INTAKE'.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002900     05  WS-HDR-PAGE             PIC ZZZZ9.
002910     05  FILLER                  PIC X(03) VALUE SPACES.
002920     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002930     05  WS-HDR-DATE             PIC X(10).
002940     05  FILLER                  PIC X(03) VALUE SPACES.
002950     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002960     05  WS-HDR-TIME             PIC X(08).
002970
002980 01  WS-SUBJECT-LINE.
002990     05  FILLER                  PIC X(06) VALUE 'MAKER '.
003000     05  WS-SUBJ-MAKER           PIC X(08).
003010     05  FILLER                  PIC X(13)
003020             VALUE '   DELIMITER '.
003030     05  WS-SUBJ-DELIM           PIC X(05).
003040
003050 01  WS-COLUMN-LINE.
003060     05  FILLER                  PIC X(06) VALUE '   ROW'.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  FILLER                  PIC X(10) VALUE 'MESSAGE ID'.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  FILLER                  PIC X(04) VALUE 'SEGS'.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  FILLER                  PIC X(10) VALUE 'RESULT'.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  FILLER                  PIC X(40) VALUE 'REASON'.
003150
003160 01  WS-DETAIL-LINE.
003170     05  WS-DTL-ROW              PIC ZZZZZ9.
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-DTL-MESSAGE-ID       PIC X(08).
003200     05  FILLER                  PIC X(04) VALUE SPACES.
003210     05  WS-DTL-SEGS             PIC ZZZZ.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-DTL-DISPOSITION      PIC X(10).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  WS-DTL-REASON           PIC X(40).
003260
003270 01  WS-TRAILER-LINE.
003280     05  WS-TRL-LABEL            PIC X(24).
003290     05  FILLER                  PIC X(02) VALUE ': '.
003300     05  WS-TRL-COUNT            PIC 9(07).
003310
003320 01  WS-RECON-LINE.
003330     05  FILLER                  PIC X(26)
003340             VALUE 'SKIPPED + ACC + REJ     : '.
003350     05  WS-REC-TOTAL-OUT        PIC 9(07).
003360     05  FILLER                  PIC X(03) VALUE ' - '.
003370     05  WS-REC-VERDICT          PIC X(14).
003380
003390 LINKAGE SECTION.
003400 01  PARM-DATA.
003410     05  PARM-LENGTH             PIC S9(04) COMP.
003420     05  PARM-TEXT               PIC X(10).
003430
003440 PROCEDURE DIVISION USING PARM-DATA.
003450/*****************************************************************
003460 0000-MAINLINE.
003470* Program entry point
003480/*****************************************************************
003490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003500     IF WS-FILES-ARE-OPEN
003510         PERFORM 8000-READ-INTAKE-ROW THRU 8000-EXIT
003520         PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
003530             UNTIL WS-END-OF-FILE
003540     END-IF.
003550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003560
003570     STOP RUN.
003580
003590/*****************************************************************
003600 1000-INITIALIZE.
003610* Take the maker and delimiter off the PARM, open the intake
003620* and its two reference files, open the transaction, error,
003630* and listing outputs, and print the listing header.
003640/*****************************************************************
003650     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
003660     IF WS-WORST-RC NOT = ZERO
003670         GO TO 1000-EXIT
003680     END-IF.
003690     OPEN INPUT INT-FILE.
003700     IF NOT WS-INT-FILE-OK
003710         DISPLAY 'MSGLOAD: UNABLE TO OPEN INTAKE, STATUS = '
003720             WS-INT-FILE-STATUS
003730         MOVE 16 TO WS-WORST-RC
003740         GO TO 1000-EXIT
003750     END-IF.
003760     OPEN INPUT CTL-FILE.
003770     IF NOT WS-CTL-FILE-OK
003780         DISPLAY 'MSGLOAD: UNABLE TO OPEN CTLFILE, STATUS = '
003790             WS-CTL-FILE-STATUS
003800         MOVE 16 TO WS-WORST-RC
003810         GO TO 1000-EXIT
003820     END-IF.
003830     OPEN INPUT DST-FILE.
003840     IF NOT WS-DST-FILE-OK
003850         DISPLAY 'MSGLOAD: UNABLE TO OPEN DSTFILE, STATUS = '
003860             WS-DST-FILE-STATUS
003870         MOVE 16 TO WS-WORST-RC
003880         GO TO 1000-EXIT
003890     END-IF.
003900     OPEN OUTPUT TRO-FILE.
003910     IF NOT WS-TRO-FILE-OK
003920         DISPLAY 'MSGLOAD: UNABLE TO OPEN TRANOUT, STATUS = '
003930             WS-TRO-FILE-STATUS
003940         MOVE 16 TO WS-WORST-RC
003950         GO TO 1000-EXIT
003960     END-IF.
003970     OPEN OUTPUT ERR-FILE.
003980     IF NOT WS-ERR-FILE-OK
003990         DISPLAY 'MSGLOAD: UNABLE TO OPEN INTKERR, STATUS = '
004000             WS-ERR-FILE-STATUS
004010         MOVE 16 TO WS-WORST-RC
004020         GO TO 1000-EXIT
004030     END-IF.
004040     OPEN OUTPUT LST-FILE.
004050     IF NOT WS-LST-FILE-OK
004060         DISPLAY 'MSGLOAD: UNABLE TO OPEN INTKLST, STATUS = '
004070             WS-LST-FILE-STATUS
004080         MOVE 16 TO WS-WORST-RC
004090         GO TO 1000-EXIT
004100     END-IF.
004110     SET WS-FILES-ARE-OPEN TO TRUE.
004120     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
004130     IF NOT WS-DELIM-NOT-SET
004140         PERFORM 5150-WRITE-SUBJECT-LINE THRU 5150-EXIT
004150     END-IF.
004160 1000-EXIT.
004170     EXIT.
004180
004190/*****************************************************************
004200 1100-PARSE-PARM.
004210* The PARM is the maker's user id, one to eight characters,
004220* optionally followed by :C or :P to say the file is comma or
004230* pipe delimited. Without it the delimiter is read off the
004240* first row that is not blank - a pipe anywhere in it means
004250* pipes, otherwise commas.
004260/*****************************************************************
004270     IF PARM-LENGTH < 1 OR PARM-LENGTH > 10
004280         DISPLAY 'MSGLOAD: PARM MUST BE USERID, USERID:C, OR '
004290             'USERID:P - RUN REJECTED'
004300         MOVE 12 TO WS-WORST-RC
004310         GO TO 1100-EXIT
004320     END-IF.
004330     MOVE PARM-LENGTH TO WS-PARM-LEN.
004340     IF WS-PARM-LEN > 2
004350             AND PARM-TEXT (WS-PARM-LEN - 1:1) = ':'
004360         EVALUATE PARM-TEXT (WS-PARM-LEN:1)
004370             WHEN 'C'
004380                 SET WS-DELIM-COMMA TO TRUE
004390                 MOVE ',' TO WS-DELIM-CHAR
004400             WHEN 'P'
004410                 SET WS-DELIM-PIPE TO TRUE
004420                 MOVE '|' TO WS-DELIM-CHAR
004430             WHEN OTHER
004440                 DISPLAY 'MSGLOAD: PARM DELIMITER MUST BE C OR '
004450                     'P - RUN REJECTED'
004460                 MOVE 12 TO WS-WORST-RC
004470                 GO TO 1100-EXIT
004480         END-EVALUATE
004490         SUBTRACT 2 FROM WS-PARM-LEN
004500     END-IF.
004510     IF WS-PARM-LEN > 8
004520         DISPLAY 'MSGLOAD: PARM USER ID OVER 8 CHARACTERS - '
004530             'RUN REJECTED'
004540         MOVE 12 TO WS-WORST-RC
004550         GO TO 1100-EXIT
004560     END-IF.
004570     MOVE PARM-TEXT (1:WS-PARM-LEN) TO WS-MAKER-ID.
004580     MOVE ZERO TO WS-PARM-COLONS.
004590     INSPECT WS-MAKER-ID TALLYING WS-PARM-COLONS FOR ALL ':'.
004600     IF WS-MAKER-ID = SPACES
004610             OR WS-PARM-COLONS NOT = ZERO
004620         DISPLAY 'MSGLOAD: PARM MUST BE USERID, USERID:C, OR '
004630             'USERID:P - RUN REJECTED'
004640         MOVE 12 TO WS-WORST-RC
004650     END-IF.
004660 1100-EXIT.
004670     EXIT.
004680
004690/*****************************************************************
004700 2000-PROCESS-ROW.
004710* One intake row: skip it if it is blank or a heading, take it
004720* apart into its columns, edit it, and either write its
004730* transactions or send it back on the error file. Every row
004740* read gets a line on the listing except the skipped ones.
004750/*****************************************************************
004760     ADD 1 TO WS-ROWS-READ.
004770     ADD 1 TO WS-ROW-NUMBER.
004780     MOVE ZERO TO WS-ROW-LEN.
004790     PERFORM 2050-PROBE-ROW-END THRU 2050-EXIT
004800         VARYING WS-SCAN-IX FROM 1400 BY -1
004810             UNTIL WS-SCAN-IX < 1
004820             OR WS-ROW-LEN NOT = ZERO.
004830     IF WS-ROW-LEN = ZERO
004840         ADD 1 TO WS-BLANK-ROWS
004850         GO TO 2000-NEXT
004860     END-IF.
004870     IF WS-DELIM-NOT-SET
004880         MOVE ZERO TO WS-PIPE-COUNT
004890         INSPECT INT-RECORD (1:WS-ROW-LEN)
004900             TALLYING WS-PIPE-COUNT FOR ALL '|'
004910         IF WS-PIPE-COUNT > ZERO
004920             SET WS-DELIM-PIPE TO TRUE
004930             MOVE '|' TO WS-DELIM-CHAR
004940         ELSE
004950             SET WS-DELIM-COMMA TO TRUE
004960             MOVE ',' TO WS-DELIM-CHAR
004970         END-IF
004980         PERFORM 5150-WRITE-SUBJECT-LINE THRU 5150-EXIT
004990     END-IF.
005000     PERFORM 2100-SPLIT-ROW THRU 2100-EXIT.
005010     IF WS-ROW-IS-EMPTY
005020         ADD 1 TO WS-BLANK-ROWS
005030         GO TO 2000-NEXT
005040     END-IF.
005050     MOVE SPACES TO WS-HEADING-CHECK.
005060     IF WS-FLD-USED (WS-COL-ID) NOT > 10
005070         MOVE WS-FLD-TEXT (WS-COL-ID) TO WS-HEADING-CHECK
005080         INSPECT WS-HEADING-CHECK
005090             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
005100     END-IF.
005110     IF WS-HEADING-CHECK = 'MESSAGE ID'
005120             OR WS-HEADING-CHECK = 'MSGID'
005130         ADD 1 TO WS-HEADING-ROWS
005140         GO TO 2000-NEXT
005150     END-IF.
005160     SET WS-ROW-VALID TO TRUE.
005170     MOVE SPACES TO WS-REJECT-REASON.
005180     MOVE ZERO TO WS-SEG-COUNT.
005190     PERFORM 2300-EDIT-ROW THRU 2300-EXIT.
005200     IF WS-ROW-VALID
005210         PERFORM 3000-WRITE-TRANSACTIONS THRU 3000-EXIT
005220     END-IF.
005230     IF WS-RUN-HALTED
005240         GO TO 2000-EXIT
005250     END-IF.
005260     IF WS-ROW-VALID
005270         ADD 1 TO WS-ROWS-ACCEPTED
005280         PERFORM 3200-REMEMBER-ID THRU 3200-EXIT
005290     ELSE
005300         ADD 1 TO WS-ROWS-REJECTED
005310         PERFORM 6000-WRITE-ERROR-ROW THRU 6000-EXIT
005320     END-IF.
005330     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT.
005340 2000-NEXT.
005350     IF WS-RUN-NOT-HALTED
005360         PERFORM 8000-READ-INTAKE-ROW THRU 8000-EXIT
005370     END-IF.
005380 2000-EXIT.
005390     EXIT.
005400
005410/*****************************************************************
005420 2050-PROBE-ROW-END.
005430* Test one position working back from the end of the record;
005440* the first one that is not blank is the row's length.
005450/*****************************************************************
005460     IF INT-RECORD (WS-SCAN-IX:1) NOT = SPACE
005470         MOVE WS-SCAN-IX TO WS-ROW-LEN
005480     END-IF.
005490 2050-EXIT.
005500     EXIT.
005510
005520/*****************************************************************
005530 2100-SPLIT-ROW.
005540* Take the row apart on the delimiter into the column table.
005550* WS-DATA-END marks where the eight data columns stop, so a
005560* row that comes back from INTKERR is rewritten without its
005570* old row number and reason.
005580/*****************************************************************
005590     INITIALIZE WS-FIELD-TABLE.
005600     MOVE 1 TO WS-FLD-COUNT.
005610     MOVE WS-ROW-LEN TO WS-DATA-END.
005620     SET WS-NOT-IN-QUOTES TO TRUE.
005630     SET WS-ROW-IS-EMPTY TO TRUE.
005640     PERFORM 2150-SPLIT-ONE-CHAR THRU 2150-EXIT
005650         VARYING WS-SCAN-IX FROM 1 BY 1
005660             UNTIL WS-SCAN-IX > WS-ROW-LEN.
005670 2100-EXIT.
005680     EXIT.
005690
005700/*****************************************************************
005710 2150-SPLIT-ONE-CHAR.
005720* One character of the row. In a comma file a column may be
005730* wrapped in double quotes, as a spreadsheet writes text with
005740* a comma in it, and a doubled quote inside is one quote. A
005750* pipe file is taken as it stands - quotes there are text.
005760/*****************************************************************
005770     MOVE INT-RECORD (WS-SCAN-IX:1) TO WS-SCAN-CHAR.
005780     IF WS-IN-QUOTES
005790         IF WS-SCAN-CHAR NOT = '"'
005800             PERFORM 2170-APPEND-CHAR THRU 2170-EXIT
005810             GO TO 2150-EXIT
005820         END-IF
005830         IF WS-SCAN-IX < WS-ROW-LEN
005840                 AND INT-RECORD (WS-SCAN-IX + 1:1) = '"'
005850             PERFORM 2170-APPEND-CHAR THRU 2170-EXIT
005860             ADD 1 TO WS-SCAN-IX
005870         ELSE
005880             SET WS-NOT-IN-QUOTES TO TRUE
005890         END-IF
005900         GO TO 2150-EXIT
005910     END-IF.
005920     IF WS-SCAN-CHAR = WS-DELIM-CHAR
005930         IF WS-FLD-COUNT = WS-COL-DATA-MAX
005940             COMPUTE WS-DATA-END = WS-SCAN-IX - 1
005950         END-IF
005960         IF WS-FLD-COUNT < WS-FLD-MAX
005970             ADD 1 TO WS-FLD-COUNT
005980         END-IF
005990         GO TO 2150-EXIT
006000     END-IF.
006010     IF WS-SCAN-CHAR = '"'
006020             AND WS-DELIM-COMMA
006030             AND WS-FLD-LEN (WS-FLD-COUNT) = ZERO
006040         SET WS-IN-QUOTES TO TRUE
006050         GO TO 2150-EXIT
006060     END-IF.
006070     IF WS-SCAN-CHAR = SPACE
006080             AND WS-FLD-LEN (WS-FLD-COUNT) = ZERO
006090         GO TO 2150-EXIT
006100     END-IF.
006110     PERFORM 2170-APPEND-CHAR THRU 2170-EXIT.
006120 2150-EXIT.
006130     EXIT.
006140
006150/*****************************************************************
006160 2170-APPEND-CHAR.
006170* Add WS-SCAN-CHAR to the column in hand. The length runs on
006180* past the table width so an overlong column is still seen to
006190* be overlong. A blank outside quotes does not move the used
006200* length, which is how trailing blanks fall away.
006210/*****************************************************************
006220     ADD 1 TO WS-FLD-LEN (WS-FLD-COUNT).
006230     IF WS-FLD-LEN (WS-FLD-COUNT) NOT > WS-FLD-WIDTH
006240         MOVE WS-SCAN-CHAR TO WS-FLD-TEXT (WS-FLD-COUNT)
006250             (WS-FLD-LEN (WS-FLD-COUNT):1)
006260     END-IF.
006270     IF WS-SCAN-CHAR NOT = SPACE
006280             OR WS-IN-QUOTES
006290         MOVE WS-FLD-LEN (WS-FLD-COUNT)
006300             TO WS-FLD-USED (WS-FLD-COUNT)
006310         SET WS-ROW-HAS-DATA TO TRUE
006320     END-IF.
006330 2170-EXIT.
006340     EXIT.
006350
006360/*****************************************************************
006370 2300-EDIT-ROW.
006380* Build the segment-00 ADD from the row's columns and put it
006390* through the edits MSGMAINT's 2500-EDIT-TRANSACTION gives an
006400* ADD, in the same order and with the same reasons, so a row
006410* that passes here does not come back on the edit listing.
006420* Then the checks MSGMAINT can only make at approval - the key
006430* already on CTLFILE - and the two only a whole file can show:
006440* the same id twice, and text too long for ten segments. The
006450* first failure rejects the row.
006460/*****************************************************************
006470     IF WS-FLD-COUNT > WS-COL-ERROR
006480             OR (WS-FLD-COUNT > WS-COL-DATA-MAX
006490             AND WS-FLD-TEXT (WS-COL-ERROR-ROW) (1:4)
006500                 NOT = 'ROW ')
006510         MOVE WS-ROW-LEN TO WS-DATA-END
006520         MOVE 'MORE THAN 8 COLUMNS - CHECK DELIMITERS'
006530             TO WS-REJECT-REASON
006540         SET WS-ROW-INVALID TO TRUE
006550         GO TO 2300-EXIT
006560     END-IF.
006570     IF WS-IN-QUOTES
006580         MOVE 'UNMATCHED QUOTE IN ROW' TO WS-REJECT-REASON
006590         SET WS-ROW-INVALID TO TRUE
006600         GO TO 2300-EXIT
006610     END-IF.
006620     MOVE SPACES TO WTR-RECORD.
006630     MOVE 'A' TO WTR-ACTION.
006640     MOVE WS-MAKER-ID TO WTR-USER-ID.
006650     MOVE '00' TO WTR-SEG-X.
006660     IF WS-FLD-USED (WS-COL-ID) = ZERO
006670         MOVE 'MESSAGE ID IS BLANK' TO WS-REJECT-REASON
006680         SET WS-ROW-INVALID TO TRUE
006690         GO TO 2300-EXIT
006700     END-IF.
006710     IF WS-FLD-USED (WS-COL-ID) > 8
006720         MOVE 'MESSAGE ID OVER 8 CHARACTERS'
006730             TO WS-REJECT-REASON
006740         SET WS-ROW-INVALID TO TRUE
006750         GO TO 2300-EXIT
006760     END-IF.
006770     MOVE WS-FLD-TEXT (WS-COL-ID) (1:8) TO WTR-MESSAGE-ID.
006780     MOVE WS-FLD-USED (WS-COL-TEXT) TO WS-TEXT-LEN.
006790     IF WS-TEXT-LEN = ZERO
006800         MOVE 'MESSAGE TEXT IS BLANK' TO WS-REJECT-REASON
006810         SET WS-ROW-INVALID TO TRUE
006820         GO TO 2300-EXIT
006830     END-IF.
006840     IF WS-TEXT-LEN > WS-TEXT-MAX
006850         MOVE 'MESSAGE TEXT OVER 1280 CHARACTERS'
006860             TO WS-REJECT-REASON
006870         SET WS-ROW-INVALID TO TRUE
006880         GO TO 2300-EXIT
006890     END-IF.
006900     IF WS-FLD-USED (WS-COL-REPEAT) = ZERO
006910             OR WS-FLD-USED (WS-COL-REPEAT) > 10
006920         MOVE 'REPEAT COUNT NOT NUMERIC' TO WS-REJECT-REASON
006930         SET WS-ROW-INVALID TO TRUE
006940         GO TO 2300-EXIT
006950     END-IF.
006960     MOVE ZEROS TO WTR-REPEAT-X.
006970     MOVE WS-FLD-TEXT (WS-COL-REPEAT)
006980             (1:WS-FLD-USED (WS-COL-REPEAT))
006990         TO WTR-REPEAT-X (11 - WS-FLD-USED (WS-COL-REPEAT):
007000             WS-FLD-USED (WS-COL-REPEAT)).
007010     IF WTR-REPEAT-X NOT NUMERIC
007020         MOVE 'REPEAT COUNT NOT NUMERIC' TO WS-REJECT-REASON
007030         SET WS-ROW-INVALID TO TRUE
007040         GO TO 2300-EXIT
007050     END-IF.
007060     MOVE WS-COL-EFF TO WS-DATE-FIELD-SUB.
007070     PERFORM 2400-NORMALIZE-DATE THRU 2400-EXIT.
007080     MOVE WS-DATE-OUT TO WTR-EFF-DATE-X.
007090     IF WS-DATE-FORM-BAD
007100         MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO WS-REJECT-REASON
007110         SET WS-ROW-INVALID TO TRUE
007120         GO TO 2300-EXIT
007130     END-IF.
007140     IF WTR-EFF-DATE-X NOT = SPACES
007150             AND WTR-EFF-DATE-X NOT NUMERIC
007160         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
007170         SET WS-ROW-INVALID TO TRUE
007180         GO TO 2300-EXIT
007190     END-IF.
007200     MOVE WS-COL-EXP TO WS-DATE-FIELD-SUB.
007210     PERFORM 2400-NORMALIZE-DATE THRU 2400-EXIT.
007220     MOVE WS-DATE-OUT TO WTR-EXP-DATE-X.
007230     IF WS-DATE-FORM-BAD
007240         MOVE 'EXPIRY DATE NOT YYYYMMDD' TO WS-REJECT-REASON
007250         SET WS-ROW-INVALID TO TRUE
007260         GO TO 2300-EXIT
007270     END-IF.
007280     IF WTR-EXP-DATE-X NOT = SPACES
007290             AND WTR-EXP-DATE-X NOT NUMERIC
007300         MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJECT-REASON
007310         SET WS-ROW-INVALID TO TRUE
007320         GO TO 2300-EXIT
007330     END-IF.
007340     IF WS-FLD-USED (WS-COL-STATUS) > 1
007350         MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
007360         SET WS-ROW-INVALID TO TRUE
007370         GO TO 2300-EXIT
007380     END-IF.
007390     MOVE WS-FLD-TEXT (WS-COL-STATUS) (1:1) TO WTR-STATUS.
007400     INSPECT WTR-STATUS
007410         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007420     IF WTR-STATUS NOT = 'A' AND WTR-STATUS NOT = 'H'
007430             AND WTR-STATUS NOT = SPACE
007440         MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
007450         SET WS-ROW-INVALID TO TRUE
007460         GO TO 2300-EXIT
007470     END-IF.
007480     IF WS-FLD-USED (WS-COL-RECUR) > 2
007490         MOVE 'INVALID RECURRENCE CODE' TO WS-REJECT-REASON
007500         SET WS-ROW-INVALID TO TRUE
007510         GO TO 2300-EXIT
007520     END-IF.
007530     MOVE WS-FLD-TEXT (WS-COL-RECUR) (1:1) TO WTR-RECUR-CODE.
007540     MOVE WS-FLD-TEXT (WS-COL-RECUR) (2:1) TO WTR-RECUR-DAY.
007550     INSPECT WTR-RECUR-CODE
007560         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007570     IF WTR-RECUR-CODE NOT = 'D'
007580             AND WTR-RECUR-CODE NOT = 'W'
007590             AND WTR-RECUR-CODE NOT = 'M'
007600             AND WTR-RECUR-CODE NOT = SPACE
007610         MOVE 'INVALID RECURRENCE CODE' TO WS-REJECT-REASON
007620         SET WS-ROW-INVALID TO TRUE
007630         GO TO 2300-EXIT
007640     END-IF.
007650     IF WTR-RECUR-CODE = 'W'
007660             AND (WTR-RECUR-DAY NOT NUMERIC
007670             OR WTR-RECUR-DAY < '1'
007680             OR WTR-RECUR-DAY > '7')
007690         MOVE 'WEEKLY PATTERN NEEDS DAY 1-7'
007700             TO WS-REJECT-REASON
007710         SET WS-ROW-INVALID TO TRUE
007720         GO TO 2300-EXIT
007730     END-IF.
007740     IF WTR-RECUR-CODE NOT = 'W'
007750         MOVE SPACE TO WTR-RECUR-DAY
007760     END-IF.
007770     IF WS-FLD-USED (WS-COL-ROUTE) > 2
007780         MOVE 'ROUTE CODE NOT ON DESTINATION MASTER'
007790             TO WS-REJECT-REASON
007800         SET WS-ROW-INVALID TO TRUE
007810         GO TO 2300-EXIT
007820     END-IF.
007830     MOVE WS-FLD-TEXT (WS-COL-ROUTE) (1:2) TO WTR-ROUTE-CODE.
007840     INSPECT WTR-ROUTE-CODE
007850         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007860     PERFORM 2600-EDIT-ROUTE-CODE THRU 2600-EXIT.
007870     IF WS-ROW-INVALID
007880         GO TO 2300-EXIT
007890     END-IF.
007900     IF WTR-EFF-DATE-X NOT = SPACES
007910             AND WTR-EXP-DATE-X NOT = SPACES
007920             AND WTR-EFF-DATE-N NOT = ZERO
007930             AND WTR-EXP-DATE-N NOT = ZERO
007940             AND WTR-EFF-DATE-N > WTR-EXP-DATE-N
007950         MOVE 'EFFECTIVE DATE PAST EXPIRY DATE'
007960             TO WS-REJECT-REASON
007970         SET WS-ROW-INVALID TO TRUE
007980         GO TO 2300-EXIT
007990     END-IF.
008000     PERFORM 2650-FIND-SEEN-ID THRU 2650-EXIT.
008010     IF WS-SEEN-FOUND-SUB NOT = ZERO
008020         MOVE 'MESSAGE ID REPEATS AN EARLIER ROW'
008030             TO WS-REJECT-REASON
008040         SET WS-ROW-INVALID TO TRUE
008050         GO TO 2300-EXIT
008060     END-IF.
008070     PERFORM 2700-CHECK-CONTROL-FILE THRU 2700-EXIT.
008080     IF WS-ROW-INVALID
008090         GO TO 2300-EXIT
008100     END-IF.
008110     PERFORM 2800-SPLIT-TEXT THRU 2800-EXIT.
008120     IF WS-SEG-COUNT > WS-SEG-MAX
008130         MOVE 'TEXT NEEDS MORE THAN 10 SEGMENTS'
008140             TO WS-REJECT-REASON
008150         SET WS-ROW-INVALID TO TRUE
008160     END-IF.
008170 2300-EXIT.
008180     EXIT.
008190
008200/*****************************************************************
008210 2400-NORMALIZE-DATE.
008220* The date column WS-DATE-FIELD-SUB names, into the 8-byte
008230* transaction form in WS-DATE-OUT. Blank stays blank; eight
008240* characters go across as sent, for the numeric edit to pass
008250* on; YYYY-MM-DD, as a spreadsheet exports a date, loses its
008260* dashes. Any other width is a bad form.
008270/*****************************************************************
008280     MOVE SPACES TO WS-DATE-OUT.
008290     SET WS-DATE-FORM-OK TO TRUE.
008300     EVALUATE WS-FLD-USED (WS-DATE-FIELD-SUB)
008310         WHEN ZERO
008320             CONTINUE
008330         WHEN 8
008340             MOVE WS-FLD-TEXT (WS-DATE-FIELD-SUB) (1:8)
008350                 TO WS-DATE-OUT
008360         WHEN 10
008370             IF WS-FLD-TEXT (WS-DATE-FIELD-SUB) (5:1) = '-'
008380                     AND WS-FLD-TEXT (WS-DATE-FIELD-SUB) (8:1)
008390                         = '-'
008400                 STRING WS-FLD-TEXT (WS-DATE-FIELD-SUB) (1:4)
008410                            DELIMITED BY SIZE
008420                        WS-FLD-TEXT (WS-DATE-FIELD-SUB) (6:2)
008430                            DELIMITED BY SIZE
008440                        WS-FLD-TEXT (WS-DATE-FIELD-SUB) (9:2)
008450                            DELIMITED BY SIZE
008460                        INTO WS-DATE-OUT
008470                 END-STRING
008480             ELSE
008490                 SET WS-DATE-FORM-BAD TO TRUE
008500             END-IF
008510         WHEN OTHER
008520             SET WS-DATE-FORM-BAD TO TRUE
008530     END-EVALUATE.
008540 2400-EXIT.
008550     EXIT.
008560
008570/*****************************************************************
008580 2600-EDIT-ROUTE-CODE.
008590* The route code must be on the DSTFILE destination master and
008600* active there. A blank route loads as CS, so CS must pass the
008610* same test. An unexpected VSAM status rejects with the status
008620* in the reason, as MSGMAINT does.
008630/*****************************************************************
008640     IF WTR-ROUTE-CODE = SPACES
008650         MOVE WS-DEFAULT-ROUTE TO DST-ROUTE-CODE
008660     ELSE
008670         MOVE WTR-ROUTE-CODE TO DST-ROUTE-CODE
008680     END-IF.
008690     READ DST-FILE.
008700     IF WS-DST-REC-NOT-FOUND
008710         MOVE 'ROUTE CODE NOT ON DESTINATION MASTER'
008720             TO WS-REJECT-REASON
008730         SET WS-ROW-INVALID TO TRUE
008740         GO TO 2600-EXIT
008750     END-IF.
008760     IF NOT WS-DST-FILE-OK
008770         MOVE SPACES TO WS-REJECT-REASON
008780         STRING 'DSTFILE I-O FAILED, STATUS = '
008790                                     DELIMITED BY SIZE
008800                WS-DST-FILE-STATUS   DELIMITED BY SIZE
008810                INTO WS-REJECT-REASON
008820         END-STRING
008830         SET WS-ROW-INVALID TO TRUE
008840         IF WS-WORST-RC < 12
008850             MOVE 12 TO WS-WORST-RC
008860         END-IF
008870         GO TO 2600-EXIT
008880     END-IF.
008890     IF NOT DST-ACTIVE
008900         MOVE 'DESTINATION INACTIVE FOR ROUTE CODE'
008910             TO WS-REJECT-REASON
008920         SET WS-ROW-INVALID TO TRUE
008930     END-IF.
008940 2600-EXIT.
008950     EXIT.
008960
008970/*****************************************************************
008980 2650-FIND-SEEN-ID.
008990* Look the row's message id up among the ids already accepted;
009000* zero in WS-SEEN-FOUND-SUB means it is not there.
009010/*****************************************************************
009020     MOVE ZERO TO WS-SEEN-FOUND-SUB.
009030     PERFORM 2660-PROBE-ONE-SEEN THRU 2660-EXIT
009040         VARYING WS-SEEN-SUB FROM 1 BY 1
009050             UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
009060             OR WS-SEEN-FOUND-SUB NOT = ZERO.
009070 2650-EXIT.
009080     EXIT.
009090
009100/*****************************************************************
009110 2660-PROBE-ONE-SEEN.
009120* Test one accepted-id table entry against the row's id.
009130/*****************************************************************
009140     IF WS-SEEN-ID (WS-SEEN-SUB) = WTR-MESSAGE-ID
009150         MOVE WS-SEEN-SUB TO WS-SEEN-FOUND-SUB
009160     END-IF.
009170 2660-EXIT.
009180     EXIT.
009190
009200/*****************************************************************
009210 2700-CHECK-CONTROL-FILE.
009220* An ADD may not name a message already on CTLFILE. MSGMAINT
009230* would only find that out when the approver applied it, so
009240* the row is turned back now with the reason MSGMAINT would
009250* have given.
009260/*****************************************************************
009270     MOVE WTR-MESSAGE-ID TO CTL-MESSAGE-ID.
009280     MOVE ZERO TO CTL-SEG-N.
009290     READ CTL-FILE.
009300     IF WS-CTL-FILE-OK
009310         MOVE 'DUPLICATE ADD - KEY ALREADY ON FILE'
009320             TO WS-REJECT-REASON
009330         SET WS-ROW-INVALID TO TRUE
009340         GO TO 2700-EXIT
009350     END-IF.
009360     IF NOT WS-CTL-REC-NOT-FOUND
009370         MOVE SPACES TO WS-REJECT-REASON
009380         STRING 'CTLFILE I-O FAILED, STATUS = '
009390                                     DELIMITED BY SIZE
009400                WS-CTL-FILE-STATUS   DELIMITED BY SIZE
009410                INTO WS-REJECT-REASON
009420         END-STRING
009430         SET WS-ROW-INVALID TO TRUE
009440         IF WS-WORST-RC < 12
009450             MOVE 12 TO WS-WORST-RC
009460         END-IF
009470     END-IF.
009480 2700-EXIT.
009490     EXIT.
009500
009510/*****************************************************************
009520 2800-SPLIT-TEXT.
009530* Cut the text column into 128-byte segments. Each cut falls
009540* on the last blank that leaves the segment 128 bytes or
009550* less, and the blanks at the cut are dropped so the next
009560* segment starts on a word; a single word longer than a whole
009570* segment is cut where it stands.
009580/*****************************************************************
009590     MOVE SPACES TO WS-SEGMENT-TABLE.
009600     MOVE ZERO TO WS-SEG-COUNT.
009610     MOVE 1 TO WS-SEG-START.
009620     PERFORM 2850-CUT-ONE-SEGMENT THRU 2850-EXIT
009630         UNTIL WS-SEG-START > WS-TEXT-LEN
009640             OR WS-SEG-COUNT > WS-SEG-MAX.
009650 2800-EXIT.
009660     EXIT.
009670
009680/*****************************************************************
009690 2850-CUT-ONE-SEGMENT.
009700* One segment from WS-SEG-START. What is left goes whole if it
009710* fits; otherwise look back from the 129th byte for a blank.
009720/*****************************************************************
009730     COMPUTE WS-SEG-REMAIN = WS-TEXT-LEN - WS-SEG-START + 1.
009740     IF WS-SEG-REMAIN NOT > 128
009750         MOVE WS-SEG-REMAIN TO WS-SEG-CUT-LEN
009760     ELSE
009770         MOVE ZERO TO WS-SEG-CUT-LEN
009780         PERFORM 2860-PROBE-CUT-POINT THRU 2860-EXIT
009790             VARYING WS-SCAN-IX FROM 129 BY -1
009800                 UNTIL WS-SCAN-IX < 2
009810                 OR WS-SEG-CUT-LEN NOT = ZERO
009820         IF WS-SEG-CUT-LEN = ZERO
009830             MOVE 128 TO WS-SEG-CUT-LEN
009840         END-IF
009850     END-IF.
009860     ADD 1 TO WS-SEG-COUNT.
009870     IF WS-SEG-COUNT NOT > WS-SEG-MAX
009880         MOVE WS-FLD-TEXT (WS-COL-TEXT)
009890                 (WS-SEG-START:WS-SEG-CUT-LEN)
009900             TO WS-SEG-TEXT (WS-SEG-COUNT)
009910     END-IF.
009920     ADD WS-SEG-CUT-LEN TO WS-SEG-START.
009930     PERFORM 2870-SKIP-ONE-BLANK THRU 2870-EXIT
009940         UNTIL WS-SEG-START > WS-TEXT-LEN
009950             OR WS-FLD-TEXT (WS-COL-TEXT) (WS-SEG-START:1)
009960                 NOT = SPACE.
009970 2850-EXIT.
009980     EXIT.
009990
010000/*****************************************************************
010010 2860-PROBE-CUT-POINT.
010020* Test one byte of the look-back window; a blank at window
010030* position n means the segment is the n - 1 bytes before it.
010040/*****************************************************************
010050     IF WS-FLD-TEXT (WS-COL-TEXT)
010060             (WS-SEG-START + WS-SCAN-IX - 1:1) = SPACE
010070         COMPUTE WS-SEG-CUT-LEN = WS-SCAN-IX - 1
010080     END-IF.
010090 2860-EXIT.
010100     EXIT.
010110
010120/*****************************************************************
010130 2870-SKIP-ONE-BLANK.
010140* Step past one blank at a segment cut.
010150/*****************************************************************
010160     ADD 1 TO WS-SEG-START.
010170 2870-EXIT.
010180     EXIT.
010190
010200/*****************************************************************
010210 3000-WRITE-TRANSACTIONS.
010220* Write the row's ADDs: the segment-00 base with every field,
010230* then one continuation per further segment carrying only its
010240* text, the way MSGMAINT expects a continuation. They go out
010250* together so MSGMAINT stages them side by side; the approver
010260* takes the base first, as for any keyed-in deck.
010270/*****************************************************************
010280     PERFORM 3100-WRITE-ONE-SEGMENT THRU 3100-EXIT
010290         VARYING WS-SEG-SUB FROM 1 BY 1
010300             UNTIL WS-SEG-SUB > WS-SEG-COUNT
010310             OR WS-RUN-HALTED.
010320 3000-EXIT.
010330     EXIT.
010340
010350/*****************************************************************
010360 3100-WRITE-ONE-SEGMENT.
010370* One transaction. A TRANOUT that will not take a write halts
010380* the run - MSGMAINT must not stage half a file.
010390/*****************************************************************
010400     IF WS-SEG-SUB = 1
010410         MOVE WTR-RECORD TO TRO-RECORD
010420     ELSE
010430         MOVE SPACES TO TRO-RECORD
010440         MOVE 'A' TO TRO-ACTION
010450         MOVE WTR-MESSAGE-ID TO TRO-MESSAGE-ID
010460         MOVE WS-MAKER-ID TO TRO-USER-ID
010470         COMPUTE TRO-SEG-N = WS-SEG-SUB - 1
010480     END-IF.
010490     MOVE WS-SEG-TEXT (WS-SEG-SUB) TO TRO-MESSAGE.
010500     WRITE TRO-RECORD.
010510     IF NOT WS-TRO-FILE-OK
010520         DISPLAY 'MSGLOAD: TRANOUT WRITE FAILED AT ROW '
010530             WS-ROW-NUMBER ', STATUS = ' WS-TRO-FILE-STATUS
010540         PERFORM 8900-HALT-RUN THRU 8900-EXIT
010550         GO TO 3100-EXIT
010560     END-IF.
010570     ADD 1 TO WS-TRANS-WRITTEN.
010580 3100-EXIT.
010590     EXIT.
010600
010610/*****************************************************************
010620 3200-REMEMBER-ID.
010630* Table an accepted message id for the repeated-id check. Past
010640* the table's size the run warns once and carries on.
010650/*****************************************************************
010660     IF WS-SEEN-COUNT >= WS-SEEN-MAX
010670         IF WS-SEEN-TABLE-NOT-FULL
010680             DISPLAY 'MSGLOAD: ACCEPTED-ID TABLE FULL AT ROW '
010690                 WS-ROW-NUMBER ' - LATER REPEATS ARE LEFT '
010700                 'TO MSGMAINT'
010710             IF WS-WORST-RC < 4
010720                 MOVE 4 TO WS-WORST-RC
010730             END-IF
010740         END-IF
010750         SET WS-SEEN-TABLE-FULL TO TRUE
010760         GO TO 3200-EXIT
010770     END-IF.
010780     ADD 1 TO WS-SEEN-COUNT.
010790     MOVE WTR-MESSAGE-ID TO WS-SEEN-ID (WS-SEEN-COUNT).
010800 3200-EXIT.
010810     EXIT.
010820
010830/*****************************************************************
010840 5000-WRITE-DETAIL-LINE.
010850* One listing line per row edited: its row number, the id as
010860* sent, the segments it made, and why it was turned back.
010870/*****************************************************************
010880     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
010890         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
010900         PERFORM 5150-WRITE-SUBJECT-LINE THRU 5150-EXIT
010910     END-IF.
010920     MOVE SPACES TO WS-DETAIL-LINE.
010930     MOVE WS-ROW-NUMBER TO WS-DTL-ROW.
010940     MOVE WS-FLD-TEXT (WS-COL-ID) (1:8) TO WS-DTL-MESSAGE-ID.
010950     IF WS-ROW-VALID
010960         MOVE WS-SEG-COUNT TO WS-DTL-SEGS
010970         MOVE 'ACCEPTED' TO WS-DTL-DISPOSITION
010980     ELSE
010990         MOVE ZERO TO WS-DTL-SEGS
011000         MOVE 'REJECTED' TO WS-DTL-DISPOSITION
011010         MOVE WS-REJECT-REASON TO WS-DTL-REASON
011020     END-IF.
011030     MOVE SPACES TO LST-RECORD.
011040     MOVE ' ' TO LST-CARRIAGE-CONTROL.
011050     MOVE WS-DETAIL-LINE TO LST-DATA.
011060     WRITE LST-RECORD.
011070     ADD 1 TO WS-LINE-COUNT.
011080 5000-EXIT.
011090     EXIT.
011100
011110/*****************************************************************
011120 5100-WRITE-REPORT-HEADER.
011130* Start a new page of the listing with the title, resetting
011140* the line count for the page that follows it.
011150/*****************************************************************
011160     ADD 1 TO WS-PAGE-COUNT.
011170     MOVE ZERO TO WS-LINE-COUNT.
011180
011190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011200     ACCEPT WS-CURRENT-TIME FROM TIME.
011210
011220     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
011230     STRING WS-CD-MM   DELIMITED BY SIZE
011240            '/'        DELIMITED BY SIZE
011250            WS-CD-DD   DELIMITED BY SIZE
011260            '/'        DELIMITED BY SIZE
011270            WS-CD-YYYY DELIMITED BY SIZE
011280            INTO WS-HDR-DATE
011290     END-STRING.
011300     STRING WS-CT-HH   DELIMITED BY SIZE
011310            ':'        DELIMITED BY SIZE
011320            WS-CT-MM   DELIMITED BY SIZE
011330            ':'        DELIMITED BY SIZE
011340            WS-CT-SS   DELIMITED BY SIZE
011350            INTO WS-HDR-TIME
011360     END-STRING.
011370     MOVE SPACES TO LST-RECORD.
011380     MOVE '1' TO LST-CARRIAGE-CONTROL.
011390     MOVE WS-HEADER-LINE TO LST-DATA.
011400     WRITE LST-RECORD.
011410     MOVE 1 TO WS-LINE-COUNT.
011420 5100-EXIT.
011430     EXIT.
011440
011450/*****************************************************************
011460 5150-WRITE-SUBJECT-LINE.
011470* The maker and the delimiter in force, then the column
011480* headings. Unless the PARM names the delimiter it is only
011490* known once the first row is read, so on the first page
011500* these lines wait for that row.
011510/*****************************************************************
011520     MOVE WS-MAKER-ID TO WS-SUBJ-MAKER.
011530     IF WS-DELIM-PIPE
011540         MOVE 'PIPE' TO WS-SUBJ-DELIM
011550     ELSE
011560         MOVE 'COMMA' TO WS-SUBJ-DELIM
011570     END-IF.
011580     MOVE SPACES TO LST-RECORD.
011590     MOVE ' ' TO LST-CARRIAGE-CONTROL.
011600     MOVE WS-SUBJECT-LINE TO LST-DATA.
011610     WRITE LST-RECORD.
011620
011630     MOVE SPACES TO LST-RECORD.
011640     MOVE '0' TO LST-CARRIAGE-CONTROL.
011650     MOVE WS-COLUMN-LINE TO LST-DATA.
011660     WRITE LST-RECORD.
011670     ADD 3 TO WS-LINE-COUNT.
011680 5150-EXIT.
011690     EXIT.
011700
011710/*****************************************************************
011720 5200-WRITE-TRAILER.
011730* The counts and the proof that every row read is accounted
011740* for: skipped, accepted, and rejected must add back to the
011750* rows read. A run that halted part way cannot balance and
011760* says so.
011770/*****************************************************************
011780     MOVE 'ROWS READ' TO WS-TRL-LABEL.
011790     MOVE WS-ROWS-READ TO WS-TRL-COUNT.
011800     MOVE '0' TO LST-CARRIAGE-CONTROL.
011810     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011820     MOVE 'HEADING ROWS SKIPPED' TO WS-TRL-LABEL.
011830     MOVE WS-HEADING-ROWS TO WS-TRL-COUNT.
011840     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011850     MOVE 'BLANK ROWS SKIPPED' TO WS-TRL-LABEL.
011860     MOVE WS-BLANK-ROWS TO WS-TRL-COUNT.
011870     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011880     MOVE 'ROWS ACCEPTED' TO WS-TRL-LABEL.
011890     MOVE WS-ROWS-ACCEPTED TO WS-TRL-COUNT.
011900     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011910     MOVE 'ROWS REJECTED' TO WS-TRL-LABEL.
011920     MOVE WS-ROWS-REJECTED TO WS-TRL-COUNT.
011930     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011940     MOVE 'TRANSACTIONS WRITTEN' TO WS-TRL-LABEL.
011950     MOVE WS-TRANS-WRITTEN TO WS-TRL-COUNT.
011960     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
011970
011980     COMPUTE WS-RECON-TOTAL = WS-HEADING-ROWS + WS-BLANK-ROWS
011990         + WS-ROWS-ACCEPTED + WS-ROWS-REJECTED.
012000     MOVE WS-RECON-TOTAL TO WS-REC-TOTAL-OUT.
012010     EVALUATE TRUE
012020         WHEN WS-RUN-HALTED
012030             MOVE 'RUN HALTED' TO WS-REC-VERDICT
012040         WHEN WS-RECON-TOTAL = WS-ROWS-READ
012050             MOVE 'BALANCED' TO WS-REC-VERDICT
012060         WHEN OTHER
012070             MOVE 'OUT OF BALANCE' TO WS-REC-VERDICT
012080             IF WS-WORST-RC < 8
012090                 MOVE 8 TO WS-WORST-RC
012100             END-IF
012110     END-EVALUATE.
012120     MOVE SPACES TO LST-RECORD.
012130     MOVE '0' TO LST-CARRIAGE-CONTROL.
012140     MOVE WS-RECON-LINE TO LST-DATA.
012150     WRITE LST-RECORD.
012160 5200-EXIT.
012170     EXIT.
012180
012190/*****************************************************************
012200 5250-WRITE-TRAILER-LINE.
012210* One label and count on the trailer. The caller sets the
012220* carriage control for the first line; the rest single-space.
012230/*****************************************************************
012240     MOVE WS-TRAILER-LINE TO LST-DATA.
012250     WRITE LST-RECORD.
012260     MOVE SPACES TO LST-RECORD.
012270     MOVE ' ' TO LST-CARRIAGE-CONTROL.
012280 5250-EXIT.
012290     EXIT.
012300
012310/*****************************************************************
012320 6000-WRITE-ERROR-ROW.
012330* Send a rejected row back the way it came: its eight data
012340* columns exactly as sent, filled out with delimiters if the
012350* row was short, then the row number and the reason as two
012360* more columns. The file opens with a heading row, so the
012370* business can load it into the same spreadsheet, correct it,
012380* and send it straight back in - MSGLOAD skips the heading and
012390* drops the two added columns.
012400/*****************************************************************
012410     IF WS-ERR-HEADING-NOT-DONE
012420         PERFORM 6100-WRITE-ERROR-HEADING THRU 6100-EXIT
012430     END-IF.
012440     MOVE SPACES TO ERR-RECORD.
012450     MOVE 1 TO WS-ERR-PTR.
012460     IF WS-DATA-END > ZERO
012470         STRING INT-RECORD (1:WS-DATA-END) DELIMITED BY SIZE
012480             INTO ERR-RECORD
012490             WITH POINTER WS-ERR-PTR
012500         END-STRING
012510     END-IF.
012520     MOVE ZERO TO WS-ERR-PAD-COUNT.
012530     IF WS-FLD-COUNT < WS-COL-DATA-MAX
012540         COMPUTE WS-ERR-PAD-COUNT
012550             = WS-COL-DATA-MAX - WS-FLD-COUNT
012560     END-IF.
012570     PERFORM 6050-ADD-ONE-DELIMITER THRU 6050-EXIT
012580         WS-ERR-PAD-COUNT TIMES.
012590     STRING WS-DELIM-CHAR     DELIMITED BY SIZE
012600            'ROW '            DELIMITED BY SIZE
012610            WS-ROW-NUMBER     DELIMITED BY SIZE
012620            WS-DELIM-CHAR     DELIMITED BY SIZE
012630            INTO ERR-RECORD
012640            WITH POINTER WS-ERR-PTR
012650     END-STRING.
012660     IF WS-DELIM-COMMA
012670         STRING '"'              DELIMITED BY SIZE
012680                WS-REJECT-REASON DELIMITED BY '  '
012690                '"'              DELIMITED BY SIZE
012700                INTO ERR-RECORD
012710                WITH POINTER WS-ERR-PTR
012720         END-STRING
012730     ELSE
012740         STRING WS-REJECT-REASON DELIMITED BY '  '
012750                INTO ERR-RECORD
012760                WITH POINTER WS-ERR-PTR
012770         END-STRING
012780     END-IF.
012790     WRITE ERR-RECORD.
012800     IF NOT WS-ERR-FILE-OK
012810         DISPLAY 'MSGLOAD: INTKERR WRITE FAILED AT ROW '
012820             WS-ROW-NUMBER ', STATUS = ' WS-ERR-FILE-STATUS
012830         PERFORM 8900-HALT-RUN THRU 8900-EXIT
012840     END-IF.
012850 6000-EXIT.
012860     EXIT.
012870
012880/*****************************************************************
012890 6050-ADD-ONE-DELIMITER.
012900* One empty column onto the error row.
012910/*****************************************************************
012920     STRING WS-DELIM-CHAR DELIMITED BY SIZE
012930         INTO ERR-RECORD
012940         WITH POINTER WS-ERR-PTR
012950     END-STRING.
012960 6050-EXIT.
012970     EXIT.
012980
012990/*****************************************************************
013000 6100-WRITE-ERROR-HEADING.
013010* The error file's heading row, in the intake's own delimiter.
013020/*****************************************************************
013030     MOVE SPACES TO ERR-RECORD.
013040     STRING 'MESSAGE ID'      DELIMITED BY SIZE
013050            WS-DELIM-CHAR     DELIMITED BY SIZE
013060            'TEXT'            DELIMITED BY SIZE
013070            WS-DELIM-CHAR     DELIMITED BY SIZE
013080            'REPEAT'          DELIMITED BY SIZE
013090            WS-DELIM-CHAR     DELIMITED BY SIZE
013100            'EFFECTIVE'       DELIMITED BY SIZE
013110            WS-DELIM-CHAR     DELIMITED BY SIZE
013120            'EXPIRES'         DELIMITED BY SIZE
013130            WS-DELIM-CHAR     DELIMITED BY SIZE
013140            'STATUS'          DELIMITED BY SIZE
013150            WS-DELIM-CHAR     DELIMITED BY SIZE
013160            'ROUTE'           DELIMITED BY SIZE
013170            WS-DELIM-CHAR     DELIMITED BY SIZE
013180            'RECURRENCE'      DELIMITED BY SIZE
013190            WS-DELIM-CHAR     DELIMITED BY SIZE
013200            'ERROR ROW'       DELIMITED BY SIZE
013210            WS-DELIM-CHAR     DELIMITED BY SIZE
013220            'ERROR'           DELIMITED BY SIZE
013230            INTO ERR-RECORD
013240     END-STRING.
013250     WRITE ERR-RECORD.
013260     IF NOT WS-ERR-FILE-OK
013270         DISPLAY 'MSGLOAD: INTKERR WRITE FAILED, STATUS = '
013280             WS-ERR-FILE-STATUS
013290         PERFORM 8900-HALT-RUN THRU 8900-EXIT
013300     END-IF.
013310     SET WS-ERR-HEADING-WRITTEN TO TRUE.
013320 6100-EXIT.
013330     EXIT.
013340
013350/*****************************************************************
013360 8000-READ-INTAKE-ROW.
013370* Read the next intake row. Any status but a clean read or end
013380* of file halts the run.
013390/*****************************************************************
013400     READ INT-FILE
013410         AT END
013420             SET WS-END-OF-FILE TO TRUE
013430     END-READ.
013440     IF WS-NOT-END-OF-FILE
013450             AND NOT WS-INT-FILE-OK
013460         DISPLAY 'MSGLOAD: INTAKE READ FAILED, STATUS = '
013470             WS-INT-FILE-STATUS
013480         PERFORM 8900-HALT-RUN THRU 8900-EXIT
013490     END-IF.
013500 8000-EXIT.
013510     EXIT.
013520
013530/*****************************************************************
013540 8900-HALT-RUN.
013550* Stop the intake after a read or write failure. The run ends
013560* RC 12 and the job does not hand TRANOUT to MSGMAINT.
013570/*****************************************************************
013580     IF WS-WORST-RC < 12
013590         MOVE 12 TO WS-WORST-RC
013600     END-IF.
013610     SET WS-RUN-HALTED TO TRUE.
013620     SET WS-END-OF-FILE TO TRUE.
013630 8900-EXIT.
013640     EXIT.
013650
013660/*****************************************************************
013670 9000-TERMINATE.
013680* Write the trailer and its proof, close down against files
013690* that actually opened, and post the return code: 4 when rows
013700* were turned back, 8 when none at all were accepted - there
013710* is nothing for MSGMAINT to stage - and anything worse seen
013720* on the way.
013730/*****************************************************************
013740     IF WS-FILES-ARE-OPEN
013750         IF WS-ROWS-REJECTED > ZERO
013760                 AND WS-WORST-RC < 4
013770             MOVE 4 TO WS-WORST-RC
013780         END-IF
013790         IF WS-ROWS-ACCEPTED = ZERO
013800                 AND WS-WORST-RC < 8
013810             MOVE 8 TO WS-WORST-RC
013820         END-IF
013830         PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT
013840         CLOSE INT-FILE
013850         CLOSE CTL-FILE
013860         CLOSE DST-FILE
013870         CLOSE TRO-FILE
013880         CLOSE ERR-FILE
013890         CLOSE LST-FILE
013900     END-IF.
013910     IF WS-WORST-RC > RETURN-CODE
013920         MOVE WS-WORST-RC TO RETURN-CODE
013930     END-IF.
013940     DISPLAY 'MSGLOAD: ' WS-ROWS-ACCEPTED ' ROW(S) ACCEPTED AS '
013950         WS-TRANS-WRITTEN ' TRANSACTION(S); ' WS-ROWS-REJECTED
013960         ' ROW(S) REJECTED TO INTKERR.'.
013970 9000-EXIT.
013980     EXIT.
013990 END PROGRAM MSGLOAD.
