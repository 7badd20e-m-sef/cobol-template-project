000010/*****************************************************************
000020* Author(s): Seth Moore (slmoore@hamilton.edu)
000030* Date: 2026-10-15
000040* Description: Operator authority listing - lists every
000050*              operator on the AUTHFILE authority file with
000060*              the make/approve/backout flags and route codes
000070*              held, who granted them and when they were last
000080*              recertified, for the quarterly access review.
000090/*****************************************************************
000100******************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       INIT DESCRIPTION
000140* 2026-10-15 SLM  NEW PROGRAM. MSGMAINT AND MSGBACK NOW REFUSE
000150*                 ANY USER THE AUTHFILE OPERATOR AUTHORITY FILE
000160*                 DOES NOT GRANT, SO THE FILE IS THE ACCESS LIST
000170*                 AUDIT RECERTIFIES EACH QUARTER. MSGAUTH PRINTS
000180*                 IT IN USER ID ORDER WITH A SIGN-OFF BLOCK, AND
000190*                 NOTES EACH OPERATOR THE REVIEWER MUST ACT ON:
000200*                 A FLAG THAT IS NEITHER Y NOR N, NO ACCESS AT
000210*                 ALL (A LEAVER STILL ON FILE), MAKE OR APPROVE
000220*                 WITH NO ROUTE TO USE IT ON, A ROUTE NOT ON THE
000230*                 DSTFILE DESTINATION MASTER, OR A LAST
000240*                 RECERTIFICATION OLDER THAN THE REVIEW INTERVAL
000250*                 (PARM, DEFAULT 92 DAYS). ANY NOTE ENDS THE STEP
000260*                 RC 4; AN EMPTY AUTHORITY FILE, WHICH LOCKS
000270*                 EVERYONE OUT OF MAINTENANCE, ENDS IT RC 8.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MSGAUTH.
000310 AUTHOR. SETH MOORE.
000320 DATE-WRITTEN. 2026-10-15.
000330 DATE-COMPILED. 2026-10-15.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPR-FILE ASSIGN TO AUTHFILE
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OPR-USER-ID
000420         FILE STATUS IS WS-OPR-FILE-STATUS.
000430
000440     SELECT DST-FILE ASSIGN TO DSTFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS DST-ROUTE-CODE
000480         FILE STATUS IS WS-DST-FILE-STATUS.
000490
000500     SELECT LST-FILE ASSIGN TO AUTHLST
000510         ORGANIZATION IS SEQUENTIAL
000520         ACCESS MODE IS SEQUENTIAL
000530         FILE STATUS IS WS-LST-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPR-FILE
000580     RECORD CONTAINS 80 CHARACTERS.
000590 COPY OPRREC REPLACING ==:PFX:== BY ==OPR==.
000600
000610 FD  DST-FILE
000620     RECORD CONTAINS 80 CHARACTERS.
000630 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000640
000650 FD  LST-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 133 CHARACTERS.
000680 01  LST-RECORD.
000690     05  LST-CARRIAGE-CONTROL    PIC X(01).
000700     05  LST-DATA                PIC X(132).
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-SWITCHES.
000740     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000750         88  WS-END-OF-FILE            VALUE 'Y'.
000760         88  WS-NOT-END-OF-FILE        VALUE 'N'.
000770     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000780         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
000790         88  WS-FILES-NOT-OPEN         VALUE 'N'.
000800     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
000810         88  WS-DATE-IS-VALID          VALUE 'Y'.
000820         88  WS-DATE-IS-INVALID        VALUE 'N'.
000830     05  WS-ROUTE-UNKNOWN-SWITCH PIC X(01) VALUE 'N'.
000840         88  WS-ROUTE-UNKNOWN          VALUE 'Y'.
000850         88  WS-ROUTES-ALL-KNOWN       VALUE 'N'.
000860
000870 01  WS-FILE-STATUSES.
000880     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE '00'.
000890         88  WS-OPR-FILE-OK            VALUE '00'.
000900         88  WS-OPR-NO-MORE            VALUE '10'.
000910     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
000920         88  WS-DST-FILE-OK            VALUE '00'.
000930         88  WS-DST-REC-NOT-FOUND      VALUE '23'.
000940     05  WS-LST-FILE-STATUS      PIC X(02) VALUE '00'.
000950         88  WS-LST-FILE-OK            VALUE '00'.
000960
000970 01  WS-REPORT-CONTROL.
000980     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
000990     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001000     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001010
001020 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001030 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001040     05  WS-CD-YYYY              PIC 9(04).
001050     05  WS-CD-MM                PIC 9(02).
001060     05  WS-CD-DD                PIC 9(02).
001070
001080 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
001090 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
001100     05  WS-CT-HH                PIC 9(02).
001110     05  WS-CT-MM                PIC 9(02).
001120     05  WS-CT-SS                PIC 9(02).
001130     05  WS-CT-HH2               PIC 9(02).
001140
001150*    THE REVIEW INTERVAL OFF THE PARM - A QUARTER BY DEFAULT -
001160*    AND THE RUN DATE AS A DAY NUMBER TO AGE EACH LAST
001170*    RECERTIFICATION AGAINST.
001180 01  WS-REVIEW-CONTROL.
001190     05  WS-REVIEW-DAYS          PIC 9(03) VALUE 092.
001200     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001210     05  WS-TODAY-DAY-NUMBER     PIC 9(07) COMP VALUE ZERO.
001220     05  WS-CERT-AGE             PIC 9(07) COMP VALUE ZERO.
001230
001240*    THE DATE BEING WORKED ON BY THE DATE ARITHMETIC PARAGRAPHS
001250*    (7100-7400), WITH ITS MONTH LENGTH AND DAY NUMBER.
001260 01  WS-DATE-WORK.
001270     05  WS-DT-DATE              PIC 9(08) VALUE ZERO.
001280     05  WS-DT-DATE-R REDEFINES WS-DT-DATE.
001290         10  WS-DT-YYYY          PIC 9(04).
001300         10  WS-DT-MM            PIC 9(02).
001310         10  WS-DT-DD            PIC 9(02).
001320     05  WS-DT-MONTH-DAYS        PIC 9(02) VALUE ZERO.
001330     05  WS-DT-DAY-NUMBER        PIC 9(07) COMP VALUE ZERO.
001340     05  WS-DT-LEAP-SWITCH       PIC X(01) VALUE 'N'.
001350         88  WS-DT-LEAP-YEAR           VALUE 'Y'.
001360         88  WS-DT-COMMON-YEAR         VALUE 'N'.
001370
001380 01  WS-DOW-WORK.
001390     05  WS-DW-YEAR              PIC 9(05) COMP VALUE ZERO.
001400     05  WS-DW-MONTH             PIC 9(02) COMP VALUE ZERO.
001410     05  WS-DW-TERM              PIC 9(07) COMP VALUE ZERO.
001420     05  WS-DW-QUOT              PIC 9(07) COMP VALUE ZERO.
001430     05  WS-DW-REM               PIC 9(03) COMP VALUE ZERO.
001440     05  WS-DW-REM-100           PIC 9(03) COMP VALUE ZERO.
001450     05  WS-DW-REM-400           PIC 9(03) COMP VALUE ZERO.
001460
001470 01  WS-MONTH-LENGTH-VALUES.
001480     05  FILLER                  PIC X(24)
001490             VALUE '312831303130313130313031'.
001500 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001510     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
001520
001530*    ONE OPERATOR'S ROUTE SLOTS, PACKED FOR THE LISTING.
001540 01  WS-ROUTE-WORK.
001550     05  WS-RT-SUB               PIC 9(02) COMP VALUE ZERO.
001560     05  WS-RT-POS               PIC 9(02) COMP VALUE ZERO.
001570     05  WS-RT-HELD              PIC 9(02) COMP VALUE ZERO.
001580     05  WS-RT-ALL-SWITCH        PIC X(01) VALUE 'N'.
001590         88  WS-RT-ALL-ROUTES          VALUE 'Y'.
001600         88  WS-RT-NAMED-ROUTES        VALUE 'N'.
001610
001620 77  WS-OPERATOR-COUNT           PIC 9(07) COMP VALUE ZERO.
001630 77  WS-MAKE-COUNT               PIC 9(07) COMP VALUE ZERO.
001640 77  WS-APPROVE-COUNT            PIC 9(07) COMP VALUE ZERO.
001650 77  WS-BACKOUT-COUNT            PIC 9(07) COMP VALUE ZERO.
001660 77  WS-BOTH-COUNT               PIC 9(07) COMP VALUE ZERO.
001670 77  WS-ALL-ROUTES-COUNT         PIC 9(07) COMP VALUE ZERO.
001680 77  WS-OVERDUE-COUNT            PIC 9(07) COMP VALUE ZERO.
001690 77  WS-NOTED-COUNT              PIC 9(07) COMP VALUE ZERO.
001700 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001710
001720 01  WS-HEADER-LINE.
001730     05  FILLER                  PIC X(33)
001740             VALUE 'MSGAUTH OPERATOR AUTHORITY LIST'.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001770     05  WS-HDR-PAGE             PIC ZZZZ9.
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001790     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001800     05  WS-HDR-DATE             PIC X(10).
001810     05  FILLER                  PIC X(03) VALUE SPACES.
001820     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
001830     05  WS-HDR-TIME             PIC X(08).
001840
001850 01  WS-SUBJECT-LINE.
001860     05  FILLER                  PIC X(35)
001870             VALUE 'QUARTERLY ACCESS RECERTIFICATION - '.
001880     05  FILLER                  PIC X(16)
001890             VALUE 'REVIEW INTERVAL '.
001900     05  WS-SUBJ-DAYS            PIC ZZ9.
001910     05  FILLER                  PIC X(05) VALUE ' DAYS'.
001920
001930 01  WS-COLUMN-LINE.
001940     05  FILLER                  PIC X(10) VALUE 'USER ID'.
001950     05  FILLER                  PIC X(22) VALUE 'NAME'.
001960     05  FILLER                  PIC X(07) VALUE 'M A B'.
001970     05  FILLER                  PIC X(32) VALUE 'ROUTES'.
001980     05  FILLER                  PIC X(10) VALUE 'GRANTOR'.
001990     05  FILLER                  PIC X(10) VALUE 'GRANTED'.
002000     05  FILLER                  PIC X(10) VALUE 'LAST CERT'.
002010     05  FILLER                  PIC X(07) VALUE ' DAYS'.
002020     05  FILLER                  PIC X(04) VALUE 'NOTE'.
002030
002040 01  WS-DETAIL-LINE.
002050     05  WS-DTL-USER-ID          PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  WS-DTL-NAME             PIC X(20).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  WS-DTL-MAKE             PIC X(01).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002110     05  WS-DTL-APPROVE          PIC X(01).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  WS-DTL-BACKOUT          PIC X(01).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  WS-DTL-ROUTES           PIC X(30).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-DTL-GRANTED-BY       PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-DTL-GRANTED-DATE     PIC X(08).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WS-DTL-CERT-DATE        PIC X(08).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-DTL-CERT-AGE         PIC X(05).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  WS-DTL-NOTE             PIC X(22).
002260
002270 01  WS-AGE-EDIT                 PIC ZZZZ9.
002280
002290 01  WS-TRAILER-LINE.
002300     05  WS-TRL-LABEL            PIC X(24).
002310     05  FILLER                  PIC X(02) VALUE ': '.
002320     05  WS-TRL-COUNT            PIC 9(07).
002330
002340 01  WS-SIGNOFF-HEADING.
002350     05  FILLER                  PIC X(24)
002360             VALUE 'REVIEWED AND RECERTIFIED'.
002370     05  FILLER                  PIC X(22)
002380             VALUE ' - EXCEPTIONS ACTIONED'.
002390 01  WS-SIGNOFF-LINE.
002400     05  WS-SGN-ROLE             PIC X(10).
002410     05  FILLER                  PIC X(20) VALUE ALL '_'.
002420     05  FILLER                  PIC X(08) VALUE '  DATE: '.
002430     05  FILLER                  PIC X(10) VALUE ALL '_'.
002440
002450 LINKAGE SECTION.
002460 01  PARM-DATA.
002470     05  PARM-LENGTH             PIC S9(04) COMP.
002480     05  PARM-TEXT.
002490         10  PARM-REVIEW-DAYS    PIC X(03).
002500
002510 PROCEDURE DIVISION USING PARM-DATA.
002520/*****************************************************************
002530 0000-MAINLINE.
002540* Program entry point
002550/*****************************************************************
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     IF WS-FILES-ARE-OPEN
002580         PERFORM 2000-LIST-OPERATOR THRU 2000-EXIT
002590             UNTIL WS-END-OF-FILE
002600     END-IF.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620
002630     STOP RUN.
002640
002650/*****************************************************************
002660 1000-INITIALIZE.
002670* Take the review interval off the PARM, open the authority
002680* file, the destination master, and the listing, print the
002690* first page header, and prime the operator read loop. A bad
002700* PARM stops the run before anything opens.
002710/*****************************************************************
002720     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002730     MOVE WS-TODAY TO WS-DT-DATE.
002740     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
002750     MOVE WS-DT-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
002760     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002770     IF WS-WORST-RC NOT = ZERO
002780         GO TO 1000-EXIT
002790     END-IF.
002800     OPEN INPUT OPR-FILE.
002810     IF NOT WS-OPR-FILE-OK
002820         DISPLAY 'MSGAUTH: UNABLE TO OPEN AUTHFILE, STATUS = '
002830             WS-OPR-FILE-STATUS
002840         MOVE 16 TO WS-WORST-RC
002850         GO TO 1000-EXIT
002860     END-IF.
002870     OPEN INPUT DST-FILE.
002880     IF NOT WS-DST-FILE-OK
002890         DISPLAY 'MSGAUTH: UNABLE TO OPEN DSTFILE, STATUS = '
002900             WS-DST-FILE-STATUS
002910         CLOSE OPR-FILE
002920         MOVE 16 TO WS-WORST-RC
002930         GO TO 1000-EXIT
002940     END-IF.
002950     OPEN OUTPUT LST-FILE.
002960     IF NOT WS-LST-FILE-OK
002970         DISPLAY 'MSGAUTH: UNABLE TO OPEN AUTHLST, STATUS = '
002980             WS-LST-FILE-STATUS
002990         CLOSE OPR-FILE
003000         CLOSE DST-FILE
003010         MOVE 16 TO WS-WORST-RC
003020         GO TO 1000-EXIT
003030     END-IF.
003040     SET WS-FILES-ARE-OPEN TO TRUE.
003050     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
003060
003070     PERFORM 8000-READ-OPERATOR THRU 8000-EXIT.
003080 1000-EXIT.
003090     EXIT.
003100
003110/*****************************************************************
003120 1100-PARSE-PARM.
003130* The PARM is the review interval in days, one to three digits,
003140* 1 to 366 - or nothing for a quarter (92 days). Anything else
003150* is rejected before the files open.
003160/*****************************************************************
003170     IF PARM-LENGTH = ZERO
003180         GO TO 1100-EXIT
003190     END-IF.
003200     IF PARM-LENGTH > 3
003210         GO TO 1100-REJECT
003220     END-IF.
003230     IF PARM-TEXT (1:PARM-LENGTH) NOT NUMERIC
003240         GO TO 1100-REJECT
003250     END-IF.
003260     MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-REVIEW-DAYS.
003270     IF WS-REVIEW-DAYS > ZERO
003280             AND WS-REVIEW-DAYS NOT > 366
003290         GO TO 1100-EXIT
003300     END-IF.
003310 1100-REJECT.
003320     DISPLAY 'MSGAUTH: PARM MUST BE A REVIEW INTERVAL OF 1-366 '
003330         'DAYS, OR BLANK FOR 92 - RUN REJECTED'.
003340     MOVE 12 TO WS-WORST-RC.
003350 1100-EXIT.
003360     EXIT.
003370
003380/*****************************************************************
003390 2000-LIST-OPERATOR.
003400* One operator's line: the flags as held, the route slots
003410* packed, the grant, and the age of the last recertification,
003420* with the first note that applies - the graver findings
003430* first, since the reviewer acts on the line, not the count.
003440/*****************************************************************
003450     ADD 1 TO WS-OPERATOR-COUNT.
003460     MOVE SPACES TO WS-DETAIL-LINE.
003470     MOVE OPR-USER-ID      TO WS-DTL-USER-ID.
003480     MOVE OPR-NAME         TO WS-DTL-NAME.
003490     MOVE OPR-MAKE-FLAG    TO WS-DTL-MAKE.
003500     MOVE OPR-APPROVE-FLAG TO WS-DTL-APPROVE.
003510     MOVE OPR-BACKOUT-FLAG TO WS-DTL-BACKOUT.
003520     MOVE OPR-GRANTED-BY   TO WS-DTL-GRANTED-BY.
003530     IF OPR-CAN-MAKE
003540         ADD 1 TO WS-MAKE-COUNT
003550     END-IF.
003560     IF OPR-CAN-APPROVE
003570         ADD 1 TO WS-APPROVE-COUNT
003580     END-IF.
003590     IF OPR-CAN-MAKE AND OPR-CAN-APPROVE
003600         ADD 1 TO WS-BOTH-COUNT
003610     END-IF.
003620     IF OPR-CAN-BACKOUT
003630         ADD 1 TO WS-BACKOUT-COUNT
003640     END-IF.
003650     PERFORM 2100-PACK-ROUTES THRU 2100-EXIT.
003660     IF WS-RT-ALL-ROUTES
003670         ADD 1 TO WS-ALL-ROUTES-COUNT
003680     END-IF.
003690     IF OPR-GRANTED-DATE NOT NUMERIC
003700         MOVE '????????' TO WS-DTL-GRANTED-DATE
003710     ELSE
003720         MOVE OPR-GRANTED-DATE TO WS-DTL-GRANTED-DATE
003730     END-IF.
003740     PERFORM 2300-AGE-CERTIFICATION THRU 2300-EXIT.
003750
003760     IF (OPR-MAKE-FLAG NOT = 'Y' AND OPR-MAKE-FLAG NOT = 'N')
003770             OR (OPR-APPROVE-FLAG NOT = 'Y'
003780             AND OPR-APPROVE-FLAG NOT = 'N')
003790             OR (OPR-BACKOUT-FLAG NOT = 'Y'
003800             AND OPR-BACKOUT-FLAG NOT = 'N')
003810         MOVE 'FLAG NOT Y OR N' TO WS-DTL-NOTE
003820         GO TO 2000-NOTED
003830     END-IF.
003840     IF NOT OPR-CAN-MAKE
003850             AND NOT OPR-CAN-APPROVE
003860             AND NOT OPR-CAN-BACKOUT
003870         MOVE 'NO ACCESS - REMOVE' TO WS-DTL-NOTE
003880         GO TO 2000-NOTED
003890     END-IF.
003900     IF (OPR-CAN-MAKE OR OPR-CAN-APPROVE)
003910             AND WS-RT-HELD = ZERO
003920         MOVE 'NO ROUTES HELD' TO WS-DTL-NOTE
003930         GO TO 2000-NOTED
003940     END-IF.
003950     IF WS-ROUTE-UNKNOWN
003960         MOVE 'ROUTE NOT ON DSTFILE' TO WS-DTL-NOTE
003970         GO TO 2000-NOTED
003980     END-IF.
003990     IF WS-DTL-NOTE NOT = SPACES
004000         GO TO 2000-NOTED
004010     END-IF.
004020     GO TO 2000-PRINT.
004030 2000-NOTED.
004040     ADD 1 TO WS-NOTED-COUNT.
004050     IF WS-WORST-RC < 4
004060         MOVE 4 TO WS-WORST-RC
004070     END-IF.
004080 2000-PRINT.
004090     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
004100     PERFORM 8000-READ-OPERATOR THRU 8000-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140/*****************************************************************
004150 2100-PACK-ROUTES.
004160* Pack the non-blank route slots into the listing column, two
004170* characters and a space apiece, noting an every-route grant
004180* and any named route the destination master does not carry -
004190* a grant to a desk that was never opened, or has since been
004200* taken off file.
004210/*****************************************************************
004220     MOVE ZERO TO WS-RT-HELD.
004230     MOVE 1 TO WS-RT-POS.
004240     SET WS-RT-NAMED-ROUTES TO TRUE.
004250     SET WS-ROUTES-ALL-KNOWN TO TRUE.
004260     PERFORM 2150-PACK-ONE-ROUTE THRU 2150-EXIT
004270         VARYING WS-RT-SUB FROM 1 BY 1
004280             UNTIL WS-RT-SUB > 10.
004290 2100-EXIT.
004300     EXIT.
004310
004320/*****************************************************************
004330 2150-PACK-ONE-ROUTE.
004340* One route slot into the listing column and onto the checks.
004350/*****************************************************************
004360     IF OPR-ROUTE-CODE (WS-RT-SUB) = SPACES
004370         GO TO 2150-EXIT
004380     END-IF.
004390     ADD 1 TO WS-RT-HELD.
004400     MOVE OPR-ROUTE-CODE (WS-RT-SUB)
004410         TO WS-DTL-ROUTES (WS-RT-POS:2).
004420     ADD 3 TO WS-RT-POS.
004430     IF OPR-ALL-ROUTES (WS-RT-SUB)
004440         SET WS-RT-ALL-ROUTES TO TRUE
004450         GO TO 2150-EXIT
004460     END-IF.
004470     MOVE OPR-ROUTE-CODE (WS-RT-SUB) TO DST-ROUTE-CODE.
004480     READ DST-FILE.
004490     IF WS-DST-REC-NOT-FOUND
004500         SET WS-ROUTE-UNKNOWN TO TRUE
004510         GO TO 2150-EXIT
004520     END-IF.
004530     IF NOT WS-DST-FILE-OK
004540         DISPLAY 'MSGAUTH: DSTFILE READ FAILED FOR ROUTE '
004550             DST-ROUTE-CODE ', STATUS = ' WS-DST-FILE-STATUS
004560         IF WS-WORST-RC < 12
004570             MOVE 12 TO WS-WORST-RC
004580         END-IF
004590     END-IF.
004600 2150-EXIT.
004610     EXIT.
004620
004630/*****************************************************************
004640 2300-AGE-CERTIFICATION.
004650* Days since the operator was last recertified. Never
004660* recertified, a date that is not a date, or older than the
004670* review interval puts RECERT OVERDUE in the note - it is
004680* counted whatever note the line finally carries, since every
004690* such operator is on the review whatever else is wrong.
004700/*****************************************************************
004710     MOVE SPACES TO WS-DTL-CERT-AGE.
004720     IF OPR-LAST-CERT-DATE NOT NUMERIC
004730             OR OPR-LAST-CERT-DATE = ZERO
004740         MOVE 'NEVER' TO WS-DTL-CERT-DATE
004750         GO TO 2300-OVERDUE
004760     END-IF.
004770     MOVE OPR-LAST-CERT-DATE TO WS-DTL-CERT-DATE.
004780     MOVE OPR-LAST-CERT-DATE TO WS-DT-DATE.
004790     PERFORM 7300-VALIDATE-DATE THRU 7300-EXIT.
004800     IF WS-DATE-IS-INVALID
004810             OR OPR-LAST-CERT-DATE > WS-TODAY
004820         MOVE '?' TO WS-DTL-CERT-AGE
004830         GO TO 2300-OVERDUE
004840     END-IF.
004850     PERFORM 7400-COMPUTE-DAY-NUMBER THRU 7400-EXIT.
004860     COMPUTE WS-CERT-AGE
004870         = WS-TODAY-DAY-NUMBER - WS-DT-DAY-NUMBER.
004880     MOVE WS-CERT-AGE TO WS-AGE-EDIT.
004890     MOVE WS-AGE-EDIT TO WS-DTL-CERT-AGE.
004900     IF WS-CERT-AGE NOT > WS-REVIEW-DAYS
004910         GO TO 2300-EXIT
004920     END-IF.
004930 2300-OVERDUE.
004940     MOVE 'RECERT OVERDUE' TO WS-DTL-NOTE.
004950     ADD 1 TO WS-OVERDUE-COUNT.
004960 2300-EXIT.
004970     EXIT.
004980
004990/*****************************************************************
005000 5000-WRITE-DETAIL.
005010* One operator's line, with the page header and column
005020* headings repeated on a new page.
005030/*****************************************************************
005040     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005050         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
005060     END-IF.
005070     MOVE SPACES TO LST-RECORD.
005080     MOVE ' ' TO LST-CARRIAGE-CONTROL.
005090     MOVE WS-DETAIL-LINE TO LST-DATA.
005100     WRITE LST-RECORD.
005110     ADD 1 TO WS-LINE-COUNT.
005120 5000-EXIT.
005130     EXIT.
005140
005150/*****************************************************************
005160 5100-WRITE-REPORT-HEADER.
005170* Format and write a new page header, the review line, and the
005180* column headings, resetting the line count for the page that
005190* follows them.
005200/*****************************************************************
005210     ADD 1 TO WS-PAGE-COUNT.
005220     MOVE ZERO TO WS-LINE-COUNT.
005230
005240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005250     ACCEPT WS-CURRENT-TIME FROM TIME.
005260
005270     MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
005280     STRING WS-CD-MM   DELIMITED BY SIZE
005290            '/'        DELIMITED BY SIZE
005300            WS-CD-DD   DELIMITED BY SIZE
005310            '/'        DELIMITED BY SIZE
005320            WS-CD-YYYY DELIMITED BY SIZE
005330            INTO WS-HDR-DATE
005340     END-STRING.
005350     STRING WS-CT-HH   DELIMITED BY SIZE
005360            ':'        DELIMITED BY SIZE
005370            WS-CT-MM   DELIMITED BY SIZE
005380            ':'        DELIMITED BY SIZE
005390            WS-CT-SS   DELIMITED BY SIZE
005400            INTO WS-HDR-TIME
005410     END-STRING.
005420     MOVE SPACES TO LST-RECORD.
005430     MOVE '1' TO LST-CARRIAGE-CONTROL.
005440     MOVE WS-HEADER-LINE TO LST-DATA.
005450     WRITE LST-RECORD.
005460
005470     MOVE WS-REVIEW-DAYS TO WS-SUBJ-DAYS.
005480     MOVE SPACES TO LST-RECORD.
005490     MOVE ' ' TO LST-CARRIAGE-CONTROL.
005500     MOVE WS-SUBJECT-LINE TO LST-DATA.
005510     WRITE LST-RECORD.
005520
005530     MOVE SPACES TO LST-RECORD.
005540     MOVE '0' TO LST-CARRIAGE-CONTROL.
005550     MOVE WS-COLUMN-LINE TO LST-DATA.
005560     WRITE LST-RECORD.
005570     MOVE 4 TO WS-LINE-COUNT.
005580 5100-EXIT.
005590     EXIT.
005600
005610/*****************************************************************
005620 5200-WRITE-TRAILER.
005630* The counts the reviewer signs against, then the sign-off
005640* block itself.
005650/*****************************************************************
005660     MOVE SPACES TO LST-RECORD.
005670     MOVE '0' TO LST-CARRIAGE-CONTROL.
005680     WRITE LST-RECORD.
005690     MOVE 'OPERATORS ON FILE' TO WS-TRL-LABEL.
005700     MOVE WS-OPERATOR-COUNT TO WS-TRL-COUNT.
005710     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005720     MOVE '  MAY MAKE CHANGES' TO WS-TRL-LABEL.
005730     MOVE WS-MAKE-COUNT TO WS-TRL-COUNT.
005740     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005750     MOVE '  MAY APPROVE CHANGES' TO WS-TRL-LABEL.
005760     MOVE WS-APPROVE-COUNT TO WS-TRL-COUNT.
005770     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005780     MOVE '  MAY MAKE AND APPROVE' TO WS-TRL-LABEL.
005790     MOVE WS-BOTH-COUNT TO WS-TRL-COUNT.
005800     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005810     MOVE '  MAY BACK OUT' TO WS-TRL-LABEL.
005820     MOVE WS-BACKOUT-COUNT TO WS-TRL-COUNT.
005830     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005840     MOVE '  HOLD EVERY ROUTE' TO WS-TRL-LABEL.
005850     MOVE WS-ALL-ROUTES-COUNT TO WS-TRL-COUNT.
005860     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005870     MOVE 'RECERTIFICATION OVERDUE' TO WS-TRL-LABEL.
005880     MOVE WS-OVERDUE-COUNT TO WS-TRL-COUNT.
005890     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005900     MOVE 'OPERATORS NOTED' TO WS-TRL-LABEL.
005910     MOVE WS-NOTED-COUNT TO WS-TRL-COUNT.
005920     PERFORM 5250-WRITE-TRAILER-LINE THRU 5250-EXIT.
005930
005940     MOVE SPACES TO LST-RECORD.
005950     MOVE '-' TO LST-CARRIAGE-CONTROL.
005960     MOVE WS-SIGNOFF-HEADING TO LST-DATA.
005970     WRITE LST-RECORD.
005980     MOVE 'REVIEWER: ' TO WS-SGN-ROLE.
005990     PERFORM 5260-WRITE-SIGNOFF-LINE THRU 5260-EXIT.
006000     MOVE 'AUDIT:    ' TO WS-SGN-ROLE.
006010     PERFORM 5260-WRITE-SIGNOFF-LINE THRU 5260-EXIT.
006020 5200-EXIT.
006030     EXIT.
006040
006050/*****************************************************************
006060 5250-WRITE-TRAILER-LINE.
006070* One label and count on the trailer.
006080/*****************************************************************
006090     MOVE SPACES TO LST-RECORD.
006100     MOVE ' ' TO LST-CARRIAGE-CONTROL.
006110     MOVE WS-TRAILER-LINE TO LST-DATA.
006120     WRITE LST-RECORD.
006130 5250-EXIT.
006140     EXIT.
006150
006160/*****************************************************************
006170 5260-WRITE-SIGNOFF-LINE.
006180* One signature and date line of the sign-off block.
006190/*****************************************************************
006200     MOVE SPACES TO LST-RECORD.
006210     MOVE '0' TO LST-CARRIAGE-CONTROL.
006220     MOVE WS-SIGNOFF-LINE TO LST-DATA.
006230     WRITE LST-RECORD.
006240 5260-EXIT.
006250     EXIT.
006260
006270/*****************************************************************
006280 7100-SET-MONTH-LENGTH.
006290* The number of days in WS-DT-DATE's month, February by the
006300* leap-year rule.
006310/*****************************************************************
006320     MOVE WS-MONTH-LENGTH (WS-DT-MM) TO WS-DT-MONTH-DAYS.
006330     IF WS-DT-MM = 2
006340         PERFORM 7150-TEST-LEAP-YEAR THRU 7150-EXIT
006350         IF WS-DT-LEAP-YEAR
006360             MOVE 29 TO WS-DT-MONTH-DAYS
006370         END-IF
006380     END-IF.
006390 7100-EXIT.
006400     EXIT.
006410
006420/*****************************************************************
006430 7150-TEST-LEAP-YEAR.
006440* Gregorian leap year: divisible by 4, except centuries that
006450* are not divisible by 400.
006460/*****************************************************************
006470     DIVIDE WS-DT-YYYY BY 4 GIVING WS-DW-QUOT
006480         REMAINDER WS-DW-REM.
006490     DIVIDE WS-DT-YYYY BY 100 GIVING WS-DW-QUOT
006500         REMAINDER WS-DW-REM-100.
006510     DIVIDE WS-DT-YYYY BY 400 GIVING WS-DW-QUOT
006520         REMAINDER WS-DW-REM-400.
006530     IF WS-DW-REM = ZERO
006540             AND (WS-DW-REM-100 NOT = ZERO
006550             OR WS-DW-REM-400 = ZERO)
006560         SET WS-DT-LEAP-YEAR TO TRUE
006570     ELSE
006580         SET WS-DT-COMMON-YEAR TO TRUE
006590     END-IF.
006600 7150-EXIT.
006610     EXIT.
006620
006630/*****************************************************************
006640 7300-VALIDATE-DATE.
006650* Whether WS-DT-DATE is a real calendar date.
006660/*****************************************************************
006670     SET WS-DATE-IS-VALID TO TRUE.
006680     IF WS-DT-YYYY < 1601
006690             OR WS-DT-MM < 1
006700             OR WS-DT-MM > 12
006710             OR WS-DT-DD < 1
006720         SET WS-DATE-IS-INVALID TO TRUE
006730         GO TO 7300-EXIT
006740     END-IF.
006750     PERFORM 7100-SET-MONTH-LENGTH THRU 7100-EXIT.
006760     IF WS-DT-DD > WS-DT-MONTH-DAYS
006770         SET WS-DATE-IS-INVALID TO TRUE
006780     END-IF.
006790 7300-EXIT.
006800     EXIT.
006810
006820/*****************************************************************
006830 7400-COMPUTE-DAY-NUMBER.
006840* A running day count for WS-DT-DATE, so two dates subtract to
006850* the days between them: the year is taken to start in March
006860* (January and February count as months 13 and 14 of the year
006870* before) so the leap day falls at the year's end.
006880/*****************************************************************
006890     MOVE WS-DT-YYYY TO WS-DW-YEAR.
006900     MOVE WS-DT-MM   TO WS-DW-MONTH.
006910     IF WS-DW-MONTH < 3
006920         ADD 12 TO WS-DW-MONTH
006930         SUBTRACT 1 FROM WS-DW-YEAR
006940     END-IF.
006950     COMPUTE WS-DW-TERM = 153 * (WS-DW-MONTH - 3) + 2.
006960     DIVIDE WS-DW-TERM BY 5 GIVING WS-DW-QUOT.
006970     COMPUTE WS-DT-DAY-NUMBER
006980         = WS-DW-YEAR * 365 + WS-DW-QUOT + WS-DT-DD.
006990     DIVIDE WS-DW-YEAR BY 4 GIVING WS-DW-QUOT.
007000     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
007010     DIVIDE WS-DW-YEAR BY 100 GIVING WS-DW-QUOT.
007020     SUBTRACT WS-DW-QUOT FROM WS-DT-DAY-NUMBER.
007030     DIVIDE WS-DW-YEAR BY 400 GIVING WS-DW-QUOT.
007040     ADD WS-DW-QUOT TO WS-DT-DAY-NUMBER.
007050 7400-EXIT.
007060     EXIT.
007070
007080/*****************************************************************
007090 8000-READ-OPERATOR.
007100* Read the next operator in user id order. Any status but a
007110* clean read or end of file ends the pass RC 12 - a listing
007120* that stops short must not pass for the whole access list.
007130/*****************************************************************
007140     READ OPR-FILE NEXT RECORD.
007150     IF WS-OPR-NO-MORE
007160         SET WS-END-OF-FILE TO TRUE
007170         GO TO 8000-EXIT
007180     END-IF.
007190     IF NOT WS-OPR-FILE-OK
007200         DISPLAY 'MSGAUTH: AUTHFILE READ FAILED, STATUS = '
007210             WS-OPR-FILE-STATUS
007220         IF WS-WORST-RC < 12
007230             MOVE 12 TO WS-WORST-RC
007240         END-IF
007250         SET WS-END-OF-FILE TO TRUE
007260     END-IF.
007270 8000-EXIT.
007280     EXIT.
007290
007300/*****************************************************************
007310 9000-TERMINATE.
007320* An authority file with nobody on it fails the run - then
007330* write the trailer and sign-off block, close down against
007340* files that actually opened, post the worst return code seen,
007350* and display the run summary.
007360/*****************************************************************
007370     IF NOT WS-FILES-ARE-OPEN
007380         GO TO 9000-WRAP-UP
007390     END-IF.
007400     IF WS-OPERATOR-COUNT = ZERO
007410             AND WS-WORST-RC < 8
007420         DISPLAY 'MSGAUTH: NO OPERATORS ON AUTHFILE - NOBODY '
007430             'MAY MAINTAIN MESSAGES.'
007440         MOVE 8 TO WS-WORST-RC
007450     END-IF.
007460     PERFORM 5200-WRITE-TRAILER THRU 5200-EXIT.
007470     CLOSE OPR-FILE.
007480     CLOSE DST-FILE.
007490     CLOSE LST-FILE.
007500 9000-WRAP-UP.
007510     IF WS-WORST-RC > RETURN-CODE
007520         MOVE WS-WORST-RC TO RETURN-CODE
007530     END-IF.
007540     DISPLAY 'MSGAUTH: LISTED ' WS-OPERATOR-COUNT
007550         ' OPERATOR(S); ' WS-OVERDUE-COUNT
007560         ' OVERDUE FOR RECERTIFICATION, ' WS-NOTED-COUNT
007570         ' NOTED.'.
007580 9000-EXIT.
007590     EXIT.
007600 END PROGRAM MSGAUTH.
