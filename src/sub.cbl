001180*                 REGISTRY, SO &RUNID MATCHES THE REGISTRY KEY.
001181*                 A BLANK RUN ID (AN OLD CALLER) STILL BUILDS
001182*                 ONE LOCALLY, AS BEFORE.
001183* 2026-10-15 SLM  DESTINATIONS NOW COME FROM THE DSTFILE
001184*                 DESTINATION MASTER, LOADED ONCE ON THE FIRST
001185*                 CALL, INSTEAD OF THE HARDCODED CS/OP/WH TABLE.
001186*                 EACH ACTIVE DESK NAMES THE REPORT SLOT IT
001187*                 PRINTS TO - RPTCSD, RPTOPS, AND RPTWHS AS
001188*                 BEFORE, PLUS SPARE SLOTS RPTDS4, RPTDS5, AND
001189*                 RPTDS6 FOR A NEW DESK - AND ONLY THE SLOTS AN
001190*                 ACTIVE DESK CLAIMS ARE OPENED. A ROUTE NOT ON
001191*                 THE MASTER REJECTS AS R04 AS BEFORE; A ROUTE ON
001192*                 IT BUT FLAGGED INACTIVE REJECTS AS THE NEW R05.
001193*                 AN UNKNOWN OR DOUBLY-CLAIMED REPORT SLOT FAILS
001194*                 THE STEP RC 16 LIKE AN OPEN FAILURE. A BLANK
001195*                 ROUTE STILL RESOLVES AS CS. THE HISTORY AND
001196*                 EXTRACT ROUTE IS NOW THE RESOLVED MASTER ROUTE.
001197******************************************************************
001198 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. SUB-PROGRAM.
001210 AUTHOR. M-SEF.
001220 DATE-WRITTEN. 2019-01-15.
001230 DATE-COMPILED. 2026-10-15.
001240
001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001400         ACCESS MODE IS SEQUENTIAL
001410         FILE STATUS IS WS-RPT-WHS-STATUS.
001420
001421     SELECT RPT-DS4-FILE ASSIGN TO RPTDS4
001422         ORGANIZATION IS SEQUENTIAL
001423         ACCESS MODE IS SEQUENTIAL
001424         FILE STATUS IS WS-RPT-DS4-STATUS.
001425
001426     SELECT RPT-DS5-FILE ASSIGN TO RPTDS5
001427         ORGANIZATION IS SEQUENTIAL
001428         ACCESS MODE IS SEQUENTIAL
001429         FILE STATUS IS WS-RPT-DS5-STATUS.
001430
001431     SELECT RPT-DS6-FILE ASSIGN TO RPTDS6
001432         ORGANIZATION IS SEQUENTIAL
001433         ACCESS MODE IS SEQUENTIAL
001434         FILE STATUS IS WS-RPT-DS6-STATUS.
001435
001436     SELECT DST-FILE ASSIGN TO DSTFILE
001437         ORGANIZATION IS INDEXED
001438         ACCESS MODE IS SEQUENTIAL
001439         RECORD KEY IS DST-ROUTE-CODE
001440         FILE STATUS IS WS-DST-FILE-STATUS.
001441
001430     SELECT EXCP-FILE ASSIGN TO EXCPFILE
001440         ORGANIZATION IS SEQUENTIAL
001450         ACCESS MODE IS SEQUENTIAL
001770     RECORD CONTAINS 133 CHARACTERS.
001780 01  RPT-WHS-RECORD              PIC X(133).
001790
001791 FD  RPT-DS4-FILE
001792     LABEL RECORDS ARE STANDARD
001793     RECORD CONTAINS 133 CHARACTERS.
001794 01  RPT-DS4-RECORD              PIC X(133).
001795
001796 FD  RPT-DS5-FILE
001797     LABEL RECORDS ARE STANDARD
001798     RECORD CONTAINS 133 CHARACTERS.
001799 01  RPT-DS5-RECORD              PIC X(133).
001800
001801 FD  RPT-DS6-FILE
001802     LABEL RECORDS ARE STANDARD
001803     RECORD CONTAINS 133 CHARACTERS.
001804 01  RPT-DS6-RECORD              PIC X(133).
001805
001806 FD  DST-FILE
001807     RECORD CONTAINS 80 CHARACTERS.
001808 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
001809
001800 FD  EXCP-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 133 CHARACTERS.
002190     05  WS-SIM-MODE-SWITCH      PIC X(01) VALUE 'N'.
002200         88  WS-SIM-MODE               VALUE 'Y'.
002210         88  WS-LIVE-MODE              VALUE 'N'.
002211     05  WS-DST-EOF-SWITCH       PIC X(01) VALUE 'N'.
002212         88  WS-DST-END-OF-FILE        VALUE 'Y'.
002213         88  WS-DST-NOT-END-OF-FILE    VALUE 'N'.
002220
002230 01  WS-FILE-STATUSES.
002240     05  WS-RPT-CSD-STATUS       PIC X(02) VALUE '00'.
002270         88  WS-RPT-OPS-OK             VALUE '00'.
002280     05  WS-RPT-WHS-STATUS       PIC X(02) VALUE '00'.
002290         88  WS-RPT-WHS-OK             VALUE '00'.
002291     05  WS-RPT-DS4-STATUS       PIC X(02) VALUE '00'.
002292     05  WS-RPT-DS5-STATUS       PIC X(02) VALUE '00'.
002293     05  WS-RPT-DS6-STATUS       PIC X(02) VALUE '00'.
002294     05  WS-SLOT-STATUS          PIC X(02) VALUE '00'.
002295         88  WS-SLOT-OK                VALUE '00'.
002296     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
002297         88  WS-DST-FILE-OK            VALUE '00'.
002300     05  WS-EXCP-FILE-STATUS     PIC X(02) VALUE '00'.
002310         88  WS-EXCP-FILE-OK           VALUE '00'.
002320     05  WS-FCST-FILE-STATUS     PIC X(02) VALUE '00'.
002390 01  WS-REPORT-CONTROL.
002400     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
002410     05  WS-DEST-IX              PIC 9(04) COMP VALUE ZERO.
002411     05  WS-DEST-COUNT           PIC 9(04) COMP VALUE ZERO.
002412     05  WS-MAX-DESTS            PIC 9(04) COMP VALUE 20.
002413     05  WS-SLOT-IX              PIC 9(04) COMP VALUE ZERO.
002414     05  WS-LOOKUP-ROUTE         PIC X(02) VALUE SPACES.
002420
002421*    THE REPORT SLOTS A DESTINATION MAY PRINT TO, IN THE ORDER
002422*    2900-WRITE-DEST-LINE AND 1150-OPEN-ONE-SLOT KNOW THEM. A
002423*    NEW DESK TAKES A SPARE SLOT BY NAMING ITS DD ON DSTFILE.
002424 01  WS-SLOT-DD-VALUES.
002425     05  FILLER                  PIC X(08) VALUE 'RPTCSD'.
002426     05  FILLER                  PIC X(08) VALUE 'RPTOPS'.
002427     05  FILLER                  PIC X(08) VALUE 'RPTWHS'.
002428     05  FILLER                  PIC X(08) VALUE 'RPTDS4'.
002429     05  FILLER                  PIC X(08) VALUE 'RPTDS5'.
002430     05  FILLER                  PIC X(08) VALUE 'RPTDS6'.
002431 01  WS-SLOT-DD-TABLE REDEFINES WS-SLOT-DD-VALUES.
002432     05  WS-SLOT-DD              PIC X(08) OCCURS 6 TIMES.
002433
002434*    PER SLOT: THE DESTINATION ENTRY THAT CLAIMED IT (ZERO WHEN
002435*    NO ACTIVE DESK PRINTS THERE) AND WHETHER IT WAS OPENED.
002436 01  WS-SLOT-STATE-TABLE.
002437     05  WS-SLOT-STATE OCCURS 6 TIMES.
002438         10  WS-SLOT-CLAIM       PIC 9(04) COMP VALUE ZERO.
002439         10  WS-SLOT-OPEN-SWITCH PIC X(01) VALUE 'N'.
002440             88  WS-SLOT-IS-OPEN       VALUE 'Y'.
002441             88  WS-SLOT-NOT-OPEN      VALUE 'N'.
002442
002443*    ONE ENTRY PER DSTFILE DESTINATION, LOADED ON THE FIRST
002444*    CALL. AN ACTIVE ENTRY CARRIES THE REPORT SLOT IT PRINTS TO
002445*    AND ITS OWN PAGE/LINE COUNTS AND REQUESTED/ISSUED
002446*    RECONCILIATION; AN INACTIVE ONE IS KEPT ONLY SO ITS ROUTE
002447*    REJECTS AS INACTIVE RATHER THAN AS UNKNOWN.
002470 01  WS-DEST-TABLE.
002480     05  WS-DEST-ENTRY OCCURS 20 TIMES.
002481         10  WS-DEST-ROUTE       PIC X(02).
002482         10  WS-DEST-STATE       PIC X(01).
002483             88  WS-DEST-IS-ACTIVE     VALUE 'A'.
002484             88  WS-DEST-IS-INACTIVE   VALUE 'I'.
002485         10  WS-DEST-SLOT        PIC 9(04) COMP.
002490         10  WS-DEST-NAME        PIC X(16).
002500         10  WS-DEST-PAGE-COUNT  PIC 9(05) COMP VALUE ZERO.
002510         10  WS-DEST-LINE-COUNT  PIC 9(03) COMP VALUE ZERO.
002790         88  WS-EXCP-OVER-CEILING      VALUE 'R02'.
002800         88  WS-EXCP-START-PAST-END    VALUE 'R03'.
002810         88  WS-EXCP-BAD-ROUTE         VALUE 'R04'.
002811         88  WS-EXCP-INACTIVE-ROUTE    VALUE 'R05'.
002820     05  WS-EXCP-COUNT           PIC 9(05) COMP VALUE ZERO.
002830     05  WS-EXCP-PAGE-COUNT      PIC 9(05) COMP VALUE ZERO.
002840     05  WS-EXCP-LINE-COUNT      PIC 9(03) COMP VALUE ZERO.
004030 01  WS-EXCP-LEGEND-3            PIC X(40)
004040         VALUE 'R03 - START POSITIONED PAST END'.
004050 01  WS-EXCP-LEGEND-4            PIC X(40)
004060         VALUE 'R04 - ROUTE NOT ON DESTINATION MASTER'.
004061 01  WS-EXCP-LEGEND-5            PIC X(40)
004062         VALUE 'R05 - DESTINATION INACTIVE ON MASTER'.
004070
004080 01  WS-PRINT-REC.
004090     05  WS-PRT-CC               PIC X(01) VALUE SPACE.
004472 77  WS-XTR-COUNT                PIC 9(07) COMP VALUE ZERO.
004473 77  WS-SEG-IX                   PIC 9(04) COMP VALUE ZERO.
004474 77  WS-XTR-TIME-N               PIC 9(06) COMP VALUE ZERO.
004475 77  WS-DEFAULT-ROUTE            PIC X(02) VALUE 'CS'.
004475
004476*    THE FIRST REPETITION'S EXPANDED TEXT, ONE SLOT PER
004477*    SEGMENT, SAVED FOR THE EXTRACT - THE GATEWAY WANTS THE
004930
004940/*****************************************************************
004950 1000-INITIALIZE.
004960* On the first call of the batch, load the destination master,
004970* open the report slot of every active destination and the
004980* history and checkpoint files, and print each destination
004985* report's first page header.
004990* WS-FIRST-CALL-SWITCH turns off here whether the opens succeed
005000* or fail, so this only ever runs once per batch and a failed
005010* open is never retried against a file that is already open.
005100*        simulation opens only the forecast report - nothing
005110*        else may be written to, logged, or even created.
005120         MOVE LK-SIM-SWITCH TO WS-SIM-MODE-SWITCH
005122*        A simulation validates routes against the master just
005124*        as a live run does, so both load it.
005126         PERFORM 1100-LOAD-DESTINATIONS THRU 1100-EXIT
005128         IF WS-WORST-RC >= 16
005129             GO TO 1000-EXIT
005130         END-IF
005131         IF WS-SIM-MODE
005140             OPEN OUTPUT FCST-FILE
005150             IF NOT WS-FCST-FILE-OK
005160                 DISPLAY 'SUB-PROGRAM: UNABLE TO OPEN '
005240             PERFORM 1700-WRITE-FCST-HEADER THRU 1700-EXIT
005250             GO TO 1000-EXIT
005260         END-IF
005270         PERFORM 1150-OPEN-ONE-SLOT THRU 1150-EXIT
005280             VARYING WS-SLOT-IX FROM 1 BY 1
005290                 UNTIL WS-SLOT-IX > 6
005300                 OR WS-WORST-RC >= 16
005310         IF WS-WORST-RC >= 16
005320             GO TO 1000-EXIT
005330         END-IF
005540         OPEN OUTPUT EXCP-FILE
005550         IF NOT WS-EXCP-FILE-OK
005560             DISPLAY 'SUB-PROGRAM: UNABLE TO OPEN EXCPFILE, '
006080                    INTO WS-RUN-ID
006090             END-STRING
006095         END-IF
006130         PERFORM 1200-START-ONE-DEST-REPORT THRU 1200-EXIT
006140             VARYING WS-DEST-IX FROM 1 BY 1
006150                 UNTIL WS-DEST-IX > WS-DEST-COUNT
006160         PERFORM 1650-WRITE-EXCP-HEADER THRU 1650-EXIT
006170     END-IF.
006180 1000-EXIT.
006190     EXIT.
006200
006201/*****************************************************************
006202 1100-LOAD-DESTINATIONS.
006203* Load every DSTFILE destination into WS-DEST-TABLE and give
006204* each active one the report slot its REPORT-DD names. A slot
006205* name the program does not know, a slot claimed by two active
006206* desks, or more desks than the table holds is a setup error
006207* that fails the step like an open failure - a desk must never
006208* print into another desk's report or silently nowhere.
006209/*****************************************************************
006210     OPEN INPUT DST-FILE.
006211     IF NOT WS-DST-FILE-OK
006212         DISPLAY 'SUB-PROGRAM: UNABLE TO OPEN DSTFILE, '
006213             'STATUS = ' WS-DST-FILE-STATUS
006214         IF WS-WORST-RC < 16
006215             MOVE 16 TO WS-WORST-RC
006216         END-IF
006217         GO TO 1100-EXIT
006218     END-IF.
006219     MOVE ZERO TO WS-DEST-COUNT.
006220     SET WS-DST-NOT-END-OF-FILE TO TRUE.
006221     PERFORM 1120-LOAD-ONE-DESTINATION THRU 1120-EXIT
006222         UNTIL WS-DST-END-OF-FILE.
006223     CLOSE DST-FILE.
006224 1100-EXIT.
006225     EXIT.
006226
006227/*****************************************************************
006228 1120-LOAD-ONE-DESTINATION.
006229* Read one destination master row into the next table entry.
006230* Anything but 'Y' in the active flag loads the desk inactive.
006231/*****************************************************************
006232     READ DST-FILE
006233         AT END
006234             SET WS-DST-END-OF-FILE TO TRUE
006235             GO TO 1120-EXIT
006236     END-READ.
006237     IF NOT WS-DST-FILE-OK
006238         DISPLAY 'SUB-PROGRAM: DSTFILE READ ERROR, STATUS = '
006239             WS-DST-FILE-STATUS
006240         GO TO 1120-FAIL
006241     END-IF.
006242     IF WS-DEST-COUNT >= WS-MAX-DESTS
006243         DISPLAY 'SUB-PROGRAM: DSTFILE HOLDS MORE THAN '
006244             WS-MAX-DESTS ' DESTINATIONS'
006245         GO TO 1120-FAIL
006246     END-IF.
006247     ADD 1 TO WS-DEST-COUNT.
006248     MOVE DST-ROUTE-CODE TO WS-DEST-ROUTE (WS-DEST-COUNT).
006249     MOVE DST-NAME       TO WS-DEST-NAME (WS-DEST-COUNT).
006250     MOVE ZERO           TO WS-DEST-SLOT (WS-DEST-COUNT).
006251     IF NOT DST-ACTIVE
006252         SET WS-DEST-IS-INACTIVE (WS-DEST-COUNT) TO TRUE
006253         GO TO 1120-EXIT
006254     END-IF.
006255     SET WS-DEST-IS-ACTIVE (WS-DEST-COUNT) TO TRUE.
006256     MOVE 1 TO WS-SLOT-IX.
006257     PERFORM 1130-PROBE-SLOT-TABLE THRU 1130-EXIT
006258         UNTIL WS-SLOT-IX > 6
006259         OR WS-SLOT-DD (WS-SLOT-IX) = DST-REPORT-DD.
006260     IF WS-SLOT-IX > 6
006261         DISPLAY 'SUB-PROGRAM: DSTFILE ROUTE ' DST-ROUTE-CODE
006262             ' NAMES UNKNOWN REPORT DD ' DST-REPORT-DD
006263         GO TO 1120-FAIL
006264     END-IF.
006265     IF WS-SLOT-CLAIM (WS-SLOT-IX) NOT = ZERO
006266         DISPLAY 'SUB-PROGRAM: DSTFILE ROUTE ' DST-ROUTE-CODE
006268             ' CLAIMS REPORT DD ' DST-REPORT-DD
006269             ', ALREADY TAKEN BY AN EARLIER ACTIVE ROUTE'
006269         GO TO 1120-FAIL
006270     END-IF.
006271     MOVE WS-DEST-COUNT TO WS-SLOT-CLAIM (WS-SLOT-IX).
006272     MOVE WS-SLOT-IX    TO WS-DEST-SLOT (WS-DEST-COUNT).
006273     GO TO 1120-EXIT.
006274 1120-FAIL.
006275     IF WS-WORST-RC < 16
006276         MOVE 16 TO WS-WORST-RC
006277     END-IF.
006278     SET WS-DST-END-OF-FILE TO TRUE.
006279 1120-EXIT.
006280     EXIT.
006281
006282/*****************************************************************
006283 1130-PROBE-SLOT-TABLE.
006284* One probe of the report slot table for the DD the current
006285* destination master row names.
006286/*****************************************************************
006287     ADD 1 TO WS-SLOT-IX.
006288 1130-EXIT.
006289     EXIT.
006290
006291/*****************************************************************
006292 1150-OPEN-ONE-SLOT.
006293* Open the report slot selected by WS-SLOT-IX if an active
006294* destination prints to it. An unclaimed slot is left closed,
006295* so its DD need not be in the JCL.
006296/*****************************************************************
006297     IF WS-SLOT-CLAIM (WS-SLOT-IX) = ZERO
006298         GO TO 1150-EXIT
006299     END-IF.
006300     EVALUATE WS-SLOT-IX
006301         WHEN 1
006302             OPEN OUTPUT RPT-CSD-FILE
006303             MOVE WS-RPT-CSD-STATUS TO WS-SLOT-STATUS
006304         WHEN 2
006305             OPEN OUTPUT RPT-OPS-FILE
006306             MOVE WS-RPT-OPS-STATUS TO WS-SLOT-STATUS
006307         WHEN 3
006308             OPEN OUTPUT RPT-WHS-FILE
006309             MOVE WS-RPT-WHS-STATUS TO WS-SLOT-STATUS
006310         WHEN 4
006311             OPEN OUTPUT RPT-DS4-FILE
006312             MOVE WS-RPT-DS4-STATUS TO WS-SLOT-STATUS
006313         WHEN 5
006314             OPEN OUTPUT RPT-DS5-FILE
006315             MOVE WS-RPT-DS5-STATUS TO WS-SLOT-STATUS
006316         WHEN 6
006317             OPEN OUTPUT RPT-DS6-FILE
006318             MOVE WS-RPT-DS6-STATUS TO WS-SLOT-STATUS
006319     END-EVALUATE.
006320     IF NOT WS-SLOT-OK
006321         DISPLAY 'SUB-PROGRAM: UNABLE TO OPEN '
006322             WS-SLOT-DD (WS-SLOT-IX) ', STATUS = ' WS-SLOT-STATUS
006323         IF WS-WORST-RC < 16
006324             MOVE 16 TO WS-WORST-RC
006325         END-IF
006326         GO TO 1150-EXIT
006327     END-IF.
006328     SET WS-SLOT-IS-OPEN (WS-SLOT-IX) TO TRUE.
006329 1150-EXIT.
006330     EXIT.
006331
006332/*****************************************************************
006333 1200-START-ONE-DEST-REPORT.
006334* First page header on an active destination's report; an
006335* inactive destination has no report.
006336/*****************************************************************
006337     IF WS-DEST-IS-ACTIVE (WS-DEST-IX)
006338         PERFORM 2100-WRITE-REPORT-HEADER THRU 2100-EXIT
006339     END-IF.
006340 1200-EXIT.
006341     EXIT.
006342
006210/*****************************************************************
006220 1500-VALIDATE-INPUT.
006230* Reject a repeat count of zero or one over the sane ceiling
006370     ADD LK-REPEAT-N TO WS-TOTAL-REQUESTED.
006380*    Resolve the route code to a destination report before the
006390*    field edits - a blank route goes to customer service,
006400*    where the old single report went, and a route that is not
006410*    on the destination master, or is on it but inactive,
006415*    rejects the record. The destination's requested total
006420*    counts every record that resolved to it, accepted or not,
006430*    so a reject shows as a shortfall on that report's footer.
006440     MOVE LK-ROUTE-CODE TO WS-LOOKUP-ROUTE.
006450     IF WS-LOOKUP-ROUTE = SPACES
006460         MOVE WS-DEFAULT-ROUTE TO WS-LOOKUP-ROUTE
006470     END-IF.
006480     MOVE 1 TO WS-DEST-IX.
006490     PERFORM 1550-PROBE-DEST-TABLE THRU 1550-EXIT
006500         UNTIL WS-DEST-IX > WS-DEST-COUNT
006510         OR WS-DEST-ROUTE (WS-DEST-IX) = WS-LOOKUP-ROUTE.
006520     IF WS-DEST-IX > WS-DEST-COUNT
006530         MOVE ZERO TO WS-DEST-IX
006540         DISPLAY 'SUB-PROGRAM: INVALID ROUTE CODE '
006550             LK-ROUTE-CODE ' - RUN REJECTED'
006560         SET WS-INPUT-INVALID TO TRUE
006570         SET WS-EXCP-BAD-ROUTE TO TRUE
006580         PERFORM 1600-WRITE-EXCEPTION-RECORD THRU 1600-EXIT
006590         IF WS-WORST-RC < 12
006600             MOVE 12 TO WS-WORST-RC
006610         END-IF
006612     ELSE
006614         IF WS-DEST-IS-INACTIVE (WS-DEST-IX)
006616             MOVE ZERO TO WS-DEST-IX
006618             DISPLAY 'SUB-PROGRAM: ROUTE CODE ' WS-LOOKUP-ROUTE
006620                 ' IS INACTIVE - RUN REJECTED'
006622             SET WS-INPUT-INVALID TO TRUE
006624             SET WS-EXCP-INACTIVE-ROUTE TO TRUE
006626             PERFORM 1600-WRITE-EXCEPTION-RECORD THRU 1600-EXIT
006628             IF WS-WORST-RC < 12
006630                 MOVE 12 TO WS-WORST-RC
006632             END-IF
006634         END-IF
006636     END-IF.
006630     IF WS-DEST-IX NOT = ZERO
006640         ADD LK-REPEAT-N TO WS-DEST-REQUESTED (WS-DEST-IX)
006650     END-IF.
007010 1500-EXIT.
007020     EXIT.
007030
007031/*****************************************************************
007032 1550-PROBE-DEST-TABLE.
007033* One probe of the destination table for the route being
007034* resolved.
007035/*****************************************************************
007036     ADD 1 TO WS-DEST-IX.
007037 1550-EXIT.
007038     EXIT.
007039
007040/*****************************************************************
007050 1600-WRITE-EXCEPTION-RECORD.
007060* One rejection on the exception report - the reason code set
009366     MOVE SPACES TO XTR-DETAIL-RECORD.
009368     MOVE 'D' TO XTR-DET-TYPE.
009370     MOVE LK-MESSAGE-ID TO XTR-DET-MESSAGE-ID.
009372     MOVE WS-DEST-ROUTE (WS-DEST-IX) TO XTR-DET-ROUTE.
009382     COMPUTE XTR-DET-ISSUED-N
009384         = LK-REPEAT-N - LK-START-N + 1.
009386     MOVE WS-RUN-ID TO XTR-DET-RUN-ID.
009760     MOVE LK-REPEAT-N  TO HIST-REPEAT-N.
009762     IF WS-INPUT-VALID
009764         MOVE LK-MESSAGE-ID TO HIST-MESSAGE-ID
009765         MOVE WS-DEST-ROUTE (WS-DEST-IX) TO HIST-ROUTE-CODE
009773     END-IF.
009774     WRITE HIST-RECORD.
009780 2500-EXIT.
009850/*****************************************************************
009860     PERFORM 2700-WRITE-ONE-DEST-SUMMARY THRU 2700-EXIT
009870         VARYING WS-DEST-IX FROM 1 BY 1
009880             UNTIL WS-DEST-IX > WS-DEST-COUNT.
009890 2600-EXIT.
009900     EXIT.
009910
009920/*****************************************************************
009930 2700-WRITE-ONE-DEST-SUMMARY.
009940* One destination's requested/issued footer, on its own file.
009945* An inactive destination has no report to close.
009950/*****************************************************************
009955     IF NOT WS-DEST-IS-ACTIVE (WS-DEST-IX)
009956         GO TO 2700-EXIT
009957     END-IF.
009960     MOVE WS-DEST-REQUESTED (WS-DEST-IX)
009970         TO WS-SUM-REQUESTED-OUT.
009980     MOVE SPACES TO WS-PRT-DATA.
010350     MOVE ' ' TO EXCP-CARRIAGE-CONTROL.
010360     MOVE WS-EXCP-LEGEND-4 TO EXCP-DATA.
010370     WRITE EXCP-RECORD.
010371     MOVE SPACES TO EXCP-RECORD.
010372     MOVE ' ' TO EXCP-CARRIAGE-CONTROL.
010373     MOVE WS-EXCP-LEGEND-5 TO EXCP-DATA.
010374     WRITE EXCP-RECORD.
010380 2800-EXIT.
010390     EXIT.
010400
010660
010670/*****************************************************************
010680 2900-WRITE-DEST-LINE.
010690* Write the staged print line to the report slot of the
010700* destination selected by WS-DEST-IX.
010710/*****************************************************************
010720     EVALUATE WS-DEST-SLOT (WS-DEST-IX)
010730         WHEN 1
010740             MOVE WS-PRINT-REC TO RPT-CSD-RECORD
010750             WRITE RPT-CSD-RECORD
010790         WHEN 3
010800             MOVE WS-PRINT-REC TO RPT-WHS-RECORD
010810             WRITE RPT-WHS-RECORD
010811         WHEN 4
010812             MOVE WS-PRINT-REC TO RPT-DS4-RECORD
010813             WRITE RPT-DS4-RECORD
010814         WHEN 5
010815             MOVE WS-PRINT-REC TO RPT-DS5-RECORD
010816             WRITE RPT-DS5-RECORD
010817         WHEN 6
010818             MOVE WS-PRINT-REC TO RPT-DS6-RECORD
010819             WRITE RPT-DS6-RECORD
010820     END-EVALUATE.
010830 2900-EXIT.
010840     EXIT.
012550         PERFORM 2600-WRITE-REPORT-SUMMARY THRU 2600-EXIT
012560         PERFORM 2800-WRITE-EXCP-TRAILER THRU 2800-EXIT
012562         PERFORM 2950-WRITE-EXTRACT-TRAILER THRU 2950-EXIT
012570         PERFORM 9100-CLOSE-ONE-SLOT THRU 9100-EXIT
012580             VARYING WS-SLOT-IX FROM 1 BY 1
012590                 UNTIL WS-SLOT-IX > 6
012600         CLOSE EXCP-FILE
012610         CLOSE HIST-FILE
012620         CLOSE CKPT-FILE
012630     END-IF.
012640 9000-EXIT.
012650     EXIT.
012651
012652/*****************************************************************
012653 9100-CLOSE-ONE-SLOT.
012654* Close the report slot selected by WS-SLOT-IX if it was opened.
012655/*****************************************************************
012656     IF WS-SLOT-NOT-OPEN (WS-SLOT-IX)
012657         GO TO 9100-EXIT
012658     END-IF.
012659     EVALUATE WS-SLOT-IX
012660         WHEN 1
012661             CLOSE RPT-CSD-FILE
012662         WHEN 2
012663             CLOSE RPT-OPS-FILE
012664         WHEN 3
012665             CLOSE RPT-WHS-FILE
012666         WHEN 4
012667             CLOSE RPT-DS4-FILE
012668         WHEN 5
012669             CLOSE RPT-DS5-FILE
012670         WHEN 6
012671             CLOSE RPT-DS6-FILE
012672     END-EVALUATE.
012673     SET WS-SLOT-NOT-OPEN (WS-SLOT-IX) TO TRUE.
012674 9100-EXIT.
012675     EXIT.
012660 END PROGRAM SUB-PROGRAM.
