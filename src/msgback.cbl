000315*                 OUT ON ITS OWN BEFORE IMAGE. CTLFILE RECORD
000316*                 GROWS 167 TO 169 AND THE AUDIT IMAGES GROW
000317*                 WITH IT (SEE AUDREC).
000319* 2026-10-15 SLM  OPTIONAL THIRD PARM FIELD YYYYMMDD:USERID:MSGID
000321*                 NARROWS THE BACKOUT TO ONE MESSAGE ID, SO ONE
000323*                 MESSAGE MSGRETR RETIRED CAN BE PUT BACK ON
000325*                 CTLFILE (PARM DATE:MSGRETR:MSGID) WITHOUT
000327*                 RESTORING THE REST OF THAT NIGHT'S RUN. A
000329*                 MESSAGE ID THAT MATCHES NO SELECTED CHANGE
000331*                 ENDS RC 8, LIKE AN EMPTY SELECTION.
000332* 2026-10-15 SLM  OPERATOR AUTHORITY. THE PARM NOW LEADS WITH THE
000333*                 ID OF THE OPERATOR RUNNING THE BACKOUT
000334*                 (OPERID:YYYYMMDD[:USERID[:MSGID]]), LOOKED UP
000335*                 ON THE AUTHFILE OPERATOR AUTHORITY FILE (SEE
000336*                 OPRREC). AN OPERATOR NOT ON FILE OR WITHOUT THE
000337*                 BACKOUT FLAG IS REFUSED THE WHOLE RUN (RC 12);
000338*                 A CHANGE TO A MESSAGE ON A ROUTE THE OPERATOR
000339*                 DOES NOT HOLD IS LISTED AS REFUSED AND LEFT AS
000340*                 IT IS (RC 8). EVERY REFUSAL WRITES A REFUSE ROW
000341*                 CHARGED TO THE OPERATOR TO AUDOUT, SO IT LANDS
000342*                 ON AUDFILE WITH THE REST OF THE RUN'S ROWS.
000343* 2026-10-15 SLM  A CONTINUATION WHOSE BASE IS OFF CTLFILE IS
000344*                 JUDGED BY THE BASE'S ROUTE IN THE SELECTED
000345*                 AUDIT ROWS, TABLED BY A FIRST PASS OF AUDFILE,
000346*                 AND REFUSED WHEN NO BASE IMAGE IS THERE EITHER.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. MSGBACK.
000350 AUTHOR. SETH MOORE.
000360 DATE-WRITTEN. 2026-09-02.
000370 DATE-COMPILED. 2026-10-15.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-ADO-FILE-STATUS.
000570
000572     SELECT OPR-FILE ASSIGN TO AUTHFILE
000574         ORGANIZATION IS INDEXED
000575         ACCESS MODE IS RANDOM
000576         RECORD KEY IS OPR-USER-ID
000578         FILE STATUS IS WS-OPR-FILE-STATUS.
000579
000580     SELECT BAK-FILE ASSIGN TO BAKLST
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000760     RECORD CONTAINS 214 CHARACTERS.
000770 COPY AUDREC REPLACING ==:PFX:== BY ==ADO==.
000780
000782 FD  OPR-FILE
000784     RECORD CONTAINS 80 CHARACTERS.
000786 COPY OPRREC REPLACING ==:PFX:== BY ==OPR==.
000788
000790 FD  BAK-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 133 CHARACTERS.
000940     05  WS-USER-FILTER-SWITCH   PIC X(01) VALUE 'N'.
000950         88  WS-USER-FILTERED          VALUE 'Y'.
000960         88  WS-USER-UNFILTERED        VALUE 'N'.
000962     05  WS-MSG-FILTER-SWITCH    PIC X(01) VALUE 'N'.
000964         88  WS-MSG-FILTERED           VALUE 'Y'.
000966         88  WS-MSG-UNFILTERED         VALUE 'N'.
000970     05  WS-PAIR-SWITCH          PIC X(01) VALUE 'N'.
000980         88  WS-PAIR-PENDING           VALUE 'Y'.
000990         88  WS-PAIR-IDLE              VALUE 'N'.
001000     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
001010         88  WS-DONE-TABLE-FULL        VALUE 'Y'.
001020         88  WS-DONE-TABLE-NOT-FULL    VALUE 'N'.
001022     05  WS-ROUTE-GRANT-SWITCH   PIC X(01) VALUE 'N'.
001024         88  WS-ROUTE-GRANTED          VALUE 'Y'.
001025         88  WS-ROUTE-NOT-GRANTED      VALUE 'N'.
001026         88  WS-ROUTE-CHECK-FAILED     VALUE 'F'.
001027     05  WS-BASE-FULL-SWITCH     PIC X(01) VALUE 'N'.
001028         88  WS-BASE-TABLE-FULL        VALUE 'Y'.
001029         88  WS-BASE-TABLE-NOT-FULL    VALUE 'N'.
001030
001040 01  WS-FILE-STATUSES.
001050     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
001110         88  WS-ADO-FILE-OK            VALUE '00'.
001120     05  WS-BAK-FILE-STATUS      PIC X(02) VALUE '00'.
001130         88  WS-BAK-FILE-OK            VALUE '00'.
001132     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE '00'.
001134         88  WS-OPR-FILE-OK            VALUE '00'.
001136         88  WS-OPR-REC-NOT-FOUND      VALUE '23'.
001140
001150 01  WS-REPORT-CONTROL.
001160     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001310     05  WS-CT-HH2               PIC 9(02).
001320
001330 01  WS-SELECTION.
001335     05  WS-SEL-OPER             PIC X(08) VALUE SPACES.
001340     05  WS-SEL-DATE             PIC 9(08) VALUE ZERO.
001350     05  WS-SEL-USER             PIC X(08) VALUE SPACES.
001360     05  WS-SEL-USER-LEN         PIC 9(04) COMP VALUE ZERO.
001361     05  WS-SEL-MSGID            PIC X(08) VALUE SPACES.
001362     05  WS-SEL-MSGID-LEN        PIC 9(04) COMP VALUE ZERO.
001363     05  WS-SEL-REST-LEN         PIC 9(04) COMP VALUE ZERO.
001364     05  WS-SEL-COLON-POS        PIC 9(04) COMP VALUE ZERO.
001365     05  WS-SEL-SUB              PIC 9(04) COMP VALUE ZERO.
001366     05  WS-SEL-PARM-LEN         PIC 9(04) COMP VALUE ZERO.
001367
001368*    THE PARM PAST THE OPERATOR ID - THE SELECTION ITSELF.
001369 01  WS-SEL-PARM.
001370     05  WS-SEL-PARM-DATE        PIC X(08) VALUE SPACES.
001371     05  FILLER                  PIC X(01) VALUE SPACES.
001372     05  WS-SEL-PARM-REST        PIC X(17) VALUE SPACES.
001370
001380 01  WS-REC-DATE-IN              PIC X(10) VALUE SPACES.
001390 01  WS-REC-DATE-IN-R REDEFINES WS-REC-DATE-IN.
001580     05  WS-AFTER-IMAGE          PIC X(169) VALUE SPACES.
001590     05  WS-CUR-IMAGE            PIC X(169) VALUE SPACES.
001600     05  WS-TARGET-KEY           PIC X(10) VALUE SPACES.
001602
001604*    THE IMAGE A REVERSAL WORKS FROM, REDESCRIBED AS THE CONTROL
001606*    RECORD IT IS, SO THE ROUTE CHECK CAN SEE ITS ROUTE CODE.
001608 COPY CTLREC REPLACING ==:PFX:== BY ==AIM==.
001609
001610 77  WS-AUTH-ROUTE               PIC X(02) VALUE SPACES.
001611 77  WS-AUTH-SUB                 PIC 9(02) COMP VALUE ZERO.
001612 77  WS-DEFAULT-ROUTE            PIC X(02) VALUE 'CS'.
001610
001620*    EACH KEY REVERSES ONCE - THE FIRST CHANGE IN THE WINDOW
001630*    CARRIES THE ORIGINAL STATE, AND LATER CHANGES TO THE SAME
001700
001710 01  WS-DONE-TABLE.
001720     05  WS-DONE-KEY             PIC X(10) OCCURS 2000 TIMES.
001721
001722*    THE ROUTE OF EACH BASE THE SELECTED ROWS CARRY, OFF THE
001723*    FIRST IMAGE OF ITS (ID, 00) KEY IN THE WINDOW. SIZED LIKE
001724*    THE REVERSED-KEY TABLE, AND FOR THE SAME REASON.
001725 01  WS-BASE-TABLE-CONTROL.
001726     05  WS-BASE-MAX             PIC 9(04) COMP VALUE 2000.
001727     05  WS-BASE-COUNT           PIC 9(04) COMP VALUE ZERO.
001728     05  WS-BASE-SUB             PIC 9(04) COMP VALUE ZERO.
001729     05  WS-BASE-FOUND-SUB       PIC 9(04) COMP VALUE ZERO.
001730
001731 01  WS-BASE-TABLE.
001732     05  WS-BASE-ENTRY           OCCURS 2000 TIMES.
001733         10  WS-BASE-MSGID       PIC X(08).
001734         10  WS-BASE-ROUTE       PIC X(02).
001735
001740 01  WS-BACKOUT-AUDIT-WORK.
001745     05  WS-BK-USER              PIC X(08) VALUE 'MSGBACK'.
001750     05  WS-BK-ACTION            PIC X(06) VALUE SPACES.
001760     05  WS-BK-TYPE              PIC X(06) VALUE SPACES.
001770     05  WS-BK-IMAGE             PIC X(169) VALUE SPACES.
001800
001810 77  WS-ROWS-READ                PIC 9(07) COMP VALUE ZERO.
001820 77  WS-ROWS-SELECTED            PIC 9(07) COMP VALUE ZERO.
001825 77  WS-MSG-MATCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
001830 77  WS-REVERSED-COUNT           PIC 9(05) COMP VALUE ZERO.
001840 77  WS-SUPERSEDED-COUNT         PIC 9(05) COMP VALUE ZERO.
001850 77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
001855 77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
001860 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001870
001880 01  WS-HEADER-LINE.
002040     05  WS-SUBJ-DATE            PIC 9(08).
002050     05  FILLER                  PIC X(07) VALUE '  USER '.
002060     05  WS-SUBJ-USER            PIC X(08).
002063     05  FILLER                  PIC X(10) VALUE '  MESSAGE '.
002066     05  WS-SUBJ-MSGID           PIC X(08).
002067     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
002068     05  WS-SUBJ-OPER            PIC X(08).
002070
002080 01  WS-COLUMN-LINE.
002090     05  FILLER                  PIC X(10) VALUE 'MESSAGE ID'.
002520             VALUE 'WARNINGS'.
002530     05  FILLER                  PIC X(02) VALUE ': '.
002540     05  WS-TRL-WARN-OUT         PIC 9(05).
002545
002546 01  WS-TRAILER-LINE-6.
002547     05  FILLER                  PIC X(24)
002548             VALUE 'CHANGES REFUSED'.
002549     05  FILLER                  PIC X(02) VALUE ': '.
002550     05  WS-TRL-REF-OUT          PIC 9(05).
002551
002552 01  WS-REFUSAL-LINE.
002553     05  FILLER                  PIC X(14)
002554             VALUE 'RUN REFUSED - '.
002555     05  WS-RFL-REASON           PIC X(40).
002550
002560 LINKAGE SECTION.
002570 01  PARM-DATA.
002580     05  PARM-LENGTH             PIC S9(04) COMP.
002590     05  PARM-TEXT               PIC X(35).
002630
002640 PROCEDURE DIVISION USING PARM-DATA.
002650/*****************************************************************
002770
002780/*****************************************************************
002790 1000-INITIALIZE.
002800* Parse the operator and the selection off the PARM, open
002810* every file, print the listing header, check the operator's
002820* authority, table the routes of the bases the selection
002830* touches, and prime the audit read loop. The selection is
002832* mandatory - a backout with no stated target is how the
002834* wrong day gets reversed.
002840/*****************************************************************
002850     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002860     IF WS-WORST-RC NOT = ZERO
003140         MOVE 16 TO WS-WORST-RC
003150         GO TO 1000-EXIT
003160     END-IF.
003162     OPEN INPUT OPR-FILE.
003164     IF NOT WS-OPR-FILE-OK
003166         DISPLAY 'MSGBACK: UNABLE TO OPEN AUTHFILE, STATUS = '
003167             WS-OPR-FILE-STATUS
003168         MOVE 16 TO WS-WORST-RC
003169         GO TO 1000-EXIT
003170     END-IF.
003172     SET WS-FILES-ARE-OPEN TO TRUE.
003180     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
003182     PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
003184     IF WS-WORST-RC NOT = ZERO
003186         SET WS-END-OF-FILE TO TRUE
003188         GO TO 1000-EXIT
003189     END-IF.
003190     PERFORM 1300-LOAD-BASE-ROUTES THRU 1300-EXIT.
003192     IF WS-WORST-RC NOT < 12
003194         SET WS-END-OF-FILE TO TRUE
003196         GO TO 1000-EXIT
003198     END-IF.
003199
003200     PERFORM 3000-READ-AUDIT-RECORD THRU 3000-EXIT.
003210 1000-EXIT.
003220     EXIT.
003230
003240/*****************************************************************
003250 1100-PARSE-PARM.
003260* The PARM leads with the ID of the operator running the
003262* backout, then names what to back out: OPERID:YYYYMMDD for
003268* everything a maintenance date applied, OPERID:YYYYMMDD:USERID
003276* to narrow it to one user's changes on that date, or
003284* OPERID:YYYYMMDD:USERID:MSGID to narrow it again to one
003292* message. Anything else stops the run before any file opens.
003300/*****************************************************************
003302     IF PARM-LENGTH < 10 OR PARM-LENGTH > 35
003304         GO TO 1100-REJECT
003306     END-IF.
003308     MOVE ZERO TO WS-SEL-COLON-POS.
003310     PERFORM 1120-FIND-OPER-COLON THRU 1120-EXIT
003312         VARYING WS-SEL-SUB FROM 1 BY 1
003314             UNTIL WS-SEL-SUB > 9
003316             OR WS-SEL-COLON-POS NOT = ZERO.
003318     IF WS-SEL-COLON-POS < 2
003320         GO TO 1100-REJECT
003322     END-IF.
003324     MOVE PARM-TEXT (1:WS-SEL-COLON-POS - 1) TO WS-SEL-OPER.
003326     COMPUTE WS-SEL-PARM-LEN = PARM-LENGTH - WS-SEL-COLON-POS.
003328     IF WS-SEL-PARM-LEN < 8 OR WS-SEL-PARM-LEN > 26
003330         GO TO 1100-REJECT
003332     END-IF.
003334     MOVE PARM-TEXT (WS-SEL-COLON-POS + 1:WS-SEL-PARM-LEN)
003336         TO WS-SEL-PARM.
003370     IF WS-SEL-PARM-DATE NOT NUMERIC
003380         DISPLAY 'MSGBACK: PARM DATE NOT NUMERIC - RUN REJECTED'
003390         MOVE 12 TO WS-WORST-RC
003400         GO TO 1100-EXIT
003410     END-IF.
003420     MOVE WS-SEL-PARM-DATE TO WS-SEL-DATE.
003430     IF WS-SEL-PARM-LEN = 8
003440         GO TO 1100-EXIT
003450     END-IF.
003460     IF WS-SEL-PARM-LEN < 10
003470         GO TO 1100-REJECT
003510     END-IF.
003520     SET WS-USER-FILTERED TO TRUE.
003521     COMPUTE WS-SEL-REST-LEN = WS-SEL-PARM-LEN - 9.
003522     MOVE ZERO TO WS-SEL-COLON-POS.
003523     PERFORM 1150-FIND-COLON THRU 1150-EXIT
003524         VARYING WS-SEL-SUB FROM 1 BY 1
003525             UNTIL WS-SEL-SUB > WS-SEL-REST-LEN
003526             OR WS-SEL-COLON-POS NOT = ZERO.
003527     IF WS-SEL-COLON-POS = ZERO
003528         MOVE WS-SEL-REST-LEN TO WS-SEL-USER-LEN
003529     ELSE
003530         COMPUTE WS-SEL-USER-LEN = WS-SEL-COLON-POS - 1
003531         COMPUTE WS-SEL-MSGID-LEN
003532             = WS-SEL-REST-LEN - WS-SEL-COLON-POS
003533     END-IF.
003534     IF WS-SEL-USER-LEN < 1 OR WS-SEL-USER-LEN > 8
003535         GO TO 1100-REJECT
003536     END-IF.
003540     MOVE SPACES TO WS-SEL-USER.
003541     MOVE WS-SEL-PARM-REST (1:WS-SEL-USER-LEN) TO WS-SEL-USER.
003542     IF WS-SEL-COLON-POS = ZERO
003543         GO TO 1100-EXIT
003544     END-IF.
003545     IF WS-SEL-MSGID-LEN < 1 OR WS-SEL-MSGID-LEN > 8
003546         GO TO 1100-REJECT
003547     END-IF.
003548     SET WS-MSG-FILTERED TO TRUE.
003549     MOVE SPACES TO WS-SEL-MSGID.
003550     MOVE WS-SEL-PARM-REST
003551         (WS-SEL-COLON-POS + 1:WS-SEL-MSGID-LEN) TO WS-SEL-MSGID.
003552     GO TO 1100-EXIT.
003553 1100-REJECT.
003554     DISPLAY 'MSGBACK: PARM MUST BE OPERID:YYYYMMDD, '
003555         'OPERID:YYYYMMDD:USERID OR '
003556         'OPERID:YYYYMMDD:USERID:MSGID - RUN REJECTED'.
003557     MOVE 12 TO WS-WORST-RC.
003560 1100-EXIT.
003570     EXIT.
003572
003573/*****************************************************************
003574 1120-FIND-OPER-COLON.
003575* One probe of the head of the PARM for the colon that ends
003576* the operator id.
003577/*****************************************************************
003578     IF PARM-TEXT (WS-SEL-SUB:1) = ':'
003579         MOVE WS-SEL-SUB TO WS-SEL-COLON-POS
003580     END-IF.
003581 1120-EXIT.
003582     EXIT.
003583
003574/*****************************************************************
003576 1150-FIND-COLON.
003578* One probe of the PARM past the date for the colon that ends
003580* the user id and starts the message id.
003582/*****************************************************************
003584     IF WS-SEL-PARM-REST (WS-SEL-SUB:1) = ':'
003586         MOVE WS-SEL-SUB TO WS-SEL-COLON-POS
003588     END-IF.
003590 1150-EXIT.
003592     EXIT.
003593
003594/*****************************************************************
003595 1200-CHECK-OPERATOR.
003596* The operator named on the PARM must be on the AUTHFILE
003597* operator authority file with the backout flag. A refusal
003598* stops the run before any audit row is read: the reason goes
003599* on the listing and the console, a REFUSE row charged to the
003600* operator and carrying the PARM goes to AUDOUT, and the run
003601* ends RC 12 - short of the RC 16 that would keep the job from
003602* folding that row into AUDFILE.
003603/*****************************************************************
003604     MOVE WS-SEL-OPER TO OPR-USER-ID.
003605     READ OPR-FILE.
003606     IF WS-OPR-REC-NOT-FOUND
003607         MOVE 'OPERATOR NOT ON OPERATOR AUTHORITY FILE'
003608             TO WS-RFL-REASON
003609         GO TO 1200-REFUSE
003610     END-IF.
003611     IF NOT WS-OPR-FILE-OK
003612         DISPLAY 'MSGBACK: AUTHFILE READ FAILED, STATUS = '
003613             WS-OPR-FILE-STATUS
003614         MOVE 12 TO WS-WORST-RC
003615         GO TO 1200-EXIT
003616     END-IF.
003617     IF OPR-CAN-BACKOUT
003618         GO TO 1200-EXIT
003619     END-IF.
003620     MOVE 'OPERATOR NOT AUTHORIZED TO BACK OUT'
003621         TO WS-RFL-REASON.
003622 1200-REFUSE.
003623     DISPLAY 'MSGBACK: RUN REFUSED - ' WS-RFL-REASON.
003624     MOVE SPACES TO BAK-RECORD.
003625     MOVE '0' TO BAK-CARRIAGE-CONTROL.
003626     MOVE WS-REFUSAL-LINE TO BAK-DATA.
003627     WRITE BAK-RECORD.
003628     ADD 2 TO WS-LINE-COUNT.
003629     MOVE WS-SEL-OPER TO WS-BK-USER.
003630     MOVE 'REFUSE' TO WS-BK-ACTION.
003631     MOVE 'PARM'   TO WS-BK-TYPE.
003632     MOVE SPACES TO WS-BK-IMAGE.
003633     MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-BK-IMAGE.
003634     PERFORM 6000-WRITE-BACKOUT-AUDIT THRU 6000-EXIT.
003635     MOVE 'MSGBACK' TO WS-BK-USER.
003636     MOVE 12 TO WS-WORST-RC.
003637 1200-EXIT.
003638     EXIT.
003639
003640/*****************************************************************
003641 1300-LOAD-BASE-ROUTES.
003642* Read the audit trail through once before any change is backed
003643* out and table the route of every base the selection touches,
003644* off the first image of its (id, 00) key - the state the
003645* backout puts it back to. A continuation is judged by its
003646* base's route, and the base can be off CTLFILE when its turn
003647* comes: deleted that day after its continuations, or added
003648* that day and already removed by this backout. The trail is
003649* then opened again for the backout itself.
003650/*****************************************************************
003651     PERFORM 1310-TABLE-ONE-ROW THRU 1310-EXIT
003652         UNTIL WS-END-OF-FILE.
003653     CLOSE AUD-FILE.
003654     SET WS-NOT-END-OF-FILE TO TRUE.
003655     OPEN INPUT AUD-FILE.
003656     IF NOT WS-AUD-FILE-OK
003657         DISPLAY 'MSGBACK: UNABLE TO REOPEN AUDFILE, STATUS = '
003658             WS-AUD-FILE-STATUS
003659         MOVE 16 TO WS-WORST-RC
003660     END-IF.
003661 1300-EXIT.
003662     EXIT.
003663
003664/*****************************************************************
003665 1310-TABLE-ONE-ROW.
003666* Read one audit row and, when it is a selected change whose
003667* image is a base not yet tabled, table that base's route. A
003668* full table is warned once; a continuation whose base missed
003669* the table is refused rather than judged on a guess.
003670/*****************************************************************
003671     READ AUD-FILE
003672         AT END
003673             SET WS-END-OF-FILE TO TRUE
003674     END-READ.
003675     IF WS-END-OF-FILE
003676         GO TO 1310-EXIT
003677     END-IF.
003678     IF AUD-ACTION NOT = 'ADD'
003679             AND AUD-ACTION NOT = 'UPDATE'
003680             AND AUD-ACTION NOT = 'DELETE'
003681         GO TO 1310-EXIT
003682     END-IF.
003683     IF AUD-IMAGE (9:2) NOT = '00'
003684         GO TO 1310-EXIT
003685     END-IF.
003686     MOVE AUD-DATE TO WS-REC-DATE-IN.
003687     IF WS-RDI-YYYY NOT NUMERIC
003688             OR WS-RDI-MM NOT NUMERIC
003689             OR WS-RDI-DD NOT NUMERIC
003690         GO TO 1310-EXIT
003691     END-IF.
003692     MOVE WS-RDI-YYYY TO WS-RDN-YYYY.
003693     MOVE WS-RDI-MM   TO WS-RDN-MM.
003694     MOVE WS-RDI-DD   TO WS-RDN-DD.
003695     IF WS-REC-DATE-N NOT = WS-SEL-DATE
003696         GO TO 1310-EXIT
003697     END-IF.
003698     IF WS-USER-FILTERED
003699             AND AUD-USER-ID NOT = WS-SEL-USER
003700         GO TO 1310-EXIT
003701     END-IF.
003702     MOVE AUD-IMAGE TO AIM-RECORD.
003703     MOVE ZERO TO WS-BASE-FOUND-SUB.
003704     PERFORM 1320-SCAN-BASE-TABLE THRU 1320-EXIT
003705         VARYING WS-BASE-SUB FROM 1 BY 1
003706             UNTIL WS-BASE-SUB > WS-BASE-COUNT
003707             OR WS-BASE-FOUND-SUB NOT = ZERO.
003708     IF WS-BASE-FOUND-SUB NOT = ZERO
003709         GO TO 1310-EXIT
003710     END-IF.
003711     IF WS-BASE-COUNT >= WS-BASE-MAX
003712         IF WS-BASE-TABLE-NOT-FULL
003713             SET WS-BASE-TABLE-FULL TO TRUE
003714             ADD 1 TO WS-WARNING-COUNT
003715             IF WS-WORST-RC < 4
003716                 MOVE 4 TO WS-WORST-RC
003717             END-IF
003718             DISPLAY 'MSGBACK: BASE ROUTE TABLE FULL - '
003719                 'CONTINUATIONS OF LATER BASES OFF CTLFILE '
003720                 'WILL BE REFUSED'
003721         END-IF
003722         GO TO 1310-EXIT
003723     END-IF.
003724     ADD 1 TO WS-BASE-COUNT.
003725     MOVE AIM-MESSAGE-ID TO WS-BASE-MSGID (WS-BASE-COUNT).
003726     MOVE AIM-ROUTE-CODE TO WS-BASE-ROUTE (WS-BASE-COUNT).
003727 1310-EXIT.
003728     EXIT.
003729
003730/*****************************************************************
003731 1320-SCAN-BASE-TABLE.
003732* One probe of the base route table for AIM-MESSAGE-ID.
003733/*****************************************************************
003734     IF WS-BASE-MSGID (WS-BASE-SUB) = AIM-MESSAGE-ID
003735         MOVE WS-BASE-SUB TO WS-BASE-FOUND-SUB
003736     END-IF.
003737 1320-EXIT.
003738     EXIT.
003580
003590/*****************************************************************
003600 2000-PROCESS-AUDIT.
004450* for an ADD (its BEFORE is '(NONE)') and off the BEFORE image
004460* otherwise. The first change to a key in the window carries
004470* the original state, so only the first reverses - later pairs
004476* for the same key list as SUPERSEDED. When the PARM names one
004482* message, every other message's changes pass by unlisted. A
004484* change to a message on a route the operator does not hold is
004486* listed as REFUSED and left as it stands.
004490/*****************************************************************
004500     IF WS-PEND-ACTION = 'ADD'
004510         MOVE WS-AFTER-IMAGE (1:10) TO WS-TARGET-KEY
004520     ELSE
004530         MOVE WS-BEFORE-IMAGE (1:10) TO WS-TARGET-KEY
004540     END-IF.
004541     IF WS-MSG-FILTERED
004542         IF WS-TARGET-KEY (1:8) NOT = WS-SEL-MSGID
004543             GO TO 4000-EXIT
004544         END-IF
004545         ADD 1 TO WS-MSG-MATCHED-COUNT
004546     END-IF.
004550     MOVE ZERO TO WS-DONE-FOUND-SUB.
004560     PERFORM 4050-SCAN-DONE-TABLE THRU 4050-EXIT
004570         VARYING WS-DONE-SUB FROM 1 BY 1
004740     END-IF.
004750     ADD 1 TO WS-DONE-COUNT.
004760     MOVE WS-TARGET-KEY TO WS-DONE-KEY (WS-DONE-COUNT).
004761     PERFORM 4300-CHECK-ROUTE THRU 4300-EXIT.
004762     IF WS-ROUTE-CHECK-FAILED
004763         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
004764         GO TO 4000-EXIT
004765     END-IF.
004766     IF WS-ROUTE-NOT-GRANTED
004767         PERFORM 4350-REFUSE-CHANGE THRU 4350-EXIT
004768         PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
004769         GO TO 4000-EXIT
004770     END-IF.
004775     IF WS-PEND-ACTION = 'ADD'
004780         PERFORM 4100-REVERSE-ADD THRU 4100-EXIT
004790     ELSE
004800         PERFORM 4200-RESTORE-BEFORE-IMAGE THRU 4200-EXIT
005790     MOVE 'RESTORED' TO WS-DISPOSITION.
005800 4200-EXIT.
005810     EXIT.
005812
005814/*****************************************************************
005816 4300-CHECK-ROUTE.
005817* Whether the operator holds the route of the message being put
005818* back, read off the image the reversal works from - the after
005819* image of an add, the before image otherwise. A continuation
005820* carries no route of its own and is judged by its base: on
005821* CTLFILE when it is there, else by the base route tabled off
005822* this run's audit rows for the same message ID. A continuation
005823* whose base is in neither place has no route to judge and is
005824* refused. Any other CTLFILE status fails the reversal. A blank
005825* route is the default desk, as MSGMAINT loads it.
005826/*****************************************************************
005827     SET WS-ROUTE-GRANTED TO TRUE.
005828     IF WS-PEND-ACTION = 'ADD'
005829         MOVE WS-AFTER-IMAGE TO AIM-RECORD
005830     ELSE
005831         MOVE WS-BEFORE-IMAGE TO AIM-RECORD
005832     END-IF.
005833     MOVE AIM-ROUTE-CODE TO WS-AUTH-ROUTE.
005834     IF AIM-SEG-N = ZERO
005835         GO TO 4300-PROBE
005836     END-IF.
005837     MOVE AIM-MESSAGE-ID TO CTL-MESSAGE-ID.
005838     MOVE ZERO TO CTL-SEG-N.
005839     READ CTL-FILE.
005840     IF WS-CTL-FILE-OK
005841         MOVE CTL-ROUTE-CODE TO WS-AUTH-ROUTE
005842         GO TO 4300-PROBE
005843     END-IF.
005844     IF NOT WS-CTL-REC-NOT-FOUND
005845         PERFORM 4600-CTL-ERROR THRU 4600-EXIT
005846         SET WS-ROUTE-CHECK-FAILED TO TRUE
005847         GO TO 4300-EXIT
005848     END-IF.
005849     MOVE ZERO TO WS-BASE-FOUND-SUB.
005850     PERFORM 1320-SCAN-BASE-TABLE THRU 1320-EXIT
005851         VARYING WS-BASE-SUB FROM 1 BY 1
005852             UNTIL WS-BASE-SUB > WS-BASE-COUNT
005853             OR WS-BASE-FOUND-SUB NOT = ZERO.
005854     IF WS-BASE-FOUND-SUB = ZERO
005855         DISPLAY 'MSGBACK: NO BASE FOR KEY ' WS-TARGET-KEY
005856             ' ON CTLFILE OR IN THE SELECTED AUDIT ROWS'
005857         MOVE '??' TO WS-AUTH-ROUTE
005858         SET WS-ROUTE-NOT-GRANTED TO TRUE
005859         GO TO 4300-EXIT
005860     END-IF.
005861     MOVE WS-BASE-ROUTE (WS-BASE-FOUND-SUB) TO WS-AUTH-ROUTE.
005862 4300-PROBE.
005863     IF WS-AUTH-ROUTE = SPACES
005864         MOVE WS-DEFAULT-ROUTE TO WS-AUTH-ROUTE
005865     END-IF.
005866     SET WS-ROUTE-NOT-GRANTED TO TRUE.
005867     PERFORM 4310-PROBE-ROUTE THRU 4310-EXIT
005868         VARYING WS-AUTH-SUB FROM 1 BY 1
005869             UNTIL WS-AUTH-SUB > 10
005870             OR WS-ROUTE-GRANTED.
005880 4300-EXIT.
005882     EXIT.
005884
005886/*****************************************************************
005888 4310-PROBE-ROUTE.
005890* One probe of the operator's route slots for WS-AUTH-ROUTE or
005892* the every-route grant ('**').
005894/*****************************************************************
005896     IF OPR-ROUTE-CODE (WS-AUTH-SUB) = WS-AUTH-ROUTE
005898             OR OPR-ALL-ROUTES (WS-AUTH-SUB)
005900         SET WS-ROUTE-GRANTED TO TRUE
005902     END-IF.
005904 4310-EXIT.
005906     EXIT.
005908
005910/*****************************************************************
005912 4350-REFUSE-CHANGE.
005914* Leave one change as it stands for want of route authority.
005916* The backout is incomplete, so the run ends RC 8, and a
005918* REFUSE row charged to the operator carries the image the
005920* reversal would have worked from, (id, segment) key first.
005922/*****************************************************************
005924     DISPLAY 'MSGBACK: OPERATOR ' WS-SEL-OPER
005926         ' NOT AUTHORIZED FOR ROUTE ' WS-AUTH-ROUTE
005928         ', KEY ' WS-TARGET-KEY ' LEFT AS IT STANDS'.
005930     ADD 1 TO WS-REFUSED-COUNT.
005932     IF WS-WORST-RC < 8
005934         MOVE 8 TO WS-WORST-RC
005936     END-IF.
005938     MOVE WS-SEL-OPER TO WS-BK-USER.
005940     MOVE 'REFUSE' TO WS-BK-ACTION.
005942     MOVE 'CHANGE' TO WS-BK-TYPE.
005944     MOVE AIM-RECORD TO WS-BK-IMAGE.
005946     PERFORM 6000-WRITE-BACKOUT-AUDIT THRU 6000-EXIT.
005948     MOVE 'MSGBACK' TO WS-BK-USER.
005950     MOVE 'REFUSED' TO WS-DISPOSITION.
005952 4350-EXIT.
005954     EXIT.
005820
005830/*****************************************************************
005840 4600-CTL-ERROR.
006540     ELSE
006550         MOVE 'ALL     ' TO WS-SUBJ-USER
006560     END-IF.
006561     IF WS-MSG-FILTERED
006562         MOVE WS-SEL-MSGID TO WS-SUBJ-MSGID
006563     ELSE
006564         MOVE 'ALL     ' TO WS-SUBJ-MSGID
006565     END-IF.
006567     MOVE WS-SEL-OPER TO WS-SUBJ-OPER.
006570     MOVE SPACES TO BAK-RECORD.
006580     MOVE ' ' TO BAK-CARRIAGE-CONTROL.
006590     MOVE WS-SUBJECT-LINE TO BAK-DATA.
007010     MOVE ' ' TO BAK-CARRIAGE-CONTROL.
007020     MOVE WS-TRAILER-LINE-5 TO BAK-DATA.
007030     WRITE BAK-RECORD.
007032
007034     MOVE WS-REFUSED-COUNT TO WS-TRL-REF-OUT.
007036     MOVE SPACES TO BAK-RECORD.
007037     MOVE ' ' TO BAK-CARRIAGE-CONTROL.
007038     MOVE WS-TRAILER-LINE-6 TO BAK-DATA.
007039     WRITE BAK-RECORD.
007040 5200-EXIT.
007050     EXIT.
007060
007070/*****************************************************************
007080 6000-WRITE-BACKOUT-AUDIT.
007090* Append one row of the backout's own audit trail - timestamp,
007100* user MSGBACK (the operator on a REFUSE row), the reversing
007110* action, and the image the caller staged - so the reversal
007120* reads in AUDFILE exactly the way the change it reversed does.
007130/*****************************************************************
007140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007150     ACCEPT WS-CURRENT-TIME FROM TIME.
007290            WS-CT-SS   DELIMITED BY SIZE
007300            INTO ADO-TIME
007310     END-STRING.
007320     MOVE WS-BK-USER   TO ADO-USER-ID.
007330     MOVE WS-BK-ACTION TO ADO-ACTION.
007340     MOVE WS-BK-TYPE   TO ADO-IMAGE-TYPE.
007350     MOVE WS-BK-IMAGE  TO ADO-IMAGE.
007510             'SELECTION - NOTHING BACKED OUT.'
007520         MOVE 8 TO WS-WORST-RC
007530     END-IF.
007531     IF WS-FILES-ARE-OPEN
007532             AND WS-MSG-FILTERED
007533             AND WS-ROWS-SELECTED NOT = ZERO
007534             AND WS-MSG-MATCHED-COUNT = ZERO
007535             AND WS-WORST-RC < 8
007536         DISPLAY 'MSGBACK: NO SELECTED CHANGE WAS TO MESSAGE '
007537             WS-SEL-MSGID ' - NOTHING BACKED OUT.'
007538         MOVE 8 TO WS-WORST-RC
007539     END-IF.
007540     IF WS-DONE-TABLE-FULL
007550         DISPLAY 'MSGBACK: REVERSED-KEY TABLE FULL - BACKOUT '
007560             'INCOMPLETE.'
007610         CLOSE CTL-FILE
007620         CLOSE ADO-FILE
007630         CLOSE BAK-FILE
007635         CLOSE OPR-FILE
007640     END-IF.
007650     IF WS-WORST-RC > RETURN-CODE
007660         MOVE WS-WORST-RC TO RETURN-CODE
007670     END-IF.
007680     DISPLAY 'MSGBACK: SELECTED ' WS-ROWS-SELECTED
007690         ' AUDIT ROW(S), REVERSED ' WS-REVERSED-COUNT
007700         ' CHANGE(S), ' WS-SUPERSEDED-COUNT ' SUPERSEDED, '
007705         WS-REFUSED-COUNT ' REFUSED.'.
007710 9000-EXIT.
007720     EXIT.
007730 END PROGRAM MSGBACK.
