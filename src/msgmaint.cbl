000388*                 CONTINUATION REMAINS - EITHER WOULD STRAND
000389*                 ORPHAN SEGMENTS THAT MSGEDIT FLAGS FATAL AND
000390*                 THAT WOULD HOLD UP THE NEXT BROADCAST.
000391* 2026-10-15 SLM  THE ROUTE CODE EDIT NOW LOOKS THE ROUTE UP ON
000392*                 THE DSTFILE DESTINATION MASTER INSTEAD OF
000393*                 TESTING FOR CS, OP, OR WH. A ROUTE NOT ON THE
000394*                 MASTER, OR ON IT BUT FLAGGED INACTIVE, IS
000395*                 REJECTED TO THE EDIT LISTING; A BLANK ROUTE
000396*                 STILL LOADS AS CS AND MUST BE ACTIVE TOO. THE
000397*                 CHECK RUNS AGAIN AT APPROVAL, SO A DESK CLOSED
000398*                 WHILE A CHANGE SAT PENDING CANNOT BE ROUTED TO.
000392* 2026-10-15 SLM  MOVED THE PND-RECORD LAYOUT OUT TO THE PNDREC
000394*                 COPYBOOK, SHARED WITH THE NEW MSGRETR RETIREMENT
000396*                 PROGRAM, WHICH CHECKS THE PENDING QUEUE BEFORE
000398*                 IT RETIRES A MESSAGE.
000400* 2026-10-15 SLM  MOVED THE TRN-RECORD LAYOUT OUT TO THE TRNREC
000402*                 COPYBOOK, SHARED WITH THE NEW MSGLOAD BULK
000404*                 INTAKE PROGRAM, WHICH BUILDS TRANFILE FROM THE
000406*                 BUSINESS'S DELIMITED EXTRACT.
000407* 2026-10-15 SLM  OPERATOR AUTHORITY. EVERY TRANSACTION'S USER ID
000408*                 IS NOW LOOKED UP ON THE AUTHFILE OPERATOR
000409*                 AUTHORITY FILE (SEE OPRREC) BEFORE IT IS
000410*                 ACTED ON: AN UNKNOWN USER, A MAKER ACTION
000411*                 (A/U/D/C) WITHOUT THE MAKE FLAG, AN APPROVE OR
000412*                 REJECT WITHOUT THE APPROVE FLAG, OR A CHANGE TO
000413*                 A MESSAGE ON A ROUTE THE USER DOES NOT HOLD IS
000414*                 REFUSED - LISTED AS REFUSED WITH ITS OWN REASON,
000415*                 COUNTED APART FROM THE EDIT REJECTS, AND LOGGED
000416*                 AS A REFUSE ROW ON AUDFILE CHARGED TO THE USER.
000391******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. MSGMAINT.
000380 AUTHOR. SETH MOORE.
000390 DATE-WRITTEN. 2026-08-21.
000400 DATE-COMPILED. 2026-10-15.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000557         RECORD KEY IS PND-KEY
000558         FILE STATUS IS WS-PND-FILE-STATUS.
000559
000560     SELECT DST-FILE ASSIGN TO DSTFILE
000561         ORGANIZATION IS INDEXED
000562         ACCESS MODE IS RANDOM
000563         RECORD KEY IS DST-ROUTE-CODE
000564         FILE STATUS IS WS-DST-FILE-STATUS.
000565
000566     SELECT OPR-FILE ASSIGN TO AUTHFILE
000567         ORGANIZATION IS INDEXED
000568         ACCESS MODE IS RANDOM
000569         RECORD KEY IS OPR-USER-ID
000570         FILE STATUS IS WS-OPR-FILE-STATUS.
000571
000572     SELECT EDIT-FILE ASSIGN TO EDITLST
000573         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-EDIT-FILE-STATUS.
000600
000680 FD  TRAN-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 200 CHARACTERS.
000710 COPY TRNREC REPLACING ==:PFX:== BY ==TRN==.
000910
000920 FD  CTL-FILE
000930     RECORD CONTAINS 169 CHARACTERS.
000942
000944 FD  PND-FILE
000946     RECORD CONTAINS 242 CHARACTERS.
000948 COPY PNDREC REPLACING ==:PFX:== BY ==PND==.
000950
000952 FD  DST-FILE
000954     RECORD CONTAINS 80 CHARACTERS.
000956 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000958
000960 FD  OPR-FILE
000962     RECORD CONTAINS 80 CHARACTERS.
000964 COPY OPRREC REPLACING ==:PFX:== BY ==OPR==.
000966
000968 FD  EDIT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 133 CHARACTERS.
000990 01  EDT-RECORD.
001307     05  WS-CONT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001308         88  WS-CONT-FOUND             VALUE 'Y'.
001309         88  WS-CONT-NOT-FOUND         VALUE 'N'.
001310     05  WS-AUTH-REFUSED-SWITCH  PIC X(01) VALUE 'N'.
001311         88  WS-AUTH-REFUSED           VALUE 'Y'.
001312         88  WS-AUTH-NOT-REFUSED       VALUE 'N'.
001313     05  WS-ROUTE-GRANT-SWITCH   PIC X(01) VALUE 'N'.
001314         88  WS-ROUTE-GRANTED          VALUE 'Y'.
001315         88  WS-ROUTE-NOT-GRANTED      VALUE 'N'.
001316
001320 01  WS-FILE-STATUSES.
001330     05  WS-TRAN-FILE-STATUS     PIC X(02) VALUE '00'.
001340         88  WS-TRAN-FILE-OK           VALUE '00'.
001374         88  WS-PND-FILE-OK            VALUE '00'.
001376         88  WS-PND-REC-NOT-FOUND      VALUE '23'.
001378         88  WS-PND-NO-MORE            VALUE '10'.
001379     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
001380         88  WS-DST-FILE-OK            VALUE '00'.
001381         88  WS-DST-REC-NOT-FOUND      VALUE '23'.
001382     05  WS-OPR-FILE-STATUS      PIC X(02) VALUE '00'.
001383         88  WS-OPR-FILE-OK            VALUE '00'.
001384         88  WS-OPR-REC-NOT-FOUND      VALUE '23'.
001385     05  WS-EDIT-FILE-STATUS     PIC X(02) VALUE '00'.
001390         88  WS-EDIT-FILE-OK           VALUE '00'.
001400     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
001410         88  WS-AUD-FILE-OK            VALUE '00'.
001632 77  WS-PENDED-COUNT             PIC 9(05) COMP VALUE ZERO.
001634 77  WS-REMOVED-COUNT            PIC 9(05) COMP VALUE ZERO.
001636 77  WS-STILL-PENDING-COUNT      PIC 9(05) COMP VALUE ZERO.
001638 77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
001640 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001642
001644*    THE USER CHARGED ON AN AUDIT ROW - THE MAKER WHEN A CHANGE
001656 77  WS-STAGE-DATE-SAV           PIC X(10) VALUE SPACES.
001657 77  WS-STAGE-SEG-SAV            PIC X(02) VALUE SPACES.
001658 77  WS-STAGE-TIME-SAV           PIC X(08) VALUE SPACES.
001659 77  WS-DEFAULT-ROUTE            PIC X(02) VALUE 'CS'.
001660 77  WS-AUTH-ROUTE               PIC X(02) VALUE SPACES.
001661 77  WS-AUTH-SUB                 PIC 9(02) COMP VALUE ZERO.
001650
001660 COPY CTLREC REPLACING ==:PFX:== BY ==SAV==.
001662
001664*    THE CHANGE WHOSE ROUTES THE AUTHORITY CHECK JUDGES - THE
001666*    TRANSACTION ITSELF FOR A/U/D, THE STAGED TRANSACTION FOR
001668*    P/R/C - WITHOUT DISTURBING TRN-RECORD OR PND-RECORD.
001669 COPY TRNREC REPLACING ==:PFX:== BY ==ATR==.
001670
001680 01  WS-AUDIT-WORK.
001690     05  WS-AUD-ACTION           PIC X(06) VALUE SPACES.
002257     05  FILLER                  PIC X(02) VALUE ': '.
002258     05  WS-TRL-PENDING-OUT      PIC 9(05).
002259
002260 01  WS-TRAILER-LINE-7.
002261     05  FILLER                  PIC X(21)
002262             VALUE 'TRANSACTIONS REFUSED'.
002263     05  FILLER                  PIC X(02) VALUE ': '.
002264     05  WS-TRL-REFUSED-OUT      PIC 9(05).
002265
002260 01  WS-PEND-SECTION-HEADER.
002261     05  FILLER                  PIC X(40)
002262             VALUE 'PENDING CHANGES AWAITING APPROVAL'.
002390
002400/*****************************************************************
002410 1000-INITIALIZE.
002420* Open the transaction, control, pending, destination master,
002425* operator authority, edit listing, and audit files and prime
002430* the transaction read loop. WS-FILES-OPEN-SWITCH is
002440* set only when every open succeeds, so neither the transaction
002450* loop nor 9000-TERMINATE's trailer/close runs against files
002460* that were never opened.
002616         MOVE 16 TO WS-WORST-RC
002617         GO TO 1000-EXIT
002618     END-IF.
002619     OPEN INPUT DST-FILE.
002620     IF NOT WS-DST-FILE-OK
002621         DISPLAY 'MSGMAINT: UNABLE TO OPEN DSTFILE, STATUS = '
002622             WS-DST-FILE-STATUS
002623         MOVE 16 TO WS-WORST-RC
002624         GO TO 1000-EXIT
002625     END-IF.
002626     OPEN INPUT OPR-FILE.
002627     IF NOT WS-OPR-FILE-OK
002628         DISPLAY 'MSGMAINT: UNABLE TO OPEN AUTHFILE, STATUS = '
002629             WS-OPR-FILE-STATUS
002630         MOVE 16 TO WS-WORST-RC
002631         GO TO 1000-EXIT
002632     END-IF.
002633     OPEN OUTPUT EDIT-FILE.
002634     IF NOT WS-EDIT-FILE-OK
002640         DISPLAY 'MSGMAINT: UNABLE TO OPEN EDITLST, STATUS = '
002650             WS-EDIT-FILE-STATUS
002660         MOVE 16 TO WS-WORST-RC
002820
002830/*****************************************************************
002840 2000-PROCESS-TRANSACTION.
002850* Edit one transaction, check its user's authority, route it
002860* by action, and write its line on the edit listing either
002862* way. An add/update/delete stages as a pending change;
002864* approve, reject, and recall work a change somebody staged
002866* earlier. A rejected or refused transaction only fails
002870* itself - the valid transactions that follow it in the same
002880* run still take effect.
002890/*****************************************************************
002900     MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
002905     SET WS-AUTH-NOT-REFUSED TO TRUE.
002910     MOVE SPACES TO WS-REJECT-REASON.
002915     MOVE SPACES TO WS-DISPOSITION.
002920     PERFORM 2500-EDIT-TRANSACTION THRU 2500-EXIT.
002925     IF WS-TRAN-VALID
002926         PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT
002927     END-IF.
002930     IF WS-TRAN-VALID
002940         EVALUATE TRUE
002950             WHEN TRN-ACTION-MAINT
003015         END-EVALUATE
003020     END-IF.
003030     IF WS-TRAN-INVALID
003040         IF WS-AUTH-REFUSED
003050             MOVE 'REFUSED' TO WS-DISPOSITION
003060             ADD 1 TO WS-REFUSED-COUNT
003065         ELSE
003070             MOVE 'REJECTED' TO WS-DISPOSITION
003080             ADD 1 TO WS-REJECT-COUNT
003085         END-IF
003090         IF WS-WORST-RC < 4
003100             MOVE 4 TO WS-WORST-RC
003110         END-IF
003234* An ADD or UPDATE must also carry message text and a numeric
003236* repeat count. Keyed edits (duplicate add, update or delete to
003240* a missing key, no pending change to approve) are made in the
003250* action paragraphs, where the READ result is in hand. The one
003255* exception is the route code, which 2600-EDIT-ROUTE-CODE looks
003260* up on the destination master.
003270/*****************************************************************
003280     IF NOT TRN-ACTION-MAINT AND NOT TRN-ACTION-APPROVE
003290             AND NOT TRN-ACTION-REJECT AND NOT TRN-ACTION-RECALL
003727             SET WS-TRAN-INVALID TO TRUE
003728             GO TO 2500-EXIT
003729         END-IF
003720         PERFORM 2600-EDIT-ROUTE-CODE THRU 2600-EXIT
003780         IF WS-TRAN-INVALID
003790             GO TO 2500-EXIT
003800         END-IF
003810         IF TRN-EFF-DATE-X NOT = SPACES
003920 2500-EXIT.
003930     EXIT.
003940
003941/*****************************************************************
003942 2600-EDIT-ROUTE-CODE.
003943* The route code must be on the DSTFILE destination master and
003944* active there. A blank route loads as CS, so CS must pass the
003945* same test. An unexpected VSAM status rejects with the status
003946* in the reason, like a CTLFILE failure does.
003947/*****************************************************************
003948     IF TRN-ROUTE-CODE = SPACES
003949         MOVE WS-DEFAULT-ROUTE TO DST-ROUTE-CODE
003950     ELSE
003951         MOVE TRN-ROUTE-CODE TO DST-ROUTE-CODE
003952     END-IF.
003953     READ DST-FILE.
003954     IF WS-DST-REC-NOT-FOUND
003955         MOVE 'ROUTE CODE NOT ON DESTINATION MASTER'
003956             TO WS-REJECT-REASON
003957         SET WS-TRAN-INVALID TO TRUE
003958         GO TO 2600-EXIT
003959     END-IF.
003960     IF NOT WS-DST-FILE-OK
003961         MOVE SPACES TO WS-REJECT-REASON
003962         STRING 'DSTFILE I-O FAILED, STATUS = '
003963                                     DELIMITED BY SIZE
003964                WS-DST-FILE-STATUS   DELIMITED BY SIZE
003965                INTO WS-REJECT-REASON
003966         END-STRING
003967         SET WS-TRAN-INVALID TO TRUE
003968         IF WS-WORST-RC < 12
003969             MOVE 12 TO WS-WORST-RC
003970         END-IF
003971         GO TO 2600-EXIT
003972     END-IF.
003973     IF NOT DST-ACTIVE
003974         MOVE 'DESTINATION INACTIVE FOR ROUTE CODE'
003975             TO WS-REJECT-REASON
003976         SET WS-TRAN-INVALID TO TRUE
003977     END-IF.
003978 2600-EXIT.
003979     EXIT.
003980
003981/*****************************************************************
003982 2700-CHECK-AUTHORITY.
003983* The user keyed on an edited transaction must be on the
003984* AUTHFILE operator authority file and hold the flag the action
003985* needs - make for A/U/D and recall, approve for approve and
003986* reject - and every route the change touches: the route a
003987* base add or update will carry, and the route the message
003988* carries now. Approve, reject, and recall are judged on the
003989* staged change they work; with nothing staged there is no
003990* change to judge, and the action paragraph rejects it. A
003991* refusal is listed with its own reason and leaves a REFUSE row
003992* on the audit trail. An unexpected VSAM status rejects with
003993* the status in the reason, like a DSTFILE failure does.
003994/*****************************************************************
003995     MOVE TRN-USER-ID TO OPR-USER-ID.
003996     READ OPR-FILE.
003997     IF WS-OPR-REC-NOT-FOUND
003998         MOVE 'USER NOT ON OPERATOR AUTHORITY FILE'
003999             TO WS-REJECT-REASON
004000         PERFORM 2790-REFUSE-TRANSACTION THRU 2790-EXIT
004001         GO TO 2700-EXIT
004002     END-IF.
004003     IF NOT WS-OPR-FILE-OK
004004         MOVE SPACES TO WS-REJECT-REASON
004005         STRING 'AUTHFILE I-O FAILED, STATUS = '
004006                                     DELIMITED BY SIZE
004007                WS-OPR-FILE-STATUS   DELIMITED BY SIZE
004008                INTO WS-REJECT-REASON
004009         END-STRING
004010         SET WS-TRAN-INVALID TO TRUE
004011         IF WS-WORST-RC < 12
004012             MOVE 12 TO WS-WORST-RC
004013         END-IF
004014         GO TO 2700-EXIT
004015     END-IF.
004016     IF (TRN-ACTION-MAINT OR TRN-ACTION-RECALL)
004017             AND NOT OPR-CAN-MAKE
004018         MOVE 'USER NOT AUTHORIZED TO MAKE CHANGES'
004019             TO WS-REJECT-REASON
004020         PERFORM 2790-REFUSE-TRANSACTION THRU 2790-EXIT
004021         GO TO 2700-EXIT
004022     END-IF.
004023     IF (TRN-ACTION-APPROVE OR TRN-ACTION-REJECT)
004024             AND NOT OPR-CAN-APPROVE
004025         MOVE 'USER NOT AUTHORIZED TO APPROVE CHANGES'
004026             TO WS-REJECT-REASON
004027         PERFORM 2790-REFUSE-TRANSACTION THRU 2790-EXIT
004028         GO TO 2700-EXIT
004029     END-IF.
004030     IF TRN-ACTION-MAINT
004031         MOVE TRN-RECORD TO ATR-RECORD
004032     ELSE
004033         PERFORM 4060-SET-PND-KEY THRU 4060-EXIT
004034         READ PND-FILE
004035         IF NOT WS-PND-FILE-OK
004036             GO TO 2700-EXIT
004037         END-IF
004038         MOVE PND-TRAN-IMAGE TO ATR-RECORD
004039     END-IF.
004040     IF (ATR-ACTION-ADD OR ATR-ACTION-UPDATE)
004041             AND (ATR-SEG-X = SPACES OR ATR-SEG-X = '00')
004042         IF ATR-ROUTE-CODE = SPACES
004043             MOVE WS-DEFAULT-ROUTE TO WS-AUTH-ROUTE
004044         ELSE
004045             MOVE ATR-ROUTE-CODE TO WS-AUTH-ROUTE
004046         END-IF
004047         PERFORM 2750-CHECK-ROUTE THRU 2750-EXIT
004048         IF WS-TRAN-INVALID
004049             GO TO 2700-EXIT
004050         END-IF
004051     END-IF.
004052*    THE CURRENT ROUTE COMES OFF THE MESSAGE'S BASE, SO A
004053*    CONTINUATION OR A DELETE IS JUDGED BY ITS MESSAGE'S DESK.
004054*    A MESSAGE NOT YET ON FILE HAS NO CURRENT ROUTE TO JUDGE.
004055     MOVE ATR-MESSAGE-ID TO CTL-MESSAGE-ID.
004056     MOVE ZERO TO CTL-SEG-N.
004057     READ CTL-FILE.
004058     IF WS-CTL-REC-NOT-FOUND
004059         GO TO 2700-EXIT
004060     END-IF.
004061     IF NOT WS-CTL-FILE-OK
004062         PERFORM 4500-REJECT-CTL-ERROR THRU 4500-EXIT
004063         GO TO 2700-EXIT
004064     END-IF.
004065     IF CTL-ROUTE-CODE = SPACES
004066         MOVE WS-DEFAULT-ROUTE TO WS-AUTH-ROUTE
004067     ELSE
004068         MOVE CTL-ROUTE-CODE TO WS-AUTH-ROUTE
004069     END-IF.
004070     PERFORM 2750-CHECK-ROUTE THRU 2750-EXIT.
004071 2700-EXIT.
004072     EXIT.
004073
004074/*****************************************************************
004075 2750-CHECK-ROUTE.
004076* Refuse the transaction unless one of the operator's route
004077* slots names WS-AUTH-ROUTE or grants every route ('**').
004078/*****************************************************************
004079     SET WS-ROUTE-NOT-GRANTED TO TRUE.
004080     PERFORM 2760-PROBE-ROUTE THRU 2760-EXIT
004081         VARYING WS-AUTH-SUB FROM 1 BY 1
004082             UNTIL WS-AUTH-SUB > 10
004083             OR WS-ROUTE-GRANTED.
004084     IF WS-ROUTE-NOT-GRANTED
004085         MOVE SPACES TO WS-REJECT-REASON
004086         STRING 'USER NOT AUTHORIZED FOR ROUTE CODE '
004087                                     DELIMITED BY SIZE
004088                WS-AUTH-ROUTE        DELIMITED BY SIZE
004089                INTO WS-REJECT-REASON
004090         END-STRING
004091         PERFORM 2790-REFUSE-TRANSACTION THRU 2790-EXIT
004092     END-IF.
004093 2750-EXIT.
004094     EXIT.
004095
004096/*****************************************************************
004097 2760-PROBE-ROUTE.
004098* One probe of the operator's route slots.
004099/*****************************************************************
004100     IF OPR-ROUTE-CODE (WS-AUTH-SUB) = WS-AUTH-ROUTE
004101             OR OPR-ALL-ROUTES (WS-AUTH-SUB)
004102         SET WS-ROUTE-GRANTED TO TRUE
004103     END-IF.
004104 2760-EXIT.
004105     EXIT.
004106
004107/*****************************************************************
004108 2790-REFUSE-TRANSACTION.
004109* Fail the transaction for want of authority, with the reason
004110* the caller set, and log the attempt: a REFUSE row charged to
004111* the user keyed on it, carrying the head of the transaction
004112* the way a PEND row does.
004113/*****************************************************************
004114     SET WS-TRAN-INVALID TO TRUE.
004115     SET WS-AUTH-REFUSED TO TRUE.
004116     MOVE TRN-USER-ID TO WS-AUD-USER.
004117     MOVE 'REFUSE' TO WS-AUD-ACTION.
004118     MOVE 'TRAN'   TO WS-AUD-TYPE.
004119     MOVE TRN-RECORD (1:169) TO WS-AUD-IMAGE-W.
004120     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
004121 2790-EXIT.
004122     EXIT.
003980
003950/*****************************************************************
003960 3000-READ-TRANSACTION.
003970* Read the next transaction from TRANFILE.
005600         MOVE TRN-STATUS TO CTL-STATUS
005610     END-IF.
005620     IF TRN-ROUTE-CODE = SPACES
005630         MOVE WS-DEFAULT-ROUTE TO CTL-ROUTE-CODE
005640     ELSE
005650         MOVE TRN-ROUTE-CODE TO CTL-ROUTE-CODE
005660     END-IF.
005750     MOVE PND-STAGE-TIME TO WS-STAGE-TIME-SAV.
005752     MOVE PND-TRAN-IMAGE TO WS-STAGED-TRAN.
005754     MOVE WS-STAGED-TRAN TO TRN-RECORD.
005755*    THE DESK MAY HAVE CLOSED SINCE THE CHANGE WAS STAGED - A
005756*    BASE ADD OR UPDATE IS ROUTED ONLY TO A DESK STILL ACTIVE.
005757     IF (TRN-ACTION-ADD OR TRN-ACTION-UPDATE)
005758             AND (TRN-SEG-X = SPACES OR TRN-SEG-X = '00')
005759         PERFORM 2600-EDIT-ROUTE-CODE THRU 2600-EXIT
005760         IF WS-TRAN-INVALID
005761             GO TO 4700-EXIT
005762         END-IF
005763     END-IF.
005756     EVALUATE TRUE
005758         WHEN TRN-ACTION-ADD
005760             PERFORM 4100-APPLY-ADD THRU 4100-EXIT
005970 4900-EXIT.
005972     EXIT.
005974
005976
005700/*****************************************************************
005710 5000-WRITE-EDIT-DETAIL.
005720* Write one transaction's line on the edit listing, breaking to
006400
006410/*****************************************************************
006420 5200-WRITE-EDIT-TRAILER.
006430* Close the edit listing with the read/applied/rejected/
006440* refused counts so the run reconciles on its face.
006450/*****************************************************************
006460     MOVE WS-TRAN-READ-COUNT TO WS-TRL-READ-OUT.
006470     MOVE SPACES TO EDT-RECORD.
006636     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
006637     MOVE WS-TRAILER-LINE-6 TO EDT-DATA.
006638     WRITE EDT-RECORD.
006639
006640     MOVE WS-REFUSED-COUNT TO WS-TRL-REFUSED-OUT.
006641     MOVE SPACES TO EDT-RECORD.
006642     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
006643     MOVE WS-TRAILER-LINE-7 TO EDT-DATA.
006644     WRITE EDT-RECORD.
006645 5200-EXIT.
006646     EXIT.
006650
006660/*****************************************************************
006670 6000-WRITE-AUDIT-RECORD.
007080         ' TRANSACTION(S), PENDED ' WS-PENDED-COUNT
007085         ', APPLIED ' WS-APPLIED-COUNT
007090         ', REMOVED ' WS-REMOVED-COUNT
007095         ', REJECTED ' WS-REJECT-COUNT
007097         ', REFUSED ' WS-REFUSED-COUNT '.'.
007100     IF WS-FILES-ARE-OPEN
007105         PERFORM 7000-LIST-PENDING-CHANGES THRU 7000-EXIT
007110         PERFORM 5200-WRITE-EDIT-TRAILER THRU 5200-EXIT
007120         CLOSE TRAN-FILE
007130         CLOSE CTL-FILE
007135         CLOSE PND-FILE
007137         CLOSE DST-FILE
007138         CLOSE OPR-FILE
007140         CLOSE EDIT-FILE
007150         CLOSE AUD-FILE
007160     END-IF.
