000300*                 HISTORY RECORD (PRE-STAMP VINTAGE, OR A
000310*                 REJECT THAT NEVER ISSUED), IS A WARNING
000312*                 (RC 4).
000314* 2026-10-15 SLM  UNACKNOWLEDGED ISSUANCES ARE NO LONGER LEFT FOR
000316*                 SOMEONE TO CHASE BY HAND. EACH ONE NOW OPENS AN
000318*                 ITEM ON THE OPNFILE OPEN-ITEMS FILE (OPNREC),
000320*                 CARRIED FROM DAY TO DAY AS OLD MASTER IN, NEWOPN
000322*                 OUT, AND AGED IN BUSINESS DAYS AGAINST CALFILE.
000324*                 AN ITEM STILL OPEN AFTER THE PARM'S RE-ISSUE
000326*                 DAYS (DEFAULT 3) IS WRITTEN TO REISFILE FOR
000328*                 MAIN TO RE-SEND ON THE NEXT BROADCAST UNDER ITS
000330*                 ORIGINAL MESSAGE ID; A RE-SEND MISSED AS LONG
000332*                 AGAIN IS ESCALATED THE SAME WAY TO THE OPS
000334*                 BRIDGE REPORT. AN ACK FOR ANY RUN DATE SINCE THE
000336*                 ITEM OPENED CLOSES IT. THE NEW AGERPT AGING
000338*                 REPORT LISTS EVERY ITEM WITH ITS AGE, STAGE, AND
000340*                 TODAY'S ACTION, AND BALANCES THE FILE IN AND
000342*                 OUT. A FULL TABLE NOW ENDS THE STEP RC 12, NOT
000344*                 RC 8, SO AN INCOMPLETE RUN NEVER REPLACES THE
000345*                 OPEN-ITEMS FILE, AND ANY RUN ENDING RC 12 OR
000346*                 WORSE LEAVES REISFILE EMPTY SO ITS RE-ISSUES ARE
000347*                 NOT SENT FOR ITEMS IT DID NOT CARRY FORWARD. AN
000348*                 ITEM A LATE ACK CLOSED IS NOT REUSED FOR A NEW
000349*                 MISS OF THE SAME MESSAGE THE SAME DAY.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. MSGRECON.
000350 AUTHOR. SETH MOORE.
000360 DATE-WRITTEN. 2026-09-02.
000370 DATE-COMPILED. 2026-10-15.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-RECN-FILE-STATUS.
000552
000554     SELECT CAL-FILE ASSIGN TO CALFILE
000556         ORGANIZATION IS SEQUENTIAL
000558         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-CAL-FILE-STATUS.
000562
000564     SELECT OPN-FILE ASSIGN TO OPNFILE
000566         ORGANIZATION IS SEQUENTIAL
000568         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS WS-OPN-FILE-STATUS.
000572
000574     SELECT NOPN-FILE ASSIGN TO NEWOPN
000576         ORGANIZATION IS SEQUENTIAL
000578         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-NOPN-FILE-STATUS.
000582
000584     SELECT RIS-FILE ASSIGN TO REISFILE
000586         ORGANIZATION IS SEQUENTIAL
000588         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-RIS-FILE-STATUS.
000592
000594     SELECT AGE-FILE ASSIGN TO AGERPT
000596         ORGANIZATION IS SEQUENTIAL
000598         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-AGE-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000790 01  RECN-RECORD.
000800     05  RECN-CARRIAGE-CONTROL   PIC X(01).
000810     05  RECN-DATA               PIC X(132).
000812
000814 FD  CAL-FILE
000816     LABEL RECORDS ARE STANDARD
000818     RECORD CONTAINS 80 CHARACTERS.
000820 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000822
000824 FD  OPN-FILE
000826     LABEL RECORDS ARE STANDARD
000828     RECORD CONTAINS 80 CHARACTERS.
000830 COPY OPNREC REPLACING ==:PFX:== BY ==OPN==.
000832
000834 FD  NOPN-FILE
000836     LABEL RECORDS ARE STANDARD
000838     RECORD CONTAINS 80 CHARACTERS.
000840 COPY OPNREC REPLACING ==:PFX:== BY ==NOPN==.
000842
000844 FD  RIS-FILE
000846     LABEL RECORDS ARE STANDARD
000848     RECORD CONTAINS 80 CHARACTERS.
000850 COPY RISREC REPLACING ==:PFX:== BY ==RIS==.
000852
000854 FD  AGE-FILE
000856     LABEL RECORDS ARE STANDARD
000858     RECORD CONTAINS 133 CHARACTERS.
000860 01  AGE-RECORD.
000862     05  AGE-CARRIAGE-CONTROL    PIC X(01).
000864     05  AGE-DATA                PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000940     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
000950         88  WS-ISS-TABLE-FULL         VALUE 'Y'.
000960         88  WS-ISS-TABLE-NOT-FULL     VALUE 'N'.
000962     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000964         88  WS-CAL-END-OF-FILE        VALUE 'Y'.
000966         88  WS-CAL-NOT-END-OF-FILE    VALUE 'N'.
000968     05  WS-OPN-EOF-SWITCH       PIC X(01) VALUE 'N'.
000970         88  WS-OPN-END-OF-FILE        VALUE 'Y'.
000972         88  WS-OPN-NOT-END-OF-FILE    VALUE 'N'.
000974     05  WS-OPN-FULL-SWITCH      PIC X(01) VALUE 'N'.
000976         88  WS-OPN-TABLE-FULL         VALUE 'Y'.
000978         88  WS-OPN-TABLE-NOT-FULL     VALUE 'N'.
000980     05  WS-BUS-FULL-SWITCH      PIC X(01) VALUE 'N'.
000982         88  WS-BUS-TABLE-FULL         VALUE 'Y'.
000984         88  WS-BUS-TABLE-NOT-FULL     VALUE 'N'.
000986     05  WS-RUN-DATE-CAL-SWITCH  PIC X(01) VALUE 'N'.
000988         88  WS-RUN-DATE-ON-CAL        VALUE 'Y'.
000990         88  WS-RUN-DATE-NOT-ON-CAL    VALUE 'N'.
000970
000980 01  WS-FILE-STATUSES.
000990     05  WS-HIST-FILE-STATUS     PIC X(02) VALUE '00'.
001020         88  WS-ACK-FILE-OK            VALUE '00'.
001030     05  WS-RECN-FILE-STATUS     PIC X(02) VALUE '00'.
001040         88  WS-RECN-FILE-OK           VALUE '00'.
001042     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.
001044         88  WS-CAL-FILE-OK            VALUE '00'.
001046     05  WS-OPN-FILE-STATUS      PIC X(02) VALUE '00'.
001048         88  WS-OPN-FILE-OK            VALUE '00'.
001050     05  WS-NOPN-FILE-STATUS     PIC X(02) VALUE '00'.
001052         88  WS-NOPN-FILE-OK           VALUE '00'.
001054     05  WS-RIS-FILE-STATUS      PIC X(02) VALUE '00'.
001056         88  WS-RIS-FILE-OK            VALUE '00'.
001058     05  WS-AGE-FILE-STATUS      PIC X(02) VALUE '00'.
001060         88  WS-AGE-FILE-OK            VALUE '00'.
001050
001060 01  WS-REPORT-CONTROL.
001070     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
001080     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001090     05  WS-MAX-LINES-PER-PAGE   PIC 9(03) VALUE 060.
001093     05  WS-AGE-PAGE-COUNT       PIC 9(05) COMP VALUE ZERO.
001096     05  WS-AGE-LINE-COUNT       PIC 9(03) COMP VALUE ZERO.
001100
001110 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001120 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001220     05  WS-CT-HH2               PIC 9(02).
001230
001240 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001241 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001242
001243*    AN OPEN ITEM IS RE-SENT TO ITS OWN DESK ONCE IT HAS GONE
001244*    THIS MANY BUSINESS DAYS UNACKNOWLEDGED, AND ESCALATED TO
001245*    THE OPS BRIDGE AFTER THE SAME AGAIN. THE PARM OVERRIDES
001246*    THE DEFAULT.
001247 01  WS-REISSUE-DAYS             PIC 9(02) VALUE 03.
001248 01  WS-ESCALATION-DESK          PIC X(02) VALUE 'OP'.
001250
001260 01  WS-REC-DATE-IN              PIC X(10) VALUE SPACES.
001270 01  WS-REC-DATE-IN-R REDEFINES WS-REC-DATE-IN.
001460 77  WS-ACK-OTHER-DAY-COUNT      PIC 9(05) COMP VALUE ZERO.
001470 77  WS-UNACKED-COUNT            PIC 9(05) COMP VALUE ZERO.
001480 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001482 77  WS-OPN-CARRIED-COUNT        PIC 9(05) COMP VALUE ZERO.
001484 77  WS-OPN-NEW-COUNT            PIC 9(05) COMP VALUE ZERO.
001486 77  WS-OPN-CLOSED-COUNT         PIC 9(05) COMP VALUE ZERO.
001488 77  WS-OPN-RESENT-COUNT         PIC 9(05) COMP VALUE ZERO.
001490 77  WS-OPN-ESCALATED-COUNT      PIC 9(05) COMP VALUE ZERO.
001492 77  WS-OPN-FORWARD-COUNT        PIC 9(05) COMP VALUE ZERO.
001494 77  WS-OPN-BAD-COUNT            PIC 9(05) COMP VALUE ZERO.
001496 77  WS-RIS-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001498 77  WS-BD-DAYS                  PIC 9(05) COMP VALUE ZERO.
001500 77  WS-BD-FROM-DATE             PIC 9(08) VALUE ZERO.
001502 77  WS-OLDEST-DATE              PIC 9(08) VALUE ZERO.
001490
001500 01  WS-ISSUED-TABLE-CONTROL.
001510     05  WS-ISS-MAX              PIC 9(04) COMP VALUE 2000.
001582*    SIZED AT 2000: THE BOUND IS ONE DAY'S DISTINCT PAIRS, AT
001584*    MOST THREE DESKS TIMES THE CONTROL FILE'S DISTINCT IDS -
001586*    WELL CLEAR OF TODAY'S FILE, AND OVERFLOW FAILS LOUD
001588*    (RC 12), NEVER SILENTLY INCOMPLETE.
001590 01  WS-ISSUED-TABLE.
001600     05  WS-ISS-ENTRY OCCURS 2000 TIMES.
001610         10  WS-ISS-MESSAGE-ID   PIC X(08).
001640         10  WS-ISS-ACK-SWITCH   PIC X(01).
001650             88  WS-ISS-ACKED          VALUE 'Y'.
001660             88  WS-ISS-NOT-ACKED      VALUE 'N'.
001662
001664 01  WS-OPEN-TABLE-CONTROL.
001666     05  WS-OPN-MAX              PIC 9(04) COMP VALUE 2000.
001668     05  WS-OPN-COUNT            PIC 9(04) COMP VALUE ZERO.
001670     05  WS-OPN-SUB              PIC 9(04) COMP VALUE ZERO.
001672     05  WS-OPN-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
001674
001676*    THE OPEN ITEMS CARRIED IN FROM OPNFILE, OLDEST FIRST, WITH
001678*    TODAY'S NEW ONES APPENDED BEHIND THEM - SO NEWOPN STAYS IN
001680*    THE ORDER THE ITEMS OPENED. TODAY'S ACTION ON EACH ITEM IS
001682*    KEPT FOR THE AGING REPORT; AN ITEM CLOSED TODAY STAYS IN
001684*    THE TABLE TO BE REPORTED BUT IS NOT WRITTEN FORWARD.
001686 01  WS-OPEN-TABLE.
001688     05  WS-OPN-ENTRY OCCURS 2000 TIMES.
001690         10  WS-OPN-MESSAGE-ID   PIC X(08).
001692         10  WS-OPN-DESK-CODE    PIC X(02).
001694         10  WS-OPN-FIRST-DATE   PIC 9(08).
001696         10  WS-OPN-ACTION-DATE  PIC 9(08).
001698         10  WS-OPN-STAGE        PIC X(01).
001700             88  WS-OPN-STAGE-OPEN     VALUE 'O'.
001702             88  WS-OPN-STAGE-RESENT   VALUE 'R'.
001704             88  WS-OPN-STAGE-ESCALATED VALUE 'E'.
001706         10  WS-OPN-SEND-DESK    PIC X(02).
001708         10  WS-OPN-AGE          PIC 9(03).
001710         10  WS-OPN-ISSUE-TIME   PIC X(08).
001712         10  WS-OPN-TODAY        PIC X(01).
001714             88  WS-OPN-TODAY-CARRIED  VALUE ' '.
001716             88  WS-OPN-TODAY-NEW      VALUE 'N'.
001718             88  WS-OPN-TODAY-CLOSED   VALUE 'C'.
001720             88  WS-OPN-TODAY-RESENT   VALUE 'R'.
001722             88  WS-OPN-TODAY-ESCALATED VALUE 'E'.
001724         10  WS-OPN-ACK-TS       PIC X(14).
001726
001728*    BUSINESS DAYS FROM CALFILE, ASCENDING, AFTER THE OLDEST
001730*    OPEN ITEM'S FIRST DATE AND UP TO THE RUN DATE - AN ITEM'S
001732*    AGE IS THE COUNT OF ENTRIES PAST THE DATE IT IS AGED FROM.
001734*    1000 ENTRIES IS FOUR YEARS OF BUSINESS DAYS.
001736 01  WS-BUS-TABLE-CONTROL.
001738     05  WS-BUS-MAX              PIC 9(04) COMP VALUE 1000.
001740     05  WS-BUS-COUNT            PIC 9(04) COMP VALUE ZERO.
001742     05  WS-BUS-SUB              PIC 9(04) COMP VALUE ZERO.
001744
001746 01  WS-BUS-TABLE.
001748     05  WS-BUS-DATE             PIC 9(08) OCCURS 1000 TIMES.
001670
001680 01  WS-HEADER-LINE.
001690     05  FILLER                  PIC X(33)
002380 01  WS-TABLE-FULL-LINE.
002390     05  FILLER                  PIC X(52)
002400             VALUE 'ISSUED TABLE FULL - RECONCILIATION INCOMPLETE,
002402-    ' RC 12'.
002404
002406 01  WS-AGE-HEADER-LINE.
002408     05  FILLER                  PIC X(33)
002410             VALUE 'MSGRECON OPEN-ITEM AGING'.
002412     05  FILLER                  PIC X(02) VALUE SPACES.
002414     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002416     05  WS-AHD-PAGE             PIC ZZZZ9.
002418     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
002422     05  WS-AHD-DATE             PIC X(10).
002424     05  FILLER                  PIC X(03) VALUE SPACES.
002426     05  FILLER                  PIC X(10) VALUE 'RUN TIME: '.
002428     05  WS-AHD-TIME             PIC X(08).
002430
002432 01  WS-AGE-SUBJECT-LINE.
002434     05  FILLER                  PIC X(17)
002436             VALUE 'OPEN ITEMS AS OF '.
002438     05  WS-ASUBJ-DATE           PIC 9(08).
002440     05  FILLER                  PIC X(18)
002442             VALUE ' - RE-ISSUE AFTER '.
002444     05  WS-ASUBJ-DAYS           PIC Z9.
002446     05  FILLER                  PIC X(14)
002448             VALUE ' BUSINESS DAYS'.
002450
002452 01  WS-AGE-COLUMN-LINE.
002454     05  FILLER                  PIC X(10) VALUE 'MESSAGE ID'.
002456     05  FILLER                  PIC X(02) VALUE SPACES.
002458     05  FILLER                  PIC X(06) VALUE 'DESK'.
002460     05  FILLER                  PIC X(14) VALUE 'FIRST MISSED'.
002462     05  FILLER                  PIC X(05) VALUE 'AGE'.
002464     05  FILLER                  PIC X(11) VALUE 'STAGE'.
002466     05  FILLER                  PIC X(08) VALUE 'SENT TO'.
002468     05  FILLER                  PIC X(14) VALUE 'TODAY'.
002470     05  FILLER                  PIC X(14) VALUE 'ACK TIMESTAMP'.
002472
002474 01  WS-AGE-DETAIL-LINE.
002476     05  WS-ADL-MESSAGE-ID       PIC X(08).
002478     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  WS-ADL-DESK             PIC X(02).
002482     05  FILLER                  PIC X(04) VALUE SPACES.
002484     05  WS-ADL-FIRST-DATE       PIC 9(08).
002486     05  FILLER                  PIC X(06) VALUE SPACES.
002488     05  WS-ADL-AGE              PIC ZZ9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002492     05  WS-ADL-STAGE            PIC X(09).
002494     05  FILLER                  PIC X(02) VALUE SPACES.
002496     05  WS-ADL-SEND-DESK        PIC X(02).
002498     05  FILLER                  PIC X(06) VALUE SPACES.
002500     05  WS-ADL-TODAY            PIC X(12).
002502     05  FILLER                  PIC X(02) VALUE SPACES.
002504     05  WS-ADL-ACK-TS           PIC X(14).
002506
002508 01  WS-AGE-NONE-LINE.
002510     05  FILLER                  PIC X(13)
002512             VALUE 'NO OPEN ITEMS'.
002514
002516*    ONE LABEL/COUNT PAIR PER AGING TRAILER LINE, THE LABEL AND
002518*    COUNT STAGED BEFORE EACH WRITE.
002520 01  WS-AGE-TRAILER-LINE.
002522     05  WS-ATL-LABEL            PIC X(26).
002524     05  WS-ATL-COUNT            PIC ZZZZ9.
002526
002528 01  WS-AGE-WARNING-LINE         PIC X(60) VALUE SPACES.
002420
002430 LINKAGE SECTION.
002440 01  PARM-DATA.
002450     05  PARM-LENGTH             PIC S9(04) COMP.
002460     05  PARM-RUN-DATE           PIC X(08).
002463     05  PARM-SEPARATOR          PIC X(01).
002466     05  PARM-REISSUE-DAYS       PIC X(02).
002470
002480 PROCEDURE DIVISION USING PARM-DATA.
002490/*****************************************************************
002640/*****************************************************************
002650 1000-INITIALIZE.
002660* Parse the run date off the PARM, open every file, print the
002666* report header, load the open items carried in and the
002672* business days they age against, and prime both read loops.
002678* The run date is mandatory - reconciling the wrong day proves
002684* nothing.
002690/*****************************************************************
002700     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
002710     IF WS-WORST-RC NOT = ZERO
002920         MOVE 16 TO WS-WORST-RC
002930         GO TO 1000-EXIT
002940     END-IF.
002942     OPEN INPUT CAL-FILE.
002944     IF NOT WS-CAL-FILE-OK
002946         DISPLAY 'MSGRECON: UNABLE TO OPEN CALFILE, STATUS = '
002948             WS-CAL-FILE-STATUS
002950         MOVE 16 TO WS-WORST-RC
002952         GO TO 1000-EXIT
002954     END-IF.
002956     OPEN INPUT OPN-FILE.
002958     IF NOT WS-OPN-FILE-OK
002960         DISPLAY 'MSGRECON: UNABLE TO OPEN OPNFILE, STATUS = '
002962             WS-OPN-FILE-STATUS
002964         MOVE 16 TO WS-WORST-RC
002966         GO TO 1000-EXIT
002968     END-IF.
002970     OPEN OUTPUT NOPN-FILE.
002972     IF NOT WS-NOPN-FILE-OK
002974         DISPLAY 'MSGRECON: UNABLE TO OPEN NEWOPN, STATUS = '
002976             WS-NOPN-FILE-STATUS
002978         MOVE 16 TO WS-WORST-RC
002980         GO TO 1000-EXIT
002982     END-IF.
002984     OPEN OUTPUT RIS-FILE.
002986     IF NOT WS-RIS-FILE-OK
002988         DISPLAY 'MSGRECON: UNABLE TO OPEN REISFILE, STATUS = '
002990             WS-RIS-FILE-STATUS
002992         MOVE 16 TO WS-WORST-RC
002994         GO TO 1000-EXIT
002996     END-IF.
002998     OPEN OUTPUT AGE-FILE.
003000     IF NOT WS-AGE-FILE-OK
003002         DISPLAY 'MSGRECON: UNABLE TO OPEN AGERPT, STATUS = '
003004             WS-AGE-FILE-STATUS
003006         MOVE 16 TO WS-WORST-RC
003008         GO TO 1000-EXIT
003010     END-IF.
002950     SET WS-FILES-ARE-OPEN TO TRUE.
002955     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002960     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
002963     PERFORM 1200-LOAD-OPEN-ITEMS THRU 1200-EXIT.
002966     PERFORM 1300-LOAD-BUSINESS-DAYS THRU 1300-EXIT.
002970
002980     PERFORM 3000-READ-HISTORY-RECORD THRU 3000-EXIT.
002990     PERFORM 3500-READ-ACK-RECORD THRU 3500-EXIT.
003020
003030/*****************************************************************
003040 1100-PARSE-PARM.
003048* The PARM names the run date to reconcile, YYYYMMDD, optionally
003056* followed by :NN, the business days an open item waits before
003064* each re-issue (01-20, default 3). No PARM, a short PARM, or a
003072* non-numeric one stops the run before any file opens.
003080/*****************************************************************
003090     IF PARM-LENGTH NOT = 8 AND PARM-LENGTH NOT = 11
003100         DISPLAY 'MSGRECON: PARM MUST BE THE YYYYMMDD RUN DATE '
003110             'OR YYYYMMDD:NN - RUN REJECTED'
003120         MOVE 12 TO WS-WORST-RC
003130         GO TO 1100-EXIT
003140     END-IF.
003190         GO TO 1100-EXIT
003200     END-IF.
003210     MOVE PARM-RUN-DATE TO WS-RUN-DATE.
003212     IF PARM-LENGTH = 8
003214         GO TO 1100-EXIT
003216     END-IF.
003218     IF PARM-SEPARATOR NOT = ':'
003220             OR PARM-REISSUE-DAYS NOT NUMERIC
003222         DISPLAY 'MSGRECON: PARM RE-ISSUE DAYS MUST BE :NN - '
003224             'RUN REJECTED'
003226         MOVE 12 TO WS-WORST-RC
003228         GO TO 1100-EXIT
003230     END-IF.
003232     MOVE PARM-REISSUE-DAYS TO WS-REISSUE-DAYS.
003234     IF WS-REISSUE-DAYS < 1 OR WS-REISSUE-DAYS > 20
003236         DISPLAY 'MSGRECON: PARM RE-ISSUE DAYS OUTSIDE 01-20 - '
003238             'RUN REJECTED'
003240         MOVE 12 TO WS-WORST-RC
003242     END-IF.
003220 1100-EXIT.
003222     EXIT.
003224
003226/*****************************************************************
003228 1200-LOAD-OPEN-ITEMS.
003230* Load yesterday's open items from OPNFILE into the open-item
003232* table and note the oldest first-missed date, which bounds the
003234* business days 1300 has to keep. A record that will not parse,
003236* or one more than the table holds, fails the run RC 12 - the
003238* copy-back step leaves OPNFILE alone below that, so nothing
003240* carried in is lost.
003242/*****************************************************************
003244     MOVE WS-RUN-DATE TO WS-OLDEST-DATE.
003246     PERFORM 1250-READ-OPEN-ITEM THRU 1250-EXIT
003248         UNTIL WS-OPN-END-OF-FILE.
003250     CLOSE OPN-FILE.
003252     IF WS-OPN-BAD-COUNT > ZERO
003254         DISPLAY 'MSGRECON: ' WS-OPN-BAD-COUNT
003256             ' UNREADABLE OPNFILE RECORD(S) - RUN FAILED RC 12'
003258         IF WS-WORST-RC < 12
003260             MOVE 12 TO WS-WORST-RC
003262         END-IF
003264     END-IF.
003266 1200-EXIT.
003268     EXIT.
003270
003272/*****************************************************************
003274 1250-READ-OPEN-ITEM.
003276* Read one carried-in open item and post it to the table.
003278/*****************************************************************
003280     READ OPN-FILE
003282         AT END
003284             SET WS-OPN-END-OF-FILE TO TRUE
003286     END-READ.
003288     IF WS-OPN-END-OF-FILE
003290         GO TO 1250-EXIT
003292     END-IF.
003294     IF NOT WS-OPN-FILE-OK
003296         DISPLAY 'MSGRECON: READ ON OPNFILE FAILED, STATUS = '
003298             WS-OPN-FILE-STATUS
003300         MOVE 16 TO WS-WORST-RC
003302         SET WS-OPN-END-OF-FILE TO TRUE
003304         GO TO 1250-EXIT
003306     END-IF.
003308     IF OPN-FIRST-DATE NOT NUMERIC
003310             OR OPN-ACTION-DATE NOT NUMERIC
003312             OR OPN-AGE NOT NUMERIC
003314             OR OPN-MESSAGE-ID = SPACES
003316             OR NOT (OPN-STAGE-OPEN OR OPN-STAGE-RESENT
003318                     OR OPN-STAGE-ESCALATED)
003320         ADD 1 TO WS-OPN-BAD-COUNT
003322         GO TO 1250-EXIT
003324     END-IF.
003326     IF WS-OPN-COUNT >= WS-OPN-MAX
003328         SET WS-OPN-TABLE-FULL TO TRUE
003330         IF WS-WORST-RC < 12
003332             MOVE 12 TO WS-WORST-RC
003334         END-IF
003336         SET WS-OPN-END-OF-FILE TO TRUE
003338         GO TO 1250-EXIT
003340     END-IF.
003342     ADD 1 TO WS-OPN-COUNT.
003344     ADD 1 TO WS-OPN-CARRIED-COUNT.
003346     MOVE OPN-MESSAGE-ID  TO WS-OPN-MESSAGE-ID (WS-OPN-COUNT).
003348     MOVE OPN-DESK-CODE   TO WS-OPN-DESK-CODE (WS-OPN-COUNT).
003350     MOVE OPN-FIRST-DATE  TO WS-OPN-FIRST-DATE (WS-OPN-COUNT).
003352     MOVE OPN-ACTION-DATE TO WS-OPN-ACTION-DATE (WS-OPN-COUNT).
003354     MOVE OPN-STAGE       TO WS-OPN-STAGE (WS-OPN-COUNT).
003356     MOVE OPN-SEND-DESK   TO WS-OPN-SEND-DESK (WS-OPN-COUNT).
003358     MOVE OPN-AGE         TO WS-OPN-AGE (WS-OPN-COUNT).
003360     MOVE OPN-ISSUE-TIME  TO WS-OPN-ISSUE-TIME (WS-OPN-COUNT).
003362     MOVE SPACE           TO WS-OPN-TODAY (WS-OPN-COUNT).
003364     MOVE SPACES          TO WS-OPN-ACK-TS (WS-OPN-COUNT).
003366     IF OPN-FIRST-DATE < WS-OLDEST-DATE
003368         MOVE OPN-FIRST-DATE TO WS-OLDEST-DATE
003370     END-IF.
003372 1250-EXIT.
003374     EXIT.
003376
003378/*****************************************************************
003380 1300-LOAD-BUSINESS-DAYS.
003382* Keep CALFILE's business days after the oldest open item's
003384* first date and up to the run date, in date order, for the
003386* aging. A run date missing from the calendar is warned RC 4 -
003388* the items still age, but only over the days CALFILE vouches
003390* for.
003392/*****************************************************************
003394     PERFORM 1350-READ-CALENDAR THRU 1350-EXIT
003396         UNTIL WS-CAL-END-OF-FILE.
003398     CLOSE CAL-FILE.
003400     IF WS-RUN-DATE-NOT-ON-CAL
003402         DISPLAY 'MSGRECON: RUN DATE ' WS-RUN-DATE ' NOT ON THE '
003404             'SHOP CALENDAR - OPEN ITEMS AGED ON CALFILE DAYS '
003406             'ONLY'
003408         IF WS-WORST-RC < 4
003410             MOVE 4 TO WS-WORST-RC
003412         END-IF
003414     END-IF.
003416 1300-EXIT.
003418     EXIT.
003420
003422/*****************************************************************
003424 1350-READ-CALENDAR.
003426* Read one calendar row and keep it when it is a business day
003428* inside the aging span.
003430/*****************************************************************
003432     READ CAL-FILE
003434         AT END
003436             SET WS-CAL-END-OF-FILE TO TRUE
003438     END-READ.
003440     IF WS-CAL-END-OF-FILE
003442         GO TO 1350-EXIT
003444     END-IF.
003446     IF CAL-DATE-X NOT NUMERIC
003448         GO TO 1350-EXIT
003450     END-IF.
003452     IF CAL-DATE-N = WS-RUN-DATE
003454         SET WS-RUN-DATE-ON-CAL TO TRUE
003456     END-IF.
003458     IF NOT CAL-BUSINESS-DAY
003460             OR CAL-DATE-N NOT > WS-OLDEST-DATE
003462             OR CAL-DATE-N > WS-RUN-DATE
003464         GO TO 1350-EXIT
003466     END-IF.
003468     IF WS-BUS-COUNT >= WS-BUS-MAX
003470         SET WS-BUS-TABLE-FULL TO TRUE
003472         IF WS-WORST-RC < 4
003474             MOVE 4 TO WS-WORST-RC
003476         END-IF
003478         GO TO 1350-EXIT
003480     END-IF.
003482     ADD 1 TO WS-BUS-COUNT.
003484     MOVE CAL-DATE-N TO WS-BUS-DATE (WS-BUS-COUNT).
003486 1350-EXIT.
003230     EXIT.
003240
003250/*****************************************************************
003590 2100-POST-ISSUED-TABLE.
003600* Roll one issuance into its (message id, desk) entry, adding
003610* the pair the first time it shows. A full table fails the run
003617* RC 12 - an incomplete reconciliation could hide a silent desk,
003624* which is the one thing this report exists to catch, and must
003631* not be carried into the open-items file.
003640/*****************************************************************
003650     MOVE ZERO TO WS-ISS-FOUND-SUB.
003660     PERFORM 2150-SCAN-ISSUED-TABLE THRU 2150-EXIT
003730     END-IF.
003740     IF WS-ISS-COUNT >= WS-ISS-MAX
003750         SET WS-ISS-TABLE-FULL TO TRUE
003760         IF WS-WORST-RC < 12
003770             MOVE 12 TO WS-WORST-RC
003780         END-IF
003790         GO TO 2100-EXIT
003800     END-IF.
004330* for another run date is not this run's business and is only
004340* counted; an ack for this date that matches nothing issued is
004350* listed and warned - a desk acknowledging a message it was
004355* never sent is worth a look, but must not fail the step. Every
004360* ack, whatever its date, is first offered to the open items,
004365* where a late one closes the item it answers.
004370/*****************************************************************
004375     PERFORM 4200-CLOSE-OPEN-ITEMS THRU 4200-EXIT.
004380     IF ACK-RUN-DATE-X NOT NUMERIC
004390             OR ACK-RUN-DATE-N NOT = WS-RUN-DATE
004400         ADD 1 TO WS-ACK-OTHER-DAY-COUNT
004770         MOVE WS-ISS-SUB TO WS-ISS-FOUND-SUB
004780     END-IF.
004790 4100-EXIT.
004792     EXIT.
004794
004796/*****************************************************************
004798 4200-CLOSE-OPEN-ITEMS.
004800* Close every open item the current ack answers. An ack with no
004802* usable run date answers nothing.
004804/*****************************************************************
004806     IF ACK-RUN-DATE-X NOT NUMERIC
004808         GO TO 4200-EXIT
004810     END-IF.
004812     PERFORM 4250-SCAN-OPEN-FOR-ACK THRU 4250-EXIT
004814         VARYING WS-OPN-SUB FROM 1 BY 1
004816             UNTIL WS-OPN-SUB > WS-OPN-COUNT.
004818 4200-EXIT.
004820     EXIT.
004822
004824/*****************************************************************
004826 4250-SCAN-OPEN-FOR-ACK.
004828* One open item against the current ack. The ack answers it when
004830* it names the same message, comes from the item's own desk or
004832* the desk it was last sent to, and is for a run date on or
004834* after the day the item opened - an ack for an older issuance
004836* of a recurring message does not close a newer miss.
004838/*****************************************************************
004840     IF WS-OPN-TODAY-CLOSED (WS-OPN-SUB)
004842         GO TO 4250-EXIT
004844     END-IF.
004846     IF WS-OPN-MESSAGE-ID (WS-OPN-SUB) NOT = ACK-MESSAGE-ID
004848         GO TO 4250-EXIT
004850     END-IF.
004852     IF ACK-DESK-CODE NOT = WS-OPN-DESK-CODE (WS-OPN-SUB)
004854             AND ACK-DESK-CODE NOT = WS-OPN-SEND-DESK (WS-OPN-SUB)
004856         GO TO 4250-EXIT
004858     END-IF.
004860     IF ACK-RUN-DATE-N < WS-OPN-FIRST-DATE (WS-OPN-SUB)
004862         GO TO 4250-EXIT
004864     END-IF.
004866     SET WS-OPN-TODAY-CLOSED (WS-OPN-SUB) TO TRUE.
004868     MOVE ACK-TIMESTAMP TO WS-OPN-ACK-TS (WS-OPN-SUB).
004870     ADD 1 TO WS-OPN-CLOSED-COUNT.
004872 4250-EXIT.
004800     EXIT.
004810
004820/*****************************************************************
005440/*****************************************************************
005450 6000-WRITE-UNACKED-LINES.
005460* One exception line per issuance no desk acknowledged. Any line
005466* here is a desk gone silent and fails the step RC 8, and each
005472* one is folded into the open items.
005480/*****************************************************************
005490     PERFORM 6100-WRITE-ONE-UNACKED THRU 6100-EXIT
005500         VARYING WS-ISS-SUB FROM 1 BY 1
005700     MOVE WS-ISS-TIME (WS-ISS-SUB)       TO WS-DTL-ISSUE-TIME.
005710     MOVE SPACES TO WS-DTL-ACK-TS.
005720     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
005725     PERFORM 6200-FOLD-INTO-OPEN-ITEMS THRU 6200-EXIT.
005730 6100-EXIT.
005732     EXIT.
005734
005736/*****************************************************************
005738 6200-FOLD-INTO-OPEN-ITEMS.
005740* Fold one unacknowledged issuance into the open items. One that
005742* answers to an item already carried - the re-send or the
005744* escalation of it, or another day's broadcast of the same
005745* recurring message - only refreshes the item's issue time. An
005746* item a late acknowledgement closed today is passed over, so a
005747* fresh miss of the same message opens its own item and is
005748* carried forward. Anything else opens a new item, aged from
005749* today. A full table fails the run RC 12.
005752/*****************************************************************
005754     MOVE ZERO TO WS-OPN-FOUND-SUB.
005756     PERFORM 6250-SCAN-OPEN-ITEMS THRU 6250-EXIT
005758         VARYING WS-OPN-SUB FROM 1 BY 1
005760             UNTIL WS-OPN-SUB > WS-OPN-COUNT
005762             OR WS-OPN-FOUND-SUB NOT = ZERO.
005764     IF WS-OPN-FOUND-SUB NOT = ZERO
005766         MOVE WS-ISS-TIME (WS-ISS-SUB)
005768             TO WS-OPN-ISSUE-TIME (WS-OPN-FOUND-SUB)
005770         GO TO 6200-EXIT
005772     END-IF.
005774     IF WS-OPN-COUNT >= WS-OPN-MAX
005776         SET WS-OPN-TABLE-FULL TO TRUE
005778         IF WS-WORST-RC < 12
005780             MOVE 12 TO WS-WORST-RC
005782         END-IF
005784         GO TO 6200-EXIT
005786     END-IF.
005788     ADD 1 TO WS-OPN-COUNT.
005790     ADD 1 TO WS-OPN-NEW-COUNT.
005792     MOVE WS-ISS-MESSAGE-ID (WS-ISS-SUB)
005794         TO WS-OPN-MESSAGE-ID (WS-OPN-COUNT).
005796     MOVE WS-ISS-DESK-CODE (WS-ISS-SUB)
005798         TO WS-OPN-DESK-CODE (WS-OPN-COUNT).
005800     MOVE WS-ISS-DESK-CODE (WS-ISS-SUB)
005802         TO WS-OPN-SEND-DESK (WS-OPN-COUNT).
005804     MOVE WS-RUN-DATE TO WS-OPN-FIRST-DATE (WS-OPN-COUNT).
005806     MOVE WS-RUN-DATE TO WS-OPN-ACTION-DATE (WS-OPN-COUNT).
005808     SET WS-OPN-STAGE-OPEN (WS-OPN-COUNT) TO TRUE.
005810     MOVE ZERO TO WS-OPN-AGE (WS-OPN-COUNT).
005812     MOVE WS-ISS-TIME (WS-ISS-SUB)
005814         TO WS-OPN-ISSUE-TIME (WS-OPN-COUNT).
005816     SET WS-OPN-TODAY-NEW (WS-OPN-COUNT) TO TRUE.
005818     MOVE SPACES TO WS-OPN-ACK-TS (WS-OPN-COUNT).
005820 6200-EXIT.
005822     EXIT.
005824
005826/*****************************************************************
005828 6250-SCAN-OPEN-ITEMS.
005830* One probe of the open items for the unacknowledged issuance's
005832* message id, sent to the item's own desk or the desk it was
005833* last sent to. An item closed today no longer answers for
005834* the message.
005836/*****************************************************************
005837     IF WS-OPN-TODAY-CLOSED (WS-OPN-SUB)
005838         GO TO 6250-EXIT
005839     END-IF.
005840     IF WS-OPN-MESSAGE-ID (WS-OPN-SUB)
005841             = WS-ISS-MESSAGE-ID (WS-ISS-SUB)
005842         IF WS-OPN-DESK-CODE (WS-OPN-SUB)
005844                 = WS-ISS-DESK-CODE (WS-ISS-SUB)
005846             OR WS-OPN-SEND-DESK (WS-OPN-SUB)
005848                 = WS-ISS-DESK-CODE (WS-ISS-SUB)
005850             MOVE WS-OPN-SUB TO WS-OPN-FOUND-SUB
005852         END-IF
005854     END-IF.
005856 6250-EXIT.
005740     EXIT.
005750
005760/*****************************************************************
006220     END-IF.
006230 5200-EXIT.
006240     EXIT.
006242
006244/*****************************************************************
006246 7000-AGE-OPEN-ITEMS.
006248* Age every item still open and move the ones that have waited
006250* long enough on to their next stage.
006252/*****************************************************************
006254     PERFORM 7100-AGE-ONE-ITEM THRU 7100-EXIT
006256         VARYING WS-OPN-SUB FROM 1 BY 1
006258             UNTIL WS-OPN-SUB > WS-OPN-COUNT.
006260 7000-EXIT.
006262     EXIT.
006264
006266/*****************************************************************
006268 7100-AGE-ONE-ITEM.
006270* Age one open item in business days from its first miss, then
006272* judge its stage by the business days since it last moved. An
006274* open item that has waited the re-issue days is re-sent to its
006276* own desk; a re-sent one that has waited as long again is
006278* escalated to the ops bridge. An escalated item stays open,
006280* and on the aging report, until an ack closes it. An item
006282* already moved on this run date - a rerun of the same day -
006284* has its re-issue request written again, so rerunning the step
006286* never loses one. An item an ack closed today is aged for the
006287* report but goes no further.
006288/*****************************************************************
006290     MOVE WS-OPN-FIRST-DATE (WS-OPN-SUB) TO WS-BD-FROM-DATE.
006292     PERFORM 7200-COUNT-BUSINESS-DAYS THRU 7200-EXIT.
006294     IF WS-BD-DAYS > 999
006296         MOVE 999 TO WS-BD-DAYS
006298     END-IF.
006300     MOVE WS-BD-DAYS TO WS-OPN-AGE (WS-OPN-SUB).
006302     IF WS-OPN-TODAY-CLOSED (WS-OPN-SUB)
006304         GO TO 7100-EXIT
006306     END-IF.
006308     IF WS-OPN-ACTION-DATE (WS-OPN-SUB) = WS-RUN-DATE
006310             AND NOT WS-OPN-STAGE-OPEN (WS-OPN-SUB)
006312         IF WS-OPN-STAGE-RESENT (WS-OPN-SUB)
006314             SET WS-OPN-TODAY-RESENT (WS-OPN-SUB) TO TRUE
006316             ADD 1 TO WS-OPN-RESENT-COUNT
006318         ELSE
006320             SET WS-OPN-TODAY-ESCALATED (WS-OPN-SUB) TO TRUE
006322             ADD 1 TO WS-OPN-ESCALATED-COUNT
006324         END-IF
006326         PERFORM 7300-WRITE-REISSUE THRU 7300-EXIT
006328         GO TO 7100-EXIT
006330     END-IF.
006332     MOVE WS-OPN-ACTION-DATE (WS-OPN-SUB) TO WS-BD-FROM-DATE.
006334     PERFORM 7200-COUNT-BUSINESS-DAYS THRU 7200-EXIT.
006336     IF WS-BD-DAYS < WS-REISSUE-DAYS
006338         GO TO 7100-EXIT
006340     END-IF.
006342     IF WS-OPN-STAGE-OPEN (WS-OPN-SUB)
006344         SET WS-OPN-STAGE-RESENT (WS-OPN-SUB) TO TRUE
006346         SET WS-OPN-TODAY-RESENT (WS-OPN-SUB) TO TRUE
006348         MOVE WS-OPN-DESK-CODE (WS-OPN-SUB)
006350             TO WS-OPN-SEND-DESK (WS-OPN-SUB)
006352         MOVE WS-RUN-DATE TO WS-OPN-ACTION-DATE (WS-OPN-SUB)
006354         ADD 1 TO WS-OPN-RESENT-COUNT
006356         PERFORM 7300-WRITE-REISSUE THRU 7300-EXIT
006358         GO TO 7100-EXIT
006360     END-IF.
006362     IF WS-OPN-STAGE-RESENT (WS-OPN-SUB)
006364         SET WS-OPN-STAGE-ESCALATED (WS-OPN-SUB) TO TRUE
006366         SET WS-OPN-TODAY-ESCALATED (WS-OPN-SUB) TO TRUE
006368         MOVE WS-ESCALATION-DESK
006370             TO WS-OPN-SEND-DESK (WS-OPN-SUB)
006372         MOVE WS-RUN-DATE TO WS-OPN-ACTION-DATE (WS-OPN-SUB)
006374         ADD 1 TO WS-OPN-ESCALATED-COUNT
006376         PERFORM 7300-WRITE-REISSUE THRU 7300-EXIT
006378     END-IF.
006380 7100-EXIT.
006382     EXIT.
006384
006386/*****************************************************************
006388 7200-COUNT-BUSINESS-DAYS.
006390* Count the business days after WS-BD-FROM-DATE, up to and
006392* including the run date, into WS-BD-DAYS.
006394/*****************************************************************
006396     MOVE ZERO TO WS-BD-DAYS.
006398     PERFORM 7250-PROBE-BUSINESS-DAY THRU 7250-EXIT
006400         VARYING WS-BUS-SUB FROM 1 BY 1
006402             UNTIL WS-BUS-SUB > WS-BUS-COUNT.
006404 7200-EXIT.
006406     EXIT.
006408
006410/*****************************************************************
006412 7250-PROBE-BUSINESS-DAY.
006414* One business day against the date being aged from.
006416/*****************************************************************
006418     IF WS-BUS-DATE (WS-BUS-SUB) > WS-BD-FROM-DATE
006420         ADD 1 TO WS-BD-DAYS
006422     END-IF.
006424 7250-EXIT.
006426     EXIT.
006428
006430/*****************************************************************
006432 7300-WRITE-REISSUE.
006434* Write one re-issue request for MAIN's next broadcast - the
006436* item's message id, the desk to send it to now, and today's
006438* date, so MAIN can refuse a file left over from another day.
006440/*****************************************************************
006442     MOVE SPACES TO RIS-RECORD.
006444     MOVE WS-OPN-MESSAGE-ID (WS-OPN-SUB) TO RIS-MESSAGE-ID.
006446     MOVE WS-OPN-SEND-DESK (WS-OPN-SUB)  TO RIS-SEND-DESK.
006448     MOVE WS-OPN-DESK-CODE (WS-OPN-SUB)  TO RIS-ORIG-DESK.
006450     MOVE WS-OPN-STAGE (WS-OPN-SUB)      TO RIS-ACTION.
006452     MOVE WS-OPN-FIRST-DATE (WS-OPN-SUB) TO RIS-FIRST-DATE.
006454     MOVE WS-TODAY-DATE                  TO RIS-WRITTEN-DATE.
006456     WRITE RIS-RECORD.
006458     IF NOT WS-RIS-FILE-OK
006460         DISPLAY 'MSGRECON: WRITE TO REISFILE FAILED, STATUS = '
006462             WS-RIS-FILE-STATUS
006464         MOVE 16 TO WS-WORST-RC
006466         GO TO 7300-EXIT
006468     END-IF.
006470     ADD 1 TO WS-RIS-WRITTEN-COUNT.
006472 7300-EXIT.
006474     EXIT.
006476
006478/*****************************************************************
006480 8000-WRITE-AGING-REPORT.
006482* List every open item - carried, new, re-sent, escalated, or
006484* closed today - carry the ones still open forward to NEWOPN,
006486* and balance the file in and out on the trailer.
006488/*****************************************************************
006490     PERFORM 8100-WRITE-AGING-HEADER THRU 8100-EXIT.
006492     IF WS-OPN-COUNT = ZERO
006494         MOVE SPACES TO AGE-RECORD
006496         MOVE ' ' TO AGE-CARRIAGE-CONTROL
006498         MOVE WS-AGE-NONE-LINE TO AGE-DATA
006500         WRITE AGE-RECORD
006502     END-IF.
006504     PERFORM 8200-REPORT-ONE-ITEM THRU 8200-EXIT
006506         VARYING WS-OPN-SUB FROM 1 BY 1
006508             UNTIL WS-OPN-SUB > WS-OPN-COUNT.
006510     PERFORM 8300-WRITE-AGING-TRAILER THRU 8300-EXIT.
006512 8000-EXIT.
006514     EXIT.
006516
006518/*****************************************************************
006520 8100-WRITE-AGING-HEADER.
006522* Format and write a new aging report page header, the as-of
006524* date and re-issue days, and the column headings.
006526/*****************************************************************
006528     ADD 1 TO WS-AGE-PAGE-COUNT.
006530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006532     ACCEPT WS-CURRENT-TIME FROM TIME.
006534     MOVE WS-AGE-PAGE-COUNT TO WS-AHD-PAGE.
006536     STRING WS-CD-MM   DELIMITED BY SIZE
006538            '/'        DELIMITED BY SIZE
006540            WS-CD-DD   DELIMITED BY SIZE
006542            '/'        DELIMITED BY SIZE
006544            WS-CD-YYYY DELIMITED BY SIZE
006546            INTO WS-AHD-DATE
006548     END-STRING.
006550     STRING WS-CT-HH   DELIMITED BY SIZE
006552            ':'        DELIMITED BY SIZE
006554            WS-CT-MM   DELIMITED BY SIZE
006556            ':'        DELIMITED BY SIZE
006558            WS-CT-SS   DELIMITED BY SIZE
006560            INTO WS-AHD-TIME
006562     END-STRING.
006564     MOVE SPACES TO AGE-RECORD.
006566     MOVE '1' TO AGE-CARRIAGE-CONTROL.
006568     MOVE WS-AGE-HEADER-LINE TO AGE-DATA.
006570     WRITE AGE-RECORD.
006572
006574     MOVE WS-RUN-DATE TO WS-ASUBJ-DATE.
006576     MOVE WS-REISSUE-DAYS TO WS-ASUBJ-DAYS.
006578     MOVE SPACES TO AGE-RECORD.
006580     MOVE ' ' TO AGE-CARRIAGE-CONTROL.
006582     MOVE WS-AGE-SUBJECT-LINE TO AGE-DATA.
006584     WRITE AGE-RECORD.
006586
006588     MOVE SPACES TO AGE-RECORD.
006590     MOVE '0' TO AGE-CARRIAGE-CONTROL.
006592     MOVE WS-AGE-COLUMN-LINE TO AGE-DATA.
006594     WRITE AGE-RECORD.
006596     MOVE 4 TO WS-AGE-LINE-COUNT.
006598 8100-EXIT.
006600     EXIT.
006602
006604/*****************************************************************
006606 8200-REPORT-ONE-ITEM.
006608* One open item's aging line, and its NEWOPN record when it is
006610* still open.
006612/*****************************************************************
006614     IF WS-AGE-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
006616         PERFORM 8100-WRITE-AGING-HEADER THRU 8100-EXIT
006618     END-IF.
006620     MOVE WS-OPN-MESSAGE-ID (WS-OPN-SUB) TO WS-ADL-MESSAGE-ID.
006622     MOVE WS-OPN-DESK-CODE (WS-OPN-SUB)  TO WS-ADL-DESK.
006624     MOVE WS-OPN-FIRST-DATE (WS-OPN-SUB) TO WS-ADL-FIRST-DATE.
006626     MOVE WS-OPN-AGE (WS-OPN-SUB)        TO WS-ADL-AGE.
006628     MOVE WS-OPN-SEND-DESK (WS-OPN-SUB)  TO WS-ADL-SEND-DESK.
006630     MOVE WS-OPN-ACK-TS (WS-OPN-SUB)     TO WS-ADL-ACK-TS.
006632     EVALUATE TRUE
006634         WHEN WS-OPN-STAGE-OPEN (WS-OPN-SUB)
006636             MOVE 'OPEN'      TO WS-ADL-STAGE
006638         WHEN WS-OPN-STAGE-RESENT (WS-OPN-SUB)
006640             MOVE 'RE-SENT'   TO WS-ADL-STAGE
006642         WHEN OTHER
006644             MOVE 'ESCALATED' TO WS-ADL-STAGE
006646     END-EVALUATE.
006648     EVALUATE TRUE
006650         WHEN WS-OPN-TODAY-NEW (WS-OPN-SUB)
006652             MOVE 'NEW'        TO WS-ADL-TODAY
006654         WHEN WS-OPN-TODAY-CLOSED (WS-OPN-SUB)
006656             MOVE 'CLOSED'     TO WS-ADL-TODAY
006658         WHEN WS-OPN-TODAY-RESENT (WS-OPN-SUB)
006660             MOVE 'RE-SENT'    TO WS-ADL-TODAY
006662         WHEN WS-OPN-TODAY-ESCALATED (WS-OPN-SUB)
006664             MOVE 'ESCALATED'  TO WS-ADL-TODAY
006666         WHEN OTHER
006668             MOVE 'STILL OPEN' TO WS-ADL-TODAY
006670     END-EVALUATE.
006672     MOVE SPACES TO AGE-RECORD.
006674     MOVE ' ' TO AGE-CARRIAGE-CONTROL.
006676     MOVE WS-AGE-DETAIL-LINE TO AGE-DATA.
006678     WRITE AGE-RECORD.
006680     ADD 1 TO WS-AGE-LINE-COUNT.
006682     IF WS-OPN-TODAY-CLOSED (WS-OPN-SUB)
006684         GO TO 8200-EXIT
006686     END-IF.
006688     MOVE SPACES TO NOPN-RECORD.
006690     MOVE WS-OPN-MESSAGE-ID (WS-OPN-SUB)  TO NOPN-MESSAGE-ID.
006692     MOVE WS-OPN-DESK-CODE (WS-OPN-SUB)   TO NOPN-DESK-CODE.
006694     MOVE WS-OPN-FIRST-DATE (WS-OPN-SUB)  TO NOPN-FIRST-DATE.
006696     MOVE WS-OPN-ACTION-DATE (WS-OPN-SUB) TO NOPN-ACTION-DATE.
006698     MOVE WS-OPN-STAGE (WS-OPN-SUB)       TO NOPN-STAGE.
006700     MOVE WS-OPN-SEND-DESK (WS-OPN-SUB)   TO NOPN-SEND-DESK.
006702     MOVE WS-OPN-AGE (WS-OPN-SUB)         TO NOPN-AGE.
006704     MOVE WS-OPN-ISSUE-TIME (WS-OPN-SUB)  TO NOPN-ISSUE-TIME.
006706     MOVE WS-RUN-DATE                     TO NOPN-RECON-DATE.
006708     WRITE NOPN-RECORD.
006710     IF NOT WS-NOPN-FILE-OK
006712         DISPLAY 'MSGRECON: WRITE TO NEWOPN FAILED, STATUS = '
006714             WS-NOPN-FILE-STATUS
006716         MOVE 16 TO WS-WORST-RC
006718         GO TO 8200-EXIT
006720     END-IF.
006722     ADD 1 TO WS-OPN-FORWARD-COUNT.
006724 8200-EXIT.
006726     EXIT.
006728
006730/*****************************************************************
006732 8300-WRITE-AGING-TRAILER.
006734* Close the aging report with the day's movement and the proof
006736* that the items carried in, plus those opened, less those
006738* closed, are the items carried out. An open-items file that
006740* does not balance fails the run RC 12 and is not copied back.
006742/*****************************************************************
006744     MOVE 'OPEN ITEMS CARRIED IN   : ' TO WS-ATL-LABEL.
006746     MOVE WS-OPN-CARRIED-COUNT TO WS-ATL-COUNT.
006748     MOVE '0' TO AGE-CARRIAGE-CONTROL.
006750     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006752     MOVE 'OPENED TODAY            : ' TO WS-ATL-LABEL.
006754     MOVE WS-OPN-NEW-COUNT TO WS-ATL-COUNT.
006756     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006758     MOVE 'CLOSED BY LATE ACK      : ' TO WS-ATL-LABEL.
006760     MOVE WS-OPN-CLOSED-COUNT TO WS-ATL-COUNT.
006762     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006764     MOVE 'OPEN ITEMS CARRIED OUT  : ' TO WS-ATL-LABEL.
006766     MOVE WS-OPN-FORWARD-COUNT TO WS-ATL-COUNT.
006768     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006770     MOVE 'RE-SENT TODAY           : ' TO WS-ATL-LABEL.
006772     MOVE WS-OPN-RESENT-COUNT TO WS-ATL-COUNT.
006774     MOVE '0' TO AGE-CARRIAGE-CONTROL.
006776     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006778     MOVE 'ESCALATED TODAY         : ' TO WS-ATL-LABEL.
006780     MOVE WS-OPN-ESCALATED-COUNT TO WS-ATL-COUNT.
006782     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006784     MOVE 'RE-ISSUE REQUESTS       : ' TO WS-ATL-LABEL.
006786     MOVE WS-RIS-WRITTEN-COUNT TO WS-ATL-COUNT.
006788     PERFORM 8350-WRITE-TRAILER-LINE THRU 8350-EXIT.
006790     IF WS-OPN-CARRIED-COUNT + WS-OPN-NEW-COUNT
006792             NOT = WS-OPN-CLOSED-COUNT + WS-OPN-FORWARD-COUNT
006794         MOVE 'OPEN ITEMS OUT OF BALANCE - NEWOPN NOT TO BE USED'
006796             TO WS-AGE-WARNING-LINE
006798         PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT
006800         IF WS-WORST-RC < 12
006802             MOVE 12 TO WS-WORST-RC
006804         END-IF
006806     END-IF.
006808     IF WS-OPN-TABLE-FULL
006810         MOVE 'OPEN-ITEM TABLE FULL - NEWOPN INCOMPLETE, RC 12'
006812             TO WS-AGE-WARNING-LINE
006814         PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT
006816     END-IF.
006818     IF WS-OPN-BAD-COUNT > ZERO
006820         MOVE 'UNREADABLE OPNFILE RECORDS - NEWOPN INCOMPLETE'
006822             TO WS-AGE-WARNING-LINE
006824         PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT
006826     END-IF.
006828     IF WS-RUN-DATE-NOT-ON-CAL
006830         MOVE 'RUN DATE NOT ON CALFILE - AGES MAY RUN SHORT, RC 4'
006832             TO WS-AGE-WARNING-LINE
006834         PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT
006836     END-IF.
006838     IF WS-BUS-TABLE-FULL
006840         MOVE 'BUSINESS-DAY TABLE FULL - AGES MAY RUN SHORT, RC 4'
006842             TO WS-AGE-WARNING-LINE
006844         PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT
006846     END-IF.
006848 8300-EXIT.
006850     EXIT.
006852
006854/*****************************************************************
006856 8350-WRITE-TRAILER-LINE.
006858* Write the staged label and count, single spaced unless the
006860* caller asked for a break above it.
006862/*****************************************************************
006864     MOVE SPACES TO AGE-DATA.
006866     MOVE WS-AGE-TRAILER-LINE TO AGE-DATA.
006868     WRITE AGE-RECORD.
006870     MOVE ' ' TO AGE-CARRIAGE-CONTROL.
006872 8350-EXIT.
006874     EXIT.
006876
006878/*****************************************************************
006880 8400-WRITE-WARNING-LINE.
006882* Write the staged warning, set off by a blank line.
006884/*****************************************************************
006886     MOVE SPACES TO AGE-RECORD.
006888     MOVE '0' TO AGE-CARRIAGE-CONTROL.
006890     MOVE WS-AGE-WARNING-LINE TO AGE-DATA.
006892     WRITE AGE-RECORD.
006894 8400-EXIT.
006896     EXIT.
006250
006260/*****************************************************************
006270 9000-TERMINATE.
006276* List what no desk acknowledged, write the trailer, age the
006282* open items and write the aging report and the new open-items
006288* file, post the worst return code seen, display the run
006294* summary, and close down - but only against files that
006297* actually opened. A run ending RC 12 or worse does not get
006300* its new open items copied back, so REISFILE is emptied too:
006303* re-issues sent for items still carried as they were would
006306* only be sent again, or escalated twice, by the rerun.
006310/*****************************************************************
006320     IF WS-FILES-ARE-OPEN
006330         PERFORM 6000-WRITE-UNACKED-LINES THRU 6000-EXIT
006340         PERFORM 5200-WRITE-RECON-TRAILER THRU 5200-EXIT
006343         PERFORM 7000-AGE-OPEN-ITEMS THRU 7000-EXIT
006346         PERFORM 8000-WRITE-AGING-REPORT THRU 8000-EXIT
006350         CLOSE HIST-FILE
006360         CLOSE ACK-FILE
006370         CLOSE RECN-FILE
006372         CLOSE NOPN-FILE
006374         CLOSE RIS-FILE
006375         IF WS-WORST-RC >= 12
006376             PERFORM 9100-EMPTY-REISFILE THRU 9100-EXIT
006377         END-IF
006378         CLOSE AGE-FILE
006380     END-IF.
006390     IF WS-WORST-RC > RETURN-CODE
006400         MOVE WS-WORST-RC TO RETURN-CODE
006430         ' ISSUANCE(S), ' WS-ACK-MATCHED-COUNT
006440         ' ACKNOWLEDGED, ' WS-UNACKED-COUNT
006450         ' UNACKNOWLEDGED.'.
006452     DISPLAY 'MSGRECON: ' WS-OPN-FORWARD-COUNT
006454         ' OPEN ITEM(S) CARRIED FORWARD, ' WS-OPN-CLOSED-COUNT
006456         ' CLOSED, ' WS-OPN-RESENT-COUNT ' RE-SENT, '
006458         WS-OPN-ESCALATED-COUNT ' ESCALATED.'.
006460 9000-EXIT.
006470     EXIT.
006480
006490/*****************************************************************
006500 9100-EMPTY-REISFILE.
006510* The run failed - write REISFILE again with nothing in it, so
006520* MAIN sends no re-issue for open items the run did not
006530* replace, and say so on the aging report.
006540/*****************************************************************
006550     OPEN OUTPUT RIS-FILE.
006560     IF NOT WS-RIS-FILE-OK
006570         DISPLAY 'MSGRECON: UNABLE TO EMPTY REISFILE, STATUS = '
006580             WS-RIS-FILE-STATUS
006590         DISPLAY 'MSGRECON: REISFILE MUST BE EMPTIED BEFORE THE '
006600             'NEXT BROADCAST'
006610         IF WS-WORST-RC < 16
006620             MOVE 16 TO WS-WORST-RC
006630         END-IF
006640         GO TO 9100-EXIT
006650     END-IF.
006660     CLOSE RIS-FILE.
006670     MOVE 'RUN FAILED - REISFILE EMPTIED, NO RE-ISSUES SENT'
006680         TO WS-AGE-WARNING-LINE.
006690     PERFORM 8400-WRITE-WARNING-LINE THRU 8400-EXIT.
006700     DISPLAY 'MSGRECON: RUN FAILED - REISFILE EMPTIED, '
006710         WS-RIS-WRITTEN-COUNT ' RE-ISSUE REQUEST(S) WITHDRAWN.'.
006720 9100-EXIT.
006730     EXIT.
006740 END PROGRAM MSGRECON.
