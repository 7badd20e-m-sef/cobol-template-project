000262*                 BASE RECORDS COUNT TOWARD
000262*                 THE REQUESTED-REPETITIONS TOTAL. CTLFILE
000263*                 RECORD GROWS FROM 167 TO 169.
000264* 2026-10-15 SLM  ROUTE CODES ARE NOW EDITED AGAINST THE DSTFILE
000265*                 DESTINATION MASTER INSTEAD OF THE CS/OP/WH
000266*                 LITERALS. A ROUTE NOT ON THE MASTER IS FATAL;
000267*                 ONE ON IT BUT FLAGGED INACTIVE IS FATAL FOR A
000268*                 RECORD THAT WOULD STILL BROADCAST AND A
000269*                 WARNING FOR A HELD OR EXPIRED ONE. EACH BASE
000270*                 RECORD SCHEDULED TO GO OUT TODAY - ACTIVE, IN
000271*                 ITS DATE WINDOW, AND ON ITS RECURRENCE DAY BY
000272*                 THE CALFILE SHOP CALENDAR, JUDGED AS MAIN
000273*                 JUDGES IT - ADDS ITS REPEAT COUNT TO ITS
000274*                 DESK'S SCHEDULED TOTAL, AND A NEW DESK SUMMARY
000275*                 SECTION LISTS EVERY DESK'S TOTAL AGAINST ITS
000276*                 DAILY CEILING. A DESK OVER ITS CEILING IS A
000277*                 WARNING (RC 4) - THE DESK IS TOLD, THE
000278*                 BROADCAST STILL RUNS.
000279******************************************************************
000280 IDENTIFICATION DIVISION.
000281 PROGRAM-ID. MSGEDIT.
000290 AUTHOR. SETH MOORE.
000300 DATE-WRITTEN. 2026-08-21.
000310 DATE-COMPILED. 2026-10-15.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000440         ACCESS MODE IS SEQUENTIAL
000450         FILE STATUS IS WS-EDT-FILE-STATUS.
000460
000461     SELECT DST-FILE ASSIGN TO DSTFILE
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS DST-ROUTE-CODE
000465         FILE STATUS IS WS-DST-FILE-STATUS.
000466
000467     SELECT CAL-FILE ASSIGN TO CALFILE
000468         ORGANIZATION IS SEQUENTIAL
000469         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-CAL-FILE-STATUS.
000471
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CTL-FILE
000570     05  EDT-CARRIAGE-CONTROL    PIC X(01).
000580     05  EDT-DATA                PIC X(132).
000590
000591 FD  DST-FILE
000592     RECORD CONTAINS 80 CHARACTERS.
000593 COPY DSTREC REPLACING ==:PFX:== BY ==DST==.
000594
000595 FD  CAL-FILE
000596     LABEL RECORDS ARE STANDARD
000597     RECORD CONTAINS 80 CHARACTERS.
000598 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
000599
000600 WORKING-STORAGE SECTION.
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000650     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000660         88  WS-FILES-ARE-OPEN         VALUE 'Y'.
000670         88  WS-FILES-NOT-OPEN         VALUE 'N'.
000671     05  WS-DST-EOF-SWITCH       PIC X(01) VALUE 'N'.
000672         88  WS-DST-END-OF-FILE        VALUE 'Y'.
000673         88  WS-DST-NOT-END-OF-FILE    VALUE 'N'.
000674     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000675         88  WS-CAL-END-OF-FILE        VALUE 'Y'.
000676         88  WS-CAL-NOT-END-OF-FILE    VALUE 'N'.
000677     05  WS-CAL-ENTRY-SWITCH     PIC X(01) VALUE 'N'.
000678         88  WS-CAL-ENTRY-FOUND        VALUE 'Y'.
000679         88  WS-CAL-ENTRY-MISSING      VALUE 'N'.
000680     05  WS-SCHEDULED-SWITCH     PIC X(01) VALUE 'N'.
000681         88  WS-RECORD-SCHEDULED       VALUE 'Y'.
000682         88  WS-RECORD-NOT-SCHEDULED   VALUE 'N'.
000683
000690 01  WS-FILE-STATUSES.
000700     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
000710         88  WS-CTL-FILE-OK            VALUE '00'.
000720     05  WS-EDT-FILE-STATUS      PIC X(02) VALUE '00'.
000730         88  WS-EDT-FILE-OK            VALUE '00'.
000731     05  WS-DST-FILE-STATUS      PIC X(02) VALUE '00'.
000732         88  WS-DST-FILE-OK            VALUE '00'.
000733     05  WS-CAL-FILE-STATUS      PIC X(02) VALUE '00'.
000734         88  WS-CAL-FILE-OK            VALUE '00'.
000740
000750 01  WS-REPORT-CONTROL.
000760     05  WS-PAGE-COUNT           PIC 9(05) COMP VALUE ZERO.
000944*    THE LAST BASE RECORD'S ID, SO A CONTINUATION CAN PROVE IT
000946*    HAS A BASE AHEAD OF IT IN KEY SEQUENCE.
000948 01  WS-LAST-BASE-ID             PIC X(08) VALUE LOW-VALUES.
000949
000950 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000951
000952*    THE RUN DATE'S CALENDAR ENTRY, STAGED ONCE AT STARTUP SO
000953*    THE SCHEDULE TALLY NEVER REREADS CALFILE.
000954 01  WS-TODAY-CALENDAR.
000955     05  WS-TODAY-DOW            PIC 9(01) VALUE ZERO.
000956     05  WS-TODAY-TYPE           PIC X(01) VALUE SPACE.
000957         88  WS-TODAY-BUSINESS         VALUE 'B'.
000958         88  WS-TODAY-HOLIDAY          VALUE 'H'.
000959     05  WS-TODAY-FIRST-BUS      PIC X(01) VALUE 'N'.
000960         88  WS-TODAY-IS-FIRST-BUS     VALUE 'Y'.
000961
000962 01  WS-DESK-CONTROL.
000963     05  WS-DESK-IX              PIC 9(04) COMP VALUE ZERO.
000964     05  WS-DESK-COUNT           PIC 9(04) COMP VALUE ZERO.
000965     05  WS-MAX-DESKS            PIC 9(04) COMP VALUE 20.
000966     05  WS-LOOKUP-ROUTE         PIC X(02) VALUE SPACES.
000967
000968*    ONE ENTRY PER DSTFILE DESTINATION, WITH THE REPETITIONS
000969*    TODAY'S BROADCAST WILL ISSUE TO IT.
000970 01  WS-DESK-TABLE.
000971     05  WS-DESK-ENTRY OCCURS 20 TIMES.
000972         10  WS-DESK-ROUTE       PIC X(02).
000973         10  WS-DESK-NAME        PIC X(16).
000974         10  WS-DESK-ACTIVE-FLAG PIC X(01).
000975             88  WS-DESK-IS-ACTIVE     VALUE 'Y'.
000976         10  WS-DESK-CEILING     PIC 9(10).
000977         10  WS-DESK-SCHEDULED   PIC 9(11) COMP.
000978
000960 77  WS-MAX-REPEAT-N             PIC 9(10) VALUE 1000000.
000970 77  WS-RECORDS-READ             PIC 9(05) COMP VALUE ZERO.
000980 77  WS-CLEAN-COUNT              PIC 9(05) COMP VALUE ZERO.
001000 77  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001010 77  WS-TOTAL-REPEATS            PIC 9(10) COMP VALUE ZERO.
001020 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001022 77  WS-OVER-CEILING-COUNT       PIC 9(05) COMP VALUE ZERO.
001024 77  WS-DEFAULT-ROUTE            PIC X(02) VALUE 'CS'.
001030
001040 01  WS-HEADER-LINE.
001050     05  FILLER                  PIC X(33)
001590     05  FILLER                  PIC X(02) VALUE ': '.
001600     05  WS-TRL-REPEATS-OUT      PIC 9(10).
001610
001611 01  WS-TRAILER-LINE-6.
001612     05  FILLER                  PIC X(24)
001613             VALUE 'DESKS OVER DAILY CEILING'.
001614     05  FILLER                  PIC X(02) VALUE ': '.
001615     05  WS-TRL-OVER-OUT         PIC 9(05).
001616
001617 01  WS-DESK-HEADING-LINE.
001618     05  FILLER                  PIC X(33)
001619             VALUE 'DAILY SCHEDULE BY DESK'.
001620     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
001621     05  WS-DSH-RUN-DATE         PIC 9(08).
001622
001623 01  WS-DESK-COLUMN-LINE.
001624     05  FILLER                  PIC X(02) VALUE 'RT'.
001625     05  FILLER                  PIC X(02) VALUE SPACES.
001626     05  FILLER                  PIC X(16) VALUE 'DESK'.
001627     05  FILLER                  PIC X(02) VALUE SPACES.
001628     05  FILLER                  PIC X(11) VALUE 'SCHEDULED'.
001629     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  FILLER                  PIC X(10) VALUE 'CEILING'.
001631     05  FILLER                  PIC X(02) VALUE SPACES.
001632     05  FILLER                  PIC X(06) VALUE 'STATUS'.
001633
001634 01  WS-DESK-DETAIL-LINE.
001635     05  WS-DSD-ROUTE            PIC X(02).
001636     05  FILLER                  PIC X(02) VALUE SPACES.
001637     05  WS-DSD-NAME             PIC X(16).
001638     05  FILLER                  PIC X(02) VALUE SPACES.
001639     05  WS-DSD-SCHEDULED        PIC 9(11).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001641     05  WS-DSD-CEILING          PIC 9(10).
001642     05  FILLER                  PIC X(02) VALUE SPACES.
001643     05  WS-DSD-STATUS           PIC X(24).
001644
001620 PROCEDURE DIVISION.
001630/*****************************************************************
001640 0000-MAINLINE.
001750
001760/*****************************************************************
001770 1000-INITIALIZE.
001780* Open the control file and the edit report, load the
001785* destination master and the run date's calendar entry, and
001790* prime the read loop. WS-FILES-OPEN-SWITCH is set only when
001795* every open succeeds.
001800/*****************************************************************
001810     OPEN INPUT CTL-FILE.
001820     IF NOT WS-CTL-FILE-OK
001920         MOVE 16 TO WS-WORST-RC
001930         GO TO 1000-EXIT
001940     END-IF.
001941     PERFORM 1100-LOAD-DESTINATIONS THRU 1100-EXIT.
001942     IF WS-WORST-RC >= 16
001943         GO TO 1000-EXIT
001944     END-IF.
001945     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001946     PERFORM 1180-LOAD-CALENDAR THRU 1180-EXIT.
001947     IF WS-WORST-RC >= 16
001948         GO TO 1000-EXIT
001949     END-IF.
001950     SET WS-FILES-ARE-OPEN TO TRUE.
001960     PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT.
001970
001990 1000-EXIT.
002000     EXIT.
002010
002011/*****************************************************************
002012 1100-LOAD-DESTINATIONS.
002013* Load every DSTFILE destination - route, name, active flag,
002014* and daily ceiling - into WS-DESK-TABLE for the route edit and
002015* the schedule tally. More desks than the table holds fails the
002016* step like an open failure; the broadcast could not load them
002017* either.
002018/*****************************************************************
002019     OPEN INPUT DST-FILE.
002020     IF NOT WS-DST-FILE-OK
002021         DISPLAY 'MSGEDIT: UNABLE TO OPEN DSTFILE, STATUS = '
002022             WS-DST-FILE-STATUS
002023         MOVE 16 TO WS-WORST-RC
002024         GO TO 1100-EXIT
002025     END-IF.
002026     PERFORM 1120-LOAD-ONE-DESTINATION THRU 1120-EXIT
002027         UNTIL WS-DST-END-OF-FILE.
002028     CLOSE DST-FILE.
002029 1100-EXIT.
002030     EXIT.
002031
002032/*****************************************************************
002033 1120-LOAD-ONE-DESTINATION.
002034* Read one destination master row into the next table entry.
002035/*****************************************************************
002036     READ DST-FILE
002037         AT END
002038             SET WS-DST-END-OF-FILE TO TRUE
002039             GO TO 1120-EXIT
002040     END-READ.
002041     IF NOT WS-DST-FILE-OK
002042         DISPLAY 'MSGEDIT: DSTFILE READ ERROR, STATUS = '
002043             WS-DST-FILE-STATUS
002044         MOVE 16 TO WS-WORST-RC
002045         SET WS-DST-END-OF-FILE TO TRUE
002046         GO TO 1120-EXIT
002047     END-IF.
002048     IF WS-DESK-COUNT >= WS-MAX-DESKS
002049         DISPLAY 'MSGEDIT: DSTFILE HOLDS MORE THAN '
002050             WS-MAX-DESKS ' DESTINATIONS'
002051         MOVE 16 TO WS-WORST-RC
002052         SET WS-DST-END-OF-FILE TO TRUE
002053         GO TO 1120-EXIT
002054     END-IF.
002055     ADD 1 TO WS-DESK-COUNT.
002056     MOVE DST-ROUTE-CODE    TO WS-DESK-ROUTE (WS-DESK-COUNT).
002057     MOVE DST-NAME          TO WS-DESK-NAME (WS-DESK-COUNT).
002058     MOVE DST-ACTIVE-FLAG
002058         TO WS-DESK-ACTIVE-FLAG (WS-DESK-COUNT).
002059     IF DST-DAILY-CEILING NUMERIC
002060         MOVE DST-DAILY-CEILING TO WS-DESK-CEILING (WS-DESK-COUNT)
002061     ELSE
002062         MOVE ZERO TO WS-DESK-CEILING (WS-DESK-COUNT)
002063     END-IF.
002064     MOVE ZERO TO WS-DESK-SCHEDULED (WS-DESK-COUNT).
002065 1120-EXIT.
002066     EXIT.
002067
002068/*****************************************************************
002069 1180-LOAD-CALENDAR.
002070* Stage the run date's entry from the CALFILE shop calendar, as
002071* MAIN does, so the schedule tally judges recurrence patterns
002072* exactly the way the broadcast will. A run date missing from
002073* the calendar is warned here once; MAIN will skip every
002074* recurrence-coded record that day, so the tally does too.
002075/*****************************************************************
002076     OPEN INPUT CAL-FILE.
002077     IF NOT WS-CAL-FILE-OK
002078         DISPLAY 'MSGEDIT: UNABLE TO OPEN CALFILE, STATUS = '
002079             WS-CAL-FILE-STATUS
002080         MOVE 16 TO WS-WORST-RC
002081         GO TO 1180-EXIT
002082     END-IF.
002083     PERFORM 1190-SCAN-CALENDAR THRU 1190-EXIT
002084         UNTIL WS-CAL-ENTRY-FOUND
002085         OR WS-CAL-END-OF-FILE.
002086     CLOSE CAL-FILE.
002087     IF WS-CAL-ENTRY-MISSING
002088         DISPLAY 'MSGEDIT: RUN DATE ' WS-RUN-DATE ' NOT ON THE '
002089             'SHOP CALENDAR - RECURRENCE-CODED RECORDS ARE NOT '
002090             'COUNTED AS SCHEDULED.'
002091     END-IF.
002092 1180-EXIT.
002093     EXIT.
002094
002095/*****************************************************************
002096 1190-SCAN-CALENDAR.
002097* One probe of the shop calendar for the run date's entry.
002098/*****************************************************************
002099     READ CAL-FILE
002100         AT END
002101             SET WS-CAL-END-OF-FILE TO TRUE
002102     END-READ.
002103     IF WS-CAL-END-OF-FILE
002104         GO TO 1190-EXIT
002105     END-IF.
002106     IF CAL-DATE-X NOT NUMERIC
002107             OR CAL-DATE-N NOT = WS-RUN-DATE
002108         GO TO 1190-EXIT
002109     END-IF.
002110     SET WS-CAL-ENTRY-FOUND TO TRUE.
002111     IF CAL-DAY-OF-WEEK NUMERIC
002112         MOVE CAL-DAY-OF-WEEK TO WS-TODAY-DOW
002113     ELSE
002114         MOVE ZERO TO WS-TODAY-DOW
002115     END-IF.
002116     MOVE CAL-TYPE          TO WS-TODAY-TYPE.
002117     MOVE CAL-FIRST-BUS-DAY TO WS-TODAY-FIRST-BUS.
002118 1190-EXIT.
002119     EXIT.
002120
002020/*****************************************************************
002030 2000-EDIT-CONTROL-RECORD.
002040* Pass one control record through the full field edits, keep the
002050* severity counts and the requested-repetitions total, and list
002060* every record that is not clean. Clean records stay off the
002070* listing so a good file edits down to a header and the totals.
002075* A base record that passed the fatal edits also goes to the
002076* schedule tally for its desk.
002080/*****************************************************************
002090     MOVE ZERO TO WS-EDIT-SEVERITY.
002100     MOVE SPACES TO WS-EDIT-REASON.
002255             AND CTL-SEG-N NUMERIC
002260             AND CTL-SEG-N = ZERO
002265         ADD CTL-REPEAT-N TO WS-TOTAL-REPEATS
002267         PERFORM 2700-TALLY-SCHEDULED THRU 2700-EXIT
002270     END-IF.
002280
002290     PERFORM 3000-READ-CONTROL-RECORD THRU 3000-EXIT.
002760             TO WS-EDIT-REASON
002770         GO TO 2500-EXIT
002780     END-IF.
002790*    A BLANK ROUTE BROADCASTS AS CS, SO CS MUST BE ON FILE.
002800     MOVE CTL-ROUTE-CODE TO WS-LOOKUP-ROUTE.
002810     IF WS-LOOKUP-ROUTE = SPACES
002815         MOVE WS-DEFAULT-ROUTE TO WS-LOOKUP-ROUTE
002820     END-IF.
002825     MOVE 1 TO WS-DESK-IX.
002830     PERFORM 2600-PROBE-DESK-TABLE THRU 2600-EXIT
002835         UNTIL WS-DESK-IX > WS-DESK-COUNT
002840         OR WS-DESK-ROUTE (WS-DESK-IX) = WS-LOOKUP-ROUTE.
002845     IF WS-DESK-IX > WS-DESK-COUNT
002850         MOVE 8 TO WS-EDIT-SEVERITY
002852         MOVE 'ROUTE CODE NOT ON DESTINATION MASTER'
002854             TO WS-EDIT-REASON
002856         GO TO 2500-EXIT
002860     END-IF.
002862     IF NOT CTL-RECUR-NONE
002863             AND NOT CTL-RECUR-DAILY
002875         MOVE 'WEEKLY PATTERN NEEDS DAY 1-7' TO WS-EDIT-REASON
002876         GO TO 2500-EXIT
002877     END-IF.
002878*    AN INACTIVE DESK STOPS THE RUN ONLY WHEN THE RECORD COULD
002879*    STILL BROADCAST TO IT; A HELD OR EXPIRED ONE IS A WARNING.
002880     IF NOT WS-DESK-IS-ACTIVE (WS-DESK-IX)
002881         IF CTL-STATUS-ACTIVE
002882                 AND (CTL-EXP-DATE = ZERO
002883                 OR CTL-EXP-DATE >= WS-RUN-DATE)
002884             MOVE 8 TO WS-EDIT-SEVERITY
002885             MOVE 'DESTINATION INACTIVE ON MASTER'
002886                 TO WS-EDIT-REASON
002887         ELSE
002888             MOVE 4 TO WS-EDIT-SEVERITY
002889             MOVE 'ROUTED TO INACTIVE DESTINATION'
002890                 TO WS-EDIT-REASON
002891         END-IF
002892         GO TO 2500-EXIT
002893     END-IF.
002870     IF NOT CTL-STATUS-ACTIVE
002880         MOVE 4 TO WS-EDIT-SEVERITY
002890         MOVE 'RECORD ON HOLD - WILL NOT BROADCAST'
002930 2500-EXIT.
002940     EXIT.
002950
002951/*****************************************************************
002952 2600-PROBE-DESK-TABLE.
002953* One probe of the desk table for the route being edited.
002954/*****************************************************************
002955     ADD 1 TO WS-DESK-IX.
002956 2600-EXIT.
002957     EXIT.
002958
002959/*****************************************************************
002960 2700-TALLY-SCHEDULED.
002961* Add a base record's repeat count to its desk's scheduled
002962* total when today's broadcast will issue it - status 'A',
002963* inside its date window, and on its recurrence day - using the
002964* same tests, in the same order, that MAIN screens with.
002965/*****************************************************************
002966     SET WS-RECORD-NOT-SCHEDULED TO TRUE.
002967     IF NOT CTL-STATUS-ACTIVE
002968         GO TO 2700-EXIT
002969     END-IF.
002970     IF CTL-EFF-DATE NOT = ZERO
002971             AND CTL-EFF-DATE > WS-RUN-DATE
002972         GO TO 2700-EXIT
002973     END-IF.
002974     IF CTL-EXP-DATE NOT = ZERO
002975             AND CTL-EXP-DATE < WS-RUN-DATE
002976         GO TO 2700-EXIT
002977     END-IF.
002978     IF CTL-RECUR-NONE
002979         SET WS-RECORD-SCHEDULED TO TRUE
002980     ELSE
002981         PERFORM 2750-SCREEN-RECURRENCE THRU 2750-EXIT
002982     END-IF.
002983     IF WS-RECORD-SCHEDULED
002984         ADD CTL-REPEAT-N TO WS-DESK-SCHEDULED (WS-DESK-IX)
002985     END-IF.
002986 2700-EXIT.
002987     EXIT.
002988
002989/*****************************************************************
002990 2750-SCREEN-RECURRENCE.
002991* Judge a recurrence-coded record against the run date's shop
002992* calendar entry the way MAIN's 3150-SCREEN-RECURRENCE does: D
002993* on business days, W on its day when that is a business day,
002994* M on the month's first business day, and nothing at all when
002995* today is not on the calendar.
002996/*****************************************************************
002997     IF WS-CAL-ENTRY-MISSING
002998         GO TO 2750-EXIT
002999     END-IF.
003000     EVALUATE TRUE
003001         WHEN CTL-RECUR-DAILY
003002             IF WS-TODAY-BUSINESS
003003                 SET WS-RECORD-SCHEDULED TO TRUE
003004             END-IF
003005         WHEN CTL-RECUR-WEEKLY
003006             IF WS-TODAY-BUSINESS
003007                 AND CTL-RECUR-DAY = WS-TODAY-DOW
003008                 SET WS-RECORD-SCHEDULED TO TRUE
003009             END-IF
003010         WHEN CTL-RECUR-MONTHLY
003011             IF WS-TODAY-IS-FIRST-BUS
003012                 SET WS-RECORD-SCHEDULED TO TRUE
003013             END-IF
003014     END-EVALUATE.
003015 2750-EXIT.
003016     EXIT.
003017
002960/*****************************************************************
002970 3000-READ-CONTROL-RECORD.
002980* Read the next control record from CTLFILE in key sequence.
004040     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
004050     MOVE WS-TRAILER-LINE-5 TO EDT-DATA.
004060     WRITE EDT-RECORD.
004061
004062     MOVE WS-OVER-CEILING-COUNT TO WS-TRL-OVER-OUT.
004063     MOVE SPACES TO EDT-RECORD.
004064     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
004065     MOVE WS-TRAILER-LINE-6 TO EDT-DATA.
004066     WRITE EDT-RECORD.
004070 5200-EXIT.
004080     EXIT.
004090
004091/*****************************************************************
004092 5300-WRITE-DESK-SUMMARY.
004093* Every desk's scheduled repetitions for today against its
004094* daily ceiling. A desk over its ceiling is listed as such,
004095* told on SYSOUT, and makes the step a warning (RC 4) - the
004096* desk has to staff for it, but nothing is wrong with the file.
004097/*****************************************************************
004098     IF WS-LINE-COUNT + 3 >= WS-MAX-LINES-PER-PAGE
004099         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
004100     END-IF.
004101     MOVE WS-RUN-DATE TO WS-DSH-RUN-DATE.
004102     MOVE SPACES TO EDT-RECORD.
004103     MOVE '0' TO EDT-CARRIAGE-CONTROL.
004104     MOVE WS-DESK-HEADING-LINE TO EDT-DATA.
004105     WRITE EDT-RECORD.
004106     MOVE SPACES TO EDT-RECORD.
004107     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
004108     MOVE WS-DESK-COLUMN-LINE TO EDT-DATA.
004109     WRITE EDT-RECORD.
004110     ADD 3 TO WS-LINE-COUNT.
004111     PERFORM 5350-WRITE-ONE-DESK THRU 5350-EXIT
004112         VARYING WS-DESK-IX FROM 1 BY 1
004113             UNTIL WS-DESK-IX > WS-DESK-COUNT.
004114 5300-EXIT.
004115     EXIT.
004116
004117/*****************************************************************
004118 5350-WRITE-ONE-DESK.
004119* One desk's line on the schedule summary.
004120/*****************************************************************
004121     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004122         PERFORM 5100-WRITE-REPORT-HEADER THRU 5100-EXIT
004123     END-IF.
004124     MOVE WS-DESK-ROUTE (WS-DESK-IX)     TO WS-DSD-ROUTE.
004125     MOVE WS-DESK-NAME (WS-DESK-IX)      TO WS-DSD-NAME.
004126     MOVE WS-DESK-SCHEDULED (WS-DESK-IX) TO WS-DSD-SCHEDULED.
004127     MOVE WS-DESK-CEILING (WS-DESK-IX)   TO WS-DSD-CEILING.
004128     EVALUATE TRUE
004129         WHEN NOT WS-DESK-IS-ACTIVE (WS-DESK-IX)
004130             MOVE 'INACTIVE' TO WS-DSD-STATUS
004131         WHEN WS-DESK-CEILING (WS-DESK-IX) = ZERO
004132             MOVE 'NO CEILING' TO WS-DSD-STATUS
004133         WHEN WS-DESK-SCHEDULED (WS-DESK-IX)
004134                 > WS-DESK-CEILING (WS-DESK-IX)
004135             MOVE 'WARNING - OVER CEILING' TO WS-DSD-STATUS
004136             ADD 1 TO WS-OVER-CEILING-COUNT
004137             IF WS-WORST-RC < 4
004138                 MOVE 4 TO WS-WORST-RC
004139             END-IF
004140             DISPLAY 'MSGEDIT: DESK ' WS-DESK-ROUTE (WS-DESK-IX)
004141                 ' SCHEDULED ' WS-DESK-SCHEDULED (WS-DESK-IX)
004142                 ' REPETITIONS, OVER ITS DAILY CEILING OF '
004143                 WS-DESK-CEILING (WS-DESK-IX)
004144         WHEN OTHER
004145             MOVE 'WITHIN CEILING' TO WS-DSD-STATUS
004146     END-EVALUATE.
004147     MOVE SPACES TO EDT-RECORD.
004148     MOVE ' ' TO EDT-CARRIAGE-CONTROL.
004149     MOVE WS-DESK-DETAIL-LINE TO EDT-DATA.
004150     WRITE EDT-RECORD.
004151     ADD 1 TO WS-LINE-COUNT.
004152 5350-EXIT.
004153     EXIT.
004154
004100/*****************************************************************
004110 9000-TERMINATE.
004120* Post the worst severity seen as the step return code - RC 8
004130* tells the JCL to skip the broadcast - write the trailer,
004140* display the run summary, and close down against files that
004150* actually opened. The desk summary goes first, since a desk
004155* over its ceiling raises the return code.
004160/*****************************************************************
004165     IF WS-FILES-ARE-OPEN
004166         PERFORM 5300-WRITE-DESK-SUMMARY THRU 5300-EXIT
004167     END-IF.
004170     IF WS-WORST-RC > RETURN-CODE
004180         MOVE WS-WORST-RC TO RETURN-CODE
004190     END-IF.
