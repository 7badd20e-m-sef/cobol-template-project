000275*                 PRINTING THE FULL MULTI-LINE TEXT. CTLFILE
000276*                 RECORD GROWS 167 TO 169 AND THE AUDFILE
000277*                 RECORD 212 TO 214.
000279* 2026-10-15 SLM  RETIRED DEFINITIONS. MSGRETR MOVES EXPIRED AND
000281*                 LONG-HELD MESSAGES OFF CTLFILE INTO THE RETFILE
000283*                 ARCHIVE, SO A NEW SECTION AFTER THE CONTROL
000285*                 RECORD READS RETFILE FOR THE ID AND PRINTS EACH
000287*                 RETIREMENT - DATE, REASON, AND THE DEFINITION
000289*                 AS IT STOOD - SO 'NOT ON THE CONTROL FILE' IS
000291*                 NO LONGER THE LAST WORD ON A RETIRED MESSAGE.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MSGINQ.
000310 AUTHOR. SETH MOORE.
000320 DATE-WRITTEN. 2026-09-02.
000330 DATE-COMPILED. 2026-10-15.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-AUD-FILE-STATUS.
000530
000531     SELECT RET-FILE ASSIGN TO RETFILE
000532         ORGANIZATION IS SEQUENTIAL
000533         ACCESS MODE IS SEQUENTIAL
000534         FILE STATUS IS WS-RET-FILE-STATUS.
000535
000540     SELECT INQ-FILE ASSIGN TO INQRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000720     RECORD CONTAINS 214 CHARACTERS.
000730 COPY AUDREC REPLACING ==:PFX:== BY ==AUD==.
000740
000741 FD  RET-FILE
000742     LABEL RECORDS ARE STANDARD
000743     RECORD CONTAINS 200 CHARACTERS.
000744 COPY RETREC REPLACING ==:PFX:== BY ==RET==.
000745
000750 FD  INQ-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 133 CHARACTERS.
000900     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
000910         88  WS-AUD-END-OF-FILE        VALUE 'Y'.
000920         88  WS-AUD-NOT-END            VALUE 'N'.
000922     05  WS-RET-EOF-SWITCH       PIC X(01) VALUE 'N'.
000924         88  WS-RET-END-OF-FILE        VALUE 'Y'.
000926         88  WS-RET-NOT-END            VALUE 'N'.
000922     05  WS-SEG-DONE-SWITCH      PIC X(01) VALUE 'N'.
000924         88  WS-SEGS-DONE              VALUE 'Y'.
000926         88  WS-SEGS-NOT-DONE          VALUE 'N'.
000990         88  WS-HIST-FILE-OK           VALUE '00'.
001000     05  WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
001010         88  WS-AUD-FILE-OK            VALUE '00'.
001013     05  WS-RET-FILE-STATUS      PIC X(02) VALUE '00'.
001016         88  WS-RET-FILE-OK            VALUE '00'.
001020     05  WS-INQ-FILE-STATUS      PIC X(02) VALUE '00'.
001030         88  WS-INQ-FILE-OK            VALUE '00'.
001040
001340 01  WS-AUD-KEY                  PIC X(08) VALUE SPACES.
001342 77  WS-SEG-IX                   PIC 9(02) COMP VALUE ZERO.
001350
001352*    A RETIRED DEFINITION FROM THE ARCHIVE, REDESCRIBED AS THE
001354*    CONTROL RECORD IT WAS.
001356 COPY CTLREC REPLACING ==:PFX:== BY ==RTC==.
001358
001360 77  WS-ISSUE-COUNT              PIC 9(07) COMP VALUE ZERO.
001365 77  WS-RETIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
001370 77  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
001380 77  WS-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
001390
001940     05  FILLER                  PIC X(40)
001950             VALUE 'NOT ON THE CONTROL FILE'.
001960
001962 01  WS-RETIRED-HEADER-LINE.
001964     05  FILLER                  PIC X(04) VALUE SPACES.
001966     05  FILLER                  PIC X(40)
001968             VALUE 'RETIRED DEFINITIONS'.
001970
001972 01  WS-RETIRED-LINE.
001974     05  FILLER                  PIC X(04) VALUE SPACES.
001976     05  FILLER                  PIC X(11) VALUE 'RETIRED ON '.
001978     05  WS-RET-DATE-OUT         PIC 9(08).
001980     05  FILLER                  PIC X(03) VALUE ' - '.
001982     05  WS-RET-REASON-OUT       PIC X(09).
001984     05  WS-RET-SINCE-LABEL      PIC X(07).
001986     05  WS-RET-SINCE-OUT        PIC X(08).
001988
001990 01  WS-RETIRED-TOTAL-LINE.
001992     05  FILLER                  PIC X(04) VALUE SPACES.
001994     05  FILLER                  PIC X(12)
001996             VALUE 'RETIRED   : '.
001998     05  WS-RET-COUNT-OUT        PIC 9(05).
002000
001970 01  WS-ISSUE-HEADER-LINE.
001980     05  FILLER                  PIC X(04) VALUE SPACES.
001990     05  FILLER                  PIC X(10) VALUE 'ISSUED ON'.
003330
003340/*****************************************************************
003350 2000-INQUIRE-ONE-ID.
003357* One id's complete dossier: the control record, any retired
003364* definitions, the issuance history, and the change history,
003371* in that order.
003380/*****************************************************************
003390     MOVE WS-INQ-ID (WS-ID-SUB) TO WS-THIS-ID.
003400     MOVE WS-THIS-ID TO WS-SEC-MESSAGE-ID.
003440     WRITE INQ-RECORD.
003450     ADD 2 TO WS-LINE-COUNT.
003460     PERFORM 2100-REPORT-CONTROL-RECORD THRU 2100-EXIT.
003465     PERFORM 2500-REPORT-RETIRED THRU 2500-EXIT.
003470     PERFORM 3000-REPORT-ISSUANCES THRU 3000-EXIT.
003480     PERFORM 4000-REPORT-CHANGES THRU 4000-EXIT.
003490 2000-EXIT.
004044 2150-EXIT.
004045     EXIT.
004046
004048/*****************************************************************
004050 2500-REPORT-RETIRED.
004052* Every RETFILE archive record of this id, front to back - the
004054* definition MSGRETR took off CTLFILE, segment by segment, as
004056* it stood the day it went. The file opens and closes here so
004058* each id reads the whole archive.
004060/*****************************************************************
004062     MOVE ZERO TO WS-RETIRED-COUNT.
004064     MOVE 'N' TO WS-RET-EOF-SWITCH.
004066     OPEN INPUT RET-FILE.
004068     IF NOT WS-RET-FILE-OK
004070         DISPLAY 'MSGINQ: UNABLE TO OPEN RETFILE, STATUS = '
004072             WS-RET-FILE-STATUS
004074         IF WS-WORST-RC < 12
004076             MOVE 12 TO WS-WORST-RC
004078         END-IF
004080         GO TO 2500-EXIT
004082     END-IF.
004084     MOVE SPACES TO INQ-RECORD.
004086     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004088     MOVE WS-RETIRED-HEADER-LINE TO INQ-DATA.
004090     WRITE INQ-RECORD.
004092     ADD 1 TO WS-LINE-COUNT.
004094     PERFORM 2550-SCAN-ONE-RETIRED THRU 2550-EXIT
004096         UNTIL WS-RET-END-OF-FILE.
004098     CLOSE RET-FILE.
004100     MOVE WS-RETIRED-COUNT TO WS-RET-COUNT-OUT.
004102     MOVE SPACES TO INQ-RECORD.
004104     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004106     MOVE WS-RETIRED-TOTAL-LINE TO INQ-DATA.
004108     WRITE INQ-RECORD.
004110     ADD 1 TO WS-LINE-COUNT.
004112 2500-EXIT.
004114     EXIT.
004116
004118/*****************************************************************
004120 2550-SCAN-ONE-RETIRED.
004122* One archive record - print it when its image names this id.
004124* A segment-00 base opens a retirement with its date and
004126* reason and the definition's status, route, and dates; each
004128* continuation adds only its text line, as on CTLFILE.
004130/*****************************************************************
004132     READ RET-FILE
004134         AT END
004136             SET WS-RET-END-OF-FILE TO TRUE
004138     END-READ.
004140     IF WS-RET-END-OF-FILE
004142         GO TO 2550-EXIT
004144     END-IF.
004146     MOVE RET-IMAGE TO RTC-RECORD.
004148     IF RTC-MESSAGE-ID NOT = WS-THIS-ID
004150         GO TO 2550-EXIT
004152     END-IF.
004154     ADD 1 TO WS-RETIRED-COUNT.
004156     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004158         PERFORM 7100-WRITE-REPORT-HEADER THRU 7100-EXIT
004160     END-IF.
004162     IF RTC-SEG-N NOT = ZERO
004164         GO TO 2550-TEXT
004166     END-IF.
004168     MOVE RET-RETIRE-DATE TO WS-RET-DATE-OUT.
004170     MOVE SPACES TO WS-RET-SINCE-LABEL.
004172     MOVE SPACES TO WS-RET-SINCE-OUT.
004174     IF RET-REASON-EXPIRED
004176         MOVE 'EXPIRED' TO WS-RET-REASON-OUT
004178     ELSE
004180         MOVE 'LONG HOLD' TO WS-RET-REASON-OUT
004182         MOVE ' SINCE ' TO WS-RET-SINCE-LABEL
004184         MOVE RET-HELD-SINCE TO WS-RET-SINCE-OUT
004186     END-IF.
004188     MOVE SPACES TO INQ-RECORD.
004190     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004192     MOVE WS-RETIRED-LINE TO INQ-DATA.
004194     WRITE INQ-RECORD.
004196     IF RTC-STATUS-ACTIVE
004198         MOVE 'ACTIVE' TO WS-CTL-STATUS-OUT
004200     ELSE
004202         MOVE 'HOLD' TO WS-CTL-STATUS-OUT
004204     END-IF.
004206     MOVE RTC-ROUTE-CODE TO WS-CTL-ROUTE-OUT.
004208     MOVE RTC-REPEAT-N TO WS-CTL-REPEAT-OUT.
004210     MOVE SPACES TO INQ-RECORD.
004212     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004214     MOVE WS-CTL-LINE-1 TO INQ-DATA.
004216     WRITE INQ-RECORD.
004218     MOVE RTC-EFF-DATE TO WS-CTL-EFF-OUT.
004220     MOVE RTC-EXP-DATE TO WS-CTL-EXP-OUT.
004222     MOVE RTC-RECUR-CODE TO WS-CTL-RECUR-OUT.
004224     MOVE RTC-RECUR-DAY TO WS-CTL-RECUR-DAY-OUT.
004226     MOVE SPACES TO INQ-RECORD.
004228     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004230     MOVE WS-CTL-LINE-2 TO INQ-DATA.
004232     WRITE INQ-RECORD.
004234     ADD 3 TO WS-LINE-COUNT.
004236 2550-TEXT.
004238     MOVE RTC-MESSAGE TO WS-CTL-TEXT-OUT.
004240     MOVE SPACES TO INQ-RECORD.
004242     MOVE ' ' TO INQ-CARRIAGE-CONTROL.
004244     MOVE WS-CTL-TEXT-LINE TO INQ-DATA.
004246     WRITE INQ-RECORD.
004248     ADD 1 TO WS-LINE-COUNT.
004250 2550-EXIT.
004252     EXIT.
004254
004030/*****************************************************************
004040 3000-REPORT-ISSUANCES.
004050* Every HISTFILE issuance of this id, front to back. The file
