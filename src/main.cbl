000866*                 WITH IT; A CONTINUATION WITH NO BASE, OR PAST
000867*                 THE TEN-SEGMENT CEILING, IS COUNTED AS AN
000868*                 ORPHAN IN THE RUN SUMMARY AND NEVER ISSUED.
000869* 2026-10-15 SLM  MOVED THE CAL-RECORD LAYOUT OUT TO THE NEW
000870*                 CALREC COPYBOOK, SHARED WITH MSGEDIT, SO THE
000871*                 SHOP CALENDAR IS DESCRIBED IN ONE PLACE.
000872* 2026-10-15 SLM  MOVED THE RUN-RECORD LAYOUT OUT TO THE NEW
000873*                 RUNREC COPYBOOK, SHARED WITH THE MSGREG RUN
000874*                 REGISTRY REPORT.
000870* 2026-10-15 SLM  A FULL BROADCAST (LIVE OR SIM) NOW ALSO LOADS
000872*                 THE REISFILE RE-ISSUE REQUESTS MSGRECON WRITES
000874*                 FOR OPEN ITEMS NO DESK ACKNOWLEDGED (SEE
000876*                 RISREC). 3300-QUEUE-REISSUES MATCHES THEM TO
000878*                 THEIR MESSAGES DURING THE SWEEP, AND EACH GOES
000880*                 OUT AS ITS OWN SUB-PROGRAM CALL AFTER THE
000882*                 MESSAGE'S NORMAL ONE - SAME MESSAGE ID AND
000884*                 SEGMENTS, ROUTED TO THE REQUEST'S SEND DESK -
000886*                 EVEN WHEN TODAY'S CALENDAR SKIPS THE MESSAGE
000888*                 ITSELF. A MESSAGE NOW ON HOLD OR EXPIRED IS NOT
000890*                 SENT AGAIN, AND A REQUEST NOT WRITTEN TODAY IS
000892*                 REFUSED. EACH RE-ISSUE COUNTS AS A PROCESSED
000894*                 RECORD, AND THE RUN SUMMARY ACCOUNTS FOR EVERY
000896*                 REQUEST.
000869******************************************************************
000850 IDENTIFICATION DIVISION.
000860 PROGRAM-ID. MAIN.
000870 AUTHOR. SETH MOORE.
000880 DATE-WRITTEN. 2019-01-15.
000890 DATE-COMPILED. 2026-10-15.
000900
000910 ENVIRONMENT DIVISION.
000920 INPUT-OUTPUT SECTION.
000995         ACCESS MODE IS DYNAMIC
000996         RECORD KEY IS RUN-ID
000997         FILE STATUS IS WS-RUN-FILE-STATUS.
000999
001001     SELECT RIS-FILE ASSIGN TO REISFILE
001003         ORGANIZATION IS SEQUENTIAL
001005         ACCESS MODE IS SEQUENTIAL
001007         FILE STATUS IS WS-RIS-FILE-STATUS.
000998
001000 DATA DIVISION.
001010 FILE SECTION.
001044 FD  CAL-FILE
001046     LABEL RECORDS ARE STANDARD
001048     RECORD CONTAINS 80 CHARACTERS.
001050 COPY CALREC REPLACING ==:PFX:== BY ==CAL==.
001070
001071 FD  RUN-FILE
001072     RECORD CONTAINS 90 CHARACTERS.
001073 COPY RUNREC REPLACING ==:PFX:== BY ==RUN==.
001075
001077 FD  RIS-FILE
001079     LABEL RECORDS ARE STANDARD
001081     RECORD CONTAINS 80 CHARACTERS.
001083 COPY RISREC REPLACING ==:PFX:== BY ==RIS==.
001050
001060 WORKING-STORAGE SECTION.
001070 COPY MSGIF REPLACING ==:PFX:== BY ==WS==.
001239     05  WS-DRAIN-SWITCH         PIC X(01) VALUE 'N'.
001240         88  WS-FILE-DRAINED           VALUE 'Y'.
001241         88  WS-FILE-NOT-DRAINED       VALUE 'N'.
001243     05  WS-RIS-EOF-SWITCH       PIC X(01) VALUE 'N'.
001245         88  WS-RIS-END-OF-FILE        VALUE 'Y'.
001247         88  WS-RIS-NOT-END-OF-FILE    VALUE 'N'.
001249     05  WS-CUR-SEND-SWITCH      PIC X(01) VALUE 'Y'.
001251         88  WS-CUR-BROADCAST          VALUE 'Y'.
001253         88  WS-CUR-REISSUE-ONLY       VALUE 'N'.
001242
001230 01  WS-FILE-STATUSES.
001240     05  WS-CTL-FILE-STATUS      PIC X(02) VALUE '00'.
001256         88  WS-RUN-FILE-OK            VALUE '00'.
001257         88  WS-RUN-KEY-NOT-FOUND      VALUE '23'.
001258         88  WS-RUN-NO-MORE            VALUE '10'.
001260     05  WS-RIS-FILE-STATUS      PIC X(02) VALUE '00'.
001262         88  WS-RIS-FILE-OK            VALUE '00'.
001259
001260*    THE RUN DATE'S CALENDAR ENTRY, STAGED ONCE AT STARTUP SO
001262*    THE SCREENING LOOP NEVER REREADS CALFILE.
001286 77  WS-SKIP-EXPIRED-COUNT       PIC 9(05) COMP VALUE ZERO.
001288 77  WS-SKIP-CALENDAR-COUNT      PIC 9(05) COMP VALUE ZERO.
001290 77  WS-SKIP-ORPHAN-COUNT        PIC 9(05) COMP VALUE ZERO.
001292 77  WS-REISSUE-COUNT            PIC 9(05) COMP VALUE ZERO.
001294 77  WS-RIS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
001296 77  WS-RIS-WITHHELD-COUNT       PIC 9(05) COMP VALUE ZERO.
001298 77  WS-RIS-MISSING-COUNT        PIC 9(05) COMP VALUE ZERO.
001300 77  WS-RIS-QUEUED-COUNT         PIC 9(05) COMP VALUE ZERO.
001302 77  WS-CALLS-LEFT               PIC 9(05) COMP VALUE ZERO.
001304
001306*    TODAY'S RE-ISSUE REQUESTS. AN ENTRY IS PENDING UNTIL THE
001308*    SWEEP REACHES ITS MESSAGE, QUEUED WHILE THAT MESSAGE IS IN
001310*    HAND, THEN SENT - OR WITHHELD WHEN THE MESSAGE IS ON HOLD
001312*    OR EXPIRED. ONE STILL PENDING AT THE END NAMED A MESSAGE
001314*    NO LONGER ON CTLFILE.
001316 01  WS-REISSUE-TABLE-CONTROL.
001318     05  WS-RIS-MAX              PIC 9(04) COMP VALUE 500.
001320     05  WS-RIS-COUNT            PIC 9(04) COMP VALUE ZERO.
001322     05  WS-RIS-SUB              PIC 9(04) COMP VALUE ZERO.
001324
001326 01  WS-REISSUE-TABLE.
001328     05  WS-RIS-ENTRY OCCURS 500 TIMES.
001330         10  WS-RIS-MESSAGE-ID   PIC X(08).
001332         10  WS-RIS-SEND-DESK    PIC X(02).
001334         10  WS-RIS-STATE        PIC X(01).
001336             88  WS-RIS-PENDING        VALUE 'P'.
001338             88  WS-RIS-QUEUED         VALUE 'Q'.
001340             88  WS-RIS-SENT           VALUE 'S'.
001342             88  WS-RIS-WITHHELD       VALUE 'W'.
001292
001294*    SEGMENT GATHERING: THE BASE RECORD PARKS HERE WHILE ITS
001296*    CONTINUATIONS ARE READ, AND THE FIRST RECORD OF THE NEXT
001925     PERFORM 1300-WRITE-RUN-START THRU 1300-EXIT.
001926     IF RETURN-CODE NOT = ZERO
001927         GO TO 1000-EXIT
001929     END-IF.
001931     IF WS-FULL-SWEEP-RUN
001933         PERFORM 1400-LOAD-REISSUES THRU 1400-EXIT
001935         IF RETURN-CODE NOT = ZERO
001937             GO TO 1000-EXIT
001939         END-IF
001928     END-IF.
001929     IF WS-KEYED-RUN
001920         MOVE WS-FROM-ID TO CTL-MESSAGE-ID
003036 1300-EXIT.
003038     EXIT.
003040
003042/*****************************************************************
003044 1400-LOAD-REISSUES.
003046* Load the re-issue requests MSGRECON wrote this morning for a
003048* full broadcast to pick up. A request not written today is
003050* left over from a day whose broadcast already had its chance
003052* and is refused, as is one with no message id or send desk,
003054* or one past the table's capacity - each counted in the run
003056* summary, never silently dropped.
003058/*****************************************************************
003060     OPEN INPUT RIS-FILE.
003062     IF NOT WS-RIS-FILE-OK
003064         DISPLAY 'MAIN: UNABLE TO OPEN REISFILE, STATUS = '
003066             WS-RIS-FILE-STATUS
003068         MOVE 16 TO RETURN-CODE
003070         GO TO 1400-EXIT
003072     END-IF.
003074     PERFORM 1450-READ-REISSUE THRU 1450-EXIT
003076         UNTIL WS-RIS-END-OF-FILE.
003078     CLOSE RIS-FILE.
003080 1400-EXIT.
003082     EXIT.
003084
003086/*****************************************************************
003088 1450-READ-REISSUE.
003090* Read one re-issue request and post it to the table, pending.
003092/*****************************************************************
003094     READ RIS-FILE
003096         AT END
003098             SET WS-RIS-END-OF-FILE TO TRUE
003100     END-READ.
003102     IF WS-RIS-END-OF-FILE
003104         GO TO 1450-EXIT
003106     END-IF.
003108     IF NOT WS-RIS-FILE-OK
003110         DISPLAY 'MAIN: READ ON REISFILE FAILED, STATUS = '
003112             WS-RIS-FILE-STATUS
003114         MOVE 16 TO RETURN-CODE
003116         SET WS-RIS-END-OF-FILE TO TRUE
003118         GO TO 1450-EXIT
003120     END-IF.
003122     IF RIS-WRITTEN-DATE NOT NUMERIC
003124             OR RIS-WRITTEN-DATE NOT = WS-RUN-DATE
003126             OR RIS-MESSAGE-ID = SPACES
003128             OR RIS-SEND-DESK = SPACES
003130             OR WS-RIS-COUNT >= WS-RIS-MAX
003132         ADD 1 TO WS-RIS-REFUSED-COUNT
003134         GO TO 1450-EXIT
003136     END-IF.
003138     ADD 1 TO WS-RIS-COUNT.
003140     MOVE RIS-MESSAGE-ID TO WS-RIS-MESSAGE-ID (WS-RIS-COUNT).
003142     MOVE RIS-SEND-DESK  TO WS-RIS-SEND-DESK (WS-RIS-COUNT).
003144     SET WS-RIS-PENDING (WS-RIS-COUNT) TO TRUE.
003146 1450-EXIT.
003148     EXIT.
003040
002670/*****************************************************************
002680 2000-PROCESS-CONTROL-FILE.
002690* Load one control record's message/repeat-count, look ahead
002700* one record to see whether it is the last of the batch, and
002702* hand it off to SUB-PROGRAM - once for today's broadcast when
002704* the message screened eligible, then once more for each
002706* re-issue request queued against it. The calls still owed for
002708* this message are counted before the look-ahead read replaces
002710* the screening result, so only the very last call of the
002712* batch carries the last-record indicator.
002720/*****************************************************************
002730     MOVE CTL-MESSAGE    TO WS-MESSAGE.
002740     MOVE CTL-REPEAT-N   TO WS-REPEAT-N.
002760     MOVE CTL-MESSAGE-ID TO WS-MESSAGE-ID.
002762     MOVE WS-GATH-SEG-COUNT TO WS-SEG-COUNT.
002764     MOVE WS-GATH-SEG-TABLE TO WS-SEG-TABLE.
002766     MOVE WS-RIS-QUEUED-COUNT TO WS-CALLS-LEFT.
002768     IF WS-RECORD-ELIGIBLE
002770         SET WS-CUR-BROADCAST TO TRUE
002772         ADD 1 TO WS-CALLS-LEFT
002774     ELSE
002776         SET WS-CUR-REISSUE-ONLY TO TRUE
002778     END-IF.
002770
002780     PERFORM 3000-READ-CONTROL-RECORD THRU 3000-EXIT.
002782     IF WS-CUR-BROADCAST
002784         SUBTRACT 1 FROM WS-CALLS-LEFT
002786         PERFORM 2050-SET-LAST-RECORD THRU 2050-EXIT
002788         PERFORM 4000-CALL-SUBPROGRAM THRU 4000-EXIT
002790     END-IF.
002792     IF WS-CALLS-LEFT > ZERO
002794         PERFORM 2100-SEND-REISSUE THRU 2100-EXIT
002796             VARYING WS-RIS-SUB FROM 1 BY 1
002798                 UNTIL WS-RIS-SUB > WS-RIS-COUNT
002800     END-IF.
002802 2000-EXIT.
002804     EXIT.
002806
002808/*****************************************************************
002810 2050-SET-LAST-RECORD.
002812* The call about to be made is the last of the batch when the
002814* look-ahead found nothing more to read and this message owes
002816* no further calls.
002818/*****************************************************************
002790     IF WS-END-OF-FILE
002795             AND WS-CALLS-LEFT = ZERO
002800         SET WS-LAST-RECORD TO TRUE
002810     ELSE
002820         SET WS-NOT-LAST-RECORD TO TRUE
002830     END-IF.
002832 2050-EXIT.
002834     EXIT.
002836
002838/*****************************************************************
002840 2100-SEND-REISSUE.
002842* Send one queued re-issue of the message in hand, under its
002844* original message id, to the report of the desk the request
002846* names instead of the control record's own route.
002848/*****************************************************************
002850     IF WS-RIS-MESSAGE-ID (WS-RIS-SUB) NOT = WS-MESSAGE-ID
002852             OR NOT WS-RIS-QUEUED (WS-RIS-SUB)
002854         GO TO 2100-EXIT
002856     END-IF.
002858     MOVE WS-RIS-SEND-DESK (WS-RIS-SUB) TO WS-ROUTE-CODE.
002860     SUBTRACT 1 FROM WS-CALLS-LEFT.
002862     PERFORM 2050-SET-LAST-RECORD THRU 2050-EXIT.
002864     PERFORM 4000-CALL-SUBPROGRAM THRU 4000-EXIT.
002866     SET WS-RIS-SENT (WS-RIS-SUB) TO TRUE.
002868     ADD 1 TO WS-REISSUE-COUNT.
002870 2100-EXIT.
002872     EXIT.
002880
002890/*****************************************************************
002900 3000-READ-CONTROL-RECORD.
002960* ELIGIBLE message, so SUB-PROGRAM still closes its files even
002970* when the records at the back of the key sequence are all
002972* being skipped. A continuation with no base ahead of it
002974* belongs to nothing - counted as an orphan, never issued. A
002976* skipped message with a re-issue queued against it is still
002978* returned, for the re-issue alone.
002980/*****************************************************************
002990     PERFORM 3050-READ-RAW-RECORD THRU 3050-EXIT.
003030     IF WS-END-OF-FILE
003124*    SCREEN, SO A SKIPPED MESSAGE'S SEGMENTS SKIP WITH IT
003126*    INSTEAD OF SURFACING AS ORPHANS.
003128     PERFORM 3200-GATHER-SEGMENTS THRU 3200-EXIT.
003130     IF WS-RIS-COUNT > ZERO
003132         PERFORM 3300-QUEUE-REISSUES THRU 3300-EXIT
003134     END-IF.
003130     IF WS-RECORD-SKIPPED
003135             AND WS-RIS-QUEUED-COUNT = ZERO
003140         GO TO 3000-READ-CONTROL-RECORD
003150     END-IF.
003160 3000-EXIT.
003292 3200-EXIT.
003294     EXIT.
003296
003298/*****************************************************************
003300 3300-QUEUE-REISSUES.
003302* Queue the pending re-issue requests for the message just
003304* read, counting them for the caller.
003306/*****************************************************************
003308     MOVE ZERO TO WS-RIS-QUEUED-COUNT.
003310     PERFORM 3350-QUEUE-ONE-REISSUE THRU 3350-EXIT
003312         VARYING WS-RIS-SUB FROM 1 BY 1
003314             UNTIL WS-RIS-SUB > WS-RIS-COUNT.
003316 3300-EXIT.
003318     EXIT.
003320
003322/*****************************************************************
003324 3350-QUEUE-ONE-REISSUE.
003326* One re-issue request against the message just read. A message
003328* put on hold or past its expiry since it first went out is not
003330* sent again - the request is withheld and counted. Today's
003332* calendar does not come into it: the re-issue is owed for a
003334* day the message was already scheduled.
003336/*****************************************************************
003338     IF WS-RIS-MESSAGE-ID (WS-RIS-SUB) NOT = CTL-MESSAGE-ID
003340             OR NOT WS-RIS-PENDING (WS-RIS-SUB)
003342         GO TO 3350-EXIT
003344     END-IF.
003346     IF NOT CTL-STATUS-ACTIVE
003348         SET WS-RIS-WITHHELD (WS-RIS-SUB) TO TRUE
003350         ADD 1 TO WS-RIS-WITHHELD-COUNT
003352         GO TO 3350-EXIT
003354     END-IF.
003356     IF CTL-EXP-DATE NOT = ZERO
003358             AND CTL-EXP-DATE < WS-RUN-DATE
003360         SET WS-RIS-WITHHELD (WS-RIS-SUB) TO TRUE
003362         ADD 1 TO WS-RIS-WITHHELD-COUNT
003364         GO TO 3350-EXIT
003366     END-IF.
003368     SET WS-RIS-QUEUED (WS-RIS-SUB) TO TRUE.
003370     ADD 1 TO WS-RIS-QUEUED-COUNT.
003372 3350-EXIT.
003294     EXIT.
003296
003190/*****************************************************************
003200 3100-SCREEN-CONTROL-RECORD.
003210* Judge the record just read against its status and date
004004         ' RECORD(S) NOT SCHEDULED TODAY.'.
004005     DISPLAY 'MAIN: SKIPPED ' WS-SKIP-ORPHAN-COUNT
004006         ' ORPHAN SEGMENT RECORD(S).'.
004008     IF WS-FULL-SWEEP-RUN
004010         PERFORM 9200-SUMMARIZE-REISSUES THRU 9200-EXIT
004012     END-IF.
004006     IF WS-RUN-FILE-IS-OPEN
004007         PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
004008         CLOSE RUN-FILE
004130     END-IF.
004132 9100-EXIT.
004134     EXIT.
004136
004138/*****************************************************************
004140 9200-SUMMARIZE-REISSUES.
004142* Account for every re-issue request: sent, withheld, refused at
004144* load, or naming a message no longer on CTLFILE.
004146/*****************************************************************
004148     PERFORM 9250-COUNT-MISSING-REISSUE THRU 9250-EXIT
004150         VARYING WS-RIS-SUB FROM 1 BY 1
004152             UNTIL WS-RIS-SUB > WS-RIS-COUNT.
004154     DISPLAY 'MAIN: RE-ISSUED ' WS-REISSUE-COUNT
004156         ' MESSAGE(S) FROM REISFILE.'.
004158     DISPLAY 'MAIN: WITHHELD ' WS-RIS-WITHHELD-COUNT
004160         ' RE-ISSUE(S) - MESSAGE ON HOLD OR EXPIRED.'.
004162     DISPLAY 'MAIN: DROPPED ' WS-RIS-MISSING-COUNT
004164         ' RE-ISSUE(S) - MESSAGE NO LONGER ON CTLFILE.'.
004166     DISPLAY 'MAIN: REFUSED ' WS-RIS-REFUSED-COUNT
004168         ' RE-ISSUE REQUEST(S) - NOT WRITTEN TODAY, INCOMPLETE,'
004170         ' OR PAST THE TABLE.'.
004172 9200-EXIT.
004174     EXIT.
004176
004178/*****************************************************************
004180 9250-COUNT-MISSING-REISSUE.
004182* One request the sweep never reached.
004184/*****************************************************************
004186     IF WS-RIS-PENDING (WS-RIS-SUB)
004188         ADD 1 TO WS-RIS-MISSING-COUNT
004190     END-IF.
004192 9250-EXIT.
004194     EXIT.
004136 END PROGRAM MAIN.
