000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYAPRV                                     *
000400*  TRANSACTION  :  CAPR                                         *
000500*  DESCRIPTION  :  CICS PSEUDO-CONVERSATIONAL APPROVAL QUEUE    *
000600*                  FOR THE CHANGES CMNT HOLDS ON                *
000700*                  SAMPLE.CITYPEND (DELETES AND UPDATES THAT    *
000800*                  CHANGE A CITY'S COUNTRY). MAP CITYMP4 LISTS  *
000900*                  THE PENDING ITEMS OLDEST FIRST WITH WHO      *
001000*                  KEYED THEM AND WHEN; PF7/PF8 PAGE. KEYING    *
001100*                  'A' AGAINST AN ITEM CLAIMS IT AND PASSES     *
001200*                  IT TO COBSAMP EXACTLY AS CMNT WOULD HAVE,    *
001300*                  RECORDING THE APPROVER AND COBSAMP'S         *
001400*                  RESPONSE ON THE ITEM. 'R' REJECTS IT. THE    *
001500*                  OPERATOR WHO KEYED AN ITEM MAY NOT APPROVE   *
001600*                  IT; THEY MAY ONLY WITHDRAW IT WITH 'R'.      *
001700*                  THE CLAIM UPDATE AND THE COBSAMP CHANGE      *
001800*                  SHARE ONE UNIT OF WORK, SO AN ITEM IS NEVER  *
001900*                  APPLIED TWICE.                               *
002000*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002100*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002200*  DATE-WRITTEN :  2026-10-15                                   *
002300*                                                               *
002400*  MODIFICATION HISTORY                                         *
002500*  -------------------------------------------------------------*
002600*  DATE       INIT  DESCRIPTION                                 *
002700*  ---------- ----  ------------------------------------------- *
002800*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002810*  2026-10-15 DLM   COBSAMP CALLS CARRY THE CH=CAPR ACTION      *
002820*                   OPTION SO THE CHANGE EVENT NAMES CAPR AS    *
002830*                   ITS ORIGINATING CHANNEL                     *
002840*  2026-10-15 DLM   AN APPROVAL WHOSE RESULT UPDATE FAILS IS    *
002850*                   ROLLED BACK AND COUNTED AS REFUSED; EACH    *
002860*                   DECIDED ROW IS NOW COMMITTED ON ITS OWN     *
002900*                                                               *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    CITYAPRV.
003300 AUTHOR.        D. L. MASON.
003400 INSTALLATION.  SAMPLE APPLICATIONS.
003500 DATE-WRITTEN.  2026-10-15.
003600 DATE-COMPILED. 2026-10-15.
003700 ENVIRONMENT DIVISION.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000*-----------------------------------------------------------------
004100*    DB2 COMMUNICATION AREA
004200*-----------------------------------------------------------------
004300     EXEC SQL INCLUDE SQLCA END-EXEC.
004400 01  SQLCODE-PIC                 PIC +++999 USAGE DISPLAY.
004500*-----------------------------------------------------------------
004600*    COMMAREA -- THE PAGE OFFSET AND THE ITEM NUMBERS ON THE     *
004700*    SCREEN, SO A DECISION KEYED AGAINST A ROW IS APPLIED TO     *
004800*    THE ITEM THE OPERATOR ACTUALLY SAW                          *
004900*-----------------------------------------------------------------
005000 01  APPROVAL-STATE-AREA.
005100     05  AS-PAGE-OFFSET          PIC 9(09).
005200     05  AS-ROW-COUNT            PIC 9(02).
005300     05  AS-ROW-ID               PIC 9(09) OCCURS 12 TIMES.
005400*-----------------------------------------------------------------
005500*    COBSAMP CALL INTERFACE                                      *
005600*-----------------------------------------------------------------
005700 COPY CITYPARM.
005800 01  WS-RESPONSE-TEXT            PIC X(80).
005900*-----------------------------------------------------------------
006000*    HOST VARIABLES
006100*-----------------------------------------------------------------
006200 01  WS-PAGE-OFFSET-HOST         PIC S9(09) COMP.
006300 01  WS-PEND-ID-HOST             PIC S9(09) COMP.
006400 01  WS-PEND-ACTION-HOST         PIC X(01).
006500 01  WS-PEND-CITY-HOST           PIC X(32).
006600 01  WS-PEND-COUNTRY-HOST        PIC X(32).
006700 01  WS-PEND-NEW-CITY-HOST       PIC X(32).
006800 01  WS-PEND-NEW-COUNTRY-HOST    PIC X(32).
006900 01  WS-PEND-POPULATION-HOST     PIC X(08).
007000 01  WS-PEND-REGION-HOST         PIC X(08).
007100 01  WS-PEND-KEYED-BY-HOST       PIC X(08).
007200 01  WS-PEND-KEYED-TS-HOST       PIC X(26).
007300 01  WS-PEND-STATUS-HOST         PIC X(08).
007400 01  WS-PEND-RESPONSE-HOST       PIC X(80).
007500 01  WS-OPERATOR-ID-HOST         PIC X(08).
007600 01  WS-PENDING-COUNT-HOST       PIC S9(09) COMP.
007700*-----------------------------------------------------------------
007800*    SWITCHES, COUNTERS AND WORK FIELDS                          *
007900*-----------------------------------------------------------------
008000 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
008100     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
008200     88  CURSOR-NOT-AT-EOF                   VALUE 'N'.
008300 77  WS-FETCH-FAILED-SWITCH      PIC X(01)   VALUE 'N'.
008400     88  FETCH-FAILED                        VALUE 'Y'.
008500 77  WS-ITEM-OK-SWITCH           PIC X(01)   VALUE 'N'.
008600     88  ITEM-OK                             VALUE 'Y'.
008700 77  WS-STRING-OVERFLOW-SWITCH   PIC X(01)   VALUE 'N'.
008800     88  STRING-OVERFLOW-OCCURRED            VALUE 'Y'.
008900 77  WS-EIBAID-SAVE              PIC X(01).
009000 77  WS-RESP                     PIC S9(08) COMP.
009100 77  WS-ROW-IDX                  PIC S9(04) COMP VALUE ZERO.
009200 77  WS-PAGE-SIZE                PIC 9(02)   VALUE 12.
009300 77  WS-APPROVED-COUNT           PIC 9(02)   VALUE ZERO.
009400 77  WS-REJECTED-COUNT           PIC 9(02)   VALUE ZERO.
009500 77  WS-REFUSED-COUNT            PIC 9(02)   VALUE ZERO.
009600 77  WS-PENDING-DISPLAY          PIC 9(05)   VALUE ZERO.
009700 77  WS-OFFSET-DISPLAY           PIC 9(05)   VALUE ZERO.
009800 77  WS-ITEM-DISPLAY             PIC 9(07)   VALUE ZERO.
009900 01  WS-MESSAGE                  PIC X(79)   VALUE SPACES.
010000 01  WS-ITEM-RESULT              PIC X(60)   VALUE SPACES.
010100 01  WS-LAST-RESULT              PIC X(79)   VALUE SPACES.
010200*-----------------------------------------------------------------
010300*    DETAIL LINE BUILT INTO THE MAP ROW-TABLE VIEW               *
010400*-----------------------------------------------------------------
010500 01  WS-DETAIL-LINE.
010600     05  WD-ITEM                 PIC ZZZZZZ9.
010700     05  FILLER                  PIC X(01)   VALUE SPACES.
010800     05  WD-ACTION               PIC X(01).
010900     05  FILLER                  PIC X(01)   VALUE SPACES.
011000     05  WD-CITY                 PIC X(18).
011100     05  FILLER                  PIC X(01)   VALUE SPACES.
011200     05  WD-COUNTRY              PIC X(15).
011300     05  FILLER                  PIC X(01)   VALUE SPACES.
011400     05  WD-NEW-COUNTRY          PIC X(15).
011500     05  FILLER                  PIC X(01)   VALUE SPACES.
011600     05  WD-KEYED-BY             PIC X(08).
011700     05  FILLER                  PIC X(01)   VALUE SPACES.
011800     05  WD-KEYED-DATE           PIC X(05).
011900*-----------------------------------------------------------------
012000*    RESOURCE NAMES                                              *
012100*-----------------------------------------------------------------
012200 01  WS-MAPSET-NAME              PIC X(08)   VALUE 'CITYMAP'.
012300 01  WS-MAP-NAME                 PIC X(08)   VALUE 'CITYMP4'.
012400 COPY DFHAID.
012500 COPY CITYMAP.
012600 LINKAGE SECTION.
012700 01  DFHCOMMAREA                 PIC X(119).
012800 PROCEDURE DIVISION.
012900*****************************************************************
013000*    0000-MAINLINE-CONTROL                                       *
013100*****************************************************************
013200 0000-MAINLINE-CONTROL.
013300     IF EIBCALEN = ZERO
013400         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
013500     ELSE
013600         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
013700     END-IF.
013800     GO TO 9999-EXIT.
013900*****************************************************************
014000*    1000-INITIAL-ENTRY - FIRST ENTRY, NO COMMAREA YET. SHOW     *
014100*                         THE OLDEST PENDING ITEMS               *
014200*****************************************************************
014300 1000-INITIAL-ENTRY.
014400     MOVE ZERO TO AS-PAGE-OFFSET.
014500     MOVE ZERO TO AS-ROW-COUNT.
014600     MOVE LOW-VALUES TO CITYMP4I.
014700     PERFORM 3000-FETCH-PAGE THRU 3000-EXIT.
014800     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
014900 1000-EXIT.
015000     EXIT.
015100*****************************************************************
015200*    2000-PROCESS-REQUEST - RETURNED FROM PF-KEY/ENTER. RECEIVE  *
015300*                           THE MAP AND DISPATCH ON EIBAID       *
015400*****************************************************************
015500 2000-PROCESS-REQUEST.
015600     MOVE DFHCOMMAREA TO APPROVAL-STATE-AREA.
015700     MOVE EIBAID TO WS-EIBAID-SAVE.
015800     IF WS-EIBAID-SAVE = DFHPF3
015900         EXEC CICS
016000             RETURN
016100         END-EXEC
016200     END-IF.
016300     EXEC CICS
016400         RECEIVE MAP(WS-MAP-NAME)
016500                 MAPSET(WS-MAPSET-NAME)
016600                 INTO(CITYMP4I)
016700                 RESP(WS-RESP)
016800     END-EXEC.
016900     IF WS-RESP = DFHRESP(MAPFAIL)
017000         MOVE LOW-VALUES TO CITYMP4I
017100     END-IF.
017200     EVALUATE WS-EIBAID-SAVE
017300         WHEN DFHPF7
017400             PERFORM 2100-PAGE-BACKWARD THRU 2100-EXIT
017500         WHEN DFHPF8
017600             PERFORM 2200-PAGE-FORWARD THRU 2200-EXIT
017700         WHEN DFHPF5
017800             PERFORM 3000-FETCH-PAGE THRU 3000-EXIT
017900         WHEN OTHER
018000             PERFORM 2300-ENTER-PRESSED THRU 2300-EXIT
018100     END-EVALUATE.
018200     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
018300 2000-EXIT.
018400     EXIT.
018500*****************************************************************
018600*    2100-PAGE-BACKWARD - PF7. BACK UP ONE PAGE, STOPPING AT THE *
018700*                         TOP OF THE QUEUE                       *
018800*****************************************************************
018900 2100-PAGE-BACKWARD.
019000     IF AS-PAGE-OFFSET = ZERO
019100         PERFORM 3000-FETCH-PAGE THRU 3000-EXIT
019200         MOVE 'ALREADY AT FIRST PAGE' TO WS-MESSAGE
019300     ELSE
019400         IF AS-PAGE-OFFSET < WS-PAGE-SIZE
019500             MOVE ZERO TO AS-PAGE-OFFSET
019600         ELSE
019700             SUBTRACT WS-PAGE-SIZE FROM AS-PAGE-OFFSET
019800         END-IF
019900         PERFORM 3000-FETCH-PAGE THRU 3000-EXIT
020000     END-IF.
020100 2100-EXIT.
020200     EXIT.
020300*****************************************************************
020400*    2200-PAGE-FORWARD - PF8. ADVANCE ONE PAGE; IF THE NEXT      *
020500*                        PAGE IS EMPTY, STEP BACK AND REDISPLAY  *
020600*                        THE LAST PAGE                           *
020700*****************************************************************
020800 2200-PAGE-FORWARD.
020900     ADD WS-PAGE-SIZE TO AS-PAGE-OFFSET.
021000     PERFORM 3000-FETCH-PAGE THRU 3000-EXIT.
021100     IF AS-ROW-COUNT = ZERO AND AS-PAGE-OFFSET > ZERO
021200         SUBTRACT WS-PAGE-SIZE FROM AS-PAGE-OFFSET
021300         PERFORM 3000-FETCH-PAGE THRU 3000-EXIT
021400         IF NOT FETCH-FAILED
021500             MOVE 'NO MORE ITEMS - LAST PAGE REDISPLAYED' TO
021600                 WS-MESSAGE
021700         END-IF
021800     END-IF.
021900 2200-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    2300-ENTER-PRESSED - APPLY EVERY 'A' OR 'R' KEYED AGAINST   *
022300*                         THE ROWS ON THE SCREEN, THEN REFRESH   *
022400*                         THE PAGE. THE MESSAGE LINE CARRIES THE *
022500*                         TOTALS AND THE OUTCOME OF THE LAST     *
022600*                         ITEM DECIDED                           *
022700*****************************************************************
022800 2300-ENTER-PRESSED.
022900     MOVE ZERO TO WS-APPROVED-COUNT.
023000     MOVE ZERO TO WS-REJECTED-COUNT.
023100     MOVE ZERO TO WS-REFUSED-COUNT.
023200     MOVE SPACES TO WS-LAST-RESULT.
023300     EXEC CICS
023400         ASSIGN USERID(WS-OPERATOR-ID-HOST)
023500     END-EXEC.
023600     PERFORM 4000-DECIDE-ONE-ROW THRU 4000-EXIT
023700         VARYING WS-ROW-IDX FROM 1 BY 1
023800         UNTIL WS-ROW-IDX > AS-ROW-COUNT.
023900     PERFORM 3000-FETCH-PAGE THRU 3000-EXIT.
024000     IF AS-ROW-COUNT = ZERO AND AS-PAGE-OFFSET > ZERO
024100         IF AS-PAGE-OFFSET < WS-PAGE-SIZE
024200             MOVE ZERO TO AS-PAGE-OFFSET
024300         ELSE
024400             SUBTRACT WS-PAGE-SIZE FROM AS-PAGE-OFFSET
024500         END-IF
024600         PERFORM 3000-FETCH-PAGE THRU 3000-EXIT
024700     END-IF.
024800     IF WS-LAST-RESULT NOT = SPACES
024900         MOVE SPACES TO WS-MESSAGE
025000         STRING 'APPROVED ' DELIMITED BY SIZE
025100             WS-APPROVED-COUNT DELIMITED BY SIZE
025200             ' REJECTED ' DELIMITED BY SIZE
025300             WS-REJECTED-COUNT DELIMITED BY SIZE
025400             ' REFUSED ' DELIMITED BY SIZE
025500             WS-REFUSED-COUNT DELIMITED BY SIZE
025600             ' - ' DELIMITED BY SIZE
025700             WS-LAST-RESULT DELIMITED BY SIZE
025800             INTO WS-MESSAGE
025900         END-STRING
026000     END-IF.
026100 2300-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    3000-FETCH-PAGE - READ UP TO TWELVE PENDING ITEMS, OLDEST   *
026500*                      FIRST, FROM THE CURRENT OFFSET AND BUILD  *
026600*                      THE MAP ROWS                              *
026700*****************************************************************
026800 3000-FETCH-PAGE.
026900     MOVE ZERO TO AS-ROW-COUNT.
027000     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
027100     MOVE 'N' TO WS-FETCH-FAILED-SWITCH.
027200     MOVE SPACES TO WS-MESSAGE.
027300     PERFORM 3050-CLEAR-MAP-ROW THRU 3050-EXIT
027400         VARYING WS-ROW-IDX FROM 1 BY 1
027500         UNTIL WS-ROW-IDX > WS-PAGE-SIZE.
027600     MOVE AS-PAGE-OFFSET TO WS-PAGE-OFFSET-HOST.
027700     EXEC SQL
027800         DECLARE C17 CURSOR FOR
027900             SELECT PEND_ID, ACTION_CD, CITY, COUNTRY,
028000                    NEW_COUNTRY, KEYED_BY, CHAR(KEYED_TS)
028100                 FROM SAMPLE.CITYPEND
028200                 WHERE STATUS = 'PENDING'
028300                 ORDER BY PEND_ID
028400                 OFFSET :WS-PAGE-OFFSET-HOST ROWS
028500                 FETCH FIRST 12 ROWS ONLY
028600     END-EXEC.
028700     EXEC SQL
028800         OPEN C17
028900     END-EXEC.
029000     IF SQLCODE NOT = 0
029100         MOVE SQLCODE TO SQLCODE-PIC
029200         STRING 'APPROVAL QUEUE QUERY FAILED - SQLCODE '
029300             DELIMITED BY SIZE
029400             SQLCODE-PIC DELIMITED BY SIZE
029500             INTO WS-MESSAGE
029600         END-STRING
029700         MOVE 'Y' TO WS-FETCH-FAILED-SWITCH
029800         GO TO 3000-EXIT
029900     END-IF.
030000     PERFORM 3100-FETCH-ONE-ITEM THRU 3100-EXIT
030100         UNTIL CURSOR-EOF-REACHED
030200            OR AS-ROW-COUNT >= WS-PAGE-SIZE.
030300     EXEC SQL
030400         CLOSE C17
030500     END-EXEC.
030600     IF FETCH-FAILED
030700         GO TO 3000-EXIT
030800     END-IF.
030900     EXEC SQL
031000         SELECT COUNT(*)
031100           INTO :WS-PENDING-COUNT-HOST
031200           FROM SAMPLE.CITYPEND
031300           WHERE STATUS = 'PENDING'
031400     END-EXEC.
031500     IF SQLCODE NOT = 0
031600         MOVE ZERO TO WS-PENDING-COUNT-HOST
031700     END-IF.
031800     MOVE WS-PENDING-COUNT-HOST TO WS-PENDING-DISPLAY.
031900     MOVE AS-PAGE-OFFSET TO WS-OFFSET-DISPLAY.
032000     STRING WS-PENDING-DISPLAY DELIMITED BY SIZE
032100         ' ITEMS PENDING, SHOWN FROM OFFSET ' DELIMITED BY SIZE
032200         WS-OFFSET-DISPLAY DELIMITED BY SIZE
032300         ' - KEY A OR R, ENTER' DELIMITED BY SIZE
032400         INTO WS-MESSAGE
032500     END-STRING.
032600 3000-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    3050-CLEAR-MAP-ROW - BLANK ONE SELECT/LINE PAIR             *
033000*****************************************************************
033100 3050-CLEAR-MAP-ROW.
033200     MOVE SPACES TO AROW-SEL(WS-ROW-IDX).
033300     MOVE SPACES TO AROW-LINE(WS-ROW-IDX).
033400     MOVE ZERO TO AS-ROW-ID(WS-ROW-IDX).
033500 3050-EXIT.
033600     EXIT.
033700*****************************************************************
033800*    3100-FETCH-ONE-ITEM - FETCH THE NEXT PENDING ITEM INTO THE  *
033900*                          STATE AREA AND ITS MAP ROW            *
034000*****************************************************************
034100 3100-FETCH-ONE-ITEM.
034200     EXEC SQL
034300         FETCH C17
034400             INTO :WS-PEND-ID-HOST, :WS-PEND-ACTION-HOST,
034500                  :WS-PEND-CITY-HOST, :WS-PEND-COUNTRY-HOST,
034600                  :WS-PEND-NEW-COUNTRY-HOST,
034700                  :WS-PEND-KEYED-BY-HOST, :WS-PEND-KEYED-TS-HOST
034800     END-EXEC.
034900     IF SQLCODE = 100
035000         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
035100         GO TO 3100-EXIT
035200     END-IF.
035300     IF SQLCODE NOT = 0
035400         MOVE SQLCODE TO SQLCODE-PIC
035500         MOVE SPACES TO WS-MESSAGE
035600         STRING 'APPROVAL QUEUE FETCH FAILED - SQLCODE '
035700             DELIMITED BY SIZE
035800             SQLCODE-PIC DELIMITED BY SIZE
035900             INTO WS-MESSAGE
036000         END-STRING
036100         MOVE 'Y' TO WS-FETCH-FAILED-SWITCH
036200         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
036300         GO TO 3100-EXIT
036400     END-IF.
036500     ADD 1 TO AS-ROW-COUNT.
036600     MOVE WS-PEND-ID-HOST TO AS-ROW-ID(AS-ROW-COUNT).
036700     MOVE SPACES TO WS-DETAIL-LINE.
036800     MOVE WS-PEND-ID-HOST TO WD-ITEM.
036900     MOVE WS-PEND-ACTION-HOST TO WD-ACTION.
037000     MOVE WS-PEND-CITY-HOST TO WD-CITY.
037100     MOVE WS-PEND-COUNTRY-HOST TO WD-COUNTRY.
037200     MOVE WS-PEND-NEW-COUNTRY-HOST TO WD-NEW-COUNTRY.
037300     MOVE WS-PEND-KEYED-BY-HOST TO WD-KEYED-BY.
037400     MOVE WS-PEND-KEYED-TS-HOST(6:5) TO WD-KEYED-DATE.
037500     MOVE WS-DETAIL-LINE TO AROW-LINE(AS-ROW-COUNT).
037600 3100-EXIT.
037700     EXIT.
037800*****************************************************************
037900*    4000-DECIDE-ONE-ROW - ACT ON THE SELECT FIELD OF ONE ROW.   *
038000*                          A BLANK FIELD IS LEFT ALONE           *
038100*****************************************************************
038200 4000-DECIDE-ONE-ROW.
038300     IF AROW-SEL(WS-ROW-IDX) = SPACES
038400        OR AROW-SEL(WS-ROW-IDX) = LOW-VALUES
038500         GO TO 4000-EXIT
038600     END-IF.
038700     MOVE AS-ROW-ID(WS-ROW-IDX) TO WS-PEND-ID-HOST.
038800     MOVE AS-ROW-ID(WS-ROW-IDX) TO WS-ITEM-DISPLAY.
038900     MOVE SPACES TO WS-ITEM-RESULT.
039000     EVALUATE AROW-SEL(WS-ROW-IDX)
039100         WHEN 'A'
039200         WHEN 'a'
039300             PERFORM 4100-APPROVE-ITEM THRU 4100-EXIT
039400         WHEN 'R'
039500         WHEN 'r'
039600             PERFORM 4200-REJECT-ITEM THRU 4200-EXIT
039700         WHEN OTHER
039800             MOVE 'SELECT WITH A OR R ONLY' TO WS-ITEM-RESULT
039900             ADD 1 TO WS-REFUSED-COUNT
040000     END-EVALUATE.
040010*    COMMIT EACH ITEM ON ITS OWN, SO A ROLLBACK WHILE DECIDING A
040020*    LATER ROW BACKS OUT ONLY THAT ROW'S WORK
040030     EXEC CICS
040040         SYNCPOINT
040050     END-EXEC.
040100     MOVE SPACES TO WS-LAST-RESULT.
040200     STRING 'ITEM ' DELIMITED BY SIZE
040300         WS-ITEM-DISPLAY DELIMITED BY SIZE
040400         ' ' DELIMITED BY SIZE
040500         WS-ITEM-RESULT DELIMITED BY SIZE
040600         INTO WS-LAST-RESULT
040700     END-STRING.
040800 4000-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    4050-LOAD-ITEM - READ THE FULL PENDING ITEM AND CONFIRM IT  *
041200*                     IS STILL OPEN                              *
041300*****************************************************************
041400 4050-LOAD-ITEM.
041500     MOVE 'N' TO WS-ITEM-OK-SWITCH.
041600     EXEC SQL
041700         SELECT ACTION_CD, CITY, COUNTRY, NEW_CITY,
041800                NEW_COUNTRY, POPULATION, REGION, KEYED_BY,
041900                STATUS
042000           INTO :WS-PEND-ACTION-HOST, :WS-PEND-CITY-HOST,
042100                :WS-PEND-COUNTRY-HOST, :WS-PEND-NEW-CITY-HOST,
042200                :WS-PEND-NEW-COUNTRY-HOST,
042300                :WS-PEND-POPULATION-HOST, :WS-PEND-REGION-HOST,
042400                :WS-PEND-KEYED-BY-HOST, :WS-PEND-STATUS-HOST
042500           FROM SAMPLE.CITYPEND
042600           WHERE PEND_ID = :WS-PEND-ID-HOST
042700     END-EXEC.
042800     IF SQLCODE = 100
042900         MOVE 'NO LONGER ON FILE' TO WS-ITEM-RESULT
043000         ADD 1 TO WS-REFUSED-COUNT
043100         GO TO 4050-EXIT
043200     END-IF.
043300     IF SQLCODE NOT = 0
043400         MOVE SQLCODE TO SQLCODE-PIC
043500         STRING 'READ FAILED - SQLCODE ' DELIMITED BY SIZE
043600             SQLCODE-PIC DELIMITED BY SIZE
043700             INTO WS-ITEM-RESULT
043800         END-STRING
043900         ADD 1 TO WS-REFUSED-COUNT
044000         GO TO 4050-EXIT
044100     END-IF.
044200     IF WS-PEND-STATUS-HOST NOT = 'PENDING'
044300         STRING 'ALREADY ' DELIMITED BY SIZE
044400             WS-PEND-STATUS-HOST DELIMITED BY SPACE
044500             INTO WS-ITEM-RESULT
044600         END-STRING
044700         ADD 1 TO WS-REFUSED-COUNT
044800         GO TO 4050-EXIT
044900     END-IF.
045000     MOVE 'Y' TO WS-ITEM-OK-SWITCH.
045100 4050-EXIT.
045200     EXIT.
045300*****************************************************************
045400*    4100-APPROVE-ITEM - REFUSE THE KEYING OPERATOR, CLAIM THE   *
045500*                        ITEM, PASS IT TO COBSAMP AND RECORD     *
045600*                        THE RESPONSE. THE CLAIM CONDITIONS ARE  *
045700*                        REPEATED ON THE UPDATE SO TWO APPROVERS *
045800*                        RACING FOR ONE ITEM CANNOT BOTH WIN     *
045900*****************************************************************
046000 4100-APPROVE-ITEM.
046100     PERFORM 4050-LOAD-ITEM THRU 4050-EXIT.
046200     IF NOT ITEM-OK
046300         GO TO 4100-EXIT
046400     END-IF.
046500     IF WS-PEND-KEYED-BY-HOST = WS-OPERATOR-ID-HOST
046600         MOVE 'KEYED BY YOU - ANOTHER OPERATOR MUST APPROVE'
046700             TO WS-ITEM-RESULT
046800         ADD 1 TO WS-REFUSED-COUNT
046900         GO TO 4100-EXIT
047000     END-IF.
047100     EXEC SQL
047200         UPDATE SAMPLE.CITYPEND
047300            SET STATUS = 'APPROVED',
047400                REVIEWED_BY = :WS-OPERATOR-ID-HOST,
047500                REVIEWED_TS = CURRENT TIMESTAMP
047600          WHERE PEND_ID = :WS-PEND-ID-HOST
047700            AND STATUS = 'PENDING'
047800            AND KEYED_BY <> :WS-OPERATOR-ID-HOST
047900     END-EXEC.
048000     IF SQLCODE = 100
048100         MOVE 'TAKEN BY ANOTHER OPERATOR' TO WS-ITEM-RESULT
048200         ADD 1 TO WS-REFUSED-COUNT
048300         GO TO 4100-EXIT
048400     END-IF.
048500     IF SQLCODE NOT = 0
048600         MOVE SQLCODE TO SQLCODE-PIC
048700         STRING 'CLAIM FAILED - SQLCODE ' DELIMITED BY SIZE
048800             SQLCODE-PIC DELIMITED BY SIZE
048900             INTO WS-ITEM-RESULT
049000         END-STRING
049100         ADD 1 TO WS-REFUSED-COUNT
049200         GO TO 4100-EXIT
049300     END-IF.
049400     PERFORM 4300-CALL-COBSAMP THRU 4300-EXIT.
049500     MOVE WS-RESPONSE-TEXT TO WS-PEND-RESPONSE-HOST.
049600     IF WS-RESPONSE-TEXT(1:17) = 'Delete successful'
049700        OR WS-RESPONSE-TEXT(1:17) = 'Update successful'
049800         MOVE 'APPROVED' TO WS-PEND-STATUS-HOST
050000     ELSE
050100         MOVE 'FAILED' TO WS-PEND-STATUS-HOST
050300     END-IF.
050400     EXEC SQL
050500         UPDATE SAMPLE.CITYPEND
050600            SET STATUS = :WS-PEND-STATUS-HOST,
050700                RESPONSE = :WS-PEND-RESPONSE-HOST
050800          WHERE PEND_ID = :WS-PEND-ID-HOST
050900     END-EXEC.
050910*    IF THE RESULT CANNOT BE RECORDED, BACK OUT THE CLAIM, THE
050920*    COBSAMP CHANGE AND ITS CHANGE EVENT TOGETHER SO THE ITEM IS
050930*    LEFT PENDING RATHER THAN SHOWN AS APPROVED WITH NO RESPONSE
050940     IF SQLCODE NOT = 0
050950         MOVE SQLCODE TO SQLCODE-PIC
050955         EXEC CICS
050960             SYNCPOINT ROLLBACK
050965         END-EXEC
050970         STRING 'RESULT UPDATE FAILED - SQLCODE '
050972             DELIMITED BY SIZE
050974             SQLCODE-PIC DELIMITED BY SIZE
050976             INTO WS-ITEM-RESULT
050978         END-STRING
050980         ADD 1 TO WS-REFUSED-COUNT
050982         GO TO 4100-EXIT
050984     END-IF.
050986     IF WS-PEND-STATUS-HOST = 'APPROVED'
050988         ADD 1 TO WS-APPROVED-COUNT
050990     ELSE
050992         ADD 1 TO WS-REFUSED-COUNT
050994     END-IF.
051000     MOVE WS-RESPONSE-TEXT TO WS-ITEM-RESULT.
051100 4100-EXIT.
051200     EXIT.
051300*****************************************************************
051400*    4200-REJECT-ITEM - CLOSE THE ITEM WITHOUT APPLYING IT. THE  *
051500*                       KEYING OPERATOR MAY REJECT THEIR OWN     *
051600*                       ITEM, WHICH IS RECORDED AS A WITHDRAWAL  *
051700*****************************************************************
051800 4200-REJECT-ITEM.
051900     PERFORM 4050-LOAD-ITEM THRU 4050-EXIT.
052000     IF NOT ITEM-OK
052100         GO TO 4200-EXIT
052200     END-IF.
052300     IF WS-PEND-KEYED-BY-HOST = WS-OPERATOR-ID-HOST
052400         MOVE 'WITHDRAWN BY KEYING OPERATOR'
052500             TO WS-PEND-RESPONSE-HOST
052600     ELSE
052700         MOVE 'REJECTED BY REVIEWER' TO WS-PEND-RESPONSE-HOST
052800     END-IF.
052900     EXEC SQL
053000         UPDATE SAMPLE.CITYPEND
053100            SET STATUS = 'REJECTED',
053200                REVIEWED_BY = :WS-OPERATOR-ID-HOST,
053300                REVIEWED_TS = CURRENT TIMESTAMP,
053400                RESPONSE = :WS-PEND-RESPONSE-HOST
053500          WHERE PEND_ID = :WS-PEND-ID-HOST
053600            AND STATUS = 'PENDING'
053700     END-EXEC.
053800     IF SQLCODE = 100
053900         MOVE 'TAKEN BY ANOTHER OPERATOR' TO WS-ITEM-RESULT
054000         ADD 1 TO WS-REFUSED-COUNT
054100         GO TO 4200-EXIT
054200     END-IF.
054300     IF SQLCODE NOT = 0
054400         MOVE SQLCODE TO SQLCODE-PIC
054500         STRING 'REJECT FAILED - SQLCODE ' DELIMITED BY SIZE
054600             SQLCODE-PIC DELIMITED BY SIZE
054700             INTO WS-ITEM-RESULT
054800         END-STRING
054900         ADD 1 TO WS-REFUSED-COUNT
055000         GO TO 4200-EXIT
055100     END-IF.
055200     MOVE WS-PEND-RESPONSE-HOST TO WS-ITEM-RESULT.
055300     ADD 1 TO WS-REJECTED-COUNT.
055400 4200-EXIT.
055500     EXIT.
055600*****************************************************************
055700*    4300-CALL-COBSAMP - BUILD THE LINKAGE FROM THE HELD ITEM    *
055800*                        THE SAME WAY CMNT BUILDS IT FROM THE    *
055900*                        SCREEN ("OLD,NEW" FOR AN UPDATE) AND    *
056000*                        CALL COBSAMP                            *
056100*****************************************************************
056200 4300-CALL-COBSAMP.
056300     MOVE 1 TO VAR-LEN OF Action.
056400     MOVE WS-PEND-ACTION-HOST TO VAR-TEXT OF Action.
056410*    CH= NAMES CAPR AS THE CHANNEL ON COBSAMP'S CHANGE EVENT
056420     MOVE ',CH=CAPR' TO VAR-TEXT OF Action(2:8).
056430     MOVE 9 TO VAR-LEN OF Action.
056500     MOVE 'N' TO WS-STRING-OVERFLOW-SWITCH.
056600     IF WS-PEND-ACTION-HOST = 'U'
056700         MOVE SPACES TO VAR-TEXT OF City
056800         STRING FUNCTION TRIM(WS-PEND-CITY-HOST)
056900             DELIMITED BY SIZE
057000             ',' DELIMITED BY SIZE
057100             FUNCTION TRIM(WS-PEND-NEW-CITY-HOST)
057200             DELIMITED BY SIZE
057300             INTO VAR-TEXT OF City(1:32)
057400             ON OVERFLOW
057500                 MOVE 'Y' TO WS-STRING-OVERFLOW-SWITCH
057600         END-STRING
057700         MOVE SPACES TO VAR-TEXT OF Country
057800         STRING FUNCTION TRIM(WS-PEND-COUNTRY-HOST)
057900             DELIMITED BY SIZE
058000             ',' DELIMITED BY SIZE
058100             FUNCTION TRIM(WS-PEND-NEW-COUNTRY-HOST)
058200             DELIMITED BY SIZE
058300             INTO VAR-TEXT OF Country(1:32)
058400             ON OVERFLOW
058500                 MOVE 'Y' TO WS-STRING-OVERFLOW-SWITCH
058600         END-STRING
058700     ELSE
058800         MOVE WS-PEND-CITY-HOST TO VAR-TEXT OF City
058900         MOVE WS-PEND-COUNTRY-HOST TO VAR-TEXT OF Country
059000     END-IF.
059100     MOVE 32 TO VAR-LEN OF City.
059200     MOVE 32 TO VAR-LEN OF Country.
059300     IF STRING-OVERFLOW-OCCURRED
059400         MOVE 'CITY/COUNTRY OLD,NEW VALUE TOO LONG' TO
059500             WS-RESPONSE-TEXT
059600         GO TO 4300-EXIT
059700     END-IF.
059800     IF WS-PEND-POPULATION-HOST = SPACES
059900         MOVE 0 TO VAR-LEN OF Population
060000     ELSE
060100         MOVE 8 TO VAR-LEN OF Population
060200     END-IF.
060300     MOVE WS-PEND-POPULATION-HOST TO VAR-TEXT OF Population.
060400     IF WS-PEND-REGION-HOST = SPACES
060500         MOVE 0 TO VAR-LEN OF Region
060600     ELSE
060700         MOVE 8 TO VAR-LEN OF Region
060800     END-IF.
060900     MOVE WS-PEND-REGION-HOST TO VAR-TEXT OF Region.
061000     MOVE ZERO TO VAR-LEN OF Response.
061100     MOVE SPACES TO VAR-TEXT OF Response.
061200     CALL 'COBSAMP' USING Action City Country
061300         Population Region Response.
061400     MOVE VAR-TEXT OF Response TO WS-RESPONSE-TEXT.
061500 4300-EXIT.
061600     EXIT.
061700*****************************************************************
061800*    8000-SEND-MAP - REDISPLAY THE QUEUE AND SET UP THE NEXT     *
061900*                    PSEUDO-CONVERSATIONAL RETURN                *
062000*****************************************************************
062100 8000-SEND-MAP.
062200     MOVE WS-MESSAGE TO AMSGO.
062300     EXEC CICS
062400         SEND MAP(WS-MAP-NAME)
062500              MAPSET(WS-MAPSET-NAME)
062600              FROM(CITYMP4O)
062700              ERASE
062800     END-EXEC.
062900     EXEC CICS
063000         RETURN TRANSID('CAPR')
063100                COMMAREA(APPROVAL-STATE-AREA)
063200                LENGTH(119)
063300     END-EXEC.
063400 8000-EXIT.
063500     EXIT.
063600*****************************************************************
063700*    9999-EXIT - COMMON PROGRAM EXIT                             *
063800*****************************************************************
063900 9999-EXIT.
064000     EXEC CICS
064100         RETURN
064200     END-EXEC.
