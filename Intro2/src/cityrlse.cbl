000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYRLSE                                     *
000400*  DESCRIPTION  :  NIGHTLY RELEASE OF FUTURE-DATED CITY         *
000500*                  TRANSACTIONS. CITYAPPL PARKS A CITYTRN       *
000600*                  DETAIL WHOSE EFFECTIVE DATE IS AFTER ITS RUN *
000700*                  DATE ON SAMPLE.CITYFUTR. THIS PROGRAM FIXES  *
000800*                  TODAY'S DATE ONCE, THEN APPLIES EVERY ITEM   *
000900*                  STILL PENDING WITH AN EFFECTIVE DATE ON OR   *
001000*                  BEFORE IT THROUGH COBSAMP, OLDEST EFFECTIVE  *
001100*                  DATE FIRST, EXACTLY AS CITYAPPL WOULD HAVE:  *
001200*                  'I' AND 'D' PASS CITY/COUNTRY STRAIGHT       *
001300*                  THROUGH, 'U' JOINS THE OLD AND NEW VALUES    *
001400*                  INTO THE 'OLD,NEW' CONVENTION. EACH ITEM IS  *
001500*                  MARKED APPLIED OR FAILED AND COMMITTED WITH  *
001600*                  ITS OWN CHANGE, SO A RERUN NEVER APPLIES AN  *
001700*                  ITEM TWICE. A FAILED ITEM IS LISTED WITH THE *
001800*                  COBSAMP RESPONSE AND ENDS THE RUN CC 4.      *
001900*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002000*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002100*  DATE-WRITTEN :  2026-10-15                                   *
002200*                                                               *
002300*  MODIFICATION HISTORY                                         *
002400*  -------------------------------------------------------------*
002500*  DATE       INIT  DESCRIPTION                                 *
002600*  ---------- ----  ------------------------------------------- *
002700*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002710*  2026-10-15 DLM   COBSAMP CALLS CARRY THE CH=CITYRLSE ACTION  *
002720*                   OPTION SO THE CHANGE EVENT NAMES CITYRLSE   *
002730*                   AS ITS ORIGINATING CHANNEL                  *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    CITYRLSE.
003200 AUTHOR.        D. L. MASON.
003300 INSTALLATION.  SAMPLE APPLICATIONS.
003400 DATE-WRITTEN.  2026-10-15.
003500 DATE-COMPILED. 2026-10-15.
003600 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900*-----------------------------------------------------------------
004000*    DB2 COMMUNICATION AREA
004100*-----------------------------------------------------------------
004200     EXEC SQL INCLUDE SQLCA END-EXEC.
004300*-----------------------------------------------------------------
004400*    COBSAMP CALL INTERFACE
004500*-----------------------------------------------------------------
004600 COPY CITYPARM.
004700 01  WS-RESPONSE-TEXT             PIC X(80).
004800*-----------------------------------------------------------------
004900*    HOST VARIABLES -- ONE SAMPLE.CITYFUTR ITEM
005000*-----------------------------------------------------------------
005100 01  WS-RELEASE-DATE             PIC X(10).
005200 01  WS-FUTR-ID-HOST             PIC S9(09) COMP.
005300 01  WS-FUTR-BRANCH-HOST         PIC X(08).
005400 01  WS-FUTR-EFF-DATE-HOST       PIC X(10).
005500 01  WS-FUTR-ACTION-HOST         PIC X(01).
005600     88  FUTR-ACTION-INSERT                  VALUE 'I'.
005700     88  FUTR-ACTION-UPDATE                  VALUE 'U'.
005800     88  FUTR-ACTION-DELETE                  VALUE 'D'.
005900 01  WS-FUTR-CITY-HOST           PIC X(32).
006000 01  WS-FUTR-COUNTRY-HOST        PIC X(32).
006100 01  WS-FUTR-NEW-CITY-HOST       PIC X(32).
006200 01  WS-FUTR-NEW-COUNTRY-HOST    PIC X(32).
006300 01  WS-FUTR-POPULATION-HOST     PIC X(08).
006400 01  WS-FUTR-REGION-HOST         PIC X(08).
006500 01  WS-FUTR-STATUS-HOST         PIC X(09).
006600 01  WS-REMAINING-COUNT          PIC S9(09) COMP.
006700*-----------------------------------------------------------------
006800*    SWITCHES
006900*-----------------------------------------------------------------
007000 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
007100     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
007200     88  CURSOR-NOT-AT-EOF                   VALUE 'N'.
007300 77  WS-APPLIED-SWITCH           PIC X(01)   VALUE 'N'.
007400     88  ITEM-APPLIED                        VALUE 'Y'.
007500*-----------------------------------------------------------------
007600*    COUNTERS AND STATUS FIELDS
007700*-----------------------------------------------------------------
007800 77  WS-ITEMS-DUE                PIC 9(09) COMP VALUE ZERO.
007900 77  WS-ITEMS-APPLIED            PIC 9(09) COMP VALUE ZERO.
008000 77  WS-ITEMS-FAILED             PIC 9(09) COMP VALUE ZERO.
008100 77  WS-ITEM-DISPLAY             PIC 9(07)   VALUE ZERO.
008200 77  WS-REMAIN-DISPLAY           PIC 9(09)   VALUE ZERO.
008300 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
008400 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
008500*-----------------------------------------------------------------
008600*    RUN-CONTROL INTERFACE
008700*-----------------------------------------------------------------
008800 COPY CITYRUNP.
008900*-----------------------------------------------------------------
009000*    OLD,NEW JOIN WORK FIELDS                                    *
009100*-----------------------------------------------------------------
009200 01  WS-TRIM-FIELD               PIC X(32)   VALUE SPACES.
009300 77  WS-TRIM-LENGTH              PIC S9(04) COMP VALUE ZERO.
009400 77  WS-OLD-LENGTH               PIC S9(04) COMP VALUE ZERO.
009500 77  WS-NEW-LENGTH               PIC S9(04) COMP VALUE ZERO.
009600 PROCEDURE DIVISION.
009700*****************************************************************
009800*    0000-MAINLINE-CONTROL                                       *
009900*****************************************************************
010000 0000-MAINLINE-CONTROL.
010100     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     PERFORM 2000-RELEASE-ONE-ITEM THRU 2000-EXIT
010400         UNTIL CURSOR-EOF-REACHED.
010500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010600     GO TO 9999-EXIT.
010700*****************************************************************
010800*    1000-INITIALIZE - FIX THE RELEASE DATE AND OPEN THE DUE-    *
010900*                      ITEMS CURSOR                              *
011000*****************************************************************
011100 1000-INITIALIZE.
011200*    THE DATE IS FIXED ONCE SO A RUN THAT CROSSES MIDNIGHT DOES
011300*    NOT PICK UP THE NEXT DAY'S ITEMS PART-WAY THROUGH.
011400     EXEC SQL
011500         SELECT CHAR(CURRENT DATE, ISO)
011600             INTO :WS-RELEASE-DATE
011700             FROM SYSIBM.SYSDUMMY1
011800     END-EXEC.
011900     IF SQLCODE NOT = 0
012000         MOVE SQLCODE TO SQLCODE-PIC
012100         DISPLAY 'CITYRLSE: RELEASE DATE FAILED, SQLCODE = '
012200             SQLCODE-PIC
012300         MOVE 12 TO WS-COND-CODE
012400         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
012500         GO TO 1000-EXIT
012600     END-IF.
012700     DISPLAY 'CITYRLSE: RELEASING ITEMS EFFECTIVE ON OR BEFORE '
012800         WS-RELEASE-DATE.
012900*    WITH HOLD: EACH ITEM IS COMMITTED AS IT IS APPLIED.
013000     EXEC SQL
013100         DECLARE C19 CURSOR WITH HOLD FOR
013200             SELECT FUTR_ID, BRANCH_ID, EFFECTIVE_DATE,
013300                    ACTION_CD, CITY, COUNTRY, NEW_CITY,
013400                    NEW_COUNTRY, POPULATION, REGION
013500                 FROM SAMPLE.CITYFUTR
013600                 WHERE STATUS = 'PENDING'
013700                   AND EFFECTIVE_DATE <= :WS-RELEASE-DATE
013800                 ORDER BY EFFECTIVE_DATE, FUTR_ID
013900     END-EXEC.
014000     EXEC SQL
014100         OPEN C19
014200     END-EXEC.
014300     IF SQLCODE NOT = 0
014400         MOVE SQLCODE TO SQLCODE-PIC
014500         DISPLAY 'CITYRLSE: OPEN OF C19 FAILED, SQLCODE = '
014600             SQLCODE-PIC
014700         MOVE 12 TO WS-COND-CODE
014800         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
014900         GO TO 1000-EXIT
015000     END-IF.
015100     PERFORM 2100-FETCH-DUE-ITEM THRU 2100-EXIT.
015200 1000-EXIT.
015300     EXIT.
015400*****************************************************************
015500*    2000-RELEASE-ONE-ITEM - APPLY THE CURRENT ITEM THROUGH      *
015600*                            COBSAMP, RECORD THE OUTCOME ON      *
015700*                            CITYFUTR, COMMIT BOTH TOGETHER,     *
015800*                            AND FETCH THE NEXT ITEM             *
015900*****************************************************************
016000 2000-RELEASE-ONE-ITEM.
016100     ADD 1 TO WS-ITEMS-DUE.
016200     MOVE 'N' TO WS-APPLIED-SWITCH.
016300     MOVE SPACES TO WS-RESPONSE-TEXT.
016400     EVALUATE TRUE
016500         WHEN FUTR-ACTION-INSERT
016600             PERFORM 3000-APPLY-INSERT THRU 3000-EXIT
016700         WHEN FUTR-ACTION-UPDATE
016800             PERFORM 3100-APPLY-UPDATE THRU 3100-EXIT
016900         WHEN FUTR-ACTION-DELETE
017000             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
017100         WHEN OTHER
017200             STRING 'Action "' WS-FUTR-ACTION-HOST
017300                 '" not I, U or D'
017400                 DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
017500             END-STRING
017600     END-EVALUATE.
017700     IF ITEM-APPLIED
017800         MOVE 'APPLIED' TO WS-FUTR-STATUS-HOST
017900         ADD 1 TO WS-ITEMS-APPLIED
018000     ELSE
018100         MOVE 'FAILED' TO WS-FUTR-STATUS-HOST
018200         ADD 1 TO WS-ITEMS-FAILED
018300     END-IF.
018400     EXEC SQL
018500         UPDATE SAMPLE.CITYFUTR
018600            SET STATUS = :WS-FUTR-STATUS-HOST,
018700                CLOSED_TS = CURRENT TIMESTAMP,
018800                RESPONSE = :WS-RESPONSE-TEXT
018900          WHERE FUTR_ID = :WS-FUTR-ID-HOST
019000     END-EXEC.
019100*    THE ITEM'S CHANGE AND ITS STATUS GO TOGETHER OR NOT AT ALL;
019200*    THE ROLLBACK ALSO CLOSES THE CURSOR, SO THE RUN STOPS HERE
019300*    AND THE ITEM IS PICKED UP AGAIN BY THE NEXT RUN.
019400     IF SQLCODE NOT = 0
019500         MOVE SQLCODE TO SQLCODE-PIC
019600         DISPLAY 'CITYRLSE: STATUS UPDATE FAILED, SQLCODE = '
019700             SQLCODE-PIC
019800         EXEC SQL
019900             ROLLBACK WORK
020000         END-EXEC
020100         MOVE 12 TO WS-COND-CODE
020200         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
020300         GO TO 2000-EXIT
020400     END-IF.
020500     EXEC SQL
020600         COMMIT WORK
020700     END-EXEC.
020800     MOVE WS-FUTR-ID-HOST TO WS-ITEM-DISPLAY.
020900     DISPLAY 'CITYRLSE: ITEM ' WS-ITEM-DISPLAY
021000         ' ' WS-FUTR-BRANCH-HOST
021100         ' ' WS-FUTR-EFF-DATE-HOST
021200         ' ' WS-FUTR-ACTION-HOST
021300         ' ' WS-FUTR-CITY-HOST
021400         ' ' WS-FUTR-STATUS-HOST.
021500     IF NOT ITEM-APPLIED
021600         DISPLAY '  ' WS-RESPONSE-TEXT
021700     END-IF.
021800     PERFORM 2100-FETCH-DUE-ITEM THRU 2100-EXIT.
021900 2000-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    2100-FETCH-DUE-ITEM - FETCH THE NEXT ITEM THAT HAS COME DUE *
022300*****************************************************************
022400 2100-FETCH-DUE-ITEM.
022500     EXEC SQL
022600         FETCH C19
022700             INTO :WS-FUTR-ID-HOST, :WS-FUTR-BRANCH-HOST,
022800                  :WS-FUTR-EFF-DATE-HOST, :WS-FUTR-ACTION-HOST,
022900                  :WS-FUTR-CITY-HOST, :WS-FUTR-COUNTRY-HOST,
023000                  :WS-FUTR-NEW-CITY-HOST,
023100                  :WS-FUTR-NEW-COUNTRY-HOST,
023200                  :WS-FUTR-POPULATION-HOST,
023300                  :WS-FUTR-REGION-HOST
023400     END-EXEC.
023500     IF SQLCODE = 100
023600         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
023700     ELSE
023800         IF SQLCODE NOT = 0
023900             MOVE SQLCODE TO SQLCODE-PIC
024000             DISPLAY 'CITYRLSE: FETCH OF C19 FAILED, SQLCODE = '
024100                 SQLCODE-PIC
024200             MOVE 12 TO WS-COND-CODE
024300             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
024400         END-IF
024500     END-IF.
024600 2100-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    3000-APPLY-INSERT - CALL COBSAMP WITH THE INSERT ACTION     *
025000*****************************************************************
025100 3000-APPLY-INSERT.
025200     MOVE 1 TO VAR-LEN OF Action.
025300     MOVE 'I' TO VAR-TEXT OF Action.
025400     MOVE 32 TO VAR-LEN OF City.
025500     MOVE WS-FUTR-CITY-HOST TO VAR-TEXT OF City.
025600     MOVE 32 TO VAR-LEN OF Country.
025700     MOVE WS-FUTR-COUNTRY-HOST TO VAR-TEXT OF Country.
025800     PERFORM 5000-CALL-COBSAMP THRU 5000-EXIT.
025900     IF WS-RESPONSE-TEXT(1:17) = 'Insert successful'
026000         MOVE 'Y' TO WS-APPLIED-SWITCH
026100     END-IF.
026200 3000-EXIT.
026300     EXIT.
026400*****************************************************************
026500*    3100-APPLY-UPDATE - JOIN THE OLD AND NEW VALUES INTO THE    *
026600*                        'OLD,NEW' CONVENTION AND CALL COBSAMP   *
026700*                        WITH THE UPDATE ACTION                  *
026800*****************************************************************
026900 3100-APPLY-UPDATE.
027000     MOVE 1 TO VAR-LEN OF Action.
027100     MOVE 'U' TO VAR-TEXT OF Action.
027200     MOVE WS-FUTR-CITY-HOST TO WS-TRIM-FIELD.
027300     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
027400     MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.
027500     MOVE WS-FUTR-NEW-CITY-HOST TO WS-TRIM-FIELD.
027600     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
027700     MOVE WS-TRIM-LENGTH TO WS-NEW-LENGTH.
027800     IF WS-OLD-LENGTH > ZERO AND WS-NEW-LENGTH > ZERO
027900        AND WS-OLD-LENGTH + WS-NEW-LENGTH + 1 > 31
028000         MOVE 'City OLD,NEW value too long' TO
028100             WS-RESPONSE-TEXT
028200         GO TO 3100-EXIT
028300     END-IF.
028400     MOVE SPACES TO VAR-TEXT OF City.
028500     IF WS-NEW-LENGTH = ZERO OR WS-OLD-LENGTH = ZERO
028600         MOVE WS-FUTR-CITY-HOST TO VAR-TEXT OF City
028700     ELSE
028800         STRING WS-FUTR-CITY-HOST(1:WS-OLD-LENGTH)
028900             DELIMITED BY SIZE
029000             ',' DELIMITED BY SIZE
029100             WS-FUTR-NEW-CITY-HOST(1:WS-NEW-LENGTH)
029200             DELIMITED BY SIZE
029300             INTO VAR-TEXT OF City
029400         END-STRING
029500     END-IF.
029600     MOVE 32 TO VAR-LEN OF City.
029700     MOVE WS-FUTR-COUNTRY-HOST TO WS-TRIM-FIELD.
029800     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
029900     MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.
030000     MOVE WS-FUTR-NEW-COUNTRY-HOST TO WS-TRIM-FIELD.
030100     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
030200     MOVE WS-TRIM-LENGTH TO WS-NEW-LENGTH.
030300     IF WS-OLD-LENGTH > ZERO AND WS-NEW-LENGTH > ZERO
030400        AND WS-OLD-LENGTH + WS-NEW-LENGTH + 1 > 31
030500         MOVE 'Country OLD,NEW value too long' TO
030600             WS-RESPONSE-TEXT
030700         GO TO 3100-EXIT
030800     END-IF.
030900     MOVE SPACES TO VAR-TEXT OF Country.
031000     IF WS-NEW-LENGTH = ZERO OR WS-OLD-LENGTH = ZERO
031100         MOVE WS-FUTR-COUNTRY-HOST TO VAR-TEXT OF Country
031200     ELSE
031300         STRING WS-FUTR-COUNTRY-HOST(1:WS-OLD-LENGTH)
031400             DELIMITED BY SIZE
031500             ',' DELIMITED BY SIZE
031600             WS-FUTR-NEW-COUNTRY-HOST(1:WS-NEW-LENGTH)
031700             DELIMITED BY SIZE
031800             INTO VAR-TEXT OF Country
031900         END-STRING
032000     END-IF.
032100     MOVE 32 TO VAR-LEN OF Country.
032200     PERFORM 5000-CALL-COBSAMP THRU 5000-EXIT.
032300     IF WS-RESPONSE-TEXT(1:17) = 'Update successful'
032400         MOVE 'Y' TO WS-APPLIED-SWITCH
032500     END-IF.
032600 3100-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    3200-APPLY-DELETE - CALL COBSAMP WITH THE DELETE ACTION     *
033000*****************************************************************
033100 3200-APPLY-DELETE.
033200     MOVE 1 TO VAR-LEN OF Action.
033300     MOVE 'D' TO VAR-TEXT OF Action.
033400     MOVE 32 TO VAR-LEN OF City.
033500     MOVE WS-FUTR-CITY-HOST TO VAR-TEXT OF City.
033600     MOVE 32 TO VAR-LEN OF Country.
033700     MOVE WS-FUTR-COUNTRY-HOST TO VAR-TEXT OF Country.
033800     PERFORM 5000-CALL-COBSAMP THRU 5000-EXIT.
033900     IF WS-RESPONSE-TEXT(1:17) = 'Delete successful'
034000         MOVE 'Y' TO WS-APPLIED-SWITCH
034100     END-IF.
034200 3200-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    5000-CALL-COBSAMP - COMMON COBSAMP CALL AND RESPONSE PICKUP *
034600*****************************************************************
034700 5000-CALL-COBSAMP.
034800     MOVE SPACES TO WS-RESPONSE-TEXT.
034810*    CH= NAMES CITYRLSE AS THE CHANNEL ON COBSAMP'S CHANGE EVENT
034820     MOVE ',CH=CITYRLSE' TO VAR-TEXT OF Action(2:12).
034830     MOVE 13 TO VAR-LEN OF Action.
034900     IF FUTR-ACTION-DELETE
035000         MOVE ZERO TO VAR-LEN OF Population
035100         MOVE ZERO TO VAR-LEN OF Region
035200     ELSE
035300         IF WS-FUTR-POPULATION-HOST = SPACES
035400             MOVE ZERO TO VAR-LEN OF Population
035500         ELSE
035600             MOVE 8 TO VAR-LEN OF Population
035700         END-IF
035800         IF WS-FUTR-REGION-HOST = SPACES
035900             MOVE ZERO TO VAR-LEN OF Region
036000         ELSE
036100             MOVE 8 TO VAR-LEN OF Region
036200         END-IF
036300     END-IF.
036400     MOVE WS-FUTR-POPULATION-HOST TO VAR-TEXT OF Population.
036500     MOVE WS-FUTR-REGION-HOST TO VAR-TEXT OF Region.
036600     MOVE ZERO TO VAR-LEN OF Response.
036700     MOVE SPACES TO VAR-TEXT OF Response.
036800     CALL 'COBSAMP' USING Action City Country
036900         Population Region Response.
037000     MOVE VAR-TEXT OF Response TO WS-RESPONSE-TEXT.
037100 5000-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    6000-TRIM-TRAILING-SPACES - SET WS-TRIM-LENGTH TO THE       *
037500*                                LENGTH OF WS-TRIM-FIELD WITH    *
037600*                                TRAILING SPACES DROPPED         *
037700*****************************************************************
037800 6000-TRIM-TRAILING-SPACES.
037900     MOVE 32 TO WS-TRIM-LENGTH.
038000     PERFORM 6100-DROP-ONE-SPACE THRU 6100-EXIT
038100         UNTIL WS-TRIM-LENGTH = ZERO
038200            OR WS-TRIM-FIELD(WS-TRIM-LENGTH:1) NOT = SPACE.
038300 6000-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    6100-DROP-ONE-SPACE - BACK THE TRIM LENGTH UP BY ONE        *
038700*****************************************************************
038800 6100-DROP-ONE-SPACE.
038900     SUBTRACT 1 FROM WS-TRIM-LENGTH.
039000 6100-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    8000-TERMINATE - CLOSE THE CURSOR, COUNT WHAT IS STILL      *
039400*                     WAITING FOR A LATER DATE, AND DISPLAY THE  *
039500*                     RUN TOTALS                                 *
039600*****************************************************************
039700 8000-TERMINATE.
039800     EXEC SQL
039900         CLOSE C19
040000     END-EXEC.
040100     MOVE ZERO TO WS-REMAINING-COUNT.
040200     EXEC SQL
040300         SELECT COUNT(*) INTO :WS-REMAINING-COUNT
040400             FROM SAMPLE.CITYFUTR
040500             WHERE STATUS = 'PENDING'
040600     END-EXEC.
040700     IF SQLCODE NOT = 0
040800         MOVE ZERO TO WS-REMAINING-COUNT
040900     END-IF.
041000     MOVE WS-REMAINING-COUNT TO WS-REMAIN-DISPLAY.
041100     DISPLAY 'CITYRLSE: ITEMS DUE      = ' WS-ITEMS-DUE.
041200     DISPLAY 'CITYRLSE: ITEMS APPLIED  = ' WS-ITEMS-APPLIED.
041300     DISPLAY 'CITYRLSE: ITEMS FAILED   = ' WS-ITEMS-FAILED.
041400     DISPLAY 'CITYRLSE: STILL PENDING  = ' WS-REMAIN-DISPLAY.
041500     IF WS-COND-CODE = ZERO AND WS-ITEMS-FAILED > ZERO
041600         MOVE 4 TO WS-COND-CODE
041700     END-IF.
041800     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
041900 8000-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
042300*                         TABLE                                  *
042400*****************************************************************
042500 9000-LOG-RUN-START.
042600     MOVE 'CITYRLSE' TO RP-PROGRAM-NAME.
042700     MOVE 'START' TO RP-PHASE.
042800     MOVE ZERO TO RP-RECORDS-IN.
042900     MOVE ZERO TO RP-RECORDS-OUT.
043000     MOVE ZERO TO RP-RECORDS-REJECTED.
043100     MOVE 'STARTED' TO RP-OUTCOME.
043200     MOVE ZERO TO RP-COND-CODE.
043300     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
043400 9000-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
043800*                       OUTCOME AND CONDITION CODE               *
043900*****************************************************************
044000 9100-LOG-RUN-END.
044100     MOVE 'CITYRLSE' TO RP-PROGRAM-NAME.
044200     MOVE 'END' TO RP-PHASE.
044300     MOVE WS-ITEMS-DUE TO RP-RECORDS-IN.
044400     MOVE WS-ITEMS-APPLIED TO RP-RECORDS-OUT.
044500     MOVE WS-ITEMS-FAILED TO RP-RECORDS-REJECTED.
044600     EVALUATE WS-COND-CODE
044700         WHEN 0
044800             MOVE 'SUCCESS' TO RP-OUTCOME
044900         WHEN 4
045000             MOVE 'WARNING' TO RP-OUTCOME
045100         WHEN OTHER
045200             MOVE 'FAILURE' TO RP-OUTCOME
045300     END-EVALUATE.
045400     MOVE WS-COND-CODE TO RP-COND-CODE.
045500     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
045600 9100-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    9999-EXIT - COMMON PROGRAM EXIT                             *
046000*****************************************************************
046100 9999-EXIT.
046200     MOVE WS-COND-CODE TO RETURN-CODE.
046300     STOP RUN.
