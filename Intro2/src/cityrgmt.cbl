000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYRGMT                                     *
000400*  TRANSACTION  :  CRGN                                         *
000500*  DESCRIPTION  :  CICS PSEUDO-CONVERSATIONAL MAINTENANCE OF    *
000600*                  THE SAMPLE.CTRYREGION TABLE, WHICH ASSIGNS   *
000700*                  EACH ISO COUNTRY CODE ON SAMPLE.ISOCOUNTRY   *
000800*                  ONE STANDARD REGION CODE. THE OPERATOR KEYS  *
000900*                  AN ACTION ON MAP CITYMP6: S SHOWS THE        *
001000*                  COUNTRY'S REGION, I ADDS IT, U CHANGES IT, D *
001100*                  REMOVES IT. A CODE MUST BE ON ISOCOUNTRY TO  *
001200*                  BE ADDED OR CHANGED; A ROW LEFT BEHIND WHEN  *
001300*                  ISOLOAD DROPS A CODE CAN STILL BE SHOWN AND  *
001400*                  DELETED. EACH ACTION ALSO SHOWS HOW MANY     *
001500*                  CITYTABLE ROWS CARRY THE COUNTRY AND HOW     *
001600*                  MANY OF THEM DISAGREE WITH THE REGION, WHICH *
001700*                  THE NIGHTLY CITYRGCF RUN CORRECTS. COBSAMP   *
001800*                  READS THE TABLE TO DEFAULT A BLANK REGION.   *
001900*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002000*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002100*  DATE-WRITTEN :  2026-10-15                                   *
002200*                                                               *
002300*  MODIFICATION HISTORY                                         *
002400*  -------------------------------------------------------------*
002500*  DATE       INIT  DESCRIPTION                                 *
002600*  ---------- ----  ------------------------------------------- *
002700*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    CITYRGMT.
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
004300 01  SQLCODE-PIC                 PIC +++999 USAGE DISPLAY.
004400*-----------------------------------------------------------------
004500*    COMMAREA -- CARRIES THE MAP-BUILDING STATE BETWEEN THE      *
004600*    PSEUDO-CONVERSATIONAL SEND-MAP AND RECEIVE-MAP TRIPS        *
004700*-----------------------------------------------------------------
004800 01  WS-COMMAREA                 PIC X(01).
004900*-----------------------------------------------------------------
005000*    HOST VARIABLES
005100*-----------------------------------------------------------------
005200 01  WS-COUNTRY-CODE-HOST        PIC X(02).
005300 01  WS-COUNTRY-NAME-HOST        PIC X(32).
005400 01  WS-REGION-HOST              PIC X(08).
005500 01  WS-UPDATED-BY-HOST          PIC X(08).
005600 01  WS-UPDATED-TS-HOST          PIC X(26).
005700 01  WS-OPERATOR-ID-HOST         PIC X(08).
005800 01  WS-CITY-ROWS-HOST           PIC S9(09) COMP.
005900 01  WS-OFF-REGION-HOST          PIC S9(09) COMP.
006000*    NULL INDICATOR -- THE SUM IS NULL WHEN THE COUNTRY HAS NO
006100*    CITYTABLE ROWS
006200 77  WS-OFF-REGION-IND           PIC S9(04) COMP VALUE ZERO.
006300 77  WS-ISO-CODE-SWITCH          PIC X(01)   VALUE 'N'.
006400     88  CODE-ON-ISO-LIST                    VALUE 'Y'.
006500*-----------------------------------------------------------------
006600*    SCREEN WORK FIELDS                                          *
006700*-----------------------------------------------------------------
006800 01  WS-MESSAGE                  PIC X(79)   VALUE SPACES.
006900 01  WS-ACTION                   PIC X(01)   VALUE SPACES.
007000     88  REGION-SHOW                         VALUE 'S'.
007100     88  REGION-INSERT                       VALUE 'I'.
007200     88  REGION-UPDATE                       VALUE 'U'.
007300     88  REGION-DELETE                       VALUE 'D'.
007400 01  WS-COUNT-EDIT               PIC ZZZZZZZZ9.
007500 77  WS-EIBAID-SAVE              PIC X(01).
007600 77  WS-RESP                     PIC S9(08) COMP.
007700*-----------------------------------------------------------------
007800*    RESOURCE NAMES                                              *
007900*-----------------------------------------------------------------
008000 01  WS-MAPSET-NAME              PIC X(08)   VALUE 'CITYMAP'.
008100 01  WS-MAP-NAME                 PIC X(08)   VALUE 'CITYMP6'.
008200 COPY DFHAID.
008300 COPY CITYMAP.
008400 LINKAGE SECTION.
008500 01  DFHCOMMAREA                 PIC X(01).
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*    0000-MAINLINE-CONTROL                                       *
008900*****************************************************************
009000 0000-MAINLINE-CONTROL.
009100     IF EIBCALEN = ZERO
009200         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
009300     ELSE
009400         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
009500     END-IF.
009600     GO TO 9999-EXIT.
009700*****************************************************************
009800*    1000-INITIAL-ENTRY - FIRST ENTRY TO THE TRANSACTION, NO     *
009900*                         COMMAREA YET -- SEND A BLANK SCREEN    *
010000*****************************************************************
010100 1000-INITIAL-ENTRY.
010200     MOVE SPACES TO CITYMP6O.
010300     MOVE SPACES TO WS-MESSAGE.
010400     MOVE -1 TO GACTNL.
010500     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
010600 1000-EXIT.
010700     EXIT.
010800*****************************************************************
010900*    2000-PROCESS-REQUEST - RETURNED FROM PF-KEY/ENTER, RECEIVE  *
011000*                           THE MAP AND DISPATCH ON THE ACTION   *
011100*****************************************************************
011200 2000-PROCESS-REQUEST.
011300     MOVE EIBAID TO WS-EIBAID-SAVE.
011400     IF WS-EIBAID-SAVE = DFHPF3
011500         EXEC CICS
011600             RETURN
011700         END-EXEC
011800     END-IF.
011900     EXEC CICS
012000         RECEIVE MAP(WS-MAP-NAME)
012100                 MAPSET(WS-MAPSET-NAME)
012200                 INTO(CITYMP6I)
012300                 RESP(WS-RESP)
012400     END-EXEC.
012500     IF WS-RESP = DFHRESP(MAPFAIL)
012600         MOVE SPACES TO CITYMP6I
012700     END-IF.
012800     PERFORM 3000-EDIT-KEYED-FIELDS THRU 3000-EXIT.
012900     IF WS-MESSAGE = SPACES
013000         PERFORM 3100-CHECK-ISO-CODE THRU 3100-EXIT
013100     END-IF.
013200     IF WS-MESSAGE = SPACES
013300         EVALUATE TRUE
013400             WHEN REGION-SHOW
013500                 PERFORM 4000-SHOW-REGION THRU 4000-EXIT
013600             WHEN REGION-INSERT
013700                 PERFORM 4100-ADD-REGION THRU 4100-EXIT
013800             WHEN REGION-UPDATE
013900                 PERFORM 4200-CHANGE-REGION THRU 4200-EXIT
014000             WHEN REGION-DELETE
014100                 PERFORM 4300-DELETE-REGION THRU 4300-EXIT
014200         END-EVALUATE
014300     END-IF.
014400     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
014500 2000-EXIT.
014600     EXIT.
014700*****************************************************************
014800*    3000-EDIT-KEYED-FIELDS - CHECK THE ACTION AND THE FIELDS IT *
014900*                             NEEDS, AND MOVE THEM TO THE HOST   *
015000*                             VARIABLES. ANY ERROR IS LEFT IN    *
015100*                             WS-MESSAGE                         *
015200*****************************************************************
015300 3000-EDIT-KEYED-FIELDS.
015400     MOVE SPACES TO WS-MESSAGE.
015500     MOVE GACTNI TO WS-ACTION.
015600     INSPECT WS-ACTION CONVERTING 'siud' TO 'SIUD'.
015700     IF NOT REGION-SHOW AND NOT REGION-INSERT
015800        AND NOT REGION-UPDATE AND NOT REGION-DELETE
015900         MOVE 'ACTION MUST BE S, I, U OR D' TO WS-MESSAGE
016000         MOVE -1 TO GACTNL
016100         GO TO 3000-EXIT
016200     END-IF.
016300     MOVE GCODEI TO WS-COUNTRY-CODE-HOST.
016400     MOVE GREGNI TO WS-REGION-HOST.
016500*    FIELDS THE OPERATOR NEVER TOUCHED COME BACK AS LOW-VALUES
016600     INSPECT WS-COUNTRY-CODE-HOST
016700         REPLACING ALL LOW-VALUES BY SPACES.
016800     INSPECT WS-REGION-HOST
016900         REPLACING ALL LOW-VALUES BY SPACES.
017000     INSPECT WS-COUNTRY-CODE-HOST
017100         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
017200                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017300     INSPECT WS-REGION-HOST
017400         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
017500                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017600     IF WS-COUNTRY-CODE-HOST(1:1) = SPACE
017700        OR WS-COUNTRY-CODE-HOST(2:1) = SPACE
017800         MOVE 'A TWO-LETTER ISO COUNTRY CODE IS REQUIRED'
017900             TO WS-MESSAGE
018000         MOVE -1 TO GCODEL
018100         GO TO 3000-EXIT
018200     END-IF.
018300     IF REGION-INSERT OR REGION-UPDATE
018400         IF WS-REGION-HOST = SPACES
018500             MOVE 'A REGION CODE IS REQUIRED TO ADD OR CHANGE'
018600                 TO WS-MESSAGE
018700             MOVE -1 TO GREGNL
018800         END-IF
018900     END-IF.
019000 3000-EXIT.
019100     EXIT.
019200*****************************************************************
019300*    3100-CHECK-ISO-CODE - FIND THE COUNTRY NAME FOR THE CODE ON *
019400*                          SAMPLE.ISOCOUNTRY. ONLY AN ADD OR A   *
019500*                          CHANGE IS REFUSED FOR A CODE NOT ON   *
019600*                          THE LIST                              *
019700*****************************************************************
019800 3100-CHECK-ISO-CODE.
019900     MOVE 'N' TO WS-ISO-CODE-SWITCH.
020000     MOVE SPACES TO WS-COUNTRY-NAME-HOST.
020100     EXEC SQL
020200         SELECT COUNTRY_NAME
020300           INTO :WS-COUNTRY-NAME-HOST
020400           FROM SAMPLE.ISOCOUNTRY
020500           WHERE COUNTRY_CODE = :WS-COUNTRY-CODE-HOST
020600     END-EXEC.
020700     EVALUATE SQLCODE
020800         WHEN 0
020900             MOVE 'Y' TO WS-ISO-CODE-SWITCH
021000         WHEN 100
021100             CONTINUE
021200         WHEN OTHER
021300             PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
021400             GO TO 3100-EXIT
021500     END-EVALUATE.
021600     IF CODE-ON-ISO-LIST
021700         MOVE WS-COUNTRY-NAME-HOST TO GCTRYO
021800     ELSE
021900         MOVE '(NOT ON THE ISO COUNTRY LIST)' TO GCTRYO
022000         IF REGION-INSERT OR REGION-UPDATE
022100             MOVE 'ISO CODE IS NOT ON SAMPLE.ISOCOUNTRY'
022200                 TO WS-MESSAGE
022300             MOVE -1 TO GCODEL
022400         END-IF
022500     END-IF.
022600 3100-EXIT.
022700     EXIT.
022800*****************************************************************
022900*    3200-COUNT-CITY-ROWS - COUNT THE COUNTRY'S CITYTABLE ROWS   *
023000*                           AND THOSE WHOSE REGION DIFFERS FROM  *
023100*                           THE REGION IN THE HOST VARIABLE      *
023200*****************************************************************
023300 3200-COUNT-CITY-ROWS.
023400     MOVE ZERO TO WS-CITY-ROWS-HOST.
023500     MOVE ZERO TO WS-OFF-REGION-HOST.
023600     IF CODE-ON-ISO-LIST
023700         EXEC SQL
023800             SELECT COUNT(*),
023900                    SUM(CASE WHEN COALESCE(REGION, ' ') =
024000                                  :WS-REGION-HOST
024100                             THEN 0 ELSE 1 END)
024200               INTO :WS-CITY-ROWS-HOST,
024300                    :WS-OFF-REGION-HOST :WS-OFF-REGION-IND
024400               FROM SAMPLE.CITYTABLE
024500               WHERE COUNTRY = :WS-COUNTRY-NAME-HOST
024600         END-EXEC
024700         IF SQLCODE NOT = 0
024800             PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
024900             GO TO 3200-EXIT
025000         END-IF
025100         IF WS-OFF-REGION-IND < 0
025200             MOVE ZERO TO WS-OFF-REGION-HOST
025300         END-IF
025400     END-IF.
025500     MOVE WS-CITY-ROWS-HOST TO WS-COUNT-EDIT.
025600     MOVE WS-COUNT-EDIT TO GROWSO.
025700     MOVE WS-OFF-REGION-HOST TO WS-COUNT-EDIT.
025800     MOVE WS-COUNT-EDIT TO GDIFFO.
025900 3200-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    4000-SHOW-REGION - DISPLAY THE COUNTRY'S REGION, WHO LAST   *
026300*                       CHANGED IT, AND ITS CITYTABLE COUNTS     *
026400*****************************************************************
026500 4000-SHOW-REGION.
026600     EXEC SQL
026700         SELECT REGION, UPDATED_BY, CHAR(UPDATED_TS)
026800           INTO :WS-REGION-HOST, :WS-UPDATED-BY-HOST,
026900                :WS-UPDATED-TS-HOST
027000           FROM SAMPLE.CTRYREGION
027100           WHERE COUNTRY_CODE = :WS-COUNTRY-CODE-HOST
027200     END-EXEC.
027300     IF SQLCODE = 100
027400         MOVE 'NO REGION ASSIGNED TO THIS COUNTRY' TO WS-MESSAGE
027500         MOVE SPACES TO GREGNO GROWSO GDIFFO GUPDBYO GUPDTSO
027600         GO TO 4000-EXIT
027700     END-IF.
027800     IF SQLCODE NOT = 0
027900         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
028000         GO TO 4000-EXIT
028100     END-IF.
028200     MOVE WS-REGION-HOST TO GREGNO.
028300     MOVE WS-UPDATED-BY-HOST TO GUPDBYO.
028400     MOVE WS-UPDATED-TS-HOST TO GUPDTSO.
028500     PERFORM 3200-COUNT-CITY-ROWS THRU 3200-EXIT.
028600     IF WS-MESSAGE = SPACES
028700         MOVE 'REGION FOUND' TO WS-MESSAGE
028800     END-IF.
028900 4000-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    4100-ADD-REGION - ASSIGN A REGION TO A COUNTRY THAT HAS     *
029300*                      NONE YET                                  *
029400*****************************************************************
029500 4100-ADD-REGION.
029600     EXEC CICS
029700         ASSIGN USERID(WS-OPERATOR-ID-HOST)
029800     END-EXEC.
029900     EXEC SQL
030000         INSERT INTO SAMPLE.CTRYREGION
030100             (COUNTRY_CODE, REGION, UPDATED_BY, UPDATED_TS)
030200             VALUES (:WS-COUNTRY-CODE-HOST, :WS-REGION-HOST,
030300                     :WS-OPERATOR-ID-HOST, CURRENT TIMESTAMP)
030400     END-EXEC.
030500     IF SQLCODE = -803
030600         MOVE 'COUNTRY ALREADY HAS A REGION - USE U TO CHANGE IT'
030700             TO WS-MESSAGE
030800         GO TO 4100-EXIT
030900     END-IF.
031000     IF SQLCODE NOT = 0
031100         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
031200         GO TO 4100-EXIT
031300     END-IF.
031400     MOVE WS-REGION-HOST TO GREGNO.
031500     MOVE WS-OPERATOR-ID-HOST TO GUPDBYO.
031600     MOVE SPACES TO GUPDTSO.
031700     PERFORM 3200-COUNT-CITY-ROWS THRU 3200-EXIT.
031800     IF WS-MESSAGE NOT = SPACES
031900         GO TO 4100-EXIT
032000     END-IF.
032100     IF WS-OFF-REGION-HOST > ZERO
032200         MOVE 'REGION ADDED - CITYRGCF FIXES ROWS OFF REGION'
032300             TO WS-MESSAGE
032400     ELSE
032500         MOVE 'REGION ADDED' TO WS-MESSAGE
032600     END-IF.
032700 4100-EXIT.
032800     EXIT.
032900*****************************************************************
033000*    4200-CHANGE-REGION - MOVE A COUNTRY TO ANOTHER REGION       *
033100*****************************************************************
033200 4200-CHANGE-REGION.
033300     EXEC CICS
033400         ASSIGN USERID(WS-OPERATOR-ID-HOST)
033500     END-EXEC.
033600     EXEC SQL
033700         UPDATE SAMPLE.CTRYREGION
033800            SET REGION = :WS-REGION-HOST,
033900                UPDATED_BY = :WS-OPERATOR-ID-HOST,
034000                UPDATED_TS = CURRENT TIMESTAMP
034100          WHERE COUNTRY_CODE = :WS-COUNTRY-CODE-HOST
034200     END-EXEC.
034300     IF SQLCODE = 100
034400         MOVE 'NO REGION ASSIGNED YET - USE I TO ADD IT'
034500             TO WS-MESSAGE
034600         GO TO 4200-EXIT
034700     END-IF.
034800     IF SQLCODE NOT = 0
034900         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
035000         GO TO 4200-EXIT
035100     END-IF.
035200     MOVE WS-REGION-HOST TO GREGNO.
035300     MOVE WS-OPERATOR-ID-HOST TO GUPDBYO.
035400     MOVE SPACES TO GUPDTSO.
035500     PERFORM 3200-COUNT-CITY-ROWS THRU 3200-EXIT.
035600     IF WS-MESSAGE NOT = SPACES
035700         GO TO 4200-EXIT
035800     END-IF.
035900     IF WS-OFF-REGION-HOST > ZERO
036000         MOVE 'REGION CHANGED - CITYRGCF FIXES ROWS OFF REGION'
036100             TO WS-MESSAGE
036200     ELSE
036300         MOVE 'REGION CHANGED' TO WS-MESSAGE
036400     END-IF.
036500 4200-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    4300-DELETE-REGION - REMOVE A COUNTRY'S REGION. ITS CITIES  *
036900*                         KEEP THEIR STORED REGION AND ARE NO    *
037000*                         LONGER CHECKED BY CITYRGCF             *
037100*****************************************************************
037200 4300-DELETE-REGION.
037300     EXEC SQL
037400         DELETE FROM SAMPLE.CTRYREGION
037500          WHERE COUNTRY_CODE = :WS-COUNTRY-CODE-HOST
037600     END-EXEC.
037700     IF SQLCODE = 100
037800         MOVE 'NO REGION ASSIGNED TO THIS COUNTRY' TO WS-MESSAGE
037900         GO TO 4300-EXIT
038000     END-IF.
038100     IF SQLCODE NOT = 0
038200         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
038300         GO TO 4300-EXIT
038400     END-IF.
038500     MOVE SPACES TO GREGNO GROWSO GDIFFO GUPDBYO GUPDTSO.
038600     MOVE 'REGION DELETED' TO WS-MESSAGE.
038700 4300-EXIT.
038800     EXIT.
038900*****************************************************************
039000*    7000-SQL-ERROR-MESSAGE - BUILD THE SQLCODE MESSAGE          *
039100*****************************************************************
039200 7000-SQL-ERROR-MESSAGE.
039300     MOVE SQLCODE TO SQLCODE-PIC.
039400     MOVE SPACES TO WS-MESSAGE.
039500     STRING 'REGION TABLE ACCESS FAILED - SQLCODE '
039600         DELIMITED BY SIZE
039700         SQLCODE-PIC DELIMITED BY SIZE
039800         INTO WS-MESSAGE
039900     END-STRING.
040000 7000-EXIT.
040100     EXIT.
040200*****************************************************************
040300*    8000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT       *
040400*                    MESSAGE AND SET UP THE NEXT PSEUDO-         *
040500*                    CONVERSATIONAL RETURN                       *
040600*****************************************************************
040700 8000-SEND-MAP.
040800     MOVE WS-MESSAGE TO GMSGO.
040900     EXEC CICS
041000         SEND MAP(WS-MAP-NAME)
041100              MAPSET(WS-MAPSET-NAME)
041200              FROM(CITYMP6O)
041300              ERASE
041400              CURSOR
041500     END-EXEC.
041600     EXEC CICS
041700         RETURN TRANSID('CRGN')
041800                COMMAREA(WS-COMMAREA)
041900                LENGTH(1)
042000     END-EXEC.
042100 8000-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    9999-EXIT - COMMON PROGRAM EXIT                             *
042500*****************************************************************
042600 9999-EXIT.
042700     EXEC CICS
042800         RETURN
042900     END-EXEC.
