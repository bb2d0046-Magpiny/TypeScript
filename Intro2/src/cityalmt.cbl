000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYALMT                                     *
000400*  TRANSACTION  :  CALS                                         *
000500*  DESCRIPTION  :  CICS PSEUDO-CONVERSATIONAL MAINTENANCE OF    *
000600*                  THE SAMPLE.CITYALIAS TABLE, WHICH MAPS AN    *
000700*                  ALTERNATE OR FORMER CITY/COUNTRY NAME (E.G.  *
000800*                  BOMBAY/INDIA) TO THE CANONICAL CITYTABLE     *
000900*                  ROW (MUMBAI/INDIA). THE OPERATOR KEYS AN     *
001000*                  ACTION ON MAP CITYMP5: S SHOWS THE ALIAS,    *
001100*                  I ADDS IT, U REPOINTS IT AT ANOTHER          *
001200*                  CANONICAL ROW, D REMOVES IT. THE CANONICAL   *
001300*                  ROW MUST EXIST ON CITYTABLE AND NO ALIAS MAY *
001400*                  POINT AT, OR BE POINTED AT BY, ANOTHER       *
001500*                  ALIAS, SO EVERY LOOKUP RESOLVES IN ONE STEP. *
001510*                  A CITYTABLE ROW STILL STORED UNDER THE ALIAS *
001520*                  NAME IS ALLOWED BUT FLAGGED: CITYDUPS THEN   *
001530*                  CLUSTERS IT WITH THE CANONICAL ROW FOR       *
001540*                  CLEANUP. COBSAMP, CBRW, CITYAPPL AND         *
001600*                  CITYDUPS READ THE TABLE.                     *
001800*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
001900*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002000*  DATE-WRITTEN :  2026-10-15                                   *
002100*                                                               *
002200*  MODIFICATION HISTORY                                         *
002300*  -------------------------------------------------------------*
002400*  DATE       INIT  DESCRIPTION                                 *
002500*  ---------- ----  ------------------------------------------- *
002600*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002700*                                                               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    CITYALMT.
003100 AUTHOR.        D. L. MASON.
003200 INSTALLATION.  SAMPLE APPLICATIONS.
003300 DATE-WRITTEN.  2026-10-15.
003400 DATE-COMPILED. 2026-10-15.
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800*-----------------------------------------------------------------
003900*    DB2 COMMUNICATION AREA
004000*-----------------------------------------------------------------
004100     EXEC SQL INCLUDE SQLCA END-EXEC.
004200 01  SQLCODE-PIC                 PIC +++999 USAGE DISPLAY.
004300*-----------------------------------------------------------------
004400*    COMMAREA -- CARRIES THE MAP-BUILDING STATE BETWEEN THE      *
004500*    PSEUDO-CONVERSATIONAL SEND-MAP AND RECEIVE-MAP TRIPS        *
004600*-----------------------------------------------------------------
004700 01  WS-COMMAREA                 PIC X(01).
004800*-----------------------------------------------------------------
004900*    HOST VARIABLES
005000*-----------------------------------------------------------------
005100 01  WS-ALIAS-CITY-HOST          PIC X(32).
005200 01  WS-ALIAS-COUNTRY-HOST       PIC X(32).
005300 01  WS-CANON-CITY-HOST          PIC X(32).
005400 01  WS-CANON-COUNTRY-HOST       PIC X(32).
005500 01  WS-UPDATED-BY-HOST          PIC X(08).
005600 01  WS-UPDATED-TS-HOST          PIC X(26).
005700 01  WS-OPERATOR-ID-HOST         PIC X(08).
005800 01  WS-MATCH-COUNT-HOST         PIC S9(09) COMP.
005850 77  WS-STALE-ROW-SWITCH         PIC X(01)   VALUE 'N'.
005860     88  STALE-ROW-ON-CITYTABLE              VALUE 'Y'.
005900*-----------------------------------------------------------------
006000*    SCREEN WORK FIELDS                                          *
006100*-----------------------------------------------------------------
006200 01  WS-MESSAGE                  PIC X(79)   VALUE SPACES.
006300 01  WS-ACTION                   PIC X(01)   VALUE SPACES.
006400     88  ALIAS-SHOW                          VALUE 'S'.
006500     88  ALIAS-INSERT                        VALUE 'I'.
006600     88  ALIAS-UPDATE                        VALUE 'U'.
006700     88  ALIAS-DELETE                        VALUE 'D'.
006800 77  WS-EIBAID-SAVE              PIC X(01).
006900 77  WS-RESP                     PIC S9(08) COMP.
007000*-----------------------------------------------------------------
007100*    RESOURCE NAMES                                              *
007200*-----------------------------------------------------------------
007300 01  WS-MAPSET-NAME              PIC X(08)   VALUE 'CITYMAP'.
007400 01  WS-MAP-NAME                 PIC X(08)   VALUE 'CITYMP5'.
007500 COPY DFHAID.
007600 COPY CITYMAP.
007700 LINKAGE SECTION.
007800 01  DFHCOMMAREA                 PIC X(01).
007900 PROCEDURE DIVISION.
008000*****************************************************************
008100*    0000-MAINLINE-CONTROL                                       *
008200*****************************************************************
008300 0000-MAINLINE-CONTROL.
008400     IF EIBCALEN = ZERO
008500         PERFORM 1000-INITIAL-ENTRY THRU 1000-EXIT
008600     ELSE
008700         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
008800     END-IF.
008900     GO TO 9999-EXIT.
009000*****************************************************************
009100*    1000-INITIAL-ENTRY - FIRST ENTRY TO THE TRANSACTION, NO     *
009200*                         COMMAREA YET -- SEND A BLANK SCREEN    *
009300*****************************************************************
009400 1000-INITIAL-ENTRY.
009500     MOVE SPACES TO CITYMP5O.
009600     MOVE SPACES TO WS-MESSAGE.
009700     MOVE -1 TO LACTNL.
009800     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
009900 1000-EXIT.
010000     EXIT.
010100*****************************************************************
010200*    2000-PROCESS-REQUEST - RETURNED FROM PF-KEY/ENTER, RECEIVE  *
010300*                           THE MAP AND DISPATCH ON THE ACTION   *
010400*****************************************************************
010500 2000-PROCESS-REQUEST.
010600     MOVE EIBAID TO WS-EIBAID-SAVE.
010700     IF WS-EIBAID-SAVE = DFHPF3
010800         EXEC CICS
010900             RETURN
011000         END-EXEC
011100     END-IF.
011200     EXEC CICS
011300         RECEIVE MAP(WS-MAP-NAME)
011400                 MAPSET(WS-MAPSET-NAME)
011500                 INTO(CITYMP5I)
011600                 RESP(WS-RESP)
011700     END-EXEC.
011800     IF WS-RESP = DFHRESP(MAPFAIL)
011900         MOVE SPACES TO CITYMP5I
012000     END-IF.
012100     PERFORM 3000-EDIT-KEYED-FIELDS THRU 3000-EXIT.
012200     IF WS-MESSAGE = SPACES
012300         EVALUATE TRUE
012400             WHEN ALIAS-SHOW
012500                 PERFORM 4000-SHOW-ALIAS THRU 4000-EXIT
012600             WHEN ALIAS-INSERT
012700                 PERFORM 4100-ADD-ALIAS THRU 4100-EXIT
012800             WHEN ALIAS-UPDATE
012900                 PERFORM 4200-REPOINT-ALIAS THRU 4200-EXIT
013000             WHEN ALIAS-DELETE
013100                 PERFORM 4300-DELETE-ALIAS THRU 4300-EXIT
013200         END-EVALUATE
013300     END-IF.
013400     PERFORM 8000-SEND-MAP THRU 8000-EXIT.
013500 2000-EXIT.
013600     EXIT.
013700*****************************************************************
013800*    3000-EDIT-KEYED-FIELDS - CHECK THE ACTION AND THE FIELDS IT *
013900*                             NEEDS, AND MOVE THEM TO THE HOST   *
014000*                             VARIABLES. ANY ERROR IS LEFT IN    *
014100*                             WS-MESSAGE                         *
014200*****************************************************************
014300 3000-EDIT-KEYED-FIELDS.
014400     MOVE SPACES TO WS-MESSAGE.
014500     MOVE LACTNI TO WS-ACTION.
014600     INSPECT WS-ACTION CONVERTING 'siud' TO 'SIUD'.
014700     IF NOT ALIAS-SHOW AND NOT ALIAS-INSERT
014800        AND NOT ALIAS-UPDATE AND NOT ALIAS-DELETE
014900         MOVE 'ACTION MUST BE S, I, U OR D' TO WS-MESSAGE
015000         MOVE -1 TO LACTNL
015100         GO TO 3000-EXIT
015200     END-IF.
015300     MOVE LACITYI TO WS-ALIAS-CITY-HOST.
015400     MOVE LACTRYI TO WS-ALIAS-COUNTRY-HOST.
015500     MOVE LCCITYI TO WS-CANON-CITY-HOST.
015600     MOVE LCCTRYI TO WS-CANON-COUNTRY-HOST.
015700*    FIELDS THE OPERATOR NEVER TOUCHED COME BACK AS LOW-VALUES
015800     INSPECT WS-ALIAS-CITY-HOST
015900         REPLACING ALL LOW-VALUES BY SPACES.
016000     INSPECT WS-ALIAS-COUNTRY-HOST
016100         REPLACING ALL LOW-VALUES BY SPACES.
016200     INSPECT WS-CANON-CITY-HOST
016300         REPLACING ALL LOW-VALUES BY SPACES.
016400     INSPECT WS-CANON-COUNTRY-HOST
016500         REPLACING ALL LOW-VALUES BY SPACES.
016600     IF WS-ALIAS-CITY-HOST = SPACES
016700        OR WS-ALIAS-COUNTRY-HOST = SPACES
016800         MOVE 'ALIAS CITY AND ALIAS COUNTRY ARE BOTH REQUIRED'
016900             TO WS-MESSAGE
017000         MOVE -1 TO LACITYL
017100         GO TO 3000-EXIT
017200     END-IF.
017300     IF ALIAS-INSERT OR ALIAS-UPDATE
017400         IF WS-CANON-CITY-HOST = SPACES
017500            OR WS-CANON-COUNTRY-HOST = SPACES
017600             MOVE 'CANONICAL CITY AND COUNTRY ARE BOTH REQUIRED'
017700                 TO WS-MESSAGE
017800             MOVE -1 TO LCCITYL
017900         END-IF
018000     END-IF.
018100 3000-EXIT.
018200     EXIT.
018300*****************************************************************
018400*    3100-CHECK-CANONICAL-ROW - THE TARGET MUST BE A CITYTABLE   *
018500*                               ROW AND MUST NOT ITSELF BE AN    *
018600*                               ALIAS, AND THE ALIAS MUST NOT    *
018700*                               ALREADY BE SOME OTHER ALIAS'S    *
018710*                               TARGET. A CITYTABLE ROW UNDER    *
018720*                               THE ALIAS NAME ONLY SETS THE     *
018730*                               STALE-ROW SWITCH                 *
018800*****************************************************************
018900 3100-CHECK-CANONICAL-ROW.
018910     MOVE 'N' TO WS-STALE-ROW-SWITCH.
018920     IF WS-ALIAS-CITY-HOST = WS-CANON-CITY-HOST
018930        AND WS-ALIAS-COUNTRY-HOST = WS-CANON-COUNTRY-HOST
018940         MOVE 'AN ALIAS CANNOT POINT AT ITSELF' TO WS-MESSAGE
018950         MOVE -1 TO LCCITYL
018960         GO TO 3100-EXIT
018970     END-IF.
019000     EXEC SQL
019100         SELECT COUNT(*)
019200           INTO :WS-MATCH-COUNT-HOST
019300           FROM SAMPLE.CITYTABLE
019400           WHERE CITY = :WS-CANON-CITY-HOST
019500             AND COUNTRY = :WS-CANON-COUNTRY-HOST
019600     END-EXEC.
019700     IF SQLCODE NOT = 0
019800         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
019850         GO TO 3100-EXIT
019900     END-IF.
020000     IF WS-MATCH-COUNT-HOST = ZERO
020100         MOVE 'CANONICAL CITY/COUNTRY IS NOT ON CITYTABLE'
020200             TO WS-MESSAGE
020300         MOVE -1 TO LCCITYL
020400         GO TO 3100-EXIT
020500     END-IF.
020600     EXEC SQL
020700         SELECT COUNT(*)
020800           INTO :WS-MATCH-COUNT-HOST
020900           FROM SAMPLE.CITYALIAS
021000           WHERE ALIAS_CITY = :WS-CANON-CITY-HOST
021100             AND ALIAS_COUNTRY = :WS-CANON-COUNTRY-HOST
021200     END-EXEC.
021300     IF SQLCODE NOT = 0
021400         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
021450         GO TO 3100-EXIT
021500     END-IF.
021600     IF WS-MATCH-COUNT-HOST > ZERO
021700         MOVE 'CANONICAL CITY/COUNTRY IS ITSELF AN ALIAS'
021800             TO WS-MESSAGE
021900         MOVE -1 TO LCCITYL
022000         GO TO 3100-EXIT
022100     END-IF.
022110     EXEC SQL
022120         SELECT COUNT(*)
022130           INTO :WS-MATCH-COUNT-HOST
022140           FROM SAMPLE.CITYALIAS
022150           WHERE CITY = :WS-ALIAS-CITY-HOST
022160             AND COUNTRY = :WS-ALIAS-COUNTRY-HOST
022170     END-EXEC.
022180     IF SQLCODE NOT = 0
022185         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
022187         GO TO 3100-EXIT
022190     END-IF.
022192     IF WS-MATCH-COUNT-HOST > ZERO
022194         MOVE 'OTHER ALIASES POINT AT THIS NAME - IT IS CANONICAL'
022196             TO WS-MESSAGE
022198         MOVE -1 TO LACITYL
022199         GO TO 3100-EXIT
022200     END-IF.
022210     EXEC SQL
022300         SELECT COUNT(*)
022400           INTO :WS-MATCH-COUNT-HOST
022500           FROM SAMPLE.CITYTABLE
022600           WHERE CITY = :WS-ALIAS-CITY-HOST
022700             AND COUNTRY = :WS-ALIAS-COUNTRY-HOST
022800     END-EXEC.
022900     IF SQLCODE NOT = 0
023000         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
023050         GO TO 3100-EXIT
023100     END-IF.
023200     IF WS-MATCH-COUNT-HOST > ZERO
023300         MOVE 'Y' TO WS-STALE-ROW-SWITCH
023600     END-IF.
024000 3100-EXIT.
024100     EXIT.
024200*****************************************************************
024300*    4000-SHOW-ALIAS - DISPLAY WHERE AN ALIAS POINTS AND WHO     *
024400*                      LAST CHANGED IT                           *
024500*****************************************************************
024600 4000-SHOW-ALIAS.
024700     EXEC SQL
024800         SELECT CITY, COUNTRY, UPDATED_BY, CHAR(UPDATED_TS)
024900           INTO :WS-CANON-CITY-HOST, :WS-CANON-COUNTRY-HOST,
025000                :WS-UPDATED-BY-HOST, :WS-UPDATED-TS-HOST
025100           FROM SAMPLE.CITYALIAS
025200           WHERE ALIAS_CITY = :WS-ALIAS-CITY-HOST
025300             AND ALIAS_COUNTRY = :WS-ALIAS-COUNTRY-HOST
025400     END-EXEC.
025500     IF SQLCODE = 100
025600         MOVE 'ALIAS NOT FOUND' TO WS-MESSAGE
025700         MOVE SPACES TO LCCITYO LCCTRYO LUPDBYO LUPDTSO
025800         GO TO 4000-EXIT
025900     END-IF.
026000     IF SQLCODE NOT = 0
026100         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
026200         GO TO 4000-EXIT
026300     END-IF.
026400     MOVE WS-CANON-CITY-HOST TO LCCITYO.
026500     MOVE WS-CANON-COUNTRY-HOST TO LCCTRYO.
026600     MOVE WS-UPDATED-BY-HOST TO LUPDBYO.
026700     MOVE WS-UPDATED-TS-HOST TO LUPDTSO.
026800     MOVE 'ALIAS FOUND' TO WS-MESSAGE.
026900 4000-EXIT.
027000     EXIT.
027100*****************************************************************
027200*    4100-ADD-ALIAS - INSERT A NEW ALIAS AFTER THE CANONICAL-ROW *
027300*                     CHECKS                                     *
027400*****************************************************************
027500 4100-ADD-ALIAS.
027600     PERFORM 3100-CHECK-CANONICAL-ROW THRU 3100-EXIT.
027700     IF WS-MESSAGE NOT = SPACES
027800         GO TO 4100-EXIT
027900     END-IF.
028000     EXEC CICS
028100         ASSIGN USERID(WS-OPERATOR-ID-HOST)
028200     END-EXEC.
028300     EXEC SQL
028400         INSERT INTO SAMPLE.CITYALIAS
028500             (ALIAS_CITY, ALIAS_COUNTRY, CITY, COUNTRY,
028600              UPDATED_BY, UPDATED_TS)
028700             VALUES (:WS-ALIAS-CITY-HOST, :WS-ALIAS-COUNTRY-HOST,
028800                     :WS-CANON-CITY-HOST, :WS-CANON-COUNTRY-HOST,
028900                     :WS-OPERATOR-ID-HOST, CURRENT TIMESTAMP)
029000     END-EXEC.
029100     IF SQLCODE = -803
029200         MOVE 'ALIAS ALREADY EXISTS - USE U TO REPOINT IT'
029300             TO WS-MESSAGE
029400         GO TO 4100-EXIT
029500     END-IF.
029600     IF SQLCODE NOT = 0
029700         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
029800         GO TO 4100-EXIT
029900     END-IF.
030000     MOVE WS-OPERATOR-ID-HOST TO LUPDBYO.
030100     MOVE SPACES TO LUPDTSO.
030200     IF STALE-ROW-ON-CITYTABLE
030220         MOVE 'ALIAS ADDED - OLD-NAME ROW KEPT, SEE CITYDUPS'
030240             TO WS-MESSAGE
030285     ELSE
030290         MOVE 'ALIAS ADDED' TO WS-MESSAGE
030295     END-IF.
030300 4100-EXIT.
030400     EXIT.
030500*****************************************************************
030600*    4200-REPOINT-ALIAS - MOVE AN EXISTING ALIAS TO ANOTHER      *
030700*                         CANONICAL ROW                          *
030800*****************************************************************
030900 4200-REPOINT-ALIAS.
031000     PERFORM 3100-CHECK-CANONICAL-ROW THRU 3100-EXIT.
031100     IF WS-MESSAGE NOT = SPACES
031200         GO TO 4200-EXIT
031300     END-IF.
031400     EXEC CICS
031500         ASSIGN USERID(WS-OPERATOR-ID-HOST)
031600     END-EXEC.
031700     EXEC SQL
031800         UPDATE SAMPLE.CITYALIAS
031900            SET CITY = :WS-CANON-CITY-HOST,
032000                COUNTRY = :WS-CANON-COUNTRY-HOST,
032100                UPDATED_BY = :WS-OPERATOR-ID-HOST,
032200                UPDATED_TS = CURRENT TIMESTAMP
032300          WHERE ALIAS_CITY = :WS-ALIAS-CITY-HOST
032400            AND ALIAS_COUNTRY = :WS-ALIAS-COUNTRY-HOST
032500     END-EXEC.
032600     IF SQLCODE = 100
032700         MOVE 'ALIAS NOT FOUND - USE I TO ADD IT' TO WS-MESSAGE
032800         GO TO 4200-EXIT
032900     END-IF.
033000     IF SQLCODE NOT = 0
033100         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
033200         GO TO 4200-EXIT
033300     END-IF.
033400     MOVE WS-OPERATOR-ID-HOST TO LUPDBYO.
033500     MOVE SPACES TO LUPDTSO.
033600     IF STALE-ROW-ON-CITYTABLE
033620         MOVE 'ALIAS REPOINTED - OLD-NAME ROW KEPT, SEE CITYDUPS'
033640             TO WS-MESSAGE
033685     ELSE
033690         MOVE 'ALIAS REPOINTED' TO WS-MESSAGE
033695     END-IF.
033700 4200-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    4300-DELETE-ALIAS - REMOVE AN ALIAS                         *
034100*****************************************************************
034200 4300-DELETE-ALIAS.
034300     EXEC SQL
034400         DELETE FROM SAMPLE.CITYALIAS
034500          WHERE ALIAS_CITY = :WS-ALIAS-CITY-HOST
034600            AND ALIAS_COUNTRY = :WS-ALIAS-COUNTRY-HOST
034700     END-EXEC.
034800     IF SQLCODE = 100
034900         MOVE 'ALIAS NOT FOUND' TO WS-MESSAGE
035000         GO TO 4300-EXIT
035100     END-IF.
035200     IF SQLCODE NOT = 0
035300         PERFORM 7000-SQL-ERROR-MESSAGE THRU 7000-EXIT
035400         GO TO 4300-EXIT
035500     END-IF.
035600     MOVE SPACES TO LCCITYO LCCTRYO LUPDBYO LUPDTSO.
035700     MOVE 'ALIAS DELETED' TO WS-MESSAGE.
035800 4300-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    7000-SQL-ERROR-MESSAGE - BUILD THE SQLCODE MESSAGE          *
036200*****************************************************************
036300 7000-SQL-ERROR-MESSAGE.
036400     MOVE SQLCODE TO SQLCODE-PIC.
036500     MOVE SPACES TO WS-MESSAGE.
036600     STRING 'ALIAS TABLE ACCESS FAILED - SQLCODE '
036700         DELIMITED BY SIZE
036800         SQLCODE-PIC DELIMITED BY SIZE
036900         INTO WS-MESSAGE
037000     END-STRING.
037100 7000-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    8000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT       *
037500*                    MESSAGE AND SET UP THE NEXT PSEUDO-         *
037600*                    CONVERSATIONAL RETURN                       *
037700*****************************************************************
037800 8000-SEND-MAP.
037900     MOVE WS-MESSAGE TO LMSGO.
038000     EXEC CICS
038100         SEND MAP(WS-MAP-NAME)
038200              MAPSET(WS-MAPSET-NAME)
038300              FROM(CITYMP5O)
038400              ERASE
038500              CURSOR
038600     END-EXEC.
038700     EXEC CICS
038800         RETURN TRANSID('CALS')
038900                COMMAREA(WS-COMMAREA)
039000                LENGTH(1)
039100     END-EXEC.
039200 8000-EXIT.
039300     EXIT.
039400*****************************************************************
039500*    9999-EXIT - COMMON PROGRAM EXIT                             *
039600*****************************************************************
039700 9999-EXIT.
039800     EXEC CICS
039900         RETURN
040000     END-EXEC.
