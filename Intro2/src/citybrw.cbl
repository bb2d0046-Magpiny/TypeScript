002692*                   COUNTRY STILL BROWSES THE BASE KSDS; THE     *
002694*                   CITYBCOM HANDOFF TO CMNT IS UNCHANGED IN     *
002696*                   EITHER MODE                                  *
002697*  2026-10-15 DLM   A KEYED CITY NAME WITH NO EXACT MATCH ON     *
002698*                   CITYVSP IS LOOKED UP ON SAMPLE.CITYALIAS;    *
002699*                   A FORMER OR ALTERNATE NAME BROWSES FROM ITS  *
002700*                   CANONICAL CITY AND THE MESSAGE LINE SAYS SO  *
002701*                                                               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.    CITYBRW.
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003710*-----------------------------------------------------------------
003720*    DB2 COMMUNICATION AREA -- USED ONLY FOR THE CITY-ALIAS      *
003730*    LOOKUP; THE BROWSE ITSELF STAYS ON THE VSAM COPY            *
003740*-----------------------------------------------------------------
003750     EXEC SQL INCLUDE SQLCA END-EXEC.
003760 01  WS-ALIAS-CITY-HOST          PIC X(32).
003770 01  WS-CANON-CITY-HOST          PIC X(32).
004200*-----------------------------------------------------------------
004300*    COMMAREA -- BROWSE STATE CARRIED BETWEEN PSEUDO-            *
004400*    CONVERSATIONAL TRIPS: THE ACTIVE COUNTRY FILTER, THE        *
008210 77  WS-CITY-PREFIX-LEN          PIC S9(04) COMP VALUE ZERO.
008220 01  WS-TRIM-FIELD               PIC X(32)   VALUE SPACES.
008230 77  WS-TRIM-LENGTH              PIC S9(04) COMP VALUE ZERO.
008240 77  WS-ALIAS-FOUND-SWITCH       PIC X(01)   VALUE 'N'.
008250     88  CITY-ALIAS-FOUND                    VALUE 'Y'.
008300*-----------------------------------------------------------------
008400*    RESOURCE NAMES                                              *
008500*-----------------------------------------------------------------
019082             MOVE WS-TRIM-FIELD TO BS-CITY-FILTER
019084             MOVE 'N' TO BS-SEARCH-MODE
019086             MOVE SPACES TO BS-COUNTRY-FILTER
019087             PERFORM 2400-RESOLVE-CITY-ALIAS THRU 2400-EXIT
019088         END-IF
019090     END-IF.
019100     MOVE ZERO TO BS-ROW-OFFSET.
019200     PERFORM 3000-FETCH-PAGE THRU 3000-EXIT.
019210     IF CITY-ALIAS-FOUND AND NOT FETCH-FAILED
019220         MOVE SPACES TO WS-MESSAGE
019230         STRING WS-ALIAS-CITY-HOST DELIMITED BY '  '
019240             ' IS AN ALIAS OF ' DELIMITED BY SIZE
019250             WS-CANON-CITY-HOST DELIMITED BY '  '
019260             ' - S=SEL, PF7/PF8' DELIMITED BY SIZE
019270             INTO WS-MESSAGE
019280         END-STRING
019290     END-IF.
019300 2300-EXIT.
019400     EXIT.
019410*****************************************************************
019420*    2400-RESOLVE-CITY-ALIAS - WHEN THE KEYED CITY NAME IS NOT   *
019430*                              ON CITYVSP EXACTLY, LOOK IT UP    *
019440*                              AS A FORMER OR ALTERNATE NAME ON  *
019450*                              SAMPLE.CITYALIAS AND BROWSE FROM  *
019460*                              THE CANONICAL CITY INSTEAD. A     *
019470*                              LEADING PARTIAL FINDS NO ALIAS    *
019480*                              AND BROWSES AS BEFORE; A DB2      *
019490*                              FAILURE IS TREATED AS NO ALIAS    *
019500*****************************************************************
019510 2400-RESOLVE-CITY-ALIAS.
019520     MOVE 'N' TO WS-ALIAS-FOUND-SWITCH.
019530     MOVE BS-CITY-FILTER TO WS-AIX-BROWSE-KEY.
019540     EXEC CICS
019550         READ FILE(WS-VSAM-PATH-NAME)
019560              INTO(CITY-VSAM-RECORD)
019570              RIDFLD(WS-AIX-BROWSE-KEY)
019580              EQUAL
019590              RESP(WS-RESP)
019600     END-EXEC.
019610     IF WS-RESP NOT = DFHRESP(NOTFND)
019620         GO TO 2400-EXIT
019630     END-IF.
019640     MOVE BS-CITY-FILTER TO WS-ALIAS-CITY-HOST.
019650     EXEC SQL
019660         SELECT CITY
019670           INTO :WS-CANON-CITY-HOST
019680           FROM SAMPLE.CITYALIAS
019690           WHERE ALIAS_CITY = :WS-ALIAS-CITY-HOST
019700           FETCH FIRST 1 ROW ONLY
019710     END-EXEC.
019720     IF SQLCODE = 0
019730         MOVE 'Y' TO WS-ALIAS-FOUND-SWITCH
019740         MOVE WS-CANON-CITY-HOST TO BS-CITY-FILTER
019750     END-IF.
019760 2400-EXIT.
019770     EXIT.
020000*****************************************************************
020100*    3000-FETCH-PAGE - POSITION A CITYVSAM BROWSE AT THE ACTIVE   *
020200*                      FILTER, SKIP THE PAGE OFFSET, READ UP TO   *
