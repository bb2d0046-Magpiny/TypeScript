002797*                   ROW WITH FULL-WIDTH NAMES NEEDS UP TO ~130   *
002798*                   AND THE 80-BYTE BUFFER TRUNCATED IT          *
002799*                   SILENTLY. STATUS REPLIES STAY AT 80          *
002800*  2026-10-15 DLM   COBSAMP CALLS CARRY THE CH=CITYMQS ACTION    *
002810*                   OPTION, PUT AHEAD OF THE CALLER'S OWN        *
002820*                   OPTIONS (A CALLER'S CH= IS DROPPED), SO THE  *
002830*                   CHANGE EVENT NAMES CITYMQS AS ITS CHANNEL    *
002840*  2026-10-15 DLM   SELECT CURSOR NOW HONOURS SAMPLE.CITYALIAS,  *
002850*                   AS COBSAMP DOES: AN ALIAS NAME FINDS ITS     *
002860*                   CANONICAL ROW                                *
002862*  2026-10-15 DLM   A REQUEST WITH MORE THAN TWO ACTION OPTIONS  *
002864*                   OR AN ACTION TOO LONG FOR CITYPARM IS        *
002866*                   REFUSED INSTEAD OF LOSING AN OPTION          *
002890*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.    CITYMQS.
014900 01  WS-TRIM-FIELD               PIC X(32)   VALUE SPACES.
015000 77  WS-TRIM-LENGTH              PIC S9(04) COMP VALUE ZERO.
015020 01  WS-MQ-ACTION-CODE           PIC X(08)   VALUE SPACES.
015022 77  WS-ACTION-POINTER           PIC S9(04) COMP VALUE ZERO.
015023 77  WS-ACTION-OVERFLOW-SWITCH   PIC X(01)   VALUE 'N'.
015024     88  ACTION-OVERFLOW-OCCURRED            VALUE 'Y'.
015025*-----------------------------------------------------------------
015030*    ACTION-OPTION PARSE FIELDS -- THE SAME ROW-LIMIT, OFFSET    *
015035*    AND OUTPUT-FORMAT CONVENTION COBSAMP'S PARSE-ACTION USES,   *
015050 01  WS-MQ-PARSE-FIELDS.
015055     05  WS-MQ-OPT               PIC X(10) OCCURS 3 TIMES.
015060     05  WS-MQ-OPT-IDX           PIC S9(04) COMP.
015062     05  WS-MQ-OPT-COUNT         PIC S9(04) COMP.
015065     05  WS-ROW-LIMIT            PIC S9(09) COMP.
015070     05  WS-ROW-OFFSET           PIC S9(09) COMP.
015075     05  WS-ROW-LIMIT-SET        PIC X(01).
024424     END-IF.
024426 2250-EXIT.
024428     EXIT.
024430*****************************************************************
024432*    2260-APPEND-ACTION-OPT - CARRY ONE CALLER OPTION ONTO THE   *
024434*                             ACTION PASSED TO COBSAMP, DROPPING *
024436*                             ANY CH= OPTION THE CALLER SENT,    *
024437*                             COUNTING THOSE CARRIED AND NOTING  *
024438*                             AN ACTION TOO LONG FOR CITYPARM    *
024439*****************************************************************
024440 2260-APPEND-ACTION-OPT.
024442     IF WS-MQ-OPT(WS-MQ-OPT-IDX) = SPACES
024444        OR WS-MQ-OPT(WS-MQ-OPT-IDX)(1:3) = 'CH='
024446         GO TO 2260-EXIT
024448     END-IF.
024449     ADD 1 TO WS-MQ-OPT-COUNT.
024450     STRING ',' DELIMITED BY SIZE
024452         WS-MQ-OPT(WS-MQ-OPT-IDX) DELIMITED BY SPACE
024454         INTO VAR-TEXT OF Action
024456         WITH POINTER WS-ACTION-POINTER
024457         ON OVERFLOW
024458             MOVE 'Y' TO WS-ACTION-OVERFLOW-SWITCH
024459     END-STRING.
024460 2260-EXIT.
024462     EXIT.
024464*****************************************************************
024500*    3000-CALL-COBSAMP - BUILD THE ACTION/CITY/COUNTRY LINKAGE   *
024600*                        FROM THE REQUEST MESSAGE, EXACTLY AS    *
024800*                        COBSAMP                                 *
024900*****************************************************************
025000 3000-CALL-COBSAMP.
025010*    THE ACTION IS REBUILT FROM THE PARSED CODE AND OPTIONS WITH
025020*    CH=CITYMQS FIRST, SO THE CHANGE EVENT'S CHANNEL CANNOT BE
025030*    CROWDED OUT OR NAMED BY THE DISTRIBUTED CALLER. A BLANK
025040*    ACTION GOES THROUGH EMPTY FOR COBSAMP TO REFUSE. COBSAMP
025042*    TAKES THREE OPTIONS, ONE OF THEM CH=, AND A 25-BYTE ACTION,
025044*    SO A REQUEST WITH MORE IS REFUSED HERE RATHER THAN HAVING
025046*    ONE OF ITS OPTIONS SILENTLY DROPPED
025050     MOVE SPACES TO VAR-TEXT OF Action.
025060     MOVE ZERO TO VAR-LEN OF Action.
025062     MOVE ZERO TO WS-MQ-OPT-COUNT.
025064     MOVE 'N' TO WS-ACTION-OVERFLOW-SWITCH.
025070     IF WS-MQ-ACTION-CODE NOT = SPACES
025080         MOVE 1 TO WS-ACTION-POINTER
025090         STRING WS-MQ-ACTION-CODE DELIMITED BY SPACE
025100             ',CH=CITYMQS' DELIMITED BY SIZE
025110             INTO VAR-TEXT OF Action
025120             WITH POINTER WS-ACTION-POINTER
025122             ON OVERFLOW
025124                 MOVE 'Y' TO WS-ACTION-OVERFLOW-SWITCH
025130         END-STRING
025140         PERFORM 2260-APPEND-ACTION-OPT THRU 2260-EXIT
025150             VARYING WS-MQ-OPT-IDX FROM 1 BY 1
025160             UNTIL WS-MQ-OPT-IDX > 3
025170         COMPUTE VAR-LEN OF Action = WS-ACTION-POINTER - 1
025180     END-IF.
025182     IF WS-MQ-OPT-COUNT > 2
025184         MOVE SPACES TO WS-RESPONSE-TEXT
025186         STRING 'Request unsuccessful: more than two action '
025188             'options' DELIMITED BY SIZE
025190             INTO WS-RESPONSE-TEXT
025192         END-STRING
025194         GO TO 3000-EXIT
025196     END-IF.
025198     IF ACTION-OVERFLOW-OCCURRED
025200         MOVE SPACES TO WS-RESPONSE-TEXT
025202         STRING 'Request unsuccessful: action and options '
025204             'too long' DELIMITED BY SIZE
025206             INTO WS-RESPONSE-TEXT
025208         END-STRING
025210         GO TO 3000-EXIT
025212     END-IF.
025500     PERFORM 3100-BUILD-KEY-FIELDS THRU 3100-EXIT.
027010     MOVE RQ-POPULATION TO WS-TRIM-FIELD.
027020     PERFORM 5000-TRIM-TRAILING-SPACES THRU 5000-EXIT.
027446 3100-EXIT.
027448     EXIT.
027450*****************************************************************
027451*    3600-SERVE-SELECT - RUN THE SELECT INSIDE THE SERVER: OPEN   *
027452*                        A CURSOR HONOURING THE CALLER'S FILTERS, *
027453*                        ROW LIMIT AND OFFSET, PUT ONE REPLY      *
027454*                        MESSAGE PER ROW, AND LEAVE THE STATUS    *
027455*                        LINE FOR THE FINAL REPLY MESSAGE. THE    *
027456*                        CURSOR IS CLOSED BEFORE THE PER-REQUEST  *
027457*                        COMMIT, SO NO WITH HOLD IS NEEDED. ONE   *
027458*                        CURSOR WITH OPTIONAL PREDICATES STANDS   *
027459*                        IN FOR COBSAMP'S FOUR RETURN CURSORS,    *
027460*                        SINCE HERE THE SERVER ITSELF MUST FETCH. *
027461*                        AS IN COBSAMP, A CITY NAME HELD ON       *
027462*                        SAMPLE.CITYALIAS ALSO FINDS ITS          *
027463*                        CANONICAL ROW, SO ALIASES ARE HONOURED   *
027472*****************************************************************
027474 3600-SERVE-SELECT.
027476     MOVE ZERO TO WS-ROWS-DELIVERED.
027490         DECLARE C16 CURSOR FOR
027492             SELECT CITY, COUNTRY, POPULATION, REGION
027494                 FROM SAMPLE.CITYTABLE
027496                 WHERE ((:WS-SEL-CITY-LEN = 0 OR CITY = :CITY)
027497                        AND (:WS-SEL-CTRY-LEN = 0
027498                             OR COUNTRY = :COUNTRY))
027499                    OR (CITY, COUNTRY) IN
027500                       (SELECT CITY, COUNTRY
027501                          FROM SAMPLE.CITYALIAS
027502                         WHERE ALIAS_CITY = :CITY
027503                           AND (:WS-SEL-CTRY-LEN = 0
027504                                OR ALIAS_COUNTRY = :COUNTRY))
027505                 ORDER BY CITY, COUNTRY
027506                 OFFSET :WS-ROW-OFFSET ROWS
027507                 FETCH FIRST :WS-ROW-LIMIT ROWS ONLY
027508     END-EXEC.
027510     EXEC SQL
027512         OPEN C16
