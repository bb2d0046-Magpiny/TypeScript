002196*  2026-08-22 DLM   VALIDATE ('V') NOW SERVED FROM THE CITYVSAM  *
002197*                   LOOKUP COPY (UP TO A DAY OLD); COBSAMP IS    *
002198*                   STILL CALLED FOR EVERY DATA-CHANGING ACTION  *
002208*  2026-10-15 DLM   DELETES AND COUNTRY-CHANGING UPDATES ARE NO  *
002218*                   LONGER PASSED STRAIGHT TO COBSAMP: THEY ARE  *
002228*                   HELD ON SAMPLE.CITYPEND WITH THE KEYING      *
002238*                   OPERATOR AND TIME FOR A SECOND OPERATOR TO   *
002248*                   APPROVE OR REJECT ON CAPR (CITYAPRV)         *
002258*  2026-10-15 DLM   COBSAMP CALLS CARRY THE CH=CMNT ACTION       *
002268*                   OPTION SO THE CHANGE EVENT NAMES CMNT AS ITS *
002278*                   ORIGINATING CHANNEL                          *
002290*                                                               *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    CITYMNT.
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003210*-----------------------------------------------------------------
003220*    DB2 COMMUNICATION AREA
003230*-----------------------------------------------------------------
003240     EXEC SQL INCLUDE SQLCA END-EXEC.
003250 01  SQLCODE-PIC                  PIC +++999 USAGE DISPLAY.
003300*-----------------------------------------------------------------
003400*    COMMAREA -- CARRIES THE MAP-BUILDING STATE BETWEEN THE       *
003500*    PSEUDO-CONVERSATIONAL SEND-MAP AND RECEIVE-MAP TRIPS         *
004200*-----------------------------------------------------------------
004300 COPY CITYPARM.
004400 01  WS-RESPONSE-TEXT             PIC X(80).
004405*-----------------------------------------------------------------
004410*    HOST VARIABLES -- PENDING-CHANGE HOLD ON SAMPLE.CITYPEND    *
004415*-----------------------------------------------------------------
004420 01  WS-PEND-ID-HOST              PIC S9(09) COMP.
004425 01  WS-PEND-ACTION-HOST          PIC X(01).
004430 01  WS-PEND-CITY-HOST            PIC X(32).
004435 01  WS-PEND-COUNTRY-HOST         PIC X(32).
004440 01  WS-PEND-NEW-CITY-HOST        PIC X(32).
004445 01  WS-PEND-NEW-COUNTRY-HOST     PIC X(32).
004450 01  WS-PEND-POPULATION-HOST      PIC X(08).
004455 01  WS-PEND-REGION-HOST          PIC X(08).
004460 01  WS-OPERATOR-ID-HOST          PIC X(08).
004465 01  WS-TERMINAL-ID-HOST          PIC X(04).
004470 01  WS-MATCH-COUNT-HOST          PIC S9(09) COMP.
004500*-----------------------------------------------------------------
004600*    SCREEN WORK FIELDS                                          *
004700*-----------------------------------------------------------------
004920 77  WS-RESP                      PIC S9(08) COMP.
004950 77  WS-STRING-OVERFLOW-SWITCH    PIC X(01)   VALUE 'N'.
004960     88  STRING-OVERFLOW-OCCURRED           VALUE 'Y'.
004965 77  WS-APPROVAL-SWITCH           PIC X(01)   VALUE 'N'.
004970     88  APPROVAL-REQUIRED                  VALUE 'Y'.
004975 77  WS-PEND-ID-DISPLAY           PIC 9(07)   VALUE ZERO.
004980 77  WS-ACTION-WORD               PIC X(14)   VALUE SPACES.
005000*-----------------------------------------------------------------
005100*    RESOURCE NAMES                                              *
005200*-----------------------------------------------------------------
012590         MOVE 8 TO VAR-LEN OF Region
012595     END-IF.
012597     MOVE REGIONI OF CITYMP1I TO VAR-TEXT OF Region.
012602*    A DELETE, OR AN UPDATE THAT MOVES THE CITY TO ANOTHER
012607*    COUNTRY, NEEDS A SECOND OPERATOR'S APPROVAL ON CAPR AND IS
012612*    HELD RATHER THAN PASSED TO COBSAMP
012617     MOVE 'N' TO WS-APPROVAL-SWITCH.
012622     IF ACTIONI OF CITYMP1I = 'D' OR 'd'
012627         MOVE 'Y' TO WS-APPROVAL-SWITCH
012632     END-IF.
012637     IF ACTIONI OF CITYMP1I = 'U' OR 'u'
012642         IF NEWCTRYI OF CITYMP1I NOT = SPACES
012647            AND NEWCTRYI OF CITYMP1I NOT = LOW-VALUES
012652            AND NEWCTRYI OF CITYMP1I NOT = COUNTRYI OF CITYMP1I
012657             MOVE 'Y' TO WS-APPROVAL-SWITCH
012662         END-IF
012667     END-IF.
012672     IF APPROVAL-REQUIRED
012677         PERFORM 3400-HOLD-FOR-APPROVAL THRU 3400-EXIT
012682         GO TO 3000-EXIT
012687     END-IF.
012688*    CH= NAMES CMNT AS THE CHANNEL ON COBSAMP'S CHANGE EVENT
012689     MOVE ',CH=CMNT' TO VAR-TEXT OF Action(2:8).
012690     MOVE 9 TO VAR-LEN OF Action.
012692     CALL 'COBSAMP' USING Action City Country
012697         Population Region Response.
012700     MOVE VAR-TEXT OF Response TO WS-RESPONSE-TEXT.
012800     MOVE WS-RESPONSE-TEXT(1:79) TO WS-MESSAGE.
012900 3000-EXIT.
015962     END-EVALUATE.
015964 3300-EXIT.
015966     EXIT.
015968*****************************************************************
015970*    3400-HOLD-FOR-APPROVAL - RECORD THE KEYED DELETE OR          *
015972*                             COUNTRY CHANGE ON SAMPLE.CITYPEND   *
015974*                             WITH THE KEYING OPERATOR, TERMINAL  *
015976*                             AND TIME. CITYTABLE IS NOT TOUCHED  *
015978*                             UNTIL A DIFFERENT OPERATOR APPROVES *
015980*                             THE ITEM ON CAPR (CITYAPRV)         *
015982*****************************************************************
015984 3400-HOLD-FOR-APPROVAL.
015986     IF COUNTRYI OF CITYMP1I = SPACES OR LOW-VALUES
015988         MOVE 'COUNTRY MAY NOT BE BLANK FOR DELETE/COUNTRY CHANGE'
015990             TO WS-MESSAGE
015992         GO TO 3400-EXIT
015994     END-IF.
015996     MOVE ACTIONI OF CITYMP1I TO WS-PEND-ACTION-HOST.
015998     INSPECT WS-PEND-ACTION-HOST CONVERTING 'du' TO 'DU'.
016000     MOVE CITYI OF CITYMP1I TO WS-PEND-CITY-HOST.
016002     MOVE COUNTRYI OF CITYMP1I TO WS-PEND-COUNTRY-HOST.
016004     MOVE SPACES TO WS-PEND-NEW-CITY-HOST.
016006     MOVE SPACES TO WS-PEND-NEW-COUNTRY-HOST.
016008     MOVE SPACES TO WS-PEND-POPULATION-HOST.
016010     MOVE SPACES TO WS-PEND-REGION-HOST.
016012     IF WS-PEND-ACTION-HOST = 'U'
016014         MOVE NEWCITYI OF CITYMP1I TO WS-PEND-NEW-CITY-HOST
016016         MOVE NEWCTRYI OF CITYMP1I TO WS-PEND-NEW-COUNTRY-HOST
016018         MOVE POPULI OF CITYMP1I TO WS-PEND-POPULATION-HOST
016020         MOVE REGIONI OF CITYMP1I TO WS-PEND-REGION-HOST
016022         MOVE 'COUNTRY CHANGE' TO WS-ACTION-WORD
016024     ELSE
016026         MOVE 'DELETE' TO WS-ACTION-WORD
016028     END-IF.
016030*    FIELDS THE OPERATOR NEVER TOUCHED COME BACK AS LOW-VALUES
016032     INSPECT WS-PEND-CITY-HOST
016034         REPLACING ALL LOW-VALUES BY SPACES.
016036     INSPECT WS-PEND-COUNTRY-HOST
016038         REPLACING ALL LOW-VALUES BY SPACES.
016040     INSPECT WS-PEND-NEW-CITY-HOST
016042         REPLACING ALL LOW-VALUES BY SPACES.
016044     INSPECT WS-PEND-NEW-COUNTRY-HOST
016046         REPLACING ALL LOW-VALUES BY SPACES.
016048     INSPECT WS-PEND-POPULATION-HOST
016050         REPLACING ALL LOW-VALUES BY SPACES.
016052     INSPECT WS-PEND-REGION-HOST
016054         REPLACING ALL LOW-VALUES BY SPACES.
016056     EXEC CICS
016058         ASSIGN USERID(WS-OPERATOR-ID-HOST)
016060     END-EXEC.
016062     MOVE EIBTRMID TO WS-TERMINAL-ID-HOST.
016064*    THE ROW MUST EXIST NOW, OR THE APPROVER WOULD ONLY BE
016066*    SHOWN A CHANGE THAT CANNOT BE APPLIED
016068     EXEC SQL
016070         SELECT COUNT(*)
016072           INTO :WS-MATCH-COUNT-HOST
016074           FROM SAMPLE.CITYTABLE
016076           WHERE CITY = :WS-PEND-CITY-HOST
016078             AND COUNTRY = :WS-PEND-COUNTRY-HOST
016080     END-EXEC.
016082     IF SQLCODE NOT = 0
016084         PERFORM 3450-HOLD-SQL-ERROR THRU 3450-EXIT
016085         GO TO 3400-EXIT
016086     END-IF.
016088     IF WS-MATCH-COUNT-HOST = ZERO
016090         MOVE 'NOT FOUND - NOTHING HELD FOR APPROVAL'
016092             TO WS-MESSAGE
016094         GO TO 3400-EXIT
016096     END-IF.
016098*    ONE OPEN ITEM PER CITY ROW, SO TWO APPROVERS CANNOT EACH
016100*    PASS A CONFLICTING CHANGE TO THE SAME ROW
016102     EXEC SQL
016104         SELECT COUNT(*), COALESCE(MAX(PEND_ID), 0)
016106           INTO :WS-MATCH-COUNT-HOST, :WS-PEND-ID-HOST
016108           FROM SAMPLE.CITYPEND
016110           WHERE CITY = :WS-PEND-CITY-HOST
016112             AND COUNTRY = :WS-PEND-COUNTRY-HOST
016114             AND STATUS = 'PENDING'
016116     END-EXEC.
016118     IF SQLCODE NOT = 0
016120         PERFORM 3450-HOLD-SQL-ERROR THRU 3450-EXIT
016121         GO TO 3400-EXIT
016122     END-IF.
016124     IF WS-MATCH-COUNT-HOST > ZERO
016126         MOVE WS-PEND-ID-HOST TO WS-PEND-ID-DISPLAY
016128         MOVE SPACES TO WS-MESSAGE
016130         STRING 'ALREADY PENDING AS ITEM ' DELIMITED BY SIZE
016132             WS-PEND-ID-DISPLAY DELIMITED BY SIZE
016134             ' - NOTHING HELD' DELIMITED BY SIZE
016136             INTO WS-MESSAGE
016138         END-STRING
016140         GO TO 3400-EXIT
016142     END-IF.
016144     EXEC SQL
016146         SELECT PEND_ID
016148           INTO :WS-PEND-ID-HOST
016150           FROM FINAL TABLE
016152             (INSERT INTO SAMPLE.CITYPEND
016154                (ACTION_CD, CITY, COUNTRY, NEW_CITY,
016156                 NEW_COUNTRY, POPULATION, REGION,
016158                 KEYED_BY, KEYED_TERM, KEYED_TS, STATUS)
016160              VALUES (:WS-PEND-ACTION-HOST, :WS-PEND-CITY-HOST,
016162                      :WS-PEND-COUNTRY-HOST,
016164                      :WS-PEND-NEW-CITY-HOST,
016166                      :WS-PEND-NEW-COUNTRY-HOST,
016168                      :WS-PEND-POPULATION-HOST,
016170                      :WS-PEND-REGION-HOST,
016172                      :WS-OPERATOR-ID-HOST, :WS-TERMINAL-ID-HOST,
016174                      CURRENT TIMESTAMP, 'PENDING'))
016176     END-EXEC.
016178     IF SQLCODE NOT = 0
016180         PERFORM 3450-HOLD-SQL-ERROR THRU 3450-EXIT
016181         GO TO 3400-EXIT
016182     END-IF.
016184     MOVE WS-PEND-ID-HOST TO WS-PEND-ID-DISPLAY.
016186     MOVE SPACES TO WS-MESSAGE.
016188     STRING WS-ACTION-WORD DELIMITED BY '  '
016190         ' HELD FOR APPROVAL AS ITEM ' DELIMITED BY SIZE
016192         WS-PEND-ID-DISPLAY DELIMITED BY SIZE
016194         ' - SECOND OPERATOR TO APPROVE ON CAPR' DELIMITED BY SIZE
016196         INTO WS-MESSAGE
016198     END-STRING.
016200 3400-EXIT.
016202     EXIT.
016203*****************************************************************
016204*    3450-HOLD-SQL-ERROR - BUILD THE SQLCODE MESSAGE FOR A FAILED *
016205*                          APPROVAL HOLD                          *
016206*****************************************************************
016207 3450-HOLD-SQL-ERROR.
016208     MOVE SQLCODE TO SQLCODE-PIC.
016209     MOVE SPACES TO WS-MESSAGE.
016210     STRING 'APPROVAL HOLD FAILED - SQLCODE ' DELIMITED BY SIZE
016211         SQLCODE-PIC DELIMITED BY SIZE
016212         INTO WS-MESSAGE
016213     END-STRING.
016216 3450-EXIT.
016218     EXIT.
016220*****************************************************************
016222*    8000-SEND-MAP - REDISPLAY THE SCREEN WITH THE CURRENT        *
016224*                   MESSAGE AND SET UP THE NEXT PSEUDO-           *
016300*                   CONVERSATIONAL RETURN                         *
016400*****************************************************************
016500 8000-SEND-MAP.
