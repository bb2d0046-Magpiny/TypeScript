002030*                   REPORTING ARE UNCHANGED; WITHOUT THE PARM    *
002032*                   THE NIGHTLY TRICKLE LOADS STAY ON THE        *
002034*                   PER-ROW COBSAMP PATH                         *
002044*  2026-10-15 DLM   EVERY ROW LOADED NOW HAS A CHANGE EVENT ON   *
002054*                   SAMPLE.CITYEVENT FOR CITYEVPB TO PUBLISH.    *
002064*                   THE PER-ROW PATH PASSES CH=CITYLOAD TO       *
002074*                   COBSAMP; BULK MODE WRITES THE EVENT ITSELF   *
002084*                   (CHANNEL BULKLOAD) AND COMMITS IT WITH THE   *
002094*                   BLOCK                                        *
002100*                                                               *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
017000 3000-INSERT-CITY.
017100     MOVE 1 TO VAR-LEN OF Action.
017200     MOVE 'I' TO VAR-TEXT OF Action.
017210*    CH= NAMES CITYLOAD AS THE CHANNEL ON COBSAMP'S CHANGE EVENT
017220     MOVE ',CH=CITYLOAD' TO VAR-TEXT OF Action(2:12).
017230     MOVE 13 TO VAR-LEN OF Action.
017300     MOVE 32 TO VAR-LEN OF City.
017400     MOVE CU-CITY TO VAR-TEXT OF City.
017500     MOVE 32 TO VAR-LEN OF Country.
018790                 MOVE WS-RECORD-COUNT TO WS-BLOCK-FIRST-RECORD
018792             END-IF
018794             ADD 1 TO WS-BLOCK-INSERTED
018795             PERFORM 3600-WRITE-BULK-EVENT THRU 3600-EXIT
018796         WHEN SQLCODE = -803
018798             ADD 1 TO WS-RECORDS-REJECTED
018800             DISPLAY 'CITYLOAD: RECORD ' WS-RECORD-COUNT
018818     END-EVALUATE.
018820 3500-EXIT.
018822     EXIT.
018823*****************************************************************
018824*    3600-WRITE-BULK-EVENT - BULK MODE: WRITE THE CHANGE EVENT   *
018825*                            COBSAMP WRITES ON THE PER-ROW PATH  *
018826*                            FOR THE ROW JUST INSERTED. IT       *
018827*                            COMMITS OR ROLLS BACK WITH THE      *
018828*                            BLOCK; A FAILURE ENDS THE RUN LIKE  *
018829*                            A FAILED INSERT                     *
018830*****************************************************************
018831 3600-WRITE-BULK-EVENT.
018832     EXEC SQL
018833         INSERT INTO SAMPLE.CITYEVENT
018834             (EVENT_TS, ACTION_CD, CHANNEL,
018835              BEFORE_CITY, BEFORE_COUNTRY,
018836              BEFORE_POPULATION, BEFORE_REGION,
018837              AFTER_CITY, AFTER_COUNTRY,
018838              AFTER_POPULATION, AFTER_REGION, STATUS)
018839             VALUES (CURRENT TIMESTAMP, 'INSERT', 'BULKLOAD',
018840                     ' ', ' ', 0, ' ',
018841                     :WS-CITY-HOST, :WS-COUNTRY-HOST,
018842                     :WS-POPULATION-HOST, :WS-REGION-HOST, 'P')
018843     END-EXEC.
018844     IF SQLCODE NOT = 0
018845         MOVE SQLCODE TO SQLCODE-PIC
018846         DISPLAY 'CITYLOAD: CHANGE EVENT INSERT FAILED, '
018847             'SQLCODE = ' SQLCODE-PIC
018848             ' AT RECORD ' WS-RECORD-COUNT
018849         MOVE 12 TO WS-COND-CODE
018850         MOVE 'Y' TO WS-EOF-SWITCH
018851     END-IF.
018852 3600-EXIT.
018853     EXIT.
018861*****************************************************************
018900*    4000-CHECKPOINT - COMMIT THE UNIT OF WORK AND REWRITE THE   *
019000*                      CHECKPOINT FILE WITH THE CURRENT RECORD   *
