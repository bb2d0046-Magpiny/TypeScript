000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYPEXP                                     *
000400*  DESCRIPTION  :  NIGHTLY EXPIRY OF UNREVIEWED APPROVAL ITEMS  *
000500*                  ON SAMPLE.CITYPEND. READS THE EXPIRY PERIOD  *
000600*                  (DAYS) FROM THE PARMFILE DD, FIXES THE       *
000700*                  CUTOFF TIMESTAMP ONCE, LISTS EVERY ITEM      *
000800*                  STILL PENDING THAT WAS KEYED BEFORE THE      *
000900*                  CUTOFF, THEN MARKS THOSE SAME ITEMS EXPIRED  *
001000*                  (SAME FIXED CUTOFF, SO NOTHING IS EXPIRED    *
001100*                  THAT WAS NOT LISTED). AN EXPIRED ITEM IS     *
001200*                  NEVER APPLIED; THE CHANGE MUST BE KEYED      *
001300*                  AGAIN ON CMNT.                               *
001400*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
001500*  INSTALLATION :  SAMPLE APPLICATIONS                          *
001600*  DATE-WRITTEN :  2026-10-15                                   *
001700*                                                               *
001800*  MODIFICATION HISTORY                                         *
001900*  -------------------------------------------------------------*
002000*  DATE       INIT  DESCRIPTION                                 *
002100*  ---------- ----  ------------------------------------------- *
002200*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002210*  2026-10-15 DLM   C18 IS CLOSED ONLY WHEN ITS OPEN SUCCEEDED, *
002220*                   SO AN EARLY FAILURE KEEPS ITS OWN SQLCODE   *
002300*                                                               *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    CITYPEXP.
002700 AUTHOR.        D. L. MASON.
002800 INSTALLATION.  SAMPLE APPLICATIONS.
002900 DATE-WRITTEN.  2026-10-15.
003000 DATE-COMPILED. 2026-10-15.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-PARMFILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PARAMETER-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  PARAMETER-RECORD.
004400     05  PA-EXPIRY-DAYS              PIC 9(03).
004500     05  PA-FILLER                   PIC X(77).
004600 WORKING-STORAGE SECTION.
004700*-----------------------------------------------------------------
004800*    DB2 COMMUNICATION AREA
004900*-----------------------------------------------------------------
005000     EXEC SQL INCLUDE SQLCA END-EXEC.
005100*-----------------------------------------------------------------
005200*    HOST VARIABLES
005300*-----------------------------------------------------------------
005400 01  WS-EXPIRY-DAYS              PIC S9(09) COMP.
005500*-----------------------------------------------------------------
005600*    WORKING COPY OF THE PARAMETER RECORD -- THE FD RECORD AREA  *
005700*    IS NOT REFERENCED AFTER AT END OR CLOSE                     *
005800*-----------------------------------------------------------------
005900 01  WS-PARM-RECORD.
006000     05  WS-PARM-EXPIRY-DAYS     PIC 9(03).
006100     05  FILLER                  PIC X(77).
006200 01  WS-CUTOFF-TS                PIC X(26).
006300 01  WS-PEND-ID-HOST             PIC S9(09) COMP.
006400 01  WS-PEND-ACTION-HOST         PIC X(01).
006500 01  WS-PEND-CITY-HOST           PIC X(32).
006600 01  WS-PEND-COUNTRY-HOST        PIC X(32).
006700 01  WS-PEND-KEYED-BY-HOST       PIC X(08).
006800 01  WS-PEND-KEYED-TS-HOST       PIC X(26).
006900 01  WS-REMAINING-COUNT          PIC S9(09) COMP.
007000*-----------------------------------------------------------------
007100*    SWITCHES
007200*-----------------------------------------------------------------
007300 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
007400     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
007500     88  CURSOR-NOT-AT-EOF                   VALUE 'N'.
007510 77  WS-CURSOR-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
007520     88  CURSOR-IS-OPEN                      VALUE 'Y'.
007600*-----------------------------------------------------------------
007700*    COUNTERS AND STATUS FIELDS
007800*-----------------------------------------------------------------
007900 77  WS-ITEMS-LISTED             PIC 9(09) COMP VALUE ZERO.
008000 77  WS-ITEMS-EXPIRED            PIC 9(09) COMP VALUE ZERO.
008100 77  WS-ITEM-DISPLAY             PIC 9(07)   VALUE ZERO.
008200 77  WS-REMAIN-DISPLAY           PIC 9(09)   VALUE ZERO.
008300 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
008400 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
008500 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
008600*-----------------------------------------------------------------
008700*    RUN-CONTROL INTERFACE
008800*-----------------------------------------------------------------
008900 COPY CITYRUNP.
009000 PROCEDURE DIVISION.
009100*****************************************************************
009200*    0000-MAINLINE-CONTROL                                       *
009300*****************************************************************
009400 0000-MAINLINE-CONTROL.
009500     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700     PERFORM 2000-LIST-EXPIRING-ITEMS THRU 2000-EXIT
009800         UNTIL CURSOR-EOF-REACHED.
009900     PERFORM 3000-EXPIRE-ITEMS THRU 3000-EXIT.
010000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010100     GO TO 9999-EXIT.
010200*****************************************************************
010300*    1000-INITIALIZE - READ THE EXPIRY PARAMETER, FIX THE        *
010400*                      CUTOFF TIMESTAMP AND OPEN THE EXPIRING-   *
010500*                      ITEMS CURSOR                              *
010600*****************************************************************
010700 1000-INITIALIZE.
010800     OPEN INPUT PARAMETER-FILE.
010900     IF WS-PARMFILE-STATUS NOT = '00'
011000         DISPLAY 'CITYPEXP: OPEN OF PARMFILE FAILED, STATUS = '
011100             WS-PARMFILE-STATUS
011200         MOVE 8 TO WS-COND-CODE
011300         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
011400         GO TO 1000-EXIT
011500     END-IF.
011600     READ PARAMETER-FILE INTO WS-PARM-RECORD
011700         AT END
011800             MOVE ZERO TO WS-PARM-EXPIRY-DAYS
011900     END-READ.
012000     CLOSE PARAMETER-FILE.
012100     IF WS-PARM-EXPIRY-DAYS NOT NUMERIC
012200        OR WS-PARM-EXPIRY-DAYS = ZERO
012300         DISPLAY 'CITYPEXP: EXPIRY DAYS PARAMETER MISSING '
012400             'OR NOT 001-999, RUN ABANDONED'
012500         MOVE 8 TO WS-COND-CODE
012600         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
012700         GO TO 1000-EXIT
012800     END-IF.
012900     MOVE WS-PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
013000     DISPLAY 'CITYPEXP: EXPIRY DAYS = '
013100         WS-PARM-EXPIRY-DAYS.
013200*    THE CUTOFF IS FIXED ONCE SO THE UPDATE IN 3000 EXPIRES
013300*    EXACTLY THE ITEMS THE CURSOR LISTED.
013400     EXEC SQL
013500         SELECT CHAR(CURRENT TIMESTAMP - :WS-EXPIRY-DAYS DAYS)
013600             INTO :WS-CUTOFF-TS
013700             FROM SYSIBM.SYSDUMMY1
013800     END-EXEC.
013900     IF SQLCODE NOT = 0
014000         MOVE SQLCODE TO SQLCODE-PIC
014100         DISPLAY 'CITYPEXP: CUTOFF TIMESTAMP FAILED, SQLCODE = '
014200             SQLCODE-PIC
014300         MOVE 12 TO WS-COND-CODE
014400         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
014500         GO TO 1000-EXIT
014600     END-IF.
014700     DISPLAY 'CITYPEXP: EXPIRING ITEMS KEYED BEFORE '
014800         WS-CUTOFF-TS.
014900     EXEC SQL
015000         DECLARE C18 CURSOR FOR
015100             SELECT PEND_ID, ACTION_CD, CITY, COUNTRY,
015200                    KEYED_BY, CHAR(KEYED_TS)
015300                 FROM SAMPLE.CITYPEND
015400                 WHERE STATUS = 'PENDING'
015500                   AND KEYED_TS < TIMESTAMP(:WS-CUTOFF-TS)
015600                 ORDER BY PEND_ID
015700     END-EXEC.
015800     EXEC SQL
015900         OPEN C18
016000     END-EXEC.
016100     IF SQLCODE NOT = 0
016200         MOVE SQLCODE TO SQLCODE-PIC
016300         DISPLAY 'CITYPEXP: OPEN OF C18 FAILED, SQLCODE = '
016400             SQLCODE-PIC
016500         MOVE 12 TO WS-COND-CODE
016600         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
016700         GO TO 1000-EXIT
016800     END-IF.
016850     MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH.
016900     PERFORM 2100-FETCH-PENDING-ITEM THRU 2100-EXIT.
017000 1000-EXIT.
017100     EXIT.
017200*****************************************************************
017300*    2000-LIST-EXPIRING-ITEMS - DISPLAY THE CURRENT ITEM AND     *
017400*                               FETCH THE NEXT                   *
017500*****************************************************************
017600 2000-LIST-EXPIRING-ITEMS.
017700     MOVE WS-PEND-ID-HOST TO WS-ITEM-DISPLAY.
017800     DISPLAY 'CITYPEXP: EXPIRING ITEM ' WS-ITEM-DISPLAY
017900         ' ' WS-PEND-ACTION-HOST
018000         ' ' WS-PEND-CITY-HOST
018100         ' ' WS-PEND-COUNTRY-HOST
018200         ' KEYED BY ' WS-PEND-KEYED-BY-HOST
018300         ' AT ' WS-PEND-KEYED-TS-HOST.
018400     ADD 1 TO WS-ITEMS-LISTED.
018500     PERFORM 2100-FETCH-PENDING-ITEM THRU 2100-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800*****************************************************************
018900*    2100-FETCH-PENDING-ITEM - FETCH THE NEXT PENDING ITEM KEYED *
019000*                              BEFORE THE CUTOFF                 *
019100*****************************************************************
019200 2100-FETCH-PENDING-ITEM.
019300     EXEC SQL
019400         FETCH C18
019500             INTO :WS-PEND-ID-HOST, :WS-PEND-ACTION-HOST,
019600                  :WS-PEND-CITY-HOST, :WS-PEND-COUNTRY-HOST,
019700                  :WS-PEND-KEYED-BY-HOST, :WS-PEND-KEYED-TS-HOST
019800     END-EXEC.
019900     IF SQLCODE = 100
020000         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
020100     ELSE
020200         IF SQLCODE NOT = 0
020300             MOVE SQLCODE TO SQLCODE-PIC
020400             DISPLAY 'CITYPEXP: FETCH OF C18 FAILED, SQLCODE = '
020500                 SQLCODE-PIC
020600             MOVE 12 TO WS-COND-CODE
020700             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
020800         END-IF
020900     END-IF.
021000 2100-EXIT.
021100     EXIT.
021200*****************************************************************
021300*    3000-EXPIRE-ITEMS - CLOSE THE CURSOR IF IT WAS OPENED;      *
021400*                        WHEN NOTHING FAILED MARK THE LISTED     *
021500*                        ITEMS EXPIRED AND COMMIT                *
021600*****************************************************************
021700 3000-EXPIRE-ITEMS.
021800     IF CURSOR-IS-OPEN
021850         EXEC SQL
021900             CLOSE C18
021950         END-EXEC
022000     END-IF.
022100     IF WS-COND-CODE NOT = ZERO
022200         GO TO 3000-EXIT
022300     END-IF.
022400     IF WS-ITEMS-LISTED = ZERO
022500         DISPLAY 'CITYPEXP: NO PENDING ITEMS OLDER THAN CUTOFF, '
022600             'NOTHING EXPIRED'
022700         GO TO 3000-EXIT
022800     END-IF.
022900     EXEC SQL
023000         UPDATE SAMPLE.CITYPEND
023100            SET STATUS = 'EXPIRED',
023200                REVIEWED_TS = CURRENT TIMESTAMP,
023300                RESPONSE = 'EXPIRED UNREVIEWED'
023400          WHERE STATUS = 'PENDING'
023500            AND KEYED_TS < TIMESTAMP(:WS-CUTOFF-TS)
023600     END-EXEC.
023700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
023800         MOVE SQLCODE TO SQLCODE-PIC
023900         DISPLAY 'CITYPEXP: EXPIRY UPDATE FAILED, SQLCODE = '
024000             SQLCODE-PIC
024100         MOVE 12 TO WS-COND-CODE
024200         EXEC SQL
024300             ROLLBACK WORK
024400         END-EXEC
024500         GO TO 3000-EXIT
024600     END-IF.
024700     MOVE SQLERRD(3) TO WS-ITEMS-EXPIRED.
024800     EXEC SQL
024900         COMMIT WORK
025000     END-EXEC.
025100 3000-EXIT.
025200     EXIT.
025300*****************************************************************
025400*    8000-TERMINATE - COUNT WHAT IS STILL AWAITING REVIEW AND    *
025500*                     DISPLAY THE RUN TOTALS                     *
025600*****************************************************************
025700 8000-TERMINATE.
025800     MOVE ZERO TO WS-REMAINING-COUNT.
025900     EXEC SQL
026000         SELECT COUNT(*) INTO :WS-REMAINING-COUNT
026100             FROM SAMPLE.CITYPEND
026200             WHERE STATUS = 'PENDING'
026300     END-EXEC.
026400     IF SQLCODE NOT = 0
026500         MOVE ZERO TO WS-REMAINING-COUNT
026600     END-IF.
026700     MOVE WS-REMAINING-COUNT TO WS-REMAIN-DISPLAY.
026800     DISPLAY 'CITYPEXP: ITEMS LISTED   = ' WS-ITEMS-LISTED.
026900     DISPLAY 'CITYPEXP: ITEMS EXPIRED  = ' WS-ITEMS-EXPIRED.
027000     DISPLAY 'CITYPEXP: STILL PENDING  = ' WS-REMAIN-DISPLAY.
027100*    AN APPROVER CAN CLAIM A LISTED ITEM BETWEEN THE LIST AND
027200*    THE UPDATE, SO FEWER EXPIRED THAN LISTED IS EXPECTED; MORE
027300*    WOULD MEAN THE CUTOFF WAS NOT HONOURED.
027400     IF WS-ITEMS-EXPIRED > WS-ITEMS-LISTED
027500         DISPLAY 'CITYPEXP: MORE ITEMS EXPIRED THAN LISTED, '
027600             'REVIEW BEFORE NEXT RUN'
027700         IF WS-COND-CODE = ZERO
027800             MOVE 4 TO WS-COND-CODE
027900         END-IF
028000     END-IF.
028100     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
028200 8000-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
028600*                         TABLE                                  *
028700*****************************************************************
028800 9000-LOG-RUN-START.
028900     MOVE 'CITYPEXP' TO RP-PROGRAM-NAME.
029000     MOVE 'START' TO RP-PHASE.
029100     MOVE ZERO TO RP-RECORDS-IN.
029200     MOVE ZERO TO RP-RECORDS-OUT.
029300     MOVE ZERO TO RP-RECORDS-REJECTED.
029400     MOVE 'STARTED' TO RP-OUTCOME.
029500     MOVE ZERO TO RP-COND-CODE.
029600     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
029700 9000-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
030100*                       OUTCOME AND CONDITION CODE               *
030200*****************************************************************
030300 9100-LOG-RUN-END.
030400     MOVE 'CITYPEXP' TO RP-PROGRAM-NAME.
030500     MOVE 'END' TO RP-PHASE.
030600     MOVE WS-ITEMS-LISTED TO RP-RECORDS-IN.
030700     MOVE WS-ITEMS-EXPIRED TO RP-RECORDS-OUT.
030800     MOVE ZERO TO RP-RECORDS-REJECTED.
030900     EVALUATE WS-COND-CODE
031000         WHEN 0
031100             MOVE 'SUCCESS' TO RP-OUTCOME
031200         WHEN 4
031300             MOVE 'WARNING' TO RP-OUTCOME
031400         WHEN OTHER
031500             MOVE 'FAILURE' TO RP-OUTCOME
031600     END-EVALUATE.
031700     MOVE WS-COND-CODE TO RP-COND-CODE.
031800     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
031900 9100-EXIT.
032000     EXIT.
032100*****************************************************************
032200*    9999-EXIT - COMMON PROGRAM EXIT                             *
032300*****************************************************************
032400 9999-EXIT.
032500     MOVE WS-COND-CODE TO RETURN-CODE.
032600     STOP RUN.
