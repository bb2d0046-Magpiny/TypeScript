000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYSLAR                                     *
000400*  DESCRIPTION  :  BATCH ELAPSED-TIME AND SLA REPORT OFF THE    *
000500*                  SAMPLE.CITYRUNCTL RUN-CONTROL HISTORY. EACH  *
000600*                  PROGRAM'S START ROW IS PAIRED WITH THE END   *
000700*                  ROW THAT FOLLOWS IT (BY RUN_TS) AND THE RUNS *
000800*                  ARE ADDED UP BY NIGHT -- A RUN BELONGS TO    *
000900*                  THE NIGHT OF ITS START TIME LESS 12 HOURS,   *
001000*                  SO A RUN AFTER MIDNIGHT COUNTS TO THE NIGHT  *
001100*                  BEFORE. FOR EACH PROGRAM AND NIGHT OF THE    *
001200*                  PARMFILE PERIOD IT PRINTS RUNS, ELAPSED      *
001300*                  SECONDS, RECORDS READ AND RECORDS/SEC, THE   *
001400*                  ROLLING AVERAGE OF THE PROGRAM'S PRIOR       *
001500*                  NIGHTS AND THE NIGHT'S DIFFERENCE FROM IT,   *
001600*                  AND A BAR SCALED TO THE SLA TARGET (OR TO    *
001700*                  THE AVERAGE). A NIGHT OVER ITS CITYSLAT      *
001800*                  TARGET, OR UNDER ITS MINIMUM RATE, IS A      *
001900*                  BREACH; ONE FURTHER FROM THE AVERAGE THAN    *
002000*                  THE OUTLIER PERCENTAGE IS FLAGGED SLOW OR    *
002100*                  FAST. EACH PROGRAM ENDS WITH ITS LEAST-      *
002200*                  SQUARES TREND LINE OVER THE PERIOD. ENDS CC  *
002300*                  4 ON ANY BREACH.                             *
002400*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002500*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002600*  DATE-WRITTEN :  2026-10-15                                   *
002700*                                                               *
002800*  MODIFICATION HISTORY                                         *
002900*  -------------------------------------------------------------*
003000*  DATE       INIT  DESCRIPTION                                 *
003100*  ---------- ----  ------------------------------------------- *
003200*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
003300*                                                               *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID.    CITYSLAR.
003700 AUTHOR.        D. L. MASON.
003800 INSTALLATION.  SAMPLE APPLICATIONS.
003900 DATE-WRITTEN.  2026-10-15.
004000 DATE-COMPILED. 2026-10-15.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-PARMFILE-STATUS.
004800     SELECT SLA-TARGET-FILE ASSIGN TO SLACTL
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-SLACTL-STATUS.
005200     SELECT PRINT-FILE ASSIGN TO SLARPT
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-PRINT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PARAMETER-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  PARAMETER-RECORD            PIC X(80).
006200 FD  SLA-TARGET-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 COPY CITYSLAT.
006600 FD  PRINT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRINT-RECORD                PIC X(133).
007000 WORKING-STORAGE SECTION.
007100*-----------------------------------------------------------------
007200*    DB2 COMMUNICATION AREA
007300*-----------------------------------------------------------------
007400     EXEC SQL INCLUDE SQLCA END-EXEC.
007500*-----------------------------------------------------------------
007600*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-10 ARE    *
007700*    THE FIRST NIGHT OF THE PERIOD (BLANK = 29 NIGHTS BEFORE     *
007800*    THE LAST), 12-21 THE LAST NIGHT (BLANK = YESTERDAY), 23-24  *
007900*    THE NIGHTS IN THE ROLLING AVERAGE (BLANK = 07, AT MOST 30)  *
008000*    AND 26-28 THE OUTLIER PERCENTAGE (BLANK = 050)              *
008100*-----------------------------------------------------------------
008200 01  WS-PARM-RECORD.
008300     05  WS-PARM-FROM-NIGHT      PIC X(10).
008400     05  FILLER                  PIC X(01).
008500     05  WS-PARM-TO-NIGHT        PIC X(10).
008600     05  FILLER                  PIC X(01).
008700     05  WS-PARM-ROLLING         PIC X(02).
008800     05  WS-PARM-ROLLING-NUM     REDEFINES WS-PARM-ROLLING
008900                                 PIC 9(02).
009000     05  FILLER                  PIC X(01).
009100     05  WS-PARM-OUTLIER         PIC X(03).
009200     05  WS-PARM-OUTLIER-NUM     REDEFINES WS-PARM-OUTLIER
009300                                 PIC 9(03).
009400     05  FILLER                  PIC X(52).
009500 01  WS-ROLLING-NIGHTS           PIC S9(04) COMP VALUE 7.
009600 01  WS-OUTLIER-PCT              PIC S9(04) COMP VALUE 50.
009700 01  WS-LOOKBACK-DAYS            PIC S9(09) COMP VALUE ZERO.
009800*-----------------------------------------------------------------
009900*    SLA TARGETS -- LOADED ONCE FROM SLACTL AND SEARCHED         *
010000*    SERIALLY BY PROGRAM NAME. A TARGET IS FLAGGED AS SEEN WHEN  *
010100*    ITS PROGRAM HAS A NIGHT IN THE PERIOD                       *
010200*-----------------------------------------------------------------
010300 01  WS-TARGET-COUNT             PIC 9(05) COMP VALUE ZERO.
010400 01  SLA-TABLE.
010500     05  SLA-ENTRY OCCURS 1 TO 200 TIMES
010600             DEPENDING ON WS-TARGET-COUNT
010700             INDEXED BY SLA-IDX.
010800         10  SLA-PROGRAM-NAME    PIC X(08).
010900         10  SLA-TARGET-SECONDS  PIC 9(06).
011000         10  SLA-MIN-RATE        PIC 9(07).
011100         10  SLA-DESCRIPTION     PIC X(30).
011200         10  SLA-SEEN            PIC X(01).
011300             88  SLA-PROGRAM-SEEN            VALUE 'Y'.
011400*-----------------------------------------------------------------
011500*    HOST VARIABLES
011600*-----------------------------------------------------------------
011700 01  WS-FROM-NIGHT               PIC X(10).
011800 01  WS-TO-NIGHT                 PIC X(10).
011900 01  WS-LOOKBACK-NIGHT           PIC X(10).
012000 01  WS-END-NIGHT                PIC X(10).
012100 01  WS-PROGRAM-NAME-HOST        PIC X(08).
012200 01  WS-PHASE-HOST               PIC X(05).
012300 01  WS-NIGHT-HOST               PIC X(10).
012400 01  WS-DAYS-HOST                PIC S9(09) COMP.
012500 01  WS-SECONDS-HOST             PIC S9(09) COMP.
012600 01  WS-MICRO-HOST               PIC S9(09) COMP.
012700 01  WS-RECORDS-IN-HOST          PIC S9(09) COMP.
012800*-----------------------------------------------------------------
012900*    THE PROGRAM BEING REPORTED AND ITS OPEN START ROW
013000*-----------------------------------------------------------------
013100 01  WS-CURRENT-PROGRAM          PIC X(08)   VALUE SPACES.
013200 01  WS-CURRENT-TARGET           PIC 9(06)   VALUE ZERO.
013300 01  WS-CURRENT-MIN-RATE         PIC 9(07)   VALUE ZERO.
013400 01  WS-CURRENT-DESCRIPTION      PIC X(30)   VALUE SPACES.
013500 01  WS-START-DAYS               PIC S9(09) COMP VALUE ZERO.
013600 01  WS-START-SECONDS            PIC S9(09) COMP VALUE ZERO.
013700 01  WS-START-MICRO              PIC S9(09) COMP VALUE ZERO.
013800 01  WS-RUN-ELAPSED              PIC S9(07)V99 COMP-3 VALUE ZERO.
013900*-----------------------------------------------------------------
014000*    THE NIGHT BEING ADDED UP
014100*-----------------------------------------------------------------
014200 01  WS-CURRENT-NIGHT            PIC X(10)   VALUE SPACES.
014300 01  WS-NIGHT-RUNS               PIC S9(04) COMP VALUE ZERO.
014400 01  WS-NIGHT-NO-END             PIC S9(04) COMP VALUE ZERO.
014500 01  WS-NIGHT-ELAPSED            PIC S9(07)V99 COMP-3 VALUE ZERO.
014600 01  WS-NIGHT-RECORDS            PIC S9(11) COMP-3 VALUE ZERO.
014700 01  WS-NIGHT-RATE               PIC S9(09)V9 COMP-3 VALUE ZERO.
014800 01  WS-NIGHT-VS-AVERAGE         PIC S9(07) COMP-3 VALUE ZERO.
014900 01  WS-NIGHT-FLAGS              PIC X(30)   VALUE SPACES.
015000 01  WS-FLAG-POINTER             PIC S9(04) COMP VALUE ZERO.
015100*-----------------------------------------------------------------
015200*    ROLLING AVERAGE -- THE ELAPSED SECONDS OF THE PROGRAM'S     *
015300*    LAST WS-ROLLING-NIGHTS NIGHTS, KEPT AS A RING               *
015400*-----------------------------------------------------------------
015500 01  ROLLING-TABLE.
015600     05  ROLL-ELAPSED            PIC S9(07)V99 COMP-3
015700                                 OCCURS 30 TIMES.
015800 01  WS-ROLL-NEXT                PIC S9(04) COMP VALUE 1.
015900 01  WS-ROLL-COUNT               PIC S9(04) COMP VALUE ZERO.
016000 01  WS-ROLL-SUM                 PIC S9(09)V99 COMP-3 VALUE ZERO.
016100 01  WS-ROLL-AVERAGE             PIC S9(07)V99 COMP-3 VALUE ZERO.
016200*-----------------------------------------------------------------
016300*    TREND LINE -- LEAST SQUARES OF ELAPSED SECONDS (Y) ON THE   *
016400*    PROGRAM'S NIGHT NUMBER IN THE PERIOD (X)                    *
016500*-----------------------------------------------------------------
016600 01  WS-TREND-N                  PIC S9(05) COMP-3 VALUE ZERO.
016700 01  WS-TREND-SUM-X              PIC S9(09) COMP-3 VALUE ZERO.
016800 01  WS-TREND-SUM-XX             PIC S9(13) COMP-3 VALUE ZERO.
016900 01  WS-TREND-SUM-Y              PIC S9(11)V99 COMP-3 VALUE ZERO.
017000 01  WS-TREND-SUM-XY             PIC S9(15)V99 COMP-3 VALUE ZERO.
017100 01  WS-TREND-DIVISOR            PIC S9(15) COMP-3 VALUE ZERO.
017200 01  WS-TREND-SLOPE              PIC S9(07)V9(04) COMP-3
017300                                 VALUE ZERO.
017400 01  WS-TREND-INTERCEPT          PIC S9(09)V9(04) COMP-3
017500                                 VALUE ZERO.
017600 01  WS-TREND-MEAN               PIC S9(07)V99 COMP-3 VALUE ZERO.
017700 01  WS-TREND-FIRST              PIC S9(07)V99 COMP-3 VALUE ZERO.
017800 01  WS-TREND-LAST               PIC S9(07)V99 COMP-3 VALUE ZERO.
017900*-----------------------------------------------------------------
018000*    BAR -- 12 STARS IS THE SLA TARGET, OR THE ROLLING AVERAGE   *
018100*    WHEN THE PROGRAM HAS NO TARGET; A LONGER BAR STOPS AT 23    *
018200*    STARS AND A '>'                                             *
018300*-----------------------------------------------------------------
018400 01  WS-BAR-STARS                PIC X(24)   VALUE ALL '*'.
018500 01  WS-BAR-REFERENCE            PIC S9(07)V99 COMP-3 VALUE ZERO.
018600 01  WS-BAR-LENGTH               PIC S9(04) COMP VALUE ZERO.
018700*-----------------------------------------------------------------
018800*    SWITCHES
018900*-----------------------------------------------------------------
019000 77  WS-SLACTL-EOF-SWITCH        PIC X(01)   VALUE 'N'.
019100     88  SLACTL-EOF-REACHED                  VALUE 'Y'.
019200 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
019300     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
019400 77  WS-CURSOR-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
019500     88  CURSOR-IS-OPEN                      VALUE 'Y'.
019600 77  WS-START-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
019700     88  START-IS-OPEN                       VALUE 'Y'.
019800 77  WS-TARGET-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
019900     88  TARGET-FOUND                        VALUE 'Y'.
020000 77  WS-PROGRAM-PRINTED-SWITCH   PIC X(01)   VALUE 'N'.
020100     88  PROGRAM-PRINTED                     VALUE 'Y'.
020200 77  WS-PRINT-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
020300     88  PRINT-IS-OPEN                       VALUE 'Y'.
020400*-----------------------------------------------------------------
020500*    PAGE-CONTROL FIELDS AND COUNTERS
020600*-----------------------------------------------------------------
020700 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
020800 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
020900 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
021000 77  WS-ROWS-FETCHED             PIC 9(09) COMP VALUE ZERO.
021100 77  WS-PROGRAMS-REPORTED        PIC 9(09) COMP VALUE ZERO.
021200 77  WS-NIGHTS-REPORTED          PIC 9(09) COMP VALUE ZERO.
021300 77  WS-SLA-BREACHES             PIC 9(09) COMP VALUE ZERO.
021400 77  WS-RATE-BREACHES            PIC 9(09) COMP VALUE ZERO.
021500 77  WS-OUTLIERS                 PIC 9(09) COMP VALUE ZERO.
021600 77  WS-RUNS-WITHOUT-END         PIC 9(09) COMP VALUE ZERO.
021700 77  WS-ENDS-WITHOUT-START       PIC 9(09) COMP VALUE ZERO.
021800 77  WS-TARGETS-NOT-RUN          PIC 9(09) COMP VALUE ZERO.
021900 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
022000 77  WS-SLACTL-STATUS            PIC X(02)   VALUE SPACES.
022100 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
022200 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
022300 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
022400*-----------------------------------------------------------------
022500*    RUN-CONTROL INTERFACE
022600*-----------------------------------------------------------------
022700 COPY CITYRUNP.
022800*-----------------------------------------------------------------
022900*    PRINT LINE LAYOUTS
023000*-----------------------------------------------------------------
023100 01  HEADING-LINE-1.
023200     05  FILLER                  PIC X(20)   VALUE
023300         'SAMPLE.CITYRUNCTL'.
023400     05  FILLER                  PIC X(26)   VALUE
023500         'BATCH ELAPSED TIME NIGHTS '.
023600     05  HL1-FROM-NIGHT          PIC X(10).
023700     05  FILLER                  PIC X(04)   VALUE ' TO '.
023800     05  HL1-TO-NIGHT            PIC X(10).
023900     05  FILLER                  PIC X(05)   VALUE SPACES.
024000     05  FILLER                  PIC X(09)   VALUE 'ROLLING '.
024100     05  HL1-ROLLING             PIC Z9.
024200     05  FILLER                  PIC X(17)   VALUE
024300         ' NIGHTS, OUTLIER '.
024400     05  HL1-OUTLIER             PIC ZZ9.
024500     05  FILLER                  PIC X(08)   VALUE '%'.
024600     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
024700     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
024800 01  HEADING-LINE-2.
024900     05  FILLER                  PIC X(12)   VALUE 'NIGHT'.
025000     05  FILLER                  PIC X(05)   VALUE 'RUNS'.
025100     05  FILLER                  PIC X(12)   VALUE
025200         '   ELAPSED'.
025300     05  FILLER                  PIC X(13)   VALUE
025400         '    RECORDS'.
025500     05  FILLER                  PIC X(11)   VALUE
025600         '  REC/SEC'.
025700     05  FILLER                  PIC X(12)   VALUE
025800         '  ROLL AVG'.
025900     05  FILLER                  PIC X(08)   VALUE 'VS AVG'.
026000     05  FILLER                  PIC X(32)   VALUE 'FLAGS'.
026100     05  FILLER                  PIC X(24)   VALUE
026200         'ELAPSED BAR'.
026300 01  DETAIL-LINE                 PIC X(133).
026400 01  NIGHT-DETAIL-LINE           REDEFINES DETAIL-LINE.
026500     05  DL-NIGHT                PIC X(10).
026600     05  FILLER                  PIC X(02).
026700     05  DL-RUNS                 PIC ZZ9.
026800     05  FILLER                  PIC X(02).
026900     05  DL-ELAPSED              PIC ZZZ,ZZ9.99.
027000     05  FILLER                  PIC X(02).
027100     05  DL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
027200     05  FILLER                  PIC X(02).
027300     05  DL-RATE                 PIC ZZZ,ZZ9.9.
027400     05  FILLER                  PIC X(02).
027500     05  DL-ROLL-AVERAGE         PIC ZZZ,ZZ9.99.
027600     05  FILLER                  PIC X(02).
027700     05  DL-VS-AVERAGE           PIC +ZZZ9.
027800     05  DL-VS-PERCENT           PIC X(01).
027900     05  FILLER                  PIC X(02).
028000     05  DL-FLAGS                PIC X(30).
028100     05  FILLER                  PIC X(02).
028200     05  DL-BAR                  PIC X(24).
028300     05  FILLER                  PIC X(04).
028400 01  PROGRAM-HEADING-LINE        REDEFINES DETAIL-LINE.
028500     05  PL-LABEL                PIC X(08).
028600     05  PL-PROGRAM-NAME         PIC X(10).
028700     05  PL-DESCRIPTION          PIC X(32).
028800     05  PL-TARGET-LABEL         PIC X(12).
028900     05  PL-TARGET-SECONDS       PIC ZZZ,ZZ9.
029000     05  PL-TARGET-UNIT          PIC X(07).
029100     05  PL-RATE-LABEL           PIC X(10).
029200     05  PL-MIN-RATE             PIC Z,ZZZ,ZZ9.
029300     05  PL-RATE-UNIT            PIC X(08).
029400     05  FILLER                  PIC X(30).
029500 01  TREND-LINE                  REDEFINES DETAIL-LINE.
029600     05  TL-LABEL                PIC X(08).
029700     05  TL-NIGHTS               PIC ZZZ9.
029800     05  FILLER                  PIC X(12).
029900     05  TL-MEAN                 PIC ZZZ,ZZ9.99.
030000     05  FILLER                  PIC X(16).
030100     05  TL-FIRST                PIC ZZZ,ZZ9.99.
030200     05  FILLER                  PIC X(04).
030300     05  TL-LAST                 PIC ZZZ,ZZ9.99.
030400     05  FILLER                  PIC X(06).
030500     05  TL-SLOPE                PIC +ZZ,ZZ9.99.
030600     05  FILLER                  PIC X(12).
030700     05  TL-DIRECTION            PIC X(08).
030800     05  FILLER                  PIC X(23).
030900 01  SUMMARY-LINE.
031000     05  SL-LABEL                PIC X(30).
031100     05  SL-COUNT                PIC ZZZZZZZZ9.
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400*    0000-MAINLINE-CONTROL                                       *
031500*****************************************************************
031600 0000-MAINLINE-CONTROL.
031700     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031900     IF WS-COND-CODE NOT = ZERO
032000         PERFORM 8000-TERMINATE THRU 8000-EXIT
032100         GO TO 9999-EXIT
032200     END-IF.
032300     PERFORM 2000-PROCESS-RUN-ROW THRU 2000-EXIT
032400         UNTIL CURSOR-EOF-REACHED.
032500     IF WS-CURRENT-PROGRAM NOT = SPACES
032600         PERFORM 3000-END-PROGRAM THRU 3000-EXIT
032700     END-IF.
032800     IF WS-COND-CODE = ZERO
032900         PERFORM 6000-LIST-TARGETS-NOT-RUN THRU 6000-EXIT
033000     END-IF.
033100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033200     GO TO 9999-EXIT.
033300*****************************************************************
033400*    1000-INITIALIZE - READ AND CHECK THE PARAMETER, FIX THE     *
033500*                      PERIOD, LOAD THE SLA TARGETS, OPEN THE    *
033600*                      REPORT AND THE RUN-CONTROL CURSOR         *
033700*****************************************************************
033800 1000-INITIALIZE.
033900     OPEN INPUT PARAMETER-FILE.
034000     IF WS-PARMFILE-STATUS NOT = '00'
034100         DISPLAY 'CITYSLAR: OPEN OF PARMFILE FAILED, STATUS = '
034200             WS-PARMFILE-STATUS
034300         MOVE 8 TO WS-COND-CODE
034400         GO TO 1000-EXIT
034500     END-IF.
034600     READ PARAMETER-FILE INTO WS-PARM-RECORD
034700         AT END
034800             MOVE SPACES TO WS-PARM-RECORD
034900     END-READ.
035000     CLOSE PARAMETER-FILE.
035100     IF WS-PARM-ROLLING NOT = SPACES
035200         IF WS-PARM-ROLLING-NUM NUMERIC
035300            AND WS-PARM-ROLLING-NUM > ZERO
035400            AND WS-PARM-ROLLING-NUM NOT > 30
035500             MOVE WS-PARM-ROLLING-NUM TO WS-ROLLING-NIGHTS
035600         ELSE
035700             DISPLAY 'CITYSLAR: ROLLING NIGHTS '
035800                 WS-PARM-ROLLING ' IN PARMFILE IS NOT 01-30'
035900             MOVE 8 TO WS-COND-CODE
036000             GO TO 1000-EXIT
036100         END-IF
036200     END-IF.
036300     IF WS-PARM-OUTLIER NOT = SPACES
036400         IF WS-PARM-OUTLIER-NUM NUMERIC
036500            AND WS-PARM-OUTLIER-NUM > ZERO
036600             MOVE WS-PARM-OUTLIER-NUM TO WS-OUTLIER-PCT
036700         ELSE
036800             DISPLAY 'CITYSLAR: OUTLIER PERCENT '
036900                 WS-PARM-OUTLIER ' IN PARMFILE IS NOT 001-999'
037000             MOVE 8 TO WS-COND-CODE
037100             GO TO 1000-EXIT
037200         END-IF
037300     END-IF.
037400     PERFORM 1100-FIX-PERIOD THRU 1100-EXIT.
037500     IF WS-COND-CODE NOT = ZERO
037600         GO TO 1000-EXIT
037700     END-IF.
037800     DISPLAY 'CITYSLAR: NIGHTS ' WS-FROM-NIGHT ' TO '
037900         WS-TO-NIGHT.
038000     MOVE WS-FROM-NIGHT TO HL1-FROM-NIGHT.
038100     MOVE WS-TO-NIGHT TO HL1-TO-NIGHT.
038200     MOVE WS-ROLLING-NIGHTS TO HL1-ROLLING.
038300     MOVE WS-OUTLIER-PCT TO HL1-OUTLIER.
038400     OPEN INPUT SLA-TARGET-FILE.
038500     IF WS-SLACTL-STATUS NOT = '00'
038600         DISPLAY 'CITYSLAR: OPEN OF SLACTL FAILED, STATUS = '
038700             WS-SLACTL-STATUS
038800         MOVE 8 TO WS-COND-CODE
038900         GO TO 1000-EXIT
039000     END-IF.
039100     PERFORM 1300-READ-SLA-TARGET THRU 1300-EXIT.
039200     PERFORM 1400-LOAD-SLA-TARGET THRU 1400-EXIT
039300         UNTIL SLACTL-EOF-REACHED.
039400     CLOSE SLA-TARGET-FILE.
039500     OPEN OUTPUT PRINT-FILE.
039600     IF WS-PRINT-STATUS NOT = '00'
039700         DISPLAY 'CITYSLAR: OPEN OF SLARPT FAILED, STATUS = '
039800             WS-PRINT-STATUS
039900         MOVE 8 TO WS-COND-CODE
040000         GO TO 1000-EXIT
040100     END-IF.
040200     MOVE 'Y' TO WS-PRINT-OPEN-SWITCH.
040300*    THE CURSOR STARTS AT NOON OF THE LOOKBACK NIGHT SO THE
040400*    FIRST NIGHTS OF THE PERIOD HAVE A ROLLING AVERAGE, AND
040500*    STOPS AT NOON AFTER THE LAST NIGHT. THIS PROGRAM'S OWN
040600*    ROWS ARE LEFT OUT.
040700     EXEC SQL
040800         DECLARE C28 CURSOR FOR
040900             SELECT PROGRAM_NAME, PHASE,
041000                    CHAR(DATE(RUN_TS - 12 HOURS), ISO),
041100                    DAYS(RUN_TS), MIDNIGHT_SECONDS(RUN_TS),
041200                    MICROSECOND(RUN_TS), RECORDS_IN
041300                 FROM SAMPLE.CITYRUNCTL
041400                 WHERE RUN_TS >=
041500                           TIMESTAMP(:WS-LOOKBACK-NIGHT,
041600                                     '12.00.00')
041700                   AND RUN_TS <
041800                           TIMESTAMP(:WS-END-NIGHT, '12.00.00')
041900                   AND PROGRAM_NAME <> 'CITYSLAR'
042000                 ORDER BY PROGRAM_NAME, RUN_TS
042100     END-EXEC.
042200     EXEC SQL
042300         OPEN C28
042400     END-EXEC.
042500     IF SQLCODE NOT = 0
042600         MOVE SQLCODE TO SQLCODE-PIC
042700         DISPLAY 'CITYSLAR: OPEN OF C28 FAILED, SQLCODE = '
042800             SQLCODE-PIC
042900         MOVE 12 TO WS-COND-CODE
043000         GO TO 1000-EXIT
043100     END-IF.
043200     MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH.
043300     PERFORM 2900-FETCH-RUN-ROW THRU 2900-EXIT.
043400 1000-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    1100-FIX-PERIOD - DEFAULT AND CHECK THE FIRST AND LAST      *
043800*                      NIGHTS, AND WORK OUT THE LOOKBACK NIGHT   *
043900*                      (THREE ROLLING WINDOWS BEFORE THE FIRST,  *
044000*                      TO ALLOW FOR NIGHTS A PROGRAM DID NOT     *
044100*                      RUN) AND THE DAY AFTER THE LAST           *
044200*****************************************************************
044300 1100-FIX-PERIOD.
044400     IF WS-PARM-TO-NIGHT = SPACES
044500         EXEC SQL
044600             SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
044700                 INTO :WS-TO-NIGHT
044800                 FROM SYSIBM.SYSDUMMY1
044900         END-EXEC
045000     ELSE
045100         MOVE WS-PARM-TO-NIGHT TO WS-TO-NIGHT
045200         EXEC SQL
045300             SELECT CHAR(DATE(:WS-TO-NIGHT), ISO)
045400                 INTO :WS-TO-NIGHT
045500                 FROM SYSIBM.SYSDUMMY1
045600         END-EXEC
045700         IF SQLCODE = -180 OR SQLCODE = -181
045800             DISPLAY 'CITYSLAR: LAST NIGHT '
045900                 WS-PARM-TO-NIGHT
046000                 ' IN PARMFILE IS NOT A VALID DATE'
046100             MOVE 8 TO WS-COND-CODE
046200             GO TO 1100-EXIT
046300         END-IF
046400     END-IF.
046500     IF SQLCODE NOT = 0
046600         PERFORM 1200-PERIOD-SQL-ERROR THRU 1200-EXIT
046700         GO TO 1100-EXIT
046800     END-IF.
046900     IF WS-PARM-FROM-NIGHT = SPACES
047000         EXEC SQL
047100             SELECT CHAR(DATE(:WS-TO-NIGHT) - 29 DAYS, ISO)
047200                 INTO :WS-FROM-NIGHT
047300                 FROM SYSIBM.SYSDUMMY1
047400         END-EXEC
047500     ELSE
047600         MOVE WS-PARM-FROM-NIGHT TO WS-FROM-NIGHT
047700         EXEC SQL
047800             SELECT CHAR(DATE(:WS-FROM-NIGHT), ISO)
047900                 INTO :WS-FROM-NIGHT
048000                 FROM SYSIBM.SYSDUMMY1
048100         END-EXEC
048200         IF SQLCODE = -180 OR SQLCODE = -181
048300             DISPLAY 'CITYSLAR: FIRST NIGHT '
048400                 WS-PARM-FROM-NIGHT
048500                 ' IN PARMFILE IS NOT A VALID DATE'
048600             MOVE 8 TO WS-COND-CODE
048700             GO TO 1100-EXIT
048800         END-IF
048900     END-IF.
049000     IF SQLCODE NOT = 0
049100         PERFORM 1200-PERIOD-SQL-ERROR THRU 1200-EXIT
049200         GO TO 1100-EXIT
049300     END-IF.
049400     IF WS-FROM-NIGHT > WS-TO-NIGHT
049500         DISPLAY 'CITYSLAR: FIRST NIGHT ' WS-FROM-NIGHT
049600             ' IS AFTER LAST NIGHT ' WS-TO-NIGHT
049700         MOVE 8 TO WS-COND-CODE
049800         GO TO 1100-EXIT
049900     END-IF.
050000     COMPUTE WS-LOOKBACK-DAYS = WS-ROLLING-NIGHTS * 3.
050100     EXEC SQL
050200         SELECT CHAR(DATE(:WS-FROM-NIGHT) - :WS-LOOKBACK-DAYS
050300                     DAYS, ISO),
050400                CHAR(DATE(:WS-TO-NIGHT) + 1 DAY, ISO)
050500             INTO :WS-LOOKBACK-NIGHT, :WS-END-NIGHT
050600             FROM SYSIBM.SYSDUMMY1
050700     END-EXEC.
050800     IF SQLCODE NOT = 0
050900         PERFORM 1200-PERIOD-SQL-ERROR THRU 1200-EXIT
051000     END-IF.
051100 1100-EXIT.
051200     EXIT.
051300*****************************************************************
051400*    1200-PERIOD-SQL-ERROR - REPORT A FAILED PERIOD DATE SELECT  *
051500*****************************************************************
051600 1200-PERIOD-SQL-ERROR.
051700     MOVE SQLCODE TO SQLCODE-PIC.
051800     DISPLAY 'CITYSLAR: PERIOD DATES FAILED, SQLCODE = '
051900         SQLCODE-PIC.
052000     MOVE 12 TO WS-COND-CODE.
052100 1200-EXIT.
052200     EXIT.
052300*****************************************************************
052400*    1300-READ-SLA-TARGET - READ THE NEXT SLA TARGET RECORD      *
052500*****************************************************************
052600 1300-READ-SLA-TARGET.
052700     READ SLA-TARGET-FILE
052800         AT END
052900             MOVE 'Y' TO WS-SLACTL-EOF-SWITCH
053000     END-READ.
053100 1300-EXIT.
053200     EXIT.
053300*****************************************************************
053400*    1400-LOAD-SLA-TARGET - STORE THE CURRENT TARGET AND READ    *
053500*                           THE NEXT                             *
053600*****************************************************************
053700 1400-LOAD-SLA-TARGET.
053800     PERFORM 1450-STORE-SLA-TARGET THRU 1450-EXIT.
053900     PERFORM 1300-READ-SLA-TARGET THRU 1300-EXIT.
054000 1400-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    1450-STORE-SLA-TARGET - ADD THE CURRENT TARGET TO THE       *
054400*                            TABLE. A RECORD WITH A NON-NUMERIC  *
054500*                            TARGET OR RATE IS DISPLAYED AND     *
054600*                            SKIPPED                             *
054700*****************************************************************
054800 1450-STORE-SLA-TARGET.
054900     IF SA-COMMENT OR SA-PROGRAM-NAME = SPACES
055000         GO TO 1450-EXIT
055100     END-IF.
055200     IF SA-TARGET-SECONDS NOT NUMERIC
055300        OR SA-MIN-RATE NOT NUMERIC
055400         DISPLAY 'CITYSLAR: SLA TARGET FOR ' SA-PROGRAM-NAME
055500             ' IS NOT NUMERIC, IGNORED'
055600         GO TO 1450-EXIT
055700     END-IF.
055800     IF WS-TARGET-COUNT >= 200
055900         DISPLAY 'CITYSLAR: SLA TARGET FOR ' SA-PROGRAM-NAME
056000             ' IGNORED, THE TABLE HOLDS 200'
056100         GO TO 1450-EXIT
056200     END-IF.
056300     ADD 1 TO WS-TARGET-COUNT.
056400     MOVE SA-PROGRAM-NAME TO SLA-PROGRAM-NAME(WS-TARGET-COUNT).
056500     MOVE SA-TARGET-SECONDS
056600         TO SLA-TARGET-SECONDS(WS-TARGET-COUNT).
056700     MOVE SA-MIN-RATE TO SLA-MIN-RATE(WS-TARGET-COUNT).
056800     MOVE SA-DESCRIPTION TO SLA-DESCRIPTION(WS-TARGET-COUNT).
056900     MOVE 'N' TO SLA-SEEN(WS-TARGET-COUNT).
057000 1450-EXIT.
057100     EXIT.
057200*****************************************************************
057300*    2000-PROCESS-RUN-ROW - HANDLE ONE RUN-CONTROL ROW AND FETCH *
057400*                           THE NEXT. A NEW PROGRAM NAME CLOSES  *
057500*                           OFF THE PREVIOUS PROGRAM             *
057600*****************************************************************
057700 2000-PROCESS-RUN-ROW.
057800     IF WS-PROGRAM-NAME-HOST NOT = WS-CURRENT-PROGRAM
057900         IF WS-CURRENT-PROGRAM NOT = SPACES
058000             PERFORM 3000-END-PROGRAM THRU 3000-EXIT
058100         END-IF
058200         PERFORM 3100-BEGIN-PROGRAM THRU 3100-EXIT
058300     END-IF.
058400     IF WS-PHASE-HOST = 'START'
058500         PERFORM 2100-START-ROW THRU 2100-EXIT
058600     ELSE
058700         PERFORM 2200-END-ROW THRU 2200-EXIT
058800     END-IF.
058900     PERFORM 2900-FETCH-RUN-ROW THRU 2900-EXIT.
059000 2000-EXIT.
059100     EXIT.
059200*****************************************************************
059300*    2100-START-ROW - A START ROW OPENS A RUN. A START STILL     *
059400*                     OPEN IS A RUN THAT NEVER LOGGED END. A     *
059500*                     START ON A LATER NIGHT CLOSES THE NIGHT    *
059600*                     BEING ADDED UP                             *
059700*****************************************************************
059800 2100-START-ROW.
059900     IF START-IS-OPEN
060000         ADD 1 TO WS-NIGHT-NO-END
060100     END-IF.
060200     IF WS-NIGHT-HOST NOT = WS-CURRENT-NIGHT
060300         IF WS-CURRENT-NIGHT NOT = SPACES
060400             PERFORM 4000-CLOSE-NIGHT THRU 4000-EXIT
060500         END-IF
060600         PERFORM 4100-BEGIN-NIGHT THRU 4100-EXIT
060700     END-IF.
060800     MOVE WS-DAYS-HOST TO WS-START-DAYS.
060900     MOVE WS-SECONDS-HOST TO WS-START-SECONDS.
061000     MOVE WS-MICRO-HOST TO WS-START-MICRO.
061100     MOVE 'Y' TO WS-START-OPEN-SWITCH.
061200 2100-EXIT.
061300     EXIT.
061400*****************************************************************
061500*    2200-END-ROW - AN END ROW CLOSES THE OPEN RUN AND ADDS ITS  *
061600*                   ELAPSED TIME AND RECORDS TO THE NIGHT OF ITS *
061700*                   START. AN END WITH NO START IN THE WINDOW IS *
061800*                   COUNTED AND OTHERWISE IGNORED                *
061900*****************************************************************
062000 2200-END-ROW.
062100     IF NOT START-IS-OPEN
062200         ADD 1 TO WS-ENDS-WITHOUT-START
062300         GO TO 2200-EXIT
062400     END-IF.
062500     COMPUTE WS-RUN-ELAPSED ROUNDED =
062600         (WS-DAYS-HOST - WS-START-DAYS) * 86400
062700         + (WS-SECONDS-HOST - WS-START-SECONDS)
062800         + (WS-MICRO-HOST - WS-START-MICRO) / 1000000.
062900     ADD 1 TO WS-NIGHT-RUNS.
063000     ADD WS-RUN-ELAPSED TO WS-NIGHT-ELAPSED.
063100     ADD WS-RECORDS-IN-HOST TO WS-NIGHT-RECORDS.
063200     MOVE 'N' TO WS-START-OPEN-SWITCH.
063300 2200-EXIT.
063400     EXIT.
063500*****************************************************************
063600*    2900-FETCH-RUN-ROW - FETCH THE NEXT RUN-CONTROL ROW         *
063700*****************************************************************
063800 2900-FETCH-RUN-ROW.
063900     EXEC SQL
064000         FETCH C28
064100             INTO :WS-PROGRAM-NAME-HOST, :WS-PHASE-HOST,
064200                  :WS-NIGHT-HOST, :WS-DAYS-HOST,
064300                  :WS-SECONDS-HOST, :WS-MICRO-HOST,
064400                  :WS-RECORDS-IN-HOST
064500     END-EXEC.
064600     IF SQLCODE = 0
064700         ADD 1 TO WS-ROWS-FETCHED
064800     ELSE
064900         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
065000         IF SQLCODE NOT = 100
065100             MOVE SQLCODE TO SQLCODE-PIC
065200             DISPLAY 'CITYSLAR: FETCH OF C28 FAILED, SQLCODE = '
065300                 SQLCODE-PIC
065400             MOVE 12 TO WS-COND-CODE
065500         END-IF
065600     END-IF.
065700 2900-EXIT.
065800     EXIT.
065900*****************************************************************
066000*    3000-END-PROGRAM - CLOSE OFF THE PROGRAM: ITS OPEN START,   *
066100*                       ITS LAST NIGHT AND ITS TREND LINE        *
066200*****************************************************************
066300 3000-END-PROGRAM.
066400     IF START-IS-OPEN
066500         ADD 1 TO WS-NIGHT-NO-END
066600         MOVE 'N' TO WS-START-OPEN-SWITCH
066700     END-IF.
066800     IF WS-CURRENT-NIGHT NOT = SPACES
066900         PERFORM 4000-CLOSE-NIGHT THRU 4000-EXIT
067000     END-IF.
067100     IF PROGRAM-PRINTED
067200         PERFORM 4500-PRINT-TREND THRU 4500-EXIT
067300     END-IF.
067400 3000-EXIT.
067500     EXIT.
067600*****************************************************************
067700*    3100-BEGIN-PROGRAM - START A NEW PROGRAM: FIND ITS SLA      *
067800*                         TARGET AND CLEAR THE NIGHT, ROLLING    *
067900*                         AVERAGE AND TREND FIGURES              *
068000*****************************************************************
068100 3100-BEGIN-PROGRAM.
068200     MOVE WS-PROGRAM-NAME-HOST TO WS-CURRENT-PROGRAM.
068300     MOVE 'N' TO WS-TARGET-FOUND-SWITCH.
068400     MOVE ZERO TO WS-CURRENT-TARGET.
068500     MOVE ZERO TO WS-CURRENT-MIN-RATE.
068600     MOVE SPACES TO WS-CURRENT-DESCRIPTION.
068700     IF WS-TARGET-COUNT > ZERO
068800         SET SLA-IDX TO 1
068900         SEARCH SLA-ENTRY
069000             AT END
069100                 CONTINUE
069200             WHEN SLA-PROGRAM-NAME(SLA-IDX) = WS-CURRENT-PROGRAM
069300                 MOVE 'Y' TO WS-TARGET-FOUND-SWITCH
069400                 MOVE SLA-TARGET-SECONDS(SLA-IDX)
069500                     TO WS-CURRENT-TARGET
069600                 MOVE SLA-MIN-RATE(SLA-IDX)
069700                     TO WS-CURRENT-MIN-RATE
069800                 MOVE SLA-DESCRIPTION(SLA-IDX)
069900                     TO WS-CURRENT-DESCRIPTION
070000         END-SEARCH
070100     END-IF.
070200     MOVE 'N' TO WS-START-OPEN-SWITCH.
070300     MOVE 'N' TO WS-PROGRAM-PRINTED-SWITCH.
070400     MOVE SPACES TO WS-CURRENT-NIGHT.
070500     MOVE 1 TO WS-ROLL-NEXT.
070600     MOVE ZERO TO WS-ROLL-COUNT.
070700     MOVE ZERO TO WS-ROLL-SUM.
070800     MOVE ZERO TO WS-TREND-N.
070900     MOVE ZERO TO WS-TREND-SUM-X.
071000     MOVE ZERO TO WS-TREND-SUM-XX.
071100     MOVE ZERO TO WS-TREND-SUM-Y.
071200     MOVE ZERO TO WS-TREND-SUM-XY.
071300 3100-EXIT.
071400     EXIT.
071500*****************************************************************
071600*    4000-CLOSE-NIGHT - A NIGHT BEFORE THE PERIOD ONLY FEEDS THE *
071700*                       ROLLING AVERAGE. A NIGHT IN THE PERIOD   *
071800*                       IS COMPARED WITH THE AVERAGE OF THE      *
071900*                       NIGHTS BEFORE IT AND WITH THE SLA        *
072000*                       TARGET, PRINTED, AND ADDED TO THE TREND  *
072100*****************************************************************
072200 4000-CLOSE-NIGHT.
072300     IF WS-CURRENT-NIGHT NOT < WS-FROM-NIGHT
072400         PERFORM 4050-REPORT-NIGHT THRU 4050-EXIT
072500     END-IF.
072600     IF WS-NIGHT-RUNS > ZERO
072700         PERFORM 4060-ROLL-NIGHT THRU 4060-EXIT
072800     END-IF.
072900 4000-EXIT.
073000     EXIT.
073100*****************************************************************
073200*    4050-REPORT-NIGHT - EVALUATE AND PRINT A NIGHT OF THE       *
073300*                        PERIOD AND ADD IT TO THE TREND          *
073400*****************************************************************
073500 4050-REPORT-NIGHT.
073600     IF NOT PROGRAM-PRINTED
073700         PERFORM 4200-PRINT-PROGRAM-HEADING THRU 4200-EXIT
073800     END-IF.
073900     PERFORM 4300-EVALUATE-NIGHT THRU 4300-EXIT.
074000     PERFORM 4400-PRINT-NIGHT THRU 4400-EXIT.
074100     ADD 1 TO WS-NIGHTS-REPORTED.
074200     IF WS-NIGHT-RUNS > ZERO
074300         ADD 1 TO WS-TREND-N
074400         ADD WS-TREND-N TO WS-TREND-SUM-X
074500         COMPUTE WS-TREND-SUM-XX =
074600             WS-TREND-SUM-XX + WS-TREND-N * WS-TREND-N
074700         ADD WS-NIGHT-ELAPSED TO WS-TREND-SUM-Y
074800         COMPUTE WS-TREND-SUM-XY =
074900             WS-TREND-SUM-XY + WS-TREND-N * WS-NIGHT-ELAPSED
075000     END-IF.
075100 4050-EXIT.
075200     EXIT.
075300*****************************************************************
075400*    4060-ROLL-NIGHT - PUT THE NIGHT'S ELAPSED TIME INTO THE     *
075500*                      ROLLING AVERAGE IN PLACE OF THE OLDEST    *
075600*****************************************************************
075700 4060-ROLL-NIGHT.
075800     IF WS-ROLL-COUNT < WS-ROLLING-NIGHTS
075900         ADD 1 TO WS-ROLL-COUNT
076000     ELSE
076100         SUBTRACT ROLL-ELAPSED(WS-ROLL-NEXT) FROM WS-ROLL-SUM
076200     END-IF.
076300     MOVE WS-NIGHT-ELAPSED TO ROLL-ELAPSED(WS-ROLL-NEXT).
076400     ADD WS-NIGHT-ELAPSED TO WS-ROLL-SUM.
076500     ADD 1 TO WS-ROLL-NEXT.
076600     IF WS-ROLL-NEXT > WS-ROLLING-NIGHTS
076700         MOVE 1 TO WS-ROLL-NEXT
076800     END-IF.
076900 4060-EXIT.
077000     EXIT.
077100*****************************************************************
077200*    4100-BEGIN-NIGHT - START ADDING UP A NEW NIGHT              *
077300*****************************************************************
077400 4100-BEGIN-NIGHT.
077500     MOVE WS-NIGHT-HOST TO WS-CURRENT-NIGHT.
077600     MOVE ZERO TO WS-NIGHT-RUNS.
077700     MOVE ZERO TO WS-NIGHT-NO-END.
077800     MOVE ZERO TO WS-NIGHT-ELAPSED.
077900     MOVE ZERO TO WS-NIGHT-RECORDS.
078000 4100-EXIT.
078100     EXIT.
078200*****************************************************************
078300*    4200-PRINT-PROGRAM-HEADING - NAME THE PROGRAM AND ITS SLA   *
078400*                                 TARGET BEFORE ITS FIRST NIGHT  *
078500*****************************************************************
078600 4200-PRINT-PROGRAM-HEADING.
078700     MOVE 'Y' TO WS-PROGRAM-PRINTED-SWITCH.
078800     ADD 1 TO WS-PROGRAMS-REPORTED.
078900     IF TARGET-FOUND
079000         MOVE 'Y' TO SLA-SEEN(SLA-IDX)
079100     END-IF.
079200     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
079300         MOVE ZERO TO WS-LINE-COUNT
079400     END-IF.
079500     MOVE SPACES TO DETAIL-LINE.
079600     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
079700     MOVE 'PROGRAM' TO PL-LABEL.
079800     MOVE WS-CURRENT-PROGRAM TO PL-PROGRAM-NAME.
079900     IF TARGET-FOUND
080000         MOVE WS-CURRENT-DESCRIPTION TO PL-DESCRIPTION
080100         MOVE 'SLA TARGET' TO PL-TARGET-LABEL
080200         MOVE WS-CURRENT-TARGET TO PL-TARGET-SECONDS
080300         MOVE ' SEC' TO PL-TARGET-UNIT
080400         IF WS-CURRENT-MIN-RATE > ZERO
080500             MOVE 'MIN RATE' TO PL-RATE-LABEL
080600             MOVE WS-CURRENT-MIN-RATE TO PL-MIN-RATE
080700             MOVE ' REC/SEC' TO PL-RATE-UNIT
080800         END-IF
080900     ELSE
081000         MOVE 'NO SLA TARGET ON SLACTL' TO PL-DESCRIPTION
081100     END-IF.
081200     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
081300 4200-EXIT.
081400     EXIT.
081500*****************************************************************
081600*    4300-EVALUATE-NIGHT - WORK OUT THE RATE AND THE ROLLING     *
081700*                          AVERAGE AND SET THE NIGHT'S FLAGS.    *
081800*                          THE AVERAGE IS TRUSTED ONCE IT COVERS *
081900*                          THREE NIGHTS                          *
082000*****************************************************************
082100 4300-EVALUATE-NIGHT.
082200     MOVE SPACES TO WS-NIGHT-FLAGS.
082300     MOVE 1 TO WS-FLAG-POINTER.
082400     MOVE ZERO TO WS-NIGHT-RATE.
082500     MOVE ZERO TO WS-ROLL-AVERAGE.
082600     MOVE ZERO TO WS-NIGHT-VS-AVERAGE.
082700     IF WS-ROLL-COUNT > ZERO
082800         COMPUTE WS-ROLL-AVERAGE ROUNDED =
082900             WS-ROLL-SUM / WS-ROLL-COUNT
083000     END-IF.
083100     IF WS-NIGHT-RUNS > ZERO
083200         PERFORM 4350-CHECK-NIGHT-TIMES THRU 4350-EXIT
083300     END-IF.
083400     IF WS-NIGHT-NO-END > ZERO
083500         ADD WS-NIGHT-NO-END TO WS-RUNS-WITHOUT-END
083600         STRING 'NO-END-ROW ' DELIMITED BY SIZE
083700             INTO WS-NIGHT-FLAGS
083800             WITH POINTER WS-FLAG-POINTER
083900         END-STRING
084000     END-IF.
084100 4300-EXIT.
084200     EXIT.
084300*****************************************************************
084400*    4350-CHECK-NIGHT-TIMES - RATE, SLA AND OUTLIER CHECKS FOR A *
084500*                             NIGHT WITH COMPLETED RUNS          *
084600*****************************************************************
084700 4350-CHECK-NIGHT-TIMES.
084800     IF WS-NIGHT-ELAPSED > ZERO
084900         COMPUTE WS-NIGHT-RATE ROUNDED =
085000             WS-NIGHT-RECORDS / WS-NIGHT-ELAPSED
085100     ELSE
085200         MOVE WS-NIGHT-RECORDS TO WS-NIGHT-RATE
085300     END-IF.
085400     IF WS-CURRENT-TARGET > ZERO
085500        AND WS-NIGHT-ELAPSED > WS-CURRENT-TARGET
085600         ADD 1 TO WS-SLA-BREACHES
085700         STRING 'BREACH ' DELIMITED BY SIZE
085800             INTO WS-NIGHT-FLAGS
085900             WITH POINTER WS-FLAG-POINTER
086000         END-STRING
086100     END-IF.
086200     IF WS-CURRENT-MIN-RATE > ZERO
086300        AND WS-NIGHT-RECORDS > ZERO
086400        AND WS-NIGHT-RATE < WS-CURRENT-MIN-RATE
086500         ADD 1 TO WS-RATE-BREACHES
086600         STRING 'RATE-BREACH ' DELIMITED BY SIZE
086700             INTO WS-NIGHT-FLAGS
086800             WITH POINTER WS-FLAG-POINTER
086900         END-STRING
087000     END-IF.
087100     IF WS-ROLL-COUNT > ZERO AND WS-ROLL-AVERAGE > ZERO
087200         COMPUTE WS-NIGHT-VS-AVERAGE ROUNDED =
087300             (WS-NIGHT-ELAPSED - WS-ROLL-AVERAGE) * 100
087400             / WS-ROLL-AVERAGE
087500     END-IF.
087600     IF WS-ROLL-COUNT >= 3 AND WS-ROLL-AVERAGE > ZERO
087700         IF WS-NIGHT-VS-AVERAGE > WS-OUTLIER-PCT
087800             ADD 1 TO WS-OUTLIERS
087900             STRING 'SLOW ' DELIMITED BY SIZE
088000                 INTO WS-NIGHT-FLAGS
088100                 WITH POINTER WS-FLAG-POINTER
088200             END-STRING
088300         END-IF
088400         IF WS-NIGHT-VS-AVERAGE < 0 - WS-OUTLIER-PCT
088500             ADD 1 TO WS-OUTLIERS
088600             STRING 'FAST ' DELIMITED BY SIZE
088700                 INTO WS-NIGHT-FLAGS
088800                 WITH POINTER WS-FLAG-POINTER
088900             END-STRING
089000         END-IF
089100     END-IF.
089200 4350-EXIT.
089300     EXIT.
089400*****************************************************************
089500*    4400-PRINT-NIGHT - PRINT THE NIGHT AND ITS BAR              *
089600*****************************************************************
089700 4400-PRINT-NIGHT.
089800     MOVE SPACES TO DETAIL-LINE.
089900     MOVE WS-CURRENT-NIGHT TO DL-NIGHT.
090000     MOVE WS-NIGHT-RUNS TO DL-RUNS.
090100     MOVE WS-NIGHT-FLAGS TO DL-FLAGS.
090200     IF WS-NIGHT-RUNS = ZERO
090300         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
090400         GO TO 4400-EXIT
090500     END-IF.
090600     MOVE WS-NIGHT-ELAPSED TO DL-ELAPSED.
090700     MOVE WS-NIGHT-RECORDS TO DL-RECORDS.
090800     MOVE WS-NIGHT-RATE TO DL-RATE.
090900     IF WS-ROLL-COUNT > ZERO
091000         MOVE WS-ROLL-AVERAGE TO DL-ROLL-AVERAGE
091100         IF WS-NIGHT-VS-AVERAGE > 9999
091200             MOVE 9999 TO WS-NIGHT-VS-AVERAGE
091300         END-IF
091400         MOVE WS-NIGHT-VS-AVERAGE TO DL-VS-AVERAGE
091500         MOVE '%' TO DL-VS-PERCENT
091600     END-IF.
091700     IF WS-CURRENT-TARGET > ZERO
091800         MOVE WS-CURRENT-TARGET TO WS-BAR-REFERENCE
091900     ELSE
092000         MOVE WS-ROLL-AVERAGE TO WS-BAR-REFERENCE
092100     END-IF.
092200     IF WS-BAR-REFERENCE > ZERO
092300         IF WS-NIGHT-ELAPSED > WS-BAR-REFERENCE * 2
092400             MOVE 24 TO WS-BAR-LENGTH
092500         ELSE
092600             COMPUTE WS-BAR-LENGTH ROUNDED =
092700                 WS-NIGHT-ELAPSED * 12 / WS-BAR-REFERENCE
092800         END-IF
092900         IF WS-BAR-LENGTH > 23
093000             MOVE WS-BAR-STARS(1:23) TO DL-BAR
093100             MOVE '>' TO DL-BAR(24:1)
093200         ELSE
093300             IF WS-BAR-LENGTH > ZERO
093400                 MOVE WS-BAR-STARS(1:WS-BAR-LENGTH) TO DL-BAR
093500             END-IF
093600         END-IF
093700     END-IF.
093800     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
093900 4400-EXIT.
094000     EXIT.
094100*****************************************************************
094200*    4500-PRINT-TREND - FIT THE LEAST-SQUARES LINE THROUGH THE   *
094300*                       PROGRAM'S NIGHTS AND PRINT WHERE IT      *
094400*                       STARTS AND ENDS, ITS SLOPE, AND WHETHER  *
094500*                       IT RISES OR FALLS BY MORE THAN 10% OF    *
094600*                       THE MEAN OVER THE PERIOD                 *
094700*****************************************************************
094800 4500-PRINT-TREND.
094900     MOVE SPACES TO DETAIL-LINE.
095000     MOVE 'TREND' TO TL-LABEL.
095100     MOVE WS-TREND-N TO TL-NIGHTS.
095200     MOVE ' NIGHTS MEAN' TO DETAIL-LINE(13:12).
095300     IF WS-TREND-N < 2
095400         IF WS-TREND-N = 1
095500             MOVE WS-TREND-SUM-Y TO TL-MEAN
095600         END-IF
095700         MOVE 'TOO FEW NIGHTS FOR A LINE' TO DETAIL-LINE(37:25)
095800         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
095900         GO TO 4500-EXIT
096000     END-IF.
096100     COMPUTE WS-TREND-MEAN ROUNDED =
096200         WS-TREND-SUM-Y / WS-TREND-N.
096300     COMPUTE WS-TREND-DIVISOR =
096400         WS-TREND-N * WS-TREND-SUM-XX
096500         - WS-TREND-SUM-X * WS-TREND-SUM-X.
096600     COMPUTE WS-TREND-SLOPE ROUNDED =
096700         (WS-TREND-N * WS-TREND-SUM-XY
096800          - WS-TREND-SUM-X * WS-TREND-SUM-Y)
096900         / WS-TREND-DIVISOR.
097000     COMPUTE WS-TREND-INTERCEPT ROUNDED =
097100         (WS-TREND-SUM-Y - WS-TREND-SLOPE * WS-TREND-SUM-X)
097200         / WS-TREND-N.
097300     COMPUTE WS-TREND-FIRST ROUNDED =
097400         WS-TREND-INTERCEPT + WS-TREND-SLOPE.
097500     COMPUTE WS-TREND-LAST ROUNDED =
097600         WS-TREND-INTERCEPT + WS-TREND-SLOPE * WS-TREND-N.
097700     MOVE WS-TREND-MEAN TO TL-MEAN.
097800     MOVE 'SEC, LINE FROM' TO DETAIL-LINE(35:14).
097900     MOVE WS-TREND-FIRST TO TL-FIRST.
098000     MOVE ' TO' TO DETAIL-LINE(61:3).
098100     MOVE WS-TREND-LAST TO TL-LAST.
098200     MOVE WS-TREND-SLOPE TO TL-SLOPE.
098300     MOVE 'SEC/NIGHT' TO DETAIL-LINE(92:9).
098400     EVALUATE TRUE
098500         WHEN (WS-TREND-LAST - WS-TREND-FIRST) * 10
098600                 > WS-TREND-MEAN
098700             MOVE 'RISING' TO TL-DIRECTION
098800         WHEN (WS-TREND-FIRST - WS-TREND-LAST) * 10
098900                 > WS-TREND-MEAN
099000             MOVE 'FALLING' TO TL-DIRECTION
099100         WHEN OTHER
099200             MOVE 'STEADY' TO TL-DIRECTION
099300     END-EVALUATE.
099400     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
099500 4500-EXIT.
099600     EXIT.
099700*****************************************************************
099800*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
099900*                        PAGE WHEN THE CURRENT ONE IS FULL       *
100000*****************************************************************
100100 5000-PRINT-DETAIL.
100200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
100300         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
100400     END-IF.
100500     IF WS-LINE-COUNT = ZERO
100600         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
100700     END-IF.
100800     WRITE PRINT-RECORD FROM DETAIL-LINE
100900         AFTER ADVANCING 1 LINE.
101000     ADD 1 TO WS-LINE-COUNT.
101100 5000-EXIT.
101200     EXIT.
101300*****************************************************************
101400*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
101500*                          HEADING LINES                         *
101600*****************************************************************
101700 5100-PRINT-HEADINGS.
101800     ADD 1 TO WS-PAGE-NUMBER.
101900     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
102000     WRITE PRINT-RECORD FROM HEADING-LINE-1
102100         AFTER ADVANCING PAGE.
102200     WRITE PRINT-RECORD FROM HEADING-LINE-2
102300         AFTER ADVANCING 2 LINES.
102400     MOVE 3 TO WS-LINE-COUNT.
102500 5100-EXIT.
102600     EXIT.
102700*****************************************************************
102800*    6000-LIST-TARGETS-NOT-RUN - LIST THE PROGRAMS ON SLACTL     *
102900*                                WITH NO NIGHT IN THE PERIOD     *
103000*****************************************************************
103100 6000-LIST-TARGETS-NOT-RUN.
103200     PERFORM 6100-CHECK-TARGET-RUN THRU 6100-EXIT
103300         VARYING SLA-IDX FROM 1 BY 1
103400         UNTIL SLA-IDX > WS-TARGET-COUNT.
103500 6000-EXIT.
103600     EXIT.
103700*****************************************************************
103800*    6100-CHECK-TARGET-RUN - PRINT ONE TARGET THAT NEVER RAN     *
103900*****************************************************************
104000 6100-CHECK-TARGET-RUN.
104100     IF SLA-PROGRAM-SEEN(SLA-IDX)
104200         GO TO 6100-EXIT
104300     END-IF.
104400     ADD 1 TO WS-TARGETS-NOT-RUN.
104500     IF WS-TARGETS-NOT-RUN = 1
104600         MOVE SPACES TO DETAIL-LINE
104700         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
104800     END-IF.
104900     MOVE SPACES TO DETAIL-LINE.
105000     MOVE 'PROGRAM' TO PL-LABEL.
105100     MOVE SLA-PROGRAM-NAME(SLA-IDX) TO PL-PROGRAM-NAME.
105200     MOVE SLA-DESCRIPTION(SLA-IDX) TO PL-DESCRIPTION.
105300     MOVE 'NO RUNS IN THE PERIOD' TO DETAIL-LINE(51:21).
105400     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
105500 6100-EXIT.
105600     EXIT.
105700*****************************************************************
105800*    8000-TERMINATE - CLOSE THE CURSOR, PRINT THE TOTALS, AND    *
105900*                     SET CC 4 WHEN ANY NIGHT BREACHED ITS SLA   *
106000*****************************************************************
106100 8000-TERMINATE.
106200     IF CURSOR-IS-OPEN
106300         EXEC SQL
106400             CLOSE C28
106500         END-EXEC
106600     END-IF.
106700     IF PRINT-IS-OPEN
106800         MOVE 'PROGRAMS REPORTED:' TO SL-LABEL
106900         MOVE WS-PROGRAMS-REPORTED TO SL-COUNT
107000         WRITE PRINT-RECORD FROM SUMMARY-LINE
107100             AFTER ADVANCING 3 LINES
107200         MOVE 'NIGHTS REPORTED:' TO SL-LABEL
107300         MOVE WS-NIGHTS-REPORTED TO SL-COUNT
107400         WRITE PRINT-RECORD FROM SUMMARY-LINE
107500             AFTER ADVANCING 1 LINE
107600         MOVE 'SLA BREACHES:' TO SL-LABEL
107700         MOVE WS-SLA-BREACHES TO SL-COUNT
107800         WRITE PRINT-RECORD FROM SUMMARY-LINE
107900             AFTER ADVANCING 1 LINE
108000         MOVE 'RATE BREACHES:' TO SL-LABEL
108100         MOVE WS-RATE-BREACHES TO SL-COUNT
108200         WRITE PRINT-RECORD FROM SUMMARY-LINE
108300             AFTER ADVANCING 1 LINE
108400         MOVE 'OUTLIERS (SLOW OR FAST):' TO SL-LABEL
108500         MOVE WS-OUTLIERS TO SL-COUNT
108600         WRITE PRINT-RECORD FROM SUMMARY-LINE
108700             AFTER ADVANCING 1 LINE
108800         MOVE 'RUNS WITH NO END ROW:' TO SL-LABEL
108900         MOVE WS-RUNS-WITHOUT-END TO SL-COUNT
109000         WRITE PRINT-RECORD FROM SUMMARY-LINE
109100             AFTER ADVANCING 1 LINE
109200         MOVE 'TARGETS WITH NO RUNS:' TO SL-LABEL
109300         MOVE WS-TARGETS-NOT-RUN TO SL-COUNT
109400         WRITE PRINT-RECORD FROM SUMMARY-LINE
109500             AFTER ADVANCING 1 LINE
109600         CLOSE PRINT-FILE
109700     END-IF.
109800     DISPLAY 'CITYSLAR: ROWS FETCHED     = ' WS-ROWS-FETCHED.
109900     DISPLAY 'CITYSLAR: NIGHTS REPORTED  = ' WS-NIGHTS-REPORTED.
110000     DISPLAY 'CITYSLAR: SLA BREACHES     = ' WS-SLA-BREACHES.
110100     DISPLAY 'CITYSLAR: RATE BREACHES    = ' WS-RATE-BREACHES.
110200     DISPLAY 'CITYSLAR: OUTLIERS         = ' WS-OUTLIERS.
110300     IF WS-COND-CODE = ZERO
110400         IF WS-SLA-BREACHES > ZERO OR WS-RATE-BREACHES > ZERO
110500             MOVE 4 TO WS-COND-CODE
110600         END-IF
110700     END-IF.
110800     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
110900 8000-EXIT.
111000     EXIT.
111100*****************************************************************
111200*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
111300*                         TABLE                                  *
111400*****************************************************************
111500 9000-LOG-RUN-START.
111600     MOVE 'CITYSLAR' TO RP-PROGRAM-NAME.
111700     MOVE 'START' TO RP-PHASE.
111800     MOVE ZERO TO RP-RECORDS-IN.
111900     MOVE ZERO TO RP-RECORDS-OUT.
112000     MOVE ZERO TO RP-RECORDS-REJECTED.
112100     MOVE 'STARTED' TO RP-OUTCOME.
112200     MOVE ZERO TO RP-COND-CODE.
112300     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
112400 9000-EXIT.
112500     EXIT.
112600*****************************************************************
112700*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
112800*                       OUTCOME AND CONDITION CODE               *
112900*****************************************************************
113000 9100-LOG-RUN-END.
113100     MOVE 'CITYSLAR' TO RP-PROGRAM-NAME.
113200     MOVE 'END' TO RP-PHASE.
113300     MOVE WS-ROWS-FETCHED TO RP-RECORDS-IN.
113400     MOVE WS-NIGHTS-REPORTED TO RP-RECORDS-OUT.
113500     COMPUTE RP-RECORDS-REJECTED =
113600         WS-SLA-BREACHES + WS-RATE-BREACHES.
113700     EVALUATE WS-COND-CODE
113800         WHEN 0
113900             MOVE 'SUCCESS' TO RP-OUTCOME
114000         WHEN 4
114100             MOVE 'WARNING' TO RP-OUTCOME
114200         WHEN OTHER
114300             MOVE 'FAILURE' TO RP-OUTCOME
114400     END-EVALUATE.
114500     MOVE WS-COND-CODE TO RP-COND-CODE.
114600     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
114700 9100-EXIT.
114800     EXIT.
114900*****************************************************************
115000*    9999-EXIT - COMMON PROGRAM EXIT                             *
115100*****************************************************************
115200 9999-EXIT.
115300     MOVE WS-COND-CODE TO RETURN-CODE.
115400     STOP RUN.
