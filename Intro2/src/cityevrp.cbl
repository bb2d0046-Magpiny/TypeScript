000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYEVRP                                     *
000400*  DESCRIPTION  :  DAILY CHANGE-EVENT COUNT REPORT. FOR ONE     *
000500*                  DAY (PARMFILE, BLANK = YESTERDAY) IT COUNTS  *
000600*                  THE SUCCESSFUL INSERT, UPDATE AND DELETE     *
000700*                  ROWS ON SAMPLE.CITYAUDIT AND THE EVENTS OF   *
000800*                  THE SAME ACTION ON SAMPLE.CITYEVENT. COBSAMP *
000900*                  STAMPS THE AUDIT ROW AND THE EVENT OF A      *
001000*                  CHANGE WITH ONE TIMESTAMP IN ONE UNIT OF     *
001100*                  WORK, SO THE COUNTS MUST AGREE; A DIFFERENCE *
001200*                  IS FLAGGED MISMATCH AND ENDS THE RUN CC 4.   *
001300*                  CITYLOAD'S BULK MODE AUDITS A SUMMARY ROW    *
001400*                  PER COMMIT BLOCK INSTEAD OF A ROW PER CITY,  *
001500*                  SO ITS BULKLOAD EVENTS ARE SHOWN BESIDE THE  *
001600*                  SUMMARY ROWS BUT NOT COMPARED. THE REPORT    *
001700*                  GOES ON TO LIST THE DAY'S EVENTS BY CHANNEL  *
001800*                  AND ACTION, SENT AND STILL PENDING, AND THE  *
001900*                  PUBLISHING BACKLOG AS IT STANDS NOW. THE     *
002000*                  DAY MUST BE WITHIN CITYEVPB'S RETENTION      *
002100*                  PERIOD OR ITS SENT EVENTS WILL HAVE BEEN     *
002200*                  PURGED.                                      *
002300*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002400*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002500*  DATE-WRITTEN :  2026-10-15                                   *
002600*                                                               *
002700*  MODIFICATION HISTORY                                         *
002800*  -------------------------------------------------------------*
002900*  DATE       INIT  DESCRIPTION                                 *
003000*  ---------- ----  ------------------------------------------- *
003100*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
003200*                                                               *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.    CITYEVRP.
003600 AUTHOR.        D. L. MASON.
003700 INSTALLATION.  SAMPLE APPLICATIONS.
003800 DATE-WRITTEN.  2026-10-15.
003900 DATE-COMPILED. 2026-10-15.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-PARMFILE-STATUS.
004700     SELECT PRINT-FILE ASSIGN TO EVNTRPT
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-PRINT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PARAMETER-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  PARAMETER-RECORD            PIC X(80).
005700 FD  PRINT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  PRINT-RECORD                PIC X(133).
006100 WORKING-STORAGE SECTION.
006200*-----------------------------------------------------------------
006300*    DB2 COMMUNICATION AREA
006400*-----------------------------------------------------------------
006500     EXEC SQL INCLUDE SQLCA END-EXEC.
006600*-----------------------------------------------------------------
006700*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-10 ARE    *
006800*    THE DAY TO REPORT, YYYY-MM-DD (BLANK = YESTERDAY)           *
006900*-----------------------------------------------------------------
007000 01  WS-PARM-RECORD.
007100     05  WS-PARM-REPORT-DATE     PIC X(10).
007200     05  FILLER                  PIC X(70).
007300*-----------------------------------------------------------------
007400*    HOST VARIABLES
007500*-----------------------------------------------------------------
007600 01  WS-REPORT-DATE              PIC X(10).
007700 01  WS-ACTION-HOST              PIC X(08).
007800 01  WS-AUDIT-COUNT              PIC S9(09) COMP.
007900 01  WS-EVENT-COUNT              PIC S9(09) COMP.
008000 01  WS-CHANNEL-HOST             PIC X(08).
008100 01  WS-SENT-COUNT               PIC S9(09) COMP.
008200 01  WS-PENDING-COUNT            PIC S9(09) COMP.
008300 01  WS-OLDEST-PENDING-TS        PIC X(26).
008400*-----------------------------------------------------------------
008500*    THE ACTIONS RECONCILED ONE FOR ONE AGAINST CITYAUDIT
008600*-----------------------------------------------------------------
008700 01  WS-ACTION-VALUES            PIC X(24)   VALUE
008800     'INSERT  UPDATE  DELETE  '.
008900 01  WS-ACTION-TABLE             REDEFINES WS-ACTION-VALUES.
009000     05  WS-ACTION-ENTRY         PIC X(08)   OCCURS 3 TIMES.
009100 77  WS-ACTION-SUB               PIC S9(04) COMP VALUE ZERO.
009200*-----------------------------------------------------------------
009300*    SWITCHES
009400*-----------------------------------------------------------------
009500 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
009600     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
009700*-----------------------------------------------------------------
009800*    PAGE-CONTROL FIELDS AND COUNTERS
009900*-----------------------------------------------------------------
010000 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
010100 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
010200 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
010300 77  WS-TOTAL-AUDIT              PIC S9(09) COMP VALUE ZERO.
010400 77  WS-TOTAL-EVENTS             PIC S9(09) COMP VALUE ZERO.
010500 77  WS-DIFFERENCE               PIC S9(09) COMP VALUE ZERO.
010600 77  WS-EVENTS-ON-DATE           PIC 9(09) COMP VALUE ZERO.
010700 77  WS-LINES-PRINTED            PIC 9(09) COMP VALUE ZERO.
010800 77  WS-MISMATCHES               PIC 9(09) COMP VALUE ZERO.
010900 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
011000 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
011100 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
011200 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
011300*-----------------------------------------------------------------
011400*    RUN-CONTROL INTERFACE
011500*-----------------------------------------------------------------
011600 COPY CITYRUNP.
011700*-----------------------------------------------------------------
011800*    PRINT LINE LAYOUTS. EACH SECTION STARTS A NEW PAGE AND      *
011900*    MOVES ITS OWN COLUMN HEADINGS INTO HEADING-LINE-2           *
012000*-----------------------------------------------------------------
012100 01  HEADING-LINE-1.
012200     05  FILLER                  PIC X(20)   VALUE
012300         'SAMPLE.CITYEVENT'.
012400     05  FILLER                  PIC X(24)   VALUE
012500         'CHANGE EVENT COUNTS FOR '.
012600     05  HL1-REPORT-DATE         PIC X(10).
012700     05  FILLER                  PIC X(05)   VALUE SPACES.
012800     05  HL1-SECTION             PIC X(30).
012900     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
013000     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
013100 01  HEADING-LINE-2              PIC X(133).
013200 01  RECON-HEADING.
013300     05  FILLER                  PIC X(12)   VALUE 'ACTION'.
013400     05  FILLER                  PIC X(12)   VALUE
013500         '   CITYAUDIT'.
013600     05  FILLER                  PIC X(12)   VALUE
013700         '      EVENTS'.
013800     05  FILLER                  PIC X(12)   VALUE
013900         '  DIFFERENCE'.
014000     05  FILLER                  PIC X(08)   VALUE '  STATUS'.
014100 01  CHANNEL-HEADING.
014200     05  FILLER                  PIC X(10)   VALUE 'CHANNEL'.
014300     05  FILLER                  PIC X(10)   VALUE 'ACTION'.
014400     05  FILLER                  PIC X(12)   VALUE
014500         '      EVENTS'.
014600     05  FILLER                  PIC X(12)   VALUE
014700         '        SENT'.
014800     05  FILLER                  PIC X(12)   VALUE
014900         '     PENDING'.
015000 01  DETAIL-LINE                 PIC X(133).
015100 01  RECON-DETAIL-LINE           REDEFINES DETAIL-LINE.
015200     05  RD-ACTION               PIC X(12).
015300     05  FILLER                  PIC X(01).
015400     05  RD-AUDIT-COUNT          PIC ZZZ,ZZZ,ZZ9.
015500     05  FILLER                  PIC X(01).
015600     05  RD-EVENT-COUNT          PIC ZZZ,ZZZ,ZZ9.
015700     05  FILLER                  PIC X(01).
015800     05  RD-DIFFERENCE           PIC -ZZ,ZZZ,ZZ9.
015900     05  FILLER                  PIC X(02).
016000     05  RD-STATUS               PIC X(12).
016100     05  FILLER                  PIC X(71).
016200 01  CHANNEL-DETAIL-LINE         REDEFINES DETAIL-LINE.
016300     05  CD-CHANNEL              PIC X(10).
016400     05  CD-ACTION               PIC X(10).
016500     05  FILLER                  PIC X(01).
016600     05  CD-EVENT-COUNT          PIC ZZZ,ZZZ,ZZ9.
016700     05  FILLER                  PIC X(01).
016800     05  CD-SENT-COUNT           PIC ZZZ,ZZZ,ZZ9.
016900     05  FILLER                  PIC X(01).
017000     05  CD-PENDING-COUNT        PIC ZZZ,ZZZ,ZZ9.
017100     05  FILLER                  PIC X(77).
017200 01  SUMMARY-LINE.
017300     05  SL-LABEL                PIC X(30).
017400     05  SL-COUNT                PIC ZZZZZZZZ9.
017500 01  TIMESTAMP-LINE.
017600     05  TL-LABEL                PIC X(30).
017700     05  TL-TIMESTAMP            PIC X(26).
017800 PROCEDURE DIVISION.
017900*****************************************************************
018000*    0000-MAINLINE-CONTROL                                       *
018100*****************************************************************
018200 0000-MAINLINE-CONTROL.
018300     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
018400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018500     IF WS-COND-CODE NOT = ZERO
018600         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
018700         GO TO 9999-EXIT
018800     END-IF.
018900     PERFORM 2000-RECONCILE-ACTIONS THRU 2000-EXIT.
019000     IF WS-COND-CODE = ZERO
019100         PERFORM 3000-REPORT-CHANNELS THRU 3000-EXIT
019200     END-IF.
019300     IF WS-COND-CODE = ZERO
019400         PERFORM 4000-REPORT-BACKLOG THRU 4000-EXIT
019500     END-IF.
019600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019700     GO TO 9999-EXIT.
019800*****************************************************************
019900*    1000-INITIALIZE - READ AND CHECK THE REPORT DATE AND OPEN   *
020000*                      THE REPORT                                *
020100*****************************************************************
020200 1000-INITIALIZE.
020300     OPEN INPUT PARAMETER-FILE.
020400     IF WS-PARMFILE-STATUS NOT = '00'
020500         DISPLAY 'CITYEVRP: OPEN OF PARMFILE FAILED, STATUS = '
020600             WS-PARMFILE-STATUS
020700         MOVE 8 TO WS-COND-CODE
020800         GO TO 1000-EXIT
020900     END-IF.
021000     READ PARAMETER-FILE INTO WS-PARM-RECORD
021100         AT END
021200             MOVE SPACES TO WS-PARM-RECORD
021300     END-READ.
021400     CLOSE PARAMETER-FILE.
021500     IF WS-PARM-REPORT-DATE = SPACES
021600         EXEC SQL
021700             SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
021800                 INTO :WS-REPORT-DATE
021900                 FROM SYSIBM.SYSDUMMY1
022000         END-EXEC
022100     ELSE
022200         MOVE WS-PARM-REPORT-DATE TO WS-REPORT-DATE
022300         EXEC SQL
022400             SELECT CHAR(DATE(:WS-REPORT-DATE), ISO)
022500                 INTO :WS-REPORT-DATE
022600                 FROM SYSIBM.SYSDUMMY1
022700         END-EXEC
022800         IF SQLCODE = -180 OR SQLCODE = -181
022900             DISPLAY 'CITYEVRP: REPORT DATE '
023000                 WS-PARM-REPORT-DATE
023100                 ' IN PARMFILE IS NOT A VALID DATE'
023200             MOVE 8 TO WS-COND-CODE
023300             GO TO 1000-EXIT
023400         END-IF
023500     END-IF.
023600     IF SQLCODE NOT = 0
023700         MOVE SQLCODE TO SQLCODE-PIC
023800         DISPLAY 'CITYEVRP: REPORT DATE FAILED, SQLCODE = '
023900             SQLCODE-PIC
024000         MOVE 12 TO WS-COND-CODE
024100         GO TO 1000-EXIT
024200     END-IF.
024300     DISPLAY 'CITYEVRP: REPORT DATE = ' WS-REPORT-DATE.
024400     OPEN OUTPUT PRINT-FILE.
024500     IF WS-PRINT-STATUS NOT = '00'
024600         DISPLAY 'CITYEVRP: OPEN OF EVNTRPT FAILED, STATUS = '
024700             WS-PRINT-STATUS
024800         MOVE 8 TO WS-COND-CODE
024900         GO TO 1000-EXIT
025000     END-IF.
025100     MOVE WS-REPORT-DATE TO HL1-REPORT-DATE.
025200 1000-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    2000-RECONCILE-ACTIONS - COMPARE THE DAY'S SUCCESSFUL       *
025600*                             CITYAUDIT ROWS WITH ITS EVENTS,    *
025700*                             ACTION BY ACTION, THEN SHOW THE    *
025800*                             BULK-LOAD FIGURES ALONGSIDE        *
025900*****************************************************************
026000 2000-RECONCILE-ACTIONS.
026100     MOVE 'CITYAUDIT RECONCILIATION' TO HL1-SECTION.
026200     MOVE RECON-HEADING TO HEADING-LINE-2.
026300     MOVE ZERO TO WS-LINE-COUNT.
026400     PERFORM 2100-RECONCILE-ONE-ACTION THRU 2100-EXIT
026500         VARYING WS-ACTION-SUB FROM 1 BY 1
026600         UNTIL WS-ACTION-SUB > 3
026700            OR WS-COND-CODE NOT = ZERO.
026800     IF WS-COND-CODE NOT = ZERO
026900         GO TO 2000-EXIT
027000     END-IF.
027100     MOVE SPACES TO DETAIL-LINE.
027200     MOVE 'TOTAL' TO RD-ACTION.
027300     MOVE WS-TOTAL-AUDIT TO RD-AUDIT-COUNT.
027400     MOVE WS-TOTAL-EVENTS TO RD-EVENT-COUNT.
027500     COMPUTE WS-DIFFERENCE = WS-TOTAL-EVENTS - WS-TOTAL-AUDIT.
027600     MOVE WS-DIFFERENCE TO RD-DIFFERENCE.
027700     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
027800     PERFORM 2200-COUNT-BULK-LOADS THRU 2200-EXIT.
027900     IF WS-COND-CODE NOT = ZERO
028000         GO TO 2000-EXIT
028100     END-IF.
028200     MOVE 'ACTIONS MISMATCHED:' TO SL-LABEL.
028300     MOVE WS-MISMATCHES TO SL-COUNT.
028400     WRITE PRINT-RECORD FROM SUMMARY-LINE
028500         AFTER ADVANCING 2 LINES.
028600     ADD 2 TO WS-LINE-COUNT.
028700 2000-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    2100-RECONCILE-ONE-ACTION - COUNT ONE ACTION ON BOTH TABLES *
029100*                                AND PRINT THE COMPARISON. BULK  *
029200*                                EVENTS ARE LEFT OUT: THEY HAVE  *
029300*                                NO ROW-LEVEL AUDIT TO MATCH     *
029400*****************************************************************
029500 2100-RECONCILE-ONE-ACTION.
029600     MOVE WS-ACTION-ENTRY(WS-ACTION-SUB) TO WS-ACTION-HOST.
029700     EXEC SQL
029800         SELECT COUNT(*)
029900             INTO :WS-AUDIT-COUNT
030000             FROM SAMPLE.CITYAUDIT
030100             WHERE ACTION_CD = :WS-ACTION-HOST
030200               AND SQLCODE = 0
030300               AND DATE(AUDIT_TS) = :WS-REPORT-DATE
030400     END-EXEC.
030500     IF SQLCODE NOT = 0
030600         MOVE SQLCODE TO SQLCODE-PIC
030700         DISPLAY 'CITYEVRP: COUNT OF CITYAUDIT FAILED, '
030800             'SQLCODE = ' SQLCODE-PIC
030900         MOVE 12 TO WS-COND-CODE
031000         GO TO 2100-EXIT
031100     END-IF.
031200     EXEC SQL
031300         SELECT COUNT(*)
031400             INTO :WS-EVENT-COUNT
031500             FROM SAMPLE.CITYEVENT
031600             WHERE ACTION_CD = :WS-ACTION-HOST
031700               AND CHANNEL <> 'BULKLOAD'
031800               AND DATE(EVENT_TS) = :WS-REPORT-DATE
031900     END-EXEC.
032000     IF SQLCODE NOT = 0
032100         MOVE SQLCODE TO SQLCODE-PIC
032200         DISPLAY 'CITYEVRP: COUNT OF CITYEVENT FAILED, '
032300             'SQLCODE = ' SQLCODE-PIC
032400         MOVE 12 TO WS-COND-CODE
032500         GO TO 2100-EXIT
032600     END-IF.
032700     ADD WS-AUDIT-COUNT TO WS-TOTAL-AUDIT.
032800     ADD WS-EVENT-COUNT TO WS-TOTAL-EVENTS.
032900     COMPUTE WS-DIFFERENCE = WS-EVENT-COUNT - WS-AUDIT-COUNT.
033000     MOVE SPACES TO DETAIL-LINE.
033100     MOVE WS-ACTION-HOST TO RD-ACTION.
033200     MOVE WS-AUDIT-COUNT TO RD-AUDIT-COUNT.
033300     MOVE WS-EVENT-COUNT TO RD-EVENT-COUNT.
033400     MOVE WS-DIFFERENCE TO RD-DIFFERENCE.
033500     IF WS-DIFFERENCE = ZERO
033600         MOVE 'MATCH' TO RD-STATUS
033700     ELSE
033800         MOVE 'MISMATCH' TO RD-STATUS
033900         ADD 1 TO WS-MISMATCHES
034000     END-IF.
034100     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
034200 2100-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    2200-COUNT-BULK-LOADS - PRINT THE DAY'S BULK-MODE AUDIT     *
034600*                            SUMMARY ROWS AND BULKLOAD EVENTS.   *
034700*                            ONE SUMMARY ROW COVERS A WHOLE      *
034800*                            COMMIT BLOCK, SO THE TWO ARE NOT    *
034900*                            COMPARED                            *
035000*****************************************************************
035100 2200-COUNT-BULK-LOADS.
035200     EXEC SQL
035300         SELECT COUNT(*)
035400             INTO :WS-AUDIT-COUNT
035500             FROM SAMPLE.CITYAUDIT
035600             WHERE ACTION_CD = 'BULKLOAD'
035700               AND SQLCODE = 0
035800               AND DATE(AUDIT_TS) = :WS-REPORT-DATE
035900     END-EXEC.
036000     IF SQLCODE NOT = 0
036100         MOVE SQLCODE TO SQLCODE-PIC
036200         DISPLAY 'CITYEVRP: COUNT OF CITYAUDIT FAILED, '
036300             'SQLCODE = ' SQLCODE-PIC
036400         MOVE 12 TO WS-COND-CODE
036500         GO TO 2200-EXIT
036600     END-IF.
036700     EXEC SQL
036800         SELECT COUNT(*)
036900             INTO :WS-EVENT-COUNT
037000             FROM SAMPLE.CITYEVENT
037100             WHERE CHANNEL = 'BULKLOAD'
037200               AND DATE(EVENT_TS) = :WS-REPORT-DATE
037300     END-EXEC.
037400     IF SQLCODE NOT = 0
037500         MOVE SQLCODE TO SQLCODE-PIC
037600         DISPLAY 'CITYEVRP: COUNT OF CITYEVENT FAILED, '
037700             'SQLCODE = ' SQLCODE-PIC
037800         MOVE 12 TO WS-COND-CODE
037900         GO TO 2200-EXIT
038000     END-IF.
038100     MOVE SPACES TO DETAIL-LINE.
038200     MOVE 'BULKLOAD' TO RD-ACTION.
038300     MOVE WS-AUDIT-COUNT TO RD-AUDIT-COUNT.
038400     MOVE WS-EVENT-COUNT TO RD-EVENT-COUNT.
038500     MOVE 'NOT COMPARED' TO RD-STATUS.
038600     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
038700 2200-EXIT.
038800     EXIT.
038900*****************************************************************
039000*    3000-REPORT-CHANNELS - LIST THE DAY'S EVENTS BY CHANNEL AND *
039100*                           ACTION, SENT AND STILL PENDING       *
039200*****************************************************************
039300 3000-REPORT-CHANNELS.
039400     MOVE 'EVENTS BY CHANNEL' TO HL1-SECTION.
039500     MOVE CHANNEL-HEADING TO HEADING-LINE-2.
039600     MOVE ZERO TO WS-LINE-COUNT.
039700     EXEC SQL
039800         DECLARE C26 CURSOR FOR
039900             SELECT CHANNEL, ACTION_CD, COUNT(*),
040000                    SUM(CASE WHEN STATUS = 'S'
040100                             THEN 1 ELSE 0 END),
040200                    SUM(CASE WHEN STATUS = 'P'
040300                             THEN 1 ELSE 0 END)
040400                 FROM SAMPLE.CITYEVENT
040500                 WHERE DATE(EVENT_TS) = :WS-REPORT-DATE
040600                 GROUP BY CHANNEL, ACTION_CD
040700                 ORDER BY CHANNEL, ACTION_CD
040800     END-EXEC.
040900     EXEC SQL
041000         OPEN C26
041100     END-EXEC.
041200     IF SQLCODE NOT = 0
041300         MOVE SQLCODE TO SQLCODE-PIC
041400         DISPLAY 'CITYEVRP: OPEN OF C26 FAILED, SQLCODE = '
041500             SQLCODE-PIC
041600         MOVE 12 TO WS-COND-CODE
041700         GO TO 3000-EXIT
041800     END-IF.
041900     PERFORM 3100-FETCH-CHANNEL THRU 3100-EXIT.
042000     PERFORM 3200-PRINT-CHANNEL THRU 3200-EXIT
042100         UNTIL CURSOR-EOF-REACHED.
042200     EXEC SQL
042300         CLOSE C26
042400     END-EXEC.
042500     IF WS-COND-CODE NOT = ZERO
042600         GO TO 3000-EXIT
042700     END-IF.
042800     IF WS-EVENTS-ON-DATE = ZERO
042900         MOVE SPACES TO DETAIL-LINE
043000         MOVE 'NO EVENTS' TO CD-CHANNEL
043100         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
043200     END-IF.
043300     MOVE 'EVENTS FOR THE DAY:' TO SL-LABEL.
043400     MOVE WS-EVENTS-ON-DATE TO SL-COUNT.
043500     WRITE PRINT-RECORD FROM SUMMARY-LINE
043600         AFTER ADVANCING 2 LINES.
043700     ADD 2 TO WS-LINE-COUNT.
043800 3000-EXIT.
043900     EXIT.
044000*****************************************************************
044100*    3100-FETCH-CHANNEL - FETCH THE NEXT CHANNEL/ACTION COUNT    *
044200*****************************************************************
044300 3100-FETCH-CHANNEL.
044400     EXEC SQL
044500         FETCH C26
044600             INTO :WS-CHANNEL-HOST, :WS-ACTION-HOST,
044700                  :WS-EVENT-COUNT, :WS-SENT-COUNT,
044800                  :WS-PENDING-COUNT
044900     END-EXEC.
045000     IF SQLCODE = 100
045100         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
045200     ELSE
045300         IF SQLCODE NOT = 0
045400             MOVE SQLCODE TO SQLCODE-PIC
045500             DISPLAY 'CITYEVRP: FETCH OF C26 FAILED, SQLCODE = '
045600                 SQLCODE-PIC
045700             MOVE 12 TO WS-COND-CODE
045800             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
045900         END-IF
046000     END-IF.
046100 3100-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    3200-PRINT-CHANNEL - PRINT ONE CHANNEL/ACTION LINE AND      *
046500*                         FETCH THE NEXT                         *
046600*****************************************************************
046700 3200-PRINT-CHANNEL.
046800     ADD WS-EVENT-COUNT TO WS-EVENTS-ON-DATE.
046900     MOVE SPACES TO DETAIL-LINE.
047000     MOVE WS-CHANNEL-HOST TO CD-CHANNEL.
047100     MOVE WS-ACTION-HOST TO CD-ACTION.
047200     MOVE WS-EVENT-COUNT TO CD-EVENT-COUNT.
047300     MOVE WS-SENT-COUNT TO CD-SENT-COUNT.
047400     MOVE WS-PENDING-COUNT TO CD-PENDING-COUNT.
047500     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
047600     PERFORM 3100-FETCH-CHANNEL THRU 3100-EXIT.
047700 3200-EXIT.
047800     EXIT.
047900*****************************************************************
048000*    4000-REPORT-BACKLOG - SHOW HOW MANY EVENTS, FROM ANY DAY,   *
048100*                          ARE STILL WAITING FOR CITYEVPB AND    *
048200*                          HOW OLD THE OLDEST ONE IS             *
048300*****************************************************************
048400 4000-REPORT-BACKLOG.
048500     EXEC SQL
048600         SELECT COUNT(*), COALESCE(CHAR(MIN(EVENT_TS)), ' ')
048700             INTO :WS-PENDING-COUNT, :WS-OLDEST-PENDING-TS
048800             FROM SAMPLE.CITYEVENT
048900             WHERE STATUS = 'P'
049000     END-EXEC.
049100     IF SQLCODE NOT = 0
049200         MOVE SQLCODE TO SQLCODE-PIC
049300         DISPLAY 'CITYEVRP: COUNT OF PENDING EVENTS FAILED, '
049400             'SQLCODE = ' SQLCODE-PIC
049500         MOVE 12 TO WS-COND-CODE
049600         GO TO 4000-EXIT
049700     END-IF.
049800     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
049900         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
050000     END-IF.
050100     MOVE 'EVENTS PENDING NOW:' TO SL-LABEL.
050200     MOVE WS-PENDING-COUNT TO SL-COUNT.
050300     WRITE PRINT-RECORD FROM SUMMARY-LINE
050400         AFTER ADVANCING 2 LINES.
050500     MOVE 'OLDEST PENDING EVENT:' TO TL-LABEL.
050600     IF WS-PENDING-COUNT = ZERO
050700         MOVE 'NONE' TO TL-TIMESTAMP
050800     ELSE
050900         MOVE WS-OLDEST-PENDING-TS TO TL-TIMESTAMP
051000     END-IF.
051100     WRITE PRINT-RECORD FROM TIMESTAMP-LINE
051200         AFTER ADVANCING 1 LINE.
051300     ADD 3 TO WS-LINE-COUNT.
051400 4000-EXIT.
051500     EXIT.
051600*****************************************************************
051700*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
051800*                        PAGE WHEN THE CURRENT ONE IS FULL       *
051900*****************************************************************
052000 5000-PRINT-DETAIL.
052100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052200         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
052300     END-IF.
052400     IF WS-LINE-COUNT = ZERO
052500         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
052600     END-IF.
052700     WRITE PRINT-RECORD FROM DETAIL-LINE
052800         AFTER ADVANCING 1 LINE.
052900     ADD 1 TO WS-LINE-COUNT.
053000     ADD 1 TO WS-LINES-PRINTED.
053100 5000-EXIT.
053200     EXIT.
053300*****************************************************************
053400*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
053500*                          HEADING LINES                         *
053600*****************************************************************
053700 5100-PRINT-HEADINGS.
053800     ADD 1 TO WS-PAGE-NUMBER.
053900     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
054000     WRITE PRINT-RECORD FROM HEADING-LINE-1
054100         AFTER ADVANCING PAGE.
054200     WRITE PRINT-RECORD FROM HEADING-LINE-2
054300         AFTER ADVANCING 2 LINES.
054400     MOVE 3 TO WS-LINE-COUNT.
054500 5100-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    8000-TERMINATE - CLOSE THE REPORT, DISPLAY THE COUNTS, AND  *
054900*                     SET CC 4 WHEN ANY ACTION MISMATCHED        *
055000*****************************************************************
055100 8000-TERMINATE.
055200     CLOSE PRINT-FILE.
055300     MOVE WS-TOTAL-AUDIT TO SL-COUNT.
055400     DISPLAY 'CITYEVRP: CITYAUDIT CHANGES  = ' SL-COUNT.
055500     MOVE WS-TOTAL-EVENTS TO SL-COUNT.
055600     DISPLAY 'CITYEVRP: MATCHING EVENTS    = ' SL-COUNT.
055700     MOVE WS-MISMATCHES TO SL-COUNT.
055800     DISPLAY 'CITYEVRP: ACTIONS MISMATCHED = ' SL-COUNT.
055900     IF WS-COND-CODE = ZERO AND WS-MISMATCHES > ZERO
056000         MOVE 4 TO WS-COND-CODE
056100     END-IF.
056200     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
056300 8000-EXIT.
056400     EXIT.
056500*****************************************************************
056600*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
056700*                         TABLE                                  *
056800*****************************************************************
056900 9000-LOG-RUN-START.
057000     MOVE 'CITYEVRP' TO RP-PROGRAM-NAME.
057100     MOVE 'START' TO RP-PHASE.
057200     MOVE ZERO TO RP-RECORDS-IN.
057300     MOVE ZERO TO RP-RECORDS-OUT.
057400     MOVE ZERO TO RP-RECORDS-REJECTED.
057500     MOVE 'STARTED' TO RP-OUTCOME.
057600     MOVE ZERO TO RP-COND-CODE.
057700     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
057800 9000-EXIT.
057900     EXIT.
058000*****************************************************************
058100*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
058200*                       OUTCOME AND CONDITION CODE               *
058300*****************************************************************
058400 9100-LOG-RUN-END.
058500     MOVE 'CITYEVRP' TO RP-PROGRAM-NAME.
058600     MOVE 'END' TO RP-PHASE.
058700     MOVE WS-EVENTS-ON-DATE TO RP-RECORDS-IN.
058800     MOVE WS-LINES-PRINTED TO RP-RECORDS-OUT.
058900     MOVE WS-MISMATCHES TO RP-RECORDS-REJECTED.
059000     EVALUATE WS-COND-CODE
059100         WHEN 0
059200             MOVE 'SUCCESS' TO RP-OUTCOME
059300         WHEN 4
059400             MOVE 'WARNING' TO RP-OUTCOME
059500         WHEN OTHER
059600             MOVE 'FAILURE' TO RP-OUTCOME
059700     END-EVALUATE.
059800     MOVE WS-COND-CODE TO RP-COND-CODE.
059900     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
060000 9100-EXIT.
060100     EXIT.
060200*****************************************************************
060300*    9999-EXIT - COMMON PROGRAM EXIT                             *
060400*****************************************************************
060500 9999-EXIT.
060600     MOVE WS-COND-CODE TO RETURN-CODE.
060700     STOP RUN.
