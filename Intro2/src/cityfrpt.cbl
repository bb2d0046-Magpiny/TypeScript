000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYFRPT                                     *
000400*  DESCRIPTION  :  PRINTED REPORT OF THE FUTURE-DATED CITY      *
000500*                  TRANSACTIONS STILL PENDING ON                *
000600*                  SAMPLE.CITYFUTR, BY SENDING BRANCH AND       *
000700*                  EFFECTIVE DATE, WITH A COUNT AT EACH CHANGE  *
000800*                  OF EFFECTIVE DATE, A COUNT AT EACH CHANGE OF *
000900*                  BRANCH, AND A GRAND TOTAL. RUN AFTER         *
001000*                  CITYRLSE, SO WHAT IT LISTS IS WHAT IS STILL  *
001100*                  WAITING FOR A LATER DATE (OR A CANCEL).      *
001200*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
001300*  INSTALLATION :  SAMPLE APPLICATIONS                          *
001400*  DATE-WRITTEN :  2026-10-15                                   *
001500*                                                               *
001600*  MODIFICATION HISTORY                                         *
001700*  -------------------------------------------------------------*
001800*  DATE       INIT  DESCRIPTION                                 *
001900*  ---------- ----  ------------------------------------------- *
002000*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002100*                                                               *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID.    CITYFRPT.
002500 AUTHOR.        D. L. MASON.
002600 INSTALLATION.  SAMPLE APPLICATIONS.
002700 DATE-WRITTEN.  2026-10-15.
002800 DATE-COMPILED. 2026-10-15.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRINT-FILE ASSIGN TO PENDRPT
003300         ORGANIZATION IS SEQUENTIAL
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-PRINT-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PRINT-FILE
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  PRINT-RECORD                PIC X(133).
004200 WORKING-STORAGE SECTION.
004300*-----------------------------------------------------------------
004400*    DB2 COMMUNICATION AREA
004500*-----------------------------------------------------------------
004600     EXEC SQL INCLUDE SQLCA END-EXEC.
004700*-----------------------------------------------------------------
004800*    HOST VARIABLES
004900*-----------------------------------------------------------------
005000 01  WS-FUTR-BRANCH-HOST         PIC X(08).
005100 01  WS-FUTR-EFF-DATE-HOST       PIC X(10).
005200 01  WS-FUTR-ACTION-HOST         PIC X(01).
005300 01  WS-FUTR-CITY-HOST           PIC X(32).
005400 01  WS-FUTR-COUNTRY-HOST        PIC X(32).
005500 01  WS-FUTR-NEW-CITY-HOST       PIC X(32).
005600 01  WS-FUTR-BUS-DATE-HOST       PIC X(10).
005700*-----------------------------------------------------------------
005800*    SWITCHES
005900*-----------------------------------------------------------------
006000 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
006100     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
006200     88  CURSOR-NOT-AT-EOF                   VALUE 'N'.
006300 77  WS-FIRST-RECORD-SWITCH      PIC X(01)   VALUE 'Y'.
006400     88  FIRST-DETAIL-RECORD                 VALUE 'Y'.
006500*-----------------------------------------------------------------
006600*    CONTROL-BREAK AND PAGE-CONTROL FIELDS
006700*-----------------------------------------------------------------
006800 01  WS-PRIOR-BRANCH             PIC X(08)   VALUE SPACES.
006900 01  WS-PRIOR-EFF-DATE           PIC X(10)   VALUE SPACES.
007000 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
007100 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
007200 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
007300 01  WS-DATE-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
007400 01  WS-BRANCH-ITEM-COUNT        PIC 9(05) COMP VALUE ZERO.
007500 01  WS-TOTAL-ITEM-COUNT         PIC 9(07) COMP VALUE ZERO.
007600 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
007700 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
007800 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
007900*-----------------------------------------------------------------
008000*    RUN-CONTROL INTERFACE
008100*-----------------------------------------------------------------
008200 COPY CITYRUNP.
008300*-----------------------------------------------------------------
008400*    PRINT LINE LAYOUTS                                          *
008500*-----------------------------------------------------------------
008600 01  HEADING-LINE-1.
008700     05  FILLER                  PIC X(20)   VALUE
008800         'SAMPLE.CITYFUTR'.
008900     05  FILLER                  PIC X(51)   VALUE
009000         'PENDING FUTURE-DATED TRANSACTIONS BY BRANCH'.
009100     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
009200     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
009300 01  HEADING-LINE-2.
009400     05  FILLER                  PIC X(10)   VALUE 'BRANCH'.
009500     05  FILLER                  PIC X(12)   VALUE 'EFFECTIVE'.
009600     05  FILLER                  PIC X(04)   VALUE 'ACT'.
009700     05  FILLER                  PIC X(34)   VALUE 'CITY'.
009800     05  FILLER                  PIC X(34)   VALUE 'COUNTRY'.
009900     05  FILLER                  PIC X(28)   VALUE 'NEW CITY'.
010000     05  FILLER                  PIC X(10)   VALUE 'SENT'.
010100 01  DETAIL-LINE.
010200     05  DL-BRANCH               PIC X(08).
010300     05  FILLER                  PIC X(02)   VALUE SPACES.
010400     05  DL-EFF-DATE             PIC X(10).
010500     05  FILLER                  PIC X(02)   VALUE SPACES.
010600     05  DL-ACTION               PIC X(01).
010700     05  FILLER                  PIC X(03)   VALUE SPACES.
010800     05  DL-CITY                 PIC X(32).
010900     05  FILLER                  PIC X(02)   VALUE SPACES.
011000     05  DL-COUNTRY              PIC X(32).
011100     05  FILLER                  PIC X(02)   VALUE SPACES.
011200     05  DL-NEW-CITY             PIC X(26).
011300     05  FILLER                  PIC X(02)   VALUE SPACES.
011400     05  DL-BUS-DATE             PIC X(10).
011500 01  DATE-TOTAL-LINE.
011600     05  FILLER                  PIC X(10)   VALUE SPACES.
011700     05  FILLER                  PIC X(20)   VALUE
011800         '  ITEMS EFFECTIVE   '.
011900     05  DTL-EFF-DATE            PIC X(10).
012000     05  FILLER                  PIC X(02)   VALUE ': '.
012100     05  DTL-ITEM-COUNT          PIC ZZZZ9.
012200 01  BRANCH-TOTAL-LINE.
012300     05  FILLER                  PIC X(19)   VALUE
012400         'ITEMS FOR BRANCH   '.
012500     05  BTL-BRANCH              PIC X(08).
012600     05  FILLER                  PIC X(02)   VALUE ': '.
012700     05  BTL-ITEM-COUNT          PIC ZZZZ9.
012800 01  GRAND-TOTAL-LINE.
012900     05  FILLER                  PIC X(21)   VALUE
013000         'TOTAL PENDING ITEMS: '.
013100     05  GTL-ITEM-COUNT          PIC ZZZZZZ9.
013200 PROCEDURE DIVISION.
013300*****************************************************************
013400*    0000-MAINLINE-CONTROL                                       *
013500*****************************************************************
013600 0000-MAINLINE-CONTROL.
013700     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013900     IF WS-COND-CODE NOT = ZERO
014000         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
014100         GO TO 9999-EXIT
014200     END-IF.
014300     PERFORM 2000-PRINT-ONE-ITEM THRU 2000-EXIT
014400         UNTIL CURSOR-EOF-REACHED.
014500     IF NOT FIRST-DETAIL-RECORD
014600         PERFORM 3100-PRINT-DATE-TOTAL THRU 3100-EXIT
014700         PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
014800     END-IF.
014900     PERFORM 3300-PRINT-GRAND-TOTAL THRU 3300-EXIT.
015000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015100     GO TO 9999-EXIT.
015200*****************************************************************
015300*    1000-INITIALIZE - OPEN THE PRINT FILE AND THE PENDING-ITEMS *
015400*                      CURSOR                                    *
015500*****************************************************************
015600 1000-INITIALIZE.
015700     OPEN OUTPUT PRINT-FILE.
015800     IF WS-PRINT-STATUS NOT = '00'
015900         DISPLAY 'CITYFRPT: OPEN OF PENDRPT FAILED, STATUS = '
016000             WS-PRINT-STATUS
016100         MOVE 8 TO WS-COND-CODE
016200         GO TO 1000-EXIT
016300     END-IF.
016400     EXEC SQL
016500         DECLARE C20 CURSOR FOR
016600             SELECT BRANCH_ID, EFFECTIVE_DATE, ACTION_CD,
016700                    CITY, COUNTRY, NEW_CITY, BUSINESS_DATE
016800                 FROM SAMPLE.CITYFUTR
016900                 WHERE STATUS = 'PENDING'
017000                 ORDER BY BRANCH_ID, EFFECTIVE_DATE, FUTR_ID
017100     END-EXEC.
017200     EXEC SQL
017300         OPEN C20
017400     END-EXEC.
017500     IF SQLCODE NOT = 0
017600         MOVE SQLCODE TO SQLCODE-PIC
017700         DISPLAY 'CITYFRPT: OPEN OF C20 FAILED, SQLCODE = '
017800             SQLCODE-PIC
017900         CLOSE PRINT-FILE
018000         MOVE 12 TO WS-COND-CODE
018100         GO TO 1000-EXIT
018200     END-IF.
018300     PERFORM 2100-FETCH-PENDING-ITEM THRU 2100-EXIT.
018400 1000-EXIT.
018500     EXIT.
018600*****************************************************************
018700*    2000-PRINT-ONE-ITEM - HANDLE THE BRANCH AND EFFECTIVE-DATE  *
018800*                          CONTROL BREAKS, PRINT ONE DETAIL      *
018900*                          LINE, AND FETCH THE NEXT ITEM         *
019000*****************************************************************
019100 2000-PRINT-ONE-ITEM.
019200     IF FIRST-DETAIL-RECORD
019300         MOVE WS-FUTR-BRANCH-HOST TO WS-PRIOR-BRANCH
019400         MOVE WS-FUTR-EFF-DATE-HOST TO WS-PRIOR-EFF-DATE
019500         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
019600     ELSE
019700         IF WS-FUTR-BRANCH-HOST NOT = WS-PRIOR-BRANCH
019800             PERFORM 3100-PRINT-DATE-TOTAL THRU 3100-EXIT
019900             PERFORM 3200-PRINT-BRANCH-TOTAL THRU 3200-EXIT
020000             MOVE WS-FUTR-BRANCH-HOST TO WS-PRIOR-BRANCH
020100             MOVE WS-FUTR-EFF-DATE-HOST TO WS-PRIOR-EFF-DATE
020200         ELSE
020300             IF WS-FUTR-EFF-DATE-HOST NOT = WS-PRIOR-EFF-DATE
020400                 PERFORM 3100-PRINT-DATE-TOTAL THRU 3100-EXIT
020500                 MOVE WS-FUTR-EFF-DATE-HOST TO WS-PRIOR-EFF-DATE
020600             END-IF
020700         END-IF
020800     END-IF.
020900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
021000         PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT
021100     END-IF.
021200     IF WS-LINE-COUNT = ZERO
021300         PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT
021400     END-IF.
021500     MOVE WS-FUTR-BRANCH-HOST TO DL-BRANCH.
021600     MOVE WS-FUTR-EFF-DATE-HOST TO DL-EFF-DATE.
021700     MOVE WS-FUTR-ACTION-HOST TO DL-ACTION.
021800     MOVE WS-FUTR-CITY-HOST TO DL-CITY.
021900     MOVE WS-FUTR-COUNTRY-HOST TO DL-COUNTRY.
022000     MOVE WS-FUTR-NEW-CITY-HOST TO DL-NEW-CITY.
022100     MOVE WS-FUTR-BUS-DATE-HOST TO DL-BUS-DATE.
022200     WRITE PRINT-RECORD FROM DETAIL-LINE
022300         AFTER ADVANCING 1 LINE.
022400     ADD 1 TO WS-LINE-COUNT.
022500     ADD 1 TO WS-DATE-ITEM-COUNT.
022600     ADD 1 TO WS-BRANCH-ITEM-COUNT.
022700     ADD 1 TO WS-TOTAL-ITEM-COUNT.
022800     PERFORM 2100-FETCH-PENDING-ITEM THRU 2100-EXIT.
022900 2000-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2100-FETCH-PENDING-ITEM - FETCH THE NEXT PENDING ITEM       *
023300*****************************************************************
023400 2100-FETCH-PENDING-ITEM.
023500     EXEC SQL
023600         FETCH C20
023700             INTO :WS-FUTR-BRANCH-HOST, :WS-FUTR-EFF-DATE-HOST,
023800                  :WS-FUTR-ACTION-HOST, :WS-FUTR-CITY-HOST,
023900                  :WS-FUTR-COUNTRY-HOST, :WS-FUTR-NEW-CITY-HOST,
024000                  :WS-FUTR-BUS-DATE-HOST
024100     END-EXEC.
024200     IF SQLCODE = 100
024300         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
024400     ELSE
024500         IF SQLCODE NOT = 0
024600             MOVE SQLCODE TO SQLCODE-PIC
024700             DISPLAY 'CITYFRPT: FETCH OF C20 FAILED, SQLCODE = '
024800                 SQLCODE-PIC
024900             MOVE 12 TO WS-COND-CODE
025000             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
025100         END-IF
025200     END-IF.
025300 2100-EXIT.
025400     EXIT.
025500*****************************************************************
025600*    3000-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
025700*                          HEADING LINES                         *
025800*****************************************************************
025900 3000-PRINT-HEADINGS.
026000     ADD 1 TO WS-PAGE-NUMBER.
026100     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
026200     WRITE PRINT-RECORD FROM HEADING-LINE-1
026300         AFTER ADVANCING PAGE.
026400     WRITE PRINT-RECORD FROM HEADING-LINE-2
026500         AFTER ADVANCING 2 LINES.
026600     MOVE 3 TO WS-LINE-COUNT.
026700 3000-EXIT.
026800     EXIT.
026900*****************************************************************
027000*    3100-PRINT-DATE-TOTAL - PRINT THE ITEM COUNT FOR THE        *
027100*                            EFFECTIVE DATE JUST FINISHED AND    *
027200*                            RESET THE COUNTER                   *
027300*****************************************************************
027400 3100-PRINT-DATE-TOTAL.
027500     MOVE WS-PRIOR-EFF-DATE TO DTL-EFF-DATE.
027600     MOVE WS-DATE-ITEM-COUNT TO DTL-ITEM-COUNT.
027700     WRITE PRINT-RECORD FROM DATE-TOTAL-LINE
027800         AFTER ADVANCING 1 LINE.
027900     ADD 1 TO WS-LINE-COUNT.
028000     MOVE ZERO TO WS-DATE-ITEM-COUNT.
028100 3100-EXIT.
028200     EXIT.
028300*****************************************************************
028400*    3200-PRINT-BRANCH-TOTAL - PRINT THE ITEM COUNT FOR THE      *
028500*                              BRANCH JUST FINISHED AND RESET    *
028600*                              THE COUNTER                       *
028700*****************************************************************
028800 3200-PRINT-BRANCH-TOTAL.
028900     MOVE WS-PRIOR-BRANCH TO BTL-BRANCH.
029000     MOVE WS-BRANCH-ITEM-COUNT TO BTL-ITEM-COUNT.
029100     WRITE PRINT-RECORD FROM BRANCH-TOTAL-LINE
029200         AFTER ADVANCING 2 LINES.
029300     ADD 3 TO WS-LINE-COUNT.
029400     MOVE SPACES TO PRINT-RECORD.
029500     WRITE PRINT-RECORD
029600         AFTER ADVANCING 1 LINE.
029700     MOVE ZERO TO WS-BRANCH-ITEM-COUNT.
029800 3200-EXIT.
029900     EXIT.
030000*****************************************************************
030100*    3300-PRINT-GRAND-TOTAL - PRINT THE OVERALL PENDING COUNT AT *
030200*                             THE END OF THE REPORT              *
030300*****************************************************************
030400 3300-PRINT-GRAND-TOTAL.
030500     IF WS-LINE-COUNT = ZERO
030600         PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT
030700     END-IF.
030800     MOVE WS-TOTAL-ITEM-COUNT TO GTL-ITEM-COUNT.
030900     WRITE PRINT-RECORD FROM GRAND-TOTAL-LINE
031000         AFTER ADVANCING 2 LINES.
031100 3300-EXIT.
031200     EXIT.
031300*****************************************************************
031400*    8000-TERMINATE - CLOSE THE CURSOR AND THE PRINT FILE        *
031500*****************************************************************
031600 8000-TERMINATE.
031700     EXEC SQL
031800         CLOSE C20
031900     END-EXEC.
032000     CLOSE PRINT-FILE.
032100     DISPLAY 'CITYFRPT: TOTAL PENDING ITEMS = '
032200         WS-TOTAL-ITEM-COUNT.
032300     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
032400 8000-EXIT.
032500     EXIT.
032600*****************************************************************
032700*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
032800*                         TABLE                                  *
032900*****************************************************************
033000 9000-LOG-RUN-START.
033100     MOVE 'CITYFRPT' TO RP-PROGRAM-NAME.
033200     MOVE 'START' TO RP-PHASE.
033300     MOVE ZERO TO RP-RECORDS-IN.
033400     MOVE ZERO TO RP-RECORDS-OUT.
033500     MOVE ZERO TO RP-RECORDS-REJECTED.
033600     MOVE 'STARTED' TO RP-OUTCOME.
033700     MOVE ZERO TO RP-COND-CODE.
033800     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
033900 9000-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
034300*                       OUTCOME AND CONDITION CODE               *
034400*****************************************************************
034500 9100-LOG-RUN-END.
034600     MOVE 'CITYFRPT' TO RP-PROGRAM-NAME.
034700     MOVE 'END' TO RP-PHASE.
034800     MOVE WS-TOTAL-ITEM-COUNT TO RP-RECORDS-IN.
034900     MOVE WS-TOTAL-ITEM-COUNT TO RP-RECORDS-OUT.
035000     MOVE ZERO TO RP-RECORDS-REJECTED.
035100     EVALUATE WS-COND-CODE
035200         WHEN 0
035300             MOVE 'SUCCESS' TO RP-OUTCOME
035400         WHEN 4
035500             MOVE 'WARNING' TO RP-OUTCOME
035600         WHEN OTHER
035700             MOVE 'FAILURE' TO RP-OUTCOME
035800     END-EVALUATE.
035900     MOVE WS-COND-CODE TO RP-COND-CODE.
036000     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
036100 9100-EXIT.
036200     EXIT.
036300*****************************************************************
036400*    9999-EXIT - COMMON PROGRAM EXIT                             *
036500*****************************************************************
036600 9999-EXIT.
036700     MOVE WS-COND-CODE TO RETURN-CODE.
036800     STOP RUN.
