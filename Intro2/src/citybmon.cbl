000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYBMON                                     *
000400*  DESCRIPTION  :  NIGHTLY BRANCH TRANSMISSION MONITOR. FOR THE *
000500*                  BUSINESS DATE IN PARMFILE (COLUMNS 1-10,     *
000600*                  YYYY-MM-DD; BLANK = TODAY) IT TAKES EVERY    *
000700*                  ACTIVE BRANCH ON SAMPLE.CITYBRANCH THAT IS   *
000800*                  EXPECTED TO SEND ON THAT DAY OF THE WEEK AND *
000900*                  LOOKS FOR ITS BATCH IN SAMPLE.CITYBATCH. A   *
001000*                  BRANCH WITH NO BATCH IS PRINTED AS MISSING;  *
001100*                  ONE WHOSE BATCH WAS APPLIED AFTER THE        *
001200*                  BRANCH'S CUTOFF TIME IS PRINTED AS LATE.     *
001300*                  EVERY BATCH CITYAPPL REFUSED FOR THE DATE    *
001400*                  (DUPLICATE, UNKNOWN OR INACTIVE BRANCH) IS   *
001500*                  LISTED FROM SAMPLE.CITYBREFUSE. ENDS CC 4    *
001600*                  WHEN ANY BRANCH IS MISSING SO THE SCHEDULER  *
001700*                  CAN PAGE THE SHIFT.                          *
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
003000 PROGRAM-ID.    CITYBMON.
003100 AUTHOR.        D. L. MASON.
003200 INSTALLATION.  SAMPLE APPLICATIONS.
003300 DATE-WRITTEN.  2026-10-15.
003400 DATE-COMPILED. 2026-10-15.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-PARMFILE-STATUS.
004200     SELECT PRINT-FILE ASSIGN TO BMONRPT
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-PRINT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARAMETER-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  PARAMETER-RECORD.
005200     05  PA-BUSINESS-DATE            PIC X(10).
005300     05  PA-FILLER                   PIC X(70).
005400 FD  PRINT-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  PRINT-RECORD                PIC X(133).
005800 WORKING-STORAGE SECTION.
005900*-----------------------------------------------------------------
006000*    DB2 COMMUNICATION AREA
006100*-----------------------------------------------------------------
006200     EXEC SQL INCLUDE SQLCA END-EXEC.
006300*-----------------------------------------------------------------
006400*    WORKING COPY OF THE PARAMETER RECORD -- THE FD RECORD AREA  *
006500*    IS NOT REFERENCED AFTER AT END OR CLOSE                     *
006600*-----------------------------------------------------------------
006700 01  WS-PARM-RECORD.
006800     05  WS-PARM-BUSINESS-DATE   PIC X(10).
006900     05  FILLER                  PIC X(70).
007000*-----------------------------------------------------------------
007100*    HOST VARIABLES
007200*-----------------------------------------------------------------
007300 01  WS-BUSINESS-DATE            PIC X(10).
007400 01  WS-DAY-OF-WEEK              PIC S9(04) COMP.
007500 01  WS-BRANCH-ID-HOST           PIC X(08).
007600 01  WS-BRANCH-NAME-HOST         PIC X(32).
007700 01  WS-CONTACT-HOST             PIC X(32).
007800 01  WS-CUTOFF-HOST              PIC X(08).
007900 01  WS-BATCH-COUNT-HOST         PIC S9(09) COMP.
008000 01  WS-APPLIED-TS-HOST          PIC X(26).
008100 01  WS-LATE-FLAG-HOST           PIC X(01).
008200     88  BATCH-WAS-LATE                      VALUE 'Y'.
008300 01  WS-REASON-HOST              PIC X(09).
008400 01  WS-REFUSED-TS-HOST          PIC X(26).
008500*-----------------------------------------------------------------
008600*    SWITCHES
008700*-----------------------------------------------------------------
008800 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
008900     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
009000     88  CURSOR-NOT-AT-EOF                   VALUE 'N'.
009100*-----------------------------------------------------------------
009200*    PAGE-CONTROL FIELDS AND COUNTERS
009300*-----------------------------------------------------------------
009400 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
009500 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
009600 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
009700 77  WS-BRANCHES-EXPECTED        PIC 9(07) COMP VALUE ZERO.
009800 77  WS-BRANCHES-ON-TIME         PIC 9(07) COMP VALUE ZERO.
009900 77  WS-BRANCHES-LATE            PIC 9(07) COMP VALUE ZERO.
010000 77  WS-BRANCHES-MISSING         PIC 9(07) COMP VALUE ZERO.
010100 77  WS-BATCHES-REFUSED          PIC 9(07) COMP VALUE ZERO.
010200 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
010300 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
010400 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
010500 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
010600*-----------------------------------------------------------------
010700*    RUN-CONTROL INTERFACE
010800*-----------------------------------------------------------------
010900 COPY CITYRUNP.
011000*-----------------------------------------------------------------
011100*    PRINT LINE LAYOUTS                                          *
011200*-----------------------------------------------------------------
011300 01  HEADING-LINE-1.
011400     05  FILLER                  PIC X(20)   VALUE
011500         'SAMPLE.CITYBATCH'.
011600     05  FILLER                  PIC X(36)   VALUE
011700         'BRANCH TRANSMISSIONS, BUSINESS DATE '.
011800     05  HL1-BUSINESS-DATE       PIC X(10).
011900     05  FILLER                  PIC X(05)   VALUE SPACES.
012000     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
012100     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
012200 01  HEADING-LINE-2.
012300     05  FILLER                  PIC X(10)   VALUE 'BRANCH'.
012400     05  FILLER                  PIC X(34)   VALUE 'NAME'.
012500     05  FILLER                  PIC X(34)   VALUE 'CONTACT'.
012600     05  FILLER                  PIC X(19)   VALUE 'STATUS'.
012700     05  FILLER                  PIC X(10)   VALUE 'CUTOFF'.
012800     05  FILLER                  PIC X(26)   VALUE
012900         'APPLIED / REFUSED AT'.
013000 01  DETAIL-LINE.
013100     05  DL-BRANCH-ID            PIC X(08).
013200     05  FILLER                  PIC X(02)   VALUE SPACES.
013300     05  DL-BRANCH-NAME          PIC X(32).
013400     05  FILLER                  PIC X(02)   VALUE SPACES.
013500     05  DL-CONTACT              PIC X(32).
013600     05  FILLER                  PIC X(02)   VALUE SPACES.
013700     05  DL-STATUS               PIC X(17).
013800     05  FILLER                  PIC X(02)   VALUE SPACES.
013900     05  DL-CUTOFF               PIC X(08).
014000     05  FILLER                  PIC X(02)   VALUE SPACES.
014100     05  DL-EVENT-TS             PIC X(26).
014200 01  SUMMARY-LINE.
014300     05  SL-LABEL                PIC X(30).
014400     05  SL-COUNT                PIC ZZZZZZ9.
014500 PROCEDURE DIVISION.
014600*****************************************************************
014700*    0000-MAINLINE-CONTROL                                       *
014800*****************************************************************
014900 0000-MAINLINE-CONTROL.
015000     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     IF WS-COND-CODE NOT = ZERO
015300         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
015400         GO TO 9999-EXIT
015500     END-IF.
015600     PERFORM 2000-CHECK-EXPECTED-BRANCHES THRU 2000-EXIT.
015700     IF WS-COND-CODE = ZERO
015800         PERFORM 3000-LIST-REFUSED-BATCHES THRU 3000-EXIT
015900     END-IF.
016000     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
016100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016200     GO TO 9999-EXIT.
016300*****************************************************************
016400*    1000-INITIALIZE - READ THE BUSINESS DATE, CHECK IT, FIND    *
016500*                      ITS DAY OF THE WEEK, AND OPEN THE REPORT  *
016600*****************************************************************
016700 1000-INITIALIZE.
016800     OPEN INPUT PARAMETER-FILE.
016900     IF WS-PARMFILE-STATUS NOT = '00'
017000         DISPLAY 'CITYBMON: OPEN OF PARMFILE FAILED, STATUS = '
017100             WS-PARMFILE-STATUS
017200         MOVE 8 TO WS-COND-CODE
017300         GO TO 1000-EXIT
017400     END-IF.
017500     READ PARAMETER-FILE INTO WS-PARM-RECORD
017600         AT END
017700             MOVE SPACES TO WS-PARM-RECORD
017800     END-READ.
017900     CLOSE PARAMETER-FILE.
018000     IF WS-PARM-BUSINESS-DATE NOT = SPACES
018100         MOVE WS-PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
018200     ELSE
018300         EXEC SQL
018400             SELECT CHAR(CURRENT DATE, ISO)
018500                 INTO :WS-BUSINESS-DATE
018600                 FROM SYSIBM.SYSDUMMY1
018700         END-EXEC
018800         IF SQLCODE NOT = 0
018900             MOVE SQLCODE TO SQLCODE-PIC
019000             DISPLAY 'CITYBMON: CURRENT DATE FAILED, SQLCODE = '
019100                 SQLCODE-PIC
019200             MOVE 12 TO WS-COND-CODE
019300             GO TO 1000-EXIT
019400         END-IF
019500     END-IF.
019600*    SEND_DAYS ON THE BRANCH MASTER IS SEVEN Y/N FLAGS, MONDAY
019700*    FIRST, SO THE ISO DAY NUMBER IS THE POSITION TO TEST.
019800     EXEC SQL
019900         SELECT DAYOFWEEK_ISO(DATE(:WS-BUSINESS-DATE))
020000             INTO :WS-DAY-OF-WEEK
020100             FROM SYSIBM.SYSDUMMY1
020200     END-EXEC.
020300     IF SQLCODE NOT = 0
020400         MOVE SQLCODE TO SQLCODE-PIC
020500         DISPLAY 'CITYBMON: BUSINESS DATE ' WS-BUSINESS-DATE
020600             ' IS NOT A YYYY-MM-DD DATE, SQLCODE = '
020700             SQLCODE-PIC
020800         MOVE 8 TO WS-COND-CODE
020900         GO TO 1000-EXIT
021000     END-IF.
021100     DISPLAY 'CITYBMON: BUSINESS DATE = ' WS-BUSINESS-DATE.
021200     OPEN OUTPUT PRINT-FILE.
021300     IF WS-PRINT-STATUS NOT = '00'
021400         DISPLAY 'CITYBMON: OPEN OF BMONRPT FAILED, STATUS = '
021500             WS-PRINT-STATUS
021600         MOVE 8 TO WS-COND-CODE
021700         GO TO 1000-EXIT
021800     END-IF.
021900     MOVE WS-BUSINESS-DATE TO HL1-BUSINESS-DATE.
022000 1000-EXIT.
022100     EXIT.
022200*****************************************************************
022300*    2000-CHECK-EXPECTED-BRANCHES - EVERY ACTIVE BRANCH DUE TO   *
022400*                                   SEND TODAY, WITH ITS BATCH   *
022500*                                   COUNT AND FIRST APPLIED TIME *
022600*                                   FROM SAMPLE.CITYBATCH        *
022700*****************************************************************
022800 2000-CHECK-EXPECTED-BRANCHES.
022900     EXEC SQL
023000         DECLARE C21 CURSOR FOR
023100             SELECT B.BRANCH_ID, B.BRANCH_NAME, B.CONTACT,
023200                    CHAR(B.CUTOFF_TIME, ISO),
023300                    (SELECT COUNT(*)
023400                         FROM SAMPLE.CITYBATCH A
023500                         WHERE A.BRANCH_ID = B.BRANCH_ID
023600                           AND A.BUSINESS_DATE =
023700                               :WS-BUSINESS-DATE),
023800                    COALESCE(
023900                    (SELECT CHAR(MIN(A.APPLIED_TS))
024000                         FROM SAMPLE.CITYBATCH A
024100                         WHERE A.BRANCH_ID = B.BRANCH_ID
024200                           AND A.BUSINESS_DATE =
024300                               :WS-BUSINESS-DATE), ' '),
024400                    CASE WHEN
024500                    (SELECT MIN(A.APPLIED_TS)
024600                         FROM SAMPLE.CITYBATCH A
024700                         WHERE A.BRANCH_ID = B.BRANCH_ID
024800                           AND A.BUSINESS_DATE =
024900                               :WS-BUSINESS-DATE)
025000                         > TIMESTAMP(DATE(:WS-BUSINESS-DATE),
025100                                     B.CUTOFF_TIME)
025200                         THEN 'Y' ELSE 'N' END
025300                 FROM SAMPLE.CITYBRANCH B
025400                 WHERE B.ACTIVE_FLAG = 'Y'
025500                   AND SUBSTR(B.SEND_DAYS, :WS-DAY-OF-WEEK, 1)
025600                       = 'Y'
025700                 ORDER BY B.BRANCH_ID
025800     END-EXEC.
025900     EXEC SQL
026000         OPEN C21
026100     END-EXEC.
026200     IF SQLCODE NOT = 0
026300         MOVE SQLCODE TO SQLCODE-PIC
026400         DISPLAY 'CITYBMON: OPEN OF C21 FAILED, SQLCODE = '
026500             SQLCODE-PIC
026600         MOVE 12 TO WS-COND-CODE
026700         GO TO 2000-EXIT
026800     END-IF.
026900     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
027000     PERFORM 2100-FETCH-EXPECTED-BRANCH THRU 2100-EXIT.
027100     PERFORM 2200-CHECK-ONE-BRANCH THRU 2200-EXIT
027200         UNTIL CURSOR-EOF-REACHED.
027300     EXEC SQL
027400         CLOSE C21
027500     END-EXEC.
027600 2000-EXIT.
027700     EXIT.
027800*****************************************************************
027900*    2100-FETCH-EXPECTED-BRANCH - FETCH THE NEXT EXPECTED BRANCH *
028000*****************************************************************
028100 2100-FETCH-EXPECTED-BRANCH.
028200     EXEC SQL
028300         FETCH C21
028400             INTO :WS-BRANCH-ID-HOST, :WS-BRANCH-NAME-HOST,
028500                  :WS-CONTACT-HOST, :WS-CUTOFF-HOST,
028600                  :WS-BATCH-COUNT-HOST, :WS-APPLIED-TS-HOST,
028700                  :WS-LATE-FLAG-HOST
028800     END-EXEC.
028900     IF SQLCODE = 100
029000         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
029100     ELSE
029200         IF SQLCODE NOT = 0
029300             MOVE SQLCODE TO SQLCODE-PIC
029400             DISPLAY 'CITYBMON: FETCH OF C21 FAILED, SQLCODE = '
029500                 SQLCODE-PIC
029600             MOVE 12 TO WS-COND-CODE
029700             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
029800         END-IF
029900     END-IF.
030000 2100-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    2200-CHECK-ONE-BRANCH - COUNT THE BRANCH AS ON TIME, LATE   *
030400*                            OR MISSING, PRINT IT IF IT IS NOT   *
030500*                            ON TIME, AND FETCH THE NEXT ONE     *
030600*****************************************************************
030700 2200-CHECK-ONE-BRANCH.
030800     ADD 1 TO WS-BRANCHES-EXPECTED.
030900     MOVE SPACES TO DETAIL-LINE.
031000     EVALUATE TRUE
031100         WHEN WS-BATCH-COUNT-HOST = ZERO
031200             ADD 1 TO WS-BRANCHES-MISSING
031300             MOVE 'MISSING' TO DL-STATUS
031400         WHEN BATCH-WAS-LATE
031500             ADD 1 TO WS-BRANCHES-LATE
031600             MOVE 'LATE' TO DL-STATUS
031700             MOVE WS-APPLIED-TS-HOST TO DL-EVENT-TS
031800         WHEN OTHER
031900             ADD 1 TO WS-BRANCHES-ON-TIME
032000     END-EVALUATE.
032100     IF DL-STATUS NOT = SPACES
032200         MOVE WS-BRANCH-ID-HOST TO DL-BRANCH-ID
032300         MOVE WS-BRANCH-NAME-HOST TO DL-BRANCH-NAME
032400         MOVE WS-CONTACT-HOST TO DL-CONTACT
032500         MOVE WS-CUTOFF-HOST TO DL-CUTOFF
032600         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
032700     END-IF.
032800     PERFORM 2100-FETCH-EXPECTED-BRANCH THRU 2100-EXIT.
032900 2200-EXIT.
033000     EXIT.
033100*****************************************************************
033200*    3000-LIST-REFUSED-BATCHES - EVERY BATCH CITYAPPL REFUSED    *
033300*                                FOR THE BUSINESS DATE, WITH THE *
033400*                                BRANCH NAME WHERE THE BRANCH IS *
033500*                                ON THE MASTER                   *
033600*****************************************************************
033700 3000-LIST-REFUSED-BATCHES.
033800     EXEC SQL
033900         DECLARE C22 CURSOR FOR
034000             SELECT R.BRANCH_ID,
034100                    COALESCE(B.BRANCH_NAME, ' '),
034200                    COALESCE(B.CONTACT, ' '),
034300                    R.REASON, CHAR(R.REFUSED_TS)
034400                 FROM SAMPLE.CITYBREFUSE R
034500                 LEFT OUTER JOIN SAMPLE.CITYBRANCH B
034600                   ON B.BRANCH_ID = R.BRANCH_ID
034700                 WHERE R.BUSINESS_DATE = :WS-BUSINESS-DATE
034800                 ORDER BY R.BRANCH_ID, R.REFUSED_TS
034900     END-EXEC.
035000     EXEC SQL
035100         OPEN C22
035200     END-EXEC.
035300     IF SQLCODE NOT = 0
035400         MOVE SQLCODE TO SQLCODE-PIC
035500         DISPLAY 'CITYBMON: OPEN OF C22 FAILED, SQLCODE = '
035600             SQLCODE-PIC
035700         MOVE 12 TO WS-COND-CODE
035800         GO TO 3000-EXIT
035900     END-IF.
036000     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
036100     PERFORM 3100-FETCH-REFUSED-BATCH THRU 3100-EXIT.
036200     PERFORM 3200-PRINT-REFUSED-BATCH THRU 3200-EXIT
036300         UNTIL CURSOR-EOF-REACHED.
036400     EXEC SQL
036500         CLOSE C22
036600     END-EXEC.
036700 3000-EXIT.
036800     EXIT.
036900*****************************************************************
037000*    3100-FETCH-REFUSED-BATCH - FETCH THE NEXT REFUSED BATCH     *
037100*****************************************************************
037200 3100-FETCH-REFUSED-BATCH.
037300     EXEC SQL
037400         FETCH C22
037500             INTO :WS-BRANCH-ID-HOST, :WS-BRANCH-NAME-HOST,
037600                  :WS-CONTACT-HOST, :WS-REASON-HOST,
037700                  :WS-REFUSED-TS-HOST
037800     END-EXEC.
037900     IF SQLCODE = 100
038000         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
038100     ELSE
038200         IF SQLCODE NOT = 0
038300             MOVE SQLCODE TO SQLCODE-PIC
038400             DISPLAY 'CITYBMON: FETCH OF C22 FAILED, SQLCODE = '
038500                 SQLCODE-PIC
038600             MOVE 12 TO WS-COND-CODE
038700             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
038800         END-IF
038900     END-IF.
039000 3100-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    3200-PRINT-REFUSED-BATCH - PRINT ONE REFUSED BATCH AND      *
039400*                               FETCH THE NEXT ONE               *
039500*****************************************************************
039600 3200-PRINT-REFUSED-BATCH.
039700     ADD 1 TO WS-BATCHES-REFUSED.
039800     MOVE SPACES TO DETAIL-LINE.
039900     MOVE WS-BRANCH-ID-HOST TO DL-BRANCH-ID.
040000     MOVE WS-BRANCH-NAME-HOST TO DL-BRANCH-NAME.
040100     MOVE WS-CONTACT-HOST TO DL-CONTACT.
040200     STRING 'REFUSED ' DELIMITED BY SIZE
040300         WS-REASON-HOST DELIMITED BY SPACE
040400         INTO DL-STATUS
040500     END-STRING.
040600     MOVE WS-REFUSED-TS-HOST TO DL-EVENT-TS.
040700     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
040800     PERFORM 3100-FETCH-REFUSED-BATCH THRU 3100-EXIT.
040900 3200-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    4000-PRINT-SUMMARY - PRINT THE BRANCH COUNTS AT THE END OF  *
041300*                         THE REPORT                             *
041400*****************************************************************
041500 4000-PRINT-SUMMARY.
041600     IF WS-LINE-COUNT = ZERO
041700         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
041800     END-IF.
041900     MOVE 'BRANCHES EXPECTED:' TO SL-LABEL.
042000     MOVE WS-BRANCHES-EXPECTED TO SL-COUNT.
042100     WRITE PRINT-RECORD FROM SUMMARY-LINE
042200         AFTER ADVANCING 2 LINES.
042300     MOVE 'RECEIVED BY CUTOFF:' TO SL-LABEL.
042400     MOVE WS-BRANCHES-ON-TIME TO SL-COUNT.
042500     WRITE PRINT-RECORD FROM SUMMARY-LINE
042600         AFTER ADVANCING 1 LINE.
042700     MOVE 'RECEIVED LATE:' TO SL-LABEL.
042800     MOVE WS-BRANCHES-LATE TO SL-COUNT.
042900     WRITE PRINT-RECORD FROM SUMMARY-LINE
043000         AFTER ADVANCING 1 LINE.
043100     MOVE 'MISSING:' TO SL-LABEL.
043200     MOVE WS-BRANCHES-MISSING TO SL-COUNT.
043300     WRITE PRINT-RECORD FROM SUMMARY-LINE
043400         AFTER ADVANCING 1 LINE.
043500     MOVE 'BATCHES REFUSED:' TO SL-LABEL.
043600     MOVE WS-BATCHES-REFUSED TO SL-COUNT.
043700     WRITE PRINT-RECORD FROM SUMMARY-LINE
043800         AFTER ADVANCING 1 LINE.
043900 4000-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
044300*                        PAGE WHEN THE CURRENT ONE IS FULL       *
044400*****************************************************************
044500 5000-PRINT-DETAIL.
044600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044700         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
044800     END-IF.
044900     IF WS-LINE-COUNT = ZERO
045000         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
045100     END-IF.
045200     WRITE PRINT-RECORD FROM DETAIL-LINE
045300         AFTER ADVANCING 1 LINE.
045400     ADD 1 TO WS-LINE-COUNT.
045500 5000-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
045900*                          HEADING LINES                         *
046000*****************************************************************
046100 5100-PRINT-HEADINGS.
046200     ADD 1 TO WS-PAGE-NUMBER.
046300     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
046400     WRITE PRINT-RECORD FROM HEADING-LINE-1
046500         AFTER ADVANCING PAGE.
046600     WRITE PRINT-RECORD FROM HEADING-LINE-2
046700         AFTER ADVANCING 2 LINES.
046800     MOVE 3 TO WS-LINE-COUNT.
046900 5100-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    8000-TERMINATE - CLOSE THE REPORT, DISPLAY THE COUNTS, AND  *
047300*                     SET CC 4 WHEN ANY BRANCH IS MISSING        *
047400*****************************************************************
047500 8000-TERMINATE.
047600     CLOSE PRINT-FILE.
047700     DISPLAY 'CITYBMON: BRANCHES EXPECTED = '
047800         WS-BRANCHES-EXPECTED.
047900     DISPLAY 'CITYBMON: RECEIVED ON TIME  = '
048000         WS-BRANCHES-ON-TIME.
048100     DISPLAY 'CITYBMON: RECEIVED LATE     = '
048200         WS-BRANCHES-LATE.
048300     DISPLAY 'CITYBMON: MISSING           = '
048400         WS-BRANCHES-MISSING.
048500     DISPLAY 'CITYBMON: BATCHES REFUSED   = '
048600         WS-BATCHES-REFUSED.
048700     IF WS-COND-CODE = ZERO AND WS-BRANCHES-MISSING > ZERO
048800         MOVE 4 TO WS-COND-CODE
048900     END-IF.
049000     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
049100 8000-EXIT.
049200     EXIT.
049300*****************************************************************
049400*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
049500*                         TABLE                                  *
049600*****************************************************************
049700 9000-LOG-RUN-START.
049800     MOVE 'CITYBMON' TO RP-PROGRAM-NAME.
049900     MOVE 'START' TO RP-PHASE.
050000     MOVE ZERO TO RP-RECORDS-IN.
050100     MOVE ZERO TO RP-RECORDS-OUT.
050200     MOVE ZERO TO RP-RECORDS-REJECTED.
050300     MOVE 'STARTED' TO RP-OUTCOME.
050400     MOVE ZERO TO RP-COND-CODE.
050500     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
050600 9000-EXIT.
050700     EXIT.
050800*****************************************************************
050900*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
051000*                       OUTCOME AND CONDITION CODE               *
051100*****************************************************************
051200 9100-LOG-RUN-END.
051300     MOVE 'CITYBMON' TO RP-PROGRAM-NAME.
051400     MOVE 'END' TO RP-PHASE.
051500     MOVE WS-BRANCHES-EXPECTED TO RP-RECORDS-IN.
051600     COMPUTE RP-RECORDS-OUT =
051700         WS-BRANCHES-ON-TIME + WS-BRANCHES-LATE.
051800     MOVE WS-BRANCHES-MISSING TO RP-RECORDS-REJECTED.
051900     EVALUATE WS-COND-CODE
052000         WHEN 0
052100             MOVE 'SUCCESS' TO RP-OUTCOME
052200         WHEN 4
052300             MOVE 'WARNING' TO RP-OUTCOME
052400         WHEN OTHER
052500             MOVE 'FAILURE' TO RP-OUTCOME
052600     END-EVALUATE.
052700     MOVE WS-COND-CODE TO RP-COND-CODE.
052800     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
052900 9100-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    9999-EXIT - COMMON PROGRAM EXIT                             *
053300*****************************************************************
053400 9999-EXIT.
053500     MOVE WS-COND-CODE TO RETURN-CODE.
053600     STOP RUN.
