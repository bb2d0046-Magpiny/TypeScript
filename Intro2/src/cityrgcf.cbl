000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYRGCF                                     *
000400*  DESCRIPTION  :  NIGHTLY REGION CONFORMANCE CHECK OF          *
000500*                  SAMPLE.CITYTABLE AGAINST THE COUNTRY-TO-     *
000600*                  REGION REFERENCE SAMPLE.CTRYREGION (KEPT BY  *
000700*                  THE CRGN TRANSACTION), REACHED THROUGH EACH  *
000800*                  ROW'S ISO CODE ON SAMPLE.ISOCOUNTRY. EVERY   *
000900*                  ROW WHOSE REGION IS BLANK OR DISAGREES WITH  *
001000*                  ITS COUNTRY'S ASSIGNED REGION IS PRINTED ON  *
001100*                  THE CONFORMANCE REPORT AND WRITTEN AS A      *
001200*                  CITYTRN UPDATE CARRYING ONLY THE REFERENCE   *
001300*                  REGION TO TRANOUT, WRAPPED IN A BATCH HEADER *
001400*                  AND TRAILER, FOR A REVIEWED CITYAPPL RUN.    *
001500*                  CITYTABLE COUNTRIES WITH NO REFERENCE ROW    *
001600*                  (OR NOT ON THE ISO LIST AT ALL) AND          *
001700*                  REFERENCE ROWS WHOSE CODE HAS LEFT THE ISO   *
001800*                  LIST ARE PRINTED TOO, FOR THE DATA STEWARD   *
001900*                  TO MAINTAIN THROUGH CRGN. ENDS CC 4 WHEN     *
002000*                  ANYTHING WAS PRINTED.                        *
002100*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002200*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002300*  DATE-WRITTEN :  2026-10-15                                   *
002400*                                                               *
002500*  MODIFICATION HISTORY                                         *
002600*  -------------------------------------------------------------*
002700*  DATE       INIT  DESCRIPTION                                 *
002800*  ---------- ----  ------------------------------------------- *
002900*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002910*  2026-10-15 DLM   THE HEADER WRITE IS STATUS-CHECKED, AND     *
002920*                   TRANOUT IS CLOSED WHEN 1000 FAILS AFTER     *
002930*                   OPENING IT                                  *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    CITYRGCF.
003400 AUTHOR.        D. L. MASON.
003500 INSTALLATION.  SAMPLE APPLICATIONS.
003600 DATE-WRITTEN.  2026-10-15.
003700 DATE-COMPILED. 2026-10-15.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-PARMFILE-STATUS.
004500     SELECT TRANSACTION-FILE ASSIGN TO TRANOUT
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-TRANOUT-STATUS.
004900     SELECT PRINT-FILE ASSIGN TO CONFRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-PRINT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PARAMETER-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  PARAMETER-RECORD            PIC X(80).
005900 FD  TRANSACTION-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 COPY CITYTRN.
006300 FD  PRINT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  PRINT-RECORD                PIC X(133).
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------------
006900*    DB2 COMMUNICATION AREA
007000*-----------------------------------------------------------------
007100     EXEC SQL INCLUDE SQLCA END-EXEC.
007200*-----------------------------------------------------------------
007300*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-8 ARE THE *
007400*    BRANCH ID FOR THE BATCH HEADER (BLANK = REGNCONF)           *
007500*-----------------------------------------------------------------
007600 01  WS-PARM-RECORD.
007700     05  WS-PARM-BRANCH-ID       PIC X(08).
007800     05  FILLER                  PIC X(72).
007900 01  WS-BRANCH-ID                PIC X(08)   VALUE 'REGNCONF'.
008000*-----------------------------------------------------------------
008100*    HOST VARIABLES
008200*-----------------------------------------------------------------
008300 01  WS-RUN-DATE                 PIC X(10).
008400 01  WS-COUNTRY-HOST             PIC X(32).
008500 01  WS-CITY-HOST                PIC X(32).
008600 01  WS-COUNTRY-CODE-HOST        PIC X(02).
008700 01  WS-STORED-REGION-HOST       PIC X(08).
008800 01  WS-REF-REGION-HOST          PIC X(08).
008900 01  WS-CITY-COUNT-HOST          PIC S9(09) COMP.
009000 01  WS-TABLE-ROWS-HOST          PIC S9(09) COMP.
009100*-----------------------------------------------------------------
009200*    NULL INDICATOR -- A CITYTABLE COUNTRY NOT ON THE ISO LIST   *
009300*    HAS NO CODE                                                 *
009400*-----------------------------------------------------------------
009500 77  WS-CODE-NULL-IND            PIC S9(04) COMP VALUE ZERO.
009600 01  WS-EXCEPTION-TYPE           PIC X(20).
009700*-----------------------------------------------------------------
009800*    SWITCHES
009900*-----------------------------------------------------------------
010000 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
010100     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
010200*-----------------------------------------------------------------
010300*    PAGE-CONTROL FIELDS AND COUNTERS
010400*-----------------------------------------------------------------
010500 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
010600 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
010700 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
010800 77  WS-UPDATES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
010900 77  WS-BLANK-REGION             PIC 9(09) COMP VALUE ZERO.
011000 77  WS-WRONG-REGION             PIC 9(09) COMP VALUE ZERO.
011100 77  WS-NO-REFERENCE             PIC 9(09) COMP VALUE ZERO.
011200 77  WS-NOT-ON-ISO-LIST          PIC 9(09) COMP VALUE ZERO.
011300 77  WS-UNCHECKED-CITIES         PIC 9(09) COMP VALUE ZERO.
011400 77  WS-ORPHAN-REFERENCE         PIC 9(09) COMP VALUE ZERO.
011500 77  WS-EXCEPTIONS-FOUND         PIC 9(09) COMP VALUE ZERO.
011600 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
011700 77  WS-TRANOUT-STATUS           PIC X(02)   VALUE SPACES.
011800 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
011900 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
012000 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
012100*-----------------------------------------------------------------
012200*    RUN-CONTROL INTERFACE
012300*-----------------------------------------------------------------
012400 COPY CITYRUNP.
012500*-----------------------------------------------------------------
012600*    PRINT LINE LAYOUTS                                          *
012700*-----------------------------------------------------------------
012800 01  HEADING-LINE-1.
012900     05  FILLER                  PIC X(20)   VALUE
013000         'SAMPLE.CITYTABLE'.
013100     05  FILLER                  PIC X(40)   VALUE
013200         'REGION CONFORMANCE REPORT, RUN DATE '.
013300     05  HL1-RUN-DATE            PIC X(10).
013400     05  FILLER                  PIC X(10)   VALUE
013500         '   BRANCH '.
013600     05  HL1-BRANCH-ID           PIC X(08).
013700     05  FILLER                  PIC X(06)   VALUE SPACES.
013800     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
013900     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
014000 01  HEADING-LINE-2.
014100     05  FILLER                  PIC X(22)   VALUE 'EXCEPTION'.
014200     05  FILLER                  PIC X(34)   VALUE 'COUNTRY'.
014300     05  FILLER                  PIC X(34)   VALUE 'CITY'.
014400     05  FILLER                  PIC X(05)   VALUE 'ISO'.
014500     05  FILLER                  PIC X(10)   VALUE 'STORED'.
014600     05  FILLER                  PIC X(10)   VALUE 'REFERENCE'.
014700     05  FILLER                  PIC X(09)   VALUE '   CITIES'.
014800 01  DETAIL-LINE.
014900     05  DL-EXCEPTION            PIC X(20).
015000     05  FILLER                  PIC X(02)   VALUE SPACES.
015100     05  DL-COUNTRY              PIC X(32).
015200     05  FILLER                  PIC X(02)   VALUE SPACES.
015300     05  DL-CITY                 PIC X(32).
015400     05  FILLER                  PIC X(02)   VALUE SPACES.
015500     05  DL-COUNTRY-CODE         PIC X(02).
015600     05  FILLER                  PIC X(03)   VALUE SPACES.
015700     05  DL-STORED-REGION        PIC X(08).
015800     05  FILLER                  PIC X(02)   VALUE SPACES.
015900     05  DL-REF-REGION           PIC X(08).
016000     05  FILLER                  PIC X(02)   VALUE SPACES.
016100     05  DL-CITY-COUNT           PIC ZZZZZZZZ9.
016200 01  SUMMARY-LINE.
016300     05  SL-LABEL                PIC X(30).
016400     05  SL-COUNT                PIC ZZZZZZZZ9.
016500 PROCEDURE DIVISION.
016600*****************************************************************
016700*    0000-MAINLINE-CONTROL                                       *
016800*****************************************************************
016900 0000-MAINLINE-CONTROL.
017000     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF WS-COND-CODE NOT = ZERO
017300         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
017400         GO TO 9999-EXIT
017500     END-IF.
017600     PERFORM 2000-LIST-OFF-REGION-ROWS THRU 2000-EXIT.
017700     PERFORM 3000-LIST-UNMAPPED-COUNTRIES THRU 3000-EXIT.
017800     PERFORM 3500-LIST-ORPHAN-REFERENCES THRU 3500-EXIT.
017900     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
018000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018100     GO TO 9999-EXIT.
018200*****************************************************************
018300*    1000-INITIALIZE - READ THE BRANCH ID, FIX THE RUN DATE,     *
018400*                      COUNT THE CITYTABLE ROWS, OPEN THE FILES  *
018500*                      AND WRITE THE BATCH HEADER                *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     OPEN INPUT PARAMETER-FILE.
018900     IF WS-PARMFILE-STATUS NOT = '00'
019000         DISPLAY 'CITYRGCF: OPEN OF PARMFILE FAILED, STATUS = '
019100             WS-PARMFILE-STATUS
019200         MOVE 8 TO WS-COND-CODE
019300         GO TO 1000-EXIT
019400     END-IF.
019500     READ PARAMETER-FILE INTO WS-PARM-RECORD
019600         AT END
019700             MOVE SPACES TO WS-PARM-RECORD
019800     END-READ.
019900     CLOSE PARAMETER-FILE.
020000     IF WS-PARM-BRANCH-ID NOT = SPACES
020100         MOVE WS-PARM-BRANCH-ID TO WS-BRANCH-ID
020200     END-IF.
020300     DISPLAY 'CITYRGCF: BATCH BRANCH ID   = ' WS-BRANCH-ID.
020400     EXEC SQL
020500         SELECT CHAR(CURRENT DATE, ISO)
020600             INTO :WS-RUN-DATE
020700             FROM SYSIBM.SYSDUMMY1
020800     END-EXEC.
020900     IF SQLCODE NOT = 0
021000         MOVE SQLCODE TO SQLCODE-PIC
021100         DISPLAY 'CITYRGCF: CURRENT DATE FAILED, SQLCODE = '
021200             SQLCODE-PIC
021300         MOVE 12 TO WS-COND-CODE
021400         GO TO 1000-EXIT
021500     END-IF.
021600     EXEC SQL
021700         SELECT COUNT(*)
021800             INTO :WS-TABLE-ROWS-HOST
021900             FROM SAMPLE.CITYTABLE
022000     END-EXEC.
022100     IF SQLCODE NOT = 0
022200         MOVE SQLCODE TO SQLCODE-PIC
022300         DISPLAY 'CITYRGCF: COUNT OF CITYTABLE FAILED, '
022400             'SQLCODE = ' SQLCODE-PIC
022500         MOVE 12 TO WS-COND-CODE
022600         GO TO 1000-EXIT
022700     END-IF.
022800     OPEN OUTPUT TRANSACTION-FILE.
022900     IF WS-TRANOUT-STATUS NOT = '00'
023000         DISPLAY 'CITYRGCF: OPEN OF TRANOUT FAILED, STATUS = '
023100             WS-TRANOUT-STATUS
023200         MOVE 8 TO WS-COND-CODE
023300         GO TO 1000-EXIT
023400     END-IF.
023500     OPEN OUTPUT PRINT-FILE.
023600     IF WS-PRINT-STATUS NOT = '00'
023700         DISPLAY 'CITYRGCF: OPEN OF CONFRPT FAILED, STATUS = '
023800             WS-PRINT-STATUS
023900         MOVE 8 TO WS-COND-CODE
023950         CLOSE TRANSACTION-FILE
024000         GO TO 1000-EXIT
024100     END-IF.
024200     MOVE SPACES TO CITY-BATCH-HEADER.
024300     MOVE 'H' TO CTH-RECORD-TYPE.
024400     MOVE WS-BRANCH-ID TO CTH-BRANCH-ID.
024500     MOVE WS-RUN-DATE TO CTH-BUSINESS-DATE.
024600     WRITE CITY-BATCH-HEADER.
024610     IF WS-TRANOUT-STATUS NOT = '00'
024620         DISPLAY 'CITYRGCF: WRITE TO TRANOUT FAILED, STATUS = '
024630             WS-TRANOUT-STATUS
024640         MOVE 8 TO WS-COND-CODE
024650         CLOSE TRANSACTION-FILE
024660         CLOSE PRINT-FILE
024670         GO TO 1000-EXIT
024680     END-IF.
024700     MOVE WS-RUN-DATE TO HL1-RUN-DATE.
024800     MOVE WS-BRANCH-ID TO HL1-BRANCH-ID.
024900 1000-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    2000-LIST-OFF-REGION-ROWS - EVERY CITYTABLE ROW WHOSE       *
025300*                                COUNTRY HAS A REFERENCE REGION  *
025400*                                BUT WHOSE OWN REGION IS BLANK   *
025500*                                OR DIFFERENT                    *
025600*****************************************************************
025700 2000-LIST-OFF-REGION-ROWS.
025800     EXEC SQL
025900         DECLARE C29 CURSOR FOR
026000             SELECT T.COUNTRY, T.CITY, I.COUNTRY_CODE,
026100                    COALESCE(T.REGION, ' '), R.REGION
026200                 FROM SAMPLE.CITYTABLE T,
026300                      SAMPLE.ISOCOUNTRY I,
026400                      SAMPLE.CTRYREGION R
026500                 WHERE I.COUNTRY_NAME = T.COUNTRY
026600                   AND R.COUNTRY_CODE = I.COUNTRY_CODE
026700                   AND COALESCE(T.REGION, ' ') <> R.REGION
026800                 ORDER BY T.COUNTRY, T.CITY
026900     END-EXEC.
027000     EXEC SQL
027100         OPEN C29
027200     END-EXEC.
027300     IF SQLCODE NOT = 0
027400         MOVE SQLCODE TO SQLCODE-PIC
027500         DISPLAY 'CITYRGCF: OPEN OF C29 FAILED, SQLCODE = '
027600             SQLCODE-PIC
027700         MOVE 12 TO WS-COND-CODE
027800         GO TO 2000-EXIT
027900     END-IF.
028000     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
028100     PERFORM 2100-FETCH-OFF-REGION-ROW THRU 2100-EXIT.
028200     PERFORM 2200-CORRECT-ONE-ROW THRU 2200-EXIT
028300         UNTIL CURSOR-EOF-REACHED.
028400     EXEC SQL
028500         CLOSE C29
028600     END-EXEC.
028700 2000-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    2100-FETCH-OFF-REGION-ROW - FETCH THE NEXT NONCONFORMING    *
029100*                                ROW                             *
029200*****************************************************************
029300 2100-FETCH-OFF-REGION-ROW.
029400     EXEC SQL
029500         FETCH C29
029600             INTO :WS-COUNTRY-HOST, :WS-CITY-HOST,
029700                  :WS-COUNTRY-CODE-HOST,
029800                  :WS-STORED-REGION-HOST, :WS-REF-REGION-HOST
029900     END-EXEC.
030000     IF SQLCODE = 100
030100         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
030200     ELSE
030300         IF SQLCODE NOT = 0
030400             MOVE SQLCODE TO SQLCODE-PIC
030500             DISPLAY 'CITYRGCF: FETCH OF C29 FAILED, SQLCODE = '
030600                 SQLCODE-PIC
030700             MOVE 12 TO WS-COND-CODE
030800             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
030900         END-IF
031000     END-IF.
031100 2100-EXIT.
031200     EXIT.
031300*****************************************************************
031400*    2200-CORRECT-ONE-ROW - PRINT THE ROW AND WRITE ITS          *
031500*                           CORRECTING UPDATE, THEN FETCH THE    *
031600*                           NEXT ONE                             *
031700*****************************************************************
031800 2200-CORRECT-ONE-ROW.
031900     MOVE SPACES TO DETAIL-LINE.
032000     IF WS-STORED-REGION-HOST = SPACES
032100         ADD 1 TO WS-BLANK-REGION
032200         MOVE 'BLANK REGION' TO WS-EXCEPTION-TYPE
032300     ELSE
032400         ADD 1 TO WS-WRONG-REGION
032500         MOVE 'WRONG REGION' TO WS-EXCEPTION-TYPE
032600     END-IF.
032700     MOVE WS-COUNTRY-HOST TO DL-COUNTRY.
032800     MOVE WS-CITY-HOST TO DL-CITY.
032900     MOVE WS-COUNTRY-CODE-HOST TO DL-COUNTRY-CODE.
033000     MOVE WS-STORED-REGION-HOST TO DL-STORED-REGION.
033100     MOVE WS-REF-REGION-HOST TO DL-REF-REGION.
033200     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
033300     PERFORM 2700-WRITE-UPDATE THRU 2700-EXIT.
033400     IF WS-COND-CODE NOT = ZERO
033500         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
033600     ELSE
033700         PERFORM 2100-FETCH-OFF-REGION-ROW THRU 2100-EXIT
033800     END-IF.
033900 2200-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    2700-WRITE-UPDATE - WRITE A CITYTRN UPDATE CARRYING ONLY    *
034300*                        THE REFERENCE REGION FOR THE CITYTABLE  *
034400*                        ROW (NEW NAMES AND POPULATION LEFT      *
034500*                        BLANK = UNCHANGED)                      *
034600*****************************************************************
034700 2700-WRITE-UPDATE.
034800     MOVE SPACES TO CITY-TRANSACTION-RECORD.
034900     MOVE 'U' TO CT-ACTION.
035000     MOVE WS-CITY-HOST TO CT-CITY.
035100     MOVE WS-COUNTRY-HOST TO CT-COUNTRY.
035200     MOVE WS-REF-REGION-HOST TO CT-REGION.
035300     WRITE CITY-TRANSACTION-RECORD.
035400     IF WS-TRANOUT-STATUS NOT = '00'
035500         DISPLAY 'CITYRGCF: WRITE TO TRANOUT FAILED, STATUS = '
035600             WS-TRANOUT-STATUS
035700         MOVE 8 TO WS-COND-CODE
035800         GO TO 2700-EXIT
035900     END-IF.
036000     ADD 1 TO WS-UPDATES-WRITTEN.
036100 2700-EXIT.
036200     EXIT.
036300*****************************************************************
036400*    2800-PRINT-EXCEPTION - PRINT THE PREPARED DETAIL LINE UNDER *
036500*                           THE CURRENT EXCEPTION TYPE           *
036600*****************************************************************
036700 2800-PRINT-EXCEPTION.
036800     ADD 1 TO WS-EXCEPTIONS-FOUND.
036900     MOVE WS-EXCEPTION-TYPE TO DL-EXCEPTION.
037000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
037100 2800-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    3000-LIST-UNMAPPED-COUNTRIES - EVERY CITYTABLE COUNTRY THE  *
037500*                                   CONFORMANCE CHECK COULD NOT  *
037600*                                   COVER: NO REFERENCE ROW FOR  *
037700*                                   ITS ISO CODE, OR NOT ON THE  *
037800*                                   ISO LIST AT ALL              *
037900*****************************************************************
038000 3000-LIST-UNMAPPED-COUNTRIES.
038100     IF WS-COND-CODE NOT = ZERO
038200         GO TO 3000-EXIT
038300     END-IF.
038400     EXEC SQL
038500         DECLARE C30 CURSOR FOR
038600             SELECT T.COUNTRY, I.COUNTRY_CODE, COUNT(*)
038700                 FROM SAMPLE.CITYTABLE T
038800                 LEFT OUTER JOIN SAMPLE.ISOCOUNTRY I
038900                   ON I.COUNTRY_NAME = T.COUNTRY
039000                 LEFT OUTER JOIN SAMPLE.CTRYREGION R
039100                   ON R.COUNTRY_CODE = I.COUNTRY_CODE
039200                 WHERE R.COUNTRY_CODE IS NULL
039300                 GROUP BY T.COUNTRY, I.COUNTRY_CODE
039400                 ORDER BY T.COUNTRY
039500     END-EXEC.
039600     EXEC SQL
039700         OPEN C30
039800     END-EXEC.
039900     IF SQLCODE NOT = 0
040000         MOVE SQLCODE TO SQLCODE-PIC
040100         DISPLAY 'CITYRGCF: OPEN OF C30 FAILED, SQLCODE = '
040200             SQLCODE-PIC
040300         MOVE 12 TO WS-COND-CODE
040400         GO TO 3000-EXIT
040500     END-IF.
040600     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
040700     PERFORM 3100-FETCH-UNMAPPED-COUNTRY THRU 3100-EXIT.
040800     PERFORM 3200-PRINT-UNMAPPED-COUNTRY THRU 3200-EXIT
040900         UNTIL CURSOR-EOF-REACHED.
041000     EXEC SQL
041100         CLOSE C30
041200     END-EXEC.
041300 3000-EXIT.
041400     EXIT.
041500*****************************************************************
041600*    3100-FETCH-UNMAPPED-COUNTRY - FETCH THE NEXT COUNTRY WITH   *
041700*                                  NO REFERENCE REGION           *
041800*****************************************************************
041900 3100-FETCH-UNMAPPED-COUNTRY.
042000     EXEC SQL
042100         FETCH C30
042200             INTO :WS-COUNTRY-HOST,
042300                  :WS-COUNTRY-CODE-HOST :WS-CODE-NULL-IND,
042400                  :WS-CITY-COUNT-HOST
042500     END-EXEC.
042600     IF SQLCODE = 100
042700         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
042800     ELSE
042900         IF SQLCODE NOT = 0
043000             MOVE SQLCODE TO SQLCODE-PIC
043100             DISPLAY 'CITYRGCF: FETCH OF C30 FAILED, SQLCODE = '
043200                 SQLCODE-PIC
043300             MOVE 12 TO WS-COND-CODE
043400             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
043500         ELSE
043600             IF WS-CODE-NULL-IND < 0
043700                 MOVE SPACES TO WS-COUNTRY-CODE-HOST
043800             END-IF
043900         END-IF
044000     END-IF.
044100 3100-EXIT.
044200     EXIT.
044300*****************************************************************
044400*    3200-PRINT-UNMAPPED-COUNTRY - PRINT THE COUNTRY WITH THE    *
044500*                                  NUMBER OF ITS CITIES LEFT     *
044600*                                  UNCHECKED, THEN FETCH THE     *
044700*                                  NEXT ONE                      *
044800*****************************************************************
044900 3200-PRINT-UNMAPPED-COUNTRY.
045000     MOVE SPACES TO DETAIL-LINE.
045100     IF WS-COUNTRY-CODE-HOST = SPACES
045200         ADD 1 TO WS-NOT-ON-ISO-LIST
045300         MOVE 'NOT ON ISO LIST' TO WS-EXCEPTION-TYPE
045400     ELSE
045500         ADD 1 TO WS-NO-REFERENCE
045600         MOVE 'NO REFERENCE REGION' TO WS-EXCEPTION-TYPE
045700     END-IF.
045800     ADD WS-CITY-COUNT-HOST TO WS-UNCHECKED-CITIES.
045900     MOVE WS-COUNTRY-HOST TO DL-COUNTRY.
046000     MOVE WS-COUNTRY-CODE-HOST TO DL-COUNTRY-CODE.
046100     MOVE WS-CITY-COUNT-HOST TO DL-CITY-COUNT.
046200     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
046300     PERFORM 3100-FETCH-UNMAPPED-COUNTRY THRU 3100-EXIT.
046400 3200-EXIT.
046500     EXIT.
046600*****************************************************************
046700*    3500-LIST-ORPHAN-REFERENCES - EVERY REFERENCE ROW WHOSE ISO *
046800*                                  CODE IS NO LONGER ON          *
046900*                                  SAMPLE.ISOCOUNTRY, LEFT       *
047000*                                  BEHIND BY AN ISOLOAD REFRESH  *
047100*****************************************************************
047200 3500-LIST-ORPHAN-REFERENCES.
047300     IF WS-COND-CODE NOT = ZERO
047400         GO TO 3500-EXIT
047500     END-IF.
047600     EXEC SQL
047700         DECLARE C31 CURSOR FOR
047800             SELECT R.COUNTRY_CODE, R.REGION
047900                 FROM SAMPLE.CTRYREGION R
048000                 WHERE NOT EXISTS
048100                     (SELECT 1 FROM SAMPLE.ISOCOUNTRY I
048200                         WHERE I.COUNTRY_CODE = R.COUNTRY_CODE)
048300                 ORDER BY R.COUNTRY_CODE
048400     END-EXEC.
048500     EXEC SQL
048600         OPEN C31
048700     END-EXEC.
048800     IF SQLCODE NOT = 0
048900         MOVE SQLCODE TO SQLCODE-PIC
049000         DISPLAY 'CITYRGCF: OPEN OF C31 FAILED, SQLCODE = '
049100             SQLCODE-PIC
049200         MOVE 12 TO WS-COND-CODE
049300         GO TO 3500-EXIT
049400     END-IF.
049500     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
049600     PERFORM 3600-FETCH-ORPHAN-REFERENCE THRU 3600-EXIT.
049700     PERFORM 3700-PRINT-ORPHAN-REFERENCE THRU 3700-EXIT
049800         UNTIL CURSOR-EOF-REACHED.
049900     EXEC SQL
050000         CLOSE C31
050100     END-EXEC.
050200 3500-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    3600-FETCH-ORPHAN-REFERENCE - FETCH THE NEXT REFERENCE ROW  *
050600*                                  OFF THE ISO LIST              *
050700*****************************************************************
050800 3600-FETCH-ORPHAN-REFERENCE.
050900     EXEC SQL
051000         FETCH C31
051100             INTO :WS-COUNTRY-CODE-HOST, :WS-REF-REGION-HOST
051200     END-EXEC.
051300     IF SQLCODE = 100
051400         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
051500     ELSE
051600         IF SQLCODE NOT = 0
051700             MOVE SQLCODE TO SQLCODE-PIC
051800             DISPLAY 'CITYRGCF: FETCH OF C31 FAILED, SQLCODE = '
051900                 SQLCODE-PIC
052000             MOVE 12 TO WS-COND-CODE
052100             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
052200         END-IF
052300     END-IF.
052400 3600-EXIT.
052500     EXIT.
052600*****************************************************************
052700*    3700-PRINT-ORPHAN-REFERENCE - PRINT THE REFERENCE ROW, THEN *
052800*                                  FETCH THE NEXT ONE            *
052900*****************************************************************
053000 3700-PRINT-ORPHAN-REFERENCE.
053100     MOVE SPACES TO DETAIL-LINE.
053200     ADD 1 TO WS-ORPHAN-REFERENCE.
053300     MOVE 'CODE OFF ISO LIST' TO WS-EXCEPTION-TYPE.
053400     MOVE '(REFERENCE ROW ONLY)' TO DL-COUNTRY.
053500     MOVE WS-COUNTRY-CODE-HOST TO DL-COUNTRY-CODE.
053600     MOVE WS-REF-REGION-HOST TO DL-REF-REGION.
053700     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
053800     PERFORM 3600-FETCH-ORPHAN-REFERENCE THRU 3600-EXIT.
053900 3700-EXIT.
054000     EXIT.
054100*****************************************************************
054200*    4000-PRINT-SUMMARY - PRINT THE RUN COUNTS AT THE END OF THE *
054300*                         REPORT                                 *
054400*****************************************************************
054500 4000-PRINT-SUMMARY.
054600     IF WS-LINE-COUNT = ZERO
054700         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
054800     END-IF.
054900     MOVE 'CITYTABLE ROWS:' TO SL-LABEL.
055000     MOVE WS-TABLE-ROWS-HOST TO SL-COUNT.
055100     WRITE PRINT-RECORD FROM SUMMARY-LINE
055200         AFTER ADVANCING 2 LINES.
055300     MOVE 'UPDATES WRITTEN:' TO SL-LABEL.
055400     MOVE WS-UPDATES-WRITTEN TO SL-COUNT.
055500     WRITE PRINT-RECORD FROM SUMMARY-LINE
055600         AFTER ADVANCING 1 LINE.
055700     MOVE 'BLANK REGION:' TO SL-LABEL.
055800     MOVE WS-BLANK-REGION TO SL-COUNT.
055900     WRITE PRINT-RECORD FROM SUMMARY-LINE
056000         AFTER ADVANCING 1 LINE.
056100     MOVE 'WRONG REGION:' TO SL-LABEL.
056200     MOVE WS-WRONG-REGION TO SL-COUNT.
056300     WRITE PRINT-RECORD FROM SUMMARY-LINE
056400         AFTER ADVANCING 1 LINE.
056500     MOVE 'COUNTRIES WITH NO REFERENCE:' TO SL-LABEL.
056600     MOVE WS-NO-REFERENCE TO SL-COUNT.
056700     WRITE PRINT-RECORD FROM SUMMARY-LINE
056800         AFTER ADVANCING 1 LINE.
056900     MOVE 'COUNTRIES NOT ON ISO LIST:' TO SL-LABEL.
057000     MOVE WS-NOT-ON-ISO-LIST TO SL-COUNT.
057100     WRITE PRINT-RECORD FROM SUMMARY-LINE
057200         AFTER ADVANCING 1 LINE.
057300     MOVE 'CITIES NOT CHECKED:' TO SL-LABEL.
057400     MOVE WS-UNCHECKED-CITIES TO SL-COUNT.
057500     WRITE PRINT-RECORD FROM SUMMARY-LINE
057600         AFTER ADVANCING 1 LINE.
057700     MOVE 'REFERENCE CODES OFF ISO LIST:' TO SL-LABEL.
057800     MOVE WS-ORPHAN-REFERENCE TO SL-COUNT.
057900     WRITE PRINT-RECORD FROM SUMMARY-LINE
058000         AFTER ADVANCING 1 LINE.
058100 4000-EXIT.
058200     EXIT.
058300*****************************************************************
058400*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
058500*                        PAGE WHEN THE CURRENT ONE IS FULL       *
058600*****************************************************************
058700 5000-PRINT-DETAIL.
058800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
058900         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
059000     END-IF.
059100     IF WS-LINE-COUNT = ZERO
059200         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
059300     END-IF.
059400     WRITE PRINT-RECORD FROM DETAIL-LINE
059500         AFTER ADVANCING 1 LINE.
059600     ADD 1 TO WS-LINE-COUNT.
059700 5000-EXIT.
059800     EXIT.
059900*****************************************************************
060000*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
060100*                          HEADING LINES                         *
060200*****************************************************************
060300 5100-PRINT-HEADINGS.
060400     ADD 1 TO WS-PAGE-NUMBER.
060500     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
060600     WRITE PRINT-RECORD FROM HEADING-LINE-1
060700         AFTER ADVANCING PAGE.
060800     WRITE PRINT-RECORD FROM HEADING-LINE-2
060900         AFTER ADVANCING 2 LINES.
061000     MOVE 3 TO WS-LINE-COUNT.
061100 5100-EXIT.
061200     EXIT.
061300*****************************************************************
061400*    8000-TERMINATE - WRITE THE BATCH TRAILER, CLOSE THE FILES,  *
061500*                     DISPLAY THE COUNTS, AND SET CC 4 WHEN      *
061600*                     THERE ARE EXCEPTIONS. AFTER A FAILURE THE  *
061700*                     TRAILER IS LEFT OFF SO CITYAPPL REFUSES    *
061800*                     THE PARTIAL BATCH                          *
061900*****************************************************************
062000 8000-TERMINATE.
062100     IF WS-COND-CODE = ZERO
062200         MOVE SPACES TO CITY-BATCH-TRAILER
062300         MOVE 'T' TO CTT-RECORD-TYPE
062400         MOVE ZERO TO CTT-INSERT-COUNT
062500         MOVE WS-UPDATES-WRITTEN TO CTT-UPDATE-COUNT
062600         MOVE ZERO TO CTT-DELETE-COUNT
062700         MOVE WS-UPDATES-WRITTEN TO CTT-TOTAL-COUNT
062800         WRITE CITY-BATCH-TRAILER
062900     ELSE
063000         DISPLAY 'CITYRGCF: RUN FAILED, NO TRAILER WRITTEN TO '
063100             'TRANOUT'
063200     END-IF.
063300     CLOSE TRANSACTION-FILE.
063400     CLOSE PRINT-FILE.
063500     DISPLAY 'CITYRGCF: CITYTABLE ROWS      = '
063600         WS-TABLE-ROWS-HOST.
063700     DISPLAY 'CITYRGCF: UPDATES WRITTEN     = '
063800         WS-UPDATES-WRITTEN.
063900     DISPLAY 'CITYRGCF: EXCEPTIONS          = '
064000         WS-EXCEPTIONS-FOUND.
064100     IF WS-COND-CODE = ZERO AND WS-EXCEPTIONS-FOUND > ZERO
064200         MOVE 4 TO WS-COND-CODE
064300     END-IF.
064400     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
064500 8000-EXIT.
064600     EXIT.
064700*****************************************************************
064800*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
064900*                         TABLE                                  *
065000*****************************************************************
065100 9000-LOG-RUN-START.
065200     MOVE 'CITYRGCF' TO RP-PROGRAM-NAME.
065300     MOVE 'START' TO RP-PHASE.
065400     MOVE ZERO TO RP-RECORDS-IN.
065500     MOVE ZERO TO RP-RECORDS-OUT.
065600     MOVE ZERO TO RP-RECORDS-REJECTED.
065700     MOVE 'STARTED' TO RP-OUTCOME.
065800     MOVE ZERO TO RP-COND-CODE.
065900     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
066000 9000-EXIT.
066100     EXIT.
066200*****************************************************************
066300*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
066400*                       OUTCOME AND CONDITION CODE               *
066500*****************************************************************
066600 9100-LOG-RUN-END.
066700     MOVE 'CITYRGCF' TO RP-PROGRAM-NAME.
066800     MOVE 'END' TO RP-PHASE.
066900     MOVE WS-TABLE-ROWS-HOST TO RP-RECORDS-IN.
067000     MOVE WS-UPDATES-WRITTEN TO RP-RECORDS-OUT.
067100     MOVE WS-EXCEPTIONS-FOUND TO RP-RECORDS-REJECTED.
067200     EVALUATE WS-COND-CODE
067300         WHEN 0
067400             MOVE 'SUCCESS' TO RP-OUTCOME
067500         WHEN 4
067600             MOVE 'WARNING' TO RP-OUTCOME
067700         WHEN OTHER
067800             MOVE 'FAILURE' TO RP-OUTCOME
067900     END-EVALUATE.
068000     MOVE WS-COND-CODE TO RP-COND-CODE.
068100     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
068200 9100-EXIT.
068300     EXIT.
068400*****************************************************************
068500*    9999-EXIT - COMMON PROGRAM EXIT                             *
068600*****************************************************************
068700 9999-EXIT.
068800     MOVE WS-COND-CODE TO RETURN-CODE.
068900     STOP RUN.
