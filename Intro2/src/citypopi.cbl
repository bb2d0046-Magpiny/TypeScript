000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYPOPI                                     *
000400*  DESCRIPTION  :  LOADS A NATIONAL STATISTICS OFFICE           *
000500*                  POPULATION RELEASE (CITYCENS LAYOUT, DD      *
000600*                  STATIN). EACH ISO COUNTRY CODE IS            *
000700*                  TRANSLATED TO THE CITYTABLE COUNTRY NAME     *
000800*                  THROUGH THE ISO REFERENCE FILE AND THE CITY  *
000900*                  IS MATCHED TO SAMPLE.CITYTABLE (THROUGH      *
001000*                  SAMPLE.CITYALIAS WHEN THE OFFICE USES A      *
001100*                  FORMER OR ALTERNATE NAME). A CHANGED FIGURE  *
001200*                  WITHIN THE PARMFILE TOLERANCE IS WRITTEN AS  *
001300*                  A CITYTRN UPDATE TO TRANOUT, WRAPPED IN A    *
001400*                  BATCH HEADER AND TRAILER, FOR THE NEXT       *
001500*                  CITYAPPL RUN. A CHANGE BEYOND TOLERANCE, AN  *
001600*                  OFFICIAL CITY NOT ON CITYTABLE, AND A        *
001700*                  CITYTABLE CITY IN A RELEASED COUNTRY THAT    *
001800*                  THE RELEASE LEFT OUT ARE PRINTED ON THE      *
001900*                  EXCEPTIONS REPORT FOR THE DATA STEWARD.      *
002000*                  ENDS CC 4 WHEN THERE ARE ANY EXCEPTIONS.     *
002100*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002200*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002300*  DATE-WRITTEN :  2026-10-15                                   *
002400*                                                               *
002500*  MODIFICATION HISTORY                                         *
002600*  -------------------------------------------------------------*
002700*  DATE       INIT  DESCRIPTION                                 *
002800*  ---------- ----  ------------------------------------------- *
002900*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
002910*  2026-10-15 DLM   THE BATCH HEADER AND TRAILER WRITES TO      *
002920*                   TRANOUT ARE STATUS-CHECKED LIKE THE DETAILS *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.    CITYPOPI.
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
004500     SELECT ISO-REFERENCE-FILE ASSIGN TO ISOREF
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-ISOREF-STATUS.
004900     SELECT CENSUS-FILE ASSIGN TO STATIN
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-STATIN-STATUS.
005300     SELECT TRANSACTION-FILE ASSIGN TO TRANOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-TRANOUT-STATUS.
005700     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
005800     SELECT PRINT-FILE ASSIGN TO EXCPRPT
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-PRINT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARAMETER-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  PARAMETER-RECORD            PIC X(80).
006800 FD  ISO-REFERENCE-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY ISOCTRY.
007200 FD  CENSUS-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY CITYCENS.
007600 FD  TRANSACTION-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY CITYTRN.
008000 SD  SORT-WORK-FILE.
008100 01  SORT-RECORD.
008200     05  SR-COUNTRY              PIC X(32).
008300     05  SR-CITY                 PIC X(32).
008400 FD  PRINT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  PRINT-RECORD                PIC X(133).
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------------------
009000*    DB2 COMMUNICATION AREA
009100*-----------------------------------------------------------------
009200     EXEC SQL INCLUDE SQLCA END-EXEC.
009300*-----------------------------------------------------------------
009400*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-5 ARE THE *
009500*    TOLERANCE AS A PERCENTAGE WITH TWO DECIMALS (00500 = 5%,    *
009600*    BLANK = 5%), COLUMNS 7-14 THE BRANCH ID FOR THE BATCH       *
009700*    HEADER (BLANK = STATSOFF)                                   *
009800*-----------------------------------------------------------------
009900 01  WS-PARM-RECORD.
010000     05  WS-PARM-TOLERANCE       PIC X(05).
010100     05  WS-PARM-TOLERANCE-NUM   REDEFINES WS-PARM-TOLERANCE
010200                                 PIC 9(03)V99.
010300     05  FILLER                  PIC X(01).
010400     05  WS-PARM-BRANCH-ID       PIC X(08).
010500     05  FILLER                  PIC X(66).
010600 01  WS-TOLERANCE-PCT            PIC 9(03)V99 VALUE 5.
010700 01  WS-BRANCH-ID                PIC X(08)   VALUE 'STATSOFF'.
010800*-----------------------------------------------------------------
010900*    HOST VARIABLES
011000*-----------------------------------------------------------------
011100 01  WS-RUN-DATE                 PIC X(10).
011200 01  WS-CITY-HOST                PIC X(32).
011300 01  WS-COUNTRY-HOST             PIC X(32).
011400 01  WS-POPULATION-HOST          PIC S9(09) COMP.
011500 01  WS-CANON-CITY-HOST          PIC X(32).
011600 01  WS-CANON-COUNTRY-HOST       PIC X(32).
011700*-----------------------------------------------------------------
011800*    NULL INDICATORS -- ROWS FROM BEFORE THE POPULATION COLUMN   *
011900*    WAS ADDED CARRY NULL, TREATED AS NO FIGURE ON FILE          *
012000*-----------------------------------------------------------------
012100 77  WS-POPULATION-NULL-IND      PIC S9(04) COMP VALUE ZERO.
012200*-----------------------------------------------------------------
012300*    ISO REFERENCE TABLE -- LOADED ONCE FROM ISOREF. SEARCHED    *
012400*    SERIALLY BY CODE FOR EACH RELEASE RECORD, AND WITH SEARCH   *
012500*    ALL BY NAME FOR EACH CITYTABLE ROW. A COUNTRY IS FLAGGED AS *
012600*    SEEN WHEN THE RELEASE CARRIES AT LEAST ONE OF ITS CITIES    *
012700*-----------------------------------------------------------------
012800 01  WS-ISO-COUNTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
012900 01  ISO-COUNTRY-TABLE.
013000     05  ISO-COUNTRY-ENTRY OCCURS 1 TO 500 TIMES
013100             DEPENDING ON WS-ISO-COUNTRY-COUNT
013200             ASCENDING KEY IS ISO-TABLE-NAME
013300             INDEXED BY ISO-IDX.
013400         10  ISO-TABLE-NAME      PIC X(32).
013500         10  ISO-TABLE-CODE      PIC X(02).
013600         10  ISO-TABLE-SEEN      PIC X(01).
013700             88  COUNTRY-IN-RELEASE          VALUE 'Y'.
013800*-----------------------------------------------------------------
013900*    MATCH FIELDS
014000*-----------------------------------------------------------------
014100 01  WS-RELEASE-COUNTRY          PIC X(32).
014200 01  WS-TABLE-KEY.
014300     05  WS-TK-COUNTRY           PIC X(32).
014400     05  WS-TK-CITY              PIC X(32).
014500 01  WS-PCT-CHANGE               PIC S9(09)V99 COMP-3.
014600 01  WS-PCT-ABSOLUTE             PIC S9(09)V99 COMP-3.
014700 01  WS-EXCEPTION-TYPE           PIC X(20).
014800*-----------------------------------------------------------------
014900*    SWITCHES
015000*-----------------------------------------------------------------
015100 77  WS-ISOREF-EOF-SWITCH        PIC X(01)   VALUE 'N'.
015200     88  ISOREF-EOF-REACHED                  VALUE 'Y'.
015300 77  WS-STATIN-EOF-SWITCH        PIC X(01)   VALUE 'N'.
015400     88  STATIN-EOF-REACHED                  VALUE 'Y'.
015500 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
015600     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
015700 77  WS-SORT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
015800     88  SORT-EOF-REACHED                    VALUE 'Y'.
015900 77  WS-CITY-FOUND-SWITCH        PIC X(01)   VALUE 'N'.
016000     88  CITY-FOUND                          VALUE 'Y'.
016100     88  CITY-NOT-FOUND                      VALUE 'N'.
016200*-----------------------------------------------------------------
016300*    PAGE-CONTROL FIELDS AND COUNTERS
016400*-----------------------------------------------------------------
016500 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
016600 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
016700 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
016800 77  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
016900 77  WS-UPDATES-WRITTEN          PIC 9(09) COMP VALUE ZERO.
017000 77  WS-UNCHANGED                PIC 9(09) COMP VALUE ZERO.
017100 77  WS-ALIASES-TRANSLATED       PIC 9(09) COMP VALUE ZERO.
017200 77  WS-BEYOND-TOLERANCE         PIC 9(09) COMP VALUE ZERO.
017300 77  WS-NOT-ON-CITYTABLE         PIC 9(09) COMP VALUE ZERO.
017400 77  WS-UNKNOWN-ISO-CODE         PIC 9(09) COMP VALUE ZERO.
017500 77  WS-INVALID-POPULATION       PIC 9(09) COMP VALUE ZERO.
017600 77  WS-MISSING-FROM-RELEASE     PIC 9(09) COMP VALUE ZERO.
017700 77  WS-EXCEPTIONS-FOUND         PIC 9(09) COMP VALUE ZERO.
017800 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
017900 77  WS-ISOREF-STATUS            PIC X(02)   VALUE SPACES.
018000 77  WS-STATIN-STATUS            PIC X(02)   VALUE SPACES.
018100 77  WS-TRANOUT-STATUS           PIC X(02)   VALUE SPACES.
018200 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
018300 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
018400 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
018500*-----------------------------------------------------------------
018600*    RUN-CONTROL INTERFACE
018700*-----------------------------------------------------------------
018800 COPY CITYRUNP.
018900*-----------------------------------------------------------------
019000*    PRINT LINE LAYOUTS                                          *
019100*-----------------------------------------------------------------
019200 01  HEADING-LINE-1.
019300     05  FILLER                  PIC X(20)   VALUE
019400         'SAMPLE.CITYTABLE'.
019500     05  FILLER                  PIC X(40)   VALUE
019600         'POPULATION RELEASE EXCEPTIONS, RUN DATE '.
019700     05  HL1-RUN-DATE            PIC X(10).
019800     05  FILLER                  PIC X(13)   VALUE
019900         '   TOLERANCE '.
020000     05  HL1-TOLERANCE           PIC ZZ9.99.
020100     05  FILLER                  PIC X(06)   VALUE '%'.
020200     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
020300     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
020400 01  HEADING-LINE-2.
020500     05  FILLER                  PIC X(22)   VALUE 'EXCEPTION'.
020600     05  FILLER                  PIC X(34)   VALUE 'COUNTRY'.
020700     05  FILLER                  PIC X(34)   VALUE 'CITY'.
020800     05  FILLER                  PIC X(06)   VALUE 'YEAR'.
020900     05  FILLER                  PIC X(12)   VALUE '    STORED'.
021000     05  FILLER                  PIC X(12)   VALUE '  OFFICIAL'.
021100     05  FILLER                  PIC X(13)   VALUE
021200         '     CHANGE %'.
021300 01  DETAIL-LINE.
021400     05  DL-EXCEPTION            PIC X(20).
021500     05  FILLER                  PIC X(02)   VALUE SPACES.
021600     05  DL-COUNTRY              PIC X(32).
021700     05  FILLER                  PIC X(02)   VALUE SPACES.
021800     05  DL-CITY                 PIC X(32).
021900     05  FILLER                  PIC X(02)   VALUE SPACES.
022000     05  DL-CENSUS-YEAR          PIC X(04).
022100     05  FILLER                  PIC X(02)   VALUE SPACES.
022200     05  DL-STORED-POPULATION    PIC ZZ,ZZZ,ZZ9.
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  DL-OFFICIAL-POPULATION  PIC ZZ,ZZZ,ZZ9.
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  DL-PCT-CHANGE           PIC -(09)9.99.
022700 01  SUMMARY-LINE.
022800     05  SL-LABEL                PIC X(30).
022900     05  SL-COUNT                PIC ZZZZZZZZ9.
023000 PROCEDURE DIVISION.
023100*****************************************************************
023200*    0000-MAINLINE-CONTROL                                       *
023300*****************************************************************
023400 0000-MAINLINE-CONTROL.
023500     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023700     IF WS-COND-CODE NOT = ZERO
023800         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
023900         GO TO 9999-EXIT
024000     END-IF.
024100     SORT SORT-WORK-FILE
024200         ON ASCENDING KEY SR-COUNTRY SR-CITY
024300         INPUT PROCEDURE IS 2000-MATCH-RELEASE THRU
024400             2000-EXIT
024500         OUTPUT PROCEDURE IS 3000-FIND-MISSING-CITIES THRU
024600             3000-EXIT.
024700     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
024800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
024900     GO TO 9999-EXIT.
025000*****************************************************************
025100*    1000-INITIALIZE - READ THE TOLERANCE AND BRANCH ID, FIX THE *
025200*                      RUN DATE, LOAD THE ISO TABLE, OPEN THE    *
025300*                      FILES AND WRITE THE BATCH HEADER          *
025400*****************************************************************
025500 1000-INITIALIZE.
025600     OPEN INPUT PARAMETER-FILE.
025700     IF WS-PARMFILE-STATUS NOT = '00'
025800         DISPLAY 'CITYPOPI: OPEN OF PARMFILE FAILED, STATUS = '
025900             WS-PARMFILE-STATUS
026000         MOVE 8 TO WS-COND-CODE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     READ PARAMETER-FILE INTO WS-PARM-RECORD
026400         AT END
026500             MOVE SPACES TO WS-PARM-RECORD
026600     END-READ.
026700     CLOSE PARAMETER-FILE.
026800     IF WS-PARM-TOLERANCE NOT = SPACES
026900         IF WS-PARM-TOLERANCE-NUM NUMERIC
027000             MOVE WS-PARM-TOLERANCE-NUM TO WS-TOLERANCE-PCT
027100         ELSE
027200             DISPLAY 'CITYPOPI: TOLERANCE ' WS-PARM-TOLERANCE
027300                 ' IN PARMFILE IS NOT NUMERIC'
027400             MOVE 8 TO WS-COND-CODE
027500             GO TO 1000-EXIT
027600         END-IF
027700     END-IF.
027800     IF WS-PARM-BRANCH-ID NOT = SPACES
027900         MOVE WS-PARM-BRANCH-ID TO WS-BRANCH-ID
028000     END-IF.
028100     DISPLAY 'CITYPOPI: TOLERANCE PERCENT = ' WS-TOLERANCE-PCT.
028200     DISPLAY 'CITYPOPI: BATCH BRANCH ID   = ' WS-BRANCH-ID.
028300     EXEC SQL
028400         SELECT CHAR(CURRENT DATE, ISO)
028500             INTO :WS-RUN-DATE
028600             FROM SYSIBM.SYSDUMMY1
028700     END-EXEC.
028800     IF SQLCODE NOT = 0
028900         MOVE SQLCODE TO SQLCODE-PIC
029000         DISPLAY 'CITYPOPI: CURRENT DATE FAILED, SQLCODE = '
029100             SQLCODE-PIC
029200         MOVE 12 TO WS-COND-CODE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     OPEN INPUT ISO-REFERENCE-FILE.
029600     IF WS-ISOREF-STATUS NOT = '00'
029700         DISPLAY 'CITYPOPI: OPEN OF ISOREF FAILED, STATUS = '
029800             WS-ISOREF-STATUS
029900         MOVE 8 TO WS-COND-CODE
030000         GO TO 1000-EXIT
030100     END-IF.
030200     PERFORM 1100-LOAD-ISO-TABLE THRU 1100-EXIT
030300         UNTIL ISOREF-EOF-REACHED.
030400     CLOSE ISO-REFERENCE-FILE.
030500     OPEN INPUT CENSUS-FILE.
030600     IF WS-STATIN-STATUS NOT = '00'
030700         DISPLAY 'CITYPOPI: OPEN OF STATIN FAILED, STATUS = '
030800             WS-STATIN-STATUS
030900         MOVE 8 TO WS-COND-CODE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     OPEN OUTPUT TRANSACTION-FILE.
031300     IF WS-TRANOUT-STATUS NOT = '00'
031400         DISPLAY 'CITYPOPI: OPEN OF TRANOUT FAILED, STATUS = '
031500             WS-TRANOUT-STATUS
031600         MOVE 8 TO WS-COND-CODE
031700         GO TO 1000-EXIT
031800     END-IF.
031900     OPEN OUTPUT PRINT-FILE.
032000     IF WS-PRINT-STATUS NOT = '00'
032100         DISPLAY 'CITYPOPI: OPEN OF EXCPRPT FAILED, STATUS = '
032200             WS-PRINT-STATUS
032300         MOVE 8 TO WS-COND-CODE
032400         GO TO 1000-EXIT
032500     END-IF.
032600     MOVE SPACES TO CITY-BATCH-HEADER.
032700     MOVE 'H' TO CTH-RECORD-TYPE.
032800     MOVE WS-BRANCH-ID TO CTH-BRANCH-ID.
032900     MOVE WS-RUN-DATE TO CTH-BUSINESS-DATE.
033000     WRITE CITY-BATCH-HEADER.
033010     IF WS-TRANOUT-STATUS NOT = '00'
033020         DISPLAY 'CITYPOPI: WRITE TO TRANOUT FAILED, STATUS = '
033030             WS-TRANOUT-STATUS
033040         MOVE 8 TO WS-COND-CODE
033050         GO TO 1000-EXIT
033060     END-IF.
033100     MOVE WS-RUN-DATE TO HL1-RUN-DATE.
033200     MOVE WS-TOLERANCE-PCT TO HL1-TOLERANCE.
033300 1000-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    1100-LOAD-ISO-TABLE - READ ONE ISO REFERENCE RECORD INTO    *
033700*                          THE NEXT TABLE ENTRY                  *
033800*****************************************************************
033900 1100-LOAD-ISO-TABLE.
034000     READ ISO-REFERENCE-FILE
034100         AT END
034200             MOVE 'Y' TO WS-ISOREF-EOF-SWITCH
034300         NOT AT END
034400             IF WS-ISO-COUNTRY-COUNT < 500
034500                 ADD 1 TO WS-ISO-COUNTRY-COUNT
034600                 MOVE ISO-COUNTRY-NAME TO
034700                     ISO-TABLE-NAME(WS-ISO-COUNTRY-COUNT)
034800                 MOVE ISO-COUNTRY-CODE TO
034900                     ISO-TABLE-CODE(WS-ISO-COUNTRY-COUNT)
035000                 MOVE 'N' TO
035100                     ISO-TABLE-SEEN(WS-ISO-COUNTRY-COUNT)
035200             ELSE
035300                 DISPLAY 'CITYPOPI: ISO REFERENCE TABLE FULL AT '
035400                     '500 ENTRIES, REMAINING ROWS SKIPPED'
035500                 MOVE 'Y' TO WS-ISOREF-EOF-SWITCH
035600             END-IF
035700     END-READ.
035800 1100-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    2000-MATCH-RELEASE - SORT INPUT PROCEDURE. CHECKS EVERY     *
036200*                         RELEASE RECORD AND RELEASES THE        *
036300*                         COUNTRY/CITY KEY OF EACH ONE MATCHED   *
036400*                         TO CITYTABLE                           *
036500*****************************************************************
036600 2000-MATCH-RELEASE.
036700     PERFORM 2050-READ-CENSUS-RECORD THRU 2050-EXIT.
036800     PERFORM 2100-MATCH-ONE-CITY THRU 2100-EXIT
036900         UNTIL STATIN-EOF-REACHED.
037000 2000-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    2050-READ-CENSUS-RECORD - READ THE NEXT RELEASE RECORD      *
037400*****************************************************************
037500 2050-READ-CENSUS-RECORD.
037600     READ CENSUS-FILE
037700         AT END
037800             MOVE 'Y' TO WS-STATIN-EOF-SWITCH
037900         NOT AT END
038000             ADD 1 TO WS-RECORDS-READ
038100     END-READ.
038200 2050-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    2100-MATCH-ONE-CITY - CHECK THE CURRENT RELEASE RECORD AND  *
038600*                          READ THE NEXT ONE                     *
038700*****************************************************************
038800 2100-MATCH-ONE-CITY.
038900     PERFORM 2200-CHECK-CENSUS-RECORD THRU 2200-EXIT.
039000     IF WS-COND-CODE NOT = ZERO
039100         MOVE 'Y' TO WS-STATIN-EOF-SWITCH
039200     ELSE
039300         PERFORM 2050-READ-CENSUS-RECORD THRU 2050-EXIT
039400     END-IF.
039500 2100-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    2200-CHECK-CENSUS-RECORD - TRANSLATE THE ISO CODE, FIND THE *
039900*                               CITY ON CITYTABLE, AND COMPARE   *
040000*                               THE OFFICIAL FIGURE WITH THE     *
040100*                               STORED ONE                       *
040200*****************************************************************
040300 2200-CHECK-CENSUS-RECORD.
040400     MOVE SPACES TO DETAIL-LINE.
040500     MOVE CE-CITY TO DL-CITY.
040600     MOVE CE-CENSUS-YEAR TO DL-CENSUS-YEAR.
040700     PERFORM 2300-TRANSLATE-ISO-CODE THRU 2300-EXIT.
040800     IF WS-RELEASE-COUNTRY = SPACES
040900         ADD 1 TO WS-UNKNOWN-ISO-CODE
041000         MOVE 'UNKNOWN ISO CODE' TO WS-EXCEPTION-TYPE
041100         STRING 'ISO CODE ' DELIMITED BY SIZE
041200             CE-ISO-CODE DELIMITED BY SIZE
041300             INTO DL-COUNTRY
041400         END-STRING
041500         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
041600         GO TO 2200-EXIT
041700     END-IF.
041800     MOVE WS-RELEASE-COUNTRY TO DL-COUNTRY.
041900     IF CE-POPULATION NOT NUMERIC
042000         ADD 1 TO WS-INVALID-POPULATION
042100         MOVE 'INVALID POPULATION' TO WS-EXCEPTION-TYPE
042200         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
042300         GO TO 2200-EXIT
042400     END-IF.
042500     MOVE CE-POPULATION TO DL-OFFICIAL-POPULATION.
042600     MOVE CE-CITY TO WS-CITY-HOST.
042700     MOVE WS-RELEASE-COUNTRY TO WS-COUNTRY-HOST.
042800     PERFORM 2400-READ-CITYTABLE THRU 2400-EXIT.
042900     IF CITY-NOT-FOUND AND WS-COND-CODE = ZERO
043000         PERFORM 2500-RESOLVE-ALIAS THRU 2500-EXIT
043100     END-IF.
043200     IF WS-COND-CODE NOT = ZERO
043300         GO TO 2200-EXIT
043400     END-IF.
043500     IF CITY-NOT-FOUND
043600         ADD 1 TO WS-NOT-ON-CITYTABLE
043700         MOVE 'NOT ON CITYTABLE' TO WS-EXCEPTION-TYPE
043800         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
043900         GO TO 2200-EXIT
044000     END-IF.
044100     MOVE WS-COUNTRY-HOST TO SR-COUNTRY.
044200     MOVE WS-CITY-HOST TO SR-CITY.
044300     RELEASE SORT-RECORD.
044400     PERFORM 2600-COMPARE-POPULATION THRU 2600-EXIT.
044500 2200-EXIT.
044600     EXIT.
044700*****************************************************************
044800*    2300-TRANSLATE-ISO-CODE - FIND THE COUNTRY NAME FOR THE     *
044900*                              RELEASE'S ISO CODE AND FLAG THE   *
045000*                              COUNTRY AS IN THE RELEASE. THE    *
045100*                              TABLE IS IN NAME ORDER, SO THE    *
045200*                              CODE IS SEARCHED SERIALLY         *
045300*****************************************************************
045400 2300-TRANSLATE-ISO-CODE.
045500     MOVE SPACES TO WS-RELEASE-COUNTRY.
045600     SET ISO-IDX TO 1.
045700     SEARCH ISO-COUNTRY-ENTRY
045800         AT END
045900             CONTINUE
046000         WHEN ISO-TABLE-CODE(ISO-IDX) = CE-ISO-CODE
046100             MOVE ISO-TABLE-NAME(ISO-IDX) TO WS-RELEASE-COUNTRY
046200             MOVE 'Y' TO ISO-TABLE-SEEN(ISO-IDX)
046300     END-SEARCH.
046400 2300-EXIT.
046500     EXIT.
046600*****************************************************************
046700*    2400-READ-CITYTABLE - READ THE STORED POPULATION FOR THE    *
046800*                          CITY/COUNTRY IN THE HOST VARIABLES    *
046900*****************************************************************
047000 2400-READ-CITYTABLE.
047100     MOVE 'N' TO WS-CITY-FOUND-SWITCH.
047200     EXEC SQL
047300         SELECT POPULATION
047400             INTO :WS-POPULATION-HOST :WS-POPULATION-NULL-IND
047500             FROM SAMPLE.CITYTABLE
047600             WHERE CITY = :WS-CITY-HOST
047700               AND COUNTRY = :WS-COUNTRY-HOST
047800     END-EXEC.
047900     EVALUATE SQLCODE
048000         WHEN 0
048100             MOVE 'Y' TO WS-CITY-FOUND-SWITCH
048200             IF WS-POPULATION-NULL-IND < 0
048300                 MOVE ZERO TO WS-POPULATION-HOST
048400             END-IF
048500         WHEN 100
048600             CONTINUE
048700         WHEN OTHER
048800             MOVE SQLCODE TO SQLCODE-PIC
048900             DISPLAY 'CITYPOPI: SELECT FROM CITYTABLE FAILED, '
049000                 'SQLCODE = ' SQLCODE-PIC
049100             MOVE 12 TO WS-COND-CODE
049200     END-EVALUATE.
049300 2400-EXIT.
049400     EXIT.
049500*****************************************************************
049600*    2500-RESOLVE-ALIAS - A CITY THE OFFICE NAMES DIFFERENTLY    *
049700*                         FROM CITYTABLE IS LOOKED UP ON         *
049800*                         SAMPLE.CITYALIAS AND, IF FOUND, READ   *
049900*                         UNDER ITS CANONICAL NAME               *
050000*****************************************************************
050100 2500-RESOLVE-ALIAS.
050200     EXEC SQL
050300         SELECT CITY, COUNTRY
050400             INTO :WS-CANON-CITY-HOST, :WS-CANON-COUNTRY-HOST
050500             FROM SAMPLE.CITYALIAS
050600             WHERE ALIAS_CITY = :WS-CITY-HOST
050700               AND ALIAS_COUNTRY = :WS-COUNTRY-HOST
050800     END-EXEC.
050900     IF SQLCODE NOT = 0
051000         GO TO 2500-EXIT
051100     END-IF.
051200     MOVE WS-CANON-CITY-HOST TO WS-CITY-HOST.
051300     MOVE WS-CANON-COUNTRY-HOST TO WS-COUNTRY-HOST.
051400     PERFORM 2400-READ-CITYTABLE THRU 2400-EXIT.
051500     IF CITY-FOUND
051600         ADD 1 TO WS-ALIASES-TRANSLATED
051700         DISPLAY 'CITYPOPI: ' CE-CITY ' TRANSLATED TO '
051800             WS-CITY-HOST
051900     END-IF.
052000 2500-EXIT.
052100     EXIT.
052200*****************************************************************
052300*    2600-COMPARE-POPULATION - AN UNCHANGED FIGURE IS ONLY       *
052400*                              COUNTED. A CITY WITH NO STORED    *
052500*                              FIGURE, OR A CHANGE WITHIN THE    *
052600*                              TOLERANCE, GOES OUT AS AN UPDATE; *
052700*                              ANY LARGER CHANGE IS PRINTED AS   *
052800*                              AN EXCEPTION FOR THE STEWARD      *
052900*****************************************************************
053000 2600-COMPARE-POPULATION.
053100     IF WS-POPULATION-HOST = CE-POPULATION
053200         ADD 1 TO WS-UNCHANGED
053300         GO TO 2600-EXIT
053400     END-IF.
053500     IF WS-POPULATION-HOST = ZERO
053600         PERFORM 2700-WRITE-UPDATE THRU 2700-EXIT
053700         GO TO 2600-EXIT
053800     END-IF.
053900     COMPUTE WS-PCT-CHANGE ROUNDED =
054000         (CE-POPULATION - WS-POPULATION-HOST) * 100
054100             / WS-POPULATION-HOST
054200         ON SIZE ERROR
054300             MOVE 999999999.99 TO WS-PCT-CHANGE
054400     END-COMPUTE.
054500     IF WS-PCT-CHANGE < ZERO
054600         COMPUTE WS-PCT-ABSOLUTE = ZERO - WS-PCT-CHANGE
054700     ELSE
054800         MOVE WS-PCT-CHANGE TO WS-PCT-ABSOLUTE
054900     END-IF.
055000     IF WS-PCT-ABSOLUTE NOT > WS-TOLERANCE-PCT
055100         PERFORM 2700-WRITE-UPDATE THRU 2700-EXIT
055200     ELSE
055300         ADD 1 TO WS-BEYOND-TOLERANCE
055400         MOVE 'BEYOND TOLERANCE' TO WS-EXCEPTION-TYPE
055500         MOVE WS-POPULATION-HOST TO DL-STORED-POPULATION
055600         MOVE WS-PCT-CHANGE TO DL-PCT-CHANGE
055700         PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT
055800     END-IF.
055900 2600-EXIT.
056000     EXIT.
056100*****************************************************************
056200*    2700-WRITE-UPDATE - WRITE A CITYTRN UPDATE CARRYING ONLY    *
056300*                        THE NEW POPULATION FOR THE CITYTABLE    *
056400*                        ROW (NEW NAMES AND REGION LEFT BLANK =  *
056500*                        UNCHANGED)                              *
056600*****************************************************************
056700 2700-WRITE-UPDATE.
056800     MOVE SPACES TO CITY-TRANSACTION-RECORD.
056900     MOVE 'U' TO CT-ACTION.
057000     MOVE WS-CITY-HOST TO CT-CITY.
057100     MOVE WS-COUNTRY-HOST TO CT-COUNTRY.
057200     MOVE CE-POPULATION TO CT-POPULATION.
057300     WRITE CITY-TRANSACTION-RECORD.
057400     IF WS-TRANOUT-STATUS NOT = '00'
057500         DISPLAY 'CITYPOPI: WRITE TO TRANOUT FAILED, STATUS = '
057600             WS-TRANOUT-STATUS
057700         MOVE 8 TO WS-COND-CODE
057800         GO TO 2700-EXIT
057900     END-IF.
058000     ADD 1 TO WS-UPDATES-WRITTEN.
058100 2700-EXIT.
058200     EXIT.
058300*****************************************************************
058400*    2800-PRINT-EXCEPTION - PRINT THE PREPARED DETAIL LINE UNDER *
058500*                           THE CURRENT EXCEPTION TYPE           *
058600*****************************************************************
058700 2800-PRINT-EXCEPTION.
058800     ADD 1 TO WS-EXCEPTIONS-FOUND.
058900     MOVE WS-EXCEPTION-TYPE TO DL-EXCEPTION.
059000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
059100 2800-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    3000-FIND-MISSING-CITIES - SORT OUTPUT PROCEDURE. WALKS     *
059500*                               CITYTABLE IN COUNTRY/CITY ORDER  *
059600*                               AGAINST THE SORTED RELEASE KEYS  *
059700*                               AND PRINTS EVERY CITY OF A       *
059800*                               RELEASED COUNTRY THAT THE        *
059900*                               RELEASE DID NOT CARRY            *
060000*****************************************************************
060100 3000-FIND-MISSING-CITIES.
060200     IF WS-COND-CODE NOT = ZERO
060300         GO TO 3000-EXIT
060400     END-IF.
060500     EXEC SQL
060600         DECLARE C23 CURSOR FOR
060700             SELECT COUNTRY, CITY, POPULATION
060800                 FROM SAMPLE.CITYTABLE
060900                 ORDER BY COUNTRY, CITY
061000     END-EXEC.
061100     EXEC SQL
061200         OPEN C23
061300     END-EXEC.
061400     IF SQLCODE NOT = 0
061500         MOVE SQLCODE TO SQLCODE-PIC
061600         DISPLAY 'CITYPOPI: OPEN OF C23 FAILED, SQLCODE = '
061700             SQLCODE-PIC
061800         MOVE 12 TO WS-COND-CODE
061900         GO TO 3000-EXIT
062000     END-IF.
062100     MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
062200     PERFORM 3100-RETURN-RELEASE-KEY THRU 3100-EXIT.
062300     PERFORM 3200-FETCH-TABLE-CITY THRU 3200-EXIT.
062400     PERFORM 3300-CHECK-TABLE-CITY THRU 3300-EXIT
062500         UNTIL CURSOR-EOF-REACHED.
062600     EXEC SQL
062700         CLOSE C23
062800     END-EXEC.
062900 3000-EXIT.
063000     EXIT.
063100*****************************************************************
063200*    3100-RETURN-RELEASE-KEY - RETURN THE NEXT SORTED KEY        *
063300*****************************************************************
063400 3100-RETURN-RELEASE-KEY.
063500     RETURN SORT-WORK-FILE
063600         AT END
063700             MOVE 'Y' TO WS-SORT-EOF-SWITCH
063800     END-RETURN.
063900 3100-EXIT.
064000     EXIT.
064100*****************************************************************
064200*    3200-FETCH-TABLE-CITY - FETCH THE NEXT CITYTABLE ROW        *
064300*****************************************************************
064400 3200-FETCH-TABLE-CITY.
064500     EXEC SQL
064600         FETCH C23
064700             INTO :WS-TK-COUNTRY, :WS-TK-CITY,
064800                  :WS-POPULATION-HOST :WS-POPULATION-NULL-IND
064900     END-EXEC.
065000     IF SQLCODE = 100
065100         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
065200     ELSE
065300         IF SQLCODE NOT = 0
065400             MOVE SQLCODE TO SQLCODE-PIC
065500             DISPLAY 'CITYPOPI: FETCH OF C23 FAILED, SQLCODE = '
065600                 SQLCODE-PIC
065700             MOVE 12 TO WS-COND-CODE
065800             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
065900         ELSE
066000             IF WS-POPULATION-NULL-IND < 0
066100                 MOVE ZERO TO WS-POPULATION-HOST
066200             END-IF
066300         END-IF
066400     END-IF.
066500 3200-EXIT.
066600     EXIT.
066700*****************************************************************
066800*    3300-CHECK-TABLE-CITY - IF THE ROW'S COUNTRY IS IN THE      *
066900*                            RELEASE, LOOK FOR ITS KEY AMONG THE *
067000*                            RELEASE KEYS; THEN FETCH THE NEXT   *
067100*                            ROW                                 *
067200*****************************************************************
067300 3300-CHECK-TABLE-CITY.
067400     SEARCH ALL ISO-COUNTRY-ENTRY
067500         AT END
067600             CONTINUE
067700         WHEN ISO-TABLE-NAME(ISO-IDX) = WS-TK-COUNTRY
067800             IF COUNTRY-IN-RELEASE(ISO-IDX)
067900                 PERFORM 3400-MATCH-RELEASE-KEY THRU 3400-EXIT
068000             END-IF
068100     END-SEARCH.
068200     PERFORM 3200-FETCH-TABLE-CITY THRU 3200-EXIT.
068300 3300-EXIT.
068400     EXIT.
068500*****************************************************************
068600*    3400-MATCH-RELEASE-KEY - SKIP THE RELEASE KEYS THAT SORT    *
068700*                             BEFORE THE ROW; IF THE NEXT ONE IS *
068800*                             NOT THE ROW ITSELF THE RELEASE     *
068900*                             LEFT THE CITY OUT                  *
069000*****************************************************************
069100 3400-MATCH-RELEASE-KEY.
069200     PERFORM 3100-RETURN-RELEASE-KEY THRU 3100-EXIT
069300         UNTIL SORT-EOF-REACHED
069400            OR SORT-RECORD NOT < WS-TABLE-KEY.
069500     IF NOT SORT-EOF-REACHED
069600         IF SORT-RECORD = WS-TABLE-KEY
069700             GO TO 3400-EXIT
069800         END-IF
069900     END-IF.
070000     ADD 1 TO WS-MISSING-FROM-RELEASE.
070100     MOVE SPACES TO DETAIL-LINE.
070200     MOVE 'MISSING FROM RELEASE' TO WS-EXCEPTION-TYPE.
070300     MOVE WS-TK-COUNTRY TO DL-COUNTRY.
070400     MOVE WS-TK-CITY TO DL-CITY.
070500     MOVE WS-POPULATION-HOST TO DL-STORED-POPULATION.
070600     PERFORM 2800-PRINT-EXCEPTION THRU 2800-EXIT.
070700 3400-EXIT.
070800     EXIT.
070900*****************************************************************
071000*    4000-PRINT-SUMMARY - PRINT THE RUN COUNTS AT THE END OF THE *
071100*                         REPORT                                 *
071200*****************************************************************
071300 4000-PRINT-SUMMARY.
071400     IF WS-LINE-COUNT = ZERO
071500         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
071600     END-IF.
071700     MOVE 'RELEASE RECORDS READ:' TO SL-LABEL.
071800     MOVE WS-RECORDS-READ TO SL-COUNT.
071900     WRITE PRINT-RECORD FROM SUMMARY-LINE
072000         AFTER ADVANCING 2 LINES.
072100     MOVE 'UPDATES WRITTEN:' TO SL-LABEL.
072200     MOVE WS-UPDATES-WRITTEN TO SL-COUNT.
072300     WRITE PRINT-RECORD FROM SUMMARY-LINE
072400         AFTER ADVANCING 1 LINE.
072500     MOVE 'UNCHANGED:' TO SL-LABEL.
072600     MOVE WS-UNCHANGED TO SL-COUNT.
072700     WRITE PRINT-RECORD FROM SUMMARY-LINE
072800         AFTER ADVANCING 1 LINE.
072900     MOVE 'MATCHED THROUGH AN ALIAS:' TO SL-LABEL.
073000     MOVE WS-ALIASES-TRANSLATED TO SL-COUNT.
073100     WRITE PRINT-RECORD FROM SUMMARY-LINE
073200         AFTER ADVANCING 1 LINE.
073300     MOVE 'BEYOND TOLERANCE:' TO SL-LABEL.
073400     MOVE WS-BEYOND-TOLERANCE TO SL-COUNT.
073500     WRITE PRINT-RECORD FROM SUMMARY-LINE
073600         AFTER ADVANCING 1 LINE.
073700     MOVE 'NOT ON CITYTABLE:' TO SL-LABEL.
073800     MOVE WS-NOT-ON-CITYTABLE TO SL-COUNT.
073900     WRITE PRINT-RECORD FROM SUMMARY-LINE
074000         AFTER ADVANCING 1 LINE.
074100     MOVE 'UNKNOWN ISO CODE:' TO SL-LABEL.
074200     MOVE WS-UNKNOWN-ISO-CODE TO SL-COUNT.
074300     WRITE PRINT-RECORD FROM SUMMARY-LINE
074400         AFTER ADVANCING 1 LINE.
074500     MOVE 'INVALID POPULATION:' TO SL-LABEL.
074600     MOVE WS-INVALID-POPULATION TO SL-COUNT.
074700     WRITE PRINT-RECORD FROM SUMMARY-LINE
074800         AFTER ADVANCING 1 LINE.
074900     MOVE 'MISSING FROM RELEASE:' TO SL-LABEL.
075000     MOVE WS-MISSING-FROM-RELEASE TO SL-COUNT.
075100     WRITE PRINT-RECORD FROM SUMMARY-LINE
075200         AFTER ADVANCING 1 LINE.
075300 4000-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
075700*                        PAGE WHEN THE CURRENT ONE IS FULL       *
075800*****************************************************************
075900 5000-PRINT-DETAIL.
076000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
076100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
076200     END-IF.
076300     IF WS-LINE-COUNT = ZERO
076400         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
076500     END-IF.
076600     WRITE PRINT-RECORD FROM DETAIL-LINE
076700         AFTER ADVANCING 1 LINE.
076800     ADD 1 TO WS-LINE-COUNT.
076900 5000-EXIT.
077000     EXIT.
077100*****************************************************************
077200*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
077300*                          HEADING LINES                         *
077400*****************************************************************
077500 5100-PRINT-HEADINGS.
077600     ADD 1 TO WS-PAGE-NUMBER.
077700     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
077800     WRITE PRINT-RECORD FROM HEADING-LINE-1
077900         AFTER ADVANCING PAGE.
078000     WRITE PRINT-RECORD FROM HEADING-LINE-2
078100         AFTER ADVANCING 2 LINES.
078200     MOVE 3 TO WS-LINE-COUNT.
078300 5100-EXIT.
078400     EXIT.
078500*****************************************************************
078600*    8000-TERMINATE - WRITE THE BATCH TRAILER, CLOSE THE FILES,  *
078700*                     DISPLAY THE COUNTS, AND SET CC 4 WHEN      *
078800*                     THERE ARE EXCEPTIONS. AFTER A FAILURE THE  *
078900*                     TRAILER IS LEFT OFF SO CITYAPPL REFUSES    *
079000*                     THE PARTIAL BATCH                          *
079100*****************************************************************
079200 8000-TERMINATE.
079300     IF WS-COND-CODE = ZERO
079400         MOVE SPACES TO CITY-BATCH-TRAILER
079500         MOVE 'T' TO CTT-RECORD-TYPE
079600         MOVE ZERO TO CTT-INSERT-COUNT
079700         MOVE WS-UPDATES-WRITTEN TO CTT-UPDATE-COUNT
079800         MOVE ZERO TO CTT-DELETE-COUNT
079900         MOVE WS-UPDATES-WRITTEN TO CTT-TOTAL-COUNT
080000         WRITE CITY-BATCH-TRAILER
080010         IF WS-TRANOUT-STATUS NOT = '00'
080020             DISPLAY 'CITYPOPI: WRITE TO TRANOUT FAILED, '
080030                 'STATUS = ' WS-TRANOUT-STATUS
080040             MOVE 8 TO WS-COND-CODE
080050         END-IF
080100     ELSE
080200         DISPLAY 'CITYPOPI: RUN FAILED, NO TRAILER WRITTEN TO '
080300             'TRANOUT'
080400     END-IF.
080500     CLOSE CENSUS-FILE.
080600     CLOSE TRANSACTION-FILE.
080700     CLOSE PRINT-FILE.
080800     DISPLAY 'CITYPOPI: RELEASE RECORDS READ = '
080900         WS-RECORDS-READ.
081000     DISPLAY 'CITYPOPI: UPDATES WRITTEN      = '
081100         WS-UPDATES-WRITTEN.
081200     DISPLAY 'CITYPOPI: UNCHANGED            = '
081300         WS-UNCHANGED.
081400     DISPLAY 'CITYPOPI: EXCEPTIONS           = '
081500         WS-EXCEPTIONS-FOUND.
081600     IF WS-COND-CODE = ZERO AND WS-EXCEPTIONS-FOUND > ZERO
081700         MOVE 4 TO WS-COND-CODE
081800     END-IF.
081900     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
082000 8000-EXIT.
082100     EXIT.
082200*****************************************************************
082300*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
082400*                         TABLE                                  *
082500*****************************************************************
082600 9000-LOG-RUN-START.
082700     MOVE 'CITYPOPI' TO RP-PROGRAM-NAME.
082800     MOVE 'START' TO RP-PHASE.
082900     MOVE ZERO TO RP-RECORDS-IN.
083000     MOVE ZERO TO RP-RECORDS-OUT.
083100     MOVE ZERO TO RP-RECORDS-REJECTED.
083200     MOVE 'STARTED' TO RP-OUTCOME.
083300     MOVE ZERO TO RP-COND-CODE.
083400     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
083500 9000-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
083900*                       OUTCOME AND CONDITION CODE               *
084000*****************************************************************
084100 9100-LOG-RUN-END.
084200     MOVE 'CITYPOPI' TO RP-PROGRAM-NAME.
084300     MOVE 'END' TO RP-PHASE.
084400     MOVE WS-RECORDS-READ TO RP-RECORDS-IN.
084500     MOVE WS-UPDATES-WRITTEN TO RP-RECORDS-OUT.
084600     MOVE WS-EXCEPTIONS-FOUND TO RP-RECORDS-REJECTED.
084700     EVALUATE WS-COND-CODE
084800         WHEN 0
084900             MOVE 'SUCCESS' TO RP-OUTCOME
085000         WHEN 4
085100             MOVE 'WARNING' TO RP-OUTCOME
085200         WHEN OTHER
085300             MOVE 'FAILURE' TO RP-OUTCOME
085400     END-EVALUATE.
085500     MOVE WS-COND-CODE TO RP-COND-CODE.
085600     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
085700 9100-EXIT.
085800     EXIT.
085900*****************************************************************
086000*    9999-EXIT - COMMON PROGRAM EXIT                             *
086100*****************************************************************
086200 9999-EXIT.
086300     MOVE WS-COND-CODE TO RETURN-CODE.
086400     STOP RUN.
