000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYPXTR                                     *
000400*  DESCRIPTION  :  NIGHTLY PARTNER EXTRACTS. THE SUBSCRIBER     *
000500*                  CONTROL FILE (CITYSUBS LAYOUT) NAMES EACH    *
000600*                  PARTNER, ITS OUTPUT DD SLOT SUBOUT01 TO      *
000700*                  SUBOUT10, ITS FORMAT (FIXED, CSV OR JSON),   *
000800*                  ITS SCOPE (FULL = THE NIGHT'S CITYXTR        *
000900*                  UNLOAD, CHANGES = THE NIGHT'S CITYDIFF ADD/  *
001000*                  DELETE FEED) AND ITS REGION/COUNTRY FILTERS. *
001100*                  THE UNLOAD AND THE FEED ARE EACH READ ONCE   *
001200*                  AND EVERY RECORD IS OFFERED TO EVERY         *
001300*                  SUBSCRIBER OF THAT SCOPE. EACH DATASET OPENS *
001400*                  WITH A HEADER AND CLOSES WITH A TRAILER OF   *
001500*                  RECORD COUNT AND POPULATION TOTAL (CITYPXHT).*
001600*                  FIXED RECORDS ARE CITYREC (FULL) OR CITYDLT  *
001700*                  (CHANGES); CSV AND JSON ARE ONE LINE PER     *
001800*                  CITY. EVERY DELIVERY, SENT OR NOT, IS LOGGED *
001900*                  TO SAMPLE.CITYDELIVERY AND PRINTED ON        *
002000*                  DELVRPT, FOLLOWED BY THE LOG FOR THE LAST    *
002100*                  FEW DAYS. ENDS CC 4 WHEN A SUBSCRIBER WAS    *
002200*                  REJECTED OR NOT SENT, CC 8 ON AN INPUT OR    *
002300*                  CONTROL FILE FAILURE (NO TRAILERS ARE THEN   *
002400*                  WRITTEN), CC 12 ON A DB2 FAILURE.            *
002500*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002600*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002700*  DATE-WRITTEN :  2026-10-15                                   *
002800*                                                               *
002900*  MODIFICATION HISTORY                                         *
003000*  -------------------------------------------------------------*
003100*  DATE       INIT  DESCRIPTION                                 *
003200*  ---------- ----  ------------------------------------------- *
003300*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
003310*  2026-10-15 DLM   THE TRAILER TEST USES ITS OWN INPUT-FAILED  *
003320*                   SWITCH, SO A FAILED DELIVERY-LOG INSERT NO  *
003330*                   LONGER LEAVES LATER EXTRACTS UNTRAILERED    *
003340*  2026-10-15 DLM   THE REASON LINE PRINTS THE FULL REASON      *
003350*                   INSTEAD OF CUTTING IT TO THE PARTNER COLUMN *
003400*                                                               *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    CITYPXTR.
003800 AUTHOR.        D. L. MASON.
003900 INSTALLATION.  SAMPLE APPLICATIONS.
004000 DATE-WRITTEN.  2026-10-15.
004100 DATE-COMPILED. 2026-10-15.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-PARMFILE-STATUS.
004900     SELECT SUBSCRIBER-FILE ASSIGN TO SUBSCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-SUBSCTL-STATUS.
005300     SELECT CITY-UNLOAD-FILE ASSIGN TO CITYIN
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-CITYIN-STATUS.
005700     SELECT CHANGE-FEED-FILE ASSIGN TO CITYDLT
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-CITYDLT-STATUS.
006100     SELECT PARTNER-FILE-01 ASSIGN TO SUBOUT01
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-SUBOUT-STATUS.
006500     SELECT PARTNER-FILE-02 ASSIGN TO SUBOUT02
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-SUBOUT-STATUS.
006900     SELECT PARTNER-FILE-03 ASSIGN TO SUBOUT03
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-SUBOUT-STATUS.
007300     SELECT PARTNER-FILE-04 ASSIGN TO SUBOUT04
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-SUBOUT-STATUS.
007700     SELECT PARTNER-FILE-05 ASSIGN TO SUBOUT05
007800         ORGANIZATION IS SEQUENTIAL
007900         ACCESS MODE IS SEQUENTIAL
008000         FILE STATUS IS WS-SUBOUT-STATUS.
008100     SELECT PARTNER-FILE-06 ASSIGN TO SUBOUT06
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-SUBOUT-STATUS.
008500     SELECT PARTNER-FILE-07 ASSIGN TO SUBOUT07
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-SUBOUT-STATUS.
008900     SELECT PARTNER-FILE-08 ASSIGN TO SUBOUT08
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-SUBOUT-STATUS.
009300     SELECT PARTNER-FILE-09 ASSIGN TO SUBOUT09
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-SUBOUT-STATUS.
009700     SELECT PARTNER-FILE-10 ASSIGN TO SUBOUT10
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE IS SEQUENTIAL
010000         FILE STATUS IS WS-SUBOUT-STATUS.
010100     SELECT PRINT-FILE ASSIGN TO DELVRPT
010200         ORGANIZATION IS SEQUENTIAL
010300         ACCESS MODE IS SEQUENTIAL
010400         FILE STATUS IS WS-PRINT-STATUS.
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  PARAMETER-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  PARAMETER-RECORD            PIC X(80).
011100 FD  SUBSCRIBER-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 COPY CITYSUBS.
011500 FD  CITY-UNLOAD-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 COPY CITYREC.
011900 FD  CHANGE-FEED-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 COPY CITYDLT.
012300*-----------------------------------------------------------------
012400*    PARTNER DATASETS -- ONE PER DD SLOT, ALL RECFM=VB. A        *
012500*    RECORD IS WRITTEN AT THE LENGTH BUILT IN WS-OUT-LENGTH      *
012600*-----------------------------------------------------------------
012700 FD  PARTNER-FILE-01
012800     RECORDING MODE IS V
012900     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
013000         DEPENDING ON WS-OUT-LENGTH
013100     LABEL RECORDS ARE STANDARD.
013200 01  PARTNER-RECORD-01           PIC X(250).
013300 FD  PARTNER-FILE-02
013400     RECORDING MODE IS V
013500     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
013600         DEPENDING ON WS-OUT-LENGTH
013700     LABEL RECORDS ARE STANDARD.
013800 01  PARTNER-RECORD-02           PIC X(250).
013900 FD  PARTNER-FILE-03
014000     RECORDING MODE IS V
014100     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
014200         DEPENDING ON WS-OUT-LENGTH
014300     LABEL RECORDS ARE STANDARD.
014400 01  PARTNER-RECORD-03           PIC X(250).
014500 FD  PARTNER-FILE-04
014600     RECORDING MODE IS V
014700     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
014800         DEPENDING ON WS-OUT-LENGTH
014900     LABEL RECORDS ARE STANDARD.
015000 01  PARTNER-RECORD-04           PIC X(250).
015100 FD  PARTNER-FILE-05
015200     RECORDING MODE IS V
015300     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
015400         DEPENDING ON WS-OUT-LENGTH
015500     LABEL RECORDS ARE STANDARD.
015600 01  PARTNER-RECORD-05           PIC X(250).
015700 FD  PARTNER-FILE-06
015800     RECORDING MODE IS V
015900     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
016000         DEPENDING ON WS-OUT-LENGTH
016100     LABEL RECORDS ARE STANDARD.
016200 01  PARTNER-RECORD-06           PIC X(250).
016300 FD  PARTNER-FILE-07
016400     RECORDING MODE IS V
016500     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
016600         DEPENDING ON WS-OUT-LENGTH
016700     LABEL RECORDS ARE STANDARD.
016800 01  PARTNER-RECORD-07           PIC X(250).
016900 FD  PARTNER-FILE-08
017000     RECORDING MODE IS V
017100     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
017200         DEPENDING ON WS-OUT-LENGTH
017300     LABEL RECORDS ARE STANDARD.
017400 01  PARTNER-RECORD-08           PIC X(250).
017500 FD  PARTNER-FILE-09
017600     RECORDING MODE IS V
017700     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
017800         DEPENDING ON WS-OUT-LENGTH
017900     LABEL RECORDS ARE STANDARD.
018000 01  PARTNER-RECORD-09           PIC X(250).
018100 FD  PARTNER-FILE-10
018200     RECORDING MODE IS V
018300     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
018400         DEPENDING ON WS-OUT-LENGTH
018500     LABEL RECORDS ARE STANDARD.
018600 01  PARTNER-RECORD-10           PIC X(250).
018700 FD  PRINT-FILE
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 01  PRINT-RECORD                PIC X(133).
019100 WORKING-STORAGE SECTION.
019200*-----------------------------------------------------------------
019300*    DB2 COMMUNICATION AREA
019400*-----------------------------------------------------------------
019500     EXEC SQL INCLUDE SQLCA END-EXEC.
019600*-----------------------------------------------------------------
019700*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-3 ARE THE *
019800*    DAYS OF DELIVERY LOG TO LIST AFTER THE RUN (BLANK = 007)    *
019900*-----------------------------------------------------------------
020000 01  WS-PARM-RECORD.
020100     05  WS-PARM-HISTORY-DAYS    PIC X(03).
020200     05  WS-PARM-HISTORY-NUM     REDEFINES WS-PARM-HISTORY-DAYS
020300                                 PIC 9(03).
020400     05  FILLER                  PIC X(77).
020500 01  WS-HISTORY-DAYS             PIC S9(09) COMP VALUE 7.
020600*-----------------------------------------------------------------
020700*    SUBSCRIBERS AND THEIR FILTERS, LOADED ONCE FROM SUBSCTL.    *
020800*    A SUBSCRIBER'S FILTERS ARE THE ST-FILTER-COUNT ENTRIES OF   *
020900*    FILTER-TABLE STARTING AT ST-FIRST-FILTER                    *
021000*-----------------------------------------------------------------
021100 01  WS-SUBSCRIBER-COUNT         PIC S9(04) COMP VALUE ZERO.
021200 01  SUBSCRIBER-TABLE.
021300     05  SUBSCRIBER-ENTRY OCCURS 10 TIMES.
021400         10  ST-SUBSCRIBER-ID    PIC X(08).
021500         10  ST-PARTNER-NAME     PIC X(30).
021600         10  ST-OUTPUT-SLOT      PIC 9(02).
021700         10  ST-OUTPUT-DD        PIC X(08).
021800         10  ST-FORMAT           PIC X(05).
021900         10  ST-SCOPE            PIC X(07).
022000         10  ST-FIRST-FILTER     PIC S9(04) COMP.
022100         10  ST-FILTER-COUNT     PIC S9(04) COMP.
022200         10  ST-RECORD-COUNT     PIC S9(09) COMP.
022300         10  ST-POPULATION-TOTAL PIC S9(15) COMP-3.
022400         10  ST-STATUS           PIC X(01).
022500             88  ST-OPEN                     VALUE 'O'.
022600             88  ST-SENT                     VALUE 'S'.
022700             88  ST-FAILED                   VALUE 'F'.
022800             88  ST-REJECTED                 VALUE 'R'.
022900         10  ST-REASON           PIC X(40).
023000 01  WS-FILTER-COUNT             PIC S9(04) COMP VALUE ZERO.
023100 01  FILTER-TABLE.
023200     05  FILTER-ENTRY OCCURS 100 TIMES.
023300         10  FT-TYPE             PIC X(01).
023400             88  FT-REGION                   VALUE 'R'.
023500             88  FT-COUNTRY                  VALUE 'C'.
023600         10  FT-VALUE            PIC X(32).
023700 01  WS-SLOT-TABLE               VALUE SPACES.
023800     05  WS-SLOT-USED            PIC X(01)   OCCURS 10 TIMES.
023900 77  WS-SUB-IDX                  PIC S9(04) COMP VALUE ZERO.
024000 77  WS-FILTER-IDX               PIC S9(04) COMP VALUE ZERO.
024100 77  WS-FILTER-LAST              PIC S9(04) COMP VALUE ZERO.
024200 77  WS-CURRENT-SUB              PIC S9(04) COMP VALUE ZERO.
024300 77  WS-CURRENT-SLOT             PIC 9(02)   VALUE ZERO.
024400*-----------------------------------------------------------------
024500*    THE CITY BEING OFFERED TO THE SUBSCRIBERS
024600*-----------------------------------------------------------------
024700 01  WS-OFFER-RECORD.
024800     05  WS-OFFER-CHANGE         PIC X(06).
024900     05  WS-OFFER-CITY           PIC X(32).
025000     05  WS-OFFER-COUNTRY        PIC X(32).
025100     05  WS-OFFER-POPULATION     PIC 9(08).
025200     05  WS-OFFER-REGION         PIC X(08).
025300 01  WS-FIXED-IMAGE              PIC X(90).
025400 01  WS-FIXED-LENGTH             PIC 9(04) COMP VALUE ZERO.
025500*-----------------------------------------------------------------
025600*    OUTPUT RECORD UNDER CONSTRUCTION
025700*-----------------------------------------------------------------
025800 01  WS-OUT-RECORD               PIC X(250).
025900 01  WS-OUT-LENGTH               PIC 9(04) COMP VALUE ZERO.
026000 01  WS-OUT-POINTER              PIC S9(04) COMP VALUE ZERO.
026100 01  WS-NUMBER-EDIT              PIC Z(14)9.
026200 01  WS-NUMBER-LEADING           PIC S9(04) COMP VALUE ZERO.
026300 01  WS-NUMBER-START             PIC S9(04) COMP VALUE ZERO.
026400 01  WS-NUMBER-LENGTH            PIC S9(04) COMP VALUE ZERO.
026500 COPY CITYPXHT.
026600*-----------------------------------------------------------------
026700*    HOST VARIABLES
026800*-----------------------------------------------------------------
026900 01  WS-RUN-DATE                 PIC X(10).
027000 01  WS-HISTORY-FROM             PIC X(10).
027100 01  WS-LOG-ROW.
027200     05  WS-LOG-RUN-DATE         PIC X(10).
027300     05  WS-LOG-SUBSCRIBER-ID    PIC X(08).
027400     05  WS-LOG-PARTNER-NAME     PIC X(30).
027500     05  WS-LOG-OUTPUT-DD        PIC X(08).
027600     05  WS-LOG-FORMAT           PIC X(05).
027700     05  WS-LOG-SCOPE            PIC X(07).
027800     05  WS-LOG-RECORD-COUNT     PIC S9(09) COMP.
027900     05  WS-LOG-POPULATION-TOTAL PIC S9(15) COMP-3.
028000     05  WS-LOG-OUTCOME          PIC X(08).
028100     05  WS-LOG-REASON           PIC X(40).
028200     05  WS-LOG-DELIVERED-TS     PIC X(26).
028300*-----------------------------------------------------------------
028400*    SWITCHES
028500*-----------------------------------------------------------------
028600 77  WS-SUBSCTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
028700     88  SUBSCTL-EOF-REACHED                 VALUE 'Y'.
028800 77  WS-CITYIN-EOF-SWITCH        PIC X(01)   VALUE 'N'.
028900     88  CITYIN-EOF-REACHED                  VALUE 'Y'.
029000 77  WS-CITYDLT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
029100     88  CITYDLT-EOF-REACHED                 VALUE 'Y'.
029200 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
029300     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
029400 77  WS-FULL-WANTED-SWITCH       PIC X(01)   VALUE 'N'.
029500     88  FULL-WANTED                         VALUE 'Y'.
029600 77  WS-CHANGES-WANTED-SWITCH    PIC X(01)   VALUE 'N'.
029700     88  CHANGES-WANTED                      VALUE 'Y'.
029800 77  WS-FILTER-MATCH-SWITCH      PIC X(01)   VALUE 'N'.
029900     88  FILTER-MATCHED                      VALUE 'Y'.
030000 77  WS-PRINT-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
030100     88  PRINT-IS-OPEN                       VALUE 'Y'.
030120 77  WS-INPUT-FAILED-SWITCH      PIC X(01)   VALUE 'N'.
030140     88  INPUT-FAILED                        VALUE 'Y'.
030200*-----------------------------------------------------------------
030300*    PAGE-CONTROL FIELDS AND COUNTERS
030400*-----------------------------------------------------------------
030500 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
030600 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
030700 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
030800 77  WS-CONTROL-READ             PIC 9(09) COMP VALUE ZERO.
030900 77  WS-CONTROL-ERRORS           PIC 9(09) COMP VALUE ZERO.
031000 77  WS-UNLOAD-READ              PIC 9(09) COMP VALUE ZERO.
031100 77  WS-CHANGES-READ             PIC 9(09) COMP VALUE ZERO.
031200 77  WS-RECORDS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
031300 77  WS-SUBSCRIBERS-SENT         PIC 9(09) COMP VALUE ZERO.
031400 77  WS-SUBSCRIBERS-NOT-SENT     PIC 9(09) COMP VALUE ZERO.
031500 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
031600 77  WS-SUBSCTL-STATUS           PIC X(02)   VALUE SPACES.
031700 77  WS-CITYIN-STATUS            PIC X(02)   VALUE SPACES.
031800 77  WS-CITYDLT-STATUS           PIC X(02)   VALUE SPACES.
031900 77  WS-SUBOUT-STATUS            PIC X(02)   VALUE SPACES.
032000 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
032100 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
032200 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
032300*-----------------------------------------------------------------
032400*    RUN-CONTROL INTERFACE
032500*-----------------------------------------------------------------
032600 COPY CITYRUNP.
032700*-----------------------------------------------------------------
032800*    PRINT LINE LAYOUTS. EACH SECTION STARTS A NEW PAGE AND      *
032900*    MOVES ITS OWN COLUMN HEADINGS INTO HEADING-LINE-2           *
033000*-----------------------------------------------------------------
033100 01  HEADING-LINE-1.
033200     05  FILLER                  PIC X(20)   VALUE
033300         'SAMPLE.CITYTABLE'.
033400     05  FILLER                  PIC X(30)   VALUE
033500         'PARTNER EXTRACTS, RUN DATE '.
033600     05  HL1-RUN-DATE            PIC X(10).
033700     05  FILLER                  PIC X(05)   VALUE SPACES.
033800     05  HL1-SECTION             PIC X(40).
033900     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
034000     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
034100 01  HEADING-LINE-2              PIC X(133).
034200 01  DELIVERY-HEADING.
034300     05  FILLER                  PIC X(10)   VALUE 'SUBSCRIB'.
034400     05  FILLER                  PIC X(32)   VALUE 'PARTNER'.
034500     05  FILLER                  PIC X(10)   VALUE 'OUTPUT'.
034600     05  FILLER                  PIC X(15)   VALUE
034700         'FORMAT/SCOPE'.
034800     05  FILLER                  PIC X(42)   VALUE 'FILTER'.
034900     05  FILLER                  PIC X(13)   VALUE
035000         '    RECORDS'.
035100     05  FILLER                  PIC X(08)   VALUE 'OUTCOME'.
035200 01  HISTORY-HEADING.
035300     05  FILLER                  PIC X(12)   VALUE 'RUN DATE'.
035400     05  FILLER                  PIC X(10)   VALUE 'SUBSCRIB'.
035500     05  FILLER                  PIC X(32)   VALUE 'PARTNER'.
035600     05  FILLER                  PIC X(15)   VALUE
035700         'FORMAT/SCOPE'.
035800     05  FILLER                  PIC X(13)   VALUE
035900         '    RECORDS'.
036000     05  FILLER                  PIC X(10)   VALUE 'OUTCOME'.
036100     05  FILLER                  PIC X(26)   VALUE
036200         'DELIVERED AT'.
036300 01  DETAIL-LINE                 PIC X(133).
036400 01  DELIVERY-DETAIL-LINE        REDEFINES DETAIL-LINE.
036500     05  DL-SUBSCRIBER-ID        PIC X(08).
036600     05  FILLER                  PIC X(02).
036700     05  DL-PARTNER-NAME         PIC X(30).
036800     05  FILLER                  PIC X(02).
036900     05  DL-OUTPUT-DD            PIC X(08).
037000     05  FILLER                  PIC X(02).
037100     05  DL-FORMAT-SCOPE         PIC X(13).
037200     05  FILLER                  PIC X(02).
037300     05  DL-FILTER               PIC X(40).
037400     05  FILLER                  PIC X(02).
037500     05  DL-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
037600     05  FILLER                  PIC X(02).
037700     05  DL-OUTCOME              PIC X(08).
037800     05  FILLER                  PIC X(03).
037900 01  HISTORY-DETAIL-LINE         REDEFINES DETAIL-LINE.
038000     05  HD-RUN-DATE             PIC X(10).
038100     05  FILLER                  PIC X(02).
038200     05  HD-SUBSCRIBER-ID        PIC X(08).
038300     05  FILLER                  PIC X(02).
038400     05  HD-PARTNER-NAME         PIC X(30).
038500     05  FILLER                  PIC X(02).
038600     05  HD-FORMAT-SCOPE         PIC X(13).
038700     05  FILLER                  PIC X(02).
038800     05  HD-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
038900     05  FILLER                  PIC X(02).
039000     05  HD-OUTCOME              PIC X(08).
039100     05  FILLER                  PIC X(02).
039200     05  HD-DELIVERED-TS         PIC X(26).
039300     05  FILLER                  PIC X(15).
039320 01  REASON-DETAIL-LINE          REDEFINES DETAIL-LINE.
039340     05  FILLER                  PIC X(10).
039360     05  RL-REASON               PIC X(48).
039380     05  FILLER                  PIC X(75).
039400 01  SUMMARY-LINE.
039500     05  SL-LABEL                PIC X(30).
039600     05  SL-COUNT                PIC ZZZZZZZZ9.
039700 PROCEDURE DIVISION.
039800*****************************************************************
039900*    0000-MAINLINE-CONTROL                                       *
040000*****************************************************************
040100 0000-MAINLINE-CONTROL.
040200     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
040300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040400     IF WS-COND-CODE > 4
040500         PERFORM 8000-TERMINATE THRU 8000-EXIT
040600         GO TO 9999-EXIT
040700     END-IF.
040800     IF FULL-WANTED
040900         PERFORM 2000-EXTRACT-FULL THRU 2000-EXIT
041000     END-IF.
041100     IF CHANGES-WANTED AND WS-COND-CODE NOT > 4
041200         PERFORM 3000-EXTRACT-CHANGES THRU 3000-EXIT
041300     END-IF.
041400     PERFORM 4000-FINISH-DELIVERIES THRU 4000-EXIT.
041500     IF WS-COND-CODE NOT > 8
041600         PERFORM 4500-PRINT-DELIVERY-LOG THRU 4500-EXIT
041700     END-IF.
041800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
041900     GO TO 9999-EXIT.
042000*****************************************************************
042100*    1000-INITIALIZE - READ THE PARAMETER, FIX THE RUN DATE,     *
042200*                      LOAD THE SUBSCRIBERS, OPEN THE REPORT AND *
042300*                      OPEN AND HEAD EACH PARTNER DATASET        *
042400*****************************************************************
042500 1000-INITIALIZE.
042600     OPEN INPUT PARAMETER-FILE.
042700     IF WS-PARMFILE-STATUS NOT = '00'
042800         DISPLAY 'CITYPXTR: OPEN OF PARMFILE FAILED, STATUS = '
042900             WS-PARMFILE-STATUS
043000         MOVE 8 TO WS-COND-CODE
043100         GO TO 1000-EXIT
043200     END-IF.
043300     READ PARAMETER-FILE INTO WS-PARM-RECORD
043400         AT END
043500             MOVE SPACES TO WS-PARM-RECORD
043600     END-READ.
043700     CLOSE PARAMETER-FILE.
043800     IF WS-PARM-HISTORY-DAYS NOT = SPACES
043900         IF WS-PARM-HISTORY-NUM NUMERIC
044000             MOVE WS-PARM-HISTORY-NUM TO WS-HISTORY-DAYS
044100         ELSE
044200             DISPLAY 'CITYPXTR: HISTORY DAYS '
044300                 WS-PARM-HISTORY-DAYS
044400                 ' IN PARMFILE IS NOT NUMERIC'
044500             MOVE 8 TO WS-COND-CODE
044600             GO TO 1000-EXIT
044700         END-IF
044800     END-IF.
044900     EXEC SQL
045000         SELECT CHAR(CURRENT DATE, ISO),
045100                CHAR(CURRENT DATE - :WS-HISTORY-DAYS DAYS, ISO)
045200             INTO :WS-RUN-DATE, :WS-HISTORY-FROM
045300             FROM SYSIBM.SYSDUMMY1
045400     END-EXEC.
045500     IF SQLCODE NOT = 0
045600         MOVE SQLCODE TO SQLCODE-PIC
045700         DISPLAY 'CITYPXTR: CURRENT DATE FAILED, SQLCODE = '
045800             SQLCODE-PIC
045900         MOVE 12 TO WS-COND-CODE
046000         GO TO 1000-EXIT
046100     END-IF.
046200     MOVE WS-RUN-DATE TO HL1-RUN-DATE.
046300     OPEN OUTPUT PRINT-FILE.
046400     IF WS-PRINT-STATUS NOT = '00'
046500         DISPLAY 'CITYPXTR: OPEN OF DELVRPT FAILED, STATUS = '
046600             WS-PRINT-STATUS
046700         MOVE 8 TO WS-COND-CODE
046800         GO TO 1000-EXIT
046900     END-IF.
047000     MOVE 'Y' TO WS-PRINT-OPEN-SWITCH.
047100     OPEN INPUT SUBSCRIBER-FILE.
047200     IF WS-SUBSCTL-STATUS NOT = '00'
047300         DISPLAY 'CITYPXTR: OPEN OF SUBSCTL FAILED, STATUS = '
047400             WS-SUBSCTL-STATUS
047500         MOVE 8 TO WS-COND-CODE
047600         GO TO 1000-EXIT
047700     END-IF.
047800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
047900     PERFORM 1200-LOAD-CONTROL-RECORD THRU 1200-EXIT
048000         UNTIL SUBSCTL-EOF-REACHED.
048100     CLOSE SUBSCRIBER-FILE.
048200     IF WS-SUBSCRIBER-COUNT = ZERO
048300         DISPLAY 'CITYPXTR: NO SUBSCRIBERS ON SUBSCTL'
048400         MOVE 8 TO WS-COND-CODE
048500         GO TO 1000-EXIT
048600     END-IF.
048700     PERFORM 1500-OPEN-SUBSCRIBER THRU 1500-EXIT
048800         VARYING WS-SUB-IDX FROM 1 BY 1
048900         UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT.
049000 1000-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    1100-READ-CONTROL - READ THE NEXT SUBSCRIBER CONTROL RECORD *
049400*****************************************************************
049500 1100-READ-CONTROL.
049600     READ SUBSCRIBER-FILE
049700         AT END
049800             MOVE 'Y' TO WS-SUBSCTL-EOF-SWITCH
049900         NOT AT END
050000             ADD 1 TO WS-CONTROL-READ
050100     END-READ.
050200 1100-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    1200-LOAD-CONTROL-RECORD - FILE THE CURRENT CONTROL RECORD  *
050600*                               AND READ THE NEXT                *
050700*****************************************************************
050800 1200-LOAD-CONTROL-RECORD.
050900     EVALUATE TRUE
051000         WHEN SB-COMMENT
051100             CONTINUE
051200         WHEN SB-SUBSCRIBER
051300             PERFORM 1300-ADD-SUBSCRIBER THRU 1300-EXIT
051400         WHEN SB-FILTER
051500             PERFORM 1400-ADD-FILTER THRU 1400-EXIT
051600         WHEN OTHER
051700             DISPLAY 'CITYPXTR: CONTROL RECORD ' WS-CONTROL-READ
051800                 ' HAS AN UNKNOWN RECORD TYPE, IGNORED'
051900             ADD 1 TO WS-CONTROL-ERRORS
052000     END-EVALUATE.
052100     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
052200 1200-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    1300-ADD-SUBSCRIBER - CHECK AN 'S' RECORD AND ADD IT TO THE *
052600*                          TABLE. A SUBSCRIBER THAT FAILS A      *
052700*                          CHECK IS KEPT AS REJECTED SO THE LOG  *
052800*                          AND THE REPORT SHOW IT WAS NOT SENT   *
052900*****************************************************************
053000 1300-ADD-SUBSCRIBER.
053100     MOVE ZERO TO WS-CURRENT-SUB.
053200     IF WS-SUBSCRIBER-COUNT >= 10
053300         DISPLAY 'CITYPXTR: SUBSCRIBER ' SB-SUBSCRIBER-ID
053400             ' IGNORED, THE TABLE HOLDS 10'
053500         ADD 1 TO WS-CONTROL-ERRORS
053600         GO TO 1300-EXIT
053700     END-IF.
053800     ADD 1 TO WS-SUBSCRIBER-COUNT.
053900     MOVE WS-SUBSCRIBER-COUNT TO WS-CURRENT-SUB.
054000     MOVE SB-SUBSCRIBER-ID TO ST-SUBSCRIBER-ID(WS-CURRENT-SUB).
054100     MOVE SB-PARTNER-NAME TO ST-PARTNER-NAME(WS-CURRENT-SUB).
054200     MOVE SB-FORMAT TO ST-FORMAT(WS-CURRENT-SUB).
054300     MOVE SB-SCOPE TO ST-SCOPE(WS-CURRENT-SUB).
054400     MOVE ZERO TO ST-OUTPUT-SLOT(WS-CURRENT-SUB).
054500     MOVE SPACES TO ST-OUTPUT-DD(WS-CURRENT-SUB).
054600     COMPUTE ST-FIRST-FILTER(WS-CURRENT-SUB) =
054700         WS-FILTER-COUNT + 1.
054800     MOVE ZERO TO ST-FILTER-COUNT(WS-CURRENT-SUB).
054900     MOVE ZERO TO ST-RECORD-COUNT(WS-CURRENT-SUB).
055000     MOVE ZERO TO ST-POPULATION-TOTAL(WS-CURRENT-SUB).
055100     MOVE 'R' TO ST-STATUS(WS-CURRENT-SUB).
055200     MOVE SPACES TO ST-REASON(WS-CURRENT-SUB).
055300     IF SB-SUBSCRIBER-ID = SPACES
055400         MOVE 'NO SUBSCRIBER ID' TO ST-REASON(WS-CURRENT-SUB)
055500         GO TO 1300-EXIT
055600     END-IF.
055700     PERFORM 1350-CHECK-DUPLICATE-ID THRU 1350-EXIT
055800         VARYING WS-SUB-IDX FROM 1 BY 1
055900         UNTIL WS-SUB-IDX >= WS-CURRENT-SUB.
056000     IF ST-REASON(WS-CURRENT-SUB) NOT = SPACES
056100         GO TO 1300-EXIT
056200     END-IF.
056300     IF SB-OUTPUT-SLOT NOT NUMERIC
056400         MOVE 'OUTPUT SLOT NOT 01-10' TO ST-REASON(WS-CURRENT-SUB)
056500         GO TO 1300-EXIT
056600     END-IF.
056700     IF SB-OUTPUT-SLOT < 1 OR SB-OUTPUT-SLOT > 10
056800         MOVE 'OUTPUT SLOT NOT 01-10' TO ST-REASON(WS-CURRENT-SUB)
056900         GO TO 1300-EXIT
057000     END-IF.
057100     MOVE SB-OUTPUT-SLOT TO ST-OUTPUT-SLOT(WS-CURRENT-SUB).
057200     STRING 'SUBOUT' DELIMITED BY SIZE
057300         SB-OUTPUT-SLOT DELIMITED BY SIZE
057400         INTO ST-OUTPUT-DD(WS-CURRENT-SUB)
057500     END-STRING.
057600     IF WS-SLOT-USED(SB-OUTPUT-SLOT) = 'Y'
057700         MOVE 'OUTPUT SLOT ALREADY TAKEN'
057800             TO ST-REASON(WS-CURRENT-SUB)
057900         GO TO 1300-EXIT
058000     END-IF.
058100     IF NOT SB-FORMAT-FIXED AND NOT SB-FORMAT-CSV
058200        AND NOT SB-FORMAT-JSON
058300         MOVE 'FORMAT NOT FIXED, CSV OR JSON'
058400             TO ST-REASON(WS-CURRENT-SUB)
058500         GO TO 1300-EXIT
058600     END-IF.
058700     IF NOT SB-SCOPE-FULL AND NOT SB-SCOPE-CHANGES
058800         MOVE 'SCOPE NOT FULL OR CHANGES'
058900             TO ST-REASON(WS-CURRENT-SUB)
059000         GO TO 1300-EXIT
059100     END-IF.
059200     MOVE 'Y' TO WS-SLOT-USED(SB-OUTPUT-SLOT).
059300     MOVE SPACE TO ST-STATUS(WS-CURRENT-SUB).
059400 1300-EXIT.
059500     EXIT.
059600*****************************************************************
059700*    1350-CHECK-DUPLICATE-ID - REJECT A SECOND DEFINITION OF AN  *
059800*                              EARLIER SUBSCRIBER                *
059900*****************************************************************
060000 1350-CHECK-DUPLICATE-ID.
060100     IF ST-SUBSCRIBER-ID(WS-SUB-IDX) = SB-SUBSCRIBER-ID
060200         MOVE 'SUBSCRIBER ID DEFINED TWICE'
060300             TO ST-REASON(WS-CURRENT-SUB)
060400     END-IF.
060500 1350-EXIT.
060600     EXIT.
060700*****************************************************************
060800*    1400-ADD-FILTER - ADD AN 'F' RECORD TO THE FILTERS OF THE   *
060900*                      SUBSCRIBER IT FOLLOWS                     *
061000*****************************************************************
061100 1400-ADD-FILTER.
061200     IF WS-CURRENT-SUB = ZERO
061300         DISPLAY 'CITYPXTR: CONTROL RECORD ' WS-CONTROL-READ
061400             ' IS A FILTER WITH NO SUBSCRIBER BEFORE IT, IGNORED'
061500         ADD 1 TO WS-CONTROL-ERRORS
061600         GO TO 1400-EXIT
061700     END-IF.
061800     IF SB-SUBSCRIBER-ID NOT = ST-SUBSCRIBER-ID(WS-CURRENT-SUB)
061900         DISPLAY 'CITYPXTR: CONTROL RECORD ' WS-CONTROL-READ
062000             ' IS A FILTER FOR ' SB-SUBSCRIBER-ID
062100             ' UNDER SUBSCRIBER '
062200             ST-SUBSCRIBER-ID(WS-CURRENT-SUB) ', IGNORED'
062300         ADD 1 TO WS-CONTROL-ERRORS
062400         GO TO 1400-EXIT
062500     END-IF.
062600     IF (NOT SB-FILTER-REGION AND NOT SB-FILTER-COUNTRY)
062700        OR SB-FILTER-VALUE = SPACES
062800         MOVE 'INVALID FILTER RECORD' TO ST-REASON(WS-CURRENT-SUB)
062900         MOVE 'R' TO ST-STATUS(WS-CURRENT-SUB)
063000         GO TO 1400-EXIT
063100     END-IF.
063200     IF WS-FILTER-COUNT >= 100
063300         MOVE 'FILTER TABLE FULL AT 100'
063400             TO ST-REASON(WS-CURRENT-SUB)
063500         MOVE 'R' TO ST-STATUS(WS-CURRENT-SUB)
063600         GO TO 1400-EXIT
063700     END-IF.
063800     ADD 1 TO WS-FILTER-COUNT.
063900     MOVE SB-FILTER-TYPE TO FT-TYPE(WS-FILTER-COUNT).
064000     MOVE SB-FILTER-VALUE TO FT-VALUE(WS-FILTER-COUNT).
064100     ADD 1 TO ST-FILTER-COUNT(WS-CURRENT-SUB).
064200 1400-EXIT.
064300     EXIT.
064400*****************************************************************
064500*    1500-OPEN-SUBSCRIBER - OPEN A SUBSCRIBER'S DATASET AND      *
064600*                           WRITE ITS HEADER. A SLOT WITH NO DD  *
064700*                           IN THE JOB FAILS THAT SUBSCRIBER     *
064800*                           ONLY                                 *
064900*****************************************************************
065000 1500-OPEN-SUBSCRIBER.
065100     IF ST-REJECTED(WS-SUB-IDX)
065200         DISPLAY 'CITYPXTR: SUBSCRIBER '
065300             ST-SUBSCRIBER-ID(WS-SUB-IDX) ' REJECTED: '
065400             ST-REASON(WS-SUB-IDX)
065500         GO TO 1500-EXIT
065600     END-IF.
065700     MOVE ST-OUTPUT-SLOT(WS-SUB-IDX) TO WS-CURRENT-SLOT.
065800     PERFORM 6600-OPEN-OUTPUT THRU 6600-EXIT.
065900     IF WS-SUBOUT-STATUS NOT = '00'
066000         MOVE 'F' TO ST-STATUS(WS-SUB-IDX)
066100         STRING 'OPEN OF ' DELIMITED BY SIZE
066200             ST-OUTPUT-DD(WS-SUB-IDX) DELIMITED BY SIZE
066300             ' FAILED, STATUS ' DELIMITED BY SIZE
066400             WS-SUBOUT-STATUS DELIMITED BY SIZE
066500             INTO ST-REASON(WS-SUB-IDX)
066600         END-STRING
066700         DISPLAY 'CITYPXTR: SUBSCRIBER '
066800             ST-SUBSCRIBER-ID(WS-SUB-IDX) ' NOT SENT: '
066900             ST-REASON(WS-SUB-IDX)
067000         GO TO 1500-EXIT
067100     END-IF.
067200     MOVE 'O' TO ST-STATUS(WS-SUB-IDX).
067300     IF ST-SCOPE(WS-SUB-IDX) = 'FULL'
067400         MOVE 'Y' TO WS-FULL-WANTED-SWITCH
067500     ELSE
067600         MOVE 'Y' TO WS-CHANGES-WANTED-SWITCH
067700     END-IF.
067800     PERFORM 6100-FORMAT-HEADER THRU 6100-EXIT.
067900     PERFORM 6500-WRITE-OUTPUT THRU 6500-EXIT.
068000 1500-EXIT.
068100     EXIT.
068200*****************************************************************
068300*    2000-EXTRACT-FULL - OFFER EVERY UNLOAD RECORD TO THE FULL   *
068400*                        SUBSCRIBERS                             *
068500*****************************************************************
068600 2000-EXTRACT-FULL.
068700     OPEN INPUT CITY-UNLOAD-FILE.
068800     IF WS-CITYIN-STATUS NOT = '00'
068900         DISPLAY 'CITYPXTR: OPEN OF CITYIN FAILED, STATUS = '
069000             WS-CITYIN-STATUS
069100         MOVE 8 TO WS-COND-CODE
069150         MOVE 'Y' TO WS-INPUT-FAILED-SWITCH
069200         GO TO 2000-EXIT
069300     END-IF.
069400     PERFORM 2100-READ-UNLOAD THRU 2100-EXIT.
069500     PERFORM 2200-DISTRIBUTE-UNLOAD THRU 2200-EXIT
069600         UNTIL CITYIN-EOF-REACHED.
069700     CLOSE CITY-UNLOAD-FILE.
069800 2000-EXIT.
069900     EXIT.
070000*****************************************************************
070100*    2100-READ-UNLOAD - READ THE NEXT UNLOAD RECORD              *
070200*****************************************************************
070300 2100-READ-UNLOAD.
070400     READ CITY-UNLOAD-FILE
070500         AT END
070600             MOVE 'Y' TO WS-CITYIN-EOF-SWITCH
070700         NOT AT END
070800             ADD 1 TO WS-UNLOAD-READ
070900     END-READ.
071000 2100-EXIT.
071100     EXIT.
071200*****************************************************************
071300*    2200-DISTRIBUTE-UNLOAD - OFFER THE CURRENT UNLOAD RECORD TO *
071400*                             EACH FULL SUBSCRIBER AND READ THE  *
071500*                             NEXT                               *
071600*****************************************************************
071700 2200-DISTRIBUTE-UNLOAD.
071800     MOVE SPACES TO WS-OFFER-CHANGE.
071900     MOVE CU-CITY TO WS-OFFER-CITY.
072000     MOVE CU-COUNTRY TO WS-OFFER-COUNTRY.
072100     IF CU-POPULATION NUMERIC
072200         MOVE CU-POPULATION TO WS-OFFER-POPULATION
072300     ELSE
072400         MOVE ZERO TO WS-OFFER-POPULATION
072500     END-IF.
072600     MOVE CU-REGION TO WS-OFFER-REGION.
072700     MOVE CITY-UNLOAD-RECORD TO WS-FIXED-IMAGE.
072800     MOVE 80 TO WS-FIXED-LENGTH.
072900     PERFORM 2300-OFFER-RECORD THRU 2300-EXIT
073000         VARYING WS-SUB-IDX FROM 1 BY 1
073100         UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT.
073200     PERFORM 2100-READ-UNLOAD THRU 2100-EXIT.
073300 2200-EXIT.
073400     EXIT.
073500*****************************************************************
073600*    2300-OFFER-RECORD - WRITE THE OFFERED CITY TO ONE           *
073700*                        SUBSCRIBER WHEN IT IS STILL OPEN, TAKES *
073800*                        THIS SCOPE AND ONE OF ITS FILTERS       *
073900*                        MATCHES. SHARED BY BOTH SCOPES: THE     *
074000*                        CHANGE COLUMN IS BLANK FOR FULL         *
074100*****************************************************************
074200 2300-OFFER-RECORD.
074300     IF NOT ST-OPEN(WS-SUB-IDX)
074400         GO TO 2300-EXIT
074500     END-IF.
074600     IF WS-OFFER-CHANGE = SPACES
074700         IF ST-SCOPE(WS-SUB-IDX) NOT = 'FULL'
074800             GO TO 2300-EXIT
074900         END-IF
075000     ELSE
075100         IF ST-SCOPE(WS-SUB-IDX) NOT = 'CHANGES'
075200             GO TO 2300-EXIT
075300         END-IF
075400     END-IF.
075500     PERFORM 5500-CHECK-FILTERS THRU 5500-EXIT.
075600     IF NOT FILTER-MATCHED
075700         GO TO 2300-EXIT
075800     END-IF.
075900     PERFORM 6000-FORMAT-DATA-RECORD THRU 6000-EXIT.
076000     PERFORM 6500-WRITE-OUTPUT THRU 6500-EXIT.
076100     IF ST-OPEN(WS-SUB-IDX)
076200         ADD 1 TO ST-RECORD-COUNT(WS-SUB-IDX)
076300         ADD WS-OFFER-POPULATION
076400             TO ST-POPULATION-TOTAL(WS-SUB-IDX)
076500         ADD 1 TO WS-RECORDS-WRITTEN
076600     END-IF.
076700 2300-EXIT.
076800     EXIT.
076900*****************************************************************
077000*    3000-EXTRACT-CHANGES - OFFER EVERY CHANGE-FEED RECORD TO    *
077100*                           THE CHANGES SUBSCRIBERS              *
077200*****************************************************************
077300 3000-EXTRACT-CHANGES.
077400     OPEN INPUT CHANGE-FEED-FILE.
077500     IF WS-CITYDLT-STATUS NOT = '00'
077600         DISPLAY 'CITYPXTR: OPEN OF CITYDLT FAILED, STATUS = '
077700             WS-CITYDLT-STATUS
077800         MOVE 8 TO WS-COND-CODE
077850         MOVE 'Y' TO WS-INPUT-FAILED-SWITCH
077900         GO TO 3000-EXIT
078000     END-IF.
078100     PERFORM 3100-READ-CHANGE THRU 3100-EXIT.
078200     PERFORM 3200-DISTRIBUTE-CHANGE THRU 3200-EXIT
078300         UNTIL CITYDLT-EOF-REACHED.
078400     CLOSE CHANGE-FEED-FILE.
078500 3000-EXIT.
078600     EXIT.
078700*****************************************************************
078800*    3100-READ-CHANGE - READ THE NEXT CHANGE-FEED RECORD         *
078900*****************************************************************
079000 3100-READ-CHANGE.
079100     READ CHANGE-FEED-FILE
079200         AT END
079300             MOVE 'Y' TO WS-CITYDLT-EOF-SWITCH
079400         NOT AT END
079500             ADD 1 TO WS-CHANGES-READ
079600     END-READ.
079700 3100-EXIT.
079800     EXIT.
079900*****************************************************************
080000*    3200-DISTRIBUTE-CHANGE - OFFER THE CURRENT CHANGE TO EACH   *
080100*                             CHANGES SUBSCRIBER AND READ THE    *
080200*                             NEXT                               *
080300*****************************************************************
080400 3200-DISTRIBUTE-CHANGE.
080500     MOVE CF-CHANGE-TYPE TO WS-OFFER-CHANGE.
080600     MOVE CF-CITY TO WS-OFFER-CITY.
080700     MOVE CF-COUNTRY TO WS-OFFER-COUNTRY.
080800     IF CF-POPULATION NUMERIC
080900         MOVE CF-POPULATION TO WS-OFFER-POPULATION
081000     ELSE
081100         MOVE ZERO TO WS-OFFER-POPULATION
081200     END-IF.
081300     MOVE CF-REGION TO WS-OFFER-REGION.
081400     MOVE CHANGE-FEED-RECORD TO WS-FIXED-IMAGE.
081500     MOVE 90 TO WS-FIXED-LENGTH.
081600     PERFORM 2300-OFFER-RECORD THRU 2300-EXIT
081700         VARYING WS-SUB-IDX FROM 1 BY 1
081800         UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT.
081900     PERFORM 3100-READ-CHANGE THRU 3100-EXIT.
082000 3200-EXIT.
082100     EXIT.
082200*****************************************************************
082300*    4000-FINISH-DELIVERIES - TRAIL AND CLOSE EACH DATASET, LOG  *
082400*                             AND PRINT EVERY SUBSCRIBER, AND    *
082500*                             COMMIT THE LOG                     *
082600*****************************************************************
082700 4000-FINISH-DELIVERIES.
082800     MOVE 'DELIVERIES THIS RUN' TO HL1-SECTION.
082900     MOVE DELIVERY-HEADING TO HEADING-LINE-2.
083000     MOVE ZERO TO WS-LINE-COUNT.
083100     PERFORM 4100-FINISH-ONE-SUBSCRIBER THRU 4100-EXIT
083200         VARYING WS-SUB-IDX FROM 1 BY 1
083300         UNTIL WS-SUB-IDX > WS-SUBSCRIBER-COUNT.
083400     IF WS-COND-CODE = 12
083500         GO TO 4000-EXIT
083600     END-IF.
083700     EXEC SQL
083800         COMMIT WORK
083900     END-EXEC.
084000     IF SQLCODE NOT = 0
084100         MOVE SQLCODE TO SQLCODE-PIC
084200         DISPLAY 'CITYPXTR: COMMIT FAILED, SQLCODE = '
084300             SQLCODE-PIC
084400         MOVE 12 TO WS-COND-CODE
084500         GO TO 4000-EXIT
084600     END-IF.
084700     MOVE 'SUBSCRIBERS SENT:' TO SL-LABEL.
084800     MOVE WS-SUBSCRIBERS-SENT TO SL-COUNT.
084900     WRITE PRINT-RECORD FROM SUMMARY-LINE
085000         AFTER ADVANCING 2 LINES.
085100     MOVE 'SUBSCRIBERS NOT SENT:' TO SL-LABEL.
085200     MOVE WS-SUBSCRIBERS-NOT-SENT TO SL-COUNT.
085300     WRITE PRINT-RECORD FROM SUMMARY-LINE
085400         AFTER ADVANCING 1 LINE.
085500     MOVE 'CONTROL RECORDS IGNORED:' TO SL-LABEL.
085600     MOVE WS-CONTROL-ERRORS TO SL-COUNT.
085700     WRITE PRINT-RECORD FROM SUMMARY-LINE
085800         AFTER ADVANCING 1 LINE.
085900     ADD 4 TO WS-LINE-COUNT.
086000 4000-EXIT.
086100     EXIT.
086200*****************************************************************
086300*    4100-FINISH-ONE-SUBSCRIBER - AN OPEN DATASET GETS ITS       *
086350*                                 TRAILER ONLY WHEN THE INPUTS   *
086400*                                 WERE READ THROUGH; AFTER AN    *
086450*                                 INPUT FAILURE IT IS LEFT       *
086500*                                 WITHOUT ONE SO THE PARTNER     *
086550*                                 CAN TELL IT IS INCOMPLETE. A   *
086600*                                 LOG INSERT FAILURE ENDS THE    *
086650*                                 RUN CC 12 BUT DOES NOT AFFECT  *
086700*                                 THE TRAILERS                   *
086900*****************************************************************
087000 4100-FINISH-ONE-SUBSCRIBER.
087100     IF ST-OPEN(WS-SUB-IDX)
087200         IF NOT INPUT-FAILED
087300             PERFORM 6200-FORMAT-TRAILER THRU 6200-EXIT
087400             PERFORM 6500-WRITE-OUTPUT THRU 6500-EXIT
087500         ELSE
087600             MOVE 'F' TO ST-STATUS(WS-SUB-IDX)
087700             MOVE 'INPUT FAILED, NO TRAILER WRITTEN'
087800                 TO ST-REASON(WS-SUB-IDX)
087900         END-IF
088000         IF ST-OPEN(WS-SUB-IDX)
088100             MOVE 'S' TO ST-STATUS(WS-SUB-IDX)
088200         END-IF
088300         MOVE ST-OUTPUT-SLOT(WS-SUB-IDX) TO WS-CURRENT-SLOT
088400         PERFORM 6700-CLOSE-OUTPUT THRU 6700-EXIT
088500     END-IF.
088600     IF ST-SENT(WS-SUB-IDX)
088700         ADD 1 TO WS-SUBSCRIBERS-SENT
088800     ELSE
088900         ADD 1 TO WS-SUBSCRIBERS-NOT-SENT
089000     END-IF.
089100     IF WS-COND-CODE NOT = 12
089200         PERFORM 4200-LOG-DELIVERY THRU 4200-EXIT
089300     END-IF.
089400     PERFORM 4300-PRINT-DELIVERY THRU 4300-EXIT.
089500 4100-EXIT.
089600     EXIT.
089700*****************************************************************
089800*    4200-LOG-DELIVERY - RECORD THE SUBSCRIBER'S DELIVERY ON     *
089900*                        SAMPLE.CITYDELIVERY                     *
090000*****************************************************************
090100 4200-LOG-DELIVERY.
090200     MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
090300     MOVE ST-SUBSCRIBER-ID(WS-SUB-IDX) TO WS-LOG-SUBSCRIBER-ID.
090400     MOVE ST-PARTNER-NAME(WS-SUB-IDX) TO WS-LOG-PARTNER-NAME.
090500     MOVE ST-OUTPUT-DD(WS-SUB-IDX) TO WS-LOG-OUTPUT-DD.
090600     MOVE ST-FORMAT(WS-SUB-IDX) TO WS-LOG-FORMAT.
090700     MOVE ST-SCOPE(WS-SUB-IDX) TO WS-LOG-SCOPE.
090800     MOVE ST-RECORD-COUNT(WS-SUB-IDX) TO WS-LOG-RECORD-COUNT.
090900     MOVE ST-POPULATION-TOTAL(WS-SUB-IDX)
091000         TO WS-LOG-POPULATION-TOTAL.
091100     EVALUATE TRUE
091200         WHEN ST-SENT(WS-SUB-IDX)
091300             MOVE 'SENT' TO WS-LOG-OUTCOME
091400         WHEN ST-REJECTED(WS-SUB-IDX)
091500             MOVE 'REJECTED' TO WS-LOG-OUTCOME
091600         WHEN OTHER
091700             MOVE 'FAILED' TO WS-LOG-OUTCOME
091800     END-EVALUATE.
091900     MOVE ST-REASON(WS-SUB-IDX) TO WS-LOG-REASON.
092000     EXEC SQL
092100         INSERT INTO SAMPLE.CITYDELIVERY
092200             (RUN_DATE, SUBSCRIBER_ID, PARTNER_NAME, OUTPUT_DD,
092300              FORMAT, SCOPE, RECORD_COUNT, POPULATION_TOTAL,
092400              OUTCOME, REASON, DELIVERED_TS)
092500             VALUES (:WS-LOG-RUN-DATE, :WS-LOG-SUBSCRIBER-ID,
092600                     :WS-LOG-PARTNER-NAME, :WS-LOG-OUTPUT-DD,
092700                     :WS-LOG-FORMAT, :WS-LOG-SCOPE,
092800                     :WS-LOG-RECORD-COUNT,
092900                     :WS-LOG-POPULATION-TOTAL,
093000                     :WS-LOG-OUTCOME, :WS-LOG-REASON,
093100                     CURRENT TIMESTAMP)
093200     END-EXEC.
093300     IF SQLCODE NOT = 0
093400         MOVE SQLCODE TO SQLCODE-PIC
093500         DISPLAY 'CITYPXTR: INSERT INTO CITYDELIVERY FAILED, '
093600             'SQLCODE = ' SQLCODE-PIC
093700         MOVE 12 TO WS-COND-CODE
093800     END-IF.
093900 4200-EXIT.
094000     EXIT.
094100*****************************************************************
094200*    4300-PRINT-DELIVERY - ONE LINE PER SUBSCRIBER WITH ITS      *
094300*                          FIRST FILTER, A LINE FOR EACH FURTHER *
094400*                          FILTER, AND THE REASON WHEN IT WAS    *
094500*                          NOT SENT                              *
094600*****************************************************************
094700 4300-PRINT-DELIVERY.
094800     MOVE SPACES TO DETAIL-LINE.
094900     MOVE ST-SUBSCRIBER-ID(WS-SUB-IDX) TO DL-SUBSCRIBER-ID.
095000     MOVE ST-PARTNER-NAME(WS-SUB-IDX) TO DL-PARTNER-NAME.
095100     MOVE ST-OUTPUT-DD(WS-SUB-IDX) TO DL-OUTPUT-DD.
095200     STRING ST-FORMAT(WS-SUB-IDX) DELIMITED BY SPACE
095300         '/' DELIMITED BY SIZE
095400         ST-SCOPE(WS-SUB-IDX) DELIMITED BY SPACE
095500         INTO DL-FORMAT-SCOPE
095600     END-STRING.
095700     MOVE ST-RECORD-COUNT(WS-SUB-IDX) TO DL-RECORD-COUNT.
095800     EVALUATE TRUE
095900         WHEN ST-SENT(WS-SUB-IDX)
096000             MOVE 'SENT' TO DL-OUTCOME
096100         WHEN ST-REJECTED(WS-SUB-IDX)
096200             MOVE 'REJECTED' TO DL-OUTCOME
096300         WHEN OTHER
096400             MOVE 'FAILED' TO DL-OUTCOME
096500     END-EVALUATE.
096600     IF ST-FILTER-COUNT(WS-SUB-IDX) = ZERO
096700         MOVE 'ALL CITIES' TO DL-FILTER
096800         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
096900     ELSE
097000         COMPUTE WS-FILTER-LAST = ST-FIRST-FILTER(WS-SUB-IDX)
097100             + ST-FILTER-COUNT(WS-SUB-IDX) - 1
097200         PERFORM 4350-PRINT-FILTER THRU 4350-EXIT
097300             VARYING WS-FILTER-IDX
097400             FROM ST-FIRST-FILTER(WS-SUB-IDX) BY 1
097500             UNTIL WS-FILTER-IDX > WS-FILTER-LAST
097600     END-IF.
097700     IF ST-REASON(WS-SUB-IDX) NOT = SPACES
097800         MOVE SPACES TO DETAIL-LINE
097900         STRING 'REASON: ' DELIMITED BY SIZE
098000             ST-REASON(WS-SUB-IDX) DELIMITED BY SIZE
098100             INTO RL-REASON
098200         END-STRING
098300         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
098400     END-IF.
098500 4300-EXIT.
098600     EXIT.
098700*****************************************************************
098800*    4350-PRINT-FILTER - PRINT ONE FILTER, ON THE SUBSCRIBER'S   *
098900*                        OWN LINE FOR THE FIRST                  *
099000*****************************************************************
099100 4350-PRINT-FILTER.
099200     IF WS-FILTER-IDX > ST-FIRST-FILTER(WS-SUB-IDX)
099300         MOVE SPACES TO DETAIL-LINE
099400     END-IF.
099500     MOVE SPACES TO DL-FILTER.
099600     IF FT-REGION(WS-FILTER-IDX)
099700         STRING 'REGION  ' DELIMITED BY SIZE
099800             FT-VALUE(WS-FILTER-IDX) DELIMITED BY SIZE
099900             INTO DL-FILTER
100000         END-STRING
100100     ELSE
100200         STRING 'COUNTRY ' DELIMITED BY SIZE
100300             FT-VALUE(WS-FILTER-IDX) DELIMITED BY SIZE
100400             INTO DL-FILTER
100500         END-STRING
100600     END-IF.
100700     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
100800 4350-EXIT.
100900     EXIT.
101000*****************************************************************
101100*    4500-PRINT-DELIVERY-LOG - LIST SAMPLE.CITYDELIVERY FOR THE  *
101200*                              LAST FEW DAYS, THIS RUN INCLUDED, *
101300*                              BY SUBSCRIBER                     *
101400*****************************************************************
101500 4500-PRINT-DELIVERY-LOG.
101600     MOVE 'DELIVERY LOG SINCE' TO HL1-SECTION.
101700     MOVE WS-HISTORY-FROM TO HL1-SECTION(20:10).
101800     MOVE HISTORY-HEADING TO HEADING-LINE-2.
101900     MOVE ZERO TO WS-LINE-COUNT.
102000     EXEC SQL
102100         DECLARE C27 CURSOR FOR
102200             SELECT RUN_DATE, SUBSCRIBER_ID, PARTNER_NAME,
102300                    FORMAT, SCOPE, RECORD_COUNT, OUTCOME,
102400                    CHAR(DELIVERED_TS)
102500                 FROM SAMPLE.CITYDELIVERY
102600                 WHERE RUN_DATE >= :WS-HISTORY-FROM
102700                 ORDER BY SUBSCRIBER_ID, DELIVERED_TS
102800     END-EXEC.
102900     EXEC SQL
103000         OPEN C27
103100     END-EXEC.
103200     IF SQLCODE NOT = 0
103300         MOVE SQLCODE TO SQLCODE-PIC
103400         DISPLAY 'CITYPXTR: OPEN OF C27 FAILED, SQLCODE = '
103500             SQLCODE-PIC
103600         MOVE 12 TO WS-COND-CODE
103700         GO TO 4500-EXIT
103800     END-IF.
103900     PERFORM 4600-FETCH-LOG-ROW THRU 4600-EXIT.
104000     PERFORM 4700-PRINT-LOG-ROW THRU 4700-EXIT
104100         UNTIL CURSOR-EOF-REACHED.
104200     EXEC SQL
104300         CLOSE C27
104400     END-EXEC.
104500 4500-EXIT.
104600     EXIT.
104700*****************************************************************
104800*    4600-FETCH-LOG-ROW - FETCH THE NEXT DELIVERY LOG ROW        *
104900*****************************************************************
105000 4600-FETCH-LOG-ROW.
105100     EXEC SQL
105200         FETCH C27
105300             INTO :WS-LOG-RUN-DATE, :WS-LOG-SUBSCRIBER-ID,
105400                  :WS-LOG-PARTNER-NAME, :WS-LOG-FORMAT,
105500                  :WS-LOG-SCOPE, :WS-LOG-RECORD-COUNT,
105600                  :WS-LOG-OUTCOME, :WS-LOG-DELIVERED-TS
105700     END-EXEC.
105800     IF SQLCODE = 100
105900         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
106000     ELSE
106100         IF SQLCODE NOT = 0
106200             MOVE SQLCODE TO SQLCODE-PIC
106300             DISPLAY 'CITYPXTR: FETCH OF C27 FAILED, SQLCODE = '
106400                 SQLCODE-PIC
106500             MOVE 12 TO WS-COND-CODE
106600             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
106700         END-IF
106800     END-IF.
106900 4600-EXIT.
107000     EXIT.
107100*****************************************************************
107200*    4700-PRINT-LOG-ROW - PRINT ONE DELIVERY LOG ROW AND FETCH   *
107300*                         THE NEXT                               *
107400*****************************************************************
107500 4700-PRINT-LOG-ROW.
107600     MOVE SPACES TO DETAIL-LINE.
107700     MOVE WS-LOG-RUN-DATE TO HD-RUN-DATE.
107800     MOVE WS-LOG-SUBSCRIBER-ID TO HD-SUBSCRIBER-ID.
107900     MOVE WS-LOG-PARTNER-NAME TO HD-PARTNER-NAME.
108000     STRING WS-LOG-FORMAT DELIMITED BY SPACE
108100         '/' DELIMITED BY SIZE
108200         WS-LOG-SCOPE DELIMITED BY SPACE
108300         INTO HD-FORMAT-SCOPE
108400     END-STRING.
108500     MOVE WS-LOG-RECORD-COUNT TO HD-RECORD-COUNT.
108600     MOVE WS-LOG-OUTCOME TO HD-OUTCOME.
108700     MOVE WS-LOG-DELIVERED-TS TO HD-DELIVERED-TS.
108800     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
108900     PERFORM 4600-FETCH-LOG-ROW THRU 4600-EXIT.
109000 4700-EXIT.
109100     EXIT.
109200*****************************************************************
109300*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
109400*                        PAGE WHEN THE CURRENT ONE IS FULL       *
109500*****************************************************************
109600 5000-PRINT-DETAIL.
109700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
109800         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
109900     END-IF.
110000     IF WS-LINE-COUNT = ZERO
110100         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
110200     END-IF.
110300     WRITE PRINT-RECORD FROM DETAIL-LINE
110400         AFTER ADVANCING 1 LINE.
110500     ADD 1 TO WS-LINE-COUNT.
110600 5000-EXIT.
110700     EXIT.
110800*****************************************************************
110900*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
111000*                          HEADING LINES                         *
111100*****************************************************************
111200 5100-PRINT-HEADINGS.
111300     ADD 1 TO WS-PAGE-NUMBER.
111400     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
111500     WRITE PRINT-RECORD FROM HEADING-LINE-1
111600         AFTER ADVANCING PAGE.
111700     WRITE PRINT-RECORD FROM HEADING-LINE-2
111800         AFTER ADVANCING 2 LINES.
111900     MOVE 3 TO WS-LINE-COUNT.
112000 5100-EXIT.
112100     EXIT.
112200*****************************************************************
112300*    5500-CHECK-FILTERS - A SUBSCRIBER WITH NO FILTERS TAKES     *
112400*                         EVERY CITY; OTHERWISE THE CITY MUST    *
112500*                         MATCH ANY ONE OF ITS FILTERS           *
112600*****************************************************************
112700 5500-CHECK-FILTERS.
112800     IF ST-FILTER-COUNT(WS-SUB-IDX) = ZERO
112900         MOVE 'Y' TO WS-FILTER-MATCH-SWITCH
113000         GO TO 5500-EXIT
113100     END-IF.
113200     MOVE 'N' TO WS-FILTER-MATCH-SWITCH.
113300     COMPUTE WS-FILTER-LAST = ST-FIRST-FILTER(WS-SUB-IDX)
113400         + ST-FILTER-COUNT(WS-SUB-IDX) - 1.
113500     PERFORM 5550-CHECK-ONE-FILTER THRU 5550-EXIT
113600         VARYING WS-FILTER-IDX
113700         FROM ST-FIRST-FILTER(WS-SUB-IDX) BY 1
113800         UNTIL WS-FILTER-IDX > WS-FILTER-LAST
113900            OR FILTER-MATCHED.
114000 5500-EXIT.
114100     EXIT.
114200*****************************************************************
114300*    5550-CHECK-ONE-FILTER - COMPARE THE CITY WITH ONE FILTER    *
114400*****************************************************************
114500 5550-CHECK-ONE-FILTER.
114600     IF FT-REGION(WS-FILTER-IDX)
114700         IF WS-OFFER-REGION = FT-VALUE(WS-FILTER-IDX)
114800             MOVE 'Y' TO WS-FILTER-MATCH-SWITCH
114900         END-IF
115000     ELSE
115100         IF WS-OFFER-COUNTRY = FT-VALUE(WS-FILTER-IDX)
115200             MOVE 'Y' TO WS-FILTER-MATCH-SWITCH
115300         END-IF
115400     END-IF.
115500 5550-EXIT.
115600     EXIT.
115700*****************************************************************
115800*    6000-FORMAT-DATA-RECORD - BUILD THE OFFERED CITY IN THE     *
115900*                              SUBSCRIBER'S FORMAT. TEXT FIELDS  *
116000*                              ARE TRIMMED AT THE FIRST DOUBLE   *
116100*                              BLANK, AS IN CITYMQS              *
116200*****************************************************************
116300 6000-FORMAT-DATA-RECORD.
116400     MOVE SPACES TO WS-OUT-RECORD.
116500     MOVE 1 TO WS-OUT-POINTER.
116600     MOVE WS-OFFER-POPULATION TO WS-NUMBER-EDIT.
116700     PERFORM 6900-TRIM-NUMBER THRU 6900-EXIT.
116800     EVALUATE ST-FORMAT(WS-SUB-IDX)
116900         WHEN 'FIXED'
117000             MOVE WS-FIXED-IMAGE TO WS-OUT-RECORD
117100             COMPUTE WS-OUT-POINTER = WS-FIXED-LENGTH + 1
117200         WHEN 'CSV'
117300             IF WS-OFFER-CHANGE NOT = SPACES
117400                 STRING WS-OFFER-CHANGE DELIMITED BY SPACE
117500                     ',' DELIMITED BY SIZE
117600                     INTO WS-OUT-RECORD
117700                     WITH POINTER WS-OUT-POINTER
117800                 END-STRING
117900             END-IF
118000             STRING WS-OFFER-CITY DELIMITED BY '  '
118100                 ',' DELIMITED BY SIZE
118200                 WS-OFFER-COUNTRY DELIMITED BY '  '
118300                 ',' DELIMITED BY SIZE
118400                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
118500                     DELIMITED BY SIZE
118600                 ',' DELIMITED BY SIZE
118700                 WS-OFFER-REGION DELIMITED BY '  '
118800                 INTO WS-OUT-RECORD
118900                 WITH POINTER WS-OUT-POINTER
119000             END-STRING
119100         WHEN OTHER
119200             STRING '{"type":"city",' DELIMITED BY SIZE
119300                 INTO WS-OUT-RECORD
119400                 WITH POINTER WS-OUT-POINTER
119500             END-STRING
119600             IF WS-OFFER-CHANGE NOT = SPACES
119700                 STRING '"change":"' DELIMITED BY SIZE
119800                     WS-OFFER-CHANGE DELIMITED BY SPACE
119900                     '",' DELIMITED BY SIZE
120000                     INTO WS-OUT-RECORD
120100                     WITH POINTER WS-OUT-POINTER
120200                 END-STRING
120300             END-IF
120400             STRING '"city":"' DELIMITED BY SIZE
120500                 WS-OFFER-CITY DELIMITED BY '  '
120600                 '","country":"' DELIMITED BY SIZE
120700                 WS-OFFER-COUNTRY DELIMITED BY '  '
120800                 '","population":' DELIMITED BY SIZE
120900                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
121000                     DELIMITED BY SIZE
121100                 ',"region":"' DELIMITED BY SIZE
121200                 WS-OFFER-REGION DELIMITED BY '  '
121300                 '"}' DELIMITED BY SIZE
121400                 INTO WS-OUT-RECORD
121500                 WITH POINTER WS-OUT-POINTER
121600             END-STRING
121700     END-EVALUATE.
121800     COMPUTE WS-OUT-LENGTH = WS-OUT-POINTER - 1.
121900 6000-EXIT.
122000     EXIT.
122100*****************************************************************
122200*    6100-FORMAT-HEADER - BUILD THE SUBSCRIBER'S HEADER RECORD   *
122300*****************************************************************
122400 6100-FORMAT-HEADER.
122500     MOVE SPACES TO WS-OUT-RECORD.
122600     MOVE 1 TO WS-OUT-POINTER.
122700     EVALUATE ST-FORMAT(WS-SUB-IDX)
122800         WHEN 'FIXED'
122900             MOVE SPACES TO PARTNER-HEADER-RECORD
123000             MOVE 'HDR' TO PH-RECORD-TYPE
123100             MOVE ST-SUBSCRIBER-ID(WS-SUB-IDX)
123200                 TO PH-SUBSCRIBER-ID
123300             MOVE WS-RUN-DATE TO PH-RUN-DATE
123400             MOVE ST-FORMAT(WS-SUB-IDX) TO PH-FORMAT
123500             MOVE ST-SCOPE(WS-SUB-IDX) TO PH-SCOPE
123600             MOVE PARTNER-HEADER-RECORD TO WS-OUT-RECORD
123700             MOVE 81 TO WS-OUT-POINTER
123800         WHEN 'CSV'
123900             STRING 'HDR,' DELIMITED BY SIZE
124000                 ST-SUBSCRIBER-ID(WS-SUB-IDX) DELIMITED BY SPACE
124100                 ',' DELIMITED BY SIZE
124200                 WS-RUN-DATE DELIMITED BY SIZE
124300                 ',CSV,' DELIMITED BY SIZE
124400                 ST-SCOPE(WS-SUB-IDX) DELIMITED BY SPACE
124500                 INTO WS-OUT-RECORD
124600                 WITH POINTER WS-OUT-POINTER
124700             END-STRING
124800         WHEN OTHER
124900             STRING '{"type":"header","subscriber":"'
125000                     DELIMITED BY SIZE
125100                 ST-SUBSCRIBER-ID(WS-SUB-IDX) DELIMITED BY SPACE
125200                 '","runDate":"' DELIMITED BY SIZE
125300                 WS-RUN-DATE DELIMITED BY SIZE
125400                 '","format":"JSON","scope":"' DELIMITED BY SIZE
125500                 ST-SCOPE(WS-SUB-IDX) DELIMITED BY SPACE
125600                 '"}' DELIMITED BY SIZE
125700                 INTO WS-OUT-RECORD
125800                 WITH POINTER WS-OUT-POINTER
125900             END-STRING
126000     END-EVALUATE.
126100     COMPUTE WS-OUT-LENGTH = WS-OUT-POINTER - 1.
126200 6100-EXIT.
126300     EXIT.
126400*****************************************************************
126500*    6200-FORMAT-TRAILER - BUILD THE SUBSCRIBER'S TRAILER WITH   *
126600*                          ITS RECORD COUNT AND POPULATION TOTAL *
126700*****************************************************************
126800 6200-FORMAT-TRAILER.
126900     MOVE SPACES TO WS-OUT-RECORD.
127000     MOVE 1 TO WS-OUT-POINTER.
127100     EVALUATE ST-FORMAT(WS-SUB-IDX)
127200         WHEN 'FIXED'
127300             MOVE SPACES TO PARTNER-TRAILER-RECORD
127400             MOVE 'TRL' TO PT-RECORD-TYPE
127500             MOVE ST-SUBSCRIBER-ID(WS-SUB-IDX)
127600                 TO PT-SUBSCRIBER-ID
127700             MOVE ST-RECORD-COUNT(WS-SUB-IDX) TO PT-RECORD-COUNT
127800             MOVE ST-POPULATION-TOTAL(WS-SUB-IDX)
127900                 TO PT-POPULATION-TOTAL
128000             MOVE PARTNER-TRAILER-RECORD TO WS-OUT-RECORD
128100             MOVE 81 TO WS-OUT-POINTER
128200         WHEN 'CSV'
128300             STRING 'TRL,' DELIMITED BY SIZE
128400                 ST-SUBSCRIBER-ID(WS-SUB-IDX) DELIMITED BY SPACE
128500                 ',' DELIMITED BY SIZE
128600                 INTO WS-OUT-RECORD
128700                 WITH POINTER WS-OUT-POINTER
128800             END-STRING
128900             MOVE ST-RECORD-COUNT(WS-SUB-IDX) TO WS-NUMBER-EDIT
129000             PERFORM 6900-TRIM-NUMBER THRU 6900-EXIT
129100             STRING
129200                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
129300                     DELIMITED BY SIZE
129400                 ',' DELIMITED BY SIZE
129500                 INTO WS-OUT-RECORD
129600                 WITH POINTER WS-OUT-POINTER
129700             END-STRING
129800             MOVE ST-POPULATION-TOTAL(WS-SUB-IDX)
129900                 TO WS-NUMBER-EDIT
130000             PERFORM 6900-TRIM-NUMBER THRU 6900-EXIT
130100             STRING
130200                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
130300                     DELIMITED BY SIZE
130400                 INTO WS-OUT-RECORD
130500                 WITH POINTER WS-OUT-POINTER
130600             END-STRING
130700         WHEN OTHER
130800             STRING '{"type":"trailer","subscriber":"'
130900                     DELIMITED BY SIZE
131000                 ST-SUBSCRIBER-ID(WS-SUB-IDX) DELIMITED BY SPACE
131100                 '","records":' DELIMITED BY SIZE
131200                 INTO WS-OUT-RECORD
131300                 WITH POINTER WS-OUT-POINTER
131400             END-STRING
131500             MOVE ST-RECORD-COUNT(WS-SUB-IDX) TO WS-NUMBER-EDIT
131600             PERFORM 6900-TRIM-NUMBER THRU 6900-EXIT
131700             STRING
131800                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
131900                     DELIMITED BY SIZE
132000                 ',"populationTotal":' DELIMITED BY SIZE
132100                 INTO WS-OUT-RECORD
132200                 WITH POINTER WS-OUT-POINTER
132300             END-STRING
132400             MOVE ST-POPULATION-TOTAL(WS-SUB-IDX)
132500                 TO WS-NUMBER-EDIT
132600             PERFORM 6900-TRIM-NUMBER THRU 6900-EXIT
132700             STRING
132800                 WS-NUMBER-EDIT(WS-NUMBER-START:WS-NUMBER-LENGTH)
132900                     DELIMITED BY SIZE
133000                 '}' DELIMITED BY SIZE
133100                 INTO WS-OUT-RECORD
133200                 WITH POINTER WS-OUT-POINTER
133300             END-STRING
133400     END-EVALUATE.
133500     COMPUTE WS-OUT-LENGTH = WS-OUT-POINTER - 1.
133600 6200-EXIT.
133700     EXIT.
133800*****************************************************************
133900*    6500-WRITE-OUTPUT - WRITE THE BUILT RECORD TO THE CURRENT   *
134000*                        SUBSCRIBER'S DATASET. A FAILED WRITE    *
134100*                        CLOSES THAT DATASET AND FAILS THAT      *
134200*                        SUBSCRIBER ONLY                         *
134300*****************************************************************
134400 6500-WRITE-OUTPUT.
134500     MOVE ST-OUTPUT-SLOT(WS-SUB-IDX) TO WS-CURRENT-SLOT.
134600     EVALUATE WS-CURRENT-SLOT
134700         WHEN 1
134800             WRITE PARTNER-RECORD-01 FROM WS-OUT-RECORD
134900         WHEN 2
135000             WRITE PARTNER-RECORD-02 FROM WS-OUT-RECORD
135100         WHEN 3
135200             WRITE PARTNER-RECORD-03 FROM WS-OUT-RECORD
135300         WHEN 4
135400             WRITE PARTNER-RECORD-04 FROM WS-OUT-RECORD
135500         WHEN 5
135600             WRITE PARTNER-RECORD-05 FROM WS-OUT-RECORD
135700         WHEN 6
135800             WRITE PARTNER-RECORD-06 FROM WS-OUT-RECORD
135900         WHEN 7
136000             WRITE PARTNER-RECORD-07 FROM WS-OUT-RECORD
136100         WHEN 8
136200             WRITE PARTNER-RECORD-08 FROM WS-OUT-RECORD
136300         WHEN 9
136400             WRITE PARTNER-RECORD-09 FROM WS-OUT-RECORD
136500         WHEN 10
136600             WRITE PARTNER-RECORD-10 FROM WS-OUT-RECORD
136700     END-EVALUATE.
136800     IF WS-SUBOUT-STATUS NOT = '00'
136900         MOVE 'F' TO ST-STATUS(WS-SUB-IDX)
137000         MOVE SPACES TO ST-REASON(WS-SUB-IDX)
137100         STRING 'WRITE TO ' DELIMITED BY SIZE
137200             ST-OUTPUT-DD(WS-SUB-IDX) DELIMITED BY SIZE
137300             ' FAILED, STATUS ' DELIMITED BY SIZE
137400             WS-SUBOUT-STATUS DELIMITED BY SIZE
137500             INTO ST-REASON(WS-SUB-IDX)
137600         END-STRING
137700         DISPLAY 'CITYPXTR: SUBSCRIBER '
137800             ST-SUBSCRIBER-ID(WS-SUB-IDX) ' NOT SENT: '
137900             ST-REASON(WS-SUB-IDX)
138000         PERFORM 6700-CLOSE-OUTPUT THRU 6700-EXIT
138100     END-IF.
138200 6500-EXIT.
138300     EXIT.
138400*****************************************************************
138500*    6600-OPEN-OUTPUT - OPEN THE DATASET IN SLOT WS-CURRENT-SLOT *
138600*****************************************************************
138700 6600-OPEN-OUTPUT.
138800     EVALUATE WS-CURRENT-SLOT
138900         WHEN 1
139000             OPEN OUTPUT PARTNER-FILE-01
139100         WHEN 2
139200             OPEN OUTPUT PARTNER-FILE-02
139300         WHEN 3
139400             OPEN OUTPUT PARTNER-FILE-03
139500         WHEN 4
139600             OPEN OUTPUT PARTNER-FILE-04
139700         WHEN 5
139800             OPEN OUTPUT PARTNER-FILE-05
139900         WHEN 6
140000             OPEN OUTPUT PARTNER-FILE-06
140100         WHEN 7
140200             OPEN OUTPUT PARTNER-FILE-07
140300         WHEN 8
140400             OPEN OUTPUT PARTNER-FILE-08
140500         WHEN 9
140600             OPEN OUTPUT PARTNER-FILE-09
140700         WHEN 10
140800             OPEN OUTPUT PARTNER-FILE-10
140900     END-EVALUATE.
141000 6600-EXIT.
141100     EXIT.
141200*****************************************************************
141300*    6700-CLOSE-OUTPUT - CLOSE THE DATASET IN SLOT               *
141400*                        WS-CURRENT-SLOT                         *
141500*****************************************************************
141600 6700-CLOSE-OUTPUT.
141700     EVALUATE WS-CURRENT-SLOT
141800         WHEN 1
141900             CLOSE PARTNER-FILE-01
142000         WHEN 2
142100             CLOSE PARTNER-FILE-02
142200         WHEN 3
142300             CLOSE PARTNER-FILE-03
142400         WHEN 4
142500             CLOSE PARTNER-FILE-04
142600         WHEN 5
142700             CLOSE PARTNER-FILE-05
142800         WHEN 6
142900             CLOSE PARTNER-FILE-06
143000         WHEN 7
143100             CLOSE PARTNER-FILE-07
143200         WHEN 8
143300             CLOSE PARTNER-FILE-08
143400         WHEN 9
143500             CLOSE PARTNER-FILE-09
143600         WHEN 10
143700             CLOSE PARTNER-FILE-10
143800     END-EVALUATE.
143900 6700-EXIT.
144000     EXIT.
144100*****************************************************************
144200*    6900-TRIM-NUMBER - LOCATE THE DIGITS OF WS-NUMBER-EDIT      *
144300*                       WITHOUT ITS LEADING BLANKS               *
144400*****************************************************************
144500 6900-TRIM-NUMBER.
144600     MOVE ZERO TO WS-NUMBER-LEADING.
144700     INSPECT WS-NUMBER-EDIT
144800         TALLYING WS-NUMBER-LEADING FOR LEADING SPACES.
144900     COMPUTE WS-NUMBER-START = WS-NUMBER-LEADING + 1.
145000     COMPUTE WS-NUMBER-LENGTH = 15 - WS-NUMBER-LEADING.
145100 6900-EXIT.
145200     EXIT.
145300*****************************************************************
145400*    8000-TERMINATE - BACK OUT THE LOG AFTER A DB2 FAILURE,      *
145500*                     CLOSE THE REPORT, DISPLAY THE COUNTS, AND  *
145600*                     SET CC 4 WHEN ANY SUBSCRIBER WAS NOT SENT  *
145700*                     OR ANY CONTROL RECORD WAS IGNORED          *
145800*****************************************************************
145900 8000-TERMINATE.
146000     IF WS-COND-CODE = 12
146100         EXEC SQL
146200             ROLLBACK WORK
146300         END-EXEC
146400     END-IF.
146500     IF PRINT-IS-OPEN
146600         CLOSE PRINT-FILE
146700     END-IF.
146800     DISPLAY 'CITYPXTR: UNLOAD RECORDS READ   = '
146900         WS-UNLOAD-READ.
147000     DISPLAY 'CITYPXTR: CHANGE RECORDS READ   = '
147100         WS-CHANGES-READ.
147200     DISPLAY 'CITYPXTR: PARTNER RECORDS       = '
147300         WS-RECORDS-WRITTEN.
147400     DISPLAY 'CITYPXTR: SUBSCRIBERS SENT      = '
147500         WS-SUBSCRIBERS-SENT.
147600     DISPLAY 'CITYPXTR: SUBSCRIBERS NOT SENT  = '
147700         WS-SUBSCRIBERS-NOT-SENT.
147800     IF WS-COND-CODE = ZERO
147900         IF WS-SUBSCRIBERS-NOT-SENT > ZERO
148000            OR WS-CONTROL-ERRORS > ZERO
148100             MOVE 4 TO WS-COND-CODE
148200         END-IF
148300     END-IF.
148400     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
148500 8000-EXIT.
148600     EXIT.
148700*****************************************************************
148800*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
148900*                         TABLE                                  *
149000*****************************************************************
149100 9000-LOG-RUN-START.
149200     MOVE 'CITYPXTR' TO RP-PROGRAM-NAME.
149300     MOVE 'START' TO RP-PHASE.
149400     MOVE ZERO TO RP-RECORDS-IN.
149500     MOVE ZERO TO RP-RECORDS-OUT.
149600     MOVE ZERO TO RP-RECORDS-REJECTED.
149700     MOVE 'STARTED' TO RP-OUTCOME.
149800     MOVE ZERO TO RP-COND-CODE.
149900     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
150000 9000-EXIT.
150100     EXIT.
150200*****************************************************************
150300*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
150400*                       OUTCOME AND CONDITION CODE               *
150500*****************************************************************
150600 9100-LOG-RUN-END.
150700     MOVE 'CITYPXTR' TO RP-PROGRAM-NAME.
150800     MOVE 'END' TO RP-PHASE.
150900     COMPUTE RP-RECORDS-IN = WS-UNLOAD-READ + WS-CHANGES-READ.
151000     MOVE WS-RECORDS-WRITTEN TO RP-RECORDS-OUT.
151100     MOVE WS-SUBSCRIBERS-NOT-SENT TO RP-RECORDS-REJECTED.
151200     EVALUATE WS-COND-CODE
151300         WHEN 0
151400             MOVE 'SUCCESS' TO RP-OUTCOME
151500         WHEN 4
151600             MOVE 'WARNING' TO RP-OUTCOME
151700         WHEN OTHER
151800             MOVE 'FAILURE' TO RP-OUTCOME
151900     END-EVALUATE.
152000     MOVE WS-COND-CODE TO RP-COND-CODE.
152100     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
152200 9100-EXIT.
152300     EXIT.
152400*****************************************************************
152500*    9999-EXIT - COMMON PROGRAM EXIT                             *
152600*****************************************************************
152700 9999-EXIT.
152800     MOVE WS-COND-CODE TO RETURN-CODE.
152900     STOP RUN.
