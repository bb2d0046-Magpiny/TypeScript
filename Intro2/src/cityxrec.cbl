000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYXREC                                     *
000400*  DESCRIPTION  :  NIGHTLY CROSS-COPY RECONCILIATION OF THE     *
000500*                  CITY DATA. MERGES, IN COUNTRY+CITY ORDER,    *
000600*                  SAMPLE.CITYTABLE, THE LATEST CITYXTR UNLOAD  *
000700*                  GENERATION (PRE-SORTED BY THE JOB), THE      *
000800*                  CITYVSAM KSDS THAT CICS READS, AND THE       *
000900*                  LATEST MONTH-END SNAPSHOT ON THE CITYHST     *
001000*                  HISTORY FILE. EACH COPY'S RECORD COUNT,      *
001100*                  POPULATION HASH TOTAL AND PER-COUNTRY COUNTS *
001200*                  ARE REPORTED, AND EVERY COUNTRY/CITY KEY     *
001300*                  WHERE A COPY DISAGREES IS LISTED. THE UNLOAD *
001400*                  AND THE HISTORY ARE CHECKED AGAINST          *
001500*                  CITYTABLE, CITYVSAM AGAINST THE UNLOAD IT    *
001600*                  WAS LOADED FROM. A DIFFERENCE IS EXPLAINED   *
001700*                  WHEN SAMPLE.CITYAUDIT SHOWS A COMMITTED      *
001800*                  CHANGE TO THE KEY SINCE THE UNLOAD WAS CUT   *
001900*                  (THE LAST CITYXTR START ROW ON               *
002000*                  SAMPLE.CITYRUNCTL) OR SINCE THE SNAPSHOT     *
002100*                  DATE, OR WHEN CITYVSL DROPPED A DUPLICATE    *
002200*                  PAIR. ENDS CC 8 ON ANY UNEXPLAINED           *
002300*                  DIFFERENCE SO THE SCHEDULER HOLDS THE CICS   *
002400*                  FILE REOPEN.                                 *
002500*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002600*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002700*  DATE-WRITTEN :  2026-10-15                                   *
002800*                                                               *
002900*  MODIFICATION HISTORY                                         *
003000*  -------------------------------------------------------------*
003100*  DATE       INIT  DESCRIPTION                                 *
003200*  ---------- ----  ------------------------------------------- *
003300*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
003310*  2026-10-15 DLM   THE OLD KEY OF A RENAME IS EXPLAINED FROM   *
003320*                   THE BEFORE IMAGE OF ITS SAMPLE.CITYEVENT    *
003330*                   CHANGE EVENT, WHICH CITYAUDIT DOES NOT      *
003340*                   CARRY                                       *
003400*                                                               *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    CITYXREC.
003800 AUTHOR.        D. L. MASON.
003900 INSTALLATION.  SAMPLE APPLICATIONS.
004000 DATE-WRITTEN.  2026-10-15.
004100 DATE-COMPILED. 2026-10-15.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CITY-UNLOAD-FILE ASSIGN TO CITYIN
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-CITYIN-STATUS.
004900     SELECT CITY-VSAM-FILE ASSIGN TO CITYVSAM
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CV-RECORD-KEY
005300         FILE STATUS IS WS-CITYVSAM-STATUS.
005400     SELECT HISTORY-FILE ASSIGN TO HISTFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-HISTFILE-STATUS.
005800     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
005900     SELECT PRINT-FILE ASSIGN TO XRECRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-PRINT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CITY-UNLOAD-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 COPY CITYREC.
006900 FD  CITY-VSAM-FILE.
007000 COPY CITYVREC.
007100 FD  HISTORY-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 COPY CITYHST.
007500 SD  SORT-WORK-FILE.
007600 01  SORT-RECORD.
007700     05  SR-KEY.
007800         10  SR-COUNTRY          PIC X(32).
007900         10  SR-CITY             PIC X(32).
008000     05  SR-POPULATION           PIC 9(08).
008100 FD  PRINT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  PRINT-RECORD                PIC X(133).
008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------------
008700*    DB2 COMMUNICATION AREA
008800*-----------------------------------------------------------------
008900     EXEC SQL INCLUDE SQLCA END-EXEC.
009000*-----------------------------------------------------------------
009100*    HOST VARIABLES
009200*-----------------------------------------------------------------
009300 01  WS-RUN-DATE                 PIC X(10).
009400 01  WS-UNLOAD-CUT-TS            PIC X(26).
009500 01  WS-LAST-CHANGE-TS           PIC X(26).
009550 01  WS-EVENT-CHANGE-TS          PIC X(26).
009600 01  WS-TABLE-POPULATION         PIC S9(09) COMP.
009700 77  WS-POPULATION-NULL-IND      PIC S9(04) COMP VALUE ZERO.
009800*-----------------------------------------------------------------
009900*    CURRENT KEY OF EACH COPY (HIGH-VALUES ONCE IT IS EXHAUSTED) *
010000*    AND THE LOWEST OF THE FOUR, WHICH IS THE KEY BEING MATCHED  *
010100*-----------------------------------------------------------------
010200 01  WS-TABLE-KEY.
010300     05  WS-TK-COUNTRY           PIC X(32).
010400     05  WS-TK-CITY              PIC X(32).
010500 01  WS-UNLOAD-KEY.
010600     05  WS-UK-COUNTRY           PIC X(32).
010700     05  WS-UK-CITY              PIC X(32).
010800 01  WS-VSAM-KEY.
010900     05  WS-VK-COUNTRY           PIC X(32).
011000     05  WS-VK-CITY              PIC X(32).
011100 01  WS-HISTORY-KEY.
011200     05  WS-HK-COUNTRY           PIC X(32).
011300     05  WS-HK-CITY              PIC X(32).
011400 01  WS-LOW-KEY.
011500     05  WS-LOW-COUNTRY          PIC X(32).
011600     05  WS-LOW-CITY             PIC X(32).
011700 01  WS-CURRENT-COUNTRY          PIC X(32)   VALUE SPACES.
011800 01  WS-SNAP-DATE                PIC X(10)   VALUE SPACES.
011900 01  WS-SNAP-TS                  PIC X(26)   VALUE SPACES.
012000*-----------------------------------------------------------------
012100*    RECORDS AND POPULATION FOR THE KEY BEING MATCHED, ONE       *
012200*    ENTRY PER COPY                                              *
012300*-----------------------------------------------------------------
012400 01  WS-KEY-TOTALS.
012500     05  WS-KEY-TABLE-COUNT      PIC 9(05) COMP.
012600     05  WS-KEY-UNLOAD-COUNT     PIC 9(05) COMP.
012700     05  WS-KEY-VSAM-COUNT       PIC 9(05) COMP.
012800     05  WS-KEY-HISTORY-COUNT    PIC 9(05) COMP.
012900     05  WS-KEY-TABLE-POP        PIC 9(15) COMP.
013000     05  WS-KEY-UNLOAD-POP       PIC 9(15) COMP.
013100     05  WS-KEY-VSAM-POP         PIC 9(15) COMP.
013200     05  WS-KEY-HISTORY-POP      PIC 9(15) COMP.
013300 01  WS-COUNTRY-TOTALS.
013400     05  WS-CTRY-TABLE-COUNT     PIC 9(09) COMP.
013500     05  WS-CTRY-UNLOAD-COUNT    PIC 9(09) COMP.
013600     05  WS-CTRY-VSAM-COUNT      PIC 9(09) COMP.
013700     05  WS-CTRY-HISTORY-COUNT   PIC 9(09) COMP.
013800 01  WS-COPY-TOTALS.
013900     05  WS-TOTAL-TABLE-COUNT    PIC 9(09) COMP VALUE ZERO.
014000     05  WS-TOTAL-UNLOAD-COUNT   PIC 9(09) COMP VALUE ZERO.
014100     05  WS-TOTAL-VSAM-COUNT     PIC 9(09) COMP VALUE ZERO.
014200     05  WS-TOTAL-HISTORY-COUNT  PIC 9(09) COMP VALUE ZERO.
014300     05  WS-TOTAL-TABLE-POP      PIC 9(15) COMP VALUE ZERO.
014400     05  WS-TOTAL-UNLOAD-POP     PIC 9(15) COMP VALUE ZERO.
014500     05  WS-TOTAL-VSAM-POP       PIC 9(15) COMP VALUE ZERO.
014600     05  WS-TOTAL-HISTORY-POP    PIC 9(15) COMP VALUE ZERO.
014700 01  WS-REFERENCE-COUNT          PIC 9(05) COMP.
014800 01  WS-COPY-COUNT               PIC 9(05) COMP.
014900*-----------------------------------------------------------------
015000*    SWITCHES
015100*-----------------------------------------------------------------
015200 77  WS-HIST-EOF-SWITCH          PIC X(01)   VALUE 'N'.
015300     88  HIST-EOF-REACHED                    VALUE 'Y'.
015400 77  WS-MERGE-EOF-SWITCH         PIC X(01)   VALUE 'N'.
015500     88  MERGE-EOF-REACHED                   VALUE 'Y'.
015600 77  WS-HISTORY-SWITCH           PIC X(01)   VALUE 'N'.
015700     88  HISTORY-AVAILABLE                   VALUE 'Y'.
015800 77  WS-CHANGE-LOOKUP-SWITCH     PIC X(01)   VALUE 'N'.
015900     88  CHANGE-LOOKED-UP                    VALUE 'Y'.
016000*-----------------------------------------------------------------
016100*    PAGE-CONTROL FIELDS AND COUNTERS
016200*-----------------------------------------------------------------
016300 01  WS-PAGE-NUMBER              PIC 9(05) COMP VALUE ZERO.
016400 01  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
016500 01  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
016600 77  WS-KEYS-COMPARED            PIC 9(09) COMP VALUE ZERO.
016700 77  WS-COUNTRIES-COMPARED       PIC 9(07) COMP VALUE ZERO.
016800 77  WS-COUNTRIES-DIFFERING      PIC 9(07) COMP VALUE ZERO.
016900 77  WS-EXPLAINED-DIFFERENCES    PIC 9(09) COMP VALUE ZERO.
017000 77  WS-UNEXPLAINED-DIFFERENCES  PIC 9(09) COMP VALUE ZERO.
017100 77  WS-CITYIN-STATUS            PIC X(02)   VALUE SPACES.
017200 77  WS-CITYVSAM-STATUS          PIC X(02)   VALUE SPACES.
017300 77  WS-HISTFILE-STATUS          PIC X(02)   VALUE SPACES.
017400 77  WS-PRINT-STATUS             PIC X(02)   VALUE SPACES.
017500 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
017600 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
017700*-----------------------------------------------------------------
017800*    RUN-CONTROL INTERFACE
017900*-----------------------------------------------------------------
018000 COPY CITYRUNP.
018100*-----------------------------------------------------------------
018200*    PRINT LINE LAYOUTS                                          *
018300*-----------------------------------------------------------------
018400 01  HEADING-LINE-1.
018500     05  FILLER                  PIC X(20)   VALUE
018600         'SAMPLE.CITYTABLE'.
018700     05  FILLER                  PIC X(36)   VALUE
018800         'CROSS-COPY RECONCILIATION, RUN DATE '.
018900     05  HL1-RUN-DATE            PIC X(10).
019000     05  FILLER                  PIC X(05)   VALUE SPACES.
019100     05  FILLER                  PIC X(06)   VALUE 'PAGE '.
019200     05  HL1-PAGE-NUMBER         PIC ZZZZ9.
019300 01  HEADING-LINE-2.
019400     05  FILLER                  PIC X(33)   VALUE 'COUNTRY'.
019500     05  FILLER                  PIC X(33)   VALUE 'CITY'.
019600     05  FILLER                  PIC X(07)   VALUE '  TABLE'.
019700     05  FILLER                  PIC X(07)   VALUE ' UNLOAD'.
019800     05  FILLER                  PIC X(07)   VALUE '   VSAM'.
019900     05  FILLER                  PIC X(08)   VALUE '   HIST'.
020000     05  FILLER                  PIC X(09)   VALUE 'COPY'.
020100     05  FILLER                  PIC X(11)   VALUE 'DIFFERENCE'.
020200     05  FILLER                  PIC X(11)   VALUE 'EXPLANATION'.
020300 01  DETAIL-LINE.
020400     05  DL-COUNTRY              PIC X(32).
020500     05  FILLER                  PIC X(01)   VALUE SPACES.
020600     05  DL-CITY                 PIC X(32).
020700     05  FILLER                  PIC X(01)   VALUE SPACES.
020800     05  DL-TABLE-COUNT          PIC ZZZZZ9.
020900     05  FILLER                  PIC X(01)   VALUE SPACES.
021000     05  DL-UNLOAD-COUNT         PIC ZZZZZ9.
021100     05  FILLER                  PIC X(01)   VALUE SPACES.
021200     05  DL-VSAM-COUNT           PIC ZZZZZ9.
021300     05  FILLER                  PIC X(01)   VALUE SPACES.
021400     05  DL-HISTORY-COUNT        PIC ZZZZZ9.
021500     05  FILLER                  PIC X(02)   VALUE SPACES.
021600     05  DL-COPY                 PIC X(08).
021700     05  FILLER                  PIC X(01)   VALUE SPACES.
021800     05  DL-DIFFERENCE           PIC X(10).
021900     05  FILLER                  PIC X(01)   VALUE SPACES.
022000     05  DL-EXPLANATION          PIC X(18).
022100         88  DIFFERENCE-UNEXPLAINED          VALUE
022200             'UNEXPLAINED'.
022300 01  TOTAL-LINE.
022400     05  TL-LABEL                PIC X(20).
022500     05  TL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
022600     05  FILLER                  PIC X(20)   VALUE
022700         '   POPULATION HASH '.
022800     05  TL-POPULATION-HASH      PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  TL-NOTE                 PIC X(40).
023100 01  SUMMARY-LINE.
023200     05  SL-LABEL                PIC X(30).
023300     05  SL-COUNT                PIC ZZZZZZZZ9.
023400 PROCEDURE DIVISION.
023500*****************************************************************
023600*    0000-MAINLINE-CONTROL                                       *
023700*****************************************************************
023800 0000-MAINLINE-CONTROL.
023900     PERFORM 9000-LOG-RUN-START THRU 9000-EXIT.
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024100     IF WS-COND-CODE NOT = ZERO
024200         PERFORM 9100-LOG-RUN-END THRU 9100-EXIT
024300         GO TO 9999-EXIT
024400     END-IF.
024500     SORT SORT-WORK-FILE
024600         ON ASCENDING KEY SR-COUNTRY SR-CITY
024700         INPUT PROCEDURE IS 2000-SELECT-SNAPSHOT THRU
024800             2000-EXIT
024900         OUTPUT PROCEDURE IS 3000-RECONCILE-COPIES THRU
025000             3000-EXIT.
025100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025300     GO TO 9999-EXIT.
025400*****************************************************************
025500*    1000-INITIALIZE - FIX THE RUN DATE AND THE UNLOAD CUT TIME, *
025600*                      FIND THE LATEST HISTORY SNAPSHOT, AND     *
025700*                      OPEN THE UNLOAD, THE KSDS AND THE REPORT  *
025800*****************************************************************
025900 1000-INITIALIZE.
026000     EXEC SQL
026100         SELECT CHAR(CURRENT DATE, ISO)
026200             INTO :WS-RUN-DATE
026300             FROM SYSIBM.SYSDUMMY1
026400     END-EXEC.
026500     IF SQLCODE NOT = 0
026600         MOVE SQLCODE TO SQLCODE-PIC
026700         DISPLAY 'CITYXREC: CURRENT DATE FAILED, SQLCODE = '
026800             SQLCODE-PIC
026900         MOVE 12 TO WS-COND-CODE
027000         GO TO 1000-EXIT
027100     END-IF.
027200*    THE UNLOAD HOLDS EVERY CHANGE COMMITTED BEFORE CITYXTR
027300*    OPENED ITS CURSOR, SO ITS LAST START ROW IS THE CUT TIME.
027400     EXEC SQL
027500         SELECT COALESCE(CHAR(MAX(RUN_TS)), ' ')
027600             INTO :WS-UNLOAD-CUT-TS
027700             FROM SAMPLE.CITYRUNCTL
027800             WHERE PROGRAM_NAME = 'CITYXTR'
027900               AND PHASE = 'START'
028000     END-EXEC.
028100     IF SQLCODE NOT = 0
028200         MOVE SQLCODE TO SQLCODE-PIC
028300         DISPLAY 'CITYXREC: SELECT FROM CITYRUNCTL FAILED, '
028400             'SQLCODE = ' SQLCODE-PIC
028500         MOVE 12 TO WS-COND-CODE
028600         GO TO 1000-EXIT
028700     END-IF.
028800     IF WS-UNLOAD-CUT-TS = SPACES
028900         DISPLAY 'CITYXREC: NO CITYXTR START ROW ON CITYRUNCTL, '
029000             'NO UNLOAD DIFFERENCE CAN BE EXPLAINED'
029100     ELSE
029200         DISPLAY 'CITYXREC: UNLOAD CUT AT ' WS-UNLOAD-CUT-TS
029300     END-IF.
029400     PERFORM 1100-FIND-LATEST-SNAPSHOT THRU 1100-EXIT.
029500     IF WS-COND-CODE NOT = ZERO
029600         GO TO 1000-EXIT
029700     END-IF.
029800     OPEN INPUT CITY-UNLOAD-FILE.
029900     IF WS-CITYIN-STATUS NOT = '00'
030000         DISPLAY 'CITYXREC: OPEN OF CITYIN FAILED, STATUS = '
030100             WS-CITYIN-STATUS
030200         MOVE 8 TO WS-COND-CODE
030300         GO TO 1000-EXIT
030400     END-IF.
030500     OPEN INPUT CITY-VSAM-FILE.
030600     IF WS-CITYVSAM-STATUS NOT = '00'
030700         DISPLAY 'CITYXREC: OPEN OF CITYVSAM FAILED, STATUS = '
030800             WS-CITYVSAM-STATUS
030900         MOVE 8 TO WS-COND-CODE
031000         GO TO 1000-EXIT
031100     END-IF.
031200     OPEN OUTPUT PRINT-FILE.
031300     IF WS-PRINT-STATUS NOT = '00'
031400         DISPLAY 'CITYXREC: OPEN OF XRECRPT FAILED, STATUS = '
031500             WS-PRINT-STATUS
031600         MOVE 8 TO WS-COND-CODE
031700         GO TO 1000-EXIT
031800     END-IF.
031900     MOVE WS-RUN-DATE TO HL1-RUN-DATE.
032000 1000-EXIT.
032100     EXIT.
032200*****************************************************************
032300*    1100-FIND-LATEST-SNAPSHOT - READ THE HISTORY FILE THROUGH   *
032400*                                FOR ITS LATEST SNAPSHOT DATE.   *
032500*                                AN EMPTY FILE LEAVES THE        *
032600*                                HISTORY OUT OF THE COMPARISON   *
032700*****************************************************************
032800 1100-FIND-LATEST-SNAPSHOT.
032900     OPEN INPUT HISTORY-FILE.
033000     IF WS-HISTFILE-STATUS NOT = '00'
033100         DISPLAY 'CITYXREC: OPEN OF HISTFILE FAILED, STATUS = '
033200             WS-HISTFILE-STATUS
033300         MOVE 8 TO WS-COND-CODE
033400         GO TO 1100-EXIT
033500     END-IF.
033600     MOVE 'N' TO WS-HIST-EOF-SWITCH.
033700     PERFORM 1150-READ-SNAPSHOT-DATE THRU 1150-EXIT
033800         UNTIL HIST-EOF-REACHED.
033900     CLOSE HISTORY-FILE.
034000     IF WS-SNAP-DATE = SPACES
034100         DISPLAY 'CITYXREC: HISTORY FILE IS EMPTY, CITYHST '
034200             'NOT COMPARED'
034300     ELSE
034400         MOVE 'Y' TO WS-HISTORY-SWITCH
034500         STRING WS-SNAP-DATE DELIMITED BY SIZE
034600             '-00.00.00.000000' DELIMITED BY SIZE
034700             INTO WS-SNAP-TS
034800         END-STRING
034900         DISPLAY 'CITYXREC: HISTORY SNAPSHOT OF ' WS-SNAP-DATE
035000     END-IF.
035100 1100-EXIT.
035200     EXIT.
035300*****************************************************************
035400*    1150-READ-SNAPSHOT-DATE - READ ONE HISTORY RECORD AND KEEP  *
035500*                              THE HIGHEST SNAPSHOT DATE         *
035600*****************************************************************
035700 1150-READ-SNAPSHOT-DATE.
035800     READ HISTORY-FILE
035900         AT END
036000             MOVE 'Y' TO WS-HIST-EOF-SWITCH
036100         NOT AT END
036200             IF CH-SNAP-DATE > WS-SNAP-DATE
036300                 MOVE CH-SNAP-DATE TO WS-SNAP-DATE
036400             END-IF
036500     END-READ.
036600 1150-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    2000-SELECT-SNAPSHOT - SORT INPUT PROCEDURE. RELEASES THE   *
037000*                           HISTORY RECORDS OF THE LATEST        *
037100*                           SNAPSHOT DATE                        *
037200*****************************************************************
037300 2000-SELECT-SNAPSHOT.
037400     IF NOT HISTORY-AVAILABLE
037500         GO TO 2000-EXIT
037600     END-IF.
037700     OPEN INPUT HISTORY-FILE.
037800     IF WS-HISTFILE-STATUS NOT = '00'
037900         DISPLAY 'CITYXREC: REOPEN OF HISTFILE FAILED, '
038000             'STATUS = ' WS-HISTFILE-STATUS
038100         MOVE 8 TO WS-COND-CODE
038200         GO TO 2000-EXIT
038300     END-IF.
038400     MOVE 'N' TO WS-HIST-EOF-SWITCH.
038500     PERFORM 2100-RELEASE-SNAPSHOT-RECORD THRU 2100-EXIT
038600         UNTIL HIST-EOF-REACHED.
038700     CLOSE HISTORY-FILE.
038800 2000-EXIT.
038900     EXIT.
039000*****************************************************************
039100*    2100-RELEASE-SNAPSHOT-RECORD - READ ONE HISTORY RECORD AND  *
039200*                                   RELEASE IT IF IT BELONGS TO  *
039300*                                   THE LATEST SNAPSHOT          *
039400*****************************************************************
039500 2100-RELEASE-SNAPSHOT-RECORD.
039600     READ HISTORY-FILE
039700         AT END
039800             MOVE 'Y' TO WS-HIST-EOF-SWITCH
039900         NOT AT END
040000             IF CH-SNAP-DATE = WS-SNAP-DATE
040100                 MOVE CH-COUNTRY TO SR-COUNTRY
040200                 MOVE CH-CITY TO SR-CITY
040300                 MOVE CH-POPULATION TO SR-POPULATION
040400                 RELEASE SORT-RECORD
040500             END-IF
040600     END-READ.
040700 2100-EXIT.
040800     EXIT.
040900*****************************************************************
041000*    3000-RECONCILE-COPIES - SORT OUTPUT PROCEDURE. PRIMES ALL   *
041100*                            FOUR COPIES AND MATCHES THEM KEY BY *
041200*                            KEY UNTIL EVERY COPY IS EXHAUSTED   *
041300*****************************************************************
041400 3000-RECONCILE-COPIES.
041500     IF WS-COND-CODE NOT = ZERO
041600         GO TO 3000-EXIT
041700     END-IF.
041800     EXEC SQL
041900         DECLARE C24 CURSOR FOR
042000             SELECT COUNTRY, CITY, POPULATION
042100                 FROM SAMPLE.CITYTABLE
042200                 ORDER BY COUNTRY, CITY
042300     END-EXEC.
042400     EXEC SQL
042500         OPEN C24
042600     END-EXEC.
042700     IF SQLCODE NOT = 0
042800         MOVE SQLCODE TO SQLCODE-PIC
042900         DISPLAY 'CITYXREC: OPEN OF C24 FAILED, SQLCODE = '
043000             SQLCODE-PIC
043100         MOVE 12 TO WS-COND-CODE
043200         GO TO 3000-EXIT
043300     END-IF.
043400     PERFORM 3110-FETCH-TABLE-ROW THRU 3110-EXIT.
043500     PERFORM 3120-READ-UNLOAD-RECORD THRU 3120-EXIT.
043600     PERFORM 3130-READ-VSAM-RECORD THRU 3130-EXIT.
043700     PERFORM 3140-RETURN-HISTORY-RECORD THRU 3140-EXIT.
043800     PERFORM 3150-SET-LOW-KEY THRU 3150-EXIT.
043900     PERFORM 3200-RECONCILE-ONE-KEY THRU 3200-EXIT
044000         UNTIL MERGE-EOF-REACHED.
044100     IF WS-COUNTRIES-COMPARED > ZERO
044200         PERFORM 3500-COUNTRY-BREAK THRU 3500-EXIT
044300     END-IF.
044400     EXEC SQL
044500         CLOSE C24
044600     END-EXEC.
044700 3000-EXIT.
044800     EXIT.
044900*****************************************************************
045000*    3110-FETCH-TABLE-ROW - FETCH THE NEXT CITYTABLE ROW         *
045100*****************************************************************
045200 3110-FETCH-TABLE-ROW.
045300     EXEC SQL
045400         FETCH C24
045500             INTO :WS-TK-COUNTRY, :WS-TK-CITY,
045600                  :WS-TABLE-POPULATION :WS-POPULATION-NULL-IND
045700     END-EXEC.
045800     IF SQLCODE = 100
045900         MOVE HIGH-VALUES TO WS-TABLE-KEY
046000     ELSE
046100         IF SQLCODE NOT = 0
046200             MOVE SQLCODE TO SQLCODE-PIC
046300             DISPLAY 'CITYXREC: FETCH OF C24 FAILED, SQLCODE = '
046400                 SQLCODE-PIC
046500             MOVE 12 TO WS-COND-CODE
046600             MOVE HIGH-VALUES TO WS-TABLE-KEY
046700         ELSE
046800             IF WS-POPULATION-NULL-IND < 0
046900                 MOVE ZERO TO WS-TABLE-POPULATION
047000             END-IF
047100         END-IF
047200     END-IF.
047300 3110-EXIT.
047400     EXIT.
047500*****************************************************************
047600*    3120-READ-UNLOAD-RECORD - READ THE NEXT UNLOAD RECORD       *
047700*****************************************************************
047800 3120-READ-UNLOAD-RECORD.
047900     READ CITY-UNLOAD-FILE
048000         AT END
048100             MOVE HIGH-VALUES TO WS-UNLOAD-KEY
048200         NOT AT END
048300             MOVE CU-COUNTRY TO WS-UK-COUNTRY
048400             MOVE CU-CITY TO WS-UK-CITY
048500             IF CU-POPULATION NOT NUMERIC
048600                 MOVE ZERO TO CU-POPULATION
048700             END-IF
048800     END-READ.
048900 3120-EXIT.
049000     EXIT.
049100*****************************************************************
049200*    3130-READ-VSAM-RECORD - READ THE NEXT KSDS RECORD IN KEY    *
049300*                            ORDER                               *
049400*****************************************************************
049500 3130-READ-VSAM-RECORD.
049600     READ CITY-VSAM-FILE
049700         AT END
049800             MOVE HIGH-VALUES TO WS-VSAM-KEY
049900         NOT AT END
050000             MOVE CV-RECORD-KEY TO WS-VSAM-KEY
050100             IF CV-POPULATION NOT NUMERIC
050200                 MOVE ZERO TO CV-POPULATION
050300             END-IF
050400     END-READ.
050500     IF WS-CITYVSAM-STATUS NOT = '00'
050600        AND WS-CITYVSAM-STATUS NOT = '10'
050700         DISPLAY 'CITYXREC: READ OF CITYVSAM FAILED, STATUS = '
050800             WS-CITYVSAM-STATUS
050900         MOVE 8 TO WS-COND-CODE
051000         MOVE HIGH-VALUES TO WS-VSAM-KEY
051100     END-IF.
051200 3130-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    3140-RETURN-HISTORY-RECORD - RETURN THE NEXT SNAPSHOT       *
051600*                                 RECORD IN KEY ORDER            *
051700*****************************************************************
051800 3140-RETURN-HISTORY-RECORD.
051900     RETURN SORT-WORK-FILE
052000         AT END
052100             MOVE HIGH-VALUES TO WS-HISTORY-KEY
052200         NOT AT END
052300             MOVE SR-KEY TO WS-HISTORY-KEY
052400             IF SR-POPULATION NOT NUMERIC
052500                 MOVE ZERO TO SR-POPULATION
052600             END-IF
052700     END-RETURN.
052800 3140-EXIT.
052900     EXIT.
053000*****************************************************************
053100*    3150-SET-LOW-KEY - THE KEY TO MATCH NEXT IS THE LOWEST OF   *
053200*                       THE FOUR CURRENT KEYS; THE MERGE ENDS    *
053300*                       WHEN ALL FOUR ARE EXHAUSTED OR A READ    *
053400*                       HAS FAILED                               *
053500*****************************************************************
053600 3150-SET-LOW-KEY.
053700     MOVE WS-TABLE-KEY TO WS-LOW-KEY.
053800     IF WS-UNLOAD-KEY < WS-LOW-KEY
053900         MOVE WS-UNLOAD-KEY TO WS-LOW-KEY
054000     END-IF.
054100     IF WS-VSAM-KEY < WS-LOW-KEY
054200         MOVE WS-VSAM-KEY TO WS-LOW-KEY
054300     END-IF.
054400     IF WS-HISTORY-KEY < WS-LOW-KEY
054500         MOVE WS-HISTORY-KEY TO WS-LOW-KEY
054600     END-IF.
054700     IF WS-LOW-KEY = HIGH-VALUES OR WS-COND-CODE NOT = ZERO
054800         MOVE 'Y' TO WS-MERGE-EOF-SWITCH
054900     END-IF.
055000 3150-EXIT.
055100     EXIT.
055200*****************************************************************
055300*    3200-RECONCILE-ONE-KEY - TAKE A COUNTRY BREAK IF THE KEY    *
055400*                             STARTS A NEW COUNTRY, GATHER THE   *
055500*                             KEY'S RECORDS FROM EVERY COPY,     *
055600*                             CHECK THEM, AND MOVE ON            *
055700*****************************************************************
055800 3200-RECONCILE-ONE-KEY.
055900     IF WS-LOW-COUNTRY NOT = WS-CURRENT-COUNTRY
056000        OR WS-COUNTRIES-COMPARED = ZERO
056100         IF WS-COUNTRIES-COMPARED > ZERO
056200             PERFORM 3500-COUNTRY-BREAK THRU 3500-EXIT
056300         END-IF
056400         MOVE WS-LOW-COUNTRY TO WS-CURRENT-COUNTRY
056500         MOVE ZERO TO WS-CTRY-TABLE-COUNT
056600         MOVE ZERO TO WS-CTRY-UNLOAD-COUNT
056700         MOVE ZERO TO WS-CTRY-VSAM-COUNT
056800         MOVE ZERO TO WS-CTRY-HISTORY-COUNT
056900         ADD 1 TO WS-COUNTRIES-COMPARED
057000     END-IF.
057100     MOVE ZERO TO WS-KEY-TABLE-COUNT WS-KEY-UNLOAD-COUNT
057200                  WS-KEY-VSAM-COUNT WS-KEY-HISTORY-COUNT
057300                  WS-KEY-TABLE-POP WS-KEY-UNLOAD-POP
057400                  WS-KEY-VSAM-POP WS-KEY-HISTORY-POP.
057500     PERFORM 3210-GATHER-TABLE-ROW THRU 3210-EXIT
057600         UNTIL WS-TABLE-KEY NOT = WS-LOW-KEY.
057700     PERFORM 3220-GATHER-UNLOAD-RECORD THRU 3220-EXIT
057800         UNTIL WS-UNLOAD-KEY NOT = WS-LOW-KEY.
057900     PERFORM 3230-GATHER-VSAM-RECORD THRU 3230-EXIT
058000         UNTIL WS-VSAM-KEY NOT = WS-LOW-KEY.
058100     PERFORM 3240-GATHER-HISTORY-RECORD THRU 3240-EXIT
058200         UNTIL WS-HISTORY-KEY NOT = WS-LOW-KEY.
058300     ADD WS-KEY-TABLE-COUNT TO WS-CTRY-TABLE-COUNT.
058400     ADD WS-KEY-UNLOAD-COUNT TO WS-CTRY-UNLOAD-COUNT.
058500     ADD WS-KEY-VSAM-COUNT TO WS-CTRY-VSAM-COUNT.
058600     ADD WS-KEY-HISTORY-COUNT TO WS-CTRY-HISTORY-COUNT.
058700     ADD 1 TO WS-KEYS-COMPARED.
058800     PERFORM 3300-CHECK-KEY THRU 3300-EXIT.
058900     PERFORM 3150-SET-LOW-KEY THRU 3150-EXIT.
059000 3200-EXIT.
059100     EXIT.
059200*****************************************************************
059300*    3210-GATHER-TABLE-ROW - COUNT ONE CITYTABLE ROW FOR THE KEY *
059400*****************************************************************
059500 3210-GATHER-TABLE-ROW.
059600     ADD 1 TO WS-KEY-TABLE-COUNT.
059700     ADD 1 TO WS-TOTAL-TABLE-COUNT.
059800     ADD WS-TABLE-POPULATION TO WS-KEY-TABLE-POP.
059900     ADD WS-TABLE-POPULATION TO WS-TOTAL-TABLE-POP.
060000     PERFORM 3110-FETCH-TABLE-ROW THRU 3110-EXIT.
060100 3210-EXIT.
060200     EXIT.
060300*****************************************************************
060400*    3220-GATHER-UNLOAD-RECORD - COUNT ONE UNLOAD RECORD FOR THE *
060500*                                KEY                             *
060600*****************************************************************
060700 3220-GATHER-UNLOAD-RECORD.
060800     ADD 1 TO WS-KEY-UNLOAD-COUNT.
060900     ADD 1 TO WS-TOTAL-UNLOAD-COUNT.
061000     ADD CU-POPULATION TO WS-KEY-UNLOAD-POP.
061100     ADD CU-POPULATION TO WS-TOTAL-UNLOAD-POP.
061200     PERFORM 3120-READ-UNLOAD-RECORD THRU 3120-EXIT.
061300 3220-EXIT.
061400     EXIT.
061500*****************************************************************
061600*    3230-GATHER-VSAM-RECORD - COUNT ONE KSDS RECORD FOR THE KEY *
061700*****************************************************************
061800 3230-GATHER-VSAM-RECORD.
061900     ADD 1 TO WS-KEY-VSAM-COUNT.
062000     ADD 1 TO WS-TOTAL-VSAM-COUNT.
062100     ADD CV-POPULATION TO WS-KEY-VSAM-POP.
062200     ADD CV-POPULATION TO WS-TOTAL-VSAM-POP.
062300     PERFORM 3130-READ-VSAM-RECORD THRU 3130-EXIT.
062400 3230-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    3240-GATHER-HISTORY-RECORD - COUNT ONE SNAPSHOT RECORD FOR  *
062800*                                 THE KEY                        *
062900*****************************************************************
063000 3240-GATHER-HISTORY-RECORD.
063100     ADD 1 TO WS-KEY-HISTORY-COUNT.
063200     ADD 1 TO WS-TOTAL-HISTORY-COUNT.
063300     ADD SR-POPULATION TO WS-KEY-HISTORY-POP.
063400     ADD SR-POPULATION TO WS-TOTAL-HISTORY-POP.
063500     PERFORM 3140-RETURN-HISTORY-RECORD THRU 3140-EXIT.
063600 3240-EXIT.
063700     EXIT.
063800*****************************************************************
063900*    3300-CHECK-KEY - COMPARE THE UNLOAD AND THE HISTORY WITH    *
064000*                     CITYTABLE, AND CITYVSAM WITH THE UNLOAD,   *
064100*                     PRINTING ONE LINE PER DISAGREEING COPY     *
064200*****************************************************************
064300 3300-CHECK-KEY.
064400     MOVE 'N' TO WS-CHANGE-LOOKUP-SWITCH.
064500     IF WS-KEY-UNLOAD-COUNT NOT = WS-KEY-TABLE-COUNT
064600        OR WS-KEY-UNLOAD-POP NOT = WS-KEY-TABLE-POP
064700         MOVE SPACES TO DETAIL-LINE
064800         MOVE 'UNLOAD' TO DL-COPY
064900         MOVE WS-KEY-TABLE-COUNT TO WS-REFERENCE-COUNT
065000         MOVE WS-KEY-UNLOAD-COUNT TO WS-COPY-COUNT
065100         PERFORM 3600-SET-DIFFERENCE THRU 3600-EXIT
065200         PERFORM 3400-FIND-LAST-CHANGE THRU 3400-EXIT
065300         IF WS-UNLOAD-CUT-TS NOT = SPACES
065400            AND WS-LAST-CHANGE-TS NOT = SPACES
065500            AND WS-LAST-CHANGE-TS NOT < WS-UNLOAD-CUT-TS
065600             MOVE 'CHANGED SINCE CUT' TO DL-EXPLANATION
065700         ELSE
065800             MOVE 'UNEXPLAINED' TO DL-EXPLANATION
065900         END-IF
066000         PERFORM 3700-PRINT-DIFFERENCE THRU 3700-EXIT
066100     END-IF.
066200*    CITYVSL LOADS ONLY THE FIRST OF A DUPLICATE PAIR, SO ONE
066300*    KSDS RECORD FOR A KEY THE UNLOAD CARRIES TWICE IS EXPECTED.
066400     IF WS-KEY-UNLOAD-COUNT > 1 AND WS-KEY-VSAM-COUNT = 1
066500         MOVE SPACES TO DETAIL-LINE
066600         MOVE 'CITYVSAM' TO DL-COPY
066700         MOVE 'DUPLICATE' TO DL-DIFFERENCE
066800         MOVE 'DROPPED BY CITYVSL' TO DL-EXPLANATION
066900         PERFORM 3700-PRINT-DIFFERENCE THRU 3700-EXIT
067000     ELSE
067100         IF WS-KEY-VSAM-COUNT NOT = WS-KEY-UNLOAD-COUNT
067200            OR WS-KEY-VSAM-POP NOT = WS-KEY-UNLOAD-POP
067300             MOVE SPACES TO DETAIL-LINE
067400             MOVE 'CITYVSAM' TO DL-COPY
067500             MOVE WS-KEY-UNLOAD-COUNT TO WS-REFERENCE-COUNT
067600             MOVE WS-KEY-VSAM-COUNT TO WS-COPY-COUNT
067700             PERFORM 3600-SET-DIFFERENCE THRU 3600-EXIT
067800             MOVE 'UNEXPLAINED' TO DL-EXPLANATION
067900             PERFORM 3700-PRINT-DIFFERENCE THRU 3700-EXIT
068000         END-IF
068100     END-IF.
068200     IF NOT HISTORY-AVAILABLE
068300         GO TO 3300-EXIT
068400     END-IF.
068500     IF WS-KEY-HISTORY-COUNT NOT = WS-KEY-TABLE-COUNT
068600        OR WS-KEY-HISTORY-POP NOT = WS-KEY-TABLE-POP
068700         MOVE SPACES TO DETAIL-LINE
068800         MOVE 'CITYHST' TO DL-COPY
068900         MOVE WS-KEY-TABLE-COUNT TO WS-REFERENCE-COUNT
069000         MOVE WS-KEY-HISTORY-COUNT TO WS-COPY-COUNT
069100         PERFORM 3600-SET-DIFFERENCE THRU 3600-EXIT
069200         PERFORM 3400-FIND-LAST-CHANGE THRU 3400-EXIT
069300         IF WS-LAST-CHANGE-TS NOT = SPACES
069400            AND WS-LAST-CHANGE-TS NOT < WS-SNAP-TS
069500             MOVE 'CHANGED SINCE SNAP' TO DL-EXPLANATION
069600         ELSE
069700             MOVE 'UNEXPLAINED' TO DL-EXPLANATION
069800         END-IF
069900         PERFORM 3700-PRINT-DIFFERENCE THRU 3700-EXIT
070000     END-IF.
070100 3300-EXIT.
070200     EXIT.
070300*****************************************************************
070400*    3400-FIND-LAST-CHANGE - THE TIME OF THE LATEST COMMITTED    *
070500*                            CHANGE TO THE KEY ON CITYAUDIT      *
070600*                            (SPACES IF NONE), LOOKED UP ONCE    *
070700*                            PER KEY                             *
070800*****************************************************************
070900 3400-FIND-LAST-CHANGE.
071000     IF CHANGE-LOOKED-UP
071100         GO TO 3400-EXIT
071200     END-IF.
071300     MOVE 'Y' TO WS-CHANGE-LOOKUP-SWITCH.
071400     EXEC SQL
071500         SELECT COALESCE(CHAR(MAX(AUDIT_TS)), ' ')
071600             INTO :WS-LAST-CHANGE-TS
071700             FROM SAMPLE.CITYAUDIT
071800             WHERE CITY = :WS-LOW-CITY
071900               AND COUNTRY = :WS-LOW-COUNTRY
072000               AND SQLCODE = 0
072100     END-EXEC.
072200     IF SQLCODE NOT = 0
072300         MOVE SQLCODE TO SQLCODE-PIC
072400         DISPLAY 'CITYXREC: SELECT FROM CITYAUDIT FAILED, '
072500             'SQLCODE = ' SQLCODE-PIC
072600         MOVE 12 TO WS-COND-CODE
072700         MOVE SPACES TO WS-LAST-CHANGE-TS
072800     END-IF.
072805*    AN UPDATE IS AUDITED UNDER ITS NEW KEY ONLY; THE BEFORE
072810*    IMAGE ON THE CHANGE EVENT COVERS THE KEY A RENAME LEFT
072815     EXEC SQL
072820         SELECT COALESCE(CHAR(MAX(EVENT_TS)), ' ')
072825             INTO :WS-EVENT-CHANGE-TS
072830             FROM SAMPLE.CITYEVENT
072835             WHERE BEFORE_CITY = :WS-LOW-CITY
072840               AND BEFORE_COUNTRY = :WS-LOW-COUNTRY
072845     END-EXEC.
072850     IF SQLCODE NOT = 0
072855         MOVE SQLCODE TO SQLCODE-PIC
072860         DISPLAY 'CITYXREC: SELECT FROM CITYEVENT FAILED, '
072865             'SQLCODE = ' SQLCODE-PIC
072870         MOVE 12 TO WS-COND-CODE
072875         GO TO 3400-EXIT
072880     END-IF.
072885     IF WS-EVENT-CHANGE-TS > WS-LAST-CHANGE-TS
072890         MOVE WS-EVENT-CHANGE-TS TO WS-LAST-CHANGE-TS
072895     END-IF.
072900 3400-EXIT.
073000     EXIT.
073100*****************************************************************
073200*    3500-COUNTRY-BREAK - PRINT THE COUNTRY'S RECORD COUNTS IF   *
073300*                         ANY COPY DISAGREES WITH CITYTABLE      *
073400*****************************************************************
073500 3500-COUNTRY-BREAK.
073600     IF WS-CTRY-UNLOAD-COUNT = WS-CTRY-TABLE-COUNT
073700        AND WS-CTRY-VSAM-COUNT = WS-CTRY-TABLE-COUNT
073800        AND (WS-CTRY-HISTORY-COUNT = WS-CTRY-TABLE-COUNT
073900             OR NOT HISTORY-AVAILABLE)
074000         GO TO 3500-EXIT
074100     END-IF.
074200     ADD 1 TO WS-COUNTRIES-DIFFERING.
074300     MOVE SPACES TO DETAIL-LINE.
074400     MOVE WS-CURRENT-COUNTRY TO DL-COUNTRY.
074500     MOVE '** COUNTRY RECORD COUNTS' TO DL-CITY.
074600     MOVE WS-CTRY-TABLE-COUNT TO DL-TABLE-COUNT.
074700     MOVE WS-CTRY-UNLOAD-COUNT TO DL-UNLOAD-COUNT.
074800     MOVE WS-CTRY-VSAM-COUNT TO DL-VSAM-COUNT.
074900     IF HISTORY-AVAILABLE
075000         MOVE WS-CTRY-HISTORY-COUNT TO DL-HISTORY-COUNT
075100     END-IF.
075200     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
075300 3500-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    3600-SET-DIFFERENCE - DESCRIBE HOW THE COPY'S RECORDS FOR   *
075700*                          THE KEY DIFFER FROM THE REFERENCE'S   *
075800*****************************************************************
075900 3600-SET-DIFFERENCE.
076000     EVALUATE TRUE
076100         WHEN WS-COPY-COUNT = ZERO
076200             MOVE 'MISSING' TO DL-DIFFERENCE
076300         WHEN WS-REFERENCE-COUNT = ZERO
076400             MOVE 'EXTRA' TO DL-DIFFERENCE
076500         WHEN WS-COPY-COUNT NOT = WS-REFERENCE-COUNT
076600             MOVE 'COUNT' TO DL-DIFFERENCE
076700         WHEN OTHER
076800             MOVE 'POPULATION' TO DL-DIFFERENCE
076900     END-EVALUATE.
077000 3600-EXIT.
077100     EXIT.
077200*****************************************************************
077300*    3700-PRINT-DIFFERENCE - PRINT ONE KEY DIFFERENCE WITH THE   *
077400*                            KEY'S RECORD COUNT IN EVERY COPY    *
077500*****************************************************************
077600 3700-PRINT-DIFFERENCE.
077700     IF DIFFERENCE-UNEXPLAINED
077800         ADD 1 TO WS-UNEXPLAINED-DIFFERENCES
077900     ELSE
078000         ADD 1 TO WS-EXPLAINED-DIFFERENCES
078100     END-IF.
078200     MOVE WS-LOW-COUNTRY TO DL-COUNTRY.
078300     MOVE WS-LOW-CITY TO DL-CITY.
078400     MOVE WS-KEY-TABLE-COUNT TO DL-TABLE-COUNT.
078500     MOVE WS-KEY-UNLOAD-COUNT TO DL-UNLOAD-COUNT.
078600     MOVE WS-KEY-VSAM-COUNT TO DL-VSAM-COUNT.
078700     IF HISTORY-AVAILABLE
078800         MOVE WS-KEY-HISTORY-COUNT TO DL-HISTORY-COUNT
078900     END-IF.
079000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
079100 3700-EXIT.
079200     EXIT.
079300*****************************************************************
079400*    5000-PRINT-DETAIL - PRINT THE DETAIL LINE, STARTING A NEW   *
079500*                        PAGE WHEN THE CURRENT ONE IS FULL       *
079600*****************************************************************
079700 5000-PRINT-DETAIL.
079800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079900         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
080000     END-IF.
080100     IF WS-LINE-COUNT = ZERO
080200         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
080300     END-IF.
080400     WRITE PRINT-RECORD FROM DETAIL-LINE
080500         AFTER ADVANCING 1 LINE.
080600     ADD 1 TO WS-LINE-COUNT.
080700 5000-EXIT.
080800     EXIT.
080900*****************************************************************
081000*    5100-PRINT-HEADINGS - START A NEW PAGE WITH THE TWO         *
081100*                          HEADING LINES                         *
081200*****************************************************************
081300 5100-PRINT-HEADINGS.
081400     ADD 1 TO WS-PAGE-NUMBER.
081500     MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.
081600     WRITE PRINT-RECORD FROM HEADING-LINE-1
081700         AFTER ADVANCING PAGE.
081800     WRITE PRINT-RECORD FROM HEADING-LINE-2
081900         AFTER ADVANCING 2 LINES.
082000     MOVE 3 TO WS-LINE-COUNT.
082100 5100-EXIT.
082200     EXIT.
082300*****************************************************************
082400*    7000-PRINT-TOTALS - PRINT EACH COPY'S RECORD COUNT AND      *
082500*                        POPULATION HASH TOTAL, THEN THE RUN     *
082600*                        COUNTS                                  *
082700*****************************************************************
082800 7000-PRINT-TOTALS.
082900     IF WS-LINE-COUNT = ZERO
083000         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
083100     END-IF.
083200     MOVE SPACES TO TL-NOTE.
083300     MOVE 'SAMPLE.CITYTABLE' TO TL-LABEL.
083400     MOVE WS-TOTAL-TABLE-COUNT TO TL-RECORDS.
083500     MOVE WS-TOTAL-TABLE-POP TO TL-POPULATION-HASH.
083600     WRITE PRINT-RECORD FROM TOTAL-LINE
083700         AFTER ADVANCING 2 LINES.
083800     MOVE 'UNLOAD GENERATION' TO TL-LABEL.
083900     MOVE WS-TOTAL-UNLOAD-COUNT TO TL-RECORDS.
084000     MOVE WS-TOTAL-UNLOAD-POP TO TL-POPULATION-HASH.
084100     IF WS-UNLOAD-CUT-TS NOT = SPACES
084200         STRING 'CUT AT ' DELIMITED BY SIZE
084300             WS-UNLOAD-CUT-TS DELIMITED BY SIZE
084400             INTO TL-NOTE
084500         END-STRING
084600     END-IF.
084700     WRITE PRINT-RECORD FROM TOTAL-LINE
084800         AFTER ADVANCING 1 LINE.
084900     MOVE SPACES TO TL-NOTE.
085000     MOVE 'CITYVSAM KSDS' TO TL-LABEL.
085100     MOVE WS-TOTAL-VSAM-COUNT TO TL-RECORDS.
085200     MOVE WS-TOTAL-VSAM-POP TO TL-POPULATION-HASH.
085300     WRITE PRINT-RECORD FROM TOTAL-LINE
085400         AFTER ADVANCING 1 LINE.
085500     MOVE 'CITYHST SNAPSHOT' TO TL-LABEL.
085600     MOVE WS-TOTAL-HISTORY-COUNT TO TL-RECORDS.
085700     MOVE WS-TOTAL-HISTORY-POP TO TL-POPULATION-HASH.
085800     IF HISTORY-AVAILABLE
085900         STRING 'SNAPSHOT OF ' DELIMITED BY SIZE
086000             WS-SNAP-DATE DELIMITED BY SIZE
086100             INTO TL-NOTE
086200         END-STRING
086300     ELSE
086400         MOVE 'NO SNAPSHOT ON FILE, NOT COMPARED' TO TL-NOTE
086500     END-IF.
086600     WRITE PRINT-RECORD FROM TOTAL-LINE
086700         AFTER ADVANCING 1 LINE.
086800     MOVE 'KEYS COMPARED:' TO SL-LABEL.
086900     MOVE WS-KEYS-COMPARED TO SL-COUNT.
087000     WRITE PRINT-RECORD FROM SUMMARY-LINE
087100         AFTER ADVANCING 2 LINES.
087200     MOVE 'COUNTRIES COMPARED:' TO SL-LABEL.
087300     MOVE WS-COUNTRIES-COMPARED TO SL-COUNT.
087400     WRITE PRINT-RECORD FROM SUMMARY-LINE
087500         AFTER ADVANCING 1 LINE.
087600     MOVE 'COUNTRIES WITH COUNT DIFFS:' TO SL-LABEL.
087700     MOVE WS-COUNTRIES-DIFFERING TO SL-COUNT.
087800     WRITE PRINT-RECORD FROM SUMMARY-LINE
087900         AFTER ADVANCING 1 LINE.
088000     MOVE 'EXPLAINED DIFFERENCES:' TO SL-LABEL.
088100     MOVE WS-EXPLAINED-DIFFERENCES TO SL-COUNT.
088200     WRITE PRINT-RECORD FROM SUMMARY-LINE
088300         AFTER ADVANCING 1 LINE.
088400     MOVE 'UNEXPLAINED DIFFERENCES:' TO SL-LABEL.
088500     MOVE WS-UNEXPLAINED-DIFFERENCES TO SL-COUNT.
088600     WRITE PRINT-RECORD FROM SUMMARY-LINE
088700         AFTER ADVANCING 1 LINE.
088800 7000-EXIT.
088900     EXIT.
089000*****************************************************************
089100*    8000-TERMINATE - CLOSE THE FILES, DISPLAY THE COUNTS, AND   *
089200*                     SET CC 8 ON ANY UNEXPLAINED DIFFERENCE     *
089300*****************************************************************
089400 8000-TERMINATE.
089500     CLOSE CITY-UNLOAD-FILE.
089600     CLOSE CITY-VSAM-FILE.
089700     CLOSE PRINT-FILE.
089800     DISPLAY 'CITYXREC: CITYTABLE ROWS       = '
089900         WS-TOTAL-TABLE-COUNT.
090000     DISPLAY 'CITYXREC: UNLOAD RECORDS       = '
090100         WS-TOTAL-UNLOAD-COUNT.
090200     DISPLAY 'CITYXREC: CITYVSAM RECORDS     = '
090300         WS-TOTAL-VSAM-COUNT.
090400     DISPLAY 'CITYXREC: CITYHST RECORDS      = '
090500         WS-TOTAL-HISTORY-COUNT.
090600     DISPLAY 'CITYXREC: EXPLAINED DIFFS      = '
090700         WS-EXPLAINED-DIFFERENCES.
090800     DISPLAY 'CITYXREC: UNEXPLAINED DIFFS    = '
090900         WS-UNEXPLAINED-DIFFERENCES.
091000     IF WS-COND-CODE = ZERO AND WS-UNEXPLAINED-DIFFERENCES > ZERO
091100         MOVE 8 TO WS-COND-CODE
091200     END-IF.
091300     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
091400 8000-EXIT.
091500     EXIT.
091600*****************************************************************
091700*    9000-LOG-RUN-START - WRITE THE START ROW TO THE RUN-CONTROL *
091800*                         TABLE                                  *
091900*****************************************************************
092000 9000-LOG-RUN-START.
092100     MOVE 'CITYXREC' TO RP-PROGRAM-NAME.
092200     MOVE 'START' TO RP-PHASE.
092300     MOVE ZERO TO RP-RECORDS-IN.
092400     MOVE ZERO TO RP-RECORDS-OUT.
092500     MOVE ZERO TO RP-RECORDS-REJECTED.
092600     MOVE 'STARTED' TO RP-OUTCOME.
092700     MOVE ZERO TO RP-COND-CODE.
092800     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
092900 9000-EXIT.
093000     EXIT.
093100*****************************************************************
093200*    9100-LOG-RUN-END - WRITE THE END ROW WITH THE COUNTS,       *
093300*                       OUTCOME AND CONDITION CODE               *
093400*****************************************************************
093500 9100-LOG-RUN-END.
093600     MOVE 'CITYXREC' TO RP-PROGRAM-NAME.
093700     MOVE 'END' TO RP-PHASE.
093800     MOVE WS-TOTAL-TABLE-COUNT TO RP-RECORDS-IN.
093900     MOVE WS-KEYS-COMPARED TO RP-RECORDS-OUT.
094000     MOVE WS-UNEXPLAINED-DIFFERENCES TO RP-RECORDS-REJECTED.
094100     EVALUATE WS-COND-CODE
094200         WHEN 0
094300             MOVE 'SUCCESS' TO RP-OUTCOME
094400         WHEN 4
094500             MOVE 'WARNING' TO RP-OUTCOME
094600         WHEN OTHER
094700             MOVE 'FAILURE' TO RP-OUTCOME
094800     END-EVALUATE.
094900     MOVE WS-COND-CODE TO RP-COND-CODE.
095000     CALL 'CITYRUN' USING RUN-CONTROL-PARM.
095100 9100-EXIT.
095200     EXIT.
095300*****************************************************************
095400*    9999-EXIT - COMMON PROGRAM EXIT                             *
095500*****************************************************************
095600 9999-EXIT.
095700     MOVE WS-COND-CODE TO RETURN-CODE.
095800     STOP RUN.
