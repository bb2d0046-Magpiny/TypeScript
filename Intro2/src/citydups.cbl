002730*                   CITYAPPL'S BATCH BALANCING ACCEPTS IT        *
002740*                   (BRANCH ID CITYDUPS, BUSINESS DATE = RUN     *
002750*                   DATE)                                        *
002760*  2026-10-15 DLM   ROWS STORED UNDER A FORMER OR ALTERNATE      *
002770*                   NAME HELD ON SAMPLE.CITYALIAS ARE KEYED ON   *
002780*                   THEIR CANONICAL CITY/COUNTRY, SO THEY JOIN   *
002790*                   THE CANONICAL ROW'S CLUSTER. THE CANONICAL   *
002792*                   ROW SORTS FIRST AND SURVIVES; ALIAS-NAMED    *
002794*                   MEMBERS ARE MARKED (ALIAS) ON THE REPORT     *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
005000 SD  SORT-WORK-FILE.
005100 01  SORT-RECORD.
005200     05  SR-NORM-KEY           PIC X(64).
005250     05  SR-ALIAS-RANK         PIC X(01).
005300     05  SR-CITY               PIC X(32).
005400     05  SR-COUNTRY            PIC X(32).
005500 FD  DUPLICATE-REPORT-FILE
007000*-----------------------------------------------------------------
007100 01  WS-CITY-HOST                PIC X(32).
007200 01  WS-COUNTRY-HOST             PIC X(32).
007210 01  WS-CANON-CITY-HOST          PIC X(32).
007220 01  WS-CANON-COUNTRY-HOST       PIC X(32).
007230 01  WS-ALIAS-FLAG-HOST          PIC X(01).
007300*-----------------------------------------------------------------
007400*    SWITCHES
007500*-----------------------------------------------------------------
011400     05  WS-CLUSTER-ENTRY OCCURS 50 TIMES.
011500         10  WS-MEMBER-CITY      PIC X(32).
011600         10  WS-MEMBER-COUNTRY   PIC X(32).
011610         10  WS-MEMBER-ALIAS     PIC X(01).
011615             88  MEMBER-IS-ALIAS             VALUE '1'.
011620 77  WS-MANUAL-CLEANUP-SWITCH    PIC X(01)   VALUE 'N'.
011640     88  MANUAL-CLEANUP-NEEDED               VALUE 'Y'.
011650*-----------------------------------------------------------------
013300     05  FILLER                  PIC X(11)   VALUE '> COUNTRY <'.
013400     05  ML-COUNTRY              PIC X(32).
013500     05  FILLER                  PIC X(01)   VALUE '>'.
013505     05  ML-ALIAS-NOTE           PIC X(08)   VALUE SPACES.
013510 01  MANUAL-CLEANUP-LINE.
013520     05  FILLER                  PIC X(04)   VALUE SPACES.
013530     05  FILLER                  PIC X(44)   VALUE
014200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300     IF WS-COND-CODE = ZERO
014400         SORT SORT-WORK-FILE
014500             ON ASCENDING KEY SR-NORM-KEY SR-ALIAS-RANK
014550                              SR-CITY SR-COUNTRY
014600             INPUT PROCEDURE IS 2000-EXTRACT-CITIES THRU
014700                 2000-EXIT
014800             OUTPUT PROCEDURE IS 3000-GROUP-CLUSTERS THRU
017500     WRITE DUPLICATE-REPORT-LINE.
017600     MOVE SPACES TO DUPLICATE-REPORT-LINE.
017700     WRITE DUPLICATE-REPORT-LINE.
017710*    A ROW STORED UNDER AN ALIAS NAME CARRIES ITS CANONICAL
017720*    CITY/COUNTRY FOR THE CLUSTER KEY AND A '1' FLAG SO THE
017730*    CANONICAL ROW ('0') SORTS AHEAD OF IT AND SURVIVES
017800     EXEC SQL
017900         DECLARE C10 CURSOR FOR
018000             SELECT T.CITY, T.COUNTRY,
018010                    COALESCE(A.CITY, T.CITY),
018020                    COALESCE(A.COUNTRY, T.COUNTRY),
018030                    CASE WHEN A.CITY IS NULL THEN '0'
018040                         ELSE '1' END
018100                 FROM SAMPLE.CITYTABLE T
018110                 LEFT OUTER JOIN SAMPLE.CITYALIAS A
018120                   ON A.ALIAS_CITY = T.CITY
018130                  AND A.ALIAS_COUNTRY = T.COUNTRY
018200     END-EXEC.
018300     EXEC SQL
018400         OPEN C10
020900 2100-FETCH-CITY.
021000     EXEC SQL
021100         FETCH C10
021200             INTO :WS-CITY-HOST, :WS-COUNTRY-HOST,
021210                  :WS-CANON-CITY-HOST, :WS-CANON-COUNTRY-HOST,
021220                  :WS-ALIAS-FLAG-HOST
021300     END-EXEC.
021400     IF SQLCODE = 100
021500         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
023000*****************************************************************
023100 2200-RELEASE-CITY.
023200     ADD 1 TO WS-ROWS-SCANNED.
023300     MOVE WS-CANON-CITY-HOST TO WS-NORM-IN.
023400     PERFORM 6000-NORMALIZE-FIELD THRU 6000-EXIT.
023500     MOVE WS-NORM-OUT TO SR-NORM-KEY(1:32).
023600     MOVE WS-CANON-COUNTRY-HOST TO WS-NORM-IN.
023700     PERFORM 6000-NORMALIZE-FIELD THRU 6000-EXIT.
023800     MOVE WS-NORM-OUT TO SR-NORM-KEY(33:32).
023850     MOVE WS-ALIAS-FLAG-HOST TO SR-ALIAS-RANK.
023900     MOVE WS-CITY-HOST TO SR-CITY.
024000     MOVE WS-COUNTRY-HOST TO SR-COUNTRY.
024100     RELEASE SORT-RECORD.
028000         ADD 1 TO WS-MEMBER-COUNT
028100         MOVE SR-CITY TO WS-MEMBER-CITY(WS-MEMBER-COUNT)
028200         MOVE SR-COUNTRY TO WS-MEMBER-COUNTRY(WS-MEMBER-COUNT)
028250         MOVE SR-ALIAS-RANK TO WS-MEMBER-ALIAS(WS-MEMBER-COUNT)
028300     ELSE
028400         DISPLAY 'CITYDUPS: CLUSTER LARGER THAN 50 MEMBERS, '
028500             'EXTRA MEMBER WRITTEN AS VARIANT DIRECTLY'
032000 3300-PRINT-ONE-MEMBER.
032100     MOVE WS-MEMBER-CITY(WS-MEMBER-IDX) TO ML-CITY.
032200     MOVE WS-MEMBER-COUNTRY(WS-MEMBER-IDX) TO ML-COUNTRY.
032210     IF MEMBER-IS-ALIAS(WS-MEMBER-IDX)
032220         MOVE ' (ALIAS)' TO ML-ALIAS-NOTE
032230     ELSE
032240         MOVE SPACES TO ML-ALIAS-NOTE
032250     END-IF.
032300     WRITE DUPLICATE-REPORT-LINE FROM MEMBER-LINE.
032400 3300-EXIT.
032500     EXIT.
