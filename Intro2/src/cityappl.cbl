002599*                   PASSES THE DUPLICATE CHECK), TRAILER WITH    *
002600*                   THE PER-ACTION REJECT COUNTS - SO THE        *
002601*                   CORRECTED FILE RESUBMITS AS TRANIN UNEDITED  *
002602*  2026-10-15 DLM   A CITY/COUNTRY THAT IS NOT ON CITYTABLE BUT  *
002603*                   IS A FORMER OR ALTERNATE NAME ON             *
002604*                   SAMPLE.CITYALIAS IS TRANSLATED TO ITS        *
002605*                   CANONICAL ROW BEFORE THE COBSAMP CALL (THE   *
002606*                   OLD KEY ONLY ON AN UPDATE). EACH TRANSLATION *
002607*                   IS LISTED ON SYSOUT AND COUNTED IN THE RUN   *
002608*                   TOTALS; REJECTS KEEP THE ORIGINAL NAMES      *
002609*  2026-10-15 DLM   A DETAIL WHOSE CITYTRN EFFECTIVE DATE IS     *
002610*                   AFTER THE RUN DATE IS PARKED ON              *
002611*                   SAMPLE.CITYFUTR FOR THE NIGHTLY CITYRLSE     *
002612*                   RELEASE INSTEAD OF BEING APPLIED. ACTION C   *
002613*                   CANCELS THE SAME BRANCH'S PENDING ITEMS FOR  *
002614*                   THE CITY/COUNTRY; A C THAT FINDS NOTHING TO  *
002615*                   CANCEL IS REJECTED                           *
002616*  2026-10-15 DLM   THE HEADER'S BRANCH MUST BE ON THE BRANCH    *
002617*                   MASTER (SAMPLE.CITYBRANCH) AND ACTIVE. A     *
002618*                   BATCH REFUSED AS FROM AN UNKNOWN OR INACTIVE *
002619*                   BRANCH, OR AS A DUPLICATE, IS LOGGED ON      *
002620*                   SAMPLE.CITYBREFUSE FOR THE CITYBMON MONITOR  *
002625*  2026-10-15 DLM   COBSAMP CALLS CARRY THE CH=CITYAPPL ACTION   *
002630*                   OPTION SO THE CHANGE EVENT NAMES CITYAPPL AS *
002635*                   ITS ORIGINATING CHANNEL                      *
002640*  2026-10-15 DLM   AN EFFECTIVE DATE MUST BE A REAL CALENDAR    *
002641*                   DATE (E.G. 2027-02-31 IS REJECTED), CHECKED  *
002642*                   THROUGH DB2 AS CITYEVRP CHECKS ITS REPORT    *
002643*                   DATE                                         *
002650*                                                               *
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
007800 77  WS-UPDATES-APPLIED          PIC 9(09) COMP VALUE ZERO.
007900 77  WS-DELETES-APPLIED          PIC 9(09) COMP VALUE ZERO.
008000 77  WS-RECORDS-REJECTED         PIC 9(09) COMP VALUE ZERO.
008050 77  WS-ALIASES-TRANSLATED       PIC 9(09) COMP VALUE ZERO.
008060 77  WS-RECORDS-PARKED           PIC 9(09) COMP VALUE ZERO.
008070 77  WS-PENDING-CANCELLED        PIC 9(09) COMP VALUE ZERO.
008075 77  WS-CANCELS-APPLIED          PIC 9(09) COMP VALUE ZERO.
008100 77  WS-COMMIT-INTERVAL          PIC 9(09) COMP VALUE 100.
008200 77  WS-COMMIT-COUNTER           PIC 9(09) COMP VALUE ZERO.
008300 77  WS-TRANIN-STATUS            PIC X(02)   VALUE SPACES.
008900 77  WS-TRIM-LENGTH              PIC S9(04) COMP VALUE ZERO.
009000 77  WS-OLD-LENGTH               PIC S9(04) COMP VALUE ZERO.
009100 77  WS-NEW-LENGTH               PIC S9(04) COMP VALUE ZERO.
009102*-----------------------------------------------------------------
009104*    ALIAS TRANSLATION FIELDS -- THE CITY/COUNTRY ACTUALLY SENT  *
009106*    TO COBSAMP. THE TRANSACTION RECORD ITSELF IS LEFT AS READ   *
009108*    SO A REJECT IS WRITTEN WITH THE BRANCH'S OWN NAMES          *
009111*-----------------------------------------------------------------
009113 01  WS-APPLY-CITY               PIC X(32)   VALUE SPACES.
009115 01  WS-APPLY-COUNTRY            PIC X(32)   VALUE SPACES.
009117 01  WS-CANON-CITY-HOST          PIC X(32)   VALUE SPACES.
009120 01  WS-CANON-COUNTRY-HOST       PIC X(32)   VALUE SPACES.
009122 01  WS-ROW-COUNT-HOST           PIC S9(09) COMP VALUE ZERO.
009124 01  WS-ALIAS-MESSAGE            PIC X(140)  VALUE SPACES.
009126*-----------------------------------------------------------------
009128*    FUTURE-DATED TRANSACTION FIELDS -- THE EFFECTIVE DATE IS    *
009131*    EDITED FOR ITS SHAPE HERE AND FOR A REAL CALENDAR DATE BY  *
009133*    DB2, THEN COMPARED WITH THE RUN DATE AS TEXT (YYYY-MM-DD)  *
009135*-----------------------------------------------------------------
009137 01  WS-EFFECTIVE-DATE.
009140     05  WS-ED-YEAR              PIC X(04).
009142     05  WS-ED-DASH-1            PIC X(01).
009144     05  WS-ED-MONTH             PIC X(02).
009146     05  WS-ED-DASH-2            PIC X(01).
009148     05  WS-ED-DAY               PIC X(02).
009151 01  WS-EFFECTIVE-DATE-HOST      PIC X(10)   VALUE SPACES.
009164 01  WS-CANCEL-DATE-HOST         PIC X(10)   VALUE SPACES.
009166 01  WS-CANCEL-RESPONSE-HOST     PIC X(80)   VALUE SPACES.
009168 77  WS-CANCEL-COUNT             PIC 9(09) COMP VALUE ZERO.
009171 01  WS-PARK-RECORD.
009173     05  WS-PARK-EFFECTIVE-DATE  PIC X(10).
009175     05  WS-PARK-ACTION          PIC X(01).
009177     05  WS-PARK-NEW-CITY        PIC X(32).
009180     05  WS-PARK-NEW-COUNTRY     PIC X(32).
009182     05  WS-PARK-POPULATION      PIC X(08).
009184     05  WS-PARK-REGION          PIC X(08).
009186*-----------------------------------------------------------------
009188*    BRANCH MASTER FIELDS -- A REFUSED BATCH IS LOGGED WITH THE  *
009191*    REASON (UNKNOWN, INACTIVE OR DUPLICATE)                     *
009193*-----------------------------------------------------------------
009195 01  WS-BRANCH-ACTIVE-HOST       PIC X(01)   VALUE SPACES.
009197 01  WS-REFUSE-REASON            PIC X(09)   VALUE SPACES.
009200 PROCEDURE DIVISION.
009300*****************************************************************
009400*    0000-MAINLINE-CONTROL                                       *
011240         UNTIL EOF-REACHED.
011250     CLOSE TRANSACTION-FILE.
011260     PERFORM 1200-CHECK-BATCH-CONTROLS THRU 1200-EXIT.
011262     IF WS-COND-CODE < 8
011264         PERFORM 4100-CHECK-BRANCH-MASTER THRU 4100-EXIT
011266     END-IF.
011268     PERFORM 4200-LOG-REFUSED-BATCH THRU 4200-EXIT.
011270     IF WS-COND-CODE >= 8
011272         GO TO 1000-EXIT
011274     END-IF.
011276     PERFORM 1300-CHECK-DUPLICATE-BATCH THRU 1300-EXIT.
011277     PERFORM 4200-LOG-REFUSED-BATCH THRU 4200-EXIT.
011278     IF WS-COND-CODE >= 8
011280         GO TO 1000-EXIT
011282     END-IF.
012444             WS-BATCH-DATE ' ALREADY APPLIED, REFUSED AS A '
012446             'DUPLICATE TRANSMISSION'
012448         MOVE 8 TO WS-COND-CODE
012449         MOVE 'DUPLICATE' TO WS-REFUSE-REASON
012450     END-IF.
012452 1300-EXIT.
012454     EXIT.
012850         GO TO 2000-EXIT
012860     END-IF.
012900     MOVE 'N' TO WS-REJECT-SWITCH.
012950     PERFORM 2200-RESOLVE-ALIAS THRU 2200-EXIT.
012960     IF CT-ACTION-CANCEL
012962         PERFORM 3400-CANCEL-PENDING THRU 3400-EXIT
012964     ELSE
012966         PERFORM 2400-APPLY-TRANSACTION THRU 2400-EXIT
012968     END-IF.
014200     IF TRANSACTION-REJECTED
014300         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
014400     ELSE
016500     END-READ.
016600 2100-EXIT.
016700     EXIT.
016701*****************************************************************
016702*    2200-RESOLVE-ALIAS - A CITY/COUNTRY NOT ON CITYTABLE THAT IS *
016703*                         A FORMER OR ALTERNATE NAME ON           *
016705*                         SAMPLE.CITYALIAS IS REPLACED BY ITS     *
016706*                         CANONICAL ROW FOR THE COBSAMP CALL. A   *
016707*                         NAME THAT IS ON NEITHER TABLE GOES TO   *
016708*                         COBSAMP AS SENT AND STANDS OR FALLS     *
016710*                         THERE                                   *
016711*****************************************************************
016712 2200-RESOLVE-ALIAS.
016713     MOVE CT-CITY TO WS-APPLY-CITY.
016715     MOVE CT-COUNTRY TO WS-APPLY-COUNTRY.
016716     IF NOT CT-ACTION-INSERT AND NOT CT-ACTION-UPDATE
016717        AND NOT CT-ACTION-DELETE AND NOT CT-ACTION-CANCEL
016718         GO TO 2200-EXIT
016720     END-IF.
016721     MOVE ZERO TO WS-ROW-COUNT-HOST.
016722     EXEC SQL
016724         SELECT COUNT(*) INTO :WS-ROW-COUNT-HOST
016725             FROM SAMPLE.CITYTABLE
016726             WHERE CITY = :WS-APPLY-CITY
016727               AND COUNTRY = :WS-APPLY-COUNTRY
016729     END-EXEC.
016730     IF SQLCODE NOT = 0 OR WS-ROW-COUNT-HOST > ZERO
016731         GO TO 2200-EXIT
016732     END-IF.
016734     EXEC SQL
016735         SELECT CITY, COUNTRY
016736             INTO :WS-CANON-CITY-HOST, :WS-CANON-COUNTRY-HOST
016737             FROM SAMPLE.CITYALIAS
016739             WHERE ALIAS_CITY = :WS-APPLY-CITY
016740               AND ALIAS_COUNTRY = :WS-APPLY-COUNTRY
016741     END-EXEC.
016743     IF SQLCODE NOT = 0
016744         GO TO 2200-EXIT
016745     END-IF.
016746     MOVE WS-CANON-CITY-HOST TO WS-APPLY-CITY.
016748     MOVE WS-CANON-COUNTRY-HOST TO WS-APPLY-COUNTRY.
016749     ADD 1 TO WS-ALIASES-TRANSLATED.
016750     MOVE SPACES TO WS-ALIAS-MESSAGE.
016751     STRING CT-CITY DELIMITED BY '  '
016753         '/' DELIMITED BY SIZE
016754         CT-COUNTRY DELIMITED BY '  '
016755         ' TRANSLATED TO ' DELIMITED BY SIZE
016756         WS-APPLY-CITY DELIMITED BY '  '
016758         '/' DELIMITED BY SIZE
016759         WS-APPLY-COUNTRY DELIMITED BY '  '
016760         INTO WS-ALIAS-MESSAGE
016762     END-STRING.
016763     DISPLAY 'CITYAPPL: RECORD ' WS-RECORDS-READ ' ALIAS '
016764         WS-ALIAS-MESSAGE.
016765 2200-EXIT.
016767     EXIT.
016768*****************************************************************
016769*    2300-CHECK-EFFECTIVE-DATE - AN EFFECTIVE DATE, WHEN GIVEN,   *
016770*                                MUST BE A YYYY-MM-DD DATE THAT   *
016771*                                EXISTS ON THE CALENDAR           *
016772*****************************************************************
016773 2300-CHECK-EFFECTIVE-DATE.
016774     MOVE CT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
016775     IF WS-ED-YEAR NOT NUMERIC OR WS-ED-MONTH NOT NUMERIC
016776        OR WS-ED-DAY NOT NUMERIC
016777        OR WS-ED-DASH-1 NOT = '-' OR WS-ED-DASH-2 NOT = '-'
016778         PERFORM 2350-REJECT-EFFECTIVE-DATE THRU 2350-EXIT
016779         GO TO 2300-EXIT
016780     END-IF.
016781     MOVE CT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE-HOST.
016782     EXEC SQL
016783         SELECT CHAR(DATE(:WS-EFFECTIVE-DATE-HOST), ISO)
016784             INTO :WS-EFFECTIVE-DATE-HOST
016785             FROM SYSIBM.SYSDUMMY1
016786     END-EXEC.
016787     IF SQLCODE = -180 OR SQLCODE = -181
016788         PERFORM 2350-REJECT-EFFECTIVE-DATE THRU 2350-EXIT
016789     ELSE
016790         IF SQLCODE NOT = 0
016791             MOVE SQLCODE TO SQLCODE-PIC
016792             MOVE 'Y' TO WS-REJECT-SWITCH
016793             MOVE SPACES TO WS-RESPONSE-TEXT
016794             STRING 'Effective date check failed: Sqlcode '
016795                 SQLCODE-PIC
016796                 DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
016797             END-STRING
016798         END-IF
016799     END-IF.
016800 2300-EXIT.
016801     EXIT.
016802*****************************************************************
016803*    2350-REJECT-EFFECTIVE-DATE - REJECT THE DETAIL FOR AN        *
016804*                                 EFFECTIVE DATE THAT IS NOT A    *
016805*                                 REAL YYYY-MM-DD DATE            *
016806*****************************************************************
016807 2350-REJECT-EFFECTIVE-DATE.
016808     MOVE 'Y' TO WS-REJECT-SWITCH.
016809     MOVE SPACES TO WS-RESPONSE-TEXT.
016810     STRING 'Effective date "' CT-EFFECTIVE-DATE
016811         '" not a valid YYYY-MM-DD date'
016812         DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
016813     END-STRING.
016814 2350-EXIT.
016815     EXIT.
016816*****************************************************************
016817*    2400-APPLY-TRANSACTION - PARK A FUTURE-DATED DETAIL, OR      *
016818*                             APPLY IT THROUGH COBSAMP BY ITS     *
016819*                             ACTION                              *
016820*****************************************************************
016821 2400-APPLY-TRANSACTION.
016822     IF CT-EFFECTIVE-DATE NOT = SPACES
016823         PERFORM 2300-CHECK-EFFECTIVE-DATE THRU 2300-EXIT
016824         IF TRANSACTION-REJECTED
016825             GO TO 2400-EXIT
016826         END-IF
016827         IF CT-EFFECTIVE-DATE > WS-RUN-DATE
016828             PERFORM 3300-PARK-FUTURE-DATED THRU 3300-EXIT
016829             GO TO 2400-EXIT
016830         END-IF
016831     END-IF.
016832     EVALUATE TRUE
016833         WHEN CT-ACTION-INSERT
016834             PERFORM 3000-APPLY-INSERT THRU 3000-EXIT
016835         WHEN CT-ACTION-UPDATE
016836             PERFORM 3100-APPLY-UPDATE THRU 3100-EXIT
016837         WHEN CT-ACTION-DELETE
016838             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
016839         WHEN OTHER
016840             MOVE 'Y' TO WS-REJECT-SWITCH
016841             MOVE SPACES TO WS-RESPONSE-TEXT
016842             STRING 'Action "' CT-ACTION '" not I, U, D or C'
016843                 DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
016844             END-STRING
016845     END-EVALUATE.
016846 2400-EXIT.
016847     EXIT.
016848*****************************************************************
016900*    3000-APPLY-INSERT - CALL COBSAMP WITH THE INSERT ACTION      *
017000*****************************************************************
017100 3000-APPLY-INSERT.
017200     MOVE 1 TO VAR-LEN OF Action.
017300     MOVE 'I' TO VAR-TEXT OF Action.
017400     MOVE 32 TO VAR-LEN OF City.
017500     MOVE WS-APPLY-CITY TO VAR-TEXT OF City.
017600     MOVE 32 TO VAR-LEN OF Country.
017700     MOVE WS-APPLY-COUNTRY TO VAR-TEXT OF Country.
017800     PERFORM 5000-CALL-COBSAMP THRU 5000-EXIT.
017900     IF WS-RESPONSE-TEXT(1:17) = 'Insert successful'
018000         ADD 1 TO WS-INSERTS-APPLIED
019100 3100-APPLY-UPDATE.
019200     MOVE 1 TO VAR-LEN OF Action.
019300     MOVE 'U' TO VAR-TEXT OF Action.
019400     MOVE WS-APPLY-CITY TO WS-TRIM-FIELD.
019500     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
019600     MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.
019700     MOVE CT-NEW-CITY TO WS-TRIM-FIELD.
020500     END-IF.
020600     MOVE SPACES TO VAR-TEXT OF City.
020700     IF WS-NEW-LENGTH = ZERO OR WS-OLD-LENGTH = ZERO
020800         MOVE WS-APPLY-CITY TO VAR-TEXT OF City
020900     ELSE
021000         STRING WS-APPLY-CITY(1:WS-OLD-LENGTH) DELIMITED BY SIZE
021100             ',' DELIMITED BY SIZE
021200             CT-NEW-CITY(1:WS-NEW-LENGTH) DELIMITED BY SIZE
021300             INTO VAR-TEXT OF City
021400         END-STRING
021500     END-IF.
021600     MOVE 32 TO VAR-LEN OF City.
021700     MOVE WS-APPLY-COUNTRY TO WS-TRIM-FIELD.
021800     PERFORM 6000-TRIM-TRAILING-SPACES THRU 6000-EXIT.
021900     MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.
022000     MOVE CT-NEW-COUNTRY TO WS-TRIM-FIELD.
022800     END-IF.
022900     MOVE SPACES TO VAR-TEXT OF Country.
023000     IF WS-NEW-LENGTH = ZERO OR WS-OLD-LENGTH = ZERO
023100         MOVE WS-APPLY-COUNTRY TO VAR-TEXT OF Country
023200     ELSE
023300         STRING WS-APPLY-COUNTRY(1:WS-OLD-LENGTH)
023350             DELIMITED BY SIZE
023400             ',' DELIMITED BY SIZE
023500             CT-NEW-COUNTRY(1:WS-NEW-LENGTH) DELIMITED BY SIZE
023600             INTO VAR-TEXT OF Country
025200     MOVE 1 TO VAR-LEN OF Action.
025300     MOVE 'D' TO VAR-TEXT OF Action.
025400     MOVE 32 TO VAR-LEN OF City.
025500     MOVE WS-APPLY-CITY TO VAR-TEXT OF City.
025600     MOVE 32 TO VAR-LEN OF Country.
025700     MOVE WS-APPLY-COUNTRY TO VAR-TEXT OF Country.
025800     PERFORM 5000-CALL-COBSAMP THRU 5000-EXIT.
025900     IF WS-RESPONSE-TEXT(1:17) = 'Delete successful'
026000         ADD 1 TO WS-DELETES-APPLIED
026300     END-IF.
026400 3200-EXIT.
026500     EXIT.
026501*****************************************************************
026502*    3300-PARK-FUTURE-DATED - HOLD A DETAIL DATED AFTER THE RUN   *
026503*                             DATE ON SAMPLE.CITYFUTR, ALIAS-     *
026504*                             TRANSLATED AS IT WOULD HAVE BEEN    *
026505*                             APPLIED TONIGHT, FOR CITYRLSE TO    *
026506*                             APPLY ON THE EFFECTIVE DATE         *
026507*****************************************************************
026508 3300-PARK-FUTURE-DATED.
026509     IF NOT CT-ACTION-INSERT AND NOT CT-ACTION-UPDATE
026510        AND NOT CT-ACTION-DELETE
026511         MOVE 'Y' TO WS-REJECT-SWITCH
026512         MOVE SPACES TO WS-RESPONSE-TEXT
026513         STRING 'Action "' CT-ACTION '" not I, U, D or C'
026514             DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
026515         END-STRING
026516         GO TO 3300-EXIT
026517     END-IF.
026518     MOVE CT-EFFECTIVE-DATE TO WS-PARK-EFFECTIVE-DATE.
026519     MOVE CT-ACTION TO WS-PARK-ACTION.
026520     MOVE CT-NEW-CITY TO WS-PARK-NEW-CITY.
026521     MOVE CT-NEW-COUNTRY TO WS-PARK-NEW-COUNTRY.
026522     MOVE CT-POPULATION TO WS-PARK-POPULATION.
026523     MOVE CT-REGION TO WS-PARK-REGION.
026524     EXEC SQL
026525         INSERT INTO SAMPLE.CITYFUTR
026526             (BRANCH_ID, BUSINESS_DATE, EFFECTIVE_DATE,
026527              ACTION_CD, CITY, COUNTRY, NEW_CITY, NEW_COUNTRY,
026528              POPULATION, REGION, STATUS, PARKED_TS)
026529             VALUES (:WS-BATCH-BRANCH-ID, :WS-BATCH-DATE,
026530                     :WS-PARK-EFFECTIVE-DATE, :WS-PARK-ACTION,
026531                     :WS-APPLY-CITY, :WS-APPLY-COUNTRY,
026532                     :WS-PARK-NEW-CITY, :WS-PARK-NEW-COUNTRY,
026533                     :WS-PARK-POPULATION, :WS-PARK-REGION,
026534                     'PENDING', CURRENT TIMESTAMP)
026535     END-EXEC.
026536     IF SQLCODE NOT = 0
026537         MOVE SQLCODE TO SQLCODE-PIC
026538         MOVE 'Y' TO WS-REJECT-SWITCH
026539         MOVE SPACES TO WS-RESPONSE-TEXT
026540         STRING 'Park for effective date failed: Sqlcode '
026541             SQLCODE-PIC
026542             DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
026543         END-STRING
026544         GO TO 3300-EXIT
026545     END-IF.
026546     ADD 1 TO WS-RECORDS-PARKED.
026547     DISPLAY 'CITYAPPL: RECORD ' WS-RECORDS-READ ' PARKED UNTIL '
026548         CT-EFFECTIVE-DATE.
026549 3300-EXIT.
026550     EXIT.
026551*****************************************************************
026552*    3400-CANCEL-PENDING - CANCEL THIS BRANCH'S PENDING ITEMS FOR *
026553*                          THE CITY/COUNTRY (ONLY THOSE DUE ON    *
026554*                          THE EFFECTIVE DATE IF ONE IS GIVEN).   *
026555*                          NOTHING TO CANCEL IS A REJECT          *
026556*****************************************************************
026557 3400-CANCEL-PENDING.
026558     MOVE CT-EFFECTIVE-DATE TO WS-CANCEL-DATE-HOST.
026559     MOVE SPACES TO WS-CANCEL-RESPONSE-HOST.
026560     STRING 'CANCELLED BY BATCH ' WS-BATCH-BRANCH-ID ' '
026561         WS-BATCH-DATE
026562         DELIMITED BY SIZE INTO WS-CANCEL-RESPONSE-HOST
026563     END-STRING.
026564     EXEC SQL
026565         UPDATE SAMPLE.CITYFUTR
026566            SET STATUS = 'CANCELLED',
026567                CLOSED_TS = CURRENT TIMESTAMP,
026568                RESPONSE = :WS-CANCEL-RESPONSE-HOST
026569          WHERE BRANCH_ID = :WS-BATCH-BRANCH-ID
026570            AND CITY = :WS-APPLY-CITY
026571            AND COUNTRY = :WS-APPLY-COUNTRY
026572            AND STATUS = 'PENDING'
026573            AND (:WS-CANCEL-DATE-HOST = ' '
026574                 OR EFFECTIVE_DATE = :WS-CANCEL-DATE-HOST)
026575     END-EXEC.
026576     IF SQLCODE = 100
026577         MOVE 'Y' TO WS-REJECT-SWITCH
026578         MOVE 'No pending item from this branch to cancel' TO
026579             WS-RESPONSE-TEXT
026580         GO TO 3400-EXIT
026581     END-IF.
026582     IF SQLCODE NOT = 0
026583         MOVE SQLCODE TO SQLCODE-PIC
026584         MOVE 'Y' TO WS-REJECT-SWITCH
026585         MOVE SPACES TO WS-RESPONSE-TEXT
026586         STRING 'Cancel of pending item failed: Sqlcode '
026587             SQLCODE-PIC
026588             DELIMITED BY SIZE INTO WS-RESPONSE-TEXT
026589         END-STRING
026590         GO TO 3400-EXIT
026591     END-IF.
026592     MOVE SQLERRD(3) TO WS-CANCEL-COUNT.
026593     ADD WS-CANCEL-COUNT TO WS-PENDING-CANCELLED.
026594     ADD 1 TO WS-CANCELS-APPLIED.
026595     DISPLAY 'CITYAPPL: RECORD ' WS-RECORDS-READ ' CANCELLED '
026596         WS-CANCEL-COUNT ' PENDING ITEM(S)'.
026597 3400-EXIT.
026598     EXIT.
026600*****************************************************************
026700*    4000-WRITE-REJECT - WRITE THE ORIGINAL TRANSACTION RECORD    *
026800*                        TO THE REJECT FILE AND LOG THE RESPONSE  *
027400     DISPLAY '  ' WS-RESPONSE-TEXT.
027500 4000-EXIT.
027600     EXIT.
027601*****************************************************************
027603*    4100-CHECK-BRANCH-MASTER - THE HEADER'S BRANCH MUST BE ON    *
027604*                               SAMPLE.CITYBRANCH AND ACTIVE; A   *
027606*                               BATCH FROM AN UNKNOWN OR INACTIVE *
027607*                               BRANCH IS REFUSED                 *
027609*****************************************************************
027610 4100-CHECK-BRANCH-MASTER.
027612     MOVE SPACES TO WS-BRANCH-ACTIVE-HOST.
027613     EXEC SQL
027615         SELECT ACTIVE_FLAG INTO :WS-BRANCH-ACTIVE-HOST
027616             FROM SAMPLE.CITYBRANCH
027618             WHERE BRANCH_ID = :WS-BATCH-BRANCH-ID
027619     END-EXEC.
027621     IF SQLCODE = 100
027622         DISPLAY 'CITYAPPL: BATCH ' WS-BATCH-BRANCH-ID ' '
027624             WS-BATCH-DATE ' REFUSED, BRANCH IS NOT ON THE '
027625             'BRANCH MASTER'
027627         MOVE 'UNKNOWN' TO WS-REFUSE-REASON
027628         MOVE 8 TO WS-COND-CODE
027630         GO TO 4100-EXIT
027631     END-IF.
027633     IF SQLCODE NOT = 0
027634         MOVE SQLCODE TO SQLCODE-PIC
027636         DISPLAY 'CITYAPPL: BRANCH MASTER CHECK FAILED, '
027637             'SQLCODE = ' SQLCODE-PIC
027639         MOVE 12 TO WS-COND-CODE
027640         GO TO 4100-EXIT
027642     END-IF.
027643     IF WS-BRANCH-ACTIVE-HOST NOT = 'Y'
027645         DISPLAY 'CITYAPPL: BATCH ' WS-BATCH-BRANCH-ID ' '
027646             WS-BATCH-DATE ' REFUSED, BRANCH IS INACTIVE'
027648         MOVE 'INACTIVE' TO WS-REFUSE-REASON
027650         MOVE 8 TO WS-COND-CODE
027651     END-IF.
027653 4100-EXIT.
027654     EXIT.
027656*****************************************************************
027657*    4200-LOG-REFUSED-BATCH - RECORD A REFUSED BRANCH/BUSINESS-   *
027659*                             DATE AND THE REASON IN              *
027660*                             SAMPLE.CITYBREFUSE FOR THE CITYBMON *
027662*                             MONITOR. NOTHING HAS BEEN APPLIED,  *
027663*                             SO IT IS COMMITTED ON ITS OWN       *
027665*****************************************************************
027666 4200-LOG-REFUSED-BATCH.
027668     IF WS-REFUSE-REASON = SPACES
027669         GO TO 4200-EXIT
027671     END-IF.
027672     EXEC SQL
027674         INSERT INTO SAMPLE.CITYBREFUSE
027675             (BRANCH_ID, BUSINESS_DATE, REASON, REFUSED_TS)
027677             VALUES (:WS-BATCH-BRANCH-ID, :WS-BATCH-DATE,
027678                     :WS-REFUSE-REASON, CURRENT TIMESTAMP)
027680     END-EXEC.
027681     IF SQLCODE NOT = 0
027683         MOVE SQLCODE TO SQLCODE-PIC
027684         DISPLAY 'CITYAPPL: REFUSAL LOG FAILED, SQLCODE = '
027686             SQLCODE-PIC
027687         MOVE 12 TO WS-COND-CODE
027689         GO TO 4200-EXIT
027690     END-IF.
027692     EXEC SQL
027693         COMMIT WORK
027695     END-EXEC.
027696 4200-EXIT.
027698     EXIT.
027700*****************************************************************
027800*    5000-CALL-COBSAMP - COMMON COBSAMP CALL AND RESPONSE PICKUP  *
027900*****************************************************************
028000 5000-CALL-COBSAMP.
028100     MOVE SPACES TO WS-RESPONSE-TEXT.
028102*    CH= NAMES CITYAPPL AS THE CHANNEL ON COBSAMP'S CHANGE EVENT
028104     MOVE ',CH=CITYAPPL' TO VAR-TEXT OF Action(2:12).
028106     MOVE 13 TO VAR-LEN OF Action.
028110     IF CT-ACTION-DELETE
028120         MOVE ZERO TO VAR-LEN OF Population
028130         MOVE ZERO TO VAR-LEN OF Region
032300         WS-DELETES-APPLIED.
032400     DISPLAY 'CITYAPPL: RECORDS REJECTED  = '
032500         WS-RECORDS-REJECTED.
032510     DISPLAY 'CITYAPPL: ALIASES TRANSLATED= '
032520         WS-ALIASES-TRANSLATED.
032530     DISPLAY 'CITYAPPL: RECORDS PARKED    = '
032540         WS-RECORDS-PARKED.
032545     DISPLAY 'CITYAPPL: CANCELS APPLIED   = '
032548         WS-CANCELS-APPLIED.
032550     DISPLAY 'CITYAPPL: PENDING CANCELLED = '
032560         WS-PENDING-CANCELLED.
032598     PERFORM 9100-LOG-RUN-END THRU 9100-EXIT.
032600 8000-EXIT.
032700     EXIT.
032752     MOVE 'END' TO RP-PHASE.
032754     MOVE WS-RECORDS-READ TO RP-RECORDS-IN.
032756     COMPUTE RP-RECORDS-OUT =
032757         WS-RECORDS-PARKED + WS-CANCELS-APPLIED +
032758         WS-INSERTS-APPLIED + WS-UPDATES-APPLIED
032759         + WS-DELETES-APPLIED.
032760     MOVE WS-RECORDS-REJECTED TO RP-RECORDS-REJECTED.
