000100*****************************************************************
000200*                                                               *
000300*  PROGRAM      :  CITYEVPB                                     *
000400*  DESCRIPTION  :  CHANGE-EVENT PUBLISHER. COBSAMP (AND         *
000500*                  CITYLOAD'S BULK MODE) RECORDS EVERY INSERT,  *
000600*                  UPDATE AND DELETE OF SAMPLE.CITYTABLE AS A   *
000700*                  PENDING ROW ON THE SAMPLE.CITYEVENT OUTBOX   *
000800*                  IN THE SAME UNIT OF WORK AS THE CHANGE, SO   *
000900*                  ONLY COMMITTED CHANGES EVER HAVE AN EVENT.   *
001000*                  THIS PROGRAM PUTS THE PENDING EVENTS, IN     *
001100*                  EVENT-ID ORDER, TO THE CITY EVENTS QUEUE AS  *
001200*                  CITYEVNT MESSAGES AND MARKS EACH ONE SENT,   *
001300*                  ONE COMMIT PER EVENT. WHEN THE QUEUE MANAGER *
001400*                  OR THE QUEUE IS UNAVAILABLE THE EVENTS STAY  *
001500*                  PENDING AND GO OUT ON A LATER RUN; THE CITY  *
001600*                  CHANGES THEMSELVES ARE NEVER HELD UP. SENT   *
001700*                  EVENTS OLDER THAN THE RETENTION PERIOD ARE   *
001800*                  PURGED. THE JOB IS SCHEDULED EVERY FEW       *
001900*                  MINUTES, SO LIKE CITYMQS IT DOES NOT LOG TO  *
002000*                  SAMPLE.CITYRUNCTL. ENDS CC 4 WHEN MQ WAS     *
002100*                  UNAVAILABLE, CC 12 ON A DB2 FAILURE.         *
002200*  AUTHOR       :  D. L. MASON, DATA SERVICES GROUP             *
002300*  INSTALLATION :  SAMPLE APPLICATIONS                          *
002400*  DATE-WRITTEN :  2026-10-15                                   *
002500*                                                               *
002600*  MODIFICATION HISTORY                                         *
002700*  -------------------------------------------------------------*
002800*  DATE       INIT  DESCRIPTION                                 *
002900*  ---------- ----  ------------------------------------------- *
003000*  2026-10-15 DLM   ORIGINAL PROGRAM                            *
003100*                                                               *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    CITYEVPB.
003500 AUTHOR.        D. L. MASON.
003600 INSTALLATION.  SAMPLE APPLICATIONS.
003700 DATE-WRITTEN.  2026-10-15.
003800 DATE-COMPILED. 2026-10-15.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARAMETER-FILE ASSIGN TO PARMFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-PARMFILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARAMETER-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  PARAMETER-RECORD            PIC X(80).
005200 WORKING-STORAGE SECTION.
005300*-----------------------------------------------------------------
005400*    DB2 COMMUNICATION AREA
005500*-----------------------------------------------------------------
005600     EXEC SQL INCLUDE SQLCA END-EXEC.
005700*-----------------------------------------------------------------
005800*    WORKING COPY OF THE PARAMETER RECORD -- COLUMNS 1-48 ARE    *
005900*    THE EVENTS QUEUE (BLANK = SAMPLE.CITY.EVENTS), COLUMNS      *
006000*    50-52 THE DAYS A SENT EVENT IS KEPT (BLANK = 035)           *
006100*-----------------------------------------------------------------
006200 01  WS-PARM-RECORD.
006300     05  WS-PARM-QUEUE-NAME      PIC X(48).
006400     05  FILLER                  PIC X(01).
006500     05  WS-PARM-RETENTION       PIC X(03).
006600     05  WS-PARM-RETENTION-NUM   REDEFINES WS-PARM-RETENTION
006700                                 PIC 9(03).
006800     05  FILLER                  PIC X(28).
006900 01  WS-RETENTION-DAYS           PIC S9(09) COMP VALUE 35.
007000*-----------------------------------------------------------------
007100*    HOST VARIABLES -- ONE SAMPLE.CITYEVENT ROW
007200*-----------------------------------------------------------------
007300 01  WS-EVENT-ROW.
007400     05  WS-EVENT-ID             PIC S9(18) COMP.
007500     05  WS-EVENT-TS             PIC X(26).
007600     05  WS-EVENT-ACTION         PIC X(08).
007700     05  WS-EVENT-CHANNEL        PIC X(08).
007800     05  WS-BEFORE-CITY          PIC X(32).
007900     05  WS-BEFORE-COUNTRY       PIC X(32).
008000     05  WS-BEFORE-POPULATION    PIC S9(09) COMP.
008100     05  WS-BEFORE-REGION        PIC X(08).
008200     05  WS-AFTER-CITY           PIC X(32).
008300     05  WS-AFTER-COUNTRY        PIC X(32).
008400     05  WS-AFTER-POPULATION     PIC S9(09) COMP.
008500     05  WS-AFTER-REGION         PIC X(08).
008600*-----------------------------------------------------------------
008700*    EVENT MESSAGE
008800*-----------------------------------------------------------------
008900 COPY CITYEVNT.
009000 77  WS-MESSAGE-LENGTH           PIC S9(09) BINARY VALUE 240.
009100*-----------------------------------------------------------------
009200*    MQ CONTROL BLOCKS, DECLARED FIELD FOR FIELD AS IN CITYMQS   *
009300*    (THE SYSTEM COPY MEMBERS ARE NOT IN THIS COPY LIBRARY)      *
009400*-----------------------------------------------------------------
009500 01  MQ-OBJECT-DESCRIPTOR.
009600     05  OD-STRUCID              PIC X(04)  VALUE 'OD  '.
009700     05  OD-VERSION              PIC S9(09) BINARY VALUE 1.
009800     05  OD-OBJECTTYPE           PIC S9(09) BINARY VALUE 1.
009900     05  OD-OBJECTNAME           PIC X(48)  VALUE SPACES.
010000     05  OD-OBJECTQMGRNAME       PIC X(48)  VALUE SPACES.
010100     05  OD-DYNAMICQNAME         PIC X(48)  VALUE SPACES.
010200     05  OD-ALTERNATEUSERID      PIC X(12)  VALUE SPACES.
010300 01  MQ-MESSAGE-DESCRIPTOR.
010400     05  MD-STRUCID              PIC X(04)  VALUE 'MD  '.
010500     05  MD-VERSION              PIC S9(09) BINARY VALUE 1.
010600     05  MD-REPORT               PIC S9(09) BINARY VALUE 0.
010700     05  MD-MSGTYPE              PIC S9(09) BINARY VALUE 8.
010800     05  MD-EXPIRY               PIC S9(09) BINARY VALUE -1.
010900     05  MD-FEEDBACK             PIC S9(09) BINARY VALUE 0.
011000     05  MD-ENCODING             PIC S9(09) BINARY VALUE 785.
011100     05  MD-CODEDCHARSETID       PIC S9(09) BINARY VALUE 0.
011200     05  MD-FORMAT               PIC X(08)  VALUE 'MQSTR   '.
011300     05  MD-PRIORITY             PIC S9(09) BINARY VALUE -1.
011400     05  MD-PERSISTENCE          PIC S9(09) BINARY VALUE 1.
011500     05  MD-MSGID                PIC X(24)  VALUE LOW-VALUES.
011600     05  MD-CORRELID             PIC X(24)  VALUE LOW-VALUES.
011700     05  MD-BACKOUTCOUNT         PIC S9(09) BINARY VALUE 0.
011800     05  MD-REPLYTOQ             PIC X(48)  VALUE SPACES.
011900     05  MD-REPLYTOQMGR          PIC X(48)  VALUE SPACES.
012000     05  MD-USERIDENTIFIER       PIC X(12)  VALUE SPACES.
012100     05  MD-ACCOUNTINGTOKEN      PIC X(32)  VALUE LOW-VALUES.
012200     05  MD-APPLIDENTITYDATA     PIC X(32)  VALUE SPACES.
012300     05  MD-PUTAPPLTYPE          PIC S9(09) BINARY VALUE 0.
012400     05  MD-PUTAPPLNAME          PIC X(28)  VALUE SPACES.
012500     05  MD-PUTDATE              PIC X(08)  VALUE SPACES.
012600     05  MD-PUTTIME              PIC X(08)  VALUE SPACES.
012700     05  MD-APPLORIGINDATA       PIC X(04)  VALUE SPACES.
012800 01  MQ-PUT-MESSAGE-OPTIONS.
012900     05  PMO-STRUCID             PIC X(04)  VALUE 'PMO '.
013000     05  PMO-VERSION             PIC S9(09) BINARY VALUE 1.
013100     05  PMO-OPTIONS             PIC S9(09) BINARY VALUE 0.
013200     05  PMO-TIMEOUT             PIC S9(09) BINARY VALUE -1.
013300     05  PMO-CONTEXT             PIC S9(09) BINARY VALUE 0.
013400     05  PMO-KNOWNDESTCOUNT      PIC S9(09) BINARY VALUE 0.
013500     05  PMO-UNKNOWNDESTCOUNT    PIC S9(09) BINARY VALUE 0.
013600     05  PMO-INVALIDDESTCOUNT    PIC S9(09) BINARY VALUE 0.
013700     05  PMO-RESOLVEDQNAME       PIC X(48)  VALUE SPACES.
013800     05  PMO-RESOLVEDQMGRNAME    PIC X(48)  VALUE SPACES.
013900*-----------------------------------------------------------------
014000*    MQ OPTION AND REASON CONSTANTS (VALUES FROM THE MQI)        *
014100*-----------------------------------------------------------------
014200 77  MQOO-OUTPUT                 PIC S9(09) BINARY VALUE 16.
014300 77  MQOO-FAIL-IF-QUIESCING      PIC S9(09) BINARY VALUE 8192.
014400 77  MQPMO-NO-SYNCPOINT          PIC S9(09) BINARY VALUE 4.
014500 77  MQPMO-NEW-MSG-ID            PIC S9(09) BINARY VALUE 64.
014600 77  MQPMO-FAIL-IF-QUIESCING     PIC S9(09) BINARY VALUE 8192.
014700 77  MQCO-NONE                   PIC S9(09) BINARY VALUE 0.
014800 77  MQCC-OK                     PIC S9(09) BINARY VALUE 0.
014900*-----------------------------------------------------------------
015000*    MQ HANDLES AND RETURN FIELDS                                *
015100*-----------------------------------------------------------------
015200 77  WS-QMGR-NAME                PIC X(48)  VALUE SPACES.
015300 77  WS-EVENT-QUEUE-NAME         PIC X(48)  VALUE
015400     'SAMPLE.CITY.EVENTS'.
015500 77  WS-CONNECTION-HANDLE        PIC S9(09) BINARY VALUE 0.
015600 77  WS-QUEUE-HANDLE             PIC S9(09) BINARY VALUE 0.
015700 77  WS-OPEN-OPTIONS             PIC S9(09) BINARY VALUE 0.
015800 77  WS-COMPCODE                 PIC S9(09) BINARY VALUE 0.
015900 77  WS-REASON                   PIC S9(09) BINARY VALUE 0.
016000 77  WS-REASON-DISPLAY           PIC 9(05)  VALUE ZERO.
016100*-----------------------------------------------------------------
016200*    SWITCHES
016300*-----------------------------------------------------------------
016400 77  WS-MQ-SWITCH                PIC X(01)   VALUE 'N'.
016500     88  MQ-AVAILABLE                        VALUE 'Y'.
016600 77  WS-CURSOR-EOF-SWITCH        PIC X(01)   VALUE 'N'.
016700     88  CURSOR-EOF-REACHED                  VALUE 'Y'.
016800 77  WS-CURSOR-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
016900     88  CURSOR-IS-OPEN                      VALUE 'Y'.
017000*-----------------------------------------------------------------
017100*    COUNTERS AND CONTROL FIELDS
017200*-----------------------------------------------------------------
017300 77  WS-EVENTS-PUBLISHED         PIC 9(09) COMP VALUE ZERO.
017400 77  WS-EVENTS-PURGED            PIC 9(09) COMP VALUE ZERO.
017500 77  WS-EVENTS-PENDING           PIC S9(09) COMP VALUE ZERO.
017600 77  WS-COUNT-DISPLAY            PIC ZZZZZZZZ9.
017700 77  WS-PARMFILE-STATUS          PIC X(02)   VALUE SPACES.
017800 77  SQLCODE-PIC                 PIC +++999  USAGE DISPLAY.
017900 77  WS-COND-CODE                PIC S9(04) COMP VALUE ZERO.
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*    0000-MAINLINE-CONTROL                                       *
018300*****************************************************************
018400 0000-MAINLINE-CONTROL.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     IF WS-COND-CODE > 4
018700         PERFORM 8000-TERMINATE THRU 8000-EXIT
018800         GO TO 9999-EXIT
018900     END-IF.
019000     IF MQ-AVAILABLE
019100         PERFORM 2000-PUBLISH-PENDING THRU 2000-EXIT
019200     END-IF.
019300     IF WS-COND-CODE NOT > 4
019400         PERFORM 3000-PURGE-SENT-EVENTS THRU 3000-EXIT
019500     END-IF.
019600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019700     GO TO 9999-EXIT.
019800*****************************************************************
019900*    1000-INITIALIZE - READ THE QUEUE NAME AND RETENTION, THEN   *
020000*                      CONNECT TO THE QUEUE MANAGER AND OPEN THE *
020100*                      EVENTS QUEUE. AN MQ FAILURE HERE IS NOT   *
020200*                      FATAL: THE EVENTS WAIT FOR THE NEXT RUN   *
020300*****************************************************************
020400 1000-INITIALIZE.
020500     OPEN INPUT PARAMETER-FILE.
020600     IF WS-PARMFILE-STATUS NOT = '00'
020700         DISPLAY 'CITYEVPB: OPEN OF PARMFILE FAILED, STATUS = '
020800             WS-PARMFILE-STATUS
020900         MOVE 8 TO WS-COND-CODE
021000         GO TO 1000-EXIT
021100     END-IF.
021200     READ PARAMETER-FILE INTO WS-PARM-RECORD
021300         AT END
021400             MOVE SPACES TO WS-PARM-RECORD
021500     END-READ.
021600     CLOSE PARAMETER-FILE.
021700     IF WS-PARM-QUEUE-NAME NOT = SPACES
021800         MOVE WS-PARM-QUEUE-NAME TO WS-EVENT-QUEUE-NAME
021900     END-IF.
022000     IF WS-PARM-RETENTION NOT = SPACES
022100         IF WS-PARM-RETENTION-NUM NUMERIC
022200             MOVE WS-PARM-RETENTION-NUM TO WS-RETENTION-DAYS
022300         ELSE
022400             DISPLAY 'CITYEVPB: RETENTION ' WS-PARM-RETENTION
022500                 ' IN PARMFILE IS NOT NUMERIC'
022600             MOVE 8 TO WS-COND-CODE
022700             GO TO 1000-EXIT
022800         END-IF
022900     END-IF.
023000     DISPLAY 'CITYEVPB: EVENTS QUEUE     = ' WS-EVENT-QUEUE-NAME.
023100     MOVE WS-RETENTION-DAYS TO WS-COUNT-DISPLAY.
023200     DISPLAY 'CITYEVPB: RETENTION DAYS   = ' WS-COUNT-DISPLAY.
023300     CALL 'MQCONN' USING WS-QMGR-NAME
023400                         WS-CONNECTION-HANDLE
023500                         WS-COMPCODE
023600                         WS-REASON.
023700     IF WS-COMPCODE NOT = MQCC-OK
023800         MOVE WS-REASON TO WS-REASON-DISPLAY
023900         DISPLAY 'CITYEVPB: MQCONN FAILED, REASON = '
024000             WS-REASON-DISPLAY
024100         DISPLAY 'CITYEVPB: EVENTS HELD FOR THE NEXT RUN'
024200         MOVE 4 TO WS-COND-CODE
024300         GO TO 1000-EXIT
024400     END-IF.
024500     COMPUTE WS-OPEN-OPTIONS =
024600         MQOO-OUTPUT + MQOO-FAIL-IF-QUIESCING.
024700     MOVE WS-EVENT-QUEUE-NAME TO OD-OBJECTNAME.
024800     CALL 'MQOPEN' USING WS-CONNECTION-HANDLE
024900                         MQ-OBJECT-DESCRIPTOR
025000                         WS-OPEN-OPTIONS
025100                         WS-QUEUE-HANDLE
025200                         WS-COMPCODE
025300                         WS-REASON.
025400     IF WS-COMPCODE NOT = MQCC-OK
025500         MOVE WS-REASON TO WS-REASON-DISPLAY
025600         DISPLAY 'CITYEVPB: MQOPEN OF EVENTS QUEUE FAILED, '
025700             'REASON = ' WS-REASON-DISPLAY
025800         DISPLAY 'CITYEVPB: EVENTS HELD FOR THE NEXT RUN'
025900         MOVE 0 TO WS-QUEUE-HANDLE
026000         MOVE 4 TO WS-COND-CODE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     MOVE 'Y' TO WS-MQ-SWITCH.
026400 1000-EXIT.
026500     EXIT.
026600*****************************************************************
026700*    2000-PUBLISH-PENDING - PUT EVERY PENDING EVENT, OLDEST      *
026800*                           FIRST. THE CURSOR IS HELD ACROSS THE *
026900*                           PER-EVENT COMMITS                    *
027000*****************************************************************
027100 2000-PUBLISH-PENDING.
027200     EXEC SQL
027300         DECLARE C25 CURSOR WITH HOLD FOR
027400             SELECT EVENT_ID, CHAR(EVENT_TS), ACTION_CD,
027500                    CHANNEL, BEFORE_CITY, BEFORE_COUNTRY,
027600                    BEFORE_POPULATION, BEFORE_REGION,
027700                    AFTER_CITY, AFTER_COUNTRY,
027800                    AFTER_POPULATION, AFTER_REGION
027900                 FROM SAMPLE.CITYEVENT
028000                 WHERE STATUS = 'P'
028100                 ORDER BY EVENT_ID
028200     END-EXEC.
028300     EXEC SQL
028400         OPEN C25
028500     END-EXEC.
028600     IF SQLCODE NOT = 0
028700         MOVE SQLCODE TO SQLCODE-PIC
028800         DISPLAY 'CITYEVPB: OPEN OF C25 FAILED, SQLCODE = '
028900             SQLCODE-PIC
029000         MOVE 12 TO WS-COND-CODE
029100         GO TO 2000-EXIT
029200     END-IF.
029300     MOVE 'Y' TO WS-CURSOR-OPEN-SWITCH.
029400     PERFORM 2100-FETCH-EVENT THRU 2100-EXIT.
029500     PERFORM 2200-PUBLISH-ONE-EVENT THRU 2200-EXIT
029600         UNTIL CURSOR-EOF-REACHED.
029700 2000-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    2100-FETCH-EVENT - FETCH THE NEXT PENDING EVENT             *
030100*****************************************************************
030200 2100-FETCH-EVENT.
030300     EXEC SQL
030400         FETCH C25
030500             INTO :WS-EVENT-ID, :WS-EVENT-TS, :WS-EVENT-ACTION,
030600                  :WS-EVENT-CHANNEL, :WS-BEFORE-CITY,
030700                  :WS-BEFORE-COUNTRY, :WS-BEFORE-POPULATION,
030800                  :WS-BEFORE-REGION, :WS-AFTER-CITY,
030900                  :WS-AFTER-COUNTRY, :WS-AFTER-POPULATION,
031000                  :WS-AFTER-REGION
031100     END-EXEC.
031200     IF SQLCODE = 100
031300         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
031400     ELSE
031500         IF SQLCODE NOT = 0
031600             MOVE SQLCODE TO SQLCODE-PIC
031700             DISPLAY 'CITYEVPB: FETCH OF C25 FAILED, SQLCODE = '
031800                 SQLCODE-PIC
031900             MOVE 12 TO WS-COND-CODE
032000             MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
032100         END-IF
032200     END-IF.
032300 2100-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    2200-PUBLISH-ONE-EVENT - PUT THE CURRENT EVENT, MARK IT     *
032700*                             SENT AND COMMIT, THEN FETCH THE    *
032800*                             NEXT. A FAILED PUT STOPS THE RUN   *
032900*                             WITH THIS AND LATER EVENTS STILL   *
033000*                             PENDING, SO ORDER IS KEPT. A       *
033100*                             FAILURE BETWEEN THE PUT AND THE    *
033200*                             COMMIT SENDS THE EVENT AGAIN NEXT  *
033300*                             RUN, HENCE AT-LEAST-ONCE DELIVERY  *
033400*****************************************************************
033500 2200-PUBLISH-ONE-EVENT.
033600     PERFORM 2300-BUILD-MESSAGE THRU 2300-EXIT.
033700     MOVE LOW-VALUES TO MD-MSGID.
033800     MOVE LOW-VALUES TO MD-CORRELID.
033900     COMPUTE PMO-OPTIONS =
034000         MQPMO-NO-SYNCPOINT + MQPMO-NEW-MSG-ID
034100         + MQPMO-FAIL-IF-QUIESCING.
034200     CALL 'MQPUT' USING WS-CONNECTION-HANDLE
034300                        WS-QUEUE-HANDLE
034400                        MQ-MESSAGE-DESCRIPTOR
034500                        MQ-PUT-MESSAGE-OPTIONS
034600                        WS-MESSAGE-LENGTH
034700                        CITY-EVENT-MESSAGE
034800                        WS-COMPCODE
034900                        WS-REASON.
035000     IF WS-COMPCODE NOT = MQCC-OK
035100         MOVE WS-REASON TO WS-REASON-DISPLAY
035200         DISPLAY 'CITYEVPB: MQPUT FAILED, REASON = '
035300             WS-REASON-DISPLAY
035400         DISPLAY 'CITYEVPB: REMAINING EVENTS HELD FOR THE '
035500             'NEXT RUN'
035600         MOVE 4 TO WS-COND-CODE
035700         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
035800         GO TO 2200-EXIT
035900     END-IF.
036000     EXEC SQL
036100         UPDATE SAMPLE.CITYEVENT
036200             SET STATUS = 'S',
036300                 SENT_TS = CURRENT TIMESTAMP
036400             WHERE EVENT_ID = :WS-EVENT-ID
036500     END-EXEC.
036600     IF SQLCODE NOT = 0
036700         MOVE SQLCODE TO SQLCODE-PIC
036800         DISPLAY 'CITYEVPB: UPDATE OF CITYEVENT FAILED, '
036900             'SQLCODE = ' SQLCODE-PIC
037000         MOVE 12 TO WS-COND-CODE
037100         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
037200         GO TO 2200-EXIT
037300     END-IF.
037400     EXEC SQL
037500         COMMIT WORK
037600     END-EXEC.
037700     IF SQLCODE NOT = 0
037800         MOVE SQLCODE TO SQLCODE-PIC
037900         DISPLAY 'CITYEVPB: COMMIT FAILED, SQLCODE = '
038000             SQLCODE-PIC
038100         MOVE 12 TO WS-COND-CODE
038200         MOVE 'Y' TO WS-CURSOR-EOF-SWITCH
038300         GO TO 2200-EXIT
038400     END-IF.
038500     ADD 1 TO WS-EVENTS-PUBLISHED.
038600     PERFORM 2100-FETCH-EVENT THRU 2100-EXIT.
038700 2200-EXIT.
038800     EXIT.
038900*****************************************************************
039000*    2300-BUILD-MESSAGE - MOVE THE EVENT ROW INTO THE CITYEVNT   *
039100*                         MESSAGE LAYOUT                         *
039200*****************************************************************
039300 2300-BUILD-MESSAGE.
039400     MOVE SPACES TO CITY-EVENT-MESSAGE.
039500     MOVE WS-EVENT-ID TO EV-EVENT-ID.
039600     MOVE WS-EVENT-TS TO EV-EVENT-TS.
039700     MOVE WS-EVENT-ACTION TO EV-ACTION.
039800     MOVE WS-EVENT-CHANNEL TO EV-CHANNEL.
039900     MOVE WS-BEFORE-CITY TO EV-BEFORE-CITY.
040000     MOVE WS-BEFORE-COUNTRY TO EV-BEFORE-COUNTRY.
040100     MOVE WS-BEFORE-POPULATION TO EV-BEFORE-POPULATION.
040200     MOVE WS-BEFORE-REGION TO EV-BEFORE-REGION.
040300     MOVE WS-AFTER-CITY TO EV-AFTER-CITY.
040400     MOVE WS-AFTER-COUNTRY TO EV-AFTER-COUNTRY.
040500     MOVE WS-AFTER-POPULATION TO EV-AFTER-POPULATION.
040600     MOVE WS-AFTER-REGION TO EV-AFTER-REGION.
040700 2300-EXIT.
040800     EXIT.
040900*****************************************************************
041000*    3000-PURGE-SENT-EVENTS - DELETE SENT EVENTS OLDER THAN THE  *
041100*                             RETENTION PERIOD. PENDING EVENTS   *
041200*                             ARE NEVER PURGED                   *
041300*****************************************************************
041400 3000-PURGE-SENT-EVENTS.
041500     EXEC SQL
041600         DELETE FROM SAMPLE.CITYEVENT
041700             WHERE STATUS = 'S'
041800               AND SENT_TS <
041900                   CURRENT TIMESTAMP - :WS-RETENTION-DAYS DAYS
042000     END-EXEC.
042100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
042200         MOVE SQLCODE TO SQLCODE-PIC
042300         DISPLAY 'CITYEVPB: PURGE OF CITYEVENT FAILED, '
042400             'SQLCODE = ' SQLCODE-PIC
042500         MOVE 12 TO WS-COND-CODE
042600         GO TO 3000-EXIT
042700     END-IF.
042800     IF SQLCODE = 0
042900         MOVE SQLERRD(3) TO WS-EVENTS-PURGED
043000     END-IF.
043100     EXEC SQL
043200         COMMIT WORK
043300     END-EXEC.
043400     IF SQLCODE NOT = 0
043500         MOVE SQLCODE TO SQLCODE-PIC
043600         DISPLAY 'CITYEVPB: COMMIT FAILED, SQLCODE = '
043700             SQLCODE-PIC
043800         MOVE 12 TO WS-COND-CODE
043900     END-IF.
044000 3000-EXIT.
044100     EXIT.
044200*****************************************************************
044300*    8000-TERMINATE - BACK OUT AFTER A DB2 FAILURE, CLOSE THE    *
044400*                     CURSOR AND THE QUEUE, DISCONNECT, AND      *
044500*                     DISPLAY THE COUNTS AND THE BACKLOG LEFT    *
044600*****************************************************************
044700 8000-TERMINATE.
044800     IF WS-COND-CODE = 12
044900         EXEC SQL
045000             ROLLBACK WORK
045100         END-EXEC
045200     END-IF.
045300     IF CURSOR-IS-OPEN
045400         EXEC SQL
045500             CLOSE C25
045600         END-EXEC
045700     END-IF.
045800     IF WS-QUEUE-HANDLE NOT = 0
045900         CALL 'MQCLOSE' USING WS-CONNECTION-HANDLE
046000                              WS-QUEUE-HANDLE
046100                              MQCO-NONE
046200                              WS-COMPCODE
046300                              WS-REASON
046400     END-IF.
046500     IF WS-CONNECTION-HANDLE NOT = 0
046600         CALL 'MQDISC' USING WS-CONNECTION-HANDLE
046700                             WS-COMPCODE
046800                             WS-REASON
046900     END-IF.
047000     EXEC SQL
047100         SELECT COUNT(*)
047200             INTO :WS-EVENTS-PENDING
047300             FROM SAMPLE.CITYEVENT
047400             WHERE STATUS = 'P'
047500     END-EXEC.
047600     IF SQLCODE NOT = 0
047700         MOVE SQLCODE TO SQLCODE-PIC
047800         DISPLAY 'CITYEVPB: COUNT OF PENDING EVENTS FAILED, '
047900             'SQLCODE = ' SQLCODE-PIC
048000         MOVE ZERO TO WS-EVENTS-PENDING
048100     END-IF.
048200     MOVE WS-EVENTS-PUBLISHED TO WS-COUNT-DISPLAY.
048300     DISPLAY 'CITYEVPB: EVENTS PUBLISHED = ' WS-COUNT-DISPLAY.
048400     MOVE WS-EVENTS-PENDING TO WS-COUNT-DISPLAY.
048500     DISPLAY 'CITYEVPB: EVENTS PENDING   = ' WS-COUNT-DISPLAY.
048600     MOVE WS-EVENTS-PURGED TO WS-COUNT-DISPLAY.
048700     DISPLAY 'CITYEVPB: EVENTS PURGED    = ' WS-COUNT-DISPLAY.
048800 8000-EXIT.
048900     EXIT.
049000*****************************************************************
049100*    9999-EXIT - COMMON PROGRAM EXIT                             *
049200*****************************************************************
049300 9999-EXIT.
049400     MOVE WS-COND-CODE TO RETURN-CODE.
049500     STOP RUN.
