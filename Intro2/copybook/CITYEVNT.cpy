000100***************************************************************
000200*                                                             *
000300*  CITYEVNT -  CHANGE-EVENT MESSAGE PUT BY CITYEVPB TO THE    *
000400*              CITY EVENTS QUEUE (MQFMT_STRING, 240 BYTES),   *
000500*              ONE PER COMMITTED INSERT, UPDATE OR DELETE     *
000600*              OF SAMPLE.CITYTABLE. THE BEFORE IMAGE IS       *
000700*              BLANK/ZERO ON AN INSERT AND THE AFTER IMAGE    *
000800*              ON A DELETE. DELIVERY IS AT LEAST ONCE, IN     *
000900*              EVENT-ID ORDER: A SUBSCRIBER THAT SEES AN      *
001000*              EVENT-ID IT HAS ALREADY PROCESSED SHOULD       *
001100*              DISCARD IT. SUBSCRIBERS SHOULD COPY THIS       *
001200*              MEMBER.                                        *
001300*                                                             *
001400*  MODIFICATION HISTORY                                      *
001500*  ----------------------------------------------------------*
001600*  DATE       INIT  DESCRIPTION                              *
001700*  ---------- ----  -----------------------------------------*
001800*  2026-10-15 DLM   ORIGINAL COPYBOOK                        *
001900*                                                             *
002000***************************************************************
002100 01  CITY-EVENT-MESSAGE.
002200     05  EV-EVENT-ID          PIC 9(18).
002300     05  EV-EVENT-TS          PIC X(26).
002400     05  EV-ACTION            PIC X(08).
002500         88  EV-ACTION-INSERT VALUE 'INSERT'.
002600         88  EV-ACTION-UPDATE VALUE 'UPDATE'.
002700         88  EV-ACTION-DELETE VALUE 'DELETE'.
002800     05  EV-CHANNEL           PIC X(08).
002900     05  EV-BEFORE-IMAGE.
003000         10  EV-BEFORE-CITY       PIC X(32).
003100         10  EV-BEFORE-COUNTRY    PIC X(32).
003200         10  EV-BEFORE-POPULATION PIC 9(08).
003300         10  EV-BEFORE-REGION     PIC X(08).
003400     05  EV-AFTER-IMAGE.
003500         10  EV-AFTER-CITY        PIC X(32).
003600         10  EV-AFTER-COUNTRY     PIC X(32).
003700         10  EV-AFTER-POPULATION  PIC 9(08).
003800         10  EV-AFTER-REGION      PIC X(08).
003900     05  EV-FILLER            PIC X(20).
