000100***************************************************************
000200*                                                             *
000300*  CITYPXHT -  HEADER AND TRAILER OF A PARTNER EXTRACT        *
000400*              WRITTEN BY CITYPXTR IN THE FIXED FORMAT. THE   *
000500*              HEADER IS THE FIRST RECORD AND THE TRAILER THE *
000600*              LAST; BETWEEN THEM COME CITYREC RECORDS (FULL  *
000700*              SCOPE) OR CITYDLT RECORDS (CHANGES SCOPE). THE *
000800*              TRAILER CARRIES THE NUMBER OF DATA RECORDS AND *
000900*              THE SUM OF THEIR POPULATIONS. THE CSV AND JSON *
001000*              FORMATS CARRY THE SAME FIELDS, AS A FIRST AND  *
001100*              LAST LINE TAGGED HDR AND TRL (CSV) OR AS       *
001200*              OBJECTS OF TYPE HEADER AND TRAILER (JSON).     *
001300*                                                             *
001400*  MODIFICATION HISTORY                                      *
001500*  ----------------------------------------------------------*
001600*  DATE       INIT  DESCRIPTION                              *
001700*  ---------- ----  -----------------------------------------*
001800*  2026-10-15 DLM   ORIGINAL COPYBOOK                        *
001900*                                                             *
002000***************************************************************
002100 01  PARTNER-HEADER-RECORD.
002200     05  PH-RECORD-TYPE       PIC X(03).
002300     05  PH-SUBSCRIBER-ID     PIC X(08).
002400     05  PH-RUN-DATE          PIC X(10).
002500     05  PH-FORMAT            PIC X(05).
002600     05  PH-SCOPE             PIC X(07).
002700     05  PH-FILLER            PIC X(47).
002800 01  PARTNER-TRAILER-RECORD.
002900     05  PT-RECORD-TYPE       PIC X(03).
003000     05  PT-SUBSCRIBER-ID     PIC X(08).
003100     05  PT-RECORD-COUNT      PIC 9(09).
003200     05  PT-POPULATION-TOTAL  PIC 9(15).
003300     05  PT-FILLER            PIC X(45).
