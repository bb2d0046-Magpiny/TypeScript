000100***************************************************************
000200*                                                             *
000300*  CITYSLAT -  ONE RECORD OF THE BATCH SLA TARGET CONTROL     *
000400*              FILE READ BY CITYSLAR, ONE PER PROGRAM. THE    *
000500*              TARGET IS THE MOST ELAPSED SECONDS THE         *
000600*              PROGRAM MAY TAKE IN ONE NIGHT, ALL ITS RUNS    *
000700*              THAT NIGHT ADDED TOGETHER. THE MINIMUM RATE,   *
000800*              WHEN NOT ZERO, IS THE FEWEST RECORDS READ PER  *
000900*              SECOND THE NIGHT MAY AVERAGE. A '*' IN COLUMN  *
001000*              1 MARKS A COMMENT.                             *
001100*                                                             *
001200*  MODIFICATION HISTORY                                      *
001300*  ----------------------------------------------------------*
001400*  DATE       INIT  DESCRIPTION                              *
001500*  ---------- ----  -----------------------------------------*
001600*  2026-10-15 DLM   ORIGINAL COPYBOOK                        *
001700*                                                             *
001800***************************************************************
001900 01  SLA-TARGET-RECORD.
002000     05  SA-PROGRAM-NAME      PIC X(08).
002100     05  SA-PROGRAM-VIEW      REDEFINES SA-PROGRAM-NAME.
002200         10  SA-FIRST-BYTE    PIC X(01).
002300             88  SA-COMMENT   VALUE '*'.
002400         10  FILLER           PIC X(07).
002500     05  SA-FILLER-1          PIC X(01).
002600     05  SA-TARGET-SECONDS    PIC 9(06).
002700     05  SA-FILLER-2          PIC X(01).
002800     05  SA-MIN-RATE          PIC 9(07).
002900     05  SA-FILLER-3          PIC X(01).
003000     05  SA-DESCRIPTION       PIC X(30).
003100     05  SA-FILLER            PIC X(26).
