000100***************************************************************
000200*                                                             *
000300*  CITYSUBS -  ONE RECORD OF THE PARTNER SUBSCRIBER CONTROL   *
000400*              FILE READ BY CITYPXTR. AN 'S' RECORD DEFINES   *
000500*              A SUBSCRIBER: ITS OUTPUT DD SLOT (01-10 =      *
000600*              DD SUBOUT01-SUBOUT10), FORMAT (FIXED, CSV OR   *
000700*              JSON), SCOPE (FULL = THE WHOLE UNLOAD,         *
000800*              CHANGES = THE NIGHT'S CITYDIFF FEED) AND       *
000900*              PARTNER NAME. THE 'F' RECORDS THAT FOLLOW IT   *
001000*              ARE ITS FILTERS, REGION (R) OR COUNTRY (C); A  *
001100*              CITY IS SENT WHEN IT MATCHES ANY ONE OF THEM,  *
001200*              AND A SUBSCRIBER WITH NO FILTERS GETS EVERY    *
001300*              CITY. A '*' IN COLUMN 1 MARKS A COMMENT.       *
001400*                                                             *
001500*  MODIFICATION HISTORY                                      *
001600*  ----------------------------------------------------------*
001700*  DATE       INIT  DESCRIPTION                              *
001800*  ---------- ----  -----------------------------------------*
001900*  2026-10-15 DLM   ORIGINAL COPYBOOK                        *
002000*                                                             *
002100***************************************************************
002200 01  SUBSCRIBER-CONTROL-RECORD.
002300     05  SB-RECORD-TYPE       PIC X(01).
002400         88  SB-COMMENT       VALUE '*'.
002500         88  SB-SUBSCRIBER    VALUE 'S'.
002600         88  SB-FILTER        VALUE 'F'.
002700     05  SB-SUBSCRIBER-ID     PIC X(08).
002800     05  SB-DETAIL            PIC X(71).
002900     05  SB-SUBSCRIBER-DETAIL REDEFINES SB-DETAIL.
003000         10  SB-OUTPUT-SLOT   PIC 9(02).
003100         10  SB-FORMAT        PIC X(05).
003200             88  SB-FORMAT-FIXED  VALUE 'FIXED'.
003300             88  SB-FORMAT-CSV    VALUE 'CSV'.
003400             88  SB-FORMAT-JSON   VALUE 'JSON'.
003500         10  SB-SCOPE         PIC X(07).
003600             88  SB-SCOPE-FULL    VALUE 'FULL'.
003700             88  SB-SCOPE-CHANGES VALUE 'CHANGES'.
003800         10  SB-PARTNER-NAME  PIC X(30).
003900         10  SB-FILLER        PIC X(27).
004000     05  SB-FILTER-DETAIL     REDEFINES SB-DETAIL.
004100         10  SB-FILTER-TYPE   PIC X(01).
004200             88  SB-FILTER-REGION  VALUE 'R'.
004300             88  SB-FILTER-COUNTRY VALUE 'C'.
004400         10  SB-FILTER-VALUE  PIC X(32).
004500         10  SB-FILTER-FILLER PIC X(38).
