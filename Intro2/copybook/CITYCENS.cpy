000100***************************************************************
000200*                                                             *
000300*  CITYCENS -  ONE RECORD OF THE NATIONAL STATISTICS OFFICE   *
000400*              POPULATION RELEASE LOADED BY CITYPOPI. THE     *
000500*              COUNTRY ARRIVES AS ITS ISO-3166 ALPHA-2 CODE   *
000600*              (THE ISO-COUNTRY-CODE VALUES ON ISOCTRY) AND   *
000700*              IS TRANSLATED TO THE CITYTABLE COUNTRY NAME    *
000800*              THROUGH THE ISO REFERENCE FILE. THE RELEASE    *
000900*              ARRIVES IN NO PARTICULAR ORDER.                *
001000*                                                             *
001100*  MODIFICATION HISTORY                                      *
001200*  ----------------------------------------------------------*
001300*  DATE       INIT  DESCRIPTION                              *
001400*  ---------- ----  -----------------------------------------*
001500*  2026-10-15 DLM   ORIGINAL COPYBOOK                        *
001600*                                                             *
001700***************************************************************
001800 01  CENSUS-RECORD.
001900     05  CE-ISO-CODE          PIC X(02).
002000     05  CE-CITY              PIC X(32).
002100     05  CE-CENSUS-YEAR       PIC 9(04).
002200     05  CE-POPULATION        PIC 9(08).
002300     05  CE-FILLER            PIC X(34).
