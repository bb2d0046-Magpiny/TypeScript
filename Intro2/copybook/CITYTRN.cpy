001894*                   CLOSES WITH A TRAILER CARRYING THE       *
001896*                   RECORD COUNTS PER ACTION; CITYAPPL       *
001898*                   BALANCES AGAINST THEM BEFORE APPLYING    *
001899*  2026-10-15 DLM   EFFECTIVE DATE (YYYY-MM-DD, BLANK = NOW) *
001900*                   CARVED OUT OF THE FILLER; CITYAPPL PARKS *
001901*                   A FUTURE-DATED DETAIL ON SAMPLE.CITYFUTR *
001902*                   FOR CITYRLSE. ACTION C CANCELS THE SAME  *
001903*                   BRANCH'S PENDING ITEMS FOR CITY/COUNTRY  *
001904*                   (ONLY THOSE DUE ON THE EFFECTIVE DATE IF *
001905*                   ONE IS GIVEN); C COUNTS IN THE TRAILER   *
001906*                   TOTAL ONLY                               *
001910*                                                             *
002000***************************************************************
002100 01  CITY-TRANSACTION-RECORD.
002200     05  CT-ACTION                   PIC X(01).
002300         88  CT-ACTION-INSERT                    VALUE 'I'.
002400         88  CT-ACTION-UPDATE                    VALUE 'U'.
002500         88  CT-ACTION-DELETE                    VALUE 'D'.
002550         88  CT-ACTION-CANCEL                    VALUE 'C'.
002600     05  CT-CITY                     PIC X(32).
002700     05  CT-COUNTRY                  PIC X(32).
002800     05  CT-NEW-CITY                 PIC X(32).
002900     05  CT-NEW-COUNTRY              PIC X(32).
002920     05  CT-POPULATION               PIC X(08).
002940     05  CT-REGION                   PIC X(08).
002960     05  CT-EFFECTIVE-DATE           PIC X(10).
003000     05  CT-FILLER                   PIC X(05).
003100*   BATCH HEADER -- FIRST RECORD OF EVERY TRANSACTION FILE
003200 01  CITY-BATCH-HEADER.
003300     05  CTH-RECORD-TYPE             PIC X(01).
