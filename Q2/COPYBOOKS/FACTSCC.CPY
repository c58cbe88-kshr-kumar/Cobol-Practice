000100***************************************************************
000200*                                                             *
000300*    FACTSCC.CPY                                              *
000400*    SUSPENSE CORRECTION CARD                                 *
000500*                                                              *
000600*    ONE CARD PER ACTION AGAINST AN ITEM ON THE FACTSUS        *
000700*    SUSPENSE MASTER, READ BY SUSPENSE-MAINTENANCE FROM SUSIN. *
000800*    SCC-SUSPENSE-KEY IS THE ITEM'S KEY AS PRINTED ON THE      *
000900*    SUSPENSE REPORT.  THE ACTION IS ONE OF                    *
001000*      "N" CORRECTED NUMBER - FACTORIAL: SCC-VALUE-1 IS THE    *
001100*          NUMBER.  COMBINATIONS: SCC-VALUE-1 IS N AND         *
001200*          SCC-VALUE-2 IS R.                                   *
001300*      "R" CORRECTED RANGE  - FACTORIAL ONLY: SCC-VALUE-1 IS   *
001400*          THE FROM VALUE AND SCC-VALUE-2 THE TO VALUE.        *
001500*      "W" WRITE OFF        - SCC-WRITE-OFF-REASON SAYS WHY.   *
001600*    SCC-REQUESTED-BY NAMES WHOEVER ASKED FOR THE ACTION.      *
001700*                                                              *
001800*    MODIFICATION HISTORY                                     *
001900*    DATE       INIT  DESCRIPTION                              *
002000*    ---------- ----  -------------------------------------   *
002100*    2026-10-15 RSK   INITIAL VERSION.                        *
002200*                                                              *
002300***************************************************************
002400 01  FD-CORRECTION-RECORD.
002500     05  SCC-ACTION                  PIC X(01).
002600         88  SCC-ACTION-NUMBER                VALUE "N".
002700         88  SCC-ACTION-RANGE                 VALUE "R".
002800         88  SCC-ACTION-WRITE-OFF             VALUE "W".
002900     05  SCC-SUSPENSE-KEY            PIC X(17).
003000     05  SCC-VALUE-1                 PIC 9(03).
003100     05  SCC-VALUE-1-X REDEFINES SCC-VALUE-1
003200                                     PIC X(03).
003300     05  SCC-VALUE-2                 PIC 9(03).
003400     05  SCC-VALUE-2-X REDEFINES SCC-VALUE-2
003500                                     PIC X(03).
003600     05  SCC-WRITE-OFF-REASON        PIC X(30).
003700     05  SCC-REQUESTED-BY            PIC X(08).
003800     05  FILLER                      PIC X(18).
