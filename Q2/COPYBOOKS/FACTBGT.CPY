000100***************************************************************
000200*                                                             *
000300*    FACTBGT.CPY                                              *
000400*    MONTHLY BUDGET MASTER RECORD                             *
000500*                                                              *
000600*    ONE RECORD PER REQUESTING USERID, KEYED ON BGT-USERID,    *
000700*    MAINTAINED BY FINANCE THROUGH MASTER-FILE-MAINTENANCE     *
000800*    (MTX-MASTER "B") AND READ BY BUDGET-VERSUS-ACTUAL.        *
000900*    BGT-MONTHLY-AMOUNT IS THE MONEY THE USERID'S DEPARTMENT   *
001000*    MAY SPEND ON FACTORIAL AND COMBINATIONS WORK IN ONE       *
001100*    CALENDAR MONTH, PRICED AS AUDIT-CHARGEBACK-REPORT PRICES  *
001200*    IT.  BGT-WARN-PERCENT IS THE SHARE OF THE BUDGET AT       *
001300*    WHICH THE USERID IS FLAGGED FOR WARNING; ZERO MEANS THE   *
001400*    WARNING PERCENT ON THE BUDGET RUN'S PARAMETER CARD.  A    *
001500*    USERID WITH NO RECORD HERE HAS NO BUDGET AND IS FLAGGED   *
001600*    AS SUCH WHEN IT HAS USAGE.  THE AMOUNT CARRIES TWO        *
001700*    IMPLIED DECIMAL PLACES.                                   *
001800*                                                              *
001900*    MODIFICATION HISTORY                                     *
002000*    DATE       INIT  DESCRIPTION                              *
002100*    ---------- ----  -------------------------------------   *
002200*    2026-10-15 RSK   INITIAL VERSION.                        *
002300*                                                              *
002400***************************************************************
002500 01  FD-BUDGET-RECORD.
002600     05  BGT-USERID                  PIC X(08).
002700     05  BGT-MONTHLY-AMOUNT          PIC 9(09)V99.
002800     05  BGT-WARN-PERCENT            PIC 9(03).
002900     05  FILLER                      PIC X(58).
