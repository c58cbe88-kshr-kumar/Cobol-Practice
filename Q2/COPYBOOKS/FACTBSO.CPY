000100***************************************************************
000200*                                                             *
000300*    FACTBSO.CPY                                              *
000400*    BURST CHARGEBACK STATEMENT OUTPUT RECORD                 *
000500*                                                              *
000600*    WRITTEN BY STATEMENT-BURST TO THE BRSOUT FEED FOR THE     *
000700*    PRINT DISTRIBUTION STEP.  THE CHGRPT STATEMENTS COME OUT  *
000800*    IN BUNDLES - ONE PER DEPARTMENT, OR ONE PER USERID WITH   *
000900*    NO DEPARTMENT - EACH LED BY A ROUTING PAGE, AND EVERY     *
001000*    RECORD OF A BUNDLE CARRIES THE SAME PREFIX: THE DELIVERY  *
001100*    DESTINATION, THE BUNDLE KEY, AND THE NUMBER OF COPIES TO  *
001200*    PRINT THERE.  THE DISTRIBUTION STEP SPLITS THE FEED ON    *
001300*    THE BUNDLE KEY, ROUTES EACH BUNDLE TO BSO-DESTINATION AND *
001400*    PRINTS BSO-COPIES COPIES OF IT.  BSO-PRINT-LINE IS THE    *
001500*    PRINT LINE ITSELF, CARRIAGE-CONTROL BYTE FIRST.  A       *
001600*    STATEMENT LINE STANDS AS IT DID ON CHGRPT, EXCEPT THAT   *
001610*    EACH STATEMENT'S FIRST LINE IS SET TO START A NEW PAGE.  *
001700*                                                              *
001800*    MODIFICATION HISTORY                                     *
001900*    DATE       INIT  DESCRIPTION                              *
002000*    ---------- ----  -------------------------------------   *
002100*    2026-10-15 RSK   INITIAL VERSION.                        *
002200*                                                              *
002300***************************************************************
002400 01  FD-BURST-RECORD.
002500     05  BSO-DESTINATION             PIC X(08).
002600     05  BSO-BUNDLE-KEY.
002700         10  BSO-BUNDLE-TYPE         PIC X(01).
002800             88  BSO-BUNDLE-DEPARTMENT        VALUE "D".
002900             88  BSO-BUNDLE-USERID            VALUE "U".
003000         10  BSO-BUNDLE-ID           PIC X(08).
003100     05  BSO-COPIES                  PIC 9(02).
003200     05  BSO-LINE-TYPE               PIC X(01).
003300         88  BSO-LINE-ROUTING                 VALUE "R".
003400         88  BSO-LINE-STATEMENT               VALUE "S".
003500     05  BSO-PRINT-LINE.
003600         10  BSO-CARRIAGE-CTL        PIC X(01).
003700         10  BSO-TEXT                PIC X(79).
