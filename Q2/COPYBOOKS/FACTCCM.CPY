000100***************************************************************
000200*                                                             *
000300*    FACTCCM.CPY                                              *
000400*    COST-CENTER MAPPING MASTER RECORD                        *
000500*                                                              *
000600*    ONE RECORD PER REQUESTING USERID, KEYED ON CCM-USERID,    *
000700*    MAINTAINED BY FINANCE AND READ BY GL-JOURNAL-INTERFACE    *
000800*    TO CHARGE EACH USER'S INVOICE AMOUNT TO THE COST CENTER   *
000900*    AND GENERAL LEDGER ACCOUNT THAT PAYS FOR IT.  TWO         *
001000*    RESERVED USERIDS CARRY THE SHOP'S OWN ACCOUNTS:           *
001100*    "*RECOVER" IS THE SERVICE RECOVERY ACCOUNT CREDITED WITH  *
001200*    THE JOURNAL TOTAL, AND "*SUSPENS" IS THE SUSPENSE         *
001300*    ACCOUNT DEBITED FOR A USERID WITH NO RECORD OF ITS OWN.   *
001400*    THE JOURNAL CANNOT BE BUILT WITHOUT BOTH.                 *
001500*                                                              *
001600*    MODIFICATION HISTORY                                     *
001700*    DATE       INIT  DESCRIPTION                              *
001800*    ---------- ----  -------------------------------------   *
001900*    2026-10-15 RSK   INITIAL VERSION.                        *
002000*                                                              *
002100***************************************************************
002200 01  FD-COST-CENTER-RECORD.
002300     05  CCM-USERID                  PIC X(08).
002400     05  CCM-COST-CENTER             PIC X(06).
002500     05  CCM-GL-ACCOUNT              PIC X(10).
002600     05  CCM-DESCRIPTION             PIC X(30).
002700     05  FILLER                      PIC X(26).
