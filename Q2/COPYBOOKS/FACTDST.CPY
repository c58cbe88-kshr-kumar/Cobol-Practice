000100***************************************************************
000200*                                                             *
000300*    FACTDST.CPY                                              *
000400*    STATEMENT DISTRIBUTION MASTER RECORD                     *
000500*                                                              *
000600*    ONE RECORD PER REQUESTING USERID, KEYED ON DST-USERID,    *
000700*    MAINTAINED THROUGH MASTER-FILE-MAINTENANCE (MTX-MASTER    *
000800*    "D") AND READ BY STATEMENT-BURST TO ROUTE THE USERID'S    *
000900*    CHGRPT CHARGEBACK STATEMENT.  DST-DESTINATION IS THE      *
001000*    PRINT OR DELIVERY DESTINATION THE STATEMENT IS SENT TO    *
001100*    AND DST-COPIES THE NUMBER OF COPIES PRINTED THERE.        *
001200*    USERIDS WITH THE SAME DST-DEPARTMENT ROLL UP INTO ONE     *
001300*    DEPARTMENT BUNDLE, DELIVERED TO THE DESTINATION AND       *
001400*    CONTACT OF THE FIRST OF THEM; A BLANK DEPARTMENT GIVES    *
001500*    THE USERID A BUNDLE OF ITS OWN.  DST-CONTACT NAMES THE    *
001600*    PERSON IN THE DEPARTMENT THE STATEMENTS ARE FOR.  A       *
001700*    USERID WITH NO RECORD HERE IS ROUTED BY THE "*DEFAULT"    *
001800*    RECORD, THE OPERATIONS DESTINATION.                       *
001900*                                                              *
002000*    MODIFICATION HISTORY                                     *
002100*    DATE       INIT  DESCRIPTION                              *
002200*    ---------- ----  -------------------------------------   *
002300*    2026-10-15 RSK   INITIAL VERSION.                        *
002400*                                                              *
002500***************************************************************
002600 01  FD-DISTRIBUTION-RECORD.
002700     05  DST-USERID                  PIC X(08).
002800     05  DST-DEPARTMENT              PIC X(08).
002900     05  DST-DESTINATION             PIC X(08).
003000     05  DST-COPIES                  PIC 9(02).
003100     05  DST-CONTACT                 PIC X(22).
003200     05  FILLER                      PIC X(32).
