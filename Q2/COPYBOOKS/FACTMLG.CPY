000100***************************************************************
000200*                                                             *
000300*    FACTMLG.CPY                                              *
000400*    ENTITLEMENT / RATE MASTER CHANGE LOG RECORD              *
000500*                                                              *
000600*    ONE RECORD PER ADD, CHANGE, OR DELETE APPLIED BY          *
000700*    MASTER-FILE-MAINTENANCE TO THE FACTENT OR CHGRTE MASTER,  *
000800*    ADDED TO THE END OF THE CUMULATIVE MNTLOG FILE SO THE     *
000900*    AUDITORS CAN SEE WHO CHANGED A USER'S ENTITLEMENT OR      *
001000*    RATE AND WHEN.  THE BEFORE AND AFTER IMAGES ARE THE FULL  *
001100*    80-BYTE MASTER RECORD (FACTENT.CPY OR FACTRTE.CPY         *
001200*    LAYOUT, BY MLG-MASTER) - THE BEFORE IMAGE IS SPACES FOR   *
001300*    AN ADD AND THE AFTER IMAGE IS SPACES FOR A DELETE.        *
001400*    MLG-CHANGE-DATE/TIME ARE THE CLOCK WHEN THE CHANGE WAS    *
001500*    APPLIED; MLG-JOB-USERID IS THE USERID THAT SUBMITTED THE  *
001600*    MAINTENANCE RUN AND MLG-REQUESTED-BY IS THE REQUESTOR     *
001700*    NAMED ON THE TRANSACTION CARD.                            *
001800*                                                              *
001900*    MODIFICATION HISTORY                                     *
002000*    DATE       INIT  DESCRIPTION                              *
002100*    ---------- ----  -------------------------------------   *
002200*    2026-10-15 RSK   INITIAL VERSION.                        *
002210*    2026-10-15 RSK   MLG-MASTER "B" - THE IMAGES ARE         *
002220*                     FACTBGT.CPY BUDGET RECORDS.             *
002230*    2026-10-15 RSK   MLG-MASTER "D" - THE IMAGES ARE         *
002240*                     FACTDST.CPY DISTRIBUTION RECORDS.       *
002300*                                                              *
002400***************************************************************
002500 01  FD-MAINT-LOG-RECORD.
002600     05  MLG-RUN-DATE                PIC 9(08).
002700     05  MLG-CHANGE-DATE             PIC 9(08).
002800     05  MLG-CHANGE-TIME             PIC 9(08).
002900     05  MLG-JOB-USERID              PIC X(08).
003000     05  MLG-REQUESTED-BY            PIC X(08).
003100     05  MLG-MASTER                  PIC X(01).
003200         88  MLG-MASTER-ENTITLEMENT           VALUE "E".
003300         88  MLG-MASTER-RATE                  VALUE "R".
003310         88  MLG-MASTER-BUDGET                VALUE "B".
003320         88  MLG-MASTER-DISTRIBUTION          VALUE "D".
003400     05  MLG-ACTION                  PIC X(01).
003500         88  MLG-ACTION-ADD                   VALUE "A".
003600         88  MLG-ACTION-CHANGE                VALUE "C".
003700         88  MLG-ACTION-DELETE                VALUE "D".
003800     05  MLG-USERID                  PIC X(08).
003900     05  MLG-BEFORE-IMAGE            PIC X(80).
004000     05  MLG-AFTER-IMAGE             PIC X(80).
