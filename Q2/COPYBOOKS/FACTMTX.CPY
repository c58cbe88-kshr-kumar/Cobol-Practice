000100***************************************************************
000200*                                                             *
000300*    FACTMTX.CPY                                              *
000400*    ENTITLEMENT / RATE MASTER MAINTENANCE TRANSACTION CARD   *
000500*                                                              *
000600*    ONE CARD PER ADD, CHANGE, OR DELETE AGAINST EITHER THE    *
000700*    FACTENT ENTITLEMENT MASTER (MTX-MASTER "E") OR THE        *
000800*    CHGRTE RATE MASTER (MTX-MASTER "R"), READ BY MASTER-      *
000900*    FILE-MAINTENANCE.  THE BODY IS REDEFINED BY MASTER - THE  *
001000*    ENTITLEMENT VIEW CARRIES THE ALLOWED NUMBER RANGE AND     *
001100*    DAILY CAP, THE RATE VIEW THE BATCH/ONLINE RATES AND THE   *
001200*    VOLUME TIER.  ON A CHANGE A FIELD LEFT BLANK KEEPS ITS    *
001300*    CURRENT VALUE ON THE MASTER; ON AN ADD A BLANK FIELD IS   *
001400*    ZERO.  A DELETE NEEDS ONLY THE MASTER, ACTION, AND        *
001500*    USERID.  MTX-REQUESTED-BY NAMES WHOEVER ASKED FOR THE     *
001600*    CHANGE AND IS CARRIED ONTO THE CHANGE LOG ALONGSIDE THE   *
001700*    SUBMITTING JOB'S USERID.  EVERY -X FIELD IS AN            *
001800*    ALPHANUMERIC VIEW OF THE NUMERIC FIELD ABOVE IT, FOR THE  *
001900*    BLANK AND NOT-NUMERIC EDITS.                              *
002000*                                                              *
002100*    MODIFICATION HISTORY                                     *
002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------- ----  -------------------------------------   *
002400*    2026-10-15 RSK   INITIAL VERSION.                        *
002410*    2026-10-15 RSK   MTX-MASTER "B" FOR THE NEW FACTBGT      *
002420*                     MONTHLY BUDGET MASTER; THE BUDGET VIEW  *
002430*                     OF THE BODY CARRIES THE MONTHLY AMOUNT  *
002440*                     AND THE WARNING PERCENT.                *
002450*    2026-10-15 RSK   MTX-MASTER "D" FOR THE NEW FACTDST      *
002460*                     STATEMENT DISTRIBUTION MASTER; THE      *
002470*                     DISTRIBUTION VIEW OF THE BODY CARRIES   *
002480*                     THE DEPARTMENT, DESTINATION, COPIES AND *
002490*                     CONTACT.                                *
002500*                                                              *
002600***************************************************************
002700 01  FD-MAINT-TRANS-RECORD.
002800     05  MTX-MASTER                  PIC X(01).
002900         88  MTX-MASTER-ENTITLEMENT           VALUE "E".
003000         88  MTX-MASTER-RATE                  VALUE "R".
003010         88  MTX-MASTER-BUDGET                VALUE "B".
003020         88  MTX-MASTER-DISTRIBUTION          VALUE "D".
003100     05  MTX-ACTION                  PIC X(01).
003200         88  MTX-ACTION-ADD                   VALUE "A".
003300         88  MTX-ACTION-CHANGE                VALUE "C".
003400         88  MTX-ACTION-DELETE                VALUE "D".
003500     05  MTX-USERID                  PIC X(08).
003600     05  MTX-ENT-BODY.
003700         10  MTX-ENT-NUM-FROM        PIC 9(03).
003800         10  MTX-ENT-NUM-FROM-X REDEFINES MTX-ENT-NUM-FROM
003900                                     PIC X(03).
004000         10  MTX-ENT-NUM-TO          PIC 9(03).
004100         10  MTX-ENT-NUM-TO-X REDEFINES MTX-ENT-NUM-TO
004200                                     PIC X(03).
004300         10  MTX-ENT-DAILY-CAP       PIC 9(08).
004400         10  MTX-ENT-DAILY-CAP-X REDEFINES MTX-ENT-DAILY-CAP
004500                                     PIC X(08).
004600         10  FILLER                  PIC X(26).
004700     05  MTX-RATE-BODY REDEFINES MTX-ENT-BODY.
004800         10  MTX-BATCH-RATE          PIC 9(03)V99.
004900         10  MTX-BATCH-RATE-X REDEFINES MTX-BATCH-RATE
005000                                     PIC X(05).
005100         10  MTX-ONLINE-RATE         PIC 9(03)V99.
005200         10  MTX-ONLINE-RATE-X REDEFINES MTX-ONLINE-RATE
005300                                     PIC X(05).
005400         10  MTX-TIER-BREAK          PIC 9(08).
005500         10  MTX-TIER-BREAK-X REDEFINES MTX-TIER-BREAK
005600                                     PIC X(08).
005700         10  MTX-BATCH-TIER-RATE     PIC 9(03)V99.
005800         10  MTX-BATCH-TIER-RATE-X REDEFINES MTX-BATCH-TIER-RATE
005900                                     PIC X(05).
006000         10  MTX-ONLINE-TIER-RATE    PIC 9(03)V99.
006100         10  MTX-ONLINE-TIER-RATE-X REDEFINES MTX-ONLINE-TIER-RATE
006200                                     PIC X(05).
006300         10  FILLER                  PIC X(12).
006310     05  MTX-BUDGET-BODY REDEFINES MTX-ENT-BODY.
006320         10  MTX-BGT-AMOUNT          PIC 9(09)V99.
006330         10  MTX-BGT-AMOUNT-X REDEFINES MTX-BGT-AMOUNT
006340                                     PIC X(11).
006350         10  MTX-BGT-WARN-PERCENT    PIC 9(03).
006360         10  MTX-BGT-WARN-PERCENT-X REDEFINES MTX-BGT-WARN-PERCENT
006370                                     PIC X(03).
006380         10  FILLER                  PIC X(26).
006382     05  MTX-DIST-BODY REDEFINES MTX-ENT-BODY.
006384         10  MTX-DST-DEPARTMENT      PIC X(08).
006386         10  MTX-DST-DESTINATION     PIC X(08).
006388         10  MTX-DST-COPIES          PIC 9(02).
006390         10  MTX-DST-COPIES-X REDEFINES MTX-DST-COPIES
006392                                     PIC X(02).
006394         10  MTX-DST-CONTACT         PIC X(22).
006400     05  MTX-REQUESTED-BY            PIC X(08).
006500     05  FILLER                      PIC X(22).
