000100***************************************************************
000200*                                                             *
000300*    FACTCWS.CPY                                              *
000400*    FACTORIAL-ONLINE SCREEN WORK FIELDS                      *
000500*                                                              *
000600*    WORKING-STORAGE FOR THE BATCH RUN STATUS SCREEN (MAP      *
000700*    FACTM4) AND THE COMBINATIONS/PERMUTATIONS SCREEN (MAP     *
000800*    FACTM5), COPIED INTO THE WORKING-STORAGE OF               *
000900*    FACTORIAL-ONLINE AFTER ITS OWN WORK FIELDS.               *
001000*                                                              *
001100*    MODIFICATION HISTORY                                     *
001200*    DATE       INIT  DESCRIPTION                              *
001300*    ---------- ----  -------------------------------------   *
001400*    2026-10-15 RSK   INITIAL VERSION.                        *
001500*                                                              *
001600***************************************************************
001700*
001800***************************************************************
001900*    BATCH RUN STATUS WORK FIELDS (MAP FACTM4)                  *
002000*    FACTHIS IS KEYED PROGRAM/RUN DATE, SO A FORWARD BROWSE     *
002100*    COMES BACK GROUPED BY PROGRAM, OLDEST RUN FIRST - THE      *
002200*    LATEST-RUN LIST KEEPS THE LAST RECORD OF EACH GROUP IN     *
002300*    WO-HPREV-RECORD UNTIL THE PROGRAM CHANGES, AND THE ONE-    *
002400*    PROGRAM HISTORY BROWSES BACKWARD TO SHOW NEWEST FIRST.     *
002500***************************************************************
002600 77  WO-SBR-SWITCH               PIC X(01)   VALUE 'N'.
002700     88  WO-SBR-END                          VALUE 'Y'.
002800 77  WO-SBR-STARTED              PIC X(01)   VALUE 'N'.
002900 77  WO-SLINE-COUNT              PIC 9(02) COMP VALUE 0.
003000 77  WO-HELD-COUNT               PIC 9(02) COMP VALUE 0.
003100 77  WO-HOLD-SWITCH              PIC X(01)   VALUE 'N'.
003200     88  WO-PROGRAM-HELD                     VALUE 'Y'.
003300 77  WO-HPREV-SWITCH             PIC X(01)   VALUE 'N'.
003400     88  WO-HPREV-SAVED                      VALUE 'Y'.
003500*    PROTECTED/INTENSIFIED ATTRIBUTE BYTE (DFHBMSCA'S DFHPROTI)
003600*    SENT IN PLACE OF THE MAP'S PLAIN ATTRB=PROT ON A HELD LINE.
003700 77  WO-ATTR-HELD                PIC X(01)   VALUE 'Y'.
003800 01  WO-HBR-KEY.
003900     05  WO-HBR-PROGRAM          PIC X(08).
004000     05  WO-HBR-DATE             PIC X(08).
004100 77  WO-HSTART-KEY               PIC X(16)   VALUE SPACES.
004200 01  WO-HPREV-RECORD.
004300     05  WO-HPREV-PROGRAM        PIC X(08).
004400     05  FILLER                  PIC X(72).
004500 01  WO-HCURR-RECORD             PIC X(80).
004600 01  WO-SDETAIL-LINE.
004700     05  WO-SD-PROGRAM           PIC X(08).
004800     05  FILLER                  PIC X(02)   VALUE SPACES.
004900     05  WO-SD-RUN-DATE          PIC 9(08).
005000     05  FILLER                  PIC X(02)   VALUE SPACES.
005100     05  WO-SD-READ              PIC Z(07)9.
005200     05  FILLER                  PIC X(02)   VALUE SPACES.
005300     05  WO-SD-PROCESSED         PIC Z(07)9.
005400     05  FILLER                  PIC X(02)   VALUE SPACES.
005500     05  WO-SD-REJECTED          PIC Z(07)9.
005600     05  FILLER                  PIC X(03)   VALUE SPACES.
005700     05  WO-SD-STATUS            PIC X(01).
005800     05  FILLER                  PIC X(02)   VALUE SPACES.
005900     05  WO-SD-RC                PIC 9(04).
006000     05  FILLER                  PIC X(02)   VALUE SPACES.
006100     05  WO-SD-HOLD              PIC X(04).
006200     05  FILLER                  PIC X(06)   VALUE SPACES.
006300 01  WO-SMODE-HISTORY.
006400     05  FILLER                  PIC X(16)
006500         VALUE 'RUN HISTORY FOR '.
006600     05  WO-SM-PROGRAM           PIC X(08).
006700     05  FILLER                  PIC X(36)
006800         VALUE ' - NEWEST FIRST, PF8 FOR EARLIER'.
006900 01  WO-SHOLD-MSG.
007000     05  FILLER                  PIC X(24)
007100         VALUE 'HELD BY SUITE-MONITOR - '.
007200     05  WO-SH-REASON            PIC X(50).
007300*
007400***************************************************************
007500*    COMBINATIONS SCREEN WORK FIELDS (MAP FACTM5)               *
007600*    THE SAME N/R EDITS, REASON CODES AND RESULT FIELDS AS      *
007700*    THE BATCH COMBINATIONS-CALCULATION PROGRAM, SO A REQUEST   *
007800*    KEYED HERE IS REFUSED OR ANSWERED EXACTLY AS THE SAME      *
007900*    COMBIN CARD WOULD BE OVERNIGHT.                            *
008000***************************************************************
008100 77  WO-COMB-VALID-SWITCH        PIC X(01)   VALUE 'Y'.
008200     88  WO-COMB-VALID                       VALUE 'Y'.
008300     88  WO-COMB-INVALID                     VALUE 'N'.
008400 77  WO-COMB-REASON              PIC X(02)   VALUE SPACES.
008500     88  WO-COMB-NON-NUMERIC                 VALUE '01'.
008600     88  WO-COMB-OUT-OF-RANGE                VALUE '02'.
008700     88  WO-COMB-R-EXCEEDS-N                 VALUE '03'.
008800 77  WO-COMB-REASON-TEXT         PIC X(20)   VALUE SPACES.
008900 77  WO-CN-KEYED                 PIC X(03)   VALUE SPACES.
009000 77  WO-CN-EDIT                  PIC S9(04)  VALUE 0.
009100 77  WO-CR-KEYED                 PIC X(03)   VALUE SPACES.
009200 77  WO-CR-EDIT                  PIC S9(04)  VALUE 0.
009300 01  WO-CN-VALUE                 PIC 9(03)          VALUE 0.
009400 01  WO-CR-VALUE                 PIC 9(03)          VALUE 0.
009500 01  WO-CNR-VALUE                PIC 9(03)          VALUE 0.
009600 01  WO-CN-FACTORIAL             PIC 9(36) COMP-3   VALUE 0.
009700 01  WO-CR-FACTORIAL             PIC 9(36) COMP-3   VALUE 0.
009800 01  WO-CNR-FACTORIAL            PIC 9(36) COMP-3   VALUE 0.
009900 77  WO-CN-STATUS                PIC X(01)   VALUE '0'.
010000 77  WO-CR-STATUS                PIC X(01)   VALUE '0'.
010100 77  WO-CNR-STATUS               PIC X(01)   VALUE '0'.
010200 01  WO-PERMUTATION              PIC 9(36) COMP-3   VALUE 0.
010300 01  WO-COMBINATION              PIC 9(36) COMP-3   VALUE 0.
010400 77  WO-COMB-RESULT-STATUS       PIC X(01)   VALUE '0'.
010500     88  WO-COMB-RESULT-VALID                VALUE '0'.
010600     88  WO-COMB-RESULT-OVERFLOW             VALUE '9'.
010700 77  WO-CAU-WRITTEN-SWITCH       PIC X(01)   VALUE 'N'.
010800     88  WO-CAU-WRITTEN                      VALUE 'Y'.
