000100***************************************************************
000200*                                                             *
000300*    FACTSUS.CPY                                              *
000400*    REJECTED-REQUEST SUSPENSE MASTER RECORD                  *
000500*                                                              *
000600*    ONE RECORD PER REJECTED REQUEST CARD, WRITTEN BY          *
000700*    FACTORIAL-CALCULATION (SUS-ORIGIN "F") AND COMBINATIONS-  *
000800*    CALCULATION (SUS-ORIGIN "C") ALONGSIDE THE EXCEPTION      *
000900*    REPORT LINE, SO A REJECT IS CARRIED FROM NIGHT TO NIGHT   *
001000*    UNTIL OPERATIONS CORRECTS IT OR WRITES IT OFF.  THE KEY   *
001100*    IS THE ITEM'S IDENTITY - ORIGIN, THE DATE IT WAS FIRST    *
001200*    REJECTED, AND THE TIME STAMP OF THAT REJECT (STEPPED ON   *
001300*    A COLLISION, AS ON FACTAUD) - AND NEVER CHANGES, SO ITS   *
001400*    AGE IS ALWAYS MEASURED FROM SUS-FIRST-DATE.               *
001500*                                                              *
001600*    LIFE OF AN ITEM:                                          *
001700*      "O" OPEN        - REJECTED, AWAITING A CORRECTION CARD. *
001800*      "L" RELEASED    - SUSPENSE-MAINTENANCE APPLIED A        *
001900*                        CORRECTION AND WROTE THE CORRECTED    *
002000*                        CARD, CARRYING THIS KEY IN ITS        *
002100*                        SUSPENSE-KEY COLUMNS, TO THE RELEASE  *
002200*                        DECK FOR THE NEXT RUN.                *
002300*      "R" RESOLVED    - THE NEXT RUN ACCEPTED THE RELEASED    *
002400*                        CARD.  SUS-RESOLVED-KEY IS THE KEY OF *
002500*                        THE FIRST AUDIT RECORD IT PRODUCED    *
002600*                        (FACTAUD OR COMBAUD BY ORIGIN) AND    *
002700*                        SUS-RESOLVED-COUNT HOW MANY IT        *
002800*                        PRODUCED (MORE THAN ONE ONLY FOR A    *
002900*                        RANGE CARD).                          *
003000*      "W" WRITTEN OFF - CLOSED BY OPERATIONS WITH A REASON.   *
003100*    A RELEASED CARD THAT IS REJECTED AGAIN GOES BACK TO "O"   *
003200*    UNDER ITS ORIGINAL KEY, WITH SUS-REJECT-COUNT STEPPED     *
003300*    AND THE NEW REASON RECORDED.                              *
003400*                                                              *
003500*    MODIFICATION HISTORY                                     *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    ---------- ----  -------------------------------------   *
003800*    2026-10-15 RSK   INITIAL VERSION.                        *
003900*                                                              *
004000***************************************************************
004100 01  FD-SUSPENSE-RECORD.
004200     05  SUS-KEY.
004300         10  SUS-ORIGIN              PIC X(01).
004400             88  SUS-ORIGIN-FACTORIAL         VALUE "F".
004500             88  SUS-ORIGIN-COMBINATIONS      VALUE "C".
004600         10  SUS-FIRST-DATE          PIC 9(08).
004700         10  SUS-TIME-STAMP          PIC 9(08).
004800     05  SUS-ITEM-STATUS             PIC X(01).
004900         88  SUS-STATUS-OPEN                  VALUE "O".
005000         88  SUS-STATUS-RELEASED              VALUE "L".
005100         88  SUS-STATUS-RESOLVED              VALUE "R".
005200         88  SUS-STATUS-WRITTEN-OFF           VALUE "W".
005300     05  SUS-INPUT-SOURCE            PIC X(01).
005400         88  SUS-SOURCE-CARD                  VALUE "C".
005500         88  SUS-SOURCE-QUEUE                 VALUE "Q".
005600*    THE REJECTED CARD AS READ - FACTREC COLUMNS 1-10 FOR A
005700*    FACTORIAL ITEM, COMBREC COLUMNS 1-8 FOR A COMBINATIONS ONE.
005800     05  SUS-CARD-IMAGE              PIC X(10).
005900     05  SUS-FACT-IMAGE REDEFINES SUS-CARD-IMAGE.
006000         10  SUS-FACT-BODY           PIC X(09).
006100         10  SUS-FACT-PRIORITY       PIC X(01).
006200     05  SUS-COMB-IMAGE REDEFINES SUS-CARD-IMAGE.
006300         10  SUS-COMB-N-X            PIC X(04).
006400         10  SUS-COMB-R-X            PIC X(04).
006500         10  FILLER                  PIC X(02).
006600     05  SUS-REASON-CODE             PIC X(02).
006700     05  SUS-REASON-TEXT             PIC X(20).
006800     05  SUS-USERID                  PIC X(08).
006900     05  SUS-REJECT-COUNT            PIC 9(03).
007000     05  SUS-LAST-REJECT-DATE        PIC 9(08).
007100*    THE CORRECTION, SAME LAYOUT AS SUS-CARD-IMAGE, AND WHO
007200*    APPLIED IT (OR WROTE THE ITEM OFF) AND WHEN.
007300     05  SUS-CORRECTED-IMAGE         PIC X(10).
007400     05  SUS-ACTION-DATE             PIC 9(08).
007500     05  SUS-ACTION-USERID           PIC X(08).
007600     05  SUS-WRITE-OFF-REASON        PIC X(30).
007700     05  SUS-RESOLVED-KEY            PIC X(22).
007800     05  SUS-RESOLVED-FACT-KEY REDEFINES SUS-RESOLVED-KEY.
007900         10  SUS-RSV-NUMBER          PIC 9(03).
008000         10  SUS-RSV-F-RUN-DATE      PIC 9(08).
008100         10  SUS-RSV-F-TIME-STAMP    PIC 9(08).
008200         10  FILLER                  PIC X(03).
008300     05  SUS-RESOLVED-COMB-KEY REDEFINES SUS-RESOLVED-KEY.
008400         10  SUS-RSV-N               PIC 9(03).
008500         10  SUS-RSV-R               PIC 9(03).
008600         10  SUS-RSV-C-RUN-DATE      PIC 9(08).
008700         10  SUS-RSV-C-TIME-STAMP    PIC 9(08).
008800     05  SUS-RESOLVED-DATE           PIC 9(08).
008900     05  SUS-RESOLVED-COUNT          PIC 9(04).
009000     05  SUS-REPORTED-SWITCH         PIC X(01).
009100         88  SUS-RESOLUTION-REPORTED          VALUE "Y".
009200     05  FILLER                      PIC X(39).
