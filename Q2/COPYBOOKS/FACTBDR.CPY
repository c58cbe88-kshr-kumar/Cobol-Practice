000100***************************************************************
000200*                                                             *
000300*    FACTBDR.CPY                                              *
000400*    SHARED BUSINESS-DATE READ LOGIC                          *
000500*                                                              *
000600*    COPIED INTO THE PROCEDURE DIVISION OF EVERY BATCH         *
000700*    PROGRAM IN THE SUITE IN PLACE OF ACCEPT ... FROM DATE.    *
000800*    READ-BUSINESS-DATE OPENS THE BUSDATE CONTROL FILE, READS  *
000900*    ITS ONE RECORD (LAYOUT IN FACTBDT.CPY), CLOSES IT AGAIN   *
001000*    AND LEAVES THE OPEN BUSINESS DATE IN WS-RUN-DATE.  THE    *
001100*    COPYING PROGRAM MUST DECLARE THE FILE -                   *
001200*        SELECT BUSDATE  ASSIGN TO "BUSDATE"                   *
001300*            ORGANIZATION IS SEQUENTIAL                        *
001400*            FILE STATUS IS WS-FS-BUSDATE.                     *
001500*        FD  BUSDATE ...  COPY FACTBDT.                        *
001600*    - AND DEFINE, IN ITS OWN WORKING-STORAGE:                 *
001700*        77  WS-RUN-DATE        PIC 9(08).                     *
001800*        77  WS-FS-BUSDATE      PIC X(02).                     *
001900*        77  WS-BUSDATE-SWITCH  PIC X(01).                     *
002000*            88  WS-BUSDATE-OPEN         VALUE "O".            *
002100*            88  WS-BUSDATE-REFUSED      VALUE "R".            *
002200*    WS-BUSDATE-REFUSED COMES BACK SET WHEN THE FILE CANNOT BE *
002300*    READ OR THE BUSINESS DATE HAS ALREADY BEEN CLOSED BY      *
002400*    BUSINESS-DATE-ROLL.  THE CALLER THEN FAILS ITS RUN (F,    *
002500*    RETURN CODE 8) BEFORE IT PROCESSES ANYTHING, AND ITS      *
002600*    STATUS RECORD SHOWS THE REFUSAL TO SUITE-MONITOR.         *
002700*                                                              *
002800*    MODIFICATION HISTORY                                     *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------- ----  -------------------------------------   *
003100*    2026-10-15 RSK   INITIAL VERSION.                        *
003200*                                                              *
003300***************************************************************
003400 READ-BUSINESS-DATE.
003500     SET WS-BUSDATE-REFUSED TO TRUE
003600     OPEN INPUT BUSDATE
003700     IF WS-FS-BUSDATE NOT = "00"
003800         DISPLAY "BUSDATE OPEN FAILED, STATUS " WS-FS-BUSDATE
003900         GO TO READ-BUSINESS-DATE-NO-DATE
004000     END-IF
004100     READ BUSDATE
004200         AT END
004300             DISPLAY "BUSDATE CONTROL RECORD MISSING"
004400             CLOSE BUSDATE
004500             GO TO READ-BUSINESS-DATE-NO-DATE
004600     END-READ
004700     CLOSE BUSDATE
004800     IF BDT-BUSINESS-DATE NOT NUMERIC
004900        OR BDT-BUSINESS-DATE = 0
005000         DISPLAY "BUSDATE BUSINESS DATE INVALID - "
005100             BDT-BUSINESS-DATE
005200         GO TO READ-BUSINESS-DATE-NO-DATE
005300     END-IF
005400     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
005500     IF BDT-CLOSED-DATE NUMERIC
005600        AND BDT-BUSINESS-DATE NOT > BDT-CLOSED-DATE
005700         DISPLAY "BUSINESS DATE " BDT-BUSINESS-DATE
005800             " ALREADY CLOSED - RUN REFUSED"
005900         GO TO READ-BUSINESS-DATE-EXIT
006000     END-IF
006100     SET WS-BUSDATE-OPEN TO TRUE
006200     GO TO READ-BUSINESS-DATE-EXIT.
006300*
006400*    NO USABLE BUSINESS DATE.  THE CLOCK DATE IS TAKEN ONLY SO
006500*    THE FAILING STATUS RECORD CARRIES A DATE; THE RUN ITSELF
006600*    IS REFUSED AND NOTHING IS PROCESSED UNDER IT.
006700 READ-BUSINESS-DATE-NO-DATE.
006800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006900     DISPLAY "NO BUSINESS DATE - RUN REFUSED".
007000 READ-BUSINESS-DATE-EXIT.
007100     EXIT.
