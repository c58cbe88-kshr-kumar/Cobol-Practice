000100***************************************************************
000200*                                                             *
000300*    FACTGLJ.CPY                                              *
000400*    GENERAL LEDGER JOURNAL FEED RECORD                       *
000500*                                                              *
000600*    WRITTEN BY GL-JOURNAL-INTERFACE TO THE GLJRNL FEED FOR    *
000700*    THE LEDGER'S JOURNAL LOAD.  ONE HEADER RECORD, THEN ONE   *
000800*    DEBIT LINE PER INVOICED USERID (TO THE USER'S COST        *
000900*    CENTER, OR TO SUSPENSE WHEN THE USERID IS NOT MAPPED)     *
001000*    AND ONE OFFSETTING CREDIT LINE TO THE SERVICE RECOVERY    *
001100*    ACCOUNT, THEN ONE TRAILER RECORD.  THE TRAILER RECORD     *
001200*    COUNT IS THE NUMBER OF JOURNAL LINES BETWEEN HEADER AND   *
001300*    TRAILER, AND ITS DEBIT AND CREDIT TOTALS MUST BE EQUAL.   *
001400*    ALL AMOUNTS CARRY TWO IMPLIED DECIMAL PLACES.             *
001500*                                                              *
001600*    MODIFICATION HISTORY                                     *
001700*    DATE       INIT  DESCRIPTION                              *
001800*    ---------- ----  -------------------------------------   *
001900*    2026-10-15 RSK   INITIAL VERSION.                        *
002000*                                                              *
002100***************************************************************
002200 01  FD-JOURNAL-RECORD.
002300     05  GLJ-RECORD-TYPE             PIC X(01).
002400         88  GLJ-TYPE-HEADER                  VALUE "H".
002500         88  GLJ-TYPE-LINE                    VALUE "L".
002600         88  GLJ-TYPE-TRAILER                 VALUE "T".
002700     05  GLJ-PERIOD-FROM             PIC 9(08).
002800     05  GLJ-PERIOD-TO               PIC 9(08).
002900     05  GLJ-BODY                    PIC X(63).
003000*
003100*    HEADER VIEW
003200     05  GLJ-HEADER-BODY REDEFINES GLJ-BODY.
003300         10  GLJ-HDR-RUN-DATE        PIC 9(08).
003400         10  GLJ-HDR-SOURCE          PIC X(08).
003500         10  FILLER                  PIC X(47).
003600*
003700*    JOURNAL LINE VIEW
003800     05  GLJ-LINE-BODY REDEFINES GLJ-BODY.
003900         10  GLJ-COST-CENTER         PIC X(06).
004000         10  GLJ-GL-ACCOUNT          PIC X(10).
004100         10  GLJ-DEBIT-CREDIT        PIC X(01).
004200             88  GLJ-DEBIT                    VALUE "D".
004300             88  GLJ-CREDIT                   VALUE "C".
004400         10  GLJ-AMOUNT              PIC 9(09)V99.
004500         10  GLJ-USERID              PIC X(08).
004600         10  GLJ-SUSPENSE-FLAG       PIC X(01).
004700             88  GLJ-POSTED-TO-SUSPENSE       VALUE "S".
004800         10  FILLER                  PIC X(26).
004900*
005000*    TRAILER VIEW
005100     05  GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
005200         10  GLJ-TRL-RECORD-COUNT    PIC 9(08).
005300         10  GLJ-TRL-DEBIT-TOTAL     PIC 9(11)V99.
005400         10  GLJ-TRL-CREDIT-TOTAL    PIC 9(11)V99.
005500         10  FILLER                  PIC X(29).
