000100***************************************************************
000200*                                                             *
000300*    FACTBDT.CPY                                              *
000400*    SUITE BUSINESS-DATE CONTROL RECORD                       *
000500*                                                              *
000600*    THE ONE RECORD ON THE BUSDATE FILE.  EVERY BATCH PROGRAM  *
000700*    IN THE SUITE TAKES ITS RUN DATE FROM BDT-BUSINESS-DATE    *
000800*    (THROUGH READ-BUSINESS-DATE IN FACTBDR.CPY) INSTEAD OF    *
000900*    THE SYSTEM CLOCK, SO A WINDOW THAT RUNS PAST MIDNIGHT     *
001000*    STAMPS EVERY AUDIT, EXTRACT AND STATUS RECORD WITH THE    *
001100*    SAME DATE.  ONLY BUSINESS-DATE-ROLL CHANGES THE RECORD:   *
001200*    THE ROLL CLOSES THE BUSINESS DATE (BDT-CLOSED-DATE)       *
001300*    AFTER A SUCCESSFUL WINDOW AND OPENS THE NEXT DAY, AND     *
001400*    THE SETBACK REOPENS AN EARLIER DATE ON OPERATIONS'        *
001500*    INSTRUCTION.  A BUSINESS DATE NOT LATER THAN THE CLOSED   *
001600*    DATE IS CLOSED AND NO PROGRAM WILL RUN AGAINST IT.        *
001700*    THE LAST-ACTION FIELDS SAY WHO MOVED THE DATE AND WHEN,   *
001800*    BY THE CLOCK.                                             *
001900*                                                              *
002000*    MODIFICATION HISTORY                                     *
002100*    DATE       INIT  DESCRIPTION                              *
002200*    ---------- ----  -------------------------------------   *
002300*    2026-10-15 RSK   INITIAL VERSION.                        *
002400*                                                              *
002500***************************************************************
002600 01  FD-BUSDATE-RECORD.
002700     05  BDT-BUSINESS-DATE           PIC 9(08).
002800     05  BDT-CLOSED-DATE             PIC 9(08).
002900     05  BDT-LAST-ACTION             PIC X(01).
003000         88  BDT-ACTION-INITIAL               VALUE "I".
003100         88  BDT-ACTION-ROLL                  VALUE "R".
003200         88  BDT-ACTION-SETBACK               VALUE "S".
003300     05  BDT-ACTION-DATE             PIC 9(08).
003400     05  BDT-ACTION-TIME             PIC 9(08).
003500     05  BDT-ACTION-USERID           PIC X(08).
003600     05  FILLER                      PIC X(39).
