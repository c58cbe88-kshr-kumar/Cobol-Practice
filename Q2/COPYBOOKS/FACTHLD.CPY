000100***************************************************************
000200*                                                             *
000300*    FACTHLD.CPY                                              *
000400*    SUITE HOLD-LIST RECORD                                   *
000500*                                                              *
000600*    ONE RECORD PER PROGRAM WHOSE STEP SUITE-MONITOR IS        *
000700*    HOLDING, KEYED ON HLD-PROGRAM.  SUITE-MONITOR EMPTIES     *
000800*    AND REBUILDS THE FILE ON EVERY RUN, SO IT ALWAYS SHOWS    *
000900*    THE HOLDS FROM THE LATEST WINDOW; THE CLUSTER IS DEFINED  *
001000*    REUSE FOR THAT.  READ BY FACTORIAL-ONLINE TO HIGHLIGHT    *
001100*    THE HELD PROGRAMS ON THE BATCH RUN STATUS SCREEN.  A      *
001110*    RUN REFUSED FOR A CLOSED OR UNREADABLE BUSINESS DATE      *
001120*    LEAVES THE FILE EMPTY RATHER THAN SHOW OLD HOLDS.         *
001200*    HLD-CAUSE-PROGRAM IS THE UPSTREAM PROGRAM WHOSE FAILURE   *
001300*    (OR MISSING STATUS RECORD) TRIPPED THE RULE, AND          *
001400*    HLD-REASON IS THE HOLD LINE PRINTED ON MONRPT.            *
001500*                                                              *
001600*    MODIFICATION HISTORY                                     *
001700*    DATE       INIT  DESCRIPTION                              *
001800*    ---------- ----  -------------------------------------   *
001900*    2026-10-15 RSK   INITIAL VERSION.                        *
002000*                                                              *
002100***************************************************************
002200 01  FD-HOLD-RECORD.
002300     05  HLD-PROGRAM                 PIC X(08).
002400     05  HLD-RUN-DATE                PIC 9(08).
002500     05  HLD-CAUSE-PROGRAM           PIC X(08).
002600     05  HLD-REASON                  PIC X(50).
002700     05  FILLER                      PIC X(06).
