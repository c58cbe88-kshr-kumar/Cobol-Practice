001395*                     POSITION; ANYTHING ELSE IS ROUTINE, SO       *
001396*                     OLD DECKS (COLUMN 10 WAS FILLER) RUN         *
001397*                     UNCHANGED.                                   *
001398*    2026-10-15 RSK   COLUMNS 11-27 CARRY THE FACTSUS KEY OF A CARD *
001399*                     RELEASED FROM SUSPENSE; BLANK OTHERWISE.      *
001400***************************************************************
001500 01  FD-REQUEST-RECORD.
001510     05  FD-CARD-BODY.
001692                                     PIC X(09).
001694     05  FD-PRIORITY-CLASS           PIC X(01).
001696         88  FD-PRIORITY-URGENT               VALUE "U".
001698     05  FD-SUSPENSE-KEY             PIC X(17).
001700     05  FILLER                      PIC X(53).
