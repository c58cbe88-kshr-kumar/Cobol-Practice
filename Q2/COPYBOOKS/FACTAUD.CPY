001720*                     (FACTORIAL ZERO) SO SECURITY CAN REVIEW     *
001721*                     ATTEMPTS, NOT JUST SUCCESSES.  THE          *
001722*                     CHARGEBACK RUN DOES NOT BILL "D" RECORDS.   *
001723*    2026-10-15 RSK   ADDED THE "R" (REVERSED) STATUS.            *
001724*                     RUN-BACKOUT MARKS THE RECORDS OF A BAD RUN  *
001725*                     "R" IN PLACE INSTEAD OF DELETING THEM.  THE *
001726*                     CHARGEBACK RUN DOES NOT BILL "R" RECORDS.   *
001727*                                                              *
001800***************************************************************
001900 01  FD-AUDIT-RECORD.
001950     05  AUD-KEY.
002170         88  AUD-STATUS-OVERFLOW              VALUE "9".
002180         88  AUD-STATUS-APPROXIMATE           VALUE "A".
002190         88  AUD-STATUS-DENIED                VALUE "D".
002195         88  AUD-STATUS-REVERSED              VALUE "R".
002300     05  AUD-JOB-USERID              PIC X(08).
002400     05  AUD-SOURCE                  PIC X(01).
002500         88  AUD-SOURCE-BATCH                 VALUE "B".
