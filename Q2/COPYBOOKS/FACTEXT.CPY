001670*                     CEILING, FLAGGED BY THE NEW "A" STATUS.  *
001680*                     ON AN EXACT RESULT BOTH FIELDS ARE       *
001690*                     ZERO.                                    *
001691*    2026-10-15 RSK   VERSION 3, COORDINATED WITH THE          *
001692*                     ACTUARIAL SHOP.  EXT-STATUS "R" MARKS A  *
001693*                     REVERSAL RECORD WRITTEN BY RUN-BACKOUT.  *
001694*                     IT CANCELS ONE EARLIER RECORD WITH THE   *
001695*                     SAME EXT-NUMBER AND EXT-RUN-DATE, AND    *
001696*                     REPEATS THAT RECORD'S RESULT FIELDS.     *
001697*                     RECORD LENGTH IS UNCHANGED.              *
001700*                                                              *
001800***************************************************************
001900 01  FD-EXTRACT-RECORD.
002300         88  EXT-STATUS-VALID                 VALUE "0".
002400         88  EXT-STATUS-OVERFLOW              VALUE "9".
002410         88  EXT-STATUS-APPROXIMATE           VALUE "A".
002420         88  EXT-STATUS-REVERSAL              VALUE "R".
002500     05  EXT-RUN-DATE                PIC 9(08).
002600     05  EXT-MANTISSA                PIC 9(01)V9(15).
002700     05  EXT-EXPONENT                PIC 9(04).
