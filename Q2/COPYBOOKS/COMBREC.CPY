001350*                     RAW BYTES INSTEAD OF A NUMERIC MOVE        *
001360*                     AGAINST DATA ALREADY KNOWN NOT TO BE       *
001370*                     VALID ZONED DECIMAL.                      *
001372*    2026-10-15 RSK   ADDED CR-SUSPENSE-KEY (COLUMNS 9-25) - THE    *
001374*                     FACTSUS KEY OF A CARD RELEASED FROM           *
001376*                     SUSPENSE BY SUSPENSE-MAINTENANCE; BLANK ON    *
001378*                     AN ORDINARY CARD.                             *
001380*                                                              *
001400***************************************************************
001500 01  CR-REQUEST-RECORD.
001700     05  CR-R-FIELD                  PIC S9(04).
001710     05  CR-R-FIELD-X REDEFINES CR-R-FIELD
001720                                     PIC X(04).
001750     05  CR-SUSPENSE-KEY             PIC X(17).
001800     05  FILLER                      PIC X(55).
