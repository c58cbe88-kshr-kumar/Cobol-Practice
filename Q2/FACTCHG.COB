000833*                   HARD-STOP, SO A BAD CARD CAN NO LONGER      *
000834*                   LEAVE LAST MONTH'S CLEAN STATUS RECORD      *
000835*                   FOR THE SUITE MONITOR TO BELIEVE.           *
000836*  2026-10-15 RSK   COMBAUD RECORDS FROM THE ONLINE             *
000837*                   COMBINATIONS SCREEN (CAU-SOURCE "O") NOW    *
000838*                   PRICE AND TIER WITH THE ONLINE CLASS, AND   *
000839*                   PRINT ON AN "ONLINE COMBINATIONS" LINE.     *
000840***************************************************************
000841*  2026-10-15 RSK   BUSINESS DATE FROM BUSDATE (FACTBDR.CPY)    *
000842*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
000843*                   UNREADABLE BUSINESS DATE STOPS THE RUN,     *
000844*                   WITH AN F STATUS RECORD, BEFORE ANY OTHER   *
000845*                   FILE IS OPENED.                             *
000846*  2026-10-15 RSK   "R" (REVERSED) AUDIT RECORDS - A RUN BACKED *
000847*                   OUT BY RUN-BACKOUT - ARE EXCLUDED FROM      *
000848*                   BILLING.                                    *
000849***************************************************************
000850 ENVIRONMENT DIVISION.
000860 CONFIGURATION SECTION.
000870 SOURCE-COMPUTER.    IBM-370.
001180
001190     SELECT CHGSTA   ASSIGN TO "CHGSTA"
001200         ORGANIZATION IS SEQUENTIAL.
001202
001204     SELECT BUSDATE  ASSIGN TO "BUSDATE"
001206         ORGANIZATION IS SEQUENTIAL
001208         FILE STATUS IS WS-FS-BUSDATE.
001210*
001220***************************************************************
001230*                                                             *
001730     RECORDING MODE IS F.
001740 COPY FACTSTA.
001750*
001751 FD  BUSDATE
001752     LABEL RECORDS ARE STANDARD
001753     RECORDING MODE IS F.
001754 COPY FACTBDT.
001755*
001760 WORKING-STORAGE SECTION.
001770***************************************************************
001780*    RUN SWITCHES                                             *
001890 77  WS-RATE-FOUND-SWITCH        PIC X(01)   VALUE "N".
001900     88  WS-RATE-FOUND                       VALUE "Y".
001910     88  WS-RATE-NOT-FOUND                   VALUE "N".
001912 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
001914     88  WS-BUSDATE-OPEN                     VALUE "O".
001916     88  WS-BUSDATE-REFUSED                  VALUE "R".
001918 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
001920*    WHERE THE CURRENT USER'S RATES CAME FROM - THE USER'S OWN
001930*    RATE MASTER RECORD, THE "*DEFAULT" RECORD, OR (WHEN EVEN
001940*    THAT IS MISSING) THE FLAT CHGPARM CARD RATE.  ANYTHING
002530         10  WS-USR-BATCH        PIC 9(08) COMP.
002540         10  WS-USR-ONLINE       PIC 9(08) COMP.
002550         10  WS-USR-COMBS        PIC 9(08) COMP.
002551         10  WS-USR-ONLINE-COMBS PIC 9(08) COMP.
002560*
002570***************************************************************
002580*    STATEMENT AMOUNT WORK FIELDS                             *
003350*     STATEMENT, AND INVOICE FILES, AND PRIMES THE READ.      *
003360***************************************************************
003370 1000-INITIALIZE-RUN.
003380     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
003381*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
003382     IF WS-BUSDATE-REFUSED
003383         OPEN OUTPUT CHGSTA
003384         MOVE 8 TO RETURN-CODE
003385         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
003386         CLOSE CHGSTA
003387         STOP RUN
003388     END-IF
003390*    THE STATUS FILE IS OPENED (AND SO TRUNCATED) BEFORE THE
003400*    PARAMETER EDIT CAN HARD-STOP THE RUN - OTHERWISE A BAD
003410*    CHGPARM CARD WOULD LEAVE LAST MONTH'S CLEAN AUDCHGBK
004190 2000-PROCESS-ONE-RECORD.
004200*    A "D" (DENIED) RECORD IS A REFUSED ENTITLEMENT ATTEMPT -
004210*    IT STAYS ON THE AUDIT TRAIL FOR SECURITY BUT IS NOT
004220*    BILLABLE USAGE.  AN "R" (REVERSED) RECORD BELONGS TO A RUN
004222*    BACKED OUT BY RUN-BACKOUT AND IS NOT BILLED EITHER.
004230     IF AUD-RUN-DATE >= WS-PERIOD-FROM
004240         AND AUD-RUN-DATE <= WS-PERIOD-TO
004250         AND NOT AUD-STATUS-DENIED
004255         AND NOT AUD-STATUS-REVERSED
004260         MOVE AUD-JOB-USERID TO WS-SEARCH-USERID
004270         PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
004280         PERFORM 2200-ACCUMULATE-USAGE THRU 2200-EXIT
004910     MOVE 0 TO WS-USR-HIGHEST (WS-USER-SUB)
004920     MOVE 0 TO WS-USR-BATCH (WS-USER-SUB)
004930     MOVE 0 TO WS-USR-ONLINE (WS-USER-SUB)
004940     MOVE 0 TO WS-USR-COMBS (WS-USER-SUB)
004941     MOVE 0 TO WS-USR-ONLINE-COMBS (WS-USER-SUB).
004950 2100-EXIT.
004960     EXIT.
004970*
005280* 2300-ACCUMULATE-COMB-USAGE.                                 *
005290*     ROLLS THE CURRENT COMBINATIONS AUDIT RECORD INTO THE    *
005300*     ROW WS-USER-SUB POINTS AT.  COMBINATIONS COUNT INTO     *
005310*     THE TOTAL REQUESTS AND THEIR OWN COLUMN; BATCH ONES     *
005320*     PRICE WITH THE BATCH CLASS IN 5100, AND THOSE FROM      *
005321*     THE ONLINE COMBINATIONS SCREEN (SOURCE "O") WITH        *
005322*     THE ONLINE CLASS.                                       *
005330***************************************************************
005340 2300-ACCUMULATE-COMB-USAGE.
005350     ADD 1 TO WS-USR-REQUESTS (WS-USER-SUB)
005360     ADD 1 TO WS-USR-COMBS (WS-USER-SUB)
005361     IF CAU-SOURCE-ONLINE
005362         ADD 1 TO WS-USR-ONLINE-COMBS (WS-USER-SUB)
005363     END-IF
005370     IF CAU-STATUS-OVERFLOW
005380         ADD 1 TO WS-USR-OVERFLOWS (WS-USER-SUB)
005390     END-IF.
006150     MOVE WS-USR-COMBS (WS-USER-SUB) TO STM-VALUE
006160     WRITE FD-REPORT-LINE FROM WS-STMT-LINE
006170         AFTER ADVANCING 1 LINE
006171     MOVE SPACES                    TO WS-STMT-LINE
006172     MOVE "ONLINE COMBINATIONS"      TO STM-LABEL
006173     MOVE WS-USR-ONLINE-COMBS (WS-USER-SUB) TO STM-VALUE
006174     WRITE FD-REPORT-LINE FROM WS-STMT-LINE
006175         AFTER ADVANCING 1 LINE
006180*    THE TIER MATH - EACH CLASS'S UNITS TIMES ITS RATE, TIER
006190*    BY TIER - PRINTS HERE AND ACCUMULATES INTO WS-AMOUNT.
006200*    COMBINATIONS FROM THE BATCH RUN PRICE AND TIER WITH
006210*    THE BATCH FACTORIAL REQUESTS; THOSE FROM THE ONLINE SCREEN
006211*    PRICE AND TIER WITH THE ONLINE REQUESTS.
006220     MOVE 0 TO WS-AMOUNT
006230     MOVE "BATCH"  TO WS-PRICE-CLASS
006240     COMPUTE WS-PRICE-UNITS =
006250         WS-USR-BATCH (WS-USER-SUB)
006260         + WS-USR-COMBS (WS-USER-SUB)
006261         - WS-USR-ONLINE-COMBS (WS-USER-SUB)
006270     MOVE WS-BATCH-RATE              TO WS-PRICE-RATE
006280     MOVE WS-BATCH-TIER-RATE         TO WS-PRICE-TIER-RATE
006290     PERFORM 5170-PRICE-ONE-CLASS THRU 5170-EXIT
006300     MOVE "ONLINE" TO WS-PRICE-CLASS
006310     COMPUTE WS-PRICE-UNITS =
006311         WS-USR-ONLINE (WS-USER-SUB)
006312         + WS-USR-ONLINE-COMBS (WS-USER-SUB)
006320     MOVE WS-ONLINE-RATE             TO WS-PRICE-RATE
006330     MOVE WS-ONLINE-TIER-RATE        TO WS-PRICE-TIER-RATE
006340     PERFORM 5170-PRICE-ONE-CLASS THRU 5170-EXIT
008200     WRITE FD-STATUS-RECORD.
008210 9500-EXIT.
008220     EXIT.
008230*
008240***************************************************************
008250* READ-BUSINESS-DATE.                                         *
008260*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
008270*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
008280*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
008290*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
008300***************************************************************
008310 COPY FACTBDR.
