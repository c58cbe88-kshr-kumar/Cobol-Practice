003004*                   HARD-STOP, SO A BAD CARD CAN NO LONGER      *
003005*                   LEAVE LAST NIGHT'S CLEAN STATUS RECORD      *
003006*                   FOR THE SUITE MONITOR TO BELIEVE.           *
003007*  2026-10-15 RSK   BUSINESS DATE FROM BUSDATE (FACTBDR.CPY);   *
003008*                   A CLOSED BUSINESS DATE IS REFUSED.          *
003010***************************************************************
003015*  2026-10-15 RSK   REVERSALS.  A REVERSAL RECORD (EXT-STATUS   *
003020*                   "R", FACTEXT VERSION 3) WRITTEN BY          *
003025*                   RUN-BACKOUT AND SENT BEHIND THE NIGHT'S     *
003030*                   EXTRACT IS NO LONGER RECONCILED AS AN ITEM. *
003035*                   IT IS COUNTED APART, ITS ACK (IF ANY) IS    *
003040*                   NOT AN ORPHAN, AND THE ITEM IT CANCELS IS   *
003045*                   DROPPED FROM THE AGING TABLE, SO A REVERSED *
003050*                   ITEM IS NEVER AGED, RESENT OR ESCALATED.    *
003055***************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
005670
005680     SELECT RCNSTA   ASSIGN TO "RCNSTA"
005690         ORGANIZATION IS SEQUENTIAL.
005692
005694     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005696         ORGANIZATION IS SEQUENTIAL
005698         FILE STATUS IS WS-FS-BUSDATE.
005700*
005800***************************************************************
005900*                                                             *
009807     RECORDING MODE IS F.
009808 COPY FACTSTA.
009809*
009819 FD  BUSDATE
009829     LABEL RECORDS ARE STANDARD
009839     RECORDING MODE IS F.
009849 COPY FACTBDT.
009859*
009900 WORKING-STORAGE SECTION.
010000***************************************************************
010100*    RUN SWITCHES                                             *
011100     88  WS-ACK-NOT-FOUND                    VALUE "N".
011200 77  WS-AGE-FOUND-SWITCH         PIC X(01)   VALUE "N".
011300     88  WS-AGE-ALREADY-CARRIED              VALUE "Y".
011310 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
011320     88  WS-BUSDATE-OPEN                     VALUE "O".
011330     88  WS-BUSDATE-REFUSED                  VALUE "R".
011340 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
011400*
011500***************************************************************
011600*    ACKNOWLEDGMENT TABLE                                     *
016200 77  WS-ORPHAN-COUNT             PIC 9(08) COMP  VALUE 0.
016210 77  WS-RESENT-COUNT             PIC 9(08) COMP  VALUE 0.
016220 77  WS-ESCALATED-COUNT          PIC 9(08) COMP  VALUE 0.
016222 77  WS-REVERSAL-COUNT           PIC 9(08) COMP  VALUE 0.
016224 77  WS-REVERSED-DROP-COUNT      PIC 9(08) COMP  VALUE 0.
016230 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
016300*
016400 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
022400*     FILE, AND PRIMES THE EXTRACT READ.                      *
022500***************************************************************
022600 1000-INITIALIZE-RUN.
022700     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
022701*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
022702     IF WS-BUSDATE-REFUSED
022703         OPEN OUTPUT RCNSTA
022704         MOVE 8 TO WS-END-RETURN-CODE
022705         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
022706         CLOSE RCNSTA
022707         MOVE WS-END-RETURN-CODE TO RETURN-CODE
022708         STOP RUN
022709     END-IF
022710*    THE STATUS FILE IS OPENED (AND SO TRUNCATED) BEFORE THE
022720*    PARAMETER EDIT CAN HARD-STOP THE RUN - OTHERWISE A BAD
022730*    CARD WOULD LEAVE LAST NIGHT'S CLEAN EXTRECON RECORD ON
031400*     TABLE (UNLESS AN EARLIER RUN ALREADY CARRIES IT).       *
031500***************************************************************
031600 2000-PROCESS-ONE-EXTRACT.
031610*    A REVERSAL RECORD FROM RUN-BACKOUT IS NOT RECONCILED.
031620     IF EXT-STATUS-REVERSAL
031630         PERFORM 2300-SKIP-REVERSAL THRU 2300-EXIT
031640         GO TO 2000-READ-NEXT
031650     END-IF
031700     ADD 1 TO WS-EXTRACT-COUNT
031800     PERFORM 2100-SEARCH-ACK-TABLE THRU 2100-EXIT
031900     IF WS-ACK-FOUND
033700         WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
033800             AFTER ADVANCING 1 LINE
033900         PERFORM 2200-ADD-TO-AGING-TABLE THRU 2200-EXIT
034000     END-IF.
034010 2000-READ-NEXT.
034100     PERFORM 1300-READ-EXTRACT THRU 1300-EXIT.
034200 2000-EXIT.
034300     EXIT.
041200     EXIT.
041300*
041400***************************************************************
041402* 2300-SKIP-REVERSAL.                                         *
041404*     A REVERSAL RECORD (EXT-STATUS "R") FROM RUN-BACKOUT,    *
041406*     SENT BEHIND THE NIGHT'S EXTRACT.  IT IS NOT AN ITEM TO  *
041408*     RECONCILE: IT IS COUNTED APART, ANY ACK FOR ITS NUMBER  *
041410*     AND RUN DATE IS MARKED USED SO IT IS NOT COUNTED AS AN  *
041412*     ORPHAN, AND THE ITEM IT CANCELS IS DROPPED FROM THE     *
041414*     AGING TABLE.  AN ITEM ADDED TO THE TABLE EARLIER IN     *
041416*     THIS SAME RUN ALSO COMES OFF THE MISSING COUNT.         *
041418***************************************************************
041420 2300-SKIP-REVERSAL.
041422     ADD 1 TO WS-REVERSAL-COUNT
041424     PERFORM 2100-SEARCH-ACK-TABLE THRU 2100-EXIT
041426     MOVE "N" TO WS-AGE-FOUND-SWITCH
041428     MOVE 0 TO WS-AGE-SUB
041430     PERFORM 2210-TEST-ONE-AGING THRU 2210-EXIT
041432         UNTIL WS-AGE-ALREADY-CARRIED
041434            OR WS-AGE-SUB >= WS-AGE-COUNT
041436     IF NOT WS-AGE-ALREADY-CARRIED
041438         GO TO 2300-EXIT
041440     END-IF
041442     IF WS-AGE-DROPPED (WS-AGE-SUB) = "Y"
041444         GO TO 2300-EXIT
041446     END-IF
041448     MOVE "Y" TO WS-AGE-DROPPED (WS-AGE-SUB)
041450     ADD 1 TO WS-REVERSED-DROP-COUNT
041452     IF WS-AGE-FIRST-SEEN (WS-AGE-SUB) = WS-RUN-DATE
041454         AND WS-MISSING-COUNT > 0
041456         SUBTRACT 1 FROM WS-MISSING-COUNT
041458     END-IF
041460     MOVE SPACES TO WS-DETAIL-LINE
041462     MOVE WS-AGE-NUMBER (WS-AGE-SUB)   TO DTL-NUMBER
041464     MOVE WS-AGE-RUN-DATE (WS-AGE-SUB) TO DTL-RUN-DATE
041466     MOVE "REVERSED - DROPPED"  TO DTL-DISPOSITION
041468     WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
041470         AFTER ADVANCING 1 LINE.
041472 2300-EXIT.
041474     EXIT.
041476*
041478***************************************************************
041500* 5000-SWEEP-AGING-TABLE.                                     *
041600*     RE-TESTS EVERY ITEM CARRIED FORWARD FROM EARLIER RUNS   *
041700*     AGAINST THIS RUN'S ACK TABLE.  A LATE LOADED ACK        *
043000*
043100 5100-SWEEP-ONE-ITEM.
043200     ADD 1 TO WS-AGE-SUB
043210     IF WS-AGE-DROPPED (WS-AGE-SUB) = "Y"
043220         GO TO 5100-EXIT
043230     END-IF
043300     IF WS-AGE-FIRST-SEEN (WS-AGE-SUB) = WS-RUN-DATE
043400         GO TO 5100-EXIT
043500     END-IF
061500     WRITE FD-REPORT-LINE FROM WS-CONTROL-LINE
061600         AFTER ADVANCING 1 LINE
061700     MOVE SPACES                    TO WS-CONTROL-LINE
061705     MOVE "REVERSAL RECORDS SKIPPED"  TO WS-CTL-LABEL
061710     MOVE WS-REVERSAL-COUNT         TO WS-CTL-VALUE
061715     WRITE FD-REPORT-LINE FROM WS-CONTROL-LINE
061720         AFTER ADVANCING 1 LINE
061725     MOVE SPACES                    TO WS-CONTROL-LINE
061730     MOVE "REVERSED ITEMS DROPPED"    TO WS-CTL-LABEL
061735     MOVE WS-REVERSED-DROP-COUNT    TO WS-CTL-VALUE
061740     WRITE FD-REPORT-LINE FROM WS-CONTROL-LINE
061745         AFTER ADVANCING 1 LINE
061750     MOVE SPACES                    TO WS-CONTROL-LINE
061800     MOVE "ITEMS OVER AGE LIMIT"     TO WS-CTL-LABEL
061900     MOVE WS-OVERAGE-COUNT          TO WS-CTL-VALUE
062000     WRITE FD-REPORT-LINE FROM WS-CONTROL-LINE
062695         AFTER ADVANCING 1 LINE.
062700 9100-EXIT.
062800     EXIT.
062810*
062820***************************************************************
062830* READ-BUSINESS-DATE.                                         *
062840*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
062850*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
062860*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
062870*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
062880***************************************************************
062890 COPY FACTBDR.
