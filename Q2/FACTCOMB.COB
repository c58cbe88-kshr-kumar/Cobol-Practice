000870*                   WS-RUN-FAILED SO AN AUDIT WRITE FAILURE       *
000880*                   ENDS THE RUN INSTEAD OF FLOODING THE          *
000890*                   CONSOLE FOR EVERY REMAINING CARD.             *
000891*  2026-10-15 RSK   SUSPENSE FILE.  EVERY REJECT IS NOW ALSO      *
000892*                   CARRIED ONTO THE FACTSUS SUSPENSE MASTER      *
000893*                   (FACTSUS.CPY) BY THE NEW 3270.  A CARD        *
000894*                   RELEASED FROM SUSPENSE CARRIES ITS ITEM KEY   *
000895*                   IN COLUMNS 9-25 - ACCEPTED, THE NEW 3400 TIES *
000896*                   THE ITEM TO ITS COMBAUD RECORD; REJECTED      *
000897*                   AGAIN, 3280 REOPENS THE SAME ITEM.            *
000898*  2026-10-15 RSK   BUSINESS DATE FROM BUSDATE (FACTBDR.CPY);     *
000899*                   A CLOSED BUSINESS DATE IS REFUSED.            *
000900***************************************************************
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-FS-COMBSTA.
001210
001211     SELECT BUSDATE  ASSIGN TO "BUSDATE"
001212         ORGANIZATION IS SEQUENTIAL
001213         FILE STATUS IS WS-FS-BUSDATE.
001214
001220     SELECT COMBAUD  ASSIGN TO "COMBAUD"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS CAU-KEY
001260         FILE STATUS IS WS-FS-COMBAUD.
001261
001262*    OPTIONAL SO THE FIRST RUN CREATES THE SUSPENSE MASTER.
001263     SELECT OPTIONAL FACTSUS ASSIGN TO "FACTSUS"
001264         ORGANIZATION IS INDEXED
001265         ACCESS MODE IS RANDOM
001266         RECORD KEY IS SUS-KEY
001267         FILE STATUS IS WS-FS-FACTSUS.
001270*
001280***************************************************************
001290*                                                             *
001740     RECORDING MODE IS F.
001750 COPY FACTSTA.
001760*
001761 FD  BUSDATE
001762     LABEL RECORDS ARE STANDARD
001763     RECORDING MODE IS F.
001764 COPY FACTBDT.
001765*
001770 FD  COMBAUD
001780     LABEL RECORDS ARE STANDARD
001790     RECORDING MODE IS F.
001800 COPY COMBAUD.
001801*
001802 FD  FACTSUS
001803     LABEL RECORDS ARE STANDARD
001804     RECORDING MODE IS F.
001805 COPY FACTSUS.
001810*
001820 WORKING-STORAGE SECTION.
001830***************************************************************
002150 77  WS-FS-FACTTBL               PIC X(02)   VALUE "00".
002160 77  WS-FS-COMBSTA               PIC X(02)   VALUE "00".
002170 77  WS-FS-COMBAUD               PIC X(02)   VALUE "00".
002175 77  WS-FS-FACTSUS               PIC X(02)   VALUE "00".
002177 77  WS-FS-BUSDATE               PIC X(02)   VALUE "00".
002180 77  WS-AUD-WRITTEN-SWITCH       PIC X(01)   VALUE "N".
002190     88  WS-AUD-WRITTEN                      VALUE "Y".
002192 77  WS-SUS-WRITTEN-SWITCH       PIC X(01)   VALUE "N".
002194     88  WS-SUS-WRITTEN                      VALUE "Y".
002200 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
002210     88  WS-RUN-FAILED                       VALUE "Y".
002212 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
002214     88  WS-BUSDATE-OPEN                     VALUE "O".
002216     88  WS-BUSDATE-REFUSED                  VALUE "R".
002220 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
002230 77  WS-PROCESSED-COUNT          PIC 9(08) COMP  VALUE 0.
002240 77  WS-EXCEPTION-COUNT          PIC 9(08) COMP  VALUE 0.
003190*     REPORT HEADING, AND PRIMES THE READ.                    *
003200***************************************************************
003210 1000-INITIALIZE-RUN.
003220     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
003221*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
003222     IF WS-BUSDATE-REFUSED
003223         OPEN OUTPUT COMBSTA
003224         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
003225         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
003226         CLOSE COMBSTA
003227         MOVE WS-END-RETURN-CODE TO RETURN-CODE
003228         STOP RUN
003229     END-IF
003230     DISPLAY "COMBINATIONS-CALCULATION STARTING - RUN DATE "
003240         WS-RUN-DATE
003250     PERFORM 1050-GET-RUN-IDENTIFICATION THRU 1050-EXIT
003290     OPEN OUTPUT COMBEXC
003300     OPEN OUTPUT COMBSTA
003310     OPEN OUTPUT COMBAUD
003315     OPEN I-O    FACTSUS
003320     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
003330     IF WS-RUN-FAILED
003340         GO TO 1000-EXIT
003720     IF WS-FS-COMBAUD NOT = "00"
003730         DISPLAY "COMBAUD OPEN FAILED, STATUS " WS-FS-COMBAUD
003740         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
003750     END-IF
003751*    STATUS 05 ON THE SUSPENSE MASTER IS ITS FIRST OPEN - THE
003752*    OPTIONAL OPEN CREATES IT.
003753     IF WS-FS-FACTSUS NOT = "00" AND WS-FS-FACTSUS NOT = "05"
003754         DISPLAY "FACTSUS OPEN FAILED, STATUS " WS-FS-FACTSUS
003755         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
003756     END-IF.
003760 1025-EXIT.
003770     EXIT.
003780*
004250         PERFORM 4500-COMPUTE-RESULTS THRU 4500-EXIT
004260         PERFORM 3000-WRITE-REPORT-LINE THRU 3000-EXIT
004270         PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT
004272*        A CARD RELEASED FROM SUSPENSE IS TIED TO THE AUDIT
004274*        RECORD IT JUST PRODUCED.
004276         IF CR-SUSPENSE-KEY NOT = SPACES AND NOT WS-RUN-FAILED
004277             PERFORM 3400-RESOLVE-SUSPENSE-ITEM THRU 3400-EXIT
004278         END-IF
004280     ELSE
004290         PERFORM 3200-WRITE-EXCEPTION-RECORD THRU 3200-EXIT
004300     END-IF
006640             MOVE "UNKNOWN REASON"      TO EXC-REASON-TEXT
006650     END-EVALUATE
006660     WRITE FD-EXCEPTION-LINE
006670     ADD 1 TO WS-EXCEPTION-COUNT
006675     PERFORM 3270-WRITE-SUSPENSE-ITEM THRU 3270-EXIT.
006680 3200-EXIT.
006690     EXIT.
006700*
006860     CLOSE COMBRPT
006870     CLOSE COMBEXC
006880     CLOSE COMBSTA
006885     CLOSE COMBAUD
006890     CLOSE FACTSUS.
006900 9000-EXIT.
006910     EXIT.
006920*
007430     EXIT.
007440*
007450 COPY FACTMATH.
007460*
007470***************************************************************
007480* 3270-WRITE-SUSPENSE-ITEM.                                   *
007490*     CARRIES A REJECTED REQUEST ONTO THE FACTSUS SUSPENSE    *
007500*     MASTER SO IT OUTLIVES THE MORNING'S EXCEPTION REPORT.   *
007510*     A CARD RELEASED FROM SUSPENSE THAT FAILS AGAIN REOPENS  *
007520*     ITS OWN ITEM (3280); ANY OTHER REJECT OPENS A NEW ITEM  *
007530*     KEYED ON THE RUN DATE AND TIME OF DAY, THE TIME STAMP   *
007540*     STEPPED ON A COLLISION EXACTLY AS THE AUDIT WRITE DOES. *
007550*     A FAILED WRITE ENDS THE RUN - A REJECT MUST NEVER SLIP  *
007560*     PAST THE SUSPENSE FILE UNNOTICED.                       *
007570***************************************************************
007580 3270-WRITE-SUSPENSE-ITEM.
007590     MOVE "N" TO WS-SUS-WRITTEN-SWITCH
007600     IF CR-SUSPENSE-KEY NOT = SPACES
007610         PERFORM 3280-REOPEN-SUSPENSE-ITEM THRU 3280-EXIT
007620         IF WS-SUS-WRITTEN
007630             GO TO 3270-EXIT
007640         END-IF
007650     END-IF
007660     ACCEPT WS-TIME-OF-DAY FROM TIME
007670     MOVE SPACES            TO FD-SUSPENSE-RECORD
007680     SET SUS-ORIGIN-COMBINATIONS TO TRUE
007690     MOVE WS-RUN-DATE       TO SUS-FIRST-DATE
007700     MOVE WS-TIME-OF-DAY    TO SUS-TIME-STAMP
007710     SET SUS-STATUS-OPEN    TO TRUE
007720     SET SUS-SOURCE-CARD    TO TRUE
007730     MOVE CR-N-FIELD-X      TO SUS-COMB-N-X
007740     MOVE CR-R-FIELD-X      TO SUS-COMB-R-X
007750     MOVE EXC-REASON-CODE   TO SUS-REASON-CODE
007760     MOVE EXC-REASON-TEXT   TO SUS-REASON-TEXT
007770     MOVE WS-RUN-USERID     TO SUS-USERID
007780     MOVE 1                 TO SUS-REJECT-COUNT
007790     MOVE WS-RUN-DATE       TO SUS-LAST-REJECT-DATE
007800     MOVE ZERO              TO SUS-ACTION-DATE
007810     MOVE ZERO              TO SUS-RESOLVED-DATE
007820     MOVE ZERO              TO SUS-RESOLVED-COUNT
007830     PERFORM 3275-WRITE-ONE-SUSPENSE-KEY THRU 3275-EXIT
007840         UNTIL WS-SUS-WRITTEN.
007850 3270-EXIT.
007860     EXIT.
007870*
007880***************************************************************
007890* 3275-WRITE-ONE-SUSPENSE-KEY.                                *
007900*     WRITES THE NEW SUSPENSE ITEM ONCE.  A DUPLICATE KEY     *
007910*     (FILE STATUS 22) STEPS SUS-TIME-STAMP AND LETS THE LOOP *
007920*     IN 3270 TRY AGAIN; ANY OTHER INVALID-KEY CONDITION IS A *
007930*     REAL FAILURE AND ENDS THE RUN WITH RETURN CODE 8.       *
007940***************************************************************
007950 3275-WRITE-ONE-SUSPENSE-KEY.
007960     WRITE FD-SUSPENSE-RECORD
007970         INVALID KEY
007980             IF WS-FS-FACTSUS = "22"
007990                 ADD 1 TO SUS-TIME-STAMP
008000             ELSE
008010                 DISPLAY "FACTSUS WRITE FAILED, STATUS "
008020                     WS-FS-FACTSUS " CARD " SUS-CARD-IMAGE
008030                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
008040                 SET WS-SUS-WRITTEN TO TRUE
008050             END-IF
008060         NOT INVALID KEY
008070             SET WS-SUS-WRITTEN TO TRUE
008080     END-WRITE.
008090 3275-EXIT.
008100     EXIT.
008110*
008120***************************************************************
008130* 3280-REOPEN-SUSPENSE-ITEM.                                  *
008140*     A CARD RELEASED FROM SUSPENSE WAS REJECTED AGAIN.  ITS  *
008150*     ITEM GOES BACK TO OPEN UNDER THE SAME KEY - SO ITS AGE  *
008160*     STILL RUNS FROM THE FIRST REJECT - WITH THE CARD AS NOW *
008170*     READ, THE NEW REASON, AND THE REJECT COUNT STEPPED.  AN *
008180*     ITEM THAT IS NOT ON FILE OR NOT IN RELEASED STATUS      *
008190*     (E.G. A RELEASE DECK RUN TWICE) IS LEFT ALONE AND 3270  *
008200*     OPENS A NEW ITEM INSTEAD.                               *
008210***************************************************************
008220 3280-REOPEN-SUSPENSE-ITEM.
008230     MOVE CR-SUSPENSE-KEY TO SUS-KEY
008240     READ FACTSUS
008250         INVALID KEY
008260             DISPLAY "FACTSUS ITEM " CR-SUSPENSE-KEY
008270                 " NOT ON FILE - NEW ITEM OPENED"
008280             GO TO 3280-EXIT
008290     END-READ
008300     IF NOT SUS-STATUS-RELEASED
008310         DISPLAY "FACTSUS ITEM " CR-SUSPENSE-KEY
008320             " NOT RELEASED - NEW ITEM OPENED"
008330         GO TO 3280-EXIT
008340     END-IF
008350     SET SUS-STATUS-OPEN    TO TRUE
008360     MOVE CR-N-FIELD-X      TO SUS-COMB-N-X
008370     MOVE CR-R-FIELD-X      TO SUS-COMB-R-X
008380     MOVE EXC-REASON-CODE   TO SUS-REASON-CODE
008390     MOVE EXC-REASON-TEXT   TO SUS-REASON-TEXT
008400     ADD 1                  TO SUS-REJECT-COUNT
008410     MOVE WS-RUN-DATE       TO SUS-LAST-REJECT-DATE
008420     SET WS-SUS-WRITTEN     TO TRUE
008430     REWRITE FD-SUSPENSE-RECORD
008440         INVALID KEY
008450             DISPLAY "FACTSUS REWRITE FAILED, STATUS "
008460                 WS-FS-FACTSUS " ITEM " SUS-KEY
008470             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
008480     END-REWRITE.
008490 3280-EXIT.
008500     EXIT.
008510*
008520***************************************************************
008530* 3400-RESOLVE-SUSPENSE-ITEM.                                 *
008540*     TIES A CARD RELEASED FROM SUSPENSE TO THE COMBAUD       *
008550*     RECORD 3100 JUST WROTE FOR IT, WHOSE KEY IS KEPT ON THE *
008560*     ITEM AS IT IS MARKED RESOLVED.  AN ITEM THAT CANNOT BE  *
008570*     FOUND OR WAS NOT RELEASED IS REPORTED ON THE CONSOLE    *
008580*     AND LEFT ALONE - THE REQUEST HAS ALREADY BEEN SERVED.   *
008590***************************************************************
008600 3400-RESOLVE-SUSPENSE-ITEM.
008610     MOVE CR-SUSPENSE-KEY TO SUS-KEY
008620     READ FACTSUS
008630         INVALID KEY
008640             DISPLAY "FACTSUS ITEM " CR-SUSPENSE-KEY
008650                 " NOT ON FILE - RESOLUTION NOT RECORDED"
008660             GO TO 3400-EXIT
008670     END-READ
008680     EVALUATE TRUE
008690         WHEN SUS-STATUS-RELEASED
008700             SET SUS-STATUS-RESOLVED TO TRUE
008710             MOVE CAU-KEY         TO SUS-RESOLVED-KEY
008720             MOVE WS-RUN-DATE     TO SUS-RESOLVED-DATE
008730             MOVE 1               TO SUS-RESOLVED-COUNT
008740             MOVE "N"             TO SUS-REPORTED-SWITCH
008750         WHEN OTHER
008760             DISPLAY "FACTSUS ITEM " CR-SUSPENSE-KEY
008770                 " NOT RELEASED - RESOLUTION NOT RECORDED"
008780             GO TO 3400-EXIT
008790     END-EVALUATE
008800     REWRITE FD-SUSPENSE-RECORD
008810         INVALID KEY
008820             DISPLAY "FACTSUS REWRITE FAILED, STATUS "
008830                 WS-FS-FACTSUS " ITEM " SUS-KEY
008840             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
008850     END-REWRITE.
008860 3400-EXIT.
008870     EXIT.
008880*
008890***************************************************************
008900* READ-BUSINESS-DATE.                                         *
008910*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
008920*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
008930*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
008940*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
008950***************************************************************
008960 COPY FACTBDR.
