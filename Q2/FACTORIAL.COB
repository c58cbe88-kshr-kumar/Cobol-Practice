002197*                   EVERYTHING ACCEPTED BEFORE THE RESTART          *
002198*                   POINT.  ALSO RESEQUENCED THE MEMBER.            *
002200***************************************************************
002201*  2026-10-15 RSK   SUSPENSE FILE.  EVERY REJECT IS NOW ALSO        *
002202*                   CARRIED ONTO THE FACTSUS SUSPENSE MASTER        *
002203*                   (3270).  A CARD RELEASED FROM SUSPENSE CARRIES  *
002204*                   ITS ITEM KEY IN COLUMNS 11-27 - ACCEPTED, 3400  *
002205*                   TIES THE ITEM TO ITS AUDIT RECORD; REJECTED     *
002206*                   AGAIN, 3280 REOPENS IT.                         *
002207*  2026-10-15 RSK   BUSINESS DATE FROM BUSDATE (FACTBDR.CPY); A     *
002208*                   CLOSED BUSINESS DATE IS REFUSED.                *
002209***************************************************************
002210 ENVIRONMENT DIVISION.
002220 CONFIGURATION SECTION.
002230 SOURCE-COMPUTER.    IBM-370.
002610     SELECT FACTSTA  ASSIGN TO "FACTSTA"
002620         ORGANIZATION IS SEQUENTIAL
002630         FILE STATUS IS WS-FS-FACTSTA.
002632
002634     SELECT BUSDATE  ASSIGN TO "BUSDATE"
002636         ORGANIZATION IS SEQUENTIAL
002638         FILE STATUS IS WS-FS-BUSDATE.

002640*    OPTIONAL - A SHOP THAT HAS NOT YET DEFINED THE QUEUE
002650*    CLUSTER JUST RUNS WITH AN EMPTY QUEUE.
002910         ACCESS MODE IS RANDOM
002920         RECORD KEY IS USE-KEY
002930         FILE STATUS IS WS-FS-FACTUSE.
002931
002932*    OPTIONAL SO THE FIRST RUN CREATES THE SUSPENSE MASTER.
002933     SELECT OPTIONAL FACTSUS ASSIGN TO "FACTSUS"
002934         ORGANIZATION IS INDEXED
002935         ACCESS MODE IS RANDOM
002936         RECORD KEY IS SUS-KEY
002937         FILE STATUS IS WS-FS-FACTSUS.
002940*
002950***************************************************************
002960*                                                             *
003820     RECORDING MODE IS F.
003830 COPY FACTSTA.
003840*
003841 FD  BUSDATE
003842     LABEL RECORDS ARE STANDARD
003843     RECORDING MODE IS F.
003844 COPY FACTBDT.
003845*
003850 FD  FACTQUE
003860     LABEL RECORDS ARE STANDARD
003870     RECORDING MODE IS F.
004010     LABEL RECORDS ARE STANDARD
004020     RECORDING MODE IS F.
004030 COPY FACTUSE.
004031*
004032 FD  FACTSUS
004033     LABEL RECORDS ARE STANDARD
004034     RECORDING MODE IS F.
004035 COPY FACTSUS.
004040*
004050 WORKING-STORAGE SECTION.
004060***************************************************************
004600 77  WS-FS-FACTQLG               PIC X(02)   VALUE "99".
004610 77  WS-FS-FACTENT               PIC X(02)   VALUE "99".
004620 77  WS-FS-FACTUSE               PIC X(02)   VALUE "99".
004625 77  WS-FS-FACTSUS               PIC X(02)   VALUE "99".
004627 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
004630 77  WS-QUE-EOF-SWITCH           PIC X(01)   VALUE "N".
004640     88  WS-QUE-END-OF-FILE                  VALUE "Y".
004650 77  WS-QLG-EOF-SWITCH           PIC X(01)   VALUE "N".
004950 77  WS-END-RETURN-CODE          PIC 9(04)   VALUE 0.
004960 77  WS-AUD-WRITTEN-SWITCH       PIC X(01)   VALUE "N".
004970     88  WS-AUD-WRITTEN                      VALUE "Y".
004972 77  WS-SUS-WRITTEN-SWITCH       PIC X(01)   VALUE "N".
004974     88  WS-SUS-WRITTEN                      VALUE "Y".
004975 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
004976     88  WS-BUSDATE-OPEN                     VALUE "O".
004977     88  WS-BUSDATE-REFUSED                  VALUE "R".
004980*
004990***************************************************************
005000*    RESTART / CHECKPOINT WORK FIELDS                         *
006770***************************************************************
006780 1000-INITIALIZE-RUN.
006790     PERFORM 1050-GET-RUN-IDENTIFICATION THRU 1050-EXIT
006791*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
006792     IF WS-BUSDATE-REFUSED
006793         OPEN OUTPUT FACTSTA
006794         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
006795         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
006796         CLOSE FACTSTA
006797         MOVE WS-END-RETURN-CODE TO RETURN-CODE
006798         STOP RUN
006799     END-IF
006800     DISPLAY "FACTORIAL-CALCULATION STARTING - RUN DATE "
006810         WS-RUN-DATE
006820     PERFORM 1010-GET-RESTART-PARM THRU 1010-EXIT
007360     OPEN INPUT FACTQLG
007370     OPEN INPUT FACTENT
007380     OPEN I-O   FACTUSE
007385     OPEN I-O   FACTSUS
007390     OPEN OUTPUT FACTSTA
007400     IF WS-RESTART-REQUESTED
007410         OPEN EXTEND FACTRPT
008210     IF WS-FS-FACTUSE NOT = "00" AND WS-FS-FACTUSE NOT = "05"
008220         DISPLAY "FACTUSE OPEN FAILED, STATUS " WS-FS-FACTUSE
008230         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
008231     END-IF
008232*    STATUS 05 ON THE SUSPENSE MASTER IS ITS FIRST OPEN - THE
008233*    OPTIONAL OPEN CREATES IT.
008234     IF WS-FS-FACTSUS NOT = "00" AND WS-FS-FACTSUS NOT = "05"
008235         DISPLAY "FACTSUS OPEN FAILED, STATUS " WS-FS-FACTSUS
008236         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
008240     END-IF.
008250 1025-EXIT.
008260     EXIT.
008860*     THIS JOB, FOR STAMPING ONTO EACH AUDIT TRAIL RECORD.    *
008870***************************************************************
008880 1050-GET-RUN-IDENTIFICATION.
008890     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
008900     DISPLAY "USER" UPON ENVIRONMENT-NAME
008910     ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE
008920     IF WS-RUN-USERID = SPACES
012210     END-IF
012220     PERFORM 3000-WRITE-REPORT-LINE THRU 3000-EXIT
012230     PERFORM 3100-WRITE-AUDIT-RECORD THRU 3100-EXIT
012232*    A CARD RELEASED FROM SUSPENSE IS TIED TO THE AUDIT RECORD
012234*    IT JUST PRODUCED.
012236     IF FD-SUSPENSE-KEY NOT = SPACES AND NOT WS-RUN-FAILED
012238         PERFORM 3400-RESOLVE-SUSPENSE-ITEM THRU 3400-EXIT
012239     END-IF
012240     PERFORM 3300-WRITE-EXTRACT-RECORD THRU 3300-EXIT
012250     PERFORM 6000-ACCUMULATE-CONTROL-TOTALS THRU 6000-EXIT.
012260 2500-EXIT.
015540             MOVE "UNKNOWN REASON"      TO EXC-REASON-TEXT
015550     END-EVALUATE
015560     WRITE FD-EXCEPTION-LINE
015570     ADD 1 TO WS-EXCEPTION-COUNT
015575     PERFORM 3270-WRITE-SUSPENSE-ITEM THRU 3270-EXIT.
015580 3200-EXIT.
015590     EXIT.
015600*
016430     CLOSE FACTXTR
016440     CLOSE FACTSTA
016450     CLOSE FACTENT
016455     CLOSE FACTUSE
016460     CLOSE FACTSUS.
016470 9000-EXIT.
016480     EXIT.
016490*
019310 9790-EXIT.
019320     EXIT.
019330*
019340***************************************************************
019350* 3270-WRITE-SUSPENSE-ITEM.                                   *
019360*     CARRIES A REJECTED REQUEST ONTO THE FACTSUS SUSPENSE    *
019370*     MASTER SO IT OUTLIVES THE MORNING'S EXCEPTION REPORT.   *
019380*     A CARD RELEASED FROM SUSPENSE THAT FAILS AGAIN REOPENS  *
019390*     ITS OWN ITEM (3280); ANY OTHER REJECT OPENS A NEW ITEM  *
019400*     KEYED ON THE RUN DATE AND TIME OF DAY, THE TIME STAMP   *
019410*     STEPPED ON A COLLISION EXACTLY AS THE AUDIT WRITE DOES. *
019420*     A FAILED WRITE ENDS THE RUN - A REJECT MUST NEVER SLIP  *
019430*     PAST THE SUSPENSE FILE UNNOTICED.                       *
019440***************************************************************
019450 3270-WRITE-SUSPENSE-ITEM.
019460     MOVE "N" TO WS-SUS-WRITTEN-SWITCH
019470     IF FD-SUSPENSE-KEY NOT = SPACES
019480         PERFORM 3280-REOPEN-SUSPENSE-ITEM THRU 3280-EXIT
019490         IF WS-SUS-WRITTEN
019500             GO TO 3270-EXIT
019510         END-IF
019520     END-IF
019530     ACCEPT WS-TIME-OF-DAY FROM TIME
019540     MOVE SPACES            TO FD-SUSPENSE-RECORD
019550     SET SUS-ORIGIN-FACTORIAL TO TRUE
019560     MOVE WS-RUN-DATE       TO SUS-FIRST-DATE
019570     MOVE WS-TIME-OF-DAY    TO SUS-TIME-STAMP
019580     SET SUS-STATUS-OPEN    TO TRUE
019590     MOVE WS-SOURCE-SWITCH  TO SUS-INPUT-SOURCE
019600     MOVE FD-CARD-BODY-X    TO SUS-FACT-BODY
019610     MOVE FD-PRIORITY-CLASS TO SUS-FACT-PRIORITY
019620     MOVE EXC-REASON-CODE   TO SUS-REASON-CODE
019630     MOVE EXC-REASON-TEXT   TO SUS-REASON-TEXT
019640     MOVE WS-RUN-USERID     TO SUS-USERID
019650     MOVE 1                 TO SUS-REJECT-COUNT
019660     MOVE WS-RUN-DATE       TO SUS-LAST-REJECT-DATE
019670     MOVE ZERO              TO SUS-ACTION-DATE
019680     MOVE ZERO              TO SUS-RESOLVED-DATE
019690     MOVE ZERO              TO SUS-RESOLVED-COUNT
019700     PERFORM 3275-WRITE-ONE-SUSPENSE-KEY THRU 3275-EXIT
019710         UNTIL WS-SUS-WRITTEN.
019720 3270-EXIT.
019730     EXIT.
019740*
019750***************************************************************
019760* 3275-WRITE-ONE-SUSPENSE-KEY.                                *
019770*     WRITES THE NEW SUSPENSE ITEM ONCE.  A DUPLICATE KEY     *
019780*     (FILE STATUS 22) STEPS SUS-TIME-STAMP AND LETS THE LOOP *
019790*     IN 3270 TRY AGAIN; ANY OTHER INVALID-KEY CONDITION IS A *
019800*     REAL FAILURE AND ENDS THE RUN WITH RETURN CODE 8.       *
019810***************************************************************
019820 3275-WRITE-ONE-SUSPENSE-KEY.
019830     WRITE FD-SUSPENSE-RECORD
019840         INVALID KEY
019850             IF WS-FS-FACTSUS = "22"
019860                 ADD 1 TO SUS-TIME-STAMP
019870             ELSE
019880                 DISPLAY "FACTSUS WRITE FAILED, STATUS "
019890                     WS-FS-FACTSUS " CARD " SUS-CARD-IMAGE
019900                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
019910                 SET WS-SUS-WRITTEN TO TRUE
019920             END-IF
019930         NOT INVALID KEY
019940             SET WS-SUS-WRITTEN TO TRUE
019950     END-WRITE.
019960 3275-EXIT.
019970     EXIT.
019980*
019990***************************************************************
020000* 3280-REOPEN-SUSPENSE-ITEM.                                  *
020010*     A CARD RELEASED FROM SUSPENSE WAS REJECTED AGAIN.  ITS  *
020020*     ITEM GOES BACK TO OPEN UNDER THE SAME KEY - SO ITS AGE  *
020030*     STILL RUNS FROM THE FIRST REJECT - WITH THE CARD AS NOW *
020040*     READ, THE NEW REASON, AND THE REJECT COUNT STEPPED.  AN *
020050*     ITEM THAT IS NOT ON FILE OR NOT IN RELEASED STATUS      *
020060*     (E.G. A RELEASE DECK RUN TWICE) IS LEFT ALONE AND 3270  *
020070*     OPENS A NEW ITEM INSTEAD.                               *
020080***************************************************************
020090 3280-REOPEN-SUSPENSE-ITEM.
020100     MOVE FD-SUSPENSE-KEY TO SUS-KEY
020110     READ FACTSUS
020120         INVALID KEY
020130             DISPLAY "FACTSUS ITEM " FD-SUSPENSE-KEY
020140                 " NOT ON FILE - NEW ITEM OPENED"
020150             GO TO 3280-EXIT
020160     END-READ
020170     IF NOT SUS-STATUS-RELEASED
020180         DISPLAY "FACTSUS ITEM " FD-SUSPENSE-KEY
020190             " NOT RELEASED - NEW ITEM OPENED"
020200         GO TO 3280-EXIT
020210     END-IF
020220     SET SUS-STATUS-OPEN    TO TRUE
020230     MOVE FD-CARD-BODY-X    TO SUS-FACT-BODY
020240     MOVE FD-PRIORITY-CLASS TO SUS-FACT-PRIORITY
020250     MOVE EXC-REASON-CODE   TO SUS-REASON-CODE
020260     MOVE EXC-REASON-TEXT   TO SUS-REASON-TEXT
020270     ADD 1                  TO SUS-REJECT-COUNT
020280     MOVE WS-RUN-DATE       TO SUS-LAST-REJECT-DATE
020290     SET WS-SUS-WRITTEN     TO TRUE
020300     REWRITE FD-SUSPENSE-RECORD
020310         INVALID KEY
020320             DISPLAY "FACTSUS REWRITE FAILED, STATUS "
020330                 WS-FS-FACTSUS " ITEM " SUS-KEY
020340             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
020350     END-REWRITE.
020360 3280-EXIT.
020370     EXIT.
020380*
020390***************************************************************
020400* 3400-RESOLVE-SUSPENSE-ITEM.                                 *
020410*     TIES A CARD RELEASED FROM SUSPENSE TO THE AUDIT RECORD  *
020420*     3100 JUST WROTE FOR IT.  THE FIRST AUDIT RECORD         *
020430*     RESOLVES THE ITEM AND ITS KEY IS KEPT ON THE ITEM; EACH *
020440*     FURTHER NUMBER OF A RELEASED RANGE CARD ONLY STEPS THE  *
020450*     ITEM'S RESOLVED COUNT.  AN ITEM THAT CANNOT BE FOUND OR *
020460*     WAS NOT RELEASED IS REPORTED ON THE CONSOLE AND LEFT    *
020470*     ALONE - THE REQUEST ITSELF HAS ALREADY BEEN SERVED.     *
020480***************************************************************
020490 3400-RESOLVE-SUSPENSE-ITEM.
020500     MOVE FD-SUSPENSE-KEY TO SUS-KEY
020510     READ FACTSUS
020520         INVALID KEY
020530             DISPLAY "FACTSUS ITEM " FD-SUSPENSE-KEY
020540                 " NOT ON FILE - RESOLUTION NOT RECORDED"
020550             GO TO 3400-EXIT
020560     END-READ
020570     EVALUATE TRUE
020580         WHEN SUS-STATUS-RELEASED
020590             SET SUS-STATUS-RESOLVED TO TRUE
020600             MOVE AUD-KEY         TO SUS-RESOLVED-KEY
020610             MOVE WS-RUN-DATE     TO SUS-RESOLVED-DATE
020620             MOVE 1               TO SUS-RESOLVED-COUNT
020630             MOVE "N"             TO SUS-REPORTED-SWITCH
020640         WHEN SUS-STATUS-RESOLVED
020650          AND SUS-RESOLVED-DATE = WS-RUN-DATE
020660          AND FD-RANGE-REQUEST
020670             ADD 1 TO SUS-RESOLVED-COUNT
020680         WHEN OTHER
020690             DISPLAY "FACTSUS ITEM " FD-SUSPENSE-KEY
020700                 " NOT RELEASED - RESOLUTION NOT RECORDED"
020710             GO TO 3400-EXIT
020720     END-EVALUATE
020730     REWRITE FD-SUSPENSE-RECORD
020740         INVALID KEY
020750             DISPLAY "FACTSUS REWRITE FAILED, STATUS "
020760                 WS-FS-FACTSUS " ITEM " SUS-KEY
020770             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
020780     END-REWRITE.
020790 3400-EXIT.
020800     EXIT.
020810*
020820***************************************************************
020830* READ-BUSINESS-DATE.                                         *
020840*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
020850*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
020860*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
020870*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
020880***************************************************************
020890 COPY FACTBDR.
