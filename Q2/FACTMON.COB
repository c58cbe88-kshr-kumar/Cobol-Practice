003000*                   TRIPPED HOLD RULE, ENDS RC 8; ANY E         *
003100*                   RECORD ENDS RC 4; A FULLY CLEAN WINDOW      *
003200*                   ENDS RC 0.                                  *
003210*  2026-10-15 RSK   GL JOURNAL RULE.  IN A WINDOW WHERE THE     *
003220*                   CHARGEBACK (AUDCHGBK) RAN, THE GL           *
003230*                   TRANSMISSION IS HELD WHEN THE GL JOURNAL    *
003240*                   INTERFACE (GLJOURNL) ENDED F OR LEFT NO     *
003250*                   STATUS RECORD - ITS JOURNAL DID NOT         *
003260*                   BALANCE TO THE CHGRPT GRAND TOTAL.  A       *
003270*                   WINDOW WITHOUT A CHARGEBACK RUN HAS NO      *
003280*                   JOURNAL TO HOLD.                            *
003281*  2026-10-15 RSK   BALANCING RULE.  THE EXTRACT TRANSMISSION   *
003282*                   AND THE CHARGEBACK ARE HELD WHEN THE        *
003283*                   END-OF-DAY BALANCING RUN (EODBALNC) ENDED   *
003284*                   F OR LEFT NO STATUS RECORD - THE AUDIT      *
003285*                   TRAIL, EXTRACT, STATUS AND QUEUE FILES DO   *
003286*                   NOT AGREE.                                  *
003287*  2026-10-15 RSK   HOLD LIST.  EVERY HOLD IS ALSO WRITTEN TO   *
003288*                   FACTHLD (LAYOUT IN FACTHLD.CPY), KEYED ON   *
003289*                   THE PROGRAM WHOSE STEP IS HELD - AUDPURGE,  *
003290*                   AUDCHGBK, GLJOURNL FOR THE GL TRANSMISSION, *
003291*                   FACTCALC FOR THE EXTRACT TRANSMISSION - SO  *
003292*                   FACTORIAL-ONLINE CAN SHOW THE HOLDS.  THE   *
003293*                   FILE IS EMPTIED AT THE START OF EVERY RUN.  *
003294*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003295*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003296*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003297*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003298*                   WITH AN F STATUS RECORD AND AN EMPTIED      *
003299*                   FACTHLD, BEFORE ANY OTHER FILE IS OPENED.   *
003300***************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005100     SELECT MONSTA   ASSIGN TO "MONSTA"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-MONSTA.
005310
005320     SELECT FACTHLD  ASSIGN TO "FACTHLD"
005330         ORGANIZATION IS INDEXED
005340         ACCESS MODE IS RANDOM
005350         RECORD KEY IS HLD-PROGRAM
005360         FILE STATUS IS WS-FS-FACTHLD.
005365
005370     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005375         ORGANIZATION IS SEQUENTIAL
005380         FILE STATUS IS WS-FS-BUSDATE.
005400*
005500***************************************************************
005600*                                                             *
007500     LABEL RECORDS ARE OMITTED
007600     RECORDING MODE IS F.
007700 01  FD-OWN-STATUS-RECORD            PIC X(80).
007710*
007720 FD  FACTHLD
007730     LABEL RECORDS ARE STANDARD
007740     RECORDING MODE IS F.
007750 COPY FACTHLD.
007800*
007810 FD  BUSDATE
007820     LABEL RECORDS ARE STANDARD
007830     RECORDING MODE IS F.
007840 COPY FACTBDT.
007850*
007900 WORKING-STORAGE SECTION.
008000***************************************************************
008100*    RUN SWITCHES                                             *
008900     88  WS-PROGRAM-NOT-FOUND                VALUE "N".
008910 77  WS-RULE-SWITCH              PIC X(01)   VALUE "N".
008920     88  WS-RULE-TRIPPED                     VALUE "Y".
008930 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
008940     88  WS-BUSDATE-OPEN                     VALUE "O".
008950     88  WS-BUSDATE-REFUSED                  VALUE "R".
009000*
009100***************************************************************
009200*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
009600 77  WS-FS-MONIN                 PIC X(02)   VALUE "99".
009700 77  WS-FS-MONRPT                PIC X(02)   VALUE "99".
009800 77  WS-FS-MONSTA                PIC X(02)   VALUE "99".
009810 77  WS-FS-FACTHLD               PIC X(02)   VALUE "99".
009820 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
009900*
010000***************************************************************
010100*    STATUS RECORD TABLE                                      *
012400 77  WS-FAILED-COUNT             PIC 9(08) COMP  VALUE 0.
012500 77  WS-EXCEPTION-COUNT          PIC 9(08) COMP  VALUE 0.
012600 77  WS-HOLD-COUNT               PIC 9(08) COMP  VALUE 0.
012610 77  WS-HOLD-PROGRAM             PIC X(08)       VALUE SPACES.
012700 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
012800 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
012900*
020900*     STATUS READ.                                            *
021000***************************************************************
021100 1000-INITIALIZE-RUN.
021200     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
021210*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD AND
021212*    EMPTIES THE HOLD LIST, SO THE ONLINE STATUS SCREEN DOES NOT
021214*    GO ON SHOWING THE LAST WINDOW'S HOLDS.
021220     IF WS-BUSDATE-REFUSED
021230         OPEN OUTPUT MONSTA
021235         OPEN OUTPUT FACTHLD
021240         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
021250         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
021260         CLOSE MONSTA
021265         CLOSE FACTHLD
021270         MOVE WS-END-RETURN-CODE TO RETURN-CODE
021280         STOP RUN
021290     END-IF
021300     DISPLAY "SUITE-MONITOR STARTING - RUN DATE " WS-RUN-DATE
021400     OPEN INPUT  MONIN
021500     OPEN OUTPUT MONRPT
021600     OPEN OUTPUT MONSTA
021610     OPEN OUTPUT FACTHLD
021700     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
021800     IF WS-RUN-FAILED
021900         GO TO 1000-EXIT
024000     IF WS-FS-MONSTA NOT = "00"
024100         DISPLAY "MONSTA OPEN FAILED, STATUS " WS-FS-MONSTA
024200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
024300     END-IF
024310     IF WS-FS-FACTHLD NOT = "00"
024320         DISPLAY "FACTHLD OPEN FAILED, STATUS " WS-FS-FACTHLD
024330         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
024340     END-IF.
024400 1025-EXIT.
024500     EXIT.
024600*
035600         WRITE FD-REPORT-LINE FROM WS-RULE-LINE
035700             AFTER ADVANCING 1 LINE
035800         DISPLAY "SUITE-MONITOR: HOLD AUDIT-ARCHIVE-PURGE"
035810         MOVE "AUDPURGE" TO WS-HOLD-PROGRAM
035820         PERFORM 4700-WRITE-HOLD-RECORD THRU 4700-EXIT
035900     END-IF
036000     MOVE "FACTCALC" TO WS-FIND-PROGRAM
036100     PERFORM 4500-FIND-ONE-PROGRAM THRU 4500-EXIT
036900         WRITE FD-REPORT-LINE FROM WS-RULE-LINE
037000             AFTER ADVANCING 1 LINE
037100         DISPLAY "SUITE-MONITOR: HOLD AUDIT-CHARGEBACK-REPORT"
037110         MOVE "AUDCHGBK" TO WS-HOLD-PROGRAM
037120         PERFORM 4700-WRITE-HOLD-RECORD THRU 4700-EXIT
037200     END-IF
037202*    THE GL JOURNAL IS ONLY BUILT IN A WINDOW THAT RAN THE
037204*    CHARGEBACK, SO ITS RULE APPLIES ONLY THEN.
037206     MOVE "AUDCHGBK" TO WS-FIND-PROGRAM
037208     PERFORM 4500-FIND-ONE-PROGRAM THRU 4500-EXIT
037210     IF WS-PROGRAM-FOUND
037212         MOVE "GLJOURNL" TO WS-FIND-PROGRAM
037214         PERFORM 4500-FIND-ONE-PROGRAM THRU 4500-EXIT
037216         PERFORM 4550-TEST-ONE-RULE THRU 4550-EXIT
037218         IF WS-RULE-TRIPPED
037220             ADD 1 TO WS-HOLD-COUNT
037222             PERFORM 4600-PRINT-ONE-RULE THRU 4600-EXIT
037224             MOVE SPACES TO WS-RULE-LINE
037226             MOVE "HOLD GL TRANSMISSION - JOURNAL NOT BALANCED"
037228                 TO RUL-TEXT
037230             WRITE FD-REPORT-LINE FROM WS-RULE-LINE
037232                 AFTER ADVANCING 1 LINE
037234             DISPLAY "SUITE-MONITOR: HOLD GL TRANSMISSION"
037236             MOVE "GLJOURNL" TO WS-HOLD-PROGRAM
037238             PERFORM 4700-WRITE-HOLD-RECORD THRU 4700-EXIT
037240         END-IF
037242     END-IF
037244     MOVE "EODBALNC" TO WS-FIND-PROGRAM
037246     PERFORM 4500-FIND-ONE-PROGRAM THRU 4500-EXIT
037248     PERFORM 4550-TEST-ONE-RULE THRU 4550-EXIT
037250     IF WS-RULE-TRIPPED
037252         ADD 1 TO WS-HOLD-COUNT
037254         PERFORM 4600-PRINT-ONE-RULE THRU 4600-EXIT
037256         MOVE SPACES TO WS-RULE-LINE
037258         MOVE "HOLD EXTRACT AND CHARGEBACK - FILES OUT OF BALANCE"
037260             TO RUL-TEXT
037262         WRITE FD-REPORT-LINE FROM WS-RULE-LINE
037264             AFTER ADVANCING 1 LINE
037266         DISPLAY "SUITE-MONITOR: HOLD EXTRACT TRANSMISSION"
037268         DISPLAY "SUITE-MONITOR: HOLD AUDIT-CHARGEBACK-REPORT"
037270         MOVE "FACTCALC" TO WS-HOLD-PROGRAM
037272         PERFORM 4700-WRITE-HOLD-RECORD THRU 4700-EXIT
037274         MOVE "AUDCHGBK" TO WS-HOLD-PROGRAM
037276         PERFORM 4700-WRITE-HOLD-RECORD THRU 4700-EXIT
037278     END-IF
037300     EVALUATE TRUE
037400         WHEN WS-HOLD-COUNT > 0 OR WS-FAILED-COUNT > 0
037500             MOVE 8 TO WS-END-RETURN-CODE
042100         AFTER ADVANCING 2 LINES.
042200 4600-EXIT.
042300     EXIT.
042305*
042310***************************************************************
042315* 4700-WRITE-HOLD-RECORD.                                     *
042320*     FILES ONE HOLD ON FACTHLD FOR THE ONLINE STATUS SCREEN  *
042325*     - THE HELD PROGRAM (WS-HOLD-PROGRAM), THE PROGRAM THAT  *
042330*     TRIPPED THE RULE (WS-FIND-PROGRAM) AND THE HOLD LINE    *
042335*     JUST PRINTED.  A PROGRAM HELD BY TWO RULES KEEPS THE    *
042340*     FIRST; ANY OTHER WRITE FAILURE FAILS THE RUN, SINCE THE *
042345*     SCREEN WOULD OTHERWISE SHOW A HELD STEP AS FREE TO RUN. *
042350***************************************************************
042355 4700-WRITE-HOLD-RECORD.
042360     MOVE SPACES            TO FD-HOLD-RECORD
042365     MOVE WS-HOLD-PROGRAM   TO HLD-PROGRAM
042370     MOVE WS-RUN-DATE       TO HLD-RUN-DATE
042375     MOVE WS-FIND-PROGRAM   TO HLD-CAUSE-PROGRAM
042380     MOVE RUL-TEXT          TO HLD-REASON
042385     WRITE FD-HOLD-RECORD
042390     IF WS-FS-FACTHLD NOT = "00" AND WS-FS-FACTHLD NOT = "22"
042392         DISPLAY "FACTHLD WRITE FAILED, STATUS " WS-FS-FACTHLD
042394         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
042396     END-IF.
042397 4700-EXIT.
042398     EXIT.
042400*
042500***************************************************************
042600* 9000-TERMINATE-RUN.                                         *
043700     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
043800     CLOSE MONIN
043900     CLOSE MONRPT
044000     CLOSE MONSTA
044010     CLOSE FACTHLD.
044100 9000-EXIT.
044200     EXIT.
044300*
046700     WRITE FD-OWN-STATUS-RECORD FROM WS-OWN-STATUS-RECORD.
046800 9500-EXIT.
046900     EXIT.
047000*
047100***************************************************************
047200* READ-BUSINESS-DATE.                                         *
047300*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
047400*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
047500*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
047600*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
047700***************************************************************
047800 COPY FACTBDR.
