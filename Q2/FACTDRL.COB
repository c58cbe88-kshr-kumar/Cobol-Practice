000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     BUSINESS-DATE-ROLL.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  OWNS THE BUSDATE        *
001800*                   CONTROL RECORD (LAYOUT IN FACTBDT.CPY)    *
001900*                   THAT EVERY BATCH PROGRAM IN THE SUITE     *
002000*                   TAKES ITS RUN DATE FROM.  THE DRLPARM     *
002100*                   CARD NAMES THE ACTION:                    *
002200*                   ROLL (OR NO CARD) - RUNS AS THE LAST STEP *
002300*                   OF THE WINDOW.  THE OPEN BUSINESS DATE IS *
002400*                   CLOSED AND THE NEXT CALENDAR DAY OPENED,  *
002500*                   BUT ONLY WHEN SUITE-MONITOR'S OWN STATUS  *
002600*                   RECORD (SUITEMON, READ FROM THE DRLMON DD)*
002700*                   FOR THAT BUSINESS DATE ENDED C OR E.  A   *
002800*                   FAILED OR MISSING MONITOR RECORD LEAVES   *
002900*                   THE DATE OPEN FOR THE RERUN.              *
003000*                   SETBACK YYYYMMDD - OPERATIONS MOVE THE    *
003100*                   BUSINESS DATE BACK TO AN EARLIER DATE,    *
003200*                   WHICH IS REOPENED SO THE SUITE CAN BE RUN *
003300*                   AGAIN UNDER IT.                           *
003400*                   INITIAL YYYYMMDD - LOADS THE FIRST        *
003500*                   BUSINESS DATE INTO AN EMPTY BUSDATE FILE; *
003600*                   REFUSED WHEN A RECORD IS ALREADY THERE.   *
003700*                   EVERY CHANGE STAMPS THE RECORD WITH THE   *
003800*                   ACTION, THE CLOCK DATE AND TIME AND THE   *
003900*                   USERID, AND IS PRINTED BEFORE AND AFTER ON*
004000*                   DRLRPT.  A REFUSED ACTION CHANGES NOTHING *
004100*                   AND ENDS F/0008 ON THE RUN-STATUS RECORD  *
004200*                   (DRLSTA, PROGRAM DATEROLL).               *
004300***************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.    IBM-370.
004700 OBJECT-COMPUTER.    IBM-370.
004800 SPECIAL-NAMES.
004900     C01 IS TO-NEW-PAGE.
005000*
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT DRLPARM  ASSIGN TO "DRLPARM"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-DRLPARM.
005600
005700     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FS-BUSDATE.
006000
006100     SELECT DRLMON   ASSIGN TO "DRLMON"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-FS-DRLMON.
006400
006500     SELECT DRLRPT   ASSIGN TO "DRLRPT"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-DRLRPT.
006800
006900     SELECT DRLSTA   ASSIGN TO "DRLSTA"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-FS-DRLSTA.
007200*
007300***************************************************************
007400*                                                             *
007500* DATA DIVISION.                                              *
007600*                                                             *
007700***************************************************************
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DRLPARM
008100     LABEL RECORDS ARE OMITTED
008200     RECORDING MODE IS F.
008300 01  FD-PARAMETER-RECORD.
008400     05  PRM-ACTION                  PIC X(08).
008500     05  FILLER                      PIC X(02).
008600     05  PRM-DATE                    PIC 9(08).
008700     05  PRM-DATE-X REDEFINES PRM-DATE
008800                                     PIC X(08).
008900     05  FILLER                      PIC X(62).
009000*
009100 FD  BUSDATE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 COPY FACTBDT.
009500*
009600 FD  DRLMON
009700     LABEL RECORDS ARE OMITTED
009800     RECORDING MODE IS F.
009900 COPY FACTSTA.
010000*
010100 FD  DRLRPT
010200     LABEL RECORDS ARE OMITTED
010300     RECORDING MODE IS F.
010400 01  FD-REPORT-LINE.
010500     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
010600     05  FD-RPT-TEXT                 PIC X(79).
010700*
010800 FD  DRLSTA
010900     LABEL RECORDS ARE OMITTED
011000     RECORDING MODE IS F.
011100 01  FD-OWN-STATUS-RECORD            PIC X(80).
011200*
011300 WORKING-STORAGE SECTION.
011400***************************************************************
011500*    RUN SWITCHES                                             *
011600***************************************************************
011700 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
011800     88  WS-END-OF-FILE                      VALUE "Y".
011900 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
012000     88  WS-RUN-FAILED                       VALUE "Y".
012100 77  WS-ACTION-SWITCH            PIC X(01)   VALUE "R".
012200     88  WS-ACTION-ROLL                      VALUE "R".
012300     88  WS-ACTION-SETBACK                   VALUE "S".
012400     88  WS-ACTION-INITIAL                   VALUE "I".
012500 77  WS-MONITOR-SWITCH           PIC X(01)   VALUE "N".
012600     88  WS-MONITOR-FOUND                    VALUE "Y".
012700*
012800***************************************************************
012900*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
013000*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
013100*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.              *
013200***************************************************************
013300 77  WS-FS-DRLPARM               PIC X(02)   VALUE "99".
013400 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
013500 77  WS-FS-DRLMON                PIC X(02)   VALUE "99".
013600 77  WS-FS-DRLRPT                PIC X(02)   VALUE "99".
013700 77  WS-FS-DRLSTA                PIC X(02)   VALUE "99".
013800*
013900***************************************************************
014000*    RUN TOTALS AND DATES.  WS-RUN-DATE IS THE BUSINESS DATE  *
014100*    AS FOUND, BEFORE THE ACTION - THE DATE THE STATUS        *
014200*    RECORD IS FILED UNDER.                                   *
014300***************************************************************
014400 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
014500 77  WS-MONITOR-COUNT            PIC 9(08) COMP  VALUE 0.
014600 77  WS-CHANGED-COUNT            PIC 9(08) COMP  VALUE 0.
014700 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
014800 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
014900 77  WS-CLOCK-DATE               PIC 9(08)       VALUE 0.
015000 77  WS-CLOCK-TIME               PIC 9(08)       VALUE 0.
015100 77  WS-RUN-USERID               PIC X(08)       VALUE SPACES.
015200 77  WS-DAY-NUMBER               PIC S9(09) COMP VALUE 0.
015300 77  WS-CHECK-DATE               PIC 9(08)       VALUE 0.
015400 77  WS-OLD-BUSINESS-DATE        PIC 9(08)       VALUE 0.
015500 77  WS-OLD-CLOSED-DATE          PIC 9(08)       VALUE 0.
015600 77  WS-NEW-BUSINESS-DATE        PIC 9(08)       VALUE 0.
015700 77  WS-NEW-CLOSED-DATE          PIC 9(08)       VALUE 0.
015800 77  WS-MONITOR-STATUS           PIC X(01)       VALUE SPACE.
015900 77  WS-MONITOR-RETURN-CODE      PIC 9(04)       VALUE 0.
016000 77  WS-ACTION-NAME              PIC X(08)       VALUE "ROLL".
016100 77  WS-RESULT-TEXT              PIC X(59)       VALUE SPACES.
016200*
016300***************************************************************
016400*    REPORT LINES                                             *
016500***************************************************************
016600 01  WS-TITLE-LINE.
016700     05  FILLER                  PIC X(01)   VALUE SPACE.
016800     05  FILLER                  PIC X(35)   VALUE
016900         "BUSINESS DATE CONTROL - CLOCK DATE ".
017000     05  TTL-CLOCK-DATE          PIC 9(08).
017100     05  FILLER                  PIC X(07)   VALUE "  TIME ".
017200     05  TTL-CLOCK-TIME          PIC 9(08).
017300     05  FILLER                  PIC X(21)   VALUE SPACES.
017400*
017500 01  WS-TEXT-LINE.
017600     05  FILLER                  PIC X(01)   VALUE SPACE.
017700     05  TXT-LABEL               PIC X(20).
017800     05  TXT-VALUE               PIC X(59).
017900*
018000 01  WS-DATE-LINE.
018100     05  FILLER                  PIC X(01)   VALUE SPACE.
018200     05  DTL-LABEL               PIC X(20).
018300     05  FILLER                  PIC X(07)   VALUE "BEFORE ".
018400     05  DTL-BEFORE              PIC 9(08).
018500     05  FILLER                  PIC X(08)   VALUE "   AFTER".
018600     05  FILLER                  PIC X(01)   VALUE SPACE.
018700     05  DTL-AFTER               PIC 9(08).
018800     05  FILLER                  PIC X(27)   VALUE SPACES.
018900*
019000***************************************************************
019100*    OWN RUN-STATUS RECORD, BUILT IN WORKING-STORAGE SO THE   *
019200*    FACTSTA LAYOUT CAN BE COPIED UNDER THE DRLMON FD.        *
019300***************************************************************
019400 01  WS-OWN-STATUS-RECORD.
019500     05  OWN-RUN-DATE                PIC 9(08).
019600     05  OWN-PROGRAM                 PIC X(08).
019700     05  OWN-RECORDS-READ            PIC 9(08).
019800     05  OWN-RECORDS-PROCESSED       PIC 9(08).
019900     05  OWN-RECORDS-REJECTED        PIC 9(08).
020000     05  OWN-END-STATUS              PIC X(01).
020100     05  OWN-RETURN-CODE             PIC 9(04).
020200     05  FILLER                      PIC X(35)  VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500***************************************************************
020600*                                                             *
020700* 0000-MAINLINE.                                              *
020800*     CONTROLS THE DATE ACTION FROM OPEN THROUGH CLOSE.       *
020900*                                                             *
021000***************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
021300     IF NOT WS-RUN-FAILED
021400         EVALUATE TRUE
021500             WHEN WS-ACTION-ROLL
021600                 PERFORM 2000-ROLL-BUSINESS-DATE THRU 2000-EXIT
021700             WHEN WS-ACTION-SETBACK
021800                 PERFORM 3000-SET-BACK-DATE THRU 3000-EXIT
021900             WHEN WS-ACTION-INITIAL
022000                 PERFORM 4000-LOAD-FIRST-DATE THRU 4000-EXIT
022100         END-EVALUATE
022200     END-IF
022300     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
022400     MOVE WS-END-RETURN-CODE TO RETURN-CODE
022500     STOP RUN.
022600*
022700***************************************************************
022800* 1000-INITIALIZE-RUN.                                        *
022900*     TAKES THE CLOCK DATE, TIME AND USERID FOR THE ACTION    *
023000*     STAMP, OPENS THE FILES, READS THE DRLPARM CARD, AND -   *
023100*     FOR ROLL AND SETBACK - READS THE CONTROL RECORD FOR     *
023200*     UPDATE.                                                 *
023300***************************************************************
023400 1000-INITIALIZE-RUN.
023500     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
023600     ACCEPT WS-CLOCK-TIME FROM TIME
023700     MOVE WS-CLOCK-DATE TO WS-RUN-DATE
023800     DISPLAY "USER" UPON ENVIRONMENT-NAME
023900     ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE
024000     IF WS-RUN-USERID = SPACES
024100         MOVE "BATCH" TO WS-RUN-USERID
024200     END-IF
024300     DISPLAY "BUSINESS-DATE-ROLL STARTING - CLOCK DATE "
024400         WS-CLOCK-DATE " USER " WS-RUN-USERID
024500     OPEN INPUT  DRLPARM
024600     OPEN OUTPUT DRLRPT
024700     OPEN OUTPUT DRLSTA
024800     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
024900     IF WS-RUN-FAILED
025000         GO TO 1000-EXIT
025100     END-IF
025200     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
025300     IF WS-RUN-FAILED
025400        OR WS-ACTION-INITIAL
025500         GO TO 1000-EXIT
025600     END-IF
025700     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT.
025800 1000-EXIT.
025900     EXIT.
026000*
026100***************************************************************
026200* 1025-VERIFY-OPENS.                                          *
026300*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
026400*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
026500*     RETURN CODE 8 SO THE SCHEDULER CAN SEE IT.              *
026600***************************************************************
026700 1025-VERIFY-OPENS.
026800     IF WS-FS-DRLPARM NOT = "00"
026900         DISPLAY "DRLPARM OPEN FAILED, STATUS " WS-FS-DRLPARM
027000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
027100     END-IF
027200     IF WS-FS-DRLRPT NOT = "00"
027300         DISPLAY "DRLRPT OPEN FAILED, STATUS " WS-FS-DRLRPT
027400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
027500     END-IF
027600     IF WS-FS-DRLSTA NOT = "00"
027700         DISPLAY "DRLSTA OPEN FAILED, STATUS " WS-FS-DRLSTA
027800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
027900     END-IF.
028000 1025-EXIT.
028100     EXIT.
028200*
028300 1027-FLAG-RUN-FAILED.
028400     SET WS-RUN-FAILED TO TRUE
028500     MOVE 8 TO WS-END-RETURN-CODE.
028600 1027-EXIT.
028700     EXIT.
028800*
028900***************************************************************
029000* 1030-REFUSE-ACTION.                                         *
029100*     THE ACTION CANNOT BE TAKEN.  WS-RESULT-TEXT ALREADY     *
029200*     SAYS WHY; IT GOES TO THE CONSOLE HERE AND TO DRLRPT AT  *
029300*     THE END, AND THE RUN ENDS F/0008 WITH THE CONTROL       *
029400*     RECORD UNCHANGED.                                       *
029500***************************************************************
029600 1030-REFUSE-ACTION.
029700     DISPLAY "BUSINESS-DATE-ROLL: " WS-RESULT-TEXT
029800     PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT.
029900 1030-EXIT.
030000     EXIT.
030100*
030200***************************************************************
030300* 1100-READ-PARAMETER-CARD.                                   *
030400*     READS THE DRLPARM CARD - ACTION IN COLUMNS 1-8, DATE    *
030500*     IN COLUMNS 11-18.  AN EMPTY DRLPARM, OR A BLANK         *
030600*     ACTION, IS THE NIGHTLY ROLL.  SETBACK AND INITIAL MUST  *
030700*     CARRY A VALID CALENDAR DATE.                            *
030800***************************************************************
030900 1100-READ-PARAMETER-CARD.
031000     READ DRLPARM
031100         AT END
031200             GO TO 1100-EXIT
031300     END-READ
031400     EVALUATE PRM-ACTION
031500         WHEN SPACES
031600         WHEN "ROLL"
031700             SET WS-ACTION-ROLL TO TRUE
031800             GO TO 1100-EXIT
031900         WHEN "SETBACK"
032000             SET WS-ACTION-SETBACK TO TRUE
032100         WHEN "INITIAL"
032200             SET WS-ACTION-INITIAL TO TRUE
032300         WHEN OTHER
032400             MOVE PRM-ACTION TO WS-ACTION-NAME
032500             MOVE "DRLPARM ACTION NOT ROLL, SETBACK OR INITIAL"
032600                 TO WS-RESULT-TEXT
032700             PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
032800             GO TO 1100-EXIT
032900     END-EVALUATE
033000     MOVE PRM-ACTION TO WS-ACTION-NAME
033100     IF PRM-DATE NOT NUMERIC
033200        OR PRM-DATE < 16010101
033300         MOVE "DRLPARM DATE MISSING OR NOT NUMERIC"
033400             TO WS-RESULT-TEXT
033500         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
033600         GO TO 1100-EXIT
033700     END-IF
033800     PERFORM 1150-EDIT-CALENDAR-DATE THRU 1150-EXIT.
033900 1100-EXIT.
034000     EXIT.
034100*
034200***************************************************************
034300* 1150-EDIT-CALENDAR-DATE.                                    *
034400*     PROVES THE DRLPARM DATE IS A REAL CALENDAR DATE BY      *
034500*     TURNING IT INTO A DAY NUMBER AND BACK - AN IMPOSSIBLE   *
034600*     DATE SUCH AS 20260231 DOES NOT SURVIVE THE ROUND TRIP.  *
034700*     THE INTRINSIC FUNCTIONS ARE USED FOR THE SAME REASON    *
034800*     AS IN FACTPRG: THEY KNOW THE MONTH LENGTHS AND LEAP     *
034900*     YEARS.                                                  *
035000***************************************************************
035100 1150-EDIT-CALENDAR-DATE.
035200     COMPUTE WS-DAY-NUMBER =
035300         FUNCTION INTEGER-OF-DATE (PRM-DATE)
035400     IF WS-DAY-NUMBER > 0
035500         COMPUTE WS-CHECK-DATE =
035600             FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
035700     ELSE
035800         MOVE 0 TO WS-CHECK-DATE
035900     END-IF
036000     IF WS-CHECK-DATE NOT = PRM-DATE
036100         MOVE "DRLPARM DATE IS NOT A CALENDAR DATE"
036200             TO WS-RESULT-TEXT
036300         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
036400     END-IF.
036500 1150-EXIT.
036600     EXIT.
036700*
036800***************************************************************
036900* 1200-READ-CONTROL-RECORD.                                   *
037000*     OPENS BUSDATE FOR UPDATE AND READS ITS ONE RECORD.  THE *
037100*     BUSINESS AND CLOSED DATES AS FOUND ARE KEPT FOR THE     *
037200*     BEFORE COLUMN OF THE REPORT; THE AFTER COLUMN STARTS    *
037300*     EQUAL TO THEM AND MOVES ONLY IF THE ACTION IS TAKEN.    *
037400***************************************************************
037500 1200-READ-CONTROL-RECORD.
037600     OPEN I-O BUSDATE
037700     IF WS-FS-BUSDATE NOT = "00"
037800         DISPLAY "BUSDATE OPEN FAILED, STATUS " WS-FS-BUSDATE
037900         MOVE "BUSDATE CANNOT BE OPENED FOR UPDATE"
038000             TO WS-RESULT-TEXT
038100         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
038200         GO TO 1200-EXIT
038300     END-IF
038400     READ BUSDATE
038500         AT END
038600             MOVE "BUSDATE EMPTY - LOAD IT WITH AN INITIAL CARD"
038700                 TO WS-RESULT-TEXT
038800             PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
038900             GO TO 1200-EXIT
039000     END-READ
039100     ADD 1 TO WS-RECORD-COUNT
039200     IF BDT-BUSINESS-DATE NOT NUMERIC
039300        OR BDT-CLOSED-DATE NOT NUMERIC
039400         MOVE "BUSDATE CONTROL RECORD DATES NOT NUMERIC"
039500             TO WS-RESULT-TEXT
039600         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
039700         GO TO 1200-EXIT
039800     END-IF
039900     MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
040000                               WS-OLD-BUSINESS-DATE
040100                               WS-NEW-BUSINESS-DATE
040200     MOVE BDT-CLOSED-DATE   TO WS-OLD-CLOSED-DATE
040300                               WS-NEW-CLOSED-DATE.
040400 1200-EXIT.
040500     EXIT.
040600*
040700***************************************************************
040800* 2000-ROLL-BUSINESS-DATE.                                    *
040900*     CLOSES THE OPEN BUSINESS DATE AND OPENS THE NEXT DAY,   *
041000*     PROVIDED THE WINDOW RUN UNDER IT SUCCEEDED - THAT IS,   *
041100*     SUITE-MONITOR LEFT A SUITEMON STATUS RECORD FOR THE     *
041200*     BUSINESS DATE THAT ENDED C OR E.  AN F RECORD MEANS A   *
041300*     PROGRAM FAILED OR A HOLD RULE TRIPPED, AND NO RECORD    *
041400*     MEANS THE MONITOR NEVER RAN; EITHER WAY THE DATE STAYS  *
041500*     OPEN SO THE WINDOW CAN BE RERUN UNDER IT.               *
041600***************************************************************
041700 2000-ROLL-BUSINESS-DATE.
041800     IF WS-OLD-BUSINESS-DATE NOT > WS-OLD-CLOSED-DATE
041900         MOVE "BUSINESS DATE ALREADY CLOSED - NOTHING TO ROLL"
042000             TO WS-RESULT-TEXT
042100         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
042200         GO TO 2000-EXIT
042300     END-IF
042400     PERFORM 2100-FIND-MONITOR-STATUS THRU 2100-EXIT
042500     IF WS-RUN-FAILED
042600         GO TO 2000-EXIT
042700     END-IF
042800     IF NOT WS-MONITOR-FOUND
042900         MOVE "NO SUITEMON STATUS FOR BUSINESS DATE - NOT ROLLED"
043000             TO WS-RESULT-TEXT
043100         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
043200         GO TO 2000-EXIT
043300     END-IF
043400     IF WS-MONITOR-STATUS NOT = "C"
043500        AND WS-MONITOR-STATUS NOT = "E"
043600         MOVE "WINDOW DID NOT SUCCEED (SUITEMON F) - NOT ROLLED"
043700             TO WS-RESULT-TEXT
043800         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
043900         GO TO 2000-EXIT
044000     END-IF
044100*    THE NEXT DAY IS FOUND BY DAY NUMBER, AS IN FACTPRG, SO THE
044200*    ROLL CROSSES MONTH AND YEAR ENDS.
044300     COMPUTE WS-DAY-NUMBER =
044400         FUNCTION INTEGER-OF-DATE (WS-OLD-BUSINESS-DATE) + 1
044500     COMPUTE WS-NEW-BUSINESS-DATE =
044600         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
044700     MOVE WS-OLD-BUSINESS-DATE TO WS-NEW-CLOSED-DATE
044800     SET BDT-ACTION-ROLL TO TRUE
044900     PERFORM 5000-REWRITE-CONTROL-RECORD THRU 5000-EXIT
045000     IF WS-RUN-FAILED
045100         GO TO 2000-EXIT
045200     END-IF
045300     IF WS-MONITOR-STATUS = "C"
045400         MOVE "BUSINESS DATE ROLLED AFTER A CLEAN WINDOW"
045500             TO WS-RESULT-TEXT
045600     ELSE
045700         MOVE "BUSINESS DATE ROLLED - WINDOW ENDED E"
045800             TO WS-RESULT-TEXT
045900     END-IF.
046000 2000-EXIT.
046100     EXIT.
046200*
046300***************************************************************
046400* 2100-FIND-MONITOR-STATUS.                                   *
046500*     READS THE DRLMON STATUS RECORDS AND KEEPS THE LAST      *
046600*     SUITEMON RECORD FILED UNDER THE OPEN BUSINESS DATE.     *
046700***************************************************************
046800 2100-FIND-MONITOR-STATUS.
046900     OPEN INPUT DRLMON
047000     IF WS-FS-DRLMON NOT = "00"
047100         DISPLAY "DRLMON OPEN FAILED, STATUS " WS-FS-DRLMON
047200         MOVE "SUITE-MONITOR STATUS CANNOT BE READ - NOT ROLLED"
047300             TO WS-RESULT-TEXT
047400         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
047500         GO TO 2100-EXIT
047600     END-IF
047700     PERFORM 2150-READ-MONITOR-RECORD THRU 2150-EXIT
047800         UNTIL WS-END-OF-FILE.
047900 2100-EXIT.
048000     EXIT.
048100*
048200 2150-READ-MONITOR-RECORD.
048300     READ DRLMON
048400         AT END
048500             SET WS-END-OF-FILE TO TRUE
048600             GO TO 2150-EXIT
048700     END-READ
048800     ADD 1 TO WS-MONITOR-COUNT
048900     IF STA-PROGRAM = "SUITEMON"
049000        AND STA-RUN-DATE = WS-OLD-BUSINESS-DATE
049100         SET WS-MONITOR-FOUND TO TRUE
049200         MOVE STA-END-STATUS  TO WS-MONITOR-STATUS
049300         MOVE STA-RETURN-CODE TO WS-MONITOR-RETURN-CODE
049400     END-IF.
049500 2150-EXIT.
049600     EXIT.
049700*
049800***************************************************************
049900* 3000-SET-BACK-DATE.                                         *
050000*     OPERATIONS' SETBACK.  THE DRLPARM DATE MUST BE EARLIER  *
050100*     THAN THE CURRENT BUSINESS DATE; IT BECOMES THE BUSINESS *
050200*     DATE AND THE CLOSED DATE IS SET TO THE DAY BEFORE IT,   *
050300*     SO THE DATE IS OPEN AGAIN.  EVERY DATE FROM THE SETBACK *
050400*     DATE TO THE OLD BUSINESS DATE IS REOPENED AND WILL BE   *
050500*     ROLLED THROUGH AGAIN ONE WINDOW AT A TIME.              *
050600***************************************************************
050700 3000-SET-BACK-DATE.
050800     IF PRM-DATE NOT < WS-OLD-BUSINESS-DATE
050900         MOVE "SETBACK DATE IS NOT EARLIER THAN THE BUSINESS DATE"
051000             TO WS-RESULT-TEXT
051100         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
051200         GO TO 3000-EXIT
051300     END-IF
051400     MOVE PRM-DATE TO WS-NEW-BUSINESS-DATE
051500     PERFORM 3100-COMPUTE-DAY-BEFORE THRU 3100-EXIT
051600     SET BDT-ACTION-SETBACK TO TRUE
051700     PERFORM 5000-REWRITE-CONTROL-RECORD THRU 5000-EXIT
051800     IF WS-RUN-FAILED
051900         GO TO 3000-EXIT
052000     END-IF
052100     DISPLAY "BUSINESS-DATE-ROLL: BUSINESS DATE SET BACK FROM "
052200         WS-OLD-BUSINESS-DATE " TO " WS-NEW-BUSINESS-DATE
052300     MOVE "BUSINESS DATE SET BACK AND REOPENED"
052400         TO WS-RESULT-TEXT.
052500 3000-EXIT.
052600     EXIT.
052700*
052800***************************************************************
052900* 3100-COMPUTE-DAY-BEFORE.                                    *
053000*     SETS THE NEW CLOSED DATE TO THE DAY BEFORE THE NEW      *
053100*     BUSINESS DATE.                                          *
053200***************************************************************
053300 3100-COMPUTE-DAY-BEFORE.
053400     COMPUTE WS-DAY-NUMBER =
053500         FUNCTION INTEGER-OF-DATE (WS-NEW-BUSINESS-DATE) - 1
053600     COMPUTE WS-NEW-CLOSED-DATE =
053700         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).
053800 3100-EXIT.
053900     EXIT.
054000*
054100***************************************************************
054200* 4000-LOAD-FIRST-DATE.                                       *
054300*     INITIAL CARD.  BUSDATE MUST BE MISSING OR EMPTY - AN    *
054400*     EXISTING RECORD IS NEVER OVERWRITTEN HERE, BECAUSE THE  *
054500*     SETBACK IS THE ONLY WAY TO MOVE A LIVE DATE BACKWARDS.  *
054600*     THE DRLPARM DATE IS WRITTEN AS AN OPEN BUSINESS DATE.   *
054700***************************************************************
054800 4000-LOAD-FIRST-DATE.
054900     MOVE PRM-DATE TO WS-RUN-DATE
055000     OPEN INPUT BUSDATE
055100     IF WS-FS-BUSDATE = "00"
055200         READ BUSDATE
055300             AT END
055400                 MOVE "10" TO WS-FS-BUSDATE
055500         END-READ
055600         IF WS-FS-BUSDATE = "00"
055700             ADD 1 TO WS-RECORD-COUNT
055800             MOVE BDT-BUSINESS-DATE TO WS-OLD-BUSINESS-DATE
055900                                       WS-NEW-BUSINESS-DATE
056000             MOVE BDT-CLOSED-DATE   TO WS-OLD-CLOSED-DATE
056100                                       WS-NEW-CLOSED-DATE
056200             CLOSE BUSDATE
056300             MOVE "BUSDATE ALREADY LOADED - USE A SETBACK CARD"
056400                 TO WS-RESULT-TEXT
056500             PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
056600             GO TO 4000-EXIT
056700         END-IF
056800         CLOSE BUSDATE
056900     END-IF
057000     OPEN OUTPUT BUSDATE
057100     IF WS-FS-BUSDATE NOT = "00"
057200         DISPLAY "BUSDATE OPEN FAILED, STATUS " WS-FS-BUSDATE
057300         MOVE "BUSDATE CANNOT BE OPENED FOR OUTPUT"
057400             TO WS-RESULT-TEXT
057500         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
057600         GO TO 4000-EXIT
057700     END-IF
057800     MOVE PRM-DATE TO WS-NEW-BUSINESS-DATE
057900     PERFORM 3100-COMPUTE-DAY-BEFORE THRU 3100-EXIT
058000     MOVE SPACES TO FD-BUSDATE-RECORD
058100     MOVE WS-NEW-BUSINESS-DATE TO BDT-BUSINESS-DATE
058200     MOVE WS-NEW-CLOSED-DATE   TO BDT-CLOSED-DATE
058300     SET BDT-ACTION-INITIAL TO TRUE
058400     MOVE WS-CLOCK-DATE TO BDT-ACTION-DATE
058500     MOVE WS-CLOCK-TIME TO BDT-ACTION-TIME
058600     MOVE WS-RUN-USERID TO BDT-ACTION-USERID
058700     WRITE FD-BUSDATE-RECORD
058800     IF WS-FS-BUSDATE NOT = "00"
058900         DISPLAY "BUSDATE WRITE FAILED, STATUS " WS-FS-BUSDATE
059000         MOVE "BUSDATE CONTROL RECORD NOT WRITTEN"
059100             TO WS-RESULT-TEXT
059200         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
059300         GO TO 4000-EXIT
059400     END-IF
059500     ADD 1 TO WS-CHANGED-COUNT
059600     MOVE "FIRST BUSINESS DATE LOADED"
059700         TO WS-RESULT-TEXT.
059800 4000-EXIT.
059900     EXIT.
060000*
060100***************************************************************
060200* 5000-REWRITE-CONTROL-RECORD.                                *
060300*     PUTS THE NEW BUSINESS AND CLOSED DATES AND THE ACTION   *
060400*     STAMP ON THE CONTROL RECORD.  THE CALLER HAS ALREADY    *
060500*     SET BDT-LAST-ACTION.                                    *
060600***************************************************************
060700 5000-REWRITE-CONTROL-RECORD.
060800     MOVE WS-NEW-BUSINESS-DATE TO BDT-BUSINESS-DATE
060900     MOVE WS-NEW-CLOSED-DATE   TO BDT-CLOSED-DATE
061000     MOVE WS-CLOCK-DATE TO BDT-ACTION-DATE
061100     MOVE WS-CLOCK-TIME TO BDT-ACTION-TIME
061200     MOVE WS-RUN-USERID TO BDT-ACTION-USERID
061300     REWRITE FD-BUSDATE-RECORD
061400     IF WS-FS-BUSDATE NOT = "00"
061500         DISPLAY "BUSDATE REWRITE FAILED, STATUS " WS-FS-BUSDATE
061600         MOVE WS-OLD-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
061700         MOVE WS-OLD-CLOSED-DATE   TO WS-NEW-CLOSED-DATE
061800         MOVE "BUSDATE CONTROL RECORD NOT REWRITTEN"
061900             TO WS-RESULT-TEXT
062000         PERFORM 1030-REFUSE-ACTION THRU 1030-EXIT
062100         GO TO 5000-EXIT
062200     END-IF
062300     ADD 1 TO WS-CHANGED-COUNT.
062400 5000-EXIT.
062500     EXIT.
062600*
062700***************************************************************
062800* 9000-TERMINATE-RUN.                                         *
062900*     PRINTS THE BEFORE/AFTER PAGE, WRITES THIS JOB'S OWN     *
063000*     RUN-STATUS RECORD, LOGS THE RESULT TO THE CONSOLE, AND  *
063100*     CLOSES ALL FILES.                                       *
063200***************************************************************
063300 9000-TERMINATE-RUN.
063400     IF WS-FS-DRLRPT = "00"
063500         PERFORM 9100-PRINT-RESULT THRU 9100-EXIT
063600     END-IF
063700     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
063800     DISPLAY "BUSINESS-DATE-ROLL ENDED - ACTION " WS-ACTION-NAME
063900         "  BUSINESS DATE " WS-NEW-BUSINESS-DATE
064000     DISPLAY "  " WS-RESULT-TEXT
064100     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
064200     CLOSE DRLPARM
064300     CLOSE BUSDATE
064400     CLOSE DRLMON
064500     CLOSE DRLRPT
064600     CLOSE DRLSTA.
064700 9000-EXIT.
064800     EXIT.
064900*
065000***************************************************************
065100* 9100-PRINT-RESULT.                                          *
065200*     ONE PAGE: THE ACTION, WHO ASKED FOR IT, THE BUSINESS    *
065300*     AND CLOSED DATES BEFORE AND AFTER, AND THE RESULT.  A   *
065400*     REFUSED ACTION PRINTS THE SAME DATES IN BOTH COLUMNS.   *
065500***************************************************************
065600 9100-PRINT-RESULT.
065700     MOVE WS-CLOCK-DATE TO TTL-CLOCK-DATE
065800     MOVE WS-CLOCK-TIME TO TTL-CLOCK-TIME
065900     WRITE FD-REPORT-LINE FROM WS-TITLE-LINE
066000         AFTER ADVANCING TO-NEW-PAGE
066100     MOVE "ACTION"             TO TXT-LABEL
066200     MOVE WS-ACTION-NAME       TO TXT-VALUE
066300     WRITE FD-REPORT-LINE FROM WS-TEXT-LINE
066400         AFTER ADVANCING 2 LINES
066500     MOVE "REQUESTED BY"       TO TXT-LABEL
066600     MOVE WS-RUN-USERID        TO TXT-VALUE
066700     WRITE FD-REPORT-LINE FROM WS-TEXT-LINE
066800         AFTER ADVANCING 1 LINE
066900     MOVE "BUSINESS DATE"      TO DTL-LABEL
067000     MOVE WS-OLD-BUSINESS-DATE TO DTL-BEFORE
067100     MOVE WS-NEW-BUSINESS-DATE TO DTL-AFTER
067200     WRITE FD-REPORT-LINE FROM WS-DATE-LINE
067300         AFTER ADVANCING 2 LINES
067400     MOVE "CLOSED DATE"        TO DTL-LABEL
067500     MOVE WS-OLD-CLOSED-DATE   TO DTL-BEFORE
067600     MOVE WS-NEW-CLOSED-DATE   TO DTL-AFTER
067700     WRITE FD-REPORT-LINE FROM WS-DATE-LINE
067800         AFTER ADVANCING 1 LINE
067900     MOVE "RESULT"             TO TXT-LABEL
068000     MOVE WS-RESULT-TEXT       TO TXT-VALUE
068100     WRITE FD-REPORT-LINE FROM WS-TEXT-LINE
068200         AFTER ADVANCING 2 LINES.
068300 9100-EXIT.
068400     EXIT.
068500*
068600***************************************************************
068700* 9500-WRITE-STATUS-RECORD.                                   *
068800*     WRITES THIS JOB'S OWN FACTSTA-LAYOUT RUN-STATUS RECORD, *
068900*     FILED UNDER THE BUSINESS DATE AS FOUND.  SKIPPED ONLY   *
069000*     WHEN DRLSTA ITSELF COULD NOT BE OPENED - THE RETURN     *
069100*     CODE STILL CARRIES THE FAILURE.                         *
069200***************************************************************
069300 9500-WRITE-STATUS-RECORD.
069400     IF WS-FS-DRLSTA NOT = "00"
069500         GO TO 9500-EXIT
069600     END-IF
069700     MOVE SPACES             TO WS-OWN-STATUS-RECORD
069800     MOVE WS-RUN-DATE        TO OWN-RUN-DATE
069900     MOVE "DATEROLL"         TO OWN-PROGRAM
070000     COMPUTE OWN-RECORDS-READ = WS-RECORD-COUNT + WS-MONITOR-COUNT
070100     MOVE WS-CHANGED-COUNT   TO OWN-RECORDS-PROCESSED
070200     IF WS-RUN-FAILED
070300         MOVE 1              TO OWN-RECORDS-REJECTED
070400         MOVE "F"            TO OWN-END-STATUS
070500     ELSE
070600         MOVE 0              TO OWN-RECORDS-REJECTED
070700         MOVE "C"            TO OWN-END-STATUS
070800     END-IF
070900     MOVE WS-END-RETURN-CODE TO OWN-RETURN-CODE
071000     WRITE FD-OWN-STATUS-RECORD FROM WS-OWN-STATUS-RECORD.
071100 9500-EXIT.
071200     EXIT.
