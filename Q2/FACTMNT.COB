000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     MASTER-FILE-MAINTENANCE.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  BATCH MAINTENANCE OF THE *
001800*                   FACTENT ENTITLEMENT MASTER AND THE CHGRTE   *
001900*                   RATE MASTER, WHICH UNTIL NOW WERE RELOADED  *
002000*                   BY HAND.  READS ADD/CHANGE/DELETE CARDS     *
002100*                   (LAYOUT IN FACTMTX.CPY) FROM MNTIN, EDITS   *
002200*                   EACH ONE - UNKNOWN MASTER OR ACTION CODE,   *
002300*                   MISSING USERID, NON-NUMERIC FIELD, ADD OF   *
002400*                   A USERID ALREADY ON FILE, CHANGE OR DELETE  *
002500*                   OF ONE THAT IS NOT, AN ENTITLEMENT RANGE    *
002600*                   WHOSE TO IS BELOW ITS FROM, A RATE TIER     *
002700*                   BREAK WITH NO TIER RATE, OR A DELETE OF     *
002800*                   THE "*DEFAULT" RATE RECORD - AND APPLIES    *
002900*                   THE GOOD ONES.  EVERY APPLIED CHANGE        *
003000*                   WRITES A BEFORE/AFTER IMAGE RECORD (LAYOUT  *
003100*                   IN FACTMLG.CPY) TO THE END OF THE           *
003200*                   CUMULATIVE MNTLOG CHANGE LOG WITH WHO AND   *
003300*                   WHEN, AND EVERY CARD PRINTS ON THE MNTRPT   *
003400*                   MAINTENANCE REPORT AS APPLIED OR REJECTED.  *
003500*                   A FACTSTA-LAYOUT RUN-STATUS RECORD (MNTSTA, *
003600*                   PROGRAM MASTMANT) ENDS THE RUN - E/0004     *
003700*                   WHEN ANY CARD WAS REJECTED, F/0008 ON A     *
003800*                   FILE FAILURE.                               *
003810*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003820*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003830*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003840*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003850*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003860*                   STATUS RECORD.                              *
003862*  2026-10-15 RSK   MONTHLY BUDGET MASTER.  MTX-MASTER "B"      *
003864*                   CARDS ADD, CHANGE AND DELETE RECORDS ON THE *
003866*                   NEW FACTBGT BUDGET MASTER (LAYOUT IN        *
003868*                   FACTBGT.CPY) - A USERID'S MONTHLY AMOUNT    *
003870*                   AND WARNING PERCENT, READ BY                *
003872*                   BUDGET-VERSUS-ACTUAL - WITH THE SAME EDITS, *
003874*                   CHANGE LOG AND REPORT LINES AS THE OTHER    *
003876*                   TWO MASTERS.  A WARNING PERCENT OVER 100 IS *
003878*                   REJECTED (REASON 10).  FACTBGT IS OPTIONAL, *
003880*                   SO THE FIRST BUDGET CARDS CAN CREATE IT.    *
003881*  2026-10-15 RSK   STATEMENT DISTRIBUTION MASTER.  MTX-MASTER  *
003882*                   "D" CARDS ADD, CHANGE AND DELETE RECORDS ON *
003883*                   THE NEW FACTDST DISTRIBUTION MASTER (LAYOUT *
003884*                   IN FACTDST.CPY) - A USERID'S DEPARTMENT,    *
003885*                   DELIVERY DESTINATION, COPIES AND CONTACT,   *
003886*                   READ BY STATEMENT-BURST.  A RECORD LEFT     *
003887*                   WITH NO DESTINATION OR NO COPIES IS         *
003888*                   REJECTED (REASON 11).  FACTDST IS OPTIONAL, *
003889*                   SO THE FIRST DISTRIBUTION CARDS CAN CREATE  *
003890*                   IT.  THE 4000-APPLY-ENTITLEMENT LINES WERE  *
003891*                   RENUMBERED TO MAKE ROOM FOR THE NEW EDIT.   *
003900***************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.    IBM-370.
004300 OBJECT-COMPUTER.    IBM-370.
004400 SPECIAL-NAMES.
004500     C01 IS TO-NEW-PAGE.
004600*
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT MNTIN    ASSIGN TO "MNTIN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FS-MNTIN.
005200
005300     SELECT FACTENT  ASSIGN TO "FACTENT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ENT-USERID
005700         FILE STATUS IS WS-FS-FACTENT.
005800
005900     SELECT CHGRTE   ASSIGN TO "CHGRTE"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RTE-USERID
006300         FILE STATUS IS WS-FS-CHGRTE.
006400
006500     SELECT OPTIONAL MNTLOG ASSIGN TO "MNTLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-MNTLOG.
006800
006900     SELECT MNTRPT   ASSIGN TO "MNTRPT"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-FS-MNTRPT.
007200
007300     SELECT MNTSTA   ASSIGN TO "MNTSTA"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FS-MNTSTA.
007510
007520     SELECT BUSDATE  ASSIGN TO "BUSDATE"
007530         ORGANIZATION IS SEQUENTIAL
007540         FILE STATUS IS WS-FS-BUSDATE.
007545
007550     SELECT OPTIONAL FACTBGT ASSIGN TO "FACTBGT"
007555         ORGANIZATION IS INDEXED
007560         ACCESS MODE IS RANDOM
007565         RECORD KEY IS BGT-USERID
007570         FILE STATUS IS WS-FS-FACTBGT.
007572
007574     SELECT OPTIONAL FACTDST ASSIGN TO "FACTDST"
007576         ORGANIZATION IS INDEXED
007578         ACCESS MODE IS RANDOM
007580         RECORD KEY IS DST-USERID
007582         FILE STATUS IS WS-FS-FACTDST.
007600*
007700***************************************************************
007800*                                                             *
007900* DATA DIVISION.                                              *
008000*                                                             *
008100***************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  MNTIN
008500     LABEL RECORDS ARE OMITTED
008600     RECORDING MODE IS F.
008700 COPY FACTMTX.
008800*
008900 FD  FACTENT
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200 COPY FACTENT.
009300*
009400 FD  CHGRTE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 COPY FACTRTE.
009800*
009900 FD  MNTLOG
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200 COPY FACTMLG.
010300*
010400 FD  MNTRPT
010500     LABEL RECORDS ARE OMITTED
010600     RECORDING MODE IS F.
010700 01  FD-REPORT-LINE.
010800     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
010900     05  FD-RPT-TEXT                 PIC X(79).
011000*
011100 FD  MNTSTA
011200     LABEL RECORDS ARE OMITTED
011300     RECORDING MODE IS F.
011400 COPY FACTSTA.
011500*
011510 FD  BUSDATE
011520     LABEL RECORDS ARE STANDARD
011530     RECORDING MODE IS F.
011540 COPY FACTBDT.
011541*
011542 FD  FACTBGT
011543     LABEL RECORDS ARE STANDARD
011544     RECORDING MODE IS F.
011545 COPY FACTBGT.
011550*
011555 FD  FACTDST
011560     LABEL RECORDS ARE STANDARD
011565     RECORDING MODE IS F.
011570 COPY FACTDST.
011575*
011600 WORKING-STORAGE SECTION.
011700***************************************************************
011800*    RUN SWITCHES                                             *
011900***************************************************************
012000 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
012100     88  WS-END-OF-FILE                      VALUE "Y".
012200 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
012300     88  WS-RUN-FAILED                       VALUE "Y".
012400 77  WS-VALID-SWITCH             PIC X(01)   VALUE "Y".
012500     88  WS-CARD-VALID                       VALUE "Y".
012600     88  WS-CARD-INVALID                     VALUE "N".
012700 77  WS-ON-FILE-SWITCH           PIC X(01)   VALUE "N".
012800     88  WS-ON-FILE                          VALUE "Y".
012900     88  WS-NOT-ON-FILE                      VALUE "N".
012910 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
012920     88  WS-BUSDATE-OPEN                     VALUE "O".
012930     88  WS-BUSDATE-REFUSED                  VALUE "R".
013000*
013100***************************************************************
013200*    REJECT REASON CODES - PRINTED WITH THEIR TEXT ON THE     *
013300*    MAINTENANCE REPORT AGAINST THE REJECTED CARD.            *
013400***************************************************************
013500 77  WS-REASON-CODE              PIC X(02)   VALUE SPACES.
013600     88  WS-REASON-BAD-MASTER                VALUE "01".
013700     88  WS-REASON-BAD-ACTION                VALUE "02".
013800     88  WS-REASON-NO-USERID                 VALUE "03".
013900     88  WS-REASON-NON-NUMERIC               VALUE "04".
014000     88  WS-REASON-ALREADY-ON-FILE           VALUE "05".
014100     88  WS-REASON-NOT-ON-FILE               VALUE "06".
014200     88  WS-REASON-TO-BELOW-FROM             VALUE "07".
014300     88  WS-REASON-NO-TIER-RATE              VALUE "08".
014400     88  WS-REASON-DEFAULT-PROTECTED         VALUE "09".
014410     88  WS-REASON-WARN-OVER-100             VALUE "10".
014420     88  WS-REASON-NO-DESTINATION            VALUE "11".
014500*
014600***************************************************************
014700*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
014800*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
014900*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.  MNTLOG IS   *
015000*    OPTIONAL SO THE VERY FIRST RUN CAN CREATE IT, AND SO ARE *
015100*    FACTBGT AND FACTDST, SO THE FIRST BUDGET OR DISTRIBUTION *
015110*    CARDS CAN LOAD AN EMPTY MASTER - STATUS 05 ON ANY OF     *
015120*    THOSE OPENS IS NOT A FAILURE.                            *
015200***************************************************************
015300 77  WS-FS-MNTIN                 PIC X(02)   VALUE "99".
015400 77  WS-FS-FACTENT               PIC X(02)   VALUE "99".
015500 77  WS-FS-CHGRTE                PIC X(02)   VALUE "99".
015600 77  WS-FS-MNTLOG                PIC X(02)   VALUE "99".
015700 77  WS-FS-MNTRPT                PIC X(02)   VALUE "99".
015800 77  WS-FS-MNTSTA                PIC X(02)   VALUE "99".
015810 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
015820 77  WS-FS-FACTBGT               PIC X(02)   VALUE "99".
015830 77  WS-FS-FACTDST               PIC X(02)   VALUE "99".
015900*
016000***************************************************************
016100*    RUN TOTALS                                               *
016200***************************************************************
016300 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
016400 77  WS-ADDED-COUNT              PIC 9(08) COMP  VALUE 0.
016500 77  WS-CHANGED-COUNT            PIC 9(08) COMP  VALUE 0.
016600 77  WS-DELETED-COUNT            PIC 9(08) COMP  VALUE 0.
016700 77  WS-REJECTED-COUNT           PIC 9(08) COMP  VALUE 0.
016800 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
016900*
017000***************************************************************
017100*    RUN IDENTIFICATION AND CHANGE-LOG WORK FIELDS            *
017200*    WS-BEFORE-IMAGE HOLDS THE MASTER RECORD AS IT STOOD       *
017300*    BEFORE THE CARD WAS APPLIED, SINCE THE CHANGE IS BUILT    *
017400*    IN PLACE IN THE MASTER'S OWN RECORD AREA.                 *
017500***************************************************************
017600 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
017700 77  WS-CLOCK-DATE               PIC 9(08)       VALUE 0.
017800 77  WS-TIME-OF-DAY              PIC 9(08)       VALUE 0.
017900 77  WS-RUN-USERID               PIC X(08)       VALUE SPACES.
018000 01  WS-BEFORE-IMAGE             PIC X(80)       VALUE SPACES.
018100*
018200***************************************************************
018300*    REPORT LINES                                             *
018400***************************************************************
018500 01  WS-TITLE-LINE.
018600     05  FILLER                  PIC X(01)   VALUE SPACE.
018700     05  FILLER                  PIC X(54)   VALUE
018800         "ENTITLEMENT/RATE/BUDGET/DISTRIBUTION MAINT - RUN DATE ".
018900     05  TTL-RUN-DATE            PIC 9(08).
019000     05  FILLER                  PIC X(17)   VALUE SPACES.
019100*
019200 01  WS-COLUMN-HEADING-LINE.
019300     05  FILLER                  PIC X(01)   VALUE SPACE.
019400     05  FILLER                  PIC X(03)   VALUE "M".
019500     05  FILLER                  PIC X(03)   VALUE "A".
019600     05  FILLER                  PIC X(10)   VALUE "USERID".
019700     05  FILLER                  PIC X(10)   VALUE "RESULT".
019800     05  FILLER                  PIC X(53)
019900         VALUE "NEW VALUES / REASON".
020000*
020100 01  WS-DETAIL-LINE.
020200     05  FILLER                  PIC X(01)   VALUE SPACE.
020300     05  DTL-MASTER              PIC X(01).
020400     05  FILLER                  PIC X(02)   VALUE SPACES.
020500     05  DTL-ACTION              PIC X(01).
020600     05  FILLER                  PIC X(02)   VALUE SPACES.
020700     05  DTL-USERID              PIC X(08).
020800     05  FILLER                  PIC X(02)   VALUE SPACES.
020900     05  DTL-RESULT              PIC X(08).
021000     05  FILLER                  PIC X(02)   VALUE SPACES.
021100     05  DTL-DETAIL              PIC X(45).
021200     05  FILLER                  PIC X(08)   VALUE SPACES.
021300*
021400*    THE DETAIL COLUMN OF AN APPLIED CARD SHOWS THE MASTER
021500*    RECORD AS IT NOW STANDS, IN ONE OF THESE FOUR FORMS.
021600 01  WS-ENT-SUMMARY.
021700     05  FILLER                  PIC X(05)   VALUE "FROM ".
021800     05  ENS-NUM-FROM            PIC ZZ9.
021900     05  FILLER                  PIC X(04)   VALUE " TO ".
022000     05  ENS-NUM-TO              PIC ZZ9.
022100     05  FILLER                  PIC X(05)   VALUE " CAP ".
022200     05  ENS-DAILY-CAP           PIC Z(07)9.
022300     05  FILLER                  PIC X(17)   VALUE SPACES.
022400*
022500 01  WS-RTE-SUMMARY.
022600     05  FILLER                  PIC X(01)   VALUE "B".
022700     05  RTS-BATCH-RATE          PIC ZZ9.99.
022800     05  FILLER                  PIC X(02)   VALUE " O".
022900     05  RTS-ONLINE-RATE         PIC ZZ9.99.
023000     05  FILLER                  PIC X(04)   VALUE " BRK".
023100     05  RTS-TIER-BREAK          PIC Z(07)9.
023200     05  FILLER                  PIC X(03)   VALUE " TB".
023300     05  RTS-BATCH-TIER-RATE     PIC ZZ9.99.
023400     05  FILLER                  PIC X(03)   VALUE " TO".
023500     05  RTS-ONLINE-TIER-RATE    PIC ZZ9.99.
023600*
023620 01  WS-BGT-SUMMARY.
023630     05  FILLER                  PIC X(07)   VALUE "BUDGET ".
023640     05  BGS-MONTHLY-AMOUNT      PIC Z(08)9.99.
023650     05  FILLER                  PIC X(06)   VALUE " WARN ".
023660     05  BGS-WARN-PERCENT        PIC ZZ9.
023670     05  FILLER                  PIC X(17)   VALUE SPACES.
023680*
023682 01  WS-DST-SUMMARY.
023684     05  FILLER                  PIC X(05)   VALUE "DEPT ".
023686     05  DSS-DEPARTMENT          PIC X(08).
023688     05  FILLER                  PIC X(06)   VALUE " DEST ".
023690     05  DSS-DESTINATION         PIC X(08).
023692     05  FILLER                  PIC X(08)   VALUE " COPIES ".
023694     05  DSS-COPIES              PIC Z9.
023696     05  FILLER                  PIC X(08)   VALUE SPACES.
023698*
023700 01  WS-COUNT-LINE.
023800     05  FILLER                  PIC X(01)   VALUE SPACE.
023900     05  CNT-LABEL               PIC X(24)   VALUE SPACES.
024000     05  CNT-VALUE               PIC Z(07)9.
024100     05  FILLER                  PIC X(47)   VALUE SPACES.
024200*
024300 PROCEDURE DIVISION.
024400***************************************************************
024500*                                                             *
024600* 0000-MAINLINE.                                              *
024700*     CONTROLS THE MAINTENANCE RUN FROM OPEN THROUGH CLOSE.   *
024800*                                                             *
024900***************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
025200     IF NOT WS-RUN-FAILED
025300         PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
025400             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
025500     END-IF
025600     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
025700     MOVE WS-END-RETURN-CODE TO RETURN-CODE
025800     STOP RUN.
025900*
026000***************************************************************
026100* 1000-INITIALIZE-RUN.                                        *
026200*     CAPTURES THE RUN IDENTIFICATION, OPENS THE FILES,       *
026300*     VERIFIES THE OPENS, PRINTS THE REPORT HEADING, AND      *
026400*     PRIMES THE CARD READ.                                   *
026500***************************************************************
026600 1000-INITIALIZE-RUN.
026700     PERFORM 1050-GET-RUN-IDENTIFICATION THRU 1050-EXIT
026710*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
026720     IF WS-BUSDATE-REFUSED
026730         OPEN OUTPUT MNTSTA
026740         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
026750         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
026760         CLOSE MNTSTA
026770         MOVE WS-END-RETURN-CODE TO RETURN-CODE
026780         STOP RUN
026790     END-IF
026800     DISPLAY "MASTER-FILE-MAINTENANCE STARTING - RUN DATE "
026900         WS-RUN-DATE
027000     OPEN OUTPUT MNTSTA
027100     OPEN INPUT  MNTIN
027200     OPEN I-O    FACTENT
027300     OPEN I-O    CHGRTE
027310     OPEN I-O    FACTBGT
027320     OPEN I-O    FACTDST
027400     OPEN EXTEND MNTLOG
027500     OPEN OUTPUT MNTRPT
027600     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
027700     IF WS-RUN-FAILED
027800         GO TO 1000-EXIT
027900     END-IF
028000     MOVE WS-RUN-DATE TO TTL-RUN-DATE
028100     WRITE FD-REPORT-LINE FROM WS-TITLE-LINE
028200         AFTER ADVANCING TO-NEW-PAGE
028300     WRITE FD-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
028400         AFTER ADVANCING 2 LINES
028500     PERFORM 1100-READ-CARD THRU 1100-EXIT.
028600 1000-EXIT.
028700     EXIT.
028800*
028900***************************************************************
029000* 1025-VERIFY-OPENS.                                          *
029100*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
029200*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
029300*     RETURN CODE 8 BEFORE ANY MASTER RECORD IS TOUCHED.      *
029400***************************************************************
029500 1025-VERIFY-OPENS.
029600     IF WS-FS-MNTSTA NOT = "00"
029700         DISPLAY "MNTSTA OPEN FAILED, STATUS " WS-FS-MNTSTA
029800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
029900     END-IF
030000     IF WS-FS-MNTIN NOT = "00"
030100         DISPLAY "MNTIN OPEN FAILED, STATUS " WS-FS-MNTIN
030200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
030300     END-IF
030400     IF WS-FS-FACTENT NOT = "00"
030500         DISPLAY "FACTENT OPEN FAILED, STATUS " WS-FS-FACTENT
030600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
030700     END-IF
030800     IF WS-FS-CHGRTE NOT = "00"
030900         DISPLAY "CHGRTE OPEN FAILED, STATUS " WS-FS-CHGRTE
031000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
031100     END-IF
031110     IF WS-FS-FACTBGT NOT = "00" AND WS-FS-FACTBGT NOT = "05"
031120         DISPLAY "FACTBGT OPEN FAILED, STATUS " WS-FS-FACTBGT
031130         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
031140     END-IF
031150     IF WS-FS-FACTDST NOT = "00" AND WS-FS-FACTDST NOT = "05"
031160         DISPLAY "FACTDST OPEN FAILED, STATUS " WS-FS-FACTDST
031170         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
031180     END-IF
031200     IF WS-FS-MNTLOG NOT = "00" AND WS-FS-MNTLOG NOT = "05"
031300         DISPLAY "MNTLOG OPEN FAILED, STATUS " WS-FS-MNTLOG
031400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
031500     END-IF
031600     IF WS-FS-MNTRPT NOT = "00"
031700         DISPLAY "MNTRPT OPEN FAILED, STATUS " WS-FS-MNTRPT
031800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
031900     END-IF.
032000 1025-EXIT.
032100     EXIT.
032200*
032300 1027-FLAG-RUN-FAILED.
032400     SET WS-RUN-FAILED TO TRUE
032500     MOVE 8 TO WS-END-RETURN-CODE.
032600 1027-EXIT.
032700     EXIT.
032800*
032900***************************************************************
033000* 1050-GET-RUN-IDENTIFICATION.                                *
033100*     CAPTURES THE RUN DATE AND THE USERID THAT SUBMITTED     *
033200*     THIS JOB, FOR STAMPING ONTO EACH CHANGE LOG RECORD -    *
033300*     THE SAME SOURCE FACTORIAL-CALCULATION USES.             *
033400***************************************************************
033500 1050-GET-RUN-IDENTIFICATION.
033600     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
033700     DISPLAY "USER" UPON ENVIRONMENT-NAME
033800     ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE
033900     IF WS-RUN-USERID = SPACES
034000         MOVE "BATCH" TO WS-RUN-USERID
034100     END-IF.
034200 1050-EXIT.
034300     EXIT.
034400*
034500***************************************************************
034600* 1100-READ-CARD.                                             *
034700*     READS THE NEXT MAINTENANCE TRANSACTION CARD.            *
034800***************************************************************
034900 1100-READ-CARD.
035000     READ MNTIN
035100         AT END
035200             SET WS-END-OF-FILE TO TRUE
035300         NOT AT END
035400             ADD 1 TO WS-RECORD-COUNT
035500     END-READ.
035600 1100-EXIT.
035700     EXIT.
035800*
035900***************************************************************
036000* 2000-PROCESS-ONE-CARD.                                      *
036100*     EDITS ONE TRANSACTION CARD AGAINST ITS MASTER, APPLIES  *
036200*     AND LOGS IT WHEN GOOD OR REPORTS IT REJECTED WHEN NOT,  *
036300*     THEN READS THE NEXT CARD.                               *
036400***************************************************************
036500 2000-PROCESS-ONE-CARD.
036600     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
036700     IF WS-RUN-FAILED
036800         GO TO 2000-EXIT
036900     END-IF
037000     IF WS-CARD-VALID
037100         EVALUATE TRUE
037110             WHEN MTX-MASTER-ENTITLEMENT
037200                 PERFORM 4000-APPLY-ENTITLEMENT THRU 4000-EXIT
037300             WHEN MTX-MASTER-RATE
037400                 PERFORM 4500-APPLY-RATE THRU 4500-EXIT
037410             WHEN MTX-MASTER-BUDGET
037420                 PERFORM 4700-APPLY-BUDGET THRU 4700-EXIT
037430             WHEN OTHER
037440                 PERFORM 4800-APPLY-DISTRIBUTION THRU 4800-EXIT
037500         END-EVALUATE
037600     ELSE
037700         PERFORM 6100-PRINT-REJECTED-CARD THRU 6100-EXIT
037800     END-IF
037900     PERFORM 1100-READ-CARD THRU 1100-EXIT.
038000 2000-EXIT.
038100     EXIT.
038200*
038300***************************************************************
038400* 2100-EDIT-CARD.                                             *
038500*     THE CARD-LEVEL EDITS COMMON TO ALL MASTERS - MASTER     *
038600*     AND ACTION CODES AND A USERID - THEN THE MASTER-        *
038700*     SPECIFIC EDITS, WHICH ALSO BUILD THE AFTER IMAGE IN     *
038800*     THE MASTER'S RECORD AREA.  THE FIRST FAILED EDIT SETS   *
038900*     THE REASON CODE AND ENDS THE EDIT.                      *
039000***************************************************************
039100 2100-EDIT-CARD.
039200     SET WS-CARD-VALID TO TRUE
039300     MOVE SPACES TO WS-REASON-CODE
039400     IF NOT MTX-MASTER-ENTITLEMENT AND NOT MTX-MASTER-RATE
039410             AND NOT MTX-MASTER-BUDGET
039420             AND NOT MTX-MASTER-DISTRIBUTION
039500         SET WS-REASON-BAD-MASTER TO TRUE
039600         GO TO 2100-REJECT
039700     END-IF
039800     IF NOT MTX-ACTION-ADD AND NOT MTX-ACTION-CHANGE
039900             AND NOT MTX-ACTION-DELETE
040000         SET WS-REASON-BAD-ACTION TO TRUE
040100         GO TO 2100-REJECT
040200     END-IF
040300     IF MTX-USERID = SPACES
040400         SET WS-REASON-NO-USERID TO TRUE
040500         GO TO 2100-REJECT
040600     END-IF
040700     EVALUATE TRUE
040710         WHEN MTX-MASTER-ENTITLEMENT
040800             PERFORM 2200-EDIT-ENTITLEMENT THRU 2200-EXIT
040900         WHEN MTX-MASTER-RATE
041000             PERFORM 2500-EDIT-RATE THRU 2500-EXIT
041010         WHEN MTX-MASTER-BUDGET
041020             PERFORM 2700-EDIT-BUDGET THRU 2700-EXIT
041030         WHEN OTHER
041040             PERFORM 2800-EDIT-DISTRIBUTION THRU 2800-EXIT
041100     END-EVALUATE
041200     GO TO 2100-EXIT.
041300 2100-REJECT.
041400     SET WS-CARD-INVALID TO TRUE.
041500 2100-EXIT.
041600     EXIT.
041700*
041800***************************************************************
041900* 2200-EDIT-ENTITLEMENT.                                      *
042000*     EDITS AN ENTITLEMENT CARD: THE NUMERIC FIELDS, THE      *
042100*     USERID'S PRESENCE ON FACTENT AGAINST THE ACTION, AND    *
042200*     THE RESULTING RANGE.  ON A GOOD ADD OR CHANGE THE       *
042300*     AFTER IMAGE IS LEFT BUILT IN FD-ENTITLEMENT-RECORD.     *
042400***************************************************************
042500 2200-EDIT-ENTITLEMENT.
042600     IF NOT MTX-ACTION-DELETE
042700         IF (MTX-ENT-NUM-FROM-X NOT = SPACES
042800                 AND MTX-ENT-NUM-FROM NOT NUMERIC)
042900             OR (MTX-ENT-NUM-TO-X NOT = SPACES
043000                 AND MTX-ENT-NUM-TO NOT NUMERIC)
043100             OR (MTX-ENT-DAILY-CAP-X NOT = SPACES
043200                 AND MTX-ENT-DAILY-CAP NOT NUMERIC)
043300             SET WS-REASON-NON-NUMERIC TO TRUE
043400             SET WS-CARD-INVALID TO TRUE
043500             GO TO 2200-EXIT
043600         END-IF
043700     END-IF
043800     PERFORM 2250-READ-ENTITLEMENT THRU 2250-EXIT
043900     IF WS-RUN-FAILED
044000         GO TO 2200-EXIT
044100     END-IF
044200     IF MTX-ACTION-ADD AND WS-ON-FILE
044300         SET WS-REASON-ALREADY-ON-FILE TO TRUE
044400         SET WS-CARD-INVALID TO TRUE
044500         GO TO 2200-EXIT
044600     END-IF
044700     IF NOT MTX-ACTION-ADD AND WS-NOT-ON-FILE
044800         SET WS-REASON-NOT-ON-FILE TO TRUE
044900         SET WS-CARD-INVALID TO TRUE
045000         GO TO 2200-EXIT
045100     END-IF
045200     IF MTX-ACTION-DELETE
045300         GO TO 2200-EXIT
045400     END-IF
045500     IF MTX-ACTION-ADD
045600         MOVE SPACES        TO FD-ENTITLEMENT-RECORD
045700         MOVE MTX-USERID    TO ENT-USERID
045800         MOVE 0             TO ENT-NUM-FROM
045900         MOVE 0             TO ENT-NUM-TO
046000         MOVE 0             TO ENT-DAILY-CAP
046100     END-IF
046200     IF MTX-ENT-NUM-FROM-X NOT = SPACES
046300         MOVE MTX-ENT-NUM-FROM  TO ENT-NUM-FROM
046400     END-IF
046500     IF MTX-ENT-NUM-TO-X NOT = SPACES
046600         MOVE MTX-ENT-NUM-TO    TO ENT-NUM-TO
046700     END-IF
046800     IF MTX-ENT-DAILY-CAP-X NOT = SPACES
046900         MOVE MTX-ENT-DAILY-CAP TO ENT-DAILY-CAP
047000     END-IF
047100*    THE RANGE IS TESTED ON THE RECORD AS IT WILL STAND, SO A
047200*    CHANGE CARD CARRYING ONLY A NEW TO IS STILL HELD AGAINST
047300*    THE FROM ALREADY ON FILE.
047400     IF ENT-NUM-TO < ENT-NUM-FROM
047500         SET WS-REASON-TO-BELOW-FROM TO TRUE
047600         SET WS-CARD-INVALID TO TRUE
047700     END-IF.
047800 2200-EXIT.
047900     EXIT.
048000*
048100***************************************************************
048200* 2250-READ-ENTITLEMENT.                                      *
048300*     READS THE CARD'S USERID FROM FACTENT AND SAVES THE      *
048400*     RECORD AS THE BEFORE IMAGE.  NOT FOUND (STATUS 23)      *
048500*     LEAVES A BLANK BEFORE IMAGE; ANY OTHER FAILURE ENDS     *
048600*     THE RUN WITH RETURN CODE 8.                             *
048700***************************************************************
048800 2250-READ-ENTITLEMENT.
048900     SET WS-NOT-ON-FILE TO TRUE
049000     MOVE SPACES TO WS-BEFORE-IMAGE
049100     MOVE MTX-USERID TO ENT-USERID
049200     READ FACTENT
049300         INVALID KEY
049400             IF WS-FS-FACTENT NOT = "23"
049500                 DISPLAY "FACTENT READ FAILED, STATUS "
049600                     WS-FS-FACTENT " USERID " MTX-USERID
049700                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049800             END-IF
049900         NOT INVALID KEY
050000             SET WS-ON-FILE TO TRUE
050100             MOVE FD-ENTITLEMENT-RECORD TO WS-BEFORE-IMAGE
050200     END-READ.
050300 2250-EXIT.
050400     EXIT.
050500*
050600***************************************************************
050700* 2500-EDIT-RATE.                                             *
050800*     EDITS A RATE CARD: THE NUMERIC FIELDS, THE PROTECTED    *
050900*     "*DEFAULT" RECORD, THE USERID'S PRESENCE ON CHGRTE      *
051000*     AGAINST THE ACTION, AND THE RESULTING TIER.  ON A GOOD  *
051100*     ADD OR CHANGE THE AFTER IMAGE IS LEFT BUILT IN          *
051200*     FD-RATE-RECORD.                                         *
051300***************************************************************
051400 2500-EDIT-RATE.
051500     IF NOT MTX-ACTION-DELETE
051600         IF (MTX-BATCH-RATE-X NOT = SPACES
051700                 AND MTX-BATCH-RATE NOT NUMERIC)
051800             OR (MTX-ONLINE-RATE-X NOT = SPACES
051900                 AND MTX-ONLINE-RATE NOT NUMERIC)
052000             OR (MTX-TIER-BREAK-X NOT = SPACES
052100                 AND MTX-TIER-BREAK NOT NUMERIC)
052200             OR (MTX-BATCH-TIER-RATE-X NOT = SPACES
052300                 AND MTX-BATCH-TIER-RATE NOT NUMERIC)
052400             OR (MTX-ONLINE-TIER-RATE-X NOT = SPACES
052500                 AND MTX-ONLINE-TIER-RATE NOT NUMERIC)
052600             SET WS-REASON-NON-NUMERIC TO TRUE
052700             SET WS-CARD-INVALID TO TRUE
052800             GO TO 2500-EXIT
052900         END-IF
053000     END-IF
053100*    THE "*DEFAULT" RECORD IS WHAT EVERY USERID WITHOUT A RATE
053200*    OF ITS OWN BILLS AT - IT MAY BE CHANGED BUT NEVER DELETED.
053300     IF MTX-ACTION-DELETE AND MTX-USERID = "*DEFAULT"
053400         SET WS-REASON-DEFAULT-PROTECTED TO TRUE
053500         SET WS-CARD-INVALID TO TRUE
053600         GO TO 2500-EXIT
053700     END-IF
053800     PERFORM 2550-READ-RATE THRU 2550-EXIT
053900     IF WS-RUN-FAILED
054000         GO TO 2500-EXIT
054100     END-IF
054200     IF MTX-ACTION-ADD AND WS-ON-FILE
054300         SET WS-REASON-ALREADY-ON-FILE TO TRUE
054400         SET WS-CARD-INVALID TO TRUE
054500         GO TO 2500-EXIT
054600     END-IF
054700     IF NOT MTX-ACTION-ADD AND WS-NOT-ON-FILE
054800         SET WS-REASON-NOT-ON-FILE TO TRUE
054900         SET WS-CARD-INVALID TO TRUE
055000         GO TO 2500-EXIT
055100     END-IF
055200     IF MTX-ACTION-DELETE
055300         GO TO 2500-EXIT
055400     END-IF
055500     IF MTX-ACTION-ADD
055600         MOVE SPACES        TO FD-RATE-RECORD
055700         MOVE MTX-USERID    TO RTE-USERID
055800         MOVE 0             TO RTE-BATCH-RATE
055900         MOVE 0             TO RTE-ONLINE-RATE
056000         MOVE 0             TO RTE-TIER-BREAK
056100         MOVE 0             TO RTE-BATCH-TIER-RATE
056200         MOVE 0             TO RTE-ONLINE-TIER-RATE
056300     END-IF
056400     IF MTX-BATCH-RATE-X NOT = SPACES
056500         MOVE MTX-BATCH-RATE       TO RTE-BATCH-RATE
056600     END-IF
056700     IF MTX-ONLINE-RATE-X NOT = SPACES
056800         MOVE MTX-ONLINE-RATE      TO RTE-ONLINE-RATE
056900     END-IF
057000     IF MTX-TIER-BREAK-X NOT = SPACES
057100         MOVE MTX-TIER-BREAK       TO RTE-TIER-BREAK
057200     END-IF
057300     IF MTX-BATCH-TIER-RATE-X NOT = SPACES
057400         MOVE MTX-BATCH-TIER-RATE  TO RTE-BATCH-TIER-RATE
057500     END-IF
057600     IF MTX-ONLINE-TIER-RATE-X NOT = SPACES
057700         MOVE MTX-ONLINE-TIER-RATE TO RTE-ONLINE-TIER-RATE
057800     END-IF
057900*    A TIER BREAK APPLIES TO BOTH CLASSES, SO BOTH NEED A TIER
058000*    RATE - OTHERWISE 5170-PRICE-ONE-CLASS IN THE CHARGEBACK
058100*    WOULD BILL EVERY REQUEST PAST THE BREAK AT ZERO.
058200     IF RTE-TIER-BREAK > 0
058300         AND (RTE-BATCH-TIER-RATE = 0 OR RTE-ONLINE-TIER-RATE = 0)
058400         SET WS-REASON-NO-TIER-RATE TO TRUE
058500         SET WS-CARD-INVALID TO TRUE
058600     END-IF.
058700 2500-EXIT.
058800     EXIT.
058900*
059000***************************************************************
059100* 2550-READ-RATE.                                             *
059200*     READS THE CARD'S USERID FROM CHGRTE AND SAVES THE       *
059300*     RECORD AS THE BEFORE IMAGE.  NOT FOUND (STATUS 23)      *
059400*     LEAVES A BLANK BEFORE IMAGE; ANY OTHER FAILURE ENDS     *
059500*     THE RUN WITH RETURN CODE 8.                             *
059600***************************************************************
059700 2550-READ-RATE.
059800     SET WS-NOT-ON-FILE TO TRUE
059900     MOVE SPACES TO WS-BEFORE-IMAGE
060000     MOVE MTX-USERID TO RTE-USERID
060100     READ CHGRTE
060200         INVALID KEY
060300             IF WS-FS-CHGRTE NOT = "23"
060400                 DISPLAY "CHGRTE READ FAILED, STATUS "
060500                     WS-FS-CHGRTE " USERID " MTX-USERID
060600                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
060700             END-IF
060800         NOT INVALID KEY
060900             SET WS-ON-FILE TO TRUE
061000             MOVE FD-RATE-RECORD TO WS-BEFORE-IMAGE
061100     END-READ.
061200 2550-EXIT.
061300     EXIT.
061400*
061401***************************************************************
061402* 2700-EDIT-BUDGET.                                           *
061403*     EDITS A BUDGET CARD: THE NUMERIC FIELDS, THE USERID'S   *
061404*     PRESENCE ON FACTBGT AGAINST THE ACTION, AND THE         *
061405*     WARNING PERCENT.  ON A GOOD ADD OR CHANGE THE AFTER     *
061406*     IMAGE IS LEFT BUILT IN FD-BUDGET-RECORD.                *
061407***************************************************************
061408 2700-EDIT-BUDGET.
061409     IF NOT MTX-ACTION-DELETE
061410         IF (MTX-BGT-AMOUNT-X NOT = SPACES
061411                 AND MTX-BGT-AMOUNT NOT NUMERIC)
061412             OR (MTX-BGT-WARN-PERCENT-X NOT = SPACES
061413                 AND MTX-BGT-WARN-PERCENT NOT NUMERIC)
061414             SET WS-REASON-NON-NUMERIC TO TRUE
061415             SET WS-CARD-INVALID TO TRUE
061416             GO TO 2700-EXIT
061417         END-IF
061418     END-IF
061419     PERFORM 2750-READ-BUDGET THRU 2750-EXIT
061420     IF WS-RUN-FAILED
061421         GO TO 2700-EXIT
061422     END-IF
061423     IF MTX-ACTION-ADD AND WS-ON-FILE
061424         SET WS-REASON-ALREADY-ON-FILE TO TRUE
061425         SET WS-CARD-INVALID TO TRUE
061426         GO TO 2700-EXIT
061427     END-IF
061428     IF NOT MTX-ACTION-ADD AND WS-NOT-ON-FILE
061429         SET WS-REASON-NOT-ON-FILE TO TRUE
061430         SET WS-CARD-INVALID TO TRUE
061431         GO TO 2700-EXIT
061432     END-IF
061433     IF MTX-ACTION-DELETE
061434         GO TO 2700-EXIT
061435     END-IF
061436     IF MTX-ACTION-ADD
061437         MOVE SPACES        TO FD-BUDGET-RECORD
061438         MOVE MTX-USERID    TO BGT-USERID
061439         MOVE 0             TO BGT-MONTHLY-AMOUNT
061440         MOVE 0             TO BGT-WARN-PERCENT
061441     END-IF
061442     IF MTX-BGT-AMOUNT-X NOT = SPACES
061443         MOVE MTX-BGT-AMOUNT       TO BGT-MONTHLY-AMOUNT
061444     END-IF
061445     IF MTX-BGT-WARN-PERCENT-X NOT = SPACES
061446         MOVE MTX-BGT-WARN-PERCENT TO BGT-WARN-PERCENT
061447     END-IF
061448*    A WARNING PAST 100 PERCENT WOULD NEVER FIRE BEFORE THE
061449*    OVER-BUDGET FLAG ITSELF.
061450     IF BGT-WARN-PERCENT > 100
061451         SET WS-REASON-WARN-OVER-100 TO TRUE
061452         SET WS-CARD-INVALID TO TRUE
061453     END-IF.
061454 2700-EXIT.
061455     EXIT.
061456*
061457***************************************************************
061458* 2750-READ-BUDGET.                                           *
061459*     READS THE CARD'S USERID FROM FACTBGT AND SAVES THE      *
061460*     RECORD AS THE BEFORE IMAGE.  NOT FOUND (STATUS 23)      *
061461*     LEAVES A BLANK BEFORE IMAGE; ANY OTHER FAILURE ENDS     *
061462*     THE RUN WITH RETURN CODE 8.                             *
061463***************************************************************
061464 2750-READ-BUDGET.
061465     SET WS-NOT-ON-FILE TO TRUE
061466     MOVE SPACES TO WS-BEFORE-IMAGE
061467     MOVE MTX-USERID TO BGT-USERID
061468     READ FACTBGT
061469         INVALID KEY
061470             IF WS-FS-FACTBGT NOT = "23"
061471                 DISPLAY "FACTBGT READ FAILED, STATUS "
061472                     WS-FS-FACTBGT " USERID " MTX-USERID
061473                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
061474             END-IF
061475         NOT INVALID KEY
061476             SET WS-ON-FILE TO TRUE
061477             MOVE FD-BUDGET-RECORD TO WS-BEFORE-IMAGE
061478     END-READ.
061479 2750-EXIT.
061480     EXIT.
061481*
061491***************************************************************
061501* 2800-EDIT-DISTRIBUTION.                                     *
061511*     EDITS A DISTRIBUTION CARD: THE COPIES FIELD, THE        *
061521*     USERID'S PRESENCE ON FACTDST AGAINST THE ACTION, AND A  *
061531*     DESTINATION AND AT LEAST ONE COPY ON THE RESULT.  ON A  *
061541*     GOOD ADD OR CHANGE THE AFTER IMAGE IS LEFT BUILT IN     *
061551*     FD-DISTRIBUTION-RECORD.                                 *
061561***************************************************************
061571 2800-EDIT-DISTRIBUTION.
061581     IF NOT MTX-ACTION-DELETE
061591         IF MTX-DST-COPIES-X NOT = SPACES
061601             AND MTX-DST-COPIES NOT NUMERIC
061611             SET WS-REASON-NON-NUMERIC TO TRUE
061621             SET WS-CARD-INVALID TO TRUE
061631             GO TO 2800-EXIT
061641         END-IF
061651     END-IF
061661     PERFORM 2850-READ-DISTRIBUTION THRU 2850-EXIT
061671     IF WS-RUN-FAILED
061681         GO TO 2800-EXIT
061691     END-IF
061701     IF MTX-ACTION-ADD AND WS-ON-FILE
061711         SET WS-REASON-ALREADY-ON-FILE TO TRUE
061721         SET WS-CARD-INVALID TO TRUE
061731         GO TO 2800-EXIT
061741     END-IF
061751     IF NOT MTX-ACTION-ADD AND WS-NOT-ON-FILE
061761         SET WS-REASON-NOT-ON-FILE TO TRUE
061771         SET WS-CARD-INVALID TO TRUE
061781         GO TO 2800-EXIT
061791     END-IF
061801     IF MTX-ACTION-DELETE
061811         GO TO 2800-EXIT
061821     END-IF
061831     IF MTX-ACTION-ADD
061841         MOVE SPACES        TO FD-DISTRIBUTION-RECORD
061851         MOVE MTX-USERID    TO DST-USERID
061861         MOVE 0             TO DST-COPIES
061871     END-IF
061881     IF MTX-DST-DEPARTMENT NOT = SPACES
061891         MOVE MTX-DST-DEPARTMENT  TO DST-DEPARTMENT
061901     END-IF
061911     IF MTX-DST-DESTINATION NOT = SPACES
061921         MOVE MTX-DST-DESTINATION TO DST-DESTINATION
061931     END-IF
061941     IF MTX-DST-COPIES-X NOT = SPACES
061951         MOVE MTX-DST-COPIES      TO DST-COPIES
061961     END-IF
061971     IF MTX-DST-CONTACT NOT = SPACES
061981         MOVE MTX-DST-CONTACT     TO DST-CONTACT
061991     END-IF
062001*    A STATEMENT WITH NOWHERE TO GO, OR NO COPY TO PRINT, WOULD
062011*    NEVER REACH THE DEPARTMENT.
062021     IF DST-DESTINATION = SPACES OR DST-COPIES = 0
062031         SET WS-REASON-NO-DESTINATION TO TRUE
062041         SET WS-CARD-INVALID TO TRUE
062051     END-IF.
062061 2800-EXIT.
062071     EXIT.
062081*
062091***************************************************************
062101* 2850-READ-DISTRIBUTION.                                     *
062111*     READS THE CARD'S USERID FROM FACTDST AND SAVES THE      *
062121*     RECORD AS THE BEFORE IMAGE.  NOT FOUND (STATUS 23)      *
062131*     LEAVES A BLANK BEFORE IMAGE; ANY OTHER FAILURE ENDS     *
062141*     THE RUN WITH RETURN CODE 8.                             *
062151***************************************************************
062161 2850-READ-DISTRIBUTION.
062171     SET WS-NOT-ON-FILE TO TRUE
062181     MOVE SPACES TO WS-BEFORE-IMAGE
062191     MOVE MTX-USERID TO DST-USERID
062201     READ FACTDST
062211         INVALID KEY
062221             IF WS-FS-FACTDST NOT = "23"
062231                 DISPLAY "FACTDST READ FAILED, STATUS "
062241                     WS-FS-FACTDST " USERID " MTX-USERID
062251                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
062261             END-IF
062271         NOT INVALID KEY
062281             SET WS-ON-FILE TO TRUE
062291             MOVE FD-DISTRIBUTION-RECORD TO WS-BEFORE-IMAGE
062301     END-READ.
062311 2850-EXIT.
062321     EXIT.
062331*
064110***************************************************************
064120* 4000-APPLY-ENTITLEMENT.                                     *
064130*     WRITES, REWRITES, OR DELETES THE FACTENT RECORD FOR A   *
064140*     CARD THAT PASSED ITS EDITS, THEN LOGS AND REPORTS THE   *
064150*     CHANGE.  A FAILED UPDATE ENDS THE RUN WITH RETURN CODE  *
064160*     8 AND LOGS NOTHING - THE MASTER WAS NOT CHANGED.        *
064170***************************************************************
064180 4000-APPLY-ENTITLEMENT.
064190     EVALUATE TRUE
064200         WHEN MTX-ACTION-ADD
064210             WRITE FD-ENTITLEMENT-RECORD
064220         WHEN MTX-ACTION-CHANGE
064230             REWRITE FD-ENTITLEMENT-RECORD
064240         WHEN OTHER
064250             DELETE FACTENT RECORD
064260     END-EVALUATE
064270     IF WS-FS-FACTENT NOT = "00"
064280         DISPLAY "FACTENT UPDATE FAILED, STATUS " WS-FS-FACTENT
064290             " USERID " MTX-USERID
064300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
064310         GO TO 4000-EXIT
064320     END-IF
064330     PERFORM 5000-WRITE-LOG-RECORD THRU 5000-EXIT
064340     MOVE ENT-NUM-FROM  TO ENS-NUM-FROM
064350     MOVE ENT-NUM-TO    TO ENS-NUM-TO
064360     MOVE ENT-DAILY-CAP TO ENS-DAILY-CAP
064370     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
064380 4000-EXIT.
064390     EXIT.
064400*
064500***************************************************************
064600* 4500-APPLY-RATE.                                            *
064700*     WRITES, REWRITES, OR DELETES THE CHGRTE RECORD FOR A    *
064800*     CARD THAT PASSED ITS EDITS, THEN LOGS AND REPORTS THE   *
064900*     CHANGE.  A FAILED UPDATE ENDS THE RUN WITH RETURN CODE  *
065000*     8 AND LOGS NOTHING - THE MASTER WAS NOT CHANGED.        *
065100***************************************************************
065200 4500-APPLY-RATE.
065300     EVALUATE TRUE
065400         WHEN MTX-ACTION-ADD
065500             WRITE FD-RATE-RECORD
065600         WHEN MTX-ACTION-CHANGE
065700             REWRITE FD-RATE-RECORD
065800         WHEN OTHER
065900             DELETE CHGRTE RECORD
066000     END-EVALUATE
066100     IF WS-FS-CHGRTE NOT = "00"
066200         DISPLAY "CHGRTE UPDATE FAILED, STATUS " WS-FS-CHGRTE
066300             " USERID " MTX-USERID
066400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
066500         GO TO 4500-EXIT
066600     END-IF
066700     PERFORM 5000-WRITE-LOG-RECORD THRU 5000-EXIT
066800     MOVE RTE-BATCH-RATE       TO RTS-BATCH-RATE
066900     MOVE RTE-ONLINE-RATE      TO RTS-ONLINE-RATE
067000     MOVE RTE-TIER-BREAK       TO RTS-TIER-BREAK
067100     MOVE RTE-BATCH-TIER-RATE  TO RTS-BATCH-TIER-RATE
067200     MOVE RTE-ONLINE-TIER-RATE TO RTS-ONLINE-TIER-RATE
067300     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
067400 4500-EXIT.
067500     EXIT.
067600*
067602***************************************************************
067604* 4700-APPLY-BUDGET.                                          *
067606*     WRITES, REWRITES, OR DELETES THE FACTBGT RECORD FOR A   *
067608*     CARD THAT PASSED ITS EDITS, THEN LOGS AND REPORTS THE   *
067610*     CHANGE.  A FAILED UPDATE ENDS THE RUN WITH RETURN CODE  *
067612*     8 AND LOGS NOTHING - THE MASTER WAS NOT CHANGED.        *
067614***************************************************************
067616 4700-APPLY-BUDGET.
067618     EVALUATE TRUE
067620         WHEN MTX-ACTION-ADD
067622             WRITE FD-BUDGET-RECORD
067624         WHEN MTX-ACTION-CHANGE
067626             REWRITE FD-BUDGET-RECORD
067628         WHEN OTHER
067630             DELETE FACTBGT RECORD
067632     END-EVALUATE
067634     IF WS-FS-FACTBGT NOT = "00"
067636         DISPLAY "FACTBGT UPDATE FAILED, STATUS " WS-FS-FACTBGT
067638             " USERID " MTX-USERID
067640         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
067642         GO TO 4700-EXIT
067644     END-IF
067646     PERFORM 5000-WRITE-LOG-RECORD THRU 5000-EXIT
067648     MOVE BGT-MONTHLY-AMOUNT   TO BGS-MONTHLY-AMOUNT
067650     MOVE BGT-WARN-PERCENT     TO BGS-WARN-PERCENT
067652     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
067654 4700-EXIT.
067656     EXIT.
067658*
067659***************************************************************
067660* 4800-APPLY-DISTRIBUTION.                                    *
067661*     WRITES, REWRITES, OR DELETES THE FACTDST RECORD FOR A   *
067662*     CARD THAT PASSED ITS EDITS, THEN LOGS AND REPORTS THE   *
067663*     CHANGE.  A FAILED UPDATE ENDS THE RUN WITH RETURN CODE  *
067664*     8 AND LOGS NOTHING - THE MASTER WAS NOT CHANGED.        *
067665***************************************************************
067666 4800-APPLY-DISTRIBUTION.
067667     EVALUATE TRUE
067668         WHEN MTX-ACTION-ADD
067669             WRITE FD-DISTRIBUTION-RECORD
067670         WHEN MTX-ACTION-CHANGE
067671             REWRITE FD-DISTRIBUTION-RECORD
067672         WHEN OTHER
067673             DELETE FACTDST RECORD
067674     END-EVALUATE
067675     IF WS-FS-FACTDST NOT = "00"
067676         DISPLAY "FACTDST UPDATE FAILED, STATUS " WS-FS-FACTDST
067677             " USERID " MTX-USERID
067678         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
067679         GO TO 4800-EXIT
067680     END-IF
067681     PERFORM 5000-WRITE-LOG-RECORD THRU 5000-EXIT
067682     MOVE DST-DEPARTMENT       TO DSS-DEPARTMENT
067683     MOVE DST-DESTINATION      TO DSS-DESTINATION
067684     MOVE DST-COPIES           TO DSS-COPIES
067685     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
067686 4800-EXIT.
067687     EXIT.
067688*
067700***************************************************************
067800* 5000-WRITE-LOG-RECORD.                                      *
067900*     WRITES THE BEFORE/AFTER IMAGE CHANGE LOG RECORD FOR     *
068000*     THE CHANGE JUST APPLIED - WHO SUBMITTED IT, WHO ASKED   *
068100*     FOR IT, AND THE CLOCK DATE AND TIME IT WENT ON.  THE    *
068200*     AFTER IMAGE IS THE MASTER RECORD AREA, EXCEPT ON A      *
068300*     DELETE WHERE THERE IS NO AFTER IMAGE.                   *
068400***************************************************************
068500 5000-WRITE-LOG-RECORD.
068600     ACCEPT WS-CLOCK-DATE  FROM DATE YYYYMMDD
068700     ACCEPT WS-TIME-OF-DAY FROM TIME
068800     MOVE SPACES            TO FD-MAINT-LOG-RECORD
068900     MOVE WS-RUN-DATE       TO MLG-RUN-DATE
069000     MOVE WS-CLOCK-DATE     TO MLG-CHANGE-DATE
069100     MOVE WS-TIME-OF-DAY    TO MLG-CHANGE-TIME
069200     MOVE WS-RUN-USERID     TO MLG-JOB-USERID
069300     MOVE MTX-REQUESTED-BY  TO MLG-REQUESTED-BY
069400     MOVE MTX-MASTER        TO MLG-MASTER
069500     MOVE MTX-ACTION        TO MLG-ACTION
069600     MOVE MTX-USERID        TO MLG-USERID
069700     MOVE WS-BEFORE-IMAGE   TO MLG-BEFORE-IMAGE
069800     IF NOT MTX-ACTION-DELETE
069900         EVALUATE TRUE
070000             WHEN MTX-MASTER-ENTITLEMENT
070010                 MOVE FD-ENTITLEMENT-RECORD TO MLG-AFTER-IMAGE
070100             WHEN MTX-MASTER-RATE
070200                 MOVE FD-RATE-RECORD        TO MLG-AFTER-IMAGE
070210             WHEN MTX-MASTER-BUDGET
070220                 MOVE FD-BUDGET-RECORD      TO MLG-AFTER-IMAGE
070230             WHEN OTHER
070240                 MOVE FD-DISTRIBUTION-RECORD TO MLG-AFTER-IMAGE
070300         END-EVALUATE
070400     END-IF
070500     WRITE FD-MAINT-LOG-RECORD
070600     IF WS-FS-MNTLOG NOT = "00"
070700         DISPLAY "MNTLOG WRITE FAILED, STATUS " WS-FS-MNTLOG
070800             " USERID " MTX-USERID
070900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
071000     END-IF.
071100 5000-EXIT.
071200     EXIT.
071300*
071400***************************************************************
071500* 6000-PRINT-APPLIED-CARD.                                    *
071600*     PRINTS ONE APPLIED CARD WITH THE MASTER RECORD AS IT    *
071700*     NOW STANDS (THE CALLER HAS FILLED THE SUMMARY FOR ITS   *
071800*     MASTER), AND COUNTS IT BY ACTION.                       *
071900***************************************************************
072000 6000-PRINT-APPLIED-CARD.
072100     MOVE SPACES          TO WS-DETAIL-LINE
072200     MOVE MTX-MASTER      TO DTL-MASTER
072300     MOVE MTX-ACTION      TO DTL-ACTION
072400     MOVE MTX-USERID      TO DTL-USERID
072500     MOVE "APPLIED"       TO DTL-RESULT
072600     EVALUATE TRUE
072700         WHEN MTX-ACTION-DELETE
072800             MOVE "RECORD DELETED"  TO DTL-DETAIL
072900             ADD 1 TO WS-DELETED-COUNT
073000         WHEN MTX-MASTER-ENTITLEMENT
073100             MOVE WS-ENT-SUMMARY    TO DTL-DETAIL
073200         WHEN MTX-MASTER-RATE
073300             MOVE WS-RTE-SUMMARY    TO DTL-DETAIL
073310         WHEN MTX-MASTER-BUDGET
073320             MOVE WS-BGT-SUMMARY    TO DTL-DETAIL
073330         WHEN OTHER
073340             MOVE WS-DST-SUMMARY    TO DTL-DETAIL
073400     END-EVALUATE
073500     IF MTX-ACTION-ADD
073600         ADD 1 TO WS-ADDED-COUNT
073700     END-IF
073800     IF MTX-ACTION-CHANGE
073900         ADD 1 TO WS-CHANGED-COUNT
074000     END-IF
074100     WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
074200         AFTER ADVANCING 1 LINE.
074300 6000-EXIT.
074400     EXIT.
074500*
074600***************************************************************
074700* 6100-PRINT-REJECTED-CARD.                                   *
074800*     PRINTS ONE REJECTED CARD WITH ITS REASON CODE AND TEXT  *
074900*     AND COUNTS IT.  THE MASTER WAS NOT TOUCHED.             *
075000***************************************************************
075100 6100-PRINT-REJECTED-CARD.
075200     MOVE SPACES          TO WS-DETAIL-LINE
075300     MOVE MTX-MASTER      TO DTL-MASTER
075400     MOVE MTX-ACTION      TO DTL-ACTION
075500     MOVE MTX-USERID      TO DTL-USERID
075600     MOVE "REJECTED"      TO DTL-RESULT
075700     EVALUATE TRUE
075800         WHEN WS-REASON-BAD-MASTER
075900             MOVE "01 MASTER CODE NOT E, R, B OR D"
075910                                                 TO DTL-DETAIL
076000         WHEN WS-REASON-BAD-ACTION
076100             MOVE "02 ACTION CODE NOT A, C OR D"  TO DTL-DETAIL
076200         WHEN WS-REASON-NO-USERID
076300             MOVE "03 USERID MISSING"             TO DTL-DETAIL
076400         WHEN WS-REASON-NON-NUMERIC
076500             MOVE "04 FIELD NOT NUMERIC"          TO DTL-DETAIL
076600         WHEN WS-REASON-ALREADY-ON-FILE
076700             MOVE "05 ADD - USERID ALREADY ON FILE"
076800                                                  TO DTL-DETAIL
076900         WHEN WS-REASON-NOT-ON-FILE
077000             MOVE "06 USERID NOT ON FILE"         TO DTL-DETAIL
077100         WHEN WS-REASON-TO-BELOW-FROM
077200             MOVE "07 RANGE TO BELOW FROM"        TO DTL-DETAIL
077300         WHEN WS-REASON-NO-TIER-RATE
077400             MOVE "08 TIER BREAK WITH NO TIER RATE"
077500                                                  TO DTL-DETAIL
077600         WHEN WS-REASON-DEFAULT-PROTECTED
077700             MOVE "09 *DEFAULT RATE CANNOT BE DELETED"
077800                                                  TO DTL-DETAIL
077810         WHEN WS-REASON-WARN-OVER-100
077820             MOVE "10 WARNING PERCENT OVER 100"   TO DTL-DETAIL
077830         WHEN WS-REASON-NO-DESTINATION
077840             MOVE "11 NO DESTINATION OR NO COPIES" TO DTL-DETAIL
077900         WHEN OTHER
078000             MOVE "   UNKNOWN REASON"             TO DTL-DETAIL
078100     END-EVALUATE
078200     WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
078300         AFTER ADVANCING 1 LINE
078400     ADD 1 TO WS-REJECTED-COUNT.
078500 6100-EXIT.
078600     EXIT.
078700*
078800***************************************************************
078900* 9000-TERMINATE-RUN.                                         *
079000*     PRINTS THE RUN TOTALS, SETTLES THE ENDING STATUS,       *
079100*     WRITES THE RUN-STATUS RECORD, AND CLOSES ALL FILES.     *
079200***************************************************************
079300 9000-TERMINATE-RUN.
079400     IF WS-FS-MNTRPT = "00"
079500         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
079600     END-IF
079700     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
079800     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
079900     DISPLAY "MASTER-FILE-MAINTENANCE ENDED - CARDS READ "
080000         WS-RECORD-COUNT "  REJECTED " WS-REJECTED-COUNT
080100     DISPLAY "  ADDED " WS-ADDED-COUNT
080200         "  CHANGED " WS-CHANGED-COUNT
080300         "  DELETED " WS-DELETED-COUNT
080400     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
080500     CLOSE MNTIN
080600     CLOSE FACTENT
080700     CLOSE CHGRTE
080710     CLOSE FACTBGT
080720     CLOSE FACTDST
080800     CLOSE MNTLOG
080900     CLOSE MNTRPT
081000     CLOSE MNTSTA.
081100 9000-EXIT.
081200     EXIT.
081300*
081400***************************************************************
081500* 9100-PRINT-TOTALS.                                          *
081600*     PRINTS THE CARD TOTALS AT THE FOOT OF THE REPORT.       *
081700***************************************************************
081800 9100-PRINT-TOTALS.
081900     MOVE SPACES               TO WS-COUNT-LINE
082000     MOVE "CARDS READ"          TO CNT-LABEL
082100     MOVE WS-RECORD-COUNT      TO CNT-VALUE
082200     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
082300         AFTER ADVANCING 2 LINES
082400     MOVE SPACES               TO WS-COUNT-LINE
082500     MOVE "RECORDS ADDED"       TO CNT-LABEL
082600     MOVE WS-ADDED-COUNT       TO CNT-VALUE
082700     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
082800         AFTER ADVANCING 1 LINE
082900     MOVE SPACES               TO WS-COUNT-LINE
083000     MOVE "RECORDS CHANGED"     TO CNT-LABEL
083100     MOVE WS-CHANGED-COUNT     TO CNT-VALUE
083200     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
083300         AFTER ADVANCING 1 LINE
083400     MOVE SPACES               TO WS-COUNT-LINE
083500     MOVE "RECORDS DELETED"     TO CNT-LABEL
083600     MOVE WS-DELETED-COUNT     TO CNT-VALUE
083700     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
083800         AFTER ADVANCING 1 LINE
083900     MOVE SPACES               TO WS-COUNT-LINE
084000     MOVE "CARDS REJECTED"      TO CNT-LABEL
084100     MOVE WS-REJECTED-COUNT    TO CNT-VALUE
084200     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
084300         AFTER ADVANCING 1 LINE.
084400 9100-EXIT.
084500     EXIT.
084600*
084700***************************************************************
084800* 9400-SET-ENDING-STATUS.                                     *
084900*     SETTLES THE RUN'S ENDING STATUS AND RETURN CODE: 8      *
085000*     WHEN A FILE FAILED OR THE CARD COUNTS DO NOT BALANCE,   *
085100*     4 WHEN ANY CARD WAS REJECTED, AND 0 ON A CLEAN RUN.     *
085200***************************************************************
085300 9400-SET-ENDING-STATUS.
085400     IF WS-RUN-FAILED
085500         GO TO 9400-EXIT
085600     END-IF
085700     IF WS-RECORD-COUNT NOT = WS-ADDED-COUNT + WS-CHANGED-COUNT
085800             + WS-DELETED-COUNT + WS-REJECTED-COUNT
085900         DISPLAY "MASTER-FILE-MAINTENANCE CONTROL TOTALS OUT "
086000                 "OF BALANCE"
086100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
086200         GO TO 9400-EXIT
086300     END-IF
086400     IF WS-REJECTED-COUNT > 0
086500         MOVE 4 TO WS-END-RETURN-CODE
086600     ELSE
086700         MOVE 0 TO WS-END-RETURN-CODE
086800     END-IF.
086900 9400-EXIT.
087000     EXIT.
087100*
087200***************************************************************
087300* 9500-WRITE-STATUS-RECORD.                                   *
087400*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO MNTSTA     *
087500*     FOR THE AUTOMATION PACKAGE AND THE SUITE MONITOR.       *
087600*     SKIPPED ONLY WHEN MNTSTA ITSELF COULD NOT BE OPENED -   *
087700*     THE RETURN CODE STILL CARRIES THE FAILURE.              *
087800***************************************************************
087900 9500-WRITE-STATUS-RECORD.
088000     IF WS-FS-MNTSTA NOT = "00"
088100         GO TO 9500-EXIT
088200     END-IF
088300     MOVE WS-RUN-DATE        TO STA-RUN-DATE
088400     MOVE "MASTMANT"         TO STA-PROGRAM
088500     MOVE WS-RECORD-COUNT    TO STA-RECORDS-READ
088600     COMPUTE STA-RECORDS-PROCESSED =
088700         WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-DELETED-COUNT
088800     MOVE WS-REJECTED-COUNT  TO STA-RECORDS-REJECTED
088900     EVALUATE WS-END-RETURN-CODE
089000         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
089100         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
089200         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
089300     END-EVALUATE
089400     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
089500     WRITE FD-STATUS-RECORD.
089600 9500-EXIT.
089700     EXIT.
089800*
089900***************************************************************
090000* READ-BUSINESS-DATE.                                         *
090100*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
090200*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
090300*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
090400*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
090500***************************************************************
090600 COPY FACTBDR.
