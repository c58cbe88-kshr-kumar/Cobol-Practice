000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     END-OF-DAY-BALANCING.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  CROSS-FILE BALANCING OF  *
001800*                   ONE NIGHT'S FILES FOR A RUN DATE (BALPARM   *
001900*                   CARD; NO CARD OR A BLANK ONE MEANS THE      *
001910*                   BUSINESS DATE).                             *
002000*                   EACH PROGRAM BALANCES ITSELF - THIS RUN     *
002100*                   PROVES THE FILES AGREE WITH EACH OTHER:     *
002200*                   (1) THE BATCH-SOURCE FACTAUD RECORDS WITH A *
002300*                   RESULT (VALID, APPROXIMATE OR OUT OF RANGE) *
002400*                   FOR THE DATE MATCH THE FACTXTR RECORDS      *
002500*                   NUMBER BY NUMBER, AND EVERY                 *
002600*                   EXTRACT RECORD CARRIES THE SAME RESULT AS   *
002700*                   THE AUDIT TRAIL; (2) THE FACTCALC STATUS    *
002800*                   RECORD'S PROCESSED AND REJECTED COUNTS TIE  *
002900*                   TO FACTAUD AND FACTEXC; (3) EVERY QUEUE     *
003000*                   REQUEST THE RUN CONSUMED HAS AN AUDIT       *
003100*                   RECORD AND EVERY CANCELLATION ON THE LOG    *
003200*                   REALLY LEFT THE QUEUE - CHECKED AGAINST     *
003300*                   QUESNAP AND QLGSNAP, SEQUENTIAL UNLOADS OF  *
003400*                   FACTQUE AND FACTQLG TAKEN AHEAD OF THE      *
003500*                   FACTORIAL STEP, WHICH EMPTIES BOTH; (4) THE *
003600*                   COMBCALC STATUS RECORD TIES TO COMBAUD AND  *
003700*                   COMBEXC THE SAME WAY.  THE STATUS RECORDS   *
003800*                   ARE READ FROM THE BALSTIN DD (FACTSTA AND   *
003900*                   COMBSTA CONCATENATED).  EVERY BREAK IS      *
004000*                   LISTED ON BALRPT AHEAD OF THE CONTROL-CHECK *
004100*                   SUMMARY, AND ANY BREAK ENDS THE RUN F/0008  *
004200*                   ON ITS OWN RUN-STATUS RECORD (BALSTA,       *
004300*                   PROGRAM EODBALNC) SO THE SUITE MONITOR      *
004400*                   HOLDS THE EXTRACT TRANSMISSION AND THE      *
004500*                   CHARGEBACK.                                 *
004510*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
004520*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
004530*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
004540*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
004550*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
004560*                   STATUS RECORD.                              *
004562*  2026-10-15 RSK   BACKED-OUT RECORDS AND OPTIONAL BALPARM.    *
004564*                   AN AUDIT RECORD REVERSED BY RUN-BACKOUT     *
004566*                   ("R") IS STILL COUNTED AS PROCESSED AND     *
004568*                   EXTRACTED, AND IS TIED TO FACTXTR ON ITS    *
004570*                   RESULT FIELDS ONLY, SINCE THE NIGHT'S       *
004572*                   EXTRACT KEEPS THE ORIGINAL STATUS.  BALPARM *
004574*                   IS NOW DECLARED OPTIONAL, SO A STEP WITH NO *
004576*                   CARD BALANCES THE BUSINESS DATE INSTEAD OF  *
004578*                   FAILING.                                    *
004600***************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.    IBM-370.
005000 OBJECT-COMPUTER.    IBM-370.
005100 SPECIAL-NAMES.
005200     C01 IS TO-NEW-PAGE.
005300*
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL BALPARM ASSIGN TO "BALPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-BALPARM.
005900
006000     SELECT FACTAUD  ASSIGN TO "FACTAUD"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS AUD-KEY
006400         ALTERNATE RECORD KEY IS AUD-NUMBER WITH DUPLICATES
006500         FILE STATUS IS WS-FS-FACTAUD.
006600
006700     SELECT FACTXTR  ASSIGN TO "FACTXTR"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-FS-FACTXTR.
007000
007100     SELECT FACTEXC  ASSIGN TO "FACTEXC"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-FS-FACTEXC.
007400
007500     SELECT BALSTIN  ASSIGN TO "BALSTIN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-FS-BALSTIN.
007800
007900     SELECT QUESNAP  ASSIGN TO "QUESNAP"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-FS-QUESNAP.
008200
008300     SELECT QLGSNAP  ASSIGN TO "QLGSNAP"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-FS-QLGSNAP.
008600
008700     SELECT COMBAUD  ASSIGN TO "COMBAUD"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS CAU-KEY
009100         FILE STATUS IS WS-FS-COMBAUD.
009200
009300     SELECT COMBEXC  ASSIGN TO "COMBEXC"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-FS-COMBEXC.
009600
009700     SELECT BALRPT   ASSIGN TO "BALRPT"
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS WS-FS-BALRPT.
010000
010100     SELECT BALSTA   ASSIGN TO "BALSTA"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-FS-BALSTA.
010310
010320     SELECT BUSDATE  ASSIGN TO "BUSDATE"
010330         ORGANIZATION IS SEQUENTIAL
010340         FILE STATUS IS WS-FS-BUSDATE.
010400*
010500***************************************************************
010600*                                                             *
010700* DATA DIVISION.                                              *
010800*                                                             *
010900***************************************************************
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  BALPARM
011300     LABEL RECORDS ARE OMITTED
011400     RECORDING MODE IS F.
011500 01  FD-PARAMETER-RECORD.
011600     05  PRM-RUN-DATE                PIC 9(08).
011700     05  PRM-RUN-DATE-X REDEFINES PRM-RUN-DATE
011800                                     PIC X(08).
011900     05  FILLER                      PIC X(72).
012000*
012100 FD  FACTAUD
012200     LABEL RECORDS ARE STANDARD
012300     RECORDING MODE IS F.
012400 COPY FACTAUD.
012500*
012600 FD  FACTXTR
012700     LABEL RECORDS ARE OMITTED
012800     RECORDING MODE IS F.
012900 COPY FACTEXT.
013000*
013100*    ONLY COUNTED - THE LINE LAYOUT IS FACTORIAL-CALCULATION'S.
013200 FD  FACTEXC
013300     LABEL RECORDS ARE OMITTED
013400     RECORDING MODE IS F.
013500 01  FD-FACT-EXCEPTION-LINE          PIC X(80).
013600*
013700 FD  BALSTIN
013800     LABEL RECORDS ARE OMITTED
013900     RECORDING MODE IS F.
014000 COPY FACTSTA.
014100*
014200 FD  QUESNAP
014300     LABEL RECORDS ARE STANDARD
014400     RECORDING MODE IS F.
014500 COPY FACTQUE.
014600*
014700 FD  QLGSNAP
014800     LABEL RECORDS ARE STANDARD
014900     RECORDING MODE IS F.
015000 COPY FACTQLG.
015100*
015200 FD  COMBAUD
015300     LABEL RECORDS ARE STANDARD
015400     RECORDING MODE IS F.
015500 COPY COMBAUD.
015600*
015700*    ONLY COUNTED - THE LINE LAYOUT IS COMBINATIONS-CALCULATION'S.
015800 FD  COMBEXC
015900     LABEL RECORDS ARE OMITTED
016000     RECORDING MODE IS F.
016100 01  FD-COMB-EXCEPTION-LINE          PIC X(80).
016200*
016300 FD  BALRPT
016400     LABEL RECORDS ARE OMITTED
016500     RECORDING MODE IS F.
016600 01  FD-REPORT-LINE.
016700     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
016800     05  FD-RPT-TEXT                 PIC X(79).
016900*
017000 FD  BALSTA
017100     LABEL RECORDS ARE OMITTED
017200     RECORDING MODE IS F.
017300 01  FD-OWN-STATUS-RECORD            PIC X(80).
017400*
017410 FD  BUSDATE
017420     LABEL RECORDS ARE STANDARD
017430     RECORDING MODE IS F.
017440 COPY FACTBDT.
017450*
017500 WORKING-STORAGE SECTION.
017600***************************************************************
017700*    RUN SWITCHES                                             *
017800***************************************************************
017900 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
018000     88  WS-END-OF-FILE                      VALUE "Y".
018100 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
018200     88  WS-RUN-FAILED                       VALUE "Y".
018300 77  WS-FACTCALC-SWITCH          PIC X(01)   VALUE "N".
018400     88  WS-FACTCALC-FOUND                   VALUE "Y".
018500 77  WS-COMBCALC-SWITCH          PIC X(01)   VALUE "N".
018600     88  WS-COMBCALC-FOUND                   VALUE "Y".
018700 77  WS-CANCEL-SWITCH            PIC X(01)   VALUE "N".
018800     88  WS-CANCEL-FOUND                     VALUE "Y".
018810 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
018820     88  WS-BUSDATE-OPEN                     VALUE "O".
018830     88  WS-BUSDATE-REFUSED                  VALUE "R".
018900*
019000***************************************************************
019100*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
019200*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
019300*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.              *
019400***************************************************************
019500 77  WS-FS-BALPARM               PIC X(02)   VALUE "99".
019600 77  WS-FS-FACTAUD               PIC X(02)   VALUE "99".
019700 77  WS-FS-FACTXTR               PIC X(02)   VALUE "99".
019800 77  WS-FS-FACTEXC               PIC X(02)   VALUE "99".
019900 77  WS-FS-BALSTIN               PIC X(02)   VALUE "99".
020000 77  WS-FS-QUESNAP               PIC X(02)   VALUE "99".
020100 77  WS-FS-QLGSNAP               PIC X(02)   VALUE "99".
020200 77  WS-FS-COMBAUD               PIC X(02)   VALUE "99".
020300 77  WS-FS-COMBEXC               PIC X(02)   VALUE "99".
020400 77  WS-FS-BALRPT                PIC X(02)   VALUE "99".
020500 77  WS-FS-BALSTA                PIC X(02)   VALUE "99".
020510 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
020600*
020700***************************************************************
020800*    PER-NUMBER TALLY - ONE SLOT FOR EACH NUMBER 0-999,       *
020900*    SUBSCRIPT NUMBER + 1.  THE AUDIT PASS FILLS THE AUDIT    *
021000*    COUNTS AND THE RESULT OF THE FIRST NON-DENIED RECORD     *
021100*    (EVERY REPEAT OF A NUMBER IN ONE RUN IS SERVED FROM      *
021200*    THE SAME CACHE SLOT, SO ONE RESULT PER NUMBER STANDS     *
021300*    FOR THEM ALL); THE EXTRACT AND QUEUE PASSES ADD THEIR    *
021400*    OWN COUNTS ALONGSIDE.                                    *
021500***************************************************************
021600 77  WS-NUM-MAX                  PIC 9(04) COMP  VALUE 1000.
021700 77  WS-NUM-SUB                  PIC 9(04) COMP  VALUE 0.
021800 01  WS-NUMBER-TABLE.
021900     05  WS-NUM-ENTRY            OCCURS 1000 TIMES.
022000         10  WS-NUM-AUD-COUNT    PIC 9(07) COMP.
022100         10  WS-NUM-ALL-COUNT    PIC 9(07) COMP.
022200         10  WS-NUM-XTR-COUNT    PIC 9(07) COMP.
022300         10  WS-NUM-QUE-COUNT    PIC 9(07) COMP.
022400         10  WS-NUM-VALUE-FLAG   PIC X(01).
022500             88  WS-NUM-VALUE-KNOWN          VALUE "Y".
022600         10  WS-NUM-STATUS       PIC X(01).
022700         10  WS-NUM-FACTORIAL    PIC 9(36).
022800         10  WS-NUM-MANTISSA     PIC 9(01)V9(15).
022900         10  WS-NUM-EXPONENT     PIC 9(04).
023000*
023100***************************************************************
023200*    CANCELLATION TABLE - THE QLGSNAP KEYS, EACH FLAGGED WHEN *
023300*    THE SAME KEY TURNS UP STILL ON THE QUEUE UNLOAD.  A FULL *
023400*    TABLE FAILS THE RUN RATHER THAN LEAVE A CANCELLATION     *
023500*    UNCHECKED.                                               *
023600***************************************************************
023700 77  WS-CAN-MAX                  PIC 9(04) COMP  VALUE 500.
023800 77  WS-CAN-COUNT                PIC 9(04) COMP  VALUE 0.
023900 77  WS-CAN-SUB                  PIC 9(04) COMP  VALUE 0.
024000 01  WS-CANCEL-TABLE.
024100     05  WS-CAN-ENTRY            OCCURS 500 TIMES.
024200         10  WS-CAN-KEY          PIC X(19).
024300         10  WS-CAN-QUEUED-FLAG  PIC X(01).
024400             88  WS-CAN-STILL-QUEUED         VALUE "Y".
024500*
024600***************************************************************
024700*    CONTROL TOTALS                                           *
024800***************************************************************
024900 77  WS-AUD-READ-COUNT           PIC 9(08) COMP  VALUE 0.
025000 77  WS-AUD-EXTRACTED-COUNT      PIC 9(08) COMP  VALUE 0.
025100 77  WS-AUD-PROCESSED-COUNT      PIC 9(08) COMP  VALUE 0.
025200 77  WS-AUD-DENIED-COUNT         PIC 9(08) COMP  VALUE 0.
025300 77  WS-XTR-COUNT                PIC 9(08) COMP  VALUE 0.
025400 77  WS-XTR-MISMATCH-COUNT       PIC 9(08) COMP  VALUE 0.
025500 77  WS-FEXC-COUNT               PIC 9(08) COMP  VALUE 0.
025600 77  WS-QUE-CONSUMED-COUNT       PIC 9(08) COMP  VALUE 0.
025700 77  WS-QUE-UNAUDITED-COUNT      PIC 9(08) COMP  VALUE 0.
025800 77  WS-QUE-HELD-COUNT           PIC 9(08) COMP  VALUE 0.
025900 77  WS-QLG-STILL-QUEUED-COUNT   PIC 9(08) COMP  VALUE 0.
026000 77  WS-CAU-COUNT                PIC 9(08) COMP  VALUE 0.
026100 77  WS-CEXC-COUNT               PIC 9(08) COMP  VALUE 0.
026200 77  WS-BREAK-COUNT              PIC 9(08) COMP  VALUE 0.
026300 77  WS-CHECK-COUNT              PIC 9(08) COMP  VALUE 0.
026400 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
026500 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
026600*
026700*    THE STATUS RECORD COUNTS OF THE TWO PROGRAMS CHECKED.
026800*    THE LAST RECORD FOR THE RUN DATE ON BALSTIN WINS, SO A
026900*    RESTARTED RUN IS JUDGED ON ITS FINAL STATUS.
027000 77  WS-FCALC-PROCESSED          PIC 9(08)       VALUE 0.
027100 77  WS-FCALC-REJECTED           PIC 9(08)       VALUE 0.
027200 77  WS-CCALC-PROCESSED          PIC 9(08)       VALUE 0.
027300 77  WS-CCALC-REJECTED           PIC 9(08)       VALUE 0.
027400*
027500***************************************************************
027600*    OWN RUN-STATUS RECORD, BUILT IN WORKING-STORAGE SO THE   *
027700*    FACTSTA LAYOUT CAN BE COPIED UNDER THE BALSTIN FD.       *
027800***************************************************************
027900 01  WS-OWN-STATUS-RECORD.
028000     05  OWN-RUN-DATE                PIC 9(08).
028100     05  OWN-PROGRAM                 PIC X(08).
028200     05  OWN-RECORDS-READ            PIC 9(08).
028300     05  OWN-RECORDS-PROCESSED       PIC 9(08).
028400     05  OWN-RECORDS-REJECTED        PIC 9(08).
028500     05  OWN-END-STATUS              PIC X(01).
028600     05  OWN-RETURN-CODE             PIC 9(04).
028700     05  FILLER                      PIC X(35)  VALUE SPACES.
028800*
028900***************************************************************
029000*    REPORT LINES                                             *
029100***************************************************************
029200 01  WS-TITLE-LINE.
029300     05  FILLER                  PIC X(01)   VALUE SPACE.
029400     05  FILLER                  PIC X(35)   VALUE
029500         "END-OF-DAY BALANCING - RUN DATE ".
029600     05  TTL-RUN-DATE            PIC 9(08).
029700     05  FILLER                  PIC X(36)   VALUE SPACES.
029800*
029900 01  WS-SECTION-LINE.
030000     05  FILLER                  PIC X(01)   VALUE SPACE.
030100     05  SEC-TEXT                PIC X(60)   VALUE SPACES.
030200     05  FILLER                  PIC X(19)   VALUE SPACES.
030300*
030400 01  WS-BREAK-HEADING-LINE.
030500     05  FILLER                  PIC X(01)   VALUE SPACE.
030600     05  FILLER                  PIC X(10)   VALUE "FILE".
030700     05  FILLER                  PIC X(23)   VALUE "ITEM".
030800     05  FILLER                  PIC X(10)   VALUE "  EXPECTED".
030900     05  FILLER                  PIC X(10)   VALUE "    ACTUAL".
031000     05  FILLER                  PIC X(26)   VALUE "  CONDITION".
031100*
031200 01  WS-BREAK-LINE.
031300     05  FILLER                  PIC X(01)   VALUE SPACE.
031400     05  BRK-FILE                PIC X(08).
031500     05  FILLER                  PIC X(02)   VALUE SPACES.
031600     05  BRK-ITEM                PIC X(21).
031700     05  FILLER                  PIC X(02)   VALUE SPACES.
031800     05  BRK-AMOUNTS.
031900         10  BRK-EXPECTED        PIC Z(07)9.
032000         10  FILLER              PIC X(02)   VALUE SPACES.
032100         10  BRK-ACTUAL          PIC Z(07)9.
032200     05  BRK-AMOUNTS-X REDEFINES BRK-AMOUNTS
032300                                 PIC X(18).
032400     05  FILLER                  PIC X(02)   VALUE SPACES.
032500     05  BRK-TEXT                PIC X(26).
032600*
032700*    THE ITEM COLUMN, IN ONE OF THREE FORMS.
032800 01  WS-NUMBER-ITEM.
032900     05  FILLER                  PIC X(07)   VALUE "NUMBER ".
033000     05  ITN-NUMBER              PIC 9(03).
033100     05  FILLER                  PIC X(11)   VALUE SPACES.
033200*
033300 01  WS-KEY-ITEM.
033400     05  ITK-NUMBER              PIC 9(03).
033500     05  FILLER                  PIC X(01)   VALUE SPACE.
033600     05  ITK-DATE                PIC 9(08).
033700     05  FILLER                  PIC X(01)   VALUE SPACE.
033800     05  ITK-TIME                PIC 9(08).
033900*
034000 01  WS-DATE-ITEM.
034100     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
034200     05  ITD-DATE                PIC 9(08).
034300     05  FILLER                  PIC X(04)   VALUE SPACES.
034400*
034500 01  WS-NONE-LINE.
034600     05  FILLER                  PIC X(01)   VALUE SPACE.
034700     05  FILLER                  PIC X(79)   VALUE
034800         "NONE - THE FILES ARE IN BALANCE".
034900*
035000 01  WS-CHECK-HEADING-LINE.
035100     05  FILLER                  PIC X(01)   VALUE SPACE.
035200     05  FILLER                  PIC X(34)   VALUE
035300         "CONTROL CHECK".
035400     05  FILLER                  PIC X(10)   VALUE "  EXPECTED".
035500     05  FILLER                  PIC X(10)   VALUE "    ACTUAL".
035600     05  FILLER                  PIC X(25)   VALUE "  RESULT".
035700*
035800 01  WS-CHECK-LINE.
035900     05  FILLER                  PIC X(01)   VALUE SPACE.
036000     05  CHK-LABEL               PIC X(34).
036100     05  CHK-EXPECTED            PIC Z(07)9.
036200     05  FILLER                  PIC X(02)   VALUE SPACES.
036300     05  CHK-ACTUAL              PIC Z(07)9.
036400     05  FILLER                  PIC X(02)   VALUE SPACES.
036500     05  CHK-RESULT              PIC X(14).
036600     05  FILLER                  PIC X(11)   VALUE SPACES.
036700*
036800*    THE CONTROL-CHECK LINES, HELD UNTIL THE BREAK LIST IS DONE.
036900 77  WS-CHECK-MAX                PIC 9(04) COMP  VALUE 10.
037000 77  WS-CHECK-SUB                PIC 9(04) COMP  VALUE 0.
037100 01  WS-CHECK-TABLE.
037200     05  WS-CHECK-SAVED          OCCURS 10 TIMES
037300                                 PIC X(80).
037400*
037500 01  WS-RESULT-LINE.
037600     05  FILLER                  PIC X(01)   VALUE SPACE.
037700     05  RES-TEXT                PIC X(70).
037800     05  FILLER                  PIC X(09)   VALUE SPACES.
037900*
038000 PROCEDURE DIVISION.
038100***************************************************************
038200*                                                             *
038300* 0000-MAINLINE.                                              *
038400*     CONTROLS THE BALANCING RUN FROM OPEN THROUGH CLOSE -    *
038500*     THE AUDIT TALLY FIRST, SINCE THE EXTRACT AND QUEUE      *
038600*     CHECKS ARE MADE AGAINST IT.                             *
038700*                                                             *
038800***************************************************************
038900 0000-MAINLINE.
039000     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
039100     IF NOT WS-RUN-FAILED
039200         PERFORM 2000-TALLY-AUDIT-TRAIL THRU 2000-EXIT
039300     END-IF
039400     IF NOT WS-RUN-FAILED
039500         PERFORM 3000-CHECK-EXTRACT THRU 3000-EXIT
039600     END-IF
039700     IF NOT WS-RUN-FAILED
039800         PERFORM 4000-CHECK-FACTCALC-STATUS THRU 4000-EXIT
039900     END-IF
040000     IF NOT WS-RUN-FAILED
040100         PERFORM 5000-CHECK-QUEUE THRU 5000-EXIT
040200     END-IF
040300     IF NOT WS-RUN-FAILED
040400         PERFORM 6000-CHECK-COMBINATIONS THRU 6000-EXIT
040500     END-IF
040600     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
040700     MOVE WS-END-RETURN-CODE TO RETURN-CODE
040800     STOP RUN.
040900*
041000***************************************************************
041100* 1000-INITIALIZE-RUN.                                        *
041200*     OPENS THE FILES, VERIFIES THE OPENS, SETTLES THE RUN    *
041300*     DATE TO BALANCE, AND PRINTS THE REPORT HEADING.         *
041400***************************************************************
041500 1000-INITIALIZE-RUN.
041600     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
041610*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
041620     IF WS-BUSDATE-REFUSED
041630         OPEN OUTPUT BALSTA
041640         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
041650         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
041660         CLOSE BALSTA
041670         MOVE WS-END-RETURN-CODE TO RETURN-CODE
041680         STOP RUN
041690     END-IF
041700     OPEN OUTPUT BALSTA
041800     OPEN INPUT  BALPARM
041900     OPEN INPUT  FACTAUD
042000     OPEN INPUT  FACTXTR
042100     OPEN INPUT  FACTEXC
042200     OPEN INPUT  BALSTIN
042300     OPEN INPUT  QUESNAP
042400     OPEN INPUT  QLGSNAP
042500     OPEN INPUT  COMBAUD
042600     OPEN INPUT  COMBEXC
042700     OPEN OUTPUT BALRPT
042800     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
042900     IF WS-RUN-FAILED
043000         GO TO 1000-EXIT
043100     END-IF
043200     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
043300     IF WS-RUN-FAILED
043400         GO TO 1000-EXIT
043500     END-IF
043600     DISPLAY "END-OF-DAY-BALANCING STARTING - RUN DATE "
043700         WS-RUN-DATE
043800     INITIALIZE WS-NUMBER-TABLE
043900     MOVE WS-RUN-DATE TO TTL-RUN-DATE
044000     WRITE FD-REPORT-LINE FROM WS-TITLE-LINE
044100         AFTER ADVANCING TO-NEW-PAGE
044200     MOVE "BALANCING BREAKS" TO SEC-TEXT
044300     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
044400         AFTER ADVANCING 2 LINES
044500     WRITE FD-REPORT-LINE FROM WS-BREAK-HEADING-LINE
044600         AFTER ADVANCING 2 LINES.
044700 1000-EXIT.
044800     EXIT.
044900*
045000***************************************************************
045100* 1025-VERIFY-OPENS.                                          *
045200*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  BALPARM IS   *
045300*     OPTIONAL AND MAY COME BACK "05" - NO CARD MEANS THE     *
045400*     BUSINESS DATE.  ANY FAILURE IS REPORTED ON THE CONSOLE  *
045500*     AND ENDS THE RUN WITH RETURN CODE 8 - A FILE THAT       *
045510*     CANNOT BE READ CANNOT BE PROVED, SO THE HOLD STANDS.    *
045600***************************************************************
045700 1025-VERIFY-OPENS.
045800     IF WS-FS-BALSTA NOT = "00"
045900         DISPLAY "BALSTA OPEN FAILED, STATUS " WS-FS-BALSTA
046000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046100     END-IF
046200     IF WS-FS-BALPARM NOT = "00" AND WS-FS-BALPARM NOT = "05"
046300         DISPLAY "BALPARM OPEN FAILED, STATUS " WS-FS-BALPARM
046400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046500     END-IF
046600     IF WS-FS-FACTAUD NOT = "00"
046700         DISPLAY "FACTAUD OPEN FAILED, STATUS " WS-FS-FACTAUD
046800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046900     END-IF
047000     IF WS-FS-FACTXTR NOT = "00"
047100         DISPLAY "FACTXTR OPEN FAILED, STATUS " WS-FS-FACTXTR
047200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
047300     END-IF
047400     IF WS-FS-FACTEXC NOT = "00"
047500         DISPLAY "FACTEXC OPEN FAILED, STATUS " WS-FS-FACTEXC
047600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
047700     END-IF
047800     IF WS-FS-BALSTIN NOT = "00"
047900         DISPLAY "BALSTIN OPEN FAILED, STATUS " WS-FS-BALSTIN
048000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048100     END-IF
048200     IF WS-FS-QUESNAP NOT = "00"
048300         DISPLAY "QUESNAP OPEN FAILED, STATUS " WS-FS-QUESNAP
048400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048500     END-IF
048600     IF WS-FS-QLGSNAP NOT = "00"
048700         DISPLAY "QLGSNAP OPEN FAILED, STATUS " WS-FS-QLGSNAP
048800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048900     END-IF
049000     IF WS-FS-COMBAUD NOT = "00"
049100         DISPLAY "COMBAUD OPEN FAILED, STATUS " WS-FS-COMBAUD
049200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049300     END-IF
049400     IF WS-FS-COMBEXC NOT = "00"
049500         DISPLAY "COMBEXC OPEN FAILED, STATUS " WS-FS-COMBEXC
049600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049700     END-IF
049800     IF WS-FS-BALRPT NOT = "00"
049900         DISPLAY "BALRPT OPEN FAILED, STATUS " WS-FS-BALRPT
050000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
050100     END-IF.
050200 1025-EXIT.
050300     EXIT.
050400*
050500 1027-FLAG-RUN-FAILED.
050600     SET WS-RUN-FAILED TO TRUE
050700     MOVE 8 TO WS-END-RETURN-CODE.
050800 1027-EXIT.
050900     EXIT.
051000*
051100***************************************************************
051200* 1100-READ-PARAMETER-CARD.                                   *
051300*     READS THE OPTIONAL BALPARM CARD NAMING THE RUN DATE TO  *
051400*     BALANCE.  THE NIGHTLY RUN SUPPLIES NO CARD (OR A BLANK  *
051500*     ONE) AND BALANCES THE BUSINESS DATE; A RERUN FOR AN     *
051600*     EARLIER NIGHT KEYS THAT DATE.  A NON-NUMERIC DATE       *
051610*     FAILS THE RUN.                                          *
051700***************************************************************
051800 1100-READ-PARAMETER-CARD.
051900     READ BALPARM
052000         AT END
052100             GO TO 1100-EXIT
052200     END-READ
052300     IF PRM-RUN-DATE-X = SPACES
052400         GO TO 1100-EXIT
052500     END-IF
052600     IF PRM-RUN-DATE NOT NUMERIC
052700         DISPLAY "END-OF-DAY-BALANCING: RUN DATE NOT NUMERIC: "
052800             PRM-RUN-DATE-X
052900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
053000         GO TO 1100-EXIT
053100     END-IF
053200     MOVE PRM-RUN-DATE TO WS-RUN-DATE.
053300 1100-EXIT.
053400     EXIT.
053500*
053600***************************************************************
053700* 2000-TALLY-AUDIT-TRAIL.                                     *
053800*     READS THE WHOLE FACTAUD CLUSTER AND TALLIES THE BATCH-   *
053900*     SOURCE RECORDS FOR THE RUN DATE BY NUMBER.  ONLINE      *
054000*     RECORDS NEVER REACH THE EXTRACT OR THE BATCH STATUS     *
054100*     COUNTS AND ARE PASSED OVER.                             *
054200***************************************************************
054300 2000-TALLY-AUDIT-TRAIL.
054400     MOVE "N" TO WS-EOF-SWITCH
054500     PERFORM 2050-READ-AUDIT THRU 2050-EXIT
054600     PERFORM 2100-TALLY-ONE-AUDIT THRU 2100-EXIT
054700         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED.
054800 2000-EXIT.
054900     EXIT.
055000*
055100 2050-READ-AUDIT.
055200     READ FACTAUD NEXT RECORD
055300         AT END
055400             SET WS-END-OF-FILE TO TRUE
055500             GO TO 2050-EXIT
055600     END-READ
055700     IF WS-FS-FACTAUD NOT = "00" AND WS-FS-FACTAUD NOT = "02"
055800         DISPLAY "FACTAUD READ FAILED, STATUS " WS-FS-FACTAUD
055900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
056000     END-IF.
056100 2050-EXIT.
056200     EXIT.
056300*
056400***************************************************************
056500* 2100-TALLY-ONE-AUDIT.                                       *
056600*     COUNTS ONE AUDIT RECORD.  EVERY BATCH RECORD FOR THE    *
056700*     DATE COUNTS TOWARD THE QUEUE CHECK; ALL BUT THE DENIED  *
056800*     ONES ARE THE RUN'S PROCESSED REQUESTS, AND EACH OF THOSE *
056900*     (VALID, APPROXIMATE OR OUT OF RANGE) MUST BE ON THE     *
057000*     EXTRACT, WHICH CARRIES ALL THREE.                       *
057010*     A RECORD BACKED OUT BY RUN-BACKOUT ("R") STILL          *
057020*     COUNTS - FACTCALC AND THE NIGHT'S FACTXTR BOTH          *
057030*     INCLUDE IT.                                             *
057100***************************************************************
057200 2100-TALLY-ONE-AUDIT.
057300     ADD 1 TO WS-AUD-READ-COUNT
057400     IF AUD-RUN-DATE NOT = WS-RUN-DATE OR NOT AUD-SOURCE-BATCH
057500         GO TO 2100-READ-NEXT
057600     END-IF
057700     COMPUTE WS-NUM-SUB = AUD-NUMBER + 1
057800     ADD 1 TO WS-NUM-ALL-COUNT (WS-NUM-SUB)
057900     IF AUD-STATUS-DENIED
058000         ADD 1 TO WS-AUD-DENIED-COUNT
058100         GO TO 2100-READ-NEXT
058200     END-IF
058300     ADD 1 TO WS-AUD-PROCESSED-COUNT
058400     ADD 1 TO WS-AUD-EXTRACTED-COUNT
058500     ADD 1 TO WS-NUM-AUD-COUNT (WS-NUM-SUB)
058600     IF NOT WS-NUM-VALUE-KNOWN (WS-NUM-SUB)
058700         MOVE "Y"           TO WS-NUM-VALUE-FLAG (WS-NUM-SUB)
058800         MOVE AUD-STATUS    TO WS-NUM-STATUS (WS-NUM-SUB)
058900         MOVE AUD-FACTORIAL TO WS-NUM-FACTORIAL (WS-NUM-SUB)
059000         MOVE AUD-MANTISSA  TO WS-NUM-MANTISSA (WS-NUM-SUB)
059100         MOVE AUD-EXPONENT  TO WS-NUM-EXPONENT (WS-NUM-SUB)
059200     END-IF.
059300 2100-READ-NEXT.
059400     PERFORM 2050-READ-AUDIT THRU 2050-EXIT.
059500 2100-EXIT.
059600     EXIT.
059700*
059800***************************************************************
059900* 3000-CHECK-EXTRACT.                                         *
060000*     READS THE FACTXTR EXTRACT, CHECKING EACH RECORD'S       *
060100*     RESULT AGAINST THE AUDIT TRAIL, THEN COMPARES THE       *
060200*     EXTRACT AND AUDIT COUNTS NUMBER BY NUMBER.              *
060300***************************************************************
060400 3000-CHECK-EXTRACT.
060500     MOVE "N" TO WS-EOF-SWITCH
060600     PERFORM 3050-READ-EXTRACT THRU 3050-EXIT
060700     PERFORM 3100-CHECK-ONE-EXTRACT THRU 3100-EXIT
060800         UNTIL WS-END-OF-FILE
060900     PERFORM 3200-COMPARE-EXTRACT-COUNT THRU 3200-EXIT
061000         VARYING WS-NUM-SUB FROM 1 BY 1
061100         UNTIL WS-NUM-SUB > WS-NUM-MAX
061200     ADD 1 TO WS-CHECK-COUNT
061300     MOVE "FACTAUD RESULTS / FACTXTR"    TO CHK-LABEL
061400     MOVE WS-AUD-EXTRACTED-COUNT TO CHK-EXPECTED
061500     MOVE WS-XTR-COUNT           TO CHK-ACTUAL
061600     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT.
061700 3000-EXIT.
061800     EXIT.
061900*
062000 3050-READ-EXTRACT.
062100     READ FACTXTR
062200         AT END
062300             SET WS-END-OF-FILE TO TRUE
062400     END-READ.
062500 3050-EXIT.
062600     EXIT.
062700*
062800***************************************************************
062900* 3100-CHECK-ONE-EXTRACT.                                     *
063000*     AN EXTRACT RECORD FOR ANOTHER DATE IS A BREAK IN ITS    *
063100*     OWN RIGHT - IT WOULD GO TO ACTUARIAL UNDER THE WRONG    *
063200*     NIGHT.  OTHERWISE THE RECORD IS COUNTED AGAINST ITS     *
063300*     NUMBER AND ITS RESULT MUST EQUAL THE AUDIT RESULT.  A   *
063400*     NUMBER WITH NO AUDIT RECORD AT ALL SHOWS UP IN THE      *
063500*     COUNT COMPARISON INSTEAD.                               *
063510*     A BACKED-OUT ("R") AUDIT RECORD IS COMPARED ON ITS      *
063520*     RESULT ONLY - FACTXTR STILL CARRIES ITS ORIGINAL        *
063530*     STATUS.                                                 *
063600***************************************************************
063700 3100-CHECK-ONE-EXTRACT.
063800     ADD 1 TO WS-XTR-COUNT
063900     IF EXT-RUN-DATE NOT = WS-RUN-DATE
064000         MOVE "FACTXTR"           TO BRK-FILE
064100         MOVE EXT-RUN-DATE        TO ITD-DATE
064200         MOVE WS-DATE-ITEM        TO BRK-ITEM
064300         MOVE SPACES              TO BRK-AMOUNTS-X
064400         MOVE "EXTRACT FOR ANOTHER DATE" TO BRK-TEXT
064500         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
064600         GO TO 3100-READ-NEXT
064700     END-IF
064800     COMPUTE WS-NUM-SUB = EXT-NUMBER + 1
064900     ADD 1 TO WS-NUM-XTR-COUNT (WS-NUM-SUB)
065000     IF NOT WS-NUM-VALUE-KNOWN (WS-NUM-SUB)
065100         GO TO 3100-READ-NEXT
065200     END-IF
065210*    RUN-BACKOUT CHANGES ONLY AUD-STATUS, SO A NUMBER BACKED OUT
065220*    SINCE THE EXTRACT WAS WRITTEN IS COMPARED ON THE RESULT
065230*    FIELDS ALONE.
065300     IF (EXT-STATUS NOT = WS-NUM-STATUS (WS-NUM-SUB)
065310         AND WS-NUM-STATUS (WS-NUM-SUB) NOT = "R")
065400         OR EXT-FACTORIAL NOT = WS-NUM-FACTORIAL (WS-NUM-SUB)
065500         OR EXT-MANTISSA  NOT = WS-NUM-MANTISSA (WS-NUM-SUB)
065600         OR EXT-EXPONENT  NOT = WS-NUM-EXPONENT (WS-NUM-SUB)
065700         ADD 1 TO WS-XTR-MISMATCH-COUNT
065800         MOVE "FACTXTR"           TO BRK-FILE
065900         MOVE EXT-NUMBER          TO ITN-NUMBER
066000         MOVE WS-NUMBER-ITEM      TO BRK-ITEM
066100         MOVE SPACES              TO BRK-AMOUNTS-X
066200         MOVE "RESULT DIFFERS FROM AUDIT" TO BRK-TEXT
066300         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
066400     END-IF.
066500 3100-READ-NEXT.
066600     PERFORM 3050-READ-EXTRACT THRU 3050-EXIT.
066700 3100-EXIT.
066800     EXIT.
066900*
067000 3200-COMPARE-EXTRACT-COUNT.
067100     IF WS-NUM-AUD-COUNT (WS-NUM-SUB)
067200             NOT = WS-NUM-XTR-COUNT (WS-NUM-SUB)
067300         MOVE "FACTXTR"           TO BRK-FILE
067400         COMPUTE ITN-NUMBER = WS-NUM-SUB - 1
067500         MOVE WS-NUMBER-ITEM      TO BRK-ITEM
067600         MOVE WS-NUM-AUD-COUNT (WS-NUM-SUB) TO BRK-EXPECTED
067700         MOVE WS-NUM-XTR-COUNT (WS-NUM-SUB) TO BRK-ACTUAL
067800         MOVE "EXTRACT COUNT NOT AUDIT" TO BRK-TEXT
067900         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
068000     END-IF.
068100 3200-EXIT.
068200     EXIT.
068300*
068400***************************************************************
068500* 4000-CHECK-FACTCALC-STATUS.                                 *
068600*     PICKS THE FACTCALC AND COMBCALC RECORDS FOR THE RUN     *
068700*     DATE OFF BALSTIN, COUNTS FACTEXC, AND TIES THE FACTCALC *
068800*     PROCESSED COUNT TO THE NON-DENIED BATCH AUDIT RECORDS   *
068900*     AND ITS REJECTED COUNT TO THE EXCEPTION FILE.  NO       *
069000*     FACTCALC RECORD FOR THE DATE IS ITSELF A BREAK.         *
069100***************************************************************
069200 4000-CHECK-FACTCALC-STATUS.
069300     MOVE "N" TO WS-EOF-SWITCH
069400     PERFORM 4050-READ-STATUS THRU 4050-EXIT
069500     PERFORM 4100-KEEP-ONE-STATUS THRU 4100-EXIT
069600         UNTIL WS-END-OF-FILE
069700     MOVE "N" TO WS-EOF-SWITCH
069800     PERFORM 4250-READ-FACT-EXCEPTION THRU 4250-EXIT
069900     PERFORM 4200-COUNT-FACT-EXCEPTION THRU 4200-EXIT
070000         UNTIL WS-END-OF-FILE
070100     IF NOT WS-FACTCALC-FOUND
070200         MOVE "FACTSTA"           TO BRK-FILE
070300         MOVE "FACTCALC"          TO BRK-ITEM
070400         MOVE SPACES              TO BRK-AMOUNTS-X
070500         MOVE "NO STATUS FOR RUN DATE" TO BRK-TEXT
070600         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
070700     END-IF
070800     IF WS-FCALC-PROCESSED NOT = WS-AUD-PROCESSED-COUNT
070900         MOVE "FACTSTA"           TO BRK-FILE
071000         MOVE "FACTCALC PROCESSED" TO BRK-ITEM
071100         MOVE WS-FCALC-PROCESSED  TO BRK-EXPECTED
071200         MOVE WS-AUD-PROCESSED-COUNT TO BRK-ACTUAL
071300         MOVE "DIFFERS FROM FACTAUD" TO BRK-TEXT
071400         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
071500     END-IF
071600     IF WS-FCALC-REJECTED NOT = WS-FEXC-COUNT
071700         MOVE "FACTSTA"           TO BRK-FILE
071800         MOVE "FACTCALC REJECTED" TO BRK-ITEM
071900         MOVE WS-FCALC-REJECTED   TO BRK-EXPECTED
072000         MOVE WS-FEXC-COUNT       TO BRK-ACTUAL
072100         MOVE "DIFFERS FROM FACTEXC" TO BRK-TEXT
072200         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
072300     END-IF
072400     ADD 1 TO WS-CHECK-COUNT
072500     MOVE "FACTCALC PROCESSED / FACTAUD" TO CHK-LABEL
072600     MOVE WS-FCALC-PROCESSED     TO CHK-EXPECTED
072700     MOVE WS-AUD-PROCESSED-COUNT TO CHK-ACTUAL
072800     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT
072900     ADD 1 TO WS-CHECK-COUNT
073000     MOVE "FACTCALC REJECTED / FACTEXC"  TO CHK-LABEL
073100     MOVE WS-FCALC-REJECTED      TO CHK-EXPECTED
073200     MOVE WS-FEXC-COUNT          TO CHK-ACTUAL
073300     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT.
073400 4000-EXIT.
073500     EXIT.
073600*
073700 4050-READ-STATUS.
073800     READ BALSTIN
073900         AT END
074000             SET WS-END-OF-FILE TO TRUE
074100     END-READ.
074200 4050-EXIT.
074300     EXIT.
074400*
074500 4100-KEEP-ONE-STATUS.
074600     IF STA-RUN-DATE = WS-RUN-DATE
074700         EVALUATE STA-PROGRAM
074800             WHEN "FACTCALC"
074900                 SET WS-FACTCALC-FOUND TO TRUE
075000                 MOVE STA-RECORDS-PROCESSED TO WS-FCALC-PROCESSED
075100                 MOVE STA-RECORDS-REJECTED  TO WS-FCALC-REJECTED
075200             WHEN "COMBCALC"
075300                 SET WS-COMBCALC-FOUND TO TRUE
075400                 MOVE STA-RECORDS-PROCESSED TO WS-CCALC-PROCESSED
075500                 MOVE STA-RECORDS-REJECTED  TO WS-CCALC-REJECTED
075600         END-EVALUATE
075700     END-IF
075800     PERFORM 4050-READ-STATUS THRU 4050-EXIT.
075900 4100-EXIT.
076000     EXIT.
076100*
076200 4200-COUNT-FACT-EXCEPTION.
076300     ADD 1 TO WS-FEXC-COUNT
076400     PERFORM 4250-READ-FACT-EXCEPTION THRU 4250-EXIT.
076500 4200-EXIT.
076600     EXIT.
076700*
076800 4250-READ-FACT-EXCEPTION.
076900     READ FACTEXC
077000         AT END
077100             SET WS-END-OF-FILE TO TRUE
077200     END-READ.
077300 4250-EXIT.
077400     EXIT.
077500*
077600***************************************************************
077700* 5000-CHECK-QUEUE.                                           *
077800*     LOADS THE CANCELLATION LOG UNLOAD, THEN READS THE       *
077900*     QUEUE UNLOAD.  A HELD REQUEST SAT OUT THE RUN; EVERY    *
078000*     OTHER ONE WAS CONSUMED BY IT, AND EVERY CONSUMED NUMBER *
078100*     MUST HAVE AT LEAST AS MANY BATCH AUDIT RECORDS (OF ANY  *
078200*     STATUS - A DENIED REQUEST IS AUDITED TOO) AS IT HAD     *
078300*     QUEUE ENTRIES.  A CANCELLATION WHOSE KEY IS STILL ON    *
078400*     THE QUEUE WAS LOGGED BUT NEVER TAKEN OFF, AND RAN.      *
078500***************************************************************
078600 5000-CHECK-QUEUE.
078700     MOVE "N" TO WS-EOF-SWITCH
078800     PERFORM 5150-READ-CANCEL-LOG THRU 5150-EXIT
078900     PERFORM 5100-LOAD-ONE-CANCEL THRU 5100-EXIT
079000         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
079100     IF WS-RUN-FAILED
079200         GO TO 5000-EXIT
079300     END-IF
079400     MOVE "N" TO WS-EOF-SWITCH
079500     PERFORM 5250-READ-QUEUE THRU 5250-EXIT
079600     PERFORM 5200-CHECK-ONE-QUEUED THRU 5200-EXIT
079700         UNTIL WS-END-OF-FILE
079800     PERFORM 5400-COMPARE-QUEUE-COUNT THRU 5400-EXIT
079900         VARYING WS-NUM-SUB FROM 1 BY 1
080000         UNTIL WS-NUM-SUB > WS-NUM-MAX
080100     PERFORM 5500-REPORT-ONE-CANCEL THRU 5500-EXIT
080200         VARYING WS-CAN-SUB FROM 1 BY 1
080300         UNTIL WS-CAN-SUB > WS-CAN-COUNT
080400     ADD 1 TO WS-CHECK-COUNT
080500     MOVE "QUEUE CONSUMED / AUDITED"     TO CHK-LABEL
080600     MOVE WS-QUE-CONSUMED-COUNT  TO CHK-EXPECTED
080700     COMPUTE CHK-ACTUAL =
080800         WS-QUE-CONSUMED-COUNT - WS-QUE-UNAUDITED-COUNT
080900     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT
081000     ADD 1 TO WS-CHECK-COUNT
081100     MOVE "QUEUE CANCELLED / OFF QUEUE"  TO CHK-LABEL
081200     MOVE WS-CAN-COUNT           TO CHK-EXPECTED
081300     COMPUTE CHK-ACTUAL =
081400         WS-CAN-COUNT - WS-QLG-STILL-QUEUED-COUNT
081500     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT.
081600 5000-EXIT.
081700     EXIT.
081800*
081900 5100-LOAD-ONE-CANCEL.
082000     IF WS-CAN-COUNT = WS-CAN-MAX
082100         DISPLAY "END-OF-DAY-BALANCING: CANCEL TABLE FULL AT "
082200             WS-CAN-MAX
082300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
082400         GO TO 5100-EXIT
082500     END-IF
082600     ADD 1 TO WS-CAN-COUNT
082700     MOVE QLG-KEY TO WS-CAN-KEY (WS-CAN-COUNT)
082800     MOVE "N"     TO WS-CAN-QUEUED-FLAG (WS-CAN-COUNT)
082900     PERFORM 5150-READ-CANCEL-LOG THRU 5150-EXIT.
083000 5100-EXIT.
083100     EXIT.
083200*
083300 5150-READ-CANCEL-LOG.
083400     READ QLGSNAP
083500         AT END
083600             SET WS-END-OF-FILE TO TRUE
083700     END-READ.
083800 5150-EXIT.
083900     EXIT.
084000*
084100 5200-CHECK-ONE-QUEUED.
084200     MOVE "N" TO WS-CANCEL-SWITCH
084300     PERFORM 5300-MATCH-ONE-CANCEL THRU 5300-EXIT
084400         VARYING WS-CAN-SUB FROM 1 BY 1
084500         UNTIL WS-CAN-SUB > WS-CAN-COUNT OR WS-CANCEL-FOUND
084600     IF QUE-HELD
084700         ADD 1 TO WS-QUE-HELD-COUNT
084800     ELSE
084900         ADD 1 TO WS-QUE-CONSUMED-COUNT
085000         COMPUTE WS-NUM-SUB = QUE-NUMBER + 1
085100         ADD 1 TO WS-NUM-QUE-COUNT (WS-NUM-SUB)
085200     END-IF
085300     PERFORM 5250-READ-QUEUE THRU 5250-EXIT.
085400 5200-EXIT.
085500     EXIT.
085600*
085700 5250-READ-QUEUE.
085800     READ QUESNAP
085900         AT END
086000             SET WS-END-OF-FILE TO TRUE
086100     END-READ.
086200 5250-EXIT.
086300     EXIT.
086400*
086500 5300-MATCH-ONE-CANCEL.
086600     IF WS-CAN-KEY (WS-CAN-SUB) = QUE-KEY
086700         SET WS-CANCEL-FOUND TO TRUE
086800         MOVE "Y" TO WS-CAN-QUEUED-FLAG (WS-CAN-SUB)
086900     END-IF.
087000 5300-EXIT.
087100     EXIT.
087200*
087300 5400-COMPARE-QUEUE-COUNT.
087400     IF WS-NUM-QUE-COUNT (WS-NUM-SUB)
087500             > WS-NUM-ALL-COUNT (WS-NUM-SUB)
087600         COMPUTE WS-QUE-UNAUDITED-COUNT = WS-QUE-UNAUDITED-COUNT
087700             + WS-NUM-QUE-COUNT (WS-NUM-SUB)
087800             - WS-NUM-ALL-COUNT (WS-NUM-SUB)
087900         MOVE "FACTQUE"           TO BRK-FILE
088000         COMPUTE ITN-NUMBER = WS-NUM-SUB - 1
088100         MOVE WS-NUMBER-ITEM      TO BRK-ITEM
088200         MOVE WS-NUM-QUE-COUNT (WS-NUM-SUB) TO BRK-EXPECTED
088300         MOVE WS-NUM-ALL-COUNT (WS-NUM-SUB) TO BRK-ACTUAL
088400         MOVE "QUEUED, NOT AUDITED"  TO BRK-TEXT
088500         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
088600     END-IF.
088700 5400-EXIT.
088800     EXIT.
088900*
089000 5500-REPORT-ONE-CANCEL.
089100     IF NOT WS-CAN-STILL-QUEUED (WS-CAN-SUB)
089200         GO TO 5500-EXIT
089300     END-IF
089400     ADD 1 TO WS-QLG-STILL-QUEUED-COUNT
089500     MOVE WS-CAN-KEY (WS-CAN-SUB) TO QLG-KEY
089600     MOVE QLG-NUMBER              TO ITK-NUMBER
089700     MOVE QLG-REQ-DATE            TO ITK-DATE
089800     MOVE QLG-TIME-STAMP          TO ITK-TIME
089900     MOVE "FACTQLG"               TO BRK-FILE
090000     MOVE WS-KEY-ITEM             TO BRK-ITEM
090100     MOVE SPACES                  TO BRK-AMOUNTS-X
090200     MOVE "CANCELLED BUT STILL QUEUED" TO BRK-TEXT
090300     PERFORM 7000-PRINT-BREAK THRU 7000-EXIT.
090400 5500-EXIT.
090500     EXIT.
090600*
090700***************************************************************
090800* 6000-CHECK-COMBINATIONS.                                    *
090900*     TIES THE COMBCALC STATUS RECORD TO THE BATCH COMBAUD    *
091000*     RECORDS FOR THE DATE AND TO COMBEXC, AS 4000 DOES FOR   *
091100*     FACTCALC.  A NIGHT WITH NO COMBIN DECK LEAVES NEITHER A *
091200*     COMBCALC RECORD NOR ANY COMBAUD RECORDS AND IS NOT A    *
091300*     BREAK; AUDIT RECORDS WITH NO STATUS RECORD ARE.         *
091400***************************************************************
091500 6000-CHECK-COMBINATIONS.
091600     MOVE "N" TO WS-EOF-SWITCH
091700     PERFORM 6050-READ-COMB-AUDIT THRU 6050-EXIT
091800     PERFORM 6100-COUNT-ONE-COMB-AUDIT THRU 6100-EXIT
091900         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
092000     IF WS-RUN-FAILED
092100         GO TO 6000-EXIT
092200     END-IF
092300     MOVE "N" TO WS-EOF-SWITCH
092400     PERFORM 6250-READ-COMB-EXCEPTION THRU 6250-EXIT
092500     PERFORM 6200-COUNT-COMB-EXCEPTION THRU 6200-EXIT
092600         UNTIL WS-END-OF-FILE
092700     IF NOT WS-COMBCALC-FOUND
092800             AND (WS-CAU-COUNT > 0 OR WS-CEXC-COUNT > 0)
092900         MOVE "COMBSTA"           TO BRK-FILE
093000         MOVE "COMBCALC"          TO BRK-ITEM
093100         MOVE SPACES              TO BRK-AMOUNTS-X
093200         MOVE "NO STATUS FOR RUN DATE" TO BRK-TEXT
093300         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
093400     END-IF
093500     IF WS-CCALC-PROCESSED NOT = WS-CAU-COUNT
093600         MOVE "COMBSTA"           TO BRK-FILE
093700         MOVE "COMBCALC PROCESSED" TO BRK-ITEM
093800         MOVE WS-CCALC-PROCESSED  TO BRK-EXPECTED
093900         MOVE WS-CAU-COUNT        TO BRK-ACTUAL
094000         MOVE "DIFFERS FROM COMBAUD" TO BRK-TEXT
094100         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
094200     END-IF
094300     IF WS-CCALC-REJECTED NOT = WS-CEXC-COUNT
094400         MOVE "COMBSTA"           TO BRK-FILE
094500         MOVE "COMBCALC REJECTED" TO BRK-ITEM
094600         MOVE WS-CCALC-REJECTED   TO BRK-EXPECTED
094700         MOVE WS-CEXC-COUNT       TO BRK-ACTUAL
094800         MOVE "DIFFERS FROM COMBEXC" TO BRK-TEXT
094900         PERFORM 7000-PRINT-BREAK THRU 7000-EXIT
095000     END-IF
095100     ADD 1 TO WS-CHECK-COUNT
095200     MOVE "COMBCALC PROCESSED / COMBAUD" TO CHK-LABEL
095300     MOVE WS-CCALC-PROCESSED     TO CHK-EXPECTED
095400     MOVE WS-CAU-COUNT           TO CHK-ACTUAL
095500     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT
095600     ADD 1 TO WS-CHECK-COUNT
095700     MOVE "COMBCALC REJECTED / COMBEXC"  TO CHK-LABEL
095800     MOVE WS-CCALC-REJECTED      TO CHK-EXPECTED
095900     MOVE WS-CEXC-COUNT          TO CHK-ACTUAL
096000     PERFORM 7100-SAVE-CHECK-LINE THRU 7100-EXIT.
096100 6000-EXIT.
096200     EXIT.
096300*
096400 6050-READ-COMB-AUDIT.
096500     READ COMBAUD NEXT RECORD
096600         AT END
096700             SET WS-END-OF-FILE TO TRUE
096800             GO TO 6050-EXIT
096900     END-READ
097000     IF WS-FS-COMBAUD NOT = "00"
097100         DISPLAY "COMBAUD READ FAILED, STATUS " WS-FS-COMBAUD
097200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
097300     END-IF.
097400 6050-EXIT.
097500     EXIT.
097600*
097700 6100-COUNT-ONE-COMB-AUDIT.
097800     IF CAU-RUN-DATE = WS-RUN-DATE AND CAU-SOURCE-BATCH
097900         ADD 1 TO WS-CAU-COUNT
098000     END-IF
098100     PERFORM 6050-READ-COMB-AUDIT THRU 6050-EXIT.
098200 6100-EXIT.
098300     EXIT.
098400*
098500 6200-COUNT-COMB-EXCEPTION.
098600     ADD 1 TO WS-CEXC-COUNT
098700     PERFORM 6250-READ-COMB-EXCEPTION THRU 6250-EXIT.
098800 6200-EXIT.
098900     EXIT.
099000*
099100 6250-READ-COMB-EXCEPTION.
099200     READ COMBEXC
099300         AT END
099400             SET WS-END-OF-FILE TO TRUE
099500     END-READ.
099600 6250-EXIT.
099700     EXIT.
099800*
099900***************************************************************
100000* 7000-PRINT-BREAK.                                           *
100100*     PRINTS ONE BREAK LINE - THE CALLER HAS FILLED IN THE    *
100200*     FILE, ITEM, AMOUNTS AND CONDITION - AND COUNTS IT.      *
100300***************************************************************
100400 7000-PRINT-BREAK.
100500     WRITE FD-REPORT-LINE FROM WS-BREAK-LINE
100600         AFTER ADVANCING 1 LINE
100700     ADD 1 TO WS-BREAK-COUNT.
100800 7000-EXIT.
100900     EXIT.
101000*
101100***************************************************************
101200* 7100-SAVE-CHECK-LINE.                                       *
101300*     HOLDS ONE CONTROL-CHECK RESULT FOR THE SUMMARY.  THE    *
101400*     SUMMARY PRINTS AFTER THE BREAK LIST, SO EACH LINE IS    *
101500*     SAVED IN THE CHECK TABLE UNTIL 9100 PRINTS THEM.        *
101600***************************************************************
101700 7100-SAVE-CHECK-LINE.
101800     IF CHK-EXPECTED = CHK-ACTUAL
101900         MOVE "IN BALANCE"     TO CHK-RESULT
102000     ELSE
102100         MOVE "OUT OF BALANCE" TO CHK-RESULT
102200     END-IF
102300     MOVE WS-CHECK-LINE TO WS-CHECK-SAVED (WS-CHECK-COUNT).
102400 7100-EXIT.
102500     EXIT.
102600*
102700***************************************************************
102800* 9000-TERMINATE-RUN.                                         *
102900*     SETTLES THE ENDING STATUS, PRINTS THE CONTROL-CHECK     *
103000*     SUMMARY, WRITES THE RUN-STATUS RECORD, AND CLOSES ALL   *
103100*     FILES.                                                  *
103200***************************************************************
103300 9000-TERMINATE-RUN.
103400     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
103500     IF WS-FS-BALRPT = "00"
103600         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
103700     END-IF
103800     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
103900     DISPLAY "END-OF-DAY-BALANCING ENDED - CHECKS "
104000         WS-CHECK-COUNT "  BREAKS " WS-BREAK-COUNT
104100     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
104200     CLOSE BALPARM
104300     CLOSE FACTAUD
104400     CLOSE FACTXTR
104500     CLOSE FACTEXC
104600     CLOSE BALSTIN
104700     CLOSE QUESNAP
104800     CLOSE QLGSNAP
104900     CLOSE COMBAUD
105000     CLOSE COMBEXC
105100     CLOSE BALRPT
105200     CLOSE BALSTA.
105300 9000-EXIT.
105400     EXIT.
105500*
105600***************************************************************
105700* 9100-PRINT-TOTALS.                                          *
105800*     CLOSES THE BREAK LIST, PRINTS THE CONTROL-CHECK         *
105900*     SUMMARY SAVED BY 7100, AND THE BALANCING RESULT.        *
106000***************************************************************
106100 9100-PRINT-TOTALS.
106200     IF WS-BREAK-COUNT = 0 AND NOT WS-RUN-FAILED
106300         WRITE FD-REPORT-LINE FROM WS-NONE-LINE
106400             AFTER ADVANCING 1 LINE
106500     END-IF
106600     MOVE "CONTROL CHECKS" TO SEC-TEXT
106700     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
106800         AFTER ADVANCING 3 LINES
106900     WRITE FD-REPORT-LINE FROM WS-CHECK-HEADING-LINE
107000         AFTER ADVANCING 2 LINES
107100     PERFORM 9150-PRINT-ONE-CHECK THRU 9150-EXIT
107200         VARYING WS-CHECK-SUB FROM 1 BY 1
107300         UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
107400     MOVE SPACES TO WS-RESULT-LINE
107500     EVALUATE TRUE
107600         WHEN WS-BREAK-COUNT > 0
107700             MOVE
107800                 "*** OUT OF BALANCE - EXTRACT/CHARGEBACK HELD"
107900                 TO RES-TEXT
108000         WHEN WS-RUN-FAILED
108100             MOVE "*** RUN FAILED - EXTRACT/CHARGEBACK HELD"
108200                 TO RES-TEXT
108300         WHEN OTHER
108400             MOVE "ALL FILES IN BALANCE FOR THE RUN DATE"
108500                 TO RES-TEXT
108600     END-EVALUATE
108700     WRITE FD-REPORT-LINE FROM WS-RESULT-LINE
108800         AFTER ADVANCING 2 LINES.
108900 9100-EXIT.
109000     EXIT.
109100*
109200 9150-PRINT-ONE-CHECK.
109300     WRITE FD-REPORT-LINE FROM WS-CHECK-SAVED (WS-CHECK-SUB)
109400         AFTER ADVANCING 1 LINE.
109500 9150-EXIT.
109600     EXIT.
109700*
109800***************************************************************
109900* 9400-SET-ENDING-STATUS.                                     *
110000*     SETTLES THE RUN'S ENDING STATUS AND RETURN CODE.  ANY   *
110100*     BREAK IS 8 - THE SUITE MONITOR THEN HOLDS THE EXTRACT   *
110200*     TRANSMISSION AND THE CHARGEBACK.  THERE IS NO 4: THE    *
110300*     FILES EITHER AGREE OR THEY DO NOT.                      *
110400***************************************************************
110500 9400-SET-ENDING-STATUS.
110600     IF WS-RUN-FAILED
110700         GO TO 9400-EXIT
110800     END-IF
110900     IF WS-BREAK-COUNT > 0
111000         DISPLAY "END-OF-DAY-BALANCING: FILES OUT OF BALANCE"
111100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
111200         GO TO 9400-EXIT
111300     END-IF
111400     MOVE 0 TO WS-END-RETURN-CODE.
111500 9400-EXIT.
111600     EXIT.
111700*
111800***************************************************************
111900* 9500-WRITE-STATUS-RECORD.                                   *
112000*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO BALSTA FOR *
112100*     THE AUTOMATION PACKAGE AND THE SUITE MONITOR.  READ IS  *
112200*     THE AUDIT RECORDS FOR THE DATE, PROCESSED THE CONTROL   *
112300*     CHECKS MADE, REJECTED THE BREAKS.  SKIPPED ONLY WHEN    *
112400*     BALSTA ITSELF COULD NOT BE OPENED - THE RETURN CODE     *
112500*     STILL CARRIES THE FAILURE.                              *
112600***************************************************************
112700 9500-WRITE-STATUS-RECORD.
112800     IF WS-FS-BALSTA NOT = "00"
112900         GO TO 9500-EXIT
113000     END-IF
113100     MOVE SPACES             TO WS-OWN-STATUS-RECORD
113200     MOVE WS-RUN-DATE        TO OWN-RUN-DATE
113300     MOVE "EODBALNC"         TO OWN-PROGRAM
113400     COMPUTE OWN-RECORDS-READ =
113500         WS-AUD-PROCESSED-COUNT + WS-AUD-DENIED-COUNT
113600     MOVE WS-CHECK-COUNT     TO OWN-RECORDS-PROCESSED
113700     MOVE WS-BREAK-COUNT     TO OWN-RECORDS-REJECTED
113800     EVALUATE WS-END-RETURN-CODE
113900         WHEN 0     MOVE "C" TO OWN-END-STATUS
114000         WHEN 4     MOVE "E" TO OWN-END-STATUS
114100         WHEN OTHER MOVE "F" TO OWN-END-STATUS
114200     END-EVALUATE
114300     MOVE WS-END-RETURN-CODE TO OWN-RETURN-CODE
114400     WRITE FD-OWN-STATUS-RECORD FROM WS-OWN-STATUS-RECORD.
114500 9500-EXIT.
114600     EXIT.
114700*
114800***************************************************************
114900* READ-BUSINESS-DATE.                                         *
115000*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
115100*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
115200*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
115300*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
115400***************************************************************
115500 COPY FACTBDR.
