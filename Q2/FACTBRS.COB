000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     STATEMENT-BURST.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  BURSTS THE CHGRPT       *
001800*                   STATEMENT PRINT FILE WRITTEN BY AUDIT-    *
001900*                   CHARGEBACK-REPORT, WHICH UNTIL NOW WAS    *
002000*                   SPLIT BY HAND.  EACH USERID'S STATEMENT   *
002100*                   IS ROUTED BY THE NEW FACTDST DISTRIBUTION *
002200*                   MASTER (LAYOUT IN FACTDST.CPY) - ITS      *
002300*                   DESTINATION, COPIES AND CONTACT - AND     *
002400*                   USERIDS OF ONE DEPARTMENT ROLL UP INTO A  *
002500*                   SINGLE BUNDLE.  THE BUNDLES GO TO THE     *
002600*                   BRSOUT FEED (LAYOUT IN FACTBSO.CPY), EACH *
002700*                   BEHIND A ROUTING PAGE, FOR THE PRINT      *
002800*                   DISTRIBUTION STEP.  A USERID NOT ON       *
002900*                   FACTDST GOES TO THE OPERATIONS            *
003000*                   DESTINATION ON THE "*DEFAULT" RECORD.     *
003100*                   THE BRSMAN MANIFEST LISTS EVERY STATEMENT *
003200*                   WITH ITS BUNDLE, DESTINATION, PAGE COUNT  *
003300*                   AND CHGINV INVOICE AMOUNT, FLAGS DEFAULT  *
003400*                   ROUTING, AND TIES THE STATEMENTS TO THE   *
003500*                   CHGRPT GRAND TOTAL PAGE AND TO CHGINV.    *
003600*                   RUN-STATUS RECORD ON BRSSTA, PROGRAM      *
003700*                   STMTBRST - E/0004 WHEN A STATEMENT WAS    *
003800*                   ROUTED BY DEFAULT OR NEEDS A LOOK, F/0008 *
003900*                   WHEN THE TIE FAILS OR A FILE FAILED.      *
004000***************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.    IBM-370.
004400 OBJECT-COMPUTER.    IBM-370.
004500 SPECIAL-NAMES.
004600     C01 IS TO-NEW-PAGE.
004700*
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CHGRPT   ASSIGN TO "CHGRPT"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-CHGRPT.
005300
005400     SELECT CHGINV   ASSIGN TO "CHGINV"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-CHGINV.
005700
005800     SELECT OPTIONAL FACTDST ASSIGN TO "FACTDST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS DST-USERID
006200         FILE STATUS IS WS-FS-FACTDST.
006300
006400     SELECT BRSWRK   ASSIGN TO "BRSWRK"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS BWK-KEY
006800         FILE STATUS IS WS-FS-BRSWRK.
006900
007000     SELECT BRSOUT   ASSIGN TO "BRSOUT"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-BRSOUT.
007300
007400     SELECT BRSMAN   ASSIGN TO "BRSMAN"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-BRSMAN.
007700
007800     SELECT BRSSTA   ASSIGN TO "BRSSTA"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-FS-BRSSTA.
008100
008200     SELECT BUSDATE  ASSIGN TO "BUSDATE"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-FS-BUSDATE.
008500*
008600***************************************************************
008700*                                                             *
008800* DATA DIVISION.                                              *
008900*                                                             *
009000***************************************************************
009100 DATA DIVISION.
009200 FILE SECTION.
009300*    THE CHGRPT STATEMENT PRINT FILE.  THE FIELD POSITIONS ARE
009400*    THOSE OF WS-USERID-LINE, WS-MONEY-LINE AND WS-STMT-LINE IN
009500*    AUDIT-CHARGEBACK-REPORT: A STATEMENT STARTS ON ITS
009600*    "STATEMENT FOR USER" LINE, AND THE GRAND TOTAL PAGE ON ITS
009700*    "USERS BILLED" LINE.  BYTE 1 IS THE CARRIAGE CONTROL.
009800 FD  CHGRPT
009900     LABEL RECORDS ARE OMITTED
010000     RECORDING MODE IS F.
010100 01  FD-CHGRPT-LINE.
010200     05  FD-CRP-CARRIAGE-CTL        PIC X(01).
010300         88  FD-CRP-NEW-PAGE                 VALUE "1".
010400     05  FD-CRP-TEXT                 PIC X(79).
010500 01  FD-CHGRPT-USERID-LINE.
010600     05  FILLER                      PIC X(01).
010700     05  FD-CRP-STMT-LABEL           PIC X(20).
010800     05  FD-CRP-STMT-USERID          PIC X(08).
010900     05  FILLER                      PIC X(51).
011000 01  FD-CHGRPT-MONEY-LINE.
011100     05  FILLER                      PIC X(01).
011200     05  FD-CRP-LABEL                PIC X(24).
011300     05  FD-CRP-AMOUNT               PIC Z(08)9.99.
011400     05  FILLER                      PIC X(43).
011500 01  FD-CHGRPT-COUNT-LINE.
011600     05  FILLER                      PIC X(01).
011700     05  FD-CRP-COUNT-LABEL          PIC X(24).
011800     05  FD-CRP-COUNT                PIC Z(07)9.
011900     05  FILLER                      PIC X(47).
012000*
012100 FD  CHGINV
012200     LABEL RECORDS ARE OMITTED
012300     RECORDING MODE IS F.
012400 COPY FACTINV.
012500*
012600 FD  FACTDST
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900 COPY FACTDST.
013000*
013100*    BRSWRK IS THE RUN'S OWN WORK FILE, EMPTIED BY EVERY RUN.
013200*    EACH STATEMENT LINE IS FILED UNDER ITS BUNDLE KEY, THEN
013300*    THE STATEMENT'S PLACE ON CHGRPT, THEN THE LINE'S, SO
013400*    READING IT BACK IN KEY ORDER BRINGS EACH BUNDLE'S
013500*    STATEMENTS TOGETHER IN CHGRPT ORDER.
013600 FD  BRSWRK
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900 01  FD-WORK-RECORD.
014000     05  BWK-KEY.
014100         10  BWK-BUNDLE-KEY.
014200             15  BWK-BUNDLE-TYPE     PIC X(01).
014300             15  BWK-BUNDLE-ID       PIC X(08).
014400         10  BWK-STMT-SEQ            PIC 9(04).
014500         10  BWK-LINE-SEQ            PIC 9(04).
014600     05  BWK-BUNDLE-SUB              PIC 9(04).
014700     05  BWK-PRINT-LINE.
014800         10  BWK-CARRIAGE-CTL        PIC X(01).
014900         10  BWK-TEXT                PIC X(79).
015000*
015100 FD  BRSOUT
015200     LABEL RECORDS ARE STANDARD
015300     RECORDING MODE IS F.
015400 COPY FACTBSO.
015500*
015600 FD  BRSMAN
015700     LABEL RECORDS ARE OMITTED
015800     RECORDING MODE IS F.
015900 01  FD-REPORT-LINE.
016000     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
016100     05  FD-RPT-TEXT                 PIC X(79).
016200*
016300 FD  BRSSTA
016400     LABEL RECORDS ARE OMITTED
016500     RECORDING MODE IS F.
016600 COPY FACTSTA.
016700*
016800 FD  BUSDATE
016900     LABEL RECORDS ARE STANDARD
017000     RECORDING MODE IS F.
017100 COPY FACTBDT.
017200*
017300 WORKING-STORAGE SECTION.
017400***************************************************************
017500*    RUN SWITCHES                                             *
017600***************************************************************
017700 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
017800     88  WS-END-OF-FILE                      VALUE "Y".
017900 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
018000     88  WS-RUN-FAILED                       VALUE "Y".
018100 77  WS-IN-STATEMENT-SWITCH      PIC X(01)   VALUE "N".
018200     88  WS-IN-STATEMENT                     VALUE "Y".
018300 77  WS-GRAND-TOTAL-SWITCH       PIC X(01)   VALUE "N".
018400     88  WS-GRAND-TOTAL-FOUND                VALUE "Y".
018500 77  WS-FOUND-SWITCH             PIC X(01)   VALUE "N".
018600     88  WS-ENTRY-FOUND                      VALUE "Y".
018700 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
018800     88  WS-BUSDATE-OPEN                     VALUE "O".
018900     88  WS-BUSDATE-REFUSED                  VALUE "R".
019000*
019100***************************************************************
019200*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
019300*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
019400*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.  FACTDST IS  *
019500*    OPTIONAL - WITHOUT IT EVERY STATEMENT GOES TO THE        *
019600*    OPERATIONS DESTINATION - SO STATUS 05 IS NOT A FAILURE.  *
019700***************************************************************
019800 77  WS-FS-CHGRPT                PIC X(02)   VALUE "99".
019900 77  WS-FS-CHGINV                PIC X(02)   VALUE "99".
020000 77  WS-FS-FACTDST               PIC X(02)   VALUE "99".
020100 77  WS-FS-BRSWRK                PIC X(02)   VALUE "99".
020200 77  WS-FS-BRSOUT                PIC X(02)   VALUE "99".
020300 77  WS-FS-BRSMAN                PIC X(02)   VALUE "99".
020400 77  WS-FS-BRSSTA                PIC X(02)   VALUE "99".
020500 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
020600*
020700***************************************************************
020800*    OPERATIONS ROUTE                                         *
020900*    WHERE A USERID WITH NO FACTDST RECORD IS SENT - THE      *
021000*    "*DEFAULT" RECORD'S ROUTE WHEN THERE IS ONE, ELSE THESE  *
021100*    VALUES.  A "*DEFAULT" DEPARTMENT PUTS ALL SUCH USERIDS   *
021200*    IN ONE OPERATIONS BUNDLE.                                *
021300***************************************************************
021400 01  WS-DEFAULT-ROUTE.
021500     05  WS-DEF-DEPARTMENT       PIC X(08)   VALUE SPACES.
021600     05  WS-DEF-DESTINATION      PIC X(08)   VALUE "OPERATNS".
021700     05  WS-DEF-COPIES           PIC 9(02)   VALUE 1.
021800     05  WS-DEF-CONTACT          PIC X(22)   VALUE "OPERATIONS".
021900*
022000*    THE ROUTE RESOLVED FOR THE STATEMENT BEING SPLIT.
022100 01  WS-ROUTE.
022200     05  WS-RTE-DEPARTMENT       PIC X(08).
022300     05  WS-RTE-DESTINATION      PIC X(08).
022400     05  WS-RTE-COPIES           PIC 9(02).
022500     05  WS-RTE-CONTACT          PIC X(22).
022600 01  WS-ROUTE-KEY.
022700     05  WS-RTE-BUNDLE-TYPE      PIC X(01).
022800     05  WS-RTE-BUNDLE-ID        PIC X(08).
022900 77  WS-RTE-DEFAULT-SWITCH       PIC X(01)   VALUE "N".
023000     88  WS-RTE-DEFAULT                      VALUE "Y".
023100*
023200***************************************************************
023300*    STATEMENT, BUNDLE AND INVOICE TABLES                     *
023400*    ONE STATEMENT ROW PER CHGRPT STATEMENT, IN CHGRPT ORDER; *
023500*    ONE BUNDLE ROW PER DEPARTMENT, OR PER USERID WITH NO     *
023600*    DEPARTMENT, TAKING ITS DESTINATION, COPIES AND CONTACT   *
023700*    FROM ITS FIRST STATEMENT; ONE INVOICE ROW PER CHGINV     *
023800*    USERID.  A FULL TABLE FAILS THE RUN RATHER THAN LEAVE A  *
023900*    STATEMENT UNSENT.  THE STATEMENT NOTE IS "D" FOR A       *
024000*    DEFAULT ROUTE, "I" FOR NO CHGINV INVOICE, "X" FOR A      *
024100*    DESTINATION THAT DIFFERS FROM THE REST OF ITS            *
024200*    DEPARTMENT'S, AND SPACE WHEN THERE IS NOTHING TO NOTE.   *
024300***************************************************************
024400 77  WS-TABLE-MAX                PIC 9(04) COMP  VALUE 500.
024500 77  WS-STM-COUNT                PIC 9(04) COMP  VALUE 0.
024600 77  WS-STM-SUB                  PIC 9(04) COMP  VALUE 0.
024700 77  WS-BND-COUNT                PIC 9(04) COMP  VALUE 0.
024800 77  WS-BND-SUB                  PIC 9(04) COMP  VALUE 0.
024900 77  WS-INV-COUNT                PIC 9(04) COMP  VALUE 0.
025000 77  WS-INV-SUB                  PIC 9(04) COMP  VALUE 0.
025100 77  WS-LINE-SEQ                 PIC 9(04) COMP  VALUE 0.
025200 01  WS-STM-TABLE.
025300     05  WS-STM-ENTRY            OCCURS 500 TIMES.
025400         10  WS-STM-USERID       PIC X(08).
025500         10  WS-STM-BUNDLE-SUB   PIC 9(04) COMP.
025600         10  WS-STM-PAGES        PIC 9(04) COMP.
025700         10  WS-STM-AMOUNT       PIC 9(09)V99.
025800         10  WS-STM-NOTE         PIC X(01).
025900 01  WS-BND-TABLE.
026000     05  WS-BND-ENTRY            OCCURS 500 TIMES.
026100         10  WS-BND-KEY.
026200             15  WS-BND-TYPE     PIC X(01).
026300             15  WS-BND-ID       PIC X(08).
026400         10  WS-BND-DESTINATION  PIC X(08).
026500         10  WS-BND-COPIES       PIC 9(02).
026600         10  WS-BND-CONTACT      PIC X(22).
026700         10  WS-BND-DEFAULT      PIC X(01).
026800         10  WS-BND-STATEMENTS   PIC 9(04) COMP.
026900         10  WS-BND-PAGES        PIC 9(04) COMP.
027000         10  WS-BND-AMOUNT       PIC 9(09)V99.
027100 01  WS-INV-TABLE.
027200     05  WS-INV-ENTRY            OCCURS 500 TIMES.
027300         10  WS-INV-USERID       PIC X(08).
027400         10  WS-INV-AMOUNT       PIC 9(09)V99.
027500         10  WS-INV-USED         PIC X(01).
027600*
027700***************************************************************
027800*    RUN TOTALS                                               *
027900*    WS-CHGRPT-USERS AND WS-CHGRPT-TOTAL ARE READ FROM THE    *
028000*    CHGRPT GRAND TOTAL PAGE; THE BURST MUST ACCOUNT FOR THE  *
028100*    SAME STATEMENTS AND THE SAME MONEY, AND SO MUST CHGINV.  *
028200***************************************************************
028300 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
028400 77  WS-LINE-READ-COUNT          PIC 9(08) COMP  VALUE 0.
028500 77  WS-LINE-BURST-COUNT         PIC 9(08) COMP  VALUE 0.
028600 77  WS-INVOICE-READ-COUNT       PIC 9(08) COMP  VALUE 0.
028700 77  WS-TOTAL-PAGES              PIC 9(08) COMP  VALUE 0.
028800 77  WS-DEFAULT-COUNT            PIC 9(08) COMP  VALUE 0.
028900 77  WS-NO-INVOICE-COUNT         PIC 9(08) COMP  VALUE 0.
029000 77  WS-DEST-DIFFERS-COUNT       PIC 9(08) COMP  VALUE 0.
029100 77  WS-UNMATCHED-INVOICE-COUNT  PIC 9(08) COMP  VALUE 0.
029200 77  WS-CHGRPT-USERS             PIC 9(08)       VALUE 0.
029300 77  WS-CHGRPT-TOTAL             PIC 9(11)V99    VALUE 0.
029400 77  WS-CHGINV-TOTAL             PIC 9(11)V99    VALUE 0.
029500 77  WS-STATEMENT-TOTAL          PIC 9(11)V99    VALUE 0.
029600 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
029700 77  WS-LINES-PER-PAGE           PIC 9(02) COMP  VALUE 55.
029800 77  WS-LINE-COUNT               PIC 9(02) COMP  VALUE 99.
029900 77  WS-PAGE-NUMBER              PIC 9(04) COMP  VALUE 0.
030000 77  WS-EDIT-COUNT               PIC Z(07)9.
030100*
030200***************************************************************
030300*    ROUTING PAGE LINE - WRITTEN TO BRSOUT AHEAD OF EACH      *
030400*    BUNDLE, CARRIAGE-CONTROL BYTE FIRST LIKE A PRINT LINE.   *
030500***************************************************************
030600 01  WS-ROUTING-LINE.
030700     05  RTL-CARRIAGE-CTL        PIC X(01).
030800     05  FILLER                  PIC X(01)   VALUE SPACE.
030900     05  RTL-LABEL               PIC X(20).
031000     05  RTL-VALUE               PIC X(40).
031100     05  FILLER                  PIC X(18)   VALUE SPACES.
031200*
031300***************************************************************
031400*    MANIFEST LINES                                           *
031500***************************************************************
031600 01  WS-PAGE-HEADING-LINE.
031700     05  FILLER                  PIC X(01)   VALUE SPACE.
031800     05  FILLER                  PIC X(43)   VALUE
031900         "CHARGEBACK STATEMENT DISTRIBUTION MANIFEST ".
032000     05  FILLER                  PIC X(09)   VALUE "RUN DATE ".
032100     05  HDG-RUN-DATE            PIC 9(08).
032200     05  FILLER                  PIC X(07)   VALUE "  PAGE ".
032300     05  HDG-PAGE-NUMBER         PIC ZZZ9.
032400     05  FILLER                  PIC X(08)   VALUE SPACES.
032500*
032600 01  WS-COLUMN-HEADING-LINE.
032700     05  FILLER                  PIC X(01)   VALUE SPACE.
032800     05  FILLER                  PIC X(09)   VALUE "DEST".
032900     05  FILLER                  PIC X(11)   VALUE "BUNDLE".
033000     05  FILLER                  PIC X(09)   VALUE "USERID".
033100     05  FILLER                  PIC X(05)   VALUE "PAGES".
033200     05  FILLER                  PIC X(04)   VALUE " CPY".
033300     05  FILLER                  PIC X(13)   VALUE
033400         "       AMOUNT".
033500     05  FILLER                  PIC X(28)   VALUE " NOTE".
033600*
033700 01  WS-MANIFEST-LINE.
033800     05  FILLER                  PIC X(01)   VALUE SPACE.
033900     05  MAN-DESTINATION         PIC X(08).
034000     05  FILLER                  PIC X(01)   VALUE SPACE.
034100     05  MAN-BUNDLE-TYPE         PIC X(01).
034200     05  FILLER                  PIC X(01)   VALUE SPACE.
034300     05  MAN-BUNDLE-ID           PIC X(08).
034400     05  FILLER                  PIC X(01)   VALUE SPACE.
034500     05  MAN-USERID              PIC X(08).
034600     05  FILLER                  PIC X(01)   VALUE SPACE.
034700     05  MAN-PAGES               PIC ZZZ9.
034800     05  FILLER                  PIC X(03)   VALUE SPACES.
034900     05  MAN-COPIES              PIC Z9.
035000     05  FILLER                  PIC X(01)   VALUE SPACE.
035100     05  MAN-AMOUNT              PIC Z(08)9.99.
035200     05  FILLER                  PIC X(01)   VALUE SPACE.
035300     05  MAN-NOTE                PIC X(26).
035400     05  FILLER                  PIC X(01)   VALUE SPACE.
035500*
035600 01  WS-BUNDLE-TOTAL-LINE.
035700     05  FILLER                  PIC X(01)   VALUE SPACE.
035800     05  FILLER                  PIC X(20)   VALUE SPACES.
035900     05  FILLER                  PIC X(09)   VALUE "BUNDLE".
036000     05  BTL-PAGES               PIC ZZZ9.
036100     05  FILLER                  PIC X(03)   VALUE SPACES.
036200     05  BTL-COPIES              PIC Z9.
036300     05  FILLER                  PIC X(01)   VALUE SPACE.
036400     05  BTL-AMOUNT              PIC Z(08)9.99.
036500     05  FILLER                  PIC X(01)   VALUE SPACE.
036600     05  BTL-CONTACT             PIC X(22).
036700     05  FILLER                  PIC X(05)   VALUE SPACES.
036800*
036900 01  WS-SECTION-LINE.
037000     05  FILLER                  PIC X(01)   VALUE SPACE.
037100     05  SCT-TEXT                PIC X(79).
037200*
037300 01  WS-COUNT-LINE.
037400     05  FILLER                  PIC X(01)   VALUE SPACE.
037500     05  CNT-LABEL               PIC X(40)   VALUE SPACES.
037600     05  CNT-VALUE               PIC Z(07)9.
037700     05  FILLER                  PIC X(31)   VALUE SPACES.
037800*
037900 01  WS-MONEY-LINE.
038000     05  FILLER                  PIC X(01)   VALUE SPACE.
038100     05  MNY-LABEL               PIC X(40)   VALUE SPACES.
038200     05  MNY-VALUE               PIC Z(10)9.99.
038300     05  FILLER                  PIC X(25)   VALUE SPACES.
038400*
038500 PROCEDURE DIVISION.
038600***************************************************************
038700*                                                             *
038800* 0000-MAINLINE.                                              *
038900*     CONTROLS THE BURST RUN FROM OPEN THROUGH CLOSE.         *
039000*                                                             *
039100***************************************************************
039200 0000-MAINLINE.
039300     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
039400     IF NOT WS-RUN-FAILED
039500         PERFORM 2000-SPLIT-ONE-LINE THRU 2000-EXIT
039600             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
039700     END-IF
039800     IF NOT WS-RUN-FAILED
039900         PERFORM 2900-END-SPLIT THRU 2900-EXIT
040000     END-IF
040100     IF NOT WS-RUN-FAILED
040200         PERFORM 3000-BURST-BUNDLES THRU 3000-EXIT
040300     END-IF
040400     IF NOT WS-RUN-FAILED
040500         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
040600     END-IF
040700     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
040800     MOVE WS-END-RETURN-CODE TO RETURN-CODE
040900     STOP RUN.
041000*
041100***************************************************************
041200* 1000-INITIALIZE-RUN.                                        *
041300*     OPENS THE FILES, VERIFIES THE OPENS, SETS THE           *
041400*     OPERATIONS ROUTE, LOADS THE CHGINV INVOICES, AND PRIMES *
041500*     THE CHGRPT READ.                                        *
041600***************************************************************
041700 1000-INITIALIZE-RUN.
041800     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
041900*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
042000     IF WS-BUSDATE-REFUSED
042100         OPEN OUTPUT BRSSTA
042200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
042300         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
042400         CLOSE BRSSTA
042500         MOVE WS-END-RETURN-CODE TO RETURN-CODE
042600         STOP RUN
042700     END-IF
042800     DISPLAY "STATEMENT-BURST STARTING - RUN DATE " WS-RUN-DATE
042900     OPEN INPUT  CHGRPT
043000     OPEN INPUT  CHGINV
043100     OPEN INPUT  FACTDST
043200     OPEN OUTPUT BRSWRK
043300     OPEN OUTPUT BRSOUT
043400     OPEN OUTPUT BRSMAN
043500     OPEN OUTPUT BRSSTA
043600     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
043700     IF WS-RUN-FAILED
043800         GO TO 1000-EXIT
043900     END-IF
044000     PERFORM 1100-SET-DEFAULT-ROUTE THRU 1100-EXIT
044100     IF WS-RUN-FAILED
044200         GO TO 1000-EXIT
044300     END-IF
044400     PERFORM 1200-LOAD-ONE-INVOICE THRU 1200-EXIT
044500         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
044600     IF WS-RUN-FAILED
044700         GO TO 1000-EXIT
044800     END-IF
044900     MOVE "N" TO WS-EOF-SWITCH
045000     PERFORM 1300-READ-REPORT-LINE THRU 1300-EXIT.
045100 1000-EXIT.
045200     EXIT.
045300*
045400***************************************************************
045500* 1025-VERIFY-OPENS.                                          *
045600*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
045700*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
045800*     RETURN CODE 8 SO THE SCHEDULER CAN SEE IT.              *
045900***************************************************************
046000 1025-VERIFY-OPENS.
046100     IF WS-FS-CHGRPT NOT = "00"
046200         DISPLAY "CHGRPT OPEN FAILED, STATUS " WS-FS-CHGRPT
046300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046400     END-IF
046500     IF WS-FS-CHGINV NOT = "00"
046600         DISPLAY "CHGINV OPEN FAILED, STATUS " WS-FS-CHGINV
046700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046800     END-IF
046900     IF WS-FS-FACTDST NOT = "00" AND WS-FS-FACTDST NOT = "05"
047000         DISPLAY "FACTDST OPEN FAILED, STATUS " WS-FS-FACTDST
047100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
047200     END-IF
047300     IF WS-FS-BRSWRK NOT = "00"
047400         DISPLAY "BRSWRK OPEN FAILED, STATUS " WS-FS-BRSWRK
047500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
047600     END-IF
047700     IF WS-FS-BRSOUT NOT = "00"
047800         DISPLAY "BRSOUT OPEN FAILED, STATUS " WS-FS-BRSOUT
047900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048000     END-IF
048100     IF WS-FS-BRSMAN NOT = "00"
048200         DISPLAY "BRSMAN OPEN FAILED, STATUS " WS-FS-BRSMAN
048300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048400     END-IF
048500     IF WS-FS-BRSSTA NOT = "00"
048600         DISPLAY "BRSSTA OPEN FAILED, STATUS " WS-FS-BRSSTA
048700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048800     END-IF.
048900 1025-EXIT.
049000     EXIT.
049100*
049200 1027-FLAG-RUN-FAILED.
049300     SET WS-RUN-FAILED TO TRUE
049400     MOVE 8 TO WS-END-RETURN-CODE.
049500 1027-EXIT.
049600     EXIT.
049700*
049800***************************************************************
049900* 1100-SET-DEFAULT-ROUTE.                                     *
050000*     TAKES THE OPERATIONS ROUTE FROM THE "*DEFAULT" FACTDST  *
050100*     RECORD.  WITHOUT ONE (OR WITHOUT FACTDST) THE ROUTE     *
050200*     STAYS AT ITS WORKING-STORAGE VALUES AND THE CONSOLE     *
050300*     SAYS SO.                                                *
050400***************************************************************
050500 1100-SET-DEFAULT-ROUTE.
050600     IF WS-FS-FACTDST = "05"
050700         DISPLAY "STATEMENT-BURST: NO FACTDST - ALL STATEMENTS "
050800             "GO TO " WS-DEF-DESTINATION
050900         GO TO 1100-EXIT
051000     END-IF
051100     MOVE "*DEFAULT" TO DST-USERID
051200     READ FACTDST
051300         INVALID KEY
051400             IF WS-FS-FACTDST NOT = "23"
051500                 DISPLAY "FACTDST READ FAILED, STATUS "
051600                     WS-FS-FACTDST " USERID " DST-USERID
051700                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
051800             ELSE
051900                 DISPLAY "STATEMENT-BURST: NO *DEFAULT FACTDST "
052000                     "RECORD - OPERATIONS ROUTE IS "
052100                     WS-DEF-DESTINATION
052200             END-IF
052300             GO TO 1100-EXIT
052400     END-READ
052500     MOVE DST-DEPARTMENT  TO WS-DEF-DEPARTMENT
052600     MOVE DST-DESTINATION TO WS-DEF-DESTINATION
052700     MOVE DST-COPIES      TO WS-DEF-COPIES
052800     MOVE DST-CONTACT     TO WS-DEF-CONTACT.
052900 1100-EXIT.
053000     EXIT.
053100*
053200***************************************************************
053300* 1200-LOAD-ONE-INVOICE.                                      *
053400*     READS ONE CHGINV INVOICE INTO THE INVOICE TABLE.  THE   *
053500*     FEED AND CHGRPT COME FROM THE SAME CHARGEBACK RUN, ONE  *
053600*     INVOICE PER STATEMENT; A REPEATED USERID IS ADDED TO    *
053700*     ITS ROW.                                                *
053800***************************************************************
053900 1200-LOAD-ONE-INVOICE.
054000     READ CHGINV
054100         AT END
054200             SET WS-END-OF-FILE TO TRUE
054300             GO TO 1200-EXIT
054400     END-READ
054500     ADD 1 TO WS-INVOICE-READ-COUNT
054600     ADD INV-AMOUNT TO WS-CHGINV-TOTAL
054700     PERFORM 1250-FIND-INVOICE THRU 1250-EXIT
054800     IF WS-ENTRY-FOUND
054900         ADD INV-AMOUNT TO WS-INV-AMOUNT (WS-INV-SUB)
055000         GO TO 1200-EXIT
055100     END-IF
055200     IF WS-INV-COUNT = WS-TABLE-MAX
055300         DISPLAY "STATEMENT-BURST: INVOICE TABLE FULL AT "
055400             WS-TABLE-MAX
055500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
055600         GO TO 1200-EXIT
055700     END-IF
055800     ADD 1 TO WS-INV-COUNT
055900     MOVE INV-USERID TO WS-INV-USERID (WS-INV-COUNT)
056000     MOVE INV-AMOUNT TO WS-INV-AMOUNT (WS-INV-COUNT)
056100     MOVE "N"        TO WS-INV-USED (WS-INV-COUNT).
056200 1200-EXIT.
056300     EXIT.
056400*
056500***************************************************************
056600* 1250-FIND-INVOICE.                                          *
056700*     LOOKS INV-USERID UP IN THE INVOICE TABLE, LEAVING       *
056800*     WS-INV-SUB ON ITS ROW WHEN FOUND.                       *
056900***************************************************************
057000 1250-FIND-INVOICE.
057100     MOVE "N" TO WS-FOUND-SWITCH
057200     MOVE 0 TO WS-INV-SUB
057300     PERFORM 1260-TEST-ONE-INVOICE THRU 1260-EXIT
057400         UNTIL WS-ENTRY-FOUND OR WS-INV-SUB >= WS-INV-COUNT.
057500 1250-EXIT.
057600     EXIT.
057700*
057800 1260-TEST-ONE-INVOICE.
057900     ADD 1 TO WS-INV-SUB
058000     IF WS-INV-USERID (WS-INV-SUB) = INV-USERID
058100         SET WS-ENTRY-FOUND TO TRUE
058200     END-IF.
058300 1260-EXIT.
058400     EXIT.
058500*
058600***************************************************************
058700* 1300-READ-REPORT-LINE.                                      *
058800*     READS THE NEXT CHGRPT PRINT LINE.                       *
058900***************************************************************
059000 1300-READ-REPORT-LINE.
059100     READ CHGRPT
059200         AT END
059300             SET WS-END-OF-FILE TO TRUE
059400         NOT AT END
059500             ADD 1 TO WS-LINE-READ-COUNT
059600     END-READ.
059700 1300-EXIT.
059800     EXIT.
059900*
060000***************************************************************
060100* 2000-SPLIT-ONE-LINE.                                        *
060200*     FIRST PASS.  A "STATEMENT FOR USER" LINE STARTS A NEW   *
060300*     STATEMENT AND ROUTES IT; EVERY LINE FROM THERE UP TO    *
060400*     THE NEXT STATEMENT OR THE GRAND TOTAL PAGE IS FILED ON  *
060500*     BRSWRK UNDER THE STATEMENT'S BUNDLE, AND A NEW-PAGE     *
060600*     LINE INSIDE A STATEMENT ADDS TO ITS PAGE COUNT.  THE    *
060700*     TITLE PAGE AND THE GRAND TOTAL PAGE ARE NOT ANY ONE     *
060800*     DEPARTMENT'S AND ARE NOT BURST; THE GRAND TOTAL PAGE    *
060900*     GIVES THE FIGURES THE BURST IS TIED TO.                 *
061000***************************************************************
061100 2000-SPLIT-ONE-LINE.
061200     IF FD-CRP-STMT-LABEL = "STATEMENT FOR USER  "
061300         PERFORM 2100-START-STATEMENT THRU 2100-EXIT
061400         IF WS-RUN-FAILED
061500             GO TO 2000-EXIT
061600         END-IF
061700         PERFORM 2400-FILE-WORK-RECORD THRU 2400-EXIT
061800         GO TO 2000-READ-NEXT
061900     END-IF
062000     IF FD-CRP-COUNT-LABEL = "USERS BILLED"
062100         MOVE "N" TO WS-IN-STATEMENT-SWITCH
062200         MOVE FD-CRP-COUNT TO WS-CHGRPT-USERS
062300         SET WS-GRAND-TOTAL-FOUND TO TRUE
062400         GO TO 2000-READ-NEXT
062500     END-IF
062600     IF FD-CRP-LABEL = "TOTAL AMOUNT" AND NOT WS-IN-STATEMENT
062700         MOVE FD-CRP-AMOUNT TO WS-CHGRPT-TOTAL
062800         GO TO 2000-READ-NEXT
062900     END-IF
063000     IF NOT WS-IN-STATEMENT
063100         GO TO 2000-READ-NEXT
063200     END-IF
063300     IF FD-CRP-NEW-PAGE
063400         ADD 1 TO WS-STM-PAGES (WS-STM-COUNT)
063500     END-IF
063600     PERFORM 2400-FILE-WORK-RECORD THRU 2400-EXIT.
063700 2000-READ-NEXT.
063800     PERFORM 1300-READ-REPORT-LINE THRU 1300-EXIT.
063900 2000-EXIT.
064000     EXIT.
064100*
064200***************************************************************
064300* 2100-START-STATEMENT.                                       *
064400*     OPENS A STATEMENT ROW FOR THE USERID ON THE LINE,       *
064500*     ROUTES IT, PUTS IT IN ITS BUNDLE, AND TAKES ITS AMOUNT  *
064600*     FROM THE USERID'S CHGINV INVOICE.                       *
064700***************************************************************
064800 2100-START-STATEMENT.
064900     IF WS-STM-COUNT = WS-TABLE-MAX
065000         DISPLAY "STATEMENT-BURST: STATEMENT TABLE FULL AT "
065100             WS-TABLE-MAX
065200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
065300         GO TO 2100-EXIT
065400     END-IF
065500     ADD 1 TO WS-STM-COUNT
065600     MOVE WS-STM-COUNT       TO WS-STM-SUB
065700     MOVE FD-CRP-STMT-USERID TO WS-STM-USERID (WS-STM-SUB)
065800     MOVE 1                  TO WS-STM-PAGES (WS-STM-SUB)
065900     MOVE 0                  TO WS-STM-AMOUNT (WS-STM-SUB)
066000     MOVE SPACE              TO WS-STM-NOTE (WS-STM-SUB)
066100     MOVE 0                  TO WS-LINE-SEQ
066200     SET WS-IN-STATEMENT TO TRUE
066300     PERFORM 2200-ROUTE-STATEMENT THRU 2200-EXIT
066400     IF WS-RUN-FAILED
066500         GO TO 2100-EXIT
066600     END-IF
066700     PERFORM 2300-FIND-BUNDLE THRU 2300-EXIT
066800     IF WS-RUN-FAILED
066900         GO TO 2100-EXIT
067000     END-IF
067100     MOVE WS-BND-SUB TO WS-STM-BUNDLE-SUB (WS-STM-SUB)
067200     ADD 1 TO WS-BND-STATEMENTS (WS-BND-SUB)
067300*    THE NOTE SHOWS ONE CONDITION - A DEFAULT ROUTE FIRST, THEN
067400*    A MISSING INVOICE, THEN A DESTINATION AT ODDS WITH THE
067500*    DEPARTMENT'S - BUT EVERY CONDITION FOUND IS COUNTED.
067600     IF WS-RTE-DEFAULT
067700         MOVE "D" TO WS-STM-NOTE (WS-STM-SUB)
067800         ADD 1 TO WS-DEFAULT-COUNT
067900     END-IF
068000     MOVE FD-CRP-STMT-USERID TO INV-USERID
068100     PERFORM 1250-FIND-INVOICE THRU 1250-EXIT
068200     IF WS-ENTRY-FOUND
068300         MOVE WS-INV-AMOUNT (WS-INV-SUB)
068400                             TO WS-STM-AMOUNT (WS-STM-SUB)
068500         MOVE "Y"            TO WS-INV-USED (WS-INV-SUB)
068600         ADD WS-INV-AMOUNT (WS-INV-SUB) TO WS-STATEMENT-TOTAL
068700         ADD WS-INV-AMOUNT (WS-INV-SUB)
068800                             TO WS-BND-AMOUNT (WS-BND-SUB)
068900             ON SIZE ERROR
069000                 DISPLAY "STATEMENT-BURST: BUNDLE AMOUNT "
069100                     "OVERFLOW FOR USER " FD-CRP-STMT-USERID
069200                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
069300         END-ADD
069400     ELSE
069500         IF WS-STM-NOTE (WS-STM-SUB) = SPACE
069600             MOVE "I" TO WS-STM-NOTE (WS-STM-SUB)
069700         END-IF
069800         ADD 1 TO WS-NO-INVOICE-COUNT
069900     END-IF
070000     IF WS-RTE-DESTINATION NOT = WS-BND-DESTINATION (WS-BND-SUB)
070100         IF WS-STM-NOTE (WS-STM-SUB) = SPACE
070200             MOVE "X" TO WS-STM-NOTE (WS-STM-SUB)
070300         END-IF
070400         ADD 1 TO WS-DEST-DIFFERS-COUNT
070500     END-IF.
070600 2100-EXIT.
070700     EXIT.
070800*
070900***************************************************************
071000* 2200-ROUTE-STATEMENT.                                       *
071100*     RESOLVES THE STATEMENT'S ROUTE - THE USERID'S OWN       *
071200*     FACTDST RECORD, ELSE THE OPERATIONS ROUTE - AND ITS     *
071300*     BUNDLE KEY: THE DEPARTMENT WHEN THERE IS ONE, ELSE THE  *
071400*     USERID ITSELF.                                          *
071500***************************************************************
071600 2200-ROUTE-STATEMENT.
071700     MOVE "N" TO WS-RTE-DEFAULT-SWITCH
071800     IF WS-FS-FACTDST = "05"
071900         SET WS-RTE-DEFAULT TO TRUE
072000         GO TO 2200-DEFAULT
072100     END-IF
072200     MOVE FD-CRP-STMT-USERID TO DST-USERID
072300     READ FACTDST
072400         INVALID KEY
072500             IF WS-FS-FACTDST NOT = "23"
072600                 DISPLAY "FACTDST READ FAILED, STATUS "
072700                     WS-FS-FACTDST " USERID " DST-USERID
072800                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
072900                 GO TO 2200-EXIT
073000             END-IF
073100             SET WS-RTE-DEFAULT TO TRUE
073200             GO TO 2200-DEFAULT
073300     END-READ
073400     MOVE DST-DEPARTMENT  TO WS-RTE-DEPARTMENT
073500     MOVE DST-DESTINATION TO WS-RTE-DESTINATION
073600     MOVE DST-COPIES      TO WS-RTE-COPIES
073700     MOVE DST-CONTACT     TO WS-RTE-CONTACT
073800     GO TO 2200-SET-KEY.
073900 2200-DEFAULT.
074000     MOVE WS-DEF-DEPARTMENT  TO WS-RTE-DEPARTMENT
074100     MOVE WS-DEF-DESTINATION TO WS-RTE-DESTINATION
074200     MOVE WS-DEF-COPIES      TO WS-RTE-COPIES
074300     MOVE WS-DEF-CONTACT     TO WS-RTE-CONTACT.
074400 2200-SET-KEY.
074500*    A RECORD THAT SLIPPED THROUGH WITH NO COPIES STILL PRINTS
074600*    ONE - A STATEMENT IS NEVER DROPPED AT THIS POINT.
074700     IF WS-RTE-COPIES = 0
074800         MOVE 1 TO WS-RTE-COPIES
074900     END-IF
075000     IF WS-RTE-DEPARTMENT NOT = SPACES
075100         MOVE "D"                TO WS-RTE-BUNDLE-TYPE
075200         MOVE WS-RTE-DEPARTMENT  TO WS-RTE-BUNDLE-ID
075300     ELSE
075400         MOVE "U"                TO WS-RTE-BUNDLE-TYPE
075500         MOVE FD-CRP-STMT-USERID TO WS-RTE-BUNDLE-ID
075600     END-IF.
075700 2200-EXIT.
075800     EXIT.
075900*
076000***************************************************************
076100* 2300-FIND-BUNDLE.                                           *
076200*     FINDS THE STATEMENT'S BUNDLE, OPENING ONE WITH THIS     *
076300*     STATEMENT'S ROUTE THE FIRST TIME THE KEY IS SEEN.       *
076400***************************************************************
076500 2300-FIND-BUNDLE.
076600     MOVE "N" TO WS-FOUND-SWITCH
076700     MOVE 0 TO WS-BND-SUB
076800     PERFORM 2310-TEST-ONE-BUNDLE THRU 2310-EXIT
076900         UNTIL WS-ENTRY-FOUND OR WS-BND-SUB >= WS-BND-COUNT
077000     IF WS-ENTRY-FOUND
077100         GO TO 2300-EXIT
077200     END-IF
077300     IF WS-BND-COUNT = WS-TABLE-MAX
077400         DISPLAY "STATEMENT-BURST: BUNDLE TABLE FULL AT "
077500             WS-TABLE-MAX
077600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
077700         GO TO 2300-EXIT
077800     END-IF
077900     ADD 1 TO WS-BND-COUNT
078000     MOVE WS-BND-COUNT       TO WS-BND-SUB
078100     MOVE WS-ROUTE-KEY       TO WS-BND-KEY (WS-BND-SUB)
078200     MOVE WS-RTE-DESTINATION TO WS-BND-DESTINATION (WS-BND-SUB)
078300     MOVE WS-RTE-COPIES      TO WS-BND-COPIES (WS-BND-SUB)
078400     MOVE WS-RTE-CONTACT     TO WS-BND-CONTACT (WS-BND-SUB)
078500     MOVE WS-RTE-DEFAULT-SWITCH
078600                             TO WS-BND-DEFAULT (WS-BND-SUB)
078700     MOVE 0                  TO WS-BND-STATEMENTS (WS-BND-SUB)
078800     MOVE 0                  TO WS-BND-PAGES (WS-BND-SUB)
078900     MOVE 0                  TO WS-BND-AMOUNT (WS-BND-SUB).
079000 2300-EXIT.
079100     EXIT.
079200*
079300 2310-TEST-ONE-BUNDLE.
079400     ADD 1 TO WS-BND-SUB
079500     IF WS-BND-KEY (WS-BND-SUB) = WS-ROUTE-KEY
079600         SET WS-ENTRY-FOUND TO TRUE
079700     END-IF.
079800 2310-EXIT.
079900     EXIT.
080000*
080100***************************************************************
080200* 2400-FILE-WORK-RECORD.                                      *
080300*     FILES THE CURRENT CHGRPT LINE ON BRSWRK UNDER THE       *
080400*     CURRENT STATEMENT'S BUNDLE.                             *
080500***************************************************************
080600 2400-FILE-WORK-RECORD.
080700     ADD 1 TO WS-LINE-SEQ
080800     MOVE WS-STM-BUNDLE-SUB (WS-STM-COUNT) TO WS-BND-SUB
080900     MOVE WS-BND-KEY (WS-BND-SUB)   TO BWK-BUNDLE-KEY
081000     MOVE WS-STM-COUNT              TO BWK-STMT-SEQ
081100     MOVE WS-LINE-SEQ               TO BWK-LINE-SEQ
081200     MOVE WS-BND-SUB                TO BWK-BUNDLE-SUB
081300     MOVE FD-CHGRPT-LINE            TO BWK-PRINT-LINE
081400*    EVERY STATEMENT STARTS A NEW PAGE ON BRSOUT.
081500     IF WS-LINE-SEQ = 1
081600         MOVE "1"                   TO BWK-CARRIAGE-CTL
081700     END-IF
081800     WRITE FD-WORK-RECORD
081900         INVALID KEY
082000             DISPLAY "BRSWRK WRITE FAILED, STATUS " WS-FS-BRSWRK
082100                 " USERID " WS-STM-USERID (WS-STM-COUNT)
082200             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
082300     END-WRITE.
082400 2400-EXIT.
082500     EXIT.
082600*
082700***************************************************************
082800* 2900-END-SPLIT.                                             *
082900*     ENDS THE FIRST PASS.  A CHGRPT WITH NO GRAND TOTAL PAGE *
083000*     IS AN INCOMPLETE CHARGEBACK RUN AND FAILS THIS ONE, AS  *
083100*     IT DOES THE GL JOURNAL; OTHERWISE BRSWRK IS REOPENED    *
083200*     FOR THE SECOND PASS AND EACH STATEMENT'S PAGES ARE      *
083300*     ADDED TO ITS BUNDLE.                                    *
083400***************************************************************
083500 2900-END-SPLIT.
083600     IF NOT WS-GRAND-TOTAL-FOUND
083700         DISPLAY "STATEMENT-BURST: NO GRAND TOTAL ON CHGRPT"
083800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
083900         GO TO 2900-EXIT
084000     END-IF
084100     MOVE 0 TO WS-STM-SUB
084200     PERFORM 2910-ADD-STATEMENT-PAGES THRU 2910-EXIT
084300         UNTIL WS-STM-SUB >= WS-STM-COUNT
084400     CLOSE BRSWRK
084500     OPEN INPUT BRSWRK
084600     IF WS-FS-BRSWRK NOT = "00"
084700         DISPLAY "BRSWRK REOPEN FAILED, STATUS " WS-FS-BRSWRK
084800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
084900     END-IF.
085000 2900-EXIT.
085100     EXIT.
085200*
085300 2910-ADD-STATEMENT-PAGES.
085400     ADD 1 TO WS-STM-SUB
085500     MOVE WS-STM-BUNDLE-SUB (WS-STM-SUB) TO WS-BND-SUB
085600     ADD WS-STM-PAGES (WS-STM-SUB) TO WS-BND-PAGES (WS-BND-SUB)
085700     ADD WS-STM-PAGES (WS-STM-SUB) TO WS-TOTAL-PAGES.
085800 2910-EXIT.
085900     EXIT.
086000*
086100***************************************************************
086200* 3000-BURST-BUNDLES.                                         *
086300*     SECOND PASS.  READS BRSWRK IN KEY ORDER - BUNDLE BY     *
086400*     BUNDLE, EACH BUNDLE'S STATEMENTS IN CHGRPT ORDER -      *
086500*     WRITING EACH BUNDLE'S ROUTING PAGE AND STATEMENT LINES  *
086600*     TO BRSOUT AND ITS STATEMENTS TO THE MANIFEST.           *
086700***************************************************************
086800 3000-BURST-BUNDLES.
086900     PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
087000     MOVE 0 TO WS-BND-SUB
087100     MOVE "N" TO WS-EOF-SWITCH
087200     PERFORM 3100-BURST-ONE-LINE THRU 3100-EXIT
087300         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
087400     IF WS-BND-SUB > 0 AND NOT WS-RUN-FAILED
087500         PERFORM 3300-PRINT-BUNDLE-TOTAL THRU 3300-EXIT
087600     END-IF.
087700 3000-EXIT.
087800     EXIT.
087900*
088000 3100-BURST-ONE-LINE.
088100     READ BRSWRK NEXT RECORD
088200         AT END
088300             SET WS-END-OF-FILE TO TRUE
088400             GO TO 3100-EXIT
088500     END-READ
088600     IF WS-FS-BRSWRK NOT = "00"
088700         DISPLAY "BRSWRK READ FAILED, STATUS " WS-FS-BRSWRK
088800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
088900         GO TO 3100-EXIT
089000     END-IF
089100     IF BWK-BUNDLE-SUB NOT = WS-BND-SUB
089200         IF WS-BND-SUB > 0
089300             PERFORM 3300-PRINT-BUNDLE-TOTAL THRU 3300-EXIT
089400         END-IF
089500         MOVE BWK-BUNDLE-SUB TO WS-BND-SUB
089600         PERFORM 3200-WRITE-ROUTING-PAGE THRU 3200-EXIT
089700     END-IF
089800     IF BWK-LINE-SEQ = 1
089900         MOVE BWK-STMT-SEQ TO WS-STM-SUB
090000         PERFORM 5000-PRINT-MANIFEST-LINE THRU 5000-EXIT
090100     END-IF
090200     PERFORM 3400-SET-BURST-PREFIX THRU 3400-EXIT
090300     SET BSO-LINE-STATEMENT TO TRUE
090400     MOVE BWK-PRINT-LINE TO BSO-PRINT-LINE
090500     PERFORM 3500-WRITE-BURST-RECORD THRU 3500-EXIT.
090600 3100-EXIT.
090700     EXIT.
090800*
090900***************************************************************
091000* 3200-WRITE-ROUTING-PAGE.                                    *
091100*     THE PAGE THAT LEADS EACH BUNDLE ON BRSOUT: WHERE IT     *
091200*     GOES, WHOSE IT IS, WHO IT IS FOR, HOW MANY COPIES, AND  *
091300*     WHAT IS IN IT.  A BUNDLE ROUTED BY DEFAULT SAYS SO.     *
091400***************************************************************
091500 3200-WRITE-ROUTING-PAGE.
091600     PERFORM 3400-SET-BURST-PREFIX THRU 3400-EXIT
091700     SET BSO-LINE-ROUTING TO TRUE
091800     MOVE SPACES TO WS-ROUTING-LINE
091900     MOVE "1"                     TO RTL-CARRIAGE-CTL
092000     MOVE "CHARGEBACK RUN DATE"   TO RTL-LABEL
092100     MOVE WS-RUN-DATE             TO RTL-VALUE
092200     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
092300     MOVE "0"                     TO RTL-CARRIAGE-CTL
092400     MOVE "DELIVER TO"            TO RTL-LABEL
092500     MOVE WS-BND-DESTINATION (WS-BND-SUB) TO RTL-VALUE
092600     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
092700     IF WS-BND-TYPE (WS-BND-SUB) = "D"
092800         MOVE "DEPARTMENT"        TO RTL-LABEL
092900     ELSE
093000         MOVE "USERID"            TO RTL-LABEL
093100     END-IF
093200     MOVE WS-BND-ID (WS-BND-SUB)  TO RTL-VALUE
093300     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
093400     MOVE "CONTACT"               TO RTL-LABEL
093500     MOVE WS-BND-CONTACT (WS-BND-SUB) TO RTL-VALUE
093600     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
093700     MOVE "COPIES"                TO RTL-LABEL
093800     MOVE WS-BND-COPIES (WS-BND-SUB) TO WS-EDIT-COUNT
093900     MOVE WS-EDIT-COUNT           TO RTL-VALUE
094000     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
094100     MOVE "STATEMENTS"            TO RTL-LABEL
094200     MOVE WS-BND-STATEMENTS (WS-BND-SUB) TO WS-EDIT-COUNT
094300     MOVE WS-EDIT-COUNT           TO RTL-VALUE
094400     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
094500     MOVE "STATEMENT PAGES"       TO RTL-LABEL
094600     MOVE WS-BND-PAGES (WS-BND-SUB) TO WS-EDIT-COUNT
094700     MOVE WS-EDIT-COUNT           TO RTL-VALUE
094800     PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
094900     IF WS-BND-DEFAULT (WS-BND-SUB) = "Y"
095000         MOVE "0"                 TO RTL-CARRIAGE-CTL
095100         MOVE "** NOT ON FACTDST"  TO RTL-LABEL
095200         MOVE "- SENT TO THE OPERATIONS DESTINATION **"
095300                                  TO RTL-VALUE
095400         PERFORM 3250-WRITE-ROUTING-LINE THRU 3250-EXIT
095500     END-IF.
095600 3200-EXIT.
095700     EXIT.
095800*
095900 3250-WRITE-ROUTING-LINE.
096000     MOVE WS-ROUTING-LINE TO BSO-PRINT-LINE
096100     PERFORM 3500-WRITE-BURST-RECORD THRU 3500-EXIT
096200     MOVE SPACES TO WS-ROUTING-LINE
096300     MOVE SPACE  TO RTL-CARRIAGE-CTL.
096400 3250-EXIT.
096500     EXIT.
096600*
096700***************************************************************
096800* 3300-PRINT-BUNDLE-TOTAL.                                    *
096900*     CLOSES A BUNDLE ON THE MANIFEST WITH ITS PAGES, COPIES, *
097000*     AMOUNT AND CONTACT.                                     *
097100***************************************************************
097200 3300-PRINT-BUNDLE-TOTAL.
097300     MOVE WS-BND-PAGES (WS-BND-SUB)   TO BTL-PAGES
097400     MOVE WS-BND-COPIES (WS-BND-SUB)  TO BTL-COPIES
097500     MOVE WS-BND-AMOUNT (WS-BND-SUB)  TO BTL-AMOUNT
097600     MOVE WS-BND-CONTACT (WS-BND-SUB) TO BTL-CONTACT
097700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
097800         PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
097900     END-IF
098000     WRITE FD-REPORT-LINE FROM WS-BUNDLE-TOTAL-LINE
098100         AFTER ADVANCING 1 LINE
098200     ADD 1 TO WS-LINE-COUNT
098300     MOVE SPACES TO WS-SECTION-LINE
098400     PERFORM 6000-PRINT-LINE THRU 6000-EXIT.
098500 3300-EXIT.
098600     EXIT.
098700*
098800 3400-SET-BURST-PREFIX.
098900     MOVE SPACES                          TO FD-BURST-RECORD
099000     MOVE WS-BND-DESTINATION (WS-BND-SUB) TO BSO-DESTINATION
099100     MOVE WS-BND-KEY (WS-BND-SUB)         TO BSO-BUNDLE-KEY
099200     MOVE WS-BND-COPIES (WS-BND-SUB)      TO BSO-COPIES.
099300 3400-EXIT.
099400     EXIT.
099500*
099600 3500-WRITE-BURST-RECORD.
099700     WRITE FD-BURST-RECORD
099800     IF WS-FS-BRSOUT NOT = "00"
099900         DISPLAY "BRSOUT WRITE FAILED, STATUS " WS-FS-BRSOUT
100000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
100100         GO TO 3500-EXIT
100200     END-IF
100300     ADD 1 TO WS-LINE-BURST-COUNT.
100400 3500-EXIT.
100500     EXIT.
100600*
100700***************************************************************
100800* 5000-PRINT-MANIFEST-LINE.                                   *
100900*     ONE MANIFEST LINE PER STATEMENT BURST: ITS DESTINATION, *
101000*     BUNDLE, USERID, PAGE COUNT, COPIES, INVOICE AMOUNT AND  *
101100*     ANY NOTE.                                               *
101200***************************************************************
101300 5000-PRINT-MANIFEST-LINE.
101400     MOVE SPACES                          TO WS-MANIFEST-LINE
101500     MOVE WS-BND-DESTINATION (WS-BND-SUB) TO MAN-DESTINATION
101600     MOVE WS-BND-TYPE (WS-BND-SUB)        TO MAN-BUNDLE-TYPE
101700     MOVE WS-BND-ID (WS-BND-SUB)          TO MAN-BUNDLE-ID
101800     MOVE WS-STM-USERID (WS-STM-SUB)      TO MAN-USERID
101900     MOVE WS-STM-PAGES (WS-STM-SUB)       TO MAN-PAGES
102000     MOVE WS-BND-COPIES (WS-BND-SUB)      TO MAN-COPIES
102100     MOVE WS-STM-AMOUNT (WS-STM-SUB)      TO MAN-AMOUNT
102200     EVALUATE WS-STM-NOTE (WS-STM-SUB)
102300         WHEN "D"
102400             MOVE "DEFAULT ROUTE - NOT ON DST" TO MAN-NOTE
102500         WHEN "I"
102600             MOVE "NO CHGINV INVOICE"          TO MAN-NOTE
102700         WHEN "X"
102800             MOVE "OWN DEST DIFFERS FROM DEPT" TO MAN-NOTE
102900         WHEN OTHER
103000             MOVE SPACES                       TO MAN-NOTE
103100     END-EVALUATE
103200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
103300         PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
103400     END-IF
103500     WRITE FD-REPORT-LINE FROM WS-MANIFEST-LINE
103600         AFTER ADVANCING 1 LINE
103700     ADD 1 TO WS-LINE-COUNT.
103800 5000-EXIT.
103900     EXIT.
104000*
104100***************************************************************
104200* 6000-PRINT-LINE.                                            *
104300*     PRINTS WS-SECTION-LINE ON THE MANIFEST, BREAKING TO A   *
104400*     NEW PAGE WITH HEADINGS EVERY WS-LINES-PER-PAGE LINES.   *
104500***************************************************************
104600 6000-PRINT-LINE.
104700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
104800         PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
104900     END-IF
105000     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
105100         AFTER ADVANCING 1 LINE
105200     ADD 1 TO WS-LINE-COUNT.
105300 6000-EXIT.
105400     EXIT.
105500*
105600 6100-PRINT-PAGE-HEADING.
105700     ADD 1 TO WS-PAGE-NUMBER
105800     MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
105900     MOVE WS-RUN-DATE    TO HDG-RUN-DATE
106000     WRITE FD-REPORT-LINE FROM WS-PAGE-HEADING-LINE
106100         AFTER ADVANCING TO-NEW-PAGE
106200     WRITE FD-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
106300         AFTER ADVANCING 2 LINES
106400     MOVE 0 TO WS-LINE-COUNT.
106500 6100-EXIT.
106600     EXIT.
106700*
106800***************************************************************
106900* 7000-PRINT-TOTALS.                                          *
107000*     THE MANIFEST TOTALS PAGE: ANY CHGINV INVOICE WITH NO    *
107100*     STATEMENT, THE COUNTS, AND THE TIE OF THE STATEMENTS    *
107200*     BURST TO THE CHGRPT GRAND TOTAL PAGE AND TO CHGINV.     *
107300***************************************************************
107400 7000-PRINT-TOTALS.
107500     MOVE SPACES TO WS-SECTION-LINE
107600     MOVE "STATEMENT DISTRIBUTION TOTALS" TO SCT-TEXT
107700     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
107800         AFTER ADVANCING TO-NEW-PAGE
107900     MOVE 1 TO WS-LINE-COUNT
108000     MOVE 0 TO WS-INV-SUB
108100     PERFORM 7100-LIST-UNMATCHED-INVOICE THRU 7100-EXIT
108200         UNTIL WS-INV-SUB >= WS-INV-COUNT
108300     MOVE SPACES                  TO WS-COUNT-LINE
108400     MOVE "STATEMENTS BURST"       TO CNT-LABEL
108500     MOVE WS-STM-COUNT            TO CNT-VALUE
108600     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
108700         AFTER ADVANCING 2 LINES
108800     MOVE SPACES                  TO WS-COUNT-LINE
108900     MOVE "USERS BILLED ON CHGRPT" TO CNT-LABEL
109000     MOVE WS-CHGRPT-USERS         TO CNT-VALUE
109100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
109200         AFTER ADVANCING 1 LINE
109300     MOVE SPACES                  TO WS-COUNT-LINE
109400     MOVE "BUNDLES"                TO CNT-LABEL
109500     MOVE WS-BND-COUNT            TO CNT-VALUE
109600     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
109700         AFTER ADVANCING 1 LINE
109800     MOVE SPACES                  TO WS-COUNT-LINE
109900     MOVE "STATEMENT PAGES"        TO CNT-LABEL
110000     MOVE WS-TOTAL-PAGES          TO CNT-VALUE
110100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
110200         AFTER ADVANCING 1 LINE
110300     MOVE SPACES                  TO WS-COUNT-LINE
110400     MOVE "STATEMENTS ROUTED TO OPERATIONS" TO CNT-LABEL
110500     MOVE WS-DEFAULT-COUNT        TO CNT-VALUE
110600     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
110700         AFTER ADVANCING 1 LINE
110800     MOVE SPACES                  TO WS-COUNT-LINE
110900     MOVE "STATEMENTS WITH NO CHGINV INVOICE" TO CNT-LABEL
111000     MOVE WS-NO-INVOICE-COUNT     TO CNT-VALUE
111100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
111200         AFTER ADVANCING 1 LINE
111300     MOVE SPACES                  TO WS-COUNT-LINE
111400     MOVE "STATEMENTS WITH OWN DEST IN A DEPT" TO CNT-LABEL
111500     MOVE WS-DEST-DIFFERS-COUNT   TO CNT-VALUE
111600     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
111700         AFTER ADVANCING 1 LINE
111800     MOVE SPACES                  TO WS-COUNT-LINE
111900     MOVE "CHGINV INVOICES WITH NO STATEMENT" TO CNT-LABEL
112000     MOVE WS-UNMATCHED-INVOICE-COUNT TO CNT-VALUE
112100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
112200         AFTER ADVANCING 1 LINE
112300     MOVE SPACES                  TO WS-MONEY-LINE
112400     MOVE "INVOICE AMOUNT OF STATEMENTS BURST" TO MNY-LABEL
112500     MOVE WS-STATEMENT-TOTAL      TO MNY-VALUE
112600     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
112700         AFTER ADVANCING 2 LINES
112800     MOVE SPACES                  TO WS-MONEY-LINE
112900     MOVE "CHGRPT TOTAL AMOUNT"    TO MNY-LABEL
113000     MOVE WS-CHGRPT-TOTAL         TO MNY-VALUE
113100     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
113200         AFTER ADVANCING 1 LINE
113300     MOVE SPACES                  TO WS-MONEY-LINE
113400     MOVE "CHGINV TOTAL AMOUNT"    TO MNY-LABEL
113500     MOVE WS-CHGINV-TOTAL         TO MNY-VALUE
113600     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
113700         AFTER ADVANCING 1 LINE
113800     MOVE SPACES TO WS-SECTION-LINE
113900     IF WS-STM-COUNT = WS-CHGRPT-USERS
114000        AND WS-STATEMENT-TOTAL = WS-CHGRPT-TOTAL
114100        AND WS-STATEMENT-TOTAL = WS-CHGINV-TOTAL
114200         MOVE "STATEMENTS BURST TIE TO CHGRPT AND CHGINV"
114300             TO SCT-TEXT
114400     ELSE
114500         MOVE "*** STATEMENTS BURST DO NOT TIE TO CHGRPT/CHGINV"
114600             TO SCT-TEXT
114700     END-IF
114800     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
114900         AFTER ADVANCING 2 LINES.
115000 7000-EXIT.
115100     EXIT.
115200*
115300 7100-LIST-UNMATCHED-INVOICE.
115400     ADD 1 TO WS-INV-SUB
115500     IF WS-INV-USED (WS-INV-SUB) = "Y"
115600         GO TO 7100-EXIT
115700     END-IF
115800     ADD 1 TO WS-UNMATCHED-INVOICE-COUNT
115900     MOVE SPACES                      TO WS-MANIFEST-LINE
116000     MOVE WS-INV-USERID (WS-INV-SUB)  TO MAN-USERID
116100     MOVE WS-INV-AMOUNT (WS-INV-SUB)  TO MAN-AMOUNT
116200     MOVE "INVOICE WITH NO STATEMENT" TO MAN-NOTE
116300     WRITE FD-REPORT-LINE FROM WS-MANIFEST-LINE
116400         AFTER ADVANCING 1 LINE.
116500 7100-EXIT.
116600     EXIT.
116700*
116800***************************************************************
116900* 9000-TERMINATE-RUN.                                         *
117000*     SETTLES THE ENDING STATUS, WRITES THE RUN-STATUS        *
117100*     RECORD, AND CLOSES ALL FILES.                           *
117200***************************************************************
117300 9000-TERMINATE-RUN.
117400     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
117500     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
117600     DISPLAY "STATEMENT-BURST ENDED - CHGRPT LINES READ "
117700         WS-LINE-READ-COUNT
117800         "  BRSOUT RECORDS " WS-LINE-BURST-COUNT
117900     DISPLAY "  STATEMENTS " WS-STM-COUNT
118000         "  BUNDLES " WS-BND-COUNT
118100         "  TO OPERATIONS " WS-DEFAULT-COUNT
118200     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
118300     CLOSE CHGRPT
118400     CLOSE CHGINV
118500     CLOSE FACTDST
118600     CLOSE BRSWRK
118700     CLOSE BRSOUT
118800     CLOSE BRSMAN
118900     CLOSE BRSSTA.
119000 9000-EXIT.
119100     EXIT.
119200*
119300***************************************************************
119400* 9400-SET-ENDING-STATUS.                                     *
119500*     SETTLES THE RUN'S ENDING STATUS AND RETURN CODE.  THE   *
119600*     STATEMENTS BURST MUST BE THE STATEMENTS BILLED - THE    *
119700*     COUNT ON THE CHGRPT GRAND TOTAL PAGE, AND THE MONEY ON  *
119800*     IT AND ON CHGINV - OR A DEPARTMENT IS MISSING A         *
119900*     STATEMENT OR HOLDING THE WRONG ONE, AND THE RUN ENDS 8  *
120000*     SO THE DISTRIBUTION STEP IS HELD.  A STATEMENT ROUTED   *
120100*     TO OPERATIONS, OR WITH NO INVOICE, OR SENT WITH A       *
120200*     DEPARTMENT WHOSE DESTINATION IS NOT ITS OWN, ENDS 4 SO  *
120300*     OPERATIONS LOOKS AT THE MANIFEST.                       *
120400***************************************************************
120500 9400-SET-ENDING-STATUS.
120600     IF WS-RUN-FAILED
120700         GO TO 9400-EXIT
120800     END-IF
120900     IF WS-STM-COUNT NOT = WS-CHGRPT-USERS
121000        OR WS-STATEMENT-TOTAL NOT = WS-CHGRPT-TOTAL
121100        OR WS-STATEMENT-TOTAL NOT = WS-CHGINV-TOTAL
121200         DISPLAY "STATEMENT-BURST: STATEMENTS DO NOT TIE TO "
121300             "CHGRPT AND CHGINV"
121400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
121500         GO TO 9400-EXIT
121600     END-IF
121700     IF WS-DEFAULT-COUNT > 0
121800        OR WS-NO-INVOICE-COUNT > 0
121900        OR WS-DEST-DIFFERS-COUNT > 0
122000        OR WS-UNMATCHED-INVOICE-COUNT > 0
122100         MOVE 4 TO WS-END-RETURN-CODE
122200     ELSE
122300         MOVE 0 TO WS-END-RETURN-CODE
122400     END-IF.
122500 9400-EXIT.
122600     EXIT.
122700*
122800***************************************************************
122900* 9500-WRITE-STATUS-RECORD.                                   *
123000*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO BRSSTA     *
123100*     FOR THE AUTOMATION PACKAGE AND THE SUITE MONITOR.       *
123200*     SKIPPED ONLY WHEN BRSSTA ITSELF COULD NOT BE OPENED -   *
123300*     THE RETURN CODE STILL CARRIES THE FAILURE.              *
123400***************************************************************
123500 9500-WRITE-STATUS-RECORD.
123600     IF WS-FS-BRSSTA NOT = "00"
123700         GO TO 9500-EXIT
123800     END-IF
123900     MOVE WS-RUN-DATE        TO STA-RUN-DATE
124000     MOVE "STMTBRST"         TO STA-PROGRAM
124100     MOVE WS-LINE-READ-COUNT TO STA-RECORDS-READ
124200     MOVE WS-STM-COUNT       TO STA-RECORDS-PROCESSED
124300     COMPUTE STA-RECORDS-REJECTED =
124400         WS-DEFAULT-COUNT + WS-NO-INVOICE-COUNT
124500         + WS-DEST-DIFFERS-COUNT + WS-UNMATCHED-INVOICE-COUNT
124600     EVALUATE WS-END-RETURN-CODE
124700         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
124800         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
124900         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
125000     END-EVALUATE
125100     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
125200     WRITE FD-STATUS-RECORD.
125300 9500-EXIT.
125400     EXIT.
125500*
125600***************************************************************
125700* READ-BUSINESS-DATE.                                         *
125800*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
125900*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
126000*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
126100*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
126200***************************************************************
126300 COPY FACTBDR.
