000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     BUDGET-VERSUS-ACTUAL.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  MONTH-TO-DATE BUDGET    *
001800*                   REPORT FOR THE REQUESTING USERIDS, RUN    *
001900*                   MID-MONTH AND AT MONTH END.  PRICES THE   *
002000*                   MONTH'S FACTAUD AND COMBAUD USAGE UP TO   *
002100*                   THE AS-OF DATE EXACTLY AS AUDIT-          *
002200*                   CHARGEBACK-REPORT PRICES IT - CHGRTE      *
002300*                   RATES, "*DEFAULT" RECORD, FLAT FALLBACK   *
002400*                   RATE, BATCH AND ONLINE CLASSES, VOLUME    *
002500*                   TIER, "D" AND "R" RECORDS LEFT OUT - AND  *
002600*                   SETS IT AGAINST EACH USERID'S MONTHLY     *
002700*                   AMOUNT ON THE NEW FACTBGT BUDGET MASTER   *
002800*                   (LAYOUT IN FACTBGT.CPY).  BVARPT SHOWS    *
002900*                   BUDGET, ACTUAL, REMAINING, PERCENT USED   *
003000*                   AND PROJECTED MONTH-END SPEND PER USERID, *
003100*                   FLAGGING OVER BUDGET, OVER THE WARNING    *
003200*                   PERCENT, PROJECTED OVER, AND USAGE WITH   *
003300*                   NO BUDGET.  WHEN THE AS-OF DATE IS THE    *
003400*                   LAST DAY OF THE MONTH THE ACTUAL COLUMN   *
003500*                   IS TIED, USERID BY USERID, TO THE CHGINV  *
003600*                   INVOICES FOR THE MONTH.  RUN-STATUS       *
003700*                   RECORD ON BVASTA, PROGRAM BUDVSACT -      *
003800*                   E/0004 WHEN THERE WERE NO CHGINV          *
003900*                   INVOICES FOR THE MONTH TO TIE TO, F/0008  *
004000*                   WHEN THE TIE FAILS, ON A BAD CARD OR ON   *
004100*                   A FILE ERROR.                             *
004200***************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.    IBM-370.
004600 OBJECT-COMPUTER.    IBM-370.
004700 SPECIAL-NAMES.
004800     C01 IS TO-NEW-PAGE.
004900*
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL BVAPARM ASSIGN TO "BVAPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-BVAPARM.
005500
005600     SELECT FACTAUD  ASSIGN TO "FACTAUD"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS AUD-KEY
006000         ALTERNATE RECORD KEY IS AUD-NUMBER WITH DUPLICATES
006100         FILE STATUS IS WS-FS-FACTAUD.
006200
006300     SELECT COMBAUD  ASSIGN TO "COMBAUD"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS CAU-KEY
006700         FILE STATUS IS WS-FS-COMBAUD.
006800
006900     SELECT CHGRTE   ASSIGN TO "CHGRTE"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS RTE-USERID
007300         FILE STATUS IS WS-FS-CHGRTE.
007400
007500     SELECT OPTIONAL FACTBGT ASSIGN TO "FACTBGT"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS BGT-USERID
007900         FILE STATUS IS WS-FS-FACTBGT.
008000
008100     SELECT OPTIONAL CHGINV ASSIGN TO "CHGINV"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-FS-CHGINV.
008400
008500     SELECT BVARPT   ASSIGN TO "BVARPT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-FS-BVARPT.
008800
008900     SELECT BVASTA   ASSIGN TO "BVASTA"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-FS-BVASTA.
009200
009300     SELECT BUSDATE  ASSIGN TO "BUSDATE"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-FS-BUSDATE.
009600*
009700***************************************************************
009800*                                                             *
009900* DATA DIVISION.                                              *
010000*                                                             *
010100***************************************************************
010200 DATA DIVISION.
010300 FILE SECTION.
010400*    THE BVAPARM CARD IS OPTIONAL AND SO IS EVERY FIELD ON IT -
010500*    AS-OF DATE IN COLUMNS 1-8 (BLANK IS THE BUSINESS DATE),
010600*    DEFAULT WARNING PERCENT IN 10-12 (BLANK IS 90), AND THE
010700*    FLAT FALLBACK RATE IN 14-18, WHICH SHOULD MATCH THE CHGPARM
010800*    CARD RATE THE CHARGEBACK RUN USES (BLANK IS ZERO).
010900 FD  BVAPARM
011000     LABEL RECORDS ARE OMITTED
011100     RECORDING MODE IS F.
011200 01  FD-PARAMETER-RECORD.
011300     05  PRM-AS-OF-DATE              PIC 9(08).
011400     05  PRM-AS-OF-DATE-X REDEFINES PRM-AS-OF-DATE
011500                                     PIC X(08).
011600     05  FILLER                      PIC X(01).
011700     05  PRM-WARN-PERCENT            PIC 9(03).
011800     05  PRM-WARN-PERCENT-X REDEFINES PRM-WARN-PERCENT
011900                                     PIC X(03).
012000     05  FILLER                      PIC X(01).
012100     05  PRM-RATE                    PIC 9(03)V99.
012200     05  PRM-RATE-X REDEFINES PRM-RATE
012300                                     PIC X(05).
012400     05  FILLER                      PIC X(62).
012500*
012600 FD  FACTAUD
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900 COPY FACTAUD.
013000*
013100 FD  COMBAUD
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400 COPY COMBAUD.
013500*
013600 FD  CHGRTE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900 COPY FACTRTE.
014000*
014100 FD  FACTBGT
014200     LABEL RECORDS ARE STANDARD
014300     RECORDING MODE IS F.
014400 COPY FACTBGT.
014500*
014600 FD  CHGINV
014700     LABEL RECORDS ARE OMITTED
014800     RECORDING MODE IS F.
014900 COPY FACTINV.
015000*
015100 FD  BVARPT
015200     LABEL RECORDS ARE OMITTED
015300     RECORDING MODE IS F.
015400 01  FD-REPORT-LINE.
015500     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
015600     05  FD-RPT-TEXT                 PIC X(79).
015700*
015800 FD  BVASTA
015900     LABEL RECORDS ARE OMITTED
016000     RECORDING MODE IS F.
016100 COPY FACTSTA.
016200*
016300 FD  BUSDATE
016400     LABEL RECORDS ARE STANDARD
016500     RECORDING MODE IS F.
016600 COPY FACTBDT.
016700*
016800 WORKING-STORAGE SECTION.
016900***************************************************************
017000*    RUN SWITCHES                                             *
017100***************************************************************
017200 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
017300     88  WS-END-OF-FILE                      VALUE "Y".
017400 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
017500     88  WS-RUN-FAILED                       VALUE "Y".
017600 77  WS-USR-FOUND-SWITCH         PIC X(01)   VALUE "N".
017700     88  WS-USR-FOUND                        VALUE "Y".
017800 77  WS-RATE-FOUND-SWITCH        PIC X(01)   VALUE "N".
017900     88  WS-RATE-FOUND                       VALUE "Y".
018000     88  WS-RATE-NOT-FOUND                   VALUE "N".
018100 77  WS-MONTH-END-SWITCH         PIC X(01)   VALUE "N".
018200     88  WS-MONTH-END                        VALUE "Y".
018300 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
018400     88  WS-BUSDATE-OPEN                     VALUE "O".
018500     88  WS-BUSDATE-REFUSED                  VALUE "R".
018600*    WHERE THE CURRENT USER'S RATES CAME FROM, AS IN THE
018700*    CHARGEBACK RUN - ANYTHING BUT "U" IS COUNTED AS PRICED
018800*    AT THE DEFAULT.
018900 77  WS-RATE-SOURCE              PIC X(01)   VALUE "U".
019000     88  WS-RATE-FROM-USER                   VALUE "U".
019100     88  WS-RATE-FROM-DEFAULT                VALUE "D".
019200     88  WS-RATE-FROM-PARM                   VALUE "P".
019300*
019400***************************************************************
019500*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
019600*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
019700*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.  BVAPARM,    *
019800*    FACTBGT AND CHGINV ARE OPTIONAL - STATUS 05 ON THEIR     *
019900*    OPENS IS NOT A FAILURE.                                  *
020000***************************************************************
020100 77  WS-FS-BVAPARM               PIC X(02)   VALUE "99".
020200 77  WS-FS-FACTAUD               PIC X(02)   VALUE "99".
020300 77  WS-FS-COMBAUD               PIC X(02)   VALUE "99".
020400 77  WS-FS-CHGRTE                PIC X(02)   VALUE "99".
020500 77  WS-FS-FACTBGT               PIC X(02)   VALUE "99".
020600 77  WS-FS-CHGINV                PIC X(02)   VALUE "99".
020700 77  WS-FS-BVARPT                PIC X(02)   VALUE "99".
020800 77  WS-FS-BVASTA                PIC X(02)   VALUE "99".
020900 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
021000*
021100***************************************************************
021200*    THE MONTH BEING REPORTED                                 *
021300*    WS-MONTH-FROM IS THE FIRST OF THE AS-OF DATE'S MONTH AND *
021400*    WS-MONTH-TO ITS LAST DAY.  USAGE IS COUNTED FROM         *
021500*    WS-MONTH-FROM THROUGH WS-AS-OF-DATE; THE PROJECTION      *
021600*    SCALES IT BY DAYS IN MONTH OVER DAYS ELAPSED.            *
021700***************************************************************
021800 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
021900 77  WS-AS-OF-DATE               PIC 9(08)       VALUE 0.
022000 77  WS-MONTH-FROM               PIC 9(08)       VALUE 0.
022100 77  WS-MONTH-TO                 PIC 9(08)       VALUE 0.
022200 77  WS-DAYS-ELAPSED             PIC 9(02) COMP  VALUE 0.
022300 77  WS-DAYS-IN-MONTH            PIC 9(02) COMP  VALUE 0.
022400 77  WS-DAY-NUMBER               PIC S9(09) COMP VALUE 0.
022500 77  WS-CHECK-DATE               PIC 9(08)       VALUE 0.
022600 77  WS-DEFAULT-WARN-PERCENT     PIC 9(03)       VALUE 90.
022700 01  WS-WORK-DATE.
022800     05  WS-WORK-YEAR            PIC 9(04).
022900     05  WS-WORK-MONTH           PIC 9(02).
023000     05  WS-WORK-DAY             PIC 9(02).
023100 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
023200                                 PIC 9(08).
023300*
023400***************************************************************
023500*    RATES RESOLVED FOR THE CURRENT USER, AND THE TIER-MATH    *
023600*    WORK FIELDS 5170-PRICE-ONE-CLASS USES - THE SAME RULES    *
023700*    AS AUDIT-CHARGEBACK-REPORT, SO THE MONTH-END ACTUAL IS    *
023800*    THE AMOUNT THE USER IS INVOICED.  WS-RATE IS THE FLAT     *
023900*    FALLBACK RATE FROM THE BVAPARM CARD.                      *
024000***************************************************************
024100 77  WS-RATE                     PIC 9(03)V99    VALUE 0.
024200 77  WS-BATCH-RATE               PIC 9(03)V99    VALUE 0.
024300 77  WS-ONLINE-RATE              PIC 9(03)V99    VALUE 0.
024400 77  WS-TIER-BREAK               PIC 9(08)       VALUE 0.
024500 77  WS-BATCH-TIER-RATE          PIC 9(03)V99    VALUE 0.
024600 77  WS-ONLINE-TIER-RATE         PIC 9(03)V99    VALUE 0.
024700 77  WS-BATCH-UNITS              PIC 9(08) COMP  VALUE 0.
024800 77  WS-ONLINE-UNITS             PIC 9(08) COMP  VALUE 0.
024900 77  WS-PRICE-UNITS              PIC 9(08) COMP  VALUE 0.
025000 77  WS-PRICE-RATE               PIC 9(03)V99    VALUE 0.
025100 77  WS-PRICE-TIER-RATE          PIC 9(03)V99    VALUE 0.
025200 77  WS-BASE-UNITS               PIC 9(08) COMP  VALUE 0.
025300 77  WS-TIER-UNITS               PIC 9(08) COMP  VALUE 0.
025400 77  WS-CLASS-AMOUNT             PIC 9(09)V99    VALUE 0.
025500 77  WS-AMOUNT                   PIC 9(09)V99    VALUE 0.
025600 77  WS-ACTUAL                   PIC 9(09)V99    VALUE 0.
025700 77  WS-PROJECTED                PIC 9(09)V99    VALUE 0.
025800 77  WS-REMAINING                PIC S9(09)V99   VALUE 0.
025900 77  WS-PERCENT-USED             PIC 9(04)       VALUE 0.
026000 77  WS-WARN-PERCENT             PIC 9(03)       VALUE 0.
026100 77  WS-DIFFERENCE               PIC S9(09)V99   VALUE 0.
026200*
026300***************************************************************
026400*    USERID TABLE                                             *
026500*    ONE ROW PER USERID WITH USAGE IN THE MONTH, ON THE       *
026600*    BUDGET MASTER, OR (AT MONTH END) INVOICED ON CHGINV.     *
026700*    THE USAGE COUNTS FOLLOW THE CHARGEBACK RUN'S SUMMARY     *
026800*    ROW: AN AUDIT RECORD WHOSE AUD-SOURCE IS NOT "O" IS      *
026900*    BATCH, AND COMBINATIONS FROM THE ONLINE SCREEN ARE ALSO  *
027000*    COUNTED IN WS-USR-ONLINE-COMBS.  A FULL TABLE FAILS THE  *
027100*    RUN RATHER THAN LEAVE A DEPARTMENT OFF THE REPORT.       *
027200***************************************************************
027300 77  WS-USR-MAX                  PIC 9(04) COMP  VALUE 500.
027400 77  WS-USR-COUNT                PIC 9(04) COMP  VALUE 0.
027500 77  WS-USR-SUB                  PIC 9(04) COMP  VALUE 0.
027600 77  WS-SEARCH-USERID            PIC X(08)       VALUE SPACES.
027700 01  WS-USR-TABLE.
027800     05  WS-USR-ENTRY            OCCURS 500 TIMES.
027900         10  WS-USR-USERID       PIC X(08).
028000         10  WS-USR-BATCH        PIC 9(08) COMP.
028100         10  WS-USR-ONLINE       PIC 9(08) COMP.
028200         10  WS-USR-COMBS        PIC 9(08) COMP.
028300         10  WS-USR-ONLINE-COMBS PIC 9(08) COMP.
028400         10  WS-USR-HAS-BUDGET   PIC X(01).
028500         10  WS-USR-BUDGET       PIC 9(09)V99.
028600         10  WS-USR-WARN-PERCENT PIC 9(03).
028700         10  WS-USR-ACTUAL       PIC 9(09)V99.
028800         10  WS-USR-INVOICED     PIC 9(09)V99.
028900*
029000***************************************************************
029100*    RUN TOTALS                                               *
029200***************************************************************
029300 77  WS-AUD-READ-COUNT           PIC 9(08) COMP  VALUE 0.
029400 77  WS-COMB-READ-COUNT          PIC 9(08) COMP  VALUE 0.
029500 77  WS-BUDGET-READ-COUNT        PIC 9(08) COMP  VALUE 0.
029600 77  WS-INVOICE-READ-COUNT       PIC 9(08) COMP  VALUE 0.
029700 77  WS-INVOICE-MONTH-COUNT      PIC 9(08) COMP  VALUE 0.
029800 77  WS-OVER-COUNT               PIC 9(08) COMP  VALUE 0.
029900 77  WS-WARNING-COUNT            PIC 9(08) COMP  VALUE 0.
030000 77  WS-PROJ-OVER-COUNT          PIC 9(08) COMP  VALUE 0.
030100 77  WS-NO-BUDGET-COUNT          PIC 9(08) COMP  VALUE 0.
030200 77  WS-DEFAULT-RATE-COUNT       PIC 9(08) COMP  VALUE 0.
030300 77  WS-TIE-BREAK-COUNT          PIC 9(08) COMP  VALUE 0.
030400 77  WS-TOTAL-BUDGET             PIC 9(09)V99    VALUE 0.
030500 77  WS-TOTAL-ACTUAL             PIC 9(09)V99    VALUE 0.
030600 77  WS-TOTAL-PROJECTED          PIC 9(09)V99    VALUE 0.
030700 77  WS-TOTAL-INVOICED           PIC 9(09)V99    VALUE 0.
030800 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
030900 77  WS-LINES-PER-PAGE           PIC 9(02) COMP  VALUE 55.
031000 77  WS-LINE-COUNT               PIC 9(02) COMP  VALUE 99.
031100 77  WS-PAGE-NUMBER              PIC 9(04) COMP  VALUE 0.
031200*
031300***************************************************************
031400*    REPORT LINES                                             *
031500***************************************************************
031600 01  WS-PAGE-HEADING-LINE.
031700     05  FILLER                  PIC X(01)   VALUE SPACE.
031800     05  FILLER                  PIC X(30)
031900         VALUE "BUDGET VERSUS ACTUAL - MONTH ".
032000     05  HDG-MONTH-FROM          PIC 9(08).
032100     05  FILLER                  PIC X(04)   VALUE " TO ".
032200     05  HDG-MONTH-TO            PIC 9(08).
032300     05  FILLER                  PIC X(06)   VALUE "  RUN ".
032400     05  HDG-RUN-DATE            PIC 9(08).
032500     05  FILLER                  PIC X(06)   VALUE "  PAGE".
032600     05  HDG-PAGE-NUMBER         PIC ZZZ9.
032700     05  FILLER                  PIC X(05)   VALUE SPACES.
032800*
032900 01  WS-AS-OF-LINE.
033000     05  FILLER                  PIC X(01)   VALUE SPACE.
033100     05  FILLER                  PIC X(20)
033200         VALUE "MONTH TO DATE AS OF ".
033300     05  ASO-AS-OF-DATE          PIC 9(08).
033400     05  FILLER                  PIC X(06)   VALUE " - DAY".
033500     05  ASO-DAYS-ELAPSED        PIC ZZ9.
033600     05  FILLER                  PIC X(03)   VALUE " OF".
033700     05  ASO-DAYS-IN-MONTH       PIC ZZ9.
033800     05  FILLER                  PIC X(02)   VALUE SPACES.
033900     05  ASO-MONTH-END-TEXT      PIC X(34).
034000*
034100 01  WS-COLUMN-HEADING-LINE.
034200     05  FILLER                  PIC X(01)   VALUE SPACE.
034300     05  FILLER                  PIC X(09)   VALUE "USERID".
034400     05  FILLER                  PIC X(13)
034500         VALUE "       BUDGET".
034600     05  FILLER                  PIC X(13)
034700         VALUE "       ACTUAL".
034800     05  FILLER                  PIC X(14)
034900         VALUE "     REMAINING".
035000     05  FILLER                  PIC X(05)   VALUE "  PCT".
035100     05  FILLER                  PIC X(13)
035200         VALUE "    PROJECTED".
035300     05  FILLER                  PIC X(12)   VALUE " FLAG".
035400*
035500 01  WS-DETAIL-LINE.
035600     05  FILLER                  PIC X(01)   VALUE SPACE.
035700     05  DTL-USERID              PIC X(08).
035800     05  FILLER                  PIC X(01)   VALUE SPACE.
035900     05  DTL-BUDGET              PIC Z(08)9.99.
036000     05  FILLER                  PIC X(01)   VALUE SPACE.
036100     05  DTL-ACTUAL              PIC Z(08)9.99.
036200     05  FILLER                  PIC X(01)   VALUE SPACE.
036300     05  DTL-REMAINING           PIC -(09)9.99.
036400     05  FILLER                  PIC X(01)   VALUE SPACE.
036500     05  DTL-PERCENT             PIC ZZZ9.
036600     05  FILLER                  PIC X(01)   VALUE SPACE.
036700     05  DTL-PROJECTED           PIC Z(08)9.99.
036800     05  FILLER                  PIC X(01)   VALUE SPACE.
036900     05  DTL-FLAG                PIC X(11).
037000     05  FILLER                  PIC X(01)   VALUE SPACE.
037100*
037200 01  WS-SECTION-LINE.
037300     05  FILLER                  PIC X(01)   VALUE SPACE.
037400     05  SCT-TEXT                PIC X(79).
037500*
037600 01  WS-TIE-HEADING-LINE.
037700     05  FILLER                  PIC X(01)   VALUE SPACE.
037800     05  FILLER                  PIC X(11)   VALUE "USERID".
037900     05  FILLER                  PIC X(13)
038000         VALUE "       ACTUAL".
038100     05  FILLER                  PIC X(13)
038200         VALUE "     INVOICED".
038300     05  FILLER                  PIC X(14)
038400         VALUE "    DIFFERENCE".
038500     05  FILLER                  PIC X(28)   VALUE "  RESULT".
038600*
038700 01  WS-TIE-LINE.
038800     05  FILLER                  PIC X(01)   VALUE SPACE.
038900     05  TIE-USERID              PIC X(08).
039000     05  FILLER                  PIC X(03)   VALUE SPACES.
039100     05  TIE-ACTUAL              PIC Z(08)9.99.
039200     05  FILLER                  PIC X(01)   VALUE SPACE.
039300     05  TIE-INVOICED            PIC Z(08)9.99.
039400     05  FILLER                  PIC X(01)   VALUE SPACE.
039500     05  TIE-DIFFERENCE          PIC -(09)9.99.
039600     05  FILLER                  PIC X(02)   VALUE SPACES.
039700     05  TIE-RESULT              PIC X(12).
039800     05  FILLER                  PIC X(15)   VALUE SPACES.
039900*
040000 01  WS-COUNT-LINE.
040100     05  FILLER                  PIC X(01)   VALUE SPACE.
040200     05  CNT-LABEL               PIC X(40)   VALUE SPACES.
040300     05  CNT-VALUE               PIC Z(07)9.
040400     05  FILLER                  PIC X(31)   VALUE SPACES.
040500*
040600 01  WS-MONEY-LINE.
040700     05  FILLER                  PIC X(01)   VALUE SPACE.
040800     05  MNY-LABEL               PIC X(40)   VALUE SPACES.
040900     05  MNY-VALUE               PIC Z(08)9.99.
041000     05  FILLER                  PIC X(27)   VALUE SPACES.
041100*
041200 PROCEDURE DIVISION.
041300***************************************************************
041400*                                                             *
041500* 0000-MAINLINE.                                              *
041600*     CONTROLS THE BUDGET RUN FROM OPEN THROUGH CLOSE.        *
041700*                                                             *
041800***************************************************************
041900 0000-MAINLINE.
042000     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
042100     IF NOT WS-RUN-FAILED
042200         PERFORM 2000-PROCESS-ONE-AUDIT THRU 2000-EXIT
042300             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
042400     END-IF
042500     IF NOT WS-RUN-FAILED
042600         MOVE "N" TO WS-EOF-SWITCH
042700         PERFORM 1400-READ-COMB-RECORD THRU 1400-EXIT
042800         PERFORM 2500-PROCESS-ONE-COMB THRU 2500-EXIT
042900             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
043000     END-IF
043100     IF NOT WS-RUN-FAILED
043200         PERFORM 3000-LOAD-BUDGETS THRU 3000-EXIT
043300     END-IF
043400     IF NOT WS-RUN-FAILED AND WS-MONTH-END
043500         PERFORM 4000-LOAD-INVOICES THRU 4000-EXIT
043600     END-IF
043700     IF NOT WS-RUN-FAILED
043800         PERFORM 5000-PRODUCE-REPORT THRU 5000-EXIT
043900     END-IF
044000     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
044100     MOVE WS-END-RETURN-CODE TO RETURN-CODE
044200     STOP RUN.
044300*
044400***************************************************************
044500* 1000-INITIALIZE-RUN.                                        *
044600*     OPENS THE FILES, VERIFIES THE OPENS, EDITS THE BVAPARM  *
044700*     CARD, WORKS OUT THE MONTH, AND PRIMES THE AUDIT READ.   *
044800***************************************************************
044900 1000-INITIALIZE-RUN.
045000     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
045100*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
045200     IF WS-BUSDATE-REFUSED
045300         OPEN OUTPUT BVASTA
045400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
045500         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
045600         CLOSE BVASTA
045700         MOVE WS-END-RETURN-CODE TO RETURN-CODE
045800         STOP RUN
045900     END-IF
046000     DISPLAY "BUDGET-VERSUS-ACTUAL STARTING - RUN DATE "
046100         WS-RUN-DATE
046200     OPEN INPUT  BVAPARM
046300     OPEN INPUT  FACTAUD
046400     OPEN INPUT  COMBAUD
046500     OPEN INPUT  CHGRTE
046600     OPEN INPUT  FACTBGT
046700     OPEN OUTPUT BVARPT
046800     OPEN OUTPUT BVASTA
046900     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
047000     IF WS-RUN-FAILED
047100         GO TO 1000-EXIT
047200     END-IF
047300     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
047400     IF WS-RUN-FAILED
047500         GO TO 1000-EXIT
047600     END-IF
047700     PERFORM 1200-SET-MONTH THRU 1200-EXIT
047800     PERFORM 1300-READ-AUDIT-RECORD THRU 1300-EXIT.
047900 1000-EXIT.
048000     EXIT.
048100*
048200***************************************************************
048300* 1025-VERIFY-OPENS.                                          *
048400*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
048500*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
048600*     RETURN CODE 8 SO THE SCHEDULER CAN SEE IT.              *
048700***************************************************************
048800 1025-VERIFY-OPENS.
048900     IF WS-FS-BVAPARM NOT = "00" AND WS-FS-BVAPARM NOT = "05"
049000         DISPLAY "BVAPARM OPEN FAILED, STATUS " WS-FS-BVAPARM
049100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049200     END-IF
049300     IF WS-FS-FACTAUD NOT = "00"
049400         DISPLAY "FACTAUD OPEN FAILED, STATUS " WS-FS-FACTAUD
049500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049600     END-IF
049700     IF WS-FS-COMBAUD NOT = "00"
049800         DISPLAY "COMBAUD OPEN FAILED, STATUS " WS-FS-COMBAUD
049900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
050000     END-IF
050100     IF WS-FS-CHGRTE NOT = "00"
050200         DISPLAY "CHGRTE OPEN FAILED, STATUS " WS-FS-CHGRTE
050300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
050400     END-IF
050500     IF WS-FS-FACTBGT NOT = "00" AND WS-FS-FACTBGT NOT = "05"
050600         DISPLAY "FACTBGT OPEN FAILED, STATUS " WS-FS-FACTBGT
050700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
050800     END-IF
050900     IF WS-FS-BVARPT NOT = "00"
051000         DISPLAY "BVARPT OPEN FAILED, STATUS " WS-FS-BVARPT
051100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
051200     END-IF
051300     IF WS-FS-BVASTA NOT = "00"
051400         DISPLAY "BVASTA OPEN FAILED, STATUS " WS-FS-BVASTA
051500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
051600     END-IF.
051700 1025-EXIT.
051800     EXIT.
051900*
052000 1027-FLAG-RUN-FAILED.
052100     SET WS-RUN-FAILED TO TRUE
052200     MOVE 8 TO WS-END-RETURN-CODE.
052300 1027-EXIT.
052400     EXIT.
052500*
052600***************************************************************
052700* 1100-READ-PARAMETER-CARD.                                   *
052800*     READS THE OPTIONAL BVAPARM CARD.  A BLANK FIELD (OR NO  *
052900*     CARD AT ALL) TAKES ITS DEFAULT; A FIELD THAT IS NOT     *
053000*     NUMERIC, AN AS-OF DATE THAT IS NOT A CALENDAR DATE OR   *
053100*     IS LATER THAN THE BUSINESS DATE, OR A WARNING PERCENT   *
053200*     OVER 100 ENDS THE RUN BEFORE ANYTHING IS PRINTED.       *
053300***************************************************************
053400 1100-READ-PARAMETER-CARD.
053500     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
053600     IF WS-FS-BVAPARM = "05"
053700         GO TO 1100-EXIT
053800     END-IF
053900     READ BVAPARM
054000         AT END
054100             GO TO 1100-EXIT
054200     END-READ
054300     IF (PRM-AS-OF-DATE-X NOT = SPACES
054400             AND PRM-AS-OF-DATE NOT NUMERIC)
054500         OR (PRM-WARN-PERCENT-X NOT = SPACES
054600             AND PRM-WARN-PERCENT NOT NUMERIC)
054700         OR (PRM-RATE-X NOT = SPACES
054800             AND PRM-RATE NOT NUMERIC)
054900         DISPLAY "BUDGET-VERSUS-ACTUAL: BAD BVAPARM CARD: "
055000             PRM-AS-OF-DATE-X " " PRM-WARN-PERCENT-X " "
055100             PRM-RATE-X
055200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
055300         GO TO 1100-EXIT
055400     END-IF
055500     IF PRM-WARN-PERCENT-X NOT = SPACES
055600         IF PRM-WARN-PERCENT > 100
055700             DISPLAY "BUDGET-VERSUS-ACTUAL: WARNING PERCENT "
055800                 "OVER 100"
055900             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
056000             GO TO 1100-EXIT
056100         END-IF
056200         MOVE PRM-WARN-PERCENT TO WS-DEFAULT-WARN-PERCENT
056300     END-IF
056400     IF PRM-RATE-X NOT = SPACES
056500         MOVE PRM-RATE TO WS-RATE
056600     END-IF
056700     IF PRM-AS-OF-DATE-X = SPACES
056800         GO TO 1100-EXIT
056900     END-IF
057000     PERFORM 1150-EDIT-AS-OF-DATE THRU 1150-EXIT
057100     IF WS-RUN-FAILED
057200         GO TO 1100-EXIT
057300     END-IF
057400     MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE.
057500 1100-EXIT.
057600     EXIT.
057700*
057800***************************************************************
057900* 1150-EDIT-AS-OF-DATE.                                       *
058000*     PROVES THE BVAPARM AS-OF DATE IS A REAL CALENDAR DATE   *
058100*     BY TURNING IT INTO A DAY NUMBER AND BACK, AS THE DATE   *
058200*     ROLL DOES, AND HOLDS IT TO THE BUSINESS DATE - USAGE    *
058300*     AFTER THE BUSINESS DATE HAS NOT HAPPENED YET.           *
058400***************************************************************
058500 1150-EDIT-AS-OF-DATE.
058600     IF PRM-AS-OF-DATE < 16010101
058700         MOVE 0 TO WS-CHECK-DATE
058800     ELSE
058900         COMPUTE WS-DAY-NUMBER =
059000             FUNCTION INTEGER-OF-DATE (PRM-AS-OF-DATE)
059100         COMPUTE WS-CHECK-DATE =
059200             FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
059300     END-IF
059400     IF WS-CHECK-DATE NOT = PRM-AS-OF-DATE
059500         DISPLAY "BUDGET-VERSUS-ACTUAL: AS-OF DATE IS NOT A "
059600             "CALENDAR DATE: " PRM-AS-OF-DATE-X
059700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
059800         GO TO 1150-EXIT
059900     END-IF
060000     IF PRM-AS-OF-DATE > WS-RUN-DATE
060100         DISPLAY "BUDGET-VERSUS-ACTUAL: AS-OF DATE "
060200             PRM-AS-OF-DATE
060300             " IS AFTER THE BUSINESS DATE " WS-RUN-DATE
060400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
060500     END-IF.
060600 1150-EXIT.
060700     EXIT.
060800*
060900***************************************************************
061000* 1200-SET-MONTH.                                             *
061100*     WORKS OUT THE FIRST AND LAST DAYS OF THE AS-OF DATE'S   *
061200*     MONTH, THE DAYS ELAPSED AND THE DAYS IN THE MONTH.  THE *
061300*     LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH. *
061400*     AN AS-OF DATE ON THE LAST DAY MAKES THIS THE MONTH-END  *
061500*     RUN, WHICH TIES TO CHGINV.                              *
061600***************************************************************
061700 1200-SET-MONTH.
061800     MOVE WS-AS-OF-DATE TO WS-WORK-DATE-N
061900     MOVE 1 TO WS-WORK-DAY
062000     MOVE WS-WORK-DATE-N TO WS-MONTH-FROM
062100     IF WS-WORK-MONTH = 12
062200         ADD 1 TO WS-WORK-YEAR
062300         MOVE 1 TO WS-WORK-MONTH
062400     ELSE
062500         ADD 1 TO WS-WORK-MONTH
062600     END-IF
062700     COMPUTE WS-DAY-NUMBER =
062800         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N) - 1
062900     COMPUTE WS-MONTH-TO =
063000         FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
063100     COMPUTE WS-DAYS-IN-MONTH =
063200         WS-DAY-NUMBER
063300         - FUNCTION INTEGER-OF-DATE (WS-MONTH-FROM) + 1
063400     COMPUTE WS-DAYS-ELAPSED =
063500         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
063600         - FUNCTION INTEGER-OF-DATE (WS-MONTH-FROM) + 1
063700     IF WS-AS-OF-DATE = WS-MONTH-TO
063800         SET WS-MONTH-END TO TRUE
063900     END-IF
064000     DISPLAY "BUDGET-VERSUS-ACTUAL: MONTH " WS-MONTH-FROM " TO "
064100         WS-MONTH-TO " AS OF " WS-AS-OF-DATE.
064200 1200-EXIT.
064300     EXIT.
064400*
064500***************************************************************
064600* 1300-READ-AUDIT-RECORD.                                     *
064700*     READS THE NEXT FACTAUD RECORD IN KEY SEQUENCE.          *
064800***************************************************************
064900 1300-READ-AUDIT-RECORD.
065000     READ FACTAUD NEXT RECORD
065100         AT END
065200             SET WS-END-OF-FILE TO TRUE
065300         NOT AT END
065400             ADD 1 TO WS-AUD-READ-COUNT
065500     END-READ.
065600 1300-EXIT.
065700     EXIT.
065800*
065900***************************************************************
066000* 1400-READ-COMB-RECORD.                                      *
066100*     READS THE NEXT COMBAUD RECORD IN KEY SEQUENCE.          *
066200***************************************************************
066300 1400-READ-COMB-RECORD.
066400     READ COMBAUD NEXT RECORD
066500         AT END
066600             SET WS-END-OF-FILE TO TRUE
066700         NOT AT END
066800             ADD 1 TO WS-COMB-READ-COUNT
066900     END-READ.
067000 1400-EXIT.
067100     EXIT.
067200*
067300***************************************************************
067400* 2000-PROCESS-ONE-AUDIT.                                     *
067500*     ROLLS ONE MONTH-TO-DATE AUDIT RECORD INTO ITS USERID'S  *
067600*     ROW, THEN READS THE NEXT.  "D" (DENIED) AND "R"         *
067700*     (REVERSED) RECORDS ARE NOT BILLED BY THE CHARGEBACK     *
067800*     RUN AND SO ARE NOT SPEND HERE EITHER.                   *
067900***************************************************************
068000 2000-PROCESS-ONE-AUDIT.
068100     IF AUD-RUN-DATE < WS-MONTH-FROM
068200        OR AUD-RUN-DATE > WS-AS-OF-DATE
068300        OR AUD-STATUS-DENIED
068400        OR AUD-STATUS-REVERSED
068500         GO TO 2000-READ-NEXT
068600     END-IF
068700     MOVE AUD-JOB-USERID TO WS-SEARCH-USERID
068800     PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
068900     IF WS-RUN-FAILED
069000         GO TO 2000-EXIT
069100     END-IF
069200     IF AUD-SOURCE-ONLINE
069300         ADD 1 TO WS-USR-ONLINE (WS-USR-SUB)
069400     ELSE
069500         ADD 1 TO WS-USR-BATCH (WS-USR-SUB)
069600     END-IF.
069700 2000-READ-NEXT.
069800     PERFORM 1300-READ-AUDIT-RECORD THRU 1300-EXIT.
069900 2000-EXIT.
070000     EXIT.
070100*
070200***************************************************************
070300* 2100-FIND-USER-ROW.                                         *
070400*     FINDS WS-SEARCH-USERID IN THE USERID TABLE, ADDING A    *
070500*     ZEROED ROW THE FIRST TIME IT IS SEEN.  A FULL TABLE     *
070600*     FAILS THE RUN.                                          *
070700***************************************************************
070800 2100-FIND-USER-ROW.
070900     MOVE "N" TO WS-USR-FOUND-SWITCH
071000     MOVE 0 TO WS-USR-SUB
071100     PERFORM 2110-TEST-ONE-USER THRU 2110-EXIT
071200         UNTIL WS-USR-FOUND OR WS-USR-SUB >= WS-USR-COUNT
071300     IF WS-USR-FOUND
071400         GO TO 2100-EXIT
071500     END-IF
071600     IF WS-USR-COUNT = WS-USR-MAX
071700         DISPLAY "BUDGET-VERSUS-ACTUAL: USERID TABLE FULL AT "
071800             WS-USR-MAX
071900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
072000         GO TO 2100-EXIT
072100     END-IF
072200     ADD 1 TO WS-USR-COUNT
072300     MOVE WS-USR-COUNT     TO WS-USR-SUB
072400     MOVE WS-SEARCH-USERID TO WS-USR-USERID (WS-USR-SUB)
072500     MOVE 0   TO WS-USR-BATCH (WS-USR-SUB)
072600     MOVE 0   TO WS-USR-ONLINE (WS-USR-SUB)
072700     MOVE 0   TO WS-USR-COMBS (WS-USR-SUB)
072800     MOVE 0   TO WS-USR-ONLINE-COMBS (WS-USR-SUB)
072900     MOVE "N" TO WS-USR-HAS-BUDGET (WS-USR-SUB)
073000     MOVE 0   TO WS-USR-BUDGET (WS-USR-SUB)
073100     MOVE 0   TO WS-USR-WARN-PERCENT (WS-USR-SUB)
073200     MOVE 0   TO WS-USR-ACTUAL (WS-USR-SUB)
073300     MOVE 0   TO WS-USR-INVOICED (WS-USR-SUB).
073400 2100-EXIT.
073500     EXIT.
073600*
073700 2110-TEST-ONE-USER.
073800     ADD 1 TO WS-USR-SUB
073900     IF WS-USR-USERID (WS-USR-SUB) = WS-SEARCH-USERID
074000         SET WS-USR-FOUND TO TRUE
074100     END-IF.
074200 2110-EXIT.
074300     EXIT.
074400*
074500***************************************************************
074600* 2500-PROCESS-ONE-COMB.                                      *
074700*     ROLLS ONE MONTH-TO-DATE COMBINATIONS AUDIT RECORD INTO  *
074800*     ITS USERID'S ROW, THEN READS THE NEXT.                  *
074900***************************************************************
075000 2500-PROCESS-ONE-COMB.
075100     IF CAU-RUN-DATE < WS-MONTH-FROM
075200        OR CAU-RUN-DATE > WS-AS-OF-DATE
075300         GO TO 2500-READ-NEXT
075400     END-IF
075500     MOVE CAU-JOB-USERID TO WS-SEARCH-USERID
075600     PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
075700     IF WS-RUN-FAILED
075800         GO TO 2500-EXIT
075900     END-IF
076000     ADD 1 TO WS-USR-COMBS (WS-USR-SUB)
076100     IF CAU-SOURCE-ONLINE
076200         ADD 1 TO WS-USR-ONLINE-COMBS (WS-USR-SUB)
076300     END-IF.
076400 2500-READ-NEXT.
076500     PERFORM 1400-READ-COMB-RECORD THRU 1400-EXIT.
076600 2500-EXIT.
076700     EXIT.
076800*
076900***************************************************************
077000* 3000-LOAD-BUDGETS.                                          *
077100*     READS THE WHOLE FACTBGT BUDGET MASTER INTO THE USERID   *
077200*     TABLE, SO A USERID WITH A BUDGET AND NO USAGE YET STILL *
077300*     SHOWS ITS FULL AMOUNT REMAINING.  NO MASTER AT ALL      *
077400*     (STATUS 05) LEAVES EVERY USERID WITHOUT A BUDGET.       *
077500***************************************************************
077600 3000-LOAD-BUDGETS.
077700     IF WS-FS-FACTBGT = "05"
077800         GO TO 3000-EXIT
077900     END-IF
078000     MOVE "N" TO WS-EOF-SWITCH
078100     PERFORM 3100-LOAD-ONE-BUDGET THRU 3100-EXIT
078200         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED.
078300 3000-EXIT.
078400     EXIT.
078500*
078600 3100-LOAD-ONE-BUDGET.
078700     READ FACTBGT NEXT RECORD
078800         AT END
078900             SET WS-END-OF-FILE TO TRUE
079000             GO TO 3100-EXIT
079100     END-READ
079200     IF WS-FS-FACTBGT NOT = "00"
079300         DISPLAY "FACTBGT READ FAILED, STATUS " WS-FS-FACTBGT
079400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
079500         GO TO 3100-EXIT
079600     END-IF
079700     ADD 1 TO WS-BUDGET-READ-COUNT
079800     MOVE BGT-USERID TO WS-SEARCH-USERID
079900     PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
080000     IF WS-RUN-FAILED
080100         GO TO 3100-EXIT
080200     END-IF
080300     MOVE "Y"                TO WS-USR-HAS-BUDGET (WS-USR-SUB)
080400     MOVE BGT-MONTHLY-AMOUNT TO WS-USR-BUDGET (WS-USR-SUB)
080500     MOVE BGT-WARN-PERCENT   TO WS-USR-WARN-PERCENT (WS-USR-SUB).
080600 3100-EXIT.
080700     EXIT.
080800*
080900***************************************************************
081000* 4000-LOAD-INVOICES.                                         *
081100*     MONTH END ONLY.  READS THE CHGINV FEED AND ADDS EACH    *
081200*     INVOICE WHOSE PERIOD IS EXACTLY THIS MONTH TO ITS       *
081300*     USERID'S ROW - AN INVOICED USERID WITH NO USAGE HERE    *
081400*     GETS A ROW OF ITS OWN, SO IT SHOWS AS A BREAK.  NO FEED *
081500*     (STATUS 05) OR NO INVOICE FOR THE MONTH LEAVES THE      *
081600*     MONTH UNTIED.                                           *
081700***************************************************************
081800 4000-LOAD-INVOICES.
081900     OPEN INPUT CHGINV
082000     IF WS-FS-CHGINV = "05"
082100         CLOSE CHGINV
082200         GO TO 4000-EXIT
082300     END-IF
082400     IF WS-FS-CHGINV NOT = "00"
082500         DISPLAY "CHGINV OPEN FAILED, STATUS " WS-FS-CHGINV
082600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
082700         GO TO 4000-EXIT
082800     END-IF
082900     MOVE "N" TO WS-EOF-SWITCH
083000     PERFORM 4100-LOAD-ONE-INVOICE THRU 4100-EXIT
083100         UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
083200     CLOSE CHGINV.
083300 4000-EXIT.
083400     EXIT.
083500*
083600 4100-LOAD-ONE-INVOICE.
083700     READ CHGINV
083800         AT END
083900             SET WS-END-OF-FILE TO TRUE
084000             GO TO 4100-EXIT
084100     END-READ
084200     ADD 1 TO WS-INVOICE-READ-COUNT
084300     IF INV-PERIOD-FROM NOT = WS-MONTH-FROM
084400        OR INV-PERIOD-TO NOT = WS-MONTH-TO
084500         GO TO 4100-EXIT
084600     END-IF
084700     ADD 1 TO WS-INVOICE-MONTH-COUNT
084800     MOVE INV-USERID TO WS-SEARCH-USERID
084900     PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
085000     IF WS-RUN-FAILED
085100         GO TO 4100-EXIT
085200     END-IF
085300     ADD INV-AMOUNT TO WS-USR-INVOICED (WS-USR-SUB)
085400     ADD INV-AMOUNT TO WS-TOTAL-INVOICED.
085500 4100-EXIT.
085600     EXIT.
085700*
085800***************************************************************
085900* 5000-PRODUCE-REPORT.                                        *
086000*     PRINTS ONE LINE PER USERID, THEN THE TOTALS PAGE AND,   *
086100*     AT MONTH END, THE TIE TO CHGINV.                        *
086200***************************************************************
086300 5000-PRODUCE-REPORT.
086400     PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
086500     MOVE 0 TO WS-USR-SUB
086600     PERFORM 5100-REPORT-ONE-USER THRU 5100-EXIT
086700         UNTIL WS-USR-SUB >= WS-USR-COUNT OR WS-RUN-FAILED
086800     IF WS-RUN-FAILED
086900         GO TO 5000-EXIT
087000     END-IF
087100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
087200     IF WS-MONTH-END
087300         PERFORM 8000-PRINT-TIE THRU 8000-EXIT
087400     END-IF.
087500 5000-EXIT.
087600     EXIT.
087700*
087800***************************************************************
087900* 5100-REPORT-ONE-USER.                                       *
088000*     PRICES ONE USERID'S MONTH TO DATE AND ITS PROJECTION,   *
088100*     SETS IT AGAINST THE BUDGET, AND PRINTS ITS LINE.  THE   *
088200*     FLAG SHOWS THE WORST CONDITION FOUND - OVER BUDGET,     *
088300*     THEN AT OR PAST THE WARNING PERCENT, THEN PROJECTED TO  *
088400*     END THE MONTH OVER BUDGET - OR NO BUDGET FOR A USERID   *
088500*     WITH SPEND BUT NO FACTBGT RECORD.                       *
088600***************************************************************
088700 5100-REPORT-ONE-USER.
088800     ADD 1 TO WS-USR-SUB
088900     PERFORM 5150-RESOLVE-USER-RATES THRU 5150-EXIT
089000     IF NOT WS-RATE-FROM-USER
089100         ADD 1 TO WS-DEFAULT-RATE-COUNT
089200     END-IF
089300*    COMBINATIONS FROM THE BATCH RUN PRICE AND TIER WITH THE
089400*    BATCH FACTORIAL REQUESTS; THOSE FROM THE ONLINE SCREEN WITH
089500*    THE ONLINE REQUESTS - AS ON THE CHGRPT STATEMENT.
089600     COMPUTE WS-BATCH-UNITS =
089700         WS-USR-BATCH (WS-USR-SUB)
089800         + WS-USR-COMBS (WS-USR-SUB)
089900         - WS-USR-ONLINE-COMBS (WS-USR-SUB)
090000     COMPUTE WS-ONLINE-UNITS =
090100         WS-USR-ONLINE (WS-USR-SUB)
090200         + WS-USR-ONLINE-COMBS (WS-USR-SUB)
090300     PERFORM 5200-PRICE-USER THRU 5200-EXIT
090400     MOVE WS-AMOUNT TO WS-ACTUAL
090500     MOVE WS-AMOUNT TO WS-USR-ACTUAL (WS-USR-SUB)
090600*    THE PROJECTION CARRIES EACH CLASS'S UNITS FORWARD AT THE
090700*    MONTH'S DAILY PACE AND PRICES THEM AGAIN, SO A USERID ABOUT
090800*    TO CROSS ITS TIER BREAK IS PROJECTED AT THE TIER RATE.
090900     IF WS-MONTH-END
091000         MOVE WS-ACTUAL TO WS-PROJECTED
091100     ELSE
091200         COMPUTE WS-BATCH-UNITS ROUNDED =
091300             WS-BATCH-UNITS * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
091400         COMPUTE WS-ONLINE-UNITS ROUNDED =
091500             WS-ONLINE-UNITS * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
091600         PERFORM 5200-PRICE-USER THRU 5200-EXIT
091700         MOVE WS-AMOUNT TO WS-PROJECTED
091800     END-IF
091900     ADD WS-ACTUAL    TO WS-TOTAL-ACTUAL
092000         ON SIZE ERROR
092100             PERFORM 5900-AMOUNT-OVERFLOW THRU 5900-EXIT
092200     END-ADD
092300     ADD WS-PROJECTED TO WS-TOTAL-PROJECTED
092400         ON SIZE ERROR
092500             PERFORM 5900-AMOUNT-OVERFLOW THRU 5900-EXIT
092600     END-ADD
092700     MOVE SPACES                     TO WS-DETAIL-LINE
092800     MOVE WS-USR-USERID (WS-USR-SUB) TO DTL-USERID
092900     MOVE WS-ACTUAL                  TO DTL-ACTUAL
093000     MOVE WS-PROJECTED               TO DTL-PROJECTED
093100     IF WS-USR-HAS-BUDGET (WS-USR-SUB) NOT = "Y"
093200         IF WS-ACTUAL > 0
093300             MOVE "NO BUDGET" TO DTL-FLAG
093400             ADD 1 TO WS-NO-BUDGET-COUNT
093500         END-IF
093600         GO TO 5100-PRINT
093700     END-IF
093800     PERFORM 5300-TEST-BUDGET THRU 5300-EXIT.
093900 5100-PRINT.
094000     PERFORM 6000-PRINT-DETAIL-LINE THRU 6000-EXIT.
094100 5100-EXIT.
094200     EXIT.
094300*
094400***************************************************************
094500* 5150-RESOLVE-USER-RATES.                                    *
094600*     PULLS THE CURRENT USER'S RATES FROM THE CHGRTE RATE     *
094700*     MASTER - THE USER'S OWN RECORD, ELSE THE "*DEFAULT"     *
094800*     RECORD, ELSE THE FLAT BVAPARM RATE WITH NO TIER - THE   *
094900*     SAME ORDER AS THE CHARGEBACK RUN.                       *
095000***************************************************************
095100 5150-RESOLVE-USER-RATES.
095200     SET WS-RATE-FROM-USER TO TRUE
095300     MOVE WS-USR-USERID (WS-USR-SUB) TO RTE-USERID
095400     PERFORM 5160-READ-RATE-RECORD THRU 5160-EXIT
095500     IF WS-RATE-NOT-FOUND
095600         SET WS-RATE-FROM-DEFAULT TO TRUE
095700         MOVE "*DEFAULT" TO RTE-USERID
095800         PERFORM 5160-READ-RATE-RECORD THRU 5160-EXIT
095900     END-IF
096000     IF WS-RATE-FOUND
096100         MOVE RTE-BATCH-RATE       TO WS-BATCH-RATE
096200         MOVE RTE-ONLINE-RATE      TO WS-ONLINE-RATE
096300         MOVE RTE-TIER-BREAK       TO WS-TIER-BREAK
096400         MOVE RTE-BATCH-TIER-RATE  TO WS-BATCH-TIER-RATE
096500         MOVE RTE-ONLINE-TIER-RATE TO WS-ONLINE-TIER-RATE
096600     ELSE
096700         SET WS-RATE-FROM-PARM TO TRUE
096800         MOVE WS-RATE TO WS-BATCH-RATE
096900         MOVE WS-RATE TO WS-ONLINE-RATE
097000         MOVE 0       TO WS-TIER-BREAK
097100         MOVE WS-RATE TO WS-BATCH-TIER-RATE
097200         MOVE WS-RATE TO WS-ONLINE-TIER-RATE
097300     END-IF.
097400 5150-EXIT.
097500     EXIT.
097600*
097700 5160-READ-RATE-RECORD.
097800     SET WS-RATE-NOT-FOUND TO TRUE
097900     READ CHGRTE
098000         INVALID KEY
098100             SET WS-RATE-NOT-FOUND TO TRUE
098200         NOT INVALID KEY
098300             SET WS-RATE-FOUND TO TRUE
098400     END-READ.
098500 5160-EXIT.
098600     EXIT.
098700*
098800***************************************************************
098900* 5200-PRICE-USER.                                            *
099000*     PRICES WS-BATCH-UNITS AND WS-ONLINE-UNITS AT THE RATES  *
099100*     5150 RESOLVED AND LEAVES THE SUM IN WS-AMOUNT.          *
099200***************************************************************
099300 5200-PRICE-USER.
099400     MOVE 0 TO WS-AMOUNT
099500     MOVE WS-BATCH-UNITS      TO WS-PRICE-UNITS
099600     MOVE WS-BATCH-RATE       TO WS-PRICE-RATE
099700     MOVE WS-BATCH-TIER-RATE  TO WS-PRICE-TIER-RATE
099800     PERFORM 5270-PRICE-ONE-CLASS THRU 5270-EXIT
099900     MOVE WS-ONLINE-UNITS     TO WS-PRICE-UNITS
100000     MOVE WS-ONLINE-RATE      TO WS-PRICE-RATE
100100     MOVE WS-ONLINE-TIER-RATE TO WS-PRICE-TIER-RATE
100200     PERFORM 5270-PRICE-ONE-CLASS THRU 5270-EXIT.
100300 5200-EXIT.
100400     EXIT.
100500*
100600***************************************************************
100700* 5270-PRICE-ONE-CLASS.                                       *
100800*     THE CHARGEBACK RUN'S TIER MATH (ITS 5170-PRICE-ONE-     *
100900*     CLASS) WITHOUT THE PRINTED TIER LINES: UNITS UP TO THE  *
101000*     TIER BREAK AT THE BASE RATE, THE REMAINDER AT THE TIER  *
101100*     RATE, ROLLED INTO WS-AMOUNT.  AN OVERFLOW FAILS THE RUN *
101200*     RATHER THAN PRINT A TRUNCATED FIGURE.                   *
101300***************************************************************
101400 5270-PRICE-ONE-CLASS.
101500     IF WS-TIER-BREAK > 0 AND WS-PRICE-UNITS > WS-TIER-BREAK
101600         MOVE WS-TIER-BREAK TO WS-BASE-UNITS
101700         COMPUTE WS-TIER-UNITS =
101800             WS-PRICE-UNITS - WS-TIER-BREAK
101900     ELSE
102000         MOVE WS-PRICE-UNITS TO WS-BASE-UNITS
102100         MOVE 0 TO WS-TIER-UNITS
102200     END-IF
102300     COMPUTE WS-CLASS-AMOUNT =
102400         WS-BASE-UNITS * WS-PRICE-RATE
102500         + WS-TIER-UNITS * WS-PRICE-TIER-RATE
102600         ON SIZE ERROR
102700             MOVE 0 TO WS-CLASS-AMOUNT
102800             PERFORM 5900-AMOUNT-OVERFLOW THRU 5900-EXIT
102900     END-COMPUTE
103000     ADD WS-CLASS-AMOUNT TO WS-AMOUNT
103100         ON SIZE ERROR
103200             MOVE 0 TO WS-AMOUNT
103300             PERFORM 5900-AMOUNT-OVERFLOW THRU 5900-EXIT
103400     END-ADD.
103500 5270-EXIT.
103600     EXIT.
103700*
103800***************************************************************
103900* 5300-TEST-BUDGET.                                           *
104000*     FILLS THE BUDGET COLUMNS OF THE DETAIL LINE FOR A       *
104100*     USERID ON THE BUDGET MASTER AND SETS ITS FLAG.  THE     *
104200*     USERID'S OWN WARNING PERCENT APPLIES, ELSE THE RUN'S.   *
104300*     A ZERO BUDGET IS 100 PERCENT USED BY ANY SPEND AT ALL.  *
104400***************************************************************
104500 5300-TEST-BUDGET.
104600     ADD WS-USR-BUDGET (WS-USR-SUB) TO WS-TOTAL-BUDGET
104700         ON SIZE ERROR
104800             PERFORM 5900-AMOUNT-OVERFLOW THRU 5900-EXIT
104900     END-ADD
105000     IF WS-USR-WARN-PERCENT (WS-USR-SUB) > 0
105100         MOVE WS-USR-WARN-PERCENT (WS-USR-SUB) TO WS-WARN-PERCENT
105200     ELSE
105300         MOVE WS-DEFAULT-WARN-PERCENT TO WS-WARN-PERCENT
105400     END-IF
105500     COMPUTE WS-REMAINING = WS-USR-BUDGET (WS-USR-SUB) - WS-ACTUAL
105600     EVALUATE TRUE
105700         WHEN WS-USR-BUDGET (WS-USR-SUB) > 0
105800             COMPUTE WS-PERCENT-USED ROUNDED =
105900                 WS-ACTUAL * 100 / WS-USR-BUDGET (WS-USR-SUB)
106000                 ON SIZE ERROR
106100                     MOVE 9999 TO WS-PERCENT-USED
106200             END-COMPUTE
106300         WHEN WS-ACTUAL > 0
106400             MOVE 9999 TO WS-PERCENT-USED
106500         WHEN OTHER
106600             MOVE 0 TO WS-PERCENT-USED
106700     END-EVALUATE
106800     MOVE WS-USR-BUDGET (WS-USR-SUB) TO DTL-BUDGET
106900     MOVE WS-REMAINING               TO DTL-REMAINING
107000     MOVE WS-PERCENT-USED            TO DTL-PERCENT
107100     EVALUATE TRUE
107200         WHEN WS-ACTUAL > WS-USR-BUDGET (WS-USR-SUB)
107300             MOVE "OVER BUDGET" TO DTL-FLAG
107400             ADD 1 TO WS-OVER-COUNT
107500         WHEN WS-ACTUAL > 0
107600          AND WS-PERCENT-USED >= WS-WARN-PERCENT
107700             MOVE "WARNING"     TO DTL-FLAG
107800             ADD 1 TO WS-WARNING-COUNT
107900         WHEN WS-PROJECTED > WS-USR-BUDGET (WS-USR-SUB)
108000             MOVE "PROJ OVER"   TO DTL-FLAG
108100             ADD 1 TO WS-PROJ-OVER-COUNT
108200         WHEN OTHER
108300             CONTINUE
108400     END-EVALUATE.
108500 5300-EXIT.
108600     EXIT.
108700*
108800 5900-AMOUNT-OVERFLOW.
108900     DISPLAY "BUDGET-VERSUS-ACTUAL: AMOUNT OVERFLOW FOR USER "
109000         WS-USR-USERID (WS-USR-SUB)
109100     PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT.
109200 5900-EXIT.
109300     EXIT.
109400*
109500***************************************************************
109600* 6000-PRINT-DETAIL-LINE.                                     *
109700*     PRINTS ONE USERID LINE, BREAKING TO A NEW PAGE WITH     *
109800*     HEADINGS EVERY WS-LINES-PER-PAGE LINES.                 *
109900***************************************************************
110000 6000-PRINT-DETAIL-LINE.
110100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
110200         PERFORM 6100-PRINT-PAGE-HEADING THRU 6100-EXIT
110300     END-IF
110400     WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
110500         AFTER ADVANCING 1 LINE
110600     ADD 1 TO WS-LINE-COUNT.
110700 6000-EXIT.
110800     EXIT.
110900*
111000 6100-PRINT-PAGE-HEADING.
111100     ADD 1 TO WS-PAGE-NUMBER
111200     MOVE WS-PAGE-NUMBER   TO HDG-PAGE-NUMBER
111300     MOVE WS-MONTH-FROM    TO HDG-MONTH-FROM
111400     MOVE WS-MONTH-TO      TO HDG-MONTH-TO
111500     MOVE WS-RUN-DATE      TO HDG-RUN-DATE
111600     WRITE FD-REPORT-LINE FROM WS-PAGE-HEADING-LINE
111700         AFTER ADVANCING TO-NEW-PAGE
111800     MOVE WS-AS-OF-DATE    TO ASO-AS-OF-DATE
111900     MOVE WS-DAYS-ELAPSED  TO ASO-DAYS-ELAPSED
112000     MOVE WS-DAYS-IN-MONTH TO ASO-DAYS-IN-MONTH
112100     IF WS-MONTH-END
112200         MOVE "MONTH END - ACTUAL TIED TO CHGINV"
112300             TO ASO-MONTH-END-TEXT
112400     ELSE
112500         MOVE SPACES TO ASO-MONTH-END-TEXT
112600     END-IF
112700     WRITE FD-REPORT-LINE FROM WS-AS-OF-LINE
112800         AFTER ADVANCING 1 LINE
112900     WRITE FD-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
113000         AFTER ADVANCING 2 LINES
113100     MOVE 0 TO WS-LINE-COUNT.
113200 6100-EXIT.
113300     EXIT.
113400*
113500***************************************************************
113600* 7000-PRINT-TOTALS.                                          *
113700*     THE TOTALS PAGE: USERIDS BY FLAG, THEN THE BUDGET,      *
113800*     ACTUAL AND PROJECTED MONEY TOTALS.  THE BUDGET TOTAL IS *
113900*     OVER THE USERIDS ON THE BUDGET MASTER ONLY.             *
114000***************************************************************
114100 7000-PRINT-TOTALS.
114200     MOVE SPACES TO WS-SECTION-LINE
114300     MOVE "BUDGET VERSUS ACTUAL TOTALS" TO SCT-TEXT
114400     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
114500         AFTER ADVANCING TO-NEW-PAGE
114600     MOVE SPACES                  TO WS-COUNT-LINE
114700     MOVE "USERIDS REPORTED"       TO CNT-LABEL
114800     MOVE WS-USR-COUNT            TO CNT-VALUE
114900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
115000         AFTER ADVANCING 2 LINES
115100     MOVE SPACES                  TO WS-COUNT-LINE
115200     MOVE "USERIDS OVER BUDGET"    TO CNT-LABEL
115300     MOVE WS-OVER-COUNT           TO CNT-VALUE
115400     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
115500         AFTER ADVANCING 1 LINE
115600     MOVE SPACES                  TO WS-COUNT-LINE
115700     MOVE "USERIDS AT WARNING PERCENT" TO CNT-LABEL
115800     MOVE WS-WARNING-COUNT        TO CNT-VALUE
115900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
116000         AFTER ADVANCING 1 LINE
116100     MOVE SPACES                  TO WS-COUNT-LINE
116200     MOVE "USERIDS PROJECTED OVER BUDGET" TO CNT-LABEL
116300     MOVE WS-PROJ-OVER-COUNT      TO CNT-VALUE
116400     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
116500         AFTER ADVANCING 1 LINE
116600     MOVE SPACES                  TO WS-COUNT-LINE
116700     MOVE "USERIDS WITH SPEND AND NO BUDGET" TO CNT-LABEL
116800     MOVE WS-NO-BUDGET-COUNT      TO CNT-VALUE
116900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
117000         AFTER ADVANCING 1 LINE
117100     MOVE SPACES                  TO WS-COUNT-LINE
117200     MOVE "USERIDS PRICED AT A DEFAULT RATE" TO CNT-LABEL
117300     MOVE WS-DEFAULT-RATE-COUNT   TO CNT-VALUE
117400     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
117500         AFTER ADVANCING 1 LINE
117600     MOVE SPACES                  TO WS-MONEY-LINE
117700     MOVE "TOTAL BUDGET"           TO MNY-LABEL
117800     MOVE WS-TOTAL-BUDGET         TO MNY-VALUE
117900     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
118000         AFTER ADVANCING 2 LINES
118100     MOVE SPACES                  TO WS-MONEY-LINE
118200     MOVE "TOTAL ACTUAL MONTH TO DATE" TO MNY-LABEL
118300     MOVE WS-TOTAL-ACTUAL         TO MNY-VALUE
118400     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
118500         AFTER ADVANCING 1 LINE
118600     MOVE SPACES                  TO WS-MONEY-LINE
118700     MOVE "TOTAL PROJECTED MONTH END" TO MNY-LABEL
118800     MOVE WS-TOTAL-PROJECTED      TO MNY-VALUE
118900     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
119000         AFTER ADVANCING 1 LINE.
119100 7000-EXIT.
119200     EXIT.
119300*
119400***************************************************************
119500* 8000-PRINT-TIE.                                             *
119600*     MONTH END ONLY.  SETS EACH USERID'S ACTUAL AGAINST ITS  *
119700*     CHGINV INVOICES FOR THE MONTH, LINE BY LINE, THEN THE   *
119800*     TOTALS.  ANY DIFFERENCE IS A BREAK.  WITH NO INVOICE    *
119900*     FOR THE MONTH ON CHGINV THERE IS NOTHING TO TIE TO, AND *
120000*     THE PAGE SAYS SO.                                       *
120100***************************************************************
120200 8000-PRINT-TIE.
120300     MOVE SPACES TO WS-SECTION-LINE
120400     MOVE "MONTH-END TIE OF ACTUAL TO CHGINV INVOICES" TO SCT-TEXT
120500     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
120600         AFTER ADVANCING TO-NEW-PAGE
120700     IF WS-INVOICE-MONTH-COUNT = 0
120800         MOVE SPACES TO WS-SECTION-LINE
120900         MOVE "NO CHGINV INVOICES FOR THE MONTH - ACTUAL NOT TIED"
121000             TO SCT-TEXT
121100         WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
121200             AFTER ADVANCING 2 LINES
121300         GO TO 8000-EXIT
121400     END-IF
121500     WRITE FD-REPORT-LINE FROM WS-TIE-HEADING-LINE
121600         AFTER ADVANCING 2 LINES
121700     MOVE 0 TO WS-USR-SUB
121800     PERFORM 8100-TIE-ONE-USER THRU 8100-EXIT
121900         UNTIL WS-USR-SUB >= WS-USR-COUNT
122000     MOVE SPACES             TO WS-TIE-LINE
122100     MOVE "TOTAL"             TO TIE-USERID
122200     MOVE WS-TOTAL-ACTUAL    TO TIE-ACTUAL
122300     MOVE WS-TOTAL-INVOICED  TO TIE-INVOICED
122400     COMPUTE WS-DIFFERENCE = WS-TOTAL-ACTUAL - WS-TOTAL-INVOICED
122500     MOVE WS-DIFFERENCE      TO TIE-DIFFERENCE
122600     IF WS-DIFFERENCE = 0
122700         MOVE "TIES"          TO TIE-RESULT
122800     ELSE
122900         MOVE "DOES NOT TIE"  TO TIE-RESULT
123000     END-IF
123100     WRITE FD-REPORT-LINE FROM WS-TIE-LINE
123200         AFTER ADVANCING 2 LINES
123300     MOVE SPACES                  TO WS-COUNT-LINE
123400     MOVE "CHGINV INVOICES FOR THE MONTH" TO CNT-LABEL
123500     MOVE WS-INVOICE-MONTH-COUNT  TO CNT-VALUE
123600     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
123700         AFTER ADVANCING 2 LINES
123800     MOVE SPACES                  TO WS-COUNT-LINE
123900     MOVE "USERIDS THAT DO NOT TIE" TO CNT-LABEL
124000     MOVE WS-TIE-BREAK-COUNT      TO CNT-VALUE
124100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
124200         AFTER ADVANCING 1 LINE.
124300 8000-EXIT.
124400     EXIT.
124500*
124600 8100-TIE-ONE-USER.
124700     ADD 1 TO WS-USR-SUB
124800     MOVE SPACES                       TO WS-TIE-LINE
124900     MOVE WS-USR-USERID (WS-USR-SUB)   TO TIE-USERID
125000     MOVE WS-USR-ACTUAL (WS-USR-SUB)   TO TIE-ACTUAL
125100     MOVE WS-USR-INVOICED (WS-USR-SUB) TO TIE-INVOICED
125200     COMPUTE WS-DIFFERENCE =
125300         WS-USR-ACTUAL (WS-USR-SUB) - WS-USR-INVOICED (WS-USR-SUB)
125400     MOVE WS-DIFFERENCE                TO TIE-DIFFERENCE
125500     IF WS-DIFFERENCE = 0
125600         MOVE "TIES"                   TO TIE-RESULT
125700     ELSE
125800         MOVE "DOES NOT TIE"           TO TIE-RESULT
125900         ADD 1 TO WS-TIE-BREAK-COUNT
126000     END-IF
126100     WRITE FD-REPORT-LINE FROM WS-TIE-LINE
126200         AFTER ADVANCING 1 LINE.
126300 8100-EXIT.
126400     EXIT.
126500*
126600***************************************************************
126700* 9000-TERMINATE-RUN.                                         *
126800*     SETTLES THE ENDING STATUS, WRITES THE RUN-STATUS        *
126900*     RECORD, AND CLOSES ALL FILES.                           *
127000***************************************************************
127100 9000-TERMINATE-RUN.
127200     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
127300     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
127400     DISPLAY "BUDGET-VERSUS-ACTUAL ENDED - AUDIT RECORDS READ "
127500         WS-AUD-READ-COUNT "  COMBINATIONS READ "
127600         WS-COMB-READ-COUNT
127700     DISPLAY "  USERIDS " WS-USR-COUNT "  OVER BUDGET "
127800         WS-OVER-COUNT
127900         "  WARNING " WS-WARNING-COUNT
128000     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
128100     CLOSE BVAPARM
128200     CLOSE FACTAUD
128300     CLOSE COMBAUD
128400     CLOSE CHGRTE
128500     CLOSE FACTBGT
128600     CLOSE BVARPT
128700     CLOSE BVASTA.
128800 9000-EXIT.
128900     EXIT.
129000*
129100***************************************************************
129200* 9400-SET-ENDING-STATUS.                                     *
129300*     SETTLES THE RUN'S ENDING STATUS AND RETURN CODE.  AT    *
129400*     MONTH END THE ACTUAL MUST TIE TO CHGINV USERID BY       *
129500*     USERID AND IN TOTAL - A BREAK IS 8, AS IN THE GL        *
129600*     JOURNAL'S PROOF, BECAUSE ONE OF THE TWO FIGURES IS      *
129700*     WRONG; NO INVOICES FOR THE MONTH TO TIE TO IS 4.  OVER- *
129800*     BUDGET USERIDS ARE THE REPORT'S BUSINESS, NOT A FAULT   *
129900*     IN THE RUN, AND DO NOT RAISE THE RETURN CODE.           *
130000***************************************************************
130100 9400-SET-ENDING-STATUS.
130200     IF WS-RUN-FAILED
130300         GO TO 9400-EXIT
130400     END-IF
130500     IF NOT WS-MONTH-END
130600         MOVE 0 TO WS-END-RETURN-CODE
130700         GO TO 9400-EXIT
130800     END-IF
130900     IF WS-INVOICE-MONTH-COUNT = 0
131000         DISPLAY "BUDGET-VERSUS-ACTUAL: NO CHGINV INVOICES FOR "
131100             WS-MONTH-FROM " TO " WS-MONTH-TO " - NOT TIED"
131200         MOVE 4 TO WS-END-RETURN-CODE
131300         GO TO 9400-EXIT
131400     END-IF
131500     IF WS-TIE-BREAK-COUNT > 0
131600        OR WS-TOTAL-ACTUAL NOT = WS-TOTAL-INVOICED
131700         DISPLAY "BUDGET-VERSUS-ACTUAL: ACTUAL DOES NOT TIE TO "
131800             "CHGINV"
131900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
132000         GO TO 9400-EXIT
132100     END-IF
132200     MOVE 0 TO WS-END-RETURN-CODE.
132300 9400-EXIT.
132400     EXIT.
132500*
132600***************************************************************
132700* 9500-WRITE-STATUS-RECORD.                                   *
132800*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO BVASTA     *
132900*     FOR THE AUTOMATION PACKAGE AND THE SUITE MONITOR.       *
133000*     SKIPPED ONLY WHEN BVASTA ITSELF COULD NOT BE OPENED -   *
133100*     THE RETURN CODE STILL CARRIES THE FAILURE.              *
133200***************************************************************
133300 9500-WRITE-STATUS-RECORD.
133400     IF WS-FS-BVASTA NOT = "00"
133500         GO TO 9500-EXIT
133600     END-IF
133700     MOVE WS-RUN-DATE        TO STA-RUN-DATE
133800     MOVE "BUDVSACT"         TO STA-PROGRAM
133900     COMPUTE STA-RECORDS-READ =
134000         WS-AUD-READ-COUNT + WS-COMB-READ-COUNT
134100     MOVE WS-USR-COUNT       TO STA-RECORDS-PROCESSED
134200     MOVE WS-TIE-BREAK-COUNT TO STA-RECORDS-REJECTED
134300     EVALUATE WS-END-RETURN-CODE
134400         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
134500         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
134600         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
134700     END-EVALUATE
134800     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
134900     WRITE FD-STATUS-RECORD.
135000 9500-EXIT.
135100     EXIT.
135200*
135300***************************************************************
135400* READ-BUSINESS-DATE.                                         *
135500*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
135600*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
135700*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
135800*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
135900***************************************************************
136000 COPY FACTBDR.
