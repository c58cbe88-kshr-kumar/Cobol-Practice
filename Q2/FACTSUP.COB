000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     SUSPENSE-MAINTENANCE.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  DAILY MAINTENANCE OF THE *
001800*                   FACTSUS REJECTED-REQUEST SUSPENSE MASTER    *
001900*                   (LAYOUT IN FACTSUS.CPY) THAT FACTORIAL-     *
002000*                   CALCULATION AND COMBINATIONS-CALCULATION    *
002100*                   FEED FROM THEIR EXCEPTION PATHS.  READS     *
002200*                   CORRECTION CARDS (LAYOUT IN FACTSCC.CPY)    *
002300*                   FROM SUSIN - CORRECTED NUMBER, CORRECTED    *
002400*                   RANGE, OR WRITE OFF WITH A REASON - EDITS   *
002500*                   EACH AGAINST ITS ITEM, AND APPLIES THE      *
002600*                   GOOD ONES.  A CORRECTED ITEM IS RELEASED:   *
002700*                   ITS CORRECTED CARD, CARRYING THE ITEM KEY   *
002800*                   IN ITS SUSPENSE-KEY COLUMNS, IS WRITTEN TO  *
002900*                   SUSREL (FACTREC LAYOUT, CONCATENATED BEHIND *
003000*                   FACTIN ON THE NEXT FACTORIAL RUN) OR        *
003100*                   SUSCREL (COMBREC LAYOUT, BEHIND COMBIN),    *
003200*                   AND THAT RUN MARKS THE ITEM RESOLVED WITH   *
003300*                   THE KEY OF THE AUDIT RECORD IT PRODUCED.    *
003400*                   THE SUSRPT REPORT LISTS EVERY CARD AS       *
003500*                   APPLIED OR REJECTED, EVERY ITEM RESOLVED    *
003600*                   SINCE THE LAST RUN WITH ITS AUDIT KEY, AND  *
003700*                   THE AGING LIST - EVERY ITEM STILL OPEN OR   *
003800*                   RELEASED BUT NOT RESOLVED WHOSE AGE IS PAST *
003900*                   THE SUSPARM THRESHOLD.  A FACTSTA-LAYOUT    *
004000*                   RUN-STATUS RECORD (SUSSTA, PROGRAM          *
004100*                   SUSPMANT) ENDS THE RUN - E/0004 WHEN A      *
004200*                   CARD WAS REJECTED OR AN ITEM IS PAST THE    *
004300*                   THRESHOLD, F/0008 ON A FILE FAILURE.        *
004310*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
004320*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
004330*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
004340*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
004350*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
004360*                   STATUS RECORD.                              *
004400***************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.    IBM-370.
004800 OBJECT-COMPUTER.    IBM-370.
004900 SPECIAL-NAMES.
005000     C01 IS TO-NEW-PAGE.
005100*
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT SUSPARM  ASSIGN TO "SUSPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-SUSPARM.
005700
005800     SELECT SUSIN    ASSIGN TO "SUSIN"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-FS-SUSIN.
006100
006200*    OPTIONAL SO THE JOB RUNS CLEAN BEFORE THE FIRST REJECT
006300*    HAS EVER CREATED THE SUSPENSE MASTER.
006400     SELECT OPTIONAL FACTSUS ASSIGN TO "FACTSUS"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS SUS-KEY
006800         FILE STATUS IS WS-FS-FACTSUS.
006900
007000     SELECT SUSREL   ASSIGN TO "SUSREL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-SUSREL.
007300
007400     SELECT SUSCREL  ASSIGN TO "SUSCREL"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-SUSCREL.
007700
007800     SELECT SUSRPT   ASSIGN TO "SUSRPT"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-FS-SUSRPT.
008100
008200     SELECT SUSSTA   ASSIGN TO "SUSSTA"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-FS-SUSSTA.
008410
008420     SELECT BUSDATE  ASSIGN TO "BUSDATE"
008430         ORGANIZATION IS SEQUENTIAL
008440         FILE STATUS IS WS-FS-BUSDATE.
008500*
008600***************************************************************
008700*                                                             *
008800* DATA DIVISION.                                              *
008900*                                                             *
009000***************************************************************
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  SUSPARM
009400     LABEL RECORDS ARE OMITTED
009500     RECORDING MODE IS F.
009600 01  FD-PARAMETER-RECORD.
009700     05  PRM-AGING-DAYS              PIC 9(03).
009800     05  PRM-AGING-DAYS-X REDEFINES PRM-AGING-DAYS
009900                                     PIC X(03).
010000     05  FILLER                      PIC X(77).
010100*
010200 FD  SUSIN
010300     LABEL RECORDS ARE OMITTED
010400     RECORDING MODE IS F.
010500 COPY FACTSCC.
010600*
010700 FD  FACTSUS
010800     LABEL RECORDS ARE STANDARD
010900     RECORDING MODE IS F.
011000 COPY FACTSUS.
011100*
011200 FD  SUSREL
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500 COPY FACTREC.
011600*
011700 FD  SUSCREL
011800     LABEL RECORDS ARE STANDARD
011900     RECORDING MODE IS F.
012000 COPY COMBREC.
012100*
012200 FD  SUSRPT
012300     LABEL RECORDS ARE OMITTED
012400     RECORDING MODE IS F.
012500 01  FD-REPORT-LINE.
012600     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
012700     05  FD-RPT-TEXT                 PIC X(79).
012800*
012900 FD  SUSSTA
013000     LABEL RECORDS ARE OMITTED
013100     RECORDING MODE IS F.
013200 COPY FACTSTA.
013300*
013310 FD  BUSDATE
013320     LABEL RECORDS ARE STANDARD
013330     RECORDING MODE IS F.
013340 COPY FACTBDT.
013350*
013400 WORKING-STORAGE SECTION.
013500***************************************************************
013600*    RUN SWITCHES                                             *
013700***************************************************************
013800 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
013900     88  WS-END-OF-FILE                      VALUE "Y".
014000 77  WS-SUS-EOF-SWITCH           PIC X(01)   VALUE "N".
014100     88  WS-SUS-END-OF-FILE                  VALUE "Y".
014200 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
014300     88  WS-RUN-FAILED                       VALUE "Y".
014400 77  WS-VALID-SWITCH             PIC X(01)   VALUE "Y".
014500     88  WS-CARD-VALID                       VALUE "Y".
014600     88  WS-CARD-INVALID                     VALUE "N".
014610 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
014620     88  WS-BUSDATE-OPEN                     VALUE "O".
014630     88  WS-BUSDATE-REFUSED                  VALUE "R".
014700*
014800***************************************************************
014900*    REJECT REASON CODES - PRINTED WITH THEIR TEXT ON THE     *
015000*    REPORT AGAINST THE REJECTED CORRECTION CARD.             *
015100***************************************************************
015200 77  WS-REASON-CODE              PIC X(02)   VALUE SPACES.
015300     88  WS-REASON-BAD-ACTION                VALUE "01".
015400     88  WS-REASON-NOT-ON-FILE               VALUE "02".
015500     88  WS-REASON-NOT-OPEN                  VALUE "03".
015600     88  WS-REASON-NON-NUMERIC               VALUE "04".
015700     88  WS-REASON-RANGE-NOT-ALLOWED         VALUE "05".
015800     88  WS-REASON-RANGE-INVERTED            VALUE "06".
015900     88  WS-REASON-R-EXCEEDS-N               VALUE "07".
016000     88  WS-REASON-NO-WRITE-OFF-REASON       VALUE "08".
016100*
016200***************************************************************
016300*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
016400*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
016500*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.  FACTSUS IS  *
016600*    OPTIONAL - STATUS 05 ON ITS OPEN IS NOT A FAILURE.       *
016700***************************************************************
016800 77  WS-FS-SUSPARM               PIC X(02)   VALUE "99".
016900 77  WS-FS-SUSIN                 PIC X(02)   VALUE "99".
017000 77  WS-FS-FACTSUS               PIC X(02)   VALUE "99".
017100 77  WS-FS-SUSREL                PIC X(02)   VALUE "99".
017200 77  WS-FS-SUSCREL               PIC X(02)   VALUE "99".
017300 77  WS-FS-SUSRPT                PIC X(02)   VALUE "99".
017400 77  WS-FS-SUSSTA                PIC X(02)   VALUE "99".
017410 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
017500*
017600***************************************************************
017700*    RUN TOTALS                                               *
017800***************************************************************
017900 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
018000 77  WS-RELEASED-COUNT           PIC 9(08) COMP  VALUE 0.
018100 77  WS-WRITTEN-OFF-COUNT        PIC 9(08) COMP  VALUE 0.
018200 77  WS-REJECTED-COUNT           PIC 9(08) COMP  VALUE 0.
018300 77  WS-RESOLVED-LISTED          PIC 9(08) COMP  VALUE 0.
018400 77  WS-AGED-COUNT               PIC 9(08) COMP  VALUE 0.
018500 77  WS-ON-FILE-OPEN             PIC 9(08) COMP  VALUE 0.
018600 77  WS-ON-FILE-RELEASED         PIC 9(08) COMP  VALUE 0.
018700 77  WS-ON-FILE-RESOLVED         PIC 9(08) COMP  VALUE 0.
018800 77  WS-ON-FILE-WRITTEN-OFF      PIC 9(08) COMP  VALUE 0.
018900 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
019000*
019100***************************************************************
019200*    RUN IDENTIFICATION AND AGING WORK FIELDS                 *
019300*    AN ITEM'S AGE IS THE RUN DATE'S DAY NUMBER LESS THE DAY  *
019400*    NUMBER OF ITS FIRST-REJECTED DATE.                       *
019500***************************************************************
019600 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
019700 77  WS-RUN-USERID               PIC X(08)       VALUE SPACES.
019800 77  WS-AGING-DAYS               PIC 9(03)       VALUE 0.
019900 77  WS-RUN-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
020000 77  WS-AGE-DAYS                 PIC S9(09) COMP VALUE 0.
020100*    WS-CARD-NUMBER BUILDS EACH RELEASED CARD VALUE AS PLAIN
020200*    UNSIGNED DIGITS FOR THE -X VIEW OF THE SIGNED CARD FIELD,
020300*    SO THE RELEASE DECK READS EXACTLY LIKE A KEYED CARD.
020400 77  WS-CARD-NUMBER              PIC 9(04)       VALUE 0.
020500*
020600***************************************************************
020700*    REPORT LINES                                             *
020800***************************************************************
020900 01  WS-TITLE-LINE.
021000     05  FILLER                  PIC X(01)   VALUE SPACE.
021100     05  FILLER                  PIC X(44)   VALUE
021200         "SUSPENSE MAINTENANCE AND AGING - RUN DATE ".
021300     05  TTL-RUN-DATE            PIC 9(08).
021400     05  FILLER                  PIC X(27)   VALUE SPACES.
021500*
021600 01  WS-THRESHOLD-LINE.
021700     05  FILLER                  PIC X(01)   VALUE SPACE.
021800     05  FILLER                  PIC X(24)   VALUE
021900         "AGING THRESHOLD (DAYS)".
022000     05  THR-AGING-DAYS          PIC ZZ9.
022100     05  FILLER                  PIC X(52)   VALUE SPACES.
022200*
022300 01  WS-SECTION-LINE.
022400     05  FILLER                  PIC X(01)   VALUE SPACE.
022500     05  SEC-TEXT                PIC X(60)   VALUE SPACES.
022600     05  FILLER                  PIC X(19)   VALUE SPACES.
022700*
022800 01  WS-CARD-HEADING-LINE.
022900     05  FILLER                  PIC X(01)   VALUE SPACE.
023000     05  FILLER                  PIC X(03)   VALUE "A".
023100     05  FILLER                  PIC X(19)   VALUE
023200         "SUSPENSE ITEM".
023300     05  FILLER                  PIC X(10)   VALUE "RESULT".
023400     05  FILLER                  PIC X(47)   VALUE "DETAIL".
023500*
023600 01  WS-CARD-LINE.
023700     05  FILLER                  PIC X(01)   VALUE SPACE.
023800     05  CRD-ACTION              PIC X(01).
023900     05  FILLER                  PIC X(02)   VALUE SPACES.
024000     05  CRD-KEY                 PIC X(17).
024100     05  FILLER                  PIC X(02)   VALUE SPACES.
024200     05  CRD-RESULT              PIC X(08).
024300     05  FILLER                  PIC X(02)   VALUE SPACES.
024400     05  CRD-DETAIL              PIC X(45).
024500     05  FILLER                  PIC X(02)   VALUE SPACES.
024600*
024700*    THE DETAIL COLUMN OF A RELEASED CORRECTION SHOWS THE
024800*    VALUES ON THE RELEASED CARD.
024900 01  WS-RELEASE-SUMMARY.
025000     05  FILLER                  PIC X(12)   VALUE "RELEASED AS ".
025100     05  RLS-LABEL-1             PIC X(07).
025200     05  RLS-VALUE-1             PIC ZZ9.
025300     05  FILLER                  PIC X(01)   VALUE SPACE.
025400     05  RLS-LABEL-2             PIC X(02).
025500     05  FILLER                  PIC X(01)   VALUE SPACE.
025600     05  RLS-VALUE-2             PIC ZZ9.
025700     05  RLS-VALUE-2-X REDEFINES RLS-VALUE-2
025800                                 PIC X(03).
025900     05  FILLER                  PIC X(16)   VALUE SPACES.
026000*
026100 01  WS-RESOLVED-HEADING-LINE.
026200     05  FILLER                  PIC X(01)   VALUE SPACE.
026300     05  FILLER                  PIC X(19)   VALUE
026400         "SUSPENSE ITEM".
026500     05  FILLER                  PIC X(10)   VALUE "RESOLVED".
026600     05  FILLER                  PIC X(44)   VALUE
026700         "FIRST AUDIT RECORD PRODUCED".
026800     05  FILLER                  PIC X(06)   VALUE "COUNT".
026900*
027000 01  WS-RESOLVED-LINE.
027100     05  FILLER                  PIC X(01)   VALUE SPACE.
027200     05  RSL-KEY                 PIC X(17).
027300     05  FILLER                  PIC X(02)   VALUE SPACES.
027400     05  RSL-RESOLVED-DATE       PIC 9(08).
027500     05  FILLER                  PIC X(02)   VALUE SPACES.
027600     05  RSL-AUDIT-KEY           PIC X(42).
027700     05  FILLER                  PIC X(02)   VALUE SPACES.
027800     05  RSL-COUNT               PIC ZZZ9.
027900     05  FILLER                  PIC X(02)   VALUE SPACES.
028000*
028100*    THE AUDIT KEY COLUMN, IN ONE OF TWO FORMS BY ORIGIN.
028200 01  WS-FACT-AUDIT-SUMMARY.
028300     05  FILLER                  PIC X(15)   VALUE
028400         "FACTAUD NUMBER ".
028500     05  FAS-NUMBER              PIC ZZ9.
028600     05  FILLER                  PIC X(01)   VALUE SPACE.
028700     05  FAS-RUN-DATE            PIC 9(08).
028800     05  FILLER                  PIC X(01)   VALUE SPACE.
028900     05  FAS-TIME-STAMP          PIC 9(08).
029000     05  FILLER                  PIC X(06)   VALUE SPACES.
029100*
029200 01  WS-COMB-AUDIT-SUMMARY.
029300     05  FILLER                  PIC X(10)   VALUE "COMBAUD N ".
029400     05  CAS-N                   PIC ZZ9.
029500     05  FILLER                  PIC X(03)   VALUE " R ".
029600     05  CAS-R                   PIC ZZ9.
029700     05  FILLER                  PIC X(01)   VALUE SPACE.
029800     05  CAS-RUN-DATE            PIC 9(08).
029900     05  FILLER                  PIC X(01)   VALUE SPACE.
030000     05  CAS-TIME-STAMP          PIC 9(08).
030100     05  FILLER                  PIC X(05)   VALUE SPACES.
030200*
030300 01  WS-AGING-HEADING-LINE.
030400     05  FILLER                  PIC X(01)   VALUE SPACE.
030500     05  FILLER                  PIC X(18)   VALUE
030600         "SUSPENSE ITEM".
030700     05  FILLER                  PIC X(05)   VALUE "STAT".
030800     05  FILLER                  PIC X(11)   VALUE "CARD".
030900     05  FILLER                  PIC X(24)   VALUE "REASON".
031000     05  FILLER                  PIC X(05)   VALUE " AGE".
031100     05  FILLER                  PIC X(04)   VALUE "REJ".
031200     05  FILLER                  PIC X(12)   VALUE "USERID".
031300*
031400 01  WS-AGING-LINE.
031500     05  FILLER                  PIC X(01)   VALUE SPACE.
031600     05  AGE-KEY                 PIC X(17).
031700     05  FILLER                  PIC X(01)   VALUE SPACE.
031800     05  AGE-STATUS              PIC X(04).
031900     05  FILLER                  PIC X(01)   VALUE SPACE.
032000     05  AGE-CARD-IMAGE          PIC X(10).
032100     05  FILLER                  PIC X(01)   VALUE SPACE.
032200     05  AGE-REASON-CODE         PIC X(02).
032300     05  FILLER                  PIC X(01)   VALUE SPACE.
032400     05  AGE-REASON-TEXT         PIC X(20).
032500     05  FILLER                  PIC X(01)   VALUE SPACE.
032600     05  AGE-DAYS                PIC ZZZ9.
032700     05  FILLER                  PIC X(01)   VALUE SPACE.
032800     05  AGE-REJECT-COUNT        PIC ZZ9.
032900     05  FILLER                  PIC X(01)   VALUE SPACE.
033000     05  AGE-USERID              PIC X(08).
033100     05  FILLER                  PIC X(04)   VALUE SPACES.
033200*
033300 01  WS-NONE-LINE.
033400     05  FILLER                  PIC X(01)   VALUE SPACE.
033500     05  FILLER                  PIC X(79)   VALUE "NONE".
033600*
033700 01  WS-COUNT-LINE.
033800     05  FILLER                  PIC X(01)   VALUE SPACE.
033900     05  CNT-LABEL               PIC X(32)   VALUE SPACES.
034000     05  CNT-VALUE               PIC Z(07)9.
034100     05  FILLER                  PIC X(39)   VALUE SPACES.
034200*
034300 PROCEDURE DIVISION.
034400***************************************************************
034500*                                                             *
034600* 0000-MAINLINE.                                              *
034700*     CONTROLS THE SUSPENSE RUN FROM OPEN THROUGH CLOSE -     *
034800*     CORRECTION CARDS FIRST, THEN THE RESOLVED LIST AND THE  *
034900*     AGING LIST FROM THE UPDATED MASTER.                     *
035000*                                                             *
035100***************************************************************
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
035400     IF NOT WS-RUN-FAILED
035500         PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
035600             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
035700     END-IF
035800     IF NOT WS-RUN-FAILED
035900         PERFORM 7000-LIST-RESOLVED-ITEMS THRU 7000-EXIT
036000     END-IF
036100     IF NOT WS-RUN-FAILED
036200         PERFORM 8000-LIST-AGED-ITEMS THRU 8000-EXIT
036300     END-IF
036400     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
036500     MOVE WS-END-RETURN-CODE TO RETURN-CODE
036600     STOP RUN.
036700*
036800***************************************************************
036900* 1000-INITIALIZE-RUN.                                        *
037000*     CAPTURES THE RUN IDENTIFICATION, OPENS THE FILES,       *
037100*     VERIFIES THE OPENS, READS THE AGING THRESHOLD, PRINTS   *
037200*     THE REPORT HEADING, AND PRIMES THE CARD READ.           *
037300***************************************************************
037400 1000-INITIALIZE-RUN.
037500     PERFORM 1050-GET-RUN-IDENTIFICATION THRU 1050-EXIT
037510*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
037520     IF WS-BUSDATE-REFUSED
037530         OPEN OUTPUT SUSSTA
037540         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
037550         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
037560         CLOSE SUSSTA
037570         MOVE WS-END-RETURN-CODE TO RETURN-CODE
037580         STOP RUN
037590     END-IF
037600     DISPLAY "SUSPENSE-MAINTENANCE STARTING - RUN DATE "
037700         WS-RUN-DATE
037800     OPEN OUTPUT SUSSTA
037900     OPEN INPUT  SUSPARM
038000     OPEN INPUT  SUSIN
038100     OPEN I-O    FACTSUS
038200     OPEN OUTPUT SUSREL
038300     OPEN OUTPUT SUSCREL
038400     OPEN OUTPUT SUSRPT
038500     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
038600     IF WS-RUN-FAILED
038700         GO TO 1000-EXIT
038800     END-IF
038900     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
039000     IF WS-RUN-FAILED
039100         GO TO 1000-EXIT
039200     END-IF
039300*    THE INTRINSIC DATE FUNCTION IS USED HERE, AS IN THE AUDIT
039400*    PURGE, BECAUSE ORDINARY ARITHMETIC ON A YYYYMMDD VALUE
039500*    CANNOT COUNT DAYS ACROSS MONTH AND YEAR BOUNDARIES.
039600     COMPUTE WS-RUN-DAY-NUMBER =
039700         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
039800     MOVE WS-RUN-DATE TO TTL-RUN-DATE
039900     WRITE FD-REPORT-LINE FROM WS-TITLE-LINE
040000         AFTER ADVANCING TO-NEW-PAGE
040100     MOVE WS-AGING-DAYS TO THR-AGING-DAYS
040200     WRITE FD-REPORT-LINE FROM WS-THRESHOLD-LINE
040300         AFTER ADVANCING 1 LINE
040400     MOVE "CORRECTION CARDS" TO SEC-TEXT
040500     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
040600         AFTER ADVANCING 2 LINES
040700     WRITE FD-REPORT-LINE FROM WS-CARD-HEADING-LINE
040800         AFTER ADVANCING 2 LINES
040900     PERFORM 1200-READ-CARD THRU 1200-EXIT.
041000 1000-EXIT.
041100     EXIT.
041200*
041300***************************************************************
041400* 1025-VERIFY-OPENS.                                          *
041500*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
041600*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
041700*     RETURN CODE 8 BEFORE ANY SUSPENSE ITEM IS TOUCHED.      *
041800***************************************************************
041900 1025-VERIFY-OPENS.
042000     IF WS-FS-SUSSTA NOT = "00"
042100         DISPLAY "SUSSTA OPEN FAILED, STATUS " WS-FS-SUSSTA
042200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
042300     END-IF
042400     IF WS-FS-SUSPARM NOT = "00"
042500         DISPLAY "SUSPARM OPEN FAILED, STATUS " WS-FS-SUSPARM
042600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
042700     END-IF
042800     IF WS-FS-SUSIN NOT = "00"
042900         DISPLAY "SUSIN OPEN FAILED, STATUS " WS-FS-SUSIN
043000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
043100     END-IF
043200     IF WS-FS-FACTSUS NOT = "00" AND WS-FS-FACTSUS NOT = "05"
043300         DISPLAY "FACTSUS OPEN FAILED, STATUS " WS-FS-FACTSUS
043400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
043500     END-IF
043600     IF WS-FS-SUSREL NOT = "00"
043700         DISPLAY "SUSREL OPEN FAILED, STATUS " WS-FS-SUSREL
043800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
043900     END-IF
044000     IF WS-FS-SUSCREL NOT = "00"
044100         DISPLAY "SUSCREL OPEN FAILED, STATUS " WS-FS-SUSCREL
044200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
044300     END-IF
044400     IF WS-FS-SUSRPT NOT = "00"
044500         DISPLAY "SUSRPT OPEN FAILED, STATUS " WS-FS-SUSRPT
044600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
044700     END-IF.
044800 1025-EXIT.
044900     EXIT.
045000*
045100 1027-FLAG-RUN-FAILED.
045200     SET WS-RUN-FAILED TO TRUE
045300     MOVE 8 TO WS-END-RETURN-CODE.
045400 1027-EXIT.
045500     EXIT.
045600*
045700***************************************************************
045800* 1050-GET-RUN-IDENTIFICATION.                                *
045900*     CAPTURES THE RUN DATE AND THE USERID THAT SUBMITTED     *
046000*     THIS JOB, FOR STAMPING ONTO EACH ITEM IT CHANGES WHEN   *
046100*     THE CARD NAMES NO REQUESTER - THE SAME SOURCE           *
046200*     FACTORIAL-CALCULATION USES.                             *
046300***************************************************************
046400 1050-GET-RUN-IDENTIFICATION.
046500     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
046600     DISPLAY "USER" UPON ENVIRONMENT-NAME
046700     ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE
046800     IF WS-RUN-USERID = SPACES
046900         MOVE "BATCH" TO WS-RUN-USERID
047000     END-IF.
047100 1050-EXIT.
047200     EXIT.
047300*
047400***************************************************************
047500* 1100-READ-PARAMETER-CARD.                                   *
047600*     READS THE SINGLE SUSPARM CARD CARRYING THE AGING        *
047700*     THRESHOLD IN DAYS.  A MISSING OR NON-NUMERIC CARD FAILS *
047800*     THE RUN BEFORE ANY CORRECTION IS APPLIED.  ZERO IS      *
047900*     ALLOWED AND LISTS EVERY ITEM OLDER THAN TODAY.          *
048000***************************************************************
048100 1100-READ-PARAMETER-CARD.
048200     READ SUSPARM
048300         AT END
048400             DISPLAY "SUSPENSE-MAINTENANCE: SUSPARM CARD MISSING"
048500             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
048600             GO TO 1100-EXIT
048700     END-READ
048800     IF PRM-AGING-DAYS NOT NUMERIC
048900         DISPLAY "SUSPENSE-MAINTENANCE: THRESHOLD NOT NUMERIC: "
049000             PRM-AGING-DAYS-X
049100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
049200         GO TO 1100-EXIT
049300     END-IF
049400     MOVE PRM-AGING-DAYS TO WS-AGING-DAYS.
049500 1100-EXIT.
049600     EXIT.
049700*
049800***************************************************************
049900* 1200-READ-CARD.                                             *
050000*     READS THE NEXT CORRECTION CARD.                         *
050100***************************************************************
050200 1200-READ-CARD.
050300     READ SUSIN
050400         AT END
050500             SET WS-END-OF-FILE TO TRUE
050600         NOT AT END
050700             ADD 1 TO WS-RECORD-COUNT
050800     END-READ.
050900 1200-EXIT.
051000     EXIT.
051100*
051200***************************************************************
051300* 2000-PROCESS-ONE-CARD.                                      *
051400*     EDITS ONE CORRECTION CARD AGAINST ITS SUSPENSE ITEM,    *
051500*     RELEASES OR WRITES OFF THE ITEM WHEN GOOD OR REPORTS    *
051600*     THE CARD REJECTED WHEN NOT, THEN READS THE NEXT CARD.   *
051700***************************************************************
051800 2000-PROCESS-ONE-CARD.
051900     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
052000     IF WS-RUN-FAILED
052100         GO TO 2000-EXIT
052200     END-IF
052300     IF WS-CARD-VALID
052400         IF SCC-ACTION-WRITE-OFF
052500             PERFORM 4500-WRITE-OFF-ITEM THRU 4500-EXIT
052600         ELSE
052700             PERFORM 4000-RELEASE-ITEM THRU 4000-EXIT
052800         END-IF
052900     ELSE
053000         PERFORM 6100-PRINT-REJECTED-CARD THRU 6100-EXIT
053100     END-IF
053200     PERFORM 1200-READ-CARD THRU 1200-EXIT.
053300 2000-EXIT.
053400     EXIT.
053500*
053600***************************************************************
053700* 2100-EDIT-CARD.                                             *
053800*     THE ACTION CODE, THEN THE ITEM ITSELF (ON FILE AND      *
053900*     STILL OPEN), THEN THE ACTION-SPECIFIC EDITS.  ONLY THE  *
054000*     SHAPE OF A CORRECTION IS EDITED HERE - THE NEXT RUN'S   *
054100*     OWN VALIDATE-INPUT AND ENTITLEMENT CHECK STILL APPLY,   *
054200*     AND A CORRECTION THAT FAILS THEM COMES STRAIGHT BACK TO *
054300*     SUSPENSE UNDER THE SAME KEY.  THE FIRST FAILED EDIT     *
054400*     SETS THE REASON CODE AND ENDS THE EDIT.                 *
054500***************************************************************
054600 2100-EDIT-CARD.
054700     SET WS-CARD-VALID TO TRUE
054800     MOVE SPACES TO WS-REASON-CODE
054900     IF NOT SCC-ACTION-NUMBER AND NOT SCC-ACTION-RANGE
055000             AND NOT SCC-ACTION-WRITE-OFF
055100         SET WS-REASON-BAD-ACTION TO TRUE
055200         GO TO 2100-REJECT
055300     END-IF
055400     MOVE SCC-SUSPENSE-KEY TO SUS-KEY
055500     READ FACTSUS
055600         INVALID KEY
055700             IF WS-FS-FACTSUS NOT = "23"
055800                 DISPLAY "FACTSUS READ FAILED, STATUS "
055900                     WS-FS-FACTSUS " ITEM " SCC-SUSPENSE-KEY
056000                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
056100                 GO TO 2100-EXIT
056200             END-IF
056300             SET WS-REASON-NOT-ON-FILE TO TRUE
056400             GO TO 2100-REJECT
056500     END-READ
056600     IF NOT SUS-STATUS-OPEN
056700         SET WS-REASON-NOT-OPEN TO TRUE
056800         GO TO 2100-REJECT
056900     END-IF
057000     IF SCC-ACTION-WRITE-OFF
057100         IF SCC-WRITE-OFF-REASON = SPACES
057200             SET WS-REASON-NO-WRITE-OFF-REASON TO TRUE
057300             GO TO 2100-REJECT
057400         END-IF
057500         GO TO 2100-EXIT
057600     END-IF
057700     IF SCC-ACTION-RANGE AND SUS-ORIGIN-COMBINATIONS
057800         SET WS-REASON-RANGE-NOT-ALLOWED TO TRUE
057900         GO TO 2100-REJECT
058000     END-IF
058100     IF SCC-VALUE-1 NOT NUMERIC
058200         SET WS-REASON-NON-NUMERIC TO TRUE
058300         GO TO 2100-REJECT
058400     END-IF
058500*    A CORRECTED FACTORIAL NUMBER NEEDS ONLY THE FIRST VALUE;
058600*    A RANGE AND A COMBINATIONS N/R PAIR NEED BOTH.
058700     IF SCC-ACTION-NUMBER AND SUS-ORIGIN-FACTORIAL
058800         GO TO 2100-EXIT
058900     END-IF
059000     IF SCC-VALUE-2 NOT NUMERIC
059100         SET WS-REASON-NON-NUMERIC TO TRUE
059200         GO TO 2100-REJECT
059300     END-IF
059400     IF SCC-ACTION-RANGE
059500         IF SCC-VALUE-1 > SCC-VALUE-2
059600             SET WS-REASON-RANGE-INVERTED TO TRUE
059700             GO TO 2100-REJECT
059800         END-IF
059900     ELSE
060000         IF SCC-VALUE-2 > SCC-VALUE-1
060100             SET WS-REASON-R-EXCEEDS-N TO TRUE
060200             GO TO 2100-REJECT
060300         END-IF
060400     END-IF
060500     GO TO 2100-EXIT.
060600 2100-REJECT.
060700     SET WS-CARD-INVALID TO TRUE.
060800 2100-EXIT.
060900     EXIT.
061000*
061100***************************************************************
061200* 4000-RELEASE-ITEM.                                          *
061300*     BUILDS THE CORRECTED CARD - KEEPING THE ORIGINAL        *
061400*     PRIORITY CLASS OF A FACTORIAL REQUEST AND CARRYING THE  *
061500*     ITEM KEY IN THE SUSPENSE-KEY COLUMNS - AND WRITES IT TO *
061600*     THE RELEASE DECK FOR THE ITEM'S PROGRAM, THEN MARKS THE *
061700*     ITEM RELEASED WITH THE CORRECTED IMAGE, WHO AND WHEN.   *
061800***************************************************************
061900 4000-RELEASE-ITEM.
062000     MOVE SPACES TO RLS-LABEL-1 RLS-LABEL-2 RLS-VALUE-2-X
062010     MOVE 0 TO RLS-VALUE-1
062100     IF SUS-ORIGIN-FACTORIAL
062200         PERFORM 4100-BUILD-FACTORIAL-CARD THRU 4100-EXIT
062300     ELSE
062400         PERFORM 4200-BUILD-COMBINATIONS-CARD THRU 4200-EXIT
062500     END-IF
062600     IF WS-RUN-FAILED
062700         GO TO 4000-EXIT
062800     END-IF
062900     SET SUS-STATUS-RELEASED TO TRUE
063000     MOVE WS-RUN-DATE TO SUS-ACTION-DATE
063100     IF SCC-REQUESTED-BY = SPACES
063200         MOVE WS-RUN-USERID    TO SUS-ACTION-USERID
063300     ELSE
063400         MOVE SCC-REQUESTED-BY TO SUS-ACTION-USERID
063500     END-IF
063600     PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
063700     IF WS-RUN-FAILED
063800         GO TO 4000-EXIT
063900     END-IF
064000     ADD 1 TO WS-RELEASED-COUNT
064100     MOVE WS-RELEASE-SUMMARY TO CRD-DETAIL
064200     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
064300 4000-EXIT.
064400     EXIT.
064500*
064600***************************************************************
064700* 4100-BUILD-FACTORIAL-CARD.                                  *
064800*     A SINGLE-NUMBER CARD FOR A CORRECTED NUMBER, A TYPE "R" *
064900*     CARD FOR A CORRECTED RANGE.                             *
065000***************************************************************
065100 4100-BUILD-FACTORIAL-CARD.
065200     MOVE SPACES            TO FD-REQUEST-RECORD
065300     MOVE SCC-VALUE-1       TO WS-CARD-NUMBER
065400     MOVE WS-CARD-NUMBER    TO FD-NUMBER-FIELD-X
065500     MOVE SCC-VALUE-1       TO RLS-VALUE-1
065600     IF SCC-ACTION-RANGE
065700         MOVE "R"            TO FD-CARD-TYPE
065800         MOVE SCC-VALUE-2    TO WS-CARD-NUMBER
065900         MOVE WS-CARD-NUMBER TO FD-NUMBER-TO-FIELD-X
066000         MOVE "FROM"         TO RLS-LABEL-1
066100         MOVE "TO"           TO RLS-LABEL-2
066200         MOVE SCC-VALUE-2    TO RLS-VALUE-2
066300     ELSE
066400         MOVE "NUMBER"       TO RLS-LABEL-1
066500         MOVE SPACES         TO RLS-VALUE-2-X
066600     END-IF
066700     MOVE SUS-FACT-PRIORITY TO FD-PRIORITY-CLASS
066800     MOVE SUS-KEY           TO FD-SUSPENSE-KEY
066900     MOVE FD-REQUEST-RECORD TO SUS-CORRECTED-IMAGE
067000     WRITE FD-REQUEST-RECORD
067100     IF WS-FS-SUSREL NOT = "00"
067200         DISPLAY "SUSREL WRITE FAILED, STATUS " WS-FS-SUSREL
067300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
067400     END-IF.
067500 4100-EXIT.
067600     EXIT.
067700*
067800***************************************************************
067900* 4200-BUILD-COMBINATIONS-CARD.                               *
068000*     AN N/R CARD CARRYING THE CORRECTED PAIR.                *
068100***************************************************************
068200 4200-BUILD-COMBINATIONS-CARD.
068300     MOVE SPACES            TO CR-REQUEST-RECORD
068400     MOVE SCC-VALUE-1       TO WS-CARD-NUMBER
068500     MOVE WS-CARD-NUMBER    TO CR-N-FIELD-X
068600     MOVE SCC-VALUE-2       TO WS-CARD-NUMBER
068700     MOVE WS-CARD-NUMBER    TO CR-R-FIELD-X
068800     MOVE SUS-KEY           TO CR-SUSPENSE-KEY
068900     MOVE CR-REQUEST-RECORD TO SUS-CORRECTED-IMAGE
069000     MOVE "N"               TO RLS-LABEL-1
069100     MOVE SCC-VALUE-1       TO RLS-VALUE-1
069200     MOVE "R"               TO RLS-LABEL-2
069300     MOVE SCC-VALUE-2       TO RLS-VALUE-2
069400     WRITE CR-REQUEST-RECORD
069500     IF WS-FS-SUSCREL NOT = "00"
069600         DISPLAY "SUSCREL WRITE FAILED, STATUS " WS-FS-SUSCREL
069700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
069800     END-IF.
069900 4200-EXIT.
070000     EXIT.
070100*
070200***************************************************************
070300* 4500-WRITE-OFF-ITEM.                                        *
070400*     CLOSES THE ITEM AS WRITTEN OFF WITH THE CARD'S REASON,  *
070500*     WHO AND WHEN.  NOTHING IS RELEASED.                     *
070600***************************************************************
070700 4500-WRITE-OFF-ITEM.
070800     SET SUS-STATUS-WRITTEN-OFF TO TRUE
070900     MOVE SCC-WRITE-OFF-REASON TO SUS-WRITE-OFF-REASON
071000     MOVE WS-RUN-DATE TO SUS-ACTION-DATE
071100     IF SCC-REQUESTED-BY = SPACES
071200         MOVE WS-RUN-USERID    TO SUS-ACTION-USERID
071300     ELSE
071400         MOVE SCC-REQUESTED-BY TO SUS-ACTION-USERID
071500     END-IF
071600     PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT
071700     IF WS-RUN-FAILED
071800         GO TO 4500-EXIT
071900     END-IF
072000     ADD 1 TO WS-WRITTEN-OFF-COUNT
072100     MOVE SPACES TO CRD-DETAIL
072200     STRING "WRITTEN OFF - " DELIMITED BY SIZE
072300            SCC-WRITE-OFF-REASON DELIMITED BY SIZE
072400         INTO CRD-DETAIL
072500     END-STRING
072600     PERFORM 6000-PRINT-APPLIED-CARD THRU 6000-EXIT.
072700 4500-EXIT.
072800     EXIT.
072900*
073000***************************************************************
073100* 4900-REWRITE-ITEM.                                          *
073200*     REWRITES THE SUSPENSE ITEM LAST READ.  A FAILURE ENDS   *
073300*     THE RUN WITH RETURN CODE 8.                             *
073400***************************************************************
073500 4900-REWRITE-ITEM.
073600     REWRITE FD-SUSPENSE-RECORD
073700         INVALID KEY
073800             DISPLAY "FACTSUS REWRITE FAILED, STATUS "
073900                 WS-FS-FACTSUS " ITEM " SUS-KEY
074000             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
074100     END-REWRITE.
074200 4900-EXIT.
074300     EXIT.
074400*
074500***************************************************************
074600* 6000-PRINT-APPLIED-CARD.                                    *
074700*     PRINTS ONE APPLIED CARD; THE CALLER HAS ALREADY PUT     *
074800*     THE DETAIL TEXT IN CRD-DETAIL.                          *
074900***************************************************************
075000 6000-PRINT-APPLIED-CARD.
075100     MOVE SCC-ACTION       TO CRD-ACTION
075200     MOVE SCC-SUSPENSE-KEY TO CRD-KEY
075300     MOVE "APPLIED"        TO CRD-RESULT
075400     WRITE FD-REPORT-LINE FROM WS-CARD-LINE
075500         AFTER ADVANCING 1 LINE.
075600 6000-EXIT.
075700     EXIT.
075800*
075900***************************************************************
076000* 6100-PRINT-REJECTED-CARD.                                   *
076100*     PRINTS ONE REJECTED CARD WITH ITS REASON CODE AND TEXT  *
076200*     AND COUNTS IT.  THE ITEM WAS NOT TOUCHED.               *
076300***************************************************************
076400 6100-PRINT-REJECTED-CARD.
076500     MOVE SCC-ACTION       TO CRD-ACTION
076600     MOVE SCC-SUSPENSE-KEY TO CRD-KEY
076700     MOVE "REJECTED"       TO CRD-RESULT
076800     EVALUATE TRUE
076900         WHEN WS-REASON-BAD-ACTION
077000             MOVE "01 ACTION CODE NOT N, R OR W"    TO CRD-DETAIL
077100         WHEN WS-REASON-NOT-ON-FILE
077200             MOVE "02 SUSPENSE ITEM NOT ON FILE"    TO CRD-DETAIL
077300         WHEN WS-REASON-NOT-OPEN
077400             MOVE "03 ITEM NOT OPEN"                TO CRD-DETAIL
077500         WHEN WS-REASON-NON-NUMERIC
077600             MOVE "04 VALUE NOT NUMERIC"            TO CRD-DETAIL
077700         WHEN WS-REASON-RANGE-NOT-ALLOWED
077800             MOVE "05 RANGE ON A COMBINATIONS ITEM" TO CRD-DETAIL
077900         WHEN WS-REASON-RANGE-INVERTED
078000             MOVE "06 RANGE FROM OVER TO"           TO CRD-DETAIL
078100         WHEN WS-REASON-R-EXCEEDS-N
078200             MOVE "07 R EXCEEDS N"                  TO CRD-DETAIL
078300         WHEN WS-REASON-NO-WRITE-OFF-REASON
078400             MOVE "08 WRITE OFF WITH NO REASON"     TO CRD-DETAIL
078500         WHEN OTHER
078600             MOVE "   UNKNOWN REASON"               TO CRD-DETAIL
078700     END-EVALUATE
078800     WRITE FD-REPORT-LINE FROM WS-CARD-LINE
078900         AFTER ADVANCING 1 LINE
079000     ADD 1 TO WS-REJECTED-COUNT.
079100 6100-EXIT.
079200     EXIT.
079300*
079400***************************************************************
079500* 7000-LIST-RESOLVED-ITEMS.                                   *
079600*     SWEEPS THE WHOLE MASTER, COUNTING ITEMS BY STATUS AND   *
079700*     LISTING EVERY ITEM RESOLVED SINCE THE LAST RUN WITH THE *
079800*     KEY OF THE AUDIT RECORD ITS RELEASED CARD PRODUCED.     *
079900*     EACH RESOLUTION IS LISTED ONCE - THE ITEM IS MARKED AS  *
080000*     REPORTED WHEN IT PRINTS.                                *
080100***************************************************************
080200 7000-LIST-RESOLVED-ITEMS.
080300     MOVE "ITEMS RESOLVED SINCE LAST RUN" TO SEC-TEXT
080400     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
080500         AFTER ADVANCING 3 LINES
080600     WRITE FD-REPORT-LINE FROM WS-RESOLVED-HEADING-LINE
080700         AFTER ADVANCING 2 LINES
080800     PERFORM 7800-START-SWEEP THRU 7800-EXIT
080900     PERFORM 7100-LIST-ONE-RESOLVED THRU 7100-EXIT
081000         UNTIL WS-SUS-END-OF-FILE OR WS-RUN-FAILED
081100     IF WS-RESOLVED-LISTED = 0
081200         WRITE FD-REPORT-LINE FROM WS-NONE-LINE
081300             AFTER ADVANCING 1 LINE
081400     END-IF.
081500 7000-EXIT.
081600     EXIT.
081700*
081800***************************************************************
081900* 7100-LIST-ONE-RESOLVED.                                     *
082000*     COUNTS ONE ITEM BY STATUS, LISTS IT WHEN IT IS A NEWLY  *
082100*     RESOLVED ONE, THEN READS THE NEXT ITEM.                 *
082200***************************************************************
082300 7100-LIST-ONE-RESOLVED.
082400     EVALUATE TRUE
082500         WHEN SUS-STATUS-OPEN
082600             ADD 1 TO WS-ON-FILE-OPEN
082700         WHEN SUS-STATUS-RELEASED
082800             ADD 1 TO WS-ON-FILE-RELEASED
082900         WHEN SUS-STATUS-RESOLVED
083000             ADD 1 TO WS-ON-FILE-RESOLVED
083100         WHEN SUS-STATUS-WRITTEN-OFF
083200             ADD 1 TO WS-ON-FILE-WRITTEN-OFF
083300     END-EVALUATE
083400     IF SUS-STATUS-RESOLVED AND NOT SUS-RESOLUTION-REPORTED
083500         PERFORM 7200-PRINT-RESOLVED-ITEM THRU 7200-EXIT
083600         IF WS-RUN-FAILED
083700             GO TO 7100-EXIT
083800         END-IF
083900     END-IF
084000     PERFORM 7900-READ-NEXT-ITEM THRU 7900-EXIT.
084100 7100-EXIT.
084200     EXIT.
084300*
084400***************************************************************
084500* 7200-PRINT-RESOLVED-ITEM.                                   *
084600*     PRINTS ONE RESOLVED ITEM WITH ITS AUDIT KEY IN THE FORM *
084700*     FOR ITS ORIGIN, THEN MARKS IT REPORTED.                 *
084800***************************************************************
084900 7200-PRINT-RESOLVED-ITEM.
085000     MOVE SUS-KEY            TO RSL-KEY
085100     MOVE SUS-RESOLVED-DATE  TO RSL-RESOLVED-DATE
085200     MOVE SUS-RESOLVED-COUNT TO RSL-COUNT
085300     IF SUS-ORIGIN-FACTORIAL
085400         MOVE SUS-RSV-NUMBER       TO FAS-NUMBER
085500         MOVE SUS-RSV-F-RUN-DATE   TO FAS-RUN-DATE
085600         MOVE SUS-RSV-F-TIME-STAMP TO FAS-TIME-STAMP
085700         MOVE WS-FACT-AUDIT-SUMMARY TO RSL-AUDIT-KEY
085800     ELSE
085900         MOVE SUS-RSV-N            TO CAS-N
086000         MOVE SUS-RSV-R            TO CAS-R
086100         MOVE SUS-RSV-C-RUN-DATE   TO CAS-RUN-DATE
086200         MOVE SUS-RSV-C-TIME-STAMP TO CAS-TIME-STAMP
086300         MOVE WS-COMB-AUDIT-SUMMARY TO RSL-AUDIT-KEY
086400     END-IF
086500     WRITE FD-REPORT-LINE FROM WS-RESOLVED-LINE
086600         AFTER ADVANCING 1 LINE
086700     ADD 1 TO WS-RESOLVED-LISTED
086800     MOVE "Y" TO SUS-REPORTED-SWITCH
086900     PERFORM 4900-REWRITE-ITEM THRU 4900-EXIT.
087000 7200-EXIT.
087100     EXIT.
087200*
087300***************************************************************
087400* 7800-START-SWEEP.                                           *
087500*     POSITIONS AT THE FIRST ITEM ON THE MASTER AND READS IT. *
087600*     AN EMPTY MASTER IS AT END OF FILE STRAIGHT AWAY.        *
087700***************************************************************
087800 7800-START-SWEEP.
087900     MOVE "N" TO WS-SUS-EOF-SWITCH
088000     MOVE LOW-VALUES TO SUS-KEY
088100     START FACTSUS KEY IS NOT LESS THAN SUS-KEY
088200         INVALID KEY
088300             SET WS-SUS-END-OF-FILE TO TRUE
088400             GO TO 7800-EXIT
088500     END-START
088600     PERFORM 7900-READ-NEXT-ITEM THRU 7900-EXIT.
088700 7800-EXIT.
088800     EXIT.
088900*
089000***************************************************************
089100* 7900-READ-NEXT-ITEM.                                        *
089200*     READS THE NEXT SUSPENSE ITEM IN KEY SEQUENCE.           *
089300***************************************************************
089400 7900-READ-NEXT-ITEM.
089500     READ FACTSUS NEXT RECORD
089600         AT END
089700             SET WS-SUS-END-OF-FILE TO TRUE
089800     END-READ.
089900 7900-EXIT.
090000     EXIT.
090100*
090200***************************************************************
090300* 8000-LIST-AGED-ITEMS.                                       *
090400*     THE AGING LIST - A SECOND SWEEP OF THE MASTER PRINTING  *
090500*     EVERY ITEM STILL OPEN, OR RELEASED BUT NOT YET          *
090600*     RESOLVED, WHOSE AGE IN DAYS SINCE IT WAS FIRST          *
090700*     REJECTED IS PAST THE SUSPARM THRESHOLD.                 *
090800***************************************************************
090900 8000-LIST-AGED-ITEMS.
091000     MOVE SPACES TO SEC-TEXT
091100     STRING "UNCORRECTED ITEMS OLDER THAN " DELIMITED BY SIZE
091200            THR-AGING-DAYS DELIMITED BY SIZE
091300            " DAYS" DELIMITED BY SIZE
091400         INTO SEC-TEXT
091500     END-STRING
091600     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
091700         AFTER ADVANCING 3 LINES
091800     WRITE FD-REPORT-LINE FROM WS-AGING-HEADING-LINE
091900         AFTER ADVANCING 2 LINES
092000     PERFORM 7800-START-SWEEP THRU 7800-EXIT
092100     PERFORM 8100-AGE-ONE-ITEM THRU 8100-EXIT
092200         UNTIL WS-SUS-END-OF-FILE
092300     IF WS-AGED-COUNT = 0
092400         WRITE FD-REPORT-LINE FROM WS-NONE-LINE
092500             AFTER ADVANCING 1 LINE
092600     END-IF.
092700 8000-EXIT.
092800     EXIT.
092900*
093000***************************************************************
093100* 8100-AGE-ONE-ITEM.                                          *
093200*     AGES ONE ITEM AND PRINTS IT WHEN IT IS UNCORRECTED AND  *
093300*     PAST THE THRESHOLD, THEN READS THE NEXT ITEM.           *
093400***************************************************************
093500 8100-AGE-ONE-ITEM.
093600     IF NOT SUS-STATUS-OPEN AND NOT SUS-STATUS-RELEASED
093700         GO TO 8100-READ-NEXT
093800     END-IF
093900     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER
094000         - FUNCTION INTEGER-OF-DATE (SUS-FIRST-DATE)
094100     IF WS-AGE-DAYS NOT > WS-AGING-DAYS
094200         GO TO 8100-READ-NEXT
094300     END-IF
094400     MOVE SUS-KEY            TO AGE-KEY
094500     IF SUS-STATUS-OPEN
094600         MOVE "OPEN"         TO AGE-STATUS
094700     ELSE
094800         MOVE "RLSD"         TO AGE-STATUS
094900     END-IF
095000     MOVE SUS-CARD-IMAGE     TO AGE-CARD-IMAGE
095100     MOVE SUS-REASON-CODE    TO AGE-REASON-CODE
095200     MOVE SUS-REASON-TEXT    TO AGE-REASON-TEXT
095300     MOVE WS-AGE-DAYS        TO AGE-DAYS
095400     MOVE SUS-REJECT-COUNT   TO AGE-REJECT-COUNT
095500     MOVE SUS-USERID         TO AGE-USERID
095600     WRITE FD-REPORT-LINE FROM WS-AGING-LINE
095700         AFTER ADVANCING 1 LINE
095800     ADD 1 TO WS-AGED-COUNT.
095900 8100-READ-NEXT.
096000     PERFORM 7900-READ-NEXT-ITEM THRU 7900-EXIT.
096100 8100-EXIT.
096200     EXIT.
096300*
096400***************************************************************
096500* 9000-TERMINATE-RUN.                                         *
096600*     PRINTS THE RUN TOTALS, SETTLES THE ENDING STATUS,       *
096700*     WRITES THE RUN-STATUS RECORD, AND CLOSES ALL FILES.     *
096800***************************************************************
096900 9000-TERMINATE-RUN.
097000     IF WS-FS-SUSRPT = "00"
097100         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
097200     END-IF
097300     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
097400     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
097500     DISPLAY "SUSPENSE-MAINTENANCE ENDED - CARDS READ "
097600         WS-RECORD-COUNT "  REJECTED " WS-REJECTED-COUNT
097700     DISPLAY "  RELEASED " WS-RELEASED-COUNT
097800         "  WRITTEN OFF " WS-WRITTEN-OFF-COUNT
097900         "  AGED " WS-AGED-COUNT
098000     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
098100     CLOSE SUSPARM
098200     CLOSE SUSIN
098300     CLOSE FACTSUS
098400     CLOSE SUSREL
098500     CLOSE SUSCREL
098600     CLOSE SUSRPT
098700     CLOSE SUSSTA.
098800 9000-EXIT.
098900     EXIT.
099000*
099100***************************************************************
099200* 9100-PRINT-TOTALS.                                          *
099300*     PRINTS THE CARD TOTALS AND THE COUNT OF ITEMS ON FILE   *
099400*     BY STATUS AT THE FOOT OF THE REPORT.                    *
099500***************************************************************
099600 9100-PRINT-TOTALS.
099700     MOVE "CARDS READ"               TO CNT-LABEL
099800     MOVE WS-RECORD-COUNT            TO CNT-VALUE
099900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
100000         AFTER ADVANCING 3 LINES
100100     MOVE "ITEMS RELEASED"           TO CNT-LABEL
100200     MOVE WS-RELEASED-COUNT          TO CNT-VALUE
100300     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
100400         AFTER ADVANCING 1 LINE
100500     MOVE "ITEMS WRITTEN OFF"        TO CNT-LABEL
100600     MOVE WS-WRITTEN-OFF-COUNT       TO CNT-VALUE
100700     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
100800         AFTER ADVANCING 1 LINE
100900     MOVE "CARDS REJECTED"           TO CNT-LABEL
101000     MOVE WS-REJECTED-COUNT          TO CNT-VALUE
101100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
101200         AFTER ADVANCING 1 LINE
101300     MOVE "RESOLUTIONS LISTED"       TO CNT-LABEL
101400     MOVE WS-RESOLVED-LISTED         TO CNT-VALUE
101500     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
101600         AFTER ADVANCING 1 LINE
101700     MOVE "ITEMS PAST THRESHOLD"     TO CNT-LABEL
101800     MOVE WS-AGED-COUNT              TO CNT-VALUE
101900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
102000         AFTER ADVANCING 1 LINE
102100     MOVE "ON FILE - OPEN"           TO CNT-LABEL
102200     MOVE WS-ON-FILE-OPEN            TO CNT-VALUE
102300     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
102400         AFTER ADVANCING 2 LINES
102500     MOVE "ON FILE - RELEASED"       TO CNT-LABEL
102600     MOVE WS-ON-FILE-RELEASED        TO CNT-VALUE
102700     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
102800         AFTER ADVANCING 1 LINE
102900     MOVE "ON FILE - RESOLVED"       TO CNT-LABEL
103000     MOVE WS-ON-FILE-RESOLVED        TO CNT-VALUE
103100     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
103200         AFTER ADVANCING 1 LINE
103300     MOVE "ON FILE - WRITTEN OFF"    TO CNT-LABEL
103400     MOVE WS-ON-FILE-WRITTEN-OFF     TO CNT-VALUE
103500     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
103600         AFTER ADVANCING 1 LINE.
103700 9100-EXIT.
103800     EXIT.
103900*
104000***************************************************************
104100* 9400-SET-ENDING-STATUS.                                     *
104200*     SETTLES THE RUN'S ENDING STATUS AND RETURN CODE: 8      *
104300*     WHEN A FILE FAILED OR THE CARD COUNTS DO NOT BALANCE,   *
104400*     4 WHEN ANY CARD WAS REJECTED OR ANY ITEM IS PAST THE    *
104500*     AGING THRESHOLD, AND 0 ON A CLEAN RUN.                  *
104600***************************************************************
104700 9400-SET-ENDING-STATUS.
104800     IF WS-RUN-FAILED
104900         GO TO 9400-EXIT
105000     END-IF
105100     IF WS-RECORD-COUNT NOT = WS-RELEASED-COUNT
105200             + WS-WRITTEN-OFF-COUNT + WS-REJECTED-COUNT
105300         DISPLAY "SUSPENSE-MAINTENANCE CONTROL TOTALS OUT "
105400                 "OF BALANCE"
105500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
105600         GO TO 9400-EXIT
105700     END-IF
105800     IF WS-REJECTED-COUNT > 0 OR WS-AGED-COUNT > 0
105900         MOVE 4 TO WS-END-RETURN-CODE
106000     ELSE
106100         MOVE 0 TO WS-END-RETURN-CODE
106200     END-IF.
106300 9400-EXIT.
106400     EXIT.
106500*
106600***************************************************************
106700* 9500-WRITE-STATUS-RECORD.                                   *
106800*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO SUSSTA     *
106900*     FOR THE AUTOMATION PACKAGE AND THE SUITE MONITOR.       *
107000*     SKIPPED ONLY WHEN SUSSTA ITSELF COULD NOT BE OPENED -   *
107100*     THE RETURN CODE STILL CARRIES THE FAILURE.              *
107200***************************************************************
107300 9500-WRITE-STATUS-RECORD.
107400     IF WS-FS-SUSSTA NOT = "00"
107500         GO TO 9500-EXIT
107600     END-IF
107700     MOVE WS-RUN-DATE        TO STA-RUN-DATE
107800     MOVE "SUSPMANT"         TO STA-PROGRAM
107900     MOVE WS-RECORD-COUNT    TO STA-RECORDS-READ
108000     COMPUTE STA-RECORDS-PROCESSED =
108100         WS-RELEASED-COUNT + WS-WRITTEN-OFF-COUNT
108200     MOVE WS-REJECTED-COUNT  TO STA-RECORDS-REJECTED
108300     EVALUATE WS-END-RETURN-CODE
108400         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
108500         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
108600         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
108700     END-EVALUATE
108800     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
108900     WRITE FD-STATUS-RECORD.
109000 9500-EXIT.
109100     EXIT.
109200*
109300***************************************************************
109400* READ-BUSINESS-DATE.                                         *
109500*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
109600*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
109700*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
109800*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
109900***************************************************************
110000 COPY FACTBDR.
