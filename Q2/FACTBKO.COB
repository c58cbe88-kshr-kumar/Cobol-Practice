000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     RUN-BACKOUT.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  REVERSES A BAD          *
001800*                   FACTORIAL-CALCULATION RUN END TO END -    *
001900*                   E.G. A NIGHT THAT PROCESSED THE WRONG     *
002000*                   FACTIN DECK.  THE BKOPARM CARD NAMES THE  *
002100*                   RUN DATE AND, OPTIONALLY, ONE USERID      *
002200*                   AND/OR ONE SOURCE (B OR O).  EVERY        *
002300*                   MATCHING FACTAUD RECORD IS MARKED "R"     *
002400*                   (REVERSED) IN PLACE - NEVER DELETED - SO  *
002500*                   AUDIT-CHARGEBACK-REPORT STOPS BILLING IT; *
002600*                   EACH BATCH RECORD ALSO GETS A REVERSAL    *
002700*                   RECORD ON BKOXTR (EXT-STATUS "R", FACTEXT *
002800*                   VERSION 3) FOR THE ACTUARIAL HAND-OFF,    *
002900*                   WHICH SENDS IT BEHIND THE NEXT FACTXTR;   *
003000*                   AND EACH RECORD IS TAKEN BACK OFF THE     *
003100*                   USERID'S FACTUSE DAILY COUNT FOR THAT     *
003200*                   DATE.  DENIED RECORDS NEVER BILLED, NEVER *
003300*                   WENT TO ACTUARIAL AND NEVER COUNTED       *
003400*                   AGAINST THE CAP, SO THEY ARE LEFT AS THEY *
003500*                   ARE.  A RECORD IS MARKED "R" ONLY AFTER   *
003600*                   ITS REVERSAL EXTRACT AND FACTUSE BACK-OUT *
003700*                   ARE DONE, AND A RECORD ALREADY REVERSED   *
003710*                   IS SKIPPED, SO THE JOB CAN SIMPLY BE      *
003720*                   RERUN AFTER A FAILURE - A FAILURE         *
003730*                   PART-WAY THROUGH ONE RECORD NAMES ITS KEY *
003740*                   ON THE CONSOLE, AND THAT RECORD IS        *
003750*                   REVERSED IN FULL AGAIN ON THE RERUN.      *
003760*                   BKOXTR IS OPENED EXTEND, SO A RERUN ADDS  *
003770*                   TO WHAT THE FAILED RUN WROTE; THE STEP    *
003780*                   THAT SENDS BKOXTR BEHIND THE NEXT FACTXTR *
003790*                   EMPTIES IT AFTERWARDS.                    *
003791*                   BKORPT IS THE BACKOUT                     *
003800*                   REGISTER: ONE LINE PER RECORD TOUCHED,    *
003900*                   THE FACTUSE COUNTS PER USERID, AND BEFORE *
004000*                   AND AFTER CONTROL TOTALS. RUN-STATUS      *
004100*                   RECORD ON BKOSTA, PROGRAM RUNBKOUT -      *
004200*                   C/0000 WHEN RECORDS WERE REVERSED, E/0004 *
004300*                   WHEN THE CARD SELECTED NOTHING LEFT TO    *
004400*                   REVERSE, F/0008 ON A BAD CARD OR A FILE   *
004500*                   ERROR.                                    *
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
005600     SELECT BKOPARM  ASSIGN TO "BKOPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-BKOPARM.
005900
006000     SELECT FACTAUD  ASSIGN TO "FACTAUD"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS AUD-KEY
006400         ALTERNATE RECORD KEY IS AUD-NUMBER WITH DUPLICATES
006500         FILE STATUS IS WS-FS-FACTAUD.
006600
006700     SELECT OPTIONAL FACTUSE ASSIGN TO "FACTUSE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS USE-KEY
007100         FILE STATUS IS WS-FS-FACTUSE.
007200
007300     SELECT OPTIONAL BKOXTR ASSIGN TO "BKOXTR"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FS-BKOXTR.
007600
007700     SELECT BKORPT   ASSIGN TO "BKORPT"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-FS-BKORPT.
008000
008100     SELECT BKOSTA   ASSIGN TO "BKOSTA"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-FS-BKOSTA.
008400
008500     SELECT BUSDATE  ASSIGN TO "BUSDATE"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-FS-BUSDATE.
008800*
008900***************************************************************
009000*                                                             *
009100* DATA DIVISION.                                              *
009200*                                                             *
009300***************************************************************
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  BKOPARM
009700     LABEL RECORDS ARE OMITTED
009800     RECORDING MODE IS F.
009900 01  FD-PARAMETER-RECORD.
010000     05  PRM-RUN-DATE                PIC 9(08).
010100     05  PRM-RUN-DATE-X REDEFINES PRM-RUN-DATE
010200                                     PIC X(08).
010300     05  FILLER                      PIC X(01).
010400     05  PRM-USERID                  PIC X(08).
010500     05  FILLER                      PIC X(01).
010600     05  PRM-SOURCE                  PIC X(01).
010700     05  FILLER                      PIC X(61).
010800*
010900 FD  FACTAUD
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 COPY FACTAUD.
011300*
011400 FD  FACTUSE
011500     LABEL RECORDS ARE STANDARD
011600     RECORDING MODE IS F.
011700 COPY FACTUSE.
011800*
011900 FD  BKOXTR
012000     LABEL RECORDS ARE OMITTED
012100     RECORDING MODE IS F.
012200 COPY FACTEXT.
012300*
012400 FD  BKORPT
012500     LABEL RECORDS ARE OMITTED
012600     RECORDING MODE IS F.
012700 01  FD-REPORT-LINE.
012800     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
012900     05  FD-RPT-TEXT                 PIC X(79).
013000*
013100 FD  BKOSTA
013200     LABEL RECORDS ARE OMITTED
013300     RECORDING MODE IS F.
013400 COPY FACTSTA.
013500*
013600 FD  BUSDATE
013700     LABEL RECORDS ARE STANDARD
013800     RECORDING MODE IS F.
013900 COPY FACTBDT.
014000*
014100 WORKING-STORAGE SECTION.
014200***************************************************************
014300*    RUN SWITCHES                                             *
014400***************************************************************
014500 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
014600     88  WS-END-OF-FILE                      VALUE "Y".
014700 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
014800     88  WS-RUN-FAILED                       VALUE "Y".
014900 77  WS-USR-FOUND-SWITCH         PIC X(01)   VALUE "N".
015000     88  WS-USR-FOUND                        VALUE "Y".
015100 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
015200     88  WS-BUSDATE-OPEN                     VALUE "O".
015300     88  WS-BUSDATE-REFUSED                  VALUE "R".
015400*
015500***************************************************************
015600*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
015700*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
015800*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.              *
015900***************************************************************
016000 77  WS-FS-BKOPARM               PIC X(02)   VALUE "99".
016100 77  WS-FS-FACTAUD               PIC X(02)   VALUE "99".
016200 77  WS-FS-FACTUSE               PIC X(02)   VALUE "99".
016300 77  WS-FS-BKOXTR                PIC X(02)   VALUE "99".
016400 77  WS-FS-BKORPT                PIC X(02)   VALUE "99".
016500 77  WS-FS-BKOSTA                PIC X(02)   VALUE "99".
016600 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
016700*
016800***************************************************************
016900*    SELECTION FROM THE BKOPARM CARD                          *
017000***************************************************************
017100 77  WS-SEL-RUN-DATE             PIC 9(08)       VALUE 0.
017200 77  WS-SEL-USERID               PIC X(08)       VALUE SPACES.
017300 77  WS-SEL-SOURCE               PIC X(01)       VALUE SPACE.
017400*
017500***************************************************************
017600*    RUN TOTALS.  THE BEFORE FIGURES ARE THE SELECTED AUDIT   *
017700*    RECORDS AS FOUND; THE AFTER FIGURES ARE DERIVED FROM     *
017800*    THEM AND THE REVERSALS MADE.                             *
017900***************************************************************
018000 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
018100 77  WS-SELECTED-COUNT           PIC 9(08) COMP  VALUE 0.
018200 77  WS-ACTIVE-BEFORE            PIC 9(08) COMP  VALUE 0.
018300 77  WS-BATCH-BEFORE             PIC 9(08) COMP  VALUE 0.
018400 77  WS-REVERSED-BEFORE          PIC 9(08) COMP  VALUE 0.
018500 77  WS-DENIED-COUNT             PIC 9(08) COMP  VALUE 0.
018600 77  WS-REVERSED-COUNT           PIC 9(08) COMP  VALUE 0.
018700 77  WS-EXTRACT-COUNT            PIC 9(08) COMP  VALUE 0.
018800 77  WS-USE-BEFORE-TOTAL         PIC 9(08) COMP  VALUE 0.
018900 77  WS-USE-AFTER-TOTAL          PIC 9(08) COMP  VALUE 0.
019000 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
019100 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
019200 77  WS-OLD-STATUS-TEXT          PIC X(04)       VALUE SPACES.
019300 77  WS-LINES-PER-PAGE           PIC 9(02) COMP  VALUE 55.
019400 77  WS-LINE-COUNT               PIC 9(02) COMP  VALUE 99.
019500 77  WS-PAGE-NUMBER              PIC 9(04) COMP  VALUE 0.
019600*
019700***************************************************************
019800*    USERID TABLE                                             *
019900*    ONE ROW PER USERID WHOSE RECORDS WERE REVERSED, HOLDING  *
020000*    ITS FACTUSE COUNT FOR THE RUN DATE AS FIRST READ AND AS  *
020100*    LAST REWRITTEN.  WS-USR-HAS-USAGE IS "N" WHEN THE USERID *
020200*    HAS NO FACTUSE RECORD - AN UNRESTRICTED USERID, WHOSE    *
020300*    REQUESTS ARE NOT COUNTED.  A FULL TABLE STOPS THE PASS   *
020400*    BEFORE THE NEXT USERID IS TOUCHED; THE RECORDS ALREADY   *
020500*    REVERSED ARE COMPLETE AND A RERUN PICKS UP THE REST.     *
020600***************************************************************
020700 77  WS-USR-MAX                  PIC 9(04) COMP  VALUE 500.
020800 77  WS-USR-COUNT                PIC 9(04) COMP  VALUE 0.
020900 77  WS-USR-SUB                  PIC 9(04) COMP  VALUE 0.
021000 01  WS-USR-TABLE.
021100     05  WS-USR-ENTRY            OCCURS 500 TIMES.
021200         10  WS-USR-USERID       PIC X(08).
021300         10  WS-USR-HAS-USAGE    PIC X(01).
021400         10  WS-USR-REVERSED     PIC 9(08) COMP.
021500         10  WS-USR-USE-BEFORE   PIC 9(08) COMP.
021600         10  WS-USR-USE-AFTER    PIC 9(08) COMP.
021700*
021800***************************************************************
021900*    REGISTER LINES                                           *
022000***************************************************************
022100 01  WS-PAGE-HEADING-LINE.
022200     05  FILLER                  PIC X(01)   VALUE SPACE.
022300     05  FILLER                  PIC X(32)
022400         VALUE "RUN BACKOUT REGISTER - RUN DATE ".
022500     05  HDG-RUN-DATE            PIC 9(08).
022600     05  FILLER                  PIC X(08)   VALUE "  USER ".
022700     05  HDG-USERID              PIC X(08).
022800     05  FILLER                  PIC X(06)   VALUE "  SRC ".
022900     05  HDG-SOURCE              PIC X(01).
023000     05  FILLER                  PIC X(06)   VALUE "  PAGE".
023100     05  HDG-PAGE-NUMBER         PIC ZZZ9.
023200     05  FILLER                  PIC X(06)   VALUE SPACES.
023300*
023400 01  WS-COLUMN-HEADING-LINE.
023500     05  FILLER                  PIC X(01)   VALUE SPACE.
023600     05  FILLER                  PIC X(05)   VALUE "NUM".
023700     05  FILLER                  PIC X(10)   VALUE "TIME".
023800     05  FILLER                  PIC X(10)   VALUE "USERID".
023900     05  FILLER                  PIC X(05)   VALUE "SRC".
024000     05  FILLER                  PIC X(06)   VALUE "WAS".
024100     05  FILLER                  PIC X(06)   VALUE "NOW".
024200     05  FILLER                  PIC X(11)   VALUE "EXTRACT".
024300     05  FILLER                  PIC X(26)
024400         VALUE "FACTUSE BEFORE     AFTER".
024500*
024600 01  WS-DETAIL-LINE.
024700     05  FILLER                  PIC X(01)   VALUE SPACE.
024800     05  DTL-NUMBER              PIC ZZ9.
024900     05  FILLER                  PIC X(02)   VALUE SPACES.
025000     05  DTL-TIME-STAMP          PIC 9(08).
025100     05  FILLER                  PIC X(02)   VALUE SPACES.
025200     05  DTL-USERID              PIC X(08).
025300     05  FILLER                  PIC X(02)   VALUE SPACES.
025400     05  DTL-SOURCE              PIC X(01).
025500     05  FILLER                  PIC X(04)   VALUE SPACES.
025600     05  DTL-OLD-STATUS          PIC X(04).
025700     05  FILLER                  PIC X(02)   VALUE SPACES.
025800     05  DTL-NEW-STATUS          PIC X(04).
025900     05  FILLER                  PIC X(02)   VALUE SPACES.
026000     05  DTL-EXTRACT             PIC X(08).
026100     05  FILLER                  PIC X(03)   VALUE SPACES.
026200     05  DTL-USAGE.
026300         10  DTL-USE-BEFORE      PIC Z(07)9.
026400         10  FILLER              PIC X(02).
026500         10  DTL-USE-AFTER       PIC Z(07)9.
026600     05  DTL-USAGE-TEXT REDEFINES DTL-USAGE
026700                                 PIC X(18).
026800     05  FILLER                  PIC X(08)   VALUE SPACES.
026900*
027000 01  WS-SECTION-LINE.
027100     05  FILLER                  PIC X(01)   VALUE SPACE.
027200     05  SCT-TEXT                PIC X(79).
027300*
027400 01  WS-USAGE-HEADING-LINE.
027500     05  FILLER                  PIC X(01)   VALUE SPACE.
027600     05  FILLER                  PIC X(12)   VALUE "USERID".
027700     05  FILLER                  PIC X(08)   VALUE "REVERSED".
027800     05  FILLER                  PIC X(04)   VALUE SPACES.
027900     05  FILLER                  PIC X(08)   VALUE "  BEFORE".
028000     05  FILLER                  PIC X(04)   VALUE SPACES.
028100     05  FILLER                  PIC X(08)   VALUE "   AFTER".
028200     05  FILLER                  PIC X(35)   VALUE SPACES.
028300*
028400 01  WS-USAGE-LINE.
028500     05  FILLER                  PIC X(01)   VALUE SPACE.
028600     05  USL-USERID              PIC X(08).
028700     05  FILLER                  PIC X(04)   VALUE SPACES.
028800     05  USL-REVERSED            PIC Z(07)9.
028900     05  FILLER                  PIC X(04)   VALUE SPACES.
029000     05  USL-USAGE.
029100         10  USL-USE-BEFORE      PIC Z(07)9.
029200         10  FILLER              PIC X(04).
029300         10  USL-USE-AFTER       PIC Z(07)9.
029400     05  USL-USAGE-TEXT REDEFINES USL-USAGE
029500                                 PIC X(20).
029600     05  FILLER                  PIC X(35)   VALUE SPACES.
029700*
029800 01  WS-TOTAL-HEADING-LINE.
029900     05  FILLER                  PIC X(01)   VALUE SPACE.
030000     05  FILLER                  PIC X(40)
030100         VALUE "CONTROL TOTALS".
030200     05  FILLER                  PIC X(08)   VALUE "  BEFORE".
030300     05  FILLER                  PIC X(04)   VALUE SPACES.
030400     05  FILLER                  PIC X(08)   VALUE "   AFTER".
030500     05  FILLER                  PIC X(19)   VALUE SPACES.
030600*
030700 01  WS-TOTAL-LINE.
030800     05  FILLER                  PIC X(01)   VALUE SPACE.
030900     05  TOT-LABEL               PIC X(40).
031000     05  TOT-BEFORE              PIC Z(07)9.
031100     05  FILLER                  PIC X(04)   VALUE SPACES.
031200     05  TOT-AFTER               PIC Z(07)9.
031300     05  FILLER                  PIC X(19)   VALUE SPACES.
031400*
031500 PROCEDURE DIVISION.
031600***************************************************************
031700*                                                             *
031800* 0000-MAINLINE.                                              *
031900*     CONTROLS THE BACKOUT RUN FROM OPEN THROUGH CLOSE.       *
032000*                                                             *
032100***************************************************************
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
032400     IF NOT WS-RUN-FAILED
032500         PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
032600             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
032700     END-IF
032800     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
032900     MOVE WS-END-RETURN-CODE TO RETURN-CODE
033000     STOP RUN.
033100*
033200***************************************************************
033300* 1000-INITIALIZE-RUN.                                        *
033400*     OPENS THE FILES, VERIFIES THE OPENS, EDITS THE BKOPARM  *
033500*     SELECTION, PRINTS THE FIRST REGISTER HEADING, AND       *
033600*     PRIMES THE AUDIT READ.                                  *
033700***************************************************************
033800 1000-INITIALIZE-RUN.
033900     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
034000*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
034100     IF WS-BUSDATE-REFUSED
034200         OPEN OUTPUT BKOSTA
034300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
034400         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
034500         CLOSE BKOSTA
034600         MOVE WS-END-RETURN-CODE TO RETURN-CODE
034700         STOP RUN
034800     END-IF
034900     DISPLAY "RUN-BACKOUT STARTING - RUN DATE " WS-RUN-DATE
035000     OPEN INPUT  BKOPARM
035100     OPEN I-O    FACTAUD
035200     OPEN I-O    FACTUSE
035300     OPEN EXTEND BKOXTR
035400     OPEN OUTPUT BKORPT
035500     OPEN OUTPUT BKOSTA
035600     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
035700     IF WS-RUN-FAILED
035800         GO TO 1000-EXIT
035900     END-IF
036000     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
036100     IF WS-RUN-FAILED
036200         GO TO 1000-EXIT
036300     END-IF
036400     PERFORM 3100-PRINT-PAGE-HEADING THRU 3100-EXIT
036500     PERFORM 1300-READ-AUDIT-RECORD THRU 1300-EXIT.
036600 1000-EXIT.
036700     EXIT.
036800*
036900***************************************************************
037000* 1025-VERIFY-OPENS.                                          *
037100*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  FACTUSE IS   *
037200*     OPTIONAL AND MAY COME BACK "05" - A SHOP WITHOUT THE    *
037300*     USAGE CLUSTER HAS NO COUNTS TO BACK OUT - AND SO IS     *
037400*     BKOXTR, WHICH COMES BACK "05" WHEN THERE IS NO FILE YET *
037500*     TO ADD TO.  ANY FAILURE IS REPORTED ON THE CONSOLE AND  *
037510*     ENDS THE RUN WITH RETURN CODE 8 SO THE SCHEDULER CAN    *
037520*     SEE IT.                                                 *
037600***************************************************************
037700 1025-VERIFY-OPENS.
037800     IF WS-FS-BKOPARM NOT = "00"
037900         DISPLAY "BKOPARM OPEN FAILED, STATUS " WS-FS-BKOPARM
038000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
038100     END-IF
038200     IF WS-FS-FACTAUD NOT = "00"
038300         DISPLAY "FACTAUD OPEN FAILED, STATUS " WS-FS-FACTAUD
038400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
038500     END-IF
038600     IF WS-FS-FACTUSE NOT = "00" AND WS-FS-FACTUSE NOT = "05"
038700         DISPLAY "FACTUSE OPEN FAILED, STATUS " WS-FS-FACTUSE
038800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
038900     END-IF
039000     IF WS-FS-BKOXTR NOT = "00" AND WS-FS-BKOXTR NOT = "05"
039100         DISPLAY "BKOXTR OPEN FAILED, STATUS " WS-FS-BKOXTR
039200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
039300     END-IF
039400     IF WS-FS-BKORPT NOT = "00"
039500         DISPLAY "BKORPT OPEN FAILED, STATUS " WS-FS-BKORPT
039600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
039700     END-IF
039800     IF WS-FS-BKOSTA NOT = "00"
039900         DISPLAY "BKOSTA OPEN FAILED, STATUS " WS-FS-BKOSTA
040000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
040100     END-IF.
040200 1025-EXIT.
040300     EXIT.
040400*
040500 1027-FLAG-RUN-FAILED.
040600     SET WS-RUN-FAILED TO TRUE
040700     MOVE 8 TO WS-END-RETURN-CODE.
040800 1027-EXIT.
040900     EXIT.
041000*
041100***************************************************************
041200* 1100-READ-PARAMETER-CARD.                                   *
041300*     READS THE BKOPARM CARD - RUN DATE IN COLUMNS 1-8,       *
041400*     OPTIONAL USERID IN COLUMNS 10-17, OPTIONAL SOURCE (B    *
041500*     OR O) IN COLUMN 19.  THERE IS NO DEFAULT RUN DATE: A    *
041600*     MISSING CARD OR A BAD FIELD ENDS THE RUN BEFORE ANY     *
041700*     RECORD IS TOUCHED.                                      *
041800***************************************************************
041900 1100-READ-PARAMETER-CARD.
042000     READ BKOPARM
042100         AT END
042200             DISPLAY "RUN-BACKOUT: BKOPARM CARD MISSING"
042300             PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
042400             GO TO 1100-EXIT
042500     END-READ
042600     IF PRM-RUN-DATE NOT NUMERIC
042700        OR PRM-RUN-DATE = 0
042800         DISPLAY "RUN-BACKOUT: RUN DATE NOT NUMERIC: "
042900             PRM-RUN-DATE-X
043000         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
043100         GO TO 1100-EXIT
043200     END-IF
043300     IF PRM-SOURCE NOT = SPACE
043400        AND PRM-SOURCE NOT = "B"
043500        AND PRM-SOURCE NOT = "O"
043600         DISPLAY "RUN-BACKOUT: SOURCE MUST BE B, O OR BLANK: "
043700             PRM-SOURCE
043800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
043900         GO TO 1100-EXIT
044000     END-IF
044100     MOVE PRM-RUN-DATE TO WS-SEL-RUN-DATE
044200     MOVE PRM-USERID   TO WS-SEL-USERID
044300     MOVE PRM-SOURCE   TO WS-SEL-SOURCE
044400     DISPLAY "RUN-BACKOUT: BACKING OUT RUN DATE " WS-SEL-RUN-DATE
044500         " USERID " WS-SEL-USERID " SOURCE " WS-SEL-SOURCE.
044600 1100-EXIT.
044700     EXIT.
044800*
044900***************************************************************
045000* 1300-READ-AUDIT-RECORD.                                     *
045100*     READS THE NEXT FACTAUD RECORD IN KEY SEQUENCE.  THE KEY *
045200*     LEADS WITH AUD-NUMBER, SO THE RUN DATE CANNOT BE        *
045300*     POSITIONED TO AND THE WHOLE FILE IS PASSED.             *
045400***************************************************************
045500 1300-READ-AUDIT-RECORD.
045600     READ FACTAUD NEXT RECORD
045700         AT END
045800             SET WS-END-OF-FILE TO TRUE
045900         NOT AT END
046000             ADD 1 TO WS-RECORD-COUNT
046100     END-READ.
046200 1300-EXIT.
046300     EXIT.
046400*
046500***************************************************************
046600* 2000-PROCESS-ONE-RECORD.                                    *
046700*     TESTS ONE AUDIT RECORD AGAINST THE SELECTION AND, IF IT *
046800*     IS LIVE BILLABLE WORK, REVERSES IT EVERYWHERE: A        *
046900*     REVERSAL EXTRACT FOR A BATCH RECORD, ONE REQUEST OFF    *
047000*     THE FACTUSE COUNT, AND - LAST - FACTAUD REWRITTEN AS    *
047100*     "R".  THEN READS THE NEXT RECORD.                       *
047200***************************************************************
047300 2000-PROCESS-ONE-RECORD.
047400     IF AUD-RUN-DATE NOT = WS-SEL-RUN-DATE
047500         GO TO 2000-READ-NEXT
047600     END-IF
047700     IF WS-SEL-USERID NOT = SPACES
047800        AND AUD-JOB-USERID NOT = WS-SEL-USERID
047900         GO TO 2000-READ-NEXT
048000     END-IF
048100     IF WS-SEL-SOURCE NOT = SPACE
048200        AND AUD-SOURCE NOT = WS-SEL-SOURCE
048300         GO TO 2000-READ-NEXT
048400     END-IF
048500     ADD 1 TO WS-SELECTED-COUNT
048600     IF AUD-STATUS-REVERSED
048700         ADD 1 TO WS-REVERSED-BEFORE
048800         GO TO 2000-READ-NEXT
048900     END-IF
049000     IF AUD-STATUS-DENIED
049100         ADD 1 TO WS-DENIED-COUNT
049200         GO TO 2000-READ-NEXT
049300     END-IF
049400     PERFORM 2100-FIND-USER-ROW THRU 2100-EXIT
049500     IF WS-RUN-FAILED
049600         GO TO 2000-EXIT
049700     END-IF
049800     ADD 1 TO WS-ACTIVE-BEFORE
049900     IF AUD-SOURCE-BATCH
050000         ADD 1 TO WS-BATCH-BEFORE
050100     END-IF
050200     EVALUATE TRUE
050300         WHEN AUD-STATUS-OVERFLOW
050400             MOVE "OVFL" TO WS-OLD-STATUS-TEXT
050500         WHEN AUD-STATUS-APPROXIMATE
050600             MOVE "APRX" TO WS-OLD-STATUS-TEXT
050700         WHEN OTHER
050800             MOVE "OK"   TO WS-OLD-STATUS-TEXT
050900     END-EVALUATE
051000     MOVE SPACES TO WS-DETAIL-LINE
051100     MOVE AUD-NUMBER         TO DTL-NUMBER
051200     MOVE AUD-TIME-STAMP     TO DTL-TIME-STAMP
051300     MOVE AUD-JOB-USERID     TO DTL-USERID
051400     MOVE AUD-SOURCE         TO DTL-SOURCE
051500     MOVE WS-OLD-STATUS-TEXT TO DTL-OLD-STATUS
051600     MOVE "REVD"             TO DTL-NEW-STATUS
051700     MOVE "NONE"             TO DTL-EXTRACT
051800*    THE REVERSAL EXTRACT AND THE FACTUSE BACK-OUT COME FIRST;
051900*    FACTAUD IS REWRITTEN AS "R" ONLY WHEN BOTH ARE DONE, SO A
052000*    RECORD MARKED "R" HAS NOTHING LEFT FOR A RERUN TO DO.
052100     IF AUD-SOURCE-BATCH
052200         PERFORM 2200-WRITE-REVERSAL-EXTRACT THRU 2200-EXIT
052300         IF WS-RUN-FAILED
052400             GO TO 2000-EXIT
052500         END-IF
052600     END-IF
052700     PERFORM 2300-BACK-OUT-USAGE THRU 2300-EXIT
052800     IF WS-RUN-FAILED
052900         GO TO 2000-EXIT
053000     END-IF
053100     SET AUD-STATUS-REVERSED TO TRUE
053200     REWRITE FD-AUDIT-RECORD
053300     IF WS-FS-FACTAUD NOT = "00"
053400         DISPLAY "FACTAUD REWRITE FAILED, STATUS " WS-FS-FACTAUD
053500             " KEY " AUD-KEY
053600         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
053700         GO TO 2000-EXIT
053800     END-IF
053900     ADD 1 TO WS-REVERSED-COUNT
053950     ADD 1 TO WS-USR-REVERSED (WS-USR-SUB)
054000     PERFORM 3000-PRINT-DETAIL-LINE THRU 3000-EXIT.
054100 2000-READ-NEXT.
054200     PERFORM 1300-READ-AUDIT-RECORD THRU 1300-EXIT.
054300 2000-EXIT.
054400     EXIT.
054500*
054600***************************************************************
054700* 2100-FIND-USER-ROW.                                         *
054800*     FINDS THE RECORD'S USERID IN THE USERID TABLE, ADDING A *
054900*     ROW THE FIRST TIME IT IS SEEN.  A FULL TABLE ENDS THE   *
055000*     PASS HERE, BEFORE THE RECORD IS TOUCHED.                *
055100***************************************************************
055200 2100-FIND-USER-ROW.
055300     MOVE "N" TO WS-USR-FOUND-SWITCH
055400     MOVE 0 TO WS-USR-SUB
055500     PERFORM 2110-TEST-ONE-USER THRU 2110-EXIT
055600         UNTIL WS-USR-FOUND OR WS-USR-SUB >= WS-USR-COUNT
055700     IF WS-USR-FOUND
055800         GO TO 2100-EXIT
055900     END-IF
056000     IF WS-USR-COUNT = WS-USR-MAX
056100         DISPLAY "RUN-BACKOUT: USERID TABLE FULL AT " WS-USR-MAX
056200             " - RERUN TO BACK OUT THE REST"
056300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
056400         GO TO 2100-EXIT
056500     END-IF
056600     ADD 1 TO WS-USR-COUNT
056700     MOVE WS-USR-COUNT   TO WS-USR-SUB
056800     MOVE AUD-JOB-USERID TO WS-USR-USERID (WS-USR-SUB)
056900     MOVE SPACE          TO WS-USR-HAS-USAGE (WS-USR-SUB)
057000     MOVE 0              TO WS-USR-REVERSED (WS-USR-SUB)
057100     MOVE 0              TO WS-USR-USE-BEFORE (WS-USR-SUB)
057200     MOVE 0              TO WS-USR-USE-AFTER (WS-USR-SUB).
057300 2100-EXIT.
057400     EXIT.
057500*
057600 2110-TEST-ONE-USER.
057700     ADD 1 TO WS-USR-SUB
057800     IF WS-USR-USERID (WS-USR-SUB) = AUD-JOB-USERID
057900         SET WS-USR-FOUND TO TRUE
058000     END-IF.
058100 2110-EXIT.
058200     EXIT.
058300*
058400***************************************************************
058500* 2200-WRITE-REVERSAL-EXTRACT.                                *
058600*     WRITES THE FACTEXT VERSION-3 REVERSAL RECORD: THE SAME  *
058700*     NUMBER, RUN DATE AND RESULT FIELDS THE ORIGINAL EXTRACT *
058800*     CARRIED, WITH EXT-STATUS "R", SO THE ACTUARIAL LOAD JOB *
058900*     CANCELS ONE ORIGINAL FOR THAT NUMBER AND RUN DATE.      *
059000***************************************************************
059100 2200-WRITE-REVERSAL-EXTRACT.
059200     MOVE SPACES         TO FD-EXTRACT-RECORD
059300     MOVE AUD-NUMBER     TO EXT-NUMBER
059400     MOVE AUD-FACTORIAL  TO EXT-FACTORIAL
059500     MOVE AUD-RUN-DATE   TO EXT-RUN-DATE
059600     MOVE AUD-MANTISSA   TO EXT-MANTISSA
059700     MOVE AUD-EXPONENT   TO EXT-EXPONENT
059800     SET EXT-STATUS-REVERSAL TO TRUE
059900     WRITE FD-EXTRACT-RECORD
060000     IF WS-FS-BKOXTR NOT = "00"
060100         DISPLAY "BKOXTR WRITE FAILED, STATUS " WS-FS-BKOXTR
060110             " KEY " AUD-KEY
060200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
060300         GO TO 2200-EXIT
060400     END-IF
060500     ADD 1 TO WS-EXTRACT-COUNT
060600     MOVE "REVERSED" TO DTL-EXTRACT.
060700 2200-EXIT.
060800     EXIT.
060900*
061000***************************************************************
061100* 2300-BACK-OUT-USAGE.                                        *
061200*     TAKES ONE REQUEST BACK OFF THE USERID'S FACTUSE COUNT   *
061300*     FOR THE RUN DATE.  NO RECORD MEANS THE USERID RAN       *
061400*     UNRESTRICTED AND NOTHING WAS COUNTED.  THE COUNT NEVER  *
061500*     GOES BELOW ZERO.                                        *
061600***************************************************************
061700 2300-BACK-OUT-USAGE.
061800     MOVE AUD-JOB-USERID TO USE-USERID
061900     MOVE AUD-RUN-DATE   TO USE-DATE
062000     READ FACTUSE
062100         INVALID KEY
062200             MOVE "N" TO WS-USR-HAS-USAGE (WS-USR-SUB)
062300             MOVE "NO USAGE RECORD" TO DTL-USAGE-TEXT
062400             GO TO 2300-EXIT
062500     END-READ
062600     IF WS-USR-HAS-USAGE (WS-USR-SUB) NOT = "Y"
062700         MOVE "Y"       TO WS-USR-HAS-USAGE (WS-USR-SUB)
062800         MOVE USE-COUNT TO WS-USR-USE-BEFORE (WS-USR-SUB)
062900     END-IF
063000     MOVE USE-COUNT TO DTL-USE-BEFORE
063100     IF USE-COUNT > 0
063200         SUBTRACT 1 FROM USE-COUNT
063300     END-IF
063400     REWRITE FD-USAGE-RECORD
063500     IF WS-FS-FACTUSE NOT = "00"
063600         DISPLAY "FACTUSE REWRITE FAILED, STATUS " WS-FS-FACTUSE
063700             " KEY " USE-KEY
063710             " AUDIT KEY " AUD-KEY
063800         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
063900         GO TO 2300-EXIT
064000     END-IF
064100     MOVE USE-COUNT TO WS-USR-USE-AFTER (WS-USR-SUB)
064200     MOVE USE-COUNT TO DTL-USE-AFTER.
064300 2300-EXIT.
064400     EXIT.
064500*
064600***************************************************************
064700* 3000-PRINT-DETAIL-LINE.                                     *
064800*     PRINTS ONE REGISTER LINE FOR A RECORD REVERSED,         *
064900*     BREAKING TO A NEW PAGE WITH HEADINGS EVERY              *
065000*     WS-LINES-PER-PAGE LINES.                                *
065100***************************************************************
065200 3000-PRINT-DETAIL-LINE.
065300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
065400         PERFORM 3100-PRINT-PAGE-HEADING THRU 3100-EXIT
065500     END-IF
065600     WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
065700         AFTER ADVANCING 1 LINE
065800     ADD 1 TO WS-LINE-COUNT.
065900 3000-EXIT.
066000     EXIT.
066100*
066200 3100-PRINT-PAGE-HEADING.
066300     ADD 1 TO WS-PAGE-NUMBER
066400     MOVE WS-PAGE-NUMBER  TO HDG-PAGE-NUMBER
066500     MOVE WS-SEL-RUN-DATE TO HDG-RUN-DATE
066600     MOVE WS-SEL-USERID   TO HDG-USERID
066700     MOVE WS-SEL-SOURCE   TO HDG-SOURCE
066800     WRITE FD-REPORT-LINE FROM WS-PAGE-HEADING-LINE
066900         AFTER ADVANCING TO-NEW-PAGE
067000     WRITE FD-REPORT-LINE FROM WS-COLUMN-HEADING-LINE
067100         AFTER ADVANCING 2 LINES
067200     MOVE 0 TO WS-LINE-COUNT.
067300 3100-EXIT.
067400     EXIT.
067500*
067600***************************************************************
067700* 9000-TERMINATE-RUN.                                         *
067800*     PRINTS THE FACTUSE SECTION AND THE CONTROL TOTALS,      *
067900*     SETTLES THE ENDING STATUS, WRITES THIS JOB'S OWN        *
068000*     RUN-STATUS RECORD, AND CLOSES ALL FILES.                *
068100***************************************************************
068200 9000-TERMINATE-RUN.
068300     IF WS-FS-BKORPT = "00" AND WS-PAGE-NUMBER > 0
068400         PERFORM 9100-PRINT-USAGE-SECTION THRU 9100-EXIT
068500         PERFORM 9200-PRINT-CONTROL-TOTALS THRU 9200-EXIT
068600     END-IF
068700     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
068800     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
068900     DISPLAY "RUN-BACKOUT ENDED - AUDIT RECORDS READ "
069000         WS-RECORD-COUNT "  SELECTED " WS-SELECTED-COUNT
069100     DISPLAY "  REVERSED " WS-REVERSED-COUNT
069200         "  EXTRACT REVERSALS " WS-EXTRACT-COUNT
069300     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
069400     CLOSE BKOPARM
069500     CLOSE FACTAUD
069600     CLOSE FACTUSE
069700     CLOSE BKOXTR
069800     CLOSE BKORPT
069900     CLOSE BKOSTA.
070000 9000-EXIT.
070100     EXIT.
070200*
070300***************************************************************
070400* 9100-PRINT-USAGE-SECTION.                                   *
070500*     ONE LINE PER USERID REVERSED: REQUESTS BACKED OUT AND   *
070600*     ITS FACTUSE COUNT FOR THE RUN DATE BEFORE AND AFTER.    *
070700*     THE BEFORE AND AFTER COUNTS ARE SUMMED FOR THE CONTROL  *
070800*     TOTALS.                                                 *
070900***************************************************************
071000 9100-PRINT-USAGE-SECTION.
071100     MOVE SPACES TO WS-SECTION-LINE
071200     MOVE "FACTUSE COUNTS FOR THE RUN DATE, BY USERID" TO SCT-TEXT
071300     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
071400         AFTER ADVANCING 3 LINES
071500     WRITE FD-REPORT-LINE FROM WS-USAGE-HEADING-LINE
071600         AFTER ADVANCING 2 LINES
071700     MOVE 0 TO WS-USR-SUB
071800     PERFORM 9110-PRINT-ONE-USER THRU 9110-EXIT
071900         UNTIL WS-USR-SUB >= WS-USR-COUNT.
072000 9100-EXIT.
072100     EXIT.
072200*
072300 9110-PRINT-ONE-USER.
072400     ADD 1 TO WS-USR-SUB
072500     MOVE SPACES TO WS-USAGE-LINE
072600     MOVE WS-USR-USERID (WS-USR-SUB)   TO USL-USERID
072700     MOVE WS-USR-REVERSED (WS-USR-SUB) TO USL-REVERSED
072800     IF WS-USR-HAS-USAGE (WS-USR-SUB) = "Y"
072900         MOVE WS-USR-USE-BEFORE (WS-USR-SUB) TO USL-USE-BEFORE
073000         MOVE WS-USR-USE-AFTER (WS-USR-SUB)  TO USL-USE-AFTER
073100         ADD WS-USR-USE-BEFORE (WS-USR-SUB) TO WS-USE-BEFORE-TOTAL
073200         ADD WS-USR-USE-AFTER (WS-USR-SUB)  TO WS-USE-AFTER-TOTAL
073300     ELSE
073400         MOVE "   NO USAGE RECORD" TO USL-USAGE-TEXT
073500     END-IF
073600     WRITE FD-REPORT-LINE FROM WS-USAGE-LINE
073700         AFTER ADVANCING 1 LINE.
073800 9110-EXIT.
073900     EXIT.
074000*
074100***************************************************************
074200* 9200-PRINT-CONTROL-TOTALS.                                  *
074300*     BEFORE AND AFTER CONTROL TOTALS FOR THE SELECTION.  THE *
074400*     ACTIVE AND REVERSED AUDIT COUNTS MOVE BY THE RECORDS    *
074500*     REVERSED; THE EXTRACT FIGURE IS THE BATCH RECORDS SENT  *
074600*     TO ACTUARIAL, NET OF THE REVERSALS WRITTEN TODAY.       *
074700***************************************************************
074800 9200-PRINT-CONTROL-TOTALS.
074900     WRITE FD-REPORT-LINE FROM WS-TOTAL-HEADING-LINE
075000         AFTER ADVANCING 3 LINES
075100     MOVE SPACES TO WS-TOTAL-LINE
075200     MOVE "SELECTED AUDIT RECORDS - ACTIVE"    TO TOT-LABEL
075300     MOVE WS-ACTIVE-BEFORE                     TO TOT-BEFORE
075400     COMPUTE TOT-AFTER = WS-ACTIVE-BEFORE - WS-REVERSED-COUNT
075500     WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE
075600         AFTER ADVANCING 2 LINES
075700     MOVE SPACES TO WS-TOTAL-LINE
075800     MOVE "SELECTED AUDIT RECORDS - REVERSED"  TO TOT-LABEL
075900     MOVE WS-REVERSED-BEFORE                   TO TOT-BEFORE
076000     COMPUTE TOT-AFTER = WS-REVERSED-BEFORE + WS-REVERSED-COUNT
076100     WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE
076200         AFTER ADVANCING 1 LINE
076300     MOVE SPACES TO WS-TOTAL-LINE
076400     MOVE "SELECTED AUDIT RECORDS - DENIED"    TO TOT-LABEL
076500     MOVE WS-DENIED-COUNT                      TO TOT-BEFORE
076600     MOVE WS-DENIED-COUNT                      TO TOT-AFTER
076700     WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE
076800         AFTER ADVANCING 1 LINE
076900     MOVE SPACES TO WS-TOTAL-LINE
077000     MOVE "EXTRACT RECORDS NET OF REVERSALS"   TO TOT-LABEL
077100     MOVE WS-BATCH-BEFORE                      TO TOT-BEFORE
077200     COMPUTE TOT-AFTER = WS-BATCH-BEFORE - WS-EXTRACT-COUNT
077300     WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE
077400         AFTER ADVANCING 1 LINE
077500     MOVE SPACES TO WS-TOTAL-LINE
077600     MOVE "FACTUSE REQUEST COUNT, USERIDS ABOVE" TO TOT-LABEL
077700     MOVE WS-USE-BEFORE-TOTAL                  TO TOT-BEFORE
077800     MOVE WS-USE-AFTER-TOTAL                   TO TOT-AFTER
077900     WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE
078000         AFTER ADVANCING 1 LINE
078100     MOVE SPACES TO WS-SECTION-LINE
078200     IF WS-RUN-FAILED
078300         MOVE "*** BACKOUT INCOMPLETE - SEE CONSOLE AND RERUN ***"
078400             TO SCT-TEXT
078500     ELSE
078600         MOVE "*** END OF BACKOUT REGISTER ***" TO SCT-TEXT
078700     END-IF
078800     WRITE FD-REPORT-LINE FROM WS-SECTION-LINE
078900         AFTER ADVANCING 2 LINES.
079000 9200-EXIT.
079100     EXIT.
079200*
079300***************************************************************
079400* 9400-SET-ENDING-STATUS.                                     *
079500*     A FAILED RUN KEEPS ITS RETURN CODE 8.  OTHERWISE 0 WHEN *
079600*     RECORDS WERE REVERSED AND 4 WHEN THE CARD SELECTED      *
079700*     NOTHING LEFT TO REVERSE - MOST LIKELY A WRONG RUN DATE, *
079800*     WHICH OPERATIONS SHOULD LOOK AT.                        *
079900***************************************************************
080000 9400-SET-ENDING-STATUS.
080100     IF WS-RUN-FAILED
080200         GO TO 9400-EXIT
080300     END-IF
080400     IF WS-REVERSED-COUNT = 0
080500         DISPLAY "RUN-BACKOUT: NOTHING LEFT TO REVERSE FOR "
080600             "RUN DATE " WS-SEL-RUN-DATE
080700         MOVE 4 TO WS-END-RETURN-CODE
080800     ELSE
080900         MOVE 0 TO WS-END-RETURN-CODE
081000     END-IF.
081100 9400-EXIT.
081200     EXIT.
081300*
081400***************************************************************
081500* 9500-WRITE-STATUS-RECORD.                                   *
081600*     WRITES THIS JOB'S OWN FACTSTA-LAYOUT RUN-STATUS RECORD  *
081700*     FOR THE AUTOMATION PACKAGE AND THE SUITE MONITOR.       *
081800*     SKIPPED ONLY WHEN BKOSTA ITSELF COULD NOT BE OPENED -    *
081900*     THE RETURN CODE STILL CARRIES THE FAILURE.              *
082000***************************************************************
082100 9500-WRITE-STATUS-RECORD.
082200     IF WS-FS-BKOSTA NOT = "00"
082300         GO TO 9500-EXIT
082400     END-IF
082500     MOVE SPACES             TO FD-STATUS-RECORD
082600     MOVE WS-RUN-DATE        TO STA-RUN-DATE
082700     MOVE "RUNBKOUT"         TO STA-PROGRAM
082800     MOVE WS-RECORD-COUNT    TO STA-RECORDS-READ
082900     MOVE WS-REVERSED-COUNT  TO STA-RECORDS-PROCESSED
083000     MOVE 0                  TO STA-RECORDS-REJECTED
083100     EVALUATE WS-END-RETURN-CODE
083200         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
083300         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
083400         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
083500     END-EVALUATE
083600     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
083700     WRITE FD-STATUS-RECORD.
083800 9500-EXIT.
083900     EXIT.
084000*
084100***************************************************************
084200* READ-BUSINESS-DATE.                                         *
084300*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
084400*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
084500*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
084600*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
084700***************************************************************
084800 COPY FACTBDR.
