000100***************************************************************
000200*                                                             *
000300* IDENTIFICATION DIVISION.                                    *
000400*                                                             *
000500***************************************************************
000600 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     GL-JOURNAL-INTERFACE.
000800 AUTHOR.         R S KUMAR.
000900 INSTALLATION.   BATCH SYSTEMS GROUP.
001000 DATE-WRITTEN.   2026-10-15.
001100 DATE-COMPILED.
001200*
001300***************************************************************
001400*  MODIFICATION HISTORY                                       *
001500*  DATE       INIT  DESCRIPTION                                *
001600*  ---------- ----  --------------------------------------    *
001700*  2026-10-15 RSK   INITIAL VERSION.  BUILDS THE GENERAL       *
001800*                   LEDGER JOURNAL FROM THE CHGINV INVOICE      *
001900*                   FEED WRITTEN BY AUDIT-CHARGEBACK-REPORT,    *
002000*                   SO FINANCE NO LONGER REKEYS THE CHGRPT      *
002100*                   AMOUNTS.  EACH INVOICE'S USERID IS MAPPED   *
002200*                   THROUGH THE NEW CSTCTR COST-CENTER MASTER   *
002300*                   (LAYOUT IN FACTCCM.CPY) AND DEBITED TO ITS  *
002400*                   COST CENTER AND GL ACCOUNT; ONE OFFSETTING  *
002500*                   CREDIT GOES TO THE SERVICE RECOVERY         *
002600*                   ACCOUNT.  THE GLJRNL FEED (LAYOUT IN        *
002700*                   FACTGLJ.CPY) CARRIES A HEADER AND A         *
002800*                   TRAILER WITH THE PERIOD, THE LINE COUNT,    *
002900*                   AND THE DEBIT AND CREDIT TOTALS.  AN        *
003000*                   UNMAPPED USERID IS DEBITED TO SUSPENSE AND  *
003100*                   LISTED ON THE GLRPT EXCEPTIONS LIST, NEVER  *
003200*                   DROPPED.  THE JOURNAL IS PROVED AGAINST     *
003300*                   THE TOTAL AMOUNT LINE ON THE CHGRPT GRAND   *
003400*                   TOTAL PAGE.  A FACTSTA-LAYOUT RUN-STATUS    *
003500*                   RECORD (GLSTA, PROGRAM GLJOURNL) ENDS THE   *
003600*                   RUN - F/0008 WHEN THE JOURNAL DOES NOT      *
003700*                   BALANCE OR A FILE FAILED, SO THE SUITE      *
003800*                   MONITOR HOLDS THE GL TRANSMISSION; E/0004   *
003900*                   WHEN ANYTHING WENT TO SUSPENSE.             *
003910*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003920*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003930*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003940*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003950*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003960*                   STATUS RECORD.                              *
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
005000     SELECT CHGINV   ASSIGN TO "CHGINV"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-CHGINV.
005300
005400     SELECT CHGRPT   ASSIGN TO "CHGRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-CHGRPT.
005700
005800     SELECT CSTCTR   ASSIGN TO "CSTCTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CCM-USERID
006200         FILE STATUS IS WS-FS-CSTCTR.
006300
006400     SELECT GLJRNL   ASSIGN TO "GLJRNL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-FS-GLJRNL.
006700
006800     SELECT GLRPT    ASSIGN TO "GLRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-FS-GLRPT.
007100
007200     SELECT GLSTA    ASSIGN TO "GLSTA"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-FS-GLSTA.
007410
007420     SELECT BUSDATE  ASSIGN TO "BUSDATE"
007430         ORGANIZATION IS SEQUENTIAL
007440         FILE STATUS IS WS-FS-BUSDATE.
007500*
007600***************************************************************
007700*                                                             *
007800* DATA DIVISION.                                              *
007900*                                                             *
008000***************************************************************
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CHGINV
008400     LABEL RECORDS ARE OMITTED
008500     RECORDING MODE IS F.
008600 COPY FACTINV.
008700*
008800*    THE CHGRPT STATEMENT PRINT FILE IS READ ONLY FOR ITS GRAND
008900*    TOTAL PAGE.  THE LABEL AND AMOUNT POSITIONS ARE THOSE OF
009000*    WS-MONEY-LINE IN AUDIT-CHARGEBACK-REPORT.
009100 FD  CHGRPT
009200     LABEL RECORDS ARE OMITTED
009300     RECORDING MODE IS F.
009400 01  FD-CHGRPT-LINE.
009500     05  FD-CRP-CARRIAGE-CTL        PIC X(01).
009600     05  FD-CRP-LABEL                PIC X(24).
009700     05  FD-CRP-AMOUNT               PIC Z(08)9.99.
009800     05  FILLER                      PIC X(43).
009900*
010000 FD  CSTCTR
010100     LABEL RECORDS ARE STANDARD
010200     RECORDING MODE IS F.
010300 COPY FACTCCM.
010400*
010500 FD  GLJRNL
010600     LABEL RECORDS ARE OMITTED
010700     RECORDING MODE IS F.
010800 COPY FACTGLJ.
010900*
011000 FD  GLRPT
011100     LABEL RECORDS ARE OMITTED
011200     RECORDING MODE IS F.
011300 01  FD-REPORT-LINE.
011400     05  FD-RPT-CARRIAGE-CTL        PIC X(01).
011500     05  FD-RPT-TEXT                 PIC X(79).
011600*
011700 FD  GLSTA
011800     LABEL RECORDS ARE OMITTED
011900     RECORDING MODE IS F.
012000 COPY FACTSTA.
012100*
012110 FD  BUSDATE
012120     LABEL RECORDS ARE STANDARD
012130     RECORDING MODE IS F.
012140 COPY FACTBDT.
012150*
012200 WORKING-STORAGE SECTION.
012300***************************************************************
012400*    RUN SWITCHES                                             *
012500***************************************************************
012600 77  WS-EOF-SWITCH               PIC X(01)   VALUE "N".
012700     88  WS-END-OF-FILE                      VALUE "Y".
012800 77  WS-RPT-EOF-SWITCH           PIC X(01)   VALUE "N".
012900     88  WS-RPT-END-OF-FILE                  VALUE "Y".
013000 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
013100     88  WS-RUN-FAILED                       VALUE "Y".
013200 77  WS-CCM-FOUND-SWITCH         PIC X(01)   VALUE "N".
013300     88  WS-CCM-FOUND                        VALUE "Y".
013400     88  WS-CCM-NOT-FOUND                    VALUE "N".
013500 77  WS-GRAND-TOTAL-SWITCH       PIC X(01)   VALUE "N".
013600     88  WS-GRAND-TOTAL-FOUND                VALUE "Y".
013700 77  WS-BALANCE-SWITCH           PIC X(01)   VALUE "Y".
013800     88  WS-JOURNAL-BALANCED                 VALUE "Y".
013900     88  WS-JOURNAL-OUT-OF-BALANCE           VALUE "N".
013910 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
013920     88  WS-BUSDATE-OPEN                     VALUE "O".
013930     88  WS-BUSDATE-REFUSED                  VALUE "R".
014000*
014100***************************************************************
014200*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
014300*    THE FIELDS START AT "99" SO A RUN THAT NEVER OPENED A    *
014400*    FILE CANNOT LOOK SUCCESSFULLY OPENED LATER.              *
014500***************************************************************
014600 77  WS-FS-CHGINV                PIC X(02)   VALUE "99".
014700 77  WS-FS-CHGRPT                PIC X(02)   VALUE "99".
014800 77  WS-FS-CSTCTR                PIC X(02)   VALUE "99".
014900 77  WS-FS-GLJRNL                PIC X(02)   VALUE "99".
015000 77  WS-FS-GLRPT                 PIC X(02)   VALUE "99".
015100 77  WS-FS-GLSTA                 PIC X(02)   VALUE "99".
015110 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
015200*
015300***************************************************************
015400*    THE SHOP'S OWN ACCOUNTS, FROM THE RESERVED "*RECOVER"    *
015500*    AND "*SUSPENS" RECORDS ON THE COST-CENTER MASTER.        *
015600***************************************************************
015700 77  WS-RECOVERY-COST-CENTER     PIC X(06)       VALUE SPACES.
015800 77  WS-RECOVERY-GL-ACCOUNT      PIC X(10)       VALUE SPACES.
015900 77  WS-SUSPENSE-COST-CENTER     PIC X(06)       VALUE SPACES.
016000 77  WS-SUSPENSE-GL-ACCOUNT      PIC X(10)       VALUE SPACES.
016100*
016200***************************************************************
016300*    PERIOD, RUN TOTALS AND CONTROL TOTALS                    *
016400*    WS-CHGRPT-TOTAL IS THE TOTAL AMOUNT FROM THE CHGRPT      *
016500*    GRAND TOTAL PAGE; THE INVOICE, DEBIT, AND CREDIT TOTALS  *
016600*    MUST ALL EQUAL IT.                                       *
016700***************************************************************
016800 77  WS-PERIOD-FROM              PIC 9(08)       VALUE 0.
016900 77  WS-PERIOD-TO                PIC 9(08)       VALUE 0.
017000 77  WS-RECORD-COUNT             PIC 9(08) COMP  VALUE 0.
017100 77  WS-MAPPED-COUNT             PIC 9(08) COMP  VALUE 0.
017200 77  WS-SUSPENSE-COUNT           PIC 9(08) COMP  VALUE 0.
017300 77  WS-ZERO-COUNT               PIC 9(08) COMP  VALUE 0.
017400 77  WS-LINE-COUNT               PIC 9(08) COMP  VALUE 0.
017500 77  WS-INVOICE-TOTAL            PIC 9(11)V99    VALUE 0.
017600 77  WS-DEBIT-TOTAL              PIC 9(11)V99    VALUE 0.
017700 77  WS-CREDIT-TOTAL             PIC 9(11)V99    VALUE 0.
017800 77  WS-SUSPENSE-TOTAL           PIC 9(11)V99    VALUE 0.
017900 77  WS-CHGRPT-TOTAL             PIC 9(11)V99    VALUE 0.
018000 77  WS-END-RETURN-CODE          PIC 9(04)       VALUE 0.
018100 77  WS-RUN-DATE                 PIC 9(08)       VALUE 0.
018200*
018300***************************************************************
018400*    REPORT LINES                                             *
018500***************************************************************
018600 01  WS-TITLE-LINE.
018700     05  FILLER                  PIC X(01)   VALUE SPACE.
018800     05  FILLER                  PIC X(23)
018900         VALUE "GL JOURNAL INTERFACE - ".
019000     05  TTL-PERIOD-FROM         PIC 9(08).
019100     05  FILLER                  PIC X(04)   VALUE " TO ".
019200     05  TTL-PERIOD-TO           PIC 9(08).
019300     05  FILLER                  PIC X(06)   VALUE "  RUN ".
019400     05  TTL-RUN-DATE            PIC 9(08).
019500     05  FILLER                  PIC X(22)   VALUE SPACES.
019600*
019700 01  WS-EXCEPTION-HEADING-LINE.
019800     05  FILLER                  PIC X(01)   VALUE SPACE.
019900     05  FILLER                  PIC X(50)   VALUE
020000         "UNMAPPED USERIDS DEBITED TO SUSPENSE".
020100     05  FILLER                  PIC X(29)   VALUE SPACES.
020200*
020300 01  WS-EXCEPTION-COLUMN-LINE.
020400     05  FILLER                  PIC X(01)   VALUE SPACE.
020500     05  FILLER                  PIC X(10)   VALUE "USERID".
020600     05  FILLER                  PIC X(14)
020700         VALUE "        AMOUNT".
020800     05  FILLER                  PIC X(04)   VALUE SPACES.
020900     05  FILLER                  PIC X(51)
021000         VALUE "SUSPENSE CC / ACCOUNT".
021100*
021200 01  WS-EXCEPTION-LINE.
021300     05  FILLER                  PIC X(01)   VALUE SPACE.
021400     05  EXC-USERID              PIC X(08).
021500     05  FILLER                  PIC X(02)   VALUE SPACES.
021600     05  EXC-AMOUNT              PIC Z(10)9.99.
021700     05  FILLER                  PIC X(04)   VALUE SPACES.
021800     05  EXC-COST-CENTER         PIC X(06).
021900     05  FILLER                  PIC X(03)   VALUE " / ".
022000     05  EXC-GL-ACCOUNT          PIC X(10).
022100     05  FILLER                  PIC X(32)   VALUE SPACES.
022200*
022300 01  WS-NO-EXCEPTION-LINE.
022400     05  FILLER                  PIC X(01)   VALUE SPACE.
022500     05  FILLER                  PIC X(50)   VALUE
022600         "NONE - EVERY INVOICED USERID IS MAPPED".
022700     05  FILLER                  PIC X(29)   VALUE SPACES.
022800*
022900 01  WS-COUNT-LINE.
023000     05  FILLER                  PIC X(01)   VALUE SPACE.
023100     05  CNT-LABEL               PIC X(28)   VALUE SPACES.
023200     05  CNT-VALUE               PIC Z(07)9.
023300     05  FILLER                  PIC X(43)   VALUE SPACES.
023400*
023500 01  WS-MONEY-LINE.
023600     05  FILLER                  PIC X(01)   VALUE SPACE.
023700     05  MNY-LABEL               PIC X(28)   VALUE SPACES.
023800     05  MNY-VALUE               PIC Z(10)9.99.
023900     05  FILLER                  PIC X(37)   VALUE SPACES.
024000*
024100 01  WS-RESULT-LINE.
024200     05  FILLER                  PIC X(01)   VALUE SPACE.
024300     05  RES-TEXT                PIC X(70).
024400     05  FILLER                  PIC X(09)   VALUE SPACES.
024500*
024600 PROCEDURE DIVISION.
024700***************************************************************
024800*                                                             *
024900* 0000-MAINLINE.                                              *
025000*     CONTROLS THE JOURNAL RUN FROM OPEN THROUGH CLOSE.       *
025100*                                                             *
025200***************************************************************
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT
025500     IF NOT WS-RUN-FAILED
025600         PERFORM 2000-PROCESS-ONE-INVOICE THRU 2000-EXIT
025700             UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
025800     END-IF
025900     IF NOT WS-RUN-FAILED
026000         PERFORM 3000-WRITE-CREDIT-AND-TRAILER THRU 3000-EXIT
026100     END-IF
026200     PERFORM 9000-TERMINATE-RUN THRU 9000-EXIT
026300     MOVE WS-END-RETURN-CODE TO RETURN-CODE
026400     STOP RUN.
026500*
026600***************************************************************
026700* 1000-INITIALIZE-RUN.                                        *
026800*     OPENS THE FILES, VERIFIES THE OPENS, LOADS THE SHOP'S   *
026900*     OWN ACCOUNTS, PICKS UP THE CHGRPT GRAND TOTAL, PRIMES   *
027000*     THE INVOICE READ, AND WRITES THE JOURNAL HEADER.        *
027100***************************************************************
027200 1000-INITIALIZE-RUN.
027300     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
027310*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
027320     IF WS-BUSDATE-REFUSED
027330         OPEN OUTPUT GLSTA
027340         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
027350         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
027360         CLOSE GLSTA
027370         MOVE WS-END-RETURN-CODE TO RETURN-CODE
027380         STOP RUN
027390     END-IF
027400     DISPLAY "GL-JOURNAL-INTERFACE STARTING - RUN DATE "
027500         WS-RUN-DATE
027600     OPEN OUTPUT GLSTA
027700     OPEN INPUT  CHGINV
027800     OPEN INPUT  CHGRPT
027900     OPEN INPUT  CSTCTR
028000     OPEN OUTPUT GLJRNL
028100     OPEN OUTPUT GLRPT
028200     PERFORM 1025-VERIFY-OPENS THRU 1025-EXIT
028300     IF WS-RUN-FAILED
028400         GO TO 1000-EXIT
028500     END-IF
028600     PERFORM 1100-LOAD-SHOP-ACCOUNTS THRU 1100-EXIT
028700     IF WS-RUN-FAILED
028800         GO TO 1000-EXIT
028900     END-IF
029000     PERFORM 1200-FIND-CHGRPT-TOTAL THRU 1200-EXIT
029100     IF WS-RUN-FAILED
029200         GO TO 1000-EXIT
029300     END-IF
029400     PERFORM 1300-READ-INVOICE THRU 1300-EXIT
029500     IF NOT WS-END-OF-FILE
029600         MOVE INV-PERIOD-FROM TO WS-PERIOD-FROM
029700         MOVE INV-PERIOD-TO   TO WS-PERIOD-TO
029800     END-IF
029900     PERFORM 1400-WRITE-JOURNAL-HEADER THRU 1400-EXIT
030000     MOVE WS-PERIOD-FROM TO TTL-PERIOD-FROM
030100     MOVE WS-PERIOD-TO   TO TTL-PERIOD-TO
030200     MOVE WS-RUN-DATE    TO TTL-RUN-DATE
030300     WRITE FD-REPORT-LINE FROM WS-TITLE-LINE
030400         AFTER ADVANCING TO-NEW-PAGE
030500     WRITE FD-REPORT-LINE FROM WS-EXCEPTION-HEADING-LINE
030600         AFTER ADVANCING 2 LINES
030700     WRITE FD-REPORT-LINE FROM WS-EXCEPTION-COLUMN-LINE
030800         AFTER ADVANCING 1 LINE.
030900 1000-EXIT.
031000     EXIT.
031100*
031200***************************************************************
031300* 1025-VERIFY-OPENS.                                          *
031400*     TESTS THE FILE STATUS LEFT BY EVERY OPEN.  ANY FAILURE  *
031500*     IS REPORTED ON THE CONSOLE AND ENDS THE RUN WITH        *
031600*     RETURN CODE 8.                                          *
031700***************************************************************
031800 1025-VERIFY-OPENS.
031900     IF WS-FS-GLSTA NOT = "00"
032000         DISPLAY "GLSTA OPEN FAILED, STATUS " WS-FS-GLSTA
032100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
032200     END-IF
032300     IF WS-FS-CHGINV NOT = "00"
032400         DISPLAY "CHGINV OPEN FAILED, STATUS " WS-FS-CHGINV
032500         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
032600     END-IF
032700     IF WS-FS-CHGRPT NOT = "00"
032800         DISPLAY "CHGRPT OPEN FAILED, STATUS " WS-FS-CHGRPT
032900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
033000     END-IF
033100     IF WS-FS-CSTCTR NOT = "00"
033200         DISPLAY "CSTCTR OPEN FAILED, STATUS " WS-FS-CSTCTR
033300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
033400     END-IF
033500     IF WS-FS-GLJRNL NOT = "00"
033600         DISPLAY "GLJRNL OPEN FAILED, STATUS " WS-FS-GLJRNL
033700         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
033800     END-IF
033900     IF WS-FS-GLRPT NOT = "00"
034000         DISPLAY "GLRPT OPEN FAILED, STATUS " WS-FS-GLRPT
034100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
034200     END-IF.
034300 1025-EXIT.
034400     EXIT.
034500*
034600 1027-FLAG-RUN-FAILED.
034700     SET WS-RUN-FAILED TO TRUE
034800     MOVE 8 TO WS-END-RETURN-CODE.
034900 1027-EXIT.
035000     EXIT.
035100*
035200***************************************************************
035300* 1100-LOAD-SHOP-ACCOUNTS.                                    *
035400*     READS THE RESERVED "*RECOVER" (SERVICE RECOVERY) AND    *
035500*     "*SUSPENS" (SUSPENSE) RECORDS FROM THE COST-CENTER      *
035600*     MASTER.  EITHER ONE MISSING FAILS THE RUN - THE         *
035700*     JOURNAL CAN NEITHER BALANCE NOR PLACE AN UNMAPPED       *
035800*     USERID WITHOUT THEM.                                    *
035900***************************************************************
036000 1100-LOAD-SHOP-ACCOUNTS.
036100     MOVE "*RECOVER" TO CCM-USERID
036200     PERFORM 2100-READ-COST-CENTER THRU 2100-EXIT
036300     IF WS-RUN-FAILED
036400         GO TO 1100-EXIT
036500     END-IF
036600     IF WS-CCM-NOT-FOUND
036700         DISPLAY "GL-JOURNAL-INTERFACE: NO *RECOVER RECORD ON "
036800             "CSTCTR"
036900         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
037000         GO TO 1100-EXIT
037100     END-IF
037200     MOVE CCM-COST-CENTER TO WS-RECOVERY-COST-CENTER
037300     MOVE CCM-GL-ACCOUNT  TO WS-RECOVERY-GL-ACCOUNT
037400     MOVE "*SUSPENS" TO CCM-USERID
037500     PERFORM 2100-READ-COST-CENTER THRU 2100-EXIT
037600     IF WS-RUN-FAILED
037700         GO TO 1100-EXIT
037800     END-IF
037900     IF WS-CCM-NOT-FOUND
038000         DISPLAY "GL-JOURNAL-INTERFACE: NO *SUSPENS RECORD ON "
038100             "CSTCTR"
038200         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
038300         GO TO 1100-EXIT
038400     END-IF
038500     MOVE CCM-COST-CENTER TO WS-SUSPENSE-COST-CENTER
038600     MOVE CCM-GL-ACCOUNT  TO WS-SUSPENSE-GL-ACCOUNT.
038700 1100-EXIT.
038800     EXIT.
038900*
039000***************************************************************
039100* 1200-FIND-CHGRPT-TOTAL.                                     *
039200*     READS THE CHGRPT PRINT FILE THROUGH TO ITS GRAND TOTAL  *
039300*     PAGE AND KEEPS THE TOTAL AMOUNT LINE'S VALUE.  A        *
039400*     CHGRPT WITH NO GRAND TOTAL IS AN INCOMPLETE CHARGEBACK  *
039500*     RUN AND FAILS THIS ONE - THERE IS NOTHING TO PROVE THE  *
039600*     JOURNAL AGAINST.                                        *
039700***************************************************************
039800 1200-FIND-CHGRPT-TOTAL.
039900     PERFORM 1210-READ-ONE-REPORT-LINE THRU 1210-EXIT
040000         UNTIL WS-RPT-END-OF-FILE
040100     IF NOT WS-GRAND-TOTAL-FOUND
040200         DISPLAY "GL-JOURNAL-INTERFACE: NO GRAND TOTAL ON CHGRPT"
040300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
040400     END-IF.
040500 1200-EXIT.
040600     EXIT.
040700*
040800 1210-READ-ONE-REPORT-LINE.
040900     READ CHGRPT
041000         AT END
041100             SET WS-RPT-END-OF-FILE TO TRUE
041200             GO TO 1210-EXIT
041300     END-READ
041400     IF FD-CRP-LABEL = "TOTAL AMOUNT"
041500         MOVE FD-CRP-AMOUNT TO WS-CHGRPT-TOTAL
041600         SET WS-GRAND-TOTAL-FOUND TO TRUE
041700     END-IF.
041800 1210-EXIT.
041900     EXIT.
042000*
042100***************************************************************
042200* 1300-READ-INVOICE.                                          *
042300*     READS THE NEXT CHGINV INVOICE RECORD.                   *
042400***************************************************************
042500 1300-READ-INVOICE.
042600     READ CHGINV
042700         AT END
042800             SET WS-END-OF-FILE TO TRUE
042900         NOT AT END
043000             ADD 1 TO WS-RECORD-COUNT
043100     END-READ.
043200 1300-EXIT.
043300     EXIT.
043400*
043500***************************************************************
043600* 1400-WRITE-JOURNAL-HEADER.                                  *
043700*     WRITES THE JOURNAL HEADER WITH THE STATEMENT PERIOD     *
043800*     TAKEN FROM THE FIRST INVOICE.                           *
043900***************************************************************
044000 1400-WRITE-JOURNAL-HEADER.
044100     MOVE SPACES             TO FD-JOURNAL-RECORD
044200     SET GLJ-TYPE-HEADER     TO TRUE
044300     MOVE WS-PERIOD-FROM     TO GLJ-PERIOD-FROM
044400     MOVE WS-PERIOD-TO       TO GLJ-PERIOD-TO
044500     MOVE WS-RUN-DATE        TO GLJ-HDR-RUN-DATE
044600     MOVE "FACTCHBK"         TO GLJ-HDR-SOURCE
044700     PERFORM 4000-WRITE-JOURNAL-RECORD THRU 4000-EXIT.
044800 1400-EXIT.
044900     EXIT.
045000*
045100***************************************************************
045200* 2000-PROCESS-ONE-INVOICE.                                   *
045300*     MAPS ONE INVOICE'S USERID TO ITS COST CENTER AND WRITES *
045400*     THE DEBIT LINE, THEN READS THE NEXT INVOICE.  A ZERO    *
045500*     INVOICE IS COUNTED BUT POSTS NOTHING.  AN INVOICE FOR   *
045600*     ANY OTHER PERIOD MEANS CHGINV WAS NOT WRITTEN BY ONE    *
045700*     CHARGEBACK RUN AND FAILS THE JOURNAL.                   *
045800***************************************************************
045900 2000-PROCESS-ONE-INVOICE.
046000     IF INV-PERIOD-FROM NOT = WS-PERIOD-FROM
046100         OR INV-PERIOD-TO NOT = WS-PERIOD-TO
046200         DISPLAY "GL-JOURNAL-INTERFACE: MIXED PERIODS ON CHGINV, "
046300             "USERID " INV-USERID
046400         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
046500         GO TO 2000-EXIT
046600     END-IF
046700     ADD INV-AMOUNT TO WS-INVOICE-TOTAL
046800     IF INV-AMOUNT = 0
046900         ADD 1 TO WS-ZERO-COUNT
047000         GO TO 2000-READ-NEXT
047100     END-IF
047200     MOVE INV-USERID TO CCM-USERID
047300     PERFORM 2100-READ-COST-CENTER THRU 2100-EXIT
047400     IF WS-RUN-FAILED
047500         GO TO 2000-EXIT
047600     END-IF
047700     MOVE SPACES             TO FD-JOURNAL-RECORD
047800     SET GLJ-TYPE-LINE       TO TRUE
047900     MOVE WS-PERIOD-FROM     TO GLJ-PERIOD-FROM
048000     MOVE WS-PERIOD-TO       TO GLJ-PERIOD-TO
048100     SET GLJ-DEBIT           TO TRUE
048200     MOVE INV-AMOUNT         TO GLJ-AMOUNT
048300     MOVE INV-USERID         TO GLJ-USERID
048400     IF WS-CCM-FOUND
048500         MOVE CCM-COST-CENTER TO GLJ-COST-CENTER
048600         MOVE CCM-GL-ACCOUNT  TO GLJ-GL-ACCOUNT
048700         ADD 1 TO WS-MAPPED-COUNT
048800     ELSE
048900         MOVE WS-SUSPENSE-COST-CENTER TO GLJ-COST-CENTER
049000         MOVE WS-SUSPENSE-GL-ACCOUNT  TO GLJ-GL-ACCOUNT
049100         SET GLJ-POSTED-TO-SUSPENSE   TO TRUE
049200         ADD 1 TO WS-SUSPENSE-COUNT
049300         ADD INV-AMOUNT TO WS-SUSPENSE-TOTAL
049400         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
049500     END-IF
049600     ADD INV-AMOUNT TO WS-DEBIT-TOTAL
049700     PERFORM 4000-WRITE-JOURNAL-RECORD THRU 4000-EXIT.
049800 2000-READ-NEXT.
049900     PERFORM 1300-READ-INVOICE THRU 1300-EXIT.
050000 2000-EXIT.
050100     EXIT.
050200*
050300***************************************************************
050400* 2100-READ-COST-CENTER.                                      *
050500*     READS CCM-USERID FROM THE COST-CENTER MASTER.  NOT      *
050600*     FOUND (STATUS 23) IS AN ANSWER, NOT AN ERROR; ANY       *
050700*     OTHER FAILURE ENDS THE RUN WITH RETURN CODE 8.          *
050800***************************************************************
050900 2100-READ-COST-CENTER.
051000     SET WS-CCM-NOT-FOUND TO TRUE
051100     READ CSTCTR
051200         INVALID KEY
051300             IF WS-FS-CSTCTR NOT = "23"
051400                 DISPLAY "CSTCTR READ FAILED, STATUS "
051500                     WS-FS-CSTCTR " USERID " CCM-USERID
051600                 PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
051700             END-IF
051800         NOT INVALID KEY
051900             SET WS-CCM-FOUND TO TRUE
052000     END-READ.
052100 2100-EXIT.
052200     EXIT.
052300*
052400***************************************************************
052500* 2200-PRINT-EXCEPTION.                                       *
052600*     LISTS ONE UNMAPPED USERID AND THE SUSPENSE ACCOUNT ITS  *
052700*     INVOICE WAS DEBITED TO.                                 *
052800***************************************************************
052900 2200-PRINT-EXCEPTION.
053000     MOVE INV-USERID              TO EXC-USERID
053100     MOVE INV-AMOUNT              TO EXC-AMOUNT
053200     MOVE WS-SUSPENSE-COST-CENTER TO EXC-COST-CENTER
053300     MOVE WS-SUSPENSE-GL-ACCOUNT  TO EXC-GL-ACCOUNT
053400     WRITE FD-REPORT-LINE FROM WS-EXCEPTION-LINE
053500         AFTER ADVANCING 1 LINE
053600     DISPLAY "GL-JOURNAL-INTERFACE: USERID " INV-USERID
053700         " NOT MAPPED - DEBITED TO SUSPENSE".
053800 2200-EXIT.
053900     EXIT.
054000*
054100***************************************************************
054200* 3000-WRITE-CREDIT-AND-TRAILER.                              *
054300*     WRITES THE ONE OFFSETTING CREDIT TO THE SERVICE         *
054400*     RECOVERY ACCOUNT FOR THE WHOLE OF THE DEBITS, THEN THE  *
054500*     JOURNAL TRAILER.  WITH NO DEBITS THERE IS NO CREDIT.    *
054600***************************************************************
054700 3000-WRITE-CREDIT-AND-TRAILER.
054800     IF WS-DEBIT-TOTAL > 0
054900         MOVE SPACES                 TO FD-JOURNAL-RECORD
055000         SET GLJ-TYPE-LINE           TO TRUE
055100         MOVE WS-PERIOD-FROM         TO GLJ-PERIOD-FROM
055200         MOVE WS-PERIOD-TO           TO GLJ-PERIOD-TO
055300         MOVE WS-RECOVERY-COST-CENTER TO GLJ-COST-CENTER
055400         MOVE WS-RECOVERY-GL-ACCOUNT TO GLJ-GL-ACCOUNT
055500         SET GLJ-CREDIT              TO TRUE
055600         MOVE WS-DEBIT-TOTAL         TO GLJ-AMOUNT
055700         MOVE "*RECOVER"             TO GLJ-USERID
055800         MOVE WS-DEBIT-TOTAL         TO WS-CREDIT-TOTAL
055900         PERFORM 4000-WRITE-JOURNAL-RECORD THRU 4000-EXIT
056000     END-IF
056100     MOVE SPACES             TO FD-JOURNAL-RECORD
056200     SET GLJ-TYPE-TRAILER    TO TRUE
056300     MOVE WS-PERIOD-FROM     TO GLJ-PERIOD-FROM
056400     MOVE WS-PERIOD-TO       TO GLJ-PERIOD-TO
056500     MOVE WS-LINE-COUNT      TO GLJ-TRL-RECORD-COUNT
056600     MOVE WS-DEBIT-TOTAL     TO GLJ-TRL-DEBIT-TOTAL
056700     MOVE WS-CREDIT-TOTAL    TO GLJ-TRL-CREDIT-TOTAL
056800     PERFORM 4000-WRITE-JOURNAL-RECORD THRU 4000-EXIT.
056900 3000-EXIT.
057000     EXIT.
057100*
057200***************************************************************
057300* 4000-WRITE-JOURNAL-RECORD.                                  *
057400*     WRITES ONE JOURNAL RECORD AND COUNTS THE JOURNAL LINES  *
057500*     (NOT THE HEADER OR TRAILER) FOR THE TRAILER.            *
057600***************************************************************
057700 4000-WRITE-JOURNAL-RECORD.
057800     WRITE FD-JOURNAL-RECORD
057900     IF WS-FS-GLJRNL NOT = "00"
058000         DISPLAY "GLJRNL WRITE FAILED, STATUS " WS-FS-GLJRNL
058100         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
058200         GO TO 4000-EXIT
058300     END-IF
058400     IF GLJ-TYPE-LINE
058500         ADD 1 TO WS-LINE-COUNT
058600     END-IF.
058700 4000-EXIT.
058800     EXIT.
058900*
059000***************************************************************
059100* 9000-TERMINATE-RUN.                                         *
059200*     PROVES THE JOURNAL, PRINTS THE CONTROL TOTALS, WRITES   *
059300*     THE RUN-STATUS RECORD, AND CLOSES ALL FILES.            *
059400***************************************************************
059500 9000-TERMINATE-RUN.
059600     PERFORM 9400-SET-ENDING-STATUS THRU 9400-EXIT
059700     IF WS-FS-GLRPT = "00"
059800         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
059900     END-IF
060000     PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
060100     DISPLAY "GL-JOURNAL-INTERFACE ENDED - INVOICES READ "
060200         WS-RECORD-COUNT "  SUSPENSE " WS-SUSPENSE-COUNT
060300     DISPLAY "  DEBITS " WS-DEBIT-TOTAL
060400         "  CREDITS " WS-CREDIT-TOTAL
060500         "  CHGRPT TOTAL " WS-CHGRPT-TOTAL
060600     DISPLAY "  RETURN CODE " WS-END-RETURN-CODE
060700     CLOSE CHGINV
060800     CLOSE CHGRPT
060900     CLOSE CSTCTR
061000     CLOSE GLJRNL
061100     CLOSE GLRPT
061200     CLOSE GLSTA.
061300 9000-EXIT.
061400     EXIT.
061500*
061600***************************************************************
061700* 9100-PRINT-TOTALS.                                          *
061800*     CLOSES THE EXCEPTIONS LIST AND PRINTS THE CONTROL       *
061900*     TOTALS AND THE BALANCING RESULT.                        *
062000***************************************************************
062100 9100-PRINT-TOTALS.
062200     IF WS-SUSPENSE-COUNT = 0
062300         WRITE FD-REPORT-LINE FROM WS-NO-EXCEPTION-LINE
062400             AFTER ADVANCING 1 LINE
062500     END-IF
062600     MOVE SPACES                 TO WS-COUNT-LINE
062700     MOVE "INVOICES READ"         TO CNT-LABEL
062800     MOVE WS-RECORD-COUNT        TO CNT-VALUE
062900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
063000         AFTER ADVANCING 3 LINES
063100     MOVE SPACES                 TO WS-COUNT-LINE
063200     MOVE "  DEBITED TO COST CENTER"  TO CNT-LABEL
063300     MOVE WS-MAPPED-COUNT        TO CNT-VALUE
063400     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
063500         AFTER ADVANCING 1 LINE
063600     MOVE SPACES                 TO WS-COUNT-LINE
063700     MOVE "  DEBITED TO SUSPENSE"     TO CNT-LABEL
063800     MOVE WS-SUSPENSE-COUNT      TO CNT-VALUE
063900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
064000         AFTER ADVANCING 1 LINE
064100     MOVE SPACES                 TO WS-COUNT-LINE
064200     MOVE "  ZERO AMOUNT, NOT POSTED" TO CNT-LABEL
064300     MOVE WS-ZERO-COUNT          TO CNT-VALUE
064400     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
064500         AFTER ADVANCING 1 LINE
064600     MOVE SPACES                 TO WS-COUNT-LINE
064700     MOVE "JOURNAL LINES WRITTEN"  TO CNT-LABEL
064800     MOVE WS-LINE-COUNT          TO CNT-VALUE
064900     WRITE FD-REPORT-LINE FROM WS-COUNT-LINE
065000         AFTER ADVANCING 1 LINE
065100     MOVE SPACES                 TO WS-MONEY-LINE
065200     MOVE "CHGRPT GRAND TOTAL"     TO MNY-LABEL
065300     MOVE WS-CHGRPT-TOTAL        TO MNY-VALUE
065400     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
065500         AFTER ADVANCING 2 LINES
065600     MOVE SPACES                 TO WS-MONEY-LINE
065700     MOVE "CHGINV INVOICE TOTAL"   TO MNY-LABEL
065800     MOVE WS-INVOICE-TOTAL       TO MNY-VALUE
065900     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
066000         AFTER ADVANCING 1 LINE
066100     MOVE SPACES                 TO WS-MONEY-LINE
066200     MOVE "JOURNAL DEBIT TOTAL"    TO MNY-LABEL
066300     MOVE WS-DEBIT-TOTAL         TO MNY-VALUE
066400     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
066500         AFTER ADVANCING 1 LINE
066600     MOVE SPACES                 TO WS-MONEY-LINE
066700     MOVE "  OF WHICH SUSPENSE"    TO MNY-LABEL
066800     MOVE WS-SUSPENSE-TOTAL      TO MNY-VALUE
066900     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
067000         AFTER ADVANCING 1 LINE
067100     MOVE SPACES                 TO WS-MONEY-LINE
067200     MOVE "JOURNAL CREDIT TOTAL"   TO MNY-LABEL
067300     MOVE WS-CREDIT-TOTAL        TO MNY-VALUE
067400     WRITE FD-REPORT-LINE FROM WS-MONEY-LINE
067500         AFTER ADVANCING 1 LINE
067600     MOVE SPACES                 TO WS-RESULT-LINE
067700     EVALUATE TRUE
067800         WHEN WS-RUN-FAILED AND WS-JOURNAL-OUT-OF-BALANCE
067900             MOVE "*** JOURNAL OUT OF BALANCE - HOLD GL TRANSMIT"
068000                 TO RES-TEXT
068100         WHEN WS-RUN-FAILED
068200             MOVE "*** RUN FAILED - HOLD GL TRANSMIT"
068300                 TO RES-TEXT
068400         WHEN OTHER
068500             MOVE "JOURNAL IN BALANCE WITH CHGRPT GRAND TOTAL"
068600                 TO RES-TEXT
068700     END-EVALUATE
068800     WRITE FD-REPORT-LINE FROM WS-RESULT-LINE
068900         AFTER ADVANCING 2 LINES.
069000 9100-EXIT.
069100     EXIT.
069200*
069300***************************************************************
069400* 9400-SET-ENDING-STATUS.                                     *
069500*     PROVES THE JOURNAL AND SETTLES THE RUN'S ENDING STATUS  *
069600*     AND RETURN CODE.  THE DEBITS MUST EQUAL THE CREDITS,    *
069700*     THE INVOICES, AND THE CHGRPT GRAND TOTAL - ANY          *
069800*     DIFFERENCE IS 8, SO THE SUITE MONITOR HOLDS THE GL      *
069900*     TRANSMISSION.  ANY SUSPENSE POSTING IS 4 - THE JOURNAL  *
070000*     BALANCES BUT FINANCE MUST CLEAR THE SUSPENSE ACCOUNT.   *
070100***************************************************************
070200 9400-SET-ENDING-STATUS.
070300     IF WS-RUN-FAILED
070400         GO TO 9400-EXIT
070500     END-IF
070600     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
070700         OR WS-DEBIT-TOTAL NOT = WS-INVOICE-TOTAL
070800         OR WS-DEBIT-TOTAL NOT = WS-CHGRPT-TOTAL
070900         OR WS-RECORD-COUNT NOT = WS-MAPPED-COUNT
071000             + WS-SUSPENSE-COUNT + WS-ZERO-COUNT
071100         SET WS-JOURNAL-OUT-OF-BALANCE TO TRUE
071200         DISPLAY "GL-JOURNAL-INTERFACE: JOURNAL OUT OF BALANCE"
071300         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
071400         GO TO 9400-EXIT
071500     END-IF
071600     IF WS-SUSPENSE-COUNT > 0
071700         MOVE 4 TO WS-END-RETURN-CODE
071800     ELSE
071900         MOVE 0 TO WS-END-RETURN-CODE
072000     END-IF.
072100 9400-EXIT.
072200     EXIT.
072300*
072400***************************************************************
072500* 9500-WRITE-STATUS-RECORD.                                   *
072600*     WRITES THE FIXED-LAYOUT RUN-STATUS RECORD TO GLSTA FOR  *
072700*     THE AUTOMATION PACKAGE AND THE SUITE MONITOR.  SKIPPED  *
072800*     ONLY WHEN GLSTA ITSELF COULD NOT BE OPENED - THE RETURN *
072900*     CODE STILL CARRIES THE FAILURE.                         *
073000***************************************************************
073100 9500-WRITE-STATUS-RECORD.
073200     IF WS-FS-GLSTA NOT = "00"
073300         GO TO 9500-EXIT
073400     END-IF
073500     MOVE WS-RUN-DATE        TO STA-RUN-DATE
073600     MOVE "GLJOURNL"         TO STA-PROGRAM
073700     MOVE WS-RECORD-COUNT    TO STA-RECORDS-READ
073800     MOVE WS-MAPPED-COUNT    TO STA-RECORDS-PROCESSED
073900     MOVE WS-SUSPENSE-COUNT  TO STA-RECORDS-REJECTED
074000     EVALUATE WS-END-RETURN-CODE
074100         WHEN 0     SET STA-STATUS-CLEAN      TO TRUE
074200         WHEN 4     SET STA-STATUS-EXCEPTIONS TO TRUE
074300         WHEN OTHER SET STA-STATUS-FAILED     TO TRUE
074400     END-EVALUATE
074500     MOVE WS-END-RETURN-CODE TO STA-RETURN-CODE
074600     WRITE FD-STATUS-RECORD.
074700 9500-EXIT.
074800     EXIT.
074900*
075000***************************************************************
075100* READ-BUSINESS-DATE.                                         *
075200*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
075300*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
075400*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
075500*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
075600***************************************************************
075700 COPY FACTBDR.
