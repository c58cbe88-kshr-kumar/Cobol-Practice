003000*                   DUPLICATE KEY.  RUN-TREND-REPORT READS      *
003100*                   THE MASTER FOR THE MONTH-TO-DATE TREND      *
003200*                   REPORT.                                     *
003210*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003220*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003230*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003240*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003250*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003260*                   STATUS RECORD.                              *
003300***************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
005100     SELECT HISSTA   ASSIGN TO "HISSTA"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-HISSTA.
005310
005320     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005330         ORGANIZATION IS SEQUENTIAL
005340         FILE STATUS IS WS-FS-BUSDATE.
005400*
005500***************************************************************
005600*                                                             *
007400     RECORDING MODE IS F.
007500 01  FD-OWN-STATUS-RECORD            PIC X(80).
007600*
007610 FD  BUSDATE
007620     LABEL RECORDS ARE STANDARD
007630     RECORDING MODE IS F.
007640 COPY FACTBDT.
007650*
007700 WORKING-STORAGE SECTION.
007800***************************************************************
007900*    RUN SWITCHES                                             *
008200     88  WS-END-OF-FILE                      VALUE "Y".
008300 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
008400     88  WS-RUN-FAILED                       VALUE "Y".
008410 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
008420     88  WS-BUSDATE-OPEN                     VALUE "O".
008430     88  WS-BUSDATE-REFUSED                  VALUE "R".
008500*
008600***************************************************************
008700*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
009100 77  WS-FS-STAIN                 PIC X(02)   VALUE "99".
009200 77  WS-FS-FACTHIS               PIC X(02)   VALUE "99".
009300 77  WS-FS-HISSTA                PIC X(02)   VALUE "99".
009310 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
009400*
009500***************************************************************
009600*    RUN TOTALS                                               *
013800*     STATUS READ.                                            *
013900***************************************************************
014000 1000-INITIALIZE-RUN.
014100     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
014110*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
014120     IF WS-BUSDATE-REFUSED
014130         OPEN OUTPUT HISSTA
014140         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
014150         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
014160         CLOSE HISSTA
014170         MOVE WS-END-RETURN-CODE TO RETURN-CODE
014180         STOP RUN
014190     END-IF
014200     DISPLAY "RUN-HISTORY-UPDATE STARTING - RUN DATE "
014300         WS-RUN-DATE
014400     OPEN INPUT  STAIN
029200     WRITE FD-OWN-STATUS-RECORD FROM WS-OWN-STATUS-RECORD.
029300 9500-EXIT.
029400     EXIT.
029500*
029600***************************************************************
029700* READ-BUSINESS-DATE.                                         *
029800*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
029900*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
030000*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
030100*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
030200***************************************************************
030300 COPY FACTBDR.
