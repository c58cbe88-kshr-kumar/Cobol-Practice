003130*                   HARD-STOP, SO A BAD CARD CAN NO LONGER      *
003140*                   LEAVE THE PRIOR RUN'S CLEAN STATUS RECORD   *
003150*                   FOR THE SUITE MONITOR TO BELIEVE.           *
003155*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003160*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003165*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003170*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003175*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003180*                   STATUS RECORD.                              *
003200***************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005600     SELECT TRDSTA   ASSIGN TO "TRDSTA"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-TRDSTA.
005810
005820     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005830         ORGANIZATION IS SEQUENTIAL
005840         FILE STATUS IS WS-FS-BUSDATE.
005900*
006000***************************************************************
006100*                                                             *
009300     RECORDING MODE IS F.
009400 COPY FACTSTA.
009500*
009510 FD  BUSDATE
009520     LABEL RECORDS ARE STANDARD
009530     RECORDING MODE IS F.
009540 COPY FACTBDT.
009550*
009600 WORKING-STORAGE SECTION.
009700***************************************************************
009800*    RUN SWITCHES                                             *
010300     88  WS-PARM-END-OF-FILE                 VALUE "Y".
010400 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
010500     88  WS-RUN-FAILED                       VALUE "Y".
010510 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
010520     88  WS-BUSDATE-OPEN                     VALUE "O".
010530     88  WS-BUSDATE-REFUSED                  VALUE "R".
010600*
010700***************************************************************
010800*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
011300 77  WS-FS-FACTHIS               PIC X(02)   VALUE "99".
011400 77  WS-FS-TRDRPT                PIC X(02)   VALUE "99".
011500 77  WS-FS-TRDSTA                PIC X(02)   VALUE "99".
011510 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
011600*
011700***************************************************************
011800*    REPORT MONTH AND SWING THRESHOLD                         *
023700*     PRINTS THE TITLE, AND PRIMES THE HISTORY READ.          *
023800***************************************************************
023900 1000-INITIALIZE-RUN.
024000     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
024010*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
024020     IF WS-BUSDATE-REFUSED
024030         OPEN OUTPUT TRDSTA
024040         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
024050         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
024060         CLOSE TRDSTA
024070         MOVE WS-END-RETURN-CODE TO RETURN-CODE
024080         STOP RUN
024090     END-IF
024100     DISPLAY "RUN-TREND-REPORT STARTING - RUN DATE "
024200         WS-RUN-DATE
024210*    THE STATUS FILE IS OPENED (AND SO TRUNCATED) BEFORE THE
055900     WRITE FD-STATUS-RECORD.
056000 9500-EXIT.
056100     EXIT.
056200*
056300***************************************************************
056400* READ-BUSINESS-DATE.                                         *
056500*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
056600*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
056700*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
056800*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
056900***************************************************************
057000 COPY FACTBDR.
