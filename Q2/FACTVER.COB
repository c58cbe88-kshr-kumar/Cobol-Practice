003200*                   CODE 8 AND AN F STATUS RECORD (VERSTA)      *
003300*                   WHEN THE TABLE FAILS, SO THE NIGHTLY        *
003400*                   SUITE CAN BE HELD.                          *
003410*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003420*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003430*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003440*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003450*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003460*                   STATUS RECORD.                              *
003500***************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005500     SELECT VERSTA   ASSIGN TO "VERSTA"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-FS-VERSTA.
005710
005720     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005730         ORGANIZATION IS SEQUENTIAL
005740         FILE STATUS IS WS-FS-BUSDATE.
005800*
005900***************************************************************
006000*                                                             *
007900     RECORDING MODE IS F.
008000 COPY FACTSTA.
008100*
008110 FD  BUSDATE
008120     LABEL RECORDS ARE STANDARD
008130     RECORDING MODE IS F.
008140 COPY FACTBDT.
008150*
008200 WORKING-STORAGE SECTION.
008300***************************************************************
008400*    RUN SWITCHES                                             *
008700     88  WS-END-OF-FILE                      VALUE "Y".
008800 77  WS-RUN-FAILED-SWITCH        PIC X(01)   VALUE "N".
008900     88  WS-RUN-FAILED                       VALUE "Y".
008910 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
008920     88  WS-BUSDATE-OPEN                     VALUE "O".
008930     88  WS-BUSDATE-REFUSED                  VALUE "R".
009000*
009100***************************************************************
009200*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
009600 77  WS-FS-FACTTBL               PIC X(02)   VALUE "99".
009700 77  WS-FS-VERRPT                PIC X(02)   VALUE "99".
009800 77  WS-FS-VERSTA                PIC X(02)   VALUE "99".
009810 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
009900*
010000***************************************************************
010100*    FACTORIAL WORK FIELDS - SHARED WITH FACTMATH.CPY          *
018900*     AND PRIMES THE TABLE READ.                              *
019000***************************************************************
019100 1000-INITIALIZE-RUN.
019200     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
019210*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
019220     IF WS-BUSDATE-REFUSED
019230         OPEN OUTPUT VERSTA
019240         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
019250         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
019260         CLOSE VERSTA
019270         MOVE WS-END-RETURN-CODE TO RETURN-CODE
019280         STOP RUN
019290     END-IF
019300     DISPLAY "FACTORIAL-TABLE-VERIFIER STARTING - RUN DATE "
019400         WS-RUN-DATE
019500     OPEN INPUT  FACTTBL
044400     WRITE FD-STATUS-RECORD.
044500 9500-EXIT.
044600     EXIT.
044700*
044800***************************************************************
044900* READ-BUSINESS-DATE.                                         *
045000*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
045100*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
045200*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
045300*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
045400***************************************************************
045500 COPY FACTBDR.
