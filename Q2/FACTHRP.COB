002786*                   MONITOR.  THE HARD STOPS STILL LEAVE NO     *
002788*                   STATUS RECORD, WHICH THE MONITOR TREATS     *
002790*                   AS A FAILURE.                               *
002791*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
002792*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
002793*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
002794*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
002795*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
002796*                   STATUS RECORD.                              *
002797*  2026-10-15 RSK   THE "R" (REVERSED) AUDIT STATUS - A RUN     *
002798*                   BACKED OUT BY RUN-BACKOUT - NOW PRINTS AS   *
002799*                   REVD.                                       *
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004810
004820     SELECT HSTSTA   ASSIGN TO "HSTSTA"
004830         ORGANIZATION IS SEQUENTIAL.
004840
004850     SELECT BUSDATE  ASSIGN TO "BUSDATE"
004860         ORGANIZATION IS SEQUENTIAL
004870         FILE STATUS IS WS-FS-BUSDATE.
004900*
005000***************************************************************
005100*                                                             *
007240     RECORDING MODE IS F.
007250 COPY FACTSTA.
007300*
007310 FD  BUSDATE
007320     LABEL RECORDS ARE STANDARD
007330     RECORDING MODE IS F.
007340 COPY FACTBDT.
007350*
007400 WORKING-STORAGE SECTION.
007500***************************************************************
007600*    RUN SWITCHES                                             *
008100     88  WS-AUD-END-OF-FILE                  VALUE "Y".
008200 77  WS-MATCH-SWITCH             PIC X(01)   VALUE "N".
008300     88  WS-RECORD-MATCHES                   VALUE "Y".
008310 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
008320     88  WS-BUSDATE-OPEN                     VALUE "O".
008330     88  WS-BUSDATE-REFUSED                  VALUE "R".
008340 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
008400*
008500***************************************************************
008600*    SELECTION CRITERIA TABLE                                 *
019800*     PRINTS THE COVER PAGE ECHOING EVERY SELECTION.          *
019900***************************************************************
020000 1000-INITIALIZE-RUN.
020100     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
020110*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
020120     IF WS-BUSDATE-REFUSED
020130         OPEN OUTPUT HSTSTA
020140         MOVE 8 TO RETURN-CODE
020150         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
020160         CLOSE HSTSTA
020170         STOP RUN
020180     END-IF
020200     OPEN INPUT  AUDSEL
020300     OPEN OUTPUT HSTRPT
020350     OPEN OUTPUT HSTSTA
037020             MOVE "APRX" TO DTL-STATUS
037030         WHEN AUD-STATUS-DENIED
037040             MOVE "DENY" TO DTL-STATUS
037050         WHEN AUD-STATUS-REVERSED
037060             MOVE "REVD" TO DTL-STATUS
037100         WHEN OTHER
037200             MOVE "OK"   TO DTL-STATUS
037300     END-EVALUATE
040950*     AUTOMATION PACKAGE AND THE SUITE MONITOR POLL.  THE     *
040960*     HARD STOPS EARLIER LEAVE NO STATUS RECORD, WHICH THE    *
040970*     MONITOR TREATS AS A FAILURE.                            *
040975*     A REFUSED (CLOSED) BUSINESS DATE WRITES F/0008 HERE.    *
040980***************************************************************
040990 9500-WRITE-STATUS-RECORD.
041000     MOVE WS-RUN-DATE        TO STA-RUN-DATE
041020     MOVE WS-TOTAL-READ      TO STA-RECORDS-READ
041030     MOVE WS-TOTAL-SELECTED  TO STA-RECORDS-PROCESSED
041040     MOVE 0                  TO STA-RECORDS-REJECTED
041050     IF RETURN-CODE = 8
041051         SET STA-STATUS-FAILED TO TRUE
041052         MOVE 8 TO STA-RETURN-CODE
041053     ELSE
041054         SET STA-STATUS-CLEAN  TO TRUE
041055         MOVE 0 TO STA-RETURN-CODE
041060     END-IF
041070     WRITE FD-STATUS-RECORD.
041080 9500-EXIT.
041090     EXIT.
041100*
041110***************************************************************
041120* READ-BUSINESS-DATE.                                         *
041130*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
041140*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
041150*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
041160*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
041170***************************************************************
041180 COPY FACTBDR.
