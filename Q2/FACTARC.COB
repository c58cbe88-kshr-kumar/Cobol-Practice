003520*                   DENY FOR A RETRIEVED "D" (DENIED) AUDIT     *
003530*                   RECORD, MATCHING THE HSTRPT FORMAT,         *
003540*                   INSTEAD OF LETTING IT FALL INTO OK.         *
003545*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
003550*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
003555*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
003560*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
003565*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
003570*                   STATUS RECORD.                              *
003575*  2026-10-15 RSK   THE "R" (REVERSED) AUDIT STATUS - A RUN     *
003580*                   BACKED OUT BY RUN-BACKOUT - NOW PRINTS AS   *
003585*                   REVD.                                       *
003600***************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
006500     SELECT ARCSTA   ASSIGN TO "ARCSTA"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-ARCSTA.
006710
006720     SELECT BUSDATE  ASSIGN TO "BUSDATE"
006730         ORGANIZATION IS SEQUENTIAL
006740         FILE STATUS IS WS-FS-BUSDATE.
006800*
006900***************************************************************
007000*                                                             *
011300     RECORDING MODE IS F.
011400 COPY FACTSTA.
011500*
011510 FD  BUSDATE
011520     LABEL RECORDS ARE STANDARD
011530     RECORDING MODE IS F.
011540 COPY FACTBDT.
011550*
011600 WORKING-STORAGE SECTION.
011700***************************************************************
011800*    RUN SWITCHES                                             *
013100*    LIVE CLUSTER.
013200 77  WS-RELOAD-WANTED-SWITCH     PIC X(01)   VALUE "N".
013300     88  WS-RELOAD-WANTED                    VALUE "Y".
013310 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
013320     88  WS-BUSDATE-OPEN                     VALUE "O".
013330     88  WS-BUSDATE-REFUSED                  VALUE "R".
013400*
013500***************************************************************
013600*    FILE STATUS FIELDS - EVERY OPEN IS VERIFIED IN 1025;     *
014200 77  WS-FS-FACTAUD               PIC X(02)   VALUE "99".
014300 77  WS-FS-ARCRPT                PIC X(02)   VALUE "99".
014400 77  WS-FS-ARCSTA                PIC X(02)   VALUE "99".
014410 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
014500*
014600***************************************************************
014700*    SELECTION CRITERIA TABLE                                 *
027700*     PRINTS THE COVER PAGE ECHOING EVERY SELECTION.          *
027800***************************************************************
027900 1000-INITIALIZE-RUN.
028000     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
028010*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
028020     IF WS-BUSDATE-REFUSED
028030         OPEN OUTPUT ARCSTA
028040         PERFORM 1027-FLAG-RUN-FAILED THRU 1027-EXIT
028050         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
028060         CLOSE ARCSTA
028070         MOVE WS-END-RETURN-CODE TO RETURN-CODE
028080         STOP RUN
028090     END-IF
028100     DISPLAY "AUDIT-ARCHIVE-RETRIEVAL STARTING - RUN DATE "
028200         WS-RUN-DATE
028300     OPEN INPUT  ARCSEL
051100             MOVE "APRX" TO DTL-STATUS
051150         WHEN AUD-STATUS-DENIED
051160             MOVE "DENY" TO DTL-STATUS
051170         WHEN AUD-STATUS-REVERSED
051180             MOVE "REVD" TO DTL-STATUS
051200         WHEN OTHER
051300             MOVE "OK"   TO DTL-STATUS
051400     END-EVALUATE
061200     WRITE FD-STATUS-RECORD.
061300 9500-EXIT.
061400     EXIT.
061500*
061600***************************************************************
061700* READ-BUSINESS-DATE.                                         *
061800*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
061900*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
062000*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
062100*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
062200***************************************************************
062300 COPY FACTBDR.
