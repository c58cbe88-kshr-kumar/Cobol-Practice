002976*                   THE SUITE MONITOR.  THE HARD STOPS STILL    *
002978*                   LEAVE NO STATUS RECORD, WHICH THE MONITOR   *
002980*                   TREATS AS A FAILURE.                        *
002982*  2026-10-15 RSK   BUSINESS DATE.  THE RUN DATE NOW COMES FROM *
002984*                   THE BUSDATE CONTROL RECORD (FACTBDR.CPY)    *
002986*                   INSTEAD OF THE SYSTEM CLOCK.  A CLOSED OR   *
002988*                   UNREADABLE BUSINESS DATE STOPS THE RUN      *
002990*                   BEFORE ANY OTHER FILE IS OPENED, WITH AN F  *
002992*                   STATUS RECORD.                              *
003000***************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005310
005320     SELECT PRGSTA   ASSIGN TO "PRGSTA"
005330         ORGANIZATION IS SEQUENTIAL.
005340
005350     SELECT BUSDATE  ASSIGN TO "BUSDATE"
005360         ORGANIZATION IS SEQUENTIAL
005370         FILE STATUS IS WS-FS-BUSDATE.
005400*
005500***************************************************************
005600*                                                             *
008940     RECORDING MODE IS F.
008950 COPY FACTSTA.
009000*
009010 FD  BUSDATE
009020     LABEL RECORDS ARE STANDARD
009030     RECORDING MODE IS F.
009040 COPY FACTBDT.
009050*
009100 WORKING-STORAGE SECTION.
009200***************************************************************
009300*    RUN SWITCHES                                             *
009600     88  WS-END-OF-FILE                      VALUE "Y".
009700 77  WS-PARM-EOF-SWITCH          PIC X(01)   VALUE "N".
009800     88  WS-PARM-END-OF-FILE                 VALUE "Y".
009810 77  WS-BUSDATE-SWITCH           PIC X(01)   VALUE "R".
009820     88  WS-BUSDATE-OPEN                     VALUE "O".
009830     88  WS-BUSDATE-REFUSED                  VALUE "R".
009840 77  WS-FS-BUSDATE               PIC X(02)   VALUE "99".
009900*
010000***************************************************************
010100*    RETENTION CUTOFF WORK FIELDS                              *
016900*     FILES, PRINTS THE REPORT HEADING, AND PRIMES THE READ.  *
017000***************************************************************
017100 1000-INITIALIZE-RUN.
017200     PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT
017210*    A REFUSED BUSINESS DATE WRITES THE F STATUS RECORD ONLY.
017220     IF WS-BUSDATE-REFUSED
017230         OPEN OUTPUT PRGSTA
017240         MOVE 8 TO RETURN-CODE
017250         PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
017260         CLOSE PRGSTA
017270         STOP RUN
017280     END-IF
017300     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT
017400     PERFORM 1200-COMPUTE-CUTOFF-DATE THRU 1200-EXIT
017500     OPEN I-O    FACTAUD
031560*     THAT REACHES TERMINATION SWEPT THE WHOLE FILE CLEANLY;  *
031570*     THE HARD STOPS EARLIER LEAVE NO STATUS RECORD, WHICH    *
031580*     THE MONITOR TREATS AS A FAILURE.                        *
031585*     A REFUSED (CLOSED) BUSINESS DATE WRITES F/0008 HERE.    *
031590***************************************************************
031600 9500-WRITE-STATUS-RECORD.
031610     MOVE WS-RUN-DATE        TO STA-RUN-DATE
031640         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
031650     MOVE WS-ARCHIVED-COUNT  TO STA-RECORDS-PROCESSED
031660     MOVE 0                  TO STA-RECORDS-REJECTED
031670     IF RETURN-CODE = 8
031671         SET STA-STATUS-FAILED TO TRUE
031672         MOVE 8 TO STA-RETURN-CODE
031673     ELSE
031674         SET STA-STATUS-CLEAN  TO TRUE
031675         MOVE 0 TO STA-RETURN-CODE
031680     END-IF
031690     WRITE FD-STATUS-RECORD.
031700 9500-EXIT.
031710     EXIT.
031720*
031730***************************************************************
031740* READ-BUSINESS-DATE.                                         *
031750*     TAKES THE RUN DATE FROM THE BUSDATE CONTROL RECORD AND  *
031760*     REFUSES A BUSINESS DATE ALREADY CLOSED BY THE DATE      *
031770*     ROLL.  THE LOGIC LIVES IN FACTBDR.CPY SO EVERY BATCH    *
031780*     PROGRAM IN THE SUITE RUNS UNDER THE ONE DATE.           *
031790***************************************************************
031800 COPY FACTBDR.
