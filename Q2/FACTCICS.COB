001420*                  ATTEMPTS.  NO ENTITLEMENT RECORD MEANS NOT        *
001430*                  ENTITLED; A SHOP WITHOUT THE FACTENT FILE         *
001440*                  DEFINED TO CICS RUNS UNRESTRICTED AS BEFORE.      *
001441*  2026-10-15 RSK   BATCH RUN STATUS SCREEN (MAP FACTM4, PF9         *
001442*                  FROM THE ENTRY SCREEN).  LISTS THE LATEST         *
001443*                  FACTHIS RUN OF EACH BATCH PROGRAM - RECORDS       *
001444*                  READ, PROCESSED AND REJECTED, END STATUS          *
001445*                  AND RETURN CODE - HIGHLIGHTING ANY PROGRAM        *
001446*                  SUITE-MONITOR IS HOLDING (FACTHLD).  KEYING       *
001447*                  A PROGRAM PAGES BACK THROUGH ITS PRIOR RUNS       *
001448*                  BY RUN DATE, NEWEST FIRST.                        *
001450***************************************************************
001451*  2026-10-15 RSK   COMBINATIONS/PERMUTATIONS SCREEN (MAP            *
001452*                  FACTM5, PF10 FROM THE ENTRY SCREEN).  N AND R     *
001453*                  GET THE BATCH COMBINATIONS-CALCULATION N/R        *
001454*                  EDITS AND THE ENTITLEMENT CHECK ON N; NPR AND     *
001455*                  NCR ARE RESOLVED FROM FACTTBL AS THE BATCH        *
001456*                  PROGRAM RESOLVES THEM, AND EACH RESULT WRITES     *
001457*                  A COMBAUD RECORD WITH SOURCE "O" (ONLINE).        *
001458***************************************************************
001460 ENVIRONMENT DIVISION.
001470 CONFIGURATION SECTION.
001480 SOURCE-COMPUTER.    IBM-370.
001660 COPY FACTAUD.
001670*
001680***************************************************************
001681*    COMBINATIONS AUDIT TRAIL AND FACTORIAL TABLE RECORDS      *
001682*    (SHARED WITH THE BATCH COMBINATIONS-CALCULATION PROGRAM)  *
001683***************************************************************
001684 COPY COMBAUD.
001685*
001686 COPY FACTTBL.
001687*
001688***************************************************************
001690*    PENDING BATCH REQUEST QUEUE RECORD (SHARED WITH THE       *
001700*    BATCH PROGRAM, WHICH DRAINS THE QUEUE EACH NIGHT)         *
001710***************************************************************
001850 COPY FACTENT.
001860*
001870 COPY FACTUSE.
001871*
001872***************************************************************
001873*    BATCH RUN HISTORY AND SUITE HOLD-LIST RECORDS (READ BY     *
001874*    THE BATCH RUN STATUS SCREEN)                               *
001875***************************************************************
001876 COPY FACTHIS.
001877*
001878 COPY FACTHLD.
001880*
001890***************************************************************
001900*    RUN SWITCHES                                             *
003040*    SCREEN PASSES THE FULL 212 BYTES SO THE BROWSE RESUME      *
003050*    KEY AND THE DISPLAYED LINE KEYS SURVIVE THE PSEUDO-        *
003060*    CONVERSATIONAL RETURN.                                     *
003061*    THE BATCH RUN STATUS SCREEN PASSES 26 BYTES - ITS LIST     *
003062*    MODE, SELECTED PROGRAM AND FACTHIS RESUME KEY - IN THE     *
003063*    SAME AREA, REDEFINED.                                      *
003070***************************************************************
003080 01  WO-COMMAREA.
003090     05  WO-CA-SCREEN-ID         PIC X(01).
003100         88  WO-CA-ENTRY-SCREEN          VALUE "1".
003110         88  WO-CA-HISTORY-SCREEN        VALUE "2".
003120         88  WO-CA-QUEUE-SCREEN          VALUE "3".
003121         88  WO-CA-STATUS-SCREEN         VALUE "4".
003122         88  WO-CA-COMB-SCREEN           VALUE "5".
003130     05  WO-CA-QUEUE-AREA.
003140         10  WO-CA-NEXT-KEY      PIC X(19).
003150         10  WO-CA-LINE-COUNT    PIC 9(02).
003160         10  WO-CA-LINE-KEY      OCCURS 10 TIMES
003170                                 PIC X(19).
003171     05  WO-CA-STATUS-AREA REDEFINES WO-CA-QUEUE-AREA.
003172         10  WO-CA-ST-MODE       PIC X(01).
003173             88  WO-CA-ST-LATEST         VALUE 'L'.
003174             88  WO-CA-ST-HISTORY        VALUE 'H'.
003175         10  WO-CA-ST-PROGRAM    PIC X(08).
003176         10  WO-CA-ST-NEXT-KEY   PIC X(16).
003180*
003190***************************************************************
003200*    HISTORY LOOKUP WORK FIELDS                                *
003520     88  WO-ENT-DENIED                       VALUE 'D'.
003530 77  WO-TODAY                    PIC 9(08)   VALUE 0.
003540*
003541***************************************************************
003542*    BATCH RUN STATUS AND COMBINATIONS SCREEN WORK FIELDS       *
003543*    (MAPS FACTM4 AND FACTM5)                                   *
003544***************************************************************
003545 COPY FACTCWS.
003546*
003550***************************************************************
003560*                                                             *
003570* LINKAGE SECTION.                                            *
003660*    SO 0000-MAINLINE COPIES THAT MANY BYTES INTO THE           *
003670*    WO-COMMAREA WORKING-STORAGE IMAGE AND EVERYTHING ELSE      *
003680*    WORKS ON THE IMAGE.  THE LAYOUT IS WO-COMMAREA'S.          *
003682*    THE STATUS SCREEN USES ONLY THE FIRST 26 BYTES.            *
003690***************************************************************
003700 01  DFHCOMMAREA                 PIC X(212).
003710*
003980                 PERFORM 3000-SEND-HISTORY-SCREEN THRU 3000-EXIT
003990             WHEN WO-CA-HISTORY-SCREEN AND EIBAID = DFHPF4
004000                 PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
004001             WHEN WO-CA-COMB-SCREEN AND EIBAID = DFHPF4
004002                 PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
004010             WHEN WO-CA-ENTRY-SCREEN AND EIBAID = DFHPF5
004020                 PERFORM 2300-QUEUE-FOR-BATCH THRU 2300-EXIT
004030             WHEN WO-CA-ENTRY-SCREEN AND EIBAID = DFHPF6
004040                 PERFORM 5000-SEND-QUEUE-SCREEN THRU 5000-EXIT
004041             WHEN WO-CA-ENTRY-SCREEN AND EIBAID = DFHPF10
004042                 PERFORM 9000-SEND-COMB-SCREEN THRU 9000-EXIT
004050             WHEN WO-CA-QUEUE-SCREEN AND EIBAID = DFHPF7
004060                 PERFORM 5000-SEND-QUEUE-SCREEN THRU 5000-EXIT
004070             WHEN WO-CA-QUEUE-SCREEN AND EIBAID = DFHPF8
004110                     6000-EXIT
004120             WHEN WO-CA-ENTRY-SCREEN AND EIBAID = DFHENTER
004130                 PERFORM 2000-PROCESS-ENTRY-SCREEN THRU 2000-EXIT
004131             WHEN WO-CA-COMB-SCREEN AND EIBAID = DFHENTER
004132                 PERFORM 9100-PROCESS-COMB-SCREEN THRU 9100-EXIT
004140             WHEN WO-CA-HISTORY-SCREEN AND EIBAID = DFHENTER
004150                 PERFORM 4000-PROCESS-HISTORY-SCREEN THRU
004160                     4000-EXIT
004161             WHEN WO-CA-ENTRY-SCREEN AND EIBAID = DFHPF9
004162                 PERFORM 8500-SEND-STATUS-SCREEN THRU 8500-EXIT
004163             WHEN WO-CA-STATUS-SCREEN AND EIBAID = DFHPF4
004164                 PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
004165             WHEN WO-CA-STATUS-SCREEN
004166                     AND (EIBAID = DFHPF7 OR EIBAID = DFHPF8)
004167                 PERFORM 8500-SEND-STATUS-SCREEN THRU 8500-EXIT
004168             WHEN WO-CA-STATUS-SCREEN AND EIBAID = DFHENTER
004169                 PERFORM 8600-PROCESS-STATUS-SCREEN THRU 8600-EXIT
004170             WHEN OTHER
004180                 PERFORM 1000-SEND-ENTRY-SCREEN THRU 1000-EXIT
004190         END-EVALUATE
011980             ABEND ABCODE('FAUD') NODUMP
011990         END-EXEC
012000     END-IF
012001*    A REFUSED COMBINATIONS REQUEST GOES BACK TO ITS OWN SCREEN.
012002     IF WO-CA-COMB-SCREEN
012003         MOVE LOW-VALUES TO FACTM5O
012004         MOVE WO-CN-VALUE TO NVALO
012005         MOVE WO-CR-VALUE TO RVALO
012006         MOVE 'NOT AUTHORIZED FOR THIS REQUEST' TO CMSGO
012007         PERFORM 9900-SEND-COMB-MAP THRU 9900-EXIT
012008     END-IF
012010     MOVE LOW-VALUES TO FACTM1O
012020     MOVE WO-NUMBER TO NUMBERO
012030     MOVE 'NOT AUTHORIZED FOR THIS REQUEST' TO ERRMSGO
012360*    CALCULATION RULES.                                        *
012370***************************************************************
012380 COPY FACTMATH.
012390*
012400***************************************************************
012410* 8500-SEND-STATUS-SCREEN.                                     *
012420*     ENTERED ON PF9 FROM THE ENTRY SCREEN AND ON PF7/PF8      *
012430*     FROM THE STATUS SCREEN ITSELF.  PF9 ALWAYS OPENS THE     *
012440*     LATEST-RUN LIST; PF7 RETURNS TO THE TOP OF WHICHEVER     *
012450*     LIST IS SHOWING AND PF8 RESUMES IT FROM THE KEY SAVED    *
012460*     IN THE COMMAREA BY THE LAST PAGE.                        *
012470***************************************************************
012480 8500-SEND-STATUS-SCREEN.
012490     IF WO-CA-ENTRY-SCREEN
012500         SET WO-CA-ST-LATEST TO TRUE
012510         MOVE SPACES TO WO-CA-ST-PROGRAM
012520     END-IF
012530     IF NOT (WO-CA-STATUS-SCREEN AND EIBAID = DFHPF8)
012540         PERFORM 8550-SET-STATUS-TOP-KEY THRU 8550-EXIT
012550     END-IF
012560     PERFORM 8700-BUILD-AND-SEND-STATUS THRU 8700-EXIT.
012570 8500-EXIT.
012580     EXIT.
012590*
012600***************************************************************
012610* 8550-SET-STATUS-TOP-KEY.                                     *
012620*     THE LATEST-RUN LIST STARTS AT THE FIRST PROGRAM ON        *
012630*     FACTHIS; A ONE-PROGRAM HISTORY STARTS ABOVE THAT          *
012640*     PROGRAM'S NEWEST RUN DATE AND READS BACKWARD.             *
012650***************************************************************
012660 8550-SET-STATUS-TOP-KEY.
012670     IF WO-CA-ST-HISTORY
012680         MOVE WO-CA-ST-PROGRAM TO WO-HBR-PROGRAM
012690         MOVE HIGH-VALUES TO WO-HBR-DATE
012700     ELSE
012710         MOVE LOW-VALUES TO WO-HBR-KEY
012720     END-IF
012730     MOVE WO-HBR-KEY TO WO-CA-ST-NEXT-KEY.
012740 8550-EXIT.
012750     EXIT.
012760*
012770***************************************************************
012780* 8600-PROCESS-STATUS-SCREEN.                                  *
012790*     ENTER ON THE STATUS SCREEN.  A PROGRAM NAME KEYED IN      *
012800*     THE SELECTION FIELD OPENS THAT PROGRAM'S RUN HISTORY,     *
012810*     NEWEST FIRST; A BLANK FIELD GOES BACK TO THE LATEST-RUN   *
012820*     LIST.                                                     *
012830***************************************************************
012840 8600-PROCESS-STATUS-SCREEN.
012850     EXEC CICS
012860         RECEIVE MAP('FACTM4') MAPSET('FACTMAP')
012870             RESP(WO-RESP)
012880     END-EXEC
012890     IF WO-RESP = DFHRESP(NORMAL)
012900             AND PGMSELL > 0 AND PGMSELI NOT = SPACES
012910         SET WO-CA-ST-HISTORY TO TRUE
012920         MOVE PGMSELI TO WO-CA-ST-PROGRAM
012930     ELSE
012940         SET WO-CA-ST-LATEST TO TRUE
012950         MOVE SPACES TO WO-CA-ST-PROGRAM
012960     END-IF
012970     PERFORM 8550-SET-STATUS-TOP-KEY THRU 8550-EXIT
012980     PERFORM 8700-BUILD-AND-SEND-STATUS THRU 8700-EXIT.
012990 8600-EXIT.
013000     EXIT.
013010*
013020***************************************************************
013030* 8700-BUILD-AND-SEND-STATUS.                                  *
013040*     FILLS UP TO TEN LINES ON MAP FACTM4 FROM FACTHIS,        *
013050*     STARTING AT WO-CA-ST-NEXT-KEY, SENDS THE MAP, AND         *
013060*     RETURNS WITH THE MODE, PROGRAM AND RESUME KEY IN THE      *
013070*     COMMAREA.                                                 *
013080***************************************************************
013090 8700-BUILD-AND-SEND-STATUS.
013100     MOVE LOW-VALUES TO FACTM4O
013110     MOVE WO-CA-ST-NEXT-KEY TO WO-HBR-KEY
013120     MOVE 0 TO WO-SLINE-COUNT
013130     MOVE 0 TO WO-HELD-COUNT
013140     MOVE 'N' TO WO-SBR-SWITCH
013150     MOVE 'N' TO WO-SBR-STARTED
013160     MOVE 'N' TO WO-HOLD-SWITCH
013170     IF WO-CA-ST-HISTORY
013180         PERFORM 8800-BUILD-RUN-HISTORY THRU 8800-EXIT
013190     ELSE
013200         PERFORM 8750-BUILD-LATEST-RUNS THRU 8750-EXIT
013210     END-IF
013220     IF WO-SBR-STARTED = 'Y'
013230         EXEC CICS
013240             ENDBR FILE('FACTHIS')
013250         END-EXEC
013260     END-IF
013270     EVALUATE TRUE
013280         WHEN WO-CA-ST-HISTORY AND WO-PROGRAM-HELD
013290             MOVE HLD-REASON TO WO-SH-REASON
013300             MOVE WO-SHOLD-MSG TO SMSGO
013310         WHEN WO-SLINE-COUNT = 0
013320             MOVE 'NO RUN HISTORY FOUND - PF7 RETURNS TO THE TOP'
013330                 TO SMSGO
013340         WHEN WO-HELD-COUNT > 0
013350             MOVE 'HIGHLIGHTED PROGRAMS ARE HELD BY SUITE-MONITOR'
013360                 TO SMSGO
013370         WHEN OTHER
013380             MOVE SPACES TO SMSGO
013390     END-EVALUATE
013400     EXEC CICS
013410         SEND MAP('FACTM4') MAPSET('FACTMAP') ERASE
013420         FREEKB
013430     END-EXEC
013440     SET WO-CA-STATUS-SCREEN TO TRUE
013450     EXEC CICS
013460         RETURN TRANSID('FACT')
013470             COMMAREA(WO-COMMAREA) LENGTH(26)
013480     END-EXEC.
013490 8700-EXIT.
013500     EXIT.
013510*
013520***************************************************************
013530* 8750-BUILD-LATEST-RUNS.                                      *
013540*     BROWSES FACTHIS FORWARD AND LISTS THE LAST (NEWEST)       *
013550*     RECORD OF EACH PROGRAM.  A PAGE ENDS AFTER TEN PROGRAMS;  *
013560*     THE RESUME KEY IS THE ELEVENTH PROGRAM'S FIRST RUN, AND   *
013570*     HIGH-VALUES ONCE THE FILE IS EXHAUSTED.                   *
013580***************************************************************
013590 8750-BUILD-LATEST-RUNS.
013600     MOVE 'LATEST RUN OF EACH BATCH PROGRAM' TO SMODEO
013610     MOVE 'N' TO WO-HPREV-SWITCH
013620     EXEC CICS
013630         STARTBR FILE('FACTHIS') RIDFLD(WO-HBR-KEY)
013640             GTEQ RESP(WO-RESP)
013650     END-EXEC
013660     IF WO-RESP = DFHRESP(NORMAL)
013670         MOVE 'Y' TO WO-SBR-STARTED
013680     ELSE
013690         SET WO-SBR-END TO TRUE
013700     END-IF
013710     PERFORM 8760-BROWSE-ONE-LATEST THRU 8760-EXIT
013720         UNTIL WO-SBR-END OR WO-SLINE-COUNT = 10
013730     IF WO-SBR-END
013740         IF WO-HPREV-SAVED
013750             PERFORM 8780-ADD-SAVED-LINE THRU 8780-EXIT
013760         END-IF
013770         MOVE HIGH-VALUES TO WO-CA-ST-NEXT-KEY
013780     END-IF.
013790 8750-EXIT.
013800     EXIT.
013810*
013820***************************************************************
013830* 8760-BROWSE-ONE-LATEST.                                      *
013840*     READS THE NEXT FACTHIS RECORD.  WHEN THE PROGRAM          *
013850*     CHANGES, THE SAVED RECORD WAS THE PREVIOUS PROGRAM'S      *
013860*     LATEST RUN AND GOES ON THE SCREEN.                        *
013870***************************************************************
013880 8760-BROWSE-ONE-LATEST.
013890     EXEC CICS
013900         READNEXT FILE('FACTHIS') INTO(FD-HISTORY-RECORD)
013910             RIDFLD(WO-HBR-KEY) RESP(WO-RESP)
013920     END-EXEC
013930     IF WO-RESP NOT = DFHRESP(NORMAL)
013940         SET WO-SBR-END TO TRUE
013950         GO TO 8760-EXIT
013960     END-IF
013970     IF WO-HPREV-SAVED AND HIS-PROGRAM NOT = WO-HPREV-PROGRAM
013980         PERFORM 8780-ADD-SAVED-LINE THRU 8780-EXIT
013990         IF WO-SLINE-COUNT = 10
014000             MOVE HIS-PROGRAM TO WO-HBR-PROGRAM
014010             MOVE LOW-VALUES TO WO-HBR-DATE
014020             MOVE WO-HBR-KEY TO WO-CA-ST-NEXT-KEY
014030             GO TO 8760-EXIT
014040         END-IF
014050     END-IF
014060     MOVE FD-HISTORY-RECORD TO WO-HPREV-RECORD
014070     SET WO-HPREV-SAVED TO TRUE.
014080 8760-EXIT.
014090     EXIT.
014100*
014110***************************************************************
014120* 8780-ADD-SAVED-LINE.                                         *
014130*     PUTS THE SAVED PREVIOUS-PROGRAM RECORD ON THE NEXT LINE,  *
014140*     LEAVING THE RECORD JUST READ IN FD-HISTORY-RECORD.        *
014150***************************************************************
014160 8780-ADD-SAVED-LINE.
014170     MOVE FD-HISTORY-RECORD TO WO-HCURR-RECORD
014180     MOVE WO-HPREV-RECORD TO FD-HISTORY-RECORD
014190     PERFORM 8900-ADD-STATUS-LINE THRU 8900-EXIT
014200     MOVE WO-HCURR-RECORD TO FD-HISTORY-RECORD.
014210 8780-EXIT.
014220     EXIT.
014230*
014240***************************************************************
014250* 8800-BUILD-RUN-HISTORY.                                      *
014260*     LISTS ONE PROGRAM'S RUNS NEWEST FIRST BY BROWSING         *
014270*     FACTHIS BACKWARD FROM WO-CA-ST-NEXT-KEY.  A KEY PAST      *
014280*     THE LAST RECORD ON THE FILE GIVES NOTFND, SO THE BROWSE   *
014290*     IS THEN STARTED AT HIGH-VALUES (END OF FILE); OTHERWISE   *
014300*     ONE READNEXT SETS THE POSITION FOR THE READPREVS.  THE    *
014310*     RESUME KEY IS THE OLDEST RUN SHOWN.                       *
014320***************************************************************
014330 8800-BUILD-RUN-HISTORY.
014340     MOVE WO-CA-ST-PROGRAM TO WO-SM-PROGRAM
014350     MOVE WO-SMODE-HISTORY TO SMODEO
014360     MOVE WO-CA-ST-PROGRAM TO PGMSELO
014370     MOVE WO-CA-ST-PROGRAM TO HLD-PROGRAM
014380     PERFORM 8950-CHECK-HOLD THRU 8950-EXIT
014390     MOVE WO-HBR-KEY TO WO-HSTART-KEY
014400     EXEC CICS
014410         STARTBR FILE('FACTHIS') RIDFLD(WO-HBR-KEY)
014420             GTEQ RESP(WO-RESP)
014430     END-EXEC
014440     IF WO-RESP = DFHRESP(NOTFND)
014450         MOVE HIGH-VALUES TO WO-HBR-KEY
014460         EXEC CICS
014470             STARTBR FILE('FACTHIS') RIDFLD(WO-HBR-KEY)
014480                 GTEQ RESP(WO-RESP)
014490         END-EXEC
014500         IF WO-RESP = DFHRESP(NORMAL)
014510             MOVE 'Y' TO WO-SBR-STARTED
014520         ELSE
014530             SET WO-SBR-END TO TRUE
014540         END-IF
014550     ELSE
014560         IF WO-RESP = DFHRESP(NORMAL)
014570             MOVE 'Y' TO WO-SBR-STARTED
014580             EXEC CICS
014590                 READNEXT FILE('FACTHIS') INTO(FD-HISTORY-RECORD)
014600                     RIDFLD(WO-HBR-KEY) RESP(WO-RESP)
014610             END-EXEC
014620             IF WO-RESP NOT = DFHRESP(NORMAL)
014630                 SET WO-SBR-END TO TRUE
014640             END-IF
014650         ELSE
014660             SET WO-SBR-END TO TRUE
014670         END-IF
014680     END-IF
014690     PERFORM 8850-BROWSE-ONE-PRIOR THRU 8850-EXIT
014700         UNTIL WO-SBR-END OR WO-SLINE-COUNT = 10.
014710 8800-EXIT.
014720     EXIT.
014730*
014740***************************************************************
014750* 8850-BROWSE-ONE-PRIOR.                                       *
014760*     READS THE PREVIOUS FACTHIS RECORD.  RECORDS OF A LATER    *
014770*     PROGRAM, AND RUNS ALREADY SHOWN ON AN EARLIER PAGE, ARE   *
014780*     SKIPPED; THE FIRST RECORD OF AN EARLIER PROGRAM ENDS      *
014790*     THE LIST.                                                 *
014800***************************************************************
014810 8850-BROWSE-ONE-PRIOR.
014820     EXEC CICS
014830         READPREV FILE('FACTHIS') INTO(FD-HISTORY-RECORD)
014840             RIDFLD(WO-HBR-KEY) RESP(WO-RESP)
014850     END-EXEC
014860     IF WO-RESP NOT = DFHRESP(NORMAL)
014870             OR HIS-PROGRAM < WO-CA-ST-PROGRAM
014880         SET WO-SBR-END TO TRUE
014890         GO TO 8850-EXIT
014900     END-IF
014910     IF HIS-PROGRAM > WO-CA-ST-PROGRAM
014920             OR HIS-KEY NOT < WO-HSTART-KEY
014930         GO TO 8850-EXIT
014940     END-IF
014950     PERFORM 8900-ADD-STATUS-LINE THRU 8900-EXIT
014960     MOVE HIS-KEY TO WO-CA-ST-NEXT-KEY.
014970 8850-EXIT.
014980     EXIT.
014990*
015000***************************************************************
015010* 8900-ADD-STATUS-LINE.                                        *
015020*     FORMATS FD-HISTORY-RECORD INTO THE NEXT DETAIL LINE.  ON  *
015030*     THE LATEST-RUN LIST A PROGRAM ON SUITE-MONITOR'S HOLD     *
015040*     LIST IS MARKED HELD AND ITS LINE SENT INTENSIFIED.        *
015050***************************************************************
015060 8900-ADD-STATUS-LINE.
015070     ADD 1 TO WO-SLINE-COUNT
015080     MOVE HIS-PROGRAM           TO WO-SD-PROGRAM
015090     MOVE HIS-RUN-DATE          TO WO-SD-RUN-DATE
015100     MOVE HIS-RECORDS-READ      TO WO-SD-READ
015110     MOVE HIS-RECORDS-PROCESSED TO WO-SD-PROCESSED
015120     MOVE HIS-RECORDS-REJECTED  TO WO-SD-REJECTED
015130     MOVE HIS-END-STATUS        TO WO-SD-STATUS
015140     MOVE HIS-RETURN-CODE       TO WO-SD-RC
015150     MOVE SPACES                TO WO-SD-HOLD
015160     IF WO-CA-ST-LATEST
015170         MOVE HIS-PROGRAM TO HLD-PROGRAM
015180         PERFORM 8950-CHECK-HOLD THRU 8950-EXIT
015190         IF WO-PROGRAM-HELD
015200             MOVE 'HELD' TO WO-SD-HOLD
015210             ADD 1 TO WO-HELD-COUNT
015220             PERFORM 8910-HIGHLIGHT-LINE THRU 8910-EXIT
015230         END-IF
015240     END-IF
015250     EVALUATE WO-SLINE-COUNT
015260         WHEN 1  MOVE WO-SDETAIL-LINE TO SLN01O
015270         WHEN 2  MOVE WO-SDETAIL-LINE TO SLN02O
015280         WHEN 3  MOVE WO-SDETAIL-LINE TO SLN03O
015290         WHEN 4  MOVE WO-SDETAIL-LINE TO SLN04O
015300         WHEN 5  MOVE WO-SDETAIL-LINE TO SLN05O
015310         WHEN 6  MOVE WO-SDETAIL-LINE TO SLN06O
015320         WHEN 7  MOVE WO-SDETAIL-LINE TO SLN07O
015330         WHEN 8  MOVE WO-SDETAIL-LINE TO SLN08O
015340         WHEN 9  MOVE WO-SDETAIL-LINE TO SLN09O
015350         WHEN 10 MOVE WO-SDETAIL-LINE TO SLN10O
015360     END-EVALUATE.
015370 8900-EXIT.
015380     EXIT.
015390*
015400***************************************************************
015410* 8910-HIGHLIGHT-LINE.                                         *
015420*     OVERRIDES THE CURRENT LINE'S ATTRIBUTE TO INTENSIFIED.    *
015430***************************************************************
015440 8910-HIGHLIGHT-LINE.
015450     EVALUATE WO-SLINE-COUNT
015460         WHEN 1  MOVE WO-ATTR-HELD TO SLN01A
015470         WHEN 2  MOVE WO-ATTR-HELD TO SLN02A
015480         WHEN 3  MOVE WO-ATTR-HELD TO SLN03A
015490         WHEN 4  MOVE WO-ATTR-HELD TO SLN04A
015500         WHEN 5  MOVE WO-ATTR-HELD TO SLN05A
015510         WHEN 6  MOVE WO-ATTR-HELD TO SLN06A
015520         WHEN 7  MOVE WO-ATTR-HELD TO SLN07A
015530         WHEN 8  MOVE WO-ATTR-HELD TO SLN08A
015540         WHEN 9  MOVE WO-ATTR-HELD TO SLN09A
015550         WHEN 10 MOVE WO-ATTR-HELD TO SLN10A
015560     END-EVALUATE.
015570 8910-EXIT.
015580     EXIT.
015590*
015600***************************************************************
015610* 8950-CHECK-HOLD.                                             *
015620*     LOOKS HLD-PROGRAM UP ON SUITE-MONITOR'S HOLD LIST.  NOT   *
015630*     ON FILE - OR FACTHLD NOT DEFINED TO THIS CICS - MEANS     *
015640*     NOT HELD.                                                 *
015650***************************************************************
015660 8950-CHECK-HOLD.
015670     MOVE 'N' TO WO-HOLD-SWITCH
015680     EXEC CICS
015690         READ FILE('FACTHLD') INTO(FD-HOLD-RECORD)
015700             RIDFLD(HLD-PROGRAM) RESP(WO-RESP)
015710     END-EXEC
015720     IF WO-RESP = DFHRESP(NORMAL)
015730         SET WO-PROGRAM-HELD TO TRUE
015740     END-IF.
015750 8950-EXIT.
015760     EXIT.
015770*
015780***************************************************************
015790* 9000-SEND-COMB-SCREEN.                                       *
015800*     PF10 FROM THE ENTRY SCREEN - SENDS MAP FACTM5 BLANK.      *
015810***************************************************************
015820 9000-SEND-COMB-SCREEN.
015830     MOVE LOW-VALUES TO FACTM5O
015840     PERFORM 9900-SEND-COMB-MAP THRU 9900-EXIT.
015850 9000-EXIT.
015860     EXIT.
015870*
015880***************************************************************
015890* 9100-PROCESS-COMB-SCREEN.                                    *
015900*     RECEIVES N AND R, RUNS THE BATCH PROGRAM'S N/R EDITS AND  *
015910*     THE ENTITLEMENT CHECK (ON N, THE LARGEST NUMBER THE       *
015920*     REQUEST EVALUATES), RESOLVES N!, R! AND (N-R)! FROM       *
015930*     FACTTBL, WORKS OUT NPR AND NCR, WRITES THE COMBAUD        *
015940*     RECORD MARKED ONLINE, AND SENDS THE RESULTS BACK.         *
015950***************************************************************
015960 9100-PROCESS-COMB-SCREEN.
015970     EXEC CICS
015980         RECEIVE MAP('FACTM5') MAPSET('FACTMAP')
015990             RESP(WO-RESP)
016000     END-EXEC
016010     IF WO-RESP NOT = DFHRESP(NORMAL)
016020         MOVE LOW-VALUES TO FACTM5O
016030         MOVE 'ENTER N AND R, THEN PRESS ENTER' TO CMSGO
016040         PERFORM 9900-SEND-COMB-MAP THRU 9900-EXIT
016050         GO TO 9100-EXIT
016060     END-IF
016070     PERFORM 9200-VALIDATE-COMB-INPUT THRU 9200-EXIT
016080     IF WO-COMB-INVALID
016090         MOVE NVALI TO WO-CN-KEYED
016100         MOVE RVALI TO WO-CR-KEYED
016110         MOVE LOW-VALUES TO FACTM5O
016120         MOVE WO-CN-KEYED TO NVALO
016130         MOVE WO-CR-KEYED TO RVALO
016140         MOVE WO-COMB-REASON-TEXT TO CMSGO
016150         PERFORM 9900-SEND-COMB-MAP THRU 9900-EXIT
016160         GO TO 9100-EXIT
016170     END-IF
016180     MOVE WO-CN-VALUE TO WO-NUMBER
016190     PERFORM 7000-CHECK-ENTITLEMENT THRU 7000-EXIT
016200     IF WO-ENT-DENIED
016210         PERFORM 7100-DENY-REQUEST THRU 7100-EXIT
016220         GO TO 9100-EXIT
016230     END-IF
016240     PERFORM 9300-COMPUTE-FACTORIALS THRU 9300-EXIT
016250     PERFORM 9400-COMPUTE-RESULTS THRU 9400-EXIT
016260     PERFORM 9500-WRITE-COMB-AUDIT THRU 9500-EXIT
016270     MOVE LOW-VALUES TO FACTM5O
016280     MOVE WO-CN-VALUE TO NVALO
016290     MOVE WO-CR-VALUE TO RVALO
016300     IF WO-COMB-RESULT-OVERFLOW
016310         MOVE 'OUT OF RANGE' TO PERMO
016320         MOVE 'OUT OF RANGE' TO COMBO
016330         MOVE 'OUT OF RANGE' TO CSTATO
016340     ELSE
016350         MOVE WO-PERMUTATION  TO WO-RS-FACTORIAL
016360         MOVE WO-RS-FACTORIAL TO PERMO
016370         MOVE WO-COMBINATION  TO WO-RS-FACTORIAL
016380         MOVE WO-RS-FACTORIAL TO COMBO
016390         MOVE 'OK'            TO CSTATO
016400     END-IF
016410     PERFORM 9900-SEND-COMB-MAP THRU 9900-EXIT.
016420 9100-EXIT.
016430     EXIT.
016440*
016450***************************************************************
016460* 9200-VALIDATE-COMB-INPUT.                                    *
016470*     THE BATCH VALIDATE-INPUT EDITS: BOTH FIELDS NUMERIC,      *
016480*     BOTH WITHIN 0-999, AND R NOT GREATER THAN N.  THE REASON  *
016490*     TEXT IS THE ONE THE BATCH RUN PRINTS ON COMBEXC.          *
016500***************************************************************
016510 9200-VALIDATE-COMB-INPUT.
016520     SET WO-COMB-VALID TO TRUE
016530     MOVE SPACES TO WO-COMB-REASON
016540     MOVE SPACES TO WO-COMB-REASON-TEXT
016550     IF NVALI NOT NUMERIC OR RVALI NOT NUMERIC
016560         SET WO-COMB-INVALID     TO TRUE
016570         SET WO-COMB-NON-NUMERIC TO TRUE
016580     ELSE
016590         MOVE NVALI TO WO-CN-EDIT
016600         MOVE RVALI TO WO-CR-EDIT
016610         IF WO-CN-EDIT < 0 OR WO-CR-EDIT < 0
016620            OR WO-CN-EDIT > 999 OR WO-CR-EDIT > 999
016630             SET WO-COMB-INVALID      TO TRUE
016640             SET WO-COMB-OUT-OF-RANGE TO TRUE
016650         ELSE
016660             MOVE WO-CN-EDIT TO WO-CN-VALUE
016670             MOVE WO-CR-EDIT TO WO-CR-VALUE
016680             IF WO-CR-VALUE > WO-CN-VALUE
016690                 SET WO-COMB-INVALID     TO TRUE
016700                 SET WO-COMB-R-EXCEEDS-N TO TRUE
016710             END-IF
016720         END-IF
016730     END-IF
016740     EVALUATE TRUE
016750         WHEN WO-COMB-NON-NUMERIC
016760             MOVE 'NON-NUMERIC INPUT'   TO WO-COMB-REASON-TEXT
016770         WHEN WO-COMB-OUT-OF-RANGE
016780             MOVE 'VALUE OUT OF RANGE'  TO WO-COMB-REASON-TEXT
016790         WHEN WO-COMB-R-EXCEEDS-N
016800             MOVE 'R EXCEEDS N'         TO WO-COMB-REASON-TEXT
016810     END-EVALUATE.
016820 9200-EXIT.
016830     EXIT.
016840*
016850***************************************************************
016860* 9300-COMPUTE-FACTORIALS.                                     *
016870*     RESOLVES N!, R! AND (N-R)! THE WAY THE BATCH PROGRAM      *
016880*     DOES - FACTTBL FIRST, THE SHARED CALCULATE-FACTORIAL      *
016890*     PARAGRAPH FOR ANY NUMBER NOT ON THE TABLE.                *
016900***************************************************************
016910 9300-COMPUTE-FACTORIALS.
016920     COMPUTE WO-CNR-VALUE = WO-CN-VALUE - WO-CR-VALUE
016930     MOVE WO-CN-VALUE TO WS-NUMBER
016940     PERFORM 9310-RESOLVE-ONE-FACTORIAL THRU 9310-EXIT
016950     MOVE WS-FACTORIAL   TO WO-CN-FACTORIAL
016960     MOVE WS-CALC-STATUS TO WO-CN-STATUS
016970     MOVE WO-CR-VALUE TO WS-NUMBER
016980     PERFORM 9310-RESOLVE-ONE-FACTORIAL THRU 9310-EXIT
016990     MOVE WS-FACTORIAL   TO WO-CR-FACTORIAL
017000     MOVE WS-CALC-STATUS TO WO-CR-STATUS
017010     MOVE WO-CNR-VALUE TO WS-NUMBER
017020     PERFORM 9310-RESOLVE-ONE-FACTORIAL THRU 9310-EXIT
017030     MOVE WS-FACTORIAL   TO WO-CNR-FACTORIAL
017040     MOVE WS-CALC-STATUS TO WO-CNR-STATUS.
017050 9300-EXIT.
017060     EXIT.
017070*
017080***************************************************************
017090* 9310-RESOLVE-ONE-FACTORIAL.                                  *
017100*     LOOKS WS-NUMBER UP ON FACTTBL; NOT ON THE TABLE (OR       *
017110*     FACTTBL NOT DEFINED TO THIS CICS) FALLS BACK TO THE       *
017120*     CALCULATION.                                              *
017130***************************************************************
017140 9310-RESOLVE-ONE-FACTORIAL.
017150     MOVE WS-NUMBER TO TBL-NUMBER
017160     EXEC CICS
017170         READ FILE('FACTTBL') INTO(FD-TABLE-RECORD)
017180             RIDFLD(TBL-NUMBER) RESP(WO-RESP)
017190     END-EXEC
017200     IF WO-RESP = DFHRESP(NORMAL)
017210         MOVE TBL-FACTORIAL TO WS-FACTORIAL
017220         MOVE TBL-STATUS    TO WS-CALC-STATUS
017230     ELSE
017240         PERFORM CALCULATE-FACTORIAL THRU
017250             CALCULATE-FACTORIAL-EXIT
017260     END-IF.
017270 9310-EXIT.
017280     EXIT.
017290*
017300***************************************************************
017310* 9400-COMPUTE-RESULTS.                                        *
017320*     NPR = N! / (N-R)! AND NCR = NPR / R!.  ANY OF THE THREE   *
017330*     FACTORIALS OUT OF RANGE (OVERFLOWED OR ONLY               *
017340*     APPROXIMATE), OR A QUOTIENT TOO WIDE, MAKES THE RESULT    *
017350*     OUT OF RANGE, AS IN THE BATCH PROGRAM.                    *
017360***************************************************************
017370 9400-COMPUTE-RESULTS.
017380     SET WO-COMB-RESULT-VALID TO TRUE
017390     MOVE 0 TO WO-PERMUTATION
017400     MOVE 0 TO WO-COMBINATION
017410     IF WO-CN-STATUS NOT = '0' OR WO-CR-STATUS NOT = '0'
017420        OR WO-CNR-STATUS NOT = '0'
017430         SET WO-COMB-RESULT-OVERFLOW TO TRUE
017440     ELSE
017450         DIVIDE WO-CN-FACTORIAL BY WO-CNR-FACTORIAL
017460             GIVING WO-PERMUTATION
017470             ON SIZE ERROR
017480                 SET WO-COMB-RESULT-OVERFLOW TO TRUE
017490         END-DIVIDE
017500         IF WO-COMB-RESULT-VALID
017510             DIVIDE WO-PERMUTATION BY WO-CR-FACTORIAL
017520                 GIVING WO-COMBINATION
017530                 ON SIZE ERROR
017540                     SET WO-COMB-RESULT-OVERFLOW TO TRUE
017550             END-DIVIDE
017560         END-IF
017570     END-IF.
017580 9400-EXIT.
017590     EXIT.
017600*
017610***************************************************************
017620* 9500-WRITE-COMB-AUDIT.                                       *
017630*     WRITES THE COMBAUD RECORD FOR THE ONLINE EVALUATION,      *
017640*     SOURCE "O", SO CHARGEBACK BILLS IT AT THE ONLINE RATE.    *
017650*     CAU-TIME-STAMP TAKES THE LOW-ORDER DIGITS OF WO-ABSTIME   *
017660*     AS AUD-TIME-STAMP DOES IN 2200; A DUPLICATE KEY IS        *
017670*     STEPPED AND RETRIED AS THE BATCH PROGRAM DOES.            *
017680***************************************************************
017690 9500-WRITE-COMB-AUDIT.
017700     MOVE SPACES          TO FD-COMB-AUDIT-RECORD
017710     MOVE WO-CN-VALUE     TO CAU-N
017720     MOVE WO-CR-VALUE     TO CAU-R
017730     EXEC CICS
017740         ASKTIME ABSTIME(WO-ABSTIME)
017750     END-EXEC
017760     EXEC CICS
017770         FORMATTIME ABSTIME(WO-ABSTIME)
017780             YYYYMMDD(CAU-RUN-DATE)
017790     END-EXEC
017800     MOVE WO-ABSTIME      TO CAU-TIME-STAMP
017810     IF WO-COMB-RESULT-OVERFLOW
017820         MOVE ZERO            TO CAU-PERMUTATION
017830         MOVE ZERO            TO CAU-COMBINATION
017840     ELSE
017850         MOVE WO-PERMUTATION  TO CAU-PERMUTATION
017860         MOVE WO-COMBINATION  TO CAU-COMBINATION
017870     END-IF
017880     MOVE WO-COMB-RESULT-STATUS TO CAU-STATUS
017890     MOVE EIBTRMID        TO CAU-JOB-USERID
017900     SET CAU-SOURCE-ONLINE TO TRUE
017910     MOVE 'N' TO WO-CAU-WRITTEN-SWITCH
017920     PERFORM 9510-WRITE-ONE-COMB-KEY THRU 9510-EXIT
017930         UNTIL WO-CAU-WRITTEN.
017940 9500-EXIT.
017950     EXIT.
017960*
017970 9510-WRITE-ONE-COMB-KEY.
017980     EXEC CICS
017990         WRITE FILE('COMBAUD') FROM(FD-COMB-AUDIT-RECORD)
018000             RIDFLD(CAU-KEY) RESP(WO-RESP)
018010     END-EXEC
018020     EVALUATE WO-RESP
018030         WHEN DFHRESP(NORMAL)
018040             SET WO-CAU-WRITTEN TO TRUE
018050         WHEN DFHRESP(DUPREC)
018060             ADD 1 TO CAU-TIME-STAMP
018070         WHEN OTHER
018080             DISPLAY 'COMBAUD WRITE FAILED, RESP=' WO-RESP
018090             EXEC CICS
018100                 ABEND ABCODE('FCAU') NODUMP
018110             END-EXEC
018120     END-EVALUATE.
018130 9510-EXIT.
018140     EXIT.
018150*
018160***************************************************************
018170* 9900-SEND-COMB-MAP.                                          *
018180*     SENDS MAP FACTM5 AS THE CALLER FILLED IT AND RETURNS      *
018190*     WITH THE COMBINATIONS SCREEN ID IN THE COMMAREA.          *
018200***************************************************************
018210 9900-SEND-COMB-MAP.
018220     EXEC CICS
018230         SEND MAP('FACTM5') MAPSET('FACTMAP') ERASE
018240         FREEKB
018250     END-EXEC
018260     SET WO-CA-COMB-SCREEN TO TRUE
018270     EXEC CICS
018280         RETURN TRANSID('FACT')
018290             COMMAREA(WO-COMMAREA) LENGTH(1)
018300     END-EXEC.
018310 9900-EXIT.
018320     EXIT.
