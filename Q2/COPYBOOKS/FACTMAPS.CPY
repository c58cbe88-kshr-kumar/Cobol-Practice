001504*                     AHEAD OF EACH PROTECTED DETAIL LINE, AND     *
001506*                     A MESSAGE LINE.  REGENERATED FROM THE        *
001508*                     UPDATED BMS/FACTMAP.BMS.                     *
001510*    2026-10-15 RSK   ADDED FACTM4, THE BATCH RUN STATUS           *
001515*                     SCREEN - A PROGRAM SELECTION FIELD, A MODE   *
001520*                     LINE, TEN PROTECTED DETAIL LINES (THE        *
001525*                     PROGRAM SETS A HELD LINE'S ATTRIBUTE BYTE    *
001530*                     TO BRIGHT) AND A MESSAGE LINE.  REGENERATED  *
001535*                     FROM THE UPDATED BMS/FACTMAP.BMS.            *
001540*    2026-10-15 RSK   ADDED FACTM5, THE COMBINATIONS/              *
001545*                     PERMUTATIONS SCREEN - N AND R INPUT FIELDS   *
001550*                     (PIC X SO THE PROGRAM CAN EDIT THEM FOR      *
001555*                     NUMERIC), THE NPR/NCR RESULTS, A STATUS      *
001560*                     AND A MESSAGE LINE.  REGENERATED FROM THE    *
001565*                     UPDATED BMS/FACTMAP.BMS.                     *
001570*                                                              *
001600***************************************************************
001700 01  FACTM1I.
001800     02  FILLER            PIC X(12).
023300     02  QLN10O            PIC X(50).
023400     02  FILLER            PIC X(03).
023500     02  QMSGO             PIC X(79).
023600*
023700***************************************************************
023800* FACTM4 - BATCH RUN STATUS SCREEN.                            *
023900***************************************************************
024000 01  FACTM4I.
024100     02  FILLER            PIC X(12).
024200     02  PGMSELL           COMP PIC S9(4).
024300     02  PGMSELF           PICTURE X.
024400     02  FILLER REDEFINES PGMSELF.
024500         03  PGMSELA       PICTURE X.
024600     02  PGMSELI           PIC X(08).
024700     02  SMODEL            COMP PIC S9(4).
024800     02  SMODEF            PICTURE X.
024900     02  FILLER REDEFINES SMODEF.
025000         03  SMODEA        PICTURE X.
025100     02  SMODEI            PIC X(60).
025200     02  SLN01L            COMP PIC S9(4).
025300     02  SLN01F            PICTURE X.
025400     02  FILLER REDEFINES SLN01F.
025500         03  SLN01A        PICTURE X.
025600     02  SLN01I            PIC X(70).
025700     02  SLN02L            COMP PIC S9(4).
025800     02  SLN02F            PICTURE X.
025900     02  FILLER REDEFINES SLN02F.
026000         03  SLN02A        PICTURE X.
026100     02  SLN02I            PIC X(70).
026200     02  SLN03L            COMP PIC S9(4).
026300     02  SLN03F            PICTURE X.
026400     02  FILLER REDEFINES SLN03F.
026500         03  SLN03A        PICTURE X.
026600     02  SLN03I            PIC X(70).
026700     02  SLN04L            COMP PIC S9(4).
026800     02  SLN04F            PICTURE X.
026900     02  FILLER REDEFINES SLN04F.
027000         03  SLN04A        PICTURE X.
027100     02  SLN04I            PIC X(70).
027200     02  SLN05L            COMP PIC S9(4).
027300     02  SLN05F            PICTURE X.
027400     02  FILLER REDEFINES SLN05F.
027500         03  SLN05A        PICTURE X.
027600     02  SLN05I            PIC X(70).
027700     02  SLN06L            COMP PIC S9(4).
027800     02  SLN06F            PICTURE X.
027900     02  FILLER REDEFINES SLN06F.
028000         03  SLN06A        PICTURE X.
028100     02  SLN06I            PIC X(70).
028200     02  SLN07L            COMP PIC S9(4).
028300     02  SLN07F            PICTURE X.
028400     02  FILLER REDEFINES SLN07F.
028500         03  SLN07A        PICTURE X.
028600     02  SLN07I            PIC X(70).
028700     02  SLN08L            COMP PIC S9(4).
028800     02  SLN08F            PICTURE X.
028900     02  FILLER REDEFINES SLN08F.
029000         03  SLN08A        PICTURE X.
029100     02  SLN08I            PIC X(70).
029200     02  SLN09L            COMP PIC S9(4).
029300     02  SLN09F            PICTURE X.
029400     02  FILLER REDEFINES SLN09F.
029500         03  SLN09A        PICTURE X.
029600     02  SLN09I            PIC X(70).
029700     02  SLN10L            COMP PIC S9(4).
029800     02  SLN10F            PICTURE X.
029900     02  FILLER REDEFINES SLN10F.
030000         03  SLN10A        PICTURE X.
030100     02  SLN10I            PIC X(70).
030200     02  SMSGL             COMP PIC S9(4).
030300     02  SMSGF             PICTURE X.
030400     02  FILLER REDEFINES SMSGF.
030500         03  SMSGA         PICTURE X.
030600     02  SMSGI             PIC X(79).
030700*
030800 01  FACTM4O REDEFINES FACTM4I.
030900     02  FILLER            PIC X(12).
031000     02  FILLER            PIC X(03).
031100     02  PGMSELO           PIC X(08).
031200     02  FILLER            PIC X(03).
031300     02  SMODEO            PIC X(60).
031400     02  FILLER            PIC X(03).
031500     02  SLN01O            PIC X(70).
031600     02  FILLER            PIC X(03).
031700     02  SLN02O            PIC X(70).
031800     02  FILLER            PIC X(03).
031900     02  SLN03O            PIC X(70).
032000     02  FILLER            PIC X(03).
032100     02  SLN04O            PIC X(70).
032200     02  FILLER            PIC X(03).
032300     02  SLN05O            PIC X(70).
032400     02  FILLER            PIC X(03).
032500     02  SLN06O            PIC X(70).
032600     02  FILLER            PIC X(03).
032700     02  SLN07O            PIC X(70).
032800     02  FILLER            PIC X(03).
032900     02  SLN08O            PIC X(70).
033000     02  FILLER            PIC X(03).
033100     02  SLN09O            PIC X(70).
033200     02  FILLER            PIC X(03).
033300     02  SLN10O            PIC X(70).
033400     02  FILLER            PIC X(03).
033500     02  SMSGO             PIC X(79).
033600*
033700***************************************************************
033800* FACTM5 - COMBINATIONS/PERMUTATIONS SCREEN.                   *
033900***************************************************************
034000 01  FACTM5I.
034100     02  FILLER            PIC X(12).
034200     02  NVALL             COMP PIC S9(4).
034300     02  NVALF             PICTURE X.
034400     02  FILLER REDEFINES NVALF.
034500         03  NVALA         PICTURE X.
034600     02  NVALI             PIC X(03).
034700     02  RVALL             COMP PIC S9(4).
034800     02  RVALF             PICTURE X.
034900     02  FILLER REDEFINES RVALF.
035000         03  RVALA         PICTURE X.
035100     02  RVALI             PIC X(03).
035200     02  PERML             COMP PIC S9(4).
035300     02  PERMF             PICTURE X.
035400     02  FILLER REDEFINES PERMF.
035500         03  PERMA         PICTURE X.
035600     02  PERMI             PIC X(36).
035700     02  COMBL             COMP PIC S9(4).
035800     02  COMBF             PICTURE X.
035900     02  FILLER REDEFINES COMBF.
036000         03  COMBA         PICTURE X.
036100     02  COMBI             PIC X(36).
036200     02  CSTATL            COMP PIC S9(4).
036300     02  CSTATF            PICTURE X.
036400     02  FILLER REDEFINES CSTATF.
036500         03  CSTATA        PICTURE X.
036600     02  CSTATI            PIC X(15).
036700     02  CMSGL             COMP PIC S9(4).
036800     02  CMSGF             PICTURE X.
036900     02  FILLER REDEFINES CMSGF.
037000         03  CMSGA         PICTURE X.
037100     02  CMSGI             PIC X(79).
037200*
037300 01  FACTM5O REDEFINES FACTM5I.
037400     02  FILLER            PIC X(12).
037500     02  FILLER            PIC X(03).
037600     02  NVALO             PIC X(03).
037700     02  FILLER            PIC X(03).
037800     02  RVALO             PIC X(03).
037900     02  FILLER            PIC X(03).
038000     02  PERMO             PIC X(36).
038100     02  FILLER            PIC X(03).
038200     02  COMBO             PIC X(36).
038300     02  FILLER            PIC X(03).
038400     02  CSTATO            PIC X(15).
038500     02  FILLER            PIC X(03).
038600     02  CMSGO             PIC X(79).
