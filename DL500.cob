000450*                NEVER MISREAD BY A STEP'S OWN PARMIN LOGIC  *
000460*                AND A FORCE=Y CARD FOR DL100 CAN COEXIST    *
000470*                WITH A CHAIN RESET.                         *
000480*  10/15/26 RGH  THE ACCOUNT POSITION POSTING (DL180) JOINS  *
000490*                THE CHAIN AFTER THE CORRECTIONS WINDOW HAS  *
000500*                BEEN VERIFIED, SO EACH DAY'S CORRECTED      *
000510*                ENTRIES REACH THE POSITION MASTER BEFORE    *
000520*                THE ARCHIVE AND GL EXTRACT. A STEP-CONTROL  *
000530*                FILE WRITTEN BEFORE THE STEP WAS ADDED NO   *
000540*                LONGER MATCHES AND THE CHAIN STARTS FRESH.  *
000550*  10/15/26 RGH  THE CROSS-DAY DUPLICATE HOLD (DL410) JOINS  *
000560*                THE CHAIN AFTER THE CORRECTIONS WINDOW HAS  *
000570*                BEEN VERIFIED AND AHEAD OF THE POSITION     *
000580*                POSTING, SO A SUSPECTED REPEAT IS HELD OFF  *
000590*                THE POSITIONS AND THE GL EXTRACT. A STEP-   *
000600*                CONTROL FILE WRITTEN BEFORE THE STEP WAS    *
000610*                ADDED NO LONGER MATCHES AND THE CHAIN       *
000620*                STARTS FRESH.                               *
000630*----------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PARM-FILE    ASSIGN TO CTLPARM
000710                         ORGANIZATION IS LINE SEQUENTIAL
000720                         FILE STATUS IS WS-PARM-STATUS.
000730     SELECT STEP-FILE    ASSIGN TO STEPCTL
000740                         ORGANIZATION IS SEQUENTIAL
000750                         FILE STATUS IS WS-STEP-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PARM-FILE
000790     LABEL RECORDS ARE OMITTED
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PARM-RECORD.
000820     05  PARM-KEYWORD            PIC X(06).
000830     05  PARM-RESET-VALUE        PIC X(01).
000840     05  FILLER                  PIC X(73).
000850 FD  STEP-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 50 CHARACTERS.
000880 01  STEP-RECORD.
000890     05  STEP-NAME               PIC X(08).
000900     05  STEP-STATUS             PIC X(01).
000910     05  STEP-RC                 PIC 9(02).
000920     05  STEP-START-DATE         PIC 9(08).
000930     05  STEP-START-TIME         PIC 9(08).
000940     05  STEP-END-DATE           PIC 9(08).
000950     05  STEP-END-TIME           PIC 9(08).
000960     05  FILLER                  PIC X(07).
000970 WORKING-STORAGE SECTION.
000980 01  WS-FILE-CONTROLS.
000990     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001000     05  WS-STEP-STATUS          PIC X(02) VALUE '00'.
001010 01  WS-AREA.
001020     05  WS-STEP-MAX             PIC 9(2) COMP VALUE 10.
001030     05  WS-STEP-SUB             PIC 9(2) COMP VALUE ZERO.
001040     05  WS-STEP-CUR             PIC 9(2) COMP VALUE ZERO.
001050     05  WS-START-STEP           PIC 9(2) COMP VALUE ZERO.
001060     05  WS-MAX-OK-RC            PIC 9(2) COMP VALUE 04.
001070     05  WS-STEP-RC              PIC 9(2) COMP VALUE ZERO.
001080     05  WS-CHAIN-RC             PIC 9(2) COMP VALUE ZERO.
001090     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001100     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001110     05  WS-STEP-NAMES.
001120         10  FILLER              PIC X(08) VALUE 'DL100   '.
001130         10  FILLER              PIC X(08) VALUE 'DL210   '.
001140         10  FILLER              PIC X(08) VALUE 'DL200   '.
001150         10  FILLER              PIC X(08) VALUE 'DL110   '.
001160         10  FILLER              PIC X(08) VALUE 'DL600   '.
001170         10  FILLER              PIC X(08) VALUE 'DL410   '.
001180         10  FILLER              PIC X(08) VALUE 'DL180   '.
001190         10  FILLER              PIC X(08) VALUE 'DL120   '.
001200         10  FILLER              PIC X(08) VALUE 'DL400   '.
001210         10  FILLER              PIC X(08) VALUE 'DL600   '.
001220     05  WS-STEP-NAMES-R REDEFINES WS-STEP-NAMES.
001230         10  WS-STEP-NAME OCCURS 10 TIMES
001240                             PIC X(08).
001250     05  WS-STEP-TBL OCCURS 10 TIMES.
001260         10  WS-ST-STATUS        PIC X(01).
001270             88  WS-ST-NOT-RUN            VALUE ' '.
001280             88  WS-ST-STARTED            VALUE 'S'.
001290             88  WS-ST-COMPLETED          VALUE 'C'.
001300         10  WS-ST-RC            PIC 9(02).
001310         10  WS-ST-START-DATE    PIC 9(08).
001320         10  WS-ST-START-TIME    PIC 9(08).
001330         10  WS-ST-END-DATE      PIC 9(08).
001340         10  WS-ST-END-TIME      PIC 9(08).
001350 01  WS-SWITCHES.
001360     05  WS-RESET-SW             PIC X(01) VALUE 'N'.
001370         88  WS-RESET-REQUESTED           VALUE 'Y'.
001380     05  WS-CTL-EOF-SW           PIC X(01) VALUE 'N'.
001390         88  WS-CTL-AT-EOF                VALUE 'Y'.
001400     05  WS-CTL-GOOD-SW          PIC X(01) VALUE 'N'.
001410         88  WS-CTL-FILE-GOOD             VALUE 'Y'.
001420     05  WS-CHAIN-SW             PIC X(01) VALUE 'N'.
001430         88  WS-CHAIN-STOPPED             VALUE 'Y'.
001440 PROCEDURE DIVISION.
001450*----------------------------------------------------------*
001460* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE CHAIN.     *
001470*----------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-RUN-THE-CHAIN THRU 2000-EXIT.
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520     GOBACK.
001530 0000-EXIT.
001540     EXIT.
001550*----------------------------------------------------------*
001560* 1000-INITIALIZE CLEARS THE STEP TABLE, PICKS UP THE RESET  *
001570* CARD, AND LOADS THE PRIOR CONTROL FILE UNLESS A FRESH      *
001580* NIGHT WAS REQUESTED. A CONTROL FILE THAT DOES NOT MATCH    *
001590* THE CHAIN -- WRONG STEPS, WRONG ORDER -- IS DISCARDED      *
001600* WITH A WARNING RATHER THAN TRUSTED.                        *
001610*----------------------------------------------------------*
001620 1000-INITIALIZE.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001640     PERFORM 1010-INIT-ONE-STEP THRU 1010-EXIT
001650         VARYING WS-STEP-SUB FROM 1 BY 1
001660         UNTIL WS-STEP-SUB > WS-STEP-MAX.
001670     PERFORM 1100-READ-RESET-PARM THRU 1100-EXIT.
001680     IF WS-RESET-REQUESTED
001690         DISPLAY 'DL500097I RESET REQUESTED, CHAIN STARTS '
001700                 'FRESH'
001710     ELSE
001720         PERFORM 1200-LOAD-CONTROL-FILE THRU 1200-EXIT
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001760 1010-INIT-ONE-STEP.
001770     MOVE SPACE TO WS-ST-STATUS(WS-STEP-SUB).
001780     MOVE ZERO TO WS-ST-RC(WS-STEP-SUB).
001790     MOVE ZERO TO WS-ST-START-DATE(WS-STEP-SUB).
001800     MOVE ZERO TO WS-ST-START-TIME(WS-STEP-SUB).
001810     MOVE ZERO TO WS-ST-END-DATE(WS-STEP-SUB).
001820     MOVE ZERO TO WS-ST-END-TIME(WS-STEP-SUB).
001830 1010-EXIT.
001840     EXIT.
001850*----------------------------------------------------------*
001860* 1100-READ-RESET-PARM LOOKS FOR A RESET=Y CONTROL CARD ON   *
001870* THE CONTROLLER'S OWN CARD FILE (CTLPARM), KEPT SEPARATE    *
001880* FROM THE STEPS' PARMIN CARDS.                              *
001890* NO CARD FILE AT ALL MEANS RESUME WHATEVER THE CONTROL      *
001900* FILE SAYS -- THE RESTART CASE.                             *
001910*----------------------------------------------------------*
001920 1100-READ-RESET-PARM.
001930     OPEN INPUT PARM-FILE.
001940     IF WS-PARM-STATUS = '00'
001950         READ PARM-FILE
001960             AT END
001970                 CONTINUE
001980             NOT AT END
001990                 IF PARM-KEYWORD = 'RESET='
002000                    AND PARM-RESET-VALUE = 'Y'
002010                     SET WS-RESET-REQUESTED TO TRUE
002020                 END-IF
002030         END-READ
002040         CLOSE PARM-FILE
002050     END-IF.
002060 1100-EXIT.
002070     EXIT.
002080*----------------------------------------------------------*
002090* 1200-LOAD-CONTROL-FILE LOADS THE PRIOR RUN'S STEP STATUS.  *
002100* NO FILE YET IS A FRESH NIGHT. A SHORT FILE OR A STEP NAME  *
002110* OUT OF PLACE MEANS THE CHAIN DEFINITION CHANGED SINCE THE  *
002120* FILE WAS WRITTEN, AND THE FILE IS DISCARDED.               *
002130*----------------------------------------------------------*
002140 1200-LOAD-CONTROL-FILE.
002150     OPEN INPUT STEP-FILE.
002160     IF WS-STEP-STATUS NOT = '00'
002170         DISPLAY 'DL500096I NO STEP CONTROL FILE, CHAIN '
002180                 'STARTS FRESH, STATUS = ' WS-STEP-STATUS
002190     ELSE
002200         SET WS-CTL-FILE-GOOD TO TRUE
002210         PERFORM 1210-LOAD-ONE-STEP THRU 1210-EXIT
002220             VARYING WS-STEP-SUB FROM 1 BY 1
002230             UNTIL WS-STEP-SUB > WS-STEP-MAX
002240                OR WS-CTL-AT-EOF
002250         CLOSE STEP-FILE
002260         IF WS-CTL-AT-EOF OR NOT WS-CTL-FILE-GOOD
002270             DISPLAY 'DL500095W STEP CONTROL FILE DOES NOT '
002280                     'MATCH THE CHAIN, DISCARDED'
002290             PERFORM 1010-INIT-ONE-STEP THRU 1010-EXIT
002300                 VARYING WS-STEP-SUB FROM 1 BY 1
002310                 UNTIL WS-STEP-SUB > WS-STEP-MAX
002320         END-IF
002330     END-IF.
002340 1200-EXIT.
002350     EXIT.
002360 1210-LOAD-ONE-STEP.
002370     READ STEP-FILE
002380         AT END
002390             SET WS-CTL-AT-EOF TO TRUE
002400         NOT AT END
002410             IF STEP-NAME NOT = WS-STEP-NAME(WS-STEP-SUB)
002420                 MOVE 'N' TO WS-CTL-GOOD-SW
002430             ELSE
002440                 MOVE STEP-STATUS
002450                     TO WS-ST-STATUS(WS-STEP-SUB)
002460                 MOVE STEP-RC TO WS-ST-RC(WS-STEP-SUB)
002470                 MOVE STEP-START-DATE
002480                     TO WS-ST-START-DATE(WS-STEP-SUB)
002490                 MOVE STEP-START-TIME
002500                     TO WS-ST-START-TIME(WS-STEP-SUB)
002510                 MOVE STEP-END-DATE
002520                     TO WS-ST-END-DATE(WS-STEP-SUB)
002530                 MOVE STEP-END-TIME
002540                     TO WS-ST-END-TIME(WS-STEP-SUB)
002550             END-IF
002560     END-READ.
002570 1210-EXIT.
002580     EXIT.
002590*----------------------------------------------------------*
002600* 2000-RUN-THE-CHAIN FINDS WHERE TO START -- THE FIRST STEP  *
002610* NOT COMPLETED WITH AN ACCEPTABLE RETURN CODE -- AND RUNS   *
002620* THE STEPS IN ORDER FROM THERE, STOPPING THE CHAIN ON THE   *
002630* FIRST BAD RETURN CODE.                                     *
002640*----------------------------------------------------------*
002650 2000-RUN-THE-CHAIN.
002660     MOVE ZERO TO WS-START-STEP.
002670     PERFORM 2010-FIND-START-STEP THRU 2010-EXIT
002680         VARYING WS-STEP-SUB FROM 1 BY 1
002690         UNTIL WS-STEP-SUB > WS-STEP-MAX
002700            OR WS-START-STEP > ZERO.
002710     IF WS-START-STEP = ZERO
002720         DISPLAY 'DL500094I CHAIN ALREADY COMPLETE -- '
002730                 'SUPPLY RESET=Y TO RUN A NEW NIGHT'
002740     ELSE
002750         IF WS-START-STEP > 1
002760             DISPLAY 'DL500093I CHAIN RESUMES AT STEP '
002770                     WS-STEP-NAME(WS-START-STEP)
002780         END-IF
002790         PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
002800             VARYING WS-STEP-CUR FROM WS-START-STEP BY 1
002810             UNTIL WS-STEP-CUR > WS-STEP-MAX
002820                OR WS-CHAIN-STOPPED
002830     END-IF.
002840 2000-EXIT.
002850     EXIT.
002860 2010-FIND-START-STEP.
002870     IF NOT WS-ST-COMPLETED(WS-STEP-SUB)
002880        OR WS-ST-RC(WS-STEP-SUB) > WS-MAX-OK-RC
002890         MOVE WS-STEP-SUB TO WS-START-STEP
002900     END-IF.
002910 2010-EXIT.
002920     EXIT.
002930*----------------------------------------------------------*
002940* 2100-RUN-ONE-STEP MARKS THE STEP STARTED AND PERSISTS THE  *
002950* CONTROL FILE BEFORE THE CALL, SO A STEP THAT TAKES THE     *
002960* WHOLE RUN UNIT DOWN STILL LEAVES ITS STARTED MARK FOR THE  *
002970* RESTART TO FIND. THE STEP'S RETURN CODE IS RECORDED AND A  *
002980* CODE ABOVE THE WARNING LEVEL STOPS THE CHAIN. THE STEP IS  *
002990* CANCELLED AFTER THE CALL SO A PROGRAM THAT APPEARS TWICE   *
003000* IN THE CHAIN -- DL600 DOES -- STARTS IN INITIAL STATE,     *
003010* NOT LAST-USED STATE, ON ITS SECOND RUN.                    *
003020*----------------------------------------------------------*
003030 2100-RUN-ONE-STEP.
003040     ACCEPT WS-RUN-TIME FROM TIME.
003050     MOVE 'S' TO WS-ST-STATUS(WS-STEP-CUR).
003060     MOVE ZERO TO WS-ST-RC(WS-STEP-CUR).
003070     MOVE WS-RUN-DATE TO WS-ST-START-DATE(WS-STEP-CUR).
003080     MOVE WS-RUN-TIME TO WS-ST-START-TIME(WS-STEP-CUR).
003090     PERFORM 8000-WRITE-CONTROL-FILE THRU 8000-EXIT.
003100     DISPLAY 'DL500 RUNNING STEP ' WS-STEP-NAME(WS-STEP-CUR).
003110     MOVE ZERO TO RETURN-CODE.
003120     CALL WS-STEP-NAME(WS-STEP-CUR)
003130         ON EXCEPTION
003140             DISPLAY 'DL500092E STEP '
003150                     WS-STEP-NAME(WS-STEP-CUR)
003160                     ' COULD NOT BE CALLED'
003170             MOVE 16 TO RETURN-CODE
003180     END-CALL.
003190     MOVE RETURN-CODE TO WS-STEP-RC.
003200     CANCEL WS-STEP-NAME(WS-STEP-CUR).
003210     ACCEPT WS-RUN-TIME FROM TIME.
003220     MOVE 'C' TO WS-ST-STATUS(WS-STEP-CUR).
003230     MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-CUR).
003240     MOVE WS-RUN-DATE TO WS-ST-END-DATE(WS-STEP-CUR).
003250     MOVE WS-RUN-TIME TO WS-ST-END-TIME(WS-STEP-CUR).
003260     PERFORM 8000-WRITE-CONTROL-FILE THRU 8000-EXIT.
003270     IF WS-STEP-RC > WS-MAX-OK-RC
003280         DISPLAY 'DL500091E STEP ' WS-STEP-NAME(WS-STEP-CUR)
003290                 ' ENDED RC ' WS-STEP-RC
003300                 ' -- CHAIN STOPPED'
003310         SET WS-CHAIN-STOPPED TO TRUE
003320         MOVE WS-STEP-RC TO WS-CHAIN-RC
003330     ELSE
003340         DISPLAY 'DL500 STEP ' WS-STEP-NAME(WS-STEP-CUR)
003350                 ' ENDED RC ' WS-STEP-RC
003360         IF WS-STEP-RC > WS-CHAIN-RC
003370             MOVE WS-STEP-RC TO WS-CHAIN-RC
003380         END-IF
003390     END-IF.
003400 2100-EXIT.
003410     EXIT.
003420*----------------------------------------------------------*
003430* 8000-WRITE-CONTROL-FILE REWRITES THE WHOLE STEP-STATUS     *
003440* CONTROL FILE FROM THE TABLE. IT IS SMALL AND REWRITTEN     *
003450* AROUND EVERY STEP, SO THE FILE ON DISK ALWAYS SHOWS WHERE  *
003460* THE NIGHT STANDS.                                          *
003470*----------------------------------------------------------*
003480 8000-WRITE-CONTROL-FILE.
003490     OPEN OUTPUT STEP-FILE.
003500     IF WS-STEP-STATUS NOT = '00'
003510         DISPLAY 'DL500099E STEP-FILE OPEN FAILED, STATUS = '
003520                 WS-STEP-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     PERFORM 8010-WRITE-ONE-STEP THRU 8010-EXIT
003570         VARYING WS-STEP-SUB FROM 1 BY 1
003580         UNTIL WS-STEP-SUB > WS-STEP-MAX.
003590     CLOSE STEP-FILE.
003600 8000-EXIT.
003610     EXIT.
003620 8010-WRITE-ONE-STEP.
003630     MOVE SPACES TO STEP-RECORD.
003640     MOVE WS-STEP-NAME(WS-STEP-SUB) TO STEP-NAME.
003650     MOVE WS-ST-STATUS(WS-STEP-SUB) TO STEP-STATUS.
003660     MOVE WS-ST-RC(WS-STEP-SUB) TO STEP-RC.
003670     MOVE WS-ST-START-DATE(WS-STEP-SUB) TO STEP-START-DATE.
003680     MOVE WS-ST-START-TIME(WS-STEP-SUB) TO STEP-START-TIME.
003690     MOVE WS-ST-END-DATE(WS-STEP-SUB) TO STEP-END-DATE.
003700     MOVE WS-ST-END-TIME(WS-STEP-SUB) TO STEP-END-TIME.
003710     WRITE STEP-RECORD.
003720 8010-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 9000-TERMINATE LEAVES THE CHAIN'S WORST RETURN CODE FOR    *
003760* THE SCHEDULER AND SAYS HOW THE NIGHT ENDED.                *
003770*----------------------------------------------------------*
003780 9000-TERMINATE.
003790     IF WS-CHAIN-STOPPED
003800         DISPLAY 'DL500 CHAIN STOPPED -- RERUN DL500 TO '
003810                 'RESUME AT THE FAILED STEP'
003820     ELSE
003830         DISPLAY 'DL500 CHAIN COMPLETE'
003840     END-IF.
003850     MOVE WS-CHAIN-RC TO RETURN-CODE.
003860 9000-EXIT.
003870     EXIT.
