000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL190.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. ACCOUNT STATEMENT OFF THE  *
000130*                POSITION MASTER (POSMST, COPY DL100PM) AND  *
000140*                THE ACTIVITY HISTORY DL180 POSTS (POSHIST,  *
000150*                COPY DL100PH). EACH REQUEST CARD (STMTREQ)  *
000160*                NAMES ONE ACCOUNT OR AN ACCOUNT RANGE AND   *
000170*                AN OPTIONAL BUSINESS-DATE RANGE; NO CARDS   *
000180*                MEANS EVERY ACCOUNT, ALL HISTORY. FOR EACH  *
000190*                ACCOUNT THE REPORT (RPTOUT) SHOWS THE       *
000200*                OPENING BALANCE, EVERY POSTING IN THE       *
000210*                PERIOD WITH A RUNNING BALANCE AND A TOTAL   *
000220*                PER BUSINESS DAY, THE CLOSING BALANCE, AND  *
000230*                THE MONTH- AND YEAR-TO-DATE FIGURES OFF THE *
000240*                POSITION. AN ACCOUNT WITH NO ACTIVITY FOR   *
000250*                MORE THAN THE DORMANT=NNN DAYS ON THE PARM  *
000260*                CARD (PARMIN, DEFAULT 90) IS FLAGGED        *
000270*                DORMANT, COUNTED TO THE LATEST BUSINESS     *
000280*                DATE ON RUNHIST. A HISTORY THAT DOES NOT    *
000290*                ADD UP TO THE POSITION'S CURRENT BALANCE IS *
000300*                FLAGGED AND LEAVES RC 8.                    *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PARM-FILE    ASSIGN TO PARMIN
000390                         ORGANIZATION IS LINE SEQUENTIAL
000400                         FILE STATUS IS WS-PARM-STATUS.
000410     SELECT REQ-FILE     ASSIGN TO STMTREQ
000420                         ORGANIZATION IS LINE SEQUENTIAL
000430                         FILE STATUS IS WS-REQ-STATUS.
000440     SELECT HIST-FILE    ASSIGN TO RUNHIST
000450                         ORGANIZATION IS SEQUENTIAL
000460                         FILE STATUS IS WS-HIST-STATUS.
000470     SELECT POS-FILE     ASSIGN TO POSMST
000480                         ORGANIZATION IS INDEXED
000490                         ACCESS MODE IS DYNAMIC
000500                         RECORD KEY IS DL100-PM-ACCT-NO
000510                         FILE STATUS IS WS-POS-STATUS.
000520     SELECT PACT-FILE    ASSIGN TO POSHIST
000530                         ORGANIZATION IS INDEXED
000540                         ACCESS MODE IS DYNAMIC
000550                         RECORD KEY IS DL100-PH-KEY
000560                         FILE STATUS IS WS-PACT-STATUS.
000570     SELECT ACCT-FILE    ASSIGN TO ACCTMST
000580                         ORGANIZATION IS INDEXED
000590                         ACCESS MODE IS RANDOM
000600                         RECORD KEY IS DL100-AM-ACCT-NO
000610                         FILE STATUS IS WS-ACCT-STATUS.
000620     SELECT RPT-FILE     ASSIGN TO RPTOUT
000630                         ORGANIZATION IS LINE SEQUENTIAL
000640                         FILE STATUS IS WS-RPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARM-FILE
000680     LABEL RECORDS ARE OMITTED
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  PARM-RECORD.
000710     05  PARM-KEYWORD            PIC X(08).
000720     05  PARM-DORMANT-VALUE      PIC X(03).
000730     05  FILLER                  PIC X(69).
000740 FD  REQ-FILE
000750     LABEL RECORDS ARE OMITTED
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  REQ-RECORD.
000780     05  REQ-FROM-ACCT           PIC X(10).
000790     05  REQ-THRU-ACCT           PIC X(10).
000800     05  REQ-FROM-DATE           PIC 9(08).
000810     05  REQ-FROM-DATE-X REDEFINES REQ-FROM-DATE
000820                                 PIC X(08).
000830     05  REQ-THRU-DATE           PIC 9(08).
000840     05  REQ-THRU-DATE-X REDEFINES REQ-THRU-DATE
000850                                 PIC X(08).
000860     05  FILLER                  PIC X(44).
000870 FD  HIST-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 50 CHARACTERS.
000900     COPY DL100RH.
000910 FD  POS-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 128 CHARACTERS.
000940     COPY DL100PM.
000950 FD  PACT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980     COPY DL100PH.
000990 FD  ACCT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020     COPY DL100AM.
001030 FD  RPT-FILE
001040     LABEL RECORDS ARE OMITTED
001050     RECORD CONTAINS 100 CHARACTERS.
001060 01  RPT-LINE                    PIC X(100).
001070 WORKING-STORAGE SECTION.
001080 01  WS-FILE-CONTROLS.
001090     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001100     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
001110     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001120     05  WS-POS-STATUS           PIC X(02) VALUE '00'.
001130     05  WS-PACT-STATUS          PIC X(02) VALUE '00'.
001140     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
001150     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001160 01  WS-AREA.
001170     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001180     05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001190     05  WS-DORMANT-LIMIT        PIC 9(03) VALUE 090.
001200     05  WS-FROM-ACCT            PIC X(10) VALUE SPACES.
001210     05  WS-THRU-ACCT            PIC X(10) VALUE SPACES.
001220     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001230     05  WS-THRU-DATE            PIC 9(08) VALUE ZERO.
001240     05  WS-CUR-ACCT             PIC X(10) VALUE SPACES.
001250     05  WS-ACCT-NAME            PIC X(30) VALUE SPACES.
001260     05  WS-ACCT-BRANCH          PIC X(05) VALUE SPACES.
001270     05  WS-DAY-DATE             PIC 9(08) VALUE ZERO.
001280     05  WS-DAY-COUNT            PIC 9(5) COMP VALUE ZERO.
001290     05  WS-DAY-NET              PIC S9(13)V99 COMP-3
001300                                 VALUE ZERO.
001310     05  WS-RUN-BAL              PIC S9(13)V99 COMP-3
001320                                 VALUE ZERO.
001330     05  WS-PERIOD-DEBITS        PIC S9(13)V99 COMP-3
001340                                 VALUE ZERO.
001350     05  WS-PERIOD-CREDITS       PIC S9(13)V99 COMP-3
001360                                 VALUE ZERO.
001370     05  WS-PERIOD-COUNT         PIC 9(5) COMP VALUE ZERO.
001380     05  WS-IDLE-DAYS            PIC 9(4) COMP VALUE ZERO.
001390     05  WS-IDLE-MAX             PIC 9(4) COMP VALUE 9999.
001400     05  WS-REQ-COUNT            PIC 9(5) COMP VALUE ZERO.
001410     05  WS-BADREQ-COUNT         PIC 9(5) COMP VALUE ZERO.
001420     05  WS-ACCT-COUNT           PIC 9(5) COMP VALUE ZERO.
001430     05  WS-ENTRY-COUNT          PIC 9(7) COMP VALUE ZERO.
001440     05  WS-DORMANT-COUNT        PIC 9(5) COMP VALUE ZERO.
001450     05  WS-DISAGREE-COUNT       PIC 9(5) COMP VALUE ZERO.
001460     05  WS-EDIT-COUNT           PIC ZZZZZZ9.
001470     05  WS-EDIT-DAYS            PIC ZZZ9.
001480     05  WS-EDIT-SLOT            PIC 9(05).
001490     05  WS-EDIT-ENTRY           PIC ZZZ,ZZZ,ZZ9.99-.
001500     05  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001510     05  WS-EDIT-AMOUNT-2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001520     05  WS-STEP-DATE            PIC 9(08) VALUE ZERO.
001530     05  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
001540         10  WS-STEP-CCYY        PIC 9(04).
001550         10  WS-STEP-MM          PIC 9(02).
001560         10  WS-STEP-DD          PIC 9(02).
001570     05  WS-DAYS-THIS-MONTH      PIC 9(2) COMP VALUE ZERO.
001580     05  WS-LEAP-REM-4           PIC 9(4) COMP VALUE ZERO.
001590     05  WS-LEAP-REM-100         PIC 9(4) COMP VALUE ZERO.
001600     05  WS-LEAP-REM-400         PIC 9(4) COMP VALUE ZERO.
001610     05  WS-LEAP-QUOT            PIC 9(4) COMP VALUE ZERO.
001620     05  WS-MONTH-DAYS-TBL       PIC X(24)
001630         VALUE '312831303130313130313031'.
001640     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
001650         10  WS-MONTH-DAYS OCCURS 12 TIMES
001660                             PIC 9(02).
001670 01  WS-REPORT-DATE.
001680     05  WS-RPT-YY               PIC 9(2).
001690     05  WS-RPT-MM               PIC 9(2).
001700     05  WS-RPT-DD               PIC 9(2).
001710 01  WS-SWITCHES.
001720     05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
001730         88  WS-REQ-AT-EOF                VALUE 'Y'.
001740     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001750         88  WS-HIST-AT-EOF               VALUE 'Y'.
001760     05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
001770         88  WS-HIST-FOUND                VALUE 'Y'.
001780     05  WS-POS-EOF-SW           PIC X(01) VALUE 'N'.
001790         88  WS-POS-AT-EOF                VALUE 'Y'.
001800     05  WS-PACT-EOF-SW          PIC X(01) VALUE 'N'.
001810         88  WS-PACT-AT-EOF               VALUE 'Y'.
001820     05  WS-OPENING-SW           PIC X(01) VALUE 'N'.
001830         88  WS-OPENING-SHOWN             VALUE 'Y'.
001840     05  WS-DAY-OPEN-SW          PIC X(01) VALUE 'N'.
001850         88  WS-DAY-OPEN                  VALUE 'Y'.
001860     05  WS-ACCT-MASTER-SW       PIC X(01) VALUE 'N'.
001870         88  WS-ACCT-MASTER-OPEN          VALUE 'Y'.
001880     05  WS-REQ-GOOD-SW          PIC X(01) VALUE 'N'.
001890         88  WS-REQ-GOOD                  VALUE 'Y'.
001900 PROCEDURE DIVISION.
001910*----------------------------------------------------------*
001920* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE STATEMENT   *
001930* RUN.                                                       *
001940*----------------------------------------------------------*
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT.
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990     GOBACK.
002000 0000-EXIT.
002010     EXIT.
002020*----------------------------------------------------------*
002030* 1000-INITIALIZE PICKS UP THE DORMANT PARM AND THE AS-OF    *
002040* DATE, OPENS THE POSITION MASTER AND ACTIVITY HISTORY --    *
002050* WITHOUT EITHER THERE IS NOTHING TO STATE -- AND THE        *
002060* ACCOUNT MASTER FOR NAMES, WHICH ONLY WARNS WHEN MISSING.   *
002070*----------------------------------------------------------*
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     PERFORM 1100-READ-DORMANT-PARM THRU 1100-EXIT.
002110     PERFORM 1200-SET-AS-OF-DATE THRU 1200-EXIT.
002120     OPEN INPUT POS-FILE.
002130     IF WS-POS-STATUS NOT = '00'
002140         DISPLAY 'DL190099E POS-FILE OPEN FAILED, STATUS = '
002150                 WS-POS-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     OPEN INPUT PACT-FILE.
002200     IF WS-PACT-STATUS NOT = '00'
002210         DISPLAY 'DL190098E PACT-FILE OPEN FAILED, STATUS = '
002220                 WS-PACT-STATUS
002230         CLOSE POS-FILE
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     OPEN INPUT ACCT-FILE.
002280     IF WS-ACCT-STATUS NOT = '00'
002290         DISPLAY 'DL190097W ACCT-FILE OPEN FAILED, STATUS = '
002300                 WS-ACCT-STATUS ' -- NAMES LEFT BLANK'
002310     ELSE
002320         SET WS-ACCT-MASTER-OPEN TO TRUE
002330     END-IF.
002340     OPEN OUTPUT RPT-FILE.
002350     IF WS-RPT-STATUS NOT = '00'
002360         DISPLAY 'DL190096E RPT-FILE OPEN FAILED, STATUS = '
002370                 WS-RPT-STATUS
002380         CLOSE POS-FILE
002390         CLOSE PACT-FILE
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     ACCEPT WS-REPORT-DATE FROM DATE.
002440     MOVE SPACES TO RPT-LINE.
002450     STRING 'DL190 ACCOUNT STATEMENTS AS OF ' WS-AS-OF-DATE
002460             '   DORMANT AFTER ' WS-DORMANT-LIMIT ' DAYS'
002470             '   RUN DATE (YYMMDD) : ' WS-REPORT-DATE
002480             DELIMITED BY SIZE INTO RPT-LINE.
002490     WRITE RPT-LINE.
002500 1000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------*
002530* 1100-READ-DORMANT-PARM READS THE DORMANT=NNN CONTROL CARD. *
002540* A MISSING OR UNREADABLE CARD FALLS BACK TO THE DEFAULT     *
002550* WITH A WARNING RATHER THAN STOPPING THE STATEMENTS.        *
002560*----------------------------------------------------------*
002570 1100-READ-DORMANT-PARM.
002580     OPEN INPUT PARM-FILE.
002590     IF WS-PARM-STATUS NOT = '00'
002600         DISPLAY 'DL190095I NO PARM CARD, DORMANT DEFAULTS TO '
002610                 WS-DORMANT-LIMIT
002620     ELSE
002630         READ PARM-FILE
002640             AT END
002650                 DISPLAY 'DL190094W EMPTY PARM CARD, DORMANT '
002660                         'DEFAULTS TO ' WS-DORMANT-LIMIT
002670             NOT AT END
002680                 IF PARM-KEYWORD = 'DORMANT='
002690                    AND PARM-DORMANT-VALUE NUMERIC
002700                    AND PARM-DORMANT-VALUE NOT = '000'
002710                     MOVE PARM-DORMANT-VALUE TO WS-DORMANT-LIMIT
002720                 ELSE
002730                     DISPLAY 'DL190093W BAD PARM CARD, DORMANT '
002740                             'DEFAULTS TO ' WS-DORMANT-LIMIT
002750                 END-IF
002760         END-READ
002770         CLOSE PARM-FILE
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.
002810*----------------------------------------------------------*
002820* 1200-SET-AS-OF-DATE TAKES THE LAST RUNHIST RECORD'S        *
002830* BUSINESS DATE -- THE LAST DAY POSTED -- AS THE DATE        *
002840* DORMANCY IS COUNTED TO, FALLING BACK TO THE RUN DATE ONLY  *
002850* WHEN NO HISTORY EXISTS.                                    *
002860*----------------------------------------------------------*
002870 1200-SET-AS-OF-DATE.
002880     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
002890     OPEN INPUT HIST-FILE.
002900     IF WS-HIST-STATUS NOT = '00'
002910         DISPLAY 'DL190092I NO RUN HISTORY, DORMANCY COUNTED '
002920                 'TO RUN DATE ' WS-RUN-DATE
002930     ELSE
002940         PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
002950             UNTIL WS-HIST-AT-EOF
002960         CLOSE HIST-FILE
002970     END-IF.
002980 1200-EXIT.
002990     EXIT.
003000 1210-READ-ONE-HISTORY.
003010     READ HIST-FILE
003020         AT END SET WS-HIST-AT-EOF TO TRUE
003030         NOT AT END
003040             SET WS-HIST-FOUND TO TRUE
003050             MOVE DL100-RH-BUS-DATE TO WS-AS-OF-DATE
003060     END-READ.
003070 1210-EXIT.
003080     EXIT.
003090*----------------------------------------------------------*
003100* 2000-PROCESS-REQUESTS RUNS EACH REQUEST CARD. NO REQUEST   *
003110* FILE, OR AN EMPTY ONE, STATES EVERY ACCOUNT ON THE         *
003120* POSITION MASTER OVER ALL HISTORY.                          *
003130*----------------------------------------------------------*
003140 2000-PROCESS-REQUESTS.
003150     OPEN INPUT REQ-FILE.
003160     IF WS-REQ-STATUS NOT = '00'
003170         DISPLAY 'DL190091I NO REQUEST FILE, EVERY ACCOUNT '
003180                 'IS STATED'
003190         PERFORM 2300-REQUEST-ALL THRU 2300-EXIT
003200     ELSE
003210         PERFORM 2100-READ-ONE-REQUEST THRU 2100-EXIT
003220             UNTIL WS-REQ-AT-EOF
003230         CLOSE REQ-FILE
003240         IF WS-REQ-COUNT = ZERO
003250             DISPLAY 'DL190090I EMPTY REQUEST FILE, EVERY '
003260                     'ACCOUNT IS STATED'
003270             PERFORM 2300-REQUEST-ALL THRU 2300-EXIT
003280         END-IF
003290     END-IF.
003300 2000-EXIT.
003310     EXIT.
003320 2100-READ-ONE-REQUEST.
003330     READ REQ-FILE
003340         AT END SET WS-REQ-AT-EOF TO TRUE
003350         NOT AT END
003360             ADD 1 TO WS-REQ-COUNT
003370             PERFORM 2200-EDIT-REQUEST THRU 2200-EXIT
003380             IF WS-REQ-GOOD
003390                 PERFORM 3000-STATE-RANGE THRU 3000-EXIT
003400             END-IF
003410     END-READ.
003420 2100-EXIT.
003430     EXIT.
003440*----------------------------------------------------------*
003450* 2200-EDIT-REQUEST CHECKS ONE REQUEST CARD AND SETS THE     *
003460* ACCOUNT AND DATE RANGE. A BLANK THRU ACCOUNT MEANS THE ONE *
003470* ACCOUNT; BLANK ACCOUNTS MEAN ALL OF THEM; BLANK DATES MEAN *
003480* ALL HISTORY. A BAD CARD IS REPORTED AND SKIPPED.           *
003490*----------------------------------------------------------*
003500 2200-EDIT-REQUEST.
003510     SET WS-REQ-GOOD TO TRUE.
003520     EVALUATE TRUE
003530         WHEN REQ-FROM-ACCT = SPACES
003540          AND REQ-THRU-ACCT = SPACES
003550             MOVE LOW-VALUES TO WS-FROM-ACCT
003560             MOVE HIGH-VALUES TO WS-THRU-ACCT
003570         WHEN REQ-THRU-ACCT = SPACES
003580             MOVE REQ-FROM-ACCT TO WS-FROM-ACCT
003590             MOVE REQ-FROM-ACCT TO WS-THRU-ACCT
003600         WHEN OTHER
003610             MOVE REQ-FROM-ACCT TO WS-FROM-ACCT
003620             MOVE REQ-THRU-ACCT TO WS-THRU-ACCT
003630     END-EVALUATE.
003640     EVALUATE TRUE
003650         WHEN REQ-FROM-DATE-X = SPACES
003660             MOVE ZERO TO WS-FROM-DATE
003670         WHEN REQ-FROM-DATE NUMERIC
003680             MOVE REQ-FROM-DATE TO WS-FROM-DATE
003690         WHEN OTHER
003700             MOVE 'N' TO WS-REQ-GOOD-SW
003710     END-EVALUATE.
003720     EVALUATE TRUE
003730         WHEN REQ-THRU-DATE-X = SPACES
003740             MOVE 99999999 TO WS-THRU-DATE
003750         WHEN REQ-THRU-DATE NUMERIC
003760             MOVE REQ-THRU-DATE TO WS-THRU-DATE
003770         WHEN OTHER
003780             MOVE 'N' TO WS-REQ-GOOD-SW
003790     END-EVALUATE.
003800     IF WS-THRU-ACCT < WS-FROM-ACCT
003810        OR WS-THRU-DATE < WS-FROM-DATE
003820         MOVE 'N' TO WS-REQ-GOOD-SW
003830     END-IF.
003840     IF NOT WS-REQ-GOOD
003850         ADD 1 TO WS-BADREQ-COUNT
003860         DISPLAY 'DL190089W BAD REQUEST CARD SKIPPED = '
003870                 REQ-RECORD
003880         MOVE SPACES TO RPT-LINE
003890         WRITE RPT-LINE
003900         MOVE SPACES TO RPT-LINE
003910         STRING '** BAD REQUEST CARD SKIPPED: ' REQ-RECORD
003920                 DELIMITED BY SIZE INTO RPT-LINE
003930         WRITE RPT-LINE
003940     END-IF.
003950 2200-EXIT.
003960     EXIT.
003970 2300-REQUEST-ALL.
003980     MOVE LOW-VALUES TO WS-FROM-ACCT.
003990     MOVE HIGH-VALUES TO WS-THRU-ACCT.
004000     MOVE ZERO TO WS-FROM-DATE.
004010     MOVE 99999999 TO WS-THRU-DATE.
004020     PERFORM 3000-STATE-RANGE THRU 3000-EXIT.
004030 2300-EXIT.
004040     EXIT.
004050*----------------------------------------------------------*
004060* 3000-STATE-RANGE POSITIONS ON THE FIRST ACCOUNT OF THE     *
004070* RANGE AND STATES EACH ACCOUNT ON THE POSITION MASTER UP TO *
004080* THE END OF IT.                                             *
004090*----------------------------------------------------------*
004100 3000-STATE-RANGE.
004110     MOVE 'N' TO WS-POS-EOF-SW.
004120     MOVE WS-FROM-ACCT TO DL100-PM-ACCT-NO.
004130     START POS-FILE KEY NOT < DL100-PM-ACCT-NO
004140         INVALID KEY
004150             SET WS-POS-AT-EOF TO TRUE
004160     END-START.
004170     PERFORM 3100-STATE-ONE-POSITION THRU 3100-EXIT
004180         UNTIL WS-POS-AT-EOF.
004190 3000-EXIT.
004200     EXIT.
004210 3100-STATE-ONE-POSITION.
004220     READ POS-FILE NEXT RECORD
004230         AT END SET WS-POS-AT-EOF TO TRUE
004240         NOT AT END
004250             IF DL100-PM-ACCT-NO > WS-THRU-ACCT
004260                 SET WS-POS-AT-EOF TO TRUE
004270             ELSE
004280                 PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
004290             END-IF
004300     END-READ.
004310 3100-EXIT.
004320     EXIT.
004330*----------------------------------------------------------*
004340* 4000-PRINT-STATEMENT PRINTS ONE ACCOUNT'S STATEMENT. THE   *
004350* HISTORY IS READ IN DATE ORDER FROM THE ACCOUNT'S FIRST     *
004360* POSTING: POSTINGS BEFORE THE PERIOD BUILD THE OPENING      *
004370* BALANCE, POSTINGS IN IT ARE LISTED WITH THE RUNNING        *
004380* BALANCE, AND THE READ STOPS PAST THE PERIOD'S END.         *
004390*----------------------------------------------------------*
004400 4000-PRINT-STATEMENT.
004410     ADD 1 TO WS-ACCT-COUNT.
004420     MOVE DL100-PM-ACCT-NO TO WS-CUR-ACCT.
004430     PERFORM 4100-FIND-ACCT-NAME THRU 4100-EXIT.
004440     MOVE SPACES TO RPT-LINE.
004450     WRITE RPT-LINE.
004460     MOVE SPACES TO RPT-LINE.
004470     STRING 'ACCOUNT ' WS-CUR-ACCT '  ' WS-ACCT-NAME
004480             '  BRANCH ' WS-ACCT-BRANCH
004490             '  PERIOD ' WS-FROM-DATE ' - ' WS-THRU-DATE
004500             DELIMITED BY SIZE INTO RPT-LINE.
004510     WRITE RPT-LINE.
004520     MOVE ZERO TO WS-RUN-BAL.
004530     MOVE ZERO TO WS-PERIOD-DEBITS.
004540     MOVE ZERO TO WS-PERIOD-CREDITS.
004550     MOVE ZERO TO WS-PERIOD-COUNT.
004560     MOVE 'N' TO WS-OPENING-SW.
004570     MOVE 'N' TO WS-DAY-OPEN-SW.
004580     MOVE 'N' TO WS-PACT-EOF-SW.
004590     MOVE WS-CUR-ACCT TO DL100-PH-ACCT-NO.
004600     MOVE ZERO TO DL100-PH-BUS-DATE.
004610     MOVE ZERO TO DL100-PH-SLOT.
004620     START PACT-FILE KEY NOT < DL100-PH-KEY
004630         INVALID KEY
004640             SET WS-PACT-AT-EOF TO TRUE
004650     END-START.
004660     PERFORM 4200-READ-ONE-POSTING THRU 4200-EXIT
004670         UNTIL WS-PACT-AT-EOF.
004680     IF WS-DAY-OPEN
004690         PERFORM 4500-PRINT-DAY-TOTAL THRU 4500-EXIT
004700     END-IF.
004710     IF NOT WS-OPENING-SHOWN
004720         PERFORM 4300-PRINT-OPENING THRU 4300-EXIT
004730         MOVE SPACES TO RPT-LINE
004740         STRING '    NO ACTIVITY IN PERIOD'
004750                 DELIMITED BY SIZE INTO RPT-LINE
004760         WRITE RPT-LINE
004770     END-IF.
004780     PERFORM 4600-PRINT-CLOSING THRU 4600-EXIT.
004790 4000-EXIT.
004800     EXIT.
004810 4100-FIND-ACCT-NAME.
004820     MOVE SPACES TO WS-ACCT-NAME.
004830     MOVE SPACES TO WS-ACCT-BRANCH.
004840     IF WS-ACCT-MASTER-OPEN
004850         MOVE WS-CUR-ACCT TO DL100-AM-ACCT-NO
004860         READ ACCT-FILE
004870             INVALID KEY
004880                 MOVE '** NOT ON MASTER **' TO WS-ACCT-NAME
004890             NOT INVALID KEY
004900                 MOVE DL100-AM-NAME TO WS-ACCT-NAME
004910                 MOVE DL100-AM-BRANCH TO WS-ACCT-BRANCH
004920         END-READ
004930     END-IF.
004940 4100-EXIT.
004950     EXIT.
004960 4200-READ-ONE-POSTING.
004970     READ PACT-FILE NEXT RECORD
004980         AT END SET WS-PACT-AT-EOF TO TRUE
004990         NOT AT END
005000             EVALUATE TRUE
005010                 WHEN DL100-PH-ACCT-NO NOT = WS-CUR-ACCT
005020                  OR DL100-PH-BUS-DATE > WS-THRU-DATE
005030                     SET WS-PACT-AT-EOF TO TRUE
005040                 WHEN DL100-PH-BUS-DATE < WS-FROM-DATE
005050                     ADD DL100-PH-AMOUNT TO WS-RUN-BAL
005060                 WHEN OTHER
005070                     PERFORM 4400-PRINT-POSTING THRU 4400-EXIT
005080             END-EVALUATE
005090     END-READ.
005100 4200-EXIT.
005110     EXIT.
005120 4300-PRINT-OPENING.
005130     SET WS-OPENING-SHOWN TO TRUE.
005140     MOVE WS-RUN-BAL TO WS-EDIT-AMOUNT.
005150     MOVE SPACES TO RPT-LINE.
005160     STRING '    OPENING BALANCE                                '
005170             WS-EDIT-AMOUNT
005180             DELIMITED BY SIZE INTO RPT-LINE.
005190     WRITE RPT-LINE.
005200     MOVE SPACES TO RPT-LINE.
005210     STRING '    BUS DATE SLOT  TC EFF DATE SRC          AMOUNT'
005220             '               BALANCE'
005230             DELIMITED BY SIZE INTO RPT-LINE.
005240     WRITE RPT-LINE.
005250 4300-EXIT.
005260     EXIT.
005270*----------------------------------------------------------*
005280* 4400-PRINT-POSTING LISTS ONE POSTING IN THE PERIOD WITH    *
005290* THE RUNNING BALANCE, CLOSING THE PRIOR BUSINESS DAY'S      *
005300* TOTAL WHEN THE DATE CHANGES.                               *
005310*----------------------------------------------------------*
005320 4400-PRINT-POSTING.
005330     IF NOT WS-OPENING-SHOWN
005340         PERFORM 4300-PRINT-OPENING THRU 4300-EXIT
005350     END-IF.
005360     IF WS-DAY-OPEN
005370        AND DL100-PH-BUS-DATE NOT = WS-DAY-DATE
005380         PERFORM 4500-PRINT-DAY-TOTAL THRU 4500-EXIT
005390     END-IF.
005400     IF NOT WS-DAY-OPEN
005410         SET WS-DAY-OPEN TO TRUE
005420         MOVE DL100-PH-BUS-DATE TO WS-DAY-DATE
005430         MOVE ZERO TO WS-DAY-COUNT
005440         MOVE ZERO TO WS-DAY-NET
005450     END-IF.
005460     ADD DL100-PH-AMOUNT TO WS-RUN-BAL.
005470     ADD DL100-PH-AMOUNT TO WS-DAY-NET.
005480     ADD 1 TO WS-DAY-COUNT.
005490     ADD 1 TO WS-PERIOD-COUNT.
005500     ADD 1 TO WS-ENTRY-COUNT.
005510     IF DL100-PH-AMOUNT < ZERO
005520         ADD DL100-PH-AMOUNT TO WS-PERIOD-CREDITS
005530     ELSE
005540         ADD DL100-PH-AMOUNT TO WS-PERIOD-DEBITS
005550     END-IF.
005560     MOVE DL100-PH-SLOT TO WS-EDIT-SLOT.
005570     MOVE DL100-PH-AMOUNT TO WS-EDIT-ENTRY.
005580     MOVE WS-RUN-BAL TO WS-EDIT-AMOUNT.
005590     MOVE SPACES TO RPT-LINE.
005600     STRING '    ' DL100-PH-BUS-DATE ' ' WS-EDIT-SLOT
005610             ' ' DL100-PH-TRAN-CODE ' ' DL100-PH-EFF-DATE
005620             ' ' DL100-PH-SOURCE ' ' WS-EDIT-ENTRY
005630             ' ' WS-EDIT-AMOUNT
005640             DELIMITED BY SIZE INTO RPT-LINE.
005650     WRITE RPT-LINE.
005660 4400-EXIT.
005670     EXIT.
005680 4500-PRINT-DAY-TOTAL.
005690     MOVE WS-DAY-COUNT TO WS-EDIT-COUNT.
005700     MOVE WS-DAY-NET TO WS-EDIT-AMOUNT.
005710     MOVE WS-RUN-BAL TO WS-EDIT-AMOUNT-2.
005720     MOVE SPACES TO RPT-LINE.
005730     STRING '      DAY ' WS-DAY-DATE
005740             ' ENTRIES ' WS-EDIT-COUNT
005750             ' NET ' WS-EDIT-AMOUNT
005760             ' BALANCE ' WS-EDIT-AMOUNT-2
005770             DELIMITED BY SIZE INTO RPT-LINE.
005780     WRITE RPT-LINE.
005790     MOVE 'N' TO WS-DAY-OPEN-SW.
005800 4500-EXIT.
005810     EXIT.
005820*----------------------------------------------------------*
005830* 4600-PRINT-CLOSING PRINTS THE PERIOD'S CLOSING BALANCE     *
005840* AND TOTALS, THE POSITION'S MONTH- AND YEAR-TO-DATE         *
005850* FIGURES, AND THE AGREEMENT AND DORMANCY FLAGS. WHEN THE    *
005860* PERIOD RUNS PAST THE LAST ACTIVITY THE CLOSING BALANCE     *
005870* MUST EQUAL THE POSITION'S CURRENT BALANCE.                 *
005880*----------------------------------------------------------*
005890 4600-PRINT-CLOSING.
005900     MOVE WS-RUN-BAL TO WS-EDIT-AMOUNT.
005910     MOVE SPACES TO RPT-LINE.
005920     STRING '    CLOSING BALANCE                                '
005930             WS-EDIT-AMOUNT
005940             DELIMITED BY SIZE INTO RPT-LINE.
005950     WRITE RPT-LINE.
005960     MOVE WS-PERIOD-COUNT TO WS-EDIT-COUNT.
005970     MOVE WS-PERIOD-DEBITS TO WS-EDIT-AMOUNT.
005980     MOVE WS-PERIOD-CREDITS TO WS-EDIT-AMOUNT-2.
005990     MOVE SPACES TO RPT-LINE.
006000     STRING '    PERIOD ENTRIES ' WS-EDIT-COUNT
006010             '  DEBITS ' WS-EDIT-AMOUNT
006020             '  CREDITS ' WS-EDIT-AMOUNT-2
006030             DELIMITED BY SIZE INTO RPT-LINE.
006040     WRITE RPT-LINE.
006050     MOVE DL100-PM-MTD-DEBITS TO WS-EDIT-AMOUNT.
006060     MOVE DL100-PM-MTD-CREDITS TO WS-EDIT-AMOUNT-2.
006070     MOVE SPACES TO RPT-LINE.
006080     STRING '    MTD ' DL100-PM-PERIOD
006090             '     DEBITS ' WS-EDIT-AMOUNT
006100             '  CREDITS ' WS-EDIT-AMOUNT-2
006110             DELIMITED BY SIZE INTO RPT-LINE.
006120     WRITE RPT-LINE.
006130     MOVE DL100-PM-YTD-DEBITS TO WS-EDIT-AMOUNT.
006140     MOVE DL100-PM-YTD-CREDITS TO WS-EDIT-AMOUNT-2.
006150     MOVE SPACES TO RPT-LINE.
006160     STRING '    YTD ' DL100-PM-PERIOD-CCYY
006170             '       DEBITS ' WS-EDIT-AMOUNT
006180             '  CREDITS ' WS-EDIT-AMOUNT-2
006190             DELIMITED BY SIZE INTO RPT-LINE.
006200     WRITE RPT-LINE.
006210     MOVE DL100-PM-CUR-BAL TO WS-EDIT-AMOUNT.
006220     MOVE SPACES TO RPT-LINE.
006230     STRING '    CURRENT BALANCE ' WS-EDIT-AMOUNT
006240             '  LAST ACTIVITY ' DL100-PM-LAST-ACTIVITY
006250             DELIMITED BY SIZE INTO RPT-LINE.
006260     WRITE RPT-LINE.
006270     IF WS-THRU-DATE NOT < DL100-PM-LAST-ACTIVITY
006280        AND WS-RUN-BAL NOT = DL100-PM-CUR-BAL
006290         ADD 1 TO WS-DISAGREE-COUNT
006300         DISPLAY 'DL190088E ACCOUNT ' WS-CUR-ACCT
006310                 ' HISTORY DOES NOT AGREE WITH POSITION'
006320         MOVE SPACES TO RPT-LINE
006330         STRING '    ** HISTORY DOES NOT AGREE WITH THE '
006340                 'POSITION **'
006350                 DELIMITED BY SIZE INTO RPT-LINE
006360         WRITE RPT-LINE
006370     END-IF.
006380     PERFORM 6000-COUNT-IDLE-DAYS THRU 6000-EXIT.
006390     IF WS-IDLE-DAYS > WS-DORMANT-LIMIT
006400         ADD 1 TO WS-DORMANT-COUNT
006410         MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS
006420         MOVE SPACES TO RPT-LINE
006430         STRING '    ** DORMANT -- NO ACTIVITY FOR '
006440                 WS-EDIT-DAYS ' DAYS **'
006450                 DELIMITED BY SIZE INTO RPT-LINE
006460         WRITE RPT-LINE
006470     END-IF.
006480 4600-EXIT.
006490     EXIT.
006500*----------------------------------------------------------*
006510* 6000-COUNT-IDLE-DAYS COUNTS THE CALENDAR DAYS FROM THE     *
006520* POSITION'S LAST ACTIVITY TO THE AS-OF DATE, ONE DAY AT A   *
006530* TIME, STOPPING AT WS-IDLE-MAX.                             *
006540*----------------------------------------------------------*
006550 6000-COUNT-IDLE-DAYS.
006560     MOVE ZERO TO WS-IDLE-DAYS.
006570     MOVE DL100-PM-LAST-ACTIVITY TO WS-STEP-DATE.
006580     IF WS-STEP-MM > ZERO AND WS-STEP-MM < 13
006590         PERFORM 6100-STEP-ONE-DAY THRU 6100-EXIT
006600             UNTIL WS-STEP-DATE NOT < WS-AS-OF-DATE
006610                OR WS-IDLE-DAYS = WS-IDLE-MAX
006620     END-IF.
006630 6000-EXIT.
006640     EXIT.
006650*----------------------------------------------------------*
006660* 6100-STEP-ONE-DAY ROLLS WS-STEP-DATE FORWARD ONE CALENDAR  *
006670* DAY, HONORING MONTH LENGTHS AND LEAP YEARS.                *
006680*----------------------------------------------------------*
006690 6100-STEP-ONE-DAY.
006700     ADD 1 TO WS-IDLE-DAYS.
006710     MOVE WS-MONTH-DAYS(WS-STEP-MM) TO WS-DAYS-THIS-MONTH.
006720     IF WS-STEP-MM = 02
006730         DIVIDE WS-STEP-CCYY BY 4
006740             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
006750         DIVIDE WS-STEP-CCYY BY 100
006760             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
006770         DIVIDE WS-STEP-CCYY BY 400
006780             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
006790         IF WS-LEAP-REM-4 = ZERO
006800            AND (WS-LEAP-REM-100 NOT = ZERO
006810                 OR WS-LEAP-REM-400 = ZERO)
006820             MOVE 29 TO WS-DAYS-THIS-MONTH
006830         END-IF
006840     END-IF.
006850     IF WS-STEP-DD < WS-DAYS-THIS-MONTH
006860         ADD 1 TO WS-STEP-DD
006870     ELSE
006880         MOVE 01 TO WS-STEP-DD
006890         IF WS-STEP-MM < 12
006900             ADD 1 TO WS-STEP-MM
006910         ELSE
006920             MOVE 01 TO WS-STEP-MM
006930             ADD 1 TO WS-STEP-CCYY
006940         END-IF
006950     END-IF.
006960 6100-EXIT.
006970     EXIT.
006980*----------------------------------------------------------*
006990* 9000-TERMINATE CLOSES THE FILES AND WRITES THE RUN         *
007000* SUMMARY. A HISTORY THAT DOES NOT AGREE WITH ITS POSITION   *
007010* LEAVES RC 8; A BAD REQUEST CARD LEAVES RC 4.               *
007020*----------------------------------------------------------*
007030 9000-TERMINATE.
007040     CLOSE POS-FILE.
007050     CLOSE PACT-FILE.
007060     IF WS-ACCT-MASTER-OPEN
007070         CLOSE ACCT-FILE
007080     END-IF.
007090     MOVE SPACES TO RPT-LINE.
007100     WRITE RPT-LINE.
007110     MOVE WS-REQ-COUNT TO WS-EDIT-COUNT.
007120     MOVE SPACES TO RPT-LINE.
007130     STRING 'REQUEST CARDS READ         : ' WS-EDIT-COUNT
007140             DELIMITED BY SIZE INTO RPT-LINE.
007150     WRITE RPT-LINE.
007160     MOVE WS-BADREQ-COUNT TO WS-EDIT-COUNT.
007170     MOVE SPACES TO RPT-LINE.
007180     STRING 'BAD REQUEST CARDS          : ' WS-EDIT-COUNT
007190             DELIMITED BY SIZE INTO RPT-LINE.
007200     WRITE RPT-LINE.
007210     MOVE WS-ACCT-COUNT TO WS-EDIT-COUNT.
007220     MOVE SPACES TO RPT-LINE.
007230     STRING 'ACCOUNTS STATED            : ' WS-EDIT-COUNT
007240             DELIMITED BY SIZE INTO RPT-LINE.
007250     WRITE RPT-LINE.
007260     MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
007270     MOVE SPACES TO RPT-LINE.
007280     STRING 'POSTINGS LISTED            : ' WS-EDIT-COUNT
007290             DELIMITED BY SIZE INTO RPT-LINE.
007300     WRITE RPT-LINE.
007310     MOVE WS-DORMANT-COUNT TO WS-EDIT-COUNT.
007320     MOVE SPACES TO RPT-LINE.
007330     STRING 'DORMANT ACCOUNTS           : ' WS-EDIT-COUNT
007340             DELIMITED BY SIZE INTO RPT-LINE.
007350     WRITE RPT-LINE.
007360     MOVE WS-DISAGREE-COUNT TO WS-EDIT-COUNT.
007370     MOVE SPACES TO RPT-LINE.
007380     STRING 'HISTORY/POSITION BREAKS    : ' WS-EDIT-COUNT
007390             DELIMITED BY SIZE INTO RPT-LINE.
007400     WRITE RPT-LINE.
007410     CLOSE RPT-FILE.
007420     IF WS-DISAGREE-COUNT > ZERO
007430         MOVE 8 TO RETURN-CODE
007440     ELSE
007450         IF WS-BADREQ-COUNT > ZERO
007460             MOVE 4 TO RETURN-CODE
007470         END-IF
007480     END-IF.
007490 9000-EXIT.
007500     EXIT.
